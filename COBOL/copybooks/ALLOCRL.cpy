      *> ALLOCRL.cpy - ALLOCATION-RULE-FILE record: one target cost
      *> center of a month-end cost allocation rule per record.
      *> Finance maintain this file (data/ALLOCRUL.DAT) the same way
      *> operations maintain OPERTAB.DAT - a new split or a changed
      *> driver is a file edit, not a spreadsheet rekeyed into
      *> STNDINST. Every record of one rule carries the same
      *> AR-RULE-ID, AR-BASIS, source account / cost center and
      *> out/in accounts, and names one AR-TARGET-COST-CENTER with
      *> its AR-SHARE:
      *>   "P" percentage basis - AR-SHARE is the target's percent
      *>       (two decimals); the active targets of the rule must
      *>       total exactly 100.00 or GLB03 stops the run.
      *>   "D" statistical-driver basis - AR-SHARE is the target's
      *>       driver quantity (headcount, floor space, ...); each
      *>       target gets its quantity over the rule's total.
      *> GLB03 (cobol-glalloc.cbl) takes the period's net balance
      *> (debits less credits) of AR-SOURCE-ACCOUNT on
      *> AR-SOURCE-COST-CENTER from GLBALM and spreads it: one
      *> credit-out detail on AR-OUT-ACCOUNT at the source cost
      *> center and one debit-in detail per target on AR-IN-ACCOUNT
      *> at the target cost center. Blank out/in accounts book the
      *> movement to the source account itself; separate "allocated
      *> out / allocated in" accounts keep the source account
      *> showing what was actually spent and stop a later period's
      *> allocation from being reduced by this one's credit-out.
      *> AR-ACTIVE-FLAG other than "A" leaves the record out of the
      *> run (suspend a whole rule by suspending all its records).
       01  ALLOCATION-RULE-RECORD.
           05  AR-RULE-ID          PIC X(4).
           05  FILLER              PIC X.
           05  AR-ACTIVE-FLAG      PIC X.
               88  AR-ACTIVE                VALUE "A".
           05  FILLER              PIC X.
           05  AR-BASIS            PIC X.
               88  AR-PERCENT-BASIS         VALUE "P".
               88  AR-DRIVER-BASIS          VALUE "D".
           05  FILLER              PIC X.
           05  AR-SOURCE-ACCOUNT   PIC X(10).
           05  FILLER              PIC X.
           05  AR-SOURCE-COST-CENTER PIC X(6).
           05  FILLER              PIC X.
           05  AR-OUT-ACCOUNT      PIC X(10).
           05  FILLER              PIC X.
           05  AR-IN-ACCOUNT       PIC X(10).
           05  FILLER              PIC X.
           05  AR-TARGET-COST-CENTER PIC X(6).
           05  FILLER              PIC X.
           05  AR-SHARE            PIC 9(7)V99.
           05  FILLER              PIC X.
           05  AR-DESCRIPTION      PIC X(20).
