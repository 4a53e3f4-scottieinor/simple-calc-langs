      *> REFMNT.cpy - REF-MAINT-FILE record: one maintenance
      *> transaction against a reference master, keyed by finance
      *> or operations on PROD.CALC.REFMNTIN and applied by CALC11
      *> (cobol-refmaint.cbl) instead of editing the master itself.
      *> RM-MASTER-NAME is the master's DD name - GLACCTM, COSTCTR,
      *> OPERTAB, CURRTAB or STNDINST. RM-ACTION is "A" add a new
      *> key, "C" change an existing key (the image replaces the
      *> whole record), or "X" close it: GLACCTM and COSTCTR status
      *> goes to "C", a STNDINST instruction is suspended ("S"),
      *> and an OPERTAB operator or a CURRTAB rate row, which have
      *> no status, comes off the table. RM-RECORD-IMAGE is the
      *> record as it should read afterwards, in the master's own
      *> layout (GLACCTM.cpy, CCTRMST.cpy, OPTABREC.cpy,
      *> CURRREC.cpy, STNDINS.cpy) - on a close only the key at the
      *> front of the image need be filled in. The key is the
      *> account, cost center, operator code, currency code and
      *> effective date ("EUR 20261101"), or instruction id.
      *> RM-EFFECTIVE-DATE is the business date the change is to be
      *> applied on - a later date is held on the pending file and
      *> applied on the day. The requester and approver must both
      *> be given and must not be the same person.
      *> RM-SUBMITTED-DATE is left blank on input; CALC11 stamps the
      *> business date it first saw the change, and the same layout
      *> carries pending changes from day to day (REFPEND).
       01  REF-MAINT-RECORD.
           05  RM-MASTER-NAME      PIC X(8).
               88  RM-GL-ACCOUNTS           VALUE "GLACCTM ".
               88  RM-COST-CENTERS          VALUE "COSTCTR ".
               88  RM-OPERATORS             VALUE "OPERTAB ".
               88  RM-RATES                 VALUE "CURRTAB ".
               88  RM-INSTRUCTIONS          VALUE "STNDINST".
           05  FILLER              PIC X.
           05  RM-ACTION           PIC X.
               88  RM-ADD                   VALUE "A".
               88  RM-CHANGE                VALUE "C".
               88  RM-CLOSE                 VALUE "X".
           05  FILLER              PIC X.
           05  RM-EFFECTIVE-DATE   PIC X(8).
           05  FILLER              PIC X.
           05  RM-REQUESTER-ID     PIC X(8).
           05  FILLER              PIC X.
           05  RM-APPROVER-ID      PIC X(8).
           05  FILLER              PIC X.
           05  RM-CHANGE-REASON    PIC X(30).
           05  FILLER              PIC X.
           05  RM-SUBMITTED-DATE   PIC X(8).
           05  FILLER              PIC X.
           05  RM-RECORD-IMAGE     PIC X(84).
