      *> ALLOCLG.cpy - ALLOCATION-LOG-FILE record. GLB03
      *> (cobol-glalloc.cbl) appends one record per accounting
      *> period it generates an allocation batch for, and refuses a
      *> period already on the log - the same protection GLAPPLOG
      *> gives the balance roll-in - so a rerun of the allocation
      *> job cannot spread the same month's costs twice.
      *> AL-BUS-DATE is the business date on the generated batch
      *> header; the counts and amount are the batch's control
      *> totals for the register.
       01  ALLOCATION-LOG-RECORD.
           05  AL-PERIOD           PIC X(6).
           05  FILLER              PIC X.
           05  AL-BUS-DATE         PIC X(8).
           05  FILLER              PIC X.
           05  AL-RULE-COUNT       PIC 9(5).
           05  FILLER              PIC X.
           05  AL-DETAIL-COUNT     PIC 9(9).
           05  FILLER              PIC X.
           05  AL-AMOUNT           PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  FILLER              PIC X.
           05  AL-TIMESTAMP        PIC X(26).
