      *> CALCEWN.cpy - CALC-EDIT-WARNING-FILE record, written by
      *> CALC00 (cobol-edit.cbl) for a clean detail that is passed
      *> on to CALC01 but deserves a look the same morning. Today
      *> the only warnings are budget overspends on an expense
      *> account / cost center (see BUDGMST.cpy):
      *>   BUDX - this detail takes the month-to-date spend past
      *>          the month's budget;
      *>   BUDO - the month-to-date spend was already past budget
      *>          before this, the day's first spend on the key.
      *> One warning per account / cost center per run - the first
      *> detail that trips it. EW-BUDGET-AMOUNT is the month's
      *> budget and EW-PROJECTED-MTD the month-to-date spend once
      *> this detail posts (balance master plus the day's clean
      *> details so far), both in base currency. EW-TRANS-DATA
      *> echoes the input record byte for byte - keep its length in
      *> sync with CALC-TRANS-RECORD in CALCTRN.cpy.
       01  CALC-EDIT-WARNING-RECORD.
           05  EW-TRANS-DATA       PIC X(76).
           05  FILLER              PIC X.
           05  EW-REASON-CODE      PIC X(4).
           05  FILLER              PIC X.
           05  EW-BUDGET-AMOUNT    PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  FILLER              PIC X.
           05  EW-PROJECTED-MTD    PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  FILLER              PIC X.
           05  EW-REASON-TEXT      PIC X(40).
