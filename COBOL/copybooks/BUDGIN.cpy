      *> BUDGIN.cpy - BUDGET-INPUT-FILE record: finance's annual
      *> budget for one GL account / cost center, with its monthly
      *> phasing. Finance prepare this file (data/BUDGFILE.DAT) once
      *> a year and again for any re-forecast; GLB04
      *> (cobol-budload.cbl) proves every record and, only when the
      *> whole file is clean, spreads each annual amount over the
      *> twelve periods yyyy01..yyyy12 of BI-BUDGET-YEAR on the
      *> budget master (BUDGMST.cpy), replacing any earlier figures
      *> for the same keys. BI-PHASING:
      *>   "E" even - one twelfth a month, the rounding cents in
      *>       December;
      *>   "P" percent - BI-MONTH-PCT(1) .. (12) give each month's
      *>       share (two decimals) and must total exactly 100.00;
      *>       the rounding cents go to the last month with a share.
      *> BI-ANNUAL-AMOUNT is in the account's natural sign (see
      *> BUDGMST.cpy).
       01  BUDGET-INPUT-RECORD.
           05  BI-BUDGET-YEAR      PIC X(4).
           05  FILLER              PIC X.
           05  BI-ACCOUNT-CODE     PIC X(10).
           05  FILLER              PIC X.
           05  BI-COST-CENTER      PIC X(6).
           05  FILLER              PIC X.
           05  BI-ANNUAL-AMOUNT    PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  FILLER              PIC X.
           05  BI-PHASING          PIC X.
               88  BI-EVEN-PHASING          VALUE "E".
               88  BI-PERCENT-PHASING       VALUE "P".
           05  BI-MONTH-ENTRY OCCURS 12 TIMES.
               10  FILLER          PIC X.
               10  BI-MONTH-PCT    PIC 9(3)V99.
