      *> REVALLG.cpy - FX-REVALUATION-LOG-FILE record. GLB07
      *> (cobol-glreval.cbl) appends one record per accounting
      *> period it revalues, and refuses a period already on the
      *> log - the same protection ALLOCLOG gives the cost
      *> allocation - so a rerun of the revaluation job cannot post
      *> the same month's exchange differences twice.
      *> FR-REVAL-DATE is the business date on the revaluation
      *> extract header (the last day of the period) and
      *> FR-REVERSAL-DATE the one on its reversal (the first day of
      *> the next period); the counts and totals are the run's
      *> control totals for the report.
       01  FX-REVALUATION-LOG-RECORD.
           05  FR-PERIOD           PIC X(6).
           05  FILLER              PIC X.
           05  FR-REVAL-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  FR-REVERSAL-DATE    PIC X(8).
           05  FILLER              PIC X.
           05  FR-BALANCE-COUNT    PIC 9(5).
           05  FILLER              PIC X.
           05  FR-DETAIL-COUNT     PIC 9(9).
           05  FILLER              PIC X.
           05  FR-GAIN-TOTAL       PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  FILLER              PIC X.
           05  FR-LOSS-TOTAL       PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  FILLER              PIC X.
           05  FR-TIMESTAMP        PIC X(26).
