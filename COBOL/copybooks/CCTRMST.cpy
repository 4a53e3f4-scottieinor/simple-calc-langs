      *> so cost centers can be added or closed without a program
      *> change or recompile. CM-STATUS is "A" (active, postable) or
      *> "C" (closed - on the master for history but no longer
      *> postable). CM-DIVISION groups cost centers into the
      *> division the budget variance report (GLB05) subtotals by.
       01  COST-CENTER-MASTER-RECORD.
           05  CM-COST-CENTER      PIC X(6).
           05  FILLER              PIC X.
           05  CM-STATUS           PIC X.
           05  FILLER              PIC X.
           05  CM-DESCRIPTION      PIC X(30).
           05  FILLER              PIC X.
           05  CM-DIVISION         PIC X(4).
