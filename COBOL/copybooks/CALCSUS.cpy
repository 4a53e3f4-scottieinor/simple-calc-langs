      *> suspense history, so a genuine re-submission no longer
      *> needs a blanket RUNPARM OVERRIDE rerun. The GL coding is
      *> echoed so a release needs no lookup back to the original
      *> file. CS-SOURCE-ID is the submitting source of the batch
      *> the item came in ("----" outside any batch) and
      *> CS-HELD-DATE the business date CALC01 held it; both ride
      *> along when CALC04 carries an item forward, so the day's
      *> new holds can be told from the carried ones.
       01  CALC-SUSPENSE-RECORD.
           05  CS-FIRSTNUM         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  FILLER              PIC X.
           05  CS-REASON-CODE      PIC X(4).
           05  FILLER              PIC X.
           05  CS-REASON-TEXT      PIC X(40).
           05  FILLER              PIC X.
           05  CS-SOURCE-ID        PIC X(4).
           05  FILLER              PIC X.
           05  CS-HELD-DATE        PIC X(8).
