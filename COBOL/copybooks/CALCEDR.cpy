      *> interface to bounce the posting days later. ER-TRANS-DATA
      *> echoes the offending input record byte for byte - keep its
      *> length in sync with CALC-TRANS-RECORD in CALCTRN.cpy.
      *> ER-SOURCE-ID is the submitting source of the batch the
      *> record came in (CT-SOURCE-ID on its BH header), "----" for
      *> a detail outside any batch, so rejects can be counted and
      *> routed by department (CALC05 keeps it on the recycle
      *> register, CALC15 counts it on the KPI history).
       01  CALC-EDIT-REJECT-RECORD.
           05  ER-TRANS-DATA       PIC X(76).
           05  FILLER              PIC X.
           05  ER-REASON-CODE      PIC X(4).
           05  FILLER              PIC X.
           05  ER-REASON-TEXT      PIC X(40).
           05  FILLER              PIC X.
           05  ER-SOURCE-ID        PIC X(4).
