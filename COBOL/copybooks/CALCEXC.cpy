      *> CX-TRANS-REF echoes the input transaction's reference
      *> (CT-TRANS-REF, or the one CALC01 generated when it arrived
      *> blank) so each reject links back to its exact input
      *> transaction. CX-SOURCE-ID is the submitting source of the
      *> batch it came in, "----" outside any batch, as on the edit
      *> reject (see CALCEDR.cpy).
       01  CALC-EXCEPTION-RECORD.
           05  CX-FIRSTNUM         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  FILLER              PIC X.
           05  CX-TRANS-REF        PIC X(12).
           05  FILLER              PIC X.
           05  CX-REASON-TEXT      PIC X(40).
           05  FILLER              PIC X.
           05  CX-SOURCE-ID        PIC X(4).
