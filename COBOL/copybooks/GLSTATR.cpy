      *> CALC01 when a reversal ("RV" on CALCTRAN, see CALCTRN.cpy)
      *> backs the line out - it names the reversal's own
      *> reference, and a second reversal of the same line is
      *> rejected because of it. GS-CONTRA-ACCOUNT and
      *> GS-CONTRA-COST-CENTER record where the line's contra leg
      *> (GL-LEG-TYPE "C" on GLEXTRC) was booked - GLA01 fills them
      *> from the contra detail that follows the primary one - so a
      *> reversal backs out both legs exactly as they were posted,
      *> even if the posting rules have changed since. They are
      *> blank on lines registered before contra legs were carried;
      *> CALC01 falls back to the current posting rule for those.
      *> GS-CURRENCY-CODE and GS-FOREIGN-AMOUNT are the line's
      *> original currency and amount (GL-CURRENCY-CODE and
      *> GL-FOREIGN-AMOUNT on GLEXTRC), so a reversal backs the
      *> foreign balance out of GLBALM as well as the base one;
      *> blank on lines registered before currency was carried,
      *> which reverse in base currency.
       01  GL-STATUS-MASTER-RECORD.
           05  GS-TRANS-REF        PIC X(12).
           05  GS-SOURCE-ID        PIC X(4).
           05  GS-ACK-DATE         PIC X(8).
           05  GS-LEDGER-REASON    PIC X(4).
           05  GS-REVERSAL-REF     PIC X(12).
           05  GS-CONTRA-ACCOUNT   PIC X(10).
           05  GS-CONTRA-COST-CENTER PIC X(6).
           05  GS-CURRENCY-CODE    PIC X(3).
           05  GS-FOREIGN-AMOUNT   PIC S9(7)V99 SIGN LEADING SEPARATE.
