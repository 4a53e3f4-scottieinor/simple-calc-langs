      *> interface expects so results post automatically instead of
      *> being rekeyed off a screen. The file is balanced: a
      *> GL-RECORD-TYPE "GH" header (job id and business date) opens
      *> it, two "GD" details are written per successfully processed
      *> batch calculation, and a "GT" trailer closes it carrying
      *> the detail record count and separate debit and credit
      *> amount totals, so a partial write is caught by the
      *> a GL-side reject reported back on the acknowledgment file
      *> (GLA01, cobol-glack.cbl) routes straight to the desk that
      *> submitted it.
      *> Every posting is double entry: GL-LEG-TYPE "P" is the
      *> primary leg on the transaction's own account and "C" the
      *> contra leg CALC01 derives from the posting rules (see
      *> PSTRULE.cpy) - same GL-TRANS-REF, same amount, opposite
      *> GL-DR-CR - written immediately after it. Debits therefore
      *> always equal credits across the details, and CALC02, CALC03
      *> and GLB01 treat a file where they do not as out of balance.
      *> A blank GL-LEG-TYPE (an extract written before contra legs
      *> were carried) reads as a primary leg.
      *> GL-CURRENCY-CODE and GL-FOREIGN-AMOUNT carry the
      *> transaction's original currency and its amount in that
      *> currency (unsigned, GL-DR-CR giving the direction, as for
      *> GL-AMOUNT) on both legs, so GLB01 can keep each foreign
      *> balance on GLBALM by currency for the month-end
      *> revaluation (GLB07, cobol-glreval.cbl). On a base currency
      *> line the two amounts are equal. A revaluation line carries
      *> the currency it restates with a zero foreign amount - it
      *> moves the base value only - and its gain/loss leg is in
      *> base currency. A blank GL-CURRENCY-CODE (an extract written
      *> before currency was carried) reads as base currency.
       01  GL-EXTRACT-RECORD.
           05  GL-RECORD-TYPE      PIC X(2).
               88  GL-FILE-HEADER           VALUE "GH".
               10  GL-TRANS-REF        PIC X(12).
               10  FILLER              PIC X.
               10  GL-SOURCE-ID        PIC X(4).
               10  FILLER              PIC X.
               10  GL-LEG-TYPE         PIC X.
                   88  GL-PRIMARY-LEG           VALUE "P" " ".
                   88  GL-CONTRA-LEG            VALUE "C".
               10  FILLER              PIC X.
               10  GL-CURRENCY-CODE    PIC X(3).
               10  FILLER              PIC X.
               10  GL-FOREIGN-AMOUNT   PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  GL-HEADER-DATA REDEFINES GL-DETAIL-DATA.
               10  GL-HDR-JOB-ID       PIC X(8).
               10  FILLER              PIC X.
               10  GL-HDR-BUS-DATE     PIC X(8).
               10  FILLER              PIC X(67).
           05  GL-TRAILER-DATA REDEFINES GL-DETAIL-DATA.
               10  GL-TRL-RECORD-COUNT PIC 9(9).
               10  FILLER              PIC X.
               10  FILLER              PIC X.
               10  GL-TRL-CR-TOTAL     PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(45).
