      *> CALCOUT.cpy - CALC-OUTCOME-FILE record, the daily return
      *> file CALC10 (cobol-outcome.cbl) builds for the submitting
      *> departments: the final outcome of every transaction on the
      *> day's CALCTRAN, grouped by submitting source (CT-SOURCE-ID
      *> on the batch header, see CALCTRN.cpy) so each department
      *> can feed its own outcomes back into its systems instead of
      *> piecing them together from CALCEREJ, CALCEXC, CALCSUSP and
      *> the GL acknowledgment report.
      *> RO-SOURCE-ID sits in the same columns on every record type
      *> so the day's file can be split or routed by department on
      *> that key alone. Each source's records form one group:
      *>   RH - source header: the business date the file covers;
      *>   RD - one submitted transaction and its outcome;
      *>   RB - after the last RD of each batch, the batch's totals:
      *>        count and hash total as the BT trailer carried them,
      *>        as actually received, and the outcome counts (which
      *>        always add up to the received count);
      *>   RT - source trailer: totals across the source's batches.
      *> RO-OUTCOME on an RD is one of:
      *>   POSTED   - on the GL extract; RO-POSTING-DATE,
      *>              RO-POSTED-AMOUNT (base currency) and RO-DR-CR
      *>              are the primary posting line, RO-LEDGER-STATUS
      *>              the ledger's acknowledgment state so far;
      *>   LEDGREJ  - posted, then rejected ledger-side (GLSTAT
      *>              REJECTED, see GLSTATR.cpy) - the reason code
      *>              is the ledger's;
      *>   EDITREJ  - rejected at edit by CALC00 (CALCEREJ);
      *>   CALCEXC  - rejected by CALC01 (CALCEXC);
      *>   SUSPENSE - held by CALC01 on CALCSUSP for review;
      *>   SETSTEP  - an intermediate step of a chained set: reason
      *>              SETP when the set's final step posted (the
      *>              posting date is the set's), SETX when it did
      *>              not;
      *>   NOTPROC  - no outcome found on any file - CALC01 has not
      *>              processed it.
      *> RO-BATCH-NUMBER counts the source's batches in file order;
      *> zero on transactions submitted outside a BH/BT batch
      *> (reversals), which are grouped under source "----".
       01  CALC-OUTCOME-RECORD.
           05  RO-RECORD-TYPE      PIC X(2).
               88  RO-SOURCE-HEADER         VALUE "RH".
               88  RO-DETAIL                VALUE "RD".
               88  RO-BATCH-TOTALS          VALUE "RB".
               88  RO-SOURCE-TRAILER        VALUE "RT".
           05  FILLER              PIC X.
           05  RO-SOURCE-ID        PIC X(4).
           05  FILLER              PIC X.
           05  RO-BUSINESS-DATE    PIC X(8).
           05  FILLER              PIC X.
           05  RO-BATCH-NUMBER     PIC 9(4).
           05  FILLER              PIC X.
           05  RO-DETAIL-DATA.
               10  RO-TRANS-REF        PIC X(12).
               10  FILLER              PIC X.
               10  RO-INPUT-TYPE       PIC X(2).
               10  FILLER              PIC X.
               10  RO-FIRSTNUM         PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X.
               10  RO-OPERATOR         PIC X.
               10  FILLER              PIC X.
               10  RO-SECONDNUM        PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X.
               10  RO-GL-ACCOUNT       PIC X(10).
               10  FILLER              PIC X.
               10  RO-COST-CENTER      PIC X(6).
               10  FILLER              PIC X.
               10  RO-CURRENCY-CODE    PIC X(3).
               10  FILLER              PIC X.
               10  RO-OUTCOME          PIC X(8).
                   88  RO-POSTED                VALUE "POSTED  ".
                   88  RO-LEDGER-REJECTED       VALUE "LEDGREJ ".
                   88  RO-EDIT-REJECTED         VALUE "EDITREJ ".
                   88  RO-CALC-EXCEPTION        VALUE "CALCEXC ".
                   88  RO-HELD                  VALUE "SUSPENSE".
                   88  RO-SET-STEP              VALUE "SETSTEP ".
                   88  RO-NOT-PROCESSED         VALUE "NOTPROC ".
               10  FILLER              PIC X.
               10  RO-POSTING-DATE     PIC X(8).
               10  FILLER              PIC X.
               10  RO-POSTED-AMOUNT    PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X.
               10  RO-DR-CR            PIC XX.
               10  FILLER              PIC X.
               10  RO-LEDGER-STATUS    PIC X(8).
               10  FILLER              PIC X.
               10  RO-REASON-CODE      PIC X(4).
               10  FILLER              PIC X.
               10  RO-REASON-TEXT      PIC X(40).
           05  RO-HEADER-DATA REDEFINES RO-DETAIL-DATA.
               10  RO-CREATED-DATE     PIC X(8).
               10  FILLER              PIC X.
               10  RO-CREATED-TIME     PIC X(6).
               10  FILLER              PIC X(133).
           05  RO-BATCH-DATA REDEFINES RO-DETAIL-DATA.
               10  RO-BT-COUNT         PIC 9(9).
               10  FILLER              PIC X.
               10  RO-BT-HASH-TOTAL    PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X.
               10  RO-RECEIVED-COUNT   PIC 9(9).
               10  FILLER              PIC X.
               10  RO-RECEIVED-HASH    PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X.
               10  RO-BALANCE-FLAG     PIC X.
                   88  RO-BATCH-IN-BALANCE      VALUE "Y".
                   88  RO-BATCH-OUT-OF-BALANCE  VALUE "N".
                   88  RO-BATCH-NO-TRAILER      VALUE "T".
               10  FILLER              PIC X.
               10  RO-BAT-POSTED       PIC 9(9).
               10  FILLER              PIC X.
               10  RO-BAT-LEDGER-REJ   PIC 9(9).
               10  FILLER              PIC X.
               10  RO-BAT-EDIT-REJ     PIC 9(9).
               10  FILLER              PIC X.
               10  RO-BAT-CALC-EXC     PIC 9(9).
               10  FILLER              PIC X.
               10  RO-BAT-HELD         PIC 9(9).
               10  FILLER              PIC X.
               10  RO-BAT-SET-STEP     PIC 9(9).
               10  FILLER              PIC X.
               10  RO-BAT-NOT-PROC     PIC 9(9).
               10  FILLER              PIC X(23).
           05  RO-TRAILER-DATA REDEFINES RO-DETAIL-DATA.
               10  RO-TRL-BATCHES      PIC 9(9).
               10  FILLER              PIC X.
               10  RO-TRL-RECEIVED     PIC 9(9).
               10  FILLER              PIC X.
               10  RO-TRL-HASH-TOTAL   PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X.
               10  RO-TRL-POSTED       PIC 9(9).
               10  FILLER              PIC X.
               10  RO-TRL-LEDGER-REJ   PIC 9(9).
               10  FILLER              PIC X.
               10  RO-TRL-EDIT-REJ     PIC 9(9).
               10  FILLER              PIC X.
               10  RO-TRL-CALC-EXC     PIC 9(9).
               10  FILLER              PIC X.
               10  RO-TRL-HELD         PIC 9(9).
               10  FILLER              PIC X.
               10  RO-TRL-SET-STEP     PIC 9(9).
               10  FILLER              PIC X.
               10  RO-TRL-NOT-PROC     PIC 9(9).
               10  FILLER              PIC X(42).
