      *> Month-end trial balance from the keyed GL balance master
      *> (GLBALM, see GLBALM.cpy) maintained by GLB01. Prints one
      *> line per GL account / cost center for the selected
      *> accounting period - opening balance brought forward by the
      *> period close (GLB06), debit total, credit total, net, and
      *> closing balance - with a grand total, so finance's
      *> month-to-date view ties to what was actually handed to the
      *> ledger, without re-adding a month of daily extract files by
      *> hand. The heading shows whether the period is closed on
      *> GLPERCL.
      *>
      *> PARM is PERIOD=yyyymm; omitted, it defaults to the
      *> current month.
       01  WS-GRAND-DR-TOTAL           PIC S9(13)V99 VALUE ZERO.
       01  WS-GRAND-CR-TOTAL           PIC S9(13)V99 VALUE ZERO.
       01  WS-NET-AMOUNT               PIC S9(13)V99 VALUE ZERO.
       01  WS-GRAND-OPENING            PIC S9(13)V99 VALUE ZERO.
       01  WS-CLOSING-AMOUNT           PIC S9(13)V99 VALUE ZERO.

       01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-ACCOUNT-CODE         PIC X(10).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RL-COST-CENTER          PIC X(6).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-OPENING              PIC -(13)9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-DR-TOTAL             PIC -(11)9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-CR-TOTAL             PIC -(11)9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-NET                  PIC -(13)9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-CLOSING              PIC -(13)9.99.
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X VALUE SPACE.
           05  TL-LABEL                PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  TL-OPENING              PIC -(13)9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  TL-DR-TOTAL             PIC -(11)9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  TL-CR-TOTAL             PIC -(11)9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  TL-NET                  PIC -(13)9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  TL-CLOSING              PIC -(13)9.99.
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
           05  FILLER                  PIC X(3) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(40) VALUE
               " GL-ACCOUNT   COST-C    OPENING BALANCE ".
           05  FILLER                  PIC X(40) VALUE
               "     DEBIT TOTAL     CREDIT TOTAL       ".
           05  FILLER                  PIC X(52) VALUE
               " NET (DR-CR)    CLOSING BALANCE                     ".

       PROCEDURE DIVISION.

           ADD 1 TO WS-SELECTED-COUNT
           MOVE GB-ACCOUNT-CODE TO RL-ACCOUNT-CODE
           MOVE GB-COST-CENTER TO RL-COST-CENTER
           MOVE GB-OPENING-BALANCE TO RL-OPENING
           MOVE GB-DR-TOTAL TO RL-DR-TOTAL
           MOVE GB-CR-TOTAL TO RL-CR-TOTAL
           COMPUTE WS-NET-AMOUNT = GB-DR-TOTAL - GB-CR-TOTAL
           MOVE WS-NET-AMOUNT TO RL-NET
           COMPUTE WS-CLOSING-AMOUNT =
               GB-OPENING-BALANCE + WS-NET-AMOUNT
           MOVE WS-CLOSING-AMOUNT TO RL-CLOSING
           WRITE TRIAL-BALANCE-REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD GB-OPENING-BALANCE TO WS-GRAND-OPENING
           ADD GB-DR-TOTAL TO WS-GRAND-DR-TOTAL
           ADD GB-CR-TOTAL TO WS-GRAND-CR-TOTAL.

           WRITE TRIAL-BALANCE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "GRAND TOTAL" TO TL-LABEL
           MOVE WS-GRAND-OPENING TO TL-OPENING
           MOVE WS-GRAND-DR-TOTAL TO TL-DR-TOTAL
           MOVE WS-GRAND-CR-TOTAL TO TL-CR-TOTAL
           COMPUTE WS-NET-AMOUNT =
               WS-GRAND-DR-TOTAL - WS-GRAND-CR-TOTAL
           MOVE WS-NET-AMOUNT TO TL-NET
           COMPUTE WS-CLOSING-AMOUNT =
               WS-GRAND-OPENING + WS-NET-AMOUNT
           MOVE WS-CLOSING-AMOUNT TO TL-CLOSING
           WRITE TRIAL-BALANCE-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE WS-SELECTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
