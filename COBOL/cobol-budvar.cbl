       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLB05.
      *> Budget variance report. Sets the GL balance master's
      *> actuals (GLBALM, see GLBALM.cpy) against the phased budget
      *> on the budget master (BUDGETM, see BUDGMST.cpy, loaded by
      *> GLB04) for every revenue and expense account, for the
      *> selected month and for the year to date (January of the
      *> same year through the selected month). Lines are sorted
      *> and subtotalled by division (CM-DIVISION on COSTCTR), then
      *> cost center, then GL account, with a grand total.
      *>
      *> Every amount is shown debit-positive, the way the balance
      *> master carries it - spend positive, income negative - so
      *> cost center and division subtotals are the net cost of the
      *> unit and a positive variance (actual - budget) is always
      *> adverse: more spent, or less earned, than budgeted. The
      *> variance percent is the variance over the size of the
      *> budget. A line (or subtotal) whose month or year-to-date
      *> variance is more than the tolerance percent either way is
      *> flagged OVER TOL; actual with no budget at all is flagged
      *> NO BUDGT.
      *>
      *> PARM is PERIOD=yyyymm,TOL=nnn. PERIOD defaults to the
      *> month before today; TOL is a whole percent, default 10.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. scootys-home.
       OBJECT-COMPUTER. scootys-home.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-MASTER-FILE ASSIGN TO "GLBALM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-FS-BALM.

           SELECT BUDGET-MASTER-FILE ASSIGN TO "BUDGETM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-FS-BUDGM.

           SELECT GL-ACCT-MASTER-FILE ASSIGN TO "GLACCTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACCTM.

           SELECT COST-CENTER-MASTER-FILE ASSIGN TO "COSTCTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CCTRM.

           SELECT BUDGET-VARIANCE-REPORT-FILE ASSIGN TO "BUDVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

           SELECT BV-SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-MASTER-FILE.
           COPY GLBALM.

       FD  BUDGET-MASTER-FILE.
           COPY BUDGMST.

       FD  GL-ACCT-MASTER-FILE.
           COPY GLACCTM.

       FD  COST-CENTER-MASTER-FILE.
           COPY CCTRMST.

       FD  BUDGET-VARIANCE-REPORT-FILE.
       01  BUDGET-VARIANCE-REPORT-RECORD PIC X(132).

       SD  BV-SORT-FILE.
       01  BV-SORT-RECORD.
           05  SR-DIVISION             PIC X(4).
           05  SR-COST-CENTER          PIC X(6).
           05  SR-ACCOUNT-CODE         PIC X(10).
           05  SR-MTD-ACTUAL           PIC S9(11)V99.
           05  SR-MTD-BUDGET           PIC S9(11)V99.
           05  SR-YTD-ACTUAL           PIC S9(11)V99.
           05  SR-YTD-BUDGET           PIC S9(11)V99.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-FS-BALM              PIC XX VALUE "00".
           05  WS-FS-BUDGM             PIC XX VALUE "00".
           05  WS-FS-ACCTM             PIC XX VALUE "00".
           05  WS-FS-CCTRM             PIC XX VALUE "00".
           05  WS-FS-REPORT            PIC XX VALUE "00".

       01  WS-PARM                     PIC X(80).
       01  WS-PARM-PAIRS.
           05  WS-PARM-PAIR OCCURS 5 TIMES PIC X(20).
       01  WS-PARM-KEYWORD             PIC X(8).
       01  WS-PARM-VALUE               PIC X(12).
       01  WS-PAIR-SUB                 PIC 9(4) VALUE ZERO.

       01  WS-TIMESTAMP                PIC X(21).
       01  WS-SEL-PERIOD               PIC X(6) VALUE SPACES.
       01  WS-SEL-YEAR                 PIC X(4) VALUE SPACES.
       01  WS-PRIOR-MONTH-DATE         PIC 9(8) VALUE ZERO.
       01  WS-TOLERANCE-PCT            PIC 9(3) VALUE 10.

       01  WS-ACCT-MAX-ENTRIES         PIC 9(4) VALUE 500.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-ACCT-CODE        PIC X(10).
               10  WS-ACCT-TYPE        PIC X.
       01  WS-ACCT-MAX                 PIC 9(4) VALUE ZERO.
       01  WS-ACCT-SCAN                PIC 9(4) VALUE ZERO.
       01  WS-ACCT-HIT                 PIC 9(4) VALUE ZERO.
       01  WS-CCTR-MAX-ENTRIES         PIC 9(4) VALUE 500.
       01  WS-CCTR-TABLE.
           05  WS-CCTR-ENTRY OCCURS 500 TIMES.
               10  WS-CCTR-CODE        PIC X(6).
               10  WS-CCTR-NAME        PIC X(30).
               10  WS-CCTR-DIVISION    PIC X(4).
       01  WS-CCTR-MAX                 PIC 9(4) VALUE ZERO.
       01  WS-CCTR-SCAN                PIC 9(4) VALUE ZERO.
       01  WS-CCTR-HIT                 PIC 9(4) VALUE ZERO.

      *> Set by 3900-CLASSIFY-ROW for the row in hand.
       01  WS-ROW-ACCOUNT-CODE         PIC X(10).
       01  WS-ROW-COST-CENTER          PIC X(6).
       01  WS-ROW-TYPE                 PIC X.
           88  WS-ROW-REVENUE                   VALUE "R".
           88  WS-ROW-EXPENSE                   VALUE "E".
       01  WS-ROW-AMOUNT               PIC S9(11)V99 VALUE ZERO.

       01  WS-SORT-EOF-SWITCH          PIC X VALUE "N".
           88  WS-SORT-EOF                      VALUE "Y".

       01  WS-PREV-DIVISION            PIC X(4) VALUE SPACES.
       01  WS-PREV-COST-CENTER         PIC X(6) VALUE SPACES.
       01  WS-PREV-ACCOUNT-CODE        PIC X(10) VALUE SPACES.

      *> Running totals: level 1 account, 2 cost center,
      *> 3 division, 4 grand total. Each break prints its level
      *> and rolls it into the next.
       01  WS-LEVEL-TOTALS.
           05  WS-LEVEL-ENTRY OCCURS 4 TIMES.
               10  WS-TOT-MTD-ACTUAL   PIC S9(13)V99.
               10  WS-TOT-MTD-BUDGET   PIC S9(13)V99.
               10  WS-TOT-YTD-ACTUAL   PIC S9(13)V99.
               10  WS-TOT-YTD-BUDGET   PIC S9(13)V99.
       01  WS-LVL                      PIC 9 VALUE ZERO.
       01  WS-NEXT-LVL                 PIC 9 VALUE ZERO.

       01  WS-VARIANCE                 PIC S9(13)V99 VALUE ZERO.
       01  WS-VARIANCE-PCT             PIC S9(7)V9 VALUE ZERO.
       01  WS-PCT-BUDGET               PIC S9(13)V99 VALUE ZERO.
       01  WS-LINE-FLAG                PIC X(8) VALUE SPACES.

       01  WS-ROWS-READ                PIC 9(9) VALUE ZERO.
       01  WS-BUDGET-ROWS-READ         PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNT-LINES            PIC 9(9) VALUE ZERO.
       01  WS-FLAGGED-LINES            PIC 9(9) VALUE ZERO.

       01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-LINES-PER-PAGE           PIC 9(4) VALUE 55.

       01  WS-REPORT-LINE              PIC X(132).
       01  WS-EDIT-COUNT               PIC ZZZZZZZZ9.
       01  WS-EDIT-TOLERANCE           PIC ZZ9.

       01  WS-VARIANCE-LINE.
           05  FILLER                  PIC X VALUE SPACE.
           05  VL-LABEL                PIC X(12).
           05  FILLER                  PIC X VALUE SPACE.
           05  VL-MTD-ACTUAL           PIC -(10)9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  VL-MTD-BUDGET           PIC -(10)9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  VL-MTD-VARIANCE         PIC -(10)9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  VL-MTD-PCT              PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  VL-YTD-ACTUAL           PIC -(10)9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  VL-YTD-BUDGET           PIC -(10)9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  VL-YTD-VARIANCE         PIC -(10)9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  VL-YTD-PCT              PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  VL-FLAG                 PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.

       01  WS-EDIT-PCT                 PIC -(5)9.9.
       01  WS-PCT-TEXT                 PIC X(8) VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               " BUDGET VARIANCE REPORT                 ".
           05  FILLER                  PIC X(7) VALUE "PERIOD ".
           05  HD-PERIOD               PIC X(6).
           05  FILLER                  PIC X(13) VALUE
               "  TOLERANCE ".
           05  HD-TOLERANCE            PIC ZZ9.
           05  FILLER                  PIC X VALUE "%".
           05  FILLER                  PIC X(50) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HD-PAGE                 PIC ZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(40) VALUE
               "              ----------------------- MO".
           05  FILLER                  PIC X(40) VALUE
               "NTH -----------------------  -----------".
           05  FILLER                  PIC X(52) VALUE
               "-------- YEAR TO DATE --------------------".

       01  WS-HEADING-3.
           05  FILLER                  PIC X(40) VALUE
               " GL-ACCOUNT           ACTUAL         BUD".
           05  FILLER                  PIC X(40) VALUE
               "GET       VARIANCE    VAR %          ACT".
           05  FILLER                  PIC X(52) VALUE
               "UAL         BUDGET       VARIANCE    VAR % FLAG".

       PROCEDURE DIVISION.

       BEGIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ACCOUNTS
           PERFORM 2050-LOAD-COST-CENTERS
           SORT BV-SORT-FILE
               ON ASCENDING KEY SR-DIVISION
                                SR-COST-CENTER
                                SR-ACCOUNT-CODE
               INPUT PROCEDURE IS 3000-RELEASE-ROWS
               OUTPUT PROCEDURE IS 8100-REPORT-SORTED-ROWS
           CLOSE BUDGET-VARIANCE-REPORT-FILE
           DISPLAY "cobol-budvar: period " WS-SEL-PERIOD
                   " balance rows read " WS-ROWS-READ
                   " budget rows read " WS-BUDGET-ROWS-READ
           MOVE WS-ACCOUNT-LINES TO WS-EDIT-COUNT
           DISPLAY "cobol-budvar: account lines reported "
                   WS-EDIT-COUNT
           MOVE WS-FLAGGED-LINES TO WS-EDIT-COUNT
           DISPLAY "cobol-budvar: lines flagged          "
                   WS-EDIT-COUNT
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM 1100-PARSE-PARM
           IF WS-SEL-PERIOD = SPACES
               COMPUTE WS-PRIOR-MONTH-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-TIMESTAMP(1:6)) * 100
                           + 1) - 1)
               MOVE WS-PRIOR-MONTH-DATE(1:6) TO WS-SEL-PERIOD
           END-IF
           MOVE WS-SEL-PERIOD(1:4) TO WS-SEL-YEAR
           OPEN OUTPUT BUDGET-VARIANCE-REPORT-FILE
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "cobol-budvar: unable to open BUDVRPT, "
                       "file status " WS-FS-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-PARSE-PARM.
           MOVE SPACES TO WS-PARM-PAIRS
           UNSTRING WS-PARM DELIMITED BY ","
               INTO WS-PARM-PAIR(1)
                    WS-PARM-PAIR(2)
                    WS-PARM-PAIR(3)
                    WS-PARM-PAIR(4)
                    WS-PARM-PAIR(5)
           END-UNSTRING
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > 5
               IF WS-PARM-PAIR(WS-PAIR-SUB) NOT = SPACES
                   PERFORM 1110-APPLY-ONE-KEYWORD
               END-IF
           END-PERFORM.

       1110-APPLY-ONE-KEYWORD.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING WS-PARM-PAIR(WS-PAIR-SUB) DELIMITED BY "="
               INTO WS-PARM-KEYWORD
                    WS-PARM-VALUE
           END-UNSTRING
      *> A keyword with a blank value (an unset JCL symbolic) keeps
      *> its default.
           IF WS-PARM-VALUE = SPACES
               CONTINUE
           ELSE
               EVALUATE WS-PARM-KEYWORD
                   WHEN "PERIOD"
                       IF WS-PARM-VALUE(1:6) IS NUMERIC
                          AND WS-PARM-VALUE(5:2) >= "01"
                          AND WS-PARM-VALUE(5:2) <= "12"
                           MOVE WS-PARM-VALUE(1:6) TO WS-SEL-PERIOD
                       ELSE
                           DISPLAY "cobol-budvar: PARM PERIOD not a "
                                   "valid yyyymm period: "
                                   WS-PARM-VALUE(1:6)
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN "TOL"
                       IF FUNCTION TRIM(WS-PARM-VALUE) IS NUMERIC
                          AND FUNCTION LENGTH(
                              FUNCTION TRIM(WS-PARM-VALUE)) <= 3
                           MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                               TO WS-TOLERANCE-PCT
                       ELSE
                           DISPLAY "cobol-budvar: PARM TOL not a "
                                   "whole percent 0-999: "
                                   WS-PARM-VALUE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       DISPLAY "cobol-budvar: unrecognized PARM "
                               "keyword " WS-PARM-KEYWORD " ignored"
               END-EVALUATE
           END-IF.

       2000-LOAD-ACCOUNTS.
           MOVE ZERO TO WS-ACCT-MAX
           OPEN INPUT GL-ACCT-MASTER-FILE
           IF WS-FS-ACCTM NOT = "00"
               DISPLAY "cobol-budvar: unable to open GLACCTM, "
                       "file status " WS-FS-ACCTM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FS-ACCTM = "10"
               READ GL-ACCT-MASTER-FILE
                   AT END
                       CLOSE GL-ACCT-MASTER-FILE
                       MOVE "10" TO WS-FS-ACCTM
                   NOT AT END
                       IF WS-ACCT-MAX >= WS-ACCT-MAX-ENTRIES
                           DISPLAY "cobol-budvar: GLACCTM has more "
                                   "than " WS-ACCT-MAX-ENTRIES
                                   " entries - increase "
                                   "WS-ACCT-MAX-ENTRIES and "
                                   "recompile"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ACCT-MAX
                       MOVE AM-ACCOUNT-CODE
                           TO WS-ACCT-CODE(WS-ACCT-MAX)
                       MOVE AM-ACCOUNT-TYPE
                           TO WS-ACCT-TYPE(WS-ACCT-MAX)
               END-READ
           END-PERFORM.

       2050-LOAD-COST-CENTERS.
           MOVE ZERO TO WS-CCTR-MAX
           OPEN INPUT COST-CENTER-MASTER-FILE
           IF WS-FS-CCTRM NOT = "00"
               DISPLAY "cobol-budvar: unable to open COSTCTR, "
                       "file status " WS-FS-CCTRM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FS-CCTRM = "10"
               READ COST-CENTER-MASTER-FILE
                   AT END
                       CLOSE COST-CENTER-MASTER-FILE
                       MOVE "10" TO WS-FS-CCTRM
                   NOT AT END
                       IF WS-CCTR-MAX >= WS-CCTR-MAX-ENTRIES
                           DISPLAY "cobol-budvar: COSTCTR has more "
                                   "than " WS-CCTR-MAX-ENTRIES
                                   " entries - increase "
                                   "WS-CCTR-MAX-ENTRIES and "
                                   "recompile"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CCTR-MAX
                       MOVE CM-COST-CENTER
                           TO WS-CCTR-CODE(WS-CCTR-MAX)
                       MOVE CM-DESCRIPTION
                           TO WS-CCTR-NAME(WS-CCTR-MAX)
                       MOVE CM-DIVISION
                           TO WS-CCTR-DIVISION(WS-CCTR-MAX)
               END-READ
           END-PERFORM.

       3000-RELEASE-ROWS.
           PERFORM 3100-RELEASE-ACTUALS
           PERFORM 3200-RELEASE-BUDGETS.

       3100-RELEASE-ACTUALS.
           OPEN INPUT GL-BALANCE-MASTER-FILE
           IF WS-FS-BALM NOT = "00"
               DISPLAY "cobol-budvar: unable to open GLBALM, "
                       "file status " WS-FS-BALM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FS-BALM = "10"
               READ GL-BALANCE-MASTER-FILE
                   AT END
                       MOVE "10" TO WS-FS-BALM
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF GB-PERIOD(1:4) = WS-SEL-YEAR
                          AND GB-PERIOD <= WS-SEL-PERIOD
                           MOVE GB-ACCOUNT-CODE TO WS-ROW-ACCOUNT-CODE
                           MOVE GB-COST-CENTER TO WS-ROW-COST-CENTER
                           PERFORM 3900-CLASSIFY-ROW
                           IF WS-ROW-REVENUE OR WS-ROW-EXPENSE
                               COMPUTE WS-ROW-AMOUNT =
                                   GB-DR-TOTAL - GB-CR-TOTAL
                               MOVE ZERO TO SR-MTD-ACTUAL
                               MOVE ZERO TO SR-MTD-BUDGET
                               MOVE ZERO TO SR-YTD-BUDGET
                               MOVE WS-ROW-AMOUNT TO SR-YTD-ACTUAL
                               IF GB-PERIOD = WS-SEL-PERIOD
                                   MOVE WS-ROW-AMOUNT TO SR-MTD-ACTUAL
                               END-IF
                               RELEASE BV-SORT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-BALANCE-MASTER-FILE.

       3200-RELEASE-BUDGETS.
      *> Budgets are held in natural sign; turn income budgets
      *> round to the debit-positive view the actuals are in.
           OPEN INPUT BUDGET-MASTER-FILE
           IF WS-FS-BUDGM NOT = "00"
               DISPLAY "cobol-budvar: unable to open BUDGETM, "
                       "file status " WS-FS-BUDGM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FS-BUDGM = "10"
               READ BUDGET-MASTER-FILE
                   AT END
                       MOVE "10" TO WS-FS-BUDGM
                   NOT AT END
                       ADD 1 TO WS-BUDGET-ROWS-READ
                       IF BM-PERIOD(1:4) = WS-SEL-YEAR
                          AND BM-PERIOD <= WS-SEL-PERIOD
                           MOVE BM-ACCOUNT-CODE TO WS-ROW-ACCOUNT-CODE
                           MOVE BM-COST-CENTER TO WS-ROW-COST-CENTER
                           PERFORM 3900-CLASSIFY-ROW
                           IF WS-ROW-REVENUE OR WS-ROW-EXPENSE
                               IF WS-ROW-REVENUE
                                   COMPUTE WS-ROW-AMOUNT =
                                       ZERO - BM-BUDGET-AMOUNT
                               ELSE
                                   MOVE BM-BUDGET-AMOUNT
                                       TO WS-ROW-AMOUNT
                               END-IF
                               MOVE ZERO TO SR-MTD-ACTUAL
                               MOVE ZERO TO SR-MTD-BUDGET
                               MOVE ZERO TO SR-YTD-ACTUAL
                               MOVE WS-ROW-AMOUNT TO SR-YTD-BUDGET
                               IF BM-PERIOD = WS-SEL-PERIOD
                                   MOVE WS-ROW-AMOUNT TO SR-MTD-BUDGET
                               END-IF
                               RELEASE BV-SORT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-MASTER-FILE.

       3900-CLASSIFY-ROW.
      *> Account type and division for WS-ROW-ACCOUNT-CODE /
      *> WS-ROW-COST-CENTER; fills the sort keys. An account not on
      *> GLACCTM is treated as an expense so its spend still shows;
      *> a cost center not on COSTCTR goes under division "????".
           MOVE "E" TO WS-ROW-TYPE
           MOVE ZERO TO WS-ACCT-HIT
           PERFORM VARYING WS-ACCT-SCAN FROM 1 BY 1
                   UNTIL WS-ACCT-SCAN > WS-ACCT-MAX
                      OR WS-ACCT-HIT > ZERO
               IF WS-ACCT-CODE(WS-ACCT-SCAN) = WS-ROW-ACCOUNT-CODE
                   MOVE WS-ACCT-SCAN TO WS-ACCT-HIT
                   MOVE WS-ACCT-TYPE(WS-ACCT-SCAN) TO WS-ROW-TYPE
               END-IF
           END-PERFORM
           MOVE "????" TO SR-DIVISION
           MOVE ZERO TO WS-CCTR-HIT
           PERFORM VARYING WS-CCTR-SCAN FROM 1 BY 1
                   UNTIL WS-CCTR-SCAN > WS-CCTR-MAX
                      OR WS-CCTR-HIT > ZERO
               IF WS-CCTR-CODE(WS-CCTR-SCAN) = WS-ROW-COST-CENTER
                   MOVE WS-CCTR-SCAN TO WS-CCTR-HIT
                   IF WS-CCTR-DIVISION(WS-CCTR-SCAN) NOT = SPACES
                       MOVE WS-CCTR-DIVISION(WS-CCTR-SCAN)
                           TO SR-DIVISION
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-ROW-COST-CENTER TO SR-COST-CENTER
           MOVE WS-ROW-ACCOUNT-CODE TO SR-ACCOUNT-CODE.

       7000-WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO HD-PAGE
           MOVE WS-SEL-PERIOD TO HD-PERIOD
           MOVE WS-TOLERANCE-PCT TO HD-TOLERANCE
           WRITE BUDGET-VARIANCE-REPORT-RECORD FROM WS-HEADING-1
           WRITE BUDGET-VARIANCE-REPORT-RECORD FROM WS-HEADING-2
           WRITE BUDGET-VARIANCE-REPORT-RECORD FROM WS-HEADING-3
           MOVE SPACES TO WS-REPORT-LINE
           WRITE BUDGET-VARIANCE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT.

       7100-PRINT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-PAGE-HEADINGS
           END-IF
           WRITE BUDGET-VARIANCE-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       8100-REPORT-SORTED-ROWS.
           PERFORM 7000-WRITE-PAGE-HEADINGS
           INITIALIZE WS-LEVEL-TOTALS
           MOVE "N" TO WS-SORT-EOF-SWITCH
           RETURN BV-SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN
           IF WS-SORT-EOF
               MOVE SPACES TO WS-REPORT-LINE
               STRING " NO ACTUALS OR BUDGETS FOR REVENUE OR EXPENSE "
                   "ACCOUNTS IN " WS-SEL-YEAR " TO PERIOD "
                   WS-SEL-PERIOD
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
           ELSE
               MOVE SR-DIVISION TO WS-PREV-DIVISION
               MOVE SR-COST-CENTER TO WS-PREV-COST-CENTER
               MOVE SR-ACCOUNT-CODE TO WS-PREV-ACCOUNT-CODE
               PERFORM 8250-DIVISION-HEADING
               PERFORM 8200-COST-CENTER-HEADING
               PERFORM UNTIL WS-SORT-EOF
                   EVALUATE TRUE
                       WHEN SR-DIVISION NOT = WS-PREV-DIVISION
                           PERFORM 8300-ACCOUNT-BREAK
                           PERFORM 8400-COST-CENTER-BREAK
                           PERFORM 8450-DIVISION-BREAK
                           MOVE SR-DIVISION TO WS-PREV-DIVISION
                           MOVE SR-COST-CENTER TO WS-PREV-COST-CENTER
                           MOVE SR-ACCOUNT-CODE
                               TO WS-PREV-ACCOUNT-CODE
                           PERFORM 8250-DIVISION-HEADING
                           PERFORM 8200-COST-CENTER-HEADING
                       WHEN SR-COST-CENTER NOT = WS-PREV-COST-CENTER
                           PERFORM 8300-ACCOUNT-BREAK
                           PERFORM 8400-COST-CENTER-BREAK
                           MOVE SR-COST-CENTER TO WS-PREV-COST-CENTER
                           MOVE SR-ACCOUNT-CODE
                               TO WS-PREV-ACCOUNT-CODE
                           PERFORM 8200-COST-CENTER-HEADING
                       WHEN SR-ACCOUNT-CODE NOT = WS-PREV-ACCOUNT-CODE
                           PERFORM 8300-ACCOUNT-BREAK
                           MOVE SR-ACCOUNT-CODE
                               TO WS-PREV-ACCOUNT-CODE
                   END-EVALUATE
                   ADD SR-MTD-ACTUAL TO WS-TOT-MTD-ACTUAL(1)
                   ADD SR-MTD-BUDGET TO WS-TOT-MTD-BUDGET(1)
                   ADD SR-YTD-ACTUAL TO WS-TOT-YTD-ACTUAL(1)
                   ADD SR-YTD-BUDGET TO WS-TOT-YTD-BUDGET(1)
                   RETURN BV-SORT-FILE
                       AT END
                           SET WS-SORT-EOF TO TRUE
                   END-RETURN
               END-PERFORM
               PERFORM 8300-ACCOUNT-BREAK
               PERFORM 8400-COST-CENTER-BREAK
               PERFORM 8450-DIVISION-BREAK
           END-IF
           PERFORM 8500-WRITE-GRAND-TOTALS.

       8200-COST-CENTER-HEADING.
           MOVE ZERO TO WS-CCTR-HIT
           PERFORM VARYING WS-CCTR-SCAN FROM 1 BY 1
                   UNTIL WS-CCTR-SCAN > WS-CCTR-MAX
                      OR WS-CCTR-HIT > ZERO
               IF WS-CCTR-CODE(WS-CCTR-SCAN) = WS-PREV-COST-CENTER
                   MOVE WS-CCTR-SCAN TO WS-CCTR-HIT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-CCTR-HIT > ZERO
               STRING " COST CENTER " WS-PREV-COST-CENTER "  "
                   WS-CCTR-NAME(WS-CCTR-HIT)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING " COST CENTER " WS-PREV-COST-CENTER
                   "  *** NOT ON COSTCTR ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM 7100-PRINT-LINE.

       8250-DIVISION-HEADING.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-PAGE-HEADINGS
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING " DIVISION " WS-PREV-DIVISION
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE.

       8300-ACCOUNT-BREAK.
           ADD 1 TO WS-ACCOUNT-LINES
           MOVE 1 TO WS-LVL
           MOVE SPACES TO VL-LABEL
           MOVE WS-PREV-ACCOUNT-CODE TO VL-LABEL(2:10)
           PERFORM 8600-PRINT-LEVEL-LINE.

       8400-COST-CENTER-BREAK.
           MOVE 2 TO WS-LVL
           MOVE SPACES TO VL-LABEL
           STRING WS-PREV-COST-CENTER " TOTAL"
               DELIMITED BY SIZE INTO VL-LABEL
           PERFORM 8600-PRINT-LEVEL-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE.

       8450-DIVISION-BREAK.
           MOVE 3 TO WS-LVL
           MOVE SPACES TO VL-LABEL
           STRING WS-PREV-DIVISION " TOTAL"
               DELIMITED BY SIZE INTO VL-LABEL
           PERFORM 8600-PRINT-LEVEL-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE.

       8500-WRITE-GRAND-TOTALS.
           MOVE 4 TO WS-LVL
           MOVE "GRAND TOTAL" TO VL-LABEL
           PERFORM 8600-PRINT-LEVEL-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-ACCOUNT-LINES TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " ACCOUNT LINES REPORTED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-FLAGGED-LINES TO WS-EDIT-COUNT
           MOVE WS-TOLERANCE-PCT TO WS-EDIT-TOLERANCE
           MOVE SPACES TO WS-REPORT-LINE
           STRING " LINES FLAGGED:          " WS-EDIT-COUNT
               "   (OVER TOL = MONTH OR YEAR-TO-DATE VARIANCE MORE "
               "THAN " FUNCTION TRIM(WS-EDIT-TOLERANCE)
               "% OF BUDGET EITHER WAY)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE.

       8600-PRINT-LEVEL-LINE.
      *> Print the totals held at WS-LVL with VL-LABEL already set,
      *> roll them into the level above, and clear them.
           MOVE SPACES TO WS-LINE-FLAG
           MOVE WS-TOT-MTD-ACTUAL(WS-LVL) TO VL-MTD-ACTUAL
           MOVE WS-TOT-MTD-BUDGET(WS-LVL) TO VL-MTD-BUDGET
           COMPUTE WS-VARIANCE = WS-TOT-MTD-ACTUAL(WS-LVL)
                               - WS-TOT-MTD-BUDGET(WS-LVL)
           MOVE WS-VARIANCE TO VL-MTD-VARIANCE
           MOVE WS-TOT-MTD-BUDGET(WS-LVL) TO WS-PCT-BUDGET
           PERFORM 8700-VARIANCE-PERCENT
           MOVE WS-PCT-TEXT TO VL-MTD-PCT
           MOVE WS-TOT-YTD-ACTUAL(WS-LVL) TO VL-YTD-ACTUAL
           MOVE WS-TOT-YTD-BUDGET(WS-LVL) TO VL-YTD-BUDGET
           COMPUTE WS-VARIANCE = WS-TOT-YTD-ACTUAL(WS-LVL)
                               - WS-TOT-YTD-BUDGET(WS-LVL)
           MOVE WS-VARIANCE TO VL-YTD-VARIANCE
           MOVE WS-TOT-YTD-BUDGET(WS-LVL) TO WS-PCT-BUDGET
           PERFORM 8700-VARIANCE-PERCENT
           MOVE WS-PCT-TEXT TO VL-YTD-PCT
           MOVE WS-LINE-FLAG TO VL-FLAG
           IF WS-LINE-FLAG NOT = SPACES AND WS-LVL = 1
               ADD 1 TO WS-FLAGGED-LINES
           END-IF
           MOVE WS-VARIANCE-LINE TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           IF WS-LVL < 4
               COMPUTE WS-NEXT-LVL = WS-LVL + 1
               ADD WS-TOT-MTD-ACTUAL(WS-LVL)
                   TO WS-TOT-MTD-ACTUAL(WS-NEXT-LVL)
               ADD WS-TOT-MTD-BUDGET(WS-LVL)
                   TO WS-TOT-MTD-BUDGET(WS-NEXT-LVL)
               ADD WS-TOT-YTD-ACTUAL(WS-LVL)
                   TO WS-TOT-YTD-ACTUAL(WS-NEXT-LVL)
               ADD WS-TOT-YTD-BUDGET(WS-LVL)
                   TO WS-TOT-YTD-BUDGET(WS-NEXT-LVL)
           END-IF
           INITIALIZE WS-LEVEL-ENTRY(WS-LVL).

       8700-VARIANCE-PERCENT.
      *> WS-VARIANCE over the size of WS-PCT-BUDGET, edited into
      *> WS-PCT-TEXT; sets WS-LINE-FLAG when out of
      *> tolerance, or when there is actual against no budget.
           MOVE SPACES TO WS-PCT-TEXT
           IF WS-PCT-BUDGET = ZERO
               IF WS-VARIANCE NOT = ZERO
                   MOVE "     N/A" TO WS-PCT-TEXT
                   IF WS-LINE-FLAG = SPACES
                       MOVE "NO BUDGT" TO WS-LINE-FLAG
                   END-IF
               END-IF
           ELSE
               IF FUNCTION ABS(WS-VARIANCE)
                  >= FUNCTION ABS(WS-PCT-BUDGET) * 1000
                   MOVE "  >99999" TO WS-PCT-TEXT
                   IF WS-VARIANCE < ZERO
                       MOVE " <-99999" TO WS-PCT-TEXT
                   END-IF
                   MOVE "OVER TOL" TO WS-LINE-FLAG
               ELSE
                   COMPUTE WS-VARIANCE-PCT ROUNDED =
                       WS-VARIANCE * 100
                       / FUNCTION ABS(WS-PCT-BUDGET)
                   MOVE WS-VARIANCE-PCT TO WS-EDIT-PCT
                   MOVE WS-EDIT-PCT TO WS-PCT-TEXT
                   IF FUNCTION ABS(WS-VARIANCE-PCT) > WS-TOLERANCE-PCT
                       MOVE "OVER TOL" TO WS-LINE-FLAG
                   END-IF
               END-IF
           END-IF.
