       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLB04.
      *> Budget master load. Reads finance's annual budget file
      *> (BUDGFILE, see BUDGIN.cpy) - one record per GL account /
      *> cost center with an annual amount and its monthly phasing -
      *> and spreads each annual amount over the twelve periods of
      *> its budget year on the keyed budget master (BUDGETM, see
      *> BUDGMST.cpy), so GLB05's variance report and CALC00's
      *> overspend warning read a month's budget with the same key
      *> GLBALM uses for the month's actual.
      *>
      *> The whole file is proved before anything is written: a
      *> year that is not numeric, an account not on GLACCTM or not
      *> an income statement account, a cost center missing or
      *> closed on COSTCTR, a non-numeric amount, a phasing code
      *> other than E or P, percent phasing that does not total
      *> exactly 100.00, or the same year/account/cost center twice
      *> stops the load RC=16 with the master untouched - a half
      *> loaded budget would report false variances. A clean file
      *> writes a new row for each key not yet on the master and
      *> replaces the figure on a key already there, so a
      *> re-forecast is simply a reload of the changed lines.
      *> Rows for keys not on the file are left as they are.
      *>
      *> BUDLRPT lists every line loaded with its annual amount,
      *> phasing and rows added/replaced, or every error found.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. scootys-home.
       OBJECT-COMPUTER. scootys-home.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-INPUT-FILE ASSIGN TO "BUDGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUDGIN.

           SELECT BUDGET-MASTER-FILE ASSIGN TO "BUDGETM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-FS-BUDGM.

           SELECT GL-ACCT-MASTER-FILE ASSIGN TO "GLACCTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACCTM.

           SELECT COST-CENTER-MASTER-FILE ASSIGN TO "COSTCTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CCTRM.

           SELECT BUDGET-LOAD-REPORT-FILE ASSIGN TO "BUDLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-INPUT-FILE.
           COPY BUDGIN.

       FD  BUDGET-MASTER-FILE.
           COPY BUDGMST.

       FD  GL-ACCT-MASTER-FILE.
           COPY GLACCTM.

       FD  COST-CENTER-MASTER-FILE.
           COPY CCTRMST.

       FD  BUDGET-LOAD-REPORT-FILE.
       01  BUDGET-LOAD-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-FS-BUDGIN            PIC XX VALUE "00".
           05  WS-FS-BUDGM             PIC XX VALUE "00".
           05  WS-FS-ACCTM             PIC XX VALUE "00".
           05  WS-FS-CCTRM             PIC XX VALUE "00".
           05  WS-FS-REPORT            PIC XX VALUE "00".

       01  WS-TIMESTAMP                PIC X(21).
       01  WS-LOAD-DATE                PIC X(8) VALUE SPACES.

       01  WS-ACCT-MAX-ENTRIES         PIC 9(4) VALUE 500.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-ACCT-CODE        PIC X(10).
               10  WS-ACCT-STATUS      PIC X.
               10  WS-ACCT-TYPE        PIC X.
       01  WS-ACCT-MAX                 PIC 9(4) VALUE ZERO.
       01  WS-ACCT-SCAN                PIC 9(4) VALUE ZERO.
       01  WS-ACCT-HIT                 PIC 9(4) VALUE ZERO.
       01  WS-CCTR-MAX-ENTRIES         PIC 9(4) VALUE 500.
       01  WS-CCTR-TABLE.
           05  WS-CCTR-ENTRY OCCURS 500 TIMES.
               10  WS-CCTR-CODE        PIC X(6).
               10  WS-CCTR-STATUS      PIC X.
       01  WS-CCTR-MAX                 PIC 9(4) VALUE ZERO.
       01  WS-CCTR-SCAN                PIC 9(4) VALUE ZERO.
       01  WS-CCTR-HIT                 PIC 9(4) VALUE ZERO.

      *> The budget file held in core while it is proved, so
      *> nothing reaches the master unless every line is clean.
       01  WS-BUDG-MAX-ENTRIES         PIC 9(4) VALUE 2000.
       01  WS-BUDG-TABLE.
           05  WS-BUDG-ENTRY OCCURS 2000 TIMES.
               10  WS-BUDG-KEY         PIC X(20).
               10  WS-BUDG-RECORD      PIC X(111).
       01  WS-BUDG-MAX                 PIC 9(4) VALUE ZERO.
       01  WS-BUDG-SUB                 PIC 9(4) VALUE ZERO.
       01  WS-BUDG-SCAN                PIC 9(4) VALUE ZERO.
       01  WS-BUDG-KEY-WORK.
           05  WS-BUDG-KEY-YEAR        PIC X(4).
           05  WS-BUDG-KEY-ACCOUNT     PIC X(10).
           05  WS-BUDG-KEY-CC          PIC X(6).

       01  WS-RECORD-NUMBER            PIC 9(9) VALUE ZERO.
       01  WS-ERROR-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-ERROR-TEXT               PIC X(80) VALUE SPACES.
       01  WS-LINES-LOADED             PIC 9(9) VALUE ZERO.
       01  WS-ROWS-ADDED               PIC 9(9) VALUE ZERO.
       01  WS-ROWS-REPLACED            PIC 9(9) VALUE ZERO.
       01  WS-LINE-ADDED               PIC 9(2) VALUE ZERO.
       01  WS-LINE-REPLACED            PIC 9(2) VALUE ZERO.
       01  WS-ANNUAL-TOTAL             PIC S9(13)V99 VALUE ZERO.

      *> Monthly phasing work for one budget line.
       01  WS-MONTH-SUB                PIC 9(2) VALUE ZERO.
       01  WS-LAST-MONTH               PIC 9(2) VALUE ZERO.
       01  WS-PCT-TOTAL                PIC 9(5)V99 VALUE ZERO.
       01  WS-MONTH-AMOUNT-TABLE.
           05  WS-MONTH-AMOUNT OCCURS 12 TIMES
                                       PIC S9(11)V99.
       01  WS-PHASED-SO-FAR            PIC S9(13)V99 VALUE ZERO.
       01  WS-PERIOD-WORK              PIC X(6) VALUE SPACES.

       01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-LINES-PER-PAGE           PIC 9(4) VALUE 55.

       01  WS-REPORT-LINE              PIC X(132).
       01  WS-EDIT-COUNT               PIC ZZZZZZZZ9.
       01  WS-EDIT-AMOUNT              PIC -(13)9.99.
       01  WS-EDIT-RECORD-NUMBER       PIC ZZZZZZZZ9.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-YEAR                 PIC X(4).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RL-ACCOUNT-CODE         PIC X(10).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RL-COST-CENTER          PIC X(6).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  RL-PHASING              PIC X(7).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RL-ANNUAL-AMOUNT        PIC -(13)9.99.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  RL-ROWS-ADDED           PIC Z9.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  RL-ROWS-REPLACED        PIC Z9.
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               " BUDGET MASTER LOAD                     ".
           05  FILLER                  PIC X(10) VALUE "LOAD DATE ".
           05  HD-LOAD-DATE            PIC X(8).
           05  FILLER                  PIC X(62) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HD-PAGE                 PIC ZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(40) VALUE
               " YEAR   GL-ACCOUNT   COST-C     PHASING ".
           05  FILLER                  PIC X(92) VALUE
               "      ANNUAL AMOUNT  ADDED  REPLACED".

       PROCEDURE DIVISION.

       BEGIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ACCOUNTS
           PERFORM 2050-LOAD-COST-CENTERS
           PERFORM 3000-PROVE-BUDGET-FILE
           IF WS-ERROR-COUNT > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING " *** BUDGET FILE IN ERROR - NOTHING LOADED, "
                   "BUDGET MASTER UNCHANGED ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
               CLOSE BUDGET-LOAD-REPORT-FILE
               MOVE WS-ERROR-COUNT TO WS-EDIT-COUNT
               DISPLAY "cobol-budload: "
                       FUNCTION TRIM(WS-EDIT-COUNT)
                       " budget file error(s) - nothing loaded"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-APPLY-BUDGETS
           PERFORM 8000-WRITE-TOTALS
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-LOAD-DATE
           OPEN OUTPUT BUDGET-LOAD-REPORT-FILE
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "cobol-budload: unable to open BUDLRPT, "
                       "file status " WS-FS-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 7000-WRITE-PAGE-HEADINGS.

       2000-LOAD-ACCOUNTS.
           MOVE ZERO TO WS-ACCT-MAX
           OPEN INPUT GL-ACCT-MASTER-FILE
           IF WS-FS-ACCTM NOT = "00"
               DISPLAY "cobol-budload: unable to open GLACCTM, "
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
                           DISPLAY "cobol-budload: GLACCTM has more "
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
                       MOVE AM-STATUS TO WS-ACCT-STATUS(WS-ACCT-MAX)
                       MOVE AM-ACCOUNT-TYPE
                           TO WS-ACCT-TYPE(WS-ACCT-MAX)
               END-READ
           END-PERFORM.

       2050-LOAD-COST-CENTERS.
           MOVE ZERO TO WS-CCTR-MAX
           OPEN INPUT COST-CENTER-MASTER-FILE
           IF WS-FS-CCTRM NOT = "00"
               DISPLAY "cobol-budload: unable to open COSTCTR, "
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
                           DISPLAY "cobol-budload: COSTCTR has more "
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
                       MOVE CM-STATUS TO WS-CCTR-STATUS(WS-CCTR-MAX)
               END-READ
           END-PERFORM.

       3000-PROVE-BUDGET-FILE.
           MOVE ZERO TO WS-BUDG-MAX
           OPEN INPUT BUDGET-INPUT-FILE
           IF WS-FS-BUDGIN NOT = "00"
               DISPLAY "cobol-budload: unable to open budget file "
                       "BUDGFILE, file status " WS-FS-BUDGIN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FS-BUDGIN = "10"
               READ BUDGET-INPUT-FILE
                   AT END
                       CLOSE BUDGET-INPUT-FILE
                       MOVE "10" TO WS-FS-BUDGIN
                   NOT AT END
                       ADD 1 TO WS-RECORD-NUMBER
                       PERFORM 3100-PROVE-ONE-LINE
               END-READ
           END-PERFORM.

       3100-PROVE-ONE-LINE.
           IF BI-BUDGET-YEAR NOT NUMERIC
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "budget year '" BI-BUDGET-YEAR
                   "' is not a yyyy year"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 3900-WRITE-LINE-ERROR
           END-IF
           MOVE ZERO TO WS-ACCT-HIT
           PERFORM VARYING WS-ACCT-SCAN FROM 1 BY 1
                   UNTIL WS-ACCT-SCAN > WS-ACCT-MAX
                      OR WS-ACCT-HIT > ZERO
               IF WS-ACCT-CODE(WS-ACCT-SCAN) = BI-ACCOUNT-CODE
                   MOVE WS-ACCT-SCAN TO WS-ACCT-HIT
               END-IF
           END-PERFORM
           IF WS-ACCT-HIT = ZERO
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "account " BI-ACCOUNT-CODE
                   " is not on GLACCTM"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 3900-WRITE-LINE-ERROR
           ELSE
               IF WS-ACCT-TYPE(WS-ACCT-HIT) NOT = "R"
                  AND WS-ACCT-TYPE(WS-ACCT-HIT) NOT = "E"
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "account " BI-ACCOUNT-CODE
                       " is not a revenue or expense account"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 3900-WRITE-LINE-ERROR
               END-IF
           END-IF
           MOVE ZERO TO WS-CCTR-HIT
           PERFORM VARYING WS-CCTR-SCAN FROM 1 BY 1
                   UNTIL WS-CCTR-SCAN > WS-CCTR-MAX
                      OR WS-CCTR-HIT > ZERO
               IF WS-CCTR-CODE(WS-CCTR-SCAN) = BI-COST-CENTER
                   MOVE WS-CCTR-SCAN TO WS-CCTR-HIT
               END-IF
           END-PERFORM
           IF WS-CCTR-HIT = ZERO
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "cost center " BI-COST-CENTER
                   " is not on COSTCTR"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 3900-WRITE-LINE-ERROR
           ELSE
               IF WS-CCTR-STATUS(WS-CCTR-HIT) NOT = "A"
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "cost center " BI-COST-CENTER
                       " is closed on COSTCTR"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 3900-WRITE-LINE-ERROR
               END-IF
           END-IF
           IF BI-ANNUAL-AMOUNT NOT NUMERIC
               MOVE "annual amount is not a signed number"
                   TO WS-ERROR-TEXT
               PERFORM 3900-WRITE-LINE-ERROR
           END-IF
           EVALUATE TRUE
               WHEN BI-EVEN-PHASING
                   CONTINUE
               WHEN BI-PERCENT-PHASING
                   PERFORM 3200-PROVE-PERCENT-PHASING
               WHEN OTHER
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "phasing '" BI-PHASING
                       "' must be E (even) or P (percent)"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 3900-WRITE-LINE-ERROR
           END-EVALUATE
           MOVE BI-BUDGET-YEAR TO WS-BUDG-KEY-YEAR
           MOVE BI-ACCOUNT-CODE TO WS-BUDG-KEY-ACCOUNT
           MOVE BI-COST-CENTER TO WS-BUDG-KEY-CC
           PERFORM VARYING WS-BUDG-SCAN FROM 1 BY 1
                   UNTIL WS-BUDG-SCAN > WS-BUDG-MAX
               IF WS-BUDG-KEY(WS-BUDG-SCAN) = WS-BUDG-KEY-WORK
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "year " BI-BUDGET-YEAR " account "
                       BI-ACCOUNT-CODE " cost center "
                       BI-COST-CENTER " is on the file twice"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 3900-WRITE-LINE-ERROR
               END-IF
           END-PERFORM
           IF WS-BUDG-MAX >= WS-BUDG-MAX-ENTRIES
               DISPLAY "cobol-budload: BUDGFILE has more than "
                       WS-BUDG-MAX-ENTRIES " lines - increase "
                       "WS-BUDG-MAX-ENTRIES and recompile"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BUDG-MAX
           MOVE WS-BUDG-KEY-WORK TO WS-BUDG-KEY(WS-BUDG-MAX)
           MOVE BUDGET-INPUT-RECORD TO WS-BUDG-RECORD(WS-BUDG-MAX).

       3200-PROVE-PERCENT-PHASING.
           MOVE ZERO TO WS-PCT-TOTAL
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               IF BI-MONTH-PCT(WS-MONTH-SUB) IS NUMERIC
                   ADD BI-MONTH-PCT(WS-MONTH-SUB) TO WS-PCT-TOTAL
               ELSE
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "month " WS-MONTH-SUB
                       " percentage is not numeric"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 3900-WRITE-LINE-ERROR
               END-IF
           END-PERFORM
           IF WS-PCT-TOTAL NOT = 100
               MOVE WS-PCT-TOTAL TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "monthly percentages total "
                   FUNCTION TRIM(WS-EDIT-AMOUNT)
                   " - must be exactly 100.00"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 3900-WRITE-LINE-ERROR
           END-IF.

       3900-WRITE-LINE-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           MOVE WS-RECORD-NUMBER TO WS-EDIT-RECORD-NUMBER
           MOVE SPACES TO WS-REPORT-LINE
           STRING " ERROR   LINE "
               FUNCTION TRIM(WS-EDIT-RECORD-NUMBER) ": "
               WS-ERROR-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           DISPLAY "cobol-budload: line "
                   FUNCTION TRIM(WS-EDIT-RECORD-NUMBER) ": "
                   FUNCTION TRIM(WS-ERROR-TEXT).

       4000-APPLY-BUDGETS.
           OPEN I-O BUDGET-MASTER-FILE
           IF WS-FS-BUDGM = "35"
               OPEN OUTPUT BUDGET-MASTER-FILE
               CLOSE BUDGET-MASTER-FILE
               OPEN I-O BUDGET-MASTER-FILE
           END-IF
           IF WS-FS-BUDGM NOT = "00"
               DISPLAY "cobol-budload: unable to open BUDGETM, "
                       "file status " WS-FS-BUDGM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-BUDG-SUB FROM 1 BY 1
                   UNTIL WS-BUDG-SUB > WS-BUDG-MAX
               MOVE WS-BUDG-RECORD(WS-BUDG-SUB)
                   TO BUDGET-INPUT-RECORD
               PERFORM 4100-PHASE-ONE-LINE
               PERFORM 4200-WRITE-ONE-LINE
           END-PERFORM
           CLOSE BUDGET-MASTER-FILE.

       4100-PHASE-ONE-LINE.
      *> Split the annual amount into WS-MONTH-AMOUNT(1..12); the
      *> cents lost to rounding go to the last month carrying a
      *> share, so the twelve rows always add back to the annual.
           MOVE ZERO TO WS-PHASED-SO-FAR
           IF BI-EVEN-PHASING
               MOVE 12 TO WS-LAST-MONTH
           ELSE
               MOVE ZERO TO WS-LAST-MONTH
               PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                       UNTIL WS-MONTH-SUB > 12
                   IF BI-MONTH-PCT(WS-MONTH-SUB) > ZERO
                       MOVE WS-MONTH-SUB TO WS-LAST-MONTH
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               EVALUATE TRUE
                   WHEN WS-MONTH-SUB = WS-LAST-MONTH
                       COMPUTE WS-MONTH-AMOUNT(WS-MONTH-SUB) =
                           BI-ANNUAL-AMOUNT - WS-PHASED-SO-FAR
                   WHEN BI-EVEN-PHASING
                       COMPUTE WS-MONTH-AMOUNT(WS-MONTH-SUB) ROUNDED =
                           BI-ANNUAL-AMOUNT / 12
                   WHEN OTHER
                       COMPUTE WS-MONTH-AMOUNT(WS-MONTH-SUB) ROUNDED =
                           BI-ANNUAL-AMOUNT
                           * BI-MONTH-PCT(WS-MONTH-SUB) / 100
               END-EVALUATE
               ADD WS-MONTH-AMOUNT(WS-MONTH-SUB) TO WS-PHASED-SO-FAR
           END-PERFORM.

       4200-WRITE-ONE-LINE.
           MOVE ZERO TO WS-LINE-ADDED
           MOVE ZERO TO WS-LINE-REPLACED
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               MOVE SPACES TO WS-PERIOD-WORK
               STRING BI-BUDGET-YEAR WS-MONTH-SUB
                   DELIMITED BY SIZE INTO WS-PERIOD-WORK
               MOVE SPACES TO BUDGET-MASTER-RECORD
               MOVE WS-PERIOD-WORK TO BM-PERIOD
               MOVE BI-ACCOUNT-CODE TO BM-ACCOUNT-CODE
               MOVE BI-COST-CENTER TO BM-COST-CENTER
               READ BUDGET-MASTER-FILE
                   INVALID KEY
                       MOVE WS-MONTH-AMOUNT(WS-MONTH-SUB)
                           TO BM-BUDGET-AMOUNT
                       MOVE WS-LOAD-DATE TO BM-LOAD-DATE
                       WRITE BUDGET-MASTER-RECORD
                       ADD 1 TO WS-LINE-ADDED
                   NOT INVALID KEY
                       MOVE WS-MONTH-AMOUNT(WS-MONTH-SUB)
                           TO BM-BUDGET-AMOUNT
                       MOVE WS-LOAD-DATE TO BM-LOAD-DATE
                       REWRITE BUDGET-MASTER-RECORD
                       ADD 1 TO WS-LINE-REPLACED
               END-READ
           END-PERFORM
           ADD 1 TO WS-LINES-LOADED
           ADD WS-LINE-ADDED TO WS-ROWS-ADDED
           ADD WS-LINE-REPLACED TO WS-ROWS-REPLACED
           ADD BI-ANNUAL-AMOUNT TO WS-ANNUAL-TOTAL
           MOVE BI-BUDGET-YEAR TO RL-YEAR
           MOVE BI-ACCOUNT-CODE TO RL-ACCOUNT-CODE
           MOVE BI-COST-CENTER TO RL-COST-CENTER
           IF BI-EVEN-PHASING
               MOVE "EVEN" TO RL-PHASING
           ELSE
               MOVE "PERCENT" TO RL-PHASING
           END-IF
           MOVE BI-ANNUAL-AMOUNT TO RL-ANNUAL-AMOUNT
           MOVE WS-LINE-ADDED TO RL-ROWS-ADDED
           MOVE WS-LINE-REPLACED TO RL-ROWS-REPLACED
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE.

       7000-WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO HD-PAGE
           MOVE WS-LOAD-DATE TO HD-LOAD-DATE
           WRITE BUDGET-LOAD-REPORT-RECORD FROM WS-HEADING-1
           WRITE BUDGET-LOAD-REPORT-RECORD FROM WS-HEADING-2
           MOVE SPACES TO BUDGET-LOAD-REPORT-RECORD
           WRITE BUDGET-LOAD-REPORT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       7100-PRINT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-PAGE-HEADINGS
           END-IF
           WRITE BUDGET-LOAD-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       8000-WRITE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-LINES-LOADED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " BUDGET LINES LOADED:  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-ROWS-ADDED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " MASTER ROWS ADDED:    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-ROWS-REPLACED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " MASTER ROWS REPLACED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-ANNUAL-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " ANNUAL BUDGET LOADED: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           CLOSE BUDGET-LOAD-REPORT-FILE
           DISPLAY "cobol-budload control total - load date "
                   WS-LOAD-DATE
           MOVE WS-LINES-LOADED TO WS-EDIT-COUNT
           DISPLAY "Budget lines loaded: " WS-EDIT-COUNT
           MOVE WS-ROWS-ADDED TO WS-EDIT-COUNT
           DISPLAY "  Rows added:        " WS-EDIT-COUNT
           MOVE WS-ROWS-REPLACED TO WS-EDIT-COUNT
           DISPLAY "  Rows replaced:     " WS-EDIT-COUNT.
