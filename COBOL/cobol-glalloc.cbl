       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLB03.
      *> Month-end cost allocation from the keyed GL balance master
      *> (GLBALM, see GLBALM.cpy). Applies the finance-maintained
      *> allocation rules (ALLOCRUL, see ALLOCRL.cpy) to the
      *> period's balances: each rule takes the net balance of its
      *> source account on its source cost center and spreads it
      *> over the target cost centers by percentage or by
      *> statistical driver, so head office costs follow the
      *> month's actual balances instead of a split worked out in a
      *> spreadsheet and keyed as standing instructions.
      *>
      *> The allocation goes out as one balanced BH/DT/BT batch on
      *> ALLOCOUT (source id "ALOC", trailer count and hash total
      *> computed) for appending to the next CALCTRAN, so it is
      *> edited, calculated, double-entered and rolled into GLBALM
      *> exactly like keyed work: per rule one credit-out detail
      *> (negative amount) on the rule's out account at the source
      *> cost center and one debit-in detail per target on the
      *> rule's in account at the target cost center. The credit
      *> equals the debits to the cent - rounding is absorbed by the
      *> last target. The trans-ref is "AL" + rule id + period
      *> yymm + target sequence (00 is the credit-out), so every
      *> posting traces back to its rule and period.
      *>
      *> The allocation register (ALLOCRPT) shows, per rule, each
      *> cost center's balance on the source account before the
      *> allocation, the amount moved, and the balance after it.
      *>
      *> The run stops RC=16 with nothing generated when a rule is
      *> malformed - a percentage rule whose targets do not total
      *> exactly 100.00, a driver rule with no driver quantity, an
      *> unknown or closed account or cost center, a target equal
      *> to the source, or records of one rule that disagree on
      *> basis or accounts. A period already on the allocation log
      *> (ALLOCLOG, see ALLOCLG.cpy) is refused RC=8, the way GLB01
      *> refuses an extract already on GLAPPLOG. A rule whose
      *> source balance is zero or a credit is reported and skipped
      *> (RC=4).
      *>
      *> PARM is keyword=value pairs separated by commas:
      *>   PERIOD=yyyymm   period to allocate (default: the month
      *>                   before the business date)
      *>   DATE=yyyymmdd   business date on the batch header
      *>                   (default: today)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. scootys-home.
       OBJECT-COMPUTER. scootys-home.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOCATION-RULE-FILE ASSIGN TO "ALLOCRUL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RULE.

           SELECT GL-BALANCE-MASTER-FILE ASSIGN TO "GLBALM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-FS-BALM.

           SELECT GL-ACCT-MASTER-FILE ASSIGN TO "GLACCTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACCTM.

           SELECT COST-CENTER-MASTER-FILE ASSIGN TO "COSTCTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CCTRM.

           SELECT ALLOCATION-LOG-FILE ASSIGN TO "ALLOCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALLOCLOG.

           SELECT ALLOC-BATCH-FILE ASSIGN TO "ALLOCOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BATCH.

           SELECT ALLOC-REGISTER-FILE ASSIGN TO "ALLOCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  ALLOCATION-RULE-FILE.
           COPY ALLOCRL.

       FD  GL-BALANCE-MASTER-FILE.
           COPY GLBALM.

       FD  GL-ACCT-MASTER-FILE.
           COPY GLACCTM.

       FD  COST-CENTER-MASTER-FILE.
           COPY CCTRMST.

       FD  ALLOCATION-LOG-FILE.
           COPY ALLOCLG.

       FD  ALLOC-BATCH-FILE.
           COPY CALCTRN.

       FD  ALLOC-REGISTER-FILE.
       01  ALLOC-REGISTER-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-FS-RULE              PIC XX VALUE "00".
           05  WS-FS-BALM              PIC XX VALUE "00".
           05  WS-FS-ACCTM             PIC XX VALUE "00".
           05  WS-FS-CCTRM             PIC XX VALUE "00".
           05  WS-FS-ALLOCLOG          PIC XX VALUE "00".
           05  WS-FS-BATCH             PIC XX VALUE "00".
           05  WS-FS-REPORT            PIC XX VALUE "00".

       01  WS-PARM                     PIC X(80).
       01  WS-PARM-PAIRS.
           05  WS-PARM-PAIR OCCURS 5 TIMES PIC X(20).
       01  WS-PARM-KEYWORD             PIC X(8).
       01  WS-PARM-VALUE               PIC X(12).
       01  WS-PAIR-SUB                 PIC 9(4) VALUE ZERO.

       01  WS-TIMESTAMP                PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-SEL-PERIOD               PIC X(6) VALUE SPACES.
       01  WS-SEL-PERIOD-N REDEFINES WS-SEL-PERIOD.
           05  WS-SEL-YYYY             PIC 9(4).
           05  WS-SEL-MM               PIC 9(2).

      *> GLACCTM and COSTCTR codes with their status, to prove the
      *> rules' accounts and cost centers before anything is
      *> generated.
       01  WS-ACCT-MAX-ENTRIES         PIC 9(4) VALUE 500.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-ACCT-CODE        PIC X(10).
               10  WS-ACCT-STATUS      PIC X.
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
       01  WS-LOOKUP-ACCOUNT           PIC X(10) VALUE SPACES.
       01  WS-LOOKUP-COST-CENTER       PIC X(6) VALUE SPACES.

      *> Active ALLOCRUL records, in file order, and one entry per
      *> distinct rule id carrying the rule-level fields from its
      *> first record (every later record must agree with them),
      *> its target count and its share total.
       01  WS-AROW-MAX-ENTRIES         PIC 9(4) VALUE 500.
       01  WS-AROW-TABLE.
           05  WS-AROW-ENTRY OCCURS 500 TIMES.
               10  WS-AROW-RULE-ID     PIC X(4).
               10  WS-AROW-TARGET-CC   PIC X(6).
               10  WS-AROW-RECORD      PIC X(86).
       01  WS-AROW-MAX                 PIC 9(4) VALUE ZERO.
       01  WS-AROW-SUB                 PIC 9(4) VALUE ZERO.
       01  WS-AROW-SCAN                PIC 9(4) VALUE ZERO.

       01  WS-RULE-MAX-ENTRIES         PIC 9(4) VALUE 100.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 100 TIMES.
               10  WS-RULE-ID          PIC X(4).
               10  WS-RULE-BASIS       PIC X.
               10  WS-RULE-SOURCE-ACCOUNT PIC X(10).
               10  WS-RULE-SOURCE-CC   PIC X(6).
               10  WS-RULE-OUT-ACCOUNT PIC X(10).
               10  WS-RULE-IN-ACCOUNT  PIC X(10).
               10  WS-RULE-DESCRIPTION PIC X(20).
               10  WS-RULE-TARGETS     PIC 9(4).
               10  WS-RULE-SHARE-TOTAL PIC 9(10)V99.
       01  WS-RULE-MAX                 PIC 9(4) VALUE ZERO.
       01  WS-RULE-SUB                 PIC 9(4) VALUE ZERO.
       01  WS-RULE-SCAN                PIC 9(4) VALUE ZERO.
       01  WS-RULE-HIT                 PIC 9(4) VALUE ZERO.

       01  WS-OUT-ACCOUNT-WORK         PIC X(10) VALUE SPACES.
       01  WS-IN-ACCOUNT-WORK          PIC X(10) VALUE SPACES.

       01  WS-ERROR-RULE-ID            PIC X(4) VALUE SPACES.
       01  WS-ERROR-TEXT               PIC X(80) VALUE SPACES.

       01  WS-READ-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-INACTIVE-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-ERROR-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-RULES-APPLIED            PIC 9(5) VALUE ZERO.
       01  WS-DETAIL-COUNT             PIC 9(9) VALUE ZERO.

       01  WS-REFUSED-SWITCH           PIC X VALUE "N".
           88  WS-PERIOD-REFUSED                VALUE "Y".

      *> The batch header is written lazily on the first detail, so
      *> a period with nothing to allocate produces an empty
      *> ALLOCOUT instead of a detail-less batch.
       01  WS-BATCH-OPEN-SWITCH        PIC X VALUE "N".
           88  WS-ALLOC-BATCH-OPEN              VALUE "Y".
       01  WS-BATCH-HASH-TOTAL         PIC S9(13)V99 VALUE ZERO.

      *> Largest amount one CALCTRAN detail operand can carry.
       01  WS-MAX-DETAIL-AMOUNT        PIC S9(7)V99 VALUE 9999999.99.

       01  WS-BALANCE-WORK             PIC S9(13)V99 VALUE ZERO.
       01  WS-SOURCE-BALANCE           PIC S9(13)V99 VALUE ZERO.
       01  WS-ALLOCATED-SO-FAR         PIC S9(13)V99 VALUE ZERO.
       01  WS-TARGET-AMOUNT            PIC S9(13)V99 VALUE ZERO.
       01  WS-TARGET-SEQ               PIC 9(4) VALUE ZERO.
       01  WS-CREDIT-OUT-TOTAL         PIC S9(13)V99 VALUE ZERO.
       01  WS-DEBIT-IN-TOTAL           PIC S9(13)V99 VALUE ZERO.

      *> One generated detail - filled by the caller of 4500.
       01  WS-DETAIL-AMOUNT            PIC S9(7)V99 VALUE ZERO.
       01  WS-DETAIL-ACCOUNT           PIC X(10) VALUE SPACES.
       01  WS-DETAIL-COST-CENTER       PIC X(6) VALUE SPACES.
       01  WS-DETAIL-SEQ               PIC 9(2) VALUE ZERO.
       01  WS-TRANS-REF-WORK           PIC X(12) VALUE SPACES.

       01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-LINES-PER-PAGE           PIC 9(4) VALUE 55.

       01  WS-REPORT-LINE              PIC X(132).
       01  WS-EDIT-COUNT               PIC ZZZZZZZZ9.
       01  WS-EDIT-AMOUNT              PIC -(11)9.99.
       01  WS-EDIT-SHARE               PIC ZZZZZZZZZ9.99.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-RULE-ID              PIC X(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-DIRECTION            PIC X(3).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-COST-CENTER          PIC X(6).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-ACCOUNT              PIC X(10).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-SHARE                PIC ZZZZZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-TRANS-REF            PIC X(12).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-BEFORE               PIC -(11)9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-ALLOCATION           PIC -(11)9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-AFTER                PIC -(11)9.99.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               " MONTH-END COST ALLOCATION REGISTER     ".
           05  FILLER                  PIC X(7) VALUE "PERIOD ".
           05  HD-PERIOD               PIC X(6).
           05  FILLER                  PIC X(16) VALUE
               "  BUSINESS DATE ".
           05  HD-BUSINESS-DATE        PIC X(8).
           05  FILLER                  PIC X(43) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HD-PAGE                 PIC ZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(20) VALUE
               " RULE  DIR  COST-C  ".
           05  FILLER                  PIC X(24) VALUE
               "GL-ACCOUNT       SHARE  ".
           05  FILLER                  PIC X(30) VALUE
               "TRANS-REF      BALANCE BEFORE ".
           05  FILLER                  PIC X(34) VALUE
               "      ALLOCATION    BALANCE AFTER ".
           05  FILLER                  PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.

       BEGIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ACCOUNTS
           PERFORM 2050-LOAD-COST-CENTERS
           PERFORM 2100-LOAD-RULES
           PERFORM 2200-VALIDATE-RULE-TOTALS
           IF WS-ERROR-COUNT > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING " *** ALLOCATION RULES IN ERROR - NO BATCH "
                   "GENERATED ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
               CLOSE ALLOC-REGISTER-FILE
               DISPLAY "cobol-glalloc: " WS-ERROR-COUNT
                       " allocation rule error(s) - run stopped"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2300-CHECK-ALLOCATION-LOG
           IF WS-PERIOD-REFUSED
               CLOSE ALLOC-REGISTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-GENERATE-ALLOCATIONS
           IF WS-DETAIL-COUNT > ZERO
               PERFORM 5000-LOG-ALLOCATION
           END-IF
           PERFORM 8000-WRITE-TOTALS
           IF WS-WARNING-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM 1100-PARSE-PARM
           IF WS-SEL-PERIOD = SPACES
      *> Month-end run: default to the month before the business
      *> date's month.
               MOVE WS-BUSINESS-DATE(1:6) TO WS-SEL-PERIOD
               IF WS-SEL-MM = 1
                   SUBTRACT 1 FROM WS-SEL-YYYY
                   MOVE 12 TO WS-SEL-MM
               ELSE
                   SUBTRACT 1 FROM WS-SEL-MM
               END-IF
           END-IF
           OPEN OUTPUT ALLOC-REGISTER-FILE
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "cobol-glalloc: unable to open ALLOCRPT, "
                       "file status " WS-FS-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 7000-WRITE-PAGE-HEADINGS.

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
                           DISPLAY "cobol-glalloc: PARM PERIOD not a "
                                   "valid yyyymm period: "
                                   WS-PARM-VALUE(1:6)
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN "DATE"
                       IF WS-PARM-VALUE(1:8) IS NUMERIC
                          AND FUNCTION INTEGER-OF-DATE(
                              FUNCTION NUMVAL(WS-PARM-VALUE(1:8)))
                              > ZERO
                           MOVE WS-PARM-VALUE(1:8) TO WS-BUSINESS-DATE
                       ELSE
                           DISPLAY "cobol-glalloc: PARM DATE not a "
                                   "valid yyyymmdd date: "
                                   WS-PARM-VALUE(1:8)
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       DISPLAY "cobol-glalloc: unrecognized PARM "
                               "keyword " WS-PARM-KEYWORD " ignored"
               END-EVALUATE
           END-IF.

       2000-LOAD-ACCOUNTS.
           MOVE ZERO TO WS-ACCT-MAX
           OPEN INPUT GL-ACCT-MASTER-FILE
           IF WS-FS-ACCTM NOT = "00"
               DISPLAY "cobol-glalloc: unable to open GLACCTM, "
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
                           DISPLAY "cobol-glalloc: GLACCTM has more "
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
               END-READ
           END-PERFORM.

       2050-LOAD-COST-CENTERS.
           MOVE ZERO TO WS-CCTR-MAX
           OPEN INPUT COST-CENTER-MASTER-FILE
           IF WS-FS-CCTRM NOT = "00"
               DISPLAY "cobol-glalloc: unable to open COSTCTR, "
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
                           DISPLAY "cobol-glalloc: COSTCTR has more "
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

       2100-LOAD-RULES.
           MOVE ZERO TO WS-AROW-MAX
           MOVE ZERO TO WS-RULE-MAX
           OPEN INPUT ALLOCATION-RULE-FILE
           IF WS-FS-RULE NOT = "00"
               DISPLAY "cobol-glalloc: unable to open allocation "
                       "rules ALLOCRUL, file status " WS-FS-RULE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FS-RULE = "10"
               READ ALLOCATION-RULE-FILE
                   AT END
                       CLOSE ALLOCATION-RULE-FILE
                       MOVE "10" TO WS-FS-RULE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF AR-ACTIVE
                           PERFORM 2110-LOAD-ONE-RULE-ROW
                       ELSE
                           ADD 1 TO WS-INACTIVE-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       2110-LOAD-ONE-RULE-ROW.
           MOVE AR-RULE-ID TO WS-ERROR-RULE-ID
           IF AR-RULE-ID = SPACES
               MOVE "record with a blank rule id"
                   TO WS-ERROR-TEXT
               PERFORM 2190-WRITE-RULE-ERROR
           END-IF
           IF NOT AR-PERCENT-BASIS AND NOT AR-DRIVER-BASIS
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "basis '" AR-BASIS "' must be P (percent) "
                   "or D (driver)"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 2190-WRITE-RULE-ERROR
           END-IF
           IF AR-SHARE NOT NUMERIC
               MOVE "share is not numeric" TO WS-ERROR-TEXT
               PERFORM 2190-WRITE-RULE-ERROR
           ELSE
               IF AR-SHARE = ZERO
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "target " AR-TARGET-COST-CENTER
                       " has a zero share"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 2190-WRITE-RULE-ERROR
               END-IF
           END-IF
           IF AR-OUT-ACCOUNT = SPACES
               MOVE AR-SOURCE-ACCOUNT TO WS-OUT-ACCOUNT-WORK
           ELSE
               MOVE AR-OUT-ACCOUNT TO WS-OUT-ACCOUNT-WORK
           END-IF
           IF AR-IN-ACCOUNT = SPACES
               MOVE AR-SOURCE-ACCOUNT TO WS-IN-ACCOUNT-WORK
           ELSE
               MOVE AR-IN-ACCOUNT TO WS-IN-ACCOUNT-WORK
           END-IF
           PERFORM 2120-CHECK-ROW-CODING
           PERFORM 2130-FIND-RULE
           IF WS-RULE-HIT = ZERO
               PERFORM 2140-ADD-RULE
           ELSE
               PERFORM 2150-CHECK-AGAINST-RULE
           END-IF
           IF WS-AROW-MAX >= WS-AROW-MAX-ENTRIES
               DISPLAY "cobol-glalloc: ALLOCRUL has more than "
                       WS-AROW-MAX-ENTRIES " active records - "
                       "increase WS-AROW-MAX-ENTRIES and recompile"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-AROW-MAX
           MOVE AR-RULE-ID TO WS-AROW-RULE-ID(WS-AROW-MAX)
           MOVE AR-TARGET-COST-CENTER TO WS-AROW-TARGET-CC(WS-AROW-MAX)
           MOVE ALLOCATION-RULE-RECORD TO WS-AROW-RECORD(WS-AROW-MAX)
           IF WS-RULE-HIT > ZERO AND AR-SHARE IS NUMERIC
               ADD 1 TO WS-RULE-TARGETS(WS-RULE-HIT)
               ADD AR-SHARE TO WS-RULE-SHARE-TOTAL(WS-RULE-HIT)
           END-IF.

       2120-CHECK-ROW-CODING.
      *> The source account/cost center only has to be known - a
      *> closed one can still carry a balance to clear. Everything
      *> the batch posts to must be open.
           MOVE AR-SOURCE-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM 2160-FIND-ACCOUNT
           IF WS-ACCT-HIT = ZERO
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "source account " AR-SOURCE-ACCOUNT
                   " is not on GLACCTM"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 2190-WRITE-RULE-ERROR
           END-IF
           MOVE WS-OUT-ACCOUNT-WORK TO WS-LOOKUP-ACCOUNT
           PERFORM 2160-FIND-ACCOUNT
           IF WS-ACCT-HIT = ZERO
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "out account " WS-OUT-ACCOUNT-WORK
                   " is not on GLACCTM"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 2190-WRITE-RULE-ERROR
           ELSE
               IF WS-ACCT-STATUS(WS-ACCT-HIT) NOT = "A"
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "out account " WS-OUT-ACCOUNT-WORK
                       " is closed on GLACCTM"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 2190-WRITE-RULE-ERROR
               END-IF
           END-IF
           MOVE WS-IN-ACCOUNT-WORK TO WS-LOOKUP-ACCOUNT
           PERFORM 2160-FIND-ACCOUNT
           IF WS-ACCT-HIT = ZERO
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "in account " WS-IN-ACCOUNT-WORK
                   " is not on GLACCTM"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 2190-WRITE-RULE-ERROR
           ELSE
               IF WS-ACCT-STATUS(WS-ACCT-HIT) NOT = "A"
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "in account " WS-IN-ACCOUNT-WORK
                       " is closed on GLACCTM"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 2190-WRITE-RULE-ERROR
               END-IF
           END-IF
           MOVE AR-SOURCE-COST-CENTER TO WS-LOOKUP-COST-CENTER
           PERFORM 2170-FIND-COST-CENTER
           IF WS-CCTR-HIT = ZERO
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "source cost center " AR-SOURCE-COST-CENTER
                   " is not on COSTCTR"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 2190-WRITE-RULE-ERROR
           ELSE
               IF WS-CCTR-STATUS(WS-CCTR-HIT) NOT = "A"
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "source cost center "
                       AR-SOURCE-COST-CENTER
                       " is closed on COSTCTR - its credit-out "
                       "cannot post"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 2190-WRITE-RULE-ERROR
               END-IF
           END-IF
           MOVE AR-TARGET-COST-CENTER TO WS-LOOKUP-COST-CENTER
           PERFORM 2170-FIND-COST-CENTER
           IF WS-CCTR-HIT = ZERO
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "target cost center " AR-TARGET-COST-CENTER
                   " is not on COSTCTR"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 2190-WRITE-RULE-ERROR
           ELSE
               IF WS-CCTR-STATUS(WS-CCTR-HIT) NOT = "A"
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "target cost center "
                       AR-TARGET-COST-CENTER " is closed on COSTCTR"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 2190-WRITE-RULE-ERROR
               END-IF
           END-IF
           IF AR-TARGET-COST-CENTER = AR-SOURCE-COST-CENTER
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "target cost center " AR-TARGET-COST-CENTER
                   " is the source cost center"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 2190-WRITE-RULE-ERROR
           END-IF.

       2130-FIND-RULE.
           MOVE ZERO TO WS-RULE-HIT
           PERFORM VARYING WS-RULE-SCAN FROM 1 BY 1
                   UNTIL WS-RULE-SCAN > WS-RULE-MAX
                      OR WS-RULE-HIT > ZERO
               IF WS-RULE-ID(WS-RULE-SCAN) = AR-RULE-ID
                   MOVE WS-RULE-SCAN TO WS-RULE-HIT
               END-IF
           END-PERFORM.

       2140-ADD-RULE.
           IF WS-RULE-MAX >= WS-RULE-MAX-ENTRIES
               DISPLAY "cobol-glalloc: ALLOCRUL has more than "
                       WS-RULE-MAX-ENTRIES " rules - increase "
                       "WS-RULE-MAX-ENTRIES and recompile"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RULE-MAX
           MOVE WS-RULE-MAX TO WS-RULE-HIT
           MOVE AR-RULE-ID TO WS-RULE-ID(WS-RULE-HIT)
           MOVE AR-BASIS TO WS-RULE-BASIS(WS-RULE-HIT)
           MOVE AR-SOURCE-ACCOUNT
               TO WS-RULE-SOURCE-ACCOUNT(WS-RULE-HIT)
           MOVE AR-SOURCE-COST-CENTER
               TO WS-RULE-SOURCE-CC(WS-RULE-HIT)
           MOVE WS-OUT-ACCOUNT-WORK
               TO WS-RULE-OUT-ACCOUNT(WS-RULE-HIT)
           MOVE WS-IN-ACCOUNT-WORK TO WS-RULE-IN-ACCOUNT(WS-RULE-HIT)
           MOVE AR-DESCRIPTION TO WS-RULE-DESCRIPTION(WS-RULE-HIT)
           MOVE ZERO TO WS-RULE-TARGETS(WS-RULE-HIT)
           MOVE ZERO TO WS-RULE-SHARE-TOTAL(WS-RULE-HIT).

       2150-CHECK-AGAINST-RULE.
           IF AR-BASIS NOT = WS-RULE-BASIS(WS-RULE-HIT)
              OR AR-SOURCE-ACCOUNT
                 NOT = WS-RULE-SOURCE-ACCOUNT(WS-RULE-HIT)
              OR AR-SOURCE-COST-CENTER
                 NOT = WS-RULE-SOURCE-CC(WS-RULE-HIT)
              OR WS-OUT-ACCOUNT-WORK
                 NOT = WS-RULE-OUT-ACCOUNT(WS-RULE-HIT)
              OR WS-IN-ACCOUNT-WORK
                 NOT = WS-RULE-IN-ACCOUNT(WS-RULE-HIT)
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "target " AR-TARGET-COST-CENTER
                   " disagrees with the rule's first record "
                   "(basis/source/accounts)"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 2190-WRITE-RULE-ERROR
           END-IF
      *> A cost center named twice in one rule is a keying slip -
      *> it would be allocated two shares.
           PERFORM VARYING WS-AROW-SCAN FROM 1 BY 1
                   UNTIL WS-AROW-SCAN > WS-AROW-MAX
               IF WS-AROW-RULE-ID(WS-AROW-SCAN) = AR-RULE-ID
                  AND WS-AROW-TARGET-CC(WS-AROW-SCAN)
                      = AR-TARGET-COST-CENTER
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "target " AR-TARGET-COST-CENTER
                       " appears more than once in the rule"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 2190-WRITE-RULE-ERROR
               END-IF
           END-PERFORM.

       2160-FIND-ACCOUNT.
           MOVE ZERO TO WS-ACCT-HIT
           PERFORM VARYING WS-ACCT-SCAN FROM 1 BY 1
                   UNTIL WS-ACCT-SCAN > WS-ACCT-MAX
                      OR WS-ACCT-HIT > ZERO
               IF WS-ACCT-CODE(WS-ACCT-SCAN) = WS-LOOKUP-ACCOUNT
                   MOVE WS-ACCT-SCAN TO WS-ACCT-HIT
               END-IF
           END-PERFORM.

       2170-FIND-COST-CENTER.
           MOVE ZERO TO WS-CCTR-HIT
           PERFORM VARYING WS-CCTR-SCAN FROM 1 BY 1
                   UNTIL WS-CCTR-SCAN > WS-CCTR-MAX
                      OR WS-CCTR-HIT > ZERO
               IF WS-CCTR-CODE(WS-CCTR-SCAN) = WS-LOOKUP-COST-CENTER
                   MOVE WS-CCTR-SCAN TO WS-CCTR-HIT
               END-IF
           END-PERFORM.

       2190-WRITE-RULE-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " ERROR   RULE " WS-ERROR-RULE-ID ": "
               WS-ERROR-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           DISPLAY "cobol-glalloc: rule " WS-ERROR-RULE-ID ": "
                   FUNCTION TRIM(WS-ERROR-TEXT).

       2200-VALIDATE-RULE-TOTALS.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-MAX
               MOVE WS-RULE-ID(WS-RULE-SUB) TO WS-ERROR-RULE-ID
               IF WS-RULE-BASIS(WS-RULE-SUB) = "P"
                  AND WS-RULE-SHARE-TOTAL(WS-RULE-SUB) NOT = 100
                   MOVE WS-RULE-SHARE-TOTAL(WS-RULE-SUB)
                       TO WS-EDIT-SHARE
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "percentages total "
                       FUNCTION TRIM(WS-EDIT-SHARE)
                       " - must be exactly 100.00"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 2190-WRITE-RULE-ERROR
               END-IF
               IF WS-RULE-BASIS(WS-RULE-SUB) = "D"
                  AND WS-RULE-SHARE-TOTAL(WS-RULE-SUB) = ZERO
                   MOVE "driver quantities total zero"
                       TO WS-ERROR-TEXT
                   PERFORM 2190-WRITE-RULE-ERROR
               END-IF
           END-PERFORM.

       2300-CHECK-ALLOCATION-LOG.
           OPEN INPUT ALLOCATION-LOG-FILE
           IF WS-FS-ALLOCLOG = "35"
      *> No log yet - no period has ever been allocated.
               MOVE "10" TO WS-FS-ALLOCLOG
           ELSE
               IF WS-FS-ALLOCLOG NOT = "00"
                   DISPLAY "cobol-glalloc: unable to open ALLOCLOG, "
                           "file status " WS-FS-ALLOCLOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-FS-ALLOCLOG = "10"
               READ ALLOCATION-LOG-FILE
                   AT END
                       CLOSE ALLOCATION-LOG-FILE
                       MOVE "10" TO WS-FS-ALLOCLOG
                   NOT AT END
                       IF AL-PERIOD = WS-SEL-PERIOD
                           SET WS-PERIOD-REFUSED TO TRUE
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING " *** PERIOD " WS-SEL-PERIOD
                               " WAS ALREADY ALLOCATED - BATCH "
                               "DATED " AL-BUS-DATE ", GENERATED "
                               AL-TIMESTAMP(1:8)
                               " - RUN REFUSED ***"
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                           PERFORM 7100-PRINT-LINE
                           DISPLAY "cobol-glalloc: period "
                                   WS-SEL-PERIOD " was already "
                                   "allocated on "
                                   AL-TIMESTAMP(1:8)
                       END-IF
               END-READ
           END-PERFORM.

       4000-GENERATE-ALLOCATIONS.
           OPEN INPUT GL-BALANCE-MASTER-FILE
           IF WS-FS-BALM NOT = "00"
               DISPLAY "cobol-glalloc: unable to open GLBALM, "
                       "file status " WS-FS-BALM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ALLOC-BATCH-FILE
           IF WS-FS-BATCH NOT = "00"
               DISPLAY "cobol-glalloc: unable to open ALLOCOUT, "
                       "file status " WS-FS-BATCH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-MAX
               PERFORM 4100-ALLOCATE-ONE-RULE
           END-PERFORM
           IF WS-ALLOC-BATCH-OPEN
               PERFORM 4700-WRITE-BATCH-TRAILER
           END-IF
           CLOSE ALLOC-BATCH-FILE
           CLOSE GL-BALANCE-MASTER-FILE.

       4100-ALLOCATE-ONE-RULE.
           IF WS-RULE-SUB > 1
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-RULE-BASIS(WS-RULE-SUB) = "P"
               STRING " RULE " WS-RULE-ID(WS-RULE-SUB)
                   "  PERCENT BASIS  SOURCE "
                   WS-RULE-SOURCE-ACCOUNT(WS-RULE-SUB) " / "
                   WS-RULE-SOURCE-CC(WS-RULE-SUB)
                   "  OUT " WS-RULE-OUT-ACCOUNT(WS-RULE-SUB)
                   "  IN " WS-RULE-IN-ACCOUNT(WS-RULE-SUB)
                   "  " WS-RULE-DESCRIPTION(WS-RULE-SUB)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING " RULE " WS-RULE-ID(WS-RULE-SUB)
                   "  DRIVER BASIS   SOURCE "
                   WS-RULE-SOURCE-ACCOUNT(WS-RULE-SUB) " / "
                   WS-RULE-SOURCE-CC(WS-RULE-SUB)
                   "  OUT " WS-RULE-OUT-ACCOUNT(WS-RULE-SUB)
                   "  IN " WS-RULE-IN-ACCOUNT(WS-RULE-SUB)
                   "  " WS-RULE-DESCRIPTION(WS-RULE-SUB)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM 7100-PRINT-LINE
           MOVE WS-RULE-SOURCE-ACCOUNT(WS-RULE-SUB)
               TO WS-LOOKUP-ACCOUNT
           MOVE WS-RULE-SOURCE-CC(WS-RULE-SUB)
               TO WS-LOOKUP-COST-CENTER
           PERFORM 4150-READ-BALANCE
           MOVE WS-BALANCE-WORK TO WS-SOURCE-BALANCE
           IF WS-SOURCE-BALANCE NOT > ZERO
               ADD 1 TO WS-WARNING-COUNT
               MOVE WS-SOURCE-BALANCE TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING " WARNING RULE " WS-RULE-ID(WS-RULE-SUB)
                   ": source balance "
                   FUNCTION TRIM(WS-EDIT-AMOUNT)
                   " for period " WS-SEL-PERIOD
                   " - nothing to allocate"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
               DISPLAY "cobol-glalloc: rule "
                       WS-RULE-ID(WS-RULE-SUB)
                       " has no debit balance to allocate"
           ELSE
               IF WS-SOURCE-BALANCE > WS-MAX-DETAIL-AMOUNT
                   MOVE WS-RULE-ID(WS-RULE-SUB) TO WS-ERROR-RULE-ID
                   MOVE WS-SOURCE-BALANCE TO WS-EDIT-AMOUNT
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "source balance "
                       FUNCTION TRIM(WS-EDIT-AMOUNT)
                       " exceeds the largest CALCTRAN amount"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 2190-WRITE-RULE-ERROR
                   CLOSE ALLOC-BATCH-FILE
                   CLOSE GL-BALANCE-MASTER-FILE
                   CLOSE ALLOC-REGISTER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RULES-APPLIED
               PERFORM 4200-WRITE-CREDIT-OUT
               MOVE ZERO TO WS-ALLOCATED-SO-FAR
               MOVE ZERO TO WS-TARGET-SEQ
               PERFORM VARYING WS-AROW-SUB FROM 1 BY 1
                       UNTIL WS-AROW-SUB > WS-AROW-MAX
                   IF WS-AROW-RULE-ID(WS-AROW-SUB)
                      = WS-RULE-ID(WS-RULE-SUB)
                       MOVE WS-AROW-RECORD(WS-AROW-SUB)
                           TO ALLOCATION-RULE-RECORD
                       PERFORM 4300-WRITE-DEBIT-IN
                   END-IF
               END-PERFORM
           END-IF.

       4150-READ-BALANCE.
      *> Net (debits less credits) of an account / cost center for
      *> the selected period; no row means nothing posted.
           MOVE SPACES TO GL-BALANCE-MASTER-RECORD
           MOVE WS-SEL-PERIOD TO GB-PERIOD
           MOVE WS-LOOKUP-ACCOUNT TO GB-ACCOUNT-CODE
           MOVE WS-LOOKUP-COST-CENTER TO GB-COST-CENTER
           READ GL-BALANCE-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-BALANCE-WORK
               NOT INVALID KEY
                   COMPUTE WS-BALANCE-WORK =
                       GB-DR-TOTAL - GB-CR-TOTAL
           END-READ.

       4200-WRITE-CREDIT-OUT.
           COMPUTE WS-DETAIL-AMOUNT = ZERO - WS-SOURCE-BALANCE
           MOVE WS-RULE-OUT-ACCOUNT(WS-RULE-SUB) TO WS-DETAIL-ACCOUNT
           MOVE WS-RULE-SOURCE-CC(WS-RULE-SUB)
               TO WS-DETAIL-COST-CENTER
           MOVE ZERO TO WS-DETAIL-SEQ
           PERFORM 4500-WRITE-DETAIL
           ADD WS-SOURCE-BALANCE TO WS-CREDIT-OUT-TOTAL
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-RULE-ID(WS-RULE-SUB) TO RL-RULE-ID
           MOVE "OUT" TO RL-DIRECTION
           MOVE WS-RULE-SOURCE-CC(WS-RULE-SUB) TO RL-COST-CENTER
           MOVE WS-DETAIL-ACCOUNT TO RL-ACCOUNT
           MOVE WS-RULE-SHARE-TOTAL(WS-RULE-SUB) TO RL-SHARE
           MOVE WS-TRANS-REF-WORK TO RL-TRANS-REF
           MOVE WS-SOURCE-BALANCE TO RL-BEFORE
           MOVE WS-DETAIL-AMOUNT TO RL-ALLOCATION
           MOVE ZERO TO RL-AFTER
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE.

       4300-WRITE-DEBIT-IN.
      *> Each target's share of the source balance; the last target
      *> takes whatever rounding left, so the debits always equal
      *> the credit-out to the cent.
           ADD 1 TO WS-TARGET-SEQ
           IF WS-TARGET-SEQ = WS-RULE-TARGETS(WS-RULE-SUB)
               COMPUTE WS-TARGET-AMOUNT =
                   WS-SOURCE-BALANCE - WS-ALLOCATED-SO-FAR
           ELSE
               COMPUTE WS-TARGET-AMOUNT ROUNDED =
                   WS-SOURCE-BALANCE * AR-SHARE
                   / WS-RULE-SHARE-TOTAL(WS-RULE-SUB)
           END-IF
           ADD WS-TARGET-AMOUNT TO WS-ALLOCATED-SO-FAR
           MOVE AR-TARGET-COST-CENTER TO WS-LOOKUP-COST-CENTER
           MOVE WS-RULE-SOURCE-ACCOUNT(WS-RULE-SUB)
               TO WS-LOOKUP-ACCOUNT
           PERFORM 4150-READ-BALANCE
           MOVE WS-TARGET-AMOUNT TO WS-DETAIL-AMOUNT
           MOVE WS-RULE-IN-ACCOUNT(WS-RULE-SUB) TO WS-DETAIL-ACCOUNT
           MOVE AR-TARGET-COST-CENTER TO WS-DETAIL-COST-CENTER
           MOVE WS-TARGET-SEQ TO WS-DETAIL-SEQ
      *> A share that rounds to nothing is reported but not sent -
      *> a zero detail would post nothing.
           IF WS-TARGET-AMOUNT = ZERO
               MOVE SPACES TO WS-TRANS-REF-WORK
           ELSE
               PERFORM 4500-WRITE-DETAIL
               ADD WS-TARGET-AMOUNT TO WS-DEBIT-IN-TOTAL
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-RULE-ID(WS-RULE-SUB) TO RL-RULE-ID
           MOVE "IN" TO RL-DIRECTION
           MOVE AR-TARGET-COST-CENTER TO RL-COST-CENTER
           MOVE WS-DETAIL-ACCOUNT TO RL-ACCOUNT
           MOVE AR-SHARE TO RL-SHARE
           MOVE WS-TRANS-REF-WORK TO RL-TRANS-REF
           MOVE WS-BALANCE-WORK TO RL-BEFORE
           MOVE WS-TARGET-AMOUNT TO RL-ALLOCATION
           COMPUTE WS-BALANCE-WORK =
               WS-BALANCE-WORK + WS-TARGET-AMOUNT
           MOVE WS-BALANCE-WORK TO RL-AFTER
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE.

       4500-WRITE-DETAIL.
           IF NOT WS-ALLOC-BATCH-OPEN
               PERFORM 4600-WRITE-BATCH-HEADER
           END-IF
           MOVE SPACES TO WS-TRANS-REF-WORK
           STRING "AL" WS-RULE-ID(WS-RULE-SUB)
               WS-SEL-PERIOD(3:4) WS-DETAIL-SEQ
               DELIMITED BY SIZE INTO WS-TRANS-REF-WORK
           MOVE SPACES TO CALC-TRANS-RECORD
           MOVE "DT" TO CT-RECORD-TYPE
           MOVE WS-DETAIL-AMOUNT TO CT-FIRSTNUM
           MOVE "*" TO CT-OPERATOR
           MOVE 1 TO CT-SECONDNUM
           MOVE WS-DETAIL-ACCOUNT TO CT-GL-ACCOUNT
           MOVE WS-DETAIL-COST-CENTER TO CT-COST-CENTER
           MOVE WS-TRANS-REF-WORK TO CT-TRANS-REF
           MOVE SPACES TO CT-CURRENCY-CODE
           MOVE SPACES TO CT-SET-ID
           MOVE ZERO TO CT-STEP-SEQ
           MOVE SPACE TO CT-CHAIN-FLAG
           WRITE CALC-TRANS-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-DETAIL-AMOUNT TO WS-BATCH-HASH-TOTAL
           ADD 1 TO WS-BATCH-HASH-TOTAL.

       4600-WRITE-BATCH-HEADER.
           SET WS-ALLOC-BATCH-OPEN TO TRUE
           MOVE SPACES TO CALC-TRANS-RECORD
           MOVE "BH" TO CT-RECORD-TYPE
           MOVE "ALOC" TO CT-SOURCE-ID
           MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE
           WRITE CALC-TRANS-RECORD.

       4700-WRITE-BATCH-TRAILER.
           MOVE SPACES TO CALC-TRANS-RECORD
           MOVE "BT" TO CT-RECORD-TYPE
           MOVE WS-DETAIL-COUNT TO CT-BATCH-COUNT
           MOVE WS-BATCH-HASH-TOTAL TO CT-HASH-TOTAL
           WRITE CALC-TRANS-RECORD.

       5000-LOG-ALLOCATION.
           OPEN EXTEND ALLOCATION-LOG-FILE
           IF WS-FS-ALLOCLOG = "35"
               OPEN OUTPUT ALLOCATION-LOG-FILE
           END-IF
           MOVE SPACES TO ALLOCATION-LOG-RECORD
           MOVE WS-SEL-PERIOD TO AL-PERIOD
           MOVE WS-BUSINESS-DATE TO AL-BUS-DATE
           MOVE WS-RULES-APPLIED TO AL-RULE-COUNT
           MOVE WS-DETAIL-COUNT TO AL-DETAIL-COUNT
           MOVE WS-CREDIT-OUT-TOTAL TO AL-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           WRITE ALLOCATION-LOG-RECORD
           CLOSE ALLOCATION-LOG-FILE.

       7000-WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO HD-PAGE
           MOVE WS-SEL-PERIOD TO HD-PERIOD
           MOVE WS-BUSINESS-DATE TO HD-BUSINESS-DATE
           WRITE ALLOC-REGISTER-RECORD FROM WS-HEADING-1
           WRITE ALLOC-REGISTER-RECORD FROM WS-HEADING-2
           MOVE SPACES TO ALLOC-REGISTER-RECORD
           WRITE ALLOC-REGISTER-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       7100-PRINT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-PAGE-HEADINGS
           END-IF
           WRITE ALLOC-REGISTER-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       8000-WRITE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           IF WS-DETAIL-COUNT = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING " NOTHING ALLOCATED FOR PERIOD " WS-SEL-PERIOD
                   " - NO BATCH GENERATED, PERIOD NOT LOGGED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
           END-IF
           MOVE WS-RULES-APPLIED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " RULES APPLIED:          " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " BATCH ALOC DETAILS:     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-CREDIT-OUT-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " TOTAL CREDITED OUT:  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-DEBIT-IN-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " TOTAL DEBITED IN:    " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           CLOSE ALLOC-REGISTER-FILE
           DISPLAY "cobol-glalloc control total - period "
                   WS-SEL-PERIOD " business date " WS-BUSINESS-DATE
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           DISPLAY "Rule records read:  " WS-EDIT-COUNT
           MOVE WS-INACTIVE-COUNT TO WS-EDIT-COUNT
           DISPLAY "  Inactive skipped: " WS-EDIT-COUNT
           MOVE WS-RULES-APPLIED TO WS-EDIT-COUNT
           DISPLAY "  Rules applied:    " WS-EDIT-COUNT
           MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT
           DISPLAY "  Details written:  " WS-EDIT-COUNT
           MOVE WS-CREDIT-OUT-TOTAL TO WS-EDIT-AMOUNT
           DISPLAY "  Credited out:     " WS-EDIT-AMOUNT
           MOVE WS-DEBIT-IN-TOTAL TO WS-EDIT-AMOUNT
           DISPLAY "  Debited in:       " WS-EDIT-AMOUNT.
