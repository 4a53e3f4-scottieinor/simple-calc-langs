       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLB07.
      *> Month-end foreign currency revaluation from the keyed GL
      *> balance master (GLBALM, see GLBALM.cpy). Every asset and
      *> liability row (GLACCTM type A or L) carrying a foreign
      *> currency balance (GB-FX-ENTRY) is restated at the period-end
      *> rate from CURRTAB (see CURRREC.cpy - the rate with the
      *> latest effective date on or before the last day of the
      *> period): the foreign closing balance times the new rate,
      *> against the base value it is carried at, is the unrealized
      *> exchange difference. Revenue and expense rows are left at
      *> their historical rates.
      *>
      *> The differences go out as one balanced batch in the GL
      *> extract layout (GLREVAL, see GLEXTRC.cpy - GH/GD/GT, job id
      *> FXREVAL, dated the last day of the period) for GLB01 to roll
      *> into the balance master like a day's extract: per balance
      *> revalued one primary leg on the account / cost center in
      *> the balance's currency with a zero foreign amount (it moves
      *> the base value only) and one contra leg in base currency on
      *> the same cost center - credited to the FX gain account for
      *> a gain, debited to the FX loss account for a loss. The
      *> trans-ref is "FX" + period yymm + "A" + a five digit
      *> sequence shared by both legs.
      *>
      *> The revaluation reverses automatically at the start of the
      *> next period: GLREVRS is the same batch with every debit and
      *> credit swapped, dated the first day of the next period,
      *> trans-ref "FX" + yymm + "R" + the same sequence. The next
      *> month-end therefore restates the foreign balance against
      *> its historical base value again, not against last month's
      *> revalued one.
      *>
      *> The revaluation report (REVALRPT) lists, per currency and
      *> then per account / cost center, the foreign balance, the
      *> old rate (the base value carried over the foreign balance),
      *> the base value carried, the new rate, the revalued base
      *> value and the adjustment, with currency subtotals and the
      *> gain and loss totals.
      *>
      *> The run stops RC=16 with nothing generated when the gain or
      *> loss account is not an active account on GLACCTM or a
      *> currency held has no CURRTAB rate for the period, or when
      *> an adjustment is larger than a GLEXTRC detail amount can
      *> carry - every adjustment is sized before GLREVAL/GLREVRS
      *> are opened, so a refused run writes neither. A period
      *> already on the revaluation log (REVALLOG, see REVALLG.cpy)
      *> is refused RC=8, the way GLB03 refuses a period already
      *> allocated, as is a period (or the next period, which the
      *> reversal posts to) already closed on GLPERCL. A foreign
      *> balance on an account not on GLACCTM is reported and not
      *> revalued (RC=4).
      *>
      *> PARM is keyword=value pairs separated by commas:
      *>   PERIOD=yyyymm   period to revalue (default: the month
      *>                   before today)
      *>   GAIN=account    unrealized FX gain account (default:
      *>                   4900100000)
      *>   LOSS=account    unrealized FX loss account (default:
      *>                   7100100000)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. scootys-home.
       OBJECT-COMPUTER. scootys-home.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-MASTER-FILE ASSIGN TO "GLBALM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-FS-BALM.

           SELECT GL-ACCT-MASTER-FILE ASSIGN TO "GLACCTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACCTM.

           SELECT CALC-CURRTAB-FILE ASSIGN TO "CURRTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CURRTAB.

           SELECT GL-PERIOD-CLOSE-FILE ASSIGN TO "GLPERCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERCL.

           SELECT FX-REVALUATION-LOG-FILE ASSIGN TO "REVALLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REVLOG.

           SELECT FX-REVAL-EXTRACT-FILE ASSIGN TO "GLREVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REVAL.

           SELECT FX-REVERSAL-EXTRACT-FILE ASSIGN TO "GLREVRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REVRS.

           SELECT FX-REVAL-REPORT-FILE ASSIGN TO "REVALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-MASTER-FILE.
           COPY GLBALM.

       FD  GL-ACCT-MASTER-FILE.
           COPY GLACCTM.

       FD  CALC-CURRTAB-FILE.
           COPY CURRREC.

       FD  GL-PERIOD-CLOSE-FILE.
           COPY GLPERCL.

       FD  FX-REVALUATION-LOG-FILE.
           COPY REVALLG.

       FD  FX-REVAL-EXTRACT-FILE.
           COPY GLEXTRC.

      *> Same layout as GLREVAL - each reversal line is built in the
      *> GLEXTRC record and copied here.
       FD  FX-REVERSAL-EXTRACT-FILE.
       01  FX-REVERSAL-RECORD          PIC X(87).

       FD  FX-REVAL-REPORT-FILE.
       01  FX-REVAL-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-FS-BALM              PIC XX VALUE "00".
           05  WS-FS-ACCTM             PIC XX VALUE "00".
           05  WS-FS-CURRTAB           PIC XX VALUE "00".
           05  WS-FS-PERCL             PIC XX VALUE "00".
           05  WS-FS-REVLOG            PIC XX VALUE "00".
           05  WS-FS-REVAL             PIC XX VALUE "00".
           05  WS-FS-REVRS             PIC XX VALUE "00".
           05  WS-FS-REPORT            PIC XX VALUE "00".

       01  WS-PARM                     PIC X(80).
       01  WS-PARM-PAIRS.
           05  WS-PARM-PAIR OCCURS 5 TIMES PIC X(20).
       01  WS-PARM-KEYWORD             PIC X(8).
       01  WS-PARM-VALUE               PIC X(12).
       01  WS-PAIR-SUB                 PIC 9(4) VALUE ZERO.

       01  WS-TIMESTAMP                PIC X(21).
       01  WS-SEL-PERIOD               PIC X(6) VALUE SPACES.
       01  WS-SEL-PERIOD-N REDEFINES WS-SEL-PERIOD.
           05  WS-SEL-YYYY             PIC 9(4).
           05  WS-SEL-MM               PIC 9(2).
       01  WS-NEXT-PERIOD              PIC X(6) VALUE SPACES.
       01  WS-NEXT-PERIOD-N REDEFINES WS-NEXT-PERIOD.
           05  WS-NEXT-YYYY            PIC 9(4).
           05  WS-NEXT-MM              PIC 9(2).
      *> Revaluation posts on the last day of the period, its
      *> reversal on the first day of the next.
       01  WS-REVAL-DATE               PIC X(8) VALUE SPACES.
       01  WS-REVERSAL-DATE            PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM                 PIC 9(8) VALUE ZERO.

       01  WS-GAIN-ACCOUNT             PIC X(10) VALUE "4900100000".
       01  WS-LOSS-ACCOUNT             PIC X(10) VALUE "7100100000".
       01  WS-BASE-CURRENCY            PIC X(3) VALUE "USD".
       01  WS-REVAL-JOB-ID             PIC X(8) VALUE "FXREVAL".
       01  WS-REVAL-SOURCE-ID          PIC X(4) VALUE "FXRV".

      *> GLACCTM codes with their status and type.
       01  WS-ACCT-MAX-ENTRIES         PIC 9(4) VALUE 500.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-ACCT-CODE        PIC X(10).
               10  WS-ACCT-STATUS      PIC X.
               10  WS-ACCT-TYPE        PIC X.
       01  WS-ACCT-MAX                 PIC 9(4) VALUE ZERO.
       01  WS-ACCT-SCAN                PIC 9(4) VALUE ZERO.
       01  WS-ACCT-HIT                 PIC 9(4) VALUE ZERO.
       01  WS-LOOKUP-ACCOUNT           PIC X(10) VALUE SPACES.

      *> Exchange rate table, loaded from CURRTAB.
       01  WS-CURRTAB-MAX-ENTRIES      PIC 9(4) VALUE 100.
       01  WS-CURRTAB-TABLE.
           05  WS-CURRTAB-ENTRY OCCURS 100 TIMES.
               10  WS-CURRTAB-CODE     PIC X(3).
               10  WS-CURRTAB-EFF-DATE PIC X(8).
               10  WS-CURRTAB-RATE     PIC 9(3)V9(6).
       01  WS-CURRTAB-MAX              PIC 9(4) VALUE ZERO.
       01  WS-CURRTAB-SCAN             PIC 9(4) VALUE ZERO.

      *> Currencies held on the period's asset and liability rows,
      *> in currency code order, each with its period-end rate and
      *> its report subtotals.
       01  WS-CCY-MAX-ENTRIES          PIC 9(4) VALUE 20.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-CCY-CODE         PIC X(3).
               10  WS-CCY-RATE         PIC 9(3)V9(6).
               10  WS-CCY-EFF-DATE     PIC X(8).
               10  WS-CCY-FOREIGN      PIC S9(13)V99.
               10  WS-CCY-CARRIED      PIC S9(13)V99.
               10  WS-CCY-REVALUED     PIC S9(13)V99.
               10  WS-CCY-ADJUSTMENT   PIC S9(13)V99.
       01  WS-CCY-MAX                  PIC 9(4) VALUE ZERO.
       01  WS-CCY-SUB                  PIC 9(4) VALUE ZERO.
       01  WS-CCY-SCAN                 PIC 9(4) VALUE ZERO.
       01  WS-CCY-HIT                  PIC 9(4) VALUE ZERO.
       01  WS-LOOKUP-CURRENCY          PIC X(3) VALUE SPACES.

      *> One entry per foreign balance to revalue, in GLBALM key
      *> (account / cost center) order.
       01  WS-FXB-MAX-ENTRIES          PIC 9(4) VALUE 5000.
       01  WS-FXB-TABLE.
           05  WS-FXB-ENTRY OCCURS 5000 TIMES.
               10  WS-FXB-CURRENCY     PIC X(3).
               10  WS-FXB-ACCOUNT      PIC X(10).
               10  WS-FXB-COST-CENTER  PIC X(6).
               10  WS-FXB-FOREIGN      PIC S9(13)V99.
               10  WS-FXB-CARRIED      PIC S9(13)V99.
       01  WS-FXB-MAX                  PIC 9(4) VALUE ZERO.
       01  WS-FXB-SUB                  PIC 9(4) VALUE ZERO.
       01  WS-FX-MAX-ENTRIES           PIC 9(4) VALUE 5.
       01  WS-FX-SUB                   PIC 9(4) VALUE ZERO.

       01  WS-ERROR-TEXT               PIC X(80) VALUE SPACES.

       01  WS-ROWS-READ                PIC 9(9) VALUE ZERO.
       01  WS-ERROR-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-BALANCES-REVALUED        PIC 9(5) VALUE ZERO.
       01  WS-DETAIL-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-DR-TOTAL                 PIC S9(11)V99 VALUE ZERO.
       01  WS-CR-TOTAL                 PIC S9(11)V99 VALUE ZERO.
       01  WS-GAIN-TOTAL               PIC S9(13)V99 VALUE ZERO.
       01  WS-LOSS-TOTAL               PIC S9(13)V99 VALUE ZERO.
       01  WS-NET-TOTAL                PIC S9(13)V99 VALUE ZERO.

       01  WS-REFUSED-SWITCH           PIC X VALUE "N".
           88  WS-PERIOD-REFUSED                VALUE "Y".

      *> Largest amount one GLEXTRC detail can carry.
       01  WS-MAX-DETAIL-AMOUNT        PIC S9(7)V99 VALUE 9999999.99.

       01  WS-REVALUED-BASE            PIC S9(13)V99 VALUE ZERO.
       01  WS-ADJUSTMENT               PIC S9(13)V99 VALUE ZERO.
       01  WS-OLD-RATE                 PIC S9(3)V9(6) VALUE ZERO.
       01  WS-REVAL-SEQ                PIC 9(5) VALUE ZERO.
       01  WS-TRANS-REF-WORK           PIC X(12) VALUE SPACES.
       01  WS-REVERSAL-REF-WORK        PIC X(12) VALUE SPACES.

      *> One generated leg - filled by the caller of 4500.
       01  WS-LEG-ACCOUNT              PIC X(10) VALUE SPACES.
       01  WS-LEG-COST-CENTER          PIC X(6) VALUE SPACES.
       01  WS-LEG-DR-CR                PIC XX VALUE SPACES.
       01  WS-LEG-REVERSE-DR-CR        PIC XX VALUE SPACES.
       01  WS-LEG-TYPE                 PIC X VALUE SPACE.
       01  WS-LEG-CURRENCY             PIC X(3) VALUE SPACES.
       01  WS-LEG-AMOUNT               PIC S9(7)V99 VALUE ZERO.
       01  WS-LEG-FOREIGN              PIC S9(7)V99 VALUE ZERO.

       01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-LINES-PER-PAGE           PIC 9(4) VALUE 55.

       01  WS-REPORT-LINE              PIC X(132).
       01  WS-EDIT-COUNT               PIC ZZZZZZZZ9.
       01  WS-EDIT-AMOUNT              PIC -(11)9.99.
       01  WS-EDIT-RATE                PIC ZZ9.999999.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-CURRENCY             PIC X(3).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-ACCOUNT              PIC X(10).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-COST-CENTER          PIC X(6).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-FOREIGN              PIC -(11)9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-OLD-RATE             PIC -ZZ9.999999.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-CARRIED              PIC -(11)9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-NEW-RATE             PIC ZZ9.999999.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-REVALUED             PIC -(11)9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-ADJUSTMENT           PIC -(11)9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-TRANS-REF            PIC X(12).
           05  FILLER                  PIC X VALUE SPACE.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               " MONTH-END FOREIGN CURRENCY REVALUATION ".
           05  FILLER                  PIC X(7) VALUE "PERIOD ".
           05  HD-PERIOD               PIC X(6).
           05  FILLER                  PIC X(12) VALUE
               "  RATES AT  ".
           05  HD-REVAL-DATE           PIC X(8).
           05  FILLER                  PIC X(16) VALUE
               "  REVERSED ON   ".
           05  HD-REVERSAL-DATE        PIC X(8).
           05  FILLER                  PIC X(23) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HD-PAGE                 PIC ZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(26) VALUE
               " CUR  GL-ACCOUNT  COST-C  ".
           05  FILLER                  PIC X(30) VALUE
               "FOREIGN BALANCE     OLD RATE  ".
           05  FILLER                  PIC X(29) VALUE
               "   CARRIED BASE    NEW RATE  ".
           05  FILLER                  PIC X(34) VALUE
               "  REVALUED BASE       ADJUSTMENT  ".
           05  FILLER                  PIC X(13) VALUE
               "TRANS-REF    ".

       PROCEDURE DIVISION.

       BEGIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ACCOUNTS
           PERFORM 2050-CHECK-GAIN-LOSS-ACCOUNTS
           PERFORM 2100-LOAD-CURRTAB
           PERFORM 3000-LOAD-FOREIGN-BALANCES
           PERFORM 3100-FIND-PERIOD-RATES
           PERFORM 3200-CHECK-ADJUSTMENT-SIZES
           IF WS-ERROR-COUNT > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING " *** REVALUATION IN ERROR - NO BATCH "
                   "GENERATED ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
               CLOSE FX-REVAL-REPORT-FILE
               DISPLAY "cobol-glreval: " WS-ERROR-COUNT
                       " revaluation error(s) - run stopped"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2200-CHECK-PERIOD-CLOSE
           PERFORM 2300-CHECK-REVALUATION-LOG
           IF WS-PERIOD-REFUSED
               CLOSE FX-REVAL-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-GENERATE-REVALUATION
           PERFORM 5000-LOG-REVALUATION
           PERFORM 8000-WRITE-TOTALS
           IF WS-WARNING-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM 1100-PARSE-PARM
           IF WS-SEL-PERIOD = SPACES
      *> Month-end run: default to the month before today.
               MOVE WS-TIMESTAMP(1:6) TO WS-SEL-PERIOD
               IF WS-SEL-MM = 1
                   SUBTRACT 1 FROM WS-SEL-YYYY
                   MOVE 12 TO WS-SEL-MM
               ELSE
                   SUBTRACT 1 FROM WS-SEL-MM
               END-IF
           END-IF
           MOVE WS-SEL-PERIOD TO WS-NEXT-PERIOD
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YYYY
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           MOVE SPACES TO WS-REVERSAL-DATE
           STRING WS-NEXT-PERIOD "01"
               DELIMITED BY SIZE INTO WS-REVERSAL-DATE
           MOVE WS-REVERSAL-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1)
           MOVE WS-DATE-NUM TO WS-REVAL-DATE
           OPEN OUTPUT FX-REVAL-REPORT-FILE
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "cobol-glreval: unable to open REVALRPT, "
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
                           DISPLAY "cobol-glreval: PARM PERIOD not a "
                                   "valid yyyymm period: "
                                   WS-PARM-VALUE(1:6)
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN "GAIN"
                       MOVE WS-PARM-VALUE(1:10) TO WS-GAIN-ACCOUNT
                   WHEN "LOSS"
                       MOVE WS-PARM-VALUE(1:10) TO WS-LOSS-ACCOUNT
                   WHEN OTHER
                       DISPLAY "cobol-glreval: unrecognized PARM "
                               "keyword " WS-PARM-KEYWORD " ignored"
               END-EVALUATE
           END-IF.

       2000-LOAD-ACCOUNTS.
           MOVE ZERO TO WS-ACCT-MAX
           OPEN INPUT GL-ACCT-MASTER-FILE
           IF WS-FS-ACCTM NOT = "00"
               DISPLAY "cobol-glreval: unable to open GLACCTM, "
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
                           DISPLAY "cobol-glreval: GLACCTM has more "
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

       2050-CHECK-GAIN-LOSS-ACCOUNTS.
      *> Both sides of every difference post to these, so they must
      *> be open before anything is generated.
           MOVE WS-GAIN-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM 2060-FIND-ACCOUNT
           IF WS-ACCT-HIT = ZERO
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "FX gain account " WS-GAIN-ACCOUNT
                   " is not on GLACCTM"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 2090-WRITE-ERROR
           ELSE
               IF WS-ACCT-STATUS(WS-ACCT-HIT) NOT = "A"
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "FX gain account " WS-GAIN-ACCOUNT
                       " is closed on GLACCTM"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 2090-WRITE-ERROR
               END-IF
           END-IF
           MOVE WS-LOSS-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM 2060-FIND-ACCOUNT
           IF WS-ACCT-HIT = ZERO
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "FX loss account " WS-LOSS-ACCOUNT
                   " is not on GLACCTM"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 2090-WRITE-ERROR
           ELSE
               IF WS-ACCT-STATUS(WS-ACCT-HIT) NOT = "A"
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "FX loss account " WS-LOSS-ACCOUNT
                       " is closed on GLACCTM"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 2090-WRITE-ERROR
               END-IF
           END-IF.

       2060-FIND-ACCOUNT.
           MOVE ZERO TO WS-ACCT-HIT
           PERFORM VARYING WS-ACCT-SCAN FROM 1 BY 1
                   UNTIL WS-ACCT-SCAN > WS-ACCT-MAX
                      OR WS-ACCT-HIT > ZERO
               IF WS-ACCT-CODE(WS-ACCT-SCAN) = WS-LOOKUP-ACCOUNT
                   MOVE WS-ACCT-SCAN TO WS-ACCT-HIT
               END-IF
           END-PERFORM.

       2090-WRITE-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " ERROR   " WS-ERROR-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           DISPLAY "cobol-glreval: " FUNCTION TRIM(WS-ERROR-TEXT).

       2100-LOAD-CURRTAB.
           MOVE ZERO TO WS-CURRTAB-MAX
           OPEN INPUT CALC-CURRTAB-FILE
           IF WS-FS-CURRTAB NOT = "00"
               DISPLAY "cobol-glreval: unable to open exchange rate "
                       "table CURRTAB, file status " WS-FS-CURRTAB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FS-CURRTAB = "10"
               READ CALC-CURRTAB-FILE
                   AT END
                       CLOSE CALC-CURRTAB-FILE
                       MOVE "10" TO WS-FS-CURRTAB
                   NOT AT END
                       IF WS-CURRTAB-MAX >= WS-CURRTAB-MAX-ENTRIES
                           DISPLAY "cobol-glreval: CURRTAB has more "
                                   "than " WS-CURRTAB-MAX-ENTRIES
                                   " entries - increase "
                                   "WS-CURRTAB-MAX-ENTRIES and "
                                   "recompile"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CURRTAB-MAX
                       MOVE XR-CURRENCY-CODE
                           TO WS-CURRTAB-CODE(WS-CURRTAB-MAX)
                       MOVE XR-EFFECTIVE-DATE
                           TO WS-CURRTAB-EFF-DATE(WS-CURRTAB-MAX)
                       IF XR-RATE IS NUMERIC
                           MOVE XR-RATE
                               TO WS-CURRTAB-RATE(WS-CURRTAB-MAX)
                       ELSE
                           MOVE ZERO
                               TO WS-CURRTAB-RATE(WS-CURRTAB-MAX)
                       END-IF
               END-READ
           END-PERFORM.

       2200-CHECK-PERIOD-CLOSE.
      *> GLB01 would refuse either extract for a closed period, so
      *> refuse here before anything is generated or logged.
           OPEN INPUT GL-PERIOD-CLOSE-FILE
           IF WS-FS-PERCL = "35"
      *> No close file yet - every period is open.
               MOVE "10" TO WS-FS-PERCL
           ELSE
               IF WS-FS-PERCL NOT = "00"
                   DISPLAY "cobol-glreval: unable to open GLPERCL, "
                           "file status " WS-FS-PERCL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-FS-PERCL = "10"
               READ GL-PERIOD-CLOSE-FILE
                   AT END
                       CLOSE GL-PERIOD-CLOSE-FILE
                       MOVE "10" TO WS-FS-PERCL
                   NOT AT END
                       IF PC-CLOSED
                          AND (PC-PERIOD = WS-SEL-PERIOD
                               OR PC-PERIOD = WS-NEXT-PERIOD)
                           SET WS-PERIOD-REFUSED TO TRUE
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING " *** PERIOD " PC-PERIOD
                               " IS CLOSED ON GLPERCL (SINCE "
                               PC-CLOSED-DATE ") - RUN REFUSED ***"
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                           PERFORM 7100-PRINT-LINE
                           DISPLAY "cobol-glreval: period "
                                   PC-PERIOD " is closed (since "
                                   PC-CLOSED-DATE ")"
                       END-IF
               END-READ
           END-PERFORM.

       2300-CHECK-REVALUATION-LOG.
           OPEN INPUT FX-REVALUATION-LOG-FILE
           IF WS-FS-REVLOG = "35"
      *> No log yet - no period has ever been revalued.
               MOVE "10" TO WS-FS-REVLOG
           ELSE
               IF WS-FS-REVLOG NOT = "00"
                   DISPLAY "cobol-glreval: unable to open REVALLOG, "
                           "file status " WS-FS-REVLOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-FS-REVLOG = "10"
               READ FX-REVALUATION-LOG-FILE
                   AT END
                       CLOSE FX-REVALUATION-LOG-FILE
                       MOVE "10" TO WS-FS-REVLOG
                   NOT AT END
                       IF FR-PERIOD = WS-SEL-PERIOD
                           SET WS-PERIOD-REFUSED TO TRUE
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING " *** PERIOD " WS-SEL-PERIOD
                               " WAS ALREADY REVALUED - BATCH "
                               "DATED " FR-REVAL-DATE ", GENERATED "
                               FR-TIMESTAMP(1:8)
                               " - RUN REFUSED ***"
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                           PERFORM 7100-PRINT-LINE
                           DISPLAY "cobol-glreval: period "
                                   WS-SEL-PERIOD " was already "
                                   "revalued on "
                                   FR-TIMESTAMP(1:8)
                       END-IF
               END-READ
           END-PERFORM.

       3000-LOAD-FOREIGN-BALANCES.
           MOVE ZERO TO WS-FXB-MAX
           MOVE ZERO TO WS-CCY-MAX
           OPEN INPUT GL-BALANCE-MASTER-FILE
           IF WS-FS-BALM = "35"
      *> No balance master yet - nothing to revalue.
               MOVE "10" TO WS-FS-BALM
           ELSE
               IF WS-FS-BALM NOT = "00"
                   DISPLAY "cobol-glreval: unable to open GLBALM, "
                           "file status " WS-FS-BALM
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LOW-VALUES TO GB-KEY
               MOVE WS-SEL-PERIOD TO GB-PERIOD
               START GL-BALANCE-MASTER-FILE
                   KEY IS NOT LESS THAN GB-KEY
                   INVALID KEY
                       CLOSE GL-BALANCE-MASTER-FILE
                       MOVE "10" TO WS-FS-BALM
               END-START
           END-IF
           PERFORM UNTIL WS-FS-BALM = "10"
               READ GL-BALANCE-MASTER-FILE NEXT RECORD
                   AT END
                       CLOSE GL-BALANCE-MASTER-FILE
                       MOVE "10" TO WS-FS-BALM
                   NOT AT END
                       IF GB-PERIOD = WS-SEL-PERIOD
                           ADD 1 TO WS-ROWS-READ
                           PERFORM 3010-LOAD-ONE-ROW
                       ELSE
                           CLOSE GL-BALANCE-MASTER-FILE
                           MOVE "10" TO WS-FS-BALM
                       END-IF
               END-READ
           END-PERFORM.

       3010-LOAD-ONE-ROW.
           MOVE GB-ACCOUNT-CODE TO WS-LOOKUP-ACCOUNT
           PERFORM 2060-FIND-ACCOUNT
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-MAX-ENTRIES
               IF GB-FX-CURRENCY(WS-FX-SUB) NOT = SPACES
                  AND (GB-FX-OPENING-FOREIGN(WS-FX-SUB)
                       + GB-FX-FOREIGN-NET(WS-FX-SUB) NOT = ZERO
                       OR GB-FX-OPENING-BASE(WS-FX-SUB)
                       + GB-FX-BASE-NET(WS-FX-SUB) NOT = ZERO)
                   EVALUATE TRUE
                       WHEN WS-ACCT-HIT = ZERO
                           PERFORM 3020-WARN-UNKNOWN-ACCOUNT
                       WHEN WS-ACCT-TYPE(WS-ACCT-HIT) = "A"
                         OR WS-ACCT-TYPE(WS-ACCT-HIT) = "L"
                           PERFORM 3030-HOLD-FOREIGN-BALANCE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       3020-WARN-UNKNOWN-ACCOUNT.
           ADD 1 TO WS-WARNING-COUNT
           COMPUTE WS-EDIT-AMOUNT =
               GB-FX-OPENING-FOREIGN(WS-FX-SUB)
               + GB-FX-FOREIGN-NET(WS-FX-SUB)
           MOVE SPACES TO WS-REPORT-LINE
           STRING " WARNING ACCOUNT " GB-ACCOUNT-CODE "/"
               GB-COST-CENTER " IS NOT ON GLACCTM - "
               GB-FX-CURRENCY(WS-FX-SUB) " "
               FUNCTION TRIM(WS-EDIT-AMOUNT) " NOT REVALUED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           DISPLAY "cobol-glreval: account " GB-ACCOUNT-CODE
                   " is not on GLACCTM - its "
                   GB-FX-CURRENCY(WS-FX-SUB) " balance on "
                   GB-COST-CENTER " was not revalued".

       3030-HOLD-FOREIGN-BALANCE.
           IF WS-FXB-MAX >= WS-FXB-MAX-ENTRIES
               DISPLAY "cobol-glreval: more than " WS-FXB-MAX-ENTRIES
                       " foreign balances for period "
                       WS-SEL-PERIOD " - increase "
                       "WS-FXB-MAX-ENTRIES and recompile"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FXB-MAX
           MOVE GB-FX-CURRENCY(WS-FX-SUB)
               TO WS-FXB-CURRENCY(WS-FXB-MAX)
           MOVE GB-ACCOUNT-CODE TO WS-FXB-ACCOUNT(WS-FXB-MAX)
           MOVE GB-COST-CENTER TO WS-FXB-COST-CENTER(WS-FXB-MAX)
           COMPUTE WS-FXB-FOREIGN(WS-FXB-MAX) =
               GB-FX-OPENING-FOREIGN(WS-FX-SUB)
               + GB-FX-FOREIGN-NET(WS-FX-SUB)
           COMPUTE WS-FXB-CARRIED(WS-FXB-MAX) =
               GB-FX-OPENING-BASE(WS-FX-SUB)
               + GB-FX-BASE-NET(WS-FX-SUB)
           MOVE GB-FX-CURRENCY(WS-FX-SUB) TO WS-LOOKUP-CURRENCY
           PERFORM 3040-REGISTER-CURRENCY.

       3040-REGISTER-CURRENCY.
      *> Kept in currency code order so the report runs currency by
      *> currency.
           MOVE ZERO TO WS-CCY-HIT
           PERFORM VARYING WS-CCY-SCAN FROM 1 BY 1
                   UNTIL WS-CCY-SCAN > WS-CCY-MAX
                      OR WS-CCY-HIT > ZERO
               IF WS-CCY-CODE(WS-CCY-SCAN) = WS-LOOKUP-CURRENCY
                   MOVE WS-CCY-SCAN TO WS-CCY-HIT
               END-IF
           END-PERFORM
           IF WS-CCY-HIT = ZERO
               IF WS-CCY-MAX >= WS-CCY-MAX-ENTRIES
                   DISPLAY "cobol-glreval: more than "
                           WS-CCY-MAX-ENTRIES " currencies held - "
                           "increase WS-CCY-MAX-ENTRIES and recompile"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-CCY-HIT = WS-CCY-MAX + 1
               PERFORM VARYING WS-CCY-SCAN FROM WS-CCY-MAX BY -1
                       UNTIL WS-CCY-SCAN < 1
                          OR WS-CCY-CODE(WS-CCY-SCAN)
                             < WS-LOOKUP-CURRENCY
                   MOVE WS-CCY-ENTRY(WS-CCY-SCAN)
                       TO WS-CCY-ENTRY(WS-CCY-SCAN + 1)
                   MOVE WS-CCY-SCAN TO WS-CCY-HIT
               END-PERFORM
               ADD 1 TO WS-CCY-MAX
               MOVE WS-LOOKUP-CURRENCY TO WS-CCY-CODE(WS-CCY-HIT)
               MOVE ZERO TO WS-CCY-RATE(WS-CCY-HIT)
               MOVE SPACES TO WS-CCY-EFF-DATE(WS-CCY-HIT)
               MOVE ZERO TO WS-CCY-FOREIGN(WS-CCY-HIT)
               MOVE ZERO TO WS-CCY-CARRIED(WS-CCY-HIT)
               MOVE ZERO TO WS-CCY-REVALUED(WS-CCY-HIT)
               MOVE ZERO TO WS-CCY-ADJUSTMENT(WS-CCY-HIT)
           END-IF.

       3100-FIND-PERIOD-RATES.
      *> The rate in force at the end of the period: the latest
      *> effective date on or before the period's last day, the way
      *> CALC01 picks the rate for a business date.
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-MAX
               PERFORM VARYING WS-CURRTAB-SCAN FROM 1 BY 1
                       UNTIL WS-CURRTAB-SCAN > WS-CURRTAB-MAX
                   IF WS-CURRTAB-CODE(WS-CURRTAB-SCAN)
                      = WS-CCY-CODE(WS-CCY-SUB)
                      AND WS-CURRTAB-EFF-DATE(WS-CURRTAB-SCAN)
                          <= WS-REVAL-DATE
                      AND WS-CURRTAB-RATE(WS-CURRTAB-SCAN) > ZERO
                      AND (WS-CCY-EFF-DATE(WS-CCY-SUB) = SPACES
                           OR WS-CURRTAB-EFF-DATE(WS-CURRTAB-SCAN)
                              > WS-CCY-EFF-DATE(WS-CCY-SUB))
                       MOVE WS-CURRTAB-RATE(WS-CURRTAB-SCAN)
                           TO WS-CCY-RATE(WS-CCY-SUB)
                       MOVE WS-CURRTAB-EFF-DATE(WS-CURRTAB-SCAN)
                           TO WS-CCY-EFF-DATE(WS-CCY-SUB)
                   END-IF
               END-PERFORM
               IF WS-CCY-EFF-DATE(WS-CCY-SUB) = SPACES
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "no CURRTAB rate for "
                       WS-CCY-CODE(WS-CCY-SUB)
                       " effective on or before " WS-REVAL-DATE
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 2090-WRITE-ERROR
               END-IF
           END-PERFORM.

       3200-CHECK-ADJUSTMENT-SIZES.
      *> Works out every adjustment the way 4200 will, so one too
      *> large for a GLEXTRC detail amount stops the run before any
      *> of the batch is written. A currency without a rate is
      *> already in error and is skipped here.
           PERFORM VARYING WS-FXB-SUB FROM 1 BY 1
                   UNTIL WS-FXB-SUB > WS-FXB-MAX
               MOVE WS-FXB-CURRENCY(WS-FXB-SUB) TO WS-LOOKUP-CURRENCY
               PERFORM 3210-FIND-CURRENCY
               IF WS-CCY-HIT > ZERO
                  AND WS-CCY-EFF-DATE(WS-CCY-HIT) NOT = SPACES
                   COMPUTE WS-REVALUED-BASE ROUNDED =
                       WS-FXB-FOREIGN(WS-FXB-SUB)
                       * WS-CCY-RATE(WS-CCY-HIT)
                   COMPUTE WS-ADJUSTMENT =
                       WS-REVALUED-BASE - WS-FXB-CARRIED(WS-FXB-SUB)
                   IF WS-ADJUSTMENT > WS-MAX-DETAIL-AMOUNT
                      OR ZERO - WS-ADJUSTMENT > WS-MAX-DETAIL-AMOUNT
                       MOVE WS-ADJUSTMENT TO WS-EDIT-AMOUNT
                       MOVE SPACES TO WS-ERROR-TEXT
                       STRING "adjustment "
                           FUNCTION TRIM(WS-EDIT-AMOUNT)
                           " on " WS-FXB-ACCOUNT(WS-FXB-SUB) "/"
                           WS-FXB-COST-CENTER(WS-FXB-SUB)
                           " exceeds the largest GLEXTRC amount"
                           DELIMITED BY SIZE INTO WS-ERROR-TEXT
                       PERFORM 2090-WRITE-ERROR
                   END-IF
               END-IF
           END-PERFORM.

       3210-FIND-CURRENCY.
           MOVE ZERO TO WS-CCY-HIT
           PERFORM VARYING WS-CCY-SCAN FROM 1 BY 1
                   UNTIL WS-CCY-SCAN > WS-CCY-MAX
                      OR WS-CCY-HIT > ZERO
               IF WS-CCY-CODE(WS-CCY-SCAN) = WS-LOOKUP-CURRENCY
                   MOVE WS-CCY-SCAN TO WS-CCY-HIT
               END-IF
           END-PERFORM.

       4000-GENERATE-REVALUATION.
           OPEN OUTPUT FX-REVAL-EXTRACT-FILE
           IF WS-FS-REVAL NOT = "00"
               DISPLAY "cobol-glreval: unable to open GLREVAL, "
                       "file status " WS-FS-REVAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FX-REVERSAL-EXTRACT-FILE
           IF WS-FS-REVRS NOT = "00"
               DISPLAY "cobol-glreval: unable to open GLREVRS, "
                       "file status " WS-FS-REVRS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *> Both files always carry a header and trailer, so GLB01
      *> applies (and logs) an empty batch for a period with
      *> nothing to revalue instead of refusing it.
           PERFORM 4600-WRITE-HEADERS
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-MAX
               PERFORM 4100-REVALUE-ONE-CURRENCY
           END-PERFORM
           PERFORM 4700-WRITE-TRAILERS
           CLOSE FX-REVAL-EXTRACT-FILE
           CLOSE FX-REVERSAL-EXTRACT-FILE.

       4100-REVALUE-ONE-CURRENCY.
           IF WS-CCY-SUB > 1
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
           END-IF
           MOVE WS-CCY-RATE(WS-CCY-SUB) TO WS-EDIT-RATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING " CURRENCY " WS-CCY-CODE(WS-CCY-SUB)
               "  PERIOD-END RATE " WS-EDIT-RATE
               "  EFFECTIVE " WS-CCY-EFF-DATE(WS-CCY-SUB)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           PERFORM VARYING WS-FXB-SUB FROM 1 BY 1
                   UNTIL WS-FXB-SUB > WS-FXB-MAX
               IF WS-FXB-CURRENCY(WS-FXB-SUB) = WS-CCY-CODE(WS-CCY-SUB)
                   PERFORM 4200-REVALUE-ONE-BALANCE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CCY-CODE(WS-CCY-SUB) TO RL-CURRENCY
           MOVE "TOTAL" TO RL-ACCOUNT
           MOVE WS-CCY-FOREIGN(WS-CCY-SUB) TO RL-FOREIGN
           MOVE WS-CCY-CARRIED(WS-CCY-SUB) TO RL-CARRIED
           MOVE WS-CCY-RATE(WS-CCY-SUB) TO RL-NEW-RATE
           MOVE WS-CCY-REVALUED(WS-CCY-SUB) TO RL-REVALUED
           MOVE WS-CCY-ADJUSTMENT(WS-CCY-SUB) TO RL-ADJUSTMENT
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE.

       4200-REVALUE-ONE-BALANCE.
           COMPUTE WS-REVALUED-BASE ROUNDED =
               WS-FXB-FOREIGN(WS-FXB-SUB) * WS-CCY-RATE(WS-CCY-SUB)
           COMPUTE WS-ADJUSTMENT =
               WS-REVALUED-BASE - WS-FXB-CARRIED(WS-FXB-SUB)
      *> The old rate is the one the balance is carried at - its
      *> base value over its foreign amount.
           MOVE ZERO TO WS-OLD-RATE
           IF WS-FXB-FOREIGN(WS-FXB-SUB) NOT = ZERO
               COMPUTE WS-OLD-RATE ROUNDED =
                   WS-FXB-CARRIED(WS-FXB-SUB)
                   / WS-FXB-FOREIGN(WS-FXB-SUB)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-OLD-RATE
               END-COMPUTE
           END-IF
           ADD WS-FXB-FOREIGN(WS-FXB-SUB) TO WS-CCY-FOREIGN(WS-CCY-SUB)
           ADD WS-FXB-CARRIED(WS-FXB-SUB) TO WS-CCY-CARRIED(WS-CCY-SUB)
           ADD WS-REVALUED-BASE TO WS-CCY-REVALUED(WS-CCY-SUB)
           ADD WS-ADJUSTMENT TO WS-CCY-ADJUSTMENT(WS-CCY-SUB)
           MOVE SPACES TO WS-TRANS-REF-WORK
           IF WS-ADJUSTMENT NOT = ZERO
               PERFORM 4300-POST-ADJUSTMENT
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-FXB-CURRENCY(WS-FXB-SUB) TO RL-CURRENCY
           MOVE WS-FXB-ACCOUNT(WS-FXB-SUB) TO RL-ACCOUNT
           MOVE WS-FXB-COST-CENTER(WS-FXB-SUB) TO RL-COST-CENTER
           MOVE WS-FXB-FOREIGN(WS-FXB-SUB) TO RL-FOREIGN
           MOVE WS-OLD-RATE TO RL-OLD-RATE
           MOVE WS-FXB-CARRIED(WS-FXB-SUB) TO RL-CARRIED
           MOVE WS-CCY-RATE(WS-CCY-SUB) TO RL-NEW-RATE
           MOVE WS-REVALUED-BASE TO RL-REVALUED
           MOVE WS-ADJUSTMENT TO RL-ADJUSTMENT
           MOVE WS-TRANS-REF-WORK TO RL-TRANS-REF
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE.

       4300-POST-ADJUSTMENT.
      *> A gain debits the balance and credits FX gain; a loss
      *> credits the balance and debits FX loss. The balance's leg
      *> keeps its currency with a zero foreign amount; the gain or
      *> loss leg is base currency. 3200 has already refused any
      *> adjustment too large for the leg amount.
           ADD 1 TO WS-BALANCES-REVALUED
           ADD 1 TO WS-REVAL-SEQ
           MOVE SPACES TO WS-TRANS-REF-WORK
           STRING "FX" WS-SEL-PERIOD(3:4) "A" WS-REVAL-SEQ
               DELIMITED BY SIZE INTO WS-TRANS-REF-WORK
           MOVE SPACES TO WS-REVERSAL-REF-WORK
           STRING "FX" WS-SEL-PERIOD(3:4) "R" WS-REVAL-SEQ
               DELIMITED BY SIZE INTO WS-REVERSAL-REF-WORK
           IF WS-ADJUSTMENT > ZERO
               MOVE WS-ADJUSTMENT TO WS-LEG-AMOUNT
               ADD WS-ADJUSTMENT TO WS-GAIN-TOTAL
           ELSE
               COMPUTE WS-LEG-AMOUNT = ZERO - WS-ADJUSTMENT
               ADD WS-LEG-AMOUNT TO WS-LOSS-TOTAL
           END-IF
           MOVE WS-FXB-ACCOUNT(WS-FXB-SUB) TO WS-LEG-ACCOUNT
           MOVE WS-FXB-COST-CENTER(WS-FXB-SUB) TO WS-LEG-COST-CENTER
           MOVE "P" TO WS-LEG-TYPE
           MOVE WS-FXB-CURRENCY(WS-FXB-SUB) TO WS-LEG-CURRENCY
           MOVE ZERO TO WS-LEG-FOREIGN
           IF WS-ADJUSTMENT > ZERO
               MOVE "DR" TO WS-LEG-DR-CR
           ELSE
               MOVE "CR" TO WS-LEG-DR-CR
           END-IF
           PERFORM 4500-WRITE-LEG
           MOVE "C" TO WS-LEG-TYPE
           MOVE WS-BASE-CURRENCY TO WS-LEG-CURRENCY
           MOVE WS-LEG-AMOUNT TO WS-LEG-FOREIGN
           IF WS-ADJUSTMENT > ZERO
               MOVE WS-GAIN-ACCOUNT TO WS-LEG-ACCOUNT
               MOVE "CR" TO WS-LEG-DR-CR
           ELSE
               MOVE WS-LOSS-ACCOUNT TO WS-LEG-ACCOUNT
               MOVE "DR" TO WS-LEG-DR-CR
           END-IF
           PERFORM 4500-WRITE-LEG.

       4500-WRITE-LEG.
      *> The reversal line is built first and copied to GLREVRS,
      *> then turned back into the revaluation line for GLREVAL.
           IF WS-LEG-DR-CR = "DR"
               MOVE "CR" TO WS-LEG-REVERSE-DR-CR
               ADD WS-LEG-AMOUNT TO WS-DR-TOTAL
           ELSE
               MOVE "DR" TO WS-LEG-REVERSE-DR-CR
               ADD WS-LEG-AMOUNT TO WS-CR-TOTAL
           END-IF
           ADD 1 TO WS-DETAIL-COUNT
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE "GD" TO GL-RECORD-TYPE
           MOVE WS-REVAL-JOB-ID TO GL-JOB-ID
           MOVE WS-LEG-ACCOUNT TO GL-ACCOUNT-CODE
           MOVE WS-LEG-COST-CENTER TO GL-COST-CENTER
           MOVE WS-LEG-AMOUNT TO GL-AMOUNT
           MOVE WS-LEG-REVERSE-DR-CR TO GL-DR-CR
           MOVE WS-REVERSAL-DATE TO GL-POSTING-DATE
           MOVE WS-REVERSAL-REF-WORK TO GL-TRANS-REF
           MOVE WS-REVAL-SOURCE-ID TO GL-SOURCE-ID
           MOVE WS-LEG-TYPE TO GL-LEG-TYPE
           MOVE WS-LEG-CURRENCY TO GL-CURRENCY-CODE
           MOVE WS-LEG-FOREIGN TO GL-FOREIGN-AMOUNT
           MOVE GL-EXTRACT-RECORD TO FX-REVERSAL-RECORD
           WRITE FX-REVERSAL-RECORD
           MOVE WS-LEG-DR-CR TO GL-DR-CR
           MOVE WS-REVAL-DATE TO GL-POSTING-DATE
           MOVE WS-TRANS-REF-WORK TO GL-TRANS-REF
           WRITE GL-EXTRACT-RECORD.

       4600-WRITE-HEADERS.
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE "GH" TO GL-RECORD-TYPE
           MOVE WS-REVAL-JOB-ID TO GL-HDR-JOB-ID
           MOVE WS-REVERSAL-DATE TO GL-HDR-BUS-DATE
           MOVE GL-EXTRACT-RECORD TO FX-REVERSAL-RECORD
           WRITE FX-REVERSAL-RECORD
           MOVE WS-REVAL-DATE TO GL-HDR-BUS-DATE
           WRITE GL-EXTRACT-RECORD.

       4700-WRITE-TRAILERS.
      *> The reversal's debits are the revaluation's credits.
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE "GT" TO GL-RECORD-TYPE
           MOVE WS-DETAIL-COUNT TO GL-TRL-RECORD-COUNT
           MOVE WS-CR-TOTAL TO GL-TRL-DR-TOTAL
           MOVE WS-DR-TOTAL TO GL-TRL-CR-TOTAL
           MOVE GL-EXTRACT-RECORD TO FX-REVERSAL-RECORD
           WRITE FX-REVERSAL-RECORD
           MOVE WS-DR-TOTAL TO GL-TRL-DR-TOTAL
           MOVE WS-CR-TOTAL TO GL-TRL-CR-TOTAL
           WRITE GL-EXTRACT-RECORD.

       5000-LOG-REVALUATION.
           OPEN EXTEND FX-REVALUATION-LOG-FILE
           IF WS-FS-REVLOG = "35"
               OPEN OUTPUT FX-REVALUATION-LOG-FILE
           END-IF
           MOVE SPACES TO FX-REVALUATION-LOG-RECORD
           MOVE WS-SEL-PERIOD TO FR-PERIOD
           MOVE WS-REVAL-DATE TO FR-REVAL-DATE
           MOVE WS-REVERSAL-DATE TO FR-REVERSAL-DATE
           MOVE WS-BALANCES-REVALUED TO FR-BALANCE-COUNT
           MOVE WS-DETAIL-COUNT TO FR-DETAIL-COUNT
           MOVE WS-GAIN-TOTAL TO FR-GAIN-TOTAL
           MOVE WS-LOSS-TOTAL TO FR-LOSS-TOTAL
           MOVE FUNCTION CURRENT-DATE TO FR-TIMESTAMP
           WRITE FX-REVALUATION-LOG-RECORD
           CLOSE FX-REVALUATION-LOG-FILE.

       7000-WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO HD-PAGE
           MOVE WS-SEL-PERIOD TO HD-PERIOD
           MOVE WS-REVAL-DATE TO HD-REVAL-DATE
           MOVE WS-REVERSAL-DATE TO HD-REVERSAL-DATE
           WRITE FX-REVAL-REPORT-RECORD FROM WS-HEADING-1
           WRITE FX-REVAL-REPORT-RECORD FROM WS-HEADING-2
           MOVE SPACES TO FX-REVAL-REPORT-RECORD
           WRITE FX-REVAL-REPORT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       7100-PRINT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-PAGE-HEADINGS
           END-IF
           WRITE FX-REVAL-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       8000-WRITE-TOTALS.
           COMPUTE WS-NET-TOTAL = WS-GAIN-TOTAL - WS-LOSS-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           IF WS-FXB-MAX = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING " NO FOREIGN CURRENCY BALANCES ON ASSET OR "
                   "LIABILITY ACCOUNTS FOR PERIOD " WS-SEL-PERIOD
                   " - EMPTY BATCH GENERATED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
           END-IF
           MOVE WS-BALANCES-REVALUED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " BALANCES ADJUSTED:      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " GLREVAL/GLREVRS DETAILS:" WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-GAIN-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " UNREALIZED FX GAIN:  " WS-EDIT-AMOUNT
               "  (" WS-GAIN-ACCOUNT ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-LOSS-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " UNREALIZED FX LOSS:  " WS-EDIT-AMOUNT
               "  (" WS-LOSS-ACCOUNT ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-NET-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " NET GAIN (LOSS):     " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           CLOSE FX-REVAL-REPORT-FILE
           DISPLAY "cobol-glreval control total - period "
                   WS-SEL-PERIOD " rates at " WS-REVAL-DATE
                   " reversed " WS-REVERSAL-DATE
           MOVE WS-ROWS-READ TO WS-EDIT-COUNT
           DISPLAY "Balance rows read:  " WS-EDIT-COUNT
           MOVE WS-FXB-MAX TO WS-EDIT-COUNT
           DISPLAY "  Foreign balances: " WS-EDIT-COUNT
           MOVE WS-BALANCES-REVALUED TO WS-EDIT-COUNT
           DISPLAY "  Adjusted:         " WS-EDIT-COUNT
           MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT
           DISPLAY "  Details written:  " WS-EDIT-COUNT
           MOVE WS-GAIN-TOTAL TO WS-EDIT-AMOUNT
           DISPLAY "  FX gain:          " WS-EDIT-AMOUNT
           MOVE WS-LOSS-TOTAL TO WS-EDIT-AMOUNT
           DISPLAY "  FX loss:          " WS-EDIT-AMOUNT
           IF WS-WARNING-COUNT > ZERO
               MOVE WS-WARNING-COUNT TO WS-EDIT-COUNT
               DISPLAY "  Not on GLACCTM:   " WS-EDIT-COUNT
           END-IF.
