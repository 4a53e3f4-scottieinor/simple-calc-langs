       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLB06.
      *> Period-end close. Proves an accounting period is clean,
      *> prints a close-readiness report listing every blocker, and
      *> only when nothing is left open closes it: the period's
      *> record goes on GLPERCL (see GLPERCL.cpy) - after which
      *> GLB01 refuses any further extract for it - and the next
      *> period is opened on the GL balance master (GLBALM, see
      *> GLBALM.cpy) with each row's closing balance brought forward
      *> as the next period's opening balance. Closing used to mean
      *> finance hand-editing a "C" line into GLPERCL with nobody
      *> checking first whether the month was finished.
      *>
      *> The period is refused while any of these is still open:
      *>   - a GLSTAT line (see GLSTATR.cpy) posted in the period
      *>     that the ledger has not acknowledged (PENDING) or has
      *>     rejected (REJECTED);
      *>   - anything on the suspense file CALCSUSP (see
      *>     CALCSUS.cpy) - CALC04 carries undispositioned items
      *>     forward, so whatever is there is still outstanding;
      *>   - a recycle register item (see RCYCREG.cpy) still OPEN
      *>     that was first rejected in or before the period;
      *>   - a business date in the period on RUNCTL (see
      *>     CALCRUN.cpy) with no COMPLETE CALC01 step;
      *>   - a COMPLETE CALC01 run in the period whose extract is
      *>     not on GLAPPLOG (see GLAPPLG.cpy), i.e. was never
      *>     rolled into the balance master;
      *>   - the prior period not yet closed (once any period has
      *>     been closed on GLPERCL, they close in order);
      *>   - at year-end, a retained earnings account that is not an
      *>     active equity ("Q") account on GLACCTM.
      *>
      *> The fiscal year is the calendar year, so closing period 12
      *> is the year-end close: balance sheet accounts carry their
      *> closing balance forward as usual, but the income statement
      *> accounts (GLACCTM type R/E) open the new year at zero and
      *> their net result for each cost center is added to the
      *> retained earnings account's opening balance on that cost
      *> center, so the new year starts from correct opening
      *> balances. An account no longer on GLACCTM is carried
      *> forward like a balance sheet account and reported (RC=4).
      *> Every opening balance is set, not added, so a close that
      *> stopped partway can simply be run again.
      *>
      *> Each row's foreign currency balances (GB-FX-ENTRY - the
      *> foreign amount and the base value booked for it) are
      *> brought forward the same way, so the next month-end
      *> revaluation (GLB07) restates the whole foreign balance,
      *> not just the month's movement. Income statement rows
      *> opening the new year at zero carry none.
      *>
      *> PARM is keyword=value pairs separated by commas:
      *>   PERIOD=yyyymm   period to close (default: the month
      *>                   before today)
      *>   DATE=yyyymmdd   close date stamped on GLPERCL (default:
      *>                   today)
      *>   MODE=CHECK      readiness report only - nothing is
      *>                   closed or opened (default: CLOSE)
      *>   RETAIN=account  retained earnings account for the
      *>                   year-end roll (default: 3000100000)
      *>
      *> Ends RC=0 closed (or, with MODE=CHECK, ready to close),
      *> RC=4 closed with an account carried forward that is not on
      *> GLACCTM or a foreign balance with no free currency entry on
      *> the next period's row, RC=8 refused - blockers found or
      *> the period is already closed - with nothing changed, RC=16
      *> on an unusable file.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. scootys-home.
       OBJECT-COMPUTER. scootys-home.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-PERIOD-CLOSE-FILE ASSIGN TO "GLPERCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERCL.

           SELECT GL-STATUS-MASTER-FILE ASSIGN TO "GLSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GS-TRANS-REF
               FILE STATUS IS WS-FS-GLSTAT.

           SELECT CALC-SUSPENSE-FILE ASSIGN TO "CALCSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSP.

           SELECT RECYCLE-REGISTER-FILE ASSIGN TO "RCYCREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RCYC.

           SELECT CALC-RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT GL-APPLIED-LOG-FILE ASSIGN TO "GLAPPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APPLOG.

           SELECT GL-BALANCE-MASTER-FILE ASSIGN TO "GLBALM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-FS-BALM.

           SELECT GL-ACCT-MASTER-FILE ASSIGN TO "GLACCTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACCTM.

           SELECT CLOSE-REPORT-FILE ASSIGN TO "CLOSERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-PERIOD-CLOSE-FILE.
           COPY GLPERCL.

       FD  GL-STATUS-MASTER-FILE.
           COPY GLSTATR.

       FD  CALC-SUSPENSE-FILE.
           COPY CALCSUS.

       FD  RECYCLE-REGISTER-FILE.
           COPY RCYCREG.

       FD  CALC-RUN-CONTROL-FILE.
           COPY CALCRUN.

       FD  GL-APPLIED-LOG-FILE.
           COPY GLAPPLG.

       FD  GL-BALANCE-MASTER-FILE.
           COPY GLBALM.

       FD  GL-ACCT-MASTER-FILE.
           COPY GLACCTM.

       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-FS-PERCL             PIC XX VALUE "00".
           05  WS-FS-GLSTAT            PIC XX VALUE "00".
           05  WS-FS-SUSP              PIC XX VALUE "00".
           05  WS-FS-RCYC              PIC XX VALUE "00".
           05  WS-FS-RUNCTL            PIC XX VALUE "00".
           05  WS-FS-APPLOG            PIC XX VALUE "00".
           05  WS-FS-BALM              PIC XX VALUE "00".
           05  WS-FS-ACCTM             PIC XX VALUE "00".
           05  WS-FS-REPORT            PIC XX VALUE "00".

       01  WS-PARM                     PIC X(80).
       01  WS-PARM-PAIRS.
           05  WS-PARM-PAIR OCCURS 5 TIMES PIC X(20).
       01  WS-PARM-KEYWORD             PIC X(8).
       01  WS-PARM-VALUE               PIC X(12).
       01  WS-PAIR-SUB                 PIC 9(4) VALUE ZERO.

       01  WS-TIMESTAMP                PIC X(21).
       01  WS-CLOSE-DATE               PIC X(8) VALUE SPACES.
       01  WS-SEL-PERIOD               PIC X(6) VALUE SPACES.
       01  WS-SEL-PERIOD-N REDEFINES WS-SEL-PERIOD.
           05  WS-SEL-YYYY             PIC 9(4).
           05  WS-SEL-MM               PIC 9(2).
       01  WS-PRIOR-PERIOD             PIC X(6) VALUE SPACES.
       01  WS-PRIOR-PERIOD-N REDEFINES WS-PRIOR-PERIOD.
           05  WS-PRIOR-YYYY           PIC 9(4).
           05  WS-PRIOR-MM             PIC 9(2).
       01  WS-NEXT-PERIOD              PIC X(6) VALUE SPACES.
       01  WS-NEXT-PERIOD-N REDEFINES WS-NEXT-PERIOD.
           05  WS-NEXT-YYYY            PIC 9(4).
           05  WS-NEXT-MM              PIC 9(2).
       01  WS-RETAIN-ACCOUNT           PIC X(10) VALUE "3000100000".

       01  WS-MODE-SWITCH              PIC X(5) VALUE "CLOSE".
           88  WS-CHECK-ONLY                    VALUE "CHECK".
       01  WS-YEAR-END-SWITCH          PIC X VALUE "N".
           88  WS-YEAR-END                      VALUE "Y".
       01  WS-ALREADY-CLOSED-SWITCH    PIC X VALUE "N".
           88  WS-ALREADY-CLOSED                VALUE "Y".
       01  WS-ANY-CLOSED-SWITCH        PIC X VALUE "N".
           88  WS-ANY-PERIOD-CLOSED             VALUE "Y".
       01  WS-PRIOR-CLOSED-SWITCH      PIC X VALUE "N".
           88  WS-PRIOR-CLOSED                  VALUE "Y".
       01  WS-ALREADY-CLOSED-DATE      PIC X(8) VALUE SPACES.

      *> GLACCTM codes with status and type, for the year-end split
      *> of income statement from balance sheet accounts.
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

      *> Business dates of the period seen on RUNCTL, and whether a
      *> CALC01 step for the date reached COMPLETE.
       01  WS-RDAY-MAX-ENTRIES         PIC 9(4) VALUE 100.
       01  WS-RDAY-TABLE.
           05  WS-RDAY-ENTRY OCCURS 100 TIMES.
               10  WS-RDAY-DATE        PIC X(8).
               10  WS-RDAY-COMPLETE    PIC X.
               10  WS-RDAY-LAST-STEP   PIC X(8).
               10  WS-RDAY-LAST-STATUS PIC X(8).
       01  WS-RDAY-MAX                 PIC 9(4) VALUE ZERO.
       01  WS-RDAY-SCAN                PIC 9(4) VALUE ZERO.
       01  WS-RDAY-HIT                 PIC 9(4) VALUE ZERO.

      *> Each COMPLETE CALC01 run of the period (business date and
      *> job id, the GL extract header's identity) and whether its
      *> extract is on the applied log.
       01  WS-RJOB-MAX-ENTRIES         PIC 9(4) VALUE 200.
       01  WS-RJOB-TABLE.
           05  WS-RJOB-ENTRY OCCURS 200 TIMES.
               10  WS-RJOB-DATE        PIC X(8).
               10  WS-RJOB-JOB-ID      PIC X(8).
               10  WS-RJOB-LOGGED      PIC X.
       01  WS-RJOB-MAX                 PIC 9(4) VALUE ZERO.
       01  WS-RJOB-SCAN                PIC 9(4) VALUE ZERO.
       01  WS-RJOB-HIT                 PIC 9(4) VALUE ZERO.

      *> The closing period's balance master rows and each one's
      *> closing balance (opening + debits - credits).
       01  WS-BAL-MAX-ENTRIES          PIC 9(5) VALUE 5000.
       01  WS-BAL-TABLE.
           05  WS-BAL-ENTRY OCCURS 5000 TIMES.
               10  WS-BAL-ACCOUNT      PIC X(10).
               10  WS-BAL-COST-CENTER  PIC X(6).
               10  WS-BAL-TYPE         PIC X.
               10  WS-BAL-CLOSING      PIC S9(13)V99.
               10  WS-BAL-FX-CLOSINGS.
                   15  WS-BAL-FX-ENTRY OCCURS 5 TIMES.
                       20  WS-BAL-FX-CURRENCY PIC X(3).
                       20  WS-BAL-FX-FOREIGN  PIC S9(13)V99.
                       20  WS-BAL-FX-BASE     PIC S9(13)V99.
       01  WS-BAL-MAX                  PIC 9(5) VALUE ZERO.
       01  WS-BAL-SUB                  PIC 9(5) VALUE ZERO.

      *> Year-end only: per cost center, retained earnings brought
      *> forward and the year's income statement result rolled in.
       01  WS-RETN-MAX-ENTRIES         PIC 9(4) VALUE 500.
       01  WS-RETN-TABLE.
           05  WS-RETN-ENTRY OCCURS 500 TIMES.
               10  WS-RETN-COST-CENTER PIC X(6).
               10  WS-RETN-BROUGHT-FWD PIC S9(13)V99.
               10  WS-RETN-RESULT      PIC S9(13)V99.
       01  WS-RETN-MAX                 PIC 9(4) VALUE ZERO.
       01  WS-RETN-SCAN                PIC 9(4) VALUE ZERO.
       01  WS-RETN-HIT                 PIC 9(4) VALUE ZERO.

      *> One opening balance to set - filled by the caller of 4600.
       01  WS-OPEN-ACCOUNT             PIC X(10) VALUE SPACES.
       01  WS-OPEN-COST-CENTER         PIC X(6) VALUE SPACES.
       01  WS-OPEN-AMOUNT              PIC S9(13)V99 VALUE ZERO.
       01  WS-OPEN-FX-CLOSINGS.
           05  WS-OPEN-FX-ENTRY OCCURS 5 TIMES.
               10  WS-OPEN-FX-CURRENCY PIC X(3).
               10  WS-OPEN-FX-FOREIGN  PIC S9(13)V99.
               10  WS-OPEN-FX-BASE     PIC S9(13)V99.
       01  WS-OPEN-FX-SWITCH           PIC X VALUE "N".
           88  WS-OPEN-FX-HELD                  VALUE "Y".
       01  WS-FX-MAX-ENTRIES           PIC 9(4) VALUE 5.
       01  WS-FX-SUB                   PIC 9(4) VALUE ZERO.
       01  WS-FX-SCAN                  PIC 9(4) VALUE ZERO.
       01  WS-FX-HIT                   PIC 9(4) VALUE ZERO.
       01  WS-FX-UNCARRIED-COUNT       PIC 9(9) VALUE ZERO.

       01  WS-SECTION-TITLE            PIC X(60) VALUE SPACES.
       01  WS-SECTION-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-BLOCKER-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-UNKNOWN-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-ROWS-READ                PIC 9(9) VALUE ZERO.
       01  WS-ROWS-CARRIED             PIC 9(9) VALUE ZERO.
       01  WS-ROWS-ROLLED              PIC 9(9) VALUE ZERO.
       01  WS-ROWS-ADDED               PIC 9(9) VALUE ZERO.
       01  WS-ROWS-UPDATED             PIC 9(9) VALUE ZERO.
       01  WS-CARRIED-TOTAL            PIC S9(13)V99 VALUE ZERO.
       01  WS-RESULT-TOTAL             PIC S9(13)V99 VALUE ZERO.
       01  WS-RETAIN-OPENING           PIC S9(13)V99 VALUE ZERO.

       01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-LINES-PER-PAGE           PIC 9(4) VALUE 55.

       01  WS-REPORT-LINE              PIC X(132).
       01  WS-EDIT-COUNT               PIC ZZZZZZZZ9.
       01  WS-EDIT-AMOUNT              PIC -(13)9.99.
       01  WS-EDIT-AMOUNT-2            PIC -(13)9.99.
       01  WS-EDIT-AMOUNT-3            PIC -(13)9.99.
       01  WS-EDIT-RECYCLES            PIC ZZ9.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               " PERIOD-END CLOSE - READINESS AND ROLL  ".
           05  FILLER                  PIC X(7) VALUE "PERIOD ".
           05  HD-PERIOD               PIC X(6).
           05  FILLER                  PIC X(7) VALUE "  MODE ".
           05  HD-MODE                 PIC X(5).
           05  FILLER                  PIC X(13) VALUE
               "  CLOSE DATE ".
           05  HD-CLOSE-DATE           PIC X(8).
           05  FILLER                  PIC X(34) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HD-PAGE                 PIC ZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.

       BEGIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ACCOUNTS
           PERFORM 2100-CHECK-PERIOD-CLOSE
           IF WS-ALREADY-CLOSED
               MOVE SPACES TO WS-REPORT-LINE
               STRING " *** PERIOD " WS-SEL-PERIOD
                   " IS ALREADY CLOSED ON GLPERCL (SINCE "
                   WS-ALREADY-CLOSED-DATE ") - RUN REFUSED ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
               CLOSE CLOSE-REPORT-FILE
               DISPLAY "cobol-glclose: period " WS-SEL-PERIOD
                       " is already closed (since "
                       WS-ALREADY-CLOSED-DATE ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-CHECK-GL-STATUS
           PERFORM 3100-CHECK-SUSPENSE
           PERFORM 3200-CHECK-RECYCLE-REGISTER
           PERFORM 3300-CHECK-RUN-CONTROL
           PERFORM 3400-CHECK-APPLIED-LOG
           PERFORM 3900-PRINT-READINESS
           IF WS-BLOCKER-COUNT > ZERO
               CLOSE CLOSE-REPORT-FILE
               MOVE WS-BLOCKER-COUNT TO WS-EDIT-COUNT
               DISPLAY "cobol-glclose: period " WS-SEL-PERIOD
                       " not closed - "
                       FUNCTION TRIM(WS-EDIT-COUNT)
                       " blocker(s), see CLOSERPT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CHECK-ONLY
               CLOSE CLOSE-REPORT-FILE
               DISPLAY "cobol-glclose: period " WS-SEL-PERIOD
                       " is ready to close (MODE=CHECK - nothing "
                       "changed)"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-LOAD-CLOSING-BALANCES
           PERFORM 4500-OPEN-NEXT-PERIOD
           PERFORM 5000-WRITE-PERIOD-CLOSE
           PERFORM 8000-WRITE-TOTALS
           IF WS-UNKNOWN-COUNT > ZERO OR WS-FX-UNCARRIED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-CLOSE-DATE
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
           MOVE WS-SEL-PERIOD TO WS-PRIOR-PERIOD
           IF WS-PRIOR-MM = 1
               SUBTRACT 1 FROM WS-PRIOR-YYYY
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF
           MOVE WS-SEL-PERIOD TO WS-NEXT-PERIOD
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YYYY
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
      *> Fiscal year is the calendar year.
           IF WS-SEL-MM = 12
               SET WS-YEAR-END TO TRUE
           END-IF
           OPEN OUTPUT CLOSE-REPORT-FILE
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "cobol-glclose: unable to open CLOSERPT, "
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
                           DISPLAY "cobol-glclose: PARM PERIOD not a "
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
                           MOVE WS-PARM-VALUE(1:8) TO WS-CLOSE-DATE
                       ELSE
                           DISPLAY "cobol-glclose: PARM DATE not a "
                                   "valid yyyymmdd date: "
                                   WS-PARM-VALUE(1:8)
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN "MODE"
                       IF WS-PARM-VALUE = "CHECK" OR "CLOSE"
                           MOVE WS-PARM-VALUE TO WS-MODE-SWITCH
                       ELSE
                           DISPLAY "cobol-glclose: PARM MODE must be "
                                   "CHECK or CLOSE, got " WS-PARM-VALUE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN "RETAIN"
                       MOVE WS-PARM-VALUE(1:10) TO WS-RETAIN-ACCOUNT
                   WHEN OTHER
                       DISPLAY "cobol-glclose: unrecognized PARM "
                               "keyword " WS-PARM-KEYWORD " ignored"
               END-EVALUATE
           END-IF.

       2000-LOAD-ACCOUNTS.
           MOVE ZERO TO WS-ACCT-MAX
           OPEN INPUT GL-ACCT-MASTER-FILE
           IF WS-FS-ACCTM NOT = "00"
               DISPLAY "cobol-glclose: unable to open GLACCTM, "
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
                           DISPLAY "cobol-glclose: GLACCTM has more "
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

       2050-LOOKUP-ACCOUNT.
           MOVE ZERO TO WS-ACCT-HIT
           PERFORM VARYING WS-ACCT-SCAN FROM 1 BY 1
                   UNTIL WS-ACCT-SCAN > WS-ACCT-MAX
                      OR WS-ACCT-HIT > ZERO
               IF WS-ACCT-CODE(WS-ACCT-SCAN) = WS-LOOKUP-ACCOUNT
                   MOVE WS-ACCT-SCAN TO WS-ACCT-HIT
               END-IF
           END-PERFORM.

       2100-CHECK-PERIOD-CLOSE.
           MOVE "PERIOD SEQUENCE - GLPERCL" TO WS-SECTION-TITLE
           PERFORM 7200-PRINT-SECTION-HEADING
           OPEN INPUT GL-PERIOD-CLOSE-FILE
           IF WS-FS-PERCL = "35"
      *> No close file yet - every period is open.
               MOVE "10" TO WS-FS-PERCL
           ELSE
               IF WS-FS-PERCL NOT = "00"
                   DISPLAY "cobol-glclose: unable to open GLPERCL, "
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
                           SET WS-ANY-PERIOD-CLOSED TO TRUE
                           IF PC-PERIOD = WS-SEL-PERIOD
                               SET WS-ALREADY-CLOSED TO TRUE
                               MOVE PC-CLOSED-DATE
                                   TO WS-ALREADY-CLOSED-DATE
                           END-IF
                           IF PC-PERIOD = WS-PRIOR-PERIOD
                               SET WS-PRIOR-CLOSED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ANY-PERIOD-CLOSED AND NOT WS-PRIOR-CLOSED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   PRIOR PERIOD " WS-PRIOR-PERIOD
                   " IS NOT CLOSED - PERIODS CLOSE IN ORDER"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7300-PRINT-BLOCKER
           END-IF
           IF WS-YEAR-END
               MOVE WS-RETAIN-ACCOUNT TO WS-LOOKUP-ACCOUNT
               PERFORM 2050-LOOKUP-ACCOUNT
               IF WS-ACCT-HIT = ZERO
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "   YEAR-END: RETAINED EARNINGS ACCOUNT "
                       WS-RETAIN-ACCOUNT " IS NOT ON GLACCTM"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 7300-PRINT-BLOCKER
               ELSE
                   IF WS-ACCT-STATUS(WS-ACCT-HIT) NOT = "A"
                      OR WS-ACCT-TYPE(WS-ACCT-HIT) NOT = "Q"
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "   YEAR-END: RETAINED EARNINGS "
                           "ACCOUNT " WS-RETAIN-ACCOUNT
                           " IS NOT AN ACTIVE EQUITY (Q) ACCOUNT"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM 7300-PRINT-BLOCKER
                   END-IF
               END-IF
           END-IF
           PERFORM 7400-PRINT-SECTION-RESULT.

       3000-CHECK-GL-STATUS.
           MOVE "LEDGER LINES PENDING OR REJECTED - GLSTAT"
               TO WS-SECTION-TITLE
           PERFORM 7200-PRINT-SECTION-HEADING
           OPEN INPUT GL-STATUS-MASTER-FILE
           IF WS-FS-GLSTAT = "35"
      *> No status master yet - nothing has been sent to the ledger.
               MOVE "10" TO WS-FS-GLSTAT
           ELSE
               IF WS-FS-GLSTAT NOT = "00"
                   DISPLAY "cobol-glclose: unable to open GLSTAT, "
                           "file status " WS-FS-GLSTAT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-FS-GLSTAT = "10"
               READ GL-STATUS-MASTER-FILE
                   AT END
                       CLOSE GL-STATUS-MASTER-FILE
                       MOVE "10" TO WS-FS-GLSTAT
                   NOT AT END
                       IF GS-POSTING-DATE(1:6) = WS-SEL-PERIOD
                          AND (GS-PENDING OR GS-REJECTED)
                           PERFORM 3010-REPORT-GL-STATUS-LINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 7400-PRINT-SECTION-RESULT.

       3010-REPORT-GL-STATUS-LINE.
           MOVE GS-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "   " GS-TRANS-REF "  " GS-ACK-STATUS
               "  SOURCE " GS-SOURCE-ID
               "  " GS-GL-ACCOUNT "/" GS-COST-CENTER
               "  " WS-EDIT-AMOUNT " " GS-DR-CR
               "  POSTED " GS-POSTING-DATE
               "  REASON " GS-LEDGER-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7300-PRINT-BLOCKER.

       3100-CHECK-SUSPENSE.
           MOVE "SUSPENSE ITEMS OUTSTANDING - CALCSUSP"
               TO WS-SECTION-TITLE
           PERFORM 7200-PRINT-SECTION-HEADING
           OPEN INPUT CALC-SUSPENSE-FILE
           IF WS-FS-SUSP = "35"
               MOVE "10" TO WS-FS-SUSP
           ELSE
               IF WS-FS-SUSP NOT = "00"
                   DISPLAY "cobol-glclose: unable to open CALCSUSP, "
                           "file status " WS-FS-SUSP
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-FS-SUSP = "10"
               READ CALC-SUSPENSE-FILE
                   AT END
                       CLOSE CALC-SUSPENSE-FILE
                       MOVE "10" TO WS-FS-SUSP
                   NOT AT END
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "   " CS-TRANS-REF
                           "  " CS-GL-ACCOUNT "/" CS-COST-CENTER
                           "  " CS-CURRENCY-CODE
                           "  " CS-REASON-CODE " " CS-REASON-TEXT
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM 7300-PRINT-BLOCKER
               END-READ
           END-PERFORM
           PERFORM 7400-PRINT-SECTION-RESULT.

       3200-CHECK-RECYCLE-REGISTER.
           MOVE "REJECTS STILL OPEN ON THE RECYCLE REGISTER - RCYCREG"
               TO WS-SECTION-TITLE
           PERFORM 7200-PRINT-SECTION-HEADING
           OPEN INPUT RECYCLE-REGISTER-FILE
           IF WS-FS-RCYC = "35"
               MOVE "10" TO WS-FS-RCYC
           ELSE
               IF WS-FS-RCYC NOT = "00"
                   DISPLAY "cobol-glclose: unable to open RCYCREG, "
                           "file status " WS-FS-RCYC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-FS-RCYC = "10"
               READ RECYCLE-REGISTER-FILE
                   AT END
                       CLOSE RECYCLE-REGISTER-FILE
                       MOVE "10" TO WS-FS-RCYC
                   NOT AT END
      *> Rejects first seen after the period belong to the next one.
                       IF RY-STATUS = "OPEN"
                          AND RY-ORIG-SUBMIT-DATE(1:6)
                              <= WS-SEL-PERIOD
                           MOVE RY-RECYCLE-COUNT TO WS-EDIT-RECYCLES
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING "   " RY-TRANS-REF
                               "  FIRST REJECTED " RY-ORIG-SUBMIT-DATE
                               "  LAST SEEN " RY-LAST-SEEN-DATE
                               "  RECYCLED " WS-EDIT-RECYCLES
                               "  REASON " RY-LAST-REASON-CODE
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                           PERFORM 7300-PRINT-BLOCKER
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 7400-PRINT-SECTION-RESULT.

       3300-CHECK-RUN-CONTROL.
           MOVE "BUSINESS DATES WITHOUT A COMPLETE CALC01 - RUNCTL"
               TO WS-SECTION-TITLE
           PERFORM 7200-PRINT-SECTION-HEADING
           OPEN INPUT CALC-RUN-CONTROL-FILE
           IF WS-FS-RUNCTL = "35"
               MOVE "10" TO WS-FS-RUNCTL
           ELSE
               IF WS-FS-RUNCTL NOT = "00"
                   DISPLAY "cobol-glclose: unable to open RUNCTL, "
                           "file status " WS-FS-RUNCTL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-FS-RUNCTL = "10"
               READ CALC-RUN-CONTROL-FILE
                   AT END
                       CLOSE CALC-RUN-CONTROL-FILE
                       MOVE "10" TO WS-FS-RUNCTL
                   NOT AT END
                       IF RN-BUSINESS-DATE(1:6) = WS-SEL-PERIOD
                          AND RN-STATUS NOT = "REFUSED"
                           PERFORM 3310-NOTE-RUN-STATE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-RDAY-SCAN FROM 1 BY 1
                   UNTIL WS-RDAY-SCAN > WS-RDAY-MAX
               IF WS-RDAY-COMPLETE(WS-RDAY-SCAN) NOT = "Y"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "   BUSINESS DATE "
                       WS-RDAY-DATE(WS-RDAY-SCAN)
                       "  NO COMPLETE CALC01 - LAST STATE "
                       WS-RDAY-LAST-STEP(WS-RDAY-SCAN) " "
                       WS-RDAY-LAST-STATUS(WS-RDAY-SCAN)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 7300-PRINT-BLOCKER
               END-IF
           END-PERFORM
           IF WS-RDAY-MAX = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   (NO RUNS RECORDED FOR THE PERIOD)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
           END-IF
           PERFORM 7400-PRINT-SECTION-RESULT.

       3310-NOTE-RUN-STATE.
           MOVE ZERO TO WS-RDAY-HIT
           PERFORM VARYING WS-RDAY-SCAN FROM 1 BY 1
                   UNTIL WS-RDAY-SCAN > WS-RDAY-MAX
                      OR WS-RDAY-HIT > ZERO
               IF WS-RDAY-DATE(WS-RDAY-SCAN) = RN-BUSINESS-DATE
                   MOVE WS-RDAY-SCAN TO WS-RDAY-HIT
               END-IF
           END-PERFORM
           IF WS-RDAY-HIT = ZERO
               IF WS-RDAY-MAX >= WS-RDAY-MAX-ENTRIES
                   DISPLAY "cobol-glclose: more than "
                           WS-RDAY-MAX-ENTRIES " business dates "
                           "in the period on RUNCTL - increase "
                           "WS-RDAY-MAX-ENTRIES and recompile"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RDAY-MAX
               MOVE WS-RDAY-MAX TO WS-RDAY-HIT
               MOVE RN-BUSINESS-DATE TO WS-RDAY-DATE(WS-RDAY-HIT)
               MOVE "N" TO WS-RDAY-COMPLETE(WS-RDAY-HIT)
           END-IF
           MOVE RN-STEP TO WS-RDAY-LAST-STEP(WS-RDAY-HIT)
           MOVE RN-STATUS TO WS-RDAY-LAST-STATUS(WS-RDAY-HIT)
      *> A blank step is a record from before the state tracking
      *> went in, which only CALC01 wrote.
           IF RN-STATUS = "COMPLETE"
              AND (RN-STEP = "CALC01" OR RN-STEP = SPACES)
               MOVE "Y" TO WS-RDAY-COMPLETE(WS-RDAY-HIT)
               PERFORM 3320-NOTE-COMPLETE-RUN
           END-IF.

       3320-NOTE-COMPLETE-RUN.
      *> An OVERRIDE rerun completes the same date and job again;
      *> GLB01 applies only one extract per date and job, so one
      *> entry is all the applied log can answer for.
           MOVE ZERO TO WS-RJOB-HIT
           PERFORM VARYING WS-RJOB-SCAN FROM 1 BY 1
                   UNTIL WS-RJOB-SCAN > WS-RJOB-MAX
                      OR WS-RJOB-HIT > ZERO
               IF WS-RJOB-DATE(WS-RJOB-SCAN) = RN-BUSINESS-DATE
                  AND WS-RJOB-JOB-ID(WS-RJOB-SCAN) = RN-JOB-ID
                   MOVE WS-RJOB-SCAN TO WS-RJOB-HIT
               END-IF
           END-PERFORM
           IF WS-RJOB-HIT = ZERO
               IF WS-RJOB-MAX >= WS-RJOB-MAX-ENTRIES
                   DISPLAY "cobol-glclose: more than "
                           WS-RJOB-MAX-ENTRIES " completed runs "
                           "in the period on RUNCTL - increase "
                           "WS-RJOB-MAX-ENTRIES and recompile"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RJOB-MAX
               MOVE RN-BUSINESS-DATE TO WS-RJOB-DATE(WS-RJOB-MAX)
               MOVE RN-JOB-ID TO WS-RJOB-JOB-ID(WS-RJOB-MAX)
               MOVE "N" TO WS-RJOB-LOGGED(WS-RJOB-MAX)
           END-IF.

       3400-CHECK-APPLIED-LOG.
           MOVE "EXTRACTS NOT ROLLED INTO THE BALANCE MASTER - GLAPPLOG"
               TO WS-SECTION-TITLE
           PERFORM 7200-PRINT-SECTION-HEADING
           OPEN INPUT GL-APPLIED-LOG-FILE
           IF WS-FS-APPLOG = "35"
      *> No log yet - nothing has ever been applied.
               MOVE "10" TO WS-FS-APPLOG
           ELSE
               IF WS-FS-APPLOG NOT = "00"
                   DISPLAY "cobol-glclose: unable to open GLAPPLOG, "
                           "file status " WS-FS-APPLOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-FS-APPLOG = "10"
               READ GL-APPLIED-LOG-FILE
                   AT END
                       CLOSE GL-APPLIED-LOG-FILE
                       MOVE "10" TO WS-FS-APPLOG
                   NOT AT END
                       PERFORM VARYING WS-RJOB-SCAN FROM 1 BY 1
                               UNTIL WS-RJOB-SCAN > WS-RJOB-MAX
                           IF WS-RJOB-DATE(WS-RJOB-SCAN) = AP-BUS-DATE
                              AND WS-RJOB-JOB-ID(WS-RJOB-SCAN)
                                  = AP-JOB-ID
                               MOVE "Y" TO WS-RJOB-LOGGED(WS-RJOB-SCAN)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           PERFORM VARYING WS-RJOB-SCAN FROM 1 BY 1
                   UNTIL WS-RJOB-SCAN > WS-RJOB-MAX
               IF WS-RJOB-LOGGED(WS-RJOB-SCAN) NOT = "Y"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "   EXTRACT FOR BUSINESS DATE "
                       WS-RJOB-DATE(WS-RJOB-SCAN)
                       " JOB " WS-RJOB-JOB-ID(WS-RJOB-SCAN)
                       " IS NOT ON THE APPLIED LOG - GLB01 HAS NOT"
                       " ROLLED IT IN"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 7300-PRINT-BLOCKER
               END-IF
           END-PERFORM
           PERFORM 7400-PRINT-SECTION-RESULT.

       3900-PRINT-READINESS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-BLOCKER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-BLOCKER-COUNT > ZERO
                   STRING " *** PERIOD " WS-SEL-PERIOD
                       " NOT READY TO CLOSE - "
                       FUNCTION TRIM(WS-EDIT-COUNT)
                       " BLOCKER(S) ABOVE - NOTHING CHANGED ***"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN WS-CHECK-ONLY
                   STRING " PERIOD " WS-SEL-PERIOD
                       " IS READY TO CLOSE - NO BLOCKERS (CHECK "
                       "ONLY, NOTHING CHANGED)"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN OTHER
                   STRING " PERIOD " WS-SEL-PERIOD
                       " IS READY TO CLOSE - NO BLOCKERS"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE
           PERFORM 7100-PRINT-LINE.

       4000-LOAD-CLOSING-BALANCES.
           MOVE ZERO TO WS-BAL-MAX
           OPEN INPUT GL-BALANCE-MASTER-FILE
           IF WS-FS-BALM = "35"
      *> No balance master yet - nothing to carry forward.
               MOVE "10" TO WS-FS-BALM
           ELSE
               IF WS-FS-BALM NOT = "00"
                   DISPLAY "cobol-glclose: unable to open GLBALM, "
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
                           PERFORM 4100-LOAD-ONE-ROW
                       ELSE
                           CLOSE GL-BALANCE-MASTER-FILE
                           MOVE "10" TO WS-FS-BALM
                       END-IF
               END-READ
           END-PERFORM.

       4100-LOAD-ONE-ROW.
           IF WS-BAL-MAX >= WS-BAL-MAX-ENTRIES
               DISPLAY "cobol-glclose: more than " WS-BAL-MAX-ENTRIES
                       " balance master rows for period "
                       WS-SEL-PERIOD " - increase "
                       "WS-BAL-MAX-ENTRIES and recompile"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ROWS-READ
           ADD 1 TO WS-BAL-MAX
           MOVE GB-ACCOUNT-CODE TO WS-BAL-ACCOUNT(WS-BAL-MAX)
           MOVE GB-COST-CENTER TO WS-BAL-COST-CENTER(WS-BAL-MAX)
           COMPUTE WS-BAL-CLOSING(WS-BAL-MAX) =
               GB-OPENING-BALANCE + GB-DR-TOTAL - GB-CR-TOTAL
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-MAX-ENTRIES
               MOVE GB-FX-CURRENCY(WS-FX-SUB)
                   TO WS-BAL-FX-CURRENCY(WS-BAL-MAX, WS-FX-SUB)
               IF GB-FX-CURRENCY(WS-FX-SUB) = SPACES
                   MOVE ZERO TO WS-BAL-FX-FOREIGN(WS-BAL-MAX, WS-FX-SUB)
                   MOVE ZERO TO WS-BAL-FX-BASE(WS-BAL-MAX, WS-FX-SUB)
               ELSE
                   COMPUTE WS-BAL-FX-FOREIGN(WS-BAL-MAX, WS-FX-SUB) =
                       GB-FX-OPENING-FOREIGN(WS-FX-SUB)
                       + GB-FX-FOREIGN-NET(WS-FX-SUB)
                   COMPUTE WS-BAL-FX-BASE(WS-BAL-MAX, WS-FX-SUB) =
                       GB-FX-OPENING-BASE(WS-FX-SUB)
                       + GB-FX-BASE-NET(WS-FX-SUB)
               END-IF
           END-PERFORM
           MOVE GB-ACCOUNT-CODE TO WS-LOOKUP-ACCOUNT
           PERFORM 2050-LOOKUP-ACCOUNT
           IF WS-ACCT-HIT = ZERO
               MOVE "?" TO WS-BAL-TYPE(WS-BAL-MAX)
           ELSE
               MOVE WS-ACCT-TYPE(WS-ACCT-HIT)
                   TO WS-BAL-TYPE(WS-BAL-MAX)
           END-IF.

       4500-OPEN-NEXT-PERIOD.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING " OPENING PERIOD " WS-NEXT-PERIOD
               " - CLOSING BALANCES OF " WS-SEL-PERIOD
               " BROUGHT FORWARD"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           OPEN I-O GL-BALANCE-MASTER-FILE
           IF WS-FS-BALM = "35"
               OPEN OUTPUT GL-BALANCE-MASTER-FILE
               CLOSE GL-BALANCE-MASTER-FILE
               OPEN I-O GL-BALANCE-MASTER-FILE
           END-IF
           IF WS-FS-BALM NOT = "00"
               DISPLAY "cobol-glclose: unable to open GLBALM for "
                       "update, file status " WS-FS-BALM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-MAX
               EVALUATE TRUE
                   WHEN WS-YEAR-END
                    AND (WS-BAL-TYPE(WS-BAL-SUB) = "R"
                         OR WS-BAL-TYPE(WS-BAL-SUB) = "E")
                       PERFORM 4510-ROLL-INCOME-STATEMENT
                   WHEN WS-YEAR-END
                    AND WS-BAL-ACCOUNT(WS-BAL-SUB) = WS-RETAIN-ACCOUNT
                       PERFORM 4520-NOTE-RETAINED-EARNINGS
                   WHEN OTHER
                       PERFORM 4530-CARRY-FORWARD
               END-EVALUATE
           END-PERFORM
           IF WS-YEAR-END
               PERFORM 4700-OPEN-RETAINED-EARNINGS
           END-IF
           CLOSE GL-BALANCE-MASTER-FILE.

       4510-ROLL-INCOME-STATEMENT.
      *> The new year's row for this account opens at zero (GLB01
      *> creates it that way), so only retained earnings moves.
           PERFORM 4550-FIND-RETAIN-ENTRY
           ADD WS-BAL-CLOSING(WS-BAL-SUB)
               TO WS-RETN-RESULT(WS-RETN-HIT)
           ADD WS-BAL-CLOSING(WS-BAL-SUB) TO WS-RESULT-TOTAL
           ADD 1 TO WS-ROWS-ROLLED.

       4520-NOTE-RETAINED-EARNINGS.
           PERFORM 4550-FIND-RETAIN-ENTRY
           ADD WS-BAL-CLOSING(WS-BAL-SUB)
               TO WS-RETN-BROUGHT-FWD(WS-RETN-HIT).

       4530-CARRY-FORWARD.
           IF WS-BAL-TYPE(WS-BAL-SUB) = "?"
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE WS-BAL-CLOSING(WS-BAL-SUB) TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   WARNING: ACCOUNT " WS-BAL-ACCOUNT(WS-BAL-SUB)
                   "/" WS-BAL-COST-CENTER(WS-BAL-SUB)
                   " IS NOT ON GLACCTM - CARRIED FORWARD "
                   WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
           END-IF
           MOVE WS-BAL-ACCOUNT(WS-BAL-SUB) TO WS-OPEN-ACCOUNT
           MOVE WS-BAL-COST-CENTER(WS-BAL-SUB) TO WS-OPEN-COST-CENTER
           MOVE WS-BAL-CLOSING(WS-BAL-SUB) TO WS-OPEN-AMOUNT
           MOVE WS-BAL-FX-CLOSINGS(WS-BAL-SUB) TO WS-OPEN-FX-CLOSINGS
           PERFORM 4600-SET-OPENING-BALANCE
           IF WS-BAL-CLOSING(WS-BAL-SUB) NOT = ZERO
               ADD 1 TO WS-ROWS-CARRIED
               ADD WS-BAL-CLOSING(WS-BAL-SUB) TO WS-CARRIED-TOTAL
           END-IF.

       4550-FIND-RETAIN-ENTRY.
           MOVE ZERO TO WS-RETN-HIT
           PERFORM VARYING WS-RETN-SCAN FROM 1 BY 1
                   UNTIL WS-RETN-SCAN > WS-RETN-MAX
                      OR WS-RETN-HIT > ZERO
               IF WS-RETN-COST-CENTER(WS-RETN-SCAN)
                  = WS-BAL-COST-CENTER(WS-BAL-SUB)
                   MOVE WS-RETN-SCAN TO WS-RETN-HIT
               END-IF
           END-PERFORM
           IF WS-RETN-HIT = ZERO
               IF WS-RETN-MAX >= WS-RETN-MAX-ENTRIES
                   DISPLAY "cobol-glclose: more than "
                           WS-RETN-MAX-ENTRIES " cost centers to "
                           "roll to retained earnings - increase "
                           "WS-RETN-MAX-ENTRIES and recompile"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RETN-MAX
               MOVE WS-RETN-MAX TO WS-RETN-HIT
               MOVE WS-BAL-COST-CENTER(WS-BAL-SUB)
                   TO WS-RETN-COST-CENTER(WS-RETN-HIT)
               MOVE ZERO TO WS-RETN-BROUGHT-FWD(WS-RETN-HIT)
               MOVE ZERO TO WS-RETN-RESULT(WS-RETN-HIT)
           END-IF.

       4600-SET-OPENING-BALANCE.
      *> The next period's row may already exist - the daily runs
      *> keep posting while the prior month is being closed - so
      *> only its opening balance is touched. Set, not added, so a
      *> rerun after a failure gives the same answer. A zero
      *> balance, in base and in every currency, creates no row.
           MOVE "N" TO WS-OPEN-FX-SWITCH
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-MAX-ENTRIES
               IF WS-OPEN-FX-CURRENCY(WS-FX-SUB) NOT = SPACES
                  AND (WS-OPEN-FX-FOREIGN(WS-FX-SUB) NOT = ZERO
                       OR WS-OPEN-FX-BASE(WS-FX-SUB) NOT = ZERO)
                   SET WS-OPEN-FX-HELD TO TRUE
               END-IF
           END-PERFORM
           MOVE SPACES TO GL-BALANCE-MASTER-RECORD
           MOVE WS-NEXT-PERIOD TO GB-PERIOD
           MOVE WS-OPEN-ACCOUNT TO GB-ACCOUNT-CODE
           MOVE WS-OPEN-COST-CENTER TO GB-COST-CENTER
           READ GL-BALANCE-MASTER-FILE
               INVALID KEY
                   IF WS-OPEN-AMOUNT NOT = ZERO OR WS-OPEN-FX-HELD
                       MOVE ZERO TO GB-DR-TOTAL
                       MOVE ZERO TO GB-CR-TOTAL
                       MOVE WS-OPEN-AMOUNT TO GB-OPENING-BALANCE
                       INITIALIZE GB-FX-BALANCES
                       PERFORM 4610-SET-FX-OPENINGS
                       WRITE GL-BALANCE-MASTER-RECORD
                       ADD 1 TO WS-ROWS-ADDED
                   END-IF
               NOT INVALID KEY
                   MOVE WS-OPEN-AMOUNT TO GB-OPENING-BALANCE
                   PERFORM 4610-SET-FX-OPENINGS
                   REWRITE GL-BALANCE-MASTER-RECORD
                   ADD 1 TO WS-ROWS-UPDATED
           END-READ
           IF WS-FS-BALM NOT = "00" AND WS-FS-BALM NOT = "23"
               DISPLAY "cobol-glclose: GLBALM update failed for "
                       WS-NEXT-PERIOD " " WS-OPEN-ACCOUNT " "
                       WS-OPEN-COST-CENTER ", file status "
                       WS-FS-BALM " - period not closed, rerun"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4610-SET-FX-OPENINGS.
      *> Every currency opening on the row is set afresh: cleared,
      *> then each carried currency placed on its own entry, or the
      *> first unused one, next to whatever the new period has
      *> already posted in it.
           PERFORM VARYING WS-FX-SCAN FROM 1 BY 1
                   UNTIL WS-FX-SCAN > WS-FX-MAX-ENTRIES
               MOVE ZERO TO GB-FX-OPENING-FOREIGN(WS-FX-SCAN)
               MOVE ZERO TO GB-FX-OPENING-BASE(WS-FX-SCAN)
           END-PERFORM
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-MAX-ENTRIES
               IF WS-OPEN-FX-CURRENCY(WS-FX-SUB) NOT = SPACES
                  AND (WS-OPEN-FX-FOREIGN(WS-FX-SUB) NOT = ZERO
                       OR WS-OPEN-FX-BASE(WS-FX-SUB) NOT = ZERO)
                   PERFORM 4620-SET-ONE-FX-OPENING
               END-IF
           END-PERFORM.

       4620-SET-ONE-FX-OPENING.
           MOVE ZERO TO WS-FX-HIT
           PERFORM VARYING WS-FX-SCAN FROM 1 BY 1
                   UNTIL WS-FX-SCAN > WS-FX-MAX-ENTRIES
                      OR WS-FX-HIT > ZERO
               IF GB-FX-CURRENCY(WS-FX-SCAN)
                  = WS-OPEN-FX-CURRENCY(WS-FX-SUB)
                   MOVE WS-FX-SCAN TO WS-FX-HIT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-FX-SCAN FROM 1 BY 1
                   UNTIL WS-FX-SCAN > WS-FX-MAX-ENTRIES
                      OR WS-FX-HIT > ZERO
               IF GB-FX-CURRENCY(WS-FX-SCAN) = SPACES
                   MOVE WS-FX-SCAN TO WS-FX-HIT
                   MOVE WS-OPEN-FX-CURRENCY(WS-FX-SUB)
                       TO GB-FX-CURRENCY(WS-FX-HIT)
                   MOVE ZERO TO GB-FX-FOREIGN-NET(WS-FX-HIT)
                   MOVE ZERO TO GB-FX-BASE-NET(WS-FX-HIT)
               END-IF
           END-PERFORM
           IF WS-FX-HIT = ZERO
               ADD 1 TO WS-FX-UNCARRIED-COUNT
               MOVE WS-OPEN-FX-FOREIGN(WS-FX-SUB) TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   WARNING: " WS-OPEN-ACCOUNT "/"
                   WS-OPEN-COST-CENTER " HAS NO FREE CURRENCY ENTRY "
                   "FOR " WS-OPEN-FX-CURRENCY(WS-FX-SUB) " "
                   WS-EDIT-AMOUNT " - BROUGHT FORWARD IN BASE ONLY"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
           ELSE
               MOVE WS-OPEN-FX-FOREIGN(WS-FX-SUB)
                   TO GB-FX-OPENING-FOREIGN(WS-FX-HIT)
               MOVE WS-OPEN-FX-BASE(WS-FX-SUB)
                   TO GB-FX-OPENING-BASE(WS-FX-HIT)
           END-IF.

       4700-OPEN-RETAINED-EARNINGS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING " YEAR-END: INCOME STATEMENT ROLLED TO RETAINED "
               "EARNINGS " WS-RETAIN-ACCOUNT " FOR " WS-NEXT-PERIOD
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "   COST-C    BROUGHT FORWARD        YEAR RESULT"
               "    OPENING BALANCE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           PERFORM VARYING WS-RETN-SCAN FROM 1 BY 1
                   UNTIL WS-RETN-SCAN > WS-RETN-MAX
               MOVE WS-RETAIN-ACCOUNT TO WS-OPEN-ACCOUNT
               MOVE WS-RETN-COST-CENTER(WS-RETN-SCAN)
                   TO WS-OPEN-COST-CENTER
               COMPUTE WS-OPEN-AMOUNT =
                   WS-RETN-BROUGHT-FWD(WS-RETN-SCAN)
                   + WS-RETN-RESULT(WS-RETN-SCAN)
               INITIALIZE WS-OPEN-FX-CLOSINGS
               PERFORM 4600-SET-OPENING-BALANCE
               ADD WS-OPEN-AMOUNT TO WS-RETAIN-OPENING
               MOVE WS-RETN-BROUGHT-FWD(WS-RETN-SCAN)
                   TO WS-EDIT-AMOUNT
               MOVE WS-RETN-RESULT(WS-RETN-SCAN) TO WS-EDIT-AMOUNT-2
               MOVE WS-OPEN-AMOUNT TO WS-EDIT-AMOUNT-3
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   " WS-OPEN-COST-CENTER "  "
                   WS-EDIT-AMOUNT "  " WS-EDIT-AMOUNT-2 "  "
                   WS-EDIT-AMOUNT-3
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
           END-PERFORM.

       5000-WRITE-PERIOD-CLOSE.
      *> Written last, once the next period is fully open - a close
      *> that fails before this point leaves the period open to be
      *> run again.
           OPEN EXTEND GL-PERIOD-CLOSE-FILE
           IF WS-FS-PERCL = "35"
               OPEN OUTPUT GL-PERIOD-CLOSE-FILE
           END-IF
           IF WS-FS-PERCL NOT = "00"
               DISPLAY "cobol-glclose: unable to extend GLPERCL, "
                       "file status " WS-FS-PERCL
                       " - next period opened but " WS-SEL-PERIOD
                       " not marked closed, rerun"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO GL-PERIOD-CLOSE-RECORD
           MOVE WS-SEL-PERIOD TO PC-PERIOD
           MOVE "C" TO PC-STATUS
           MOVE WS-CLOSE-DATE TO PC-CLOSED-DATE
           WRITE GL-PERIOD-CLOSE-RECORD
           CLOSE GL-PERIOD-CLOSE-FILE.

       7000-WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO HD-PAGE
           MOVE WS-SEL-PERIOD TO HD-PERIOD
           MOVE WS-MODE-SWITCH TO HD-MODE
           MOVE WS-CLOSE-DATE TO HD-CLOSE-DATE
           WRITE CLOSE-REPORT-RECORD FROM WS-HEADING-1
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       7100-PRINT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-PAGE-HEADINGS
           END-IF
           WRITE CLOSE-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       7200-PRINT-SECTION-HEADING.
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " " WS-SECTION-TITLE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE.

       7300-PRINT-BLOCKER.
      *> The caller has built the blocker's line in WS-REPORT-LINE.
           ADD 1 TO WS-SECTION-COUNT
           ADD 1 TO WS-BLOCKER-COUNT
           PERFORM 7100-PRINT-LINE.

       7400-PRINT-SECTION-RESULT.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SECTION-COUNT = ZERO
               STRING "   CLEAR"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE WS-SECTION-COUNT TO WS-EDIT-COUNT
               STRING "   " FUNCTION TRIM(WS-EDIT-COUNT)
                   " BLOCKER(S)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM 7100-PRINT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE.

       8000-WRITE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-ROWS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " BALANCE ROWS IN PERIOD:     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-ROWS-CARRIED TO WS-EDIT-COUNT
           MOVE WS-CARRIED-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " BALANCES BROUGHT FORWARD:   " WS-EDIT-COUNT
               "  NET " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           IF WS-YEAR-END
               MOVE WS-ROWS-ROLLED TO WS-EDIT-COUNT
               MOVE WS-RESULT-TOTAL TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING " INCOME STMT ROWS ROLLED:    " WS-EDIT-COUNT
                   "  NET " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
               MOVE WS-RETAIN-OPENING TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING " RETAINED EARNINGS OPENING:                 "
                   WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING " *** PERIOD " WS-SEL-PERIOD " CLOSED ON GLPERCL "
               WS-CLOSE-DATE " - PERIOD " WS-NEXT-PERIOD
               " OPEN ***"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           CLOSE CLOSE-REPORT-FILE
           DISPLAY "cobol-glclose control total - period "
                   WS-SEL-PERIOD " closed " WS-CLOSE-DATE
           MOVE WS-ROWS-READ TO WS-EDIT-COUNT
           DISPLAY "Balance rows read:  " WS-EDIT-COUNT
           MOVE WS-ROWS-CARRIED TO WS-EDIT-COUNT
           DISPLAY "  Carried forward:  " WS-EDIT-COUNT
           MOVE WS-ROWS-ROLLED TO WS-EDIT-COUNT
           DISPLAY "  Rolled to R/E:    " WS-EDIT-COUNT
           MOVE WS-ROWS-ADDED TO WS-EDIT-COUNT
           DISPLAY "  Next rows added:  " WS-EDIT-COUNT
           MOVE WS-ROWS-UPDATED TO WS-EDIT-COUNT
           DISPLAY "  Next rows updated:" WS-EDIT-COUNT
           IF WS-UNKNOWN-COUNT > ZERO
               MOVE WS-UNKNOWN-COUNT TO WS-EDIT-COUNT
               DISPLAY "  Not on GLACCTM:   " WS-EDIT-COUNT
           END-IF
           IF WS-FX-UNCARRIED-COUNT > ZERO
               MOVE WS-FX-UNCARRIED-COUNT TO WS-EDIT-COUNT
               DISPLAY "  FX base only:     " WS-EDIT-COUNT
           END-IF.
