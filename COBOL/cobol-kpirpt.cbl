       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC16.
      *> Monthly source quality and operations trend report from the
      *> KPI history CALC15 (cobol-kpistat.cbl) appends at the end
      *> of every daily run (KPIHIST, see KPIHST.cpy). Every figure
      *> is shown for the selected month against the month before,
      *> in three sections:
      *>   1 - one line per department (submitting source):
      *>       volume submitted (the details CALC01 received plus
      *>       those CALC00 rejected at edit) and its change, the
      *>       first-pass acceptance rate, the rejects at each stage
      *>       (edit, calc, suspense, ledger), the recycled items
      *>       that bounced again and those that cleared, and the
      *>       average calendar days a cleared item took from first
      *>       rejection. A department whose first-pass rate is
      *>       under the threshold is flagged *** BELOW nn%;
      *>   2 - each department's top three reject reasons for the
      *>       month, across all stages, with their share of the
      *>       department's rejects and last month's count;
      *>   3 - CALC01's run for each business date in the month
      *>       (elapsed minutes, records, restarts, latest state),
      *>       then the average and longest run and the restarts for
      *>       the month and the month before.
      *>
      *> First pass is the details CALC01 accepted less those the
      *> ledger then rejected, over the volume submitted - a detail
      *> that was edit rejected, calc rejected, held on suspense or
      *> bounced by the ledger did not get through first time.
      *> Ledger rejects come back on the GL acknowledgment a day
      *> after the posting, so a month's rate takes in the last day
      *> of the month before and not its own last day.
      *>
      *> PARM is PERIOD=yyyymm,MIN=nnn. PERIOD defaults to the month
      *> before today; MIN is the first-pass threshold as a whole
      *> percent, default 95.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. scootys-home.
       OBJECT-COMPUTER. scootys-home.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KPI-HISTORY-FILE ASSIGN TO "KPIHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-KPIHIST.

           SELECT KPI-REPORT-FILE ASSIGN TO "KPIRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  KPI-HISTORY-FILE.
           COPY KPIHST.

       FD  KPI-REPORT-FILE.
       01  KPI-REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-FS-KPIHIST           PIC XX VALUE "00".
           05  WS-FS-REPORT            PIC XX VALUE "00".

       01  WS-PARM                     PIC X(80).
       01  WS-PARM-PAIRS.
           05  WS-PARM-PAIR OCCURS 5 TIMES PIC X(20).
       01  WS-PARM-KEYWORD             PIC X(8).
       01  WS-PARM-VALUE               PIC X(12).
       01  WS-PAIR-SUB                 PIC 9(4) VALUE ZERO.

       01  WS-TIMESTAMP                PIC X(21).
       01  WS-SEL-PERIOD               PIC X(6) VALUE SPACES.
       01  WS-PRIOR-PERIOD             PIC X(6) VALUE SPACES.
       01  WS-PRIOR-MONTH-DATE         PIC 9(8) VALUE ZERO.
       01  WS-THRESHOLD-PCT            PIC 9(3) VALUE 95.

      *> Month subscript: 1 the selected month, 2 the month before.
       01  WS-MON                      PIC 9 VALUE ZERO.

      *> One slot per department, kept in source id order.
       01  WS-DEPT-MAX-ENTRIES         PIC 9(4) VALUE 50.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  WS-DEPT-ID          PIC X(4).
               10  WS-DEPT-MONTH OCCURS 2 TIMES.
                   15  WS-DM-RECEIVED      PIC 9(11).
                   15  WS-DM-ACCEPTED      PIC 9(11).
                   15  WS-DM-CALC-REJ      PIC 9(11).
                   15  WS-DM-EDIT-REJ      PIC 9(11).
                   15  WS-DM-SUSPENDED     PIC 9(11).
                   15  WS-DM-LEDGER-REJ    PIC 9(11).
                   15  WS-DM-BOUNCED       PIC 9(11).
                   15  WS-DM-CLEARED       PIC 9(11).
                   15  WS-DM-CLEARED-DAYS  PIC 9(11).
       01  WS-DEPT-MAX                 PIC 9(4) VALUE ZERO.
       01  WS-DEPT-SCAN                PIC 9(4) VALUE ZERO.
       01  WS-DEPT-SUB                 PIC 9(4) VALUE ZERO.
       01  WS-LOOKUP-SOURCE            PIC X(4) VALUE SPACES.

      *> The all-department totals, same layout as one entry.
       01  WS-ALL-ENTRY.
           05  WS-ALL-MONTH OCCURS 2 TIMES.
               10  WS-AM-RECEIVED      PIC 9(11).
               10  WS-AM-ACCEPTED      PIC 9(11).
               10  WS-AM-CALC-REJ      PIC 9(11).
               10  WS-AM-EDIT-REJ      PIC 9(11).
               10  WS-AM-SUSPENDED     PIC 9(11).
               10  WS-AM-LEDGER-REJ    PIC 9(11).
               10  WS-AM-BOUNCED       PIC 9(11).
               10  WS-AM-CLEARED       PIC 9(11).
               10  WS-AM-CLEARED-DAYS  PIC 9(11).

      *> The figures of the line being printed, for both months.
       01  WS-LINE-ENTRY.
           05  WS-LN-MONTH OCCURS 2 TIMES.
               10  WS-LN-RECEIVED      PIC 9(11).
               10  WS-LN-ACCEPTED      PIC 9(11).
               10  WS-LN-CALC-REJ      PIC 9(11).
               10  WS-LN-EDIT-REJ      PIC 9(11).
               10  WS-LN-SUSPENDED     PIC 9(11).
               10  WS-LN-LEDGER-REJ    PIC 9(11).
               10  WS-LN-BOUNCED       PIC 9(11).
               10  WS-LN-CLEARED       PIC 9(11).
               10  WS-LN-CLEARED-DAYS  PIC 9(11).
       01  WS-LN-VOLUMES.
           05  WS-LN-VOLUME            PIC 9(11) OCCURS 2 TIMES.
       01  WS-LN-FIRST-PASS            PIC 9(11) VALUE ZERO.
       01  WS-LN-RATE                  PIC 9(3)V9 VALUE ZERO.
       01  WS-LN-RATE-SWITCH           PIC X VALUE "N".
           88  WS-LN-HAS-RATE                   VALUE "Y".

      *> One slot per department, stage and reason code.
       01  WS-RSN-MAX-ENTRIES          PIC 9(4) VALUE 2000.
       01  WS-RSN-TABLE.
           05  WS-RSN-ENTRY OCCURS 2000 TIMES.
               10  WS-RSN-SOURCE       PIC X(4).
               10  WS-RSN-STAGE        PIC X(4).
               10  WS-RSN-CODE         PIC X(4).
               10  WS-RSN-COUNT        PIC 9(11) OCCURS 2 TIMES.
               10  WS-RSN-PRINTED      PIC X.
       01  WS-RSN-MAX                  PIC 9(4) VALUE ZERO.
       01  WS-RSN-SCAN                 PIC 9(4) VALUE ZERO.
       01  WS-RSN-SUB                  PIC 9(4) VALUE ZERO.
       01  WS-RSN-BEST                 PIC 9(4) VALUE ZERO.
       01  WS-RSN-RANK                 PIC 9(4) VALUE ZERO.
       01  WS-TOP-REASONS              PIC 9(4) VALUE 3.
       01  WS-DEPT-REJECTS             PIC 9(11) VALUE ZERO.

      *> CALC01's run for each business date in the selected month,
      *> and the month figures for both months.
       01  WS-RUN-MAX-ENTRIES          PIC 9(4) VALUE 40.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 40 TIMES.
               10  WS-RUN-DATE         PIC X(8).
               10  WS-RUN-JOB-ID       PIC X(8).
               10  WS-RUN-RECORDS      PIC 9(9).
               10  WS-RUN-ELAPSED      PIC 9(7).
               10  WS-RUN-RESTARTS     PIC 9(4).
               10  WS-RUN-STATE        PIC X(8).
       01  WS-RUN-MAX                  PIC 9(4) VALUE ZERO.
       01  WS-RUN-SCAN                 PIC 9(4) VALUE ZERO.
       01  WS-RUN-SUB                  PIC 9(4) VALUE ZERO.
       01  WS-RUN-HOLD                 PIC X(44).
       01  WS-RUN-PLACED-SWITCH        PIC X VALUE "N".
           88  WS-RUN-PLACED                    VALUE "Y".
       01  WS-RUN-MONTH-TABLE.
           05  WS-RUN-MONTH OCCURS 2 TIMES.
               10  WS-RM-RUNS          PIC 9(5).
               10  WS-RM-ELAPSED       PIC 9(9).
               10  WS-RM-LONGEST       PIC 9(7).
               10  WS-RM-LONGEST-DATE  PIC X(8).
               10  WS-RM-RESTARTS      PIC 9(7).
               10  WS-RM-RECORDS       PIC 9(11).
       01  WS-RUN-AVERAGES.
           05  WS-RUN-AVERAGE          PIC 9(7)V9 OCCURS 2 TIMES.

      *> Percent change helper: WS-PCT-NEW against WS-PCT-OLD into
      *> WS-PCT-TEXT.
       01  WS-PCT-NEW                  PIC 9(11)V9 VALUE ZERO.
       01  WS-PCT-OLD                  PIC 9(11)V9 VALUE ZERO.
       01  WS-CHANGE-PCT               PIC S9(5)V9 VALUE ZERO.
       01  WS-EDIT-CHANGE              PIC +(4)9.9.
       01  WS-PCT-TEXT                 PIC X(7) VALUE SPACES.

       01  WS-AVG-DAYS                 PIC 9(5)V9 VALUE ZERO.
       01  WS-SHARE-PCT                PIC 9(3)V9 VALUE ZERO.
       01  WS-EDIT-RATE                PIC ZZZ9.9.
       01  WS-EDIT-SHARE               PIC ZZ9.9.

       01  WS-HISTORY-READ             PIC 9(9) VALUE ZERO.
       01  WS-HISTORY-USED             PIC 9(9) VALUE ZERO.
       01  WS-FLAGGED-DEPTS            PIC 9(4) VALUE ZERO.

       01  WS-SECTION                  PIC 9 VALUE ZERO.
       01  WS-SECTION-TITLE            PIC X(132) VALUE SPACES.
       01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-LINES-PER-PAGE           PIC 9(4) VALUE 55.

       01  WS-REPORT-LINE              PIC X(132).
       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-MINUTES             PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-AVERAGE             PIC Z,ZZZ,ZZ9.9.
       01  WS-EDIT-RUNS                PIC ZZZZ9.
       01  WS-EDIT-THRESHOLD           PIC ZZ9.

       01  WS-DEPT-LINE.
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-SOURCE               PIC X(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  DL-VOLUME               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-PRIOR-VOLUME         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-VOLUME-CHANGE        PIC X(7).
           05  FILLER                  PIC XX VALUE SPACES.
           05  DL-FIRST-PASS           PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-PRIOR-FIRST-PASS     PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-EDIT-REJ             PIC ZZZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-CALC-REJ             PIC ZZZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-SUSPENDED            PIC ZZZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-LEDGER-REJ           PIC ZZZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-BOUNCED              PIC ZZZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-CLEARED              PIC ZZZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-AVG-DAYS             PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-PRIOR-AVG-DAYS       PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-FLAG                 PIC X(14).
           05  FILLER                  PIC XX VALUE SPACES.

       01  WS-REASON-LINE.
           05  FILLER                  PIC X VALUE SPACE.
           05  RR-SOURCE               PIC X(4).
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  RR-RANK                 PIC Z9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  RR-STAGE                PIC X(5).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RR-CODE                 PIC X(6).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RR-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RR-SHARE                PIC X(7).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RR-PRIOR-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RR-CHANGE               PIC X(7).
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-RUN-LINE.
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-DATE                 PIC X(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RL-JOB-ID               PIC X(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RL-RECORDS              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RL-ELAPSED              PIC ZZZZZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-RESTARTS             PIC ZZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RL-STATE                PIC X(8).
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(44) VALUE
               " SOURCE QUALITY AND OPERATIONS KPI REPORT".
           05  FILLER                  PIC X(6) VALUE "MONTH ".
           05  HD-PERIOD               PIC X(6).
           05  FILLER                  PIC X(8) VALUE "  PRIOR ".
           05  HD-PRIOR-PERIOD         PIC X(6).
           05  FILLER                  PIC X(12) VALUE
               "  THRESHOLD ".
           05  HD-THRESHOLD            PIC ZZ9.
           05  FILLER                  PIC X VALUE "%".
           05  FILLER                  PIC X(34) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HD-PAGE                 PIC ZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.

       01  WS-DEPT-HEADING-1.
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  FILLER                  PIC X(23) VALUE
               "  ----- SUBMITTED -----".
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               "  FIRST PASS % ".
           05  FILLER                  PIC X(32) VALUE
               " ------- REJECTS BY STAGE ------".
           05  FILLER                  PIC X(16) VALUE
               " -- RECYCLES -- ".
           05  FILLER                  PIC X(14) VALUE
               " DAYS TO CLEAR".
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-DEPT-HEADING-2.
           05  FILLER                  PIC X(7) VALUE " SOURCE".
           05  FILLER                  PIC X(11) VALUE " THIS MONTH".
           05  FILLER                  PIC X(12) VALUE " PRIOR MONTH".
           05  FILLER                  PIC X(8) VALUE "   CHG %".
           05  FILLER                  PIC X(8) VALUE "    THIS".
           05  FILLER                  PIC X(7) VALUE "  PRIOR".
           05  FILLER                  PIC X(8) VALUE "    EDIT".
           05  FILLER                  PIC X(8) VALUE "    CALC".
           05  FILLER                  PIC X(8) VALUE "    SUSP".
           05  FILLER                  PIC X(8) VALUE "  LEDGER".
           05  FILLER                  PIC X(8) VALUE " BOUNCED".
           05  FILLER                  PIC X(8) VALUE " CLEARED".
           05  FILLER                  PIC X(7) VALUE "   THIS".
           05  FILLER                  PIC X(7) VALUE "  PRIOR".
           05  FILLER                  PIC X(17) VALUE " FLAG".

       01  WS-REASON-HEADING.
           05  FILLER                  PIC X(7) VALUE " SOURCE".
           05  FILLER                  PIC X(7) VALUE "   RANK".
           05  FILLER                  PIC X(9) VALUE "    STAGE".
           05  FILLER                  PIC X(9) VALUE "   REASON".
           05  FILLER                  PIC X(13) VALUE
               "      REJECTS".
           05  FILLER                  PIC X(9) VALUE "    SHARE".
           05  FILLER                  PIC X(13) VALUE
               "  PRIOR MONTH".
           05  FILLER                  PIC X(9) VALUE "    CHG %".
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-RUN-HEADING.
           05  FILLER                  PIC X(9) VALUE " BUS DATE".
           05  FILLER                  PIC X(11) VALUE "   JOB NAME".
           05  FILLER                  PIC X(14) VALUE
               "       RECORDS".
           05  FILLER                  PIC X(10) VALUE "   MINUTES".
           05  FILLER                  PIC X(10) VALUE "  RESTARTS".
           05  FILLER                  PIC X(11) VALUE "   STATE".
           05  FILLER                  PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.

       BEGIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-HISTORY
           PERFORM 8100-REPORT-DEPARTMENTS
           PERFORM 8200-REPORT-REASONS
           PERFORM 8300-REPORT-RUNS
           CLOSE KPI-REPORT-FILE
           DISPLAY "cobol-kpirpt: month " WS-SEL-PERIOD
                   " against " WS-PRIOR-PERIOD
                   " history records read " WS-HISTORY-READ
                   " used " WS-HISTORY-USED
           MOVE WS-DEPT-MAX TO WS-EDIT-COUNT
           DISPLAY "cobol-kpirpt: departments reported "
                   WS-EDIT-COUNT
           MOVE WS-FLAGGED-DEPTS TO WS-EDIT-COUNT
           DISPLAY "cobol-kpirpt: departments flagged  "
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
           COMPUTE WS-PRIOR-MONTH-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-SEL-PERIOD) * 100
                       + 1) - 1)
           MOVE WS-PRIOR-MONTH-DATE(1:6) TO WS-PRIOR-PERIOD
           INITIALIZE WS-ALL-ENTRY
           INITIALIZE WS-RUN-MONTH-TABLE
           OPEN OUTPUT KPI-REPORT-FILE
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "cobol-kpirpt: unable to open KPIRPT, "
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
                           DISPLAY "cobol-kpirpt: PARM PERIOD not a "
                                   "valid yyyymm period: "
                                   WS-PARM-VALUE(1:6)
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN "MIN"
                       IF FUNCTION TRIM(WS-PARM-VALUE) IS NUMERIC
                          AND FUNCTION NUMVAL(WS-PARM-VALUE) <= 100
                           MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                               TO WS-THRESHOLD-PCT
                       ELSE
                           DISPLAY "cobol-kpirpt: PARM MIN not a "
                                   "whole percent 0-100: "
                                   WS-PARM-VALUE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       DISPLAY "cobol-kpirpt: unrecognized PARM "
                               "keyword " WS-PARM-KEYWORD " ignored"
               END-EVALUATE
           END-IF.

       2000-LOAD-HISTORY.
           OPEN INPUT KPI-HISTORY-FILE
           IF WS-FS-KPIHIST NOT = "00"
               DISPLAY "cobol-kpirpt: unable to open KPIHIST, "
                       "file status " WS-FS-KPIHIST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FS-KPIHIST = "10"
               READ KPI-HISTORY-FILE
                   AT END
                       CLOSE KPI-HISTORY-FILE
                       MOVE "10" TO WS-FS-KPIHIST
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       PERFORM 2050-TAKE-ONE-RECORD
               END-READ
           END-PERFORM.

       2050-TAKE-ONE-RECORD.
           EVALUATE KH-BUSINESS-DATE(1:6)
               WHEN WS-SEL-PERIOD
                   MOVE 1 TO WS-MON
               WHEN WS-PRIOR-PERIOD
                   MOVE 2 TO WS-MON
               WHEN OTHER
                   MOVE ZERO TO WS-MON
           END-EVALUATE
           IF WS-MON > ZERO
               ADD 1 TO WS-HISTORY-USED
               EVALUATE TRUE
                   WHEN KH-SOURCE-RECORD
                       PERFORM 2100-TAKE-SOURCE-RECORD
                   WHEN KH-REASON-RECORD
                       PERFORM 2200-TAKE-REASON-RECORD
                   WHEN KH-RUN-RECORD
                       PERFORM 2300-TAKE-RUN-RECORD
               END-EVALUATE
           END-IF.

       2100-TAKE-SOURCE-RECORD.
           MOVE KH-SOURCE-ID TO WS-LOOKUP-SOURCE
           PERFORM 2150-FIND-DEPT-SLOT
           ADD KH-RECEIVED TO WS-DM-RECEIVED(WS-DEPT-SUB, WS-MON)
           ADD KH-ACCEPTED TO WS-DM-ACCEPTED(WS-DEPT-SUB, WS-MON)
           ADD KH-CALC-REJECTED
               TO WS-DM-CALC-REJ(WS-DEPT-SUB, WS-MON)
           ADD KH-EDIT-REJECTED
               TO WS-DM-EDIT-REJ(WS-DEPT-SUB, WS-MON)
           ADD KH-SUSPENDED TO WS-DM-SUSPENDED(WS-DEPT-SUB, WS-MON)
           ADD KH-LEDGER-REJECTED
               TO WS-DM-LEDGER-REJ(WS-DEPT-SUB, WS-MON)
           ADD KH-BOUNCED TO WS-DM-BOUNCED(WS-DEPT-SUB, WS-MON)
           ADD KH-CLEARED TO WS-DM-CLEARED(WS-DEPT-SUB, WS-MON)
           ADD KH-CLEARED-DAYS
               TO WS-DM-CLEARED-DAYS(WS-DEPT-SUB, WS-MON)
           ADD KH-RECEIVED TO WS-AM-RECEIVED(WS-MON)
           ADD KH-ACCEPTED TO WS-AM-ACCEPTED(WS-MON)
           ADD KH-CALC-REJECTED TO WS-AM-CALC-REJ(WS-MON)
           ADD KH-EDIT-REJECTED TO WS-AM-EDIT-REJ(WS-MON)
           ADD KH-SUSPENDED TO WS-AM-SUSPENDED(WS-MON)
           ADD KH-LEDGER-REJECTED TO WS-AM-LEDGER-REJ(WS-MON)
           ADD KH-BOUNCED TO WS-AM-BOUNCED(WS-MON)
           ADD KH-CLEARED TO WS-AM-CLEARED(WS-MON)
           ADD KH-CLEARED-DAYS TO WS-AM-CLEARED-DAYS(WS-MON).

       2150-FIND-DEPT-SLOT.
      *> Finds WS-LOOKUP-SOURCE, or opens a zeroed slot for it in
      *> source id order, moving the higher ones up one place.
           IF WS-LOOKUP-SOURCE = SPACES
               MOVE "----" TO WS-LOOKUP-SOURCE
           END-IF
           MOVE ZERO TO WS-DEPT-SUB
           PERFORM VARYING WS-DEPT-SCAN FROM 1 BY 1
                   UNTIL WS-DEPT-SCAN > WS-DEPT-MAX
                      OR WS-DEPT-SUB > ZERO
               IF WS-DEPT-ID(WS-DEPT-SCAN) = WS-LOOKUP-SOURCE
                   MOVE WS-DEPT-SCAN TO WS-DEPT-SUB
               END-IF
           END-PERFORM
           IF WS-DEPT-SUB = ZERO
               PERFORM 2160-OPEN-DEPT-SLOT
           END-IF.

       2160-OPEN-DEPT-SLOT.
           IF WS-DEPT-MAX >= WS-DEPT-MAX-ENTRIES
               DISPLAY "cobol-kpirpt: more than " WS-DEPT-MAX-ENTRIES
                       " sources - increase WS-DEPT-MAX-ENTRIES "
                       "and recompile"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DEPT-MAX TO WS-DEPT-SCAN
           ADD 1 TO WS-DEPT-MAX
           MOVE WS-DEPT-MAX TO WS-DEPT-SUB
           PERFORM UNTIL WS-DEPT-SCAN = ZERO
               IF WS-DEPT-ID(WS-DEPT-SCAN) < WS-LOOKUP-SOURCE
                   MOVE ZERO TO WS-DEPT-SCAN
               ELSE
                   MOVE WS-DEPT-ENTRY(WS-DEPT-SCAN)
                       TO WS-DEPT-ENTRY(WS-DEPT-SUB)
                   MOVE WS-DEPT-SCAN TO WS-DEPT-SUB
                   SUBTRACT 1 FROM WS-DEPT-SCAN
               END-IF
           END-PERFORM
           INITIALIZE WS-DEPT-ENTRY(WS-DEPT-SUB)
           MOVE WS-LOOKUP-SOURCE TO WS-DEPT-ID(WS-DEPT-SUB).

       2200-TAKE-REASON-RECORD.
           IF KH-SOURCE-ID = SPACES
               MOVE "----" TO KH-SOURCE-ID
           END-IF
           MOVE ZERO TO WS-RSN-SUB
           PERFORM VARYING WS-RSN-SCAN FROM 1 BY 1
                   UNTIL WS-RSN-SCAN > WS-RSN-MAX
                      OR WS-RSN-SUB > ZERO
               IF WS-RSN-SOURCE(WS-RSN-SCAN) = KH-SOURCE-ID
                  AND WS-RSN-STAGE(WS-RSN-SCAN) = KH-STAGE
                  AND WS-RSN-CODE(WS-RSN-SCAN) = KH-REASON-CODE
                   MOVE WS-RSN-SCAN TO WS-RSN-SUB
               END-IF
           END-PERFORM
           IF WS-RSN-SUB = ZERO
               IF WS-RSN-MAX >= WS-RSN-MAX-ENTRIES
                   DISPLAY "cobol-kpirpt: more than "
                           WS-RSN-MAX-ENTRIES " source/reason "
                           "pairs - increase WS-RSN-MAX-ENTRIES "
                           "and recompile"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RSN-MAX
               MOVE KH-SOURCE-ID TO WS-RSN-SOURCE(WS-RSN-MAX)
               MOVE KH-STAGE TO WS-RSN-STAGE(WS-RSN-MAX)
               MOVE KH-REASON-CODE TO WS-RSN-CODE(WS-RSN-MAX)
               MOVE ZERO TO WS-RSN-COUNT(WS-RSN-MAX, 1)
               MOVE ZERO TO WS-RSN-COUNT(WS-RSN-MAX, 2)
               MOVE "N" TO WS-RSN-PRINTED(WS-RSN-MAX)
               MOVE WS-RSN-MAX TO WS-RSN-SUB
           END-IF
           ADD KH-REASON-COUNT TO WS-RSN-COUNT(WS-RSN-SUB, WS-MON)
      *> A department with rejects but no KS record of its own
      *> still gets its line in section 1.
           MOVE KH-SOURCE-ID TO WS-LOOKUP-SOURCE
           PERFORM 2150-FIND-DEPT-SLOT.

       2300-TAKE-RUN-RECORD.
           ADD 1 TO WS-RM-RUNS(WS-MON)
           ADD KH-RUN-ELAPSED TO WS-RM-ELAPSED(WS-MON)
           ADD KH-RUN-RESTARTS TO WS-RM-RESTARTS(WS-MON)
           ADD KH-RUN-RECORDS TO WS-RM-RECORDS(WS-MON)
           IF KH-RUN-ELAPSED > WS-RM-LONGEST(WS-MON)
              OR WS-RM-LONGEST-DATE(WS-MON) = SPACES
               MOVE KH-RUN-ELAPSED TO WS-RM-LONGEST(WS-MON)
               MOVE KH-BUSINESS-DATE TO WS-RM-LONGEST-DATE(WS-MON)
           END-IF
           IF WS-MON = 1
               IF WS-RUN-MAX >= WS-RUN-MAX-ENTRIES
                   DISPLAY "cobol-kpirpt: more than "
                           WS-RUN-MAX-ENTRIES " runs in the month "
                           "- increase WS-RUN-MAX-ENTRIES and "
                           "recompile"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RUN-MAX
               MOVE KH-BUSINESS-DATE TO WS-RUN-DATE(WS-RUN-MAX)
               MOVE KH-JOB-ID TO WS-RUN-JOB-ID(WS-RUN-MAX)
               MOVE KH-RUN-RECORDS TO WS-RUN-RECORDS(WS-RUN-MAX)
               MOVE KH-RUN-ELAPSED TO WS-RUN-ELAPSED(WS-RUN-MAX)
               MOVE KH-RUN-RESTARTS TO WS-RUN-RESTARTS(WS-RUN-MAX)
               MOVE KH-RUN-STATE TO WS-RUN-STATE(WS-RUN-MAX)
           END-IF.

       7000-WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO HD-PAGE
           MOVE WS-SEL-PERIOD TO HD-PERIOD
           MOVE WS-PRIOR-PERIOD TO HD-PRIOR-PERIOD
           MOVE WS-THRESHOLD-PCT TO HD-THRESHOLD
           WRITE KPI-REPORT-RECORD FROM WS-HEADING-1
           MOVE SPACES TO KPI-REPORT-RECORD
           WRITE KPI-REPORT-RECORD
           WRITE KPI-REPORT-RECORD FROM WS-SECTION-TITLE
           MOVE SPACES TO KPI-REPORT-RECORD
           WRITE KPI-REPORT-RECORD
           MOVE 4 TO WS-LINE-COUNT
           EVALUATE WS-SECTION
               WHEN 1
                   WRITE KPI-REPORT-RECORD FROM WS-DEPT-HEADING-1
                   WRITE KPI-REPORT-RECORD FROM WS-DEPT-HEADING-2
                   ADD 2 TO WS-LINE-COUNT
               WHEN 2
                   WRITE KPI-REPORT-RECORD FROM WS-REASON-HEADING
                   ADD 1 TO WS-LINE-COUNT
               WHEN 3
                   WRITE KPI-REPORT-RECORD FROM WS-RUN-HEADING
                   ADD 1 TO WS-LINE-COUNT
           END-EVALUATE
           MOVE SPACES TO KPI-REPORT-RECORD
           WRITE KPI-REPORT-RECORD
           ADD 1 TO WS-LINE-COUNT.

       7100-PRINT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-PAGE-HEADINGS
           END-IF
           WRITE KPI-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       7200-START-SECTION.
      *> Each section starts a new page; its title, held in
      *> WS-REPORT-LINE by the caller, heads every page of it.
           MOVE WS-REPORT-LINE TO WS-SECTION-TITLE
           PERFORM 7000-WRITE-PAGE-HEADINGS.

       8100-REPORT-DEPARTMENTS.
           MOVE 1 TO WS-SECTION
           MOVE SPACES TO WS-REPORT-LINE
           STRING " 1 - DEPARTMENT VOLUME AND FIRST-PASS ACCEPTANCE "
               "(FIRST PASS = ACCEPTED BY CALC01 LESS LEDGER "
               "REJECTS, OVER SUBMITTED)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7200-START-SECTION
           IF WS-DEPT-MAX = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING " NO SOURCE HISTORY FOR " WS-SEL-PERIOD
                   " OR " WS-PRIOR-PERIOD
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
           ELSE
               PERFORM 8110-PRINT-ALL-DEPTS
           END-IF.

       8110-PRINT-ALL-DEPTS.
           PERFORM VARYING WS-DEPT-SCAN FROM 1 BY 1
                   UNTIL WS-DEPT-SCAN > WS-DEPT-MAX
               MOVE WS-DEPT-ENTRY(WS-DEPT-SCAN)(5:)
                   TO WS-LINE-ENTRY
               MOVE WS-DEPT-ID(WS-DEPT-SCAN) TO DL-SOURCE
               PERFORM 8150-PRINT-DEPT-LINE
               IF DL-FLAG NOT = SPACES
                   ADD 1 TO WS-FLAGGED-DEPTS
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-ALL-ENTRY TO WS-LINE-ENTRY
           MOVE "ALL " TO DL-SOURCE
           PERFORM 8150-PRINT-DEPT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-FLAGGED-DEPTS TO WS-EDIT-COUNT
           MOVE WS-THRESHOLD-PCT TO WS-EDIT-THRESHOLD
           MOVE SPACES TO WS-REPORT-LINE
           STRING " DEPARTMENTS FLAGGED: " WS-EDIT-COUNT
               "   (BELOW = FIRST-PASS ACCEPTANCE FOR THE MONTH "
               "UNDER " FUNCTION TRIM(WS-EDIT-THRESHOLD) "%)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING " DAYS TO CLEAR = CALENDAR DAYS FROM A RECYCLED "
               "ITEM'S FIRST REJECTION TO ITS POSTING, CREDITED TO "
               "THE DEPARTMENT THAT SENT IT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE.

       8150-PRINT-DEPT-LINE.
      *> Prints WS-LINE-ENTRY with DL-SOURCE already set; flags the
      *> line when its first-pass rate this month is under the
      *> threshold.
           MOVE SPACES TO DL-FLAG
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 2
               COMPUTE WS-LN-VOLUME(WS-MON) =
                   WS-LN-RECEIVED(WS-MON) + WS-LN-EDIT-REJ(WS-MON)
           END-PERFORM
           MOVE WS-LN-VOLUME(1) TO DL-VOLUME
           MOVE WS-LN-VOLUME(2) TO DL-PRIOR-VOLUME
           MOVE WS-LN-VOLUME(1) TO WS-PCT-NEW
           MOVE WS-LN-VOLUME(2) TO WS-PCT-OLD
           PERFORM 8900-PERCENT-CHANGE
           MOVE WS-PCT-TEXT TO DL-VOLUME-CHANGE
           MOVE 2 TO WS-MON
           PERFORM 8160-FIRST-PASS-RATE
           MOVE WS-PCT-TEXT TO DL-PRIOR-FIRST-PASS
           MOVE 1 TO WS-MON
           PERFORM 8160-FIRST-PASS-RATE
           MOVE WS-PCT-TEXT TO DL-FIRST-PASS
           IF WS-LN-HAS-RATE
              AND WS-LN-RATE < WS-THRESHOLD-PCT
              AND DL-SOURCE NOT = "ALL "
               MOVE WS-THRESHOLD-PCT TO WS-EDIT-THRESHOLD
               STRING "*** BELOW " FUNCTION TRIM(WS-EDIT-THRESHOLD)
                   "%" DELIMITED BY SIZE INTO DL-FLAG
           END-IF
           MOVE WS-LN-EDIT-REJ(1) TO DL-EDIT-REJ
           MOVE WS-LN-CALC-REJ(1) TO DL-CALC-REJ
           MOVE WS-LN-SUSPENDED(1) TO DL-SUSPENDED
           MOVE WS-LN-LEDGER-REJ(1) TO DL-LEDGER-REJ
           MOVE WS-LN-BOUNCED(1) TO DL-BOUNCED
           MOVE WS-LN-CLEARED(1) TO DL-CLEARED
           MOVE 1 TO WS-MON
           PERFORM 8170-AVERAGE-DAYS
           MOVE WS-PCT-TEXT TO DL-AVG-DAYS
           MOVE 2 TO WS-MON
           PERFORM 8170-AVERAGE-DAYS
           MOVE WS-PCT-TEXT TO DL-PRIOR-AVG-DAYS
           MOVE WS-DEPT-LINE TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE.

       8160-FIRST-PASS-RATE.
      *> First-pass rate of WS-LINE-ENTRY for month WS-MON into
      *> WS-LN-RATE and, edited, WS-PCT-TEXT ("N/A" on no volume).
           MOVE "N" TO WS-LN-RATE-SWITCH
           MOVE ZERO TO WS-LN-RATE
           IF WS-LN-VOLUME(WS-MON) = ZERO
               MOVE "   N/A" TO WS-PCT-TEXT
           ELSE
               SET WS-LN-HAS-RATE TO TRUE
               MOVE ZERO TO WS-LN-FIRST-PASS
               IF WS-LN-ACCEPTED(WS-MON) > WS-LN-LEDGER-REJ(WS-MON)
                   COMPUTE WS-LN-FIRST-PASS = WS-LN-ACCEPTED(WS-MON)
                       - WS-LN-LEDGER-REJ(WS-MON)
               END-IF
               COMPUTE WS-LN-RATE ROUNDED =
                   WS-LN-FIRST-PASS * 100 / WS-LN-VOLUME(WS-MON)
               MOVE WS-LN-RATE TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-PCT-TEXT
           END-IF.

       8170-AVERAGE-DAYS.
      *> Average days to clear for month WS-MON into WS-PCT-TEXT.
           IF WS-LN-CLEARED(WS-MON) = ZERO
               MOVE "   N/A" TO WS-PCT-TEXT
           ELSE
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-LN-CLEARED-DAYS(WS-MON) / WS-LN-CLEARED(WS-MON)
               MOVE WS-AVG-DAYS TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-PCT-TEXT
           END-IF.

       8200-REPORT-REASONS.
           MOVE 2 TO WS-SECTION
           MOVE SPACES TO WS-REPORT-LINE
           STRING " 2 - TOP REJECT REASONS BY DEPARTMENT FOR THE "
               "MONTH (ALL STAGES; SHARE = OF THE DEPARTMENT'S "
               "REJECTS)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7200-START-SECTION
           PERFORM VARYING WS-DEPT-SCAN FROM 1 BY 1
                   UNTIL WS-DEPT-SCAN > WS-DEPT-MAX
               PERFORM 8250-PRINT-TOP-REASONS
           END-PERFORM.

       8250-PRINT-TOP-REASONS.
      *> The department's reasons with the most rejects this month,
      *> highest first, up to WS-TOP-REASONS of them.
           MOVE ZERO TO WS-DEPT-REJECTS
           PERFORM VARYING WS-RSN-SCAN FROM 1 BY 1
                   UNTIL WS-RSN-SCAN > WS-RSN-MAX
               IF WS-RSN-SOURCE(WS-RSN-SCAN) =
                  WS-DEPT-ID(WS-DEPT-SCAN)
                   ADD WS-RSN-COUNT(WS-RSN-SCAN, 1) TO WS-DEPT-REJECTS
               END-IF
           END-PERFORM
           IF WS-LINE-COUNT + WS-TOP-REASONS + 1 > WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-PAGE-HEADINGS
           END-IF
           IF WS-DEPT-REJECTS = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING " " WS-DEPT-ID(WS-DEPT-SCAN)
                   "       NO REJECTS THIS MONTH"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
           ELSE
               PERFORM VARYING WS-RSN-RANK FROM 1 BY 1
                       UNTIL WS-RSN-RANK > WS-TOP-REASONS
                   PERFORM 8260-PRINT-NEXT-REASON
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE.

       8260-PRINT-NEXT-REASON.
           MOVE ZERO TO WS-RSN-BEST
           PERFORM VARYING WS-RSN-SCAN FROM 1 BY 1
                   UNTIL WS-RSN-SCAN > WS-RSN-MAX
               IF WS-RSN-SOURCE(WS-RSN-SCAN) =
                  WS-DEPT-ID(WS-DEPT-SCAN)
                  AND WS-RSN-PRINTED(WS-RSN-SCAN) = "N"
                  AND WS-RSN-COUNT(WS-RSN-SCAN, 1) > ZERO
                   IF WS-RSN-BEST = ZERO
                       MOVE WS-RSN-SCAN TO WS-RSN-BEST
                   ELSE
                       IF WS-RSN-COUNT(WS-RSN-SCAN, 1) >
                          WS-RSN-COUNT(WS-RSN-BEST, 1)
                           MOVE WS-RSN-SCAN TO WS-RSN-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RSN-BEST > ZERO
               PERFORM 8270-PRINT-REASON-LINE
           END-IF.

       8270-PRINT-REASON-LINE.
           MOVE "Y" TO WS-RSN-PRINTED(WS-RSN-BEST)
           MOVE SPACES TO RR-SOURCE
           IF WS-RSN-RANK = 1
               MOVE WS-DEPT-ID(WS-DEPT-SCAN) TO RR-SOURCE
           END-IF
           MOVE WS-RSN-RANK TO RR-RANK
           MOVE WS-RSN-STAGE(WS-RSN-BEST) TO RR-STAGE
           MOVE WS-RSN-CODE(WS-RSN-BEST) TO RR-CODE
           MOVE WS-RSN-COUNT(WS-RSN-BEST, 1) TO RR-COUNT
           COMPUTE WS-SHARE-PCT ROUNDED =
               WS-RSN-COUNT(WS-RSN-BEST, 1) * 100 / WS-DEPT-REJECTS
           MOVE WS-SHARE-PCT TO WS-EDIT-SHARE
           MOVE SPACES TO RR-SHARE
           STRING " " WS-EDIT-SHARE "%"
               DELIMITED BY SIZE INTO RR-SHARE
           MOVE WS-RSN-COUNT(WS-RSN-BEST, 2) TO RR-PRIOR-COUNT
           MOVE WS-RSN-COUNT(WS-RSN-BEST, 1) TO WS-PCT-NEW
           MOVE WS-RSN-COUNT(WS-RSN-BEST, 2) TO WS-PCT-OLD
           PERFORM 8900-PERCENT-CHANGE
           MOVE WS-PCT-TEXT TO RR-CHANGE
           MOVE WS-REASON-LINE TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE.

       8300-REPORT-RUNS.
           MOVE 3 TO WS-SECTION
           MOVE SPACES TO WS-REPORT-LINE
           STRING " 3 - CALC01 RUN DURATION BY BUSINESS DATE (MINUTES "
               "FROM FIRST START TO LATEST STATE, ALL PARTITIONS)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7200-START-SECTION
           PERFORM 8310-SORT-RUNS
           IF WS-RUN-MAX = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING " NO RUNS RECORDED FOR " WS-SEL-PERIOD
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
           END-IF
           PERFORM VARYING WS-RUN-SCAN FROM 1 BY 1
                   UNTIL WS-RUN-SCAN > WS-RUN-MAX
               MOVE WS-RUN-DATE(WS-RUN-SCAN) TO RL-DATE
               MOVE WS-RUN-JOB-ID(WS-RUN-SCAN) TO RL-JOB-ID
               MOVE WS-RUN-RECORDS(WS-RUN-SCAN) TO RL-RECORDS
               MOVE WS-RUN-ELAPSED(WS-RUN-SCAN) TO RL-ELAPSED
               MOVE WS-RUN-RESTARTS(WS-RUN-SCAN) TO RL-RESTARTS
               MOVE WS-RUN-STATE(WS-RUN-SCAN) TO RL-STATE
               MOVE WS-RUN-LINE TO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 2
               MOVE ZERO TO WS-RUN-AVERAGE(WS-MON)
               IF WS-RM-RUNS(WS-MON) > ZERO
                   COMPUTE WS-RUN-AVERAGE(WS-MON) ROUNDED =
                       WS-RM-ELAPSED(WS-MON) / WS-RM-RUNS(WS-MON)
               END-IF
               PERFORM 8320-PRINT-RUN-MONTH
           END-PERFORM
           MOVE WS-RUN-AVERAGE(1) TO WS-PCT-NEW
           MOVE WS-RUN-AVERAGE(2) TO WS-PCT-OLD
           PERFORM 8900-PERCENT-CHANGE
           MOVE SPACES TO WS-REPORT-LINE
           STRING " CHANGE IN AVERAGE RUN TIME %: " WS-PCT-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE.

       8310-SORT-RUNS.
      *> The history is appended in run order, which a rerun of an
      *> earlier date can break; put the month's lines in business
      *> date order.
           PERFORM VARYING WS-RUN-SCAN FROM 2 BY 1
                   UNTIL WS-RUN-SCAN > WS-RUN-MAX
               MOVE WS-RUN-ENTRY(WS-RUN-SCAN) TO WS-RUN-HOLD
               MOVE WS-RUN-SCAN TO WS-RUN-SUB
               MOVE "N" TO WS-RUN-PLACED-SWITCH
               PERFORM UNTIL WS-RUN-SUB = 1 OR WS-RUN-PLACED
                   IF WS-RUN-DATE(WS-RUN-SUB - 1) <= WS-RUN-HOLD(1:8)
                       SET WS-RUN-PLACED TO TRUE
                   ELSE
                       MOVE WS-RUN-ENTRY(WS-RUN-SUB - 1)
                           TO WS-RUN-ENTRY(WS-RUN-SUB)
                       SUBTRACT 1 FROM WS-RUN-SUB
                   END-IF
               END-PERFORM
               MOVE WS-RUN-HOLD TO WS-RUN-ENTRY(WS-RUN-SUB)
           END-PERFORM.

       8320-PRINT-RUN-MONTH.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RM-RUNS(WS-MON) TO WS-EDIT-RUNS
           MOVE WS-RUN-AVERAGE(WS-MON) TO WS-EDIT-AVERAGE
           MOVE WS-RM-LONGEST(WS-MON) TO WS-EDIT-MINUTES
           IF WS-MON = 1
               STRING " THIS MONTH  " WS-SEL-PERIOD
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING " PRIOR MONTH " WS-PRIOR-PERIOD
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           STRING "   RUNS " WS-EDIT-RUNS
               "   AVG MIN " WS-EDIT-AVERAGE
               "   LONGEST " WS-EDIT-MINUTES
               " ON " WS-RM-LONGEST-DATE(WS-MON)
               DELIMITED BY SIZE INTO WS-REPORT-LINE(20:)
           MOVE WS-RM-RESTARTS(WS-MON) TO WS-EDIT-MINUTES
           MOVE WS-RM-RECORDS(WS-MON) TO WS-EDIT-COUNT
           STRING "  RESTARTS " WS-EDIT-MINUTES
               "  RECORDS " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE(88:)
           PERFORM 7100-PRINT-LINE.

       8900-PERCENT-CHANGE.
      *> WS-PCT-NEW against WS-PCT-OLD as a signed percent change in
      *> WS-PCT-TEXT; N/A when there is nothing to compare with.
           IF WS-PCT-OLD = ZERO
               MOVE "    N/A" TO WS-PCT-TEXT
           ELSE
               IF WS-PCT-NEW >= WS-PCT-OLD * 101
                   MOVE "  >9999" TO WS-PCT-TEXT
               ELSE
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-PCT-NEW - WS-PCT-OLD) * 100 / WS-PCT-OLD
                   MOVE WS-CHANGE-PCT TO WS-EDIT-CHANGE
                   MOVE WS-EDIT-CHANGE TO WS-PCT-TEXT
               END-IF
           END-IF.
