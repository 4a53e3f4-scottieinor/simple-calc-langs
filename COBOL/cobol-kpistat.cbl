       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC15.
      *> Source quality and operations statistics, the last step of
      *> the daily run (CALCJOB, or CALCMRG for a partitioned day).
      *> The day's files roll the next morning, and with them the
      *> only record of how each department's data fared, so this
      *> step appends the business date's figures to the permanent
      *> KPI history (KPIHIST, see KPIHST.cpy) for CALC16
      *> (cobol-kpirpt.cbl) to trend month over month:
      *>   - per source, the received / accepted / rejected counts
      *>     from the "Source" lines of CALCSUM;
      *>   - per source and reason code, CALC00's edit rejects
      *>     (CALCEREJ), CALC01's calc exceptions (CALCEXC) and the
      *>     items CALC01 held on suspense that day (CALCSUSP - the
      *>     items CALC04 carried forward from earlier days are not
      *>     counted again), each under the source it arrived in;
      *>   - per source and ledger reason, the ledger rejects on the
      *>     GL team's acknowledgment file (GLACK), the source taken
      *>     from the extract status master (GLSTAT);
      *>   - recycled items (RECYCLED on RCYCREG) rejected again
      *>     today, and those posted today on the GL extract with
      *>     the calendar days since they were first rejected, both
      *>     credited to the department that first sent them;
      *>   - CALC01's elapsed time, restarts and latest state for
      *>     the business date from RUNCTL - every CALC01 and
      *>     CALC01Pn record, so a partitioned day is measured from
      *>     its first partition's start to its last one's end.
      *>
      *> PARM is '&PROCDATE;CALCJOB' (see CALCJOB.jcl) - the
      *> business date and the job name recorded on the run line.
      *> A blank date is taken from CALCSUM's "Business date" line.
      *>
      *> A business date already on KPIHIST is not recorded again
      *> (RC=4, nothing appended), so a rerun or a resubmitted step
      *> cannot double a day; to re-record a day, remove its lines
      *> from the history first. GLSTAT not available also ends
      *> RC=4 - the ledger rejects are then counted under source
      *> "----". RC=16 when CALCSUM or KPIHIST cannot be opened or
      *> a table overflows. Reject, suspense, recycle, acknowledgment
      *> and run-control files that are not there count as empty.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. scootys-home.
       OBJECT-COMPUTER. scootys-home.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-SUMMARY-FILE ASSIGN TO "CALCSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUMMARY.

           SELECT CALC-EDIT-REJECT-FILE ASSIGN TO "CALCEREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EREJ.

           SELECT CALC-EXCEPTION-FILE ASSIGN TO "CALCEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

           SELECT CALC-SUSPENSE-FILE ASSIGN TO "CALCSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSP.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GL.

           SELECT RECYCLE-REGISTER-FILE ASSIGN TO "RCYCREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REG.

           SELECT GL-ACK-FILE ASSIGN TO "GLACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACK.

           SELECT GL-STATUS-MASTER-FILE ASSIGN TO "GLSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GS-TRANS-REF
               FILE STATUS IS WS-FS-STAT.

           SELECT CALC-RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT KPI-HISTORY-FILE ASSIGN TO "KPIHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-KPIHIST.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-SUMMARY-FILE.
       01  CALC-SUMMARY-RECORD        PIC X(80).

       FD  CALC-EDIT-REJECT-FILE.
           COPY CALCEDR.

       FD  CALC-EXCEPTION-FILE.
           COPY CALCEXC.

       FD  CALC-SUSPENSE-FILE.
           COPY CALCSUS.

       FD  GL-EXTRACT-FILE.
           COPY GLEXTRC.

       FD  RECYCLE-REGISTER-FILE.
           COPY RCYCREG.

       FD  GL-ACK-FILE.
           COPY GLACKR.

       FD  GL-STATUS-MASTER-FILE.
           COPY GLSTATR.

       FD  CALC-RUN-CONTROL-FILE.
           COPY CALCRUN.

       FD  KPI-HISTORY-FILE.
           COPY KPIHST.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-FS-SUMMARY           PIC XX VALUE "00".
           05  WS-FS-EREJ              PIC XX VALUE "00".
           05  WS-FS-EXC               PIC XX VALUE "00".
           05  WS-FS-SUSP              PIC XX VALUE "00".
           05  WS-FS-GL                PIC XX VALUE "00".
           05  WS-FS-REG               PIC XX VALUE "00".
           05  WS-FS-ACK               PIC XX VALUE "00".
           05  WS-FS-STAT              PIC XX VALUE "00".
           05  WS-FS-RUNCTL            PIC XX VALUE "00".
           05  WS-FS-KPIHIST           PIC XX VALUE "00".

       01  WS-PARM                     PIC X(80).
       01  WS-PARM-PROCDATE-PART       PIC X(8).
       01  WS-PARM-JOBID-PART          PIC X(8).
       01  WS-TIMESTAMP                PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-SUM-BUSINESS-DATE        PIC X(8) VALUE SPACES.
       01  WS-JOB-ID                   PIC X(8) VALUE "CALCJOB1".
       01  WS-DATE-NUM                 PIC 9(8) VALUE ZERO.
       01  WS-BUSINESS-DAYNUM          PIC 9(9) VALUE ZERO.
       01  WS-ORIG-DAYNUM              PIC 9(9) VALUE ZERO.

       01  WS-GLSTAT-SWITCH            PIC X VALUE "N".
           88  WS-GLSTAT-OPEN                   VALUE "Y".
       01  WS-RECORDED-SWITCH          PIC X VALUE "N".
           88  WS-DATE-RECORDED                 VALUE "Y".

      *> Tags of the CALCSUM lines read back (CALC01's 8000, and
      *> CALC14's merged copy, write them in these columns).
       01  WS-SUM-DATE-TAG             PIC X(15)
               VALUE "Business date: ".
       01  WS-SUM-RECORDS-TAG          PIC X(18)
               VALUE "Records processed:".
       01  WS-SUM-SOURCE-TAG           PIC X(9)
               VALUE "  Source ".
       01  WS-SUM-RECORDS              PIC 9(9) VALUE ZERO.

      *> One slot per submitting source, in the order first seen.
       01  WS-SRC-MAX-ENTRIES          PIC 9(4) VALUE 50.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 50 TIMES.
               10  WS-SRC-ID           PIC X(4).
               10  WS-SRC-RECEIVED     PIC 9(9).
               10  WS-SRC-ACCEPTED     PIC 9(9).
               10  WS-SRC-CALC-REJ     PIC 9(9).
               10  WS-SRC-EDIT-REJ     PIC 9(9).
               10  WS-SRC-SUSPENDED    PIC 9(9).
               10  WS-SRC-LEDGER-REJ   PIC 9(9).
               10  WS-SRC-BOUNCED      PIC 9(9).
               10  WS-SRC-CLEARED      PIC 9(9).
               10  WS-SRC-CLEARED-DAYS PIC 9(9).
       01  WS-SRC-MAX                  PIC 9(4) VALUE ZERO.
       01  WS-SRC-SCAN                 PIC 9(4) VALUE ZERO.
       01  WS-SRC-SUB                  PIC 9(4) VALUE ZERO.
       01  WS-LOOKUP-SOURCE            PIC X(4) VALUE SPACES.

      *> One slot per source, stage and reason code.
       01  WS-RSN-MAX-ENTRIES          PIC 9(4) VALUE 500.
       01  WS-RSN-TABLE.
           05  WS-RSN-ENTRY OCCURS 500 TIMES.
               10  WS-RSN-SOURCE       PIC X(4).
               10  WS-RSN-STAGE        PIC X(4).
               10  WS-RSN-CODE         PIC X(4).
               10  WS-RSN-COUNT        PIC 9(9).
       01  WS-RSN-MAX                  PIC 9(4) VALUE ZERO.
       01  WS-RSN-SCAN                 PIC 9(4) VALUE ZERO.
       01  WS-RSN-SUB                  PIC 9(4) VALUE ZERO.
       01  WS-LOOKUP-STAGE             PIC X(4) VALUE SPACES.
       01  WS-LOOKUP-REASON            PIC X(4) VALUE SPACES.

      *> The RECYCLED entries on the recycle register - the items
      *> CALC05 sent back on the recycle batch that has not yet
      *> been seen to post. Sized like CALC05's register table.
       01  WS-RCY-MAX-ENTRIES          PIC 9(5) VALUE 20000.
       01  WS-RCY-TABLE.
           05  WS-RCY-ENTRY OCCURS 20000 TIMES.
               10  WS-RCY-REF          PIC X(12).
               10  WS-RCY-SOURCE       PIC X(4).
               10  WS-RCY-ORIG-DATE    PIC X(8).
               10  WS-RCY-DONE         PIC X.
       01  WS-RCY-MAX                  PIC 9(5) VALUE ZERO.
       01  WS-RCY-SCAN                 PIC 9(5) VALUE ZERO.
       01  WS-RCY-HIT                  PIC 9(5) VALUE ZERO.
       01  WS-LOOKUP-REF               PIC X(12) VALUE SPACES.
       01  WS-RECYCLE-SOURCE-ID        PIC X(4) VALUE "RCYC".

      *> CALC01 and its partitions' run-control records for the
      *> business date.
       01  WS-RUN-STEP-MAX-ENTRIES     PIC 9(4) VALUE 10.
       01  WS-RUN-STEP-TABLE.
           05  WS-RUN-STEP-NAME OCCURS 10 TIMES PIC X(8).
       01  WS-RUN-STEP-MAX             PIC 9(4) VALUE ZERO.
       01  WS-RUN-STEP-SCAN            PIC 9(4) VALUE ZERO.
       01  WS-RUN-STEP-HIT             PIC 9(4) VALUE ZERO.
       01  WS-WORK-STEP                PIC X(8) VALUE SPACES.
       01  WS-RUN-FIRST-TS             PIC X(26) VALUE SPACES.
       01  WS-RUN-LAST-TS              PIC X(26) VALUE SPACES.
       01  WS-RUN-STATE                PIC X(8) VALUE SPACES.
       01  WS-RUN-STARTS               PIC 9(4) VALUE ZERO.
       01  WS-RUN-RESTARTS             PIC 9(4) VALUE ZERO.

       01  WS-TS-WORK                  PIC X(14) VALUE SPACES.
       01  WS-ELAPSED-WORK.
           05  WS-TS-DAYS              PIC 9(9) VALUE ZERO.
           05  WS-TS-SECONDS           PIC S9(12) VALUE ZERO.
           05  WS-FIRST-SECONDS        PIC S9(12) VALUE ZERO.
           05  WS-LAST-SECONDS         PIC S9(12) VALUE ZERO.
           05  WS-ELAPSED-MINUTES      PIC 9(7) VALUE ZERO.

       01  WS-COUNTS.
           05  WS-EDIT-REJ-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-CALC-REJ-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-SUSPENDED-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-CARRIED-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-LEDGER-REJ-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-BOUNCED-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-CLEARED-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-KPI-WRITTEN          PIC 9(9) VALUE ZERO.
           05  WS-WARNING-COUNT        PIC 9(9) VALUE ZERO.

       01  WS-EDIT-COUNT               PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       BEGIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-SUMMARY
           PERFORM 2100-CHECK-KPI-HISTORY
           IF WS-DATE-RECORDED
               DISPLAY "cobol-kpistat: business date "
                       WS-BUSINESS-DATE " is already on KPIHIST - "
                       "nothing recorded"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2200-LOAD-RECYCLE-REGISTER
           PERFORM 3000-COUNT-EDIT-REJECTS
           PERFORM 3100-COUNT-CALC-EXCEPTIONS
           PERFORM 3200-COUNT-SUSPENSE
           IF WS-RCY-MAX > ZERO
               PERFORM 3300-COUNT-CLEARED-RECYCLES
           END-IF
           PERFORM 3400-COUNT-LEDGER-REJECTS
           PERFORM 3500-MEASURE-CALC-RUN
           PERFORM 5000-WRITE-KPI-HISTORY
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
           MOVE SPACES TO WS-PARM-PROCDATE-PART
           MOVE SPACES TO WS-PARM-JOBID-PART
           UNSTRING WS-PARM DELIMITED BY ";"
               INTO WS-PARM-PROCDATE-PART
                    WS-PARM-JOBID-PART
           END-UNSTRING
           IF WS-PARM-PROCDATE-PART NOT = SPACES
               IF WS-PARM-PROCDATE-PART IS NUMERIC
                   MOVE WS-PARM-PROCDATE-PART TO WS-BUSINESS-DATE
               ELSE
                   DISPLAY "cobol-kpistat: PARM business date not "
                           "yyyymmdd: " WS-PARM-PROCDATE-PART
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-PARM-JOBID-PART NOT = SPACES
               MOVE WS-PARM-JOBID-PART TO WS-JOB-ID
           END-IF.

       2000-READ-SUMMARY.
           OPEN INPUT CALC-SUMMARY-FILE
           IF WS-FS-SUMMARY NOT = "00"
               DISPLAY "cobol-kpistat: unable to open CALCSUM, "
                       "file status " WS-FS-SUMMARY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FS-SUMMARY = "10"
               READ CALC-SUMMARY-FILE
                   AT END
                       CLOSE CALC-SUMMARY-FILE
                       MOVE "10" TO WS-FS-SUMMARY
                   NOT AT END
                       PERFORM 2050-READ-ONE-SUMMARY-LINE
               END-READ
           END-PERFORM
      *> No business date on PARM: the one CALC01 ran under.
           IF WS-BUSINESS-DATE = SPACES
               IF WS-SUM-BUSINESS-DATE IS NUMERIC
                   MOVE WS-SUM-BUSINESS-DATE TO WS-BUSINESS-DATE
               ELSE
                   MOVE WS-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
               END-IF
           END-IF
           IF WS-SUM-BUSINESS-DATE NOT = SPACES
              AND WS-SUM-BUSINESS-DATE NOT = WS-BUSINESS-DATE
               DISPLAY "cobol-kpistat: CALCSUM is for business date "
                       WS-SUM-BUSINESS-DATE ", recording it as "
                       WS-BUSINESS-DATE
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
           COMPUTE WS-BUSINESS-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

       2050-READ-ONE-SUMMARY-LINE.
           EVALUATE TRUE
               WHEN CALC-SUMMARY-RECORD(1:15) = WS-SUM-DATE-TAG
                   MOVE CALC-SUMMARY-RECORD(16:8)
                       TO WS-SUM-BUSINESS-DATE
               WHEN CALC-SUMMARY-RECORD(1:18) = WS-SUM-RECORDS-TAG
                   COMPUTE WS-SUM-RECORDS =
                       FUNCTION NUMVAL(CALC-SUMMARY-RECORD(21:9))
      *> "  Source xxxx received nnnnnnnnn accepted nnnnnnnnn
      *> rejected nnnnnnnnn" - see CALC01's 8000-WRITE-SUMMARY.
               WHEN CALC-SUMMARY-RECORD(1:9) = WS-SUM-SOURCE-TAG
                   MOVE CALC-SUMMARY-RECORD(10:4) TO WS-LOOKUP-SOURCE
                   PERFORM 4000-FIND-SOURCE-SLOT
                   COMPUTE WS-SRC-RECEIVED(WS-SRC-SUB) =
                       WS-SRC-RECEIVED(WS-SRC-SUB)
                       + FUNCTION NUMVAL(CALC-SUMMARY-RECORD(24:9))
                   COMPUTE WS-SRC-ACCEPTED(WS-SRC-SUB) =
                       WS-SRC-ACCEPTED(WS-SRC-SUB)
                       + FUNCTION NUMVAL(CALC-SUMMARY-RECORD(43:9))
                   COMPUTE WS-SRC-CALC-REJ(WS-SRC-SUB) =
                       WS-SRC-CALC-REJ(WS-SRC-SUB)
                       + FUNCTION NUMVAL(CALC-SUMMARY-RECORD(62:9))
           END-EVALUATE.

       2100-CHECK-KPI-HISTORY.
           OPEN INPUT KPI-HISTORY-FILE
           IF WS-FS-KPIHIST = "35"
      *> No history yet - the first day recorded.
               MOVE "10" TO WS-FS-KPIHIST
           ELSE
               IF WS-FS-KPIHIST NOT = "00"
                   DISPLAY "cobol-kpistat: unable to open KPIHIST, "
                           "file status " WS-FS-KPIHIST
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-FS-KPIHIST = "10"
               READ KPI-HISTORY-FILE
                   AT END
                       CLOSE KPI-HISTORY-FILE
                       MOVE "10" TO WS-FS-KPIHIST
                   NOT AT END
                       IF KH-BUSINESS-DATE = WS-BUSINESS-DATE
                           SET WS-DATE-RECORDED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       2200-LOAD-RECYCLE-REGISTER.
           OPEN INPUT RECYCLE-REGISTER-FILE
           IF WS-FS-REG NOT = "00"
      *> No register yet - nothing has been recycled.
               MOVE "10" TO WS-FS-REG
           END-IF
           PERFORM UNTIL WS-FS-REG = "10"
               READ RECYCLE-REGISTER-FILE
                   AT END
                       CLOSE RECYCLE-REGISTER-FILE
                       MOVE "10" TO WS-FS-REG
                   NOT AT END
                       IF RY-STATUS = "RECYCLED"
                           PERFORM 2210-LOAD-ONE-RECYCLED-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       2210-LOAD-ONE-RECYCLED-ITEM.
           IF WS-RCY-MAX >= WS-RCY-MAX-ENTRIES
               DISPLAY "cobol-kpistat: more than " WS-RCY-MAX-ENTRIES
                       " recycled items on RCYCREG - increase "
                       "WS-RCY-MAX-ENTRIES and recompile"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RCY-MAX
           MOVE RY-TRANS-REF TO WS-RCY-REF(WS-RCY-MAX)
      *> Entries registered before the source was carried count
      *> under "----".
           IF RY-SOURCE-ID = SPACES
               MOVE "----" TO WS-RCY-SOURCE(WS-RCY-MAX)
           ELSE
               MOVE RY-SOURCE-ID TO WS-RCY-SOURCE(WS-RCY-MAX)
           END-IF
           MOVE RY-ORIG-SUBMIT-DATE TO WS-RCY-ORIG-DATE(WS-RCY-MAX)
           MOVE "N" TO WS-RCY-DONE(WS-RCY-MAX).

       3000-COUNT-EDIT-REJECTS.
           OPEN INPUT CALC-EDIT-REJECT-FILE
           IF WS-FS-EREJ NOT = "00"
      *> No edit rejects today.
               MOVE "10" TO WS-FS-EREJ
           END-IF
           PERFORM UNTIL WS-FS-EREJ = "10"
               READ CALC-EDIT-REJECT-FILE
                   AT END
                       CLOSE CALC-EDIT-REJECT-FILE
                       MOVE "10" TO WS-FS-EREJ
                   NOT AT END
                       ADD 1 TO WS-EDIT-REJ-COUNT
                       MOVE ER-SOURCE-ID TO WS-LOOKUP-SOURCE
                       PERFORM 4000-FIND-SOURCE-SLOT
                       ADD 1 TO WS-SRC-EDIT-REJ(WS-SRC-SUB)
                       MOVE "EDIT" TO WS-LOOKUP-STAGE
                       MOVE ER-REASON-CODE TO WS-LOOKUP-REASON
                       PERFORM 4100-ADD-REASON
      *> ER-TRANS-DATA echoes the CALCTRAN detail - its trans-ref
      *> is CT-TRANS-REF, columns 46-57 (see CALCTRN.cpy).
                       MOVE ER-TRANS-DATA(46:12) TO WS-LOOKUP-REF
                       PERFORM 4200-CHECK-BOUNCE
               END-READ
           END-PERFORM.

       3100-COUNT-CALC-EXCEPTIONS.
           OPEN INPUT CALC-EXCEPTION-FILE
           IF WS-FS-EXC NOT = "00"
      *> No calc exceptions today.
               MOVE "10" TO WS-FS-EXC
           END-IF
           PERFORM UNTIL WS-FS-EXC = "10"
               READ CALC-EXCEPTION-FILE
                   AT END
                       CLOSE CALC-EXCEPTION-FILE
                       MOVE "10" TO WS-FS-EXC
                   NOT AT END
                       ADD 1 TO WS-CALC-REJ-COUNT
                       MOVE CX-SOURCE-ID TO WS-LOOKUP-SOURCE
                       MOVE "CALC" TO WS-LOOKUP-STAGE
                       MOVE CX-REASON-CODE TO WS-LOOKUP-REASON
                       PERFORM 4100-ADD-REASON
                       MOVE CX-TRANS-REF TO WS-LOOKUP-REF
                       PERFORM 4200-CHECK-BOUNCE
               END-READ
           END-PERFORM.

       3200-COUNT-SUSPENSE.
           OPEN INPUT CALC-SUSPENSE-FILE
           IF WS-FS-SUSP NOT = "00"
      *> Nothing held today and nothing carried.
               MOVE "10" TO WS-FS-SUSP
           END-IF
           PERFORM UNTIL WS-FS-SUSP = "10"
               READ CALC-SUSPENSE-FILE
                   AT END
                       CLOSE CALC-SUSPENSE-FILE
                       MOVE "10" TO WS-FS-SUSP
                   NOT AT END
                       IF CS-HELD-DATE = WS-BUSINESS-DATE
                           PERFORM 3210-COUNT-ONE-HELD-ITEM
                       ELSE
                           ADD 1 TO WS-CARRIED-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       3210-COUNT-ONE-HELD-ITEM.
           ADD 1 TO WS-SUSPENDED-COUNT
           MOVE CS-SOURCE-ID TO WS-LOOKUP-SOURCE
           PERFORM 4000-FIND-SOURCE-SLOT
           ADD 1 TO WS-SRC-SUSPENDED(WS-SRC-SUB)
           MOVE "SUSP" TO WS-LOOKUP-STAGE
           MOVE CS-REASON-CODE TO WS-LOOKUP-REASON
           PERFORM 4100-ADD-REASON
           MOVE CS-TRANS-REF TO WS-LOOKUP-REF
           PERFORM 4200-CHECK-BOUNCE.

       3300-COUNT-CLEARED-RECYCLES.
      *> A recycled item comes back only on CALC05's recycle batch,
      *> so only the primary legs posted under its source are
      *> looked up on the register.
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-FS-GL NOT = "00"
               DISPLAY "cobol-kpistat: GLEXTRC not available, file "
                       "status " WS-FS-GL
                       " - no recycled items counted as cleared"
               ADD 1 TO WS-WARNING-COUNT
               MOVE "10" TO WS-FS-GL
           END-IF
           PERFORM UNTIL WS-FS-GL = "10"
               READ GL-EXTRACT-FILE
                   AT END
                       CLOSE GL-EXTRACT-FILE
                       MOVE "10" TO WS-FS-GL
                   NOT AT END
                       IF GL-DETAIL
                          AND NOT GL-CONTRA-LEG
                          AND GL-SOURCE-ID = WS-RECYCLE-SOURCE-ID
                           PERFORM 3310-CLEAR-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM.

       3310-CLEAR-ONE-POSTING.
           MOVE GL-TRANS-REF TO WS-LOOKUP-REF
           PERFORM 4300-FIND-RECYCLED-ITEM
           IF WS-RCY-HIT > ZERO
               MOVE "Y" TO WS-RCY-DONE(WS-RCY-HIT)
               ADD 1 TO WS-CLEARED-COUNT
               MOVE WS-RCY-SOURCE(WS-RCY-HIT) TO WS-LOOKUP-SOURCE
               PERFORM 4000-FIND-SOURCE-SLOT
               ADD 1 TO WS-SRC-CLEARED(WS-SRC-SUB)
               IF WS-RCY-ORIG-DATE(WS-RCY-HIT) IS NUMERIC
                   MOVE WS-RCY-ORIG-DATE(WS-RCY-HIT) TO WS-DATE-NUM
                   COMPUTE WS-ORIG-DAYNUM =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   IF WS-BUSINESS-DAYNUM > WS-ORIG-DAYNUM
                       COMPUTE WS-SRC-CLEARED-DAYS(WS-SRC-SUB) =
                           WS-SRC-CLEARED-DAYS(WS-SRC-SUB)
                           + WS-BUSINESS-DAYNUM - WS-ORIG-DAYNUM
                   END-IF
               END-IF
           END-IF.

       3400-COUNT-LEDGER-REJECTS.
      *> GLACK is the acknowledgment file GLA01 settled last
      *> (GLACKJOB runs after this job), so each day's ledger
      *> answers are counted once, on the next business date.
           OPEN INPUT GL-ACK-FILE
           IF WS-FS-ACK NOT = "00"
      *> No acknowledgment file - nothing answered.
               MOVE "10" TO WS-FS-ACK
           ELSE
               OPEN INPUT GL-STATUS-MASTER-FILE
               IF WS-FS-STAT = "00"
                   SET WS-GLSTAT-OPEN TO TRUE
               ELSE
                   DISPLAY "cobol-kpistat: GLSTAT not available, "
                           "file status " WS-FS-STAT
                           " - ledger rejects counted under ----"
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-IF
           PERFORM UNTIL WS-FS-ACK = "10"
               READ GL-ACK-FILE
                   AT END
                       CLOSE GL-ACK-FILE
                       MOVE "10" TO WS-FS-ACK
                   NOT AT END
                       IF GK-REJECTED
                           PERFORM 3410-COUNT-ONE-LEDGER-REJECT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GLSTAT-OPEN
               CLOSE GL-STATUS-MASTER-FILE
           END-IF.

       3410-COUNT-ONE-LEDGER-REJECT.
           ADD 1 TO WS-LEDGER-REJ-COUNT
           MOVE "----" TO WS-LOOKUP-SOURCE
           IF WS-GLSTAT-OPEN
               MOVE GK-TRANS-REF TO GS-TRANS-REF
               READ GL-STATUS-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GS-SOURCE-ID TO WS-LOOKUP-SOURCE
               END-READ
           END-IF
           PERFORM 4000-FIND-SOURCE-SLOT
           ADD 1 TO WS-SRC-LEDGER-REJ(WS-SRC-SUB)
           MOVE "LEDG" TO WS-LOOKUP-STAGE
           MOVE GK-LEDGER-REASON TO WS-LOOKUP-REASON
           PERFORM 4100-ADD-REASON.

       3500-MEASURE-CALC-RUN.
           OPEN INPUT CALC-RUN-CONTROL-FILE
           IF WS-FS-RUNCTL NOT = "00"
               DISPLAY "cobol-kpistat: RUNCTL not available, file "
                       "status " WS-FS-RUNCTL
                       " - run duration not recorded"
               ADD 1 TO WS-WARNING-COUNT
               MOVE "10" TO WS-FS-RUNCTL
           END-IF
           PERFORM UNTIL WS-FS-RUNCTL = "10"
               READ CALC-RUN-CONTROL-FILE
                   AT END
                       CLOSE CALC-RUN-CONTROL-FILE
                       MOVE "10" TO WS-FS-RUNCTL
                   NOT AT END
                       IF RN-BUSINESS-DATE = WS-BUSINESS-DATE
                           PERFORM 3510-ROLL-IN-ONE-STATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUN-STARTS > WS-RUN-STEP-MAX
               COMPUTE WS-RUN-RESTARTS =
                   WS-RUN-STARTS - WS-RUN-STEP-MAX
           END-IF
           MOVE ZERO TO WS-ELAPSED-MINUTES
           IF WS-RUN-FIRST-TS NOT = SPACES
               MOVE WS-RUN-FIRST-TS(1:14) TO WS-TS-WORK
               PERFORM 4400-TS-TO-SECONDS
               MOVE WS-TS-SECONDS TO WS-FIRST-SECONDS
               MOVE WS-RUN-LAST-TS(1:14) TO WS-TS-WORK
               PERFORM 4400-TS-TO-SECONDS
               MOVE WS-TS-SECONDS TO WS-LAST-SECONDS
               IF WS-LAST-SECONDS >= WS-FIRST-SECONDS
                   COMPUTE WS-ELAPSED-MINUTES =
                       (WS-LAST-SECONDS - WS-FIRST-SECONDS) / 60
               END-IF
           END-IF.

       3510-ROLL-IN-ONE-STATE.
      *> A blank step is a record from before the state tracking
      *> went in, which only CALC01 wrote; CALC01P1..CALC01P4 are
      *> the partitions of a partitioned run.
           IF RN-STEP = SPACES
               MOVE "CALC01" TO WS-WORK-STEP
           ELSE
               MOVE RN-STEP TO WS-WORK-STEP
           END-IF
           IF WS-WORK-STEP(1:6) = "CALC01"
              AND RN-STATUS NOT = "REFUSED"
               PERFORM 3520-ROLL-IN-CALC01-STATE
           END-IF.

       3520-ROLL-IN-CALC01-STATE.
           MOVE ZERO TO WS-RUN-STEP-HIT
           PERFORM VARYING WS-RUN-STEP-SCAN FROM 1 BY 1
                   UNTIL WS-RUN-STEP-SCAN > WS-RUN-STEP-MAX
                      OR WS-RUN-STEP-HIT > ZERO
               IF WS-RUN-STEP-NAME(WS-RUN-STEP-SCAN) = WS-WORK-STEP
                   MOVE WS-RUN-STEP-SCAN TO WS-RUN-STEP-HIT
               END-IF
           END-PERFORM
           IF WS-RUN-STEP-HIT = ZERO
              AND WS-RUN-STEP-MAX < WS-RUN-STEP-MAX-ENTRIES
               ADD 1 TO WS-RUN-STEP-MAX
               MOVE WS-WORK-STEP TO WS-RUN-STEP-NAME(WS-RUN-STEP-MAX)
           END-IF
           IF RN-STATUS = "STARTED"
               ADD 1 TO WS-RUN-STARTS
               IF WS-RUN-FIRST-TS = SPACES
                  OR RN-TIMESTAMP < WS-RUN-FIRST-TS
                   MOVE RN-TIMESTAMP TO WS-RUN-FIRST-TS
               END-IF
           END-IF
           IF WS-RUN-LAST-TS = SPACES
              OR RN-TIMESTAMP >= WS-RUN-LAST-TS
               MOVE RN-TIMESTAMP TO WS-RUN-LAST-TS
               MOVE RN-STATUS TO WS-RUN-STATE
           END-IF.

       4000-FIND-SOURCE-SLOT.
           IF WS-LOOKUP-SOURCE = SPACES
               MOVE "----" TO WS-LOOKUP-SOURCE
           END-IF
           MOVE ZERO TO WS-SRC-SUB
           PERFORM VARYING WS-SRC-SCAN FROM 1 BY 1
                   UNTIL WS-SRC-SCAN > WS-SRC-MAX
                      OR WS-SRC-SUB > ZERO
               IF WS-SRC-ID(WS-SRC-SCAN) = WS-LOOKUP-SOURCE
                   MOVE WS-SRC-SCAN TO WS-SRC-SUB
               END-IF
           END-PERFORM
           IF WS-SRC-SUB = ZERO
               IF WS-SRC-MAX >= WS-SRC-MAX-ENTRIES
                   DISPLAY "cobol-kpistat: more than "
                           WS-SRC-MAX-ENTRIES " sources - increase "
                           "WS-SRC-MAX-ENTRIES and recompile"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SRC-MAX
               MOVE WS-LOOKUP-SOURCE TO WS-SRC-ID(WS-SRC-MAX)
               MOVE ZERO TO WS-SRC-RECEIVED(WS-SRC-MAX)
               MOVE ZERO TO WS-SRC-ACCEPTED(WS-SRC-MAX)
               MOVE ZERO TO WS-SRC-CALC-REJ(WS-SRC-MAX)
               MOVE ZERO TO WS-SRC-EDIT-REJ(WS-SRC-MAX)
               MOVE ZERO TO WS-SRC-SUSPENDED(WS-SRC-MAX)
               MOVE ZERO TO WS-SRC-LEDGER-REJ(WS-SRC-MAX)
               MOVE ZERO TO WS-SRC-BOUNCED(WS-SRC-MAX)
               MOVE ZERO TO WS-SRC-CLEARED(WS-SRC-MAX)
               MOVE ZERO TO WS-SRC-CLEARED-DAYS(WS-SRC-MAX)
               MOVE WS-SRC-MAX TO WS-SRC-SUB
           END-IF.

       4100-ADD-REASON.
      *> Counts one reject under WS-LOOKUP-SOURCE / -STAGE /
      *> -REASON.
           IF WS-LOOKUP-SOURCE = SPACES
               MOVE "----" TO WS-LOOKUP-SOURCE
           END-IF
           MOVE ZERO TO WS-RSN-SUB
           PERFORM VARYING WS-RSN-SCAN FROM 1 BY 1
                   UNTIL WS-RSN-SCAN > WS-RSN-MAX
                      OR WS-RSN-SUB > ZERO
               IF WS-RSN-SOURCE(WS-RSN-SCAN) = WS-LOOKUP-SOURCE
                  AND WS-RSN-STAGE(WS-RSN-SCAN) = WS-LOOKUP-STAGE
                  AND WS-RSN-CODE(WS-RSN-SCAN) = WS-LOOKUP-REASON
                   MOVE WS-RSN-SCAN TO WS-RSN-SUB
               END-IF
           END-PERFORM
           IF WS-RSN-SUB = ZERO
               IF WS-RSN-MAX >= WS-RSN-MAX-ENTRIES
                   DISPLAY "cobol-kpistat: more than "
                           WS-RSN-MAX-ENTRIES " source/reason "
                           "pairs - increase WS-RSN-MAX-ENTRIES "
                           "and recompile"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RSN-MAX
               MOVE WS-LOOKUP-SOURCE TO WS-RSN-SOURCE(WS-RSN-MAX)
               MOVE WS-LOOKUP-STAGE TO WS-RSN-STAGE(WS-RSN-MAX)
               MOVE WS-LOOKUP-REASON TO WS-RSN-CODE(WS-RSN-MAX)
               MOVE ZERO TO WS-RSN-COUNT(WS-RSN-MAX)
               MOVE WS-RSN-MAX TO WS-RSN-SUB
           END-IF
           ADD 1 TO WS-RSN-COUNT(WS-RSN-SUB).

       4200-CHECK-BOUNCE.
      *> A reject whose trans-ref is a recycled item on the
      *> register is that item bouncing again - counted once a day
      *> against the department that first sent it.
           MOVE ZERO TO WS-RCY-HIT
           IF WS-RCY-MAX > ZERO AND WS-LOOKUP-REF NOT = SPACES
               PERFORM 4300-FIND-RECYCLED-ITEM
           END-IF
           IF WS-RCY-HIT > ZERO
               IF WS-RCY-DONE(WS-RCY-HIT) = "N"
                   MOVE "B" TO WS-RCY-DONE(WS-RCY-HIT)
                   ADD 1 TO WS-BOUNCED-COUNT
                   MOVE WS-RCY-SOURCE(WS-RCY-HIT) TO WS-LOOKUP-SOURCE
                   PERFORM 4000-FIND-SOURCE-SLOT
                   ADD 1 TO WS-SRC-BOUNCED(WS-SRC-SUB)
               END-IF
           END-IF.

       4300-FIND-RECYCLED-ITEM.
           MOVE ZERO TO WS-RCY-HIT
           PERFORM VARYING WS-RCY-SCAN FROM 1 BY 1
                   UNTIL WS-RCY-SCAN > WS-RCY-MAX
                      OR WS-RCY-HIT > ZERO
               IF WS-RCY-REF(WS-RCY-SCAN) = WS-LOOKUP-REF
                   MOVE WS-RCY-SCAN TO WS-RCY-HIT
               END-IF
           END-PERFORM.

       4400-TS-TO-SECONDS.
      *> WS-TS-WORK holds yyyymmddhhmmss from a CURRENT-DATE
      *> timestamp; days count from the intrinsic date epoch so a
      *> run over midnight still measures correctly.
           COMPUTE WS-TS-DAYS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TS-WORK(1:8)))
           COMPUTE WS-TS-SECONDS =
               WS-TS-DAYS * 86400
               + FUNCTION NUMVAL(WS-TS-WORK(9:2)) * 3600
               + FUNCTION NUMVAL(WS-TS-WORK(11:2)) * 60
               + FUNCTION NUMVAL(WS-TS-WORK(13:2)).

       5000-WRITE-KPI-HISTORY.
           OPEN EXTEND KPI-HISTORY-FILE
           IF WS-FS-KPIHIST = "35"
               OPEN OUTPUT KPI-HISTORY-FILE
           END-IF
           IF WS-FS-KPIHIST NOT = "00"
               DISPLAY "cobol-kpistat: unable to open KPIHIST for "
                       "output, file status " WS-FS-KPIHIST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-SRC-SCAN FROM 1 BY 1
                   UNTIL WS-SRC-SCAN > WS-SRC-MAX
               PERFORM 5100-WRITE-SOURCE-RECORD
           END-PERFORM
           PERFORM VARYING WS-RSN-SCAN FROM 1 BY 1
                   UNTIL WS-RSN-SCAN > WS-RSN-MAX
               PERFORM 5200-WRITE-REASON-RECORD
           END-PERFORM
           PERFORM 5300-WRITE-RUN-RECORD
           CLOSE KPI-HISTORY-FILE.

       5100-WRITE-SOURCE-RECORD.
           MOVE SPACES TO KPI-HISTORY-RECORD
           SET KH-SOURCE-RECORD TO TRUE
           MOVE WS-BUSINESS-DATE TO KH-BUSINESS-DATE
           MOVE WS-SRC-ID(WS-SRC-SCAN) TO KH-SOURCE-ID
           MOVE WS-SRC-RECEIVED(WS-SRC-SCAN) TO KH-RECEIVED
           MOVE WS-SRC-ACCEPTED(WS-SRC-SCAN) TO KH-ACCEPTED
           MOVE WS-SRC-CALC-REJ(WS-SRC-SCAN) TO KH-CALC-REJECTED
           MOVE WS-SRC-EDIT-REJ(WS-SRC-SCAN) TO KH-EDIT-REJECTED
           MOVE WS-SRC-SUSPENDED(WS-SRC-SCAN) TO KH-SUSPENDED
           MOVE WS-SRC-LEDGER-REJ(WS-SRC-SCAN) TO KH-LEDGER-REJECTED
           MOVE WS-SRC-BOUNCED(WS-SRC-SCAN) TO KH-BOUNCED
           MOVE WS-SRC-CLEARED(WS-SRC-SCAN) TO KH-CLEARED
           MOVE WS-SRC-CLEARED-DAYS(WS-SRC-SCAN) TO KH-CLEARED-DAYS
           MOVE WS-TIMESTAMP TO KH-TIMESTAMP
           WRITE KPI-HISTORY-RECORD
           ADD 1 TO WS-KPI-WRITTEN.

       5200-WRITE-REASON-RECORD.
           MOVE SPACES TO KPI-HISTORY-RECORD
           SET KH-REASON-RECORD TO TRUE
           MOVE WS-BUSINESS-DATE TO KH-BUSINESS-DATE
           MOVE WS-RSN-SOURCE(WS-RSN-SCAN) TO KH-SOURCE-ID
           MOVE WS-RSN-STAGE(WS-RSN-SCAN) TO KH-STAGE
           MOVE WS-RSN-CODE(WS-RSN-SCAN) TO KH-REASON-CODE
           MOVE WS-RSN-COUNT(WS-RSN-SCAN) TO KH-REASON-COUNT
           MOVE WS-TIMESTAMP TO KH-TIMESTAMP
           WRITE KPI-HISTORY-RECORD
           ADD 1 TO WS-KPI-WRITTEN.

       5300-WRITE-RUN-RECORD.
           MOVE SPACES TO KPI-HISTORY-RECORD
           SET KH-RUN-RECORD TO TRUE
           MOVE WS-BUSINESS-DATE TO KH-BUSINESS-DATE
           MOVE WS-JOB-ID TO KH-JOB-ID
           MOVE WS-SUM-RECORDS TO KH-RUN-RECORDS
           MOVE WS-ELAPSED-MINUTES TO KH-RUN-ELAPSED
           MOVE WS-RUN-RESTARTS TO KH-RUN-RESTARTS
           MOVE WS-RUN-STATE TO KH-RUN-STATE
           MOVE WS-TIMESTAMP TO KH-TIMESTAMP
           WRITE KPI-HISTORY-RECORD
           ADD 1 TO WS-KPI-WRITTEN.

       8000-WRITE-TOTALS.
           DISPLAY "cobol-kpistat: KPI history for business date "
                   WS-BUSINESS-DATE " - job " WS-JOB-ID
           PERFORM VARYING WS-SRC-SCAN FROM 1 BY 1
                   UNTIL WS-SRC-SCAN > WS-SRC-MAX
               DISPLAY "cobol-kpistat:   source "
                       WS-SRC-ID(WS-SRC-SCAN)
                       " received " WS-SRC-RECEIVED(WS-SRC-SCAN)
                       " accepted " WS-SRC-ACCEPTED(WS-SRC-SCAN)
                       " edit rej " WS-SRC-EDIT-REJ(WS-SRC-SCAN)
           END-PERFORM
           MOVE WS-EDIT-REJ-COUNT TO WS-EDIT-COUNT
           DISPLAY "cobol-kpistat: edit rejects:       " WS-EDIT-COUNT
           MOVE WS-CALC-REJ-COUNT TO WS-EDIT-COUNT
           DISPLAY "cobol-kpistat: calc exceptions:    " WS-EDIT-COUNT
           MOVE WS-SUSPENDED-COUNT TO WS-EDIT-COUNT
           DISPLAY "cobol-kpistat: held on suspense:   " WS-EDIT-COUNT
           MOVE WS-CARRIED-COUNT TO WS-EDIT-COUNT
           DISPLAY "cobol-kpistat: suspense carried:   " WS-EDIT-COUNT
           MOVE WS-LEDGER-REJ-COUNT TO WS-EDIT-COUNT
           DISPLAY "cobol-kpistat: ledger rejects:     " WS-EDIT-COUNT
           MOVE WS-BOUNCED-COUNT TO WS-EDIT-COUNT
           DISPLAY "cobol-kpistat: recycles bounced:   " WS-EDIT-COUNT
           MOVE WS-CLEARED-COUNT TO WS-EDIT-COUNT
           DISPLAY "cobol-kpistat: recycles cleared:   " WS-EDIT-COUNT
           MOVE WS-ELAPSED-MINUTES TO WS-EDIT-COUNT
           DISPLAY "cobol-kpistat: CALC01 elapsed min: " WS-EDIT-COUNT
                   " state " WS-RUN-STATE
           MOVE WS-KPI-WRITTEN TO WS-EDIT-COUNT
           DISPLAY "cobol-kpistat: KPI records written:" WS-EDIT-COUNT.
