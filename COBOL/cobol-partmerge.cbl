       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC14.
      *> Partition merge for a partitioned calculation run. After
      *> CALC13 (cobol-partsplit.cbl) has dealt the edited CALCTRAN
      *> out by submitting source and the four CALCPART runs of
      *> CALC01 have each calculated their share, this step puts
      *> the day back together as if one CALC01 had run: one
      *> CALCRES, CALCEXC, CALCSUSP and GLEXTRC, the audit rows
      *> appended to the permanent CALCAUD, one CALCSUM, and a
      *> CALC01 STARTED/COMPLETE pair on RUNCTL - so CALC02,
      *> CALC03, GLB01, the period close and everything else
      *> downstream read the merged files exactly as they read a
      *> serial run's.
      *>
      *> Nothing is written until every partition has been proved:
      *>   - PARTMAP is for the business date being merged;
      *>   - each partition's CALC01 is COMPLETE for the date on its
      *>     own run-control file (PARTRUN) - a partition still
      *>     running, or failed and not yet restarted, holds the
      *>     merge;
      *>   - each partition's final checkpoint (PARTCKPT) is for
      *>     the date and counted every record PARTMAP says the
      *>     partition was given;
      *>   - each partition's GLEXTRC (PARTGL) is one GH..GT group
      *>     for the date whose trailer ties to its details and to
      *>     the partition's checkpoint;
      *>   - CALC01 is not already COMPLETE for the date on RUNCTL
      *>     (a serial run, or an earlier merge) unless RUNPARM is
      *>     OVERRIDE.
      *> Any failure ends RC=8 with the reason on SYSOUT and a
      *> FAILED state on RUNCTL; fix the partition (restart it on
      *> its CALCPART job) and resubmit CALCMRG.
      *>
      *> The merged GLEXTRC has a single GH (the job id from the
      *> PARM and the business date) and a single GT whose count
      *> and DR/CR totals are re-added from the details copied.
      *> CALCSUM is written line for line in CALC01's layout (see
      *> its 8000-WRITE-SUMMARY - keep the two in step) from the
      *> partitions' checkpointed control totals: counts and the
      *> grand total summed, the per-source lines in the order the
      *> sources came on the edited file (PARTMAP) with the same
      *> fold into OTHR past 10 sources, the per-currency lines
      *> summed by currency with the same fold into ??? past 20,
      *> and the per-operator counts summed. Audit rows get a new
      *> CA-SEQUENCE numbered through the merged run, since each
      *> partition numbered its own from 1 and the sequence is part
      *> of the audit master key.
      *>
      *> PARM is '&PROCDATE;CALCJOB;&RUNPARM'. A blank PROCDATE
      *> takes the business date from PARTMAP. RC=0 merged clean,
      *> RC=4 merged with exceptions on CALCEXC (as CALC01), RC=8
      *> refused, RC=16 a file will not open.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. scootys-home.
       OBJECT-COMPUTER. scootys-home.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-PARTITION-MAP-FILE ASSIGN TO "PARTMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARTMAP.

           SELECT CALC-CHECKPOINT-FILE ASSIGN TO "PARTCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CKPT.

           SELECT PART-RUN-CONTROL-FILE ASSIGN TO "PARTRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARTRUN.

           SELECT PART-GL-EXTRACT-FILE ASSIGN TO "PARTGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARTGL.

           SELECT PART-RESULT-FILE ASSIGN TO "PARTRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARTRES.

           SELECT PART-EXCEPTION-FILE ASSIGN TO "PARTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARTEXC.

           SELECT PART-SUSPENSE-FILE ASSIGN TO "PARTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARTSUSP.

           SELECT PART-AUDIT-FILE ASSIGN TO "PARTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARTAUD.

           SELECT CALC-OPTAB-FILE ASSIGN TO "OPERTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPTAB.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GL.

           SELECT CALC-RESULT-FILE ASSIGN TO "CALCRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESULT.

           SELECT CALC-EXCEPTION-FILE ASSIGN TO "CALCEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPTION.

           SELECT CALC-SUSPENSE-FILE ASSIGN TO "CALCSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENSE.

           SELECT CALC-AUDIT-FILE ASSIGN TO "CALCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

           SELECT CALC-SUMMARY-FILE ASSIGN TO "CALCSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUMMARY.

           SELECT CALC-RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-PARTITION-MAP-FILE.
           COPY CALCPMP.

       FD  CALC-CHECKPOINT-FILE.
           COPY CALCCKPT.

      *> The partition files are read in the raw and moved onto the
      *> merged file's record, whose layout they share.
       FD  PART-RUN-CONTROL-FILE.
       01  PART-RUN-CONTROL-RECORD    PIC X(113).

       FD  PART-GL-EXTRACT-FILE.
       01  PART-GL-EXTRACT-RECORD     PIC X(87).

       FD  PART-RESULT-FILE.
       01  PART-RESULT-RECORD         PIC X(47).

       FD  PART-EXCEPTION-FILE.
       01  PART-EXCEPTION-RECORD      PIC X(109).

       FD  PART-SUSPENSE-FILE.
       01  PART-SUSPENSE-RECORD       PIC X(118).

       FD  PART-AUDIT-FILE.
       01  PART-AUDIT-RECORD          PIC X(98).

       FD  CALC-OPTAB-FILE.
           COPY OPTABREC.

       FD  GL-EXTRACT-FILE.
           COPY GLEXTRC.

       FD  CALC-RESULT-FILE.
           COPY CALCRES.

       FD  CALC-EXCEPTION-FILE.
           COPY CALCEXC.

       FD  CALC-SUSPENSE-FILE.
           COPY CALCSUS.

       FD  CALC-AUDIT-FILE.
           COPY CALCAUD.

       FD  CALC-SUMMARY-FILE.
       01  CALC-SUMMARY-RECORD        PIC X(80).

       FD  CALC-RUN-CONTROL-FILE.
           COPY CALCRUN.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-FS-PARTMAP           PIC XX VALUE "00".
           05  WS-FS-CKPT              PIC XX VALUE "00".
           05  WS-FS-PARTRUN           PIC XX VALUE "00".
           05  WS-FS-PARTGL            PIC XX VALUE "00".
           05  WS-FS-PARTRES           PIC XX VALUE "00".
           05  WS-FS-PARTEXC           PIC XX VALUE "00".
           05  WS-FS-PARTSUSP          PIC XX VALUE "00".
           05  WS-FS-PARTAUD           PIC XX VALUE "00".
           05  WS-FS-OPTAB             PIC XX VALUE "00".
           05  WS-FS-GL                PIC XX VALUE "00".
           05  WS-FS-RESULT            PIC XX VALUE "00".
           05  WS-FS-EXCEPTION         PIC XX VALUE "00".
           05  WS-FS-SUSPENSE          PIC XX VALUE "00".
           05  WS-FS-AUDIT             PIC XX VALUE "00".
           05  WS-FS-SUMMARY           PIC XX VALUE "00".
           05  WS-FS-RUNCTL            PIC XX VALUE "00".

       01  WS-PARM                     PIC X(80).
       01  WS-PARM-PROCDATE-PART       PIC X(8).
       01  WS-PARM-JOBID-PART          PIC X(8).
       01  WS-PARM-RUN-PART            PIC X(8).
       01  WS-TIMESTAMP                PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-JOB-ID                   PIC X(8) VALUE "CALCJOB1".
       01  WS-OVERRIDE-SWITCH          PIC X VALUE "N".
           88  WS-OVERRIDE                      VALUE "Y".

      *> Run-state records: 1350 writes WS-RUN-STATE under
      *> WS-RUN-STEP, stamped now unless WS-RUN-STAMP carries the
      *> partition time the merged CALC01 state stands for.
       01  WS-RUN-STATE                PIC X(8) VALUE SPACES.
       01  WS-RUN-STATE-REASON         PIC X(40) VALUE SPACES.
       01  WS-RUN-STEP                 PIC X(8) VALUE "CALC14".
       01  WS-RUN-STAMP                PIC X(26) VALUE SPACES.
       01  WS-RUN-COUNT                PIC 9(9) VALUE ZERO.
       01  WS-ABORT-REASON             PIC X(40) VALUE SPACES.

       01  WS-MERGE-SWITCH             PIC X VALUE "Y".
           88  WS-MERGE-PROVED                  VALUE "Y".
           88  WS-MERGE-REFUSED                 VALUE "N".
       01  WS-CALC-DONE-SWITCH         PIC X VALUE "N".
           88  WS-CALC-ALREADY-DONE             VALUE "Y".

      *> One slot per partition: what PARTMAP gave it, what its
      *> checkpoint, run states and extract say it did.
       01  WS-PART-MAX                 PIC 9 VALUE 4.
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY OCCURS 4 TIMES.
               10  WS-PART-EXPECTED    PIC 9(9).
               10  WS-PART-CKPT-SWITCH PIC X.
               10  WS-PART-CKPT-COUNT  PIC 9(9).
               10  WS-PART-CKPT-GL     PIC 9(9).
               10  WS-PART-LAST-STATE  PIC X(8).
               10  WS-PART-FIRST-START PIC X(26).
               10  WS-PART-LAST-END    PIC X(26).
               10  WS-PART-GL-DETAILS  PIC 9(9).
               10  WS-PART-GL-DR       PIC S9(11)V99.
               10  WS-PART-GL-CR       PIC S9(11)V99.
       01  WS-PART-SUB                 PIC 9 VALUE ZERO.
       01  WS-PART-SCAN                PIC 9 VALUE ZERO.
       01  WS-PART-STEP                PIC X(8) VALUE SPACES.
       01  WS-CKPT-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-GL-HEADER-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-GL-TRAILER-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-GL-GROUP-SWITCH          PIC X VALUE "N".
           88  WS-GL-GROUP-OPEN                 VALUE "Y".

      *> The sources in the order they came on the edited file, from
      *> PARTMAP - the order CALC01 would have tallied them in.
       01  WS-MAP-MAX-ENTRIES          PIC 9(4) VALUE 200.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 200 TIMES.
               10  WS-MAP-SOURCE-ID    PIC X(4).
       01  WS-MAP-MAX                  PIC 9(4) VALUE ZERO.
       01  WS-MAP-SCAN                 PIC 9(4) VALUE ZERO.

      *> Every partition's checkpointed per-source tallies, summed
      *> by source id (a source is only ever on one partition, but
      *> a partition that folded sources into OTHR brings one too).
       01  WS-PSRC-MAX-ENTRIES         PIC 9(4) VALUE 40.
       01  WS-PSRC-TABLE.
           05  WS-PSRC-ENTRY OCCURS 40 TIMES.
               10  WS-PSRC-ID          PIC X(4).
               10  WS-PSRC-RECEIVED    PIC 9(9).
               10  WS-PSRC-ACCEPTED    PIC 9(9).
               10  WS-PSRC-REJECTED    PIC 9(9).
               10  WS-PSRC-USED-SWITCH PIC X.
                   88  WS-PSRC-USED             VALUE "Y".
       01  WS-PSRC-MAX                 PIC 9(4) VALUE ZERO.
       01  WS-PSRC-SUB                 PIC 9(4) VALUE ZERO.
       01  WS-PSRC-SCAN                PIC 9(4) VALUE ZERO.

      *> The merged control totals, laid out as CALC01 keeps them.
       01  WS-RECORD-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-SUCCESS-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-DUPLICATE-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-REVERSAL-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-REPOSTED-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-GRAND-TOTAL              PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-OFLW-SWITCH        PIC X VALUE "N".
           88  WS-TOTAL-OFLW                    VALUE "Y".

       01  WS-SOURCE-MAX-ENTRIES       PIC 9(4) VALUE 10.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 10 TIMES.
               10  WS-SOURCE-ID        PIC X(4).
               10  WS-SOURCE-RECEIVED  PIC 9(9).
               10  WS-SOURCE-ACCEPTED  PIC 9(9).
               10  WS-SOURCE-REJECTED  PIC 9(9).
       01  WS-SOURCE-MAX               PIC 9(4) VALUE ZERO.
       01  WS-SOURCE-SCAN              PIC 9(4) VALUE ZERO.

       01  WS-CURR-MAX-ENTRIES         PIC 9(4) VALUE 20.
       01  WS-CURR-TABLE.
           05  WS-CURR-ENTRY OCCURS 20 TIMES.
               10  WS-CURR-CODE        PIC X(3).
               10  WS-CURR-COUNT       PIC 9(9).
               10  WS-CURR-ORIG-TOTAL  PIC S9(11)V99.
               10  WS-CURR-CONV-TOTAL  PIC S9(11)V99.
       01  WS-CURR-MAX                 PIC 9(4) VALUE ZERO.
       01  WS-CURR-SUB                 PIC 9(4) VALUE ZERO.
       01  WS-CURR-SCAN                PIC 9(4) VALUE ZERO.
       01  WS-CURR-FIND                PIC 9(4) VALUE ZERO.

       01  WS-OPTAB-MAX-ENTRIES        PIC 9(4) VALUE 50.
       01  WS-OPTAB-TABLE.
           05  WS-OPTAB-ENTRY OCCURS 50 TIMES INDEXED BY WS-OPTAB-IDX.
               10  WS-OPTAB-CODE       PIC X.
               10  WS-OPTAB-DESC       PIC X(20).
               10  WS-OPTAB-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-OPTAB-MAX                PIC 9(4) VALUE ZERO.

      *> The merged extract's own controls, re-added as the details
      *> are copied, for the single GT trailer.
       01  WS-GL-RECORD-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-GL-DR-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01  WS-GL-CR-TOTAL              PIC S9(11)V99 VALUE ZERO.

       01  WS-AUDIT-SEQ                PIC 9(9) VALUE ZERO.
       01  WS-RESULT-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-EXCEPTION-RECORDS        PIC 9(9) VALUE ZERO.
       01  WS-SUSPENSE-RECORDS         PIC 9(9) VALUE ZERO.

       01  WS-EDIT-GRAND-TOTAL         PIC -(9)9.99.
       01  WS-SUMMARY-LINE             PIC X(80).
       01  WS-EDIT-RECORD-COUNT        PIC ZZZZZZZZ9.
       01  WS-EDIT-SRC-RECEIVED        PIC ZZZZZZZZ9.
       01  WS-EDIT-SRC-ACCEPTED        PIC ZZZZZZZZ9.
       01  WS-EDIT-SRC-REJECTED        PIC ZZZZZZZZ9.
       01  WS-EDIT-CURR-ORIG           PIC -(11)9.99.
       01  WS-EDIT-CURR-CONV           PIC -(11)9.99.
       01  WS-EDIT-COUNT               PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       BEGIN.
           PERFORM 0100-INITIALIZE
           PERFORM 2000-LOAD-OPTAB
           PERFORM 3000-VERIFY-PARTITIONS
           IF WS-MERGE-REFUSED
               DISPLAY "cobol-partmerge: *** PARTITIONS NOT MERGED - "
                       "NOTHING WRITTEN ***"
               MOVE "CALC14" TO WS-RUN-STEP
               MOVE SPACES TO WS-RUN-STAMP
               MOVE "FAILED  " TO WS-RUN-STATE
               MOVE "Partitions not proved - merge refused"
                   TO WS-RUN-STATE-REASON
               PERFORM 1350-WRITE-RUN-STATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-WRITE-MERGED-EXTRACT
           PERFORM 4200-COPY-RESULTS
           PERFORM 4300-COPY-EXCEPTIONS
           PERFORM 4400-COPY-SUSPENSE
           PERFORM 5000-BUILD-SOURCE-LINES
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 4500-APPEND-AUDIT
           PERFORM 8500-RECORD-MERGED-RUN
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-PROCDATE-PART
           MOVE SPACES TO WS-PARM-JOBID-PART
           MOVE SPACES TO WS-PARM-RUN-PART
           UNSTRING WS-PARM DELIMITED BY ";"
               INTO WS-PARM-PROCDATE-PART
                    WS-PARM-JOBID-PART
                    WS-PARM-RUN-PART
           END-UNSTRING
           IF WS-PARM-JOBID-PART NOT = SPACES
               MOVE WS-PARM-JOBID-PART TO WS-JOB-ID
           END-IF
           MOVE WS-PARM-PROCDATE-PART TO WS-BUSINESS-DATE
           EVALUATE WS-PARM-RUN-PART
               WHEN SPACES
                   CONTINUE
               WHEN "OVERRIDE"
                   SET WS-OVERRIDE TO TRUE
               WHEN OTHER
                   DISPLAY "cobol-partmerge: RUNPARM must be blank or "
                           "OVERRIDE: " WS-PARM-RUN-PART
                   IF WS-BUSINESS-DATE = SPACES
                       MOVE WS-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
                   END-IF
                   MOVE "PARM RUNPARM not recognized"
                       TO WS-ABORT-REASON
                   PERFORM 9000-ABORT-RUN
           END-EVALUATE
           PERFORM VARYING WS-PART-SCAN FROM 1 BY 1
                   UNTIL WS-PART-SCAN > WS-PART-MAX
               MOVE ZERO TO WS-PART-EXPECTED(WS-PART-SCAN)
               MOVE "N" TO WS-PART-CKPT-SWITCH(WS-PART-SCAN)
               MOVE ZERO TO WS-PART-CKPT-COUNT(WS-PART-SCAN)
               MOVE ZERO TO WS-PART-CKPT-GL(WS-PART-SCAN)
               MOVE SPACES TO WS-PART-LAST-STATE(WS-PART-SCAN)
               MOVE SPACES TO WS-PART-FIRST-START(WS-PART-SCAN)
               MOVE SPACES TO WS-PART-LAST-END(WS-PART-SCAN)
               MOVE ZERO TO WS-PART-GL-DETAILS(WS-PART-SCAN)
               MOVE ZERO TO WS-PART-GL-DR(WS-PART-SCAN)
               MOVE ZERO TO WS-PART-GL-CR(WS-PART-SCAN)
           END-PERFORM.

       1350-WRITE-RUN-STATE.
      *> Append one state record and close again at once, so
      *> nothing is lost on an abend. Same convention as CALC01 -
      *> see CALCRUN.cpy.
           OPEN EXTEND CALC-RUN-CONTROL-FILE
           IF WS-FS-RUNCTL = "35"
               OPEN OUTPUT CALC-RUN-CONTROL-FILE
           END-IF
           IF WS-FS-RUNCTL = "00"
               MOVE SPACES TO CALC-RUN-CONTROL-RECORD
               MOVE WS-BUSINESS-DATE TO RN-BUSINESS-DATE
               MOVE WS-JOB-ID TO RN-JOB-ID
               MOVE WS-RUN-STATE TO RN-STATUS
               IF WS-RUN-STAMP = SPACES
                   MOVE FUNCTION CURRENT-DATE TO RN-TIMESTAMP
               ELSE
                   MOVE WS-RUN-STAMP TO RN-TIMESTAMP
               END-IF
               MOVE WS-RUN-STEP TO RN-STEP
               MOVE WS-RUN-COUNT TO RN-RECORD-COUNT
               MOVE WS-RUN-STATE-REASON TO RN-REASON
               WRITE CALC-RUN-CONTROL-RECORD
               CLOSE CALC-RUN-CONTROL-FILE
           ELSE
               DISPLAY "cobol-partmerge: unable to record run state "
                       "on RUNCTL, file status " WS-FS-RUNCTL
           END-IF.

       2000-LOAD-OPTAB.
      *> The operator lines on CALCSUM come out in OPERTAB order
      *> with the descriptions from the table, as CALC01 prints
      *> them; the partitions' checkpointed counts are by the same
      *> table slot.
           MOVE ZERO TO WS-OPTAB-MAX
           OPEN INPUT CALC-OPTAB-FILE
           IF WS-FS-OPTAB NOT = "00"
               DISPLAY "cobol-partmerge: unable to open operator "
                       "table OPERTAB, file status " WS-FS-OPTAB
               IF WS-BUSINESS-DATE = SPACES
                   MOVE WS-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
               END-IF
               MOVE "Unable to open OPERTAB" TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           PERFORM UNTIL WS-FS-OPTAB = "10"
               READ CALC-OPTAB-FILE
                   AT END
                       MOVE "10" TO WS-FS-OPTAB
                   NOT AT END
                       IF WS-OPTAB-MAX >= WS-OPTAB-MAX-ENTRIES
                           CLOSE CALC-OPTAB-FILE
                           DISPLAY "cobol-partmerge: OPERTAB has more "
                                   "than " WS-OPTAB-MAX-ENTRIES
                                   " entries - increase "
                                   "WS-OPTAB-MAX-ENTRIES and recompile"
                           IF WS-BUSINESS-DATE = SPACES
                               MOVE WS-TIMESTAMP(1:8)
                                   TO WS-BUSINESS-DATE
                           END-IF
                           MOVE "OPERTAB exceeds table capacity"
                               TO WS-ABORT-REASON
                           PERFORM 9000-ABORT-RUN
                       END-IF
                       ADD 1 TO WS-OPTAB-MAX
                       MOVE OT-CODE TO WS-OPTAB-CODE(WS-OPTAB-MAX)
                       MOVE OT-DESCRIPTION
                           TO WS-OPTAB-DESC(WS-OPTAB-MAX)
                       MOVE ZERO TO WS-OPTAB-COUNT(WS-OPTAB-MAX)
               END-READ
           END-PERFORM
           CLOSE CALC-OPTAB-FILE.

       3000-VERIFY-PARTITIONS.
           PERFORM 3100-READ-PARTITION-MAP
           MOVE "STARTED " TO WS-RUN-STATE
           MOVE SPACES TO WS-RUN-STATE-REASON
           PERFORM 1350-WRITE-RUN-STATE
           PERFORM 3200-READ-CHECKPOINTS
           PERFORM 3300-READ-PARTITION-STATES
           PERFORM 3400-PROVE-PARTITION-EXTRACTS
           PERFORM 3500-CHECK-RUN-CONTROL.

       3100-READ-PARTITION-MAP.
           OPEN INPUT CALC-PARTITION-MAP-FILE
           IF WS-FS-PARTMAP NOT = "00"
               DISPLAY "cobol-partmerge: unable to open PARTMAP, "
                       "file status " WS-FS-PARTMAP
               IF WS-BUSINESS-DATE = SPACES
                   MOVE WS-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
               END-IF
               MOVE "Unable to open PARTMAP" TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           PERFORM UNTIL WS-FS-PARTMAP = "10"
               READ CALC-PARTITION-MAP-FILE
                   AT END
                       MOVE "10" TO WS-FS-PARTMAP
                   NOT AT END
                       PERFORM 3110-TAKE-MAP-ENTRY
               END-READ
           END-PERFORM
           CLOSE CALC-PARTITION-MAP-FILE
      *> An empty edited file splits to an empty map - the date
      *> then comes from the PARM or the clock as in CALC01.
           IF WS-BUSINESS-DATE = SPACES
               MOVE WS-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           END-IF.

       3110-TAKE-MAP-ENTRY.
           IF WS-BUSINESS-DATE = SPACES
               MOVE PM-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           IF PM-BUSINESS-DATE NOT = WS-BUSINESS-DATE
               DISPLAY "cobol-partmerge: PARTMAP source "
                       PM-SOURCE-ID " is for business date "
                       PM-BUSINESS-DATE ", merging "
                       WS-BUSINESS-DATE
               SET WS-MERGE-REFUSED TO TRUE
           END-IF
           IF PM-PARTITION < 1 OR PM-PARTITION > WS-PART-MAX
               DISPLAY "cobol-partmerge: PARTMAP source "
                       PM-SOURCE-ID " has partition " PM-PARTITION
               SET WS-MERGE-REFUSED TO TRUE
           ELSE
               ADD PM-RECORD-COUNT TO WS-PART-EXPECTED(PM-PARTITION)
           END-IF
           IF WS-MAP-MAX >= WS-MAP-MAX-ENTRIES
               DISPLAY "cobol-partmerge: PARTMAP has more than "
                       WS-MAP-MAX-ENTRIES " sources - increase "
                       "WS-MAP-MAX-ENTRIES and recompile"
               CLOSE CALC-PARTITION-MAP-FILE
               MOVE "PARTMAP exceeds table capacity"
                   TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           ADD 1 TO WS-MAP-MAX
           MOVE PM-SOURCE-ID TO WS-MAP-SOURCE-ID(WS-MAP-MAX).

       3200-READ-CHECKPOINTS.
      *> PARTCKPT is the four partition checkpoints concatenated in
      *> partition order; each holds the one record its CALC01 last
      *> wrote, which at end of run carries the whole partition's
      *> control totals.
           OPEN INPUT CALC-CHECKPOINT-FILE
           IF WS-FS-CKPT NOT = "00"
               DISPLAY "cobol-partmerge: unable to open PARTCKPT, "
                       "file status " WS-FS-CKPT
               MOVE "Unable to open PARTCKPT" TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE ZERO TO WS-CKPT-COUNT
           PERFORM UNTIL WS-FS-CKPT = "10"
               READ CALC-CHECKPOINT-FILE
                   AT END
                       MOVE "10" TO WS-FS-CKPT
                   NOT AT END
                       ADD 1 TO WS-CKPT-COUNT
                       IF WS-CKPT-COUNT <= WS-PART-MAX
                           MOVE WS-CKPT-COUNT TO WS-PART-SUB
                           PERFORM 3210-TAKE-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALC-CHECKPOINT-FILE
           IF WS-CKPT-COUNT NOT = WS-PART-MAX
               DISPLAY "cobol-partmerge: expected " WS-PART-MAX
                       " partition checkpoints on PARTCKPT, found "
                       WS-CKPT-COUNT
               SET WS-MERGE-REFUSED TO TRUE
           END-IF.

       3210-TAKE-CHECKPOINT.
           MOVE "Y" TO WS-PART-CKPT-SWITCH(WS-PART-SUB)
           MOVE CK-LAST-RECORD-COUNT TO WS-PART-CKPT-COUNT(WS-PART-SUB)
           MOVE CK-GL-RECORD-COUNT TO WS-PART-CKPT-GL(WS-PART-SUB)
           IF CK-BUSINESS-DATE NOT = WS-BUSINESS-DATE
               DISPLAY "cobol-partmerge: partition " WS-PART-SUB
                       " checkpoint is for business date "
                       CK-BUSINESS-DATE ", merging "
                       WS-BUSINESS-DATE
               SET WS-MERGE-REFUSED TO TRUE
           END-IF
           IF CK-LAST-RECORD-COUNT NOT = WS-PART-EXPECTED(WS-PART-SUB)
               DISPLAY "cobol-partmerge: partition " WS-PART-SUB
                       " checkpointed " CK-LAST-RECORD-COUNT
                       " records but was given "
                       WS-PART-EXPECTED(WS-PART-SUB)
               SET WS-MERGE-REFUSED TO TRUE
           END-IF
           ADD CK-LAST-RECORD-COUNT TO WS-RECORD-COUNT
           ADD CK-SUCCESS-COUNT TO WS-SUCCESS-COUNT
           ADD CK-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT
           ADD CK-DUPLICATE-COUNT TO WS-DUPLICATE-COUNT
           ADD CK-REPOSTED-COUNT TO WS-REPOSTED-COUNT
           IF CK-REVERSAL-COUNT IS NUMERIC
               ADD CK-REVERSAL-COUNT TO WS-REVERSAL-COUNT
           END-IF
           IF CK-TOTAL-OFLW-SWITCH = "Y"
               SET WS-TOTAL-OFLW TO TRUE
           ELSE
               ADD CK-GRAND-TOTAL TO WS-GRAND-TOTAL
                   ON SIZE ERROR
                       SET WS-TOTAL-OFLW TO TRUE
               END-ADD
           END-IF
           PERFORM VARYING WS-OPTAB-IDX FROM 1 BY 1
                   UNTIL WS-OPTAB-IDX > WS-OPTAB-MAX
               ADD CK-OPTAB-COUNT(WS-OPTAB-IDX)
                   TO WS-OPTAB-COUNT(WS-OPTAB-IDX)
           END-PERFORM
           PERFORM VARYING WS-SOURCE-SCAN FROM 1 BY 1
                   UNTIL WS-SOURCE-SCAN > WS-SOURCE-MAX-ENTRIES
               IF CK-SRC-ID(WS-SOURCE-SCAN) NOT = SPACES
                   PERFORM 3220-ADD-PARTITION-SOURCE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CURR-SCAN FROM 1 BY 1
                   UNTIL WS-CURR-SCAN > WS-CURR-MAX-ENTRIES
               IF CK-CURR-CODE(WS-CURR-SCAN) NOT = SPACES
                   PERFORM 3230-ADD-PARTITION-CURRENCY
               END-IF
           END-PERFORM.

       3220-ADD-PARTITION-SOURCE.
           MOVE ZERO TO WS-PSRC-SUB
           PERFORM VARYING WS-PSRC-SCAN FROM 1 BY 1
                   UNTIL WS-PSRC-SCAN > WS-PSRC-MAX
                      OR WS-PSRC-SUB > ZERO
               IF WS-PSRC-ID(WS-PSRC-SCAN) = CK-SRC-ID(WS-SOURCE-SCAN)
                   MOVE WS-PSRC-SCAN TO WS-PSRC-SUB
               END-IF
           END-PERFORM
           IF WS-PSRC-SUB = ZERO
               ADD 1 TO WS-PSRC-MAX
               MOVE CK-SRC-ID(WS-SOURCE-SCAN)
                   TO WS-PSRC-ID(WS-PSRC-MAX)
               MOVE ZERO TO WS-PSRC-RECEIVED(WS-PSRC-MAX)
               MOVE ZERO TO WS-PSRC-ACCEPTED(WS-PSRC-MAX)
               MOVE ZERO TO WS-PSRC-REJECTED(WS-PSRC-MAX)
               MOVE "N" TO WS-PSRC-USED-SWITCH(WS-PSRC-MAX)
               MOVE WS-PSRC-MAX TO WS-PSRC-SUB
           END-IF
           ADD CK-SRC-RECEIVED(WS-SOURCE-SCAN)
               TO WS-PSRC-RECEIVED(WS-PSRC-SUB)
           ADD CK-SRC-ACCEPTED(WS-SOURCE-SCAN)
               TO WS-PSRC-ACCEPTED(WS-PSRC-SUB)
           ADD CK-SRC-REJECTED(WS-SOURCE-SCAN)
               TO WS-PSRC-REJECTED(WS-PSRC-SUB).

       3230-ADD-PARTITION-CURRENCY.
      *> Same catch-all fold past WS-CURR-MAX-ENTRIES as CALC01's
      *> 4143-TALLY-CURRENCY.
           MOVE ZERO TO WS-CURR-SUB
           PERFORM VARYING WS-CURR-FIND FROM 1 BY 1
                   UNTIL WS-CURR-FIND > WS-CURR-MAX
                      OR WS-CURR-SUB > ZERO
               IF WS-CURR-CODE(WS-CURR-FIND)
                       = CK-CURR-CODE(WS-CURR-SCAN)
                   MOVE WS-CURR-FIND TO WS-CURR-SUB
               END-IF
           END-PERFORM
           IF WS-CURR-SUB = ZERO
               IF WS-CURR-MAX >= WS-CURR-MAX-ENTRIES
                   IF WS-CURR-CODE(WS-CURR-MAX) NOT = "???"
                       DISPLAY "cobol-partmerge: more than "
                               WS-CURR-MAX-ENTRIES
                               " currencies in one run - currency "
                               CK-CURR-CODE(WS-CURR-SCAN)
                               " and later tallied as ???"
                       MOVE "???" TO WS-CURR-CODE(WS-CURR-MAX)
                   END-IF
                   MOVE WS-CURR-MAX TO WS-CURR-SUB
               ELSE
                   ADD 1 TO WS-CURR-MAX
                   MOVE CK-CURR-CODE(WS-CURR-SCAN)
                       TO WS-CURR-CODE(WS-CURR-MAX)
                   MOVE ZERO TO WS-CURR-COUNT(WS-CURR-MAX)
                   MOVE ZERO TO WS-CURR-ORIG-TOTAL(WS-CURR-MAX)
                   MOVE ZERO TO WS-CURR-CONV-TOTAL(WS-CURR-MAX)
                   MOVE WS-CURR-MAX TO WS-CURR-SUB
               END-IF
           END-IF
           ADD CK-CURR-COUNT(WS-CURR-SCAN)
               TO WS-CURR-COUNT(WS-CURR-SUB)
           ADD CK-CURR-ORIG-TOTAL(WS-CURR-SCAN)
               TO WS-CURR-ORIG-TOTAL(WS-CURR-SUB)
           ADD CK-CURR-CONV-TOTAL(WS-CURR-SCAN)
               TO WS-CURR-CONV-TOTAL(WS-CURR-SUB).

       3300-READ-PARTITION-STATES.
      *> PARTRUN is the four partition run-control files
      *> concatenated. Each partition's CALC01 records its states
      *> as CALC01P1..CALC01P4; its latest state for the date must
      *> be COMPLETE. The merged CALC01 run is timed from the
      *> first partition STARTED to the last partition COMPLETE.
           OPEN INPUT PART-RUN-CONTROL-FILE
           IF WS-FS-PARTRUN NOT = "00"
               DISPLAY "cobol-partmerge: unable to open PARTRUN, "
                       "file status " WS-FS-PARTRUN
               MOVE "Unable to open PARTRUN" TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           PERFORM UNTIL WS-FS-PARTRUN = "10"
               READ PART-RUN-CONTROL-FILE
                   AT END
                       MOVE "10" TO WS-FS-PARTRUN
                   NOT AT END
                       MOVE PART-RUN-CONTROL-RECORD
                           TO CALC-RUN-CONTROL-RECORD
                       IF RN-BUSINESS-DATE = WS-BUSINESS-DATE
                           PERFORM 3310-TAKE-PARTITION-STATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PART-RUN-CONTROL-FILE
           PERFORM VARYING WS-PART-SCAN FROM 1 BY 1
                   UNTIL WS-PART-SCAN > WS-PART-MAX
               IF WS-PART-LAST-STATE(WS-PART-SCAN) NOT = "COMPLETE"
                   IF WS-PART-LAST-STATE(WS-PART-SCAN) = SPACES
                       DISPLAY "cobol-partmerge: partition "
                               WS-PART-SCAN " has not run for "
                               WS-BUSINESS-DATE
                   ELSE
                       DISPLAY "cobol-partmerge: partition "
                               WS-PART-SCAN " is "
                               WS-PART-LAST-STATE(WS-PART-SCAN)
                               " - restart or finish it first"
                   END-IF
                   SET WS-MERGE-REFUSED TO TRUE
               END-IF
           END-PERFORM.

       3310-TAKE-PARTITION-STATE.
           PERFORM VARYING WS-PART-SCAN FROM 1 BY 1
                   UNTIL WS-PART-SCAN > WS-PART-MAX
               MOVE SPACES TO WS-PART-STEP
               STRING "CALC01P" WS-PART-SCAN
                   DELIMITED BY SIZE INTO WS-PART-STEP
               IF RN-STEP = WS-PART-STEP
                   MOVE RN-STATUS TO WS-PART-LAST-STATE(WS-PART-SCAN)
                   IF RN-STATUS = "STARTED"
                      AND WS-PART-FIRST-START(WS-PART-SCAN) = SPACES
                       MOVE RN-TIMESTAMP
                           TO WS-PART-FIRST-START(WS-PART-SCAN)
                   END-IF
                   IF RN-STATUS = "COMPLETE"
                       MOVE RN-TIMESTAMP
                           TO WS-PART-LAST-END(WS-PART-SCAN)
                   END-IF
               END-IF
           END-PERFORM.

       3400-PROVE-PARTITION-EXTRACTS.
      *> PARTGL is the four partition extracts concatenated: four
      *> GH..GT groups, each of which must balance to its own
      *> trailer and to its partition's checkpoint.
           OPEN INPUT PART-GL-EXTRACT-FILE
           IF WS-FS-PARTGL NOT = "00"
               DISPLAY "cobol-partmerge: unable to open PARTGL, "
                       "file status " WS-FS-PARTGL
               MOVE "Unable to open PARTGL" TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE ZERO TO WS-GL-HEADER-COUNT
           MOVE ZERO TO WS-GL-TRAILER-COUNT
           MOVE "N" TO WS-GL-GROUP-SWITCH
           PERFORM UNTIL WS-FS-PARTGL = "10"
               READ PART-GL-EXTRACT-FILE
                   AT END
                       MOVE "10" TO WS-FS-PARTGL
                   NOT AT END
                       MOVE PART-GL-EXTRACT-RECORD
                           TO GL-EXTRACT-RECORD
                       PERFORM 3410-TALLY-PARTITION-GL
               END-READ
           END-PERFORM
           CLOSE PART-GL-EXTRACT-FILE
           IF WS-GL-GROUP-OPEN
               DISPLAY "cobol-partmerge: partition "
                       WS-GL-HEADER-COUNT " extract has no trailer"
               SET WS-MERGE-REFUSED TO TRUE
           END-IF
           IF WS-GL-HEADER-COUNT NOT = WS-PART-MAX
              OR WS-GL-TRAILER-COUNT NOT = WS-PART-MAX
               DISPLAY "cobol-partmerge: expected " WS-PART-MAX
                       " partition extracts on PARTGL, found "
                       WS-GL-HEADER-COUNT " headers and "
                       WS-GL-TRAILER-COUNT " trailers"
               SET WS-MERGE-REFUSED TO TRUE
           END-IF.

       3410-TALLY-PARTITION-GL.
           EVALUATE TRUE
               WHEN GL-FILE-HEADER
                   IF WS-GL-GROUP-OPEN
                       DISPLAY "cobol-partmerge: partition "
                               WS-GL-HEADER-COUNT
                               " extract has no trailer"
                       SET WS-MERGE-REFUSED TO TRUE
                   END-IF
                   ADD 1 TO WS-GL-HEADER-COUNT
                   SET WS-GL-GROUP-OPEN TO TRUE
                   IF GL-HDR-BUS-DATE NOT = WS-BUSINESS-DATE
                       DISPLAY "cobol-partmerge: partition "
                               WS-GL-HEADER-COUNT
                               " extract is for business date "
                               GL-HDR-BUS-DATE
                       SET WS-MERGE-REFUSED TO TRUE
                   END-IF
               WHEN NOT WS-GL-GROUP-OPEN
                   DISPLAY "cobol-partmerge: partition extract "
                           "record " GL-RECORD-TYPE
                           " outside a GH..GT group"
                   SET WS-MERGE-REFUSED TO TRUE
               WHEN WS-GL-HEADER-COUNT > WS-PART-MAX
                   CONTINUE
               WHEN GL-DETAIL
                   MOVE WS-GL-HEADER-COUNT TO WS-PART-SUB
                   ADD 1 TO WS-PART-GL-DETAILS(WS-PART-SUB)
                   IF GL-DR-CR = "CR"
                       ADD GL-AMOUNT TO WS-PART-GL-CR(WS-PART-SUB)
                   ELSE
                       ADD GL-AMOUNT TO WS-PART-GL-DR(WS-PART-SUB)
                   END-IF
               WHEN GL-FILE-TRAILER
                   MOVE WS-GL-HEADER-COUNT TO WS-PART-SUB
                   ADD 1 TO WS-GL-TRAILER-COUNT
                   MOVE "N" TO WS-GL-GROUP-SWITCH
                   IF GL-TRL-RECORD-COUNT
                          NOT = WS-PART-GL-DETAILS(WS-PART-SUB)
                      OR GL-TRL-DR-TOTAL
                          NOT = WS-PART-GL-DR(WS-PART-SUB)
                      OR GL-TRL-CR-TOTAL
                          NOT = WS-PART-GL-CR(WS-PART-SUB)
                       DISPLAY "cobol-partmerge: partition "
                               WS-PART-SUB " extract does not "
                               "match its trailer"
                       SET WS-MERGE-REFUSED TO TRUE
                   END-IF
                   IF WS-PART-GL-DETAILS(WS-PART-SUB)
                          NOT = WS-PART-CKPT-GL(WS-PART-SUB)
                       DISPLAY "cobol-partmerge: partition "
                               WS-PART-SUB " extract has "
                               WS-PART-GL-DETAILS(WS-PART-SUB)
                               " details, its checkpoint "
                               WS-PART-CKPT-GL(WS-PART-SUB)
                       SET WS-MERGE-REFUSED TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "cobol-partmerge: unrecognized record "
                           "type " GL-RECORD-TYPE " on PARTGL"
                   SET WS-MERGE-REFUSED TO TRUE
           END-EVALUATE.

       3500-CHECK-RUN-CONTROL.
      *> A merged date is recorded CALC01 COMPLETE, exactly like a
      *> serial run, so a second merge (or a merge after a serial
      *> run) is refused like a second CALC01 - it would put the
      *> day on the GL twice. OVERRIDE authorizes it.
           IF NOT WS-OVERRIDE
               OPEN INPUT CALC-RUN-CONTROL-FILE
               IF WS-FS-RUNCTL = "00"
                   PERFORM UNTIL WS-FS-RUNCTL = "10"
                       READ CALC-RUN-CONTROL-FILE
                           AT END
                               MOVE "10" TO WS-FS-RUNCTL
                           NOT AT END
                               IF RN-BUSINESS-DATE = WS-BUSINESS-DATE
                                  AND RN-STATUS = "COMPLETE"
                                  AND (RN-STEP = "CALC01"
                                       OR RN-STEP = SPACES)
                                   SET WS-CALC-ALREADY-DONE TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CALC-RUN-CONTROL-FILE
               END-IF
           END-IF
           IF WS-CALC-ALREADY-DONE
               DISPLAY "cobol-partmerge: business date "
                       WS-BUSINESS-DATE " already ran to "
                       "completion - merge refused."
               DISPLAY "cobol-partmerge: set RUNPARM to OVERRIDE for "
                       "an authorized rerun."
               SET WS-MERGE-REFUSED TO TRUE
           END-IF.

       4000-WRITE-MERGED-EXTRACT.
           OPEN INPUT PART-GL-EXTRACT-FILE
           OPEN OUTPUT GL-EXTRACT-FILE
           IF WS-FS-PARTGL NOT = "00" OR WS-FS-GL NOT = "00"
               DISPLAY "cobol-partmerge: unable to open PARTGL/"
                       "GLEXTRC, file status " WS-FS-PARTGL " "
                       WS-FS-GL
               MOVE "Unable to open GLEXTRC" TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE "GH" TO GL-RECORD-TYPE
           MOVE WS-JOB-ID TO GL-HDR-JOB-ID
           MOVE WS-BUSINESS-DATE TO GL-HDR-BUS-DATE
           WRITE GL-EXTRACT-RECORD
           PERFORM UNTIL WS-FS-PARTGL = "10"
               READ PART-GL-EXTRACT-FILE
                   AT END
                       MOVE "10" TO WS-FS-PARTGL
                   NOT AT END
                       MOVE PART-GL-EXTRACT-RECORD
                           TO GL-EXTRACT-RECORD
                       IF GL-DETAIL
                           PERFORM 4100-COPY-GL-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE "GT" TO GL-RECORD-TYPE
           MOVE WS-GL-RECORD-COUNT TO GL-TRL-RECORD-COUNT
           MOVE WS-GL-DR-TOTAL TO GL-TRL-DR-TOTAL
           MOVE WS-GL-CR-TOTAL TO GL-TRL-CR-TOTAL
           WRITE GL-EXTRACT-RECORD
           CLOSE PART-GL-EXTRACT-FILE
           CLOSE GL-EXTRACT-FILE.

       4100-COPY-GL-DETAIL.
           ADD 1 TO WS-GL-RECORD-COUNT
           IF GL-DR-CR = "CR"
               ADD GL-AMOUNT TO WS-GL-CR-TOTAL
           ELSE
               ADD GL-AMOUNT TO WS-GL-DR-TOTAL
           END-IF
           WRITE GL-EXTRACT-RECORD.

       4200-COPY-RESULTS.
           OPEN INPUT PART-RESULT-FILE
           OPEN OUTPUT CALC-RESULT-FILE
           IF WS-FS-PARTRES NOT = "00" OR WS-FS-RESULT NOT = "00"
               DISPLAY "cobol-partmerge: unable to open PARTRES/"
                       "CALCRES, file status " WS-FS-PARTRES " "
                       WS-FS-RESULT
               MOVE "Unable to open CALCRES" TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           PERFORM UNTIL WS-FS-PARTRES = "10"
               READ PART-RESULT-FILE
                   AT END
                       MOVE "10" TO WS-FS-PARTRES
                   NOT AT END
                       MOVE PART-RESULT-RECORD TO CALC-RESULT-RECORD
                       WRITE CALC-RESULT-RECORD
                       ADD 1 TO WS-RESULT-COUNT
               END-READ
           END-PERFORM
           CLOSE PART-RESULT-FILE
           CLOSE CALC-RESULT-FILE.

       4300-COPY-EXCEPTIONS.
           OPEN INPUT PART-EXCEPTION-FILE
           OPEN OUTPUT CALC-EXCEPTION-FILE
           IF WS-FS-PARTEXC NOT = "00" OR WS-FS-EXCEPTION NOT = "00"
               DISPLAY "cobol-partmerge: unable to open PARTEXC/"
                       "CALCEXC, file status " WS-FS-PARTEXC " "
                       WS-FS-EXCEPTION
               MOVE "Unable to open CALCEXC" TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           PERFORM UNTIL WS-FS-PARTEXC = "10"
               READ PART-EXCEPTION-FILE
                   AT END
                       MOVE "10" TO WS-FS-PARTEXC
                   NOT AT END
                       MOVE PART-EXCEPTION-RECORD
                           TO CALC-EXCEPTION-RECORD
                       WRITE CALC-EXCEPTION-RECORD
                       ADD 1 TO WS-EXCEPTION-RECORDS
               END-READ
           END-PERFORM
           CLOSE PART-EXCEPTION-FILE
           CLOSE CALC-EXCEPTION-FILE.

       4400-COPY-SUSPENSE.
           OPEN INPUT PART-SUSPENSE-FILE
           OPEN OUTPUT CALC-SUSPENSE-FILE
           IF WS-FS-PARTSUSP NOT = "00" OR WS-FS-SUSPENSE NOT = "00"
               DISPLAY "cobol-partmerge: unable to open PARTSUSP/"
                       "CALCSUSP, file status " WS-FS-PARTSUSP " "
                       WS-FS-SUSPENSE
               MOVE "Unable to open CALCSUSP" TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           PERFORM UNTIL WS-FS-PARTSUSP = "10"
               READ PART-SUSPENSE-FILE
                   AT END
                       MOVE "10" TO WS-FS-PARTSUSP
                   NOT AT END
                       MOVE PART-SUSPENSE-RECORD
                           TO CALC-SUSPENSE-RECORD
                       WRITE CALC-SUSPENSE-RECORD
                       ADD 1 TO WS-SUSPENSE-RECORDS
               END-READ
           END-PERFORM
           CLOSE PART-SUSPENSE-FILE
           CLOSE CALC-SUSPENSE-FILE.

       4500-APPEND-AUDIT.
      *> Appended last, after every daily output is written, since
      *> the permanent audit file cannot be put back if the step
      *> fails part way.
           OPEN INPUT PART-AUDIT-FILE
           IF WS-FS-PARTAUD NOT = "00"
               DISPLAY "cobol-partmerge: unable to open PARTAUD, "
                       "file status " WS-FS-PARTAUD
               MOVE "Unable to open PARTAUD" TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN EXTEND CALC-AUDIT-FILE
           IF WS-FS-AUDIT = "35"
               OPEN OUTPUT CALC-AUDIT-FILE
           END-IF
           IF WS-FS-AUDIT NOT = "00"
               DISPLAY "cobol-partmerge: unable to open CALCAUD, "
                       "file status " WS-FS-AUDIT
               MOVE "Unable to open CALCAUD" TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           PERFORM UNTIL WS-FS-PARTAUD = "10"
               READ PART-AUDIT-FILE
                   AT END
                       MOVE "10" TO WS-FS-PARTAUD
                   NOT AT END
                       MOVE PART-AUDIT-RECORD TO CALC-AUDIT-RECORD
                       ADD 1 TO WS-AUDIT-SEQ
                       MOVE WS-AUDIT-SEQ TO CA-SEQUENCE
                       WRITE CALC-AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE PART-AUDIT-FILE
           CLOSE CALC-AUDIT-FILE.

       5000-BUILD-SOURCE-LINES.
      *> Sources in edited-file order, then anything a partition
      *> had already folded into OTHR; past WS-SOURCE-MAX-ENTRIES
      *> the last line becomes OTHR, as in CALC01's 4135.
           MOVE ZERO TO WS-SOURCE-MAX
           PERFORM VARYING WS-MAP-SCAN FROM 1 BY 1
                   UNTIL WS-MAP-SCAN > WS-MAP-MAX
               PERFORM VARYING WS-PSRC-SCAN FROM 1 BY 1
                       UNTIL WS-PSRC-SCAN > WS-PSRC-MAX
                   IF WS-PSRC-ID(WS-PSRC-SCAN)
                          = WS-MAP-SOURCE-ID(WS-MAP-SCAN)
                      AND NOT WS-PSRC-USED(WS-PSRC-SCAN)
                       PERFORM 5100-ADD-SUMMARY-SOURCE
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-PSRC-SCAN FROM 1 BY 1
                   UNTIL WS-PSRC-SCAN > WS-PSRC-MAX
               IF NOT WS-PSRC-USED(WS-PSRC-SCAN)
                   PERFORM 5100-ADD-SUMMARY-SOURCE
               END-IF
           END-PERFORM.

       5100-ADD-SUMMARY-SOURCE.
           SET WS-PSRC-USED(WS-PSRC-SCAN) TO TRUE
           IF WS-SOURCE-MAX >= WS-SOURCE-MAX-ENTRIES
               IF WS-SOURCE-ID(WS-SOURCE-MAX) NOT = "OTHR"
                   DISPLAY "cobol-partmerge: more than "
                           WS-SOURCE-MAX-ENTRIES
                           " submitting sources - source "
                           WS-PSRC-ID(WS-PSRC-SCAN)
                           " and later tallied as OTHR"
                   MOVE "OTHR" TO WS-SOURCE-ID(WS-SOURCE-MAX)
               END-IF
           ELSE
               ADD 1 TO WS-SOURCE-MAX
               MOVE WS-PSRC-ID(WS-PSRC-SCAN)
                   TO WS-SOURCE-ID(WS-SOURCE-MAX)
               MOVE ZERO TO WS-SOURCE-RECEIVED(WS-SOURCE-MAX)
               MOVE ZERO TO WS-SOURCE-ACCEPTED(WS-SOURCE-MAX)
               MOVE ZERO TO WS-SOURCE-REJECTED(WS-SOURCE-MAX)
           END-IF
           ADD WS-PSRC-RECEIVED(WS-PSRC-SCAN)
               TO WS-SOURCE-RECEIVED(WS-SOURCE-MAX)
           ADD WS-PSRC-ACCEPTED(WS-PSRC-SCAN)
               TO WS-SOURCE-ACCEPTED(WS-SOURCE-MAX)
           ADD WS-PSRC-REJECTED(WS-PSRC-SCAN)
               TO WS-SOURCE-REJECTED(WS-SOURCE-MAX).

       8000-WRITE-SUMMARY.
      *> Line for line CALC01's 8000-WRITE-SUMMARY, so CALC02 finds
      *> the grand total where it always does and the report reads
      *> the same whichever way the day ran.
           OPEN OUTPUT CALC-SUMMARY-FILE
           IF WS-FS-SUMMARY NOT = "00"
               DISPLAY "cobol-partmerge: unable to open CALCSUM, "
                       "file status " WS-FS-SUMMARY
               MOVE "Unable to open CALCSUM" TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "cobol-calc control total - job " WS-JOB-ID
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           WRITE CALC-SUMMARY-RECORD FROM WS-SUMMARY-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "Business date: " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           WRITE CALC-SUMMARY-RECORD FROM WS-SUMMARY-LINE

           MOVE WS-RECORD-COUNT TO WS-EDIT-RECORD-COUNT
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "Records processed:  " WS-EDIT-RECORD-COUNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           WRITE CALC-SUMMARY-RECORD FROM WS-SUMMARY-LINE

           MOVE WS-SUCCESS-COUNT TO WS-EDIT-RECORD-COUNT
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "  Successful:      " WS-EDIT-RECORD-COUNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           WRITE CALC-SUMMARY-RECORD FROM WS-SUMMARY-LINE

           MOVE WS-EXCEPTION-COUNT TO WS-EDIT-RECORD-COUNT
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "  Exceptions:      " WS-EDIT-RECORD-COUNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           WRITE CALC-SUMMARY-RECORD FROM WS-SUMMARY-LINE

           MOVE WS-DUPLICATE-COUNT TO WS-EDIT-RECORD-COUNT
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "  Duplicates held: " WS-EDIT-RECORD-COUNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           WRITE CALC-SUMMARY-RECORD FROM WS-SUMMARY-LINE

           IF WS-REVERSAL-COUNT > ZERO
               MOVE WS-REVERSAL-COUNT TO WS-EDIT-RECORD-COUNT
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING "  Reversals posted:" WS-EDIT-RECORD-COUNT
                   DELIMITED BY SIZE INTO WS-SUMMARY-LINE
               WRITE CALC-SUMMARY-RECORD FROM WS-SUMMARY-LINE
           END-IF

           IF WS-REPOSTED-COUNT > ZERO
               MOVE WS-REPOSTED-COUNT TO WS-EDIT-RECORD-COUNT
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING "  Posted pre-abend: " WS-EDIT-RECORD-COUNT
                   DELIMITED BY SIZE INTO WS-SUMMARY-LINE
               WRITE CALC-SUMMARY-RECORD FROM WS-SUMMARY-LINE
           END-IF

           PERFORM VARYING WS-SOURCE-SCAN FROM 1 BY 1
                   UNTIL WS-SOURCE-SCAN > WS-SOURCE-MAX
               MOVE WS-SOURCE-RECEIVED(WS-SOURCE-SCAN)
                   TO WS-EDIT-SRC-RECEIVED
               MOVE WS-SOURCE-ACCEPTED(WS-SOURCE-SCAN)
                   TO WS-EDIT-SRC-ACCEPTED
               MOVE WS-SOURCE-REJECTED(WS-SOURCE-SCAN)
                   TO WS-EDIT-SRC-REJECTED
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING "  Source " WS-SOURCE-ID(WS-SOURCE-SCAN)
                   " received " WS-EDIT-SRC-RECEIVED
                   " accepted " WS-EDIT-SRC-ACCEPTED
                   " rejected " WS-EDIT-SRC-REJECTED
                   DELIMITED BY SIZE INTO WS-SUMMARY-LINE
               WRITE CALC-SUMMARY-RECORD FROM WS-SUMMARY-LINE
           END-PERFORM

           PERFORM VARYING WS-CURR-SCAN FROM 1 BY 1
                   UNTIL WS-CURR-SCAN > WS-CURR-MAX
               MOVE WS-CURR-COUNT(WS-CURR-SCAN)
                   TO WS-EDIT-RECORD-COUNT
               MOVE WS-CURR-ORIG-TOTAL(WS-CURR-SCAN)
                   TO WS-EDIT-CURR-ORIG
               MOVE WS-CURR-CONV-TOTAL(WS-CURR-SCAN)
                   TO WS-EDIT-CURR-CONV
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING "  Currency " WS-CURR-CODE(WS-CURR-SCAN)
                   " count " WS-EDIT-RECORD-COUNT
                   " orig " WS-EDIT-CURR-ORIG
                   " base " WS-EDIT-CURR-CONV
                   DELIMITED BY SIZE INTO WS-SUMMARY-LINE
               WRITE CALC-SUMMARY-RECORD FROM WS-SUMMARY-LINE
           END-PERFORM

           PERFORM VARYING WS-OPTAB-IDX FROM 1 BY 1
                   UNTIL WS-OPTAB-IDX > WS-OPTAB-MAX
               MOVE WS-OPTAB-COUNT(WS-OPTAB-IDX) TO WS-EDIT-RECORD-COUNT
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING "  " WS-OPTAB-CODE(WS-OPTAB-IDX)
                   " " WS-OPTAB-DESC(WS-OPTAB-IDX)
                   ": " WS-EDIT-RECORD-COUNT
                   DELIMITED BY SIZE INTO WS-SUMMARY-LINE
               WRITE CALC-SUMMARY-RECORD FROM WS-SUMMARY-LINE
           END-PERFORM

           IF WS-TOTAL-OFLW
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING "Grand total of results: *** OVERFLOW - "
                   "EXCEEDS S9(9)V99, TOTAL NOT RELIABLE ***"
                   DELIMITED BY SIZE INTO WS-SUMMARY-LINE
               WRITE CALC-SUMMARY-RECORD FROM WS-SUMMARY-LINE
           ELSE
               MOVE WS-GRAND-TOTAL TO WS-EDIT-GRAND-TOTAL
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING "Grand total of results: " WS-EDIT-GRAND-TOTAL
                   DELIMITED BY SIZE INTO WS-SUMMARY-LINE
               WRITE CALC-SUMMARY-RECORD FROM WS-SUMMARY-LINE
           END-IF
           CLOSE CALC-SUMMARY-FILE.

       8500-RECORD-MERGED-RUN.
      *> The merged day goes on RUNCTL as one CALC01 run - STARTED
      *> when the first partition started, COMPLETE when the last
      *> one finished - so CALC07, the period close and anything
      *> else looking for CALC01 see it as they see a serial run.
           MOVE "CALC01" TO WS-RUN-STEP
           MOVE SPACES TO WS-RUN-STAMP
           PERFORM VARYING WS-PART-SCAN FROM 1 BY 1
                   UNTIL WS-PART-SCAN > WS-PART-MAX
               IF WS-PART-FIRST-START(WS-PART-SCAN) NOT = SPACES
                  AND (WS-RUN-STAMP = SPACES
                       OR WS-PART-FIRST-START(WS-PART-SCAN)
                          < WS-RUN-STAMP)
                   MOVE WS-PART-FIRST-START(WS-PART-SCAN)
                       TO WS-RUN-STAMP
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-RUN-COUNT
           MOVE "STARTED " TO WS-RUN-STATE
           MOVE SPACES TO WS-RUN-STATE-REASON
           PERFORM 1350-WRITE-RUN-STATE
           MOVE SPACES TO WS-RUN-STAMP
           PERFORM VARYING WS-PART-SCAN FROM 1 BY 1
                   UNTIL WS-PART-SCAN > WS-PART-MAX
               IF WS-PART-LAST-END(WS-PART-SCAN) > WS-RUN-STAMP
                   MOVE WS-PART-LAST-END(WS-PART-SCAN)
                       TO WS-RUN-STAMP
               END-IF
           END-PERFORM
           MOVE WS-RECORD-COUNT TO WS-RUN-COUNT
           MOVE "COMPLETE" TO WS-RUN-STATE
           MOVE SPACES TO WS-RUN-STATE-REASON
           STRING "Merged from " WS-PART-MAX " partitions"
               DELIMITED BY SIZE INTO WS-RUN-STATE-REASON
           PERFORM 1350-WRITE-RUN-STATE
           MOVE "CALC14" TO WS-RUN-STEP
           MOVE SPACES TO WS-RUN-STAMP
           MOVE SPACES TO WS-RUN-STATE-REASON
           PERFORM 1350-WRITE-RUN-STATE

           MOVE WS-RECORD-COUNT TO WS-EDIT-COUNT
           DISPLAY "cobol-partmerge: business date " WS-BUSINESS-DATE
                   " - " WS-PART-MAX " partitions merged, "
                   WS-EDIT-COUNT " records"
           MOVE WS-GL-RECORD-COUNT TO WS-EDIT-COUNT
           DISPLAY "cobol-partmerge: GL details:     " WS-EDIT-COUNT
           MOVE WS-RESULT-COUNT TO WS-EDIT-COUNT
           DISPLAY "cobol-partmerge: results:        " WS-EDIT-COUNT
           MOVE WS-EXCEPTION-RECORDS TO WS-EDIT-COUNT
           DISPLAY "cobol-partmerge: exceptions:     " WS-EDIT-COUNT
           MOVE WS-SUSPENSE-RECORDS TO WS-EDIT-COUNT
           DISPLAY "cobol-partmerge: suspense items: " WS-EDIT-COUNT
           MOVE WS-AUDIT-SEQ TO WS-EDIT-COUNT
           DISPLAY "cobol-partmerge: audit rows:     " WS-EDIT-COUNT.

       9000-ABORT-RUN.
      *> Fatal error - the caller has displayed the detail and set
      *> WS-ABORT-REASON. Record FAILED with the reason on the run
      *> control file, then stop RC=16.
           MOVE "CALC14" TO WS-RUN-STEP
           MOVE SPACES TO WS-RUN-STAMP
           MOVE "FAILED  " TO WS-RUN-STATE
           MOVE WS-ABORT-REASON TO WS-RUN-STATE-REASON
           PERFORM 1350-WRITE-RUN-STATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
