       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC13.
      *> Partition split for a partitioned calculation run. On a
      *> heavy day one serial CALC01 pass over the edited CALCTRAN
      *> - a DUPREG read and a GLSTAT lookup per detail - runs up
      *> against the GL interface cutoff, so CALCJOB can instead
      *> deal the edited file out to up to four partition files
      *> (CALCTP1-CALCTP4), each calculated by its own CALC01 run
      *> at the same time (CALCPART.jcl), and put the results back
      *> together afterwards with CALC14 (cobol-partmerge.cbl,
      *> CALCMRG.jcl).
      *>
      *> The file is split by submitting source, never inside one:
      *> every record of a source - all its BH..BT batches, in the
      *> order they were submitted - goes to the same partition, so
      *> batch balancing, chained sets and the per-source tallies
      *> work exactly as in a serial run. Records outside a batch
      *> (source "----": the RV reversals and loose details) stay
      *> together, in order, on partition 1. The other sources are
      *> placed largest first on the partition with the fewest
      *> records so far, which keeps the four runs roughly level.
      *> A blank CT-TRANS-REF on a DT (or CT-RV-TRANS-REF on an RV)
      *> is filled in here with the GEN- reference a serial CALC01
      *> would have generated from its record number on the whole
      *> edited file - a partition only numbers its own records -
      *> so the references on the merged outputs, and the ones
      *> CALC10 (cobol-outcome.cbl) works out again, are the same
      *> as in a serial run. Keep this in step with CALC01's
      *> 4240-ASSIGN-TRANS-REF.
      *>
      *> PARTMAP (see CALCPMP.cpy) records which partition each
      *> source went to and how many records it had; CALC14 checks
      *> every partition against it before merging anything.
      *>
      *> PARM is '&PROCDATE;CALCJOB;&PARTS;&RUNPARM'. PARTS is how
      *> many partitions to spread the sources over: blank or 1 is
      *> a normal serial run - nothing is split, RC=0, and CALCJOB's
      *> own CALC01 step runs as always. 2 to 4 splits the file and
      *> ends RC=4, which bypasses CALC01 and the steps after it in
      *> CALCJOB; the partition files not needed are still written,
      *> empty, so all four CALCPART runs and the merge always see
      *> a file. A business date whose CALC01 is already COMPLETE,
      *> or which was already split, is refused RC=8 unless RUNPARM
      *> is OVERRIDE - splitting again would overwrite partition
      *> input that partition runs may be working on. RUNPARM
      *> RESTART is refused RC=8 too: a failed partition is
      *> restarted on its own CALCPART job, never by splitting the
      *> day again. RC=16 when a file will not open or PARTS is not
      *> 1 to 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. scootys-home.
       OBJECT-COMPUTER. scootys-home.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-TRANS-FILE ASSIGN TO "CALCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.

           SELECT CALC-PART1-FILE ASSIGN TO "CALCTP1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PART1.

           SELECT CALC-PART2-FILE ASSIGN TO "CALCTP2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PART2.

           SELECT CALC-PART3-FILE ASSIGN TO "CALCTP3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PART3.

           SELECT CALC-PART4-FILE ASSIGN TO "CALCTP4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PART4.

           SELECT CALC-PARTITION-MAP-FILE ASSIGN TO "PARTMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARTMAP.

           SELECT CALC-RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-TRANS-FILE.
           COPY CALCTRN.

       FD  CALC-PART1-FILE.
       01  CALC-PART1-RECORD          PIC X(76).

       FD  CALC-PART2-FILE.
       01  CALC-PART2-RECORD          PIC X(76).

       FD  CALC-PART3-FILE.
       01  CALC-PART3-RECORD          PIC X(76).

       FD  CALC-PART4-FILE.
       01  CALC-PART4-RECORD          PIC X(76).

       FD  CALC-PARTITION-MAP-FILE.
           COPY CALCPMP.

       FD  CALC-RUN-CONTROL-FILE.
           COPY CALCRUN.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-FS-TRANS             PIC XX VALUE "00".
           05  WS-FS-PART1             PIC XX VALUE "00".
           05  WS-FS-PART2             PIC XX VALUE "00".
           05  WS-FS-PART3             PIC XX VALUE "00".
           05  WS-FS-PART4             PIC XX VALUE "00".
           05  WS-FS-PARTMAP           PIC XX VALUE "00".
           05  WS-FS-RUNCTL            PIC XX VALUE "00".

       01  WS-PARM                     PIC X(80).
       01  WS-PARM-PROCDATE-PART       PIC X(8).
       01  WS-PARM-JOBID-PART          PIC X(8).
       01  WS-PARM-PARTS-PART          PIC X(4).
       01  WS-PARM-RUN-PART            PIC X(8).
       01  WS-TIMESTAMP                PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-JOB-ID                   PIC X(8) VALUE "CALCJOB1".
       01  WS-RUN-STATE                PIC X(8) VALUE SPACES.
       01  WS-RUN-STATE-REASON         PIC X(40) VALUE SPACES.
       01  WS-ABORT-REASON             PIC X(40) VALUE SPACES.

       01  WS-PARTS                    PIC 9 VALUE 1.
       01  WS-OVERRIDE-SWITCH          PIC X VALUE "N".
           88  WS-OVERRIDE                      VALUE "Y".
       01  WS-REFUSE-SWITCH            PIC X VALUE "N".
           88  WS-CALC-ALREADY-DONE             VALUE "C".
           88  WS-ALREADY-SPLIT                 VALUE "S".

       01  WS-RECORD-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-TRANS-REF-SEQ            PIC 9(8) VALUE ZERO.
       01  WS-GEN-REF-COUNT            PIC 9(9) VALUE ZERO.

      *> The source each record belongs to: a BH starts its
      *> source, the BT closing the batch still belongs to it, and
      *> anything after the BT and before the next BH is "----".
      *> Same rule CALC01 uses to tally records by source.
       01  WS-SOURCE-CURRENT           PIC X(4) VALUE "----".
       01  WS-RECORD-SOURCE            PIC X(4) VALUE "----".

      *> One slot per submitting source, in the order each first
      *> appears on the file.
       01  WS-SOURCE-MAX-ENTRIES       PIC 9(4) VALUE 200.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 200 TIMES.
               10  WS-SOURCE-ID        PIC X(4).
               10  WS-SOURCE-FIRST     PIC 9(9).
               10  WS-SOURCE-COUNT     PIC 9(9).
               10  WS-SOURCE-PART      PIC 9.
       01  WS-SOURCE-MAX               PIC 9(4) VALUE ZERO.
       01  WS-SOURCE-SUB               PIC 9(4) VALUE ZERO.
       01  WS-SOURCE-SCAN              PIC 9(4) VALUE ZERO.
       01  WS-SOURCE-BEST              PIC 9(4) VALUE ZERO.
       01  WS-SOURCE-PLACED            PIC 9(4) VALUE ZERO.

       01  WS-PART-TABLE.
           05  WS-PART-ENTRY OCCURS 4 TIMES.
               10  WS-PART-RECORDS     PIC 9(9).
               10  WS-PART-SOURCES     PIC 9(4).
       01  WS-PART-SUB                 PIC 9 VALUE ZERO.
       01  WS-PART-SCAN                PIC 9 VALUE ZERO.

       01  WS-EDIT-COUNT               PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       BEGIN.
           PERFORM 0100-INITIALIZE
           IF WS-PARTS = 1
               DISPLAY "cobol-partsplit: PARTS is 1 - serial run, "
                       "nothing split"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "STARTED " TO WS-RUN-STATE
           MOVE SPACES TO WS-RUN-STATE-REASON
           PERFORM 1350-WRITE-RUN-STATE
           PERFORM 1200-CHECK-RUN-CONTROL
           PERFORM 2000-COUNT-SOURCES
           PERFORM 3000-ASSIGN-PARTITIONS
           PERFORM 4000-WRITE-PARTITIONS
           PERFORM 5000-WRITE-PARTITION-MAP
           PERFORM 8000-REPORT-SPLIT
           MOVE "COMPLETE" TO WS-RUN-STATE
           MOVE SPACES TO WS-RUN-STATE-REASON
           STRING "Split into " WS-PARTS " partitions"
               DELIMITED BY SIZE INTO WS-RUN-STATE-REASON
           PERFORM 1350-WRITE-RUN-STATE
           MOVE 4 TO RETURN-CODE
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-PROCDATE-PART
           MOVE SPACES TO WS-PARM-JOBID-PART
           MOVE SPACES TO WS-PARM-PARTS-PART
           MOVE SPACES TO WS-PARM-RUN-PART
           UNSTRING WS-PARM DELIMITED BY ";"
               INTO WS-PARM-PROCDATE-PART
                    WS-PARM-JOBID-PART
                    WS-PARM-PARTS-PART
                    WS-PARM-RUN-PART
           END-UNSTRING
           IF WS-PARM-PROCDATE-PART = SPACES
               MOVE WS-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           ELSE
               MOVE WS-PARM-PROCDATE-PART TO WS-BUSINESS-DATE
           END-IF
           IF WS-PARM-JOBID-PART NOT = SPACES
               MOVE WS-PARM-JOBID-PART TO WS-JOB-ID
           END-IF
           EVALUATE TRUE
               WHEN WS-PARM-PARTS-PART = SPACES
                   MOVE 1 TO WS-PARTS
               WHEN WS-PARM-PARTS-PART(1:1) >= "1"
                AND WS-PARM-PARTS-PART(1:1) <= "4"
                AND WS-PARM-PARTS-PART(2:3) = SPACES
                   MOVE WS-PARM-PARTS-PART(1:1) TO WS-PARTS
               WHEN OTHER
                   DISPLAY "cobol-partsplit: PARM PARTS must be 1 "
                           "to 4: " WS-PARM-PARTS-PART
                   MOVE "PARM PARTS not 1 to 4" TO WS-ABORT-REASON
                   PERFORM 9000-ABORT-RUN
           END-EVALUATE
           IF WS-PARTS > 1
               EVALUATE TRUE
                   WHEN WS-PARM-RUN-PART = SPACES
                       CONTINUE
                   WHEN WS-PARM-RUN-PART = "OVERRIDE"
                       SET WS-OVERRIDE TO TRUE
                   WHEN WS-PARM-RUN-PART = "RESTART"
                       DISPLAY "cobol-partsplit: RESTART of a "
                               "partitioned run - resubmit the failed "
                               "partition's CALCPART job with "
                               "RUNPARM=RESTART, not CALCJOB"
                       MOVE "FAILED  " TO WS-RUN-STATE
                       MOVE "RESTART refused - restart the partition"
                           TO WS-RUN-STATE-REASON
                       PERFORM 1350-WRITE-RUN-STATE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   WHEN OTHER
                       DISPLAY "cobol-partsplit: RUNPARM must be blank"
                               ", OVERRIDE or RESTART: "
                               WS-PARM-RUN-PART
                       MOVE "PARM RUNPARM not recognized"
                           TO WS-ABORT-REASON
                       PERFORM 9000-ABORT-RUN
               END-EVALUATE
           END-IF.

       1200-CHECK-RUN-CONTROL.
      *> A date CALC01 already completed, serially or merged, would
      *> double-post the GL; a date already split may have partition
      *> runs reading the partition files right now. OVERRIDE is the
      *> authorization to split such a date again.
           IF NOT WS-OVERRIDE
               PERFORM 1210-SCAN-RUN-CONTROL
           END-IF
           IF WS-CALC-ALREADY-DONE OR WS-ALREADY-SPLIT
               IF WS-CALC-ALREADY-DONE
                   DISPLAY "cobol-partsplit: business date "
                           WS-BUSINESS-DATE " already ran to "
                           "completion - split refused."
                   MOVE "Business date already COMPLETE - refused"
                       TO WS-RUN-STATE-REASON
               ELSE
                   DISPLAY "cobol-partsplit: business date "
                           WS-BUSINESS-DATE " was already split - "
                           "split refused."
                   MOVE "Business date already split - refused"
                       TO WS-RUN-STATE-REASON
               END-IF
               DISPLAY "cobol-partsplit: set RUNPARM to OVERRIDE for "
                       "an authorized rerun."
               MOVE "FAILED  " TO WS-RUN-STATE
               PERFORM 1350-WRITE-RUN-STATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1210-SCAN-RUN-CONTROL.
           OPEN INPUT CALC-RUN-CONTROL-FILE
           IF WS-FS-RUNCTL = "00"
               PERFORM UNTIL WS-FS-RUNCTL = "10"
                   READ CALC-RUN-CONTROL-FILE
                       AT END
                           MOVE "10" TO WS-FS-RUNCTL
                       NOT AT END
                           IF RN-BUSINESS-DATE = WS-BUSINESS-DATE
                              AND RN-STATUS = "COMPLETE"
                               IF RN-STEP = "CALC01"
                                  OR RN-STEP = SPACES
                                   SET WS-CALC-ALREADY-DONE TO TRUE
                               END-IF
                               IF RN-STEP = "CALC13"
                                  AND NOT WS-CALC-ALREADY-DONE
                                   SET WS-ALREADY-SPLIT TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-RUN-CONTROL-FILE
           END-IF.

       1350-WRITE-RUN-STATE.
      *> Append one state record (WS-RUN-STATE/-REASON set by the
      *> caller) and close again at once, so nothing is lost on an
      *> abend. Same convention as CALC01 - see CALCRUN.cpy.
           OPEN EXTEND CALC-RUN-CONTROL-FILE
           IF WS-FS-RUNCTL = "35"
               OPEN OUTPUT CALC-RUN-CONTROL-FILE
           END-IF
           IF WS-FS-RUNCTL = "00"
               MOVE SPACES TO CALC-RUN-CONTROL-RECORD
               MOVE WS-BUSINESS-DATE TO RN-BUSINESS-DATE
               MOVE WS-JOB-ID TO RN-JOB-ID
               MOVE WS-RUN-STATE TO RN-STATUS
               MOVE FUNCTION CURRENT-DATE TO RN-TIMESTAMP
               MOVE "CALC13" TO RN-STEP
               MOVE WS-RECORD-COUNT TO RN-RECORD-COUNT
               MOVE WS-RUN-STATE-REASON TO RN-REASON
               WRITE CALC-RUN-CONTROL-RECORD
               CLOSE CALC-RUN-CONTROL-FILE
           ELSE
               DISPLAY "cobol-partsplit: unable to record run state "
                       "on RUNCTL, file status " WS-FS-RUNCTL
           END-IF.

       2000-COUNT-SOURCES.
      *> First pass: which sources are on the file, where each first
      *> appears and how many records each has.
           OPEN INPUT CALC-TRANS-FILE
           IF WS-FS-TRANS NOT = "00"
               DISPLAY "cobol-partsplit: unable to open CALCTRAN, "
                       "file status " WS-FS-TRANS
               MOVE "Unable to open CALCTRAN" TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE "----" TO WS-SOURCE-CURRENT
           PERFORM UNTIL WS-FS-TRANS = "10"
               READ CALC-TRANS-FILE
                   AT END
                       MOVE "10" TO WS-FS-TRANS
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM 2100-FIND-RECORD-SOURCE
                       PERFORM 2200-FIND-SOURCE-SLOT
                       ADD 1 TO WS-SOURCE-COUNT(WS-SOURCE-SUB)
               END-READ
           END-PERFORM
           CLOSE CALC-TRANS-FILE.

       2100-FIND-RECORD-SOURCE.
           EVALUATE TRUE
               WHEN CT-BATCH-HEADER
                   MOVE CT-SOURCE-ID TO WS-SOURCE-CURRENT
                   MOVE CT-SOURCE-ID TO WS-RECORD-SOURCE
               WHEN CT-BATCH-TRAILER
                   MOVE WS-SOURCE-CURRENT TO WS-RECORD-SOURCE
                   MOVE "----" TO WS-SOURCE-CURRENT
               WHEN OTHER
                   MOVE WS-SOURCE-CURRENT TO WS-RECORD-SOURCE
           END-EVALUATE.

       2200-FIND-SOURCE-SLOT.
           MOVE ZERO TO WS-SOURCE-SUB
           PERFORM VARYING WS-SOURCE-SCAN FROM 1 BY 1
                   UNTIL WS-SOURCE-SCAN > WS-SOURCE-MAX
                      OR WS-SOURCE-SUB > ZERO
               IF WS-SOURCE-ID(WS-SOURCE-SCAN) = WS-RECORD-SOURCE
                   MOVE WS-SOURCE-SCAN TO WS-SOURCE-SUB
               END-IF
           END-PERFORM
           IF WS-SOURCE-SUB = ZERO
               IF WS-SOURCE-MAX >= WS-SOURCE-MAX-ENTRIES
                   DISPLAY "cobol-partsplit: more than "
                           WS-SOURCE-MAX-ENTRIES
                           " submitting sources - increase "
                           "WS-SOURCE-MAX-ENTRIES and recompile"
                   CLOSE CALC-TRANS-FILE
                   MOVE "Source table full" TO WS-ABORT-REASON
                   PERFORM 9000-ABORT-RUN
               END-IF
               ADD 1 TO WS-SOURCE-MAX
               MOVE WS-RECORD-SOURCE TO WS-SOURCE-ID(WS-SOURCE-MAX)
               MOVE WS-RECORD-COUNT TO WS-SOURCE-FIRST(WS-SOURCE-MAX)
               MOVE ZERO TO WS-SOURCE-COUNT(WS-SOURCE-MAX)
               MOVE ZERO TO WS-SOURCE-PART(WS-SOURCE-MAX)
               MOVE WS-SOURCE-MAX TO WS-SOURCE-SUB
           END-IF.

       3000-ASSIGN-PARTITIONS.
      *> "----" goes to partition 1 first; then, largest source
      *> first, each goes to the partition with the fewest records
      *> so far (the lowest-numbered on a tie).
           PERFORM VARYING WS-PART-SCAN FROM 1 BY 1
                   UNTIL WS-PART-SCAN > 4
               MOVE ZERO TO WS-PART-RECORDS(WS-PART-SCAN)
               MOVE ZERO TO WS-PART-SOURCES(WS-PART-SCAN)
           END-PERFORM
           MOVE ZERO TO WS-SOURCE-PLACED
           PERFORM VARYING WS-SOURCE-SCAN FROM 1 BY 1
                   UNTIL WS-SOURCE-SCAN > WS-SOURCE-MAX
               IF WS-SOURCE-ID(WS-SOURCE-SCAN) = "----"
                   MOVE 1 TO WS-PART-SUB
                   MOVE WS-SOURCE-SCAN TO WS-SOURCE-BEST
                   PERFORM 3100-PLACE-SOURCE
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-SOURCE-PLACED >= WS-SOURCE-MAX
               MOVE ZERO TO WS-SOURCE-BEST
               PERFORM VARYING WS-SOURCE-SCAN FROM 1 BY 1
                       UNTIL WS-SOURCE-SCAN > WS-SOURCE-MAX
                   IF WS-SOURCE-PART(WS-SOURCE-SCAN) = ZERO
                       IF WS-SOURCE-BEST = ZERO
                           MOVE WS-SOURCE-SCAN TO WS-SOURCE-BEST
                       ELSE
                           IF WS-SOURCE-COUNT(WS-SOURCE-SCAN) >
                              WS-SOURCE-COUNT(WS-SOURCE-BEST)
                               MOVE WS-SOURCE-SCAN TO WS-SOURCE-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 1 TO WS-PART-SUB
               PERFORM VARYING WS-PART-SCAN FROM 2 BY 1
                       UNTIL WS-PART-SCAN > WS-PARTS
                   IF WS-PART-RECORDS(WS-PART-SCAN) <
                      WS-PART-RECORDS(WS-PART-SUB)
                       MOVE WS-PART-SCAN TO WS-PART-SUB
                   END-IF
               END-PERFORM
               PERFORM 3100-PLACE-SOURCE
           END-PERFORM.

       3100-PLACE-SOURCE.
           MOVE WS-PART-SUB TO WS-SOURCE-PART(WS-SOURCE-BEST)
           ADD WS-SOURCE-COUNT(WS-SOURCE-BEST)
               TO WS-PART-RECORDS(WS-PART-SUB)
           ADD 1 TO WS-PART-SOURCES(WS-PART-SUB)
           ADD 1 TO WS-SOURCE-PLACED.

       4000-WRITE-PARTITIONS.
      *> Second pass: copy every record to its source's partition
      *> file, giving an unreferenced DT or RV its GEN- reference
      *> from its record number on the whole file on the way.
           OPEN INPUT CALC-TRANS-FILE
           IF WS-FS-TRANS NOT = "00"
               DISPLAY "cobol-partsplit: unable to reopen CALCTRAN, "
                       "file status " WS-FS-TRANS
               MOVE "Unable to open CALCTRAN" TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN OUTPUT CALC-PART1-FILE
           OPEN OUTPUT CALC-PART2-FILE
           OPEN OUTPUT CALC-PART3-FILE
           OPEN OUTPUT CALC-PART4-FILE
           IF WS-FS-PART1 NOT = "00" OR WS-FS-PART2 NOT = "00"
              OR WS-FS-PART3 NOT = "00" OR WS-FS-PART4 NOT = "00"
               DISPLAY "cobol-partsplit: unable to open the partition "
                       "files, file status " WS-FS-PART1 " "
                       WS-FS-PART2 " " WS-FS-PART3 " " WS-FS-PART4
               MOVE "Unable to open CALCTP1-CALCTP4"
                   TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE "----" TO WS-SOURCE-CURRENT
           PERFORM UNTIL WS-FS-TRANS = "10"
               READ CALC-TRANS-FILE
                   AT END
                       MOVE "10" TO WS-FS-TRANS
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM 2100-FIND-RECORD-SOURCE
                       PERFORM 2200-FIND-SOURCE-SLOT
                       PERFORM 4100-ASSIGN-TRANS-REF
                       PERFORM 4200-WRITE-PARTITION-RECORD
               END-READ
           END-PERFORM
           CLOSE CALC-TRANS-FILE
           CLOSE CALC-PART1-FILE
           CLOSE CALC-PART2-FILE
           CLOSE CALC-PART3-FILE
           CLOSE CALC-PART4-FILE.

       4100-ASSIGN-TRANS-REF.
           MOVE WS-RECORD-COUNT TO WS-TRANS-REF-SEQ
           EVALUATE TRUE
               WHEN CT-DETAIL
                   IF CT-TRANS-REF = SPACES
                      OR CT-TRANS-REF = LOW-VALUES
                       MOVE SPACES TO CT-TRANS-REF
                       STRING "GEN-" WS-TRANS-REF-SEQ
                           DELIMITED BY SIZE INTO CT-TRANS-REF
                       ADD 1 TO WS-GEN-REF-COUNT
                   END-IF
               WHEN CT-REVERSAL
                   IF CT-RV-TRANS-REF = SPACES
                      OR CT-RV-TRANS-REF = LOW-VALUES
                       MOVE SPACES TO CT-RV-TRANS-REF
                       STRING "GEN-" WS-TRANS-REF-SEQ
                           DELIMITED BY SIZE INTO CT-RV-TRANS-REF
                       ADD 1 TO WS-GEN-REF-COUNT
                   END-IF
           END-EVALUATE.

       4200-WRITE-PARTITION-RECORD.
           EVALUATE WS-SOURCE-PART(WS-SOURCE-SUB)
               WHEN 1
                   WRITE CALC-PART1-RECORD FROM CALC-TRANS-RECORD
               WHEN 2
                   WRITE CALC-PART2-RECORD FROM CALC-TRANS-RECORD
               WHEN 3
                   WRITE CALC-PART3-RECORD FROM CALC-TRANS-RECORD
               WHEN OTHER
                   WRITE CALC-PART4-RECORD FROM CALC-TRANS-RECORD
           END-EVALUATE.

       5000-WRITE-PARTITION-MAP.
           OPEN OUTPUT CALC-PARTITION-MAP-FILE
           IF WS-FS-PARTMAP NOT = "00"
               DISPLAY "cobol-partsplit: unable to open PARTMAP, "
                       "file status " WS-FS-PARTMAP
               MOVE "Unable to open PARTMAP" TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           PERFORM VARYING WS-SOURCE-SCAN FROM 1 BY 1
                   UNTIL WS-SOURCE-SCAN > WS-SOURCE-MAX
               MOVE SPACES TO CALC-PARTITION-MAP-RECORD
               MOVE WS-BUSINESS-DATE TO PM-BUSINESS-DATE
               MOVE WS-SOURCE-ID(WS-SOURCE-SCAN) TO PM-SOURCE-ID
               MOVE WS-SOURCE-PART(WS-SOURCE-SCAN) TO PM-PARTITION
               MOVE WS-SOURCE-FIRST(WS-SOURCE-SCAN)
                   TO PM-FIRST-RECORD
               MOVE WS-SOURCE-COUNT(WS-SOURCE-SCAN)
                   TO PM-RECORD-COUNT
               WRITE CALC-PARTITION-MAP-RECORD
           END-PERFORM
           CLOSE CALC-PARTITION-MAP-FILE.

       8000-REPORT-SPLIT.
           MOVE WS-RECORD-COUNT TO WS-EDIT-COUNT
           DISPLAY "cobol-partsplit: business date " WS-BUSINESS-DATE
                   " - " WS-EDIT-COUNT " records split over "
                   WS-PARTS " partitions"
           PERFORM VARYING WS-PART-SCAN FROM 1 BY 1
                   UNTIL WS-PART-SCAN > 4
               MOVE WS-PART-RECORDS(WS-PART-SCAN) TO WS-EDIT-COUNT
               DISPLAY "cobol-partsplit: partition " WS-PART-SCAN
                       " records " WS-EDIT-COUNT
                       " sources " WS-PART-SOURCES(WS-PART-SCAN)
           END-PERFORM
           PERFORM VARYING WS-SOURCE-SCAN FROM 1 BY 1
                   UNTIL WS-SOURCE-SCAN > WS-SOURCE-MAX
               MOVE WS-SOURCE-COUNT(WS-SOURCE-SCAN) TO WS-EDIT-COUNT
               DISPLAY "cobol-partsplit:   source "
                       WS-SOURCE-ID(WS-SOURCE-SCAN)
                       " records " WS-EDIT-COUNT
                       " to partition "
                       WS-SOURCE-PART(WS-SOURCE-SCAN)
           END-PERFORM
           IF WS-GEN-REF-COUNT > ZERO
               MOVE WS-GEN-REF-COUNT TO WS-EDIT-COUNT
               DISPLAY "cobol-partsplit: " WS-EDIT-COUNT
                       " blank references given GEN- references"
           END-IF
           DISPLAY "cobol-partsplit: submit CALCPRT1-CALCPRT4, then "
                   "CALCMRG when all four have ended".

       9000-ABORT-RUN.
      *> Fatal error - the caller has displayed the detail and set
      *> WS-ABORT-REASON. Record FAILED with the reason on the run
      *> control file, then stop RC=16.
           MOVE "FAILED  " TO WS-RUN-STATE
           MOVE WS-ABORT-REASON TO WS-RUN-STATE-REASON
           PERFORM 1350-WRITE-RUN-STATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
