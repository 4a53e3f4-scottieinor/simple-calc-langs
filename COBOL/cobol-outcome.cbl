       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC10.
      *> Daily outcome return file and statement, run at the end of
      *> the business day once CALCJOB and GLACKJOB are through.
      *> Every transaction on the day's CALCTRAN is given its final
      *> outcome - posted (GL posting date and amount, and how the
      *> ledger has acknowledged it so far), rejected at edit
      *> (CALCEREJ), rejected by the calculation (CALCEXC), held
      *> on suspense (CALCSUSP), or rejected ledger-side (GLSTAT,
      *> see GLSTATR.cpy) - with the reason code and text, and the
      *> lot is grouped by submitting source (CT-SOURCE-ID on the
      *> batch header). Departments used to learn what happened to
      *> their submissions by phoning round; now each gets:
      *>   RETNFILE - its group of the machine-readable return file
      *>              (see CALCOUT.cpy): a line per transaction and,
      *>              for each batch, totals that tie back to the
      *>              BH/BT count and hash total it sent;
      *>   OUTSTMT  - a printed statement starting on a new page per
      *>              source, with the same lines and batch totals.
      *> A detail that arrived with a blank CT-TRANS-REF is matched
      *> under the GEN- reference CALC01 gave it: CALC00 passes
      *> every record to the edited file except the details it
      *> writes to CALCEREJ (in input order, byte for byte), so
      *> stepping through CALCTRAN alongside CALCEREJ gives each
      *> record's number on the edited file CALC01 read. An
      *> intermediate step of a chained set posts nothing of its
      *> own; it is reported against its set's final step. A file
      *> that cannot be opened is treated as empty, except CALCTRAN.
      *>
      *> PARM is keyword=value pairs separated by commas:
      *>   DATE=yyyymmdd   business date the statement and return
      *>                   file are for (default: today)
      *>
      *> Ends RC=0, RC=4 when a batch does not tie to its trailer,
      *> a transaction has no outcome on any file yet (NOTPROC) or
      *> GLEXTRC could not be read, RC=16 when CALCTRAN, RETNFILE
      *> or OUTSTMT cannot be opened or a table overflows.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. scootys-home.
       OBJECT-COMPUTER. scootys-home.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-TRANS-FILE ASSIGN TO "CALCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.

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

           SELECT GL-STATUS-MASTER-FILE ASSIGN TO "GLSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GS-TRANS-REF
               FILE STATUS IS WS-FS-STAT.

           SELECT CALC-OUTCOME-FILE ASSIGN TO "RETNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUTCOME.

           SELECT OUTCOME-REPORT-FILE ASSIGN TO "OUTSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

           SELECT OUTCOME-SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-TRANS-FILE.
           COPY CALCTRN.

       FD  CALC-EDIT-REJECT-FILE.
           COPY CALCEDR.

       FD  CALC-EXCEPTION-FILE.
           COPY CALCEXC.

       FD  CALC-SUSPENSE-FILE.
           COPY CALCSUS.

       FD  GL-EXTRACT-FILE.
           COPY GLEXTRC.

       FD  GL-STATUS-MASTER-FILE.
           COPY GLSTATR.

       FD  CALC-OUTCOME-FILE.
           COPY CALCOUT.

       FD  OUTCOME-REPORT-FILE.
       01  OUTCOME-REPORT-RECORD       PIC X(132).

      *> Outcome lines sorted back into source order: everything a
      *> source submitted, in the order it was on CALCTRAN.
       SD  OUTCOME-SORT-FILE.
       01  OUTCOME-SORT-RECORD.
           05  SR-SOURCE-ID            PIC X(4).
           05  SR-INPUT-SEQ            PIC 9(9).
           05  SR-OUTCOME-DATA         PIC X(170).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-FS-TRANS             PIC XX VALUE "00".
           05  WS-FS-EREJ              PIC XX VALUE "00".
           05  WS-FS-EXC               PIC XX VALUE "00".
           05  WS-FS-SUSP              PIC XX VALUE "00".
           05  WS-FS-GL                PIC XX VALUE "00".
           05  WS-FS-STAT              PIC XX VALUE "00".
           05  WS-FS-OUTCOME           PIC XX VALUE "00".
           05  WS-FS-REPORT            PIC XX VALUE "00".

       01  WS-PARM                     PIC X(80).
       01  WS-PARM-PAIRS.
           05  WS-PARM-PAIR OCCURS 5 TIMES PIC X(20).
       01  WS-PARM-KEYWORD             PIC X(8).
       01  WS-PARM-VALUE               PIC X(12).
       01  WS-PAIR-SUB                 PIC 9(4) VALUE ZERO.

       01  WS-TIMESTAMP                PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

       01  WS-GLSTAT-OPEN-SWITCH       PIC X VALUE "N".
           88  WS-GLSTAT-OPEN                   VALUE "Y".
       01  WS-GL-MISSING-SWITCH        PIC X VALUE "N".
           88  WS-GL-MISSING                    VALUE "Y".
       01  WS-SORT-EOF-SWITCH          PIC X VALUE "N".
           88  WS-SORT-EOF                      VALUE "Y".

      *> Every outcome the day's files record against a reference,
      *> keyed reference + kind: P a primary GL extract line, X a
      *> CALCEXC reject, S a CALCSUSP hold. Shell-sorted once after
      *> the load (1590) so each detail's lookup is a SEARCH ALL,
      *> the same arrangement CALC01 uses for its posted references.
       01  WS-FACT-MAX-ENTRIES         PIC 9(7) VALUE 100000.
       01  WS-FACT-MAX                 PIC 9(7) VALUE ZERO.
       01  WS-FACT-TABLE.
           05  WS-FACT-ENTRY
                   OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-FACT-MAX
                   ASCENDING KEY IS WS-FACT-KEY
                   INDEXED BY WS-FACT-IDX.
               10  WS-FACT-KEY.
                   15  WS-FACT-REF     PIC X(12).
                   15  WS-FACT-KIND    PIC X.
               10  WS-FACT-DATE        PIC X(8).
               10  WS-FACT-AMOUNT      PIC S9(7)V99.
               10  WS-FACT-DR-CR       PIC XX.
               10  WS-FACT-REASON-CODE PIC X(4).
               10  WS-FACT-REASON-TEXT PIC X(40).
       01  WS-FACT-LOOKUP-KEY.
           05  WS-LOOKUP-REF           PIC X(12).
           05  WS-LOOKUP-KIND          PIC X.
       01  WS-FACT-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-FACT-FOUND                    VALUE "Y".
       01  WS-FACT-HIT                 PIC 9(7) VALUE ZERO.
       01  WS-SORT-GAP                 PIC 9(7) VALUE ZERO.
       01  WS-SORT-I                   PIC 9(7) VALUE ZERO.
       01  WS-SORT-J                   PIC 9(7) VALUE ZERO.
       01  WS-SORT-HOLD.
           05  WS-SORT-HOLD-KEY        PIC X(13).
           05  FILLER                  PIC X(63).
       01  WS-SORT-DONE-SWITCH         PIC X VALUE "N".
           88  WS-SORT-SLOT-FOUND               VALUE "Y".

      *> CALCEREJ is read one record ahead of CALCTRAN; a CALCTRAN
      *> record equal to the waiting reject's echo is that reject.
       01  WS-EREJ-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-EREJ-OPEN                     VALUE "Y".
       01  WS-EREJ-WAITING-SWITCH      PIC X VALUE "N".
           88  WS-EREJ-WAITING                  VALUE "Y".
       01  WS-REJECTED-SWITCH          PIC X VALUE "N".
           88  WS-RECORD-REJECTED               VALUE "Y".
       01  WS-REJECT-REASON-CODE       PIC X(4) VALUE SPACES.
       01  WS-REJECT-REASON-TEXT       PIC X(40) VALUE SPACES.

       01  WS-INPUT-SEQ                PIC 9(9) VALUE ZERO.
       01  WS-EDITED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-RELEASE-SEQ              PIC 9(9) VALUE ZERO.
       01  WS-TRANS-REF                PIC X(12) VALUE SPACES.
       01  WS-TRANS-REF-SEQ            PIC 9(8) VALUE ZERO.

      *> The batch being read, and what became of its details.
       01  WS-BATCH-OPEN-SWITCH        PIC X VALUE "N".
           88  WS-BATCH-OPEN                    VALUE "Y".
       01  WS-BATCH-SOURCE-ID          PIC X(4) VALUE SPACES.
       01  WS-BATCH-BUSINESS-DATE      PIC X(8) VALUE SPACES.
       01  WS-BATCH-NUMBER             PIC 9(4) VALUE ZERO.
       01  WS-BATCH-RECEIVED-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-BATCH-RECEIVED-HASH      PIC S9(13)V99 VALUE ZERO.
       01  WS-BATCH-FLAG               PIC X VALUE SPACE.
       01  WS-BATCH-COUNTS.
           05  WS-BC-POSTED            PIC 9(9) VALUE ZERO.
           05  WS-BC-LEDGER-REJ        PIC 9(9) VALUE ZERO.
           05  WS-BC-EDIT-REJ          PIC 9(9) VALUE ZERO.
           05  WS-BC-CALC-EXC          PIC 9(9) VALUE ZERO.
           05  WS-BC-HELD              PIC 9(9) VALUE ZERO.
           05  WS-BC-SET-STEP          PIC 9(9) VALUE ZERO.
           05  WS-BC-NOT-PROC          PIC 9(9) VALUE ZERO.

      *> Batches seen so far per source, to number each source's
      *> batches 1, 2, ... in file order.
       01  WS-SRC-MAX-ENTRIES          PIC 9(4) VALUE 100.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 100 TIMES.
               10  WS-SRC-ID           PIC X(4).
               10  WS-SRC-BATCHES      PIC 9(4).
       01  WS-SRC-MAX                  PIC 9(4) VALUE ZERO.
       01  WS-SRC-SCAN                 PIC 9(4) VALUE ZERO.
       01  WS-SRC-HIT                  PIC 9(4) VALUE ZERO.

      *> Intermediate steps of the chained set being read, held back
      *> until the set ends and it is known whether it posted. A set
      *> longer than CALC01 accepts is broken there and never posts,
      *> so steps past the buffer are reported not posted at once.
       01  WS-SETB-MAX-ENTRIES         PIC 9(4) VALUE 50.
       01  WS-SETB-TABLE.
           05  WS-SETB-ENTRY OCCURS 50 TIMES.
               10  WS-SETB-SEQ         PIC 9(9).
               10  WS-SETB-DATA        PIC X(170).
       01  WS-SETB-MAX                 PIC 9(4) VALUE ZERO.
       01  WS-SETB-SUB                 PIC 9(4) VALUE ZERO.
       01  WS-SET-OPEN-SWITCH          PIC X VALUE "N".
           88  WS-SET-OPEN                      VALUE "Y".
       01  WS-SET-POSTED-SWITCH        PIC X VALUE "N".
           88  WS-SET-POSTED                    VALUE "Y".
       01  WS-SET-ID                   PIC X(8) VALUE SPACES.
       01  WS-SET-POSTED-REF           PIC X(12) VALUE SPACES.
       01  WS-SET-POSTED-DATE          PIC X(8) VALUE SPACES.

      *> Statement side: the source being printed and its totals,
      *> and the run's.
       01  WS-PREV-SOURCE-ID           PIC X(4) VALUE SPACES.
       01  WS-PRINT-SOURCE-ID          PIC X(4) VALUE SPACES.
       01  WS-SOURCE-BATCHES           PIC 9(9) VALUE ZERO.
       01  WS-SOURCE-RECEIVED          PIC 9(9) VALUE ZERO.
       01  WS-SOURCE-HASH              PIC S9(13)V99 VALUE ZERO.
       01  WS-SOURCE-COUNTS.
           05  WS-SC-POSTED            PIC 9(9) VALUE ZERO.
           05  WS-SC-LEDGER-REJ        PIC 9(9) VALUE ZERO.
           05  WS-SC-EDIT-REJ          PIC 9(9) VALUE ZERO.
           05  WS-SC-CALC-EXC          PIC 9(9) VALUE ZERO.
           05  WS-SC-HELD              PIC 9(9) VALUE ZERO.
           05  WS-SC-SET-STEP          PIC 9(9) VALUE ZERO.
           05  WS-SC-NOT-PROC          PIC 9(9) VALUE ZERO.
       01  WS-SOURCE-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-GRAND-BATCHES            PIC 9(9) VALUE ZERO.
       01  WS-GRAND-RECEIVED           PIC 9(9) VALUE ZERO.
       01  WS-GRAND-UNTIED             PIC 9(9) VALUE ZERO.
       01  WS-GRAND-COUNTS.
           05  WS-GC-POSTED            PIC 9(9) VALUE ZERO.
           05  WS-GC-LEDGER-REJ        PIC 9(9) VALUE ZERO.
           05  WS-GC-EDIT-REJ          PIC 9(9) VALUE ZERO.
           05  WS-GC-CALC-EXC          PIC 9(9) VALUE ZERO.
           05  WS-GC-HELD              PIC 9(9) VALUE ZERO.
           05  WS-GC-SET-STEP          PIC 9(9) VALUE ZERO.
           05  WS-GC-NOT-PROC          PIC 9(9) VALUE ZERO.
      *> One set of outcome counts to print - moved in by the
      *> caller of 7500.
       01  WS-PRINT-COUNTS.
           05  WS-PC-POSTED            PIC 9(9) VALUE ZERO.
           05  WS-PC-LEDGER-REJ        PIC 9(9) VALUE ZERO.
           05  WS-PC-EDIT-REJ          PIC 9(9) VALUE ZERO.
           05  WS-PC-CALC-EXC          PIC 9(9) VALUE ZERO.
           05  WS-PC-HELD              PIC 9(9) VALUE ZERO.
           05  WS-PC-SET-STEP          PIC 9(9) VALUE ZERO.
           05  WS-PC-NOT-PROC          PIC 9(9) VALUE ZERO.

       01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-LINES-PER-PAGE           PIC 9(4) VALUE 55.

       01  WS-REPORT-LINE              PIC X(132).
       01  WS-EDIT-COUNT               PIC ZZZZZZZZ9.
       01  WS-EDIT-COUNT-2             PIC ZZZZZZZZ9.
       01  WS-EDIT-AMOUNT              PIC -(13)9.99.
       01  WS-EDIT-AMOUNT-2            PIC -(13)9.99.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               " DAILY OUTCOME STATEMENT                ".
           05  FILLER                  PIC X(7) VALUE "SOURCE ".
           05  HD-SOURCE-ID            PIC X(4).
           05  FILLER                  PIC X(16) VALUE
               "  BUSINESS DATE ".
           05  HD-BUSINESS-DATE        PIC X(8).
           05  FILLER                  PIC X(48) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HD-PAGE                 PIC ZZZ9.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(40) VALUE
               " BTCH  TRANS-REF    TY GL-ACCOUNT COST-C".
           05  FILLER                  PIC X(40) VALUE
               " CUR OUTCOME  POSTED     GL AMOUNT DC LE".
           05  FILLER                  PIC X(52) VALUE
               "DGER   RSN  REASON".

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-BATCH-NUMBER         PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-TRANS-REF            PIC X(12).
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-INPUT-TYPE           PIC X(2).
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-GL-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-COST-CENTER          PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-OUTCOME              PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-POSTING-DATE         PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-POSTED-AMOUNT        PIC -(7)9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-DR-CR                PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-LEDGER-STATUS        PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-REASON-CODE          PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-REASON-TEXT          PIC X(40).

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "POSTED ".
           05  CL-POSTED               PIC ZZZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               "  LEDGER REJ ".
           05  CL-LEDGER-REJ           PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE
               "  EDIT REJ ".
           05  CL-EDIT-REJ             PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE
               "  CALC EXC ".
           05  CL-CALC-EXC             PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE
               "  SUSPENSE ".
           05  CL-HELD                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               "  SET STEPS ".
           05  CL-SET-STEP             PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE
               "  NOT PROC ".
           05  CL-NOT-PROC             PIC ZZZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.

       PROCEDURE DIVISION.

       BEGIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-OUTCOME-FACTS
           SORT OUTCOME-SORT-FILE
               ON ASCENDING KEY SR-SOURCE-ID
                                SR-INPUT-SEQ
               INPUT PROCEDURE IS 2000-RELEASE-OUTCOMES
               OUTPUT PROCEDURE IS 4000-WRITE-OUTCOMES
           IF WS-GLSTAT-OPEN
               CLOSE GL-STATUS-MASTER-FILE
           END-IF
           CLOSE CALC-OUTCOME-FILE
           CLOSE OUTCOME-REPORT-FILE
           MOVE WS-GRAND-RECEIVED TO WS-EDIT-COUNT
           MOVE WS-SOURCE-COUNT TO WS-EDIT-COUNT-2
           DISPLAY "cobol-outcome: " FUNCTION TRIM(WS-EDIT-COUNT)
                   " transaction(s) from "
                   FUNCTION TRIM(WS-EDIT-COUNT-2)
                   " source(s) returned for " WS-BUSINESS-DATE
           IF WS-GRAND-UNTIED > ZERO
               MOVE WS-GRAND-UNTIED TO WS-EDIT-COUNT
               DISPLAY "cobol-outcome: " FUNCTION TRIM(WS-EDIT-COUNT)
                       " batch(es) do not tie to their trailer"
           END-IF
           IF WS-GC-NOT-PROC > ZERO
               MOVE WS-GC-NOT-PROC TO WS-EDIT-COUNT
               DISPLAY "cobol-outcome: " FUNCTION TRIM(WS-EDIT-COUNT)
                       " transaction(s) with no outcome yet"
           END-IF
           IF WS-GRAND-UNTIED > ZERO
              OR WS-GC-NOT-PROC > ZERO
              OR WS-GL-MISSING
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
           OPEN OUTPUT CALC-OUTCOME-FILE
           IF WS-FS-OUTCOME NOT = "00"
               DISPLAY "cobol-outcome: unable to open RETNFILE, "
                       "file status " WS-FS-OUTCOME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OUTCOME-REPORT-FILE
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "cobol-outcome: unable to open OUTSTMT, "
                       "file status " WS-FS-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *> Without the status master every posting is still reported
      *> as posted - only the ledger's answer is unknown.
           OPEN INPUT GL-STATUS-MASTER-FILE
           IF WS-FS-STAT = "00"
               SET WS-GLSTAT-OPEN TO TRUE
           ELSE
               DISPLAY "cobol-outcome: GLSTAT not available, file "
                       "status " WS-FS-STAT
                       " - ledger status reported as UNKNOWN"
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
                   WHEN "DATE"
                       IF WS-PARM-VALUE(1:8) IS NUMERIC
                          AND FUNCTION INTEGER-OF-DATE(
                              FUNCTION NUMVAL(WS-PARM-VALUE(1:8)))
                              > ZERO
                           MOVE WS-PARM-VALUE(1:8) TO WS-BUSINESS-DATE
                       ELSE
                           DISPLAY "cobol-outcome: PARM DATE not a "
                                   "valid yyyymmdd date: "
                                   WS-PARM-VALUE(1:8)
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       DISPLAY "cobol-outcome: unrecognized PARM "
                               "keyword " WS-PARM-KEYWORD " ignored"
               END-EVALUATE
           END-IF.

       1500-LOAD-OUTCOME-FACTS.
           MOVE ZERO TO WS-FACT-MAX
           PERFORM 1510-LOAD-GL-EXTRACT
           PERFORM 1520-LOAD-EXCEPTIONS
           PERFORM 1530-LOAD-SUSPENSE
           PERFORM 1590-SORT-FACTS.

       1510-LOAD-GL-EXTRACT.
      *> Only the primary leg carries the transaction's own coding
      *> and direction - the contra leg is the same amount the
      *> other way under the same reference.
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-FS-GL NOT = "00"
               DISPLAY "cobol-outcome: GLEXTRC not available, file "
                       "status " WS-FS-GL " - nothing reported posted"
               SET WS-GL-MISSING TO TRUE
               MOVE "10" TO WS-FS-GL
           END-IF
           PERFORM UNTIL WS-FS-GL = "10"
               READ GL-EXTRACT-FILE
                   AT END
                       CLOSE GL-EXTRACT-FILE
                       MOVE "10" TO WS-FS-GL
                   NOT AT END
                       IF GL-DETAIL AND GL-PRIMARY-LEG
                           PERFORM 1580-ADD-FACT-ENTRY
                           MOVE GL-TRANS-REF
                               TO WS-FACT-REF(WS-FACT-MAX)
                           MOVE "P" TO WS-FACT-KIND(WS-FACT-MAX)
                           MOVE GL-POSTING-DATE
                               TO WS-FACT-DATE(WS-FACT-MAX)
                           MOVE GL-AMOUNT
                               TO WS-FACT-AMOUNT(WS-FACT-MAX)
                           MOVE GL-DR-CR
                               TO WS-FACT-DR-CR(WS-FACT-MAX)
                       END-IF
               END-READ
           END-PERFORM.

       1520-LOAD-EXCEPTIONS.
           OPEN INPUT CALC-EXCEPTION-FILE
           IF WS-FS-EXC NOT = "00"
               MOVE "10" TO WS-FS-EXC
           END-IF
           PERFORM UNTIL WS-FS-EXC = "10"
               READ CALC-EXCEPTION-FILE
                   AT END
                       CLOSE CALC-EXCEPTION-FILE
                       MOVE "10" TO WS-FS-EXC
                   NOT AT END
                       PERFORM 1580-ADD-FACT-ENTRY
                       MOVE CX-TRANS-REF TO WS-FACT-REF(WS-FACT-MAX)
                       MOVE "X" TO WS-FACT-KIND(WS-FACT-MAX)
                       MOVE CX-REASON-CODE
                           TO WS-FACT-REASON-CODE(WS-FACT-MAX)
                       MOVE CX-REASON-TEXT
                           TO WS-FACT-REASON-TEXT(WS-FACT-MAX)
               END-READ
           END-PERFORM.

       1530-LOAD-SUSPENSE.
           OPEN INPUT CALC-SUSPENSE-FILE
           IF WS-FS-SUSP NOT = "00"
               MOVE "10" TO WS-FS-SUSP
           END-IF
           PERFORM UNTIL WS-FS-SUSP = "10"
               READ CALC-SUSPENSE-FILE
                   AT END
                       CLOSE CALC-SUSPENSE-FILE
                       MOVE "10" TO WS-FS-SUSP
                   NOT AT END
                       PERFORM 1580-ADD-FACT-ENTRY
                       MOVE CS-TRANS-REF TO WS-FACT-REF(WS-FACT-MAX)
                       MOVE "S" TO WS-FACT-KIND(WS-FACT-MAX)
                       MOVE CS-REASON-CODE
                           TO WS-FACT-REASON-CODE(WS-FACT-MAX)
                       MOVE CS-REASON-TEXT
                           TO WS-FACT-REASON-TEXT(WS-FACT-MAX)
               END-READ
           END-PERFORM.

       1580-ADD-FACT-ENTRY.
           IF WS-FACT-MAX >= WS-FACT-MAX-ENTRIES
               DISPLAY "cobol-outcome: more than "
                       WS-FACT-MAX-ENTRIES " outcome records on "
                       "GLEXTRC/CALCEXC/CALCSUSP - increase "
                       "WS-FACT-MAX-ENTRIES and recompile"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FACT-MAX
           MOVE SPACES TO WS-FACT-ENTRY(WS-FACT-MAX)
           MOVE ZERO TO WS-FACT-AMOUNT(WS-FACT-MAX).

       1590-SORT-FACTS.
      *> Shell sort on reference + kind so 2750 can binary search.
           COMPUTE WS-SORT-GAP = WS-FACT-MAX / 2
           PERFORM UNTIL WS-SORT-GAP < 1
               PERFORM VARYING WS-SORT-I FROM WS-SORT-GAP BY 1
                       UNTIL WS-SORT-I + 1 > WS-FACT-MAX
                   MOVE WS-FACT-ENTRY(WS-SORT-I + 1) TO WS-SORT-HOLD
                   MOVE WS-SORT-I TO WS-SORT-J
                   MOVE "N" TO WS-SORT-DONE-SWITCH
                   PERFORM UNTIL WS-SORT-SLOT-FOUND
                       IF WS-SORT-J < WS-SORT-GAP
                          OR WS-FACT-KEY(WS-SORT-J - WS-SORT-GAP + 1)
                              <= WS-SORT-HOLD-KEY
                           SET WS-SORT-SLOT-FOUND TO TRUE
                       ELSE
                           MOVE WS-FACT-ENTRY
                               (WS-SORT-J - WS-SORT-GAP + 1)
                               TO WS-FACT-ENTRY(WS-SORT-J + 1)
                           SUBTRACT WS-SORT-GAP FROM WS-SORT-J
                       END-IF
                   END-PERFORM
                   MOVE WS-SORT-HOLD TO WS-FACT-ENTRY(WS-SORT-J + 1)
               END-PERFORM
               COMPUTE WS-SORT-GAP = WS-SORT-GAP / 2
           END-PERFORM.

       2000-RELEASE-OUTCOMES.
           OPEN INPUT CALC-TRANS-FILE
           IF WS-FS-TRANS NOT = "00"
               DISPLAY "cobol-outcome: unable to open CALCTRAN, "
                       "file status " WS-FS-TRANS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CALC-EDIT-REJECT-FILE
           IF WS-FS-EREJ = "00"
               SET WS-EREJ-OPEN TO TRUE
               PERFORM 2050-READ-NEXT-REJECT
           END-IF
           PERFORM UNTIL WS-FS-TRANS = "10"
               READ CALC-TRANS-FILE
                   AT END
                       MOVE "10" TO WS-FS-TRANS
                   NOT AT END
                       ADD 1 TO WS-INPUT-SEQ
                       PERFORM 2100-ROUTE-ONE-RECORD
               END-READ
           END-PERFORM
           ADD 1 TO WS-INPUT-SEQ
           PERFORM 2400-CLOSE-SET
           IF WS-BATCH-OPEN
               MOVE "T" TO WS-BATCH-FLAG
               PERFORM 2500-RELEASE-BATCH-TOTALS
           END-IF
           CLOSE CALC-TRANS-FILE
           IF WS-EREJ-OPEN
               CLOSE CALC-EDIT-REJECT-FILE
           END-IF.

       2050-READ-NEXT-REJECT.
           MOVE "N" TO WS-EREJ-WAITING-SWITCH
           READ CALC-EDIT-REJECT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   SET WS-EREJ-WAITING TO TRUE
           END-READ.

       2100-ROUTE-ONE-RECORD.
           MOVE "N" TO WS-REJECTED-SWITCH
           IF WS-EREJ-WAITING
              AND ER-TRANS-DATA = CALC-TRANS-RECORD
               SET WS-RECORD-REJECTED TO TRUE
               MOVE ER-REASON-CODE TO WS-REJECT-REASON-CODE
               MOVE ER-REASON-TEXT TO WS-REJECT-REASON-TEXT
               PERFORM 2050-READ-NEXT-REJECT
           ELSE
               ADD 1 TO WS-EDITED-COUNT
           END-IF
           IF NOT CT-DETAIL
               PERFORM 2400-CLOSE-SET
           END-IF
           EVALUATE TRUE
               WHEN CT-BATCH-HEADER
                   IF WS-BATCH-OPEN
                       MOVE "T" TO WS-BATCH-FLAG
                       PERFORM 2500-RELEASE-BATCH-TOTALS
                   END-IF
                   PERFORM 2200-OPEN-BATCH
               WHEN CT-BATCH-TRAILER
      *> A trailer with no open batch carries no transaction - CALC01
      *> reports it on CALCEXC; there is nothing to return.
                   IF WS-BATCH-OPEN
                       IF CT-BATCH-COUNT = WS-BATCH-RECEIVED-COUNT
                          AND CT-HASH-TOTAL = WS-BATCH-RECEIVED-HASH
                           MOVE "Y" TO WS-BATCH-FLAG
                       ELSE
                           MOVE "N" TO WS-BATCH-FLAG
                       END-IF
                       PERFORM 2500-RELEASE-BATCH-TOTALS
                   END-IF
               WHEN CT-DETAIL
                   PERFORM 2300-RESOLVE-DETAIL
               WHEN CT-REVERSAL
                   PERFORM 2350-RESOLVE-REVERSAL
           END-EVALUATE.

       2200-OPEN-BATCH.
           SET WS-BATCH-OPEN TO TRUE
           MOVE CT-SOURCE-ID TO WS-BATCH-SOURCE-ID
           MOVE CT-BUSINESS-DATE TO WS-BATCH-BUSINESS-DATE
           MOVE ZERO TO WS-BATCH-RECEIVED-COUNT
           MOVE ZERO TO WS-BATCH-RECEIVED-HASH
           INITIALIZE WS-BATCH-COUNTS
           MOVE ZERO TO WS-SRC-HIT
           PERFORM VARYING WS-SRC-SCAN FROM 1 BY 1
                   UNTIL WS-SRC-SCAN > WS-SRC-MAX
                      OR WS-SRC-HIT > ZERO
               IF WS-SRC-ID(WS-SRC-SCAN) = WS-BATCH-SOURCE-ID
                   MOVE WS-SRC-SCAN TO WS-SRC-HIT
               END-IF
           END-PERFORM
           IF WS-SRC-HIT = ZERO
               IF WS-SRC-MAX >= WS-SRC-MAX-ENTRIES
                   DISPLAY "cobol-outcome: more than "
                           WS-SRC-MAX-ENTRIES " submitting sources "
                           "- increase WS-SRC-MAX-ENTRIES and "
                           "recompile"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SRC-MAX
               MOVE WS-BATCH-SOURCE-ID TO WS-SRC-ID(WS-SRC-MAX)
               MOVE ZERO TO WS-SRC-BATCHES(WS-SRC-MAX)
               MOVE WS-SRC-MAX TO WS-SRC-HIT
           END-IF
           ADD 1 TO WS-SRC-BATCHES(WS-SRC-HIT)
           MOVE WS-SRC-BATCHES(WS-SRC-HIT) TO WS-BATCH-NUMBER.

       2300-RESOLVE-DETAIL.
           IF WS-SET-OPEN
              AND (CT-SET-ID = SPACES OR CT-SET-ID NOT = WS-SET-ID)
               PERFORM 2400-CLOSE-SET
           END-IF
           IF WS-BATCH-OPEN
               ADD 1 TO WS-BATCH-RECEIVED-COUNT
               ADD CT-FIRSTNUM TO WS-BATCH-RECEIVED-HASH
               ADD CT-SECONDNUM TO WS-BATCH-RECEIVED-HASH
           END-IF
           MOVE SPACES TO CALC-OUTCOME-RECORD
           MOVE "RD" TO RO-RECORD-TYPE
           IF WS-BATCH-OPEN
               MOVE WS-BATCH-SOURCE-ID TO RO-SOURCE-ID
               MOVE WS-BATCH-BUSINESS-DATE TO RO-BUSINESS-DATE
               MOVE WS-BATCH-NUMBER TO RO-BATCH-NUMBER
           ELSE
               MOVE "----" TO RO-SOURCE-ID
               MOVE WS-BUSINESS-DATE TO RO-BUSINESS-DATE
               MOVE ZERO TO RO-BATCH-NUMBER
           END-IF
           MOVE CT-RECORD-TYPE TO RO-INPUT-TYPE
           MOVE CT-FIRSTNUM TO RO-FIRSTNUM
           MOVE CT-OPERATOR TO RO-OPERATOR
           MOVE CT-SECONDNUM TO RO-SECONDNUM
           MOVE CT-GL-ACCOUNT TO RO-GL-ACCOUNT
           MOVE CT-COST-CENTER TO RO-COST-CENTER
           MOVE CT-CURRENCY-CODE TO RO-CURRENCY-CODE
           MOVE ZERO TO RO-POSTED-AMOUNT
           MOVE WS-INPUT-SEQ TO WS-RELEASE-SEQ
           IF WS-RECORD-REJECTED
      *> Never reached CALC01, so never given a GEN- reference.
               MOVE CT-TRANS-REF TO RO-TRANS-REF
               SET RO-EDIT-REJECTED TO TRUE
               MOVE WS-REJECT-REASON-CODE TO RO-REASON-CODE
               MOVE WS-REJECT-REASON-TEXT TO RO-REASON-TEXT
               PERFORM 2800-RELEASE-DETAIL
           ELSE
               MOVE CT-TRANS-REF TO WS-TRANS-REF
               PERFORM 2600-ASSIGN-TRANS-REF
               MOVE WS-TRANS-REF TO RO-TRANS-REF
               PERFORM 2700-FIND-OUTCOME
               IF CT-SET-ID = SPACES
                   IF NOT WS-FACT-FOUND
                       PERFORM 2790-SET-NOT-PROCESSED
                   END-IF
                   PERFORM 2800-RELEASE-DETAIL
               ELSE
                   PERFORM 2380-RESOLVE-SET-STEP
               END-IF
           END-IF.

       2350-RESOLVE-REVERSAL.
      *> Reversals are submitted outside the batch brackets, so
      *> they belong to no department's batch.
           MOVE SPACES TO CALC-OUTCOME-RECORD
           MOVE "RD" TO RO-RECORD-TYPE
           MOVE "----" TO RO-SOURCE-ID
           MOVE WS-BUSINESS-DATE TO RO-BUSINESS-DATE
           MOVE ZERO TO RO-BATCH-NUMBER
           MOVE CT-RECORD-TYPE TO RO-INPUT-TYPE
           MOVE ZERO TO RO-FIRSTNUM
           MOVE ZERO TO RO-SECONDNUM
           MOVE ZERO TO RO-POSTED-AMOUNT
           MOVE WS-INPUT-SEQ TO WS-RELEASE-SEQ
           MOVE CT-RV-TRANS-REF TO WS-TRANS-REF
           PERFORM 2600-ASSIGN-TRANS-REF
           MOVE WS-TRANS-REF TO RO-TRANS-REF
           PERFORM 2700-FIND-OUTCOME
           IF NOT WS-FACT-FOUND
               PERFORM 2790-SET-NOT-PROCESSED
           END-IF
           IF RO-POSTED
               STRING "Reversal of " CT-RV-ORIG-REF
                   DELIMITED BY SIZE INTO RO-REASON-TEXT
           END-IF
           PERFORM 2800-RELEASE-DETAIL.

       2380-RESOLVE-SET-STEP.
      *> A step with an outcome of its own (the final step's
      *> posting, or a step CALC01 rejected) is reported as it is;
      *> a step with none is held until the set ends.
           IF NOT WS-SET-OPEN
               SET WS-SET-OPEN TO TRUE
               MOVE CT-SET-ID TO WS-SET-ID
               MOVE "N" TO WS-SET-POSTED-SWITCH
               MOVE SPACES TO WS-SET-POSTED-REF
               MOVE SPACES TO WS-SET-POSTED-DATE
               MOVE ZERO TO WS-SETB-MAX
           END-IF
           IF WS-FACT-FOUND
               IF RO-POSTED OR RO-LEDGER-REJECTED
                   SET WS-SET-POSTED TO TRUE
                   MOVE RO-TRANS-REF TO WS-SET-POSTED-REF
                   MOVE RO-POSTING-DATE TO WS-SET-POSTED-DATE
               END-IF
               PERFORM 2800-RELEASE-DETAIL
           ELSE
               IF WS-SETB-MAX >= WS-SETB-MAX-ENTRIES
                   SET RO-SET-STEP TO TRUE
                   MOVE "SETX" TO RO-REASON-CODE
                   STRING "Set " WS-SET-ID
                       " too long - set not posted"
                       DELIMITED BY SIZE INTO RO-REASON-TEXT
                   PERFORM 2800-RELEASE-DETAIL
               ELSE
                   ADD 1 TO WS-SETB-MAX
                   MOVE WS-INPUT-SEQ TO WS-SETB-SEQ(WS-SETB-MAX)
                   MOVE CALC-OUTCOME-RECORD
                       TO WS-SETB-DATA(WS-SETB-MAX)
               END-IF
           END-IF.

       2400-CLOSE-SET.
           IF WS-SET-OPEN
               PERFORM VARYING WS-SETB-SUB FROM 1 BY 1
                       UNTIL WS-SETB-SUB > WS-SETB-MAX
                   MOVE WS-SETB-DATA(WS-SETB-SUB)
                       TO CALC-OUTCOME-RECORD
                   MOVE WS-SETB-SEQ(WS-SETB-SUB) TO WS-RELEASE-SEQ
                   SET RO-SET-STEP TO TRUE
                   IF WS-SET-POSTED
                       MOVE "SETP" TO RO-REASON-CODE
                       MOVE WS-SET-POSTED-DATE TO RO-POSTING-DATE
                       STRING "Set " WS-SET-ID " posted under "
                           WS-SET-POSTED-REF
                           DELIMITED BY SIZE INTO RO-REASON-TEXT
                   ELSE
                       MOVE "SETX" TO RO-REASON-CODE
                       STRING "Set " WS-SET-ID
                           " not posted - resubmit set"
                           DELIMITED BY SIZE INTO RO-REASON-TEXT
                   END-IF
                   PERFORM 2800-RELEASE-DETAIL
               END-PERFORM
               MOVE ZERO TO WS-SETB-MAX
               MOVE "N" TO WS-SET-OPEN-SWITCH
           END-IF.

       2500-RELEASE-BATCH-TOTALS.
      *> WS-BATCH-FLAG is set by the caller: Y ties to the trailer,
      *> N does not, T the batch never got a trailer.
           MOVE SPACES TO CALC-OUTCOME-RECORD
           MOVE "RB" TO RO-RECORD-TYPE
           MOVE WS-BATCH-SOURCE-ID TO RO-SOURCE-ID
           MOVE WS-BATCH-BUSINESS-DATE TO RO-BUSINESS-DATE
           MOVE WS-BATCH-NUMBER TO RO-BATCH-NUMBER
           IF WS-BATCH-FLAG = "T"
               MOVE ZERO TO RO-BT-COUNT
               MOVE ZERO TO RO-BT-HASH-TOTAL
           ELSE
               MOVE CT-BATCH-COUNT TO RO-BT-COUNT
               MOVE CT-HASH-TOTAL TO RO-BT-HASH-TOTAL
           END-IF
           MOVE WS-BATCH-RECEIVED-COUNT TO RO-RECEIVED-COUNT
           MOVE WS-BATCH-RECEIVED-HASH TO RO-RECEIVED-HASH
           MOVE WS-BATCH-FLAG TO RO-BALANCE-FLAG
           MOVE WS-BC-POSTED TO RO-BAT-POSTED
           MOVE WS-BC-LEDGER-REJ TO RO-BAT-LEDGER-REJ
           MOVE WS-BC-EDIT-REJ TO RO-BAT-EDIT-REJ
           MOVE WS-BC-CALC-EXC TO RO-BAT-CALC-EXC
           MOVE WS-BC-HELD TO RO-BAT-HELD
           MOVE WS-BC-SET-STEP TO RO-BAT-SET-STEP
           MOVE WS-BC-NOT-PROC TO RO-BAT-NOT-PROC
           MOVE WS-BATCH-SOURCE-ID TO SR-SOURCE-ID
           MOVE WS-INPUT-SEQ TO SR-INPUT-SEQ
           MOVE CALC-OUTCOME-RECORD TO SR-OUTCOME-DATA
           RELEASE OUTCOME-SORT-RECORD
           MOVE "N" TO WS-BATCH-OPEN-SWITCH.

       2600-ASSIGN-TRANS-REF.
      *> The reference CALC01 generated for a blank one - "GEN-"
      *> and the record's number on the edited file it read.
           IF WS-TRANS-REF = SPACES OR WS-TRANS-REF = LOW-VALUES
               MOVE WS-EDITED-COUNT TO WS-TRANS-REF-SEQ
               MOVE SPACES TO WS-TRANS-REF
               STRING "GEN-" WS-TRANS-REF-SEQ
                   DELIMITED BY SIZE INTO WS-TRANS-REF
           END-IF.

       2700-FIND-OUTCOME.
      *> A posting outranks anything else recorded against the
      *> reference; CALCSUSP is checked last because it carries
      *> held items forward from earlier days.
           MOVE RO-TRANS-REF TO WS-LOOKUP-REF
           MOVE "P" TO WS-LOOKUP-KIND
           PERFORM 2750-SEARCH-FACTS
           IF WS-FACT-FOUND
               SET RO-POSTED TO TRUE
               MOVE WS-FACT-DATE(WS-FACT-HIT) TO RO-POSTING-DATE
               MOVE WS-FACT-AMOUNT(WS-FACT-HIT) TO RO-POSTED-AMOUNT
               MOVE WS-FACT-DR-CR(WS-FACT-HIT) TO RO-DR-CR
               PERFORM 2760-READ-LEDGER-STATUS
           ELSE
               MOVE "X" TO WS-LOOKUP-KIND
               PERFORM 2750-SEARCH-FACTS
               IF WS-FACT-FOUND
                   SET RO-CALC-EXCEPTION TO TRUE
               ELSE
                   MOVE "S" TO WS-LOOKUP-KIND
                   PERFORM 2750-SEARCH-FACTS
                   IF WS-FACT-FOUND
                       SET RO-HELD TO TRUE
                   END-IF
               END-IF
               IF WS-FACT-FOUND
                   MOVE WS-FACT-REASON-CODE(WS-FACT-HIT)
                       TO RO-REASON-CODE
                   MOVE WS-FACT-REASON-TEXT(WS-FACT-HIT)
                       TO RO-REASON-TEXT
               END-IF
           END-IF.

       2750-SEARCH-FACTS.
           MOVE "N" TO WS-FACT-FOUND-SWITCH
           IF WS-FACT-MAX > ZERO
               SEARCH ALL WS-FACT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FACT-KEY(WS-FACT-IDX) = WS-FACT-LOOKUP-KEY
                       SET WS-FACT-FOUND TO TRUE
                       SET WS-FACT-HIT TO WS-FACT-IDX
               END-SEARCH
           END-IF.

       2760-READ-LEDGER-STATUS.
      *> A line not yet on the status master has not been seen by
      *> GLA01 - as far as the department is concerned it is
      *> awaiting the ledger.
           IF WS-GLSTAT-OPEN
               MOVE RO-TRANS-REF TO GS-TRANS-REF
               READ GL-STATUS-MASTER-FILE
                   INVALID KEY
                       MOVE "PENDING " TO RO-LEDGER-STATUS
                   NOT INVALID KEY
                       MOVE GS-ACK-STATUS TO RO-LEDGER-STATUS
                       IF GS-REJECTED
                           SET RO-LEDGER-REJECTED TO TRUE
                           MOVE GS-LEDGER-REASON TO RO-REASON-CODE
                           STRING "Rejected by the ledger on "
                               GS-ACK-DATE
                               DELIMITED BY SIZE
                               INTO RO-REASON-TEXT
                       END-IF
               END-READ
           ELSE
               MOVE "UNKNOWN " TO RO-LEDGER-STATUS
           END-IF.

       2790-SET-NOT-PROCESSED.
           SET RO-NOT-PROCESSED TO TRUE
           MOVE "NONE" TO RO-REASON-CODE
           MOVE "No outcome on file - not yet processed"
               TO RO-REASON-TEXT.

       2800-RELEASE-DETAIL.
      *> CALC-OUTCOME-RECORD holds a finished RD line and
      *> WS-RELEASE-SEQ its place on CALCTRAN.
           IF RO-BATCH-NUMBER > ZERO
               EVALUATE TRUE
                   WHEN RO-POSTED
                       ADD 1 TO WS-BC-POSTED
                   WHEN RO-LEDGER-REJECTED
                       ADD 1 TO WS-BC-LEDGER-REJ
                   WHEN RO-EDIT-REJECTED
                       ADD 1 TO WS-BC-EDIT-REJ
                   WHEN RO-CALC-EXCEPTION
                       ADD 1 TO WS-BC-CALC-EXC
                   WHEN RO-HELD
                       ADD 1 TO WS-BC-HELD
                   WHEN RO-SET-STEP
                       ADD 1 TO WS-BC-SET-STEP
                   WHEN OTHER
                       ADD 1 TO WS-BC-NOT-PROC
               END-EVALUATE
           END-IF
           MOVE RO-SOURCE-ID TO SR-SOURCE-ID
           MOVE WS-RELEASE-SEQ TO SR-INPUT-SEQ
           MOVE CALC-OUTCOME-RECORD TO SR-OUTCOME-DATA
           RELEASE OUTCOME-SORT-RECORD.

       4000-WRITE-OUTCOMES.
           MOVE "N" TO WS-SORT-EOF-SWITCH
           RETURN OUTCOME-SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN
           IF WS-SORT-EOF
               MOVE "----" TO WS-PRINT-SOURCE-ID
               PERFORM 7000-WRITE-PAGE-HEADINGS
               MOVE SPACES TO WS-REPORT-LINE
               STRING " NO TRANSACTIONS ON CALCTRAN"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
           ELSE
               PERFORM UNTIL WS-SORT-EOF
                   IF SR-SOURCE-ID NOT = WS-PREV-SOURCE-ID
                       IF WS-PREV-SOURCE-ID NOT = SPACES
                           PERFORM 4300-END-SOURCE
                       END-IF
                       PERFORM 4100-START-SOURCE
                   END-IF
                   MOVE SR-OUTCOME-DATA TO CALC-OUTCOME-RECORD
                   WRITE CALC-OUTCOME-RECORD
                   IF RO-BATCH-TOTALS
                       PERFORM 4250-PRINT-BATCH-TOTALS
                   ELSE
                       PERFORM 4200-PRINT-DETAIL
                   END-IF
                   RETURN OUTCOME-SORT-FILE
                       AT END
                           SET WS-SORT-EOF TO TRUE
                   END-RETURN
               END-PERFORM
               PERFORM 4300-END-SOURCE
           END-IF
           PERFORM 4500-PRINT-RUN-TOTALS.

       4100-START-SOURCE.
           MOVE SR-SOURCE-ID TO WS-PREV-SOURCE-ID
           MOVE SR-SOURCE-ID TO WS-PRINT-SOURCE-ID
           ADD 1 TO WS-SOURCE-COUNT
           MOVE ZERO TO WS-SOURCE-BATCHES
           MOVE ZERO TO WS-SOURCE-RECEIVED
           MOVE ZERO TO WS-SOURCE-HASH
           INITIALIZE WS-SOURCE-COUNTS
           MOVE SPACES TO CALC-OUTCOME-RECORD
           MOVE "RH" TO RO-RECORD-TYPE
           MOVE SR-SOURCE-ID TO RO-SOURCE-ID
           MOVE WS-BUSINESS-DATE TO RO-BUSINESS-DATE
           MOVE ZERO TO RO-BATCH-NUMBER
           MOVE WS-TIMESTAMP(1:8) TO RO-CREATED-DATE
           MOVE WS-TIMESTAMP(9:6) TO RO-CREATED-TIME
           WRITE CALC-OUTCOME-RECORD
           PERFORM 7000-WRITE-PAGE-HEADINGS.

       4200-PRINT-DETAIL.
           ADD 1 TO WS-SOURCE-RECEIVED
           IF RO-INPUT-TYPE = "DT"
               ADD RO-FIRSTNUM TO WS-SOURCE-HASH
               ADD RO-SECONDNUM TO WS-SOURCE-HASH
           END-IF
           EVALUATE TRUE
               WHEN RO-POSTED
                   ADD 1 TO WS-SC-POSTED
               WHEN RO-LEDGER-REJECTED
                   ADD 1 TO WS-SC-LEDGER-REJ
               WHEN RO-EDIT-REJECTED
                   ADD 1 TO WS-SC-EDIT-REJ
               WHEN RO-CALC-EXCEPTION
                   ADD 1 TO WS-SC-CALC-EXC
               WHEN RO-HELD
                   ADD 1 TO WS-SC-HELD
               WHEN RO-SET-STEP
                   ADD 1 TO WS-SC-SET-STEP
               WHEN OTHER
                   ADD 1 TO WS-SC-NOT-PROC
           END-EVALUATE
           MOVE RO-BATCH-NUMBER TO DL-BATCH-NUMBER
           MOVE RO-TRANS-REF TO DL-TRANS-REF
           MOVE RO-INPUT-TYPE TO DL-INPUT-TYPE
           MOVE RO-GL-ACCOUNT TO DL-GL-ACCOUNT
           MOVE RO-COST-CENTER TO DL-COST-CENTER
           MOVE RO-CURRENCY-CODE TO DL-CURRENCY-CODE
           MOVE RO-OUTCOME TO DL-OUTCOME
           MOVE RO-POSTING-DATE TO DL-POSTING-DATE
           MOVE RO-DR-CR TO DL-DR-CR
           MOVE RO-LEDGER-STATUS TO DL-LEDGER-STATUS
           MOVE RO-REASON-CODE TO DL-REASON-CODE
           MOVE RO-REASON-TEXT TO DL-REASON-TEXT
           MOVE RO-POSTED-AMOUNT TO DL-POSTED-AMOUNT
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
      *> Only a posting has an amount to show.
           IF NOT RO-POSTED AND NOT RO-LEDGER-REJECTED
               MOVE SPACES TO WS-REPORT-LINE(64:11)
           END-IF
           PERFORM 7100-PRINT-LINE.

       4250-PRINT-BATCH-TOTALS.
           ADD 1 TO WS-SOURCE-BATCHES
           ADD 1 TO WS-GRAND-BATCHES
           IF NOT RO-BATCH-IN-BALANCE
               ADD 1 TO WS-GRAND-UNTIED
           END-IF
           MOVE RO-BT-COUNT TO WS-EDIT-COUNT
           MOVE RO-BT-HASH-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           IF RO-BATCH-NO-TRAILER
               STRING "      BATCH " RO-BATCH-NUMBER
                   "  BH DATE " RO-BUSINESS-DATE
                   "  TRAILER  *** NONE RECEIVED ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "      BATCH " RO-BATCH-NUMBER
                   "  BH DATE " RO-BUSINESS-DATE
                   "  TRAILER  COUNT " WS-EDIT-COUNT
                   "  HASH " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM 7100-PRINT-LINE
           MOVE RO-RECEIVED-COUNT TO WS-EDIT-COUNT
           MOVE RO-RECEIVED-HASH TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "                                "
               "RECEIVED COUNT " WS-EDIT-COUNT
               "  HASH " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN RO-BATCH-IN-BALANCE
                   MOVE "  TIES TO TRAILER" TO WS-REPORT-LINE(98:35)
               WHEN RO-BATCH-OUT-OF-BALANCE
                   MOVE "  *** DOES NOT TIE TO TRAILER ***"
                       TO WS-REPORT-LINE(98:35)
               WHEN OTHER
                   MOVE "  *** NO TRAILER ***"
                       TO WS-REPORT-LINE(98:35)
           END-EVALUATE
           PERFORM 7100-PRINT-LINE
           MOVE RO-BAT-POSTED TO WS-PC-POSTED
           MOVE RO-BAT-LEDGER-REJ TO WS-PC-LEDGER-REJ
           MOVE RO-BAT-EDIT-REJ TO WS-PC-EDIT-REJ
           MOVE RO-BAT-CALC-EXC TO WS-PC-CALC-EXC
           MOVE RO-BAT-HELD TO WS-PC-HELD
           MOVE RO-BAT-SET-STEP TO WS-PC-SET-STEP
           MOVE RO-BAT-NOT-PROC TO WS-PC-NOT-PROC
           PERFORM 7500-PRINT-COUNT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE.

       4300-END-SOURCE.
           MOVE SPACES TO CALC-OUTCOME-RECORD
           MOVE "RT" TO RO-RECORD-TYPE
           MOVE WS-PREV-SOURCE-ID TO RO-SOURCE-ID
           MOVE WS-BUSINESS-DATE TO RO-BUSINESS-DATE
           MOVE ZERO TO RO-BATCH-NUMBER
           MOVE WS-SOURCE-BATCHES TO RO-TRL-BATCHES
           MOVE WS-SOURCE-RECEIVED TO RO-TRL-RECEIVED
           MOVE WS-SOURCE-HASH TO RO-TRL-HASH-TOTAL
           MOVE WS-SC-POSTED TO RO-TRL-POSTED
           MOVE WS-SC-LEDGER-REJ TO RO-TRL-LEDGER-REJ
           MOVE WS-SC-EDIT-REJ TO RO-TRL-EDIT-REJ
           MOVE WS-SC-CALC-EXC TO RO-TRL-CALC-EXC
           MOVE WS-SC-HELD TO RO-TRL-HELD
           MOVE WS-SC-SET-STEP TO RO-TRL-SET-STEP
           MOVE WS-SC-NOT-PROC TO RO-TRL-NOT-PROC
           WRITE CALC-OUTCOME-RECORD
           ADD WS-SOURCE-RECEIVED TO WS-GRAND-RECEIVED
           ADD WS-SC-POSTED TO WS-GC-POSTED
           ADD WS-SC-LEDGER-REJ TO WS-GC-LEDGER-REJ
           ADD WS-SC-EDIT-REJ TO WS-GC-EDIT-REJ
           ADD WS-SC-CALC-EXC TO WS-GC-CALC-EXC
           ADD WS-SC-HELD TO WS-GC-HELD
           ADD WS-SC-SET-STEP TO WS-GC-SET-STEP
           ADD WS-SC-NOT-PROC TO WS-GC-NOT-PROC
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-SOURCE-BATCHES TO WS-EDIT-COUNT
           MOVE WS-SOURCE-RECEIVED TO WS-EDIT-COUNT-2
           MOVE WS-SOURCE-HASH TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " SOURCE " WS-PREV-SOURCE-ID " TOTALS   BATCHES "
               WS-EDIT-COUNT "   TRANSACTIONS " WS-EDIT-COUNT-2
               "   HASH " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-SOURCE-COUNTS TO WS-PRINT-COUNTS
           PERFORM 7500-PRINT-COUNT-LINE.

       4500-PRINT-RUN-TOTALS.
           MOVE "ALL " TO WS-PRINT-SOURCE-ID
           PERFORM 7000-WRITE-PAGE-HEADINGS
           MOVE WS-SOURCE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " SOURCES RETURNED:           " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-GRAND-BATCHES TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " BATCHES:                    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-GRAND-UNTIED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " BATCHES NOT TIED TO TRAILER:" WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-GRAND-RECEIVED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " TRANSACTIONS RETURNED:      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-GRAND-COUNTS TO WS-PRINT-COUNTS
           PERFORM 7500-PRINT-COUNT-LINE
           IF WS-GL-MISSING
               MOVE SPACES TO WS-REPORT-LINE
               STRING " *** GLEXTRC COULD NOT BE READ - NO "
                   "POSTINGS REPORTED ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7100-PRINT-LINE
           END-IF.

       7000-WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO HD-PAGE
           MOVE WS-PRINT-SOURCE-ID TO HD-SOURCE-ID
           MOVE WS-BUSINESS-DATE TO HD-BUSINESS-DATE
           WRITE OUTCOME-REPORT-RECORD FROM WS-HEADING-1
           MOVE SPACES TO OUTCOME-REPORT-RECORD
           WRITE OUTCOME-REPORT-RECORD
           WRITE OUTCOME-REPORT-RECORD FROM WS-HEADING-2
           MOVE SPACES TO OUTCOME-REPORT-RECORD
           WRITE OUTCOME-REPORT-RECORD
           MOVE 4 TO WS-LINE-COUNT.

       7100-PRINT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-PAGE-HEADINGS
           END-IF
           WRITE OUTCOME-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       7500-PRINT-COUNT-LINE.
           MOVE WS-PC-POSTED TO CL-POSTED
           MOVE WS-PC-LEDGER-REJ TO CL-LEDGER-REJ
           MOVE WS-PC-EDIT-REJ TO CL-EDIT-REJ
           MOVE WS-PC-CALC-EXC TO CL-CALC-EXC
           MOVE WS-PC-HELD TO CL-HELD
           MOVE WS-PC-SET-STEP TO CL-SET-STEP
           MOVE WS-PC-NOT-PROC TO CL-NOT-PROC
           MOVE WS-COUNT-LINE TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE.
