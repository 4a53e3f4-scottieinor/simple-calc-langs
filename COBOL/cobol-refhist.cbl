       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC12.
      *> Reference master change history report. Selects changes
      *> from the permanent change history (MNTHIST, see
      *> MNTHST.cpy) that CALC11 (cobol-refmaint.cbl) writes for
      *> every change applied to GLACCTM, COSTCTR, OPERTAB, CURRTAB
      *> or STNDINST, and prints each with who requested and
      *> approved it, when it was keyed, due and applied, and the
      *> record before and after - the auditors' "who changed this
      *> rate, when, and what was it before" as one batch
      *> submission. Changes print in the order they were applied.
      *>
      *> PARM is keyword=value pairs separated by commas, any of
      *> which may be omitted (an omitted criterion selects all):
      *>   MASTER=name     GLACCTM, COSTCTR, OPERTAB, CURRTAB or
      *>                   STNDINST
      *>   KEY=key         record key, or the start of one - KEY=EUR
      *>                   selects every EUR rate row
      *>   FROM=yyyymmdd   first applied date
      *>   TO=yyyymmdd     last applied date
      *> e.g. PARM='MASTER=CURRTAB,KEY=EUR,FROM=20260101,TO=20261231'

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. scootys-home.
       OBJECT-COMPUTER. scootys-home.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-HISTORY-FILE ASSIGN TO "MNTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORY.

           SELECT REF-HIST-REPORT-FILE ASSIGN TO "REFHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-HISTORY-FILE.
           COPY MNTHST.

       FD  REF-HIST-REPORT-FILE.
       01  REF-HIST-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-FS-HISTORY           PIC XX VALUE "00".
           05  WS-FS-REPORT            PIC XX VALUE "00".

       01  WS-PARM                     PIC X(80).
       01  WS-PARM-PAIRS.
           05  WS-PARM-PAIR OCCURS 5 TIMES PIC X(20).
       01  WS-PARM-KEYWORD             PIC X(8).
       01  WS-PARM-VALUE               PIC X(12).
       01  WS-PAIR-SUB                 PIC 9(4) VALUE ZERO.

       01  WS-SELECTION.
           05  WS-SEL-MASTER           PIC X(8) VALUE SPACES.
           05  WS-SEL-KEY              PIC X(12) VALUE SPACES.
           05  WS-SEL-FROM-DATE        PIC X(8) VALUE "00000000".
           05  WS-SEL-TO-DATE          PIC X(8) VALUE "99999999".
       01  WS-SEL-KEY-LENGTH           PIC 9(2) VALUE ZERO.

       01  WS-READ-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-SELECTED-COUNT           PIC 9(9) VALUE ZERO.

       01  WS-SELECT-SWITCH            PIC X VALUE "Y".
           88  WS-ROW-SELECTED                  VALUE "Y".
           88  WS-ROW-SKIPPED                   VALUE "N".

       01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-LINES-PER-PAGE           PIC 9(4) VALUE 55.

       01  WS-REPORT-LINE              PIC X(132).
       01  WS-EDIT-COUNT               PIC ZZZZZZZZ9.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-APPLIED-DATE         PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-APPLIED-TIME         PIC X(6).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-MASTER-NAME          PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-RECORD-KEY           PIC X(12).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-ACTION               PIC X(6).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-EFFECTIVE-DATE       PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-SUBMITTED-DATE       PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-REQUESTER-ID         PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-APPROVER-ID          PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RL-CHANGE-REASON        PIC X(30).
           05  FILLER                  PIC XX VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  IL-IMAGE-LABEL          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  IL-IMAGE                PIC X(84).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(44) VALUE
               " REFERENCE MASTER CHANGE HISTORY".
           05  FILLER                  PIC X(76) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HD-PAGE                 PIC ZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(18) VALUE
               " SELECTED: MASTER ".
           05  HD-MASTER               PIC X(8).
           05  FILLER                  PIC X(5) VALUE " KEY ".
           05  HD-KEY                  PIC X(12).
           05  FILLER                  PIC X(14) VALUE
               " APPLIED FROM ".
           05  HD-FROM-DATE            PIC X(8).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  HD-TO-DATE              PIC X(8).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-HEADING-3.
           05  FILLER                  PIC X(10) VALUE " APPLIED".
           05  FILLER                  PIC X(8) VALUE "TIME".
           05  FILLER                  PIC X(10) VALUE "MASTER".
           05  FILLER                  PIC X(14) VALUE "KEY".
           05  FILLER                  PIC X(8) VALUE "ACTION".
           05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
           05  FILLER                  PIC X(10) VALUE "SUBMITTED".
           05  FILLER                  PIC X(10) VALUE "REQUESTER".
           05  FILLER                  PIC X(10) VALUE "APPROVER".
           05  FILLER                  PIC X(42) VALUE "REASON".

       PROCEDURE DIVISION.

       BEGIN.
           PERFORM 1000-INITIALIZE
           PERFORM 4000-SCAN-HISTORY
           PERFORM 8000-WRITE-TOTALS
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM 1100-PARSE-SELECTION-PARM
           IF WS-SEL-KEY NOT = SPACES
               COMPUTE WS-SEL-KEY-LENGTH = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-SEL-KEY TRAILING))
           END-IF
           OPEN OUTPUT REF-HIST-REPORT-FILE
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "cobol-refhist: unable to open REFHRPT, "
                       "file status " WS-FS-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 7000-WRITE-PAGE-HEADINGS.

       1100-PARSE-SELECTION-PARM.
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
                   PERFORM 1110-APPLY-ONE-CRITERION
               END-IF
           END-PERFORM.

       1110-APPLY-ONE-CRITERION.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING WS-PARM-PAIR(WS-PAIR-SUB) DELIMITED BY "="
               INTO WS-PARM-KEYWORD
                    WS-PARM-VALUE
           END-UNSTRING
      *> A keyword with a blank value (an unset JCL symbolic)
      *> selects all, as if omitted.
           IF WS-PARM-VALUE = SPACES
               CONTINUE
           ELSE
               EVALUATE WS-PARM-KEYWORD
                   WHEN "MASTER"
                       MOVE WS-PARM-VALUE(1:8) TO WS-SEL-MASTER
                   WHEN "KEY"
                       MOVE WS-PARM-VALUE TO WS-SEL-KEY
                   WHEN "FROM"
                       MOVE WS-PARM-VALUE(1:8) TO WS-SEL-FROM-DATE
                   WHEN "TO"
                       MOVE WS-PARM-VALUE(1:8) TO WS-SEL-TO-DATE
                   WHEN OTHER
                       DISPLAY "cobol-refhist: unrecognized selection "
                               "keyword " WS-PARM-KEYWORD " ignored"
               END-EVALUATE
           END-IF.

       4000-SCAN-HISTORY.
           OPEN INPUT MAINT-HISTORY-FILE
           IF WS-FS-HISTORY NOT = "00"
               DISPLAY "cobol-refhist: unable to open MNTHIST, "
                       "file status " WS-FS-HISTORY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FS-HISTORY = "10"
               READ MAINT-HISTORY-FILE
                   AT END
                       CLOSE MAINT-HISTORY-FILE
                       MOVE "10" TO WS-FS-HISTORY
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 4200-SELECT-ONE-CHANGE
               END-READ
           END-PERFORM.

       4200-SELECT-ONE-CHANGE.
           SET WS-ROW-SELECTED TO TRUE
           IF MH-APPLIED-DATE < WS-SEL-FROM-DATE
              OR MH-APPLIED-DATE > WS-SEL-TO-DATE
               SET WS-ROW-SKIPPED TO TRUE
           END-IF
           IF WS-SEL-MASTER NOT = SPACES
              AND MH-MASTER-NAME NOT = WS-SEL-MASTER
               SET WS-ROW-SKIPPED TO TRUE
           END-IF
           IF WS-SEL-KEY-LENGTH > ZERO
               IF MH-RECORD-KEY(1:WS-SEL-KEY-LENGTH)
                       NOT = WS-SEL-KEY(1:WS-SEL-KEY-LENGTH)
                   SET WS-ROW-SKIPPED TO TRUE
               END-IF
           END-IF
           IF WS-ROW-SELECTED
               ADD 1 TO WS-SELECTED-COUNT
               PERFORM 4210-WRITE-CHANGE-LINES
           END-IF.

       4210-WRITE-CHANGE-LINES.
      *> A change and its two images print together on one page.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-PAGE-HEADINGS
           END-IF
           MOVE MH-APPLIED-DATE TO RL-APPLIED-DATE
           MOVE MH-APPLIED-TIME TO RL-APPLIED-TIME
           MOVE MH-MASTER-NAME TO RL-MASTER-NAME
           MOVE MH-RECORD-KEY TO RL-RECORD-KEY
           EVALUATE MH-ACTION
               WHEN "A"
                   MOVE "ADD" TO RL-ACTION
               WHEN "C"
                   MOVE "CHANGE" TO RL-ACTION
               WHEN "X"
                   MOVE "CLOSE" TO RL-ACTION
               WHEN OTHER
                   MOVE MH-ACTION TO RL-ACTION
           END-EVALUATE
           MOVE MH-EFFECTIVE-DATE TO RL-EFFECTIVE-DATE
           MOVE MH-SUBMITTED-DATE TO RL-SUBMITTED-DATE
           MOVE MH-REQUESTER-ID TO RL-REQUESTER-ID
           MOVE MH-APPROVER-ID TO RL-APPROVER-ID
           MOVE MH-CHANGE-REASON TO RL-CHANGE-REASON
           WRITE REF-HIST-REPORT-RECORD FROM WS-DETAIL-LINE
           MOVE "BEFORE:" TO IL-IMAGE-LABEL
           IF MH-BEFORE-IMAGE = SPACES
               MOVE "(none - record added)" TO IL-IMAGE
           ELSE
               MOVE MH-BEFORE-IMAGE TO IL-IMAGE
           END-IF
           WRITE REF-HIST-REPORT-RECORD FROM WS-IMAGE-LINE
           MOVE "AFTER:" TO IL-IMAGE-LABEL
           IF MH-AFTER-IMAGE = SPACES
               MOVE "(none - row taken off the table)" TO IL-IMAGE
           ELSE
               MOVE MH-AFTER-IMAGE TO IL-IMAGE
           END-IF
           WRITE REF-HIST-REPORT-RECORD FROM WS-IMAGE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REF-HIST-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 4 TO WS-LINE-COUNT.

       7000-WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO HD-PAGE
           WRITE REF-HIST-REPORT-RECORD FROM WS-HEADING-1
           IF WS-SEL-MASTER = SPACES
               MOVE "*ALL*" TO HD-MASTER
           ELSE
               MOVE WS-SEL-MASTER TO HD-MASTER
           END-IF
           IF WS-SEL-KEY = SPACES
               MOVE "*ALL*" TO HD-KEY
           ELSE
               MOVE WS-SEL-KEY TO HD-KEY
           END-IF
           MOVE WS-SEL-FROM-DATE TO HD-FROM-DATE
           MOVE WS-SEL-TO-DATE TO HD-TO-DATE
           WRITE REF-HIST-REPORT-RECORD FROM WS-HEADING-2
           WRITE REF-HIST-REPORT-RECORD FROM WS-HEADING-3
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REF-HIST-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT.

       8000-WRITE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SELECTED-COUNT = ZERO
               STRING " NO CHANGES MATCH THE SELECTION"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REF-HIST-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE WS-SELECTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " CHANGES SELECTED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REF-HIST-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE REF-HIST-REPORT-FILE
           DISPLAY "cobol-refhist: changes read " WS-READ-COUNT
                   " selected " WS-SELECTED-COUNT.
