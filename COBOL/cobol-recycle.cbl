      *>   DATE=yyyymmdd (business date, default system date)
      *>   BOUNCE=nnn (recycle-count alert threshold, default 3)
      *>   AGE=nnnn (unrepaired-days alert threshold, default 7)
      *> AGE is counted in business days on the business calendar
      *> (BUSCAL, see BUSCAL.cpy), so an item is not reported aged
      *> just because a weekend or bank holiday came in between.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUSCAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-EDIT-REJECT-FILE.
       FD  RECYCLE-REPORT-FILE.
       01  RECYCLE-REPORT-RECORD      PIC X(132).

       FD  BUSINESS-CALENDAR-FILE.
           COPY BUSCAL.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-FS-REG               PIC XX VALUE "00".
           05  WS-FS-BATCH             PIC XX VALUE "00".
           05  WS-FS-REPORT            PIC XX VALUE "00".
           05  WS-FS-BUSCAL            PIC XX VALUE "00".

       01  WS-PARM                     PIC X(80).
       01  WS-PARM-PAIRS.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-BOUNCE-LIMIT             PIC 9(3) VALUE 3.
       01  WS-AGE-LIMIT-DAYS           PIC 9(4) VALUE 7.
       01  WS-AGE-CUTOFF-DATE          PIC X(8) VALUE "00000000".

      *> Business calendar (BUSCAL, see BUSCAL.cpy) held in core:
      *> one row per year with its working-week pattern, one per
      *> holiday or extra working day. A date in a year the
      *> calendar does not cover falls back to Monday to Friday
      *> with no holidays (WS-CAL-COVERED off).
       01  WS-CAL-YEAR-MAX-ENTRIES     PIC 9(4) VALUE 20.
       01  WS-CAL-YEAR-TABLE.
           05  WS-CAL-YEAR-ENTRY OCCURS 20 TIMES.
               10  WS-CAL-YEAR         PIC X(4).
               10  WS-CAL-PATTERN      PIC X(7).
       01  WS-CAL-YEAR-MAX             PIC 9(4) VALUE ZERO.
       01  WS-CAL-YEAR-SCAN            PIC 9(4) VALUE ZERO.
       01  WS-CAL-YEAR-SUB             PIC 9(4) VALUE ZERO.
       01  WS-CAL-DAY-MAX-ENTRIES      PIC 9(4) VALUE 400.
       01  WS-CAL-DAY-TABLE.
           05  WS-CAL-DAY-ENTRY OCCURS 400 TIMES.
               10  WS-CAL-DAY-DATE     PIC X(8).
               10  WS-CAL-DAY-TYPE     PIC X.
       01  WS-CAL-DAY-MAX              PIC 9(4) VALUE ZERO.
       01  WS-CAL-DAY-SCAN             PIC 9(4) VALUE ZERO.
       01  WS-CAL-DAY-SUB              PIC 9(4) VALUE ZERO.
       01  WS-CAL-WORKING-DAYS         PIC 9(4) VALUE ZERO.
       01  WS-CAL-DATE                 PIC X(8) VALUE SPACES.
       01  WS-CAL-INTEGER              PIC 9(9) VALUE ZERO.
       01  WS-CAL-DATE-WORK            PIC 9(8) VALUE ZERO.
       01  WS-CAL-WEEKDAY              PIC 9 VALUE ZERO.
       01  WS-CAL-STEP-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-CAL-DAY-SWITCH           PIC X VALUE "N".
           88  WS-CAL-BUSINESS-DAY              VALUE "Y".
       01  WS-CAL-COVERED-SWITCH       PIC X VALUE "N".
           88  WS-CAL-COVERED                   VALUE "Y".

       01  WS-CORR-MAX-ENTRIES         PIC 9(5) VALUE 2000.
       01  WS-CORR-TABLE.
           05  WS-CORR-ENTRY OCCURS 2000 TIMES.
               10  WS-REG-LAST-DATE    PIC X(8).
               10  WS-REG-REASON       PIC X(4).
               10  WS-REG-STATUS       PIC X(8).
               10  WS-REG-SOURCE       PIC X(4).
       01  WS-REG-MAX                  PIC 9(5) VALUE ZERO.
       01  WS-REG-SCAN                 PIC 9(5) VALUE ZERO.
       01  WS-REG-SUB                  PIC 9(5) VALUE ZERO.
           05  WS-TRANS-REF            PIC X(12).
           05  WS-CURRENCY             PIC X(3).
           05  WS-REASON-CODE          PIC X(4).
           05  WS-SOURCE-ID            PIC X(4).

       01  WS-APPLIED-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-CORR-ERROR-SWITCH        PIC X VALUE "N".
           MOVE WS-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM 1100-PARSE-PARM
      *> AGE counts business days: the cutoff is the date AGE
      *> business days before the business date.
           PERFORM 1200-LOAD-CALENDAR
           MOVE WS-BUSINESS-DATE TO WS-CAL-DATE
           MOVE WS-AGE-LIMIT-DAYS TO WS-CAL-STEP-COUNT
           PERFORM 1230-STEP-BACK-BUSINESS-DAYS
           MOVE WS-CAL-DATE TO WS-AGE-CUTOFF-DATE
           OPEN OUTPUT RECYCLE-REPORT-FILE
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "cobol-recycle: unable to open RCYCRPT, "
                           "keyword " WS-PARM-KEYWORD " ignored"
           END-EVALUATE.

       1200-LOAD-CALENDAR.
      *> Business calendar into core (see BUSCAL.cpy). CALC06 has
      *> proved the file before the nightly steps run; an entry
      *> this step cannot use is fatal all the same, rather than
      *> counting days on a calendar it cannot read.
           MOVE ZERO TO WS-CAL-YEAR-MAX
           MOVE ZERO TO WS-CAL-DAY-MAX
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF WS-FS-BUSCAL NOT = "00"
               DISPLAY "cobol-recycle: unable to open business "
                       "calendar BUSCAL, file status "
                       WS-FS-BUSCAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FS-BUSCAL = "10"
               READ BUSINESS-CALENDAR-FILE
                   AT END
                       MOVE "10" TO WS-FS-BUSCAL
                   NOT AT END
                       PERFORM 1210-LOAD-ONE-CALENDAR-ENTRY
               END-READ
           END-PERFORM
           CLOSE BUSINESS-CALENDAR-FILE.

       1210-LOAD-ONE-CALENDAR-ENTRY.
           MOVE ZERO TO WS-CAL-WORKING-DAYS
           IF BC-YEAR-RECORD
               INSPECT BC-WEEK-PATTERN
                   TALLYING WS-CAL-WORKING-DAYS FOR ALL "Y"
           END-IF
           IF (BC-YEAR-RECORD
               AND (BC-YEAR NOT NUMERIC
                    OR WS-CAL-WORKING-DAYS = ZERO))
              OR ((BC-HOLIDAY OR BC-WORKING-DAY)
                  AND BC-DATE NOT NUMERIC)
              OR (NOT BC-YEAR-RECORD AND NOT BC-HOLIDAY
                  AND NOT BC-WORKING-DAY)
               DISPLAY "cobol-recycle: BUSCAL entry not usable: "
                       BUSINESS-CALENDAR-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BC-YEAR-RECORD
               IF WS-CAL-YEAR-MAX >= WS-CAL-YEAR-MAX-ENTRIES
                   DISPLAY "cobol-recycle: BUSCAL has more than "
                           WS-CAL-YEAR-MAX-ENTRIES " years - "
                           "increase WS-CAL-YEAR-MAX-ENTRIES and "
                           "recompile"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CAL-YEAR-MAX
               MOVE BC-YEAR TO WS-CAL-YEAR(WS-CAL-YEAR-MAX)
               MOVE BC-WEEK-PATTERN
                   TO WS-CAL-PATTERN(WS-CAL-YEAR-MAX)
           ELSE
               IF WS-CAL-DAY-MAX >= WS-CAL-DAY-MAX-ENTRIES
                   DISPLAY "cobol-recycle: BUSCAL has more than "
                           WS-CAL-DAY-MAX-ENTRIES " dated entries - "
                           "increase WS-CAL-DAY-MAX-ENTRIES and "
                           "recompile"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CAL-DAY-MAX
               MOVE BC-DATE TO WS-CAL-DAY-DATE(WS-CAL-DAY-MAX)
               MOVE BC-RECORD-TYPE TO WS-CAL-DAY-TYPE(WS-CAL-DAY-MAX)
           END-IF.

       1220-TEST-BUSINESS-DAY.
      *> Is WS-CAL-DATE a business day? The year's working-week
      *> pattern decides, unless a holiday ("H") or extra working
      *> day ("W") entry names the date. Day 1 of the integer
      *> calendar, 1 January 1601, was a Monday, so the weekday
      *> (Monday 1 to Sunday 7) falls out of the day number.
           MOVE "N" TO WS-CAL-DAY-SWITCH
           MOVE "N" TO WS-CAL-COVERED-SWITCH
           COMPUTE WS-CAL-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CAL-DATE))
           COMPUTE WS-CAL-WEEKDAY =
               FUNCTION MOD(WS-CAL-INTEGER - 1, 7) + 1
           MOVE ZERO TO WS-CAL-YEAR-SUB
           PERFORM VARYING WS-CAL-YEAR-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-YEAR-SCAN > WS-CAL-YEAR-MAX
                      OR WS-CAL-YEAR-SUB > ZERO
               IF WS-CAL-YEAR(WS-CAL-YEAR-SCAN) = WS-CAL-DATE(1:4)
                   MOVE WS-CAL-YEAR-SCAN TO WS-CAL-YEAR-SUB
               END-IF
           END-PERFORM
           IF WS-CAL-YEAR-SUB = ZERO
               IF WS-CAL-WEEKDAY < 6
                   SET WS-CAL-BUSINESS-DAY TO TRUE
               END-IF
           ELSE
               SET WS-CAL-COVERED TO TRUE
               IF WS-CAL-PATTERN(WS-CAL-YEAR-SUB)(WS-CAL-WEEKDAY:1)
                  = "Y"
                   SET WS-CAL-BUSINESS-DAY TO TRUE
               END-IF
               MOVE ZERO TO WS-CAL-DAY-SUB
               PERFORM VARYING WS-CAL-DAY-SCAN FROM 1 BY 1
                       UNTIL WS-CAL-DAY-SCAN > WS-CAL-DAY-MAX
                          OR WS-CAL-DAY-SUB > ZERO
                   IF WS-CAL-DAY-DATE(WS-CAL-DAY-SCAN) = WS-CAL-DATE
                       MOVE WS-CAL-DAY-SCAN TO WS-CAL-DAY-SUB
                   END-IF
               END-PERFORM
               IF WS-CAL-DAY-SUB > ZERO
                   IF WS-CAL-DAY-TYPE(WS-CAL-DAY-SUB) = "H"
                       MOVE "N" TO WS-CAL-DAY-SWITCH
                   ELSE
                       SET WS-CAL-BUSINESS-DAY TO TRUE
                   END-IF
               END-IF
           END-IF.

       1230-STEP-BACK-BUSINESS-DAYS.
      *> Move WS-CAL-DATE back WS-CAL-STEP-COUNT business days -
      *> the cutoff for an age counted in business days, so a
      *> weekend or holiday in between does not age anything.
           PERFORM UNTIL WS-CAL-STEP-COUNT = ZERO
               COMPUTE WS-CAL-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-CAL-DATE)) - 1)
               MOVE WS-CAL-DATE-WORK TO WS-CAL-DATE
               PERFORM 1220-TEST-BUSINESS-DAY
               IF WS-CAL-BUSINESS-DAY
                   SUBTRACT 1 FROM WS-CAL-STEP-COUNT
               END-IF
           END-PERFORM.

       2000-LOAD-CORRECTIONS.
           MOVE ZERO TO WS-CORR-MAX
           OPEN INPUT CORRECTION-FILE
           PERFORM UNTIL WS-FS-CORR = "10"
               READ CORRECTION-FILE
                   AT END
                       CLOSE CORRECTION-FILE
                       MOVE "10" TO WS-FS-CORR
                   NOT AT END
                       IF WS-CORR-MAX >= WS-CORR-MAX-ENTRIES
                           DISPLAY "cobol-recycle: CORRFILE has "
           PERFORM UNTIL WS-FS-REG = "10"
               READ RECYCLE-REGISTER-FILE
                   AT END
                       CLOSE RECYCLE-REGISTER-FILE
                       MOVE "10" TO WS-FS-REG
                   NOT AT END
                       IF WS-REG-MAX >= WS-REG-MAX-ENTRIES
                           DISPLAY "cobol-recycle: RCYCREG has more "
                           TO WS-REG-REASON(WS-REG-MAX)
                       MOVE RY-STATUS
                           TO WS-REG-STATUS(WS-REG-MAX)
                       MOVE RY-SOURCE-ID
                           TO WS-REG-SOURCE(WS-REG-MAX)
               END-READ
           END-PERFORM.

           PERFORM UNTIL WS-FS-EREJ = "10"
               READ CALC-EDIT-REJECT-FILE
                   AT END
                       CLOSE CALC-EDIT-REJECT-FILE
                       MOVE "10" TO WS-FS-EREJ
                   NOT AT END
                       PERFORM 4050-RECYCLE-EDIT-REJECT
               END-READ
               MOVE CT-TRANS-REF TO WS-TRANS-REF
               MOVE CT-CURRENCY-CODE TO WS-CURRENCY
               MOVE ER-REASON-CODE TO WS-REASON-CODE
               MOVE ER-SOURCE-ID TO WS-SOURCE-ID
               MOVE "CALCEREJ" TO RL-SOURCE-FILE
               PERFORM 4200-RECYCLE-ONE-ITEM
           END-IF.
           PERFORM UNTIL WS-FS-EXC = "10"
               READ CALC-EXCEPTION-FILE
                   AT END
                       CLOSE CALC-EXCEPTION-FILE
                       MOVE "10" TO WS-FS-EXC
                   NOT AT END
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE CX-FIRSTNUM TO WS-FIRSTNUM
                       MOVE CX-TRANS-REF TO WS-TRANS-REF
                       MOVE CX-CURRENCY-CODE TO WS-CURRENCY
                       MOVE CX-REASON-CODE TO WS-REASON-CODE
                       MOVE CX-SOURCE-ID TO WS-SOURCE-ID
                       MOVE "CALCEXC " TO RL-SOURCE-FILE
                       PERFORM 4200-RECYCLE-ONE-ITEM
               END-READ
               MOVE WS-BUSINESS-DATE TO WS-REG-LAST-DATE(WS-REG-MAX)
               MOVE WS-REASON-CODE TO WS-REG-REASON(WS-REG-MAX)
               MOVE "OPEN    " TO WS-REG-STATUS(WS-REG-MAX)
               MOVE WS-SOURCE-ID TO WS-REG-SOURCE(WS-REG-MAX)
               MOVE WS-REG-MAX TO WS-REG-SUB
           END-IF.

                   MOVE WS-REG-REASON(WS-REG-SCAN)
                       TO RY-LAST-REASON-CODE
                   MOVE WS-REG-STATUS(WS-REG-SCAN) TO RY-STATUS
                   MOVE WS-REG-SOURCE(WS-REG-SCAN) TO RY-SOURCE-ID
                   WRITE RECYCLE-REGISTER-RECORD
               END-IF
           END-PERFORM
