      *> instruction was reactivated late) is emitted once for
      *> this date and caught up - the skipped periods are
      *> reported, not silently posted.
      *> A next-run date on a weekend or holiday on the business
      *> calendar (BUSCAL, see BUSCAL.cpy) is due instead on the
      *> next business day, or the previous one for an instruction
      *> with SI-ROLL-RULE "P" - so a month-end accrual dated on a
      *> Sunday posts on the Friday before it.
      *>
      *> PARM is the business date (yyyymmdd); blank defaults to
      *> the system date.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BATCH.

           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUSCAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-INSTRUCTION-FILE.
       FD  RECUR-BATCH-FILE.
           COPY CALCTRN.

       FD  BUSINESS-CALENDAR-FILE.
           COPY BUSCAL.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-FS-STND              PIC XX VALUE "00".
           05  WS-FS-BATCH             PIC XX VALUE "00".
           05  WS-FS-BUSCAL            PIC XX VALUE "00".

       01  WS-PARM                     PIC X(80).
       01  WS-TIMESTAMP                PIC X(21).

       01  WS-TRANS-REF-WORK           PIC X(12) VALUE SPACES.

      *> The date a nominal next-run date actually runs on, rolled
      *> off a weekend or holiday by the instruction's SI-ROLL-RULE
      *> (4600).
       01  WS-DUE-DATE                 PIC X(8) VALUE SPACES.

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
       01  WS-CAL-DAY-SWITCH           PIC X VALUE "N".
           88  WS-CAL-BUSINESS-DAY              VALUE "Y".
       01  WS-CAL-COVERED-SWITCH       PIC X VALUE "N".
           88  WS-CAL-COVERED                   VALUE "Y".

       PROCEDURE DIVISION.

       BEGIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-INSTRUCTIONS
           PERFORM 2200-LOAD-CALENDAR
           OPEN OUTPUT RECUR-BATCH-FILE
           PERFORM VARYING WS-STND-SUB FROM 1 BY 1
                   UNTIL WS-STND-SUB > WS-STND-MAX
               MOVE WS-STND-RECORD(WS-STND-SUB)
                   TO STANDING-INSTRUCTION-RECORD
               IF SI-ACTIVE
                   MOVE SI-NEXT-RUN-DATE TO WS-NEXT-DATE
                   PERFORM 4600-ROLL-DUE-DATE
                   IF WS-DUE-DATE <= WS-BUSINESS-DATE
                       PERFORM 4000-GENERATE-ONE-INSTRUCTION
                       MOVE STANDING-INSTRUCTION-RECORD
                           TO WS-STND-RECORD(WS-STND-SUB)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RECUR-BATCH-OPEN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT SI-ROLL-FOLLOWING AND NOT SI-ROLL-PRECEDING
               DISPLAY "cobol-recur: instruction "
                       SI-INSTRUCTION-ID " has roll rule '"
                       SI-ROLL-RULE "' - must be F, P, or blank"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SI-NEXT-RUN-DATE NOT NUMERIC
              OR FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(SI-NEXT-RUN-DATE)) = ZERO
           MOVE STANDING-INSTRUCTION-RECORD
               TO WS-STND-RECORD(WS-STND-MAX).


       2200-LOAD-CALENDAR.
      *> Business calendar into core (see BUSCAL.cpy). CALC06 has
      *> proved the file before the nightly steps run; an entry
      *> this step cannot use is fatal all the same, rather than
      *> counting days on a calendar it cannot read.
           MOVE ZERO TO WS-CAL-YEAR-MAX
           MOVE ZERO TO WS-CAL-DAY-MAX
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF WS-FS-BUSCAL NOT = "00"
               DISPLAY "cobol-recur: unable to open business "
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
                       PERFORM 2210-LOAD-ONE-CALENDAR-ENTRY
               END-READ
           END-PERFORM
           CLOSE BUSINESS-CALENDAR-FILE.

       2210-LOAD-ONE-CALENDAR-ENTRY.
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
               DISPLAY "cobol-recur: BUSCAL entry not usable: "
                       BUSINESS-CALENDAR-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BC-YEAR-RECORD
               IF WS-CAL-YEAR-MAX >= WS-CAL-YEAR-MAX-ENTRIES
                   DISPLAY "cobol-recur: BUSCAL has more than "
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
                   DISPLAY "cobol-recur: BUSCAL has more than "
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

       4000-GENERATE-ONE-INSTRUCTION.
           IF NOT WS-RECUR-BATCH-OPEN
               PERFORM 4300-WRITE-BATCH-HEADER
           WRITE CALC-TRANS-RECORD.

       4500-ADVANCE-NEXT-RUN.
      *> Advance until the next period runs (rolled, 4600) after
      *> the business date. One advance is the normal case; each
      *> extra loop is a period the instruction missed (generator
      *> not run, or reactivated late) - emitted once for this
      *> date, counted and reported, never back-posted. The master
      *> keeps the nominal date, so a rolled month does not drift.
           MOVE SI-NEXT-RUN-DATE TO WS-NEXT-DATE
           PERFORM 4510-ADD-ONE-PERIOD
           PERFORM 4600-ROLL-DUE-DATE
           PERFORM UNTIL WS-DUE-DATE > WS-BUSINESS-DATE
      *> A daily instruction's weekend periods roll onto the same
      *> business day as this one - folded in, not missed.
               IF WS-DUE-DATE = WS-BUSINESS-DATE
                   DISPLAY "cobol-recur: instruction "
                           SI-INSTRUCTION-ID " period due "
                           WS-NEXT-DATE " rolls onto this date - "
                           "emitted once"
               ELSE
                   ADD 1 TO WS-SKIPPED-PERIODS
                   DISPLAY "cobol-recur: instruction "
                           SI-INSTRUCTION-ID " skipped the period due "
                           WS-NEXT-DATE " - caught up, not back-posted"
               END-IF
               PERFORM 4510-ADD-ONE-PERIOD
               PERFORM 4600-ROLL-DUE-DATE
           END-PERFORM
           MOVE WS-NEXT-DATE TO SI-NEXT-RUN-DATE.

               MOVE WS-LAST-DAY-DD TO WS-NEXT-DD
           END-IF.

       4600-ROLL-DUE-DATE.
      *> The date nominal WS-NEXT-DATE actually runs on, into
      *> WS-DUE-DATE: the date itself when it is a business day,
      *> otherwise the first business day after it (SI-ROLL-
      *> FOLLOWING) or the last one before it (SI-ROLL-PRECEDING).
      *> 4610 leaves the day number of the date it tested in
      *> WS-CAL-INTEGER, which the loop steps from.
           MOVE WS-NEXT-DATE TO WS-CAL-DATE
           PERFORM 4610-TEST-BUSINESS-DAY
           PERFORM UNTIL WS-CAL-BUSINESS-DAY
               IF SI-ROLL-PRECEDING
                   SUBTRACT 1 FROM WS-CAL-INTEGER
               ELSE
                   ADD 1 TO WS-CAL-INTEGER
               END-IF
               COMPUTE WS-CAL-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER(WS-CAL-INTEGER)
               MOVE WS-CAL-DATE-WORK TO WS-CAL-DATE
               PERFORM 4610-TEST-BUSINESS-DAY
           END-PERFORM
           MOVE WS-CAL-DATE TO WS-DUE-DATE.

       4610-TEST-BUSINESS-DAY.
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

       6000-REWRITE-INSTRUCTIONS.
      *> Rewrite the master from the in-core table with the
      *> advanced next-run dates - same pattern the register
