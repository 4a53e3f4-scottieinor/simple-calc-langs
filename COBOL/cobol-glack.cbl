      *>   - seeds each detail of the day's released GLEXTRC onto
      *>     the keyed extract status master (GLSTAT, see
      *>     GLSTATR.cpy) as PENDING, carrying its submitting
      *>     source, coding, and amount - one entry per posting,
      *>     from the primary leg, with the contra leg's account
      *>     and cost center noted on it;
      *>   - settles entries from the GL team's daily
      *>     acknowledgment file (GLACK, see GLACKR.cpy) to POSTED
      *>     or REJECTED with the ledger's reason code.
      *> which may be omitted:
      *>   DATE=yyyymmdd (business date, default system date)
      *>   AGE=nnnn (unacknowledged-days alert threshold, default 5)
      *> AGE is counted in business days on the business calendar
      *> (BUSCAL, see BUSCAL.cpy), so a line is not reported aged
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
       FD  GL-EXTRACT-FILE.
       FD  GL-ACK-REPORT-FILE.
       01  GL-ACK-REPORT-RECORD       PIC X(132).

       FD  BUSINESS-CALENDAR-FILE.
           COPY BUSCAL.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-FS-ACK               PIC XX VALUE "00".
           05  WS-FS-STAT              PIC XX VALUE "00".
           05  WS-FS-REPORT            PIC XX VALUE "00".
           05  WS-FS-BUSCAL            PIC XX VALUE "00".

       01  WS-PARM                     PIC X(80).
       01  WS-PARM-PAIRS.
       01  WS-TIMESTAMP                PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-AGE-LIMIT-DAYS           PIC 9(4) VALUE 5.
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

       01  WS-SEEDED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-RESEED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-ACK-COUNT                PIC 9(9) VALUE ZERO.
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
           OPEN OUTPUT GL-ACK-REPORT-FILE
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "cobol-glack: unable to open GLACKRPT, "
           END-EVALUATE
           END-IF.

       1200-LOAD-CALENDAR.
      *> Business calendar into core (see BUSCAL.cpy). CALC06 has
      *> proved the file before the nightly steps run; an entry
      *> this step cannot use is fatal all the same, rather than
      *> counting days on a calendar it cannot read.
           MOVE ZERO TO WS-CAL-YEAR-MAX
           MOVE ZERO TO WS-CAL-DAY-MAX
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF WS-FS-BUSCAL NOT = "00"
               DISPLAY "cobol-glack: unable to open business "
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
               DISPLAY "cobol-glack: BUSCAL entry not usable: "
                       BUSINESS-CALENDAR-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BC-YEAR-RECORD
               IF WS-CAL-YEAR-MAX >= WS-CAL-YEAR-MAX-ENTRIES
                   DISPLAY "cobol-glack: BUSCAL has more than "
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
                   DISPLAY "cobol-glack: BUSCAL has more than "
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

       2000-SEED-EXTRACT-LINES.
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-FS-GL = "35"
           PERFORM UNTIL WS-FS-GL = "10"
               READ GL-EXTRACT-FILE
                   AT END
                       CLOSE GL-EXTRACT-FILE
                       MOVE "10" TO WS-FS-GL
                   NOT AT END
                       IF GL-DETAIL AND GL-PRIMARY-LEG
                           PERFORM 2100-SEED-ONE-LINE
                       END-IF
                       IF GL-DETAIL AND GL-CONTRA-LEG
                           PERFORM 2200-NOTE-CONTRA-LEG
                       END-IF
               END-READ
           END-PERFORM.

           MOVE GL-AMOUNT TO GS-AMOUNT
           MOVE GL-DR-CR TO GS-DR-CR
           MOVE GL-POSTING-DATE TO GS-POSTING-DATE
           MOVE GL-CURRENCY-CODE TO GS-CURRENCY-CODE
           IF GL-FOREIGN-AMOUNT IS NUMERIC
               MOVE GL-FOREIGN-AMOUNT TO GS-FOREIGN-AMOUNT
           ELSE
               MOVE SPACES TO GS-CURRENCY-CODE
               MOVE ZERO TO GS-FOREIGN-AMOUNT
           END-IF
           MOVE "PENDING " TO GS-ACK-STATUS
           MOVE SPACES TO GS-ACK-DATE
           MOVE SPACES TO GS-LEDGER-REASON
                   ADD 1 TO WS-SEEDED-COUNT
           END-WRITE.

       2200-NOTE-CONTRA-LEG.
      *> The ledger acknowledges a posting once, by trans-ref, so
      *> the contra leg is not a line of its own - its coding is
      *> recorded on the primary leg's entry (written just ahead of
      *> it) so a later reversal backs it out of the same account.
      *> An entry that already has it is left alone, as a reseed.
           MOVE GL-TRANS-REF TO GS-TRANS-REF
           READ GL-STATUS-MASTER-FILE
               INVALID KEY
                   DISPLAY "cobol-glack: contra leg " GL-TRANS-REF
                           " has no primary leg on the extract"
               NOT INVALID KEY
                   IF GS-CONTRA-ACCOUNT = SPACES
                       MOVE GL-ACCOUNT-CODE TO GS-CONTRA-ACCOUNT
                       MOVE GL-COST-CENTER TO GS-CONTRA-COST-CENTER
                       REWRITE GL-STATUS-MASTER-RECORD
                   END-IF
           END-READ.

       4000-APPLY-ACKNOWLEDGMENTS.
           OPEN INPUT GL-ACK-FILE
           IF WS-FS-ACK = "35"
           PERFORM UNTIL WS-FS-ACK = "10"
               READ GL-ACK-FILE
                   AT END
                       CLOSE GL-ACK-FILE
                       MOVE "10" TO WS-FS-ACK
                   NOT AT END
                       ADD 1 TO WS-ACK-COUNT
                       PERFORM 4100-APPLY-ONE-ACK
