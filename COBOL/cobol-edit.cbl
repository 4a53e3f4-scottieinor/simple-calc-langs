      *> and writes failures to the edit-reject file with reason
      *> codes so departments can fix their coding before the GL
      *> interface bounces it.
      *>
      *> Clean details on an expense account are also checked
      *> against the month's budget (BUDGETM, see BUDGMST.cpy). The
      *> detail's amount is worked out the way CALC01 will - the
      *> operator from OPERTAB, the last step's result for a chained
      *> set, converted to base with CURRTAB - and added to the
      *> account / cost center's month-to-date spend from the GL
      *> balance master (GLBALM) plus the clean details before it
      *> today. A detail that takes the spend past budget, or the
      *> day's first spend on a key already past it, is written to
      *> CALCEWRN (see CALCEWN.cpy) as a warning; the detail itself
      *> still goes to CALC01. No budget master means no budget
      *> loaded yet, and the check is skipped.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT CALC-EDIT-WARNING-FILE ASSIGN TO "CALCEWRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WARNING.

           SELECT CALC-OPTAB-FILE ASSIGN TO "OPERTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPTAB.

           SELECT CALC-CURRTAB-FILE ASSIGN TO "CURRTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CURRTAB.

           SELECT BUDGET-MASTER-FILE ASSIGN TO "BUDGETM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-FS-BUDGM.

           SELECT GL-BALANCE-MASTER-FILE ASSIGN TO "GLBALM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-FS-BALM.

           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUSCAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-TRANS-FILE.
       FD  CALC-RUN-CONTROL-FILE.
           COPY CALCRUN.

       FD  CALC-EDIT-WARNING-FILE.
           COPY CALCEWN.

       FD  CALC-OPTAB-FILE.
           COPY OPTABREC.

       FD  CALC-CURRTAB-FILE.
           COPY CURRREC.

       FD  BUDGET-MASTER-FILE.
           COPY BUDGMST.

       FD  GL-BALANCE-MASTER-FILE.
           COPY GLBALM.

       FD  BUSINESS-CALENDAR-FILE.
           COPY BUSCAL.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-FS-ACCTM             PIC XX VALUE "00".
           05  WS-FS-CCTRM             PIC XX VALUE "00".
           05  WS-FS-RUNCTL            PIC XX VALUE "00".
           05  WS-FS-WARNING           PIC XX VALUE "00".
           05  WS-FS-OPTAB             PIC XX VALUE "00".
           05  WS-FS-CURRTAB           PIC XX VALUE "00".
           05  WS-FS-BUDGM             PIC XX VALUE "00".
           05  WS-FS-BALM              PIC XX VALUE "00".
           05  WS-FS-BUSCAL            PIC XX VALUE "00".

      *> PARM is '&PROCDATE;CALCJOB;&DAYCHK' (see CALCJOB.jcl) -
      *> the business date and the job name stamped on the run-state
      *> records this step writes to RUNCTL for the morning status
      *> report (CALC07). Blank pieces fall back to the system date
      *> and CALCJOB1. A business date that is not a business day on
      *> the business calendar (BUSCAL) is refused RC=8, as CALC01
      *> would refuse it, unless DAYCHK is NONBUS.
       01  WS-PARM                     PIC X(80).
       01  WS-PARM-PROCDATE-PART       PIC X(8).
       01  WS-PARM-JOBID-PART          PIC X(8).
       01  WS-PARM-DAYCHK-PART         PIC X(8).
       01  WS-DAY-CHECK-SWITCH         PIC X VALUE "N".
           88  WS-NONBUS-OVERRIDE               VALUE "Y".
       01  WS-TIMESTAMP                PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-JOB-ID                   PIC X(8) VALUE "CALCJOB1".
       01  WS-RECORD-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-CLEAN-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(9) VALUE ZERO.

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
       01  WS-CAL-WEEKDAY              PIC 9 VALUE ZERO.
       01  WS-CAL-DAY-SWITCH           PIC X VALUE "N".
           88  WS-CAL-BUSINESS-DAY              VALUE "Y".
       01  WS-CAL-COVERED-SWITCH       PIC X VALUE "N".
           88  WS-CAL-COVERED                   VALUE "Y".

      *> Batch control records (CT-RECORD-TYPE "BH"/"BT") pass
      *> through unedited, but a trailer's expected count and hash
           88  WS-BATCH-OPEN                    VALUE "Y".
       01  WS-BATCH-REJECT-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-BATCH-REJECT-HASH        PIC S9(13)V99 VALUE ZERO.
      *> The open batch's submitting source, stamped on each reject
      *> ("----" outside a batch, as CALC01 tallies it).
       01  WS-BATCH-SOURCE-ID          PIC X(4) VALUE "----".

       01  WS-ACCTM-MAX-ENTRIES        PIC 9(4) VALUE 500.
       01  WS-ACCTM-TABLE.
                   INDEXED BY WS-ACCTM-IDX.
               10  WS-ACCTM-ACCOUNT    PIC X(10).
               10  WS-ACCTM-STATUS     PIC X.
               10  WS-ACCTM-TYPE       PIC X.
       01  WS-ACCTM-MAX                PIC 9(4) VALUE ZERO.
       01  WS-ACCTM-HIT-TYPE           PIC X VALUE SPACE.
           88  WS-ACCTM-HIT-EXPENSE             VALUE "E".

       01  WS-CCTRM-MAX-ENTRIES        PIC 9(4) VALUE 200.
       01  WS-CCTRM-TABLE.
       01  WS-EDIT-REASON-CODE         PIC X(4).
       01  WS-EDIT-REASON-TEXT         PIC X(40).

      *> Budget check. Operator and rate tables as CALC01 loads
      *> them, so the amount checked is the amount CALC01 posts.
       01  WS-BUDGET-CHECK-SWITCH      PIC X VALUE "Y".
           88  WS-BUDGET-CHECK-ON               VALUE "Y".
           88  WS-BUDGET-CHECK-OFF              VALUE "N".
       01  WS-BALM-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-BALM-OPEN                     VALUE "Y".
       01  WS-BUDGET-PERIOD            PIC X(6) VALUE SPACES.
       01  WS-BASE-CURRENCY            PIC X(3) VALUE "USD".

       01  WS-OPTAB-MAX-ENTRIES        PIC 9(4) VALUE 50.
       01  WS-OPTAB-TABLE.
           05  WS-OPTAB-ENTRY OCCURS 50 TIMES INDEXED BY WS-OPTAB-IDX.
               10  WS-OPTAB-CODE       PIC X.
               10  WS-OPTAB-TYPE       PIC X(4).
       01  WS-OPTAB-MAX                PIC 9(4) VALUE ZERO.
       01  WS-OPERATION-TYPE           PIC X(4) VALUE SPACES.

       01  WS-CURRTAB-MAX-ENTRIES      PIC 9(4) VALUE 100.
       01  WS-CURRTAB-TABLE.
           05  WS-CURRTAB-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-CURRTAB-IDX.
               10  WS-CURRTAB-CODE     PIC X(3).
               10  WS-CURRTAB-EFF-DATE PIC X(8).
               10  WS-CURRTAB-RATE     PIC 9(3)V9(6).
       01  WS-CURRTAB-MAX              PIC 9(4) VALUE ZERO.
       01  WS-CURRENCY                 PIC X(3) VALUE SPACES.
       01  WS-CURRENCY-RATE            PIC 9(3)V9(6) VALUE ZERO.
       01  WS-RATE-EFF-DATE            PIC X(8) VALUE SPACES.
       01  WS-RATE-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-RATE-FOUND                    VALUE "Y".

       01  WS-AMOUNT-SWITCH            PIC X VALUE "N".
           88  WS-AMOUNT-VALID                  VALUE "Y".
           88  WS-AMOUNT-INVALID                VALUE "N".
       01  WS-CALC-FIRSTNUM            PIC S9(7)V99 VALUE ZERO.
       01  WS-CALC-RESULT              PIC S9(7)V99 VALUE ZERO.
       01  WS-BASE-AMOUNT              PIC S9(9)V99 VALUE ZERO.

      *> A chained set posts only its last step's result, on that
      *> step's coding, so a set's steps are held here and checked
      *> when the set ends (next record not of the set, or EOF).
       01  WS-SET-OPEN-SWITCH          PIC X VALUE "N".
           88  WS-SET-OPEN                      VALUE "Y".
       01  WS-SET-BROKEN-SWITCH        PIC X VALUE "N".
           88  WS-SET-BROKEN                    VALUE "Y".
       01  WS-SET-ID                   PIC X(8) VALUE SPACES.
       01  WS-SET-RUNNING-RESULT       PIC S9(7)V99 VALUE ZERO.
       01  WS-SET-LAST-RECORD          PIC X(76) VALUE SPACES.
       01  WS-HOLD-RECORD              PIC X(76) VALUE SPACES.

      *> One entry per account / cost center checked this run: the
      *> month's budget, the balance master's month-to-date spend,
      *> and the clean spend seen so far today.
       01  WS-BUDT-MAX-ENTRIES         PIC 9(4) VALUE 1000.
       01  WS-BUDT-TABLE.
           05  WS-BUDT-ENTRY OCCURS 1000 TIMES.
               10  WS-BUDT-ACCOUNT     PIC X(10).
               10  WS-BUDT-CENTER      PIC X(6).
               10  WS-BUDT-HAS-BUDGET  PIC X.
               10  WS-BUDT-WARNED      PIC X.
               10  WS-BUDT-BUDGET      PIC S9(11)V99.
               10  WS-BUDT-BALANCE     PIC S9(11)V99.
               10  WS-BUDT-TODAY       PIC S9(11)V99.
       01  WS-BUDT-MAX                 PIC 9(4) VALUE ZERO.
       01  WS-BUDT-SCAN                PIC 9(4) VALUE ZERO.
       01  WS-BUDT-HIT                 PIC 9(4) VALUE ZERO.
       01  WS-MTD-BEFORE               PIC S9(11)V99 VALUE ZERO.
       01  WS-MTD-AFTER                PIC S9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.

       BEGIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ACCOUNT-MASTER
           PERFORM 2100-LOAD-COST-CENTER-MASTER
           PERFORM 2200-LOAD-OPTAB
           PERFORM 2300-LOAD-CURRTAB
           PERFORM 2400-OPEN-BUDGET-FILES
           PERFORM 4000-EDIT-TRANS-FILE
           PERFORM 8000-WRITE-SUMMARY
           MOVE "COMPLETE" TO WS-RUN-STATE
           MOVE SPACES TO WS-RUN-STATE-REASON
           PERFORM 1350-WRITE-RUN-STATE
           IF WS-REJECT-COUNT > ZERO OR WS-WARNING-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-CLEAN-COUNT
           MOVE ZERO TO WS-REJECT-COUNT
           MOVE ZERO TO WS-WARNING-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-PROCDATE-PART
           MOVE SPACES TO WS-PARM-JOBID-PART
           MOVE SPACES TO WS-PARM-DAYCHK-PART
           UNSTRING WS-PARM DELIMITED BY ";"
               INTO WS-PARM-PROCDATE-PART
                    WS-PARM-JOBID-PART
                    WS-PARM-DAYCHK-PART
           END-UNSTRING
           IF WS-PARM-PROCDATE-PART = SPACES
               MOVE WS-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           IF WS-PARM-JOBID-PART NOT = SPACES
               MOVE WS-PARM-JOBID-PART TO WS-JOB-ID
           END-IF
           IF WS-BUSINESS-DATE IS NOT NUMERIC
              OR FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(WS-BUSINESS-DATE)) = ZERO
               DISPLAY "cobol-edit: PARM PROCDATE not a valid "
                       "yyyymmdd date: " WS-BUSINESS-DATE
               MOVE "PARM PROCDATE not a valid date"
                   TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           EVALUATE WS-PARM-DAYCHK-PART
               WHEN SPACES
                   CONTINUE
               WHEN "NONBUS"
                   SET WS-NONBUS-OVERRIDE TO TRUE
               WHEN OTHER
                   DISPLAY "cobol-edit: PARM DAYCHK must be blank or "
                           "NONBUS: " WS-PARM-DAYCHK-PART
                   MOVE "PARM DAYCHK not recognized"
                       TO WS-ABORT-REASON
                   PERFORM 9000-ABORT-RUN
           END-EVALUATE
           PERFORM 2050-LOAD-CALENDAR
           PERFORM 1250-CHECK-BUSINESS-DAY
           MOVE WS-BUSINESS-DATE(1:6) TO WS-BUDGET-PERIOD
           MOVE "STARTED " TO WS-RUN-STATE
           MOVE SPACES TO WS-RUN-STATE-REASON
           PERFORM 1350-WRITE-RUN-STATE.

       1250-CHECK-BUSINESS-DAY.
      *> Same refusal as CALC01's: a weekend or holiday on the
      *> business calendar, or a year it does not cover, stops the
      *> run RC=8 here, before the edited file is built, unless
      *> DAYCHK is NONBUS.
           MOVE WS-BUSINESS-DATE TO WS-CAL-DATE
           PERFORM 6700-TEST-BUSINESS-DAY
           EVALUATE TRUE
               WHEN WS-NONBUS-OVERRIDE
                   IF NOT WS-CAL-COVERED OR NOT WS-CAL-BUSINESS-DAY
                       DISPLAY "cobol-edit: business date "
                               WS-BUSINESS-DATE " is not a business "
                               "day - run under DAYCHK NONBUS"
                   END-IF
               WHEN NOT WS-CAL-COVERED
                   DISPLAY "cobol-edit: business date "
                           WS-BUSINESS-DATE " is in a year the "
                           "business calendar BUSCAL does not cover"
                           " - run refused."
                   MOVE "Year not on business calendar - refused"
                       TO WS-RUN-STATE-REASON
                   PERFORM 1260-REFUSE-NON-BUSINESS-DAY
               WHEN NOT WS-CAL-BUSINESS-DAY
                   DISPLAY "cobol-edit: business date "
                           WS-BUSINESS-DATE " is not a business day "
                           "on BUSCAL - run refused."
                   MOVE "Not a business day - refused"
                       TO WS-RUN-STATE-REASON
                   PERFORM 1260-REFUSE-NON-BUSINESS-DAY
           END-EVALUATE.

       1260-REFUSE-NON-BUSINESS-DAY.
           DISPLAY "cobol-edit: set DAYCHK to NONBUS for an "
                   "authorized run on a non-business day."
      *> REFUSED, not FAILED: nothing ran, there is nothing to
      *> restart, and the date is not a business date the period
      *> close should be waiting on.
           MOVE "REFUSED " TO WS-RUN-STATE
           PERFORM 1350-WRITE-RUN-STATE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       1350-WRITE-RUN-STATE.
      *> Append one state record (WS-RUN-STATE/-REASON set by the
      *> caller) and close again at once, so nothing is lost on an
                           TO WS-ACCTM-ACCOUNT(WS-ACCTM-MAX)
                       MOVE AM-STATUS
                           TO WS-ACCTM-STATUS(WS-ACCTM-MAX)
                       MOVE AM-ACCOUNT-TYPE
                           TO WS-ACCTM-TYPE(WS-ACCTM-MAX)
               END-READ
           END-PERFORM
           CLOSE GL-ACCT-MASTER-FILE.

       2050-LOAD-CALENDAR.
      *> Business calendar into core (see BUSCAL.cpy). CALC06 has
      *> proved the file before the nightly steps run; an entry
      *> this step cannot use is fatal all the same, rather than
      *> counting days on a calendar it cannot read.
           MOVE ZERO TO WS-CAL-YEAR-MAX
           MOVE ZERO TO WS-CAL-DAY-MAX
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF WS-FS-BUSCAL NOT = "00"
               DISPLAY "cobol-edit: unable to open business "
                       "calendar BUSCAL, file status "
                       WS-FS-BUSCAL
               MOVE "Unable to open BUSCAL"
                   TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           PERFORM UNTIL WS-FS-BUSCAL = "10"
               READ BUSINESS-CALENDAR-FILE
                   AT END
                       MOVE "10" TO WS-FS-BUSCAL
                   NOT AT END
                       PERFORM 2060-LOAD-ONE-CALENDAR-ENTRY
               END-READ
           END-PERFORM
           CLOSE BUSINESS-CALENDAR-FILE.

       2060-LOAD-ONE-CALENDAR-ENTRY.
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
               DISPLAY "cobol-edit: BUSCAL entry not usable: "
                       BUSINESS-CALENDAR-RECORD
               MOVE "BUSCAL entry not usable"
                   TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           IF BC-YEAR-RECORD
               IF WS-CAL-YEAR-MAX >= WS-CAL-YEAR-MAX-ENTRIES
                   DISPLAY "cobol-edit: BUSCAL has more than "
                           WS-CAL-YEAR-MAX-ENTRIES " years - "
                           "increase WS-CAL-YEAR-MAX-ENTRIES and "
                           "recompile"
                   MOVE "BUSCAL year table full"
                       TO WS-ABORT-REASON
                   PERFORM 9000-ABORT-RUN
               END-IF
               ADD 1 TO WS-CAL-YEAR-MAX
               MOVE BC-YEAR TO WS-CAL-YEAR(WS-CAL-YEAR-MAX)
               MOVE BC-WEEK-PATTERN
                   TO WS-CAL-PATTERN(WS-CAL-YEAR-MAX)
           ELSE
               IF WS-CAL-DAY-MAX >= WS-CAL-DAY-MAX-ENTRIES
                   DISPLAY "cobol-edit: BUSCAL has more than "
                           WS-CAL-DAY-MAX-ENTRIES " dated entries - "
                           "increase WS-CAL-DAY-MAX-ENTRIES and "
                           "recompile"
                   MOVE "BUSCAL day table full"
                       TO WS-ABORT-REASON
                   PERFORM 9000-ABORT-RUN
               END-IF
               ADD 1 TO WS-CAL-DAY-MAX
               MOVE BC-DATE TO WS-CAL-DAY-DATE(WS-CAL-DAY-MAX)
               MOVE BC-RECORD-TYPE TO WS-CAL-DAY-TYPE(WS-CAL-DAY-MAX)
           END-IF.

       2100-LOAD-COST-CENTER-MASTER.
           MOVE ZERO TO WS-CCTRM-MAX
           OPEN INPUT COST-CENTER-MASTER-FILE
           END-PERFORM
           CLOSE COST-CENTER-MASTER-FILE.

       2200-LOAD-OPTAB.
           MOVE ZERO TO WS-OPTAB-MAX
           OPEN INPUT CALC-OPTAB-FILE
           IF WS-FS-OPTAB NOT = "00"
               DISPLAY "cobol-edit: unable to open operator table "
                       "OPERTAB, file status " WS-FS-OPTAB
               MOVE "Unable to open OPERTAB"
                   TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           PERFORM UNTIL WS-FS-OPTAB = "10"
               READ CALC-OPTAB-FILE
                   AT END
                       MOVE "10" TO WS-FS-OPTAB
                   NOT AT END
                       IF WS-OPTAB-MAX >= WS-OPTAB-MAX-ENTRIES
                           CLOSE CALC-OPTAB-FILE
                           DISPLAY "cobol-edit: OPERTAB has more than "
                                   WS-OPTAB-MAX-ENTRIES
                                   " entries - increase "
                                   "WS-OPTAB-MAX-ENTRIES and recompile"
                           MOVE "OPERTAB exceeds table capacity"
                               TO WS-ABORT-REASON
                           PERFORM 9000-ABORT-RUN
                       END-IF
                       ADD 1 TO WS-OPTAB-MAX
                       MOVE OT-CODE TO WS-OPTAB-CODE(WS-OPTAB-MAX)
                       MOVE OT-OPERATION-TYPE
                           TO WS-OPTAB-TYPE(WS-OPTAB-MAX)
               END-READ
           END-PERFORM
           CLOSE CALC-OPTAB-FILE.

       2300-LOAD-CURRTAB.
           MOVE ZERO TO WS-CURRTAB-MAX
           OPEN INPUT CALC-CURRTAB-FILE
           IF WS-FS-CURRTAB NOT = "00"
               DISPLAY "cobol-edit: unable to open exchange rate "
                       "table CURRTAB, file status " WS-FS-CURRTAB
               MOVE "Unable to open CURRTAB"
                   TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           PERFORM UNTIL WS-FS-CURRTAB = "10"
               READ CALC-CURRTAB-FILE
                   AT END
                       MOVE "10" TO WS-FS-CURRTAB
                   NOT AT END
                       IF WS-CURRTAB-MAX >= WS-CURRTAB-MAX-ENTRIES
                           CLOSE CALC-CURRTAB-FILE
                           DISPLAY "cobol-edit: CURRTAB has more "
                                   "than " WS-CURRTAB-MAX-ENTRIES
                                   " entries - increase "
                                   "WS-CURRTAB-MAX-ENTRIES and "
                                   "recompile"
                           MOVE "CURRTAB exceeds table capacity"
                               TO WS-ABORT-REASON
                           PERFORM 9000-ABORT-RUN
                       END-IF
                       ADD 1 TO WS-CURRTAB-MAX
                       MOVE XR-CURRENCY-CODE
                           TO WS-CURRTAB-CODE(WS-CURRTAB-MAX)
                       MOVE XR-EFFECTIVE-DATE
                           TO WS-CURRTAB-EFF-DATE(WS-CURRTAB-MAX)
                       MOVE XR-RATE
                           TO WS-CURRTAB-RATE(WS-CURRTAB-MAX)
               END-READ
           END-PERFORM
           CLOSE CALC-CURRTAB-FILE.

       2400-OPEN-BUDGET-FILES.
      *> No budget master yet (status 35) just turns the check off.
      *> A balance master not yet created means nothing has been
      *> rolled up this month - month-to-date starts at zero.
           OPEN INPUT BUDGET-MASTER-FILE
           EVALUATE WS-FS-BUDGM
               WHEN "00"
                   SET WS-BUDGET-CHECK-ON TO TRUE
               WHEN "35"
                   SET WS-BUDGET-CHECK-OFF TO TRUE
                   DISPLAY "cobol-edit: no budget master BUDGETM - "
                           "budget check skipped"
               WHEN OTHER
                   DISPLAY "cobol-edit: unable to open budget master "
                           "BUDGETM, file status " WS-FS-BUDGM
                   MOVE "Unable to open BUDGETM"
                       TO WS-ABORT-REASON
                   PERFORM 9000-ABORT-RUN
           END-EVALUATE
           IF WS-BUDGET-CHECK-ON
               OPEN INPUT GL-BALANCE-MASTER-FILE
               EVALUATE WS-FS-BALM
                   WHEN "00"
                       SET WS-BALM-OPEN TO TRUE
                   WHEN "35"
                       MOVE "N" TO WS-BALM-OPEN-SWITCH
                   WHEN OTHER
                       DISPLAY "cobol-edit: unable to open GL balance "
                               "master GLBALM, file status "
                               WS-FS-BALM
                       MOVE "Unable to open GLBALM"
                           TO WS-ABORT-REASON
                       PERFORM 9000-ABORT-RUN
               END-EVALUATE
           END-IF.

       4000-EDIT-TRANS-FILE.
           OPEN INPUT CALC-TRANS-FILE
           IF WS-FS-TRANS NOT = "00"
           END-IF
           OPEN OUTPUT CALC-EDITED-FILE
           OPEN OUTPUT CALC-EDIT-REJECT-FILE
           OPEN OUTPUT CALC-EDIT-WARNING-FILE

           PERFORM UNTIL WS-FS-TRANS = "10"
               READ CALC-TRANS-FILE
                       PERFORM 4100-ROUTE-ONE-RECORD
               END-READ
           END-PERFORM
           PERFORM 4310-CLOSE-PENDING-SET

           CLOSE CALC-TRANS-FILE
           CLOSE CALC-EDITED-FILE
           CLOSE CALC-EDIT-REJECT-FILE
           CLOSE CALC-EDIT-WARNING-FILE
           IF WS-BUDGET-CHECK-ON
               CLOSE BUDGET-MASTER-FILE
               IF WS-BALM-OPEN
                   CLOSE GL-BALANCE-MASTER-FILE
               END-IF
           END-IF.

       4100-ROUTE-ONE-RECORD.
           IF NOT CT-DETAIL
               PERFORM 4310-CLOSE-PENDING-SET
           END-IF
           EVALUATE TRUE
               WHEN CT-BATCH-HEADER
                   SET WS-BATCH-OPEN TO TRUE
                   MOVE CT-SOURCE-ID TO WS-BATCH-SOURCE-ID
                   MOVE ZERO TO WS-BATCH-REJECT-COUNT
                   MOVE ZERO TO WS-BATCH-REJECT-HASH
                   PERFORM 4210-WRITE-CLEAN-RECORD
                       SUBTRACT WS-BATCH-REJECT-HASH
                           FROM CT-HASH-TOTAL
                       MOVE "N" TO WS-BATCH-OPEN-SWITCH
                       MOVE "----" TO WS-BATCH-SOURCE-ID
                   END-IF
                   PERFORM 4210-WRITE-CLEAN-RECORD
               WHEN CT-DETAIL
           IF WS-EDIT-CLEAN
               PERFORM 4210-WRITE-CLEAN-RECORD
               ADD 1 TO WS-CLEAN-COUNT
               IF WS-BUDGET-CHECK-ON
                   PERFORM 4300-BUDGET-ONE-DETAIL
               END-IF
           ELSE
               IF WS-BUDGET-CHECK-ON AND CT-SET-ID NOT = SPACES
                   PERFORM 4305-BREAK-SET
               END-IF
               PERFORM 4230-WRITE-REJECT-RECORD
               ADD 1 TO WS-REJECT-COUNT
               IF WS-BATCH-OPEN
           MOVE CALC-TRANS-RECORD TO ER-TRANS-DATA
           MOVE WS-EDIT-REASON-CODE TO ER-REASON-CODE
           MOVE WS-EDIT-REASON-TEXT TO ER-REASON-TEXT
           MOVE WS-BATCH-SOURCE-ID TO ER-SOURCE-ID
           WRITE CALC-EDIT-REJECT-RECORD.

       4300-BUDGET-ONE-DETAIL.
      *> A standalone detail is checked at once; a chained step
      *> updates its set's running result and waits for the set to
      *> end. A record of a different set ends the one pending.
           IF WS-SET-OPEN AND CT-SET-ID NOT = WS-SET-ID
               PERFORM 4310-CLOSE-PENDING-SET
           END-IF
           IF CT-SET-ID = SPACES
               MOVE CT-FIRSTNUM TO WS-CALC-FIRSTNUM
               PERFORM 6000-COMPUTE-AMOUNT
               IF WS-AMOUNT-VALID
                   PERFORM 4320-CHECK-AGAINST-BUDGET
               END-IF
           ELSE
               IF NOT WS-SET-OPEN
                   SET WS-SET-OPEN TO TRUE
                   MOVE "N" TO WS-SET-BROKEN-SWITCH
                   MOVE CT-SET-ID TO WS-SET-ID
                   MOVE ZERO TO WS-SET-RUNNING-RESULT
               END-IF
               IF CT-CHAIN-FLAG = "P"
                   MOVE WS-SET-RUNNING-RESULT TO WS-CALC-FIRSTNUM
               ELSE
                   MOVE CT-FIRSTNUM TO WS-CALC-FIRSTNUM
               END-IF
               PERFORM 6000-COMPUTE-AMOUNT
               IF WS-AMOUNT-VALID
                   MOVE WS-CALC-RESULT TO WS-SET-RUNNING-RESULT
                   MOVE CALC-TRANS-RECORD TO WS-SET-LAST-RECORD
               ELSE
                   SET WS-SET-BROKEN TO TRUE
               END-IF
           END-IF.

       4305-BREAK-SET.
      *> An edit reject inside a chained set breaks the chain, so
      *> CALC01 will post nothing for the set.
           IF WS-SET-OPEN AND CT-SET-ID NOT = WS-SET-ID
               PERFORM 4310-CLOSE-PENDING-SET
           END-IF
           SET WS-SET-OPEN TO TRUE
           SET WS-SET-BROKEN TO TRUE
           MOVE CT-SET-ID TO WS-SET-ID.

       4310-CLOSE-PENDING-SET.
      *> The set's last clean step carries the coding and currency
      *> the set posts on; its running result is the amount. The
      *> record in hand is put back afterwards.
           IF WS-SET-OPEN
               IF NOT WS-SET-BROKEN
                   MOVE CALC-TRANS-RECORD TO WS-HOLD-RECORD
                   MOVE WS-SET-LAST-RECORD TO CALC-TRANS-RECORD
                   MOVE WS-SET-RUNNING-RESULT TO WS-CALC-RESULT
                   PERFORM 6500-CONVERT-TO-BASE
                   IF WS-AMOUNT-VALID
                       PERFORM 4320-CHECK-AGAINST-BUDGET
                   END-IF
                   MOVE WS-HOLD-RECORD TO CALC-TRANS-RECORD
               END-IF
               MOVE "N" TO WS-SET-OPEN-SWITCH
               MOVE "N" TO WS-SET-BROKEN-SWITCH
               MOVE SPACES TO WS-SET-ID
           END-IF.

       4320-CHECK-AGAINST-BUDGET.
      *> CALC-TRANS-RECORD holds the detail that posts and
      *> WS-BASE-AMOUNT its amount in base currency; a positive
      *> amount is a debit, i.e. spend on an expense account.
           PERFORM 5000-LOOKUP-GL-ACCOUNT
           IF WS-ACCTM-HIT-EXPENSE AND WS-BASE-AMOUNT > ZERO
               PERFORM 4330-FIND-BUDGET-ENTRY
               IF WS-BUDT-HAS-BUDGET(WS-BUDT-HIT) = "Y"
                   COMPUTE WS-MTD-BEFORE =
                       WS-BUDT-BALANCE(WS-BUDT-HIT)
                       + WS-BUDT-TODAY(WS-BUDT-HIT)
                   COMPUTE WS-MTD-AFTER =
                       WS-MTD-BEFORE + WS-BASE-AMOUNT
                   ADD WS-BASE-AMOUNT TO WS-BUDT-TODAY(WS-BUDT-HIT)
                   IF WS-BUDT-WARNED(WS-BUDT-HIT) NOT = "Y"
                       PERFORM 4325-WARN-IF-OVER-BUDGET
                   END-IF
               END-IF
           END-IF.

       4325-WARN-IF-OVER-BUDGET.
           EVALUATE TRUE
               WHEN WS-MTD-BEFORE > WS-BUDT-BUDGET(WS-BUDT-HIT)
                   MOVE "BUDO" TO WS-EDIT-REASON-CODE
                   MOVE "Month-to-date spend already over budget"
                       TO WS-EDIT-REASON-TEXT
                   PERFORM 4340-WRITE-BUDGET-WARNING
               WHEN WS-MTD-AFTER > WS-BUDT-BUDGET(WS-BUDT-HIT)
                   MOVE "BUDX" TO WS-EDIT-REASON-CODE
                   MOVE "Detail takes month-to-date over budget"
                       TO WS-EDIT-REASON-TEXT
                   PERFORM 4340-WRITE-BUDGET-WARNING
           END-EVALUATE.

       4330-FIND-BUDGET-ENTRY.
      *> Sets WS-BUDT-HIT, adding the account / cost center with its
      *> budget and balance master figures the first time it is
      *> seen this run.
           MOVE ZERO TO WS-BUDT-HIT
           PERFORM VARYING WS-BUDT-SCAN FROM 1 BY 1
                   UNTIL WS-BUDT-SCAN > WS-BUDT-MAX
                      OR WS-BUDT-HIT > ZERO
               IF WS-BUDT-ACCOUNT(WS-BUDT-SCAN) = CT-GL-ACCOUNT
                  AND WS-BUDT-CENTER(WS-BUDT-SCAN) = CT-COST-CENTER
                   MOVE WS-BUDT-SCAN TO WS-BUDT-HIT
               END-IF
           END-PERFORM
           IF WS-BUDT-HIT = ZERO
               IF WS-BUDT-MAX >= WS-BUDT-MAX-ENTRIES
                   DISPLAY "cobol-edit: more than "
                           WS-BUDT-MAX-ENTRIES " account/cost "
                           "centers to budget check - increase "
                           "WS-BUDT-MAX-ENTRIES and recompile"
                   MOVE "Budget check table capacity exceeded"
                       TO WS-ABORT-REASON
                   PERFORM 9000-ABORT-RUN
               END-IF
               ADD 1 TO WS-BUDT-MAX
               MOVE WS-BUDT-MAX TO WS-BUDT-HIT
               MOVE CT-GL-ACCOUNT TO WS-BUDT-ACCOUNT(WS-BUDT-HIT)
               MOVE CT-COST-CENTER TO WS-BUDT-CENTER(WS-BUDT-HIT)
               MOVE "N" TO WS-BUDT-HAS-BUDGET(WS-BUDT-HIT)
               MOVE "N" TO WS-BUDT-WARNED(WS-BUDT-HIT)
               MOVE ZERO TO WS-BUDT-BUDGET(WS-BUDT-HIT)
               MOVE ZERO TO WS-BUDT-BALANCE(WS-BUDT-HIT)
               MOVE ZERO TO WS-BUDT-TODAY(WS-BUDT-HIT)
               MOVE WS-BUDGET-PERIOD TO BM-PERIOD
               MOVE CT-GL-ACCOUNT TO BM-ACCOUNT-CODE
               MOVE CT-COST-CENTER TO BM-COST-CENTER
               READ BUDGET-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-BUDT-HAS-BUDGET(WS-BUDT-HIT)
                       MOVE BM-BUDGET-AMOUNT
                           TO WS-BUDT-BUDGET(WS-BUDT-HIT)
               END-READ
               IF WS-BALM-OPEN
                  AND WS-BUDT-HAS-BUDGET(WS-BUDT-HIT) = "Y"
                   MOVE WS-BUDGET-PERIOD TO GB-PERIOD
                   MOVE CT-GL-ACCOUNT TO GB-ACCOUNT-CODE
                   MOVE CT-COST-CENTER TO GB-COST-CENTER
                   READ GL-BALANCE-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-BUDT-BALANCE(WS-BUDT-HIT) =
                               GB-DR-TOTAL - GB-CR-TOTAL
                   END-READ
               END-IF
           END-IF.

       4340-WRITE-BUDGET-WARNING.
           MOVE "Y" TO WS-BUDT-WARNED(WS-BUDT-HIT)
           MOVE SPACES TO CALC-EDIT-WARNING-RECORD
           MOVE CALC-TRANS-RECORD TO EW-TRANS-DATA
           MOVE WS-EDIT-REASON-CODE TO EW-REASON-CODE
           MOVE WS-BUDT-BUDGET(WS-BUDT-HIT) TO EW-BUDGET-AMOUNT
           MOVE WS-MTD-AFTER TO EW-PROJECTED-MTD
           MOVE WS-EDIT-REASON-TEXT TO EW-REASON-TEXT
           WRITE CALC-EDIT-WARNING-RECORD
           ADD 1 TO WS-WARNING-COUNT.

       5000-LOOKUP-GL-ACCOUNT.
           MOVE "?" TO WS-LOOKUP-STATUS
           MOVE SPACE TO WS-ACCTM-HIT-TYPE
           PERFORM VARYING WS-ACCTM-IDX FROM 1 BY 1
                   UNTIL WS-ACCTM-IDX > WS-ACCTM-MAX
                      OR NOT WS-LOOKUP-NOT-FOUND
               IF WS-ACCTM-ACCOUNT(WS-ACCTM-IDX) = CT-GL-ACCOUNT
                   MOVE WS-ACCTM-STATUS(WS-ACCTM-IDX)
                       TO WS-LOOKUP-STATUS
                   MOVE WS-ACCTM-TYPE(WS-ACCTM-IDX)
                       TO WS-ACCTM-HIT-TYPE
               END-IF
           END-PERFORM.

               END-IF
           END-PERFORM.

       6000-COMPUTE-AMOUNT.
      *> WS-CALC-FIRSTNUM (the detail's, or the chain's running
      *> result) CT-OPERATOR CT-SECONDNUM, by the same operation
      *> types as CALC01, then on to base currency. Anything CALC01
      *> would reject (unknown operator, divide by zero, overflow,
      *> no rate) is left invalid and not checked.
           SET WS-AMOUNT-VALID TO TRUE
           MOVE ZERO TO WS-CALC-RESULT
           MOVE SPACES TO WS-OPERATION-TYPE
           PERFORM VARYING WS-OPTAB-IDX FROM 1 BY 1
                   UNTIL WS-OPTAB-IDX > WS-OPTAB-MAX
                      OR WS-OPERATION-TYPE NOT = SPACES
               IF WS-OPTAB-CODE(WS-OPTAB-IDX) = CT-OPERATOR
                   MOVE WS-OPTAB-TYPE(WS-OPTAB-IDX)
                       TO WS-OPERATION-TYPE
               END-IF
           END-PERFORM
           EVALUATE WS-OPERATION-TYPE
               WHEN "ADD"
                   COMPUTE WS-CALC-RESULT =
                       WS-CALC-FIRSTNUM + CT-SECONDNUM
                       ON SIZE ERROR
                           SET WS-AMOUNT-INVALID TO TRUE
                   END-COMPUTE
               WHEN "SUB"
                   COMPUTE WS-CALC-RESULT =
                       WS-CALC-FIRSTNUM - CT-SECONDNUM
                       ON SIZE ERROR
                           SET WS-AMOUNT-INVALID TO TRUE
                   END-COMPUTE
               WHEN "MUL"
                   COMPUTE WS-CALC-RESULT =
                       WS-CALC-FIRSTNUM * CT-SECONDNUM
                       ON SIZE ERROR
                           SET WS-AMOUNT-INVALID TO TRUE
                   END-COMPUTE
               WHEN "DIV"
                   IF CT-SECONDNUM = ZERO
                       SET WS-AMOUNT-INVALID TO TRUE
                   ELSE
                       COMPUTE WS-CALC-RESULT =
                           WS-CALC-FIRSTNUM / CT-SECONDNUM
                           ON SIZE ERROR
                               SET WS-AMOUNT-INVALID TO TRUE
                       END-COMPUTE
                   END-IF
               WHEN "PCT"
                   COMPUTE WS-CALC-RESULT ROUNDED =
                       WS-CALC-FIRSTNUM * (CT-SECONDNUM / 100)
                       ON SIZE ERROR
                           SET WS-AMOUNT-INVALID TO TRUE
                   END-COMPUTE
               WHEN "AVG"
                   COMPUTE WS-CALC-RESULT ROUNDED =
                       (WS-CALC-FIRSTNUM + CT-SECONDNUM) / 2
                       ON SIZE ERROR
                           SET WS-AMOUNT-INVALID TO TRUE
                   END-COMPUTE
               WHEN "MOD"
                   IF CT-SECONDNUM = ZERO
                       SET WS-AMOUNT-INVALID TO TRUE
                   ELSE
                       COMPUTE WS-CALC-RESULT =
                           FUNCTION MOD(WS-CALC-FIRSTNUM, CT-SECONDNUM)
                           ON SIZE ERROR
                               SET WS-AMOUNT-INVALID TO TRUE
                       END-COMPUTE
                   END-IF
               WHEN OTHER
                   SET WS-AMOUNT-INVALID TO TRUE
           END-EVALUATE
           IF WS-AMOUNT-VALID
               PERFORM 6500-CONVERT-TO-BASE
           END-IF.

       6500-CONVERT-TO-BASE.
           SET WS-AMOUNT-VALID TO TRUE
           IF CT-CURRENCY-CODE = SPACES
               MOVE WS-BASE-CURRENCY TO WS-CURRENCY
           ELSE
               MOVE CT-CURRENCY-CODE TO WS-CURRENCY
           END-IF
           IF WS-CURRENCY = WS-BASE-CURRENCY
               MOVE WS-CALC-RESULT TO WS-BASE-AMOUNT
           ELSE
               PERFORM 6510-LOOKUP-RATE
               IF WS-RATE-FOUND
                   COMPUTE WS-BASE-AMOUNT ROUNDED =
                       WS-CALC-RESULT * WS-CURRENCY-RATE
               ELSE
                   SET WS-AMOUNT-INVALID TO TRUE
               END-IF
           END-IF.

       6510-LOOKUP-RATE.
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           MOVE SPACES TO WS-RATE-EFF-DATE
           MOVE ZERO TO WS-CURRENCY-RATE
           PERFORM VARYING WS-CURRTAB-IDX FROM 1 BY 1
                   UNTIL WS-CURRTAB-IDX > WS-CURRTAB-MAX
               IF WS-CURRTAB-CODE(WS-CURRTAB-IDX) = WS-CURRENCY
                  AND WS-CURRTAB-EFF-DATE(WS-CURRTAB-IDX)
                      <= WS-BUSINESS-DATE
                  AND WS-CURRTAB-RATE(WS-CURRTAB-IDX) > ZERO
                   IF NOT WS-RATE-FOUND
                      OR WS-CURRTAB-EFF-DATE(WS-CURRTAB-IDX)
                         > WS-RATE-EFF-DATE
                       MOVE WS-CURRTAB-RATE(WS-CURRTAB-IDX)
                           TO WS-CURRENCY-RATE
                       MOVE WS-CURRTAB-EFF-DATE(WS-CURRTAB-IDX)
                           TO WS-RATE-EFF-DATE
                       SET WS-RATE-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       6700-TEST-BUSINESS-DAY.
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

       8000-WRITE-SUMMARY.
           DISPLAY "cobol-edit control total"
           DISPLAY "Records read:      " WS-RECORD-COUNT
           DISPLAY "  Passed to calc:  " WS-CLEAN-COUNT
           DISPLAY "  Edit rejects:    " WS-REJECT-COUNT
           DISPLAY "  Budget warnings: " WS-WARNING-COUNT.
