               RECORD KEY IS GS-TRANS-REF
               FILE STATUS IS WS-FS-GLSTAT.

           SELECT POSTING-RULE-FILE ASSIGN TO "PSTRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PSTRULE.

           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUSCAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-TRANS-FILE.
       FD  GL-STATUS-MASTER-FILE.
           COPY GLSTATR.

       FD  POSTING-RULE-FILE.
           COPY PSTRULE.

       FD  BUSINESS-CALENDAR-FILE.
           COPY BUSCAL.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-FS-SUSPENSE          PIC XX VALUE "00".
           05  WS-FS-CURRTAB           PIC XX VALUE "00".
           05  WS-FS-GLSTAT            PIC XX VALUE "00".
           05  WS-FS-PSTRULE           PIC XX VALUE "00".
           05  WS-FS-BUSCAL            PIC XX VALUE "00".

       01  WS-PARM                     PIC X(80).
       01  WS-PARM-RUN-PART            PIC X(80).
       01  WS-PARM-JOBID-PART          PIC X(8).
       01  WS-PARM-PROCDATE-PART       PIC X(8).
       01  WS-PARM-DUPDAYS-PART        PIC X(4).
       01  WS-PARM-PARTITION-PART      PIC X(4).
       01  WS-PARM-DAYCHK-PART         PIC X(8).
       01  WS-PARM-FIELDS.
           05  WS-PARM-FIRSTNUM-TXT    PIC X(15).
           05  WS-PARM-OPERATOR-TXT    PIC X(1).
           88  WS-RESTART-OF-OVERRIDE           VALUE "Y".

       01  WS-JOB-ID                   PIC X(8) VALUE "CALCJOB1".

      *> On a heavy day CALCJOB splits the edited file by submitting
      *> source (CALC13, cobol-partsplit.cbl) and one CALC01 runs
      *> per partition at the same time (CALCPART.jcl), each with
      *> its own files and checkpoint; CALC14 (cobol-partmerge.cbl)
      *> merges them afterwards. WS-PARTITION is the partition this
      *> run calculates, from the fifth ";" piece of the PARM - zero
      *> for the normal serial run. A partition records its run
      *> states under its own step name (CALC01P1, CALC01P2, ...) so
      *> a finished partition refuses a rerun while a failed one is
      *> restarted on its own.
       01  WS-PARTITION                PIC 9 VALUE ZERO.
       01  WS-RUN-STEP                 PIC X(8) VALUE "CALC01".
       01  WS-TIMESTAMP                PIC X(21).

      *> The business/processing date every GL posting is stamped
       01  WS-RUN-DUP-SWITCH           PIC X VALUE "N".
           88  WS-RUN-ALREADY-DONE              VALUE "Y".

      *> A batch run for a business date that is not a business day
      *> on the business calendar is refused (1250) unless the sixth
      *> ";" piece of the PARM (DAYCHK in CALCJOB.jcl) is NONBUS.
       01  WS-DAY-CHECK-SWITCH         PIC X VALUE "N".
           88  WS-NONBUS-OVERRIDE               VALUE "Y".

      *> Run-state records appended to RUNCTL (see CALCRUN.cpy) so
      *> the morning status report (CALC07) shows where the run is,
      *> or where it died, without reading SYSOUT step by step.
       01  WS-SOURCE-SUB               PIC 9(4) VALUE ZERO.
       01  WS-SOURCE-SCAN              PIC 9(4) VALUE ZERO.
      *> Detail records arriving outside any batch header are
      *> tallied under the catch-all source "----". Three source ids
      *> are reserved for batches this system builds itself, whose
      *> details skip the duplicate-register search:
      *>   "SUSP" - release batches CALC04 (cobol-susprel.cbl)
      *>     or weekly generation after the first as a duplicate;
      *>     the advanced next-run date on the master plus the
      *>     SI+id+yymmdd reference is the dedupe for these.
      *>   "ALOC" - month-end allocation batches GLB03
      *>     (cobol-glalloc.cbl) generates from the balance master.
      *>     A flat monthly balance allocates to the same amounts
      *>     every month; the allocation log (one run per period)
      *>     plus the AL+rule+yymm+seq reference is the dedupe.
      *> All three still register what they post.
       01  WS-SOURCE-CURRENT           PIC X(4) VALUE "----".
           88  WS-DUP-EXEMPT-SOURCE             VALUE "SUSP"
                                                      "RECR"
                                                      "ALOC".

       01  WS-SUCCESS-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(9) VALUE ZERO.
           05  PD-COST-CENTER          PIC X(6) VALUE SPACES.
           05  PD-TRANS-REF            PIC X(12) VALUE SPACES.
           05  PD-CURRENCY             PIC X(3) VALUE SPACES.
           05  PD-CONTRA-ACCOUNT       PIC X(10) VALUE SPACES.
           05  PD-CONTRA-COST-CENTER   PIC X(6) VALUE SPACES.
      *> Duplicate-register keys of the set's steps, held back until
      *> 4700-POST-PENDING-SET actually posts the set. A broken set
      *> posts nothing and registers nothing, so the corrected
      *> WS-DUP-RETENTION-DAYS are ignored on a hit and deleted by
      *> the purge sweep at end of run. An OVERRIDE run bypasses
      *> the search - the operator has declared the rerun genuine -
      *> but still registers what it posts. The retention is counted
      *> in business days on the business calendar, so a long
      *> weekend does not let a Friday file be resent on Tuesday.
       01  WS-DUP-RETENTION-DAYS       PIC 9(4) VALUE 7.
       01  WS-DUP-CUTOFF-DATE          PIC X(8) VALUE "00000000".
       01  WS-DUP-PURGED-COUNT         PIC 9(9) VALUE ZERO.

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
       01  WS-DUP-KEY-WORK.
           05  WS-DUPK-FIRSTNUM        PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
       01  WS-GL-RECORD-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-GL-DR-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01  WS-GL-CR-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01  WS-GL-PRIMARY-DR-TOTAL      PIC S9(11)V99 VALUE ZERO.
       01  WS-GL-PRIMARY-CR-TOTAL      PIC S9(11)V99 VALUE ZERO.

       01  WS-TOTAL-OFLW-SWITCH        PIC X VALUE "N".
           88  WS-TOTAL-OFLW                    VALUE "Y".
           05  WS-TRANS-REF            PIC X(12).
           05  WS-CURRENCY             PIC X(3).
           05  WS-CONVERTED-RESULT     PIC S9(7)V99 VALUE ZERO.
           05  WS-CONTRA-ACCOUNT       PIC X(10).
           05  WS-CONTRA-COST-CENTER   PIC X(6).

       01  WS-TRANS-REF-SEQ            PIC 9(8) VALUE ZERO.
       01  WS-AUDIT-SEQ                PIC 9(9) VALUE ZERO.
       01  WS-RATE-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-RATE-FOUND                    VALUE "Y".

      *> Posting rules, loaded from PSTRULES at startup (see
      *> PSTRULE.cpy). 6610 picks the most specific rule for the
      *> posting's account, source id and operation type; its
      *> contra account takes the balancing leg of every GLEXTRC
      *> posting. WS-PRULE-SCORE ranks a candidate: 4 account+
      *> source+type, 3 account+source, 2 account+type, 1 account.
       01  WS-PRULE-MAX-ENTRIES        PIC 9(4) VALUE 200.
       01  WS-PRULE-TABLE.
           05  WS-PRULE-ENTRY OCCURS 200 TIMES.
               10  WS-PRULE-GL-ACCOUNT PIC X(10).
               10  WS-PRULE-SOURCE-ID  PIC X(4).
               10  WS-PRULE-OPER-TYPE  PIC X(4).
               10  WS-PRULE-CONTRA-ACCT PIC X(10).
               10  WS-PRULE-CONTRA-CC  PIC X(6).
       01  WS-PRULE-MAX                PIC 9(4) VALUE ZERO.
       01  WS-PRULE-SCAN               PIC 9(4) VALUE ZERO.
       01  WS-PRULE-BEST               PIC 9(4) VALUE ZERO.
       01  WS-PRULE-SCORE              PIC 9 VALUE ZERO.
       01  WS-PRULE-BEST-SCORE         PIC 9 VALUE ZERO.
       01  WS-PRULE-KEY-SOURCE-ID      PIC X(4) VALUE SPACES.
       01  WS-PRULE-KEY-OPER-TYPE      PIC X(4) VALUE SPACES.

      *> Per-currency original and converted totals for the summary.
       01  WS-CURR-MAX-ENTRIES         PIC 9(4) VALUE 20.
       01  WS-CURR-TABLE.
               WHEN WS-MODE-SINGLE
                   PERFORM 3000-PROCESS-SINGLE
               WHEN OTHER
                   PERFORM 2150-LOAD-POSTING-RULES
                   PERFORM 4000-PROCESS-BATCH
           END-EVALUATE
           STOP RUN.
           MOVE SPACES TO WS-PARM-JOBID-PART
           MOVE SPACES TO WS-PARM-PROCDATE-PART
           MOVE SPACES TO WS-PARM-DUPDAYS-PART
           MOVE SPACES TO WS-PARM-PARTITION-PART
           MOVE SPACES TO WS-PARM-DAYCHK-PART
           UNSTRING WS-PARM DELIMITED BY ";"
               INTO WS-PARM-RUN-PART
                    WS-PARM-JOBID-PART
                    WS-PARM-PROCDATE-PART
                    WS-PARM-DUPDAYS-PART
                    WS-PARM-PARTITION-PART
                    WS-PARM-DAYCHK-PART
           END-UNSTRING
           IF WS-PARM-JOBID-PART NOT = SPACES
               MOVE WS-PARM-JOBID-PART TO WS-JOB-ID
                       TO WS-ABORT-REASON
                   PERFORM 9000-ABORT-RUN
               END-IF
           END-IF
           IF WS-PARM-PARTITION-PART NOT = SPACES
               IF WS-PARM-PARTITION-PART(1:1) >= "1"
                  AND WS-PARM-PARTITION-PART(1:1) <= "4"
                  AND WS-PARM-PARTITION-PART(2:3) = SPACES
                   MOVE WS-PARM-PARTITION-PART(1:1) TO WS-PARTITION
                   MOVE SPACES TO WS-RUN-STEP
                   STRING "CALC01P" WS-PARTITION
                       DELIMITED BY SIZE INTO WS-RUN-STEP
               ELSE
                   DISPLAY "cobol-calc: PARM partition must be 1 to "
                           "4: " WS-PARM-PARTITION-PART
                   MOVE "PARM partition not 1 to 4"
                       TO WS-ABORT-REASON
                   PERFORM 9000-ABORT-RUN
               END-IF
           END-IF
           EVALUATE WS-PARM-DAYCHK-PART
               WHEN SPACES
                   CONTINUE
               WHEN "NONBUS"
                   SET WS-NONBUS-OVERRIDE TO TRUE
               WHEN OTHER
                   DISPLAY "cobol-calc: PARM DAYCHK must be blank or "
                           "NONBUS: " WS-PARM-DAYCHK-PART
                   MOVE "PARM DAYCHK not recognized"
                       TO WS-ABORT-REASON
                   PERFORM 9000-ABORT-RUN
           END-EVALUATE.

       1100-PARSE-SINGLE-PARM.
           MOVE SPACES TO WS-PARM-FIELDS
                           MOVE "10" TO WS-FS-RUNCTL
                       NOT AT END
      *> Only this step's COMPLETE counts - the other steps write
      *> state records too, and a partition only its own. A blank
      *> step is a record from before the state tracking went in,
      *> which only CALC01 wrote.
                           IF RN-BUSINESS-DATE = WS-BUSINESS-DATE
                              AND RN-STATUS = "COMPLETE"
                              AND (RN-STEP = WS-RUN-STEP
                                   OR RN-STEP = SPACES)
                               SET WS-RUN-ALREADY-DONE TO TRUE
                           END-IF
               PERFORM 9000-ABORT-RUN
           END-IF.

       1250-CHECK-BUSINESS-DAY.
      *> A business date that is a weekend or holiday on the
      *> business calendar, or in a year the calendar does not
      *> cover, is refused RC=8 before anything posts - usually a
      *> mistyped PROCDATE, which would stamp the day's GL on a date
      *> the ledger is closed. An authorized run on such a date
      *> sets DAYCHK to NONBUS and is only noted on SYSOUT.
           MOVE WS-BUSINESS-DATE TO WS-CAL-DATE
           PERFORM 6700-TEST-BUSINESS-DAY
           EVALUATE TRUE
               WHEN WS-NONBUS-OVERRIDE
                   IF NOT WS-CAL-COVERED OR NOT WS-CAL-BUSINESS-DAY
                       DISPLAY "cobol-calc: business date "
                               WS-BUSINESS-DATE " is not a business "
                               "day - run under DAYCHK NONBUS"
                   END-IF
               WHEN NOT WS-CAL-COVERED
                   DISPLAY "cobol-calc: business date "
                           WS-BUSINESS-DATE " is in a year the "
                           "business calendar BUSCAL does not cover"
                           " - run refused."
                   MOVE "Year not on business calendar - refused"
                       TO WS-RUN-STATE-REASON
                   PERFORM 1260-REFUSE-NON-BUSINESS-DAY
               WHEN NOT WS-CAL-BUSINESS-DAY
                   DISPLAY "cobol-calc: business date "
                           WS-BUSINESS-DATE " is not a business day "
                           "on BUSCAL - run refused."
                   MOVE "Not a business day - refused"
                       TO WS-RUN-STATE-REASON
                   PERFORM 1260-REFUSE-NON-BUSINESS-DAY
           END-EVALUATE.

       1260-REFUSE-NON-BUSINESS-DAY.
           DISPLAY "cobol-calc: set DAYCHK to NONBUS for an "
                   "authorized run on a non-business day."
      *> REFUSED, not FAILED: nothing ran, there is nothing to
      *> restart, and the date is not a business date the period
      *> close should be waiting on.
           MOVE "REFUSED " TO WS-RUN-STATE
           PERFORM 1350-WRITE-RUN-STATE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       1300-RECORD-RUN-COMPLETE.
           MOVE "COMPLETE" TO WS-RUN-STATE
           MOVE SPACES TO WS-RUN-STATE-REASON
               MOVE WS-JOB-ID TO RN-JOB-ID
               MOVE WS-RUN-STATE TO RN-STATUS
               MOVE FUNCTION CURRENT-DATE TO RN-TIMESTAMP
               MOVE WS-RUN-STEP TO RN-STEP
               MOVE WS-RECORD-COUNT TO RN-RECORD-COUNT
               MOVE WS-RUN-STATE-REASON TO RN-REASON
               WRITE CALC-RUN-CONTROL-RECORD
           END-PERFORM
           CLOSE CALC-CURRTAB-FILE.

       2150-LOAD-POSTING-RULES.
      *> Every GL posting needs its contra leg, so a batch run
      *> cannot start without the posting rules.
           MOVE ZERO TO WS-PRULE-MAX
           OPEN INPUT POSTING-RULE-FILE
           IF WS-FS-PSTRULE NOT = "00"
               DISPLAY "cobol-calc: unable to open posting rules "
                       "PSTRULES, file status " WS-FS-PSTRULE
               MOVE "Unable to open PSTRULES"
                   TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           PERFORM UNTIL WS-FS-PSTRULE = "10"
               READ POSTING-RULE-FILE
                   AT END
                       MOVE "10" TO WS-FS-PSTRULE
                   NOT AT END
                       IF WS-PRULE-MAX >= WS-PRULE-MAX-ENTRIES
                           CLOSE POSTING-RULE-FILE
                           DISPLAY "cobol-calc: PSTRULES has more "
                                   "than " WS-PRULE-MAX-ENTRIES
                                   " entries - increase "
                                   "WS-PRULE-MAX-ENTRIES and "
                                   "recompile"
                           MOVE "PSTRULES exceeds table capacity"
                               TO WS-ABORT-REASON
                           PERFORM 9000-ABORT-RUN
                       END-IF
                       ADD 1 TO WS-PRULE-MAX
                       MOVE PR-GL-ACCOUNT
                           TO WS-PRULE-GL-ACCOUNT(WS-PRULE-MAX)
                       MOVE PR-SOURCE-ID
                           TO WS-PRULE-SOURCE-ID(WS-PRULE-MAX)
                       MOVE PR-OPERATION-TYPE
                           TO WS-PRULE-OPER-TYPE(WS-PRULE-MAX)
                       MOVE PR-CONTRA-ACCOUNT
                           TO WS-PRULE-CONTRA-ACCT(WS-PRULE-MAX)
                       MOVE PR-CONTRA-COST-CENTER
                           TO WS-PRULE-CONTRA-CC(WS-PRULE-MAX)
               END-READ
           END-PERFORM
           CLOSE POSTING-RULE-FILE.

       2050-LOAD-CALENDAR.
      *> Business calendar into core (see BUSCAL.cpy). CALC06 has
      *> proved the file before the nightly steps run; an entry
      *> this step cannot use is fatal all the same, rather than
      *> counting days on a calendar it cannot read.
           MOVE ZERO TO WS-CAL-YEAR-MAX
           MOVE ZERO TO WS-CAL-DAY-MAX
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF WS-FS-BUSCAL NOT = "00"
               DISPLAY "cobol-calc: unable to open business "
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
               DISPLAY "cobol-calc: BUSCAL entry not usable: "
                       BUSINESS-CALENDAR-RECORD
               MOVE "BUSCAL entry not usable"
                   TO WS-ABORT-REASON
               PERFORM 9000-ABORT-RUN
           END-IF
           IF BC-YEAR-RECORD
               IF WS-CAL-YEAR-MAX >= WS-CAL-YEAR-MAX-ENTRIES
                   DISPLAY "cobol-calc: BUSCAL has more than "
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
                   DISPLAY "cobol-calc: BUSCAL has more than "
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

       2200-OPEN-DUP-REGISTER.
           MOVE WS-BUSINESS-DATE TO WS-CAL-DATE
           MOVE WS-DUP-RETENTION-DAYS TO WS-CAL-STEP-COUNT
           PERFORM 6710-STEP-BACK-BUSINESS-DAYS
           MOVE WS-CAL-DATE TO WS-DUP-CUTOFF-DATE
           OPEN I-O CALC-DUP-REGISTER-FILE
           IF WS-FS-DUPREG = "35"
      *> No register yet - first run since the feature went in.
               PERFORM 4105-REBUILD-GL-TOTALS
               PERFORM 4106-SORT-POSTED-REFS
           END-IF
      *> The calendar is loaded once the business date is settled.
      *> A RESTART is not checked again - the date was accepted
      *> when the interrupted run started.
           PERFORM 2050-LOAD-CALENDAR
           IF NOT WS-MODE-RESTART
               PERFORM 1250-CHECK-BUSINESS-DAY
           END-IF
      *> STARTED goes on after the business date is settled (a
      *> RESTART takes it over from the checkpoint), so the status
      *> report files every attempt under the right date - a second
           CLOSE GL-EXTRACT-FILE
           CLOSE CALC-AUDIT-FILE
           CLOSE CALC-SUSPENSE-FILE
      *> Partitions share the one register - the first partition
      *> sweeps it for all of them.
           IF WS-PARTITION < 2
               PERFORM 4500-PURGE-DUP-REGISTER
           END-IF
           CLOSE CALC-DUP-REGISTER-FILE
           IF WS-GLSTAT-OPEN
               CLOSE GL-STATUS-MASTER-FILE
      *> proves it instead of failing every restart. The details'
      *> transaction references are collected on the way through -
      *> they are the proof a replayed record is already posted.
      *> Both legs of every posting count toward the trailer, but
      *> the grand total nets the primary legs only (the contra
      *> legs net them back to zero), and only a primary leg's
      *> reference is collected - its contra leg carries the same
      *> one.
           MOVE ZERO TO WS-GL-RECORD-COUNT
           MOVE ZERO TO WS-GL-DR-TOTAL
           MOVE ZERO TO WS-GL-CR-TOTAL
           MOVE ZERO TO WS-GL-PRIMARY-DR-TOTAL
           MOVE ZERO TO WS-GL-PRIMARY-CR-TOTAL
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-FS-GL = "35"
               MOVE ZERO TO WS-GRAND-TOTAL
                               ELSE
                                   ADD GL-AMOUNT TO WS-GL-DR-TOTAL
                               END-IF
                           END-IF
                           IF GL-DETAIL AND GL-PRIMARY-LEG
                               IF GL-DR-CR = "CR"
                                   ADD GL-AMOUNT
                                       TO WS-GL-PRIMARY-CR-TOTAL
                               ELSE
                                   ADD GL-AMOUNT
                                       TO WS-GL-PRIMARY-DR-TOTAL
                               END-IF
                               IF WS-POSTED-REF-MAX >=
                                       WS-POSTED-REF-MAX-ENTRIES
                                   DISPLAY "cobol-calc: GLEXTRC has "
               CLOSE GL-EXTRACT-FILE
               MOVE "00" TO WS-FS-GL
               COMPUTE WS-GRAND-TOTAL =
                   WS-GL-PRIMARY-DR-TOTAL - WS-GL-PRIMARY-CR-TOTAL
                   ON SIZE ERROR
                       SET WS-TOTAL-OFLW TO TRUE
               END-COMPUTE
               IF WS-VALID-CALC
                   PERFORM 6500-CONVERT-TO-BASE
               END-IF
               IF WS-VALID-CALC
                   PERFORM 6600-LOOKUP-POSTING-RULE
               END-IF
               PERFORM 7000-WRITE-AUDIT
               IF WS-VALID-CALC
                   PERFORM 4210-WRITE-RESULT
           WRITE CALC-RESULT-RECORD.

       4220-WRITE-GL-EXTRACT.
      *> Double entry: the primary leg on the transaction's own
      *> account, then the contra leg WS-CONTRA-ACCOUNT/-COST-CENTER
      *> (set by 6600, or from GLSTAT for a reversal) for the same
      *> amount the opposite way, both under the one trans-ref.
      *> Both legs carry the original currency and WS-RESULT, the
      *> amount in it, for GLB01's foreign balances on GLBALM.
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE "GD" TO GL-RECORD-TYPE
           MOVE WS-JOB-ID TO GL-JOB-ID
           MOVE WS-BUSINESS-DATE TO GL-POSTING-DATE
           MOVE WS-TRANS-REF TO GL-TRANS-REF
           MOVE WS-SOURCE-CURRENT TO GL-SOURCE-ID
           IF WS-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO GL-CURRENCY-CODE
           ELSE
               MOVE WS-CURRENCY TO GL-CURRENCY-CODE
           END-IF
           MOVE FUNCTION ABS(WS-RESULT) TO GL-FOREIGN-AMOUNT
           SET GL-PRIMARY-LEG TO TRUE
           WRITE GL-EXTRACT-RECORD
           MOVE WS-CONTRA-ACCOUNT TO GL-ACCOUNT-CODE
           MOVE WS-CONTRA-COST-CENTER TO GL-COST-CENTER
           IF WS-CONVERTED-RESULT < ZERO
               MOVE "DR" TO GL-DR-CR
               ADD FUNCTION ABS(WS-CONVERTED-RESULT)
                   TO WS-GL-DR-TOTAL
           ELSE
               MOVE "CR" TO GL-DR-CR
               ADD WS-CONVERTED-RESULT TO WS-GL-CR-TOTAL
           END-IF
           ADD 1 TO WS-GL-RECORD-COUNT
           SET GL-CONTRA-LEG TO TRUE
           WRITE GL-EXTRACT-RECORD.

       4230-WRITE-EXCEPTION.
           MOVE WS-EXCEPTION-REASON-CODE TO CX-REASON-CODE
           MOVE WS-TRANS-REF TO CX-TRANS-REF
           MOVE WS-EXCEPTION-REASON-TEXT TO CX-REASON-TEXT
           MOVE WS-SOURCE-CURRENT TO CX-SOURCE-ID
           WRITE CALC-EXCEPTION-RECORD.

       4240-ASSIGN-TRANS-REF.
      *> Departments assign CT-TRANS-REF; when it arrives blank,
      *> generate one from the input record number so every output
      *> record still traces back to its exact input transaction.
      *> CALC10 (cobol-outcome.cbl) works the same number out again
      *> to return the outcome - keep the two in step.
           IF WS-TRANS-REF = SPACES OR WS-TRANS-REF = LOW-VALUES
               MOVE WS-RECORD-COUNT TO WS-TRANS-REF-SEQ
               MOVE SPACES TO WS-TRANS-REF
           MOVE "DUPL" TO CS-REASON-CODE
           MOVE "Suspected duplicate of a prior run"
               TO CS-REASON-TEXT
           MOVE WS-SOURCE-CURRENT TO CS-SOURCE-ID
           MOVE WS-BUSINESS-DATE TO CS-HELD-DATE
           WRITE CALC-SUSPENSE-RECORD.

       4290-REGISTER-TRANSACTION.
               IF WS-VALID-CALC
                   PERFORM 6500-CONVERT-TO-BASE
               END-IF
               IF WS-VALID-CALC
                   PERFORM 6600-LOOKUP-POSTING-RULE
               END-IF
               PERFORM 7000-WRITE-AUDIT
               IF WS-VALID-CALC
                   MOVE WS-RESULT TO WS-SET-RUNNING-RESULT
                   MOVE WS-COST-CENTER TO PD-COST-CENTER
                   MOVE WS-TRANS-REF TO PD-TRANS-REF
                   MOVE WS-CURRENCY TO PD-CURRENCY
                   MOVE WS-CONTRA-ACCOUNT TO PD-CONTRA-ACCOUNT
                   MOVE WS-CONTRA-COST-CENTER
                       TO PD-CONTRA-COST-CENTER
                   SET WS-SET-HAS-RESULT TO TRUE
                   IF WS-SET-KEY-COUNT >= WS-SET-MAX-STEPS
      *> Set too long for the key table - break the set as an
           IF WS-VALID-CALC
               PERFORM 6500-CONVERT-TO-BASE
           END-IF
           IF WS-VALID-CALC
               PERFORM 6600-LOOKUP-POSTING-RULE
           END-IF
           IF WS-VALID-CALC
               MOVE WS-RESULT TO WS-SET-RUNNING-RESULT
               MOVE CT-STEP-SEQ TO WS-SET-LAST-SEQ
               MOVE WS-COST-CENTER TO PD-COST-CENTER
               MOVE WS-TRANS-REF TO PD-TRANS-REF
               MOVE WS-CURRENCY TO PD-CURRENCY
               MOVE WS-CONTRA-ACCOUNT TO PD-CONTRA-ACCOUNT
               MOVE WS-CONTRA-COST-CENTER TO PD-CONTRA-COST-CENTER
               SET WS-SET-HAS-RESULT TO TRUE
           END-IF
           ADD 1 TO WS-SET-STEP-COUNT.
                   MOVE PD-COST-CENTER TO WS-COST-CENTER
                   MOVE PD-TRANS-REF TO WS-TRANS-REF
                   MOVE PD-CURRENCY TO WS-CURRENCY
                   MOVE PD-CONTRA-ACCOUNT TO WS-CONTRA-ACCOUNT
                   MOVE PD-CONTRA-COST-CENTER
                       TO WS-CONTRA-COST-CENTER
                   MOVE "N" TO WS-POSTED-REF-SWITCH
                   IF WS-MODE-RESTART
                       MOVE PD-TRANS-REF TO WS-POSTED-REF-WORK
                               TO WS-EXCEPTION-REASON-TEXT
                           PERFORM 4830-REJECT-REVERSAL
                       WHEN OTHER
                           PERFORM 4815-SET-REVERSAL-CONTRA
                           IF WS-PRULE-BEST > ZERO
                               PERFORM 4820-POST-REVERSAL
                           ELSE
                               MOVE "NOPR"
                                   TO WS-EXCEPTION-REASON-CODE
                               MOVE "No posting rule for GL account"
                                   TO WS-EXCEPTION-REASON-TEXT
                               PERFORM 4830-REJECT-REVERSAL
                           END-IF
                   END-EVALUATE
           END-READ.

       4815-SET-REVERSAL-CONTRA.
      *> The contra leg is backed out of exactly the account and
      *> cost center it was booked to, as GLA01 recorded them on
      *> the status master. A line registered before contra legs
      *> were carried has none recorded - the current posting rule
      *> for its account and original source stands in.
           IF GS-CONTRA-ACCOUNT NOT = SPACES
              AND GS-CONTRA-ACCOUNT NOT = LOW-VALUES
               MOVE GS-CONTRA-ACCOUNT TO WS-CONTRA-ACCOUNT
               MOVE GS-CONTRA-COST-CENTER TO WS-CONTRA-COST-CENTER
               MOVE 1 TO WS-PRULE-BEST
           ELSE
               MOVE GS-GL-ACCOUNT TO WS-GL-ACCOUNT
               MOVE GS-COST-CENTER TO WS-COST-CENTER
               MOVE GS-SOURCE-ID TO WS-PRULE-KEY-SOURCE-ID
               MOVE SPACES TO WS-PRULE-KEY-OPER-TYPE
               PERFORM 6610-FIND-POSTING-RULE
           END-IF.

       4820-POST-REVERSAL.
      *> Offsetting GL detail - opposite GL-DR-CR, same amount and
      *> coding - under the reversal's own reference. 4220 derives
      *> the direction from the sign of WS-CONVERTED-RESULT and
      *> keeps the running GL controls, so the trailer and CALC02
      *> still prove the file - both legs come back out, the contra
      *> leg against the account 4815 settled. The audit row
      *> carries the original signed amount and the offsetting
      *> result, status REV; the original's status-master entry is
      *> stamped with the reversal's reference, which is what
      *> rejects a second reversal of the same line. The extract
      *> lines carry the original's currency and foreign amount
      *> from GLSTAT, so the foreign balance comes back out too.
           MOVE GS-GL-ACCOUNT TO WS-GL-ACCOUNT
           MOVE GS-COST-CENTER TO WS-COST-CENTER
           IF GS-DR-CR = "DR"
           SET WS-REVERSAL-AUDIT TO TRUE
           PERFORM 7000-WRITE-AUDIT
           MOVE "N" TO WS-REVERSAL-AUDIT-SWITCH
           IF GS-CURRENCY-CODE = SPACES
              OR GS-FOREIGN-AMOUNT NOT NUMERIC
               MOVE WS-BASE-CURRENCY TO WS-CURRENCY
           ELSE
               MOVE GS-CURRENCY-CODE TO WS-CURRENCY
               IF GS-DR-CR = "DR"
                   COMPUTE WS-RESULT = ZERO - GS-FOREIGN-AMOUNT
               ELSE
                   MOVE GS-FOREIGN-AMOUNT TO WS-RESULT
               END-IF
           END-IF
           PERFORM 4220-WRITE-GL-EXTRACT
           ADD WS-CONVERTED-RESULT TO WS-GRAND-TOTAL
               ON SIZE ERROR
               END-IF
           END-PERFORM.

       6600-LOOKUP-POSTING-RULE.
      *> A posting whose account has no rule cannot be written
      *> double entry, so it is rejected rather than written
      *> one-sided.
           MOVE WS-SOURCE-CURRENT TO WS-PRULE-KEY-SOURCE-ID
           MOVE WS-OPERATION-TYPE TO WS-PRULE-KEY-OPER-TYPE
           PERFORM 6610-FIND-POSTING-RULE
           IF WS-PRULE-BEST = ZERO
               SET WS-INVALID-CALC TO TRUE
               MOVE "NOPR" TO WS-EXCEPTION-REASON-CODE
               MOVE "No posting rule for GL account"
                   TO WS-EXCEPTION-REASON-TEXT
           END-IF.

       6610-FIND-POSTING-RULE.
           MOVE ZERO TO WS-PRULE-BEST
           MOVE ZERO TO WS-PRULE-BEST-SCORE
           MOVE SPACES TO WS-CONTRA-ACCOUNT
           MOVE SPACES TO WS-CONTRA-COST-CENTER
           PERFORM VARYING WS-PRULE-SCAN FROM 1 BY 1
                   UNTIL WS-PRULE-SCAN > WS-PRULE-MAX
               IF WS-PRULE-GL-ACCOUNT(WS-PRULE-SCAN) = WS-GL-ACCOUNT
                  AND (WS-PRULE-SOURCE-ID(WS-PRULE-SCAN) = SPACES
                       OR WS-PRULE-SOURCE-ID(WS-PRULE-SCAN)
                          = WS-PRULE-KEY-SOURCE-ID)
                  AND (WS-PRULE-OPER-TYPE(WS-PRULE-SCAN) = SPACES
                       OR WS-PRULE-OPER-TYPE(WS-PRULE-SCAN)
                          = WS-PRULE-KEY-OPER-TYPE)
                   MOVE 1 TO WS-PRULE-SCORE
                   IF WS-PRULE-SOURCE-ID(WS-PRULE-SCAN) NOT = SPACES
                       ADD 2 TO WS-PRULE-SCORE
                   END-IF
                   IF WS-PRULE-OPER-TYPE(WS-PRULE-SCAN) NOT = SPACES
                       ADD 1 TO WS-PRULE-SCORE
                   END-IF
                   IF WS-PRULE-SCORE > WS-PRULE-BEST-SCORE
                       MOVE WS-PRULE-SCORE TO WS-PRULE-BEST-SCORE
                       MOVE WS-PRULE-SCAN TO WS-PRULE-BEST
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PRULE-BEST > ZERO
               MOVE WS-PRULE-CONTRA-ACCT(WS-PRULE-BEST)
                   TO WS-CONTRA-ACCOUNT
               IF WS-PRULE-CONTRA-CC(WS-PRULE-BEST) = SPACES
                   MOVE WS-COST-CENTER TO WS-CONTRA-COST-CENTER
               ELSE
                   MOVE WS-PRULE-CONTRA-CC(WS-PRULE-BEST)
                       TO WS-CONTRA-COST-CENTER
               END-IF
           END-IF.

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

       6710-STEP-BACK-BUSINESS-DAYS.
      *> Move WS-CAL-DATE back WS-CAL-STEP-COUNT business days -
      *> the cutoff for an age counted in business days, so a
      *> weekend or holiday in between does not age anything.
           PERFORM UNTIL WS-CAL-STEP-COUNT = ZERO
               COMPUTE WS-CAL-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-CAL-DATE)) - 1)
               MOVE WS-CAL-DATE-WORK TO WS-CAL-DATE
               PERFORM 6700-TEST-BUSINESS-DAY
               IF WS-CAL-BUSINESS-DAY
                   SUBTRACT 1 FROM WS-CAL-STEP-COUNT
               END-IF
           END-PERFORM.

       7000-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO CALC-AUDIT-RECORD
