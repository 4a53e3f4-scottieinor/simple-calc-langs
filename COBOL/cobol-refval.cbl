       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC06.
      *> Pre-run reference data validation, the first step of
      *> CALCJOB. OPERTAB, CURRTAB, GLACCTM, COSTCTR and PSTRULES are
      *> hand-maintained flat files, and a bad edit used to surface
      *> only mid-run - CALC01 stopping RC=16 on an unopenable
      *> table, or worse, a mistyped rate converting a whole day's
      *> foreign postings wrong. This step proves all five tables,
      *> and the business calendar the date-driven steps count
      *> business days on, before anything processes:
      *>   - duplicate operator codes or an unknown operation type
      *>     on OPERTAB                          (structural, RC=16)
      *>   - malformed/non-numeric/zero rates or bad effective
      *>     dates on CURRTAB                    (structural, RC=16)
      *>   - a currency in the day's CALCTRAN traffic with no rate
      *>     effective for the business date     (structural, RC=16)
      *>   - GLACCTM/COSTCTR status codes other than A or C, or a
      *>     GLACCTM account type other than A, L, Q, R or E
      *>                                         (structural, RC=16)
      *>   - a PSTRULES rule on an account not on GLACCTM, a contra
      *>     account or cost center missing or closed, an unknown
      *>     operation type, or the same rule key twice
      *>                                         (structural, RC=16)
      *>   - an active GLACCTM account that has no posting rule and
      *>     is no rule's contra - its postings would reject NOPR
      *>                                         (warning,    RC=4)
      *>   - a CURRTAB rate moved more than the tolerance
      *>     percentage against the prior effective date
      *>                                         (warning,    RC=4)
      *>   - a business calendar (BUSCAL) that will not open, has a
      *>     record type other than Y, H or W, a bad year, week
      *>     pattern or date, a year or date twice, a dated entry
      *>     in a year with no Y record, or no Y record for the
      *>     business date's year                (structural, RC=16)
      *>   - a business date that is not a business day (CALC00
      *>     and CALC01 will refuse it unless DAYCHK is NONBUS), a
      *>     holiday on a day the week pattern already closes or a
      *>     working day on one it already opens, or a December
      *>     business date with next year not yet on the calendar
      *>                                         (warning,    RC=4)
      *> Structural errors fail the job before CALC00 runs (its
      *> COND bypasses the run on RC=16 here); tolerance breaches
      *> warn on REFRPT and let the run proceed.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.

           SELECT POSTING-RULE-FILE ASSIGN TO "PSTRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PSTRULE.

           SELECT REF-VALID-REPORT-FILE ASSIGN TO "REFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUSCAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-OPTAB-FILE.
       FD  CALC-TRANS-FILE.
           COPY CALCTRN.

       FD  POSTING-RULE-FILE.
           COPY PSTRULE.

       FD  REF-VALID-REPORT-FILE.
       01  REF-VALID-REPORT-RECORD    PIC X(132).

       FD  BUSINESS-CALENDAR-FILE.
           COPY BUSCAL.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-FS-ACCTM             PIC XX VALUE "00".
           05  WS-FS-CCTRM             PIC XX VALUE "00".
           05  WS-FS-TRANS             PIC XX VALUE "00".
           05  WS-FS-PSTRULE           PIC XX VALUE "00".
           05  WS-FS-REPORT            PIC XX VALUE "00".
           05  WS-FS-BUSCAL            PIC XX VALUE "00".

       01  WS-PARM                     PIC X(80).
       01  WS-PARM-PAIRS.
       01  WS-TRAF-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-TRAF-FOUND                    VALUE "Y".

      *> GLACCTM and COSTCTR codes with their status, kept as the
      *> masters are validated so the posting rules can be proved
      *> against them.
       01  WS-ACCT-MAX-ENTRIES         PIC 9(4) VALUE 500.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-ACCT-CODE        PIC X(10).
               10  WS-ACCT-STATUS      PIC X.
               10  WS-ACCT-RULED       PIC X.
       01  WS-ACCT-MAX                 PIC 9(4) VALUE ZERO.
       01  WS-ACCT-SCAN                PIC 9(4) VALUE ZERO.
       01  WS-ACCT-HIT                 PIC 9(4) VALUE ZERO.
       01  WS-CCTR-MAX-ENTRIES         PIC 9(4) VALUE 500.
       01  WS-CCTR-TABLE.
           05  WS-CCTR-ENTRY OCCURS 500 TIMES.
               10  WS-CCTR-CODE        PIC X(6).
               10  WS-CCTR-STATUS      PIC X.
       01  WS-CCTR-MAX                 PIC 9(4) VALUE ZERO.
       01  WS-CCTR-SCAN                PIC 9(4) VALUE ZERO.
       01  WS-CCTR-HIT                 PIC 9(4) VALUE ZERO.
       01  WS-LOOKUP-ACCOUNT           PIC X(10) VALUE SPACES.

      *> Rule keys already seen on PSTRULES, for the duplicate check.
       01  WS-PRULE-MAX-ENTRIES        PIC 9(4) VALUE 200.
       01  WS-PRULE-TABLE.
           05  WS-PRULE-KEY OCCURS 200 TIMES PIC X(18).
       01  WS-PRULE-MAX                PIC 9(4) VALUE ZERO.
       01  WS-PRULE-SCAN               PIC 9(4) VALUE ZERO.
       01  WS-PRULE-KEY-WORK.
           05  WS-PRULE-KEY-ACCOUNT    PIC X(10).
           05  WS-PRULE-KEY-SOURCE     PIC X(4).
           05  WS-PRULE-KEY-TYPE       PIC X(4).

       01  WS-RATE-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-RATE-FOUND                    VALUE "Y".

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
       01  WS-CAL-CLOSED-DAYS          PIC 9(4) VALUE ZERO.
       01  WS-CAL-NEXT-YEAR            PIC 9(4) VALUE ZERO.
       01  WS-CAL-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-CAL-FOUND                     VALUE "Y".
       01  WS-CAL-DATE                 PIC X(8) VALUE SPACES.
       01  WS-CAL-INTEGER              PIC 9(9) VALUE ZERO.
       01  WS-CAL-WEEKDAY              PIC 9 VALUE ZERO.
       01  WS-CAL-DAY-SWITCH           PIC X VALUE "N".
           88  WS-CAL-BUSINESS-DAY              VALUE "Y".
       01  WS-CAL-COVERED-SWITCH       PIC X VALUE "N".
           88  WS-CAL-COVERED                   VALUE "Y".

       01  WS-EDIT-PCT                 PIC ZZZZ9.99.
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-LINE-COUNT               PIC 9(4) VALUE ZERO.
           PERFORM 3500-CHECK-RATE-MOVES
           PERFORM 4000-VALIDATE-ACCOUNT-MASTER
           PERFORM 4500-VALIDATE-COST-CENTERS
           PERFORM 4700-VALIDATE-POSTING-RULES
           PERFORM 5000-CHECK-TRAFFIC-COVERAGE
           PERFORM 5500-VALIDATE-CALENDAR
           PERFORM 8000-WRITE-TOTALS
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZERO
           PERFORM UNTIL WS-FS-OPTAB = "10"
               READ CALC-OPTAB-FILE
                   AT END
                       CLOSE CALC-OPTAB-FILE
                       MOVE "10" TO WS-FS-OPTAB
                   NOT AT END
                       PERFORM 2100-VALIDATE-ONE-OPERATOR
               END-READ
           PERFORM UNTIL WS-FS-CURRTAB = "10"
               READ CALC-CURRTAB-FILE
                   AT END
                       CLOSE CALC-CURRTAB-FILE
                       MOVE "10" TO WS-FS-CURRTAB
                   NOT AT END
                       PERFORM 3100-VALIDATE-ONE-RATE
               END-READ
           PERFORM UNTIL WS-FS-ACCTM = "10"
               READ GL-ACCT-MASTER-FILE
                   AT END
                       CLOSE GL-ACCT-MASTER-FILE
                       MOVE "10" TO WS-FS-ACCTM
                   NOT AT END
                       IF AM-STATUS NOT = "A" AND AM-STATUS NOT = "C"
                           PERFORM 6100-REPORT-ERROR-LINE
                               INTO WS-REPORT-LINE
                           PERFORM 6200-WRITE-REPORT-LINE
                       END-IF
                       IF NOT AM-VALID-TYPE
                           PERFORM 6100-REPORT-ERROR-LINE
                           STRING " ERROR   GLACCTM account "
                               AM-ACCOUNT-CODE
                               " has invalid type '" AM-ACCOUNT-TYPE
                               "' - must be A, L, Q, R or E"
                               DELIMITED BY SIZE
                               INTO WS-REPORT-LINE
                           PERFORM 6200-WRITE-REPORT-LINE
                       END-IF
                       IF WS-ACCT-MAX < WS-ACCT-MAX-ENTRIES
                           ADD 1 TO WS-ACCT-MAX
                           MOVE AM-ACCOUNT-CODE
                               TO WS-ACCT-CODE(WS-ACCT-MAX)
                           MOVE AM-STATUS
                               TO WS-ACCT-STATUS(WS-ACCT-MAX)
                           MOVE "N" TO WS-ACCT-RULED(WS-ACCT-MAX)
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM UNTIL WS-FS-CCTRM = "10"
               READ COST-CENTER-MASTER-FILE
                   AT END
                       CLOSE COST-CENTER-MASTER-FILE
                       MOVE "10" TO WS-FS-CCTRM
                   NOT AT END
                       IF CM-STATUS NOT = "A" AND CM-STATUS NOT = "C"
                           PERFORM 6100-REPORT-ERROR-LINE
                               INTO WS-REPORT-LINE
                           PERFORM 6200-WRITE-REPORT-LINE
                       END-IF
                       IF WS-CCTR-MAX < WS-CCTR-MAX-ENTRIES
                           ADD 1 TO WS-CCTR-MAX
                           MOVE CM-COST-CENTER
                               TO WS-CCTR-CODE(WS-CCTR-MAX)
                           MOVE CM-STATUS
                               TO WS-CCTR-STATUS(WS-CCTR-MAX)
                       END-IF
               END-READ
           END-PERFORM.

       4700-VALIDATE-POSTING-RULES.
      *> CALC01 writes the contra leg of every posting from these
      *> rules, so a rule pointing at a missing or closed account
      *> would post one side of the day's work to nowhere.
           MOVE ZERO TO WS-PRULE-MAX
           OPEN INPUT POSTING-RULE-FILE
           IF WS-FS-PSTRULE NOT = "00"
               PERFORM 6100-REPORT-ERROR-LINE
               STRING " ERROR   PSTRULES will not open - file "
                   "status " WS-FS-PSTRULE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 6200-WRITE-REPORT-LINE
               MOVE "10" TO WS-FS-PSTRULE
           END-IF
           PERFORM UNTIL WS-FS-PSTRULE = "10"
               READ POSTING-RULE-FILE
                   AT END
                       CLOSE POSTING-RULE-FILE
                       MOVE "10" TO WS-FS-PSTRULE
                   NOT AT END
                       PERFORM 4710-VALIDATE-ONE-RULE
               END-READ
           END-PERFORM
           PERFORM VARYING WS-ACCT-SCAN FROM 1 BY 1
                   UNTIL WS-ACCT-SCAN > WS-ACCT-MAX
               IF WS-ACCT-STATUS(WS-ACCT-SCAN) = "A"
                  AND WS-ACCT-RULED(WS-ACCT-SCAN) = "N"
                   PERFORM 6150-REPORT-WARNING-LINE
                   STRING " WARNING GLACCTM account "
                       WS-ACCT-CODE(WS-ACCT-SCAN)
                       " is active but has no posting rule on "
                       "PSTRULES - postings to it will reject"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 6200-WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

       4710-VALIDATE-ONE-RULE.
           MOVE PR-GL-ACCOUNT TO WS-PRULE-KEY-ACCOUNT
           MOVE PR-SOURCE-ID TO WS-PRULE-KEY-SOURCE
           MOVE PR-OPERATION-TYPE TO WS-PRULE-KEY-TYPE
           PERFORM VARYING WS-PRULE-SCAN FROM 1 BY 1
                   UNTIL WS-PRULE-SCAN > WS-PRULE-MAX
               IF WS-PRULE-KEY(WS-PRULE-SCAN) = WS-PRULE-KEY-WORK
                   PERFORM 6100-REPORT-ERROR-LINE
                   STRING " ERROR   PSTRULES rule " PR-GL-ACCOUNT
                       " source '" PR-SOURCE-ID "' type '"
                       PR-OPERATION-TYPE "' appears more than once"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 6200-WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-PRULE-MAX < WS-PRULE-MAX-ENTRIES
               ADD 1 TO WS-PRULE-MAX
               MOVE WS-PRULE-KEY-WORK TO WS-PRULE-KEY(WS-PRULE-MAX)
           END-IF
           MOVE PR-GL-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM 4720-FIND-ACCOUNT
           IF WS-ACCT-HIT = ZERO
               PERFORM 6100-REPORT-ERROR-LINE
               STRING " ERROR   PSTRULES rule account "
                   PR-GL-ACCOUNT " is not on GLACCTM"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 6200-WRITE-REPORT-LINE
           ELSE
               MOVE "Y" TO WS-ACCT-RULED(WS-ACCT-HIT)
           END-IF
           MOVE PR-CONTRA-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM 4720-FIND-ACCOUNT
           EVALUATE TRUE
               WHEN WS-ACCT-HIT = ZERO
                   PERFORM 6100-REPORT-ERROR-LINE
                   STRING " ERROR   PSTRULES rule " PR-GL-ACCOUNT
                       " contra account " PR-CONTRA-ACCOUNT
                       " is not on GLACCTM"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 6200-WRITE-REPORT-LINE
               WHEN WS-ACCT-STATUS(WS-ACCT-HIT) NOT = "A"
                   PERFORM 6100-REPORT-ERROR-LINE
                   STRING " ERROR   PSTRULES rule " PR-GL-ACCOUNT
                       " contra account " PR-CONTRA-ACCOUNT
                       " is closed on GLACCTM"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 6200-WRITE-REPORT-LINE
               WHEN OTHER
      *> A clearing account is only ever a contra - it needs no
      *> rule of its own.
                   MOVE "Y" TO WS-ACCT-RULED(WS-ACCT-HIT)
           END-EVALUATE
           IF PR-CONTRA-COST-CENTER NOT = SPACES
               PERFORM 4730-FIND-COST-CENTER
               IF WS-CCTR-HIT = ZERO
                  OR WS-CCTR-STATUS(WS-CCTR-HIT) NOT = "A"
                   PERFORM 6100-REPORT-ERROR-LINE
                   STRING " ERROR   PSTRULES rule " PR-GL-ACCOUNT
                       " contra cost center " PR-CONTRA-COST-CENTER
                       " is missing or closed on COSTCTR"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 6200-WRITE-REPORT-LINE
               END-IF
           END-IF
           EVALUATE PR-OPERATION-TYPE
               WHEN SPACES
               WHEN "ADD "
               WHEN "SUB "
               WHEN "MUL "
               WHEN "DIV "
               WHEN "PCT "
               WHEN "AVG "
               WHEN "MOD "
                   CONTINUE
               WHEN OTHER
                   PERFORM 6100-REPORT-ERROR-LINE
                   STRING " ERROR   PSTRULES rule " PR-GL-ACCOUNT
                       " has unknown operation type "
                       PR-OPERATION-TYPE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 6200-WRITE-REPORT-LINE
           END-EVALUATE.

       4720-FIND-ACCOUNT.
           MOVE ZERO TO WS-ACCT-HIT
           PERFORM VARYING WS-ACCT-SCAN FROM 1 BY 1
                   UNTIL WS-ACCT-SCAN > WS-ACCT-MAX
                      OR WS-ACCT-HIT > ZERO
               IF WS-ACCT-CODE(WS-ACCT-SCAN) = WS-LOOKUP-ACCOUNT
                   MOVE WS-ACCT-SCAN TO WS-ACCT-HIT
               END-IF
           END-PERFORM.

       4730-FIND-COST-CENTER.
           MOVE ZERO TO WS-CCTR-HIT
           PERFORM VARYING WS-CCTR-SCAN FROM 1 BY 1
                   UNTIL WS-CCTR-SCAN > WS-CCTR-MAX
                      OR WS-CCTR-HIT > ZERO
               IF WS-CCTR-CODE(WS-CCTR-SCAN) = PR-CONTRA-COST-CENTER
                   MOVE WS-CCTR-SCAN TO WS-CCTR-HIT
               END-IF
           END-PERFORM.

       5000-CHECK-TRAFFIC-COVERAGE.
           PERFORM UNTIL WS-FS-TRANS = "10"
               READ CALC-TRANS-FILE
                   AT END
                       CLOSE CALC-TRANS-FILE
                       MOVE "10" TO WS-FS-TRANS
                   NOT AT END
                       IF CT-DETAIL
                          AND CT-CURRENCY-CODE NOT = SPACES
               PERFORM 6200-WRITE-REPORT-LINE
           END-IF.

       5500-VALIDATE-CALENDAR.
      *> The business calendar (see BUSCAL.cpy) every date-driven
      *> step counts business days on: CALC00/CALC01 refuse a
      *> non-business PROCDATE, CALC09 rolls due dates, and the
      *> CALC01 DUPDAYS, CALC05 and GLA01 aging count business days.
           MOVE ZERO TO WS-CAL-YEAR-MAX
           MOVE ZERO TO WS-CAL-DAY-MAX
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF WS-FS-BUSCAL NOT = "00"
               PERFORM 6100-REPORT-ERROR-LINE
               STRING " ERROR   BUSCAL will not open - file "
                   "status " WS-FS-BUSCAL
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 6200-WRITE-REPORT-LINE
           ELSE
               PERFORM UNTIL WS-FS-BUSCAL = "10"
                   READ BUSINESS-CALENDAR-FILE
                       AT END
                           CLOSE BUSINESS-CALENDAR-FILE
                           MOVE "10" TO WS-FS-BUSCAL
                       NOT AT END
                           PERFORM 5510-VALIDATE-ONE-CALENDAR-ENTRY
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-CAL-DAY-SCAN FROM 1 BY 1
                       UNTIL WS-CAL-DAY-SCAN > WS-CAL-DAY-MAX
                   PERFORM 5540-CHECK-ONE-CALENDAR-DAY
               END-PERFORM
               PERFORM 5550-CHECK-CALENDAR-COVERAGE
           END-IF.

       5510-VALIDATE-ONE-CALENDAR-ENTRY.
           EVALUATE TRUE
               WHEN BC-YEAR-RECORD
                   PERFORM 5520-VALIDATE-CALENDAR-YEAR
               WHEN BC-HOLIDAY OR BC-WORKING-DAY
                   PERFORM 5530-VALIDATE-CALENDAR-DAY
               WHEN OTHER
                   PERFORM 6100-REPORT-ERROR-LINE
                   STRING " ERROR   BUSCAL record type '"
                       BC-RECORD-TYPE "' for " BC-DATE
                       " - must be Y, H or W"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 6200-WRITE-REPORT-LINE
           END-EVALUATE.

       5520-VALIDATE-CALENDAR-YEAR.
           MOVE ZERO TO WS-CAL-WORKING-DAYS
           MOVE ZERO TO WS-CAL-CLOSED-DAYS
           INSPECT BC-WEEK-PATTERN
               TALLYING WS-CAL-WORKING-DAYS FOR ALL "Y"
                        WS-CAL-CLOSED-DAYS FOR ALL "N"
           MOVE "N" TO WS-CAL-FOUND-SWITCH
           PERFORM VARYING WS-CAL-YEAR-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-YEAR-SCAN > WS-CAL-YEAR-MAX
                      OR WS-CAL-FOUND
               IF WS-CAL-YEAR(WS-CAL-YEAR-SCAN) = BC-YEAR
                   SET WS-CAL-FOUND TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN BC-YEAR NOT NUMERIC
                   PERFORM 6100-REPORT-ERROR-LINE
                   STRING " ERROR   BUSCAL year record has bad year "
                       BC-YEAR
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 6200-WRITE-REPORT-LINE
               WHEN WS-CAL-WORKING-DAYS + WS-CAL-CLOSED-DAYS NOT = 7
                 OR WS-CAL-WORKING-DAYS = ZERO
                   PERFORM 6100-REPORT-ERROR-LINE
                   STRING " ERROR   BUSCAL year " BC-YEAR
                       " week pattern '" BC-WEEK-PATTERN
                       "' - must be 7 of Y/N with at least one Y"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 6200-WRITE-REPORT-LINE
               WHEN WS-CAL-FOUND
                   PERFORM 6100-REPORT-ERROR-LINE
                   STRING " ERROR   BUSCAL year " BC-YEAR
                       " has more than one Y record"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 6200-WRITE-REPORT-LINE
               WHEN WS-CAL-YEAR-MAX >= WS-CAL-YEAR-MAX-ENTRIES
                   PERFORM 6100-REPORT-ERROR-LINE
                   STRING " ERROR   BUSCAL has more than "
                       WS-CAL-YEAR-MAX-ENTRIES " years - increase "
                       "WS-CAL-YEAR-MAX-ENTRIES and recompile"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 6200-WRITE-REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-CAL-YEAR-MAX
                   MOVE BC-YEAR TO WS-CAL-YEAR(WS-CAL-YEAR-MAX)
                   MOVE BC-WEEK-PATTERN
                       TO WS-CAL-PATTERN(WS-CAL-YEAR-MAX)
           END-EVALUATE.

       5530-VALIDATE-CALENDAR-DAY.
           MOVE "N" TO WS-CAL-FOUND-SWITCH
           PERFORM VARYING WS-CAL-DAY-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-DAY-SCAN > WS-CAL-DAY-MAX
                      OR WS-CAL-FOUND
               IF WS-CAL-DAY-DATE(WS-CAL-DAY-SCAN) = BC-DATE
                   SET WS-CAL-FOUND TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN BC-DATE NOT NUMERIC
                OR FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(BC-DATE)) = ZERO
                   PERFORM 6100-REPORT-ERROR-LINE
                   STRING " ERROR   BUSCAL " BC-RECORD-TYPE
                       " record has bad date " BC-DATE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 6200-WRITE-REPORT-LINE
               WHEN WS-CAL-FOUND
                   PERFORM 6100-REPORT-ERROR-LINE
                   STRING " ERROR   BUSCAL date " BC-DATE
                       " is on the calendar more than once"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 6200-WRITE-REPORT-LINE
               WHEN WS-CAL-DAY-MAX >= WS-CAL-DAY-MAX-ENTRIES
                   PERFORM 6100-REPORT-ERROR-LINE
                   STRING " ERROR   BUSCAL has more than "
                       WS-CAL-DAY-MAX-ENTRIES " dated entries - "
                       "increase WS-CAL-DAY-MAX-ENTRIES and "
                       "recompile"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 6200-WRITE-REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-CAL-DAY-MAX
                   MOVE BC-DATE TO WS-CAL-DAY-DATE(WS-CAL-DAY-MAX)
                   MOVE BC-RECORD-TYPE
                       TO WS-CAL-DAY-TYPE(WS-CAL-DAY-MAX)
           END-EVALUATE.

       5540-CHECK-ONE-CALENDAR-DAY.
      *> Once the whole file is read (records may be in any order):
      *> a dated entry needs its year's Y record, and one that
      *> changes nothing is most likely a mistyped date.
           MOVE WS-CAL-DAY-DATE(WS-CAL-DAY-SCAN) TO WS-CAL-DATE
           MOVE ZERO TO WS-CAL-YEAR-SUB
           PERFORM VARYING WS-CAL-YEAR-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-YEAR-SCAN > WS-CAL-YEAR-MAX
                      OR WS-CAL-YEAR-SUB > ZERO
               IF WS-CAL-YEAR(WS-CAL-YEAR-SCAN) = WS-CAL-DATE(1:4)
                   MOVE WS-CAL-YEAR-SCAN TO WS-CAL-YEAR-SUB
               END-IF
           END-PERFORM
           IF WS-CAL-YEAR-SUB = ZERO
               PERFORM 6100-REPORT-ERROR-LINE
               STRING " ERROR   BUSCAL "
                   WS-CAL-DAY-TYPE(WS-CAL-DAY-SCAN) " " WS-CAL-DATE
                   " is in a year with no Y record"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 6200-WRITE-REPORT-LINE
           ELSE
               COMPUTE WS-CAL-INTEGER =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-CAL-DATE))
               COMPUTE WS-CAL-WEEKDAY =
                   FUNCTION MOD(WS-CAL-INTEGER - 1, 7) + 1
               IF WS-CAL-DAY-TYPE(WS-CAL-DAY-SCAN) = "H"
                  AND WS-CAL-PATTERN(WS-CAL-YEAR-SUB)
                          (WS-CAL-WEEKDAY:1) = "N"
                   PERFORM 6150-REPORT-WARNING-LINE
                   STRING " WARNING BUSCAL holiday " WS-CAL-DATE
                       " falls on a day the week pattern already "
                       "closes - check the observed date"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 6200-WRITE-REPORT-LINE
               END-IF
               IF WS-CAL-DAY-TYPE(WS-CAL-DAY-SCAN) = "W"
                  AND WS-CAL-PATTERN(WS-CAL-YEAR-SUB)
                          (WS-CAL-WEEKDAY:1) = "Y"
                   PERFORM 6150-REPORT-WARNING-LINE
                   STRING " WARNING BUSCAL working day " WS-CAL-DATE
                       " falls on a day the week pattern already "
                       "opens"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 6200-WRITE-REPORT-LINE
               END-IF
           END-IF.

       5550-CHECK-CALENDAR-COVERAGE.
      *> The calendar must cover the business date - the steps fall
      *> back to Monday to Friday with no holidays for a year it
      *> does not, and CALC00/CALC01 refuse the date. A December
      *> date warns while next year is still to be loaded.
           MOVE WS-BUSINESS-DATE TO WS-CAL-DATE
           PERFORM 5560-TEST-BUSINESS-DAY
           EVALUATE TRUE
               WHEN NOT WS-CAL-COVERED
                   PERFORM 6100-REPORT-ERROR-LINE
                   STRING " ERROR   BUSCAL does not cover the "
                       "business date " WS-BUSINESS-DATE
                       " - no Y record for " WS-BUSINESS-DATE(1:4)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 6200-WRITE-REPORT-LINE
               WHEN NOT WS-CAL-BUSINESS-DAY
                   PERFORM 6150-REPORT-WARNING-LINE
                   STRING " WARNING business date " WS-BUSINESS-DATE
                       " is not a business day on BUSCAL - CALC00 "
                       "and CALC01 refuse it unless DAYCHK=NONBUS"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 6200-WRITE-REPORT-LINE
           END-EVALUATE
           IF WS-BUSINESS-DATE(5:2) = "12"
               COMPUTE WS-CAL-NEXT-YEAR =
                   FUNCTION NUMVAL(WS-BUSINESS-DATE(1:4)) + 1
               MOVE "N" TO WS-CAL-FOUND-SWITCH
               PERFORM VARYING WS-CAL-YEAR-SCAN FROM 1 BY 1
                       UNTIL WS-CAL-YEAR-SCAN > WS-CAL-YEAR-MAX
                          OR WS-CAL-FOUND
                   IF WS-CAL-YEAR(WS-CAL-YEAR-SCAN)
                          = WS-CAL-NEXT-YEAR
                       SET WS-CAL-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-CAL-FOUND
                   PERFORM 6150-REPORT-WARNING-LINE
                   STRING " WARNING BUSCAL has no Y record for "
                       WS-CAL-NEXT-YEAR " yet - load next year's "
                       "calendar before 1 January"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 6200-WRITE-REPORT-LINE
               END-IF
           END-IF.

       5560-TEST-BUSINESS-DAY.
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

       6100-REPORT-ERROR-LINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE SPACES TO WS-REPORT-LINE.
