       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC11.
      *> Controlled maintenance of the reference masters GLACCTM,
      *> COSTCTR, OPERTAB, CURRTAB and STNDINST. Instead of someone
      *> editing the flat file, each change is keyed as one add /
      *> change / close transaction on the maintenance input file
      *> (REFMNTIN, see REFMNT.cpy) with a requester and an approver
      *> id, and this program applies it, so the next night's CALC06
      *> never meets a change nobody can account for.
      *>
      *> Every transaction is edited before it touches a master:
      *>   - the master name, action and effective date must be
      *>     valid, the requester and approver both given and not
      *>     the same person, and the record key filled in;
      *>   - the record image is edited field by field the way
      *>     CALC06 edits the master (status A or C, account type,
      *>     operation type, rate numeric and not zero, effective
      *>     and next-run dates, instruction frequency/amounts);
      *>   - against the master as it stands: an add of a key
      *>     already there, a change or close of a key that is not,
      *>     a close of something already closed, or a change that
      *>     changes nothing is rejected;
      *>   - a close that would leave CALC06 or CALC09 pointing at
      *>     a dead record is rejected - an account or cost center
      *>     that is a PSTRULES contra, or an account, cost center
      *>     or operator used by an active standing instruction -
      *>     and an active instruction must name an active account
      *>     and cost center, an operator on OPERTAB and a currency
      *>     with a rate effective by its next-run date;
      *>   - warnings, applied anyway: a CURRTAB rate that moved
      *>     more than TOL percent against the currency's prior
      *>     effective rate, and an active GLACCTM account with no
      *>     PSTRULES rule (both as CALC06 would warn).
      *> A transaction whose effective date is after the business
      *> date is edited as far as it can be on its own and held on
      *> the pending file (REFPENDO, copied back over REFPEND by
      *> REFMAINT's CARRY step); it is read back each day, edited
      *> in full against the masters of its effective date and
      *> applied then. Pending and new transactions are applied in
      *> effective date order, oldest submission first.
      *>
      *> Each applied change goes to the permanent change history
      *> (MNTHIST, see MNTHST.cpy) with the record before and after,
      *> the requester, approver and dates; CALC12
      *> (cobol-refhist.cbl) reports it. A changed master is
      *> rewritten in key order at end of run, before the history
      *> is written, so the history never records a change the
      *> master did not take. REFMRPT lists every transaction as
      *> APPLIED, PENDING or REJECTED with its reason.
      *> Ends RC=4 when anything was rejected or warned, RC=16 when
      *> a master or the history will not open or a table is full.
      *>
      *> PARM is keyword=value pairs separated by commas, any of
      *> which may be omitted:
      *>   DATE=yyyymmdd (business date, default system date)
      *>   TOL=nn (rate tolerance percent, default 10)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. scootys-home.
       OBJECT-COMPUTER. scootys-home.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-MAINT-FILE ASSIGN TO "REFMNTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAINT.

           SELECT REF-PENDING-FILE ASSIGN TO "REFPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEND.

           SELECT REF-PENDING-OUT-FILE ASSIGN TO "REFPENDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDO.

           SELECT GL-ACCT-MASTER-FILE ASSIGN TO "GLACCTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACCTM.

           SELECT COST-CENTER-MASTER-FILE ASSIGN TO "COSTCTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CCTRM.

           SELECT CALC-OPTAB-FILE ASSIGN TO "OPERTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPTAB.

           SELECT CALC-CURRTAB-FILE ASSIGN TO "CURRTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CURRTAB.

           SELECT STANDING-INSTRUCTION-FILE ASSIGN TO "STNDINST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STND.

           SELECT POSTING-RULE-FILE ASSIGN TO "PSTRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PSTRULE.

           SELECT MAINT-HISTORY-FILE ASSIGN TO "MNTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORY.

           SELECT REF-MAINT-REPORT-FILE ASSIGN TO "REFMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  REF-MAINT-FILE.
           COPY REFMNT.

       FD  REF-PENDING-FILE.
      *> Pending transactions keep the REF-MAINT-RECORD layout byte
      *> for byte - keep the length in sync with REFMNT.cpy.
       01  REF-PENDING-RECORD         PIC X(162).

       FD  REF-PENDING-OUT-FILE.
       01  REF-PENDING-OUT-RECORD     PIC X(162).

       FD  GL-ACCT-MASTER-FILE.
           COPY GLACCTM.

       FD  COST-CENTER-MASTER-FILE.
           COPY CCTRMST.

       FD  CALC-OPTAB-FILE.
           COPY OPTABREC.

       FD  CALC-CURRTAB-FILE.
           COPY CURRREC.

       FD  STANDING-INSTRUCTION-FILE.
           COPY STNDINS.

       FD  POSTING-RULE-FILE.
           COPY PSTRULE.

       FD  MAINT-HISTORY-FILE.
           COPY MNTHST.

       FD  REF-MAINT-REPORT-FILE.
       01  REF-MAINT-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-FS-MAINT             PIC XX VALUE "00".
           05  WS-FS-PEND              PIC XX VALUE "00".
           05  WS-FS-PENDO             PIC XX VALUE "00".
           05  WS-FS-ACCTM             PIC XX VALUE "00".
           05  WS-FS-CCTRM             PIC XX VALUE "00".
           05  WS-FS-OPTAB             PIC XX VALUE "00".
           05  WS-FS-CURRTAB           PIC XX VALUE "00".
           05  WS-FS-STND              PIC XX VALUE "00".
           05  WS-FS-PSTRULE           PIC XX VALUE "00".
           05  WS-FS-HISTORY           PIC XX VALUE "00".
           05  WS-FS-REPORT            PIC XX VALUE "00".

       01  WS-PARM                     PIC X(80).
       01  WS-PARM-PAIRS.
           05  WS-PARM-PAIR OCCURS 5 TIMES PIC X(20).
       01  WS-PARM-KEYWORD             PIC X(8).
       01  WS-PARM-VALUE               PIC X(12).
       01  WS-PAIR-SUB                 PIC 9(4) VALUE ZERO.

       01  WS-TIMESTAMP                PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-TOLERANCE-PCT            PIC 9(3) VALUE 10.
       01  WS-BASE-CURRENCY            PIC X(3) VALUE "USD".

      *> The five masters, held in core while the day's changes
      *> are applied and rewritten at end of run if changed. Each
      *> row is the master record as it sits on the file; the key
      *> is the first WS-MSTR-KEY-LENGTH bytes of the row (CURRTAB's
      *> is currency code and effective date). The subscripts of
      *> the five are the WS-MSTR-xxx values below.
       01  WS-MSTR-ACCOUNTS            PIC 9 VALUE 1.
       01  WS-MSTR-COST-CENTERS        PIC 9 VALUE 2.
       01  WS-MSTR-OPERATORS           PIC 9 VALUE 3.
       01  WS-MSTR-RATES               PIC 9 VALUE 4.
       01  WS-MSTR-INSTRUCTIONS        PIC 9 VALUE 5.
       01  WS-MSTR-ROW-MAX-ENTRIES     PIC 9(4) VALUE 2000.
       01  WS-MSTR-TABLE.
           05  WS-MSTR OCCURS 5 TIMES.
               10  WS-MSTR-NAME        PIC X(8).
               10  WS-MSTR-KEY-LENGTH  PIC 9(2).
               10  WS-MSTR-CHANGED     PIC X.
               10  WS-MSTR-MAX         PIC 9(4).
               10  WS-MSTR-ROW OCCURS 2000 TIMES
                                       PIC X(84).
       01  WS-MSTR-SUB                 PIC 9 VALUE ZERO.
       01  WS-MSTR-SCAN                PIC 9 VALUE ZERO.
       01  WS-ROW-SCAN                 PIC 9(4) VALUE ZERO.
       01  WS-ROW-HIT                  PIC 9(4) VALUE ZERO.
       01  WS-ROW-SHIFT                PIC 9(4) VALUE ZERO.
       01  WS-LOOKUP-MSTR              PIC 9 VALUE ZERO.
       01  WS-LOOKUP-KEY               PIC X(12) VALUE SPACES.
       01  WS-LOAD-IMAGE               PIC X(84) VALUE SPACES.

      *> PSTRULES contra coding, read only, so a close cannot leave
      *> a posting rule pointing at a closed account or cost center
      *> (CALC06 would stop the next run RC=16 on it).
       01  WS-PRULE-MAX-ENTRIES        PIC 9(4) VALUE 200.
       01  WS-PRULE-TABLE.
           05  WS-PRULE-ENTRY OCCURS 200 TIMES.
               10  WS-PRULE-ACCOUNT    PIC X(10).
               10  WS-PRULE-CONTRA     PIC X(10).
               10  WS-PRULE-CONTRA-CC  PIC X(6).
       01  WS-PRULE-MAX                PIC 9(4) VALUE ZERO.
       01  WS-PRULE-SCAN               PIC 9(4) VALUE ZERO.
       01  WS-PRULE-HIT                PIC 9(4) VALUE ZERO.

      *> The day's transactions - pending ones first, then the new
      *> input - sorted on effective date and arrival sequence so
      *> changes land in the order they were meant to take effect.
       01  WS-TXN-MAX-ENTRIES          PIC 9(5) VALUE 5000.
       01  WS-TXN-TABLE.
           05  WS-TXN-ENTRY OCCURS 5000 TIMES.
               10  WS-TXN-KEY.
                   15  WS-TXN-EFF-DATE PIC X(8).
                   15  WS-TXN-SEQ      PIC 9(5).
               10  WS-TXN-RECORD       PIC X(162).
       01  WS-TXN-MAX                  PIC 9(5) VALUE ZERO.
       01  WS-TXN-SUB                  PIC 9(5) VALUE ZERO.

       01  WS-SORT-GAP                 PIC 9(7) VALUE ZERO.
       01  WS-SORT-I                   PIC 9(7) VALUE ZERO.
       01  WS-SORT-J                   PIC 9(7) VALUE ZERO.
       01  WS-SORT-HOLD.
           05  WS-SORT-HOLD-KEY        PIC X(13).
           05  FILLER                  PIC X(162).
       01  WS-SORT-DONE-SWITCH         PIC X VALUE "N".
           88  WS-SORT-SLOT-FOUND               VALUE "Y".

      *> History records for the changes applied, written once the
      *> masters have been rewritten.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 5000 TIMES PIC X(276).
       01  WS-HIST-MAX                 PIC 9(5) VALUE ZERO.
       01  WS-HIST-SUB                 PIC 9(5) VALUE ZERO.

      *> One transaction's edit and apply work.
       01  WS-REJECT-CODE              PIC X(4) VALUE SPACES.
       01  WS-RESULT-TEXT              PIC X(58) VALUE SPACES.
       01  WS-WARNING-TEXT             PIC X(58) VALUE SPACES.
       01  WS-RECORD-KEY               PIC X(12) VALUE SPACES.
       01  WS-BEFORE-IMAGE             PIC X(84) VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(84) VALUE SPACES.
       01  WS-BEFORE-STATUS            PIC X VALUE SPACE.
       01  WS-DATE-CHECK               PIC X(8) VALUE SPACES.
       01  WS-DATE-SWITCH              PIC X VALUE "N".
           88  WS-DATE-VALID                    VALUE "Y".

      *> Who uses a record that is being closed - 4390 looks for an
      *> active standing instruction naming WS-USE-VALUE.
       01  WS-USE-KIND                 PIC X VALUE SPACE.
           88  WS-USE-ACCOUNT                   VALUE "A".
           88  WS-USE-COST-CENTER               VALUE "C".
           88  WS-USE-OPERATOR                  VALUE "O".
       01  WS-USE-VALUE                PIC X(10) VALUE SPACES.
       01  WS-USE-ID                   PIC X(4) VALUE SPACES.

      *> CURRTAB tolerance check against the currency's prior rate.
       01  WS-NEW-CURRENCY             PIC X(3) VALUE SPACES.
       01  WS-NEW-EFF-DATE             PIC X(8) VALUE SPACES.
       01  WS-NEW-RATE                 PIC 9(3)V9(6) VALUE ZERO.
       01  WS-PREV-RATE                PIC 9(3)V9(6) VALUE ZERO.
       01  WS-PREV-EFF-DATE            PIC X(8) VALUE SPACES.
       01  WS-RATE-MOVE-PCT            PIC 9(5)V99 VALUE ZERO.
       01  WS-EDIT-PCT                 PIC ZZZZ9.99.
       01  WS-RATE-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-RATE-FOUND                    VALUE "Y".

       01  WS-INPUT-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-PENDING-IN-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(9) VALUE ZERO.

       01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-LINES-PER-PAGE           PIC 9(4) VALUE 55.

       01  WS-REPORT-LINE              PIC X(132).
       01  WS-EDIT-COUNT               PIC ZZZZZZZZ9.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-MASTER-NAME          PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  DL-ACTION               PIC X.
           05  FILLER                  PIC XX VALUE SPACES.
           05  DL-RECORD-KEY           PIC X(12).
           05  FILLER                  PIC XX VALUE SPACES.
           05  DL-EFFECTIVE-DATE       PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  DL-REQUESTER-ID         PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  DL-APPROVER-ID          PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  DL-RESULT               PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  DL-REASON-CODE          PIC X(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  DL-RESULT-TEXT          PIC X(58).

       01  WS-HEADING-1.
           05  FILLER                  PIC X(44) VALUE
               " REFERENCE MASTER MAINTENANCE".
           05  FILLER                  PIC X(14) VALUE
               "BUSINESS DATE ".
           05  HD-BUSINESS-DATE        PIC X(8).
           05  FILLER                  PIC X(54) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HD-PAGE                 PIC ZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(14) VALUE
               " MASTER    A  ".
           05  FILLER                  PIC X(14) VALUE "KEY".
           05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
           05  FILLER                  PIC X(10) VALUE "REQUESTR".
           05  FILLER                  PIC X(10) VALUE "APPROVER".
           05  FILLER                  PIC X(10) VALUE "RESULT".
           05  FILLER                  PIC X(6) VALUE "CODE".
           05  FILLER                  PIC X(58) VALUE "DETAIL".

       PROCEDURE DIVISION.

       BEGIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-MASTERS
           PERFORM 2600-LOAD-POSTING-RULES
           PERFORM 3000-LOAD-TRANSACTIONS
           PERFORM 3500-SORT-TRANSACTIONS
           OPEN OUTPUT REF-PENDING-OUT-FILE
           IF WS-FS-PENDO NOT = "00"
               DISPLAY "cobol-refmaint: unable to open REFPENDO, "
                       "file status " WS-FS-PENDO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-TXN-SUB FROM 1 BY 1
                   UNTIL WS-TXN-SUB > WS-TXN-MAX
               PERFORM 4000-PROCESS-ONE-TRANSACTION
           END-PERFORM
           CLOSE REF-PENDING-OUT-FILE
           PERFORM 6000-REWRITE-MASTERS
           PERFORM 6500-WRITE-HISTORY
           PERFORM 8000-WRITE-TOTALS
           IF WS-REJECTED-COUNT > ZERO OR WS-WARNING-COUNT > ZERO
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
           MOVE "GLACCTM " TO WS-MSTR-NAME(WS-MSTR-ACCOUNTS)
           MOVE 10 TO WS-MSTR-KEY-LENGTH(WS-MSTR-ACCOUNTS)
           MOVE "COSTCTR " TO WS-MSTR-NAME(WS-MSTR-COST-CENTERS)
           MOVE 6 TO WS-MSTR-KEY-LENGTH(WS-MSTR-COST-CENTERS)
           MOVE "OPERTAB " TO WS-MSTR-NAME(WS-MSTR-OPERATORS)
           MOVE 1 TO WS-MSTR-KEY-LENGTH(WS-MSTR-OPERATORS)
           MOVE "CURRTAB " TO WS-MSTR-NAME(WS-MSTR-RATES)
           MOVE 12 TO WS-MSTR-KEY-LENGTH(WS-MSTR-RATES)
           MOVE "STNDINST" TO WS-MSTR-NAME(WS-MSTR-INSTRUCTIONS)
           MOVE 4 TO WS-MSTR-KEY-LENGTH(WS-MSTR-INSTRUCTIONS)
           PERFORM VARYING WS-MSTR-SCAN FROM 1 BY 1
                   UNTIL WS-MSTR-SCAN > 5
               MOVE "N" TO WS-MSTR-CHANGED(WS-MSTR-SCAN)
               MOVE ZERO TO WS-MSTR-MAX(WS-MSTR-SCAN)
           END-PERFORM
           OPEN OUTPUT REF-MAINT-REPORT-FILE
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "cobol-refmaint: unable to open REFMRPT, "
                       "file status " WS-FS-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *> The history is opened up front so a missing or full
      *> history stops the run before any master is touched.
           OPEN EXTEND MAINT-HISTORY-FILE
           IF WS-FS-HISTORY = "35"
               OPEN OUTPUT MAINT-HISTORY-FILE
           END-IF
           IF WS-FS-HISTORY NOT = "00"
               DISPLAY "cobol-refmaint: unable to open MNTHIST, "
                       "file status " WS-FS-HISTORY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 7000-WRITE-PAGE-HEADINGS.

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
      *> A keyword with a blank value (an unset JCL symbolic, e.g.
      *> DATE=&MNTDATE with MNTDATE='') keeps its default.
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
                           DISPLAY "cobol-refmaint: PARM DATE not a "
                                   "valid yyyymmdd date: "
                                   WS-PARM-VALUE(1:8)
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN "TOL"
                       IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = ZERO
                           COMPUTE WS-TOLERANCE-PCT =
                               FUNCTION NUMVAL(WS-PARM-VALUE)
                       ELSE
                           DISPLAY "cobol-refmaint: PARM TOL not "
                                   "numeric: " WS-PARM-VALUE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       DISPLAY "cobol-refmaint: unrecognized PARM "
                               "keyword " WS-PARM-KEYWORD " ignored"
               END-EVALUATE
           END-IF.

       2000-LOAD-MASTERS.
           OPEN INPUT GL-ACCT-MASTER-FILE
           IF WS-FS-ACCTM NOT = "00"
               DISPLAY "cobol-refmaint: unable to open GLACCTM, "
                       "file status " WS-FS-ACCTM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MSTR-ACCOUNTS TO WS-MSTR-SUB
           PERFORM UNTIL WS-FS-ACCTM = "10"
               READ GL-ACCT-MASTER-FILE
                   AT END
                       CLOSE GL-ACCT-MASTER-FILE
                       MOVE "10" TO WS-FS-ACCTM
                   NOT AT END
                       MOVE GL-ACCT-MASTER-RECORD TO WS-LOAD-IMAGE
                       PERFORM 2900-ADD-MASTER-ROW
               END-READ
           END-PERFORM
           OPEN INPUT COST-CENTER-MASTER-FILE
           IF WS-FS-CCTRM NOT = "00"
               DISPLAY "cobol-refmaint: unable to open COSTCTR, "
                       "file status " WS-FS-CCTRM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MSTR-COST-CENTERS TO WS-MSTR-SUB
           PERFORM UNTIL WS-FS-CCTRM = "10"
               READ COST-CENTER-MASTER-FILE
                   AT END
                       CLOSE COST-CENTER-MASTER-FILE
                       MOVE "10" TO WS-FS-CCTRM
                   NOT AT END
                       MOVE COST-CENTER-MASTER-RECORD
                           TO WS-LOAD-IMAGE
                       PERFORM 2900-ADD-MASTER-ROW
               END-READ
           END-PERFORM
           OPEN INPUT CALC-OPTAB-FILE
           IF WS-FS-OPTAB NOT = "00"
               DISPLAY "cobol-refmaint: unable to open OPERTAB, "
                       "file status " WS-FS-OPTAB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MSTR-OPERATORS TO WS-MSTR-SUB
           PERFORM UNTIL WS-FS-OPTAB = "10"
               READ CALC-OPTAB-FILE
                   AT END
                       CLOSE CALC-OPTAB-FILE
                       MOVE "10" TO WS-FS-OPTAB
                   NOT AT END
                       MOVE OPTAB-RECORD TO WS-LOAD-IMAGE
                       PERFORM 2900-ADD-MASTER-ROW
               END-READ
           END-PERFORM
           OPEN INPUT CALC-CURRTAB-FILE
           IF WS-FS-CURRTAB NOT = "00"
               DISPLAY "cobol-refmaint: unable to open CURRTAB, "
                       "file status " WS-FS-CURRTAB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MSTR-RATES TO WS-MSTR-SUB
           PERFORM UNTIL WS-FS-CURRTAB = "10"
               READ CALC-CURRTAB-FILE
                   AT END
                       CLOSE CALC-CURRTAB-FILE
                       MOVE "10" TO WS-FS-CURRTAB
                   NOT AT END
                       MOVE CURRENCY-RATE-RECORD TO WS-LOAD-IMAGE
                       PERFORM 2900-ADD-MASTER-ROW
               END-READ
           END-PERFORM
           OPEN INPUT STANDING-INSTRUCTION-FILE
           IF WS-FS-STND NOT = "00"
               DISPLAY "cobol-refmaint: unable to open STNDINST, "
                       "file status " WS-FS-STND
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MSTR-INSTRUCTIONS TO WS-MSTR-SUB
           PERFORM UNTIL WS-FS-STND = "10"
               READ STANDING-INSTRUCTION-FILE
                   AT END
                       CLOSE STANDING-INSTRUCTION-FILE
                       MOVE "10" TO WS-FS-STND
                   NOT AT END
                       MOVE STANDING-INSTRUCTION-RECORD
                           TO WS-LOAD-IMAGE
                       PERFORM 2900-ADD-MASTER-ROW
               END-READ
           END-PERFORM.

       2600-LOAD-POSTING-RULES.
           MOVE ZERO TO WS-PRULE-MAX
           OPEN INPUT POSTING-RULE-FILE
           IF WS-FS-PSTRULE NOT = "00"
               DISPLAY "cobol-refmaint: unable to open PSTRULES, "
                       "file status " WS-FS-PSTRULE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FS-PSTRULE = "10"
               READ POSTING-RULE-FILE
                   AT END
                       CLOSE POSTING-RULE-FILE
                       MOVE "10" TO WS-FS-PSTRULE
                   NOT AT END
                       IF WS-PRULE-MAX >= WS-PRULE-MAX-ENTRIES
                           DISPLAY "cobol-refmaint: PSTRULES has "
                                   "more than " WS-PRULE-MAX-ENTRIES
                                   " rules - increase "
                                   "WS-PRULE-MAX-ENTRIES and "
                                   "recompile"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PRULE-MAX
                       MOVE PR-GL-ACCOUNT
                           TO WS-PRULE-ACCOUNT(WS-PRULE-MAX)
                       MOVE PR-CONTRA-ACCOUNT
                           TO WS-PRULE-CONTRA(WS-PRULE-MAX)
                       MOVE PR-CONTRA-COST-CENTER
                           TO WS-PRULE-CONTRA-CC(WS-PRULE-MAX)
               END-READ
           END-PERFORM.

       2900-ADD-MASTER-ROW.
           IF WS-MSTR-MAX(WS-MSTR-SUB) >= WS-MSTR-ROW-MAX-ENTRIES
               DISPLAY "cobol-refmaint: " WS-MSTR-NAME(WS-MSTR-SUB)
                       " has more than " WS-MSTR-ROW-MAX-ENTRIES
                       " records - increase WS-MSTR-ROW-MAX-ENTRIES"
                       " and recompile"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MSTR-MAX(WS-MSTR-SUB)
           MOVE WS-LOAD-IMAGE
               TO WS-MSTR-ROW(WS-MSTR-SUB, WS-MSTR-MAX(WS-MSTR-SUB)).

       3000-LOAD-TRANSACTIONS.
      *> Pending transactions were submitted on an earlier day, so
      *> they load first and win a tie on effective date.
           MOVE ZERO TO WS-TXN-MAX
           OPEN INPUT REF-PENDING-FILE
           IF WS-FS-PEND NOT = "00"
               MOVE "10" TO WS-FS-PEND
           END-IF
           PERFORM UNTIL WS-FS-PEND = "10"
               READ REF-PENDING-FILE
                   AT END
                       CLOSE REF-PENDING-FILE
                       MOVE "10" TO WS-FS-PEND
                   NOT AT END
                       ADD 1 TO WS-PENDING-IN-COUNT
                       MOVE REF-PENDING-RECORD TO REF-MAINT-RECORD
                       PERFORM 3100-ADD-TRANSACTION
               END-READ
           END-PERFORM
           OPEN INPUT REF-MAINT-FILE
           IF WS-FS-MAINT NOT = "00"
               DISPLAY "cobol-refmaint: no maintenance input "
                       "REFMNTIN, file status " WS-FS-MAINT
                       " - pending changes only"
               MOVE "10" TO WS-FS-MAINT
           END-IF
           PERFORM UNTIL WS-FS-MAINT = "10"
               READ REF-MAINT-FILE
                   AT END
                       CLOSE REF-MAINT-FILE
                       MOVE "10" TO WS-FS-MAINT
                   NOT AT END
                       ADD 1 TO WS-INPUT-COUNT
                       IF RM-SUBMITTED-DATE = SPACES
                           MOVE WS-BUSINESS-DATE
                               TO RM-SUBMITTED-DATE
                       END-IF
                       PERFORM 3100-ADD-TRANSACTION
               END-READ
           END-PERFORM.

       3100-ADD-TRANSACTION.
           IF WS-TXN-MAX >= WS-TXN-MAX-ENTRIES
               DISPLAY "cobol-refmaint: more than "
                       WS-TXN-MAX-ENTRIES " maintenance "
                       "transactions - increase WS-TXN-MAX-ENTRIES "
                       "and recompile"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TXN-MAX
           MOVE RM-EFFECTIVE-DATE TO WS-TXN-EFF-DATE(WS-TXN-MAX)
           MOVE WS-TXN-MAX TO WS-TXN-SEQ(WS-TXN-MAX)
           MOVE REF-MAINT-RECORD TO WS-TXN-RECORD(WS-TXN-MAX).

       3500-SORT-TRANSACTIONS.
      *> Shell sort on effective date + arrival sequence.
           COMPUTE WS-SORT-GAP = WS-TXN-MAX / 2
           PERFORM UNTIL WS-SORT-GAP < 1
               PERFORM VARYING WS-SORT-I FROM WS-SORT-GAP BY 1
                       UNTIL WS-SORT-I + 1 > WS-TXN-MAX
                   MOVE WS-TXN-ENTRY(WS-SORT-I + 1) TO WS-SORT-HOLD
                   MOVE WS-SORT-I TO WS-SORT-J
                   MOVE "N" TO WS-SORT-DONE-SWITCH
                   PERFORM UNTIL WS-SORT-SLOT-FOUND
                       IF WS-SORT-J < WS-SORT-GAP
                          OR WS-TXN-KEY(WS-SORT-J - WS-SORT-GAP + 1)
                              <= WS-SORT-HOLD-KEY
                           SET WS-SORT-SLOT-FOUND TO TRUE
                       ELSE
                           MOVE WS-TXN-ENTRY
                               (WS-SORT-J - WS-SORT-GAP + 1)
                               TO WS-TXN-ENTRY(WS-SORT-J + 1)
                           SUBTRACT WS-SORT-GAP FROM WS-SORT-J
                       END-IF
                   END-PERFORM
                   MOVE WS-SORT-HOLD TO WS-TXN-ENTRY(WS-SORT-J + 1)
               END-PERFORM
               COMPUTE WS-SORT-GAP = WS-SORT-GAP / 2
           END-PERFORM.

       4000-PROCESS-ONE-TRANSACTION.
           MOVE WS-TXN-RECORD(WS-TXN-SUB) TO REF-MAINT-RECORD
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE SPACES TO WS-WARNING-TEXT
           PERFORM 4100-EDIT-TRANSACTION
           IF WS-REJECT-CODE = SPACES
              AND RM-EFFECTIVE-DATE > WS-BUSINESS-DATE
               PERFORM 4800-HOLD-PENDING
           ELSE
               IF WS-REJECT-CODE = SPACES
                   PERFORM 4300-EDIT-AGAINST-MASTER
               END-IF
               IF WS-REJECT-CODE = SPACES
                   PERFORM 4500-APPLY-CHANGE
               ELSE
                   PERFORM 4900-REJECT-TRANSACTION
               END-IF
           END-IF.

       4100-EDIT-TRANSACTION.
      *> The edits a transaction can pass or fail on its own, made
      *> the day it is keyed even when it is dated ahead.
           MOVE ZERO TO WS-MSTR-SUB
           PERFORM VARYING WS-MSTR-SCAN FROM 1 BY 1
                   UNTIL WS-MSTR-SCAN > 5
               IF WS-MSTR-NAME(WS-MSTR-SCAN) = RM-MASTER-NAME
                   MOVE WS-MSTR-SCAN TO WS-MSTR-SUB
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RECORD-KEY
           IF WS-MSTR-SUB > ZERO
               MOVE RM-RECORD-IMAGE
                   (1:WS-MSTR-KEY-LENGTH(WS-MSTR-SUB))
                   TO WS-RECORD-KEY
           END-IF
           MOVE RM-EFFECTIVE-DATE TO WS-DATE-CHECK
           PERFORM 4190-CHECK-DATE
           EVALUATE TRUE
               WHEN WS-MSTR-SUB = ZERO
                   MOVE "MSTR" TO WS-REJECT-CODE
                   STRING "Master '" RM-MASTER-NAME
                       "' is not one maintained here"
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               WHEN NOT RM-ADD AND NOT RM-CHANGE AND NOT RM-CLOSE
                   MOVE "ACTN" TO WS-REJECT-CODE
                   STRING "Action '" RM-ACTION
                       "' - must be A add, C change or X close"
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               WHEN NOT WS-DATE-VALID
                   MOVE "EFDT" TO WS-REJECT-CODE
                   STRING "Effective date '" RM-EFFECTIVE-DATE
                       "' is not a valid yyyymmdd date"
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               WHEN RM-REQUESTER-ID = SPACES
                 OR RM-APPROVER-ID = SPACES
                   MOVE "NOID" TO WS-REJECT-CODE
                   MOVE "Requester and approver ids are both required"
                       TO WS-RESULT-TEXT
               WHEN RM-REQUESTER-ID = RM-APPROVER-ID
                   MOVE "SAME" TO WS-REJECT-CODE
                   MOVE "Requester cannot approve their own change"
                       TO WS-RESULT-TEXT
               WHEN WS-RECORD-KEY = SPACES
                   MOVE "NKEY" TO WS-REJECT-CODE
                   MOVE "Record key missing from the record image"
                       TO WS-RESULT-TEXT
               WHEN RM-CLOSE
                   CONTINUE
               WHEN OTHER
                   PERFORM 4200-EDIT-RECORD-FIELDS
           END-EVALUATE.

       4190-CHECK-DATE.
           IF WS-DATE-CHECK IS NUMERIC
              AND FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(WS-DATE-CHECK)) > ZERO
               SET WS-DATE-VALID TO TRUE
           ELSE
               MOVE "N" TO WS-DATE-SWITCH
           END-IF.

       4200-EDIT-RECORD-FIELDS.
      *> Field edits of an add or change image, the same tests
      *> CALC06 (and CALC09 for STNDINST) make of the master.
           EVALUATE WS-MSTR-SUB
               WHEN WS-MSTR-ACCOUNTS
                   MOVE RM-RECORD-IMAGE TO GL-ACCT-MASTER-RECORD
                   EVALUATE TRUE
                       WHEN AM-STATUS NOT = "A"
                        AND AM-STATUS NOT = "C"
                           MOVE "Account status must be A or C"
                               TO WS-RESULT-TEXT
                       WHEN NOT AM-VALID-TYPE
                           MOVE "Account type must be A, L, Q, R or E"
                               TO WS-RESULT-TEXT
                   END-EVALUATE
               WHEN WS-MSTR-COST-CENTERS
                   MOVE RM-RECORD-IMAGE TO COST-CENTER-MASTER-RECORD
                   IF CM-STATUS NOT = "A" AND CM-STATUS NOT = "C"
                       MOVE "Cost center status must be A or C"
                           TO WS-RESULT-TEXT
                   END-IF
               WHEN WS-MSTR-OPERATORS
                   MOVE RM-RECORD-IMAGE TO OPTAB-RECORD
                   EVALUATE OT-OPERATION-TYPE
                       WHEN "ADD "
                       WHEN "SUB "
                       WHEN "MUL "
                       WHEN "DIV "
                       WHEN "PCT "
                       WHEN "AVG "
                       WHEN "MOD "
                           CONTINUE
                       WHEN OTHER
                           STRING "Unknown operation type '"
                               OT-OPERATION-TYPE "'"
                               DELIMITED BY SIZE INTO WS-RESULT-TEXT
                   END-EVALUATE
               WHEN WS-MSTR-RATES
                   MOVE RM-RECORD-IMAGE TO CURRENCY-RATE-RECORD
                   MOVE XR-EFFECTIVE-DATE TO WS-DATE-CHECK
                   PERFORM 4190-CHECK-DATE
                   EVALUATE TRUE
                       WHEN XR-RATE NOT NUMERIC
                           MOVE "Rate is malformed or non-numeric"
                               TO WS-RESULT-TEXT
                       WHEN XR-RATE = ZERO
                           MOVE "Rate is zero" TO WS-RESULT-TEXT
                       WHEN NOT WS-DATE-VALID
                           MOVE "Rate has a bad effective date"
                               TO WS-RESULT-TEXT
                   END-EVALUATE
               WHEN WS-MSTR-INSTRUCTIONS
                   MOVE RM-RECORD-IMAGE
                       TO STANDING-INSTRUCTION-RECORD
                   MOVE SI-NEXT-RUN-DATE TO WS-DATE-CHECK
                   PERFORM 4190-CHECK-DATE
                   EVALUATE TRUE
                       WHEN SI-ACTIVE-FLAG NOT = "A"
                        AND SI-ACTIVE-FLAG NOT = "S"
                           MOVE "Active flag must be A or S"
                               TO WS-RESULT-TEXT
                       WHEN NOT SI-DAILY AND NOT SI-WEEKLY
                        AND NOT SI-MONTHLY AND NOT SI-QUARTERLY
                           MOVE "Frequency must be D, W, M or Q"
                               TO WS-RESULT-TEXT
                       WHEN NOT WS-DATE-VALID
                           MOVE "Next-run date is not a valid date"
                               TO WS-RESULT-TEXT
                       WHEN SI-FIRSTNUM NOT NUMERIC
                         OR SI-SECONDNUM NOT NUMERIC
                           MOVE "Amounts must be signed numerics"
                               TO WS-RESULT-TEXT
                       WHEN NOT SI-ROLL-FOLLOWING
                        AND NOT SI-ROLL-PRECEDING
                           MOVE "Roll rule must be F, P or blank"
                               TO WS-RESULT-TEXT
                   END-EVALUATE
           END-EVALUATE
           IF WS-RESULT-TEXT NOT = SPACES
               MOVE "EDIT" TO WS-REJECT-CODE
           END-IF.

       4300-EDIT-AGAINST-MASTER.
      *> The edits that depend on the masters as they stand on the
      *> effective date - made the day the change is applied.
           MOVE WS-MSTR-SUB TO WS-LOOKUP-MSTR
           MOVE WS-RECORD-KEY TO WS-LOOKUP-KEY
           PERFORM 4390-FIND-ROW
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           IF WS-ROW-HIT > ZERO
               MOVE WS-MSTR-ROW(WS-MSTR-SUB, WS-ROW-HIT)
                   TO WS-BEFORE-IMAGE
           END-IF
           EVALUATE TRUE
               WHEN RM-ADD AND WS-ROW-HIT > ZERO
                   MOVE "DUPK" TO WS-REJECT-CODE
                   STRING "Key is already on "
                       WS-MSTR-NAME(WS-MSTR-SUB)
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               WHEN NOT RM-ADD AND WS-ROW-HIT = ZERO
                   MOVE "NOKY" TO WS-REJECT-CODE
                   STRING "Key is not on "
                       WS-MSTR-NAME(WS-MSTR-SUB)
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               WHEN RM-CLOSE
                   PERFORM 4310-BUILD-CLOSED-IMAGE
               WHEN OTHER
                   PERFORM 4320-BUILD-NEW-IMAGE
           END-EVALUATE
           IF WS-REJECT-CODE = SPACES
               EVALUATE WS-MSTR-SUB
                   WHEN WS-MSTR-ACCOUNTS
                       PERFORM 4330-CHECK-ACCOUNT
                   WHEN WS-MSTR-COST-CENTERS
                       PERFORM 4340-CHECK-COST-CENTER
                   WHEN WS-MSTR-OPERATORS
                       PERFORM 4350-CHECK-OPERATOR
                   WHEN WS-MSTR-RATES
                       PERFORM 4360-CHECK-RATE-MOVE
                   WHEN WS-MSTR-INSTRUCTIONS
                       PERFORM 4370-CHECK-INSTRUCTION
               END-EVALUATE
           END-IF.

       4310-BUILD-CLOSED-IMAGE.
      *> GLACCTM/COSTCTR close to status C and an instruction is
      *> suspended; OPERTAB and CURRTAB have no status, so the row
      *> comes off the table and the after image stays blank.
           EVALUATE WS-MSTR-SUB
               WHEN WS-MSTR-ACCOUNTS
                   MOVE WS-BEFORE-IMAGE TO GL-ACCT-MASTER-RECORD
                   MOVE AM-STATUS TO WS-BEFORE-STATUS
                   MOVE "C" TO AM-STATUS
                   MOVE GL-ACCT-MASTER-RECORD TO WS-AFTER-IMAGE
               WHEN WS-MSTR-COST-CENTERS
                   MOVE WS-BEFORE-IMAGE TO COST-CENTER-MASTER-RECORD
                   MOVE CM-STATUS TO WS-BEFORE-STATUS
                   MOVE "C" TO CM-STATUS
                   MOVE COST-CENTER-MASTER-RECORD TO WS-AFTER-IMAGE
               WHEN WS-MSTR-INSTRUCTIONS
                   MOVE WS-BEFORE-IMAGE
                       TO STANDING-INSTRUCTION-RECORD
                   MOVE SI-ACTIVE-FLAG TO WS-BEFORE-STATUS
                   MOVE "S" TO SI-ACTIVE-FLAG
                   MOVE STANDING-INSTRUCTION-RECORD
                       TO WS-AFTER-IMAGE
               WHEN OTHER
                   MOVE "A" TO WS-BEFORE-STATUS
           END-EVALUATE
           IF WS-BEFORE-STATUS NOT = "A"
               MOVE "CLSD" TO WS-REJECT-CODE
               STRING "Already closed on "
                   WS-MSTR-NAME(WS-MSTR-SUB)
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
           END-IF.

       4320-BUILD-NEW-IMAGE.
      *> The image is taken through the master's own layout so
      *> anything keyed past the end of the record is dropped.
           MOVE "A" TO WS-BEFORE-STATUS
           EVALUATE WS-MSTR-SUB
               WHEN WS-MSTR-ACCOUNTS
                   IF WS-ROW-HIT > ZERO
                       MOVE WS-BEFORE-IMAGE TO GL-ACCT-MASTER-RECORD
                       MOVE AM-STATUS TO WS-BEFORE-STATUS
                   END-IF
                   MOVE RM-RECORD-IMAGE TO GL-ACCT-MASTER-RECORD
                   MOVE GL-ACCT-MASTER-RECORD TO WS-AFTER-IMAGE
               WHEN WS-MSTR-COST-CENTERS
                   IF WS-ROW-HIT > ZERO
                       MOVE WS-BEFORE-IMAGE
                           TO COST-CENTER-MASTER-RECORD
                       MOVE CM-STATUS TO WS-BEFORE-STATUS
                   END-IF
                   MOVE RM-RECORD-IMAGE TO COST-CENTER-MASTER-RECORD
                   MOVE COST-CENTER-MASTER-RECORD TO WS-AFTER-IMAGE
               WHEN WS-MSTR-OPERATORS
                   MOVE RM-RECORD-IMAGE TO OPTAB-RECORD
                   MOVE OPTAB-RECORD TO WS-AFTER-IMAGE
               WHEN WS-MSTR-RATES
                   MOVE RM-RECORD-IMAGE TO CURRENCY-RATE-RECORD
                   MOVE CURRENCY-RATE-RECORD TO WS-AFTER-IMAGE
               WHEN WS-MSTR-INSTRUCTIONS
                   MOVE RM-RECORD-IMAGE
                       TO STANDING-INSTRUCTION-RECORD
                   MOVE STANDING-INSTRUCTION-RECORD
                       TO WS-AFTER-IMAGE
           END-EVALUATE
           IF RM-CHANGE AND WS-AFTER-IMAGE = WS-BEFORE-IMAGE
               MOVE "NOCH" TO WS-REJECT-CODE
               MOVE "Change is the same as the record on file"
                   TO WS-RESULT-TEXT
           END-IF.

       4330-CHECK-ACCOUNT.
           MOVE WS-AFTER-IMAGE TO GL-ACCT-MASTER-RECORD
           IF AM-STATUS = "C" AND WS-BEFORE-STATUS = "A"
               MOVE ZERO TO WS-PRULE-HIT
               PERFORM VARYING WS-PRULE-SCAN FROM 1 BY 1
                       UNTIL WS-PRULE-SCAN > WS-PRULE-MAX
                          OR WS-PRULE-HIT > ZERO
                   IF WS-PRULE-CONTRA(WS-PRULE-SCAN)
                           = AM-ACCOUNT-CODE
                       MOVE WS-PRULE-SCAN TO WS-PRULE-HIT
                   END-IF
               END-PERFORM
               IF WS-PRULE-HIT > ZERO
                   MOVE "INUS" TO WS-REJECT-CODE
                   STRING "Contra account on the PSTRULES rule for "
                       WS-PRULE-ACCOUNT(WS-PRULE-HIT)
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               ELSE
                   SET WS-USE-ACCOUNT TO TRUE
                   MOVE AM-ACCOUNT-CODE TO WS-USE-VALUE
                   PERFORM 4380-FIND-INSTRUCTION-USE
               END-IF
           END-IF
           IF AM-STATUS = "A"
               MOVE ZERO TO WS-PRULE-HIT
               PERFORM VARYING WS-PRULE-SCAN FROM 1 BY 1
                       UNTIL WS-PRULE-SCAN > WS-PRULE-MAX
                          OR WS-PRULE-HIT > ZERO
                   IF WS-PRULE-ACCOUNT(WS-PRULE-SCAN)
                           = AM-ACCOUNT-CODE
                      OR WS-PRULE-CONTRA(WS-PRULE-SCAN)
                           = AM-ACCOUNT-CODE
                       MOVE WS-PRULE-SCAN TO WS-PRULE-HIT
                   END-IF
               END-PERFORM
               IF WS-PRULE-HIT = ZERO
                   MOVE "Active with no PSTRULES rule - postings reject"
                       TO WS-WARNING-TEXT
               END-IF
           END-IF.

       4340-CHECK-COST-CENTER.
           MOVE WS-AFTER-IMAGE TO COST-CENTER-MASTER-RECORD
           IF CM-STATUS = "C" AND WS-BEFORE-STATUS = "A"
               MOVE ZERO TO WS-PRULE-HIT
               PERFORM VARYING WS-PRULE-SCAN FROM 1 BY 1
                       UNTIL WS-PRULE-SCAN > WS-PRULE-MAX
                          OR WS-PRULE-HIT > ZERO
                   IF WS-PRULE-CONTRA-CC(WS-PRULE-SCAN)
                           = CM-COST-CENTER
                       MOVE WS-PRULE-SCAN TO WS-PRULE-HIT
                   END-IF
               END-PERFORM
               IF WS-PRULE-HIT > ZERO
                   MOVE "INUS" TO WS-REJECT-CODE
                   STRING "Contra cost center on the PSTRULES rule "
                       "for " WS-PRULE-ACCOUNT(WS-PRULE-HIT)
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               ELSE
                   SET WS-USE-COST-CENTER TO TRUE
                   MOVE CM-COST-CENTER TO WS-USE-VALUE
                   PERFORM 4380-FIND-INSTRUCTION-USE
               END-IF
           END-IF.

       4350-CHECK-OPERATOR.
           IF RM-CLOSE
               SET WS-USE-OPERATOR TO TRUE
               MOVE WS-RECORD-KEY TO WS-USE-VALUE
               PERFORM 4380-FIND-INSTRUCTION-USE
           END-IF.

       4360-CHECK-RATE-MOVE.
      *> CALC06's tolerance test: warn when the new rate moved more
      *> than TOL percent against the currency's latest earlier
      *> effective rate.
           IF NOT RM-CLOSE
               MOVE WS-AFTER-IMAGE TO CURRENCY-RATE-RECORD
               MOVE XR-CURRENCY-CODE TO WS-NEW-CURRENCY
               MOVE XR-EFFECTIVE-DATE TO WS-NEW-EFF-DATE
               MOVE XR-RATE TO WS-NEW-RATE
               MOVE SPACES TO WS-PREV-EFF-DATE
               MOVE ZERO TO WS-PREV-RATE
               PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                       UNTIL WS-ROW-SCAN
                             > WS-MSTR-MAX(WS-MSTR-RATES)
                   MOVE WS-MSTR-ROW(WS-MSTR-RATES, WS-ROW-SCAN)
                       TO CURRENCY-RATE-RECORD
                   IF XR-CURRENCY-CODE = WS-NEW-CURRENCY
                      AND XR-EFFECTIVE-DATE < WS-NEW-EFF-DATE
                      AND XR-EFFECTIVE-DATE > WS-PREV-EFF-DATE
                      AND XR-RATE IS NUMERIC
                       MOVE XR-EFFECTIVE-DATE TO WS-PREV-EFF-DATE
                       MOVE XR-RATE TO WS-PREV-RATE
                   END-IF
               END-PERFORM
               IF WS-PREV-RATE > ZERO
                   COMPUTE WS-RATE-MOVE-PCT ROUNDED =
                       FUNCTION ABS(WS-NEW-RATE - WS-PREV-RATE)
                       / WS-PREV-RATE * 100
                   IF WS-RATE-MOVE-PCT > WS-TOLERANCE-PCT
                       MOVE WS-RATE-MOVE-PCT TO WS-EDIT-PCT
                       STRING "Rate moved " WS-EDIT-PCT
                           " PCT against " WS-PREV-EFF-DATE
                           DELIMITED BY SIZE INTO WS-WARNING-TEXT
                   END-IF
               END-IF
           END-IF.

       4370-CHECK-INSTRUCTION.
      *> An active instruction must generate postings CALC00 and
      *> CALC01 will take.
           MOVE WS-AFTER-IMAGE TO STANDING-INSTRUCTION-RECORD
           IF SI-ACTIVE
               MOVE WS-MSTR-OPERATORS TO WS-LOOKUP-MSTR
               MOVE SI-OPERATOR TO WS-LOOKUP-KEY
               PERFORM 4390-FIND-ROW
               IF WS-ROW-HIT = ZERO
                   MOVE "REFX" TO WS-REJECT-CODE
                   STRING "Operator '" SI-OPERATOR
                       "' is not on OPERTAB"
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               END-IF
           END-IF
           IF SI-ACTIVE AND WS-REJECT-CODE = SPACES
               MOVE WS-MSTR-ACCOUNTS TO WS-LOOKUP-MSTR
               MOVE SI-GL-ACCOUNT TO WS-LOOKUP-KEY
               PERFORM 4390-FIND-ROW
               IF WS-ROW-HIT > ZERO
                   MOVE WS-MSTR-ROW(WS-MSTR-ACCOUNTS, WS-ROW-HIT)
                       TO GL-ACCT-MASTER-RECORD
               END-IF
               IF WS-ROW-HIT = ZERO OR AM-STATUS NOT = "A"
                   MOVE "REFX" TO WS-REJECT-CODE
                   STRING "GL account " SI-GL-ACCOUNT
                       " is missing or closed on GLACCTM"
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               END-IF
           END-IF
           IF SI-ACTIVE AND WS-REJECT-CODE = SPACES
               MOVE WS-MSTR-COST-CENTERS TO WS-LOOKUP-MSTR
               MOVE SI-COST-CENTER TO WS-LOOKUP-KEY
               PERFORM 4390-FIND-ROW
               IF WS-ROW-HIT > ZERO
                   MOVE WS-MSTR-ROW(WS-MSTR-COST-CENTERS, WS-ROW-HIT)
                       TO COST-CENTER-MASTER-RECORD
               END-IF
               IF WS-ROW-HIT = ZERO OR CM-STATUS NOT = "A"
                   MOVE "REFX" TO WS-REJECT-CODE
                   STRING "Cost center " SI-COST-CENTER
                       " is missing or closed on COSTCTR"
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               END-IF
           END-IF
           IF SI-ACTIVE AND WS-REJECT-CODE = SPACES
              AND SI-CURRENCY-CODE NOT = SPACES
              AND SI-CURRENCY-CODE NOT = WS-BASE-CURRENCY
               MOVE "N" TO WS-RATE-FOUND-SWITCH
               PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                       UNTIL WS-ROW-SCAN
                             > WS-MSTR-MAX(WS-MSTR-RATES)
                          OR WS-RATE-FOUND
                   MOVE WS-MSTR-ROW(WS-MSTR-RATES, WS-ROW-SCAN)
                       TO CURRENCY-RATE-RECORD
                   IF XR-CURRENCY-CODE = SI-CURRENCY-CODE
                      AND XR-EFFECTIVE-DATE <= SI-NEXT-RUN-DATE
                       SET WS-RATE-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-RATE-FOUND
                   MOVE "REFX" TO WS-REJECT-CODE
                   STRING "Currency " SI-CURRENCY-CODE
                       " has no CURRTAB rate effective by "
                       SI-NEXT-RUN-DATE
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               END-IF
           END-IF.

       4380-FIND-INSTRUCTION-USE.
      *> A close is refused while an active standing instruction
      *> still names the account, cost center or operator - CALC09
      *> would generate postings that reject every period.
           MOVE SPACES TO WS-USE-ID
           PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                   UNTIL WS-ROW-SCAN
                         > WS-MSTR-MAX(WS-MSTR-INSTRUCTIONS)
                      OR WS-USE-ID NOT = SPACES
               MOVE WS-MSTR-ROW(WS-MSTR-INSTRUCTIONS, WS-ROW-SCAN)
                   TO STANDING-INSTRUCTION-RECORD
               IF SI-ACTIVE
                   EVALUATE TRUE
                       WHEN WS-USE-ACCOUNT
                        AND SI-GL-ACCOUNT = WS-USE-VALUE
                       WHEN WS-USE-COST-CENTER
                        AND SI-COST-CENTER = WS-USE-VALUE(1:6)
                       WHEN WS-USE-OPERATOR
                        AND SI-OPERATOR = WS-USE-VALUE(1:1)
                           MOVE SI-INSTRUCTION-ID TO WS-USE-ID
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-USE-ID NOT = SPACES
               MOVE "INUS" TO WS-REJECT-CODE
               STRING "Used by active standing instruction "
                   WS-USE-ID
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
           END-IF.

       4390-FIND-ROW.
           MOVE ZERO TO WS-ROW-HIT
           PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                   UNTIL WS-ROW-SCAN > WS-MSTR-MAX(WS-LOOKUP-MSTR)
                      OR WS-ROW-HIT > ZERO
               IF WS-MSTR-ROW(WS-LOOKUP-MSTR, WS-ROW-SCAN)
                       (1:WS-MSTR-KEY-LENGTH(WS-LOOKUP-MSTR))
                   = WS-LOOKUP-KEY
                       (1:WS-MSTR-KEY-LENGTH(WS-LOOKUP-MSTR))
                   MOVE WS-ROW-SCAN TO WS-ROW-HIT
               END-IF
           END-PERFORM.

       4500-APPLY-CHANGE.
           EVALUATE TRUE
               WHEN RM-ADD
                   PERFORM 4600-INSERT-ROW
               WHEN WS-AFTER-IMAGE = SPACES
                   PERFORM 4650-REMOVE-ROW
               WHEN OTHER
                   MOVE WS-AFTER-IMAGE
                       TO WS-MSTR-ROW(WS-MSTR-SUB, WS-ROW-HIT)
           END-EVALUATE
           MOVE "Y" TO WS-MSTR-CHANGED(WS-MSTR-SUB)
           MOVE SPACES TO MAINT-HISTORY-RECORD
           MOVE RM-MASTER-NAME TO MH-MASTER-NAME
           MOVE WS-RECORD-KEY TO MH-RECORD-KEY
           MOVE RM-ACTION TO MH-ACTION
           MOVE RM-EFFECTIVE-DATE TO MH-EFFECTIVE-DATE
           MOVE WS-BUSINESS-DATE TO MH-APPLIED-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(9:6) TO MH-APPLIED-TIME
           MOVE RM-SUBMITTED-DATE TO MH-SUBMITTED-DATE
           MOVE RM-REQUESTER-ID TO MH-REQUESTER-ID
           MOVE RM-APPROVER-ID TO MH-APPROVER-ID
           MOVE RM-CHANGE-REASON TO MH-CHANGE-REASON
           MOVE WS-BEFORE-IMAGE TO MH-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO MH-AFTER-IMAGE
           ADD 1 TO WS-HIST-MAX
           MOVE MAINT-HISTORY-RECORD TO WS-HIST-ENTRY(WS-HIST-MAX)
           ADD 1 TO WS-APPLIED-COUNT
           IF WS-WARNING-TEXT = SPACES
               MOVE "APPLIED" TO DL-RESULT
               MOVE SPACES TO DL-REASON-CODE
               MOVE SPACES TO DL-RESULT-TEXT
           ELSE
               ADD 1 TO WS-WARNING-COUNT
               MOVE "APPLIED" TO DL-RESULT
               MOVE "WARN" TO DL-REASON-CODE
               MOVE WS-WARNING-TEXT TO DL-RESULT-TEXT
           END-IF
           PERFORM 4950-PRINT-TRANSACTION.

       4600-INSERT-ROW.
      *> New rows go in key order so the rewritten master stays in
      *> the order finance reads it in - except OPERTAB and CURRTAB,
      *> which are kept in the order rows were added (new ones at
      *> the end).
           IF WS-MSTR-MAX(WS-MSTR-SUB) >= WS-MSTR-ROW-MAX-ENTRIES
               DISPLAY "cobol-refmaint: " WS-MSTR-NAME(WS-MSTR-SUB)
                       " would have more than "
                       WS-MSTR-ROW-MAX-ENTRIES " records - increase "
                       "WS-MSTR-ROW-MAX-ENTRIES and recompile"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-ROW-HIT
           PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                   UNTIL WS-ROW-SCAN > WS-MSTR-MAX(WS-MSTR-SUB)
                      OR WS-ROW-HIT > ZERO
                      OR WS-MSTR-SUB = WS-MSTR-OPERATORS
                      OR WS-MSTR-SUB = WS-MSTR-RATES
               IF WS-MSTR-ROW(WS-MSTR-SUB, WS-ROW-SCAN)
                       (1:WS-MSTR-KEY-LENGTH(WS-MSTR-SUB))
                   > WS-RECORD-KEY(1:WS-MSTR-KEY-LENGTH(WS-MSTR-SUB))
                   MOVE WS-ROW-SCAN TO WS-ROW-HIT
               END-IF
           END-PERFORM
           ADD 1 TO WS-MSTR-MAX(WS-MSTR-SUB)
           IF WS-ROW-HIT = ZERO
               MOVE WS-MSTR-MAX(WS-MSTR-SUB) TO WS-ROW-HIT
           ELSE
               PERFORM VARYING WS-ROW-SHIFT
                       FROM WS-MSTR-MAX(WS-MSTR-SUB) BY -1
                       UNTIL WS-ROW-SHIFT <= WS-ROW-HIT
                   MOVE WS-MSTR-ROW(WS-MSTR-SUB, WS-ROW-SHIFT - 1)
                       TO WS-MSTR-ROW(WS-MSTR-SUB, WS-ROW-SHIFT)
               END-PERFORM
           END-IF
           MOVE WS-AFTER-IMAGE TO WS-MSTR-ROW(WS-MSTR-SUB, WS-ROW-HIT).

       4650-REMOVE-ROW.
           PERFORM VARYING WS-ROW-SHIFT FROM WS-ROW-HIT BY 1
                   UNTIL WS-ROW-SHIFT >= WS-MSTR-MAX(WS-MSTR-SUB)
               MOVE WS-MSTR-ROW(WS-MSTR-SUB, WS-ROW-SHIFT + 1)
                   TO WS-MSTR-ROW(WS-MSTR-SUB, WS-ROW-SHIFT)
           END-PERFORM
           SUBTRACT 1 FROM WS-MSTR-MAX(WS-MSTR-SUB).

       4800-HOLD-PENDING.
           WRITE REF-PENDING-OUT-RECORD FROM REF-MAINT-RECORD
           ADD 1 TO WS-HELD-COUNT
           MOVE "PENDING" TO DL-RESULT
           MOVE SPACES TO DL-REASON-CODE
           MOVE "Held until its effective date" TO DL-RESULT-TEXT
           PERFORM 4950-PRINT-TRANSACTION.

       4900-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE "REJECTED" TO DL-RESULT
           MOVE WS-REJECT-CODE TO DL-REASON-CODE
           MOVE WS-RESULT-TEXT TO DL-RESULT-TEXT
           PERFORM 4950-PRINT-TRANSACTION.

       4950-PRINT-TRANSACTION.
           MOVE RM-MASTER-NAME TO DL-MASTER-NAME
           MOVE RM-ACTION TO DL-ACTION
           MOVE WS-RECORD-KEY TO DL-RECORD-KEY
           MOVE RM-EFFECTIVE-DATE TO DL-EFFECTIVE-DATE
           MOVE RM-REQUESTER-ID TO DL-REQUESTER-ID
           MOVE RM-APPROVER-ID TO DL-APPROVER-ID
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE.

       6000-REWRITE-MASTERS.
           PERFORM VARYING WS-MSTR-SUB FROM 1 BY 1
                   UNTIL WS-MSTR-SUB > 5
               IF WS-MSTR-CHANGED(WS-MSTR-SUB) = "Y"
                   EVALUATE WS-MSTR-SUB
                       WHEN WS-MSTR-ACCOUNTS
                           PERFORM 6100-REWRITE-ACCOUNTS
                       WHEN WS-MSTR-COST-CENTERS
                           PERFORM 6150-REWRITE-COST-CENTERS
                       WHEN WS-MSTR-OPERATORS
                           PERFORM 6200-REWRITE-OPERATORS
                       WHEN WS-MSTR-RATES
                           PERFORM 6250-REWRITE-RATES
                       WHEN WS-MSTR-INSTRUCTIONS
                           PERFORM 6300-REWRITE-INSTRUCTIONS
                   END-EVALUATE
                   DISPLAY "cobol-refmaint: "
                           WS-MSTR-NAME(WS-MSTR-SUB)
                           " rewritten, "
                           WS-MSTR-MAX(WS-MSTR-SUB) " records"
               END-IF
           END-PERFORM.

       6100-REWRITE-ACCOUNTS.
           OPEN OUTPUT GL-ACCT-MASTER-FILE
           IF WS-FS-ACCTM NOT = "00"
               PERFORM 6900-REWRITE-FAILED
           END-IF
           PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                   UNTIL WS-ROW-SCAN > WS-MSTR-MAX(WS-MSTR-SUB)
               MOVE WS-MSTR-ROW(WS-MSTR-SUB, WS-ROW-SCAN)
                   TO GL-ACCT-MASTER-RECORD
               WRITE GL-ACCT-MASTER-RECORD
           END-PERFORM
           CLOSE GL-ACCT-MASTER-FILE.

       6150-REWRITE-COST-CENTERS.
           OPEN OUTPUT COST-CENTER-MASTER-FILE
           IF WS-FS-CCTRM NOT = "00"
               PERFORM 6900-REWRITE-FAILED
           END-IF
           PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                   UNTIL WS-ROW-SCAN > WS-MSTR-MAX(WS-MSTR-SUB)
               MOVE WS-MSTR-ROW(WS-MSTR-SUB, WS-ROW-SCAN)
                   TO COST-CENTER-MASTER-RECORD
               WRITE COST-CENTER-MASTER-RECORD
           END-PERFORM
           CLOSE COST-CENTER-MASTER-FILE.

       6200-REWRITE-OPERATORS.
           OPEN OUTPUT CALC-OPTAB-FILE
           IF WS-FS-OPTAB NOT = "00"
               PERFORM 6900-REWRITE-FAILED
           END-IF
           PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                   UNTIL WS-ROW-SCAN > WS-MSTR-MAX(WS-MSTR-SUB)
               MOVE WS-MSTR-ROW(WS-MSTR-SUB, WS-ROW-SCAN)
                   TO OPTAB-RECORD
               WRITE OPTAB-RECORD
           END-PERFORM
           CLOSE CALC-OPTAB-FILE.

       6250-REWRITE-RATES.
           OPEN OUTPUT CALC-CURRTAB-FILE
           IF WS-FS-CURRTAB NOT = "00"
               PERFORM 6900-REWRITE-FAILED
           END-IF
           PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                   UNTIL WS-ROW-SCAN > WS-MSTR-MAX(WS-MSTR-SUB)
               MOVE WS-MSTR-ROW(WS-MSTR-SUB, WS-ROW-SCAN)
                   TO CURRENCY-RATE-RECORD
               WRITE CURRENCY-RATE-RECORD
           END-PERFORM
           CLOSE CALC-CURRTAB-FILE.

       6300-REWRITE-INSTRUCTIONS.
           OPEN OUTPUT STANDING-INSTRUCTION-FILE
           IF WS-FS-STND NOT = "00"
               PERFORM 6900-REWRITE-FAILED
           END-IF
           PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                   UNTIL WS-ROW-SCAN > WS-MSTR-MAX(WS-MSTR-SUB)
               MOVE WS-MSTR-ROW(WS-MSTR-SUB, WS-ROW-SCAN)
                   TO STANDING-INSTRUCTION-RECORD
               WRITE STANDING-INSTRUCTION-RECORD
           END-PERFORM
           CLOSE STANDING-INSTRUCTION-FILE.

       6500-WRITE-HISTORY.
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-MAX
               MOVE WS-HIST-ENTRY(WS-HIST-SUB)
                   TO MAINT-HISTORY-RECORD
               WRITE MAINT-HISTORY-RECORD
           END-PERFORM
           CLOSE MAINT-HISTORY-FILE.

       6900-REWRITE-FAILED.
           DISPLAY "cobol-refmaint: unable to rewrite "
                   WS-MSTR-NAME(WS-MSTR-SUB)
                   " - nothing written to MNTHIST, restore the "
                   "master and rerun"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       7000-WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO HD-PAGE
           MOVE WS-BUSINESS-DATE TO HD-BUSINESS-DATE
           WRITE REF-MAINT-REPORT-RECORD FROM WS-HEADING-1
           WRITE REF-MAINT-REPORT-RECORD FROM WS-HEADING-2
           MOVE SPACES TO REF-MAINT-REPORT-RECORD
           WRITE REF-MAINT-REPORT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       7100-PRINT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-PAGE-HEADINGS
           END-IF
           WRITE REF-MAINT-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       8000-WRITE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-INPUT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " NEW TRANSACTIONS READ:     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-PENDING-IN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " PENDING BROUGHT FORWARD:   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " APPLIED:                   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " HELD PENDING:              " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " REJECTED:                  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           MOVE WS-WARNING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " APPLIED WITH WARNINGS:     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 7100-PRINT-LINE
           CLOSE REF-MAINT-REPORT-FILE
           DISPLAY "cobol-refmaint control total"
           DISPLAY "  New transactions read:  " WS-INPUT-COUNT
           DISPLAY "  Pending brought forward: " WS-PENDING-IN-COUNT
           DISPLAY "  Applied:                " WS-APPLIED-COUNT
           DISPLAY "  Held pending:           " WS-HELD-COUNT
           DISPLAY "  Rejected:               " WS-REJECTED-COUNT
           DISPLAY "  Applied with warnings:  " WS-WARNING-COUNT.
