      *>     refused - a rerun cannot double the balances.
      *> The extract is re-added and compared to its own GT trailer
      *> before anything is applied, so a partial file never
      *> reaches the master even if this step is run out of order,
      *> and a file whose debits do not equal its credits (every
      *> posting is double entry - see GLEXTRC.cpy) is refused the
      *> same way.
      *> Foreign currency lines (GL-CURRENCY-CODE other than base)
      *> also build each row's balance by currency - the foreign
      *> amount and the base value booked for it - which the
      *> month-end revaluation (GLB07, cobol-glreval.cbl) restates;
      *> its revaluation and reversal extracts are rolled in here
      *> like any other.
      *> Ends RC=0 applied, RC=4 applied but a row ran out of
      *> currency entries (those lines kept in base only - see
      *> GLBALM.cpy), RC=8 refused (nothing applied), RC=16 on an
      *> unusable file.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-TRL-DR-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  WS-TRL-CR-TOTAL             PIC S9(11)V99 VALUE ZERO.

      *> Base currency - GLEXTRC lines in any other currency are
      *> also kept by currency on the row (GB-FX-ENTRY).
       01  WS-BASE-CURRENCY            PIC X(3) VALUE "USD".
       01  WS-FX-MAX-ENTRIES           PIC 9(4) VALUE 5.
       01  WS-FX-SCAN                  PIC 9(4) VALUE ZERO.
       01  WS-FX-HIT                   PIC 9(4) VALUE ZERO.
       01  WS-FX-UNTRACKED-COUNT       PIC 9(9) VALUE ZERO.

       01  WS-REFUSE-SWITCH            PIC X VALUE "N".
           88  WS-EXTRACT-REFUSED               VALUE "Y".

           PERFORM 4000-APPLY-DETAILS
           PERFORM 5000-LOG-APPLIED-EXTRACT
           PERFORM 8000-WRITE-TOTALS
           IF WS-FX-UNTRACKED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       2000-VERIFY-EXTRACT.
      *> Same proof CALC02 makes, repeated here so the master is
      *> safe even when this step is run standalone: one header,
      *> one trailer, details re-add to the trailer's count and
      *> debit/credit totals, and debits equal credits.
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-FS-GL NOT = "00"
               DISPLAY "cobol-glbupd: unable to open GLEXTRC, "
               DISPLAY "cobol-glbupd: details do not re-add to the "
                       "extract trailer - see CALC02"
           END-IF
           IF WS-DR-TOTAL NOT = WS-CR-TOTAL
               SET WS-EXTRACT-REFUSED TO TRUE
               DISPLAY "cobol-glbupd: extract debits do not equal "
                       "credits - see CALC02"
           END-IF
           MOVE WS-HDR-BUS-DATE(1:6) TO WS-PERIOD.

       2010-TALLY-GL-RECORD.
           PERFORM UNTIL WS-FS-PERCL = "10"
               READ GL-PERIOD-CLOSE-FILE
                   AT END
                       CLOSE GL-PERIOD-CLOSE-FILE
                       MOVE "10" TO WS-FS-PERCL
                   NOT AT END
                       IF PC-PERIOD = WS-PERIOD AND PC-CLOSED
                           SET WS-EXTRACT-REFUSED TO TRUE
           PERFORM UNTIL WS-FS-APPLOG = "10"
               READ GL-APPLIED-LOG-FILE
                   AT END
                       CLOSE GL-APPLIED-LOG-FILE
                       MOVE "10" TO WS-FS-APPLOG
                   NOT AT END
                       IF AP-BUS-DATE = WS-HDR-BUS-DATE
                          AND AP-JOB-ID = WS-HDR-JOB-ID
               INVALID KEY
                   MOVE ZERO TO GB-DR-TOTAL
                   MOVE ZERO TO GB-CR-TOTAL
                   MOVE ZERO TO GB-OPENING-BALANCE
                   INITIALIZE GB-FX-BALANCES
                   PERFORM 4110-ACCUMULATE-AMOUNT
                   WRITE GL-BALANCE-MASTER-RECORD
                   ADD 1 TO WS-ROWS-ADDED
           ELSE
               ADD GL-AMOUNT TO GB-DR-TOTAL
           END-IF
           IF GL-CURRENCY-CODE NOT = SPACES
              AND GL-CURRENCY-CODE NOT = WS-BASE-CURRENCY
              AND GL-FOREIGN-AMOUNT IS NUMERIC
               PERFORM 4120-ACCUMULATE-FOREIGN
           END-IF
           MOVE WS-HDR-BUS-DATE TO GB-LAST-APPLIED-DATE.

       4120-ACCUMULATE-FOREIGN.
      *> The line's currency entry on the row, or the first unused
      *> one. A row with every entry taken keeps the line in base
      *> only - reported, and the run ends RC=4.
           MOVE ZERO TO WS-FX-HIT
           PERFORM VARYING WS-FX-SCAN FROM 1 BY 1
                   UNTIL WS-FX-SCAN > WS-FX-MAX-ENTRIES
                      OR WS-FX-HIT > ZERO
               IF GB-FX-CURRENCY(WS-FX-SCAN) = GL-CURRENCY-CODE
                   MOVE WS-FX-SCAN TO WS-FX-HIT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-FX-SCAN FROM 1 BY 1
                   UNTIL WS-FX-SCAN > WS-FX-MAX-ENTRIES
                      OR WS-FX-HIT > ZERO
               IF GB-FX-CURRENCY(WS-FX-SCAN) = SPACES
                   MOVE WS-FX-SCAN TO WS-FX-HIT
                   MOVE GL-CURRENCY-CODE TO GB-FX-CURRENCY(WS-FX-HIT)
                   MOVE ZERO TO GB-FX-OPENING-FOREIGN(WS-FX-HIT)
                   MOVE ZERO TO GB-FX-FOREIGN-NET(WS-FX-HIT)
                   MOVE ZERO TO GB-FX-OPENING-BASE(WS-FX-HIT)
                   MOVE ZERO TO GB-FX-BASE-NET(WS-FX-HIT)
               END-IF
           END-PERFORM
           IF WS-FX-HIT = ZERO
               ADD 1 TO WS-FX-UNTRACKED-COUNT
               DISPLAY "cobol-glbupd: " GB-ACCOUNT-CODE "/"
                       GB-COST-CENTER " already carries "
                       WS-FX-MAX-ENTRIES " currencies - "
                       GL-CURRENCY-CODE " line " GL-TRANS-REF
                       " kept in base only"
           ELSE
               IF GL-DR-CR = "CR"
                   SUBTRACT GL-FOREIGN-AMOUNT
                       FROM GB-FX-FOREIGN-NET(WS-FX-HIT)
                   SUBTRACT GL-AMOUNT FROM GB-FX-BASE-NET(WS-FX-HIT)
               ELSE
                   ADD GL-FOREIGN-AMOUNT
                       TO GB-FX-FOREIGN-NET(WS-FX-HIT)
                   ADD GL-AMOUNT TO GB-FX-BASE-NET(WS-FX-HIT)
               END-IF
           END-IF.

       5000-LOG-APPLIED-EXTRACT.
           OPEN EXTEND GL-APPLIED-LOG-FILE
           IF WS-FS-APPLOG = "35"
           MOVE WS-DR-TOTAL TO WS-EDIT-AMOUNT
           DISPLAY "  Debits applied:  " WS-EDIT-AMOUNT
           MOVE WS-CR-TOTAL TO WS-EDIT-AMOUNT
           DISPLAY "  Credits applied: " WS-EDIT-AMOUNT
           IF WS-FX-UNTRACKED-COUNT > ZERO
               MOVE WS-FX-UNTRACKED-COUNT TO WS-EDIT-COUNT
               DISPLAY "  Foreign lines kept in base only: "
                       WS-EDIT-COUNT
           END-IF.
