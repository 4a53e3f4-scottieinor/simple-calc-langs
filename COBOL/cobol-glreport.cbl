      *> subtotals per cost center, and a grand total shown against
      *> the file's own trailer totals - so the finance leads can
      *> review and sign off the feed the way the ledger will see
      *> it, instead of from raw posting lines. Both legs of every
      *> posting are listed (the contra legs on their clearing
      *> accounts), so the grand total debits must equal the grand
      *> total credits; a file where they do not is flagged out of
      *> balance the same way as one that does not tie to its
      *> trailer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE ZERO TO WS-CC-CR-TOTAL.

       8500-WRITE-GRAND-TOTALS.
           IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
               PERFORM 8200-WRITE-PAGE-HEADINGS
           END-IF
           MOVE SPACES TO WS-SUBTOTAL-LINE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE GL-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-GRAND-DR-TOTAL NOT = WS-GRAND-CR-TOTAL
               MOVE SPACES TO WS-REPORT-LINE
               STRING " *** EXTRACT DEBITS DO NOT EQUAL CREDITS - "
                   "OUT OF BALANCE - SEE RECONCILIATION STEP ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE GL-REPORT-RECORD FROM WS-REPORT-LINE
               DISPLAY "cobol-glreport: extract debits do not equal "
                       "credits - out of balance"
           END-IF
           MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING " POSTING LINES REPORTED: " WS-EDIT-COUNT
