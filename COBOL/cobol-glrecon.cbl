      *> extract is released to the GL interface. Independently
      *> re-adds the GLEXTRC detail lines, compares the count and
      *> debit/credit totals to the file's own "GT" trailer and the
      *> net (DR minus CR) of the primary legs to the CALCSUM grand
      *> total, and ends with a nonzero return code so the job
      *> fails - and the file is held - if anything disagrees (for
      *> example a partial write after an abend). Every posting is
      *> double entry (see GLEXTRC.cpy), so debits not equal to
      *> credits across the details, or a primary leg without its
      *> contra, holds the file exactly like a trailer mismatch.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-DR-TOTAL                 PIC S9(11)V99 VALUE ZERO.
       01  WS-CR-TOTAL                 PIC S9(11)V99 VALUE ZERO.
       01  WS-NET-TOTAL                PIC S9(11)V99 VALUE ZERO.
       01  WS-PRIMARY-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-CONTRA-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-PRIMARY-DR-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  WS-PRIMARY-CR-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  WS-PRIMARY-NET              PIC S9(11)V99 VALUE ZERO.

       01  WS-TRL-RECORD-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-TRL-DR-TOTAL             PIC S9(11)V99 VALUE ZERO.
                   ELSE
                       ADD GL-AMOUNT TO WS-DR-TOTAL
                   END-IF
                   IF GL-CONTRA-LEG
                       ADD 1 TO WS-CONTRA-COUNT
                   ELSE
                       ADD 1 TO WS-PRIMARY-COUNT
                       IF GL-DR-CR = "CR"
                           ADD GL-AMOUNT TO WS-PRIMARY-CR-TOTAL
                       ELSE
                           ADD GL-AMOUNT TO WS-PRIMARY-DR-TOTAL
                       END-IF
                   END-IF
               WHEN OTHER
                   SET WS-RECON-FAILED TO TRUE
                   DISPLAY "cobol-glrecon: unrecognized record type "
               END-IF
           END-IF
           COMPUTE WS-NET-TOTAL = WS-DR-TOTAL - WS-CR-TOTAL
           IF WS-DR-TOTAL NOT = WS-CR-TOTAL
               SET WS-RECON-FAILED TO TRUE
               DISPLAY "cobol-glrecon: extract debits do not equal "
                       "credits - postings not balanced"
           END-IF
           IF WS-PRIMARY-COUNT NOT = WS-CONTRA-COUNT
               SET WS-RECON-FAILED TO TRUE
               DISPLAY "cobol-glrecon: " WS-PRIMARY-COUNT
                       " primary legs but " WS-CONTRA-COUNT
                       " contra legs on the extract"
           END-IF
      *> The contra legs net every posting back to zero, so the
      *> figure that ties to the CALCSUM grand total is the net of
      *> the primary legs alone.
           COMPUTE WS-PRIMARY-NET =
               WS-PRIMARY-DR-TOTAL - WS-PRIMARY-CR-TOTAL
           EVALUATE TRUE
               WHEN WS-SUM-TOTAL-OFLW
                   SET WS-RECON-FAILED TO TRUE
                   SET WS-RECON-FAILED TO TRUE
                   DISPLAY "cobol-glrecon: no grand total line "
                           "found on CALCSUM"
               WHEN WS-PRIMARY-NET NOT = WS-SUM-GRAND-TOTAL
                   SET WS-RECON-FAILED TO TRUE
                   DISPLAY "cobol-glrecon: primary-leg net does not "
                           "match CALCSUM grand total"
           END-EVALUATE.

           DISPLAY "cobol-glrecon: credit total: " WS-EDIT-AMOUNT
           MOVE WS-NET-TOTAL TO WS-EDIT-AMOUNT
           DISPLAY "cobol-glrecon: net (DR-CR):  " WS-EDIT-AMOUNT
           MOVE WS-PRIMARY-NET TO WS-EDIT-AMOUNT
           DISPLAY "cobol-glrecon: primary net:  " WS-EDIT-AMOUNT
           IF WS-RECON-BALANCED
               DISPLAY "cobol-glrecon: extract balanced - released"
           ELSE
