                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WRITE TRACE-REPORT-RECORD
                           FROM WS-REPORT-LINE
                       IF GS-CONTRA-ACCOUNT NOT = SPACES
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING "   GL        CONTRA LEG GL "
                               GS-CONTRA-ACCOUNT
                               " CC " GS-CONTRA-COST-CENTER
                               DELIMITED BY SIZE
                               INTO WS-REPORT-LINE
                           WRITE TRACE-REPORT-RECORD
                               FROM WS-REPORT-LINE
                       END-IF
                       IF GS-REVERSAL-REF NOT = SPACES
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING "   GL        REVERSED BY "
