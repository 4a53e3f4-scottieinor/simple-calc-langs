      *> last checkpointed record count, so the overnight operator
      *> can answer "is it safe to set RUNPARM=RESTART, and from
      *> where" from this one report instead of reading SYSOUT
      *> step by step. REFUSED records (a CALC00/CALC01 run turned
      *> away on a non-business date) are left out: nothing ran.
      *>
      *> PARM is DATE=yyyymmdd to report one business date;
      *> omitted, every date on the file is reported.
                       MOVE "10" TO WS-FS-RUNCTL
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       IF (WS-SEL-DATE = SPACES
                          OR RN-BUSINESS-DATE = WS-SEL-DATE)
                          AND RN-STATUS NOT = "REFUSED"
                           PERFORM 2100-ROLL-IN-ONE-RECORD
                       END-IF
               END-READ
           MOVE WS-STEP-REASON(WS-STEP-SCAN) TO RL-REASON
           WRITE RUN-STATUS-REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
      *> CALC01 and its partitions CALC01P1..CALC01P4 restart the
      *> same way, each on its own job.
           IF WS-STEP-NAME(WS-STEP-SCAN)(1:6) = "CALC01"
              AND WS-STEP-STATE(WS-STEP-SCAN) = "FAILED"
               PERFORM 4200-WRITE-RESTART-HINT
           END-IF.
