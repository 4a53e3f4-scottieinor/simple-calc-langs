       FD  SUSP-CARRY-FILE.
      *> Carried-forward items keep the CALC-SUSPENSE-RECORD layout
      *> byte for byte - keep the length in sync with CALCSUS.cpy.
       01  SUSP-CARRY-RECORD          PIC X(118).

       FD  SUSP-REPORT-FILE.
       01  SUSP-REPORT-RECORD         PIC X(132).
