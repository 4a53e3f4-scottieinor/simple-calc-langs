      *> STARTED when it begins, CHECKPT each time CALC01 rewrites
      *> its checkpoint (RN-RECORD-COUNT is the checkpointed input
      *> record count), FAILED with the failing step and reason
      *> when a step refuses or aborts, REFUSED when CALC00 or
      *> CALC01 turns away a date that is not a business day on
      *> BUSCAL (ignored by CALC07 and GLB06), and COMPLETE when
      *> it ends cleanly - so the overnight operator reads the
      *> run's story from one file (reported by CALC07,
      *> cobol-runstat.cbl) instead of SYSOUT archaeology. CALC01
      *> still refuses a plain full rerun of a business date whose
      *> CALC01 step is already COMPLETE (a PARM run mode of
      *> OVERRIDE is the explicit authorization to rerun one).
      *> Records written before the state tracking went in carry
      *> only the first four fields; the step defaults to CALC01
      *> when blank.
       01  CALC-RUN-CONTROL-RECORD.
           05  RN-BUSINESS-DATE    PIC X(8).
           05  FILLER              PIC X.
