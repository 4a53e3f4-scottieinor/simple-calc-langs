      *> KPIHST.cpy - KPI-HISTORY-FILE record, the permanent source
      *> quality and operations history. CALC15 (cobol-kpistat.cbl)
      *> appends one business date's figures at the end of each
      *> daily run, before the day's files roll, and CALC16
      *> (cobol-kpirpt.cbl) reports the history month over month.
      *> KH-SOURCE-ID sits in the same columns on every record type
      *> so the file can be selected by department on that key
      *> alone. For each business date there is:
      *>   KS - one record per submitting source: the CALCSUM
      *>        received / accepted / rejected counts, the details
      *>        CALC00 rejected at edit, the items CALC01 held on
      *>        suspense that day and the ledger rejects on the GL
      *>        acknowledgment file - all counted under the source
      *>        the item arrived in, so a department's figures are
      *>        its first-pass figures and recycled items count
      *>        under RCYC - then the recycled items that bounced
      *>        again and the recycled items that cleared (posted)
      *>        with the calendar days they took from first
      *>        rejection, both credited to the department that
      *>        first sent them (RY-SOURCE-ID on RCYCREG);
      *>   KR - one record per source, stage and reason code: the
      *>        rejects with that reason at that stage;
      *>   KJ - one record for the run: CALC01's records
      *>        processed, elapsed minutes from its first STARTED to
      *>        its latest state on RUNCTL (across the partitions of
      *>        a partitioned run), restarts, and latest state.
      *> KH-SOURCE-ID is spaces on the KJ record.
       01  KPI-HISTORY-RECORD.
           05  KH-RECORD-TYPE      PIC X(2).
               88  KH-SOURCE-RECORD         VALUE "KS".
               88  KH-REASON-RECORD         VALUE "KR".
               88  KH-RUN-RECORD            VALUE "KJ".
           05  FILLER              PIC X.
           05  KH-BUSINESS-DATE    PIC X(8).
           05  FILLER              PIC X.
           05  KH-SOURCE-ID        PIC X(4).
           05  FILLER              PIC X.
           05  KH-SOURCE-DATA.
               10  KH-RECEIVED         PIC 9(9).
               10  FILLER              PIC X.
               10  KH-ACCEPTED         PIC 9(9).
               10  FILLER              PIC X.
               10  KH-CALC-REJECTED    PIC 9(9).
               10  FILLER              PIC X.
               10  KH-EDIT-REJECTED    PIC 9(9).
               10  FILLER              PIC X.
               10  KH-SUSPENDED        PIC 9(9).
               10  FILLER              PIC X.
               10  KH-LEDGER-REJECTED  PIC 9(9).
               10  FILLER              PIC X.
               10  KH-BOUNCED          PIC 9(9).
               10  FILLER              PIC X.
               10  KH-CLEARED          PIC 9(9).
               10  FILLER              PIC X.
               10  KH-CLEARED-DAYS     PIC 9(9).
           05  KH-REASON-DATA REDEFINES KH-SOURCE-DATA.
               10  KH-STAGE            PIC X(4).
                   88  KH-STAGE-EDIT            VALUE "EDIT".
                   88  KH-STAGE-CALC            VALUE "CALC".
                   88  KH-STAGE-SUSPENSE        VALUE "SUSP".
                   88  KH-STAGE-LEDGER          VALUE "LEDG".
               10  FILLER              PIC X.
               10  KH-REASON-CODE      PIC X(4).
               10  FILLER              PIC X.
               10  KH-REASON-COUNT     PIC 9(9).
               10  FILLER              PIC X(70).
           05  KH-RUN-DATA REDEFINES KH-SOURCE-DATA.
               10  KH-JOB-ID           PIC X(8).
               10  FILLER              PIC X.
               10  KH-RUN-RECORDS      PIC 9(9).
               10  FILLER              PIC X.
               10  KH-RUN-ELAPSED      PIC 9(7).
               10  FILLER              PIC X.
               10  KH-RUN-RESTARTS     PIC 9(4).
               10  FILLER              PIC X.
               10  KH-RUN-STATE        PIC X(8).
               10  FILLER              PIC X(49).
           05  FILLER              PIC X.
           05  KH-TIMESTAMP        PIC X(26).
