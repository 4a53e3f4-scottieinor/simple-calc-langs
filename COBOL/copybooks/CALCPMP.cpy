      *> CALCPMP.cpy - CALC-PARTITION-MAP-FILE record. When CALCJOB
      *> runs the calculation partitioned, CALC13 (cobol-partsplit
      *> .cbl) deals the edited CALCTRAN out to the partition files
      *> a whole submitting source at a time and writes one record
      *> per source it saw, in the order the source first appeared:
      *> the partition it went to, the record number on the edited
      *> file of its first record, and how many records it had.
      *> Source "----" is the records submitted outside a BH/BT
      *> batch (the RV reversals and loose details), always kept
      *> together on partition 1. CALC14 (cobol-partmerge.cbl)
      *> reads the map back to prove every partition processed all
      *> it was given and to list the per-source breakdown on the
      *> merged CALCSUM in the order a serial run would.
       01  CALC-PARTITION-MAP-RECORD.
           05  PM-BUSINESS-DATE    PIC X(8).
           05  FILLER              PIC X.
           05  PM-SOURCE-ID        PIC X(4).
           05  FILLER              PIC X.
           05  PM-PARTITION        PIC 9.
           05  FILLER              PIC X.
           05  PM-FIRST-RECORD     PIC 9(9).
           05  FILLER              PIC X.
           05  PM-RECORD-COUNT     PIC 9(9).
