      *> MNTHST.cpy - MAINT-HISTORY-FILE record, the permanent
      *> reference master change history (PROD.CALC.MNTHIST).
      *> CALC11 (cobol-refmaint.cbl) appends one record for every
      *> maintenance transaction it applies to GLACCTM, COSTCTR,
      *> OPERTAB, CURRTAB or STNDINST: who asked for it, who
      *> approved it, the date it was keyed, the date it was due to
      *> take effect and the date/time it was actually applied, and
      *> the master record as it read before and after. The before
      *> image is blank on an add; the after image is blank when a
      *> close took an OPERTAB or CURRTAB row off the table. So
      *> "who changed this rate, when, and what was it before" is
      *> answered from this file - CALC12 (cobol-refhist.cbl)
      *> reports it by master, key and date range. Records are never
      *> rewritten or purged.
       01  MAINT-HISTORY-RECORD.
           05  MH-MASTER-NAME      PIC X(8).
           05  FILLER              PIC X.
           05  MH-RECORD-KEY       PIC X(12).
           05  FILLER              PIC X.
           05  MH-ACTION           PIC X.
           05  FILLER              PIC X.
           05  MH-EFFECTIVE-DATE   PIC X(8).
           05  FILLER              PIC X.
           05  MH-APPLIED-DATE     PIC X(8).
           05  FILLER              PIC X.
           05  MH-APPLIED-TIME     PIC X(6).
           05  FILLER              PIC X.
           05  MH-SUBMITTED-DATE   PIC X(8).
           05  FILLER              PIC X.
           05  MH-REQUESTER-ID     PIC X(8).
           05  FILLER              PIC X.
           05  MH-APPROVER-ID      PIC X(8).
           05  FILLER              PIC X.
           05  MH-CHANGE-REASON    PIC X(30).
           05  FILLER              PIC X.
           05  MH-BEFORE-IMAGE     PIC X(84).
           05  FILLER              PIC X.
           05  MH-AFTER-IMAGE      PIC X(84).
