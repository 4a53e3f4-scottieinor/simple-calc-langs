      *> (repaired and resubmitted - back to OPEN if it bounces
      *> again). RECYCLED entries not seen again within the aging
      *> window are presumed posted and purged when the register is
      *> rewritten at end of run. RY-SOURCE-ID is the department
      *> that first submitted the item (ER-/CX-SOURCE-ID on the
      *> reject that opened the entry); it is not replaced when the
      *> item bounces again under the recycle batch's own source,
      *> so clearing time is reported against the department that
      *> sent it. Blank on entries registered before it was
      *> carried.
       01  RECYCLE-REGISTER-RECORD.
           05  RY-TRANS-REF        PIC X(12).
           05  FILLER              PIC X.
           05  RY-LAST-REASON-CODE PIC X(4).
           05  FILLER              PIC X.
           05  RY-STATUS           PIC X(8).
           05  FILLER              PIC X.
           05  RY-SOURCE-ID        PIC X(4).
