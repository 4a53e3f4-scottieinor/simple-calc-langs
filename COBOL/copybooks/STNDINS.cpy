      *> "W" weekly, "M" monthly, "Q" quarterly. A monthly or
      *> quarterly day past the end of a short month runs on the
      *> month's last day (and later months keep that clamped day).
      *> SI-NEXT-RUN-DATE is always the nominal date; when it falls
      *> on a weekend or holiday on the business calendar (BUSCAL.
      *> cpy) the instruction runs instead on the next business day
      *> (SI-ROLL-RULE "F" or blank) or the previous one ("P"), and
      *> the following run is still worked out from the nominal date
      *> so a rolled month does not drift.
       01  STANDING-INSTRUCTION-RECORD.
           05  SI-INSTRUCTION-ID   PIC X(4).
           05  FILLER              PIC X.
           05  FILLER              PIC X.
           05  SI-CURRENCY-CODE    PIC X(3).
           05  FILLER              PIC X.
           05  SI-DESCRIPTION      PIC X(18).
           05  FILLER              PIC X.
           05  SI-ROLL-RULE        PIC X.
               88  SI-ROLL-FOLLOWING        VALUE "F" " ".
               88  SI-ROLL-PRECEDING        VALUE "P".
