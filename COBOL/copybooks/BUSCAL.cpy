      *> BUSCAL.cpy - BUSINESS-CALENDAR-FILE record. Finance
      *> maintains this file (data/BUSCAL.DAT) the same way they
      *> maintain CURRTAB.DAT - opening a new year or declaring a
      *> holiday is a file edit, not a program change. Each year
      *> the calendar covers has one "Y" record giving its normal
      *> working week in BC-WEEK-PATTERN, Monday first, "Y" for a
      *> working day and "N" for a closed one ("YYYYYNN" is Monday
      *> to Friday). Under it, an "H" record closes one date that
      *> the pattern would have open (a public holiday, on the date
      *> it is observed) and a "W" record opens one date it would
      *> have closed (a Saturday worked for a month-end). Records
      *> may be in any order. CALC06 proves the file before the
      *> nightly steps use it; the date-driven steps (CALC00, CALC01,
      *> CALC05, CALC09, GLA01) each load it to decide business days.
       01  BUSINESS-CALENDAR-RECORD.
           05  BC-RECORD-TYPE      PIC X.
               88  BC-YEAR-RECORD           VALUE "Y".
               88  BC-HOLIDAY               VALUE "H".
               88  BC-WORKING-DAY           VALUE "W".
           05  FILLER              PIC X.
           05  BC-DATE             PIC X(8).
           05  BC-YEAR-DATA REDEFINES BC-DATE.
               10  BC-YEAR         PIC X(4).
               10  FILLER          PIC X(4).
           05  FILLER              PIC X.
           05  BC-WEEK-PATTERN     PIC X(7).
           05  FILLER              PIC X.
           05  BC-DESCRIPTION      PIC X(30).
