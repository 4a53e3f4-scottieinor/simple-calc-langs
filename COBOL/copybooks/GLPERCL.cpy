      *> GLPERCL.cpy - GL-PERIOD-CLOSE-FILE record: one accounting
      *> period per record. The period close (GLB06,
      *> cobol-glclose.cbl) appends a period's record once its
      *> pre-close checks are clear and the next period is open on
      *> the balance master; GLB01
      *> (cobol-glbupd.cbl) refuses to roll a daily extract into a
      *> period that appears here with status "C", so a late or
      *> re-dated file cannot change a month finance have already
