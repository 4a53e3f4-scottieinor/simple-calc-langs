      *> BUDGMST.cpy - BUDGET-MASTER-FILE record, the keyed (VSAM
      *> KSDS) monthly budget store. BM-KEY is the same accounting
      *> period (yyyymm) / GL account / cost center key as GB-KEY on
      *> the GL balance master (see GLBALM.cpy), so a period's
      *> actual and budget for one account and cost center are the
      *> same key on two files. GLB04 (cobol-budload.cbl) loads it
      *> from finance's annual budget file (BUDGIN.cpy), one row
      *> per month of the phased annual amount; GLB05
      *> (cobol-budvar.cbl) reports actual against it and CALC00
      *> (cobol-edit.cbl) warns when a day's detail would take an
      *> expense account's month-to-date spend past it.
      *> BM-BUDGET-AMOUNT is in the account's natural sign -
      *> positive spend for an expense account, positive income for
      *> a revenue account. BM-LOAD-DATE is the date of the load
      *> that last wrote the row.
       01  BUDGET-MASTER-RECORD.
           05  BM-KEY.
               10  BM-PERIOD       PIC X(6).
               10  BM-ACCOUNT-CODE PIC X(10).
               10  BM-COST-CENTER  PIC X(6).
           05  BM-BUDGET-AMOUNT    PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  BM-LOAD-DATE        PIC X(8).
