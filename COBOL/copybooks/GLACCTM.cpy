      *> so accounts can be added or closed without a program change
      *> or recompile. AM-STATUS is "A" (active, postable) or "C"
      *> (closed - on the master for history but no longer postable).
      *> AM-ACCOUNT-TYPE classes the account for the month-end and
      *> year-end programs: balance sheet "A" asset, "L" liability,
      *> "Q" equity; income statement "R" revenue, "E" expense.
      *> Budget variance reporting (GLB05) works on the income
      *> statement accounts, and on revenue in its natural credit
      *> sign.
       01  GL-ACCT-MASTER-RECORD.
           05  AM-ACCOUNT-CODE     PIC X(10).
           05  FILLER              PIC X.
           05  AM-STATUS           PIC X.
           05  FILLER              PIC X.
           05  AM-DESCRIPTION      PIC X(30).
           05  FILLER              PIC X.
           05  AM-ACCOUNT-TYPE     PIC X.
               88  AM-BALANCE-SHEET         VALUE "A" "L" "Q".
               88  AM-INCOME-STATEMENT      VALUE "R" "E".
               88  AM-REVENUE               VALUE "R".
               88  AM-EXPENSE               VALUE "E".
               88  AM-VALID-TYPE            VALUE "A" "L" "Q"
                                                  "R" "E".
