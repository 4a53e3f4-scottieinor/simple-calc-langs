      *> KSDS) month-to-date balance store. GLB01 (cobol-glbupd.cbl)
      *> rolls each day's balanced GLEXTRC details into it after
      *> CALC02 releases the file; GLB02 (cobol-gltrial.cbl) prints
      *> the month-end trial balance from it, and GLB03
      *> (cobol-glalloc.cbl) spreads the month's head office costs
      *> from it by allocation rule. GB-KEY is accounting
      *> period (yyyymm, from the extract header's business date) /
      *> GL account / cost center, so "what has this system posted
      *> to account X this month" is a keyed browse instead of
      *> re-adding a month of daily files by hand. Debits and
      *> credits accumulate separately, the way the extract carries
      *> them; GB-LAST-APPLIED-DATE is the business date of the
      *> last extract rolled into the row. GB-OPENING-BALANCE is
      *> the net (debit-positive) balance brought forward into the
      *> period, set by the period close (GLB06, cobol-glclose.cbl)
      *> from the prior period's closing balance - the debit and
      *> credit totals stay the period's own postings, so the
      *> closing balance is opening + debits - credits. Income
      *> statement accounts start each fiscal year at zero, their
      *> prior-year result opening on retained earnings instead.
      *> GB-FX-ENTRY keeps the row's foreign currency postings by
      *> currency (GL-CURRENCY-CODE on GLEXTRC - base currency
      *> lines are not kept here): the foreign amount and the base
      *> value booked for it, each as an opening brought forward by
      *> GLB06 plus the period's net movement (debit-positive)
      *> rolled in by GLB01, the same split as GB-OPENING-BALANCE
      *> and the debit/credit totals. The month-end revaluation
      *> (GLB07, cobol-glreval.cbl) restates the foreign closing
      *> balance at the period-end rate against the base value
      *> closing. Unused entries have a blank GB-FX-CURRENCY; a row
      *> posted in more currencies than it has entries keeps the
      *> rest in base only and GLB01 reports it.
       01  GL-BALANCE-MASTER-RECORD.
           05  GB-KEY.
               10  GB-PERIOD       PIC X(6).
           05  GB-DR-TOTAL         PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  GB-CR-TOTAL         PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  GB-LAST-APPLIED-DATE PIC X(8).
           05  GB-OPENING-BALANCE  PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  GB-FX-BALANCES.
               10  GB-FX-ENTRY OCCURS 5 TIMES.
                   15  GB-FX-CURRENCY  PIC X(3).
                   15  GB-FX-OPENING-FOREIGN
                                       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
                   15  GB-FX-FOREIGN-NET
                                       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
                   15  GB-FX-OPENING-BASE
                                       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
                   15  GB-FX-BASE-NET  PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
