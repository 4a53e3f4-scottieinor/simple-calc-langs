      *> PSTRULE.cpy - POSTING-RULE-FILE record: one contra
      *> (balancing) leg rule per record. Finance maintains this
      *> file (data/PSTRULES.DAT) the same way operations maintain
      *> OPERTAB.DAT, so a new clearing account or a source-specific
      *> offset is a file edit, not a program change or recompile.
      *> CALC01 writes every GLEXTRC posting as two lines under one
      *> GL-TRANS-REF - the primary leg on the transaction's own GL
      *> account and the contra leg, opposite DR/CR for the same
      *> amount, on the rule's PR-CONTRA-ACCOUNT - so the extract
      *> is balanced double entry by construction. A rule matches on
      *> PR-GL-ACCOUNT and, when they are not blank, on the batch
      *> source id (PR-SOURCE-ID) and the operator's operation type
      *> (PR-OPERATION-TYPE, see OPTABREC.cpy). The most specific
      *> match wins: account+source+type, then account+source, then
      *> account+type, then account alone. A blank
      *> PR-CONTRA-COST-CENTER books the contra leg to the primary
      *> leg's own cost center. A posting whose account has no rule
      *> at all is rejected to CALCEXC (reason NOPR), never written
      *> one-sided.
       01  POSTING-RULE-RECORD.
           05  PR-GL-ACCOUNT       PIC X(10).
           05  FILLER              PIC X.
           05  PR-SOURCE-ID        PIC X(4).
           05  FILLER              PIC X.
           05  PR-OPERATION-TYPE   PIC X(4).
           05  FILLER              PIC X.
           05  PR-CONTRA-ACCOUNT   PIC X(10).
           05  FILLER              PIC X.
           05  PR-CONTRA-COST-CENTER PIC X(6).
           05  FILLER              PIC X.
           05  PR-DESCRIPTION      PIC X(30).
