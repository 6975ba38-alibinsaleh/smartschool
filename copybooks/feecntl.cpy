      *> number of ledger entries the fee file is supposed to hold and
      *> the running assessed and paid money totals, stamped with when
      *> and by which program it was last brought up to date. Rewritten
      *> by fee_assess, fee_post and fee_statements (after posting late
      *> charges) at the end of each run; fee_balance_report reconciles
      *> the ledger against it at the top of a run.
      *>---------------------------------------------------------------
       01   FEE-CONTROL-REC.
            05   FCTL-RECORD-COUNT      PIC 9(05).
