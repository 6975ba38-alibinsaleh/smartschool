      *> was posted, the amount (two implied decimals), and what it was
      *> for, carried with the CLASSROOM and STUDENT-NAME captured off
      *> the student master at posting time the way the ATTEND and
      *> GRADES layouts carry them. Written by fee_assess, fee_post and
      *> fee_statements (its late-charge 'A' entries); read by
      *> fee_balance_report, student_purge's balance-owing hold,
      *> integrity_sweep, sms_feed's payment notices, and data_backup
      *> and data_restore for the ledger's control total.
      *>---------------------------------------------------------------
       01   FEE-REC.
            05   FEE-STUDENT-NUMBER     PIC X(10).
