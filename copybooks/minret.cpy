      *>---------------------------------------------------------------
      *> MINRET.CPY - one record of the monthly enrollment-movement
      *> return sent to the education ministry: an 'R' record for each
      *> classroom and a closing 'T' record carrying the school totals
      *> (MR-CLASSROOM 'ALL'). MR-PERIOD is the month returned, YYYYMM.
      *> Every count is the number of students for the month: enrolled
      *> at the start (MR-OPENING), newly admitted, arrived from the
      *> sister campus, moved in from another of our rooms, left for
      *> the sister campus, withdrawn, graduated, moved out to another
      *> of our rooms, and enrolled at the end (MR-CLOSING), so that
      *> opening + the three ins - the four outs = closing on every
      *> record. Written by ministry_return.
      *>---------------------------------------------------------------
       01   MINREC.
            05   MR-RECORD-TYPE         PIC X(01).
            05   FILLER                 PIC X.
            05   MR-PERIOD              PIC 9(06).
            05   FILLER                 PIC X.
            05   MR-CLASSROOM           PIC X(3).
            05   FILLER                 PIC X.
            05   MR-OPENING             PIC 9(05).
            05   FILLER                 PIC X.
            05   MR-ADMISSIONS          PIC 9(05).
            05   FILLER                 PIC X.
            05   MR-TRANSFERS-IN        PIC 9(05).
            05   FILLER                 PIC X.
            05   MR-MOVES-IN            PIC 9(05).
            05   FILLER                 PIC X.
            05   MR-TRANSFERS-OUT       PIC 9(05).
            05   FILLER                 PIC X.
            05   MR-WITHDRAWALS         PIC 9(05).
            05   FILLER                 PIC X.
            05   MR-GRADUATIONS         PIC 9(05).
            05   FILLER                 PIC X.
            05   MR-MOVES-OUT           PIC 9(05).
            05   FILLER                 PIC X.
            05   MR-CLOSING             PIC 9(05).
