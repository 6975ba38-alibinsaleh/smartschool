      *> change, carrying the action, a date/time stamp, and the full
      *> before and after images of INREC, so any change can be shown
      *> after the fact and a restored master can be rolled forward by
      *> student_journal_replay. Shared by every program that writes or
      *> reads the journal - student_maintenance, student_batch_post,
      *> transfer_in, transfer_out, student_promote, student_purge,
      *> waitlist_place, ministry_return, journal_change_report,
      *> journal_cutover and student_journal_replay - so they all
      *> describe it the same way. JR-PROGRAM names the program that
      *> made the change (spaces on entries written before it was
      *> added), so the ministry return can tell a transfer_in arrival,
      *> a transfer_out leaver or a student_promote graduate from an
      *> ordinary admission or withdrawal. JR-OPERATOR is stamped only
      *> by student_maintenance, with the operator signed on when the
      *> change was keyed; it is spaces on entries from the batch
      *> programs, which have no sign-on, and on entries written before
      *> sign-on was added.
      *>---------------------------------------------------------------
       01   JOURNAL-REC.
            05   JR-ACTION              PIC X(01).
            05   JR-BEFORE-IMAGE        PIC X(116).
            05   FILLER                 PIC X.
            05   JR-AFTER-IMAGE         PIC X(116).
            05   FILLER                 PIC X.
            05   JR-PROGRAM             PIC X(20).
            05   FILLER                 PIC X.
            05   JR-OPERATOR            PIC X(08).
