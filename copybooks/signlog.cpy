      *>---------------------------------------------------------------
      *> SIGNLOG.CPY - one record per failed sign-on to a maintenance
      *> program, appended to signon_failures.dat: when it happened,
      *> the program, the operator ID that was keyed (the password
      *> never is), and why it was refused - no such operator, wrong
      *> password, no valid role on file, or a role the program does
      *> not admit. SL-PROGRAM is wide enough for the longest program
      *> name (timetable_maintenance). Kept for the auditors.
      *>---------------------------------------------------------------
       01   SLREC.
            05   SL-DATE                PIC 9(08).
            05   FILLER                 PIC X.
            05   SL-TIME                PIC 9(08).
            05   FILLER                 PIC X.
            05   SL-PROGRAM             PIC X(30).
            05   FILLER                 PIC X.
            05   SL-OPERATOR-ID         PIC X(08).
            05   FILLER                 PIC X.
            05   SL-REASON              PIC X(30).
