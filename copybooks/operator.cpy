      *>---------------------------------------------------------------
      *> OPERATOR.CPY - one record per person allowed to sign on to the
      *> maintenance programs: the operator ID keyed at sign-on, the
      *> password, the operator's name, and the role that decides which
      *> menu options the operator may use. OP-ROLE is 'C' office
      *> clerk, 'B' bursar, 'R' registrar or 'A' administrator.
      *> Maintained by operator_maintenance; read at sign-on by
      *> student_maintenance, guardian_maintenance,
      *> classroom_maintenance, teacher_maintenance,
      *> timetable_maintenance and bus_maintenance.
      *>---------------------------------------------------------------
       01   OPREC.
            05   OP-OPERATOR-ID         PIC X(08).
            05   FILLER                 PIC X.
            05   OP-PASSWORD            PIC X(12).
            05   FILLER                 PIC X.
            05   OP-ROLE                PIC X(01).
                 88   OP-ROLE-CLERK     VALUE 'C'.
                 88   OP-ROLE-BURSAR    VALUE 'B'.
                 88   OP-ROLE-REGISTRAR VALUE 'R'.
                 88   OP-ROLE-ADMIN     VALUE 'A'.
                 88   OP-ROLE-VALID     VALUE 'C' 'B' 'R' 'A'.
            05   FILLER                 PIC X.
            05   OP-NAME                PIC X(30).
