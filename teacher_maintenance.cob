      *>                    to validate against and for teacher_report
      *>                    to answer "which rooms does this teacher
      *>                    cover" from.
      *>   2026-10-15  AAS  Operator sign-on against operators.dat (the
      *>                    shared OPERATOR layout) before the menu,
      *>                    three tries, each failure logged to
      *>                    signon_failures.dat (the shared SIGNLOG
      *>                    layout). Add and Change are limited to the
      *>                    registrar and administrators, Delete to
      *>                    administrators; anyone signed on may
      *>                    Inquire and List.
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL TEACHER-MASTER ASSIGN TO
               'teacher_master.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO
               'operators.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIGNON-LOG ASSIGN TO
               'signon_failures.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD   TEACHER-MASTER.
           COPY teachers.

       FD   OPERATOR-FILE.
           COPY operator.

       FD   SIGNON-LOG.
           COPY signlog.

       WORKING-STORAGE SECTION.
       01   WS-EOF                       PIC X VALUE 'N'.
           88 WS-EOF-YES                VALUE 'Y'.
       01   WS-FOUND-IX                  PIC 9(04) COMP VALUE ZERO.
       01   WS-EDIT-IX                   PIC 9(04) COMP VALUE ZERO.
       01   WS-TEACHER-COUNT-ED          PIC ZZZ9.
       01   WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
       01   WS-OPERATOR-NAME             PIC X(30) VALUE SPACES.
       01   WS-OPERATOR-ROLE             PIC X(01) VALUE SPACE.
           88 WS-ROLE-CLERK              VALUE 'C'.
           88 WS-ROLE-BURSAR             VALUE 'B'.
           88 WS-ROLE-REGISTRAR          VALUE 'R'.
           88 WS-ROLE-ADMIN              VALUE 'A'.
       01   WS-ROLE-NAME                 PIC X(13) VALUE SPACES.
       01   WS-SIGNON-SW                 PIC X VALUE 'N'.
           88 WS-SIGNED-ON               VALUE 'Y'.
       01   WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01   WS-SIGNON-MAX                PIC 9(01) VALUE 3.
       01   WS-SIGNON-ID                 PIC X(08) VALUE SPACES.
       01   WS-SIGNON-PASSWORD           PIC X(12) VALUE SPACES.
       01   WS-SIGNON-REASON             PIC X(30) VALUE SPACES.
       01   WS-OP-EOF                    PIC X VALUE 'N'.
           88 WS-OP-EOF-YES             VALUE 'Y'.
       01   WS-ACCESS-SW                 PIC X VALUE 'Y'.
           88 WS-ACCESS-OK               VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-SIGN-ON THRU 0500-EXIT.
           IF WS-SIGNED-ON
               PERFORM 1000-LOAD-MASTER THRU 1000-EXIT
               PERFORM UNTIL WS-DONE
                   PERFORM 1100-SHOW-MENU THRU 1100-EXIT
                   PERFORM 0550-CHECK-ACCESS THRU 0550-EXIT
                   IF WS-ACCESS-OK
                       PERFORM 2000-DISPATCH THRU 2000-EXIT
                   END-IF
               END-PERFORM
               PERFORM 9000-SAVE-MASTER THRU 9000-EXIT
           END-IF.
           STOP RUN.

      *>---------------------------------------------------------------
      *> 0500-SIGN-ON - nobody gets the menu without signing on as an
      *> operator on operators.dat (the shared OPERATOR layout). Three
      *> tries are allowed; every failure is logged, and a session that
      *> never signs on ends without opening a master.
      *>---------------------------------------------------------------
       0500-SIGN-ON.
           PERFORM 0510-TRY-SIGN-ON THRU 0510-EXIT
               UNTIL WS-SIGNED-ON
                  OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX
           IF WS-SIGNED-ON
               PERFORM 0530-SET-ROLE-NAME THRU 0530-EXIT
               DISPLAY 'SIGNED ON: ' WS-OPERATOR-ID ' '
                   WS-OPERATOR-NAME ' ' WS-ROLE-NAME
           ELSE
               DISPLAY 'SIGN-ON FAILED - SESSION ENDED'
           END-IF.
       0500-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 0510-TRY-SIGN-ON - one attempt: the operator ID keyed must be
      *> on file, the password must match, and the record must carry a
      *> role this program knows. The screen says only that the
      *> sign-on was refused; the log records why.
      *>---------------------------------------------------------------
       0510-TRY-SIGN-ON.
           ADD 1 TO WS-SIGNON-TRIES
           DISPLAY 'OPERATOR ID    : ' WITH NO ADVANCING
           ACCEPT WS-SIGNON-ID
           DISPLAY 'PASSWORD       : ' WITH NO ADVANCING
           ACCEPT WS-SIGNON-PASSWORD
           MOVE 'UNKNOWN OPERATOR ID' TO WS-SIGNON-REASON
           MOVE 'N' TO WS-OP-EOF
           OPEN INPUT OPERATOR-FILE
           PERFORM UNTIL WS-OP-EOF-YES
               READ OPERATOR-FILE
                   AT END
                       MOVE 'Y' TO WS-OP-EOF
                   NOT AT END
                       IF OP-OPERATOR-ID = WS-SIGNON-ID
                          AND WS-SIGNON-ID NOT = SPACES
                           MOVE 'Y' TO WS-OP-EOF
                           IF OP-PASSWORD NOT = WS-SIGNON-PASSWORD
                               MOVE 'WRONG PASSWORD'
                                   TO WS-SIGNON-REASON
                           ELSE
                               IF NOT OP-ROLE-VALID
                                   MOVE 'NO VALID ROLE ON FILE'
                                       TO WS-SIGNON-REASON
                               ELSE
                                   MOVE 'Y' TO WS-SIGNON-SW
                                   MOVE OP-OPERATOR-ID TO WS-OPERATOR-ID
                                   MOVE OP-NAME TO WS-OPERATOR-NAME
                                   MOVE OP-ROLE TO WS-OPERATOR-ROLE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE
           MOVE SPACES TO WS-SIGNON-PASSWORD
           IF NOT WS-SIGNED-ON
               DISPLAY 'SIGN-ON REFUSED - ID OR PASSWORD NOT VALID'
               PERFORM 0520-LOG-FAILURE THRU 0520-EXIT
           END-IF.
       0510-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 0520-LOG-FAILURE - one SIGNLOG record on signon_failures.dat
      *> for the attempt just refused. The password is never logged.
      *>---------------------------------------------------------------
       0520-LOG-FAILURE.
           OPEN EXTEND SIGNON-LOG
           MOVE SPACES TO SLREC
           ACCEPT SL-DATE FROM DATE YYYYMMDD
           ACCEPT SL-TIME FROM TIME
           MOVE 'teacher_maintenance' TO SL-PROGRAM
           MOVE WS-SIGNON-ID TO SL-OPERATOR-ID
           MOVE WS-SIGNON-REASON TO SL-REASON
           WRITE SLREC
           CLOSE SIGNON-LOG.
       0520-EXIT.
           EXIT.

       0530-SET-ROLE-NAME.
           IF WS-ROLE-CLERK
               MOVE '(CLERK)' TO WS-ROLE-NAME
           ELSE
               IF WS-ROLE-BURSAR
                   MOVE '(BURSAR)' TO WS-ROLE-NAME
               ELSE
                   IF WS-ROLE-REGISTRAR
                       MOVE '(REGISTRAR)' TO WS-ROLE-NAME
                   ELSE
                       MOVE '(ADMIN)' TO WS-ROLE-NAME
                   END-IF
               END-IF
           END-IF.
       0530-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 0550-CHECK-ACCESS - what the signed-on role may do here: any
      *> operator may Inquire and List, only the registrar or an
      *> administrator may Add or Change a teacher, and only an
      *> administrator may Delete one.
      *>---------------------------------------------------------------
       0550-CHECK-ACCESS.
           MOVE 'Y' TO WS-ACCESS-SW
           IF WS-CHOICE-DELETE
               IF NOT WS-ROLE-ADMIN
                   MOVE 'N' TO WS-ACCESS-SW
               END-IF
           ELSE
               IF WS-CHOICE-ADD OR WS-CHOICE-CHANGE
                   IF NOT WS-ROLE-REGISTRAR AND NOT WS-ROLE-ADMIN
                       MOVE 'N' TO WS-ACCESS-SW
                   END-IF
               END-IF
           END-IF
           IF NOT WS-ACCESS-OK
               DISPLAY 'NOT PERMITTED FOR ' WS-ROLE-NAME
           END-IF.
       0550-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1000-LOAD-MASTER - the whole teacher list into the table.
      *>---------------------------------------------------------------
