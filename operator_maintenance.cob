      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operator_maintenance.
       AUTHOR. ALI ALMOHAMMED SALEH.
      *>---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  AAS  Initial version - add/change/delete/list
      *>                    over operators.dat (the shared OPERATOR
      *>                    record: operator ID, password, role, name),
      *>                    the file student_maintenance,
      *>                    guardian_maintenance, classroom_maintenance
      *>                    and teacher_maintenance sign operators on
      *>                    against, in the same whole-file-in-a-table
      *>                    menu style as teacher_maintenance. Only an
      *>                    administrator may sign on here, with the
      *>                    same three tries and failure log as the
      *>                    other programs. With no operator on file
      *>                    the session starts unsigned so the first
      *>                    administrator can be added; after that an
      *>                    administrator cannot delete themself, and
      *>                    the last administrator cannot be deleted
      *>                    or given another role, so the file can
      *>                    never be left with nobody to manage it.
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO
               'operators.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIGNON-LOG ASSIGN TO
               'signon_failures.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD   OPERATOR-FILE.
           COPY operator.

       FD   SIGNON-LOG.
           COPY signlog.

       WORKING-STORAGE SECTION.
       01   WS-EOF                       PIC X VALUE 'N'.
           88 WS-EOF-YES                VALUE 'Y'.
       01   WS-DONE-SW                   PIC X VALUE 'N'.
           88 WS-DONE                    VALUE 'Y'.
       01   WS-CHOICE                    PIC X(01).
           88 WS-CHOICE-ADD              VALUE 'A' 'a'.
           88 WS-CHOICE-CHANGE           VALUE 'C' 'c'.
           88 WS-CHOICE-DELETE           VALUE 'D' 'd'.
           88 WS-CHOICE-LIST             VALUE 'L' 'l'.
           88 WS-CHOICE-QUIT             VALUE 'Q' 'q'.
       01   WS-ID-ENTERED                PIC X(08).
       01   WS-NAME-ENTERED              PIC X(30).
       01   WS-PASSWORD-ENTERED          PIC X(12).
       01   WS-ROLE-ENTERED              PIC X(01).
           88 WS-ROLE-ENTERED-VALID      VALUE 'C' 'B' 'R' 'A'.
           88 WS-ROLE-ENTERED-ADMIN      VALUE 'A'.
       01   WS-PASSWORD-LEN              PIC 9(02) COMP VALUE ZERO.
       01   WS-PASSWORD-MIN              PIC 9(02) COMP VALUE 6.
       01   WS-VALID-SW                  PIC X VALUE 'Y'.
           88 WS-RECORD-VALID            VALUE 'Y'.
           88 WS-RECORD-INVALID          VALUE 'N'.
       01   WS-REJECT-REASON             PIC X(40) VALUE SPACES.
       01   WS-OP-COUNT                  PIC 9(04) COMP VALUE ZERO.
       01   WS-OP-MAX                    PIC 9(04) COMP VALUE 999.
       01   WS-OP-TABLE.
           05 WS-OP-ENTRY OCCURS 999 TIMES.
               10 WS-TBL-OPERATOR-ID     PIC X(08).
               10 WS-TBL-PASSWORD        PIC X(12).
               10 WS-TBL-ROLE            PIC X(01).
               10 WS-TBL-NAME            PIC X(30).
       01   WS-OP-IX                     PIC 9(04) COMP VALUE ZERO.
       01   WS-FOUND-IX                  PIC 9(04) COMP VALUE ZERO.
       01   WS-EDIT-IX                   PIC 9(04) COMP VALUE ZERO.
       01   WS-OP-COUNT-ED               PIC ZZZ9.
       01   WS-ADMIN-COUNT               PIC 9(04) COMP VALUE ZERO.
       01   WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
       01   WS-SIGNON-SW                 PIC X VALUE 'N'.
           88 WS-SIGNED-ON               VALUE 'Y'.
       01   WS-SIGNON-TRIES              PIC 9(01) VALUE ZERO.
       01   WS-SIGNON-MAX                PIC 9(01) VALUE 3.
       01   WS-SIGNON-ID                 PIC X(08) VALUE SPACES.
       01   WS-SIGNON-PASSWORD           PIC X(12) VALUE SPACES.
       01   WS-SIGNON-REASON             PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LOAD-MASTER THRU 1000-EXIT.
           IF WS-OP-COUNT = ZERO
               DISPLAY 'NO OPERATORS ON FILE - ADD THE FIRST '
                   'ADMINISTRATOR'
               MOVE 'Y' TO WS-SIGNON-SW
           ELSE
               PERFORM 0500-SIGN-ON THRU 0500-EXIT
           END-IF.
           IF WS-SIGNED-ON
               PERFORM UNTIL WS-DONE
                   PERFORM 1100-SHOW-MENU THRU 1100-EXIT
                   PERFORM 2000-DISPATCH THRU 2000-EXIT
               END-PERFORM
               PERFORM 9000-SAVE-MASTER THRU 9000-EXIT
           END-IF.
           STOP RUN.

      *>---------------------------------------------------------------
      *> 0500-SIGN-ON - only an administrator on the operator table may
      *> manage operators. Three tries; every failure is logged, and a
      *> session that never signs on ends with the file untouched.
      *>---------------------------------------------------------------
       0500-SIGN-ON.
           PERFORM 0510-TRY-SIGN-ON THRU 0510-EXIT
               UNTIL WS-SIGNED-ON
                  OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX
           IF WS-SIGNED-ON
               DISPLAY 'SIGNED ON: ' WS-OPERATOR-ID ' '
                   WS-TBL-NAME(WS-FOUND-IX) ' (ADMIN)'
           ELSE
               DISPLAY 'SIGN-ON FAILED - SESSION ENDED'
           END-IF.
       0500-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 0510-TRY-SIGN-ON - one attempt: the ID must be on the table,
      *> the password must match, and the role must be administrator.
      *> The screen says only that the sign-on was refused; the log
      *> records why.
      *>---------------------------------------------------------------
       0510-TRY-SIGN-ON.
           ADD 1 TO WS-SIGNON-TRIES
           DISPLAY 'OPERATOR ID    : ' WITH NO ADVANCING
           ACCEPT WS-SIGNON-ID
           DISPLAY 'PASSWORD       : ' WITH NO ADVANCING
           ACCEPT WS-SIGNON-PASSWORD
           MOVE WS-SIGNON-ID TO WS-ID-ENTERED
           PERFORM 2100-FIND-OPERATOR THRU 2100-EXIT
           IF WS-FOUND-IX > WS-OP-COUNT OR WS-SIGNON-ID = SPACES
               MOVE 'UNKNOWN OPERATOR ID' TO WS-SIGNON-REASON
           ELSE
               IF WS-TBL-PASSWORD(WS-FOUND-IX) NOT = WS-SIGNON-PASSWORD
                   MOVE 'WRONG PASSWORD' TO WS-SIGNON-REASON
               ELSE
                   IF WS-TBL-ROLE(WS-FOUND-IX) NOT = 'A'
                       MOVE 'ROLE NOT ADMITTED' TO WS-SIGNON-REASON
                   ELSE
                       MOVE 'Y' TO WS-SIGNON-SW
                       MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
                   END-IF
               END-IF
           END-IF
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
           MOVE 'operator_maintenance' TO SL-PROGRAM
           MOVE WS-SIGNON-ID TO SL-OPERATOR-ID
           MOVE WS-SIGNON-REASON TO SL-REASON
           WRITE SLREC
           CLOSE SIGNON-LOG.
       0520-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1000-LOAD-MASTER - the whole operator file into the table.
      *>---------------------------------------------------------------
       1000-LOAD-MASTER.
           OPEN INPUT OPERATOR-FILE
           PERFORM UNTIL WS-EOF-YES
               READ OPERATOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-OP-COUNT < WS-OP-MAX
                           ADD 1 TO WS-OP-COUNT
                           MOVE OP-OPERATOR-ID
                               TO WS-TBL-OPERATOR-ID(WS-OP-COUNT)
                           MOVE OP-PASSWORD
                               TO WS-TBL-PASSWORD(WS-OP-COUNT)
                           MOVE OP-ROLE
                               TO WS-TBL-ROLE(WS-OP-COUNT)
                           MOVE OP-NAME
                               TO WS-TBL-NAME(WS-OP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE
           MOVE 'N' TO WS-EOF
           MOVE WS-OP-COUNT TO WS-OP-COUNT-ED
           DISPLAY 'OPERATORS ON FILE: ' WS-OP-COUNT-ED.
       1000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1100-SHOW-MENU - prompts for and accepts the next action code.
      *>---------------------------------------------------------------
       1100-SHOW-MENU.
           DISPLAY 'OPERATOR MAINTENANCE'
           DISPLAY '  A = Add   C = Change   D = Delete'
           DISPLAY '  L = List all   Q = Quit'
           DISPLAY 'Enter choice: ' WITH NO ADVANCING
           ACCEPT WS-CHOICE.
       1100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2000-DISPATCH - routes to the paragraph for the chosen action.
      *>---------------------------------------------------------------
       2000-DISPATCH.
           IF WS-CHOICE-ADD
               PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
           ELSE
               IF WS-CHOICE-CHANGE
                   PERFORM 4000-CHANGE-OPERATOR THRU 4000-EXIT
               ELSE
                   IF WS-CHOICE-DELETE
                       PERFORM 5000-DELETE-OPERATOR THRU 5000-EXIT
                   ELSE
                       IF WS-CHOICE-LIST
                           PERFORM 6500-LIST-OPERATORS THRU 6500-EXIT
                       ELSE
                           IF WS-CHOICE-QUIT
                               MOVE 'Y' TO WS-DONE-SW
                           ELSE
                               DISPLAY 'INVALID CHOICE - TRY AGAIN'
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2100-FIND-OPERATOR - table scan for the operator ID just
      *> entered; WS-FOUND-IX lands past WS-OP-COUNT when it isn't
      *> there.
      *>---------------------------------------------------------------
       2100-FIND-OPERATOR.
           PERFORM 2110-SCAN-OPERATOR
               VARYING WS-FOUND-IX FROM 1 BY 1
               UNTIL WS-FOUND-IX > WS-OP-COUNT
                  OR WS-TBL-OPERATOR-ID(WS-FOUND-IX) = WS-ID-ENTERED.
       2100-EXIT.
           EXIT.

       2110-SCAN-OPERATOR.
           CONTINUE.
       2110-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2200-COUNT-ADMINS - administrators on the table, so the last
      *> one is never deleted or demoted.
      *>---------------------------------------------------------------
       2200-COUNT-ADMINS.
           MOVE ZERO TO WS-ADMIN-COUNT
           PERFORM 2210-COUNT-ONE
               VARYING WS-OP-IX FROM 1 BY 1
               UNTIL WS-OP-IX > WS-OP-COUNT.
       2200-EXIT.
           EXIT.

       2210-COUNT-ONE.
           IF WS-TBL-ROLE(WS-OP-IX) = 'A'
               ADD 1 TO WS-ADMIN-COUNT
           END-IF.
       2210-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3000-ADD-OPERATOR - a new operator into the table: the ID
      *> must be non-blank and not already on file. The first operator
      *> on an empty file must be an administrator, who then signs on
      *> here from the next session.
      *>---------------------------------------------------------------
       3000-ADD-OPERATOR.
           DISPLAY 'OPERATOR ID    : ' WITH NO ADVANCING
           ACCEPT WS-ID-ENTERED
           IF WS-ID-ENTERED = SPACES
               DISPLAY 'ADD REJECTED - MISSING OPERATOR ID'
           ELSE
               PERFORM 2100-FIND-OPERATOR THRU 2100-EXIT
               IF WS-FOUND-IX NOT > WS-OP-COUNT
                   DISPLAY 'OPERATOR ID ALREADY ON FILE.'
               ELSE
                   IF WS-OP-COUNT < WS-OP-MAX
                       MOVE WS-FOUND-IX TO WS-EDIT-IX
                       MOVE SPACES TO WS-OP-ENTRY(WS-EDIT-IX)
                       PERFORM 3100-ACCEPT-FIELDS THRU 3100-EXIT
                       IF WS-RECORD-VALID
                          AND WS-OP-COUNT = ZERO
                          AND NOT WS-ROLE-ENTERED-ADMIN
                           MOVE 'N' TO WS-VALID-SW
                           MOVE 'FIRST OPERATOR MUST BE ADMIN'
                               TO WS-REJECT-REASON
                       END-IF
                       IF WS-RECORD-INVALID
                           DISPLAY 'ADD REJECTED - ' WS-REJECT-REASON
                       ELSE
                           ADD 1 TO WS-OP-COUNT
                           MOVE WS-ID-ENTERED
                               TO WS-TBL-OPERATOR-ID(WS-EDIT-IX)
                           PERFORM 3200-MOVE-FIELDS THRU 3200-EXIT
                           DISPLAY 'OPERATOR ADDED.'
                       END-IF
                   ELSE
                       DISPLAY 'OPERATOR TABLE FULL.'
                   END-IF
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3100-ACCEPT-FIELDS - prompts for the name, password and role
      *> and edits them; nothing reaches the table until 3200 moves it.
      *> On a Change (WS-EDIT-IX on an existing entry) a blank name or
      *> password keeps what is there; on an Add both are required.
      *> A password must be at least six characters, and the role one
      *> of C (office clerk), B (bursar), R (registrar), A (admin).
      *>---------------------------------------------------------------
       3100-ACCEPT-FIELDS.
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           DISPLAY 'OPERATOR NAME  : ' WITH NO ADVANCING
           ACCEPT WS-NAME-ENTERED
           DISPLAY 'PASSWORD       : ' WITH NO ADVANCING
           ACCEPT WS-PASSWORD-ENTERED
           DISPLAY 'ROLE (C/B/R/A) : ' WITH NO ADVANCING
           ACCEPT WS-ROLE-ENTERED
           INSPECT WS-ROLE-ENTERED CONVERTING 'cbra' TO 'CBRA'
           IF WS-NAME-ENTERED = SPACES
               MOVE WS-TBL-NAME(WS-EDIT-IX) TO WS-NAME-ENTERED
           END-IF
           IF WS-PASSWORD-ENTERED = SPACES
               MOVE WS-TBL-PASSWORD(WS-EDIT-IX) TO WS-PASSWORD-ENTERED
           END-IF
           IF WS-ROLE-ENTERED = SPACE
               MOVE WS-TBL-ROLE(WS-EDIT-IX) TO WS-ROLE-ENTERED
           END-IF
           PERFORM 3150-MEASURE-PASSWORD THRU 3150-EXIT
           IF WS-NAME-ENTERED = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'MISSING OPERATOR NAME' TO WS-REJECT-REASON
           ELSE
               IF WS-PASSWORD-LEN < WS-PASSWORD-MIN
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'PASSWORD SHORTER THAN SIX CHARACTERS'
                       TO WS-REJECT-REASON
               ELSE
                   IF NOT WS-ROLE-ENTERED-VALID
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'ROLE MUST BE C, B, R OR A'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3150-MEASURE-PASSWORD - the password's length once trailing
      *> spaces are trimmed, the same backwards scan the phone edits
      *> use.
      *>---------------------------------------------------------------
       3150-MEASURE-PASSWORD.
           PERFORM 3151-TRIM-PASSWORD
               VARYING WS-PASSWORD-LEN FROM 12 BY -1
               UNTIL WS-PASSWORD-LEN = ZERO
                  OR WS-PASSWORD-ENTERED(WS-PASSWORD-LEN:1) NOT = SPACE.
       3150-EXIT.
           EXIT.

       3151-TRIM-PASSWORD.
           CONTINUE.
       3151-EXIT.
           EXIT.

       3200-MOVE-FIELDS.
           MOVE WS-NAME-ENTERED TO WS-TBL-NAME(WS-EDIT-IX)
           MOVE WS-PASSWORD-ENTERED TO WS-TBL-PASSWORD(WS-EDIT-IX)
           MOVE WS-ROLE-ENTERED TO WS-TBL-ROLE(WS-EDIT-IX).
       3200-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 4000-CHANGE-OPERATOR - a new name, password or role for an
      *> existing operator, blank keeping each. The last administrator
      *> keeps the administrator role.
      *>---------------------------------------------------------------
       4000-CHANGE-OPERATOR.
           DISPLAY 'OPERATOR ID    : ' WITH NO ADVANCING
           ACCEPT WS-ID-ENTERED
           PERFORM 2100-FIND-OPERATOR THRU 2100-EXIT
           IF WS-FOUND-IX > WS-OP-COUNT
               DISPLAY 'OPERATOR ID NOT ON FILE.'
           ELSE
               DISPLAY 'CURRENT NAME   : ' WS-TBL-NAME(WS-FOUND-IX)
               DISPLAY 'CURRENT ROLE   : ' WS-TBL-ROLE(WS-FOUND-IX)
               MOVE WS-FOUND-IX TO WS-EDIT-IX
               PERFORM 3100-ACCEPT-FIELDS THRU 3100-EXIT
               IF WS-RECORD-VALID
                  AND WS-TBL-ROLE(WS-EDIT-IX) = 'A'
                  AND NOT WS-ROLE-ENTERED-ADMIN
                   PERFORM 2200-COUNT-ADMINS THRU 2200-EXIT
                   IF WS-ADMIN-COUNT < 2
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'LAST ADMINISTRATOR MUST STAY ADMIN'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-RECORD-INVALID
                   DISPLAY 'UPDATE REJECTED - ' WS-REJECT-REASON
               ELSE
                   PERFORM 3200-MOVE-FIELDS THRU 3200-EXIT
                   DISPLAY 'OPERATOR UPDATED.'
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 5000-DELETE-OPERATOR - closes the gap in the table by shifting
      *> the entries above the one removed down a slot. The operator
      *> signed on cannot delete themself, nor anyone the last
      *> administrator. Journal entries keep the deleted ID.
      *>---------------------------------------------------------------
       5000-DELETE-OPERATOR.
           DISPLAY 'OPERATOR ID    : ' WITH NO ADVANCING
           ACCEPT WS-ID-ENTERED
           PERFORM 2100-FIND-OPERATOR THRU 2100-EXIT
           PERFORM 2200-COUNT-ADMINS THRU 2200-EXIT
           IF WS-FOUND-IX > WS-OP-COUNT
               DISPLAY 'OPERATOR ID NOT ON FILE.'
           ELSE
               IF WS-ID-ENTERED = WS-OPERATOR-ID
                   DISPLAY 'DELETE REJECTED - CANNOT DELETE YOURSELF'
               ELSE
                   IF WS-TBL-ROLE(WS-FOUND-IX) = 'A'
                      AND WS-ADMIN-COUNT < 2
                       DISPLAY 'DELETE REJECTED - LAST ADMINISTRATOR'
                   ELSE
                       DISPLAY 'DELETING: '
                           WS-TBL-OPERATOR-ID(WS-FOUND-IX) ' '
                           WS-TBL-NAME(WS-FOUND-IX)
                       PERFORM 5100-SHIFT-ENTRY
                           VARYING WS-OP-IX FROM WS-FOUND-IX BY 1
                           UNTIL WS-OP-IX NOT < WS-OP-COUNT
                       SUBTRACT 1 FROM WS-OP-COUNT
                       DISPLAY 'OPERATOR DELETED.'
                   END-IF
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.

       5100-SHIFT-ENTRY.
           MOVE WS-OP-ENTRY(WS-OP-IX + 1) TO WS-OP-ENTRY(WS-OP-IX).
       5100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 6500-LIST-OPERATORS - every operator, one line each; the
      *> passwords are not shown.
      *>---------------------------------------------------------------
       6500-LIST-OPERATORS.
           PERFORM 6510-LIST-ONE-OPERATOR
               VARYING WS-OP-IX FROM 1 BY 1
               UNTIL WS-OP-IX > WS-OP-COUNT
           MOVE WS-OP-COUNT TO WS-OP-COUNT-ED
           DISPLAY 'OPERATORS ON FILE: ' WS-OP-COUNT-ED.
       6500-EXIT.
           EXIT.

       6510-LIST-ONE-OPERATOR.
           DISPLAY WS-TBL-OPERATOR-ID(WS-OP-IX) ' '
               WS-TBL-ROLE(WS-OP-IX) ' '
               WS-TBL-NAME(WS-OP-IX).
       6510-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 9000-SAVE-MASTER - the table back out over operators.dat, one
      *> full OPERATOR record per operator.
      *>---------------------------------------------------------------
       9000-SAVE-MASTER.
           OPEN OUTPUT OPERATOR-FILE
           PERFORM 9100-WRITE-OPERATOR
               VARYING WS-OP-IX FROM 1 BY 1
               UNTIL WS-OP-IX > WS-OP-COUNT
           CLOSE OPERATOR-FILE.
       9000-EXIT.
           EXIT.

       9100-WRITE-OPERATOR.
           MOVE SPACES TO OPREC
           MOVE WS-TBL-OPERATOR-ID(WS-OP-IX) TO OP-OPERATOR-ID
           MOVE WS-TBL-PASSWORD(WS-OP-IX) TO OP-PASSWORD
           MOVE WS-TBL-ROLE(WS-OP-IX) TO OP-ROLE
           MOVE WS-TBL-NAME(WS-OP-IX) TO OP-NAME
           WRITE OPREC.
       9100-EXIT.
           EXIT.
