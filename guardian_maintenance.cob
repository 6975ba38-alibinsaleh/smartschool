      *>                    paper cards and onto the system. A guardian
      *>                    can only be added for a STUDENT-NUMBER that
      *>                    is actually on the student master.
      *>   2026-10-15  AAS  A student linked into a family on
      *>                    families_data.dat (the shared FAMILY layout)
      *>                    has their contacts held once for the whole
      *>                    family under the FAM-ID: Add, Change, Delete
      *>                    and Inquire take the student number as
      *>                    before and work on the family's contacts,
      *>                    saying so, and Inquire lists the children
      *>                    the contacts serve.
      *>   2026-10-15  AAS  Operator sign-on against operators.dat (the
      *>                    shared OPERATOR layout) before the files
      *>                    are opened, three tries, each failure
      *>                    logged to signon_failures.dat (the shared
      *>                    SIGNLOG layout). Delete is limited to the
      *>                    registrar and administrators.
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT OPTIONAL FAMILY-FILE ASSIGN TO
               'families_data.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS FAM-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FAM-STATUS.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO
               'operators.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIGNON-LOG ASSIGN TO
               'signon_failures.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD   STUDENT-FILE.
           COPY students.

       FD   FAMILY-FILE.
           COPY family.

       FD   OPERATOR-FILE.
           COPY operator.

       FD   SIGNON-LOG.
           COPY signlog.

       WORKING-STORAGE SECTION.
       01   WS-FILE-STATUS               PIC X(02) VALUE ZEROS.
           88 WS-FILE-STATUS-OK          VALUE '00'.
           88 WS-LIST-EOF-YES            VALUE 'Y'.
       01   WS-CONTACT-COUNT              PIC 9(02) COMP VALUE ZERO.
       01   WS-CONTACT-COUNT-ED           PIC Z9.
       01   WS-FAM-STATUS                 PIC X(02) VALUE ZEROS.
           88 WS-FAM-STATUS-OK           VALUE '00'.
       01   WS-FAM-EOF                    PIC X VALUE 'N'.
           88 WS-FAM-EOF-YES             VALUE 'Y'.
       01   WS-IN-FAMILY-SW               PIC X VALUE 'N'.
           88 WS-IN-FAMILY               VALUE 'Y'.
       01   WS-CONTACT-KEY                PIC X(10) VALUE SPACES.
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
               OPEN I-O GUARDIAN-FILE
               OPEN INPUT STUDENT-FILE
               OPEN INPUT FAMILY-FILE
               PERFORM UNTIL WS-DONE
                   PERFORM 1000-SHOW-MENU THRU 1000-EXIT
                   PERFORM 0550-CHECK-ACCESS THRU 0550-EXIT
                   IF WS-ACCESS-OK
                       PERFORM 2000-DISPATCH THRU 2000-EXIT
                   END-IF
               END-PERFORM
               CLOSE GUARDIAN-FILE
               CLOSE STUDENT-FILE
               CLOSE FAMILY-FILE
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
           MOVE 'guardian_maintenance' TO SL-PROGRAM
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
      *> operator may Add, Change and Inquire on contacts (the bursar
      *> keeps the billing contacts current), but only the registrar
      *> or an administrator may Delete one.
      *>---------------------------------------------------------------
       0550-CHECK-ACCESS.
           MOVE 'Y' TO WS-ACCESS-SW
           IF WS-CHOICE-DELETE
               IF NOT WS-ROLE-REGISTRAR AND NOT WS-ROLE-ADMIN
                   MOVE 'N' TO WS-ACCESS-SW
               END-IF
           END-IF
           IF NOT WS-ACCESS-OK
               DISPLAY 'NOT PERMITTED FOR ' WS-ROLE-NAME
           END-IF.
       0550-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1000-SHOW-MENU - prompts for and accepts the next action code.
      *>---------------------------------------------------------------
      *>---------------------------------------------------------------
      *> 3000-ADD-GUARDIAN - WRITE a new contact under a student. The
      *> student must be on the master first, so the guardians file
      *> cannot collect contacts for students that don't exist. A
      *> family child's contact goes under the family's FAM-ID.
      *>---------------------------------------------------------------
       3000-ADD-GUARDIAN.
           MOVE SPACES TO GREC
                   DISPLAY 'STUDENT NUMBER NOT ON MASTER.'
               NOT INVALID KEY
                   DISPLAY 'STUDENT        : ' STUDENT-NAME
                   PERFORM 2700-FIND-CONTACT-KEY THRU 2700-EXIT
                   MOVE WS-CONTACT-KEY TO G-STUDENT-NUMBER
                   DISPLAY 'CONTACT SEQ(01-99): ' WITH NO ADVANCING
                   ACCEPT WS-SEQ-ENTERED
                   DISPLAY 'GUARDIAN NAME  : ' WITH NO ADVANCING

      *>---------------------------------------------------------------
      *> 6000-INQUIRE-GUARDIANS - list every contact on file under one
      *> student (their family's, for a family child, with the
      *> children the family covers): START at sequence 00 and READ
      *> NEXT until the contact key changes or the file ends.
      *>---------------------------------------------------------------
       6000-INQUIRE-GUARDIANS.
           DISPLAY 'STUDENT NUMBER : ' WITH NO ADVANCING
           ACCEPT WS-KEY-ENTERED
           PERFORM 2700-FIND-CONTACT-KEY THRU 2700-EXIT
           IF WS-IN-FAMILY
               PERFORM 2710-LIST-CHILDREN THRU 2710-EXIT
           END-IF
           MOVE ZERO TO WS-CONTACT-COUNT
           MOVE WS-CONTACT-KEY TO G-STUDENT-NUMBER
           MOVE ZERO TO G-CONTACT-SEQ
           START GUARDIAN-FILE KEY NOT < G-KEY
               INVALID KEY
                       AT END
                           MOVE 'Y' TO WS-LIST-EOF
                       NOT AT END
                           IF G-STUDENT-NUMBER NOT = WS-CONTACT-KEY
                               MOVE 'Y' TO WS-LIST-EOF
                           ELSE
                               ADD 1 TO WS-CONTACT-COUNT
      *>---------------------------------------------------------------
      *> 2600-ACCEPT-KEY - prompts for the student number and contact
      *> sequence that key Change/Delete, and checks the sequence is
      *> numeric before it is moved into the record key - under the
      *> family's FAM-ID for a family child, so the change or delete
      *> applies to every child in the family.
      *>---------------------------------------------------------------
       2600-ACCEPT-KEY.
           MOVE 'Y' TO WS-VALID-SW
               MOVE 'N' TO WS-VALID-SW
               MOVE 'CONTACT SEQ NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
               PERFORM 2700-FIND-CONTACT-KEY THRU 2700-EXIT
               MOVE WS-CONTACT-KEY TO G-STUDENT-NUMBER
               MOVE WS-SEQ-ENTERED TO G-CONTACT-SEQ
           END-IF.
       2600-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2700-FIND-CONTACT-KEY - the key the student in WS-KEY-ENTERED
      *> has their contacts filed under: the FAM-ID when the student is
      *> linked into a family, whose contacts are held once for all its
      *> children, otherwise the student's own number.
      *>---------------------------------------------------------------
       2700-FIND-CONTACT-KEY.
           MOVE 'N' TO WS-IN-FAMILY-SW
           MOVE WS-KEY-ENTERED TO WS-CONTACT-KEY
           MOVE WS-KEY-ENTERED TO FAM-STUDENT-NUMBER
           READ FAMILY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FAM-STATUS-OK
               MOVE 'Y' TO WS-IN-FAMILY-SW
               MOVE FAM-ID TO WS-CONTACT-KEY
               DISPLAY 'FAMILY         : ' FAM-ID
                   ' - CONTACTS SHARED BY THE FAMILY'
           END-IF.
       2700-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2710-LIST-CHILDREN - the children linked into the family in
      *> WS-CONTACT-KEY, off the FAM-ID alternate key.
      *>---------------------------------------------------------------
       2710-LIST-CHILDREN.
           MOVE WS-CONTACT-KEY TO FAM-ID
           START FAMILY-FILE KEY NOT < FAM-ID
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-FAM-STATUS-OK
               MOVE 'N' TO WS-FAM-EOF
               PERFORM UNTIL WS-FAM-EOF-YES
                   READ FAMILY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-FAM-EOF
                       NOT AT END
                           IF FAM-ID NOT = WS-CONTACT-KEY
                               MOVE 'Y' TO WS-FAM-EOF
                           ELSE
                               MOVE FAM-STUDENT-NUMBER TO STUDENT-NUMBER
                               READ STUDENT-FILE
                                   INVALID KEY
                                       MOVE SPACES TO STUDENT-NAME
                               END-READ
                               DISPLAY '  CHILD ' FAM-STUDENT-NUMBER ' '
                                   STUDENT-NAME
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       2710-EXIT.
           EXIT.
