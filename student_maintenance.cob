      *>                    can seat the move. A room with no capacity
      *>                    set (zero, legacy lines included) is never
      *>                    treated as full.
      *>   2026-10-15  AAS  Family linking: the menu gained L = Family,
      *>                    which shows the family a student belongs to
      *>                    (families_data.dat, the shared FAMILY
      *>                    layout) and joins the student to a
      *>                    sibling's family or takes them out of it.
      *>                    The first join gives the sibling a new
      *>                    FAM-ID; joining moves the student's contacts
      *>                    under the FAM-ID, dropping any the family
      *>                    already holds (same name and phone), so a
      *>                    family's contacts are kept once. Leaving
      *>                    copies them back under the student's own
      *>                    number (moves them, for the last child).
      *>                    Inquire shows the family and its contacts;
      *>                    Delete unlinks the student and drops the
      *>                    family's contacts with its last child.
      *>   2026-10-15  AAS  Journal records are stamped with this
      *>                    program's name (JR-PROGRAM on the shared
      *>                    STUJRNL layout), so the monthly ministry
      *>                    return can tell where a change came from.
      *>   2026-10-15  AAS  Operator sign-on against operators.dat (the
      *>                    shared OPERATOR layout) before any file is
      *>                    opened, three tries, each failure logged to
      *>                    signon_failures.dat (the shared SIGNLOG
      *>                    layout). The role limits the menu: Withdraw
      *>                    is the registrar's alone, Delete the
      *>                    registrar's and administrators', and the
      *>                    bursar may only look students up. Every
      *>                    journal record now carries the operator ID
      *>                    (JR-OPERATOR).
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS G-KEY
               FILE STATUS IS WS-GUARD-STATUS.
           SELECT OPTIONAL FAMILY-FILE ASSIGN TO
               'families_data.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS FAM-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FAM-STATUS.
           SELECT OPTIONAL WAITLIST-FILE ASSIGN TO
               'classroom_waitlist.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO
               'operators.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIGNON-LOG ASSIGN TO
               'signon_failures.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD   GUARDIAN-FILE.
           COPY guardians.

       FD   FAMILY-FILE.
           COPY family.

       FD   WAITLIST-FILE.
           COPY waitlist.

       FD   OPERATOR-FILE.
           COPY operator.

       FD   SIGNON-LOG.
           COPY signlog.

       WORKING-STORAGE SECTION.
       01   WS-FILE-STATUS               PIC X(02) VALUE ZEROS.
           88 WS-FILE-STATUS-OK          VALUE '00'.
           88 WS-CHOICE-INQUIRE          VALUE 'I' 'i'.
           88 WS-CHOICE-FIND             VALUE 'F' 'f'.
           88 WS-CHOICE-WITHDRAW         VALUE 'W' 'w'.
           88 WS-CHOICE-FAMILY           VALUE 'L' 'l'.
           88 WS-CHOICE-QUIT             VALUE 'Q' 'q'.
       01   WS-KEY-ENTERED                PIC X(10).
       01   WS-VALID-SW                   PIC X VALUE 'Y'.
           88 WS-LEAP-YEAR                VALUE 'Y'.
       01   WS-WITHDRAW-ENTERED            PIC X(10) VALUE SPACES.
       01   WS-CREATED-SAVE                PIC X(10) VALUE SPACES.
       01   WS-FAM-STATUS                  PIC X(02) VALUE ZEROS.
           88 WS-FAM-STATUS-OK            VALUE '00'.
       01   WS-FAM-EOF                     PIC X VALUE 'N'.
           88 WS-FAM-EOF-YES              VALUE 'Y'.
       01   WS-FAM-CHOICE                  PIC X(01) VALUE SPACE.
           88 WS-FAM-CHOICE-JOIN          VALUE 'J' 'j'.
           88 WS-FAM-CHOICE-LEAVE         VALUE 'X' 'x'.
       01   WS-IN-FAMILY-SW                PIC X VALUE 'N'.
           88 WS-IN-FAMILY                VALUE 'Y'.
       01   WS-FAM-SHOW-SW                 PIC X VALUE 'N'.
           88 WS-FAM-SHOW                 VALUE 'Y'.
       01   WS-CUR-FAM-ID                  PIC X(10) VALUE SPACES.
       01   WS-CONTACT-KEY                 PIC X(10) VALUE SPACES.
       01   WS-SIBLING-NUMBER              PIC X(10) VALUE SPACES.
       01   WS-FAM-MEMBERS                 PIC 9(04) COMP VALUE ZERO.
       01   WS-FAM-HIGH                    PIC 9(09) VALUE ZERO.
       01   WS-MERGE-FROM                  PIC X(10) VALUE SPACES.
       01   WS-MERGE-TO                    PIC X(10) VALUE SPACES.
       01   WS-MERGE-MOVE-SW               PIC X VALUE 'N'.
           88 WS-MERGE-MOVE               VALUE 'Y'.
       01   WS-MERGE-POSTED-SW             PIC X VALUE 'N'.
           88 WS-MERGE-POSTED             VALUE 'Y'.
       01   WS-MERGE-HIGH-SEQ              PIC 9(02) VALUE ZERO.
       01   WS-MERGE-COUNT                 PIC 9(02) COMP VALUE ZERO.
       01   WS-MERGE-IX                    PIC 9(02) COMP VALUE ZERO.
       01   WS-MERGE-TABLE.
           05 WS-MERGE-ENTRY              PIC X(72) OCCURS 99 TIMES.
       01   WS-HAVE-COUNT                  PIC 9(02) COMP VALUE ZERO.
       01   WS-HAVE-IX                     PIC 9(02) COMP VALUE ZERO.
       01   WS-HAVE-TABLE.
           05 WS-HAVE-ENTRY OCCURS 99 TIMES.
               10 WS-HAVE-NAME            PIC X(30).
               10 WS-HAVE-PHONE           PIC X(15).
       01   WS-MOVED-COUNT                 PIC 9(02) COMP VALUE ZERO.
       01   WS-MOVED-COUNT-ED              PIC Z9.
       01   WS-DUP-COUNT                   PIC 9(02) COMP VALUE ZERO.
       01   WS-DUP-COUNT-ED                PIC Z9.
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
               PERFORM 1350-LOAD-CLASSROOM-MASTER THRU 1350-EXIT
               PERFORM 1360-LOAD-CONTROL THRU 1360-EXIT
               OPEN I-O STUDENT-FILE
               PERFORM 1355-COUNT-ENROLLMENT THRU 1355-EXIT
               OPEN EXTEND JOURNAL-FILE
               OPEN I-O GUARDIAN-FILE
               OPEN I-O FAMILY-FILE
               OPEN EXTEND WAITLIST-FILE
               PERFORM UNTIL WS-DONE
                   PERFORM 1000-SHOW-MENU THRU 1000-EXIT
                   PERFORM 0550-CHECK-ACCESS THRU 0550-EXIT
                   IF WS-ACCESS-OK
                       PERFORM 2000-DISPATCH THRU 2000-EXIT
                   END-IF
               END-PERFORM
               CLOSE STUDENT-FILE
               CLOSE JOURNAL-FILE
               CLOSE GUARDIAN-FILE
               CLOSE FAMILY-FILE
               CLOSE WAITLIST-FILE
               PERFORM 7600-WRITE-CONTROL THRU 7600-EXIT
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
           MOVE 'student_maintenance' TO SL-PROGRAM
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
      *> 0550-CHECK-ACCESS - what the signed-on role may do here. Any
      *> operator may Inquire and Find. Add, Change and Family belong
      *> to the office clerk, the registrar and administrators; Delete
      *> to the registrar and administrators; Withdraw to the
      *> registrar alone. The bursar's access is look-up only.
      *>---------------------------------------------------------------
       0550-CHECK-ACCESS.
           MOVE 'Y' TO WS-ACCESS-SW
           IF WS-CHOICE-WITHDRAW
               IF NOT WS-ROLE-REGISTRAR
                   MOVE 'N' TO WS-ACCESS-SW
               END-IF
           ELSE
               IF WS-CHOICE-DELETE
                   IF NOT WS-ROLE-REGISTRAR AND NOT WS-ROLE-ADMIN
                       MOVE 'N' TO WS-ACCESS-SW
                   END-IF
               ELSE
                   IF WS-CHOICE-ADD OR WS-CHOICE-CHANGE
                      OR WS-CHOICE-FAMILY
                       IF WS-ROLE-BURSAR
                           MOVE 'N' TO WS-ACCESS-SW
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT WS-ACCESS-OK
               DISPLAY 'NOT PERMITTED FOR ' WS-ROLE-NAME
           END-IF.
       0550-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1360-LOAD-CONTROL - picks up the running control total so this
      *> session's Adds and Deletes can be counted into it. OPTIONAL:
       1000-SHOW-MENU.
           DISPLAY 'STUDENT MASTER MAINTENANCE'
           DISPLAY '  A = Add   C = Change   D = Delete   W = Withdraw'
           DISPLAY '  I = Inquire   F = Find by name   L = Family'
           DISPLAY '  Q = Quit'
           DISPLAY 'Enter choice: ' WITH NO ADVANCING
           ACCEPT WS-CHOICE.
       1000-EXIT.
                                   PERFORM 7000-WITHDRAW-STUDENT
                                       THRU 7000-EXIT
                               ELSE
                                   IF WS-CHOICE-FAMILY
                                       PERFORM 8000-MAINTAIN-FAMILY
                                           THRU 8000-EXIT
                                   ELSE
                                       IF WS-CHOICE-QUIT
                                           MOVE 'Y' TO WS-DONE-SW
                                       ELSE
                                           DISPLAY 'INVALID CHOICE - '
                                               'TRY AGAIN'
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                           PERFORM 2560-ADJUST-ENROLLED THRU 2560-EXIT
                       END-IF
                       DISPLAY 'STUDENT DELETED.'
                       PERFORM 8100-FIND-FAMILY THRU 8100-EXIT
                       MOVE WS-KEY-ENTERED TO WS-CONTACT-KEY
                       PERFORM 5500-PURGE-GUARDIANS THRU 5500-EXIT
                       IF WS-IN-FAMILY
                           PERFORM 8700-DROP-MEMBER THRU 8700-EXIT
                       END-IF
                   ELSE
                       DISPLAY 'DELETE FAILED - FILE STATUS '
                           WS-FILE-STATUS

      *>---------------------------------------------------------------
      *> 5500-PURGE-GUARDIANS - removes every guardian contact filed
      *> under WS-CONTACT-KEY (the student just deleted, or the family
      *> that student was the last child of): START at sequence 00 and
      *> DELETE each record until the key changes or the file ends.
      *> Keeps the guardians file free of orphan contacts.
      *>---------------------------------------------------------------
       5500-PURGE-GUARDIANS.
           MOVE ZERO TO WS-CONTACT-COUNT
           MOVE WS-CONTACT-KEY TO G-STUDENT-NUMBER
           MOVE ZERO TO G-CONTACT-SEQ
           START GUARDIAN-FILE KEY NOT < G-KEY
               INVALID KEY
                       AT END
                           MOVE 'Y' TO WS-GUARD-EOF
                       NOT AT END
                           IF G-STUDENT-NUMBER NOT = WS-CONTACT-KEY
                               MOVE 'Y' TO WS-GUARD-EOF
                           ELSE
                               DELETE GUARDIAN-FILE
                   ELSE
                       DISPLAY 'STATUS  : ACTIVE'
                   END-IF
                   PERFORM 8150-SHOW-FAMILY THRU 8150-EXIT
                   PERFORM 6100-LIST-GUARDIANS THRU 6100-EXIT
           END-READ.
       6000-EXIT.

      *>---------------------------------------------------------------
      *> 6100-LIST-GUARDIANS - shows the student's guardian /
      *> emergency contacts under the student detail - the family's,
      *> when 8150-SHOW-FAMILY found the student linked into one: START
      *> at sequence 00 under WS-CONTACT-KEY and READ NEXT until the key
      *> changes or the file ends.
      *>---------------------------------------------------------------
       6100-LIST-GUARDIANS.
           MOVE ZERO TO WS-CONTACT-COUNT
           MOVE WS-CONTACT-KEY TO G-STUDENT-NUMBER
           MOVE ZERO TO G-CONTACT-SEQ
           START GUARDIAN-FILE KEY NOT < G-KEY
               INVALID KEY
                       AT END
                           MOVE 'Y' TO WS-GUARD-EOF
                       NOT AT END
                           IF G-STUDENT-NUMBER NOT = WS-CONTACT-KEY
                               MOVE 'Y' TO WS-GUARD-EOF
                           ELSE
                               ADD 1 TO WS-CONTACT-COUNT
           MOVE WS-JOURNAL-TIME TO JR-TIME
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO JR-AFTER-IMAGE
           MOVE 'student_maintenance' TO JR-PROGRAM
           MOVE WS-OPERATOR-ID TO JR-OPERATOR
           WRITE JOURNAL-REC.
       7500-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 8000-MAINTAIN-FAMILY - L = Family: shows the family the
      *> student belongs to, with its children, then joins the student
      *> to a sibling's family (J) or takes them out of their own (X).
      *> A blank answer leaves the family as it is.
      *>---------------------------------------------------------------
       8000-MAINTAIN-FAMILY.
           DISPLAY 'STUDENT NUMBER : ' WITH NO ADVANCING
           ACCEPT WS-KEY-ENTERED
           MOVE WS-KEY-ENTERED TO STUDENT-NUMBER
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY 'STUDENT NUMBER NOT FOUND.'
               NOT INVALID KEY
                   DISPLAY 'NAME    : ' STUDENT-NAME
                   PERFORM 8150-SHOW-FAMILY THRU 8150-EXIT
                   DISPLAY '  J = Join the family of a sibling'
                   DISPLAY '  X = Leave the family'
                   DISPLAY '  (blank = no change)'
                   DISPLAY 'Enter choice: ' WITH NO ADVANCING
                   MOVE SPACE TO WS-FAM-CHOICE
                   ACCEPT WS-FAM-CHOICE
                   IF WS-FAM-CHOICE-JOIN
                       PERFORM 8200-JOIN-FAMILY THRU 8200-EXIT
                   ELSE
                       IF WS-FAM-CHOICE-LEAVE
                           PERFORM 8500-LEAVE-FAMILY THRU 8500-EXIT
                       END-IF
                   END-IF
           END-READ.
       8000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 8100-FIND-FAMILY - is the student in WS-KEY-ENTERED linked
      *> into a family? Sets WS-IN-FAMILY-SW and WS-CUR-FAM-ID, and
      *> WS-CONTACT-KEY to the key the student's contacts are filed
      *> under: the FAM-ID for a family child, the student's own number
      *> otherwise.
      *>---------------------------------------------------------------
       8100-FIND-FAMILY.
           MOVE 'N' TO WS-IN-FAMILY-SW
           MOVE SPACES TO WS-CUR-FAM-ID
           MOVE WS-KEY-ENTERED TO WS-CONTACT-KEY
           MOVE WS-KEY-ENTERED TO FAM-STUDENT-NUMBER
           READ FAMILY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FAM-STATUS-OK
               MOVE 'Y' TO WS-IN-FAMILY-SW
               MOVE FAM-ID TO WS-CUR-FAM-ID
               MOVE FAM-ID TO WS-CONTACT-KEY
           END-IF.
       8100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 8150-SHOW-FAMILY - the student's family under the student
      *> detail: the FAM-ID and every child linked into it, with room
      *> and status off the master.
      *>---------------------------------------------------------------
       8150-SHOW-FAMILY.
           PERFORM 8100-FIND-FAMILY THRU 8100-EXIT
           IF WS-IN-FAMILY
               DISPLAY 'FAMILY  : ' WS-CUR-FAM-ID
               MOVE 'Y' TO WS-FAM-SHOW-SW
               PERFORM 8600-WALK-MEMBERS THRU 8600-EXIT
           ELSE
               DISPLAY 'FAMILY  : NONE'
           END-IF.
       8150-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 8200-JOIN-FAMILY - links the student into a sibling's family.
      *> A sibling not yet in a family is given one first (8300), and
      *> the student's own contacts are then merged in under the
      *> FAM-ID. A student already in a family must leave it first, so
      *> two families are never silently run together.
      *>---------------------------------------------------------------
       8200-JOIN-FAMILY.
           IF WS-IN-FAMILY
               DISPLAY 'JOIN REJECTED - ALREADY IN FAMILY '
                   WS-CUR-FAM-ID ', LEAVE IT FIRST'
           ELSE
               DISPLAY 'SIBLING NUMBER : ' WITH NO ADVANCING
               ACCEPT WS-SIBLING-NUMBER
               IF WS-SIBLING-NUMBER = WS-KEY-ENTERED
                  OR WS-SIBLING-NUMBER = SPACES
                   DISPLAY 'JOIN REJECTED - NO SIBLING GIVEN'
               ELSE
                   MOVE WS-SIBLING-NUMBER TO STUDENT-NUMBER
                   READ STUDENT-FILE
                       INVALID KEY
                           DISPLAY 'SIBLING NUMBER NOT FOUND.'
                       NOT INVALID KEY
                           PERFORM 8210-LINK-STUDENT THRU 8210-EXIT
                   END-READ
               END-IF
           END-IF.
       8200-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 8210-LINK-STUDENT - the sibling is on the master: find or
      *> start their family, write the student's FAMILY-FILE record
      *> and merge the student's contacts into the family's.
      *>---------------------------------------------------------------
       8210-LINK-STUDENT.
           MOVE WS-SIBLING-NUMBER TO FAM-STUDENT-NUMBER
           READ FAMILY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FAM-STATUS-OK
               MOVE FAM-ID TO WS-CUR-FAM-ID
           ELSE
               PERFORM 8300-NEW-FAMILY THRU 8300-EXIT
           END-IF
           IF WS-CUR-FAM-ID NOT = SPACES
               ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD
               MOVE SPACES TO FAMREC
               MOVE WS-KEY-ENTERED TO FAM-STUDENT-NUMBER
               MOVE WS-CUR-FAM-ID TO FAM-ID
               MOVE WS-JOURNAL-DATE TO FAM-JOINED-DATE
               WRITE FAMREC
               IF WS-FAM-STATUS-OK
                   DISPLAY 'STUDENT LINKED TO FAMILY ' WS-CUR-FAM-ID
                   MOVE WS-KEY-ENTERED TO WS-MERGE-FROM
                   MOVE WS-CUR-FAM-ID TO WS-MERGE-TO
                   MOVE 'Y' TO WS-MERGE-MOVE-SW
                   PERFORM 8400-MERGE-CONTACTS THRU 8400-EXIT
               ELSE
                   DISPLAY 'LINK FAILED - FILE STATUS ' WS-FAM-STATUS
               END-IF
           END-IF.
       8210-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 8300-NEW-FAMILY - starts a family for the sibling: the next
      *> FAM-ID after the highest on file, the sibling's FAMILY-FILE
      *> record, and the sibling's contacts moved under the new FAM-ID.
      *> WS-CUR-FAM-ID comes back blank if the link could not be made.
      *>---------------------------------------------------------------
       8300-NEW-FAMILY.
           PERFORM 8310-NEXT-FAMILY-ID THRU 8310-EXIT
           ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO FAMREC
           MOVE WS-SIBLING-NUMBER TO FAM-STUDENT-NUMBER
           MOVE WS-CUR-FAM-ID TO FAM-ID
           MOVE WS-JOURNAL-DATE TO FAM-JOINED-DATE
           WRITE FAMREC
           IF WS-FAM-STATUS-OK
               DISPLAY 'NEW FAMILY ' WS-CUR-FAM-ID ' FOR SIBLING '
                   WS-SIBLING-NUMBER
               MOVE WS-SIBLING-NUMBER TO WS-MERGE-FROM
               MOVE WS-CUR-FAM-ID TO WS-MERGE-TO
               MOVE 'Y' TO WS-MERGE-MOVE-SW
               PERFORM 8400-MERGE-CONTACTS THRU 8400-EXIT
           ELSE
               DISPLAY 'FAMILY NOT STARTED - FILE STATUS '
                   WS-FAM-STATUS
               MOVE SPACES TO WS-CUR-FAM-ID
           END-IF.
       8300-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 8310-NEXT-FAMILY-ID - one pass over the family file for the
      *> highest FAM-ID number handed out; the new family takes the
      *> next one, 'F' and nine digits.
      *>---------------------------------------------------------------
       8310-NEXT-FAMILY-ID.
           MOVE ZERO TO WS-FAM-HIGH
           MOVE LOW-VALUES TO FAM-STUDENT-NUMBER
           START FAMILY-FILE KEY NOT < FAM-STUDENT-NUMBER
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
                           IF FAM-ID-NUMBER IS NUMERIC
                               IF FAM-ID-NUMBER > WS-FAM-HIGH
                                   MOVE FAM-ID-NUMBER TO WS-FAM-HIGH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           ADD 1 TO WS-FAM-HIGH
           MOVE SPACES TO FAMREC
           MOVE 'F' TO FAM-ID-PREFIX
           MOVE WS-FAM-HIGH TO FAM-ID-NUMBER
           MOVE FAM-ID TO WS-CUR-FAM-ID.
       8310-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 8400-MERGE-CONTACTS - the contacts filed under WS-MERGE-FROM
      *> onto WS-MERGE-TO, each taking the next free G-CONTACT-SEQ
      *> there. A contact WS-MERGE-TO already holds (same G-NAME and
      *> G-PHONE) is not written twice. With WS-MERGE-MOVE set the
      *> originals are deleted once carried over - a move; otherwise
      *> they stay - a copy. The source contacts are buffered first so
      *> the writes cannot disturb the READ NEXT walk.
      *>---------------------------------------------------------------
       8400-MERGE-CONTACTS.
           MOVE ZERO TO WS-HAVE-COUNT
           MOVE ZERO TO WS-MERGE-COUNT
           MOVE ZERO TO WS-MOVED-COUNT
           MOVE ZERO TO WS-DUP-COUNT
           MOVE ZERO TO WS-MERGE-HIGH-SEQ
           PERFORM 8410-LOAD-TARGET THRU 8410-EXIT
           PERFORM 8420-LOAD-SOURCE THRU 8420-EXIT
           PERFORM 8430-POST-CONTACT THRU 8430-EXIT
               VARYING WS-MERGE-IX FROM 1 BY 1
               UNTIL WS-MERGE-IX > WS-MERGE-COUNT
           MOVE WS-MOVED-COUNT TO WS-MOVED-COUNT-ED
           MOVE WS-DUP-COUNT TO WS-DUP-COUNT-ED
           DISPLAY 'CONTACTS CARRIED TO ' WS-MERGE-TO ': '
               WS-MOVED-COUNT-ED '  ALREADY HELD: ' WS-DUP-COUNT-ED.
       8400-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 8410-LOAD-TARGET - the contacts already under WS-MERGE-TO:
      *> name and phone for the duplicate check, and the highest
      *> sequence in use.
      *>---------------------------------------------------------------
       8410-LOAD-TARGET.
           MOVE WS-MERGE-TO TO G-STUDENT-NUMBER
           MOVE ZERO TO G-CONTACT-SEQ
           START GUARDIAN-FILE KEY NOT < G-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-GUARD-STATUS-OK
               MOVE 'N' TO WS-GUARD-EOF
               PERFORM UNTIL WS-GUARD-EOF-YES
                   READ GUARDIAN-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-GUARD-EOF
                       NOT AT END
                           IF G-STUDENT-NUMBER NOT = WS-MERGE-TO
                               MOVE 'Y' TO WS-GUARD-EOF
                           ELSE
                               MOVE G-CONTACT-SEQ TO WS-MERGE-HIGH-SEQ
                               IF WS-HAVE-COUNT < 99
                                   ADD 1 TO WS-HAVE-COUNT
                                   MOVE G-NAME
                                       TO WS-HAVE-NAME(WS-HAVE-COUNT)
                                   MOVE G-PHONE
                                       TO WS-HAVE-PHONE(WS-HAVE-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       8410-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 8420-LOAD-SOURCE - the contacts under WS-MERGE-FROM, whole
      *> records, into WS-MERGE-TABLE.
      *>---------------------------------------------------------------
       8420-LOAD-SOURCE.
           MOVE WS-MERGE-FROM TO G-STUDENT-NUMBER
           MOVE ZERO TO G-CONTACT-SEQ
           START GUARDIAN-FILE KEY NOT < G-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-GUARD-STATUS-OK
               MOVE 'N' TO WS-GUARD-EOF
               PERFORM UNTIL WS-GUARD-EOF-YES
                   READ GUARDIAN-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-GUARD-EOF
                       NOT AT END
                           IF G-STUDENT-NUMBER NOT = WS-MERGE-FROM
                              OR WS-MERGE-COUNT = 99
                               MOVE 'Y' TO WS-GUARD-EOF
                           ELSE
                               ADD 1 TO WS-MERGE-COUNT
                               MOVE GREC
                                   TO WS-MERGE-ENTRY(WS-MERGE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       8420-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 8430-POST-CONTACT - one buffered contact onto WS-MERGE-TO,
      *> unless it is already held there; on a move the original is
      *> deleted only once it is safely carried (or already held).
      *>---------------------------------------------------------------
       8430-POST-CONTACT.
           MOVE 'N' TO WS-MERGE-POSTED-SW
           MOVE WS-MERGE-ENTRY(WS-MERGE-IX) TO GREC
           PERFORM 8440-SCAN-HAVE
               VARYING WS-HAVE-IX FROM 1 BY 1
               UNTIL WS-HAVE-IX > WS-HAVE-COUNT
                  OR (WS-HAVE-NAME(WS-HAVE-IX) = G-NAME
                      AND WS-HAVE-PHONE(WS-HAVE-IX) = G-PHONE)
           IF WS-HAVE-IX NOT > WS-HAVE-COUNT
               ADD 1 TO WS-DUP-COUNT
               MOVE 'Y' TO WS-MERGE-POSTED-SW
           ELSE
               IF WS-MERGE-HIGH-SEQ = 99
                   DISPLAY 'CONTACT NOT CARRIED - NO FREE SEQUENCE: '
                       G-NAME
               ELSE
                   ADD 1 TO WS-MERGE-HIGH-SEQ
                   MOVE WS-MERGE-TO TO G-STUDENT-NUMBER
                   MOVE WS-MERGE-HIGH-SEQ TO G-CONTACT-SEQ
                   WRITE GREC
                   IF WS-GUARD-STATUS-OK
                       ADD 1 TO WS-MOVED-COUNT
                       MOVE 'Y' TO WS-MERGE-POSTED-SW
                       IF WS-HAVE-COUNT < 99
                           ADD 1 TO WS-HAVE-COUNT
                           MOVE G-NAME TO WS-HAVE-NAME(WS-HAVE-COUNT)
                           MOVE G-PHONE TO WS-HAVE-PHONE(WS-HAVE-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'CONTACT NOT CARRIED - FILE STATUS '
                           WS-GUARD-STATUS ' ' G-NAME
                   END-IF
               END-IF
           END-IF
           IF WS-MERGE-MOVE AND WS-MERGE-POSTED
               MOVE WS-MERGE-ENTRY(WS-MERGE-IX) TO GREC
               DELETE GUARDIAN-FILE
               IF NOT WS-GUARD-STATUS-OK
                   DISPLAY 'CONTACT DELETE FAILED - FILE STATUS '
                       WS-GUARD-STATUS ' ' G-NAME
               END-IF
           END-IF.
       8430-EXIT.
           EXIT.

       8440-SCAN-HAVE.
           CONTINUE.
       8440-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 8500-LEAVE-FAMILY - takes the student out of their family:
      *> the FAMILY-FILE record goes, and the family's contacts are
      *> copied back under the student's own number so the student is
      *> never left without them. For the last child in the family the
      *> contacts are moved instead, leaving nothing under the FAM-ID.
      *>---------------------------------------------------------------
       8500-LEAVE-FAMILY.
           IF NOT WS-IN-FAMILY
               DISPLAY 'STUDENT IS NOT IN A FAMILY.'
           ELSE
               MOVE WS-KEY-ENTERED TO FAM-STUDENT-NUMBER
               DELETE FAMILY-FILE
               IF WS-FAM-STATUS-OK
                   DISPLAY 'STUDENT REMOVED FROM FAMILY ' WS-CUR-FAM-ID
                   MOVE 'N' TO WS-FAM-SHOW-SW
                   PERFORM 8600-WALK-MEMBERS THRU 8600-EXIT
                   MOVE WS-CUR-FAM-ID TO WS-MERGE-FROM
                   MOVE WS-KEY-ENTERED TO WS-MERGE-TO
                   IF WS-FAM-MEMBERS = ZERO
                       MOVE 'Y' TO WS-MERGE-MOVE-SW
                   ELSE
                       MOVE 'N' TO WS-MERGE-MOVE-SW
                   END-IF
                   PERFORM 8400-MERGE-CONTACTS THRU 8400-EXIT
               ELSE
                   DISPLAY 'LEAVE FAILED - FILE STATUS ' WS-FAM-STATUS
               END-IF
           END-IF.
       8500-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 8600-WALK-MEMBERS - the children linked into WS-CUR-FAM-ID,
      *> off the FAM-ID alternate key, counted into WS-FAM-MEMBERS;
      *> with WS-FAM-SHOW set each is also shown with room and status.
      *>---------------------------------------------------------------
       8600-WALK-MEMBERS.
           MOVE ZERO TO WS-FAM-MEMBERS
           MOVE WS-CUR-FAM-ID TO FAM-ID
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
                           IF FAM-ID NOT = WS-CUR-FAM-ID
                               MOVE 'Y' TO WS-FAM-EOF
                           ELSE
                               ADD 1 TO WS-FAM-MEMBERS
                               IF WS-FAM-SHOW
                                   PERFORM 8610-SHOW-MEMBER
                                       THRU 8610-EXIT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       8600-EXIT.
           EXIT.

       8610-SHOW-MEMBER.
           MOVE FAM-STUDENT-NUMBER TO STUDENT-NUMBER
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY 'MEMBER  : ' FAM-STUDENT-NUMBER
                       ' NOT ON MASTER'
               NOT INVALID KEY
                   IF STUDENT-STATUS = 'W'
                       DISPLAY 'MEMBER  : ' STUDENT-NUMBER ' '
                           STUDENT-NAME ' ROOM ' CLASSROOM
                           ' WITHDRAWN'
                   ELSE
                       DISPLAY 'MEMBER  : ' STUDENT-NUMBER ' '
                           STUDENT-NAME ' ROOM ' CLASSROOM
                   END-IF
           END-READ.
       8610-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 8700-DROP-MEMBER - a deleted student's FAMILY-FILE record goes
      *> with them; when they were the family's last child the family's
      *> contacts go too, as their own would have.
      *>---------------------------------------------------------------
       8700-DROP-MEMBER.
           MOVE WS-KEY-ENTERED TO FAM-STUDENT-NUMBER
           DELETE FAMILY-FILE
           IF WS-FAM-STATUS-OK
               MOVE 'N' TO WS-FAM-SHOW-SW
               PERFORM 8600-WALK-MEMBERS THRU 8600-EXIT
               IF WS-FAM-MEMBERS = ZERO
                   DISPLAY 'LAST CHILD OF FAMILY ' WS-CUR-FAM-ID
                   MOVE WS-CUR-FAM-ID TO WS-CONTACT-KEY
                   PERFORM 5500-PURGE-GUARDIANS THRU 5500-EXIT
               ELSE
                   DISPLAY 'STUDENT REMOVED FROM FAMILY ' WS-CUR-FAM-ID
               END-IF
           ELSE
               DISPLAY 'FAMILY UNLINK FAILED - FILE STATUS '
                   WS-FAM-STATUS
           END-IF.
       8700-EXIT.
           EXIT.
