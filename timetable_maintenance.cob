      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. timetable_maintenance.
       AUTHOR. ALI ALMOHAMMED SALEH.
      *>---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  AAS  Initial version - add/change/delete/inquire
      *>                    over the weekly TIMETABLE-MASTER (the shared
      *>                    TIMETBL record: day, period, room, teacher
      *>                    ID, subject), in the same table style as
      *>                    classroom_maintenance: the whole timetable
      *>                    is read into a table at start-up, edited in
      *>                    place, and written back out on Quit. The
      *>                    room must be on the CLASSROOM-MASTER and
      *>                    the teacher on the TEACHER-MASTER, and an
      *>                    edit that would put a room or a teacher in
      *>                    two places in the same day and period is
      *>                    refused. The table is kept in day, period,
      *>                    room order so the file reads as a week.
      *>   2026-10-15  AAS  Operator sign-on against operators.dat (the
      *>                    shared OPERATOR layout) before the menu,
      *>                    three tries, each failure logged to
      *>                    signon_failures.dat (the shared SIGNLOG
      *>                    layout), as classroom_maintenance does. Add
      *>                    and Change are limited to the registrar and
      *>                    administrators, Delete to administrators;
      *>                    anyone signed on may Inquire and List.
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TIMETABLE-MASTER ASSIGN TO
               'timetable_master.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLASSROOM-MASTER ASSIGN TO
               'classroom_master.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD   TIMETABLE-MASTER.
           COPY timetbl.

       FD   CLASSROOM-MASTER.
           COPY classrm.

       FD   TEACHER-MASTER.
           COPY teachers.

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
           88 WS-CHOICE-INQUIRE          VALUE 'I' 'i'.
           88 WS-CHOICE-LIST             VALUE 'L' 'l'.
           88 WS-CHOICE-QUIT             VALUE 'Q' 'q'.
       01   WS-DAY-ENTERED               PIC X(1).
       01   WS-PERIOD-ENTERED            PIC X(2).
       01   WS-ROOM-ENTERED              PIC X(3).
       01   WS-TEACHER-ENTERED           PIC X(5).
       01   WS-SUBJECT-ENTERED           PIC X(12).
       01   WS-SLOT-KEY.
           05 WS-SLOT-DAY                PIC 9(01).
           05 WS-SLOT-PERIOD             PIC 9(02).
           05 WS-SLOT-ROOM               PIC X(3).
       01   WS-PERIOD-MAX                PIC 9(02) VALUE 10.
       01   WS-DAY-NAMES.
           05 FILLER                     PIC X(3) VALUE 'MON'.
           05 FILLER                     PIC X(3) VALUE 'TUE'.
           05 FILLER                     PIC X(3) VALUE 'WED'.
           05 FILLER                     PIC X(3) VALUE 'THU'.
           05 FILLER                     PIC X(3) VALUE 'FRI'.
       01   WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME OCCURS 5 TIMES PIC X(3).
       01   WS-VALID-SW                  PIC X VALUE 'Y'.
           88 WS-RECORD-VALID            VALUE 'Y'.
           88 WS-RECORD-INVALID          VALUE 'N'.
       01   WS-REJECT-REASON             PIC X(40) VALUE SPACES.
       01   WS-TT-COUNT                  PIC 9(04) COMP VALUE ZERO.
       01   WS-TT-MAX                    PIC 9(04) COMP VALUE 2999.
       01   WS-TT-TABLE.
           05 WS-TT-ENTRY OCCURS 2999 TIMES.
               10 WS-TBL-KEY.
                   15 WS-TBL-DAY         PIC 9(01).
                   15 WS-TBL-PERIOD      PIC 9(02).
                   15 WS-TBL-ROOM        PIC X(3).
               10 WS-TBL-TEACHER         PIC X(5).
               10 WS-TBL-SUBJECT         PIC X(12).
       01   WS-TT-IX                     PIC 9(04) COMP VALUE ZERO.
       01   WS-FOUND-IX                  PIC 9(04) COMP VALUE ZERO.
       01   WS-EDIT-IX                   PIC 9(04) COMP VALUE ZERO.
       01   WS-CLASH-IX                  PIC 9(04) COMP VALUE ZERO.
       01   WS-INSERT-IX                 PIC 9(04) COMP VALUE ZERO.
       01   WS-TT-COUNT-ED               PIC ZZZ9.
       01   WS-ROOM-COUNT                PIC 9(04) COMP VALUE ZERO.
       01   WS-ROOM-MAX                  PIC 9(04) COMP VALUE 999.
       01   WS-ROOM-TABLE.
           05 WS-ROOM-ENTRY OCCURS 999 TIMES.
               10 WS-RM-CODE             PIC X(3).
       01   WS-ROOM-IX                   PIC 9(04) COMP VALUE ZERO.
       01   WS-TM-EOF                    PIC X VALUE 'N'.
           88 WS-TM-EOF-YES             VALUE 'Y'.
       01   WS-TM-COUNT                  PIC 9(04) COMP VALUE ZERO.
       01   WS-TM-MAX                    PIC 9(04) COMP VALUE 999.
       01   WS-TM-TABLE.
           05 WS-TM-ENTRY OCCURS 999 TIMES.
               10 WS-TM-ID               PIC X(5).
               10 WS-TM-SUBJECT          PIC X(12).
       01   WS-TM-IX                     PIC 9(04) COMP VALUE ZERO.
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
               PERFORM 1200-LOAD-ROOMS THRU 1200-EXIT
               PERFORM 1300-LOAD-TEACHERS THRU 1300-EXIT
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
           MOVE 'timetable_maintenance' TO SL-PROGRAM
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
      *> administrator may Add or Change a slot, and only an
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
      *> 1000-LOAD-MASTER - the whole timetable into the table, in the
      *> day, period, room order the file was last saved in.
      *>---------------------------------------------------------------
       1000-LOAD-MASTER.
           OPEN INPUT TIMETABLE-MASTER
           PERFORM UNTIL WS-EOF-YES
               READ TIMETABLE-MASTER
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-TT-COUNT < WS-TT-MAX
                           ADD 1 TO WS-TT-COUNT
                           MOVE TT-DAY TO WS-TBL-DAY(WS-TT-COUNT)
                           MOVE TT-PERIOD
                               TO WS-TBL-PERIOD(WS-TT-COUNT)
                           MOVE TT-ROOM-CODE
                               TO WS-TBL-ROOM(WS-TT-COUNT)
                           MOVE TT-TEACHER-ID
                               TO WS-TBL-TEACHER(WS-TT-COUNT)
                           MOVE TT-SUBJECT
                               TO WS-TBL-SUBJECT(WS-TT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIMETABLE-MASTER
           MOVE 'N' TO WS-EOF
           MOVE WS-TT-COUNT TO WS-TT-COUNT-ED
           DISPLAY 'SLOTS ON TIMETABLE: ' WS-TT-COUNT-ED.
       1000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1200-LOAD-ROOMS - the valid room codes off the classroom
      *> master, so a slot can only be booked into a room that exists.
      *>---------------------------------------------------------------
       1200-LOAD-ROOMS.
           OPEN INPUT CLASSROOM-MASTER
           PERFORM UNTIL WS-EOF-YES
               READ CLASSROOM-MASTER
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ROOM-COUNT < WS-ROOM-MAX
                           ADD 1 TO WS-ROOM-COUNT
                           MOVE CM-ROOM-CODE
                               TO WS-RM-CODE(WS-ROOM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLASSROOM-MASTER
           MOVE 'N' TO WS-EOF.
       1200-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1300-LOAD-TEACHERS - the teacher IDs and their subjects off
      *> the teacher master. The subject is carried so a slot keyed
      *> with the subject left blank takes the teacher's own.
      *>---------------------------------------------------------------
       1300-LOAD-TEACHERS.
           OPEN INPUT TEACHER-MASTER
           PERFORM UNTIL WS-TM-EOF-YES
               READ TEACHER-MASTER
                   AT END
                       MOVE 'Y' TO WS-TM-EOF
                   NOT AT END
                       IF WS-TM-COUNT < WS-TM-MAX
                           ADD 1 TO WS-TM-COUNT
                           MOVE TM-TEACHER-ID
                               TO WS-TM-ID(WS-TM-COUNT)
                           MOVE TM-SUBJECT
                               TO WS-TM-SUBJECT(WS-TM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEACHER-MASTER
           MOVE 'N' TO WS-TM-EOF.
       1300-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1100-SHOW-MENU - prompts for and accepts the next action code.
      *>---------------------------------------------------------------
       1100-SHOW-MENU.
           DISPLAY 'WEEKLY TIMETABLE MAINTENANCE'
           DISPLAY '  A = Add   C = Change   D = Delete'
           DISPLAY '  I = Inquire   L = List all   Q = Quit'
           DISPLAY 'Enter choice: ' WITH NO ADVANCING
           ACCEPT WS-CHOICE.
       1100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2000-DISPATCH - routes to the paragraph for the chosen action.
      *>---------------------------------------------------------------
       2000-DISPATCH.
           IF WS-CHOICE-ADD
               PERFORM 3000-ADD-SLOT THRU 3000-EXIT
           ELSE
               IF WS-CHOICE-CHANGE
                   PERFORM 4000-CHANGE-SLOT THRU 4000-EXIT
               ELSE
                   IF WS-CHOICE-DELETE
                       PERFORM 5000-DELETE-SLOT THRU 5000-EXIT
                   ELSE
                       IF WS-CHOICE-INQUIRE
                           PERFORM 6000-INQUIRE-SLOT THRU 6000-EXIT
                       ELSE
                           IF WS-CHOICE-LIST
                               PERFORM 6500-LIST-SLOTS THRU 6500-EXIT
                           ELSE
                               IF WS-CHOICE-QUIT
                                   MOVE 'Y' TO WS-DONE-SW
                               ELSE
                                   DISPLAY 'INVALID CHOICE - TRY AGAIN'
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2100-FIND-SLOT - table scan for the day, period and room just
      *> keyed; WS-FOUND-IX lands past WS-TT-COUNT when the room is
      *> free in that slot.
      *>---------------------------------------------------------------
       2100-FIND-SLOT.
           PERFORM 2110-SCAN-SLOT
               VARYING WS-FOUND-IX FROM 1 BY 1
               UNTIL WS-FOUND-IX > WS-TT-COUNT
                  OR WS-TBL-KEY(WS-FOUND-IX) = WS-SLOT-KEY.
       2100-EXIT.
           EXIT.

       2110-SCAN-SLOT.
           CONTINUE.
       2110-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2600-ACCEPT-SLOT - prompts for the day, period and room that
      *> identify a slot and edits them: day 1 to 5, period 1 to the
      *> last period of the day (a single digit is taken as given),
      *> room not blank. The edited values land in WS-SLOT-KEY.
      *>---------------------------------------------------------------
       2600-ACCEPT-SLOT.
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           DISPLAY 'DAY (1=MON .. 5=FRI): ' WITH NO ADVANCING
           ACCEPT WS-DAY-ENTERED
           DISPLAY 'PERIOD         : ' WITH NO ADVANCING
           ACCEPT WS-PERIOD-ENTERED
           DISPLAY 'ROOM CODE      : ' WITH NO ADVANCING
           ACCEPT WS-ROOM-ENTERED
           IF WS-PERIOD-ENTERED(2:1) = SPACE
               MOVE WS-PERIOD-ENTERED(1:1) TO WS-PERIOD-ENTERED(2:1)
               MOVE '0' TO WS-PERIOD-ENTERED(1:1)
           END-IF
           IF WS-DAY-ENTERED IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'DAY MUST BE 1 TO 5' TO WS-REJECT-REASON
           ELSE
               MOVE WS-DAY-ENTERED TO WS-SLOT-DAY
               IF WS-SLOT-DAY < 1 OR WS-SLOT-DAY > 5
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'DAY MUST BE 1 TO 5' TO WS-REJECT-REASON
               ELSE
                   IF WS-PERIOD-ENTERED IS NOT NUMERIC
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'PERIOD NOT NUMERIC' TO WS-REJECT-REASON
                   ELSE
                       MOVE WS-PERIOD-ENTERED TO WS-SLOT-PERIOD
                       IF WS-SLOT-PERIOD < 1
                          OR WS-SLOT-PERIOD > WS-PERIOD-MAX
                           MOVE 'N' TO WS-VALID-SW
                           MOVE 'PERIOD OUTSIDE THE SCHOOL DAY'
                               TO WS-REJECT-REASON
                       ELSE
                           IF WS-ROOM-ENTERED = SPACES
                               MOVE 'N' TO WS-VALID-SW
                               MOVE 'MISSING ROOM CODE'
                                   TO WS-REJECT-REASON
                           ELSE
                               MOVE WS-ROOM-ENTERED TO WS-SLOT-ROOM
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2600-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2700-CHECK-ROOM - the room keyed must be on the classroom
      *> master. There is no mid-migration tolerance here: the
      *> timetable is new, and a slot in a room that doesn't exist is
      *> exactly what the nightly clash check would have to flag.
      *>---------------------------------------------------------------
       2700-CHECK-ROOM.
           PERFORM 2710-SCAN-ROOM
               VARYING WS-ROOM-IX FROM 1 BY 1
               UNTIL WS-ROOM-IX > WS-ROOM-COUNT
                  OR WS-RM-CODE(WS-ROOM-IX) = WS-SLOT-ROOM
           IF WS-ROOM-IX > WS-ROOM-COUNT
               MOVE 'N' TO WS-VALID-SW
               MOVE 'ROOM NOT ON CLASSROOM MASTER' TO WS-REJECT-REASON
           END-IF.
       2700-EXIT.
           EXIT.

       2710-SCAN-ROOM.
           CONTINUE.
       2710-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3000-ADD-SLOT - a new slot: the key must edit clean, the room
      *> must exist and be free in that day and period, and the
      *> teacher fields must stand up. Only then is the entry inserted,
      *> in key order, so a rejected Add leaves the table untouched.
      *>---------------------------------------------------------------
       3000-ADD-SLOT.
           PERFORM 2600-ACCEPT-SLOT THRU 2600-EXIT
           IF WS-RECORD-VALID
               PERFORM 2700-CHECK-ROOM THRU 2700-EXIT
           END-IF
           IF WS-RECORD-INVALID
               DISPLAY 'ADD REJECTED - ' WS-REJECT-REASON
           ELSE
               PERFORM 2100-FIND-SLOT THRU 2100-EXIT
               IF WS-FOUND-IX NOT > WS-TT-COUNT
                   DISPLAY 'ADD REJECTED - ROOM ALREADY BOOKED: '
                       WS-DAY-NAME(WS-SLOT-DAY) ' PERIOD '
                       WS-SLOT-PERIOD ' ROOM ' WS-SLOT-ROOM
                       ' HAS ' WS-TBL-TEACHER(WS-FOUND-IX) ' '
                       WS-TBL-SUBJECT(WS-FOUND-IX)
               ELSE
                   IF WS-TT-COUNT NOT < WS-TT-MAX
                       DISPLAY 'TIMETABLE TABLE FULL.'
                   ELSE
                       MOVE ZERO TO WS-EDIT-IX
                       PERFORM 3100-ACCEPT-FIELDS THRU 3100-EXIT
                       IF WS-RECORD-INVALID
                           DISPLAY 'ADD REJECTED - ' WS-REJECT-REASON
                       ELSE
                           PERFORM 3300-INSERT-SLOT THRU 3300-EXIT
                           DISPLAY 'SLOT ADDED.'
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3100-ACCEPT-FIELDS - prompts for the teacher and subject and
      *> edits them: the teacher must be on the teacher master and
      *> must not already be teaching somewhere else in the same day
      *> and period. The entry WS-EDIT-IX points at (zero on an Add)
      *> is left out of that check, so a Change that keeps the same
      *> teacher doesn't clash with itself. A blank subject takes the
      *> teacher's own from the master. Nothing is moved onto the
      *> table here.
      *>---------------------------------------------------------------
       3100-ACCEPT-FIELDS.
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           DISPLAY 'TEACHER ID     : ' WITH NO ADVANCING
           ACCEPT WS-TEACHER-ENTERED
           DISPLAY 'SUBJECT        : ' WITH NO ADVANCING
           ACCEPT WS-SUBJECT-ENTERED
           IF WS-TEACHER-ENTERED = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'MISSING TEACHER ID' TO WS-REJECT-REASON
           ELSE
               PERFORM 3110-SCAN-TEACHER
                   VARYING WS-TM-IX FROM 1 BY 1
                   UNTIL WS-TM-IX > WS-TM-COUNT
                      OR WS-TM-ID(WS-TM-IX) = WS-TEACHER-ENTERED
               IF WS-TM-IX > WS-TM-COUNT
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'TEACHER ID NOT ON MASTER' TO WS-REJECT-REASON
               ELSE
                   IF WS-SUBJECT-ENTERED = SPACES
                       MOVE WS-TM-SUBJECT(WS-TM-IX)
                           TO WS-SUBJECT-ENTERED
                   END-IF
                   PERFORM 3200-CHECK-TEACHER-FREE THRU 3200-EXIT
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3110-SCAN-TEACHER.
           CONTINUE.
       3110-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3200-CHECK-TEACHER-FREE - the teacher keyed against every
      *> other slot in the same day and period.
      *>---------------------------------------------------------------
       3200-CHECK-TEACHER-FREE.
           PERFORM 3210-SCAN-CLASH
               VARYING WS-CLASH-IX FROM 1 BY 1
               UNTIL WS-CLASH-IX > WS-TT-COUNT
                  OR (WS-TBL-DAY(WS-CLASH-IX) = WS-SLOT-DAY
                      AND WS-TBL-PERIOD(WS-CLASH-IX) = WS-SLOT-PERIOD
                      AND WS-TBL-TEACHER(WS-CLASH-IX)
                          = WS-TEACHER-ENTERED
                      AND WS-CLASH-IX NOT = WS-EDIT-IX)
           IF WS-CLASH-IX NOT > WS-TT-COUNT
               MOVE 'N' TO WS-VALID-SW
               MOVE SPACES TO WS-REJECT-REASON
               STRING 'TEACHER ALREADY BOOKED IN ROOM '
                       DELIMITED BY SIZE
                   WS-TBL-ROOM(WS-CLASH-IX) DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
           END-IF.
       3200-EXIT.
           EXIT.

       3210-SCAN-CLASH.
           CONTINUE.
       3210-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3300-INSERT-SLOT - the new slot into the table at its place
      *> in day, period, room order, the entries above it shifted up a
      *> place to make room.
      *>---------------------------------------------------------------
       3300-INSERT-SLOT.
           PERFORM 3310-SCAN-INSERT
               VARYING WS-INSERT-IX FROM 1 BY 1
               UNTIL WS-INSERT-IX > WS-TT-COUNT
                  OR WS-TBL-KEY(WS-INSERT-IX) > WS-SLOT-KEY
           PERFORM 3320-SHIFT-UP
               VARYING WS-TT-IX FROM WS-TT-COUNT BY -1
               UNTIL WS-TT-IX < WS-INSERT-IX
           ADD 1 TO WS-TT-COUNT
           MOVE WS-SLOT-KEY TO WS-TBL-KEY(WS-INSERT-IX)
           MOVE WS-TEACHER-ENTERED TO WS-TBL-TEACHER(WS-INSERT-IX)
           MOVE WS-SUBJECT-ENTERED TO WS-TBL-SUBJECT(WS-INSERT-IX).
       3300-EXIT.
           EXIT.

       3310-SCAN-INSERT.
           CONTINUE.
       3310-EXIT.
           EXIT.

       3320-SHIFT-UP.
           MOVE WS-TT-ENTRY(WS-TT-IX) TO WS-TT-ENTRY(WS-TT-IX + 1).
       3320-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 4000-CHANGE-SLOT - re-prompts the teacher and subject of an
      *> existing slot. Moving a class to another room or slot is a
      *> Delete and an Add, so each end gets the full clash edit.
      *>---------------------------------------------------------------
       4000-CHANGE-SLOT.
           PERFORM 2600-ACCEPT-SLOT THRU 2600-EXIT
           IF WS-RECORD-INVALID
               DISPLAY 'UPDATE REJECTED - ' WS-REJECT-REASON
           ELSE
               PERFORM 2100-FIND-SLOT THRU 2100-EXIT
               IF WS-FOUND-IX > WS-TT-COUNT
                   DISPLAY 'NO SLOT ON TIMETABLE FOR THAT DAY, '
                       'PERIOD AND ROOM.'
               ELSE
                   DISPLAY 'CURRENT TEACHER: '
                       WS-TBL-TEACHER(WS-FOUND-IX)
                   DISPLAY 'CURRENT SUBJECT: '
                       WS-TBL-SUBJECT(WS-FOUND-IX)
                   MOVE WS-FOUND-IX TO WS-EDIT-IX
                   PERFORM 3100-ACCEPT-FIELDS THRU 3100-EXIT
                   IF WS-RECORD-INVALID
                       DISPLAY 'UPDATE REJECTED - ' WS-REJECT-REASON
                   ELSE
                       MOVE WS-TEACHER-ENTERED
                           TO WS-TBL-TEACHER(WS-EDIT-IX)
                       MOVE WS-SUBJECT-ENTERED
                           TO WS-TBL-SUBJECT(WS-EDIT-IX)
                       DISPLAY 'SLOT UPDATED.'
                   END-IF
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 5000-DELETE-SLOT - closes the gap in the table by shifting the
      *> entries above the one removed down a slot.
      *>---------------------------------------------------------------
       5000-DELETE-SLOT.
           PERFORM 2600-ACCEPT-SLOT THRU 2600-EXIT
           IF WS-RECORD-INVALID
               DISPLAY 'DELETE REJECTED - ' WS-REJECT-REASON
           ELSE
               PERFORM 2100-FIND-SLOT THRU 2100-EXIT
               IF WS-FOUND-IX > WS-TT-COUNT
                   DISPLAY 'NO SLOT ON TIMETABLE FOR THAT DAY, '
                       'PERIOD AND ROOM.'
               ELSE
                   DISPLAY 'DELETING: ' WS-DAY-NAME(WS-SLOT-DAY)
                       ' PERIOD ' WS-SLOT-PERIOD ' ROOM '
                       WS-SLOT-ROOM ' ' WS-TBL-TEACHER(WS-FOUND-IX)
                       ' ' WS-TBL-SUBJECT(WS-FOUND-IX)
                   PERFORM 5100-SHIFT-ENTRY
                       VARYING WS-TT-IX FROM WS-FOUND-IX BY 1
                       UNTIL WS-TT-IX NOT < WS-TT-COUNT
                   SUBTRACT 1 FROM WS-TT-COUNT
                   DISPLAY 'SLOT DELETED.'
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.

       5100-SHIFT-ENTRY.
           MOVE WS-TT-ENTRY(WS-TT-IX + 1) TO WS-TT-ENTRY(WS-TT-IX).
       5100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 6000-INQUIRE-SLOT - one slot on the console.
      *>---------------------------------------------------------------
       6000-INQUIRE-SLOT.
           PERFORM 2600-ACCEPT-SLOT THRU 2600-EXIT
           IF WS-RECORD-INVALID
               DISPLAY 'INQUIRY REJECTED - ' WS-REJECT-REASON
           ELSE
               PERFORM 2100-FIND-SLOT THRU 2100-EXIT
               IF WS-FOUND-IX > WS-TT-COUNT
                   DISPLAY 'ROOM IS FREE IN THAT SLOT.'
               ELSE
                   DISPLAY 'DAY      : ' WS-DAY-NAME(WS-SLOT-DAY)
                   DISPLAY 'PERIOD   : ' WS-SLOT-PERIOD
                   DISPLAY 'ROOM     : ' WS-SLOT-ROOM
                   DISPLAY 'TEACHER  : ' WS-TBL-TEACHER(WS-FOUND-IX)
                   DISPLAY 'SUBJECT  : ' WS-TBL-SUBJECT(WS-FOUND-IX)
               END-IF
           END-IF.
       6000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 6500-LIST-SLOTS - the whole timetable, one line per slot.
      *>---------------------------------------------------------------
       6500-LIST-SLOTS.
           PERFORM 6510-LIST-ONE-SLOT
               VARYING WS-TT-IX FROM 1 BY 1
               UNTIL WS-TT-IX > WS-TT-COUNT
           MOVE WS-TT-COUNT TO WS-TT-COUNT-ED
           DISPLAY 'SLOTS ON TIMETABLE: ' WS-TT-COUNT-ED.
       6500-EXIT.
           EXIT.

       6510-LIST-ONE-SLOT.
           IF WS-TBL-DAY(WS-TT-IX) NOT < 1
              AND WS-TBL-DAY(WS-TT-IX) NOT > 5
               DISPLAY WS-DAY-NAME(WS-TBL-DAY(WS-TT-IX)) ' P'
                   WS-TBL-PERIOD(WS-TT-IX) ' '
                   WS-TBL-ROOM(WS-TT-IX) ' '
                   WS-TBL-TEACHER(WS-TT-IX) ' '
                   WS-TBL-SUBJECT(WS-TT-IX)
           ELSE
               DISPLAY 'D' WS-TBL-DAY(WS-TT-IX) '  P'
                   WS-TBL-PERIOD(WS-TT-IX) ' '
                   WS-TBL-ROOM(WS-TT-IX) ' '
                   WS-TBL-TEACHER(WS-TT-IX) ' '
                   WS-TBL-SUBJECT(WS-TT-IX)
           END-IF.
       6510-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 9000-SAVE-MASTER - the table back out over the timetable, one
      *> full TIMETBL record per slot.
      *>---------------------------------------------------------------
       9000-SAVE-MASTER.
           OPEN OUTPUT TIMETABLE-MASTER
           PERFORM 9100-WRITE-SLOT
               VARYING WS-TT-IX FROM 1 BY 1
               UNTIL WS-TT-IX > WS-TT-COUNT
           CLOSE TIMETABLE-MASTER.
       9000-EXIT.
           EXIT.

       9100-WRITE-SLOT.
           MOVE SPACES TO TTREC
           MOVE WS-TBL-DAY(WS-TT-IX) TO TT-DAY
           MOVE WS-TBL-PERIOD(WS-TT-IX) TO TT-PERIOD
           MOVE WS-TBL-ROOM(WS-TT-IX) TO TT-ROOM-CODE
           MOVE WS-TBL-TEACHER(WS-TT-IX) TO TT-TEACHER-ID
           MOVE WS-TBL-SUBJECT(WS-TT-IX) TO TT-SUBJECT
           WRITE TTREC.
       9100-EXIT.
           EXIT.
