      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. timetable_clash_check.
       AUTHOR. ALI ALMOHAMMED SALEH.
      *>---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  AAS  Initial version - the nightly check of the
      *>                    weekly TIMETABLE-MASTER against the masters
      *>                    it points into. timetable_maintenance only
      *>                    books a slot into a room and to a teacher
      *>                    that exist, but either can be deleted
      *>                    afterwards through classroom_maintenance or
      *>                    teacher_maintenance, leaving the slot
      *>                    pointing at nothing. Every such slot is
      *>                    flagged on timetable_clash_report.txt and
      *>                    the console, along with any room or teacher
      *>                    booked twice in one day and period and any
      *>                    day or period outside the school week - the
      *>                    maintenance program refuses both, so they
      *>                    can only come from a hand edit of the file.
      *>                    The slots are flagged for the timetabler to
      *>                    re-key, not a reason to stop the night's
      *>                    stream, so the step always ends with a zero
      *>                    RETURN-CODE.
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
           SELECT CLASH-REPORT ASSIGN TO
               'timetable_clash_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD   TIMETABLE-MASTER.
           COPY timetbl.

       FD   CLASSROOM-MASTER.
           COPY classrm.

       FD   TEACHER-MASTER.
           COPY teachers.

       FD   CLASH-REPORT.
       01   CLASH-LINE                   PIC X(100).

       WORKING-STORAGE SECTION.
       01   WS-EOF                       PIC X VALUE 'N'.
           88 WS-EOF-YES                VALUE 'Y'.
       01   WS-PERIOD-MAX                PIC 9(02) VALUE 10.
       01   WS-TT-COUNT                  PIC 9(04) COMP VALUE ZERO.
       01   WS-TT-MAX                    PIC 9(04) COMP VALUE 2999.
       01   WS-TT-TABLE.
           05 WS-TT-ENTRY OCCURS 2999 TIMES.
               10 WS-TBL-DAY             PIC 9(01).
               10 WS-TBL-PERIOD          PIC 9(02).
               10 WS-TBL-ROOM            PIC X(3).
               10 WS-TBL-TEACHER         PIC X(5).
               10 WS-TBL-SUBJECT         PIC X(12).
       01   WS-TT-IX                     PIC 9(04) COMP VALUE ZERO.
       01   WS-OTHER-IX                  PIC 9(04) COMP VALUE ZERO.
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
       01   WS-TM-IX                     PIC 9(04) COMP VALUE ZERO.
       01   WS-SLOT-TEXT                 PIC X(40) VALUE SPACES.
       01   WS-FLAG-COUNT                PIC 9(05) COMP VALUE ZERO.
       01   WS-FLAG-COUNT-ED             PIC ZZZZ9.
       01   WS-TT-COUNT-ED               PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN OUTPUT CLASH-REPORT.
           MOVE '**** TIMETABLE CLASH CHECK ****' TO CLASH-LINE
           WRITE CLASH-LINE
           PERFORM 1000-LOAD-TIMETABLE THRU 1000-EXIT.
           PERFORM 1200-LOAD-ROOMS THRU 1200-EXIT.
           PERFORM 1300-LOAD-TEACHERS THRU 1300-EXIT.
           PERFORM 2000-CHECK-SLOT
               VARYING WS-TT-IX FROM 1 BY 1
               UNTIL WS-TT-IX > WS-TT-COUNT.
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           CLOSE CLASH-REPORT.
           IF WS-FLAG-COUNT NOT = ZERO
               DISPLAY 'TIMETABLE SLOTS FLAGGED - SEE '
                   'timetable_clash_report.txt'
           ELSE
               DISPLAY 'TIMETABLE CLEAN'
           END-IF
           STOP RUN.

      *>---------------------------------------------------------------
      *> 1000-LOAD-TIMETABLE - every slot into the table, so each can
      *> be compared with every other for double bookings.
      *>---------------------------------------------------------------
       1000-LOAD-TIMETABLE.
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
           MOVE 'N' TO WS-EOF.
       1000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1200-LOAD-ROOMS - the room codes currently on the classroom
      *> master.
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
      *> 1300-LOAD-TEACHERS - the teacher IDs currently on the teacher
      *> master.
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEACHER-MASTER
           MOVE 'N' TO WS-TM-EOF.
       1300-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2000-CHECK-SLOT - one slot: its day and period, its room and
      *> teacher against the masters, then against every later slot
      *> for a double booking (so each clashing pair is reported once).
      *>---------------------------------------------------------------
       2000-CHECK-SLOT.
           MOVE SPACES TO WS-SLOT-TEXT
           STRING 'DAY ' DELIMITED BY SIZE
               WS-TBL-DAY(WS-TT-IX) DELIMITED BY SIZE
               ' PERIOD ' DELIMITED BY SIZE
               WS-TBL-PERIOD(WS-TT-IX) DELIMITED BY SIZE
               ' ROOM ' DELIMITED BY SIZE
               WS-TBL-ROOM(WS-TT-IX) DELIMITED BY SIZE
               ' TEACHER ' DELIMITED BY SIZE
               WS-TBL-TEACHER(WS-TT-IX) DELIMITED BY SIZE
               INTO WS-SLOT-TEXT
           IF WS-TBL-DAY(WS-TT-IX) IS NOT NUMERIC
              OR WS-TBL-DAY(WS-TT-IX) < 1
              OR WS-TBL-DAY(WS-TT-IX) > 5
              OR WS-TBL-PERIOD(WS-TT-IX) IS NOT NUMERIC
              OR WS-TBL-PERIOD(WS-TT-IX) < 1
              OR WS-TBL-PERIOD(WS-TT-IX) > WS-PERIOD-MAX
               MOVE SPACES TO CLASH-LINE
               STRING WS-SLOT-TEXT DELIMITED BY SIZE
                   ' - DAY OR PERIOD OUTSIDE THE SCHOOL WEEK'
                       DELIMITED BY SIZE
                   INTO CLASH-LINE
               PERFORM 2900-WRITE-FLAG THRU 2900-EXIT
           END-IF
           PERFORM 2110-SCAN-ROOM
               VARYING WS-ROOM-IX FROM 1 BY 1
               UNTIL WS-ROOM-IX > WS-ROOM-COUNT
                  OR WS-RM-CODE(WS-ROOM-IX) = WS-TBL-ROOM(WS-TT-IX)
           IF WS-ROOM-IX > WS-ROOM-COUNT
               MOVE SPACES TO CLASH-LINE
               STRING WS-SLOT-TEXT DELIMITED BY SIZE
                   ' - ROOM NO LONGER ON CLASSROOM MASTER'
                       DELIMITED BY SIZE
                   INTO CLASH-LINE
               PERFORM 2900-WRITE-FLAG THRU 2900-EXIT
           END-IF
           PERFORM 2120-SCAN-TEACHER
               VARYING WS-TM-IX FROM 1 BY 1
               UNTIL WS-TM-IX > WS-TM-COUNT
                  OR WS-TM-ID(WS-TM-IX) = WS-TBL-TEACHER(WS-TT-IX)
           IF WS-TM-IX > WS-TM-COUNT
               MOVE SPACES TO CLASH-LINE
               STRING WS-SLOT-TEXT DELIMITED BY SIZE
                   ' - TEACHER NO LONGER ON TEACHER MASTER'
                       DELIMITED BY SIZE
                   INTO CLASH-LINE
               PERFORM 2900-WRITE-FLAG THRU 2900-EXIT
           END-IF
           PERFORM 2200-CHECK-PAIR
               VARYING WS-OTHER-IX FROM WS-TT-IX BY 1
               UNTIL WS-OTHER-IX > WS-TT-COUNT.
       2000-EXIT.
           EXIT.

       2110-SCAN-ROOM.
           CONTINUE.
       2110-EXIT.
           EXIT.

       2120-SCAN-TEACHER.
           CONTINUE.
       2120-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2200-CHECK-PAIR - the current slot against one later slot: the
      *> same day and period with the same room, or with the same
      *> teacher, is a double booking.
      *>---------------------------------------------------------------
       2200-CHECK-PAIR.
           IF WS-OTHER-IX > WS-TT-IX
              AND WS-TBL-DAY(WS-OTHER-IX) = WS-TBL-DAY(WS-TT-IX)
              AND WS-TBL-PERIOD(WS-OTHER-IX) = WS-TBL-PERIOD(WS-TT-IX)
               IF WS-TBL-ROOM(WS-OTHER-IX) = WS-TBL-ROOM(WS-TT-IX)
                   MOVE SPACES TO CLASH-LINE
                   STRING WS-SLOT-TEXT DELIMITED BY SIZE
                       ' - ROOM ALSO BOOKED TO ' DELIMITED BY SIZE
                       WS-TBL-TEACHER(WS-OTHER-IX) DELIMITED BY SIZE
                       INTO CLASH-LINE
                   PERFORM 2900-WRITE-FLAG THRU 2900-EXIT
               END-IF
               IF WS-TBL-TEACHER(WS-OTHER-IX)
                  = WS-TBL-TEACHER(WS-TT-IX)
                   MOVE SPACES TO CLASH-LINE
                   STRING WS-SLOT-TEXT DELIMITED BY SIZE
                       ' - TEACHER ALSO BOOKED IN ROOM '
                           DELIMITED BY SIZE
                       WS-TBL-ROOM(WS-OTHER-IX) DELIMITED BY SIZE
                       INTO CLASH-LINE
                   PERFORM 2900-WRITE-FLAG THRU 2900-EXIT
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2900-WRITE-FLAG - one report line per flagged slot, echoed to
      *> the console so it shows in the batch log as well.
      *>---------------------------------------------------------------
       2900-WRITE-FLAG.
           WRITE CLASH-LINE
           DISPLAY CLASH-LINE
           ADD 1 TO WS-FLAG-COUNT.
       2900-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 8000-WRITE-TOTALS - check totals onto the report trailer and
      *> the operator's console.
      *>---------------------------------------------------------------
       8000-WRITE-TOTALS.
           MOVE WS-TT-COUNT TO WS-TT-COUNT-ED
           MOVE WS-FLAG-COUNT TO WS-FLAG-COUNT-ED
           MOVE SPACES TO CLASH-LINE
           WRITE CLASH-LINE
           MOVE SPACES TO CLASH-LINE
           STRING 'SLOTS CHECKED      : ' DELIMITED BY SIZE
               WS-TT-COUNT-ED DELIMITED BY SIZE
               INTO CLASH-LINE
           WRITE CLASH-LINE
           MOVE SPACES TO CLASH-LINE
           STRING 'SLOTS FLAGGED      : ' DELIMITED BY SIZE
               WS-FLAG-COUNT-ED DELIMITED BY SIZE
               INTO CLASH-LINE
           WRITE CLASH-LINE
           DISPLAY 'SLOTS CHECKED      : ' WS-TT-COUNT-ED
           DISPLAY 'SLOTS FLAGGED      : ' WS-FLAG-COUNT-ED.
       8000-EXIT.
           EXIT.
