      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. timetable_print.
       AUTHOR. ALI ALMOHAMMED SALEH.
      *>---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  AAS  Initial version - prints the weekly
      *>                    TIMETABLE-MASTER as a grid of periods down
      *>                    and days across: one page per room on the
      *>                    CLASSROOM-MASTER to timetable_rooms.txt
      *>                    (subject over teacher ID in each cell) and
      *>                    one per teacher on the TEACHER-MASTER to
      *>                    timetable_teachers.txt (subject over room
      *>                    code). A room or teacher with nothing
      *>                    timetabled says so rather than vanishing.
      *>                    Slots whose room or teacher has left the
      *>                    masters are timetable_clash_check's to
      *>                    flag; they have no page here.
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
           SELECT ROOM-TIMETABLE ASSIGN TO
               'timetable_rooms.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TEACHER-TIMETABLE ASSIGN TO
               'timetable_teachers.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD   TIMETABLE-MASTER.
           COPY timetbl.

       FD   CLASSROOM-MASTER.
           COPY classrm.

       FD   TEACHER-MASTER.
           COPY teachers.

       FD   ROOM-TIMETABLE.
       01   ROOM-LINE                    PIC X(90).

       FD   TEACHER-TIMETABLE.
       01   TEACHER-LINE                 PIC X(90).

       WORKING-STORAGE SECTION.
       01   WS-EOF                       PIC X VALUE 'N'.
           88 WS-EOF-YES                VALUE 'Y'.
       01   WS-PERIOD-MAX                PIC 9(02) VALUE 10.
       01   WS-LAST-PERIOD               PIC 9(02) VALUE 1.
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
       01   WS-ROOM-COUNT                PIC 9(04) COMP VALUE ZERO.
       01   WS-ROOM-MAX                  PIC 9(04) COMP VALUE 999.
       01   WS-ROOM-TABLE.
           05 WS-ROOM-ENTRY OCCURS 999 TIMES.
               10 WS-RM-CODE             PIC X(3).
               10 WS-RM-NAME             PIC X(20).
       01   WS-ROOM-IX                   PIC 9(04) COMP VALUE ZERO.
       01   WS-TM-EOF                    PIC X VALUE 'N'.
           88 WS-TM-EOF-YES             VALUE 'Y'.
       01   WS-TM-COUNT                  PIC 9(04) COMP VALUE ZERO.
       01   WS-TM-MAX                    PIC 9(04) COMP VALUE 999.
       01   WS-TM-TABLE.
           05 WS-TM-ENTRY OCCURS 999 TIMES.
               10 WS-TM-ID               PIC X(5).
               10 WS-TM-NAME             PIC X(25).
               10 WS-TM-SUBJECT          PIC X(12).
       01   WS-TM-IX                     PIC 9(04) COMP VALUE ZERO.
      *> One week's grid for the room or teacher being printed: a row
      *> per period, a cell per day, two lines to a cell.
       01   WS-GRID.
           05 WS-GRID-PERIOD OCCURS 10 TIMES.
               10 WS-GRID-CELL OCCURS 5 TIMES.
                   15 WS-CELL-TOP        PIC X(12).
                   15 WS-CELL-BOTTOM     PIC X(12).
       01   WS-GRID-IX                   PIC 9(02) VALUE ZERO.
       01   WS-DAY-IX                    PIC 9(02) VALUE ZERO.
       01   WS-SLOTS-FOUND               PIC 9(04) COMP VALUE ZERO.
       01   WS-SLOTS-FOUND-ED            PIC ZZZ9.
       01   WS-GRID-LINE.
           05 WS-GL-LABEL                PIC X(10).
           05 WS-GL-CELL OCCURS 5 TIMES.
               10 WS-GL-TEXT             PIC X(12).
               10 FILLER                 PIC X(4).
       01   WS-GRID-HEADING.
           05 FILLER                     PIC X(10) VALUE 'PERIOD'.
           05 FILLER                     PIC X(16) VALUE 'MON'.
           05 FILLER                     PIC X(16) VALUE 'TUE'.
           05 FILLER                     PIC X(16) VALUE 'WED'.
           05 FILLER                     PIC X(16) VALUE 'THU'.
           05 FILLER                     PIC X(16) VALUE 'FRI'.
       01   WS-GRID-RULE                 PIC X(90) VALUE ALL '-'.
       01   WS-PERIOD-ED                 PIC Z9.
       01   WS-PRINT-MODE                PIC X VALUE 'R'.
           88 WS-PRINTING-ROOMS          VALUE 'R'.
           88 WS-PRINTING-TEACHERS       VALUE 'T'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LOAD-TIMETABLE THRU 1000-EXIT.
           PERFORM 1200-LOAD-ROOMS THRU 1200-EXIT.
           PERFORM 1300-LOAD-TEACHERS THRU 1300-EXIT.
           OPEN OUTPUT ROOM-TIMETABLE.
           OPEN OUTPUT TEACHER-TIMETABLE.
           MOVE '**** WEEKLY TIMETABLE BY ROOM ****' TO ROOM-LINE
           WRITE ROOM-LINE
           MOVE '**** WEEKLY TIMETABLE BY TEACHER ****' TO TEACHER-LINE
           WRITE TEACHER-LINE
           MOVE 'R' TO WS-PRINT-MODE
           PERFORM 3000-PRINT-ROOM
               VARYING WS-ROOM-IX FROM 1 BY 1
               UNTIL WS-ROOM-IX > WS-ROOM-COUNT.
           MOVE 'T' TO WS-PRINT-MODE
           PERFORM 4000-PRINT-TEACHER
               VARYING WS-TM-IX FROM 1 BY 1
               UNTIL WS-TM-IX > WS-TM-COUNT.
           CLOSE ROOM-TIMETABLE.
           CLOSE TEACHER-TIMETABLE.
           DISPLAY 'ROOM TIMETABLES    : timetable_rooms.txt'
           DISPLAY 'TEACHER TIMETABLES : timetable_teachers.txt'
           STOP RUN.

      *>---------------------------------------------------------------
      *> 1000-LOAD-TIMETABLE - every slot into the table, noting the
      *> last period anything is taught in so the grids stop there.
      *> A slot whose day or period falls outside the week is left
      *> off; the clash check reports it.
      *>---------------------------------------------------------------
       1000-LOAD-TIMETABLE.
           OPEN INPUT TIMETABLE-MASTER
           PERFORM UNTIL WS-EOF-YES
               READ TIMETABLE-MASTER
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-TT-COUNT < WS-TT-MAX
                          AND TT-DAY IS NUMERIC
                          AND TT-DAY NOT < 1
                          AND TT-DAY NOT > 5
                          AND TT-PERIOD IS NUMERIC
                          AND TT-PERIOD NOT < 1
                          AND TT-PERIOD NOT > WS-PERIOD-MAX
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
                           IF TT-PERIOD > WS-LAST-PERIOD
                               MOVE TT-PERIOD TO WS-LAST-PERIOD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIMETABLE-MASTER
           MOVE 'N' TO WS-EOF.
       1000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1200-LOAD-ROOMS - room codes and names off the classroom
      *> master, in master order.
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
                           MOVE CM-ROOM-NAME
                               TO WS-RM-NAME(WS-ROOM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLASSROOM-MASTER
           MOVE 'N' TO WS-EOF.
       1200-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1300-LOAD-TEACHERS - teacher IDs, names and subjects off the
      *> teacher master, in master order.
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
                           MOVE TM-NAME TO WS-TM-NAME(WS-TM-COUNT)
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
      *> 3000-PRINT-ROOM - one room's week: its heading, then the grid
      *> filled from every slot booked into the room.
      *>---------------------------------------------------------------
       3000-PRINT-ROOM.
           MOVE SPACES TO WS-GRID
           MOVE ZERO TO WS-SLOTS-FOUND
           PERFORM 3100-FILL-ROOM-CELL
               VARYING WS-TT-IX FROM 1 BY 1
               UNTIL WS-TT-IX > WS-TT-COUNT
           MOVE SPACES TO ROOM-LINE
           WRITE ROOM-LINE
           MOVE SPACES TO ROOM-LINE
           STRING '---- ROOM ' DELIMITED BY SIZE
               WS-RM-CODE(WS-ROOM-IX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RM-NAME(WS-ROOM-IX) DELIMITED BY SIZE
               ' ----' DELIMITED BY SIZE
               INTO ROOM-LINE
           WRITE ROOM-LINE
           IF WS-SLOTS-FOUND = ZERO
               MOVE '  NO LESSONS TIMETABLED' TO ROOM-LINE
               WRITE ROOM-LINE
           ELSE
               PERFORM 5000-PRINT-GRID THRU 5000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-FILL-ROOM-CELL.
           IF WS-TBL-ROOM(WS-TT-IX) = WS-RM-CODE(WS-ROOM-IX)
               ADD 1 TO WS-SLOTS-FOUND
               MOVE WS-TBL-SUBJECT(WS-TT-IX)
                   TO WS-CELL-TOP(WS-TBL-PERIOD(WS-TT-IX),
                                  WS-TBL-DAY(WS-TT-IX))
               MOVE WS-TBL-TEACHER(WS-TT-IX)
                   TO WS-CELL-BOTTOM(WS-TBL-PERIOD(WS-TT-IX),
                                     WS-TBL-DAY(WS-TT-IX))
           END-IF.
       3100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 4000-PRINT-TEACHER - one teacher's week: their heading, then
      *> the grid filled from every slot they take.
      *>---------------------------------------------------------------
       4000-PRINT-TEACHER.
           MOVE SPACES TO WS-GRID
           MOVE ZERO TO WS-SLOTS-FOUND
           PERFORM 4100-FILL-TEACHER-CELL
               VARYING WS-TT-IX FROM 1 BY 1
               UNTIL WS-TT-IX > WS-TT-COUNT
           MOVE SPACES TO TEACHER-LINE
           WRITE TEACHER-LINE
           MOVE SPACES TO TEACHER-LINE
           STRING '---- ' DELIMITED BY SIZE
               WS-TM-ID(WS-TM-IX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TM-NAME(WS-TM-IX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TM-SUBJECT(WS-TM-IX) DELIMITED BY SIZE
               ' ----' DELIMITED BY SIZE
               INTO TEACHER-LINE
           WRITE TEACHER-LINE
           IF WS-SLOTS-FOUND = ZERO
               MOVE '  NO LESSONS TIMETABLED' TO TEACHER-LINE
               WRITE TEACHER-LINE
           ELSE
               PERFORM 5000-PRINT-GRID THRU 5000-EXIT
               MOVE WS-SLOTS-FOUND TO WS-SLOTS-FOUND-ED
               MOVE SPACES TO TEACHER-LINE
               STRING '  PERIODS TAUGHT PER WEEK=' DELIMITED BY SIZE
                   WS-SLOTS-FOUND-ED DELIMITED BY SIZE
                   INTO TEACHER-LINE
               WRITE TEACHER-LINE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-FILL-TEACHER-CELL.
           IF WS-TBL-TEACHER(WS-TT-IX) = WS-TM-ID(WS-TM-IX)
               ADD 1 TO WS-SLOTS-FOUND
               MOVE WS-TBL-SUBJECT(WS-TT-IX)
                   TO WS-CELL-TOP(WS-TBL-PERIOD(WS-TT-IX),
                                  WS-TBL-DAY(WS-TT-IX))
               MOVE SPACES
                   TO WS-CELL-BOTTOM(WS-TBL-PERIOD(WS-TT-IX),
                                     WS-TBL-DAY(WS-TT-IX))
               STRING 'ROOM ' DELIMITED BY SIZE
                   WS-TBL-ROOM(WS-TT-IX) DELIMITED BY SIZE
                   INTO WS-CELL-BOTTOM(WS-TBL-PERIOD(WS-TT-IX),
                                       WS-TBL-DAY(WS-TT-IX))
           END-IF.
       4100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 5000-PRINT-GRID - the grid just filled, onto whichever
      *> timetable is being printed: the day heading, then two lines
      *> per period up to the last period anything is taught in.
      *>---------------------------------------------------------------
       5000-PRINT-GRID.
           MOVE WS-GRID-HEADING TO WS-GRID-LINE
           PERFORM 5900-WRITE-GRID-LINE THRU 5900-EXIT
           MOVE WS-GRID-RULE TO WS-GRID-LINE
           PERFORM 5900-WRITE-GRID-LINE THRU 5900-EXIT
           PERFORM 5100-PRINT-PERIOD
               VARYING WS-GRID-IX FROM 1 BY 1
               UNTIL WS-GRID-IX > WS-LAST-PERIOD.
       5000-EXIT.
           EXIT.

       5100-PRINT-PERIOD.
           MOVE SPACES TO WS-GRID-LINE
           MOVE WS-GRID-IX TO WS-PERIOD-ED
           MOVE WS-PERIOD-ED TO WS-GL-LABEL(3:2)
           PERFORM 5110-MOVE-TOP
               VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > 5
           PERFORM 5900-WRITE-GRID-LINE THRU 5900-EXIT
           MOVE SPACES TO WS-GRID-LINE
           PERFORM 5120-MOVE-BOTTOM
               VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > 5
           PERFORM 5900-WRITE-GRID-LINE THRU 5900-EXIT.
       5100-EXIT.
           EXIT.

       5110-MOVE-TOP.
           MOVE WS-CELL-TOP(WS-GRID-IX, WS-DAY-IX)
               TO WS-GL-TEXT(WS-DAY-IX).
       5110-EXIT.
           EXIT.

       5120-MOVE-BOTTOM.
           MOVE WS-CELL-BOTTOM(WS-GRID-IX, WS-DAY-IX)
               TO WS-GL-TEXT(WS-DAY-IX).
       5120-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 5900-WRITE-GRID-LINE - one grid line onto the room or the
      *> teacher timetable, whichever is being printed.
      *>---------------------------------------------------------------
       5900-WRITE-GRID-LINE.
           IF WS-PRINTING-ROOMS
               MOVE WS-GRID-LINE TO ROOM-LINE
               WRITE ROOM-LINE
           ELSE
               MOVE WS-GRID-LINE TO TEACHER-LINE
               WRITE TEACHER-LINE
           END-IF.
       5900-EXIT.
           EXIT.
