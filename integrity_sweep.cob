      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. integrity_sweep.
       AUTHOR. ALI ALMOHAMMED SALEH.
      *>---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  AAS  Initial version - the cross-file integrity
      *>                    sweep for the nightly batch, run straight
      *>                    after student_verify has passed the master
      *>                    itself. student_verify only holds the master
      *>                    to its control total; this step holds the
      *>                    satellite files to the master and to each
      *>                    other:
      *>                      - guardian contacts, attendance marks,
      *>                        grades and fee entries whose student is
      *>                        on neither the live master nor
      *>                        students_history.dat;
      *>                      - ATT-, GRD- and FEE-CLASSROOM that
      *>                        disagree with the student's CLASSROOM
      *>                        for the current period - every mark on
      *>                        the live attendance file (the roll-off
      *>                        leaves only the current term there),
      *>                        grades for the latest GRD-TERM on file,
      *>                        and fee entries dated on or after the
      *>                        earliest live attendance mark (the
      *>                        first of this month when the attendance
      *>                        file is empty);
      *>                      - waitlist entries for a room no longer on
      *>                        the classroom master;
      *>                      - CM-TEACHER values not on the teacher
      *>                        master.
      *>                    A record belonging to nobody is serious and
      *>                    fails the step with RETURN-CODE 8, stopping
      *>                    the night the way student_verify does; the
      *>                    room and teacher disagreements are warnings
      *>                    - reported, but the stream carries on.
      *>   2026-10-15  AAS  Guardian contacts filed under a FAM-ID are
      *>                    accepted while that family still has a
      *>                    child linked on families_data.dat (the
      *>                    shared FAMILY layout); and every family link
      *>                    is now held to the master too - a link to a
      *>                    student on neither file is serious, a link
      *>                    still held by a student already moved to
      *>                    history is a warning.
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO
               'students_data_cobol_structure.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-NUMBER
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO
               'students_history.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GUARDIAN-FILE ASSIGN TO
               'guardians_data.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
           SELECT OPTIONAL ATTENDANCE-FILE ASSIGN TO
               'attendance_data.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GRADES-FILE ASSIGN TO
               'grades_data.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FEE-FILE ASSIGN TO
               'fees_data.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WAITLIST-FILE ASSIGN TO
               'classroom_waitlist.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLASSROOM-MASTER ASSIGN TO
               'classroom_master.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TEACHER-MASTER ASSIGN TO
               'teacher_master.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEP-REPORT ASSIGN TO
               'integrity_sweep_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD   STUDENT-FILE.
           COPY students.

       FD   HISTORY-FILE.
       01   HISTORY-REC                  PIC X(116).

       FD   GUARDIAN-FILE.
           COPY guardians.

       FD   FAMILY-FILE.
           COPY family.

       FD   ATTENDANCE-FILE.
           COPY attend.

       FD   GRADES-FILE.
           COPY grades.

       FD   FEE-FILE.
           COPY fees.

       FD   WAITLIST-FILE.
           COPY waitlist.

       FD   CLASSROOM-MASTER.
           COPY classrm.

       FD   TEACHER-MASTER.
           COPY teachers.

       FD   SWEEP-REPORT.
       01   SWEEP-LINE                   PIC X(120).

       WORKING-STORAGE SECTION.
       01   WS-FILE-STATUS               PIC X(02) VALUE ZEROS.
           88 WS-FILE-STATUS-OK          VALUE '00'.
           88 WS-FILE-STATUS-NOTFOUND    VALUE '23'.
       01   WS-GUARD-STATUS              PIC X(02) VALUE ZEROS.
       01   WS-FAM-STATUS                PIC X(02) VALUE ZEROS.
           88 WS-FAM-STATUS-OK           VALUE '00'.
       01   WS-EOF                       PIC X VALUE 'N'.
           88 WS-EOF-YES                VALUE 'Y'.
       01   WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
       01   WS-PERIOD-START              PIC 9(08) VALUE ZERO.
       01   WS-CURRENT-TERM              PIC X(06) VALUE SPACES.
      *> The student being looked up, and where the number was found.
       01   WS-LOOKUP-NUMBER             PIC X(10) VALUE SPACES.
       01   WS-LOOKUP-ROOM               PIC X(3) VALUE SPACES.
       01   WS-FOUND-SW                  PIC X VALUE 'N'.
           88 WS-FOUND-ON-MASTER         VALUE 'M'.
           88 WS-FOUND-ON-HISTORY        VALUE 'H'.
           88 WS-FOUND-FAMILY            VALUE 'F'.
           88 WS-FOUND-NOWHERE           VALUE 'N'.
       01   WS-HIST-COUNT                PIC 9(04) COMP VALUE ZERO.
       01   WS-HIST-MAX                  PIC 9(04) COMP VALUE 9999.
       01   WS-HIST-OVERFLOW-SW          PIC X VALUE 'N'.
           88 WS-HIST-OVERFLOW           VALUE 'Y'.
       01   WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 9999 TIMES.
               10 WS-HIST-NUMBER         PIC X(10).
       01   WS-HIST-IX                   PIC 9(04) COMP VALUE ZERO.
       01   WS-ROOM-COUNT                PIC 9(04) COMP VALUE ZERO.
       01   WS-ROOM-MAX                  PIC 9(04) COMP VALUE 999.
       01   WS-ROOM-TABLE.
           05 WS-ROOM-ENTRY OCCURS 999 TIMES.
               10 WS-ROOM-CODE           PIC X(3).
               10 WS-ROOM-TEACHER        PIC X(25).
       01   WS-ROOM-IX                   PIC 9(04) COMP VALUE ZERO.
       01   WS-TM-COUNT                  PIC 9(04) COMP VALUE ZERO.
       01   WS-TM-MAX                    PIC 9(04) COMP VALUE 999.
       01   WS-TM-TABLE.
           05 WS-TM-ENTRY OCCURS 999 TIMES.
               10 WS-TM-ID               PIC X(5).
       01   WS-TM-IX                     PIC 9(04) COMP VALUE ZERO.
       01   WS-TM-ID-PADDED              PIC X(25) VALUE SPACES.
       01   WS-FINDING                   PIC X(110) VALUE SPACES.
       01   WS-SOURCE-LABEL              PIC X(10) VALUE SPACES.
       01   WS-ENTRY-ROOM                PIC X(3) VALUE SPACES.
       01   WS-SERIOUS-COUNT             PIC 9(05) COMP VALUE ZERO.
       01   WS-SERIOUS-COUNT-ED          PIC ZZZZ9.
       01   WS-WARNING-COUNT             PIC 9(05) COMP VALUE ZERO.
       01   WS-WARNING-COUNT-ED          PIC ZZZZ9.
       01   WS-CHECKED-COUNT             PIC 9(07) COMP VALUE ZERO.
       01   WS-CHECKED-COUNT-ED          PIC Z(06)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT SWEEP-REPORT.
           MOVE SPACES TO SWEEP-LINE
           STRING 'CROSS-FILE INTEGRITY SWEEP ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO SWEEP-LINE
           WRITE SWEEP-LINE.
           PERFORM 1000-LOAD-HISTORY THRU 1000-EXIT.
           PERFORM 1100-LOAD-ROOMS THRU 1100-EXIT.
           PERFORM 1200-LOAD-TEACHERS THRU 1200-EXIT.
           PERFORM 1300-FIND-PERIOD THRU 1300-EXIT.
           OPEN INPUT STUDENT-FILE.
           IF NOT WS-FILE-STATUS-OK
               MOVE SPACES TO SWEEP-LINE
               STRING 'MASTER WILL NOT OPEN - FILE STATUS '
                       DELIMITED BY SIZE
                   WS-FILE-STATUS DELIMITED BY SIZE
                   ' - STUDENT CHECKS NOT RUN' DELIMITED BY SIZE
                   INTO SWEEP-LINE
               PERFORM 2900-WRITE-SERIOUS THRU 2900-EXIT
           ELSE
               OPEN INPUT FAMILY-FILE
               PERFORM 3000-CHECK-GUARDIANS THRU 3000-EXIT
               PERFORM 3050-CHECK-FAMILIES THRU 3050-EXIT
               CLOSE FAMILY-FILE
               PERFORM 3100-CHECK-ATTENDANCE THRU 3100-EXIT
               PERFORM 3200-CHECK-GRADES THRU 3200-EXIT
               PERFORM 3300-CHECK-FEES THRU 3300-EXIT
               CLOSE STUDENT-FILE
           END-IF.
           PERFORM 4000-CHECK-WAITLIST THRU 4000-EXIT.
           PERFORM 4100-CHECK-ROOM-TEACHERS THRU 4100-EXIT.
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           CLOSE SWEEP-REPORT.
           IF WS-SERIOUS-COUNT NOT = ZERO
               DISPLAY 'INTEGRITY SWEEP FAILED - SEE '
                   'integrity_sweep_report.txt'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-COUNT NOT = ZERO
                   DISPLAY 'INTEGRITY SWEEP CLEAN OF ORPHANS - '
                       'WARNINGS ON integrity_sweep_report.txt'
               ELSE
                   DISPLAY 'INTEGRITY SWEEP CLEAN'
               END-IF
           END-IF
           STOP RUN.

      *>---------------------------------------------------------------
      *> 1000-LOAD-HISTORY - the student numbers student_purge has
      *> moved to history: a contact or ledger entry for one of them
      *> belongs to a real, departed student, not to nobody. A history
      *> file too big for the table is itself reported, since numbers
      *> past the end would be wrongly called unknown.
      *>---------------------------------------------------------------
       1000-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           PERFORM UNTIL WS-EOF-YES
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-HIST-COUNT < WS-HIST-MAX
                           ADD 1 TO WS-HIST-COUNT
                           MOVE HISTORY-REC(1:10)
                               TO WS-HIST-NUMBER(WS-HIST-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-HIST-OVERFLOW-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE 'N' TO WS-EOF
           IF WS-HIST-OVERFLOW
               MOVE SPACES TO SWEEP-LINE
               STRING 'HISTORY FILE LARGER THAN THE LOOKUP TABLE - '
                       DELIMITED BY SIZE
                   'STUDENTS PAST IT MAY SHOW AS UNKNOWN'
                       DELIMITED BY SIZE
                   INTO SWEEP-LINE
               PERFORM 2950-WRITE-WARNING THRU 2950-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1100-LOAD-ROOMS - the room codes and homeroom teachers off the
      *> classroom master.
      *>---------------------------------------------------------------
       1100-LOAD-ROOMS.
           OPEN INPUT CLASSROOM-MASTER
           PERFORM UNTIL WS-EOF-YES
               READ CLASSROOM-MASTER
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ROOM-COUNT < WS-ROOM-MAX
                          AND CM-ROOM-CODE NOT = SPACES
                           ADD 1 TO WS-ROOM-COUNT
                           MOVE CM-ROOM-CODE
                               TO WS-ROOM-CODE(WS-ROOM-COUNT)
                           MOVE CM-TEACHER
                               TO WS-ROOM-TEACHER(WS-ROOM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLASSROOM-MASTER
           MOVE 'N' TO WS-EOF.
       1100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1200-LOAD-TEACHERS - the teacher IDs off the teacher master.
      *>---------------------------------------------------------------
       1200-LOAD-TEACHERS.
           OPEN INPUT TEACHER-MASTER
           PERFORM UNTIL WS-EOF-YES
               READ TEACHER-MASTER
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-TM-COUNT < WS-TM-MAX
                           ADD 1 TO WS-TM-COUNT
                           MOVE TM-TEACHER-ID TO WS-TM-ID(WS-TM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEACHER-MASTER
           MOVE 'N' TO WS-EOF.
       1200-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1300-FIND-PERIOD - the current period the room checks hold
      *> entries to: the earliest mark on the live attendance file
      *> (the roll-off keeps only the current term there), or the
      *> first of this month when there are no marks yet; and the
      *> highest GRD-TERM on the grades file as the current term.
      *>---------------------------------------------------------------
       1300-FIND-PERIOD.
           OPEN INPUT ATTENDANCE-FILE
           PERFORM UNTIL WS-EOF-YES
               READ ATTENDANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ATT-DATE IS NUMERIC
                           IF WS-PERIOD-START = ZERO
                              OR ATT-DATE < WS-PERIOD-START
                               MOVE ATT-DATE TO WS-PERIOD-START
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATTENDANCE-FILE
           MOVE 'N' TO WS-EOF
           IF WS-PERIOD-START = ZERO
               MOVE WS-RUN-DATE TO WS-PERIOD-START
               MOVE '01' TO WS-PERIOD-START(7:2)
           END-IF
           OPEN INPUT GRADES-FILE
           PERFORM UNTIL WS-EOF-YES
               READ GRADES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GRD-TERM > WS-CURRENT-TERM
                           MOVE GRD-TERM TO WS-CURRENT-TERM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADES-FILE
           MOVE 'N' TO WS-EOF
           MOVE SPACES TO SWEEP-LINE
           STRING 'CURRENT PERIOD FROM ' DELIMITED BY SIZE
               WS-PERIOD-START DELIMITED BY SIZE
               '  CURRENT GRADES TERM ' DELIMITED BY SIZE
               WS-CURRENT-TERM DELIMITED BY SIZE
               INTO SWEEP-LINE
           WRITE SWEEP-LINE
           MOVE SPACES TO SWEEP-LINE
           WRITE SWEEP-LINE.
       1300-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2000-FIND-STUDENT - WS-LOOKUP-NUMBER on the live master (its
      *> CLASSROOM comes back in WS-LOOKUP-ROOM), else on history,
      *> else nowhere. A master read failing for any reason other than
      *> not-found is reported on its own rather than taken to mean
      *> the student doesn't exist.
      *>---------------------------------------------------------------
       2000-FIND-STUDENT.
           MOVE 'N' TO WS-FOUND-SW
           MOVE SPACES TO WS-LOOKUP-ROOM
           MOVE WS-LOOKUP-NUMBER TO STUDENT-NUMBER
           READ STUDENT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FILE-STATUS-OK
               MOVE 'M' TO WS-FOUND-SW
               MOVE CLASSROOM TO WS-LOOKUP-ROOM
           ELSE
               IF NOT WS-FILE-STATUS-NOTFOUND
                   MOVE 'M' TO WS-FOUND-SW
                   MOVE SPACES TO SWEEP-LINE
                   STRING 'MASTER READ FAILED FOR ' DELIMITED BY SIZE
                       WS-LOOKUP-NUMBER DELIMITED BY SIZE
                       ' - FILE STATUS ' DELIMITED BY SIZE
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO SWEEP-LINE
                   PERFORM 2900-WRITE-SERIOUS THRU 2900-EXIT
               ELSE
                   PERFORM 2010-SCAN-HISTORY
                       VARYING WS-HIST-IX FROM 1 BY 1
                       UNTIL WS-HIST-IX > WS-HIST-COUNT
                          OR WS-HIST-NUMBER(WS-HIST-IX)
                             = WS-LOOKUP-NUMBER
                   IF WS-HIST-IX NOT > WS-HIST-COUNT
                       MOVE 'H' TO WS-FOUND-SW
                   END-IF
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

       2010-SCAN-HISTORY.
           CONTINUE.
       2010-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2100-CHECK-ENTRY - one attendance, grade or fee entry: the
      *> student must exist somewhere, and an entry inside the current
      *> period for a student on the master must carry that room. The
      *> caller sets WS-SOURCE-LABEL, WS-LOOKUP-NUMBER and
      *> WS-ENTRY-ROOM, and leaves WS-ENTRY-ROOM blank when the entry
      *> falls outside the period.
      *>---------------------------------------------------------------
       2100-CHECK-ENTRY.
           ADD 1 TO WS-CHECKED-COUNT
           PERFORM 2000-FIND-STUDENT THRU 2000-EXIT
           IF WS-FOUND-NOWHERE
               MOVE SPACES TO SWEEP-LINE
               STRING WS-SOURCE-LABEL DELIMITED BY SPACE
                   ' ENTRY FOR UNKNOWN STUDENT ' DELIMITED BY SIZE
                   WS-LOOKUP-NUMBER DELIMITED BY SIZE
                   ' - NOT ON MASTER OR HISTORY' DELIMITED BY SIZE
                   INTO SWEEP-LINE
               PERFORM 2900-WRITE-SERIOUS THRU 2900-EXIT
           ELSE
               IF WS-FOUND-ON-MASTER
                  AND WS-ENTRY-ROOM NOT = SPACES
                  AND WS-LOOKUP-ROOM NOT = SPACES
                  AND WS-ENTRY-ROOM NOT = WS-LOOKUP-ROOM
                   MOVE SPACES TO SWEEP-LINE
                   STRING WS-SOURCE-LABEL DELIMITED BY SPACE
                       ' ROOM ' DELIMITED BY SIZE
                       WS-ENTRY-ROOM DELIMITED BY SIZE
                       ' FOR ' DELIMITED BY SIZE
                       WS-LOOKUP-NUMBER DELIMITED BY SIZE
                       ' DISAGREES WITH MASTER ROOM ' DELIMITED BY SIZE
                       WS-LOOKUP-ROOM DELIMITED BY SIZE
                       INTO SWEEP-LINE
                   PERFORM 2950-WRITE-WARNING THRU 2950-EXIT
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2900-WRITE-SERIOUS - a finding that fails the step: onto the
      *> report, onto the console, and counted.
      *>---------------------------------------------------------------
       2900-WRITE-SERIOUS.
           MOVE SWEEP-LINE TO WS-FINDING
           MOVE SPACES TO SWEEP-LINE
           STRING 'SERIOUS: ' DELIMITED BY SIZE
               WS-FINDING DELIMITED BY SIZE
               INTO SWEEP-LINE
           WRITE SWEEP-LINE
           DISPLAY SWEEP-LINE
           ADD 1 TO WS-SERIOUS-COUNT.
       2900-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2950-WRITE-WARNING - a finding reported but not failing the
      *> step.
      *>---------------------------------------------------------------
       2950-WRITE-WARNING.
           MOVE SWEEP-LINE TO WS-FINDING
           MOVE SPACES TO SWEEP-LINE
           STRING 'WARNING: ' DELIMITED BY SIZE
               WS-FINDING DELIMITED BY SIZE
               INTO SWEEP-LINE
           WRITE SWEEP-LINE
           ADD 1 TO WS-WARNING-COUNT.
       2950-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3000-CHECK-GUARDIANS - every contact on the guardians file
      *> must belong to a student on the master or on history.
      *>---------------------------------------------------------------
       3000-CHECK-GUARDIANS.
           OPEN INPUT GUARDIAN-FILE
           PERFORM UNTIL WS-EOF-YES
               READ GUARDIAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CHECKED-COUNT
                       MOVE G-STUDENT-NUMBER TO WS-LOOKUP-NUMBER
                       PERFORM 2000-FIND-STUDENT THRU 2000-EXIT
                       IF WS-FOUND-NOWHERE
                           PERFORM 3010-FIND-FAMILY THRU 3010-EXIT
                       END-IF
                       IF WS-FOUND-NOWHERE
                           MOVE SPACES TO SWEEP-LINE
                           STRING 'GUARDIAN ' DELIMITED BY SIZE
                               G-NAME DELIMITED BY SIZE
                               ' SEQ ' DELIMITED BY SIZE
                               G-CONTACT-SEQ DELIMITED BY SIZE
                               ' FOR UNKNOWN STUDENT ' DELIMITED BY SIZE
                               G-STUDENT-NUMBER DELIMITED BY SIZE
                               INTO SWEEP-LINE
                           PERFORM 2900-WRITE-SERIOUS THRU 2900-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUARDIAN-FILE
           MOVE 'N' TO WS-EOF.
       3000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3010-FIND-FAMILY - a contact key that is no student may be a
      *> family's FAM-ID: found on the FAM-ID alternate key, the
      *> family still has a child linked and the contact belongs to
      *> somebody.
      *>---------------------------------------------------------------
       3010-FIND-FAMILY.
           MOVE G-STUDENT-NUMBER TO FAM-ID
           READ FAMILY-FILE KEY IS FAM-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FAM-STATUS-OK
               MOVE 'F' TO WS-FOUND-SW
           END-IF.
       3010-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3050-CHECK-FAMILIES - every family link, in student number
      *> order: the child must be on the live master. One on neither
      *> file is serious; one already moved to history should have
      *> been unlinked by the purge and is a warning.
      *>---------------------------------------------------------------
       3050-CHECK-FAMILIES.
           MOVE LOW-VALUES TO FAM-STUDENT-NUMBER
           START FAMILY-FILE KEY NOT < FAM-STUDENT-NUMBER
               INVALID KEY
                   CONTINUE
           END-START
           IF NOT WS-FAM-STATUS-OK
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF-YES
               READ FAMILY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CHECKED-COUNT
                       MOVE FAM-STUDENT-NUMBER TO WS-LOOKUP-NUMBER
                       PERFORM 2000-FIND-STUDENT THRU 2000-EXIT
                       IF WS-FOUND-NOWHERE
                           MOVE SPACES TO SWEEP-LINE
                           STRING 'FAMILY ' DELIMITED BY SIZE
                               FAM-ID DELIMITED BY SIZE
                               ' LINKS UNKNOWN STUDENT '
                                   DELIMITED BY SIZE
                               FAM-STUDENT-NUMBER DELIMITED BY SIZE
                               INTO SWEEP-LINE
                           PERFORM 2900-WRITE-SERIOUS THRU 2900-EXIT
                       ELSE
                           IF WS-FOUND-ON-HISTORY
                               MOVE SPACES TO SWEEP-LINE
                               STRING 'FAMILY ' DELIMITED BY SIZE
                                   FAM-ID DELIMITED BY SIZE
                                   ' STILL LINKS PURGED STUDENT '
                                       DELIMITED BY SIZE
                                   FAM-STUDENT-NUMBER DELIMITED BY SIZE
                                   INTO SWEEP-LINE
                               PERFORM 2950-WRITE-WARNING
                                   THRU 2950-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF.
       3050-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3100-CHECK-ATTENDANCE - every mark on the live attendance
      *> file; all of it is the current period.
      *>---------------------------------------------------------------
       3100-CHECK-ATTENDANCE.
           MOVE 'ATTENDANCE' TO WS-SOURCE-LABEL
           OPEN INPUT ATTENDANCE-FILE
           PERFORM UNTIL WS-EOF-YES
               READ ATTENDANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ATT-STUDENT-NUMBER TO WS-LOOKUP-NUMBER
                       MOVE ATT-CLASSROOM TO WS-ENTRY-ROOM
                       PERFORM 2100-CHECK-ENTRY THRU 2100-EXIT
               END-READ
           END-PERFORM
           CLOSE ATTENDANCE-FILE
           MOVE 'N' TO WS-EOF.
       3100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3200-CHECK-GRADES - every grade; only the current term's are
      *> held to the student's room.
      *>---------------------------------------------------------------
       3200-CHECK-GRADES.
           MOVE 'GRADE' TO WS-SOURCE-LABEL
           OPEN INPUT GRADES-FILE
           PERFORM UNTIL WS-EOF-YES
               READ GRADES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE GRD-STUDENT-NUMBER TO WS-LOOKUP-NUMBER
                       MOVE SPACES TO WS-ENTRY-ROOM
                       IF GRD-TERM = WS-CURRENT-TERM
                           MOVE GRD-CLASSROOM TO WS-ENTRY-ROOM
                       END-IF
                       PERFORM 2100-CHECK-ENTRY THRU 2100-EXIT
               END-READ
           END-PERFORM
           CLOSE GRADES-FILE
           MOVE 'N' TO WS-EOF.
       3200-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3300-CHECK-FEES - every fee ledger entry; only those dated
      *> inside the current period are held to the student's room.
      *>---------------------------------------------------------------
       3300-CHECK-FEES.
           MOVE 'FEE' TO WS-SOURCE-LABEL
           OPEN INPUT FEE-FILE
           PERFORM UNTIL WS-EOF-YES
               READ FEE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE FEE-STUDENT-NUMBER TO WS-LOOKUP-NUMBER
                       MOVE SPACES TO WS-ENTRY-ROOM
                       IF FEE-DATE IS NUMERIC
                          AND FEE-DATE NOT < WS-PERIOD-START
                           MOVE FEE-CLASSROOM TO WS-ENTRY-ROOM
                       END-IF
                       PERFORM 2100-CHECK-ENTRY THRU 2100-EXIT
               END-READ
           END-PERFORM
           CLOSE FEE-FILE
           MOVE 'N' TO WS-EOF.
       3300-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 4000-CHECK-WAITLIST - every waitlist entry must be waiting on
      *> a room still on the classroom master.
      *>---------------------------------------------------------------
       4000-CHECK-WAITLIST.
           OPEN INPUT WAITLIST-FILE
           PERFORM UNTIL WS-EOF-YES
               READ WAITLIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CHECKED-COUNT
                       PERFORM 4010-SCAN-ROOM
                           VARYING WS-ROOM-IX FROM 1 BY 1
                           UNTIL WS-ROOM-IX > WS-ROOM-COUNT
                              OR WS-ROOM-CODE(WS-ROOM-IX) = WL-ROOM
                       IF WS-ROOM-IX > WS-ROOM-COUNT
                           MOVE SPACES TO SWEEP-LINE
                           STRING 'WAITLIST ENTRY ' DELIMITED BY SIZE
                               WL-DATE DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               WL-TIME DELIMITED BY SIZE
                               ' FOR ' DELIMITED BY SIZE
                               WL-STUDENT-DATA(1:10) DELIMITED BY SIZE
                               ' WAITS ON ROOM ' DELIMITED BY SIZE
                               WL-ROOM DELIMITED BY SIZE
                               ' - NOT ON CLASSROOM MASTER'
                                   DELIMITED BY SIZE
                               INTO SWEEP-LINE
                           PERFORM 2950-WRITE-WARNING THRU 2950-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAITLIST-FILE
           MOVE 'N' TO WS-EOF.
       4000-EXIT.
           EXIT.

       4010-SCAN-ROOM.
           CONTINUE.
       4010-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 4100-CHECK-ROOM-TEACHERS - every room's CM-TEACHER must be an
      *> ID on the teacher master; a blank is allowed (a room can be
      *> between teachers). Legacy free-typed text fails the same
      *> padded-ID test classroom_maintenance applies.
      *>---------------------------------------------------------------
       4100-CHECK-ROOM-TEACHERS.
           PERFORM 4110-CHECK-ROOM-TEACHER
               VARYING WS-ROOM-IX FROM 1 BY 1
               UNTIL WS-ROOM-IX > WS-ROOM-COUNT.
       4100-EXIT.
           EXIT.

       4110-CHECK-ROOM-TEACHER.
           IF WS-ROOM-TEACHER(WS-ROOM-IX) NOT = SPACES
               ADD 1 TO WS-CHECKED-COUNT
               MOVE SPACES TO WS-TM-ID-PADDED
               MOVE WS-ROOM-TEACHER(WS-ROOM-IX)(1:5)
                   TO WS-TM-ID-PADDED(1:5)
               IF WS-ROOM-TEACHER(WS-ROOM-IX) = WS-TM-ID-PADDED
                   PERFORM 4120-SCAN-TEACHER
                       VARYING WS-TM-IX FROM 1 BY 1
                       UNTIL WS-TM-IX > WS-TM-COUNT
                          OR WS-TM-ID(WS-TM-IX)
                             = WS-ROOM-TEACHER(WS-ROOM-IX)(1:5)
               ELSE
                   COMPUTE WS-TM-IX = WS-TM-COUNT + 1
               END-IF
               IF WS-TM-IX > WS-TM-COUNT
                   MOVE SPACES TO SWEEP-LINE
                   STRING 'ROOM ' DELIMITED BY SIZE
                       WS-ROOM-CODE(WS-ROOM-IX) DELIMITED BY SIZE
                       ' TEACHER ' DELIMITED BY SIZE
                       WS-ROOM-TEACHER(WS-ROOM-IX) DELIMITED BY SIZE
                       ' - NOT ON TEACHER MASTER' DELIMITED BY SIZE
                       INTO SWEEP-LINE
                   PERFORM 2950-WRITE-WARNING THRU 2950-EXIT
               END-IF
           END-IF.
       4110-EXIT.
           EXIT.

       4120-SCAN-TEACHER.
           CONTINUE.
       4120-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 8000-WRITE-TOTALS - the counts onto the report trailer and
      *> the operator's console.
      *>---------------------------------------------------------------
       8000-WRITE-TOTALS.
           MOVE WS-CHECKED-COUNT TO WS-CHECKED-COUNT-ED
           MOVE WS-SERIOUS-COUNT TO WS-SERIOUS-COUNT-ED
           MOVE WS-WARNING-COUNT TO WS-WARNING-COUNT-ED
           MOVE SPACES TO SWEEP-LINE
           WRITE SWEEP-LINE
           MOVE SPACES TO SWEEP-LINE
           STRING 'RECORDS CHECKED    : ' DELIMITED BY SIZE
               WS-CHECKED-COUNT-ED DELIMITED BY SIZE
               INTO SWEEP-LINE
           WRITE SWEEP-LINE
           MOVE SPACES TO SWEEP-LINE
           STRING 'SERIOUS (ORPHANS)  : ' DELIMITED BY SIZE
               WS-SERIOUS-COUNT-ED DELIMITED BY SIZE
               INTO SWEEP-LINE
           WRITE SWEEP-LINE
           MOVE SPACES TO SWEEP-LINE
           STRING 'WARNINGS           : ' DELIMITED BY SIZE
               WS-WARNING-COUNT-ED DELIMITED BY SIZE
               INTO SWEEP-LINE
           WRITE SWEEP-LINE
           DISPLAY 'RECORDS CHECKED    : ' WS-CHECKED-COUNT-ED
           DISPLAY 'SERIOUS (ORPHANS)  : ' WS-SERIOUS-COUNT-ED
           DISPLAY 'WARNINGS           : ' WS-WARNING-COUNT-ED.
       8000-EXIT.
           EXIT.
