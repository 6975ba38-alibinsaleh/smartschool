      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. academic_standing.
       AUTHOR. ALI ALMOHAMMED SALEH.
      *>---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  AAS  Initial version - the term-end academic
      *>                    standing run. Takes the same command line as
      *>                    report_cards - the term and its first and
      *>                    last day (YYYYMMDD) - optionally followed by
      *>                    the honor-roll cutoff, the pass mark and the
      *>                    number of failed subjects that puts a student
      *>                    on probation (defaults 085 050 002). The
      *>                    term's marks are sorted by CLASSROOM and
      *>                    student as report_cards sorts them, each
      *>                    student's average and failed-subject count
      *>                    worked out, and the students of each room
      *>                    ranked by average (equal averages share a
      *>                    rank) onto academic_standing.txt. Averages
      *>                    above the cutoff go onto honor_roll.txt;
      *>                    an average below the pass mark, or that many
      *>                    subjects failed, goes onto probation_list.txt
      *>                    with the term's absent and late counts off
      *>                    attendance_data.dat, tallied the way the
      *>                    report cards tally them.
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADES-FILE ASSIGN TO
               'grades_data.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ATTENDANCE-FILE ASSIGN TO
               'attendance_data.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWK05'.
           SELECT SORTED-GRADES-FILE ASSIGN TO
               'standing_sorted_work.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STANDING-REPORT ASSIGN TO
               'academic_standing.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HONOR-REPORT ASSIGN TO
               'honor_roll.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROBATION-REPORT ASSIGN TO
               'probation_list.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD   GRADES-FILE.
           COPY grades.

       FD   ATTENDANCE-FILE.
           COPY attend.

       SD   SORT-WORK-FILE.
       01   SORT-REC.
            05   SW-CLASSROOM           PIC X(3).
            05   SW-STUDENT-NUMBER      PIC X(10).
            05   SW-SUBJECT             PIC X(12).
            05   SW-MARK                PIC 9(03).
            05   SW-STUDENT-NAME        PIC X(30).

       FD   SORTED-GRADES-FILE.
       01   SORTED-REC.
            05   SR-CLASSROOM           PIC X(3).
            05   SR-STUDENT-NUMBER      PIC X(10).
            05   SR-SUBJECT             PIC X(12).
            05   SR-MARK                PIC 9(03).
            05   SR-STUDENT-NAME        PIC X(30).

       FD   STANDING-REPORT.
       01   STANDING-LINE               PIC X(100).

       FD   HONOR-REPORT.
       01   HONOR-LINE                  PIC X(100).

       FD   PROBATION-REPORT.
       01   PROBATION-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01   WS-RUN-PARM                 PIC X(80) VALUE SPACES.
       01   WS-PARM-1                   PIC X(20) VALUE SPACES.
       01   WS-PARM-2                   PIC X(20) VALUE SPACES.
       01   WS-PARM-3                   PIC X(20) VALUE SPACES.
       01   WS-PARM-4                   PIC X(20) VALUE SPACES.
       01   WS-PARM-5                   PIC X(20) VALUE SPACES.
       01   WS-PARM-6                   PIC X(20) VALUE SPACES.
       01   WS-SELECT-TERM              PIC X(06) VALUE SPACES.
       01   WS-FROM-DATE                PIC X(08) VALUE SPACES.
       01   WS-TO-DATE                  PIC X(08) VALUE SPACES.
       01   WS-HONOR-CUTOFF             PIC 9(03) VALUE 85.
       01   WS-PASS-MARK                PIC 9(03) VALUE 50.
       01   WS-FAIL-LIMIT               PIC 9(03) VALUE 2.
       01   WS-PARM-OK-SW               PIC X VALUE 'N'.
           88 WS-PARM-OK                VALUE 'Y'.
       01   WS-EOF                      PIC X VALUE 'N'.
           88 WS-EOF-YES                VALUE 'Y'.
       01   WS-FIRST-STUDENT-SW         PIC X VALUE 'Y'.
           88 WS-FIRST-STUDENT          VALUE 'Y'.
       01   WS-PREV-CLASSROOM           PIC X(3) VALUE SPACES.
       01   WS-PREV-STUDENT             PIC X(10) VALUE SPACES.
       01   WS-PREV-NAME                PIC X(30) VALUE SPACES.
       01   WS-TALLY-COUNT              PIC 9(04) COMP VALUE ZERO.
       01   WS-TALLY-MAX                PIC 9(04) COMP VALUE 9999.
       01   WS-TALLY-TABLE.
           05 WS-TALLY-ENTRY OCCURS 9999 TIMES.
               10 WS-TALLY-NUMBER        PIC X(10).
               10 WS-TALLY-ABSENT        PIC 9(03) COMP.
               10 WS-TALLY-LATE          PIC 9(03) COMP.
       01   WS-TALLY-IX                 PIC 9(04) COMP VALUE ZERO.
       01   WS-STU-SUBJECTS             PIC 9(03) COMP VALUE ZERO.
       01   WS-STU-MARK-SUM             PIC 9(05) COMP VALUE ZERO.
       01   WS-STU-FAILED               PIC 9(03) COMP VALUE ZERO.
       01   WS-STU-AVERAGE              PIC 9(03)V99 VALUE ZERO.
      *> The students of the room in progress, held in descending
      *> average order as each one closes, ready to rank and print at
      *> the room break.
       01   WS-RANK-COUNT               PIC 9(04) COMP VALUE ZERO.
       01   WS-RANK-MAX                 PIC 9(04) COMP VALUE 999.
       01   WS-RANK-TABLE.
           05 WS-RANK-ENTRY OCCURS 999 TIMES.
               10 WS-RK-NUMBER           PIC X(10).
               10 WS-RK-NAME             PIC X(30).
               10 WS-RK-SUBJECTS         PIC 9(03) COMP.
               10 WS-RK-FAILED           PIC 9(03) COMP.
               10 WS-RK-AVERAGE          PIC 9(03)V99.
       01   WS-RANK-IX                  PIC 9(04) COMP VALUE ZERO.
       01   WS-INSERT-IX                PIC 9(04) COMP VALUE ZERO.
       01   WS-RANK-NUMBER              PIC 9(04) COMP VALUE ZERO.
       01   WS-RANK-ED                  PIC ZZZ9.
       01   WS-AVERAGE-ED               PIC ZZ9.99.
       01   WS-SUBJECTS-ED              PIC ZZ9.
       01   WS-FAILED-ED                PIC ZZ9.
       01   WS-ABSENT-ED                PIC ZZ9.
       01   WS-LATE-ED                  PIC ZZ9.
       01   WS-CUTOFF-ED                PIC ZZ9.
       01   WS-PASS-ED                  PIC ZZ9.
       01   WS-LIMIT-ED                 PIC ZZ9.
       01   WS-STANDING-FLAG            PIC X(10) VALUE SPACES.
       01   WS-PROBATION-SW             PIC X VALUE 'N'.
           88 WS-ON-PROBATION           VALUE 'Y'.
       01   WS-ROOM-HONORS              PIC 9(04) COMP VALUE ZERO.
       01   WS-ROOM-PROBATION           PIC 9(04) COMP VALUE ZERO.
       01   WS-STUDENT-COUNT            PIC 9(05) COMP VALUE ZERO.
       01   WS-STUDENT-COUNT-ED         PIC ZZZZ9.
       01   WS-HONOR-COUNT              PIC 9(05) COMP VALUE ZERO.
       01   WS-HONOR-COUNT-ED           PIC ZZZZ9.
       01   WS-PROBATION-COUNT          PIC 9(05) COMP VALUE ZERO.
       01   WS-PROBATION-COUNT-ED       PIC ZZZZ9.
       01   WS-MARKS-READ               PIC 9(05) COMP VALUE ZERO.
       01   WS-MARKS-READ-ED            PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           PERFORM 0100-PARSE-PARM THRU 0100-EXIT.
           IF NOT WS-PARM-OK
               DISPLAY 'GIVE THE TERM AND ITS FIRST AND LAST DAY, '
                   'OPTIONALLY THE HONOR CUTOFF, PASS MARK AND '
                   'FAILED-SUBJECT LIMIT:'
               DISPLAY '  TERM YYYYMMDD YYYYMMDD [NNN NNN NNN]'
           ELSE
               PERFORM 1300-LOAD-ATTENDANCE-TALLY THRU 1300-EXIT
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-CLASSROOM SW-STUDENT-NUMBER
                                    SW-SUBJECT
                   INPUT PROCEDURE 1400-RELEASE-MARKS THRU 1400-EXIT
                   GIVING SORTED-GRADES-FILE
               PERFORM 2000-RANK-STUDENTS THRU 2000-EXIT
           END-IF.
           STOP RUN.

      *>---------------------------------------------------------------
      *> 0100-PARSE-PARM - the term identifier exactly as the marks
      *> were posted with it and the term window, as report_cards
      *> takes them; then up to three optional three-digit overrides
      *> for the honor cutoff, pass mark and failed-subject limit.
      *>---------------------------------------------------------------
       0100-PARSE-PARM.
           UNSTRING WS-RUN-PARM DELIMITED BY SPACE
               INTO WS-PARM-1 WS-PARM-2 WS-PARM-3
                    WS-PARM-4 WS-PARM-5 WS-PARM-6
           END-UNSTRING
           IF WS-PARM-1 NOT = SPACES
              AND WS-PARM-2(1:8) IS NUMERIC
              AND WS-PARM-3(1:8) IS NUMERIC
               MOVE WS-PARM-1(1:6) TO WS-SELECT-TERM
               MOVE WS-PARM-2(1:8) TO WS-FROM-DATE
               MOVE WS-PARM-3(1:8) TO WS-TO-DATE
               MOVE 'Y' TO WS-PARM-OK-SW
               IF WS-PARM-4 NOT = SPACES
                   IF WS-PARM-4(1:3) IS NUMERIC
                      AND WS-PARM-4(4:1) = SPACE
                       MOVE WS-PARM-4(1:3) TO WS-HONOR-CUTOFF
                   ELSE
                       MOVE 'N' TO WS-PARM-OK-SW
                   END-IF
               END-IF
               IF WS-PARM-5 NOT = SPACES
                   IF WS-PARM-5(1:3) IS NUMERIC
                      AND WS-PARM-5(4:1) = SPACE
                       MOVE WS-PARM-5(1:3) TO WS-PASS-MARK
                   ELSE
                       MOVE 'N' TO WS-PARM-OK-SW
                   END-IF
               END-IF
               IF WS-PARM-6 NOT = SPACES
                   IF WS-PARM-6(1:3) IS NUMERIC
                      AND WS-PARM-6(4:1) = SPACE
                      AND WS-PARM-6(1:3) NOT = '000'
                       MOVE WS-PARM-6(1:3) TO WS-FAIL-LIMIT
                   ELSE
                       MOVE 'N' TO WS-PARM-OK-SW
                   END-IF
               END-IF
           END-IF.
       0100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1300-LOAD-ATTENDANCE-TALLY - one pass over the attendance file
      *> counting each student's A and L marks inside the term window,
      *> as report_cards does. OPTIONAL: with no attendance file the
      *> counts print as zero.
      *>---------------------------------------------------------------
       1300-LOAD-ATTENDANCE-TALLY.
           OPEN INPUT ATTENDANCE-FILE
           PERFORM UNTIL WS-EOF-YES
               READ ATTENDANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (ATT-CODE = 'A' OR ATT-CODE = 'L')
                          AND ATT-DATE(1:8) NOT < WS-FROM-DATE
                          AND ATT-DATE(1:8) NOT > WS-TO-DATE
                           PERFORM 1310-TALLY-MARK THRU 1310-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATTENDANCE-FILE
           MOVE 'N' TO WS-EOF.
       1300-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1310-TALLY-MARK - one A or L mark into its student's tally
      *> entry, opening a new entry at first sight of the student.
      *>---------------------------------------------------------------
       1310-TALLY-MARK.
           PERFORM 1320-SCAN-TALLY
               VARYING WS-TALLY-IX FROM 1 BY 1
               UNTIL WS-TALLY-IX > WS-TALLY-COUNT
                  OR WS-TALLY-NUMBER(WS-TALLY-IX) = ATT-STUDENT-NUMBER
           IF WS-TALLY-IX > WS-TALLY-COUNT
               IF WS-TALLY-COUNT < WS-TALLY-MAX
                   ADD 1 TO WS-TALLY-COUNT
                   MOVE ATT-STUDENT-NUMBER
                       TO WS-TALLY-NUMBER(WS-TALLY-COUNT)
                   MOVE ZERO TO WS-TALLY-ABSENT(WS-TALLY-COUNT)
                   MOVE ZERO TO WS-TALLY-LATE(WS-TALLY-COUNT)
                   MOVE WS-TALLY-COUNT TO WS-TALLY-IX
               END-IF
           END-IF
           IF WS-TALLY-IX NOT > WS-TALLY-COUNT
               IF ATT-CODE = 'L'
                   ADD 1 TO WS-TALLY-LATE(WS-TALLY-IX)
               ELSE
                   ADD 1 TO WS-TALLY-ABSENT(WS-TALLY-IX)
               END-IF
           END-IF.
       1310-EXIT.
           EXIT.

       1320-SCAN-TALLY.
           CONTINUE.
       1320-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1400-RELEASE-MARKS - reads the grades file and hands the sort
      *> every mark posted for the selected term.
      *>---------------------------------------------------------------
       1400-RELEASE-MARKS.
           OPEN INPUT GRADES-FILE.
           PERFORM UNTIL WS-EOF-YES
               READ GRADES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GRD-TERM = WS-SELECT-TERM
                           ADD 1 TO WS-MARKS-READ
                           MOVE GRD-CLASSROOM TO SW-CLASSROOM
                           MOVE GRD-STUDENT-NUMBER
                               TO SW-STUDENT-NUMBER
                           MOVE GRD-SUBJECT TO SW-SUBJECT
                           MOVE GRD-MARK TO SW-MARK
                           MOVE GRD-STUDENT-NAME TO SW-STUDENT-NAME
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADES-FILE
           MOVE 'N' TO WS-EOF.
       1400-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2000-RANK-STUDENTS - the sort has the marks in CLASSROOM /
      *> student order: each student's marks are summed until the
      *> student changes, the student then goes into the room's rank
      *> table, and when the CLASSROOM changes the room is ranked and
      *> printed onto all three reports.
      *>---------------------------------------------------------------
       2000-RANK-STUDENTS.
           OPEN OUTPUT STANDING-REPORT
           OPEN OUTPUT HONOR-REPORT
           OPEN OUTPUT PROBATION-REPORT
           PERFORM 2050-WRITE-HEADINGS THRU 2050-EXIT
           OPEN INPUT SORTED-GRADES-FILE
           PERFORM UNTIL WS-EOF-YES
               READ SORTED-GRADES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 2100-DETECT-BREAK THRU 2100-EXIT
                       ADD 1 TO WS-STU-SUBJECTS
                       ADD SR-MARK TO WS-STU-MARK-SUM
                       IF SR-MARK < WS-PASS-MARK
                           ADD 1 TO WS-STU-FAILED
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-FIRST-STUDENT
               PERFORM 2300-CLOSE-STUDENT THRU 2300-EXIT
               PERFORM 3000-PRINT-ROOM THRU 3000-EXIT
           END-IF
           CLOSE SORTED-GRADES-FILE
           MOVE 'N' TO WS-EOF
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           CLOSE STANDING-REPORT
           CLOSE HONOR-REPORT
           CLOSE PROBATION-REPORT.
       2000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2050-WRITE-HEADINGS - the title of each report, naming the
      *> term and the cutoffs the run was made with.
      *>---------------------------------------------------------------
       2050-WRITE-HEADINGS.
           MOVE WS-HONOR-CUTOFF TO WS-CUTOFF-ED
           MOVE WS-PASS-MARK TO WS-PASS-ED
           MOVE WS-FAIL-LIMIT TO WS-LIMIT-ED
           MOVE SPACES TO STANDING-LINE
           STRING '**** ACADEMIC STANDING FOR TERM ' DELIMITED BY SIZE
               WS-SELECT-TERM DELIMITED BY SIZE
               ' ****' DELIMITED BY SIZE
               INTO STANDING-LINE
           WRITE STANDING-LINE
           MOVE SPACES TO STANDING-LINE
           STRING 'HONOR ROLL: AVERAGE ABOVE ' DELIMITED BY SIZE
               WS-CUTOFF-ED DELIMITED BY SIZE
               '   PROBATION: AVERAGE BELOW ' DELIMITED BY SIZE
               WS-PASS-ED DELIMITED BY SIZE
               ' OR ' DELIMITED BY SIZE
               WS-LIMIT-ED DELIMITED BY SIZE
               ' OR MORE SUBJECTS FAILED' DELIMITED BY SIZE
               INTO STANDING-LINE
           WRITE STANDING-LINE
           MOVE SPACES TO HONOR-LINE
           STRING '**** HONOR ROLL FOR TERM ' DELIMITED BY SIZE
               WS-SELECT-TERM DELIMITED BY SIZE
               ' - AVERAGE ABOVE ' DELIMITED BY SIZE
               WS-CUTOFF-ED DELIMITED BY SIZE
               ' ****' DELIMITED BY SIZE
               INTO HONOR-LINE
           WRITE HONOR-LINE
           MOVE SPACES TO PROBATION-LINE
           STRING '**** PROBATION LIST FOR TERM ' DELIMITED BY SIZE
               WS-SELECT-TERM DELIMITED BY SIZE
               ' - AVERAGE BELOW ' DELIMITED BY SIZE
               WS-PASS-ED DELIMITED BY SIZE
               ' OR ' DELIMITED BY SIZE
               WS-LIMIT-ED DELIMITED BY SIZE
               '+ FAILED ****' DELIMITED BY SIZE
               INTO PROBATION-LINE
           WRITE PROBATION-LINE.
       2050-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2100-DETECT-BREAK - close out the student in progress when the
      *> student changes, and the whole room when the CLASSROOM does.
      *>---------------------------------------------------------------
       2100-DETECT-BREAK.
           IF WS-FIRST-STUDENT
               MOVE 'N' TO WS-FIRST-STUDENT-SW
               PERFORM 2200-OPEN-STUDENT THRU 2200-EXIT
           ELSE
               IF SR-STUDENT-NUMBER NOT = WS-PREV-STUDENT
                  OR SR-CLASSROOM NOT = WS-PREV-CLASSROOM
                   PERFORM 2300-CLOSE-STUDENT THRU 2300-EXIT
                   IF SR-CLASSROOM NOT = WS-PREV-CLASSROOM
                       PERFORM 3000-PRINT-ROOM THRU 3000-EXIT
                   END-IF
                   PERFORM 2200-OPEN-STUDENT THRU 2200-EXIT
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2200-OPEN-STUDENT.
           MOVE SR-CLASSROOM TO WS-PREV-CLASSROOM
           MOVE SR-STUDENT-NUMBER TO WS-PREV-STUDENT
           MOVE SR-STUDENT-NAME TO WS-PREV-NAME
           MOVE ZERO TO WS-STU-SUBJECTS
           MOVE ZERO TO WS-STU-MARK-SUM
           MOVE ZERO TO WS-STU-FAILED.
       2200-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2300-CLOSE-STUDENT - the student just finished into the room's
      *> rank table at its place in descending average order; a
      *> student equal to one already there goes after it, so ties
      *> keep student-number order.
      *>---------------------------------------------------------------
       2300-CLOSE-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT
           COMPUTE WS-STU-AVERAGE ROUNDED =
               WS-STU-MARK-SUM / WS-STU-SUBJECTS
           IF WS-RANK-COUNT NOT < WS-RANK-MAX
               DISPLAY 'ROOM ' WS-PREV-CLASSROOM ' RANK TABLE FULL - '
                   WS-PREV-STUDENT ' NOT RANKED'
           ELSE
               PERFORM 2310-SCAN-INSERT
                   VARYING WS-INSERT-IX FROM 1 BY 1
                   UNTIL WS-INSERT-IX > WS-RANK-COUNT
                      OR WS-RK-AVERAGE(WS-INSERT-IX) < WS-STU-AVERAGE
               PERFORM 2320-SHIFT-UP
                   VARYING WS-RANK-IX FROM WS-RANK-COUNT BY -1
                   UNTIL WS-RANK-IX < WS-INSERT-IX
               ADD 1 TO WS-RANK-COUNT
               MOVE WS-PREV-STUDENT TO WS-RK-NUMBER(WS-INSERT-IX)
               MOVE WS-PREV-NAME TO WS-RK-NAME(WS-INSERT-IX)
               MOVE WS-STU-SUBJECTS TO WS-RK-SUBJECTS(WS-INSERT-IX)
               MOVE WS-STU-FAILED TO WS-RK-FAILED(WS-INSERT-IX)
               MOVE WS-STU-AVERAGE TO WS-RK-AVERAGE(WS-INSERT-IX)
           END-IF.
       2300-EXIT.
           EXIT.

       2310-SCAN-INSERT.
           CONTINUE.
       2310-EXIT.
           EXIT.

       2320-SHIFT-UP.
           MOVE WS-RANK-ENTRY(WS-RANK-IX)
               TO WS-RANK-ENTRY(WS-RANK-IX + 1).
       2320-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3000-PRINT-ROOM - the room just finished: its banner on each
      *> report, every student in rank order, the room's honor and
      *> probation counts, and the rank table emptied for the next
      *> room.
      *>---------------------------------------------------------------
       3000-PRINT-ROOM.
           MOVE ZERO TO WS-ROOM-HONORS
           MOVE ZERO TO WS-ROOM-PROBATION
           MOVE SPACES TO STANDING-LINE
           WRITE STANDING-LINE
           MOVE SPACES TO STANDING-LINE
           STRING '---- CLASSROOM ' DELIMITED BY SIZE
               WS-PREV-CLASSROOM DELIMITED BY SIZE
               ' ----' DELIMITED BY SIZE
               INTO STANDING-LINE
           WRITE STANDING-LINE
           MOVE SPACES TO STANDING-LINE
           STRING 'RANK  STUDENT    NAME                          '
                   DELIMITED BY SIZE
               'SUBJ  AVERAGE  FAILED  STANDING' DELIMITED BY SIZE
               INTO STANDING-LINE
           WRITE STANDING-LINE
           MOVE SPACES TO HONOR-LINE
           WRITE HONOR-LINE
           MOVE SPACES TO HONOR-LINE
           STRING '---- CLASSROOM ' DELIMITED BY SIZE
               WS-PREV-CLASSROOM DELIMITED BY SIZE
               ' ----' DELIMITED BY SIZE
               INTO HONOR-LINE
           WRITE HONOR-LINE
           MOVE SPACES TO PROBATION-LINE
           WRITE PROBATION-LINE
           MOVE SPACES TO PROBATION-LINE
           STRING '---- CLASSROOM ' DELIMITED BY SIZE
               WS-PREV-CLASSROOM DELIMITED BY SIZE
               ' ----' DELIMITED BY SIZE
               INTO PROBATION-LINE
           WRITE PROBATION-LINE
           PERFORM 3100-PRINT-RANKED
               VARYING WS-RANK-IX FROM 1 BY 1
               UNTIL WS-RANK-IX > WS-RANK-COUNT
           IF WS-ROOM-HONORS = ZERO
               MOVE '  NONE' TO HONOR-LINE
               WRITE HONOR-LINE
           END-IF
           IF WS-ROOM-PROBATION = ZERO
               MOVE '  NONE' TO PROBATION-LINE
               WRITE PROBATION-LINE
           END-IF
           MOVE ZERO TO WS-RANK-COUNT.
       3000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3100-PRINT-RANKED - one student of the room: the rank (the
      *> position in the table, or the rank of the student above when
      *> the averages are equal), the standing line, and the honor or
      *> probation entry where the student qualifies.
      *>---------------------------------------------------------------
       3100-PRINT-RANKED.
           IF WS-RANK-IX = 1
               MOVE 1 TO WS-RANK-NUMBER
           ELSE
               IF WS-RK-AVERAGE(WS-RANK-IX)
                  < WS-RK-AVERAGE(WS-RANK-IX - 1)
                   MOVE WS-RANK-IX TO WS-RANK-NUMBER
               END-IF
           END-IF
           MOVE 'N' TO WS-PROBATION-SW
           IF WS-RK-AVERAGE(WS-RANK-IX) < WS-PASS-MARK
              OR WS-RK-FAILED(WS-RANK-IX) NOT < WS-FAIL-LIMIT
               MOVE 'Y' TO WS-PROBATION-SW
           END-IF
           MOVE SPACES TO WS-STANDING-FLAG
           IF WS-ON-PROBATION
               MOVE 'PROBATION' TO WS-STANDING-FLAG
           ELSE
               IF WS-RK-AVERAGE(WS-RANK-IX) > WS-HONOR-CUTOFF
                   MOVE 'HONOR ROLL' TO WS-STANDING-FLAG
               END-IF
           END-IF
           MOVE WS-RANK-NUMBER TO WS-RANK-ED
           MOVE WS-RK-SUBJECTS(WS-RANK-IX) TO WS-SUBJECTS-ED
           MOVE WS-RK-AVERAGE(WS-RANK-IX) TO WS-AVERAGE-ED
           MOVE WS-RK-FAILED(WS-RANK-IX) TO WS-FAILED-ED
           MOVE SPACES TO STANDING-LINE
           STRING WS-RANK-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-RK-NUMBER(WS-RANK-IX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RK-NAME(WS-RANK-IX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SUBJECTS-ED DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WS-AVERAGE-ED DELIMITED BY SIZE
               '     ' DELIMITED BY SIZE
               WS-FAILED-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-STANDING-FLAG DELIMITED BY SIZE
               INTO STANDING-LINE
           WRITE STANDING-LINE
           IF WS-STANDING-FLAG = 'HONOR ROLL'
               PERFORM 3200-HONOR-ENTRY THRU 3200-EXIT
           END-IF
           IF WS-ON-PROBATION
               PERFORM 3300-PROBATION-ENTRY THRU 3300-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3200-HONOR-ENTRY - one student onto the honor roll.
      *>---------------------------------------------------------------
       3200-HONOR-ENTRY.
           ADD 1 TO WS-ROOM-HONORS
           ADD 1 TO WS-HONOR-COUNT
           MOVE SPACES TO HONOR-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-RK-NUMBER(WS-RANK-IX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RK-NAME(WS-RANK-IX) DELIMITED BY SIZE
               ' AVERAGE=' DELIMITED BY SIZE
               WS-AVERAGE-ED DELIMITED BY SIZE
               '  RANK=' DELIMITED BY SIZE
               WS-RANK-ED DELIMITED BY SIZE
               INTO HONOR-LINE
           WRITE HONOR-LINE.
       3200-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3300-PROBATION-ENTRY - one student onto the probation list,
      *> with the term's absent and late counts off the tally table
      *> (zero when the student posted no attendance marks in the
      *> window).
      *>---------------------------------------------------------------
       3300-PROBATION-ENTRY.
           ADD 1 TO WS-ROOM-PROBATION
           ADD 1 TO WS-PROBATION-COUNT
           MOVE ZERO TO WS-ABSENT-ED
           MOVE ZERO TO WS-LATE-ED
           PERFORM 1320-SCAN-TALLY
               VARYING WS-TALLY-IX FROM 1 BY 1
               UNTIL WS-TALLY-IX > WS-TALLY-COUNT
                  OR WS-TALLY-NUMBER(WS-TALLY-IX)
                     = WS-RK-NUMBER(WS-RANK-IX)
           IF WS-TALLY-IX NOT > WS-TALLY-COUNT
               MOVE WS-TALLY-ABSENT(WS-TALLY-IX) TO WS-ABSENT-ED
               MOVE WS-TALLY-LATE(WS-TALLY-IX) TO WS-LATE-ED
           END-IF
           MOVE SPACES TO PROBATION-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-RK-NUMBER(WS-RANK-IX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RK-NAME(WS-RANK-IX) DELIMITED BY SIZE
               ' AVERAGE=' DELIMITED BY SIZE
               WS-AVERAGE-ED DELIMITED BY SIZE
               ' FAILED=' DELIMITED BY SIZE
               WS-FAILED-ED DELIMITED BY SIZE
               ' ABSENT=' DELIMITED BY SIZE
               WS-ABSENT-ED DELIMITED BY SIZE
               ' LATE=' DELIMITED BY SIZE
               WS-LATE-ED DELIMITED BY SIZE
               INTO PROBATION-LINE
           WRITE PROBATION-LINE.
       3300-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 8000-WRITE-TOTALS - run totals onto the standing report
      *> trailer and the operator's console.
      *>---------------------------------------------------------------
       8000-WRITE-TOTALS.
           MOVE WS-STUDENT-COUNT TO WS-STUDENT-COUNT-ED
           MOVE WS-HONOR-COUNT TO WS-HONOR-COUNT-ED
           MOVE WS-PROBATION-COUNT TO WS-PROBATION-COUNT-ED
           MOVE WS-MARKS-READ TO WS-MARKS-READ-ED
           MOVE SPACES TO STANDING-LINE
           WRITE STANDING-LINE
           MOVE SPACES TO STANDING-LINE
           STRING 'MARKS READ         : ' DELIMITED BY SIZE
               WS-MARKS-READ-ED DELIMITED BY SIZE
               INTO STANDING-LINE
           WRITE STANDING-LINE
           MOVE SPACES TO STANDING-LINE
           STRING 'STUDENTS RANKED    : ' DELIMITED BY SIZE
               WS-STUDENT-COUNT-ED DELIMITED BY SIZE
               INTO STANDING-LINE
           WRITE STANDING-LINE
           MOVE SPACES TO STANDING-LINE
           STRING 'HONOR ROLL         : ' DELIMITED BY SIZE
               WS-HONOR-COUNT-ED DELIMITED BY SIZE
               INTO STANDING-LINE
           WRITE STANDING-LINE
           MOVE SPACES TO STANDING-LINE
           STRING 'ON PROBATION       : ' DELIMITED BY SIZE
               WS-PROBATION-COUNT-ED DELIMITED BY SIZE
               INTO STANDING-LINE
           WRITE STANDING-LINE
           DISPLAY 'STUDENTS RANKED    : ' WS-STUDENT-COUNT-ED
           DISPLAY 'HONOR ROLL         : ' WS-HONOR-COUNT-ED
           DISPLAY 'ON PROBATION       : ' WS-PROBATION-COUNT-ED.
       8000-EXIT.
           EXIT.
