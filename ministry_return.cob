      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ministry_return.
       AUTHOR. ALI ALMOHAMMED SALEH.
      *>---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  AAS  Initial version - the monthly enrollment-
      *>                    movement return for the education ministry,
      *>                    replacing the one put together by hand from
      *>                    print_students totals and journal
      *>                    printouts. The command line gives the month
      *>                    (YYYYMM). Every student who could have been
      *>                    on the roll that month is gathered from the
      *>                    live master, students_history.dat and the
      *>                    journal (the shared STUJRNL layout): the
      *>                    journal dates admissions and room moves and
      *>                    says who made each change, the transfer_in
      *>                    and transfer_out envelopes name the
      *>                    transfers behind entries made before the
      *>                    journal carried that, and WITHDRAWN-DATE on
      *>                    the record dates each leaver. Each room's
      *>                    opening, admissions, transfers in, moves
      *>                    in, transfers out, withdrawals, graduations,
      *>                    moves out and closing go on a control
      *>                    listing proving opening + in - out =
      *>                    closing, and every room's closing must
      *>                    match the active students on the live
      *>                    master, whose record count must match
      *>                    students_control.dat. Only when all of that
      *>                    agrees is the return written (the shared
      *>                    MINRET layout, named for the month);
      *>                    otherwise it is refused with RETURN-CODE 8.
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO
               'students_data_cobol_structure.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-NUMBER OF INREC
               ALTERNATE RECORD KEY IS STUDENT-NAME OF INREC
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO
               'students_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO
               'students_history.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO
               'students_journal.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANSFER-IN-FILE ASSIGN TO
               'transfer_in.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANSFER-OUT-FILE ASSIGN TO
               'transfer_out.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLASSROOM-MASTER ASSIGN TO
               'classroom_master.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-FILE ASSIGN TO
               WS-RETURN-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-LISTING ASSIGN TO
               'ministry_return_control.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD   STUDENT-FILE.
           COPY students.

       FD   CONTROL-FILE.
           COPY stucntl.

       FD   HISTORY-FILE.
       01   HISTORY-REC                  PIC X(116).

       FD   JOURNAL-FILE.
           COPY stujrnl.

       FD   TRANSFER-IN-FILE.
           COPY xfer REPLACING ==XFER-REC== BY ==XFI-REC==.

       FD   TRANSFER-OUT-FILE.
           COPY xfer REPLACING ==XFER-REC== BY ==XFO-REC==.

       FD   CLASSROOM-MASTER.
           COPY classrm.

       FD   RETURN-FILE.
           COPY minret.

       FD   CONTROL-LISTING.
       01   LISTING-LINE                 PIC X(120).

       WORKING-STORAGE SECTION.
           COPY students REPLACING ==INREC== BY ==JB-INREC==.
           COPY students REPLACING ==INREC== BY ==JA-INREC==.
           COPY students REPLACING ==INREC== BY ==HS-INREC==.
       01   WS-FILE-STATUS               PIC X(02) VALUE ZEROS.
           88 WS-FILE-STATUS-OK          VALUE '00'.
       01   WS-EOF                       PIC X VALUE 'N'.
           88 WS-EOF-YES                VALUE 'Y'.
       01   WS-RUN-PARM                  PIC X(80) VALUE SPACES.
       01   WS-PARM-OK-SW                PIC X VALUE 'N'.
           88 WS-PARM-OK                 VALUE 'Y'.
       01   WS-PERIOD                    PIC 9(06) VALUE ZERO.
       01   WS-PERIOD-R REDEFINES WS-PERIOD.
           05 WS-PERIOD-YYYY            PIC 9(04).
           05 WS-PERIOD-MM              PIC 9(02).
       01   WS-MONTH-START               PIC 9(08) VALUE ZERO.
       01   WS-MONTH-END                 PIC 9(08) VALUE ZERO.
       01   WS-CONV-DATE                 PIC 9(08) VALUE ZERO.
       01   WS-CONV-DATE-R REDEFINES WS-CONV-DATE.
           05 WS-CONV-YYYY              PIC 9(04).
           05 WS-CONV-MM                PIC 9(02).
           05 WS-CONV-DD                PIC 9(02).
       01   WS-ISO-DATE                  PIC X(10) VALUE SPACES.
       01   WS-DATE-YYYY                 PIC 9(04) VALUE ZERO.
       01   WS-DATE-MM                   PIC 9(02) VALUE ZERO.
       01   WS-DATE-MAX-DD               PIC 9(02) VALUE ZERO.
       01   WS-LEAP-QUOT                 PIC 9(04) COMP VALUE ZERO.
       01   WS-LEAP-REM                  PIC 9(04) COMP VALUE ZERO.
       01   WS-LEAP-SW                   PIC X VALUE 'N'.
           88 WS-LEAP-YEAR              VALUE 'Y'.
       01   WS-RETURN-NAME               PIC X(40) VALUE SPACES.
       01   WS-CONTROL-COUNT             PIC 9(05) COMP VALUE ZERO.
       01   WS-CONTROL-COUNT-ED          PIC ZZZZ9.
       01   WS-CONTROL-FOUND-SW          PIC X VALUE 'N'.
           88 WS-CONTROL-FOUND          VALUE 'Y'.
       01   WS-CONTROL-BY                PIC X(20) VALUE SPACES.
       01   WS-MASTER-RECORDS            PIC 9(05) COMP VALUE ZERO.
       01   WS-MASTER-RECORDS-ED         PIC ZZZZ9.
       01   WS-HISTORY-COUNT             PIC 9(05) COMP VALUE ZERO.
       01   WS-HISTORY-COUNT-ED          PIC ZZZZ9.
       01   WS-JOURNAL-COUNT             PIC 9(06) COMP VALUE ZERO.
       01   WS-JOURNAL-COUNT-ED          PIC ZZZZZ9.
       01   WS-LATE-COUNT                PIC 9(06) COMP VALUE ZERO.
       01   WS-LATE-COUNT-ED             PIC ZZZZZ9.
       01   WS-ERROR-COUNT               PIC 9(05) COMP VALUE ZERO.
       01   WS-ERROR-COUNT-ED            PIC ZZZZ9.
       01   WS-WANTED-NUMBER             PIC X(10) VALUE SPACES.
       01   WS-WANTED-ROOM               PIC X(3) VALUE SPACES.
       01   WS-BEFORE-ACTIVE-SW          PIC X VALUE 'N'.
           88 WS-BEFORE-ACTIVE          VALUE 'Y'.
       01   WS-AFTER-ACTIVE-SW           PIC X VALUE 'N'.
           88 WS-AFTER-ACTIVE           VALUE 'Y'.
       01   WS-ADDED-SW                  PIC X VALUE 'N'.
           88 WS-STUDENT-ADDED          VALUE 'Y'.
       01   WS-LISTED-SW                 PIC X VALUE 'N'.
           88 WS-ON-LIST                VALUE 'Y'.
       01   WS-XIN-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01   WS-XIN-IX                    PIC 9(04) COMP VALUE ZERO.
       01   WS-XIN-TABLE.
           05 WS-XIN-NUMBER             PIC X(10) OCCURS 999 TIMES.
       01   WS-XOUT-COUNT                PIC 9(04) COMP VALUE ZERO.
       01   WS-XOUT-IX                   PIC 9(04) COMP VALUE ZERO.
       01   WS-XOUT-TABLE.
           05 WS-XOUT-NUMBER            PIC X(10) OCCURS 999 TIMES.
       01   WS-STU-COUNT                 PIC 9(05) COMP VALUE ZERO.
       01   WS-STU-MAX                   PIC 9(05) COMP VALUE 9999.
       01   WS-STU-IX                    PIC 9(05) COMP VALUE ZERO.
       01   WS-STU-FULL-SW               PIC X VALUE 'N'.
           88 WS-STU-TABLE-FULL         VALUE 'Y'.
       01   WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 9999 TIMES.
               10 WS-STU-NUMBER          PIC X(10).
               10 WS-STU-SOURCE          PIC X(01).
               10 WS-STU-STATUS          PIC X(01).
               10 WS-STU-ROOM            PIC X(3).
               10 WS-STU-ROOM-START      PIC X(3).
               10 WS-STU-ROOM-END        PIC X(3).
               10 WS-STU-CREATED         PIC X(10).
               10 WS-STU-WITHDRAWN       PIC X(10).
               10 WS-STU-IN-SEEN         PIC X(01).
               10 WS-STU-IN-DATE         PIC 9(08).
               10 WS-STU-IN-KIND         PIC X(01).
               10 WS-STU-OUT-SEEN        PIC X(01).
               10 WS-STU-OUT-DATE        PIC 9(08).
               10 WS-STU-OUT-KIND        PIC X(01).
       01   WS-ROOM-COUNT                PIC 9(04) COMP VALUE ZERO.
       01   WS-ROOM-MAX                  PIC 9(04) COMP VALUE 999.
       01   WS-ROOM-IX                   PIC 9(04) COMP VALUE ZERO.
       01   WS-ROOM-FULL-SW              PIC X VALUE 'N'.
           88 WS-ROOM-TABLE-FULL        VALUE 'Y'.
       01   WS-ROOM-TABLE.
           05 WS-ROOM-ENTRY OCCURS 999 TIMES.
               10 WS-RM-CODE             PIC X(3).
               10 WS-RM-OPENING          PIC 9(05) COMP.
               10 WS-RM-ADMITTED         PIC 9(05) COMP.
               10 WS-RM-XFER-IN          PIC 9(05) COMP.
               10 WS-RM-MOVED-IN         PIC 9(05) COMP.
               10 WS-RM-XFER-OUT         PIC 9(05) COMP.
               10 WS-RM-WITHDRAWN        PIC 9(05) COMP.
               10 WS-RM-GRADUATED        PIC 9(05) COMP.
               10 WS-RM-MOVED-OUT        PIC 9(05) COMP.
               10 WS-RM-CLOSING          PIC 9(05) COMP.
               10 WS-RM-MASTER           PIC 9(05) COMP.
       01   WS-TOT-OPENING               PIC 9(05) COMP VALUE ZERO.
       01   WS-TOT-ADMITTED              PIC 9(05) COMP VALUE ZERO.
       01   WS-TOT-XFER-IN               PIC 9(05) COMP VALUE ZERO.
       01   WS-TOT-MOVED-IN              PIC 9(05) COMP VALUE ZERO.
       01   WS-TOT-XFER-OUT              PIC 9(05) COMP VALUE ZERO.
       01   WS-TOT-WITHDRAWN             PIC 9(05) COMP VALUE ZERO.
       01   WS-TOT-GRADUATED             PIC 9(05) COMP VALUE ZERO.
       01   WS-TOT-MOVED-OUT             PIC 9(05) COMP VALUE ZERO.
       01   WS-TOT-CLOSING               PIC 9(05) COMP VALUE ZERO.
       01   WS-TOT-MASTER                PIC 9(05) COMP VALUE ZERO.
       01   WS-PROOF                     PIC S9(06) COMP VALUE ZERO.
       01   WS-ROOM-STATE                PIC X(14) VALUE SPACES.
       01   WS-LINE-ROOM                 PIC X(3) VALUE SPACES.
       01   WS-LINE-COUNTS.
           05 WS-LN-OPENING             PIC ZZZZ9.
           05 WS-LN-ADMITTED            PIC ZZZZ9.
           05 WS-LN-XFER-IN             PIC ZZZZ9.
           05 WS-LN-MOVED-IN            PIC ZZZZ9.
           05 WS-LN-XFER-OUT            PIC ZZZZ9.
           05 WS-LN-WITHDRAWN           PIC ZZZZ9.
           05 WS-LN-GRADUATED           PIC ZZZZ9.
           05 WS-LN-MOVED-OUT           PIC ZZZZ9.
           05 WS-LN-CLOSING             PIC ZZZZ9.
           05 WS-LN-MASTER              PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           PERFORM 1000-CHECK-PERIOD THRU 1000-EXIT.
           IF NOT WS-PARM-OK
               DISPLAY 'GIVE THE MONTH TO RETURN AS YYYYMM'
           ELSE
               MOVE SPACES TO WS-RETURN-NAME
               STRING 'ministry_return_' DELIMITED BY SIZE
                   WS-RUN-PARM(1:6) DELIMITED BY SIZE
                   '.dat' DELIMITED BY SIZE
                   INTO WS-RETURN-NAME
               OPEN OUTPUT CONTROL-LISTING
               PERFORM 1100-READ-CONTROL THRU 1100-EXIT
               PERFORM 1200-LOAD-CLASSROOMS THRU 1200-EXIT
               PERFORM 1300-LOAD-TRANSFERS THRU 1300-EXIT
               PERFORM 2000-SWEEP-MASTER THRU 2000-EXIT
               PERFORM 2200-LOAD-HISTORY THRU 2200-EXIT
               PERFORM 2400-READ-JOURNAL THRU 2400-EXIT
               PERFORM 3000-COUNT-STUDENT THRU 3000-EXIT
                   VARYING WS-STU-IX FROM 1 BY 1
                   UNTIL WS-STU-IX > WS-STU-COUNT
               PERFORM 4000-WRITE-LISTING THRU 4000-EXIT
               PERFORM 4500-RECONCILE THRU 4500-EXIT
               IF WS-ERROR-COUNT = ZERO
                   PERFORM 5000-WRITE-RETURN THRU 5000-EXIT
               END-IF
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
               CLOSE CONTROL-LISTING
               IF WS-ERROR-COUNT NOT = ZERO
                   DISPLAY 'RETURN NOT PRODUCED - SEE '
                       'ministry_return_control.txt'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY 'RETURN FILE        : ' WS-RETURN-NAME
               END-IF
           END-IF.
           STOP RUN.

      *>---------------------------------------------------------------
      *> 1000-CHECK-PERIOD - the month must be YYYYMM with a real
      *> month; it gives the first and last days the movements are
      *> dated between.
      *>---------------------------------------------------------------
       1000-CHECK-PERIOD.
           IF WS-RUN-PARM(1:6) IS NUMERIC
               MOVE WS-RUN-PARM(1:6) TO WS-PERIOD
               IF WS-PERIOD-MM NOT < 1 AND WS-PERIOD-MM NOT > 12
                   MOVE 'Y' TO WS-PARM-OK-SW
                   MOVE WS-PERIOD-YYYY TO WS-DATE-YYYY
                   MOVE WS-PERIOD-MM TO WS-DATE-MM
                   PERFORM 1010-SET-MONTH-END THRU 1010-EXIT
                   MOVE WS-PERIOD-YYYY TO WS-CONV-YYYY
                   MOVE WS-PERIOD-MM TO WS-CONV-MM
                   MOVE 1 TO WS-CONV-DD
                   MOVE WS-CONV-DATE TO WS-MONTH-START
                   MOVE WS-DATE-MAX-DD TO WS-CONV-DD
                   MOVE WS-CONV-DATE TO WS-MONTH-END
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1010-SET-MONTH-END - the last day of WS-DATE-MM in
      *> WS-DATE-YYYY: thirty days hath September, April, June and
      *> November; February 28, or 29 when the year divides by 4 but
      *> not by 100 - unless it divides by 400 as well.
      *>---------------------------------------------------------------
       1010-SET-MONTH-END.
           IF WS-DATE-MM = 2
               MOVE 'N' TO WS-LEAP-SW
               DIVIDE WS-DATE-YYYY BY 4
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 'Y' TO WS-LEAP-SW
                   DIVIDE WS-DATE-YYYY BY 100
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 'N' TO WS-LEAP-SW
                       DIVIDE WS-DATE-YYYY BY 400
                           GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = ZERO
                           MOVE 'Y' TO WS-LEAP-SW
                       END-IF
                   END-IF
               END-IF
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-DATE-MAX-DD
               ELSE
                   MOVE 28 TO WS-DATE-MAX-DD
               END-IF
           ELSE
               IF WS-DATE-MM = 4 OR WS-DATE-MM = 6
                  OR WS-DATE-MM = 9 OR WS-DATE-MM = 11
                   MOVE 30 TO WS-DATE-MAX-DD
               ELSE
                   MOVE 31 TO WS-DATE-MAX-DD
               END-IF
           END-IF.
       1010-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1100-READ-CONTROL - the control-total record the updating
      *> programs keep; the master's record count is held to it in
      *> 4500-RECONCILE, exactly as student_verify does.
      *>---------------------------------------------------------------
       1100-READ-CONTROL.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO WS-CONTROL-FOUND-SW
                   MOVE CTL-RECORD-COUNT TO WS-CONTROL-COUNT
                   MOVE CTL-UPDATED-BY TO WS-CONTROL-BY
           END-READ
           CLOSE CONTROL-FILE.
       1100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1200-LOAD-CLASSROOMS - every room on CLASSROOM-MASTER goes
      *> into the room table first, so the return carries a line for
      *> each room even in a month it had no students. A room found on
      *> a student record but not on the master is added when met.
      *>---------------------------------------------------------------
       1200-LOAD-CLASSROOMS.
           OPEN INPUT CLASSROOM-MASTER
           PERFORM UNTIL WS-EOF-YES
               READ CLASSROOM-MASTER
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CM-ROOM-CODE NOT = SPACES
                           MOVE CM-ROOM-CODE TO WS-WANTED-ROOM
                           PERFORM 2950-FIND-ROOM THRU 2950-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLASSROOM-MASTER
           MOVE 'N' TO WS-EOF.
       1200-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1300-LOAD-TRANSFERS - the STUDENT-NUMBERs on the 'S' records
      *> of the incoming and outgoing sister-campus envelopes. Journal
      *> entries written before the journal named the program behind
      *> each change are classed as transfers by these lists instead.
      *>---------------------------------------------------------------
       1300-LOAD-TRANSFERS.
           OPEN INPUT TRANSFER-IN-FILE
           PERFORM UNTIL WS-EOF-YES
               READ TRANSFER-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF XF-RECORD-TYPE OF XFI-REC = 'S'
                          AND WS-XIN-COUNT < 999
                           ADD 1 TO WS-XIN-COUNT
                           MOVE XF-DATA OF XFI-REC (1:10)
                               TO WS-XIN-NUMBER(WS-XIN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSFER-IN-FILE
           MOVE 'N' TO WS-EOF
           OPEN INPUT TRANSFER-OUT-FILE
           PERFORM UNTIL WS-EOF-YES
               READ TRANSFER-OUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF XF-RECORD-TYPE OF XFO-REC = 'S'
                          AND WS-XOUT-COUNT < 999
                           ADD 1 TO WS-XOUT-COUNT
                           MOVE XF-DATA OF XFO-REC (1:10)
                               TO WS-XOUT-NUMBER(WS-XOUT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSFER-OUT-FILE
           MOVE 'N' TO WS-EOF.
       1300-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2000-SWEEP-MASTER - end-to-end read of the live master. Every
      *> record is counted for the control-total check and goes into
      *> the student table as it stands now; an active student is also
      *> counted into their room's live figure, which the month's
      *> closing has to match.
      *>---------------------------------------------------------------
       2000-SWEEP-MASTER.
           OPEN INPUT STUDENT-FILE
           IF NOT WS-FILE-STATUS-OK
               MOVE SPACES TO LISTING-LINE
               STRING 'MASTER WILL NOT OPEN - FILE STATUS '
                       DELIMITED BY SIZE
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO LISTING-LINE
               PERFORM 2990-WRITE-DISCREPANCY THRU 2990-EXIT
           ELSE
               PERFORM UNTIL WS-EOF-YES
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 2100-TAKE-MASTER THRU 2100-EXIT
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
               MOVE 'N' TO WS-EOF
           END-IF.
       2000-EXIT.
           EXIT.

       2100-TAKE-MASTER.
           ADD 1 TO WS-MASTER-RECORDS
           MOVE STUDENT-NUMBER OF INREC TO WS-WANTED-NUMBER
           PERFORM 2900-FIND-STUDENT THRU 2900-EXIT
           IF WS-STU-IX NOT > WS-STU-COUNT
               MOVE 'M' TO WS-STU-SOURCE(WS-STU-IX)
               MOVE CLASSROOM OF INREC TO WS-STU-ROOM(WS-STU-IX)
               MOVE CREATED-AT OF INREC TO WS-STU-CREATED(WS-STU-IX)
               MOVE WITHDRAWN-DATE OF INREC
                   TO WS-STU-WITHDRAWN(WS-STU-IX)
               IF STUDENT-STATUS OF INREC = 'W'
                   MOVE 'W' TO WS-STU-STATUS(WS-STU-IX)
               ELSE
                   MOVE 'A' TO WS-STU-STATUS(WS-STU-IX)
                   MOVE CLASSROOM OF INREC TO WS-WANTED-ROOM
                   PERFORM 2950-FIND-ROOM THRU 2950-EXIT
                   IF WS-ROOM-IX NOT > WS-ROOM-COUNT
                       ADD 1 TO WS-RM-MASTER(WS-ROOM-IX)
                   END-IF
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2200-LOAD-HISTORY - students purged onto the history file are
      *> no longer on the master but may have been enrolled, or left,
      *> in the month being returned. Their history record (always
      *> withdrawn) stands as their record; a number that is on the
      *> live master as well keeps the master's record.
      *>---------------------------------------------------------------
       2200-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           PERFORM UNTIL WS-EOF-YES
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE HISTORY-REC TO HS-INREC
                       MOVE STUDENT-NUMBER OF HS-INREC
                           TO WS-WANTED-NUMBER
                       PERFORM 2900-FIND-STUDENT THRU 2900-EXIT
                       IF WS-STUDENT-ADDED
                           MOVE 'H' TO WS-STU-SOURCE(WS-STU-IX)
                           MOVE 'W' TO WS-STU-STATUS(WS-STU-IX)
                           MOVE CLASSROOM OF HS-INREC
                               TO WS-STU-ROOM(WS-STU-IX)
                           MOVE CREATED-AT OF HS-INREC
                               TO WS-STU-CREATED(WS-STU-IX)
                           MOVE WITHDRAWN-DATE OF HS-INREC
                               TO WS-STU-WITHDRAWN(WS-STU-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE 'N' TO WS-EOF.
       2200-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2400-READ-JOURNAL - every journal entry, oldest first. Entries
      *> dated after the month are counted so the listing can show
      *> that the master has moved on since the month closed.
      *>---------------------------------------------------------------
       2400-READ-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           PERFORM UNTIL WS-EOF-YES
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-COUNT
                       IF JR-DATE > WS-MONTH-END
                           ADD 1 TO WS-LATE-COUNT
                       END-IF
                       PERFORM 2500-APPLY-ENTRY THRU 2500-EXIT
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           MOVE 'N' TO WS-EOF.
       2400-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2500-APPLY-ENTRY - one journal entry, judged by whether the
      *> student was on the roll (present and not withdrawn) before
      *> and after it:
      *>   off to on  - an arrival, dated by the entry: a transfer in
      *>                when transfer_in made it, an admission
      *>                otherwise (a withdrawn student put back on the
      *>                roll is admitted again);
      *>   on to off  - a leaver, dated by the WITHDRAWN-DATE the
      *>                entry set, or by the entry for a student
      *>                deleted while still enrolled: a graduate when
      *>                student_promote made it, a transfer out when
      *>                transfer_out did, a withdrawal otherwise;
      *>   on to on   - a move when CLASSROOM changed. The room before
      *>                the first move on or after the 1st is the
      *>                student's room at the start of the month, and
      *>                before the first move after the month their
      *>                room at its close; moves inside the month are
      *>                counted out of one room and into the other.
      *> A student known only from the journal (deleted outright, not
      *> on the history file) is carried on the images alone.
      *>---------------------------------------------------------------
       2500-APPLY-ENTRY.
           MOVE JR-BEFORE-IMAGE TO JB-INREC
           MOVE JR-AFTER-IMAGE TO JA-INREC
           MOVE 'N' TO WS-BEFORE-ACTIVE-SW
           MOVE 'N' TO WS-AFTER-ACTIVE-SW
           IF JR-ACTION NOT = 'A' AND JR-BEFORE-IMAGE NOT = SPACES
              AND STUDENT-STATUS OF JB-INREC NOT = 'W'
               MOVE 'Y' TO WS-BEFORE-ACTIVE-SW
           END-IF
           IF JR-ACTION NOT = 'D' AND JR-AFTER-IMAGE NOT = SPACES
              AND STUDENT-STATUS OF JA-INREC NOT = 'W'
               MOVE 'Y' TO WS-AFTER-ACTIVE-SW
           END-IF
           IF JR-ACTION = 'D'
               MOVE STUDENT-NUMBER OF JB-INREC TO WS-WANTED-NUMBER
           ELSE
               MOVE STUDENT-NUMBER OF JA-INREC TO WS-WANTED-NUMBER
           END-IF
           PERFORM 2900-FIND-STUDENT THRU 2900-EXIT
           IF WS-STU-IX NOT > WS-STU-COUNT
               IF WS-STUDENT-ADDED
                   MOVE 'J' TO WS-STU-SOURCE(WS-STU-IX)
               END-IF
               IF WS-STU-SOURCE(WS-STU-IX) = 'J'
                   PERFORM 2510-CARRY-IMAGE THRU 2510-EXIT
               END-IF
               IF NOT WS-BEFORE-ACTIVE AND WS-AFTER-ACTIVE
                   PERFORM 2520-ARRIVAL THRU 2520-EXIT
               ELSE
                   IF WS-BEFORE-ACTIVE AND NOT WS-AFTER-ACTIVE
                       PERFORM 2530-LEAVER THRU 2530-EXIT
                   ELSE
                       IF WS-BEFORE-ACTIVE AND WS-AFTER-ACTIVE
                          AND CLASSROOM OF JB-INREC
                              NOT = CLASSROOM OF JA-INREC
                           PERFORM 2550-ROOM-MOVE THRU 2550-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

       2510-CARRY-IMAGE.
           IF JR-ACTION = 'D'
               MOVE 'D' TO WS-STU-STATUS(WS-STU-IX)
               MOVE CLASSROOM OF JB-INREC TO WS-STU-ROOM(WS-STU-IX)
               MOVE CREATED-AT OF JB-INREC TO WS-STU-CREATED(WS-STU-IX)
               MOVE WITHDRAWN-DATE OF JB-INREC
                   TO WS-STU-WITHDRAWN(WS-STU-IX)
           ELSE
               IF STUDENT-STATUS OF JA-INREC = 'W'
                   MOVE 'W' TO WS-STU-STATUS(WS-STU-IX)
               ELSE
                   MOVE 'A' TO WS-STU-STATUS(WS-STU-IX)
               END-IF
               MOVE CLASSROOM OF JA-INREC TO WS-STU-ROOM(WS-STU-IX)
               MOVE CREATED-AT OF JA-INREC TO WS-STU-CREATED(WS-STU-IX)
               MOVE WITHDRAWN-DATE OF JA-INREC
                   TO WS-STU-WITHDRAWN(WS-STU-IX)
           END-IF.
       2510-EXIT.
           EXIT.

       2520-ARRIVAL.
           MOVE 'Y' TO WS-STU-IN-SEEN(WS-STU-IX)
           MOVE JR-DATE TO WS-STU-IN-DATE(WS-STU-IX)
           MOVE 'N' TO WS-STU-OUT-SEEN(WS-STU-IX)
           MOVE ZERO TO WS-STU-OUT-DATE(WS-STU-IX)
           MOVE 'N' TO WS-STU-IN-KIND(WS-STU-IX)
           IF JR-PROGRAM = 'transfer_in'
               MOVE 'T' TO WS-STU-IN-KIND(WS-STU-IX)
           ELSE
               IF JR-PROGRAM = SPACES
                   PERFORM 2910-CHECK-TRANSFER-IN THRU 2910-EXIT
                   IF WS-ON-LIST
                       MOVE 'T' TO WS-STU-IN-KIND(WS-STU-IX)
                   END-IF
               END-IF
           END-IF.
       2520-EXIT.
           EXIT.

       2530-LEAVER.
           MOVE 'Y' TO WS-STU-OUT-SEEN(WS-STU-IX)
           MOVE JR-DATE TO WS-STU-OUT-DATE(WS-STU-IX)
           IF JR-ACTION NOT = 'D'
               MOVE WITHDRAWN-DATE OF JA-INREC TO WS-ISO-DATE
               PERFORM 2800-CONVERT-DATE THRU 2800-EXIT
               IF WS-CONV-DATE NOT = ZERO
                   MOVE WS-CONV-DATE TO WS-STU-OUT-DATE(WS-STU-IX)
               END-IF
           END-IF
           MOVE 'W' TO WS-STU-OUT-KIND(WS-STU-IX)
           IF JR-PROGRAM = 'student_promote'
               MOVE 'G' TO WS-STU-OUT-KIND(WS-STU-IX)
           ELSE
               IF JR-PROGRAM = 'transfer_out'
                   MOVE 'T' TO WS-STU-OUT-KIND(WS-STU-IX)
               ELSE
                   IF JR-PROGRAM = SPACES
                       PERFORM 2920-CHECK-TRANSFER-OUT THRU 2920-EXIT
                       IF WS-ON-LIST
                           MOVE 'T' TO WS-STU-OUT-KIND(WS-STU-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2530-EXIT.
           EXIT.

       2550-ROOM-MOVE.
           IF JR-DATE NOT < WS-MONTH-START
              AND WS-STU-ROOM-START(WS-STU-IX) = SPACES
               MOVE CLASSROOM OF JB-INREC
                   TO WS-STU-ROOM-START(WS-STU-IX)
           END-IF
           IF JR-DATE > WS-MONTH-END
              AND WS-STU-ROOM-END(WS-STU-IX) = SPACES
               MOVE CLASSROOM OF JB-INREC TO WS-STU-ROOM-END(WS-STU-IX)
           END-IF
           IF JR-DATE NOT < WS-MONTH-START
              AND JR-DATE NOT > WS-MONTH-END
               MOVE CLASSROOM OF JB-INREC TO WS-WANTED-ROOM
               PERFORM 2950-FIND-ROOM THRU 2950-EXIT
               IF WS-ROOM-IX NOT > WS-ROOM-COUNT
                   ADD 1 TO WS-RM-MOVED-OUT(WS-ROOM-IX)
               END-IF
               MOVE CLASSROOM OF JA-INREC TO WS-WANTED-ROOM
               PERFORM 2950-FIND-ROOM THRU 2950-EXIT
               IF WS-ROOM-IX NOT > WS-ROOM-COUNT
                   ADD 1 TO WS-RM-MOVED-IN(WS-ROOM-IX)
               END-IF
           END-IF.
       2550-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2800-CONVERT-DATE - a record date held as YYYY-MM-DD in
      *> WS-ISO-DATE into YYYYMMDD in WS-CONV-DATE, to compare with the
      *> journal's dates; zero when it is blank or not in that form.
      *>---------------------------------------------------------------
       2800-CONVERT-DATE.
           MOVE ZERO TO WS-CONV-DATE
           IF WS-ISO-DATE(5:1) = '-' AND WS-ISO-DATE(8:1) = '-'
              AND WS-ISO-DATE(1:4) IS NUMERIC
              AND WS-ISO-DATE(6:2) IS NUMERIC
              AND WS-ISO-DATE(9:2) IS NUMERIC
               MOVE WS-ISO-DATE(1:4) TO WS-CONV-YYYY
               MOVE WS-ISO-DATE(6:2) TO WS-CONV-MM
               MOVE WS-ISO-DATE(9:2) TO WS-CONV-DD
           END-IF.
       2800-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2900-FIND-STUDENT - the student table entry for
      *> WS-WANTED-NUMBER, added at the end when not there yet
      *> (WS-STUDENT-ADDED). A full table is a discrepancy - a return
      *> that left students out cannot be sent - and leaves WS-STU-IX
      *> past the last entry.
      *>---------------------------------------------------------------
       2900-FIND-STUDENT.
           MOVE 'N' TO WS-ADDED-SW
           PERFORM 2901-SCAN-STUDENT
               VARYING WS-STU-IX FROM 1 BY 1
               UNTIL WS-STU-IX > WS-STU-COUNT
                  OR WS-STU-NUMBER(WS-STU-IX) = WS-WANTED-NUMBER
           IF WS-STU-IX > WS-STU-COUNT
               IF WS-STU-COUNT < WS-STU-MAX
                   ADD 1 TO WS-STU-COUNT
                   MOVE WS-STU-COUNT TO WS-STU-IX
                   MOVE 'Y' TO WS-ADDED-SW
                   MOVE WS-WANTED-NUMBER TO WS-STU-NUMBER(WS-STU-IX)
                   MOVE SPACES TO WS-STU-SOURCE(WS-STU-IX)
                   MOVE 'A' TO WS-STU-STATUS(WS-STU-IX)
                   MOVE SPACES TO WS-STU-ROOM(WS-STU-IX)
                   MOVE SPACES TO WS-STU-ROOM-START(WS-STU-IX)
                   MOVE SPACES TO WS-STU-ROOM-END(WS-STU-IX)
                   MOVE SPACES TO WS-STU-CREATED(WS-STU-IX)
                   MOVE SPACES TO WS-STU-WITHDRAWN(WS-STU-IX)
                   MOVE 'N' TO WS-STU-IN-SEEN(WS-STU-IX)
                   MOVE ZERO TO WS-STU-IN-DATE(WS-STU-IX)
                   MOVE 'N' TO WS-STU-IN-KIND(WS-STU-IX)
                   MOVE 'N' TO WS-STU-OUT-SEEN(WS-STU-IX)
                   MOVE ZERO TO WS-STU-OUT-DATE(WS-STU-IX)
                   MOVE 'W' TO WS-STU-OUT-KIND(WS-STU-IX)
               ELSE
                   IF NOT WS-STU-TABLE-FULL
                       MOVE 'Y' TO WS-STU-FULL-SW
                       MOVE 'STUDENT TABLE FULL - STUDENTS LEFT OUT'
                           TO LISTING-LINE
                       PERFORM 2990-WRITE-DISCREPANCY THRU 2990-EXIT
                   END-IF
               END-IF
           END-IF.
       2900-EXIT.
           EXIT.

       2901-SCAN-STUDENT.
           CONTINUE.
       2901-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2910-CHECK-TRANSFER-IN / 2920-CHECK-TRANSFER-OUT - is
      *> WS-WANTED-NUMBER on the incoming / outgoing envelope
      *> (WS-ON-LIST)?
      *>---------------------------------------------------------------
       2910-CHECK-TRANSFER-IN.
           MOVE 'N' TO WS-LISTED-SW
           PERFORM 2911-SCAN-XIN
               VARYING WS-XIN-IX FROM 1 BY 1
               UNTIL WS-XIN-IX > WS-XIN-COUNT
                  OR WS-XIN-NUMBER(WS-XIN-IX) = WS-WANTED-NUMBER
           IF WS-XIN-IX NOT > WS-XIN-COUNT
               MOVE 'Y' TO WS-LISTED-SW
           END-IF.
       2910-EXIT.
           EXIT.

       2911-SCAN-XIN.
           CONTINUE.
       2911-EXIT.
           EXIT.

       2920-CHECK-TRANSFER-OUT.
           MOVE 'N' TO WS-LISTED-SW
           PERFORM 2921-SCAN-XOUT
               VARYING WS-XOUT-IX FROM 1 BY 1
               UNTIL WS-XOUT-IX > WS-XOUT-COUNT
                  OR WS-XOUT-NUMBER(WS-XOUT-IX) = WS-WANTED-NUMBER
           IF WS-XOUT-IX NOT > WS-XOUT-COUNT
               MOVE 'Y' TO WS-LISTED-SW
           END-IF.
       2920-EXIT.
           EXIT.

       2921-SCAN-XOUT.
           CONTINUE.
       2921-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2950-FIND-ROOM - the room table entry for WS-WANTED-ROOM,
      *> added with zero counts when not there yet. A full table is a
      *> discrepancy and leaves WS-ROOM-IX past the last entry.
      *>---------------------------------------------------------------
       2950-FIND-ROOM.
           PERFORM 2951-SCAN-ROOM
               VARYING WS-ROOM-IX FROM 1 BY 1
               UNTIL WS-ROOM-IX > WS-ROOM-COUNT
                  OR WS-RM-CODE(WS-ROOM-IX) = WS-WANTED-ROOM
           IF WS-ROOM-IX > WS-ROOM-COUNT
               IF WS-ROOM-COUNT < WS-ROOM-MAX
                   ADD 1 TO WS-ROOM-COUNT
                   MOVE WS-ROOM-COUNT TO WS-ROOM-IX
                   MOVE WS-WANTED-ROOM TO WS-RM-CODE(WS-ROOM-IX)
                   MOVE ZERO TO WS-RM-OPENING(WS-ROOM-IX)
                   MOVE ZERO TO WS-RM-ADMITTED(WS-ROOM-IX)
                   MOVE ZERO TO WS-RM-XFER-IN(WS-ROOM-IX)
                   MOVE ZERO TO WS-RM-MOVED-IN(WS-ROOM-IX)
                   MOVE ZERO TO WS-RM-XFER-OUT(WS-ROOM-IX)
                   MOVE ZERO TO WS-RM-WITHDRAWN(WS-ROOM-IX)
                   MOVE ZERO TO WS-RM-GRADUATED(WS-ROOM-IX)
                   MOVE ZERO TO WS-RM-MOVED-OUT(WS-ROOM-IX)
                   MOVE ZERO TO WS-RM-CLOSING(WS-ROOM-IX)
                   MOVE ZERO TO WS-RM-MASTER(WS-ROOM-IX)
               ELSE
                   IF NOT WS-ROOM-TABLE-FULL
                       MOVE 'Y' TO WS-ROOM-FULL-SW
                       MOVE 'ROOM TABLE FULL - ROOMS LEFT OUT'
                           TO LISTING-LINE
                       PERFORM 2990-WRITE-DISCREPANCY THRU 2990-EXIT
                   END-IF
               END-IF
           END-IF.
       2950-EXIT.
           EXIT.

       2951-SCAN-ROOM.
           CONTINUE.
       2951-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2990-WRITE-DISCREPANCY - one listing line per discrepancy,
      *> echoed to the console; any discrepancy at all holds the
      *> return back.
      *>---------------------------------------------------------------
       2990-WRITE-DISCREPANCY.
           WRITE LISTING-LINE
           DISPLAY LISTING-LINE
           ADD 1 TO WS-ERROR-COUNT.
       2990-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3000-COUNT-STUDENT - one student's part in the month. A
      *> student with no arrival on the journal is dated from
      *> CREATED-AT, and a withdrawn one with no leaving entry from
      *> WITHDRAWN-DATE (a transfer out if the outgoing envelope names
      *> them); an undated withdrawal counts as long gone. Then, with
      *> the month running from the 1st to its last day:
      *>   opening  - arrived before the 1st, not gone before it,
      *>              in their room at the start;
      *>   arrived  - arrived in the month, in the room they came to;
      *>   left     - left in the month, from their room at the close;
      *>   closing  - arrived by the last day and still here after it,
      *>              in their room at the close.
      *> A room at the start or close not fixed by a journalled move
      *> is the room on the student's record.
      *>---------------------------------------------------------------
       3000-COUNT-STUDENT.
           MOVE WS-STU-NUMBER(WS-STU-IX) TO WS-WANTED-NUMBER
           IF WS-STU-IN-SEEN(WS-STU-IX) NOT = 'Y'
               MOVE WS-STU-CREATED(WS-STU-IX) TO WS-ISO-DATE
               PERFORM 2800-CONVERT-DATE THRU 2800-EXIT
               MOVE WS-CONV-DATE TO WS-STU-IN-DATE(WS-STU-IX)
           END-IF
           IF WS-STU-OUT-SEEN(WS-STU-IX) NOT = 'Y'
              AND WS-STU-STATUS(WS-STU-IX) = 'W'
               MOVE WS-STU-WITHDRAWN(WS-STU-IX) TO WS-ISO-DATE
               PERFORM 2800-CONVERT-DATE THRU 2800-EXIT
               IF WS-CONV-DATE = ZERO
                   MOVE 1 TO WS-STU-OUT-DATE(WS-STU-IX)
               ELSE
                   MOVE WS-CONV-DATE TO WS-STU-OUT-DATE(WS-STU-IX)
               END-IF
               PERFORM 2920-CHECK-TRANSFER-OUT THRU 2920-EXIT
               IF WS-ON-LIST
                   MOVE 'T' TO WS-STU-OUT-KIND(WS-STU-IX)
               END-IF
           END-IF
           IF WS-STU-ROOM-START(WS-STU-IX) = SPACES
               MOVE WS-STU-ROOM(WS-STU-IX)
                   TO WS-STU-ROOM-START(WS-STU-IX)
           END-IF
           IF WS-STU-ROOM-END(WS-STU-IX) = SPACES
               MOVE WS-STU-ROOM(WS-STU-IX) TO WS-STU-ROOM-END(WS-STU-IX)
           END-IF
           MOVE WS-STU-ROOM-START(WS-STU-IX) TO WS-WANTED-ROOM
           PERFORM 2950-FIND-ROOM THRU 2950-EXIT
           IF WS-ROOM-IX NOT > WS-ROOM-COUNT
               IF WS-STU-IN-DATE(WS-STU-IX) < WS-MONTH-START
                  AND (WS-STU-OUT-DATE(WS-STU-IX) = ZERO
                   OR WS-STU-OUT-DATE(WS-STU-IX) NOT < WS-MONTH-START)
                   ADD 1 TO WS-RM-OPENING(WS-ROOM-IX)
               END-IF
               IF WS-STU-IN-DATE(WS-STU-IX) NOT < WS-MONTH-START
                  AND WS-STU-IN-DATE(WS-STU-IX) NOT > WS-MONTH-END
                   IF WS-STU-IN-KIND(WS-STU-IX) = 'T'
                       ADD 1 TO WS-RM-XFER-IN(WS-ROOM-IX)
                   ELSE
                       ADD 1 TO WS-RM-ADMITTED(WS-ROOM-IX)
                   END-IF
               END-IF
           END-IF
           MOVE WS-STU-ROOM-END(WS-STU-IX) TO WS-WANTED-ROOM
           PERFORM 2950-FIND-ROOM THRU 2950-EXIT
           IF WS-ROOM-IX NOT > WS-ROOM-COUNT
              AND WS-STU-IN-DATE(WS-STU-IX) NOT > WS-MONTH-END
               IF WS-STU-OUT-DATE(WS-STU-IX) NOT < WS-MONTH-START
                  AND WS-STU-OUT-DATE(WS-STU-IX) NOT > WS-MONTH-END
                   IF WS-STU-OUT-KIND(WS-STU-IX) = 'G'
                       ADD 1 TO WS-RM-GRADUATED(WS-ROOM-IX)
                   ELSE
                       IF WS-STU-OUT-KIND(WS-STU-IX) = 'T'
                           ADD 1 TO WS-RM-XFER-OUT(WS-ROOM-IX)
                       ELSE
                           ADD 1 TO WS-RM-WITHDRAWN(WS-ROOM-IX)
                       END-IF
                   END-IF
               END-IF
               IF WS-STU-OUT-DATE(WS-STU-IX) = ZERO
                  OR WS-STU-OUT-DATE(WS-STU-IX) > WS-MONTH-END
                   ADD 1 TO WS-RM-CLOSING(WS-ROOM-IX)
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 4000-WRITE-LISTING - the control listing: one line per room
      *> with its movements, the closing they prove to (opening + in -
      *> out), the closing counted from the students themselves, and
      *> the active students the live master holds in the room now.
      *> All three must agree; a room where they don't is a
      *> discrepancy. A school total line follows.
      *>---------------------------------------------------------------
       4000-WRITE-LISTING.
           MOVE SPACES TO LISTING-LINE
           STRING '**** MINISTRY ENROLLMENT RETURN FOR '
                   DELIMITED BY SIZE
               WS-RUN-PARM(1:6) DELIMITED BY SIZE
               ' - CONTROL LISTING ****' DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           STRING 'ROOM  OPEN  ADMIT XF-IN MV-IN XF-OUT WDRN  GRAD '
                   DELIMITED BY SIZE
               'MV-OUT CLOSE MASTER' DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE
           PERFORM 4100-WRITE-ROOM THRU 4100-EXIT
               VARYING WS-ROOM-IX FROM 1 BY 1
               UNTIL WS-ROOM-IX > WS-ROOM-COUNT
           MOVE 'ALL' TO WS-LINE-ROOM
           MOVE WS-TOT-OPENING TO WS-LN-OPENING
           MOVE WS-TOT-ADMITTED TO WS-LN-ADMITTED
           MOVE WS-TOT-XFER-IN TO WS-LN-XFER-IN
           MOVE WS-TOT-MOVED-IN TO WS-LN-MOVED-IN
           MOVE WS-TOT-XFER-OUT TO WS-LN-XFER-OUT
           MOVE WS-TOT-WITHDRAWN TO WS-LN-WITHDRAWN
           MOVE WS-TOT-GRADUATED TO WS-LN-GRADUATED
           MOVE WS-TOT-MOVED-OUT TO WS-LN-MOVED-OUT
           MOVE WS-TOT-CLOSING TO WS-LN-CLOSING
           MOVE WS-TOT-MASTER TO WS-LN-MASTER
           MOVE SPACES TO WS-ROOM-STATE
           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE
           PERFORM 4200-FORMAT-LINE THRU 4200-EXIT
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE.
       4000-EXIT.
           EXIT.

       4100-WRITE-ROOM.
           COMPUTE WS-PROOF = WS-RM-OPENING(WS-ROOM-IX)
               + WS-RM-ADMITTED(WS-ROOM-IX)
               + WS-RM-XFER-IN(WS-ROOM-IX)
               + WS-RM-MOVED-IN(WS-ROOM-IX)
               - WS-RM-XFER-OUT(WS-ROOM-IX)
               - WS-RM-WITHDRAWN(WS-ROOM-IX)
               - WS-RM-GRADUATED(WS-ROOM-IX)
               - WS-RM-MOVED-OUT(WS-ROOM-IX)
           MOVE SPACES TO WS-ROOM-STATE
           IF WS-PROOF NOT = WS-RM-CLOSING(WS-ROOM-IX)
               MOVE 'OUT OF BALANCE' TO WS-ROOM-STATE
           ELSE
               IF WS-RM-CLOSING(WS-ROOM-IX)
                  NOT = WS-RM-MASTER(WS-ROOM-IX)
                   MOVE 'MASTER DIFFERS' TO WS-ROOM-STATE
               END-IF
           END-IF
           ADD WS-RM-OPENING(WS-ROOM-IX) TO WS-TOT-OPENING
           ADD WS-RM-ADMITTED(WS-ROOM-IX) TO WS-TOT-ADMITTED
           ADD WS-RM-XFER-IN(WS-ROOM-IX) TO WS-TOT-XFER-IN
           ADD WS-RM-MOVED-IN(WS-ROOM-IX) TO WS-TOT-MOVED-IN
           ADD WS-RM-XFER-OUT(WS-ROOM-IX) TO WS-TOT-XFER-OUT
           ADD WS-RM-WITHDRAWN(WS-ROOM-IX) TO WS-TOT-WITHDRAWN
           ADD WS-RM-GRADUATED(WS-ROOM-IX) TO WS-TOT-GRADUATED
           ADD WS-RM-MOVED-OUT(WS-ROOM-IX) TO WS-TOT-MOVED-OUT
           ADD WS-RM-CLOSING(WS-ROOM-IX) TO WS-TOT-CLOSING
           ADD WS-RM-MASTER(WS-ROOM-IX) TO WS-TOT-MASTER
           MOVE WS-RM-CODE(WS-ROOM-IX) TO WS-LINE-ROOM
           MOVE WS-RM-OPENING(WS-ROOM-IX) TO WS-LN-OPENING
           MOVE WS-RM-ADMITTED(WS-ROOM-IX) TO WS-LN-ADMITTED
           MOVE WS-RM-XFER-IN(WS-ROOM-IX) TO WS-LN-XFER-IN
           MOVE WS-RM-MOVED-IN(WS-ROOM-IX) TO WS-LN-MOVED-IN
           MOVE WS-RM-XFER-OUT(WS-ROOM-IX) TO WS-LN-XFER-OUT
           MOVE WS-RM-WITHDRAWN(WS-ROOM-IX) TO WS-LN-WITHDRAWN
           MOVE WS-RM-GRADUATED(WS-ROOM-IX) TO WS-LN-GRADUATED
           MOVE WS-RM-MOVED-OUT(WS-ROOM-IX) TO WS-LN-MOVED-OUT
           MOVE WS-RM-CLOSING(WS-ROOM-IX) TO WS-LN-CLOSING
           MOVE WS-RM-MASTER(WS-ROOM-IX) TO WS-LN-MASTER
           PERFORM 4200-FORMAT-LINE THRU 4200-EXIT
           IF WS-ROOM-STATE = SPACES
               WRITE LISTING-LINE
           ELSE
               PERFORM 2990-WRITE-DISCREPANCY THRU 2990-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

       4200-FORMAT-LINE.
           MOVE SPACES TO LISTING-LINE
           STRING WS-LINE-ROOM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LN-OPENING DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LN-ADMITTED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LN-XFER-IN DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LN-MOVED-IN DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-LN-XFER-OUT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LN-WITHDRAWN DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LN-GRADUATED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-LN-MOVED-OUT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LN-CLOSING DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-LN-MASTER DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-ROOM-STATE DELIMITED BY SIZE
               INTO LISTING-LINE.
       4200-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 4500-RECONCILE - the live master against students_control.dat,
      *> as student_verify holds it: a missing control record or a
      *> record count that disagrees means the figures the return
      *> closes to cannot be trusted. Journal entries dated after the
      *> month are noted, since they are the usual reason the closing
      *> no longer matches the master.
      *>---------------------------------------------------------------
       4500-RECONCILE.
           IF NOT WS-CONTROL-FOUND
               MOVE 'CONTROL-TOTAL RECORD MISSING OR EMPTY'
                   TO LISTING-LINE
               PERFORM 2990-WRITE-DISCREPANCY THRU 2990-EXIT
           ELSE
               IF WS-MASTER-RECORDS NOT = WS-CONTROL-COUNT
                   MOVE WS-MASTER-RECORDS TO WS-MASTER-RECORDS-ED
                   MOVE WS-CONTROL-COUNT TO WS-CONTROL-COUNT-ED
                   MOVE SPACES TO LISTING-LINE
                   STRING 'COUNT MISMATCH: MASTER HOLDS '
                           DELIMITED BY SIZE
                       WS-MASTER-RECORDS-ED DELIMITED BY SIZE
                       ' BUT CONTROL SAYS ' DELIMITED BY SIZE
                       WS-CONTROL-COUNT-ED DELIMITED BY SIZE
                       ' (LAST UPDATED BY ' DELIMITED BY SIZE
                       WS-CONTROL-BY DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO LISTING-LINE
                   PERFORM 2990-WRITE-DISCREPANCY THRU 2990-EXIT
               END-IF
           END-IF
           IF WS-LATE-COUNT NOT = ZERO AND WS-ERROR-COUNT NOT = ZERO
               MOVE WS-LATE-COUNT TO WS-LATE-COUNT-ED
               MOVE SPACES TO LISTING-LINE
               STRING 'NOTE: ' DELIMITED BY SIZE
                   WS-LATE-COUNT-ED DELIMITED BY SIZE
                   ' JOURNAL ENTRIES ARE DATED AFTER THE MONTH - RUN '
                       DELIMITED BY SIZE
                   'THE RETURN BEFORE THE MASTER MOVES ON'
                       DELIMITED BY SIZE
                   INTO LISTING-LINE
               WRITE LISTING-LINE
               DISPLAY LISTING-LINE
           END-IF.
       4500-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 5000-WRITE-RETURN - the return itself, only reached when the
      *> listing found nothing wrong: an 'R' record per room and the
      *> 'T' school total record.
      *>---------------------------------------------------------------
       5000-WRITE-RETURN.
           OPEN OUTPUT RETURN-FILE
           PERFORM 5100-WRITE-ROOM THRU 5100-EXIT
               VARYING WS-ROOM-IX FROM 1 BY 1
               UNTIL WS-ROOM-IX > WS-ROOM-COUNT
           MOVE SPACES TO MINREC
           MOVE 'T' TO MR-RECORD-TYPE
           MOVE WS-PERIOD TO MR-PERIOD
           MOVE 'ALL' TO MR-CLASSROOM
           MOVE WS-TOT-OPENING TO MR-OPENING
           MOVE WS-TOT-ADMITTED TO MR-ADMISSIONS
           MOVE WS-TOT-XFER-IN TO MR-TRANSFERS-IN
           MOVE WS-TOT-MOVED-IN TO MR-MOVES-IN
           MOVE WS-TOT-XFER-OUT TO MR-TRANSFERS-OUT
           MOVE WS-TOT-WITHDRAWN TO MR-WITHDRAWALS
           MOVE WS-TOT-GRADUATED TO MR-GRADUATIONS
           MOVE WS-TOT-MOVED-OUT TO MR-MOVES-OUT
           MOVE WS-TOT-CLOSING TO MR-CLOSING
           WRITE MINREC
           CLOSE RETURN-FILE.
       5000-EXIT.
           EXIT.

       5100-WRITE-ROOM.
           MOVE SPACES TO MINREC
           MOVE 'R' TO MR-RECORD-TYPE
           MOVE WS-PERIOD TO MR-PERIOD
           MOVE WS-RM-CODE(WS-ROOM-IX) TO MR-CLASSROOM
           MOVE WS-RM-OPENING(WS-ROOM-IX) TO MR-OPENING
           MOVE WS-RM-ADMITTED(WS-ROOM-IX) TO MR-ADMISSIONS
           MOVE WS-RM-XFER-IN(WS-ROOM-IX) TO MR-TRANSFERS-IN
           MOVE WS-RM-MOVED-IN(WS-ROOM-IX) TO MR-MOVES-IN
           MOVE WS-RM-XFER-OUT(WS-ROOM-IX) TO MR-TRANSFERS-OUT
           MOVE WS-RM-WITHDRAWN(WS-ROOM-IX) TO MR-WITHDRAWALS
           MOVE WS-RM-GRADUATED(WS-ROOM-IX) TO MR-GRADUATIONS
           MOVE WS-RM-MOVED-OUT(WS-ROOM-IX) TO MR-MOVES-OUT
           MOVE WS-RM-CLOSING(WS-ROOM-IX) TO MR-CLOSING
           WRITE MINREC.
       5100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 8000-WRITE-TOTALS - run totals onto the listing trailer and the
      *> operator's console.
      *>---------------------------------------------------------------
       8000-WRITE-TOTALS.
           MOVE WS-MASTER-RECORDS TO WS-MASTER-RECORDS-ED
           MOVE WS-CONTROL-COUNT TO WS-CONTROL-COUNT-ED
           MOVE WS-HISTORY-COUNT TO WS-HISTORY-COUNT-ED
           MOVE WS-JOURNAL-COUNT TO WS-JOURNAL-COUNT-ED
           MOVE WS-ERROR-COUNT TO WS-ERROR-COUNT-ED
           MOVE SPACES TO LISTING-LINE
           STRING 'MASTER RECORDS     : ' DELIMITED BY SIZE
               WS-MASTER-RECORDS-ED DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           STRING 'CONTROL TOTAL      : ' DELIMITED BY SIZE
               WS-CONTROL-COUNT-ED DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           STRING 'HISTORY RECORDS    : ' DELIMITED BY SIZE
               WS-HISTORY-COUNT-ED DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           STRING 'JOURNAL ENTRIES    : ' DELIMITED BY SIZE
               WS-JOURNAL-COUNT-ED DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           STRING 'DISCREPANCIES      : ' DELIMITED BY SIZE
               WS-ERROR-COUNT-ED DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           IF WS-ERROR-COUNT = ZERO
               STRING 'RETURN WRITTEN TO  : ' DELIMITED BY SIZE
                   WS-RETURN-NAME DELIMITED BY SIZE
                   INTO LISTING-LINE
           ELSE
               MOVE 'RETURN NOT PRODUCED - DISCREPANCIES ABOVE'
                   TO LISTING-LINE
           END-IF
           WRITE LISTING-LINE
           DISPLAY 'MASTER RECORDS     : ' WS-MASTER-RECORDS-ED
           DISPLAY 'CONTROL TOTAL      : ' WS-CONTROL-COUNT-ED
           DISPLAY 'HISTORY RECORDS    : ' WS-HISTORY-COUNT-ED
           DISPLAY 'JOURNAL ENTRIES    : ' WS-JOURNAL-COUNT-ED
           DISPLAY 'DISCREPANCIES      : ' WS-ERROR-COUNT-ED.
       8000-EXIT.
           EXIT.
