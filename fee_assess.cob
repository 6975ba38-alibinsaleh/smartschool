      *>                    entries and money counted in, the same
      *>                    discipline the master updates keep with
      *>                    STUCNTL.
      *>   2026-10-15  AAS  Sibling discount: a schedule line with the
      *>                    room code SIB carries the discount off each
      *>                    later child of a family linked on
      *>                    families_data.dat (the shared FAMILY
      *>                    layout). The master is swept in student
      *>                    number order, so the family's first active
      *>                    child charged pays the full fee and every
      *>                    later active child is charged the fee less
      *>                    the discount (never below nothing); the 'A'
      *>                    entry carries the net amount, and the
      *>                    register shows the family, the full fee and
      *>                    the discount under the CHARGED line, with
      *>                    the discount given totalled on the trailer.
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL FEE-CONTROL-FILE ASSIGN TO
               'fees_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FAMILY-FILE ASSIGN TO
               'families_data.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FAM-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS FAM-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD   FEE-CONTROL-FILE.
           COPY feecntl.

       FD   FAMILY-FILE.
           COPY family.

       WORKING-STORAGE SECTION.
       01   WS-FILE-STATUS               PIC X(02) VALUE ZEROS.
           88 WS-FILE-STATUS-OK          VALUE '00'.
       01   WS-AMOUNT-WORK-X             PIC X(07) VALUE SPACES.
       01   WS-AMOUNT-WORK REDEFINES WS-AMOUNT-WORK-X
                                         PIC 9(05)V99.
       01   WS-FAM-STATUS                PIC X(02) VALUE ZEROS.
           88 WS-FAM-STATUS-OK           VALUE '00'.
       01   WS-SIB-SW                    PIC X VALUE 'N'.
           88 WS-SIB-SCHEDULED           VALUE 'Y'.
       01   WS-SIB-AMOUNT                PIC 9(05)V99 VALUE ZERO.
       01   WS-FEE-GROSS                 PIC 9(05)V99 VALUE ZERO.
       01   WS-FEE-DISCOUNT              PIC 9(05)V99 VALUE ZERO.
       01   WS-FEE-NET                   PIC 9(05)V99 VALUE ZERO.
       01   WS-GROSS-ED                  PIC ZZZZ9.99.
       01   WS-DISCOUNT-ED               PIC ZZZZ9.99.
       01   WS-FAMPAID-COUNT             PIC 9(04) COMP VALUE ZERO.
       01   WS-FAMPAID-MAX               PIC 9(04) COMP VALUE 999.
       01   WS-FAMPAID-TABLE.
           05 WS-FAMPAID-ID              PIC X(10) OCCURS 999 TIMES.
       01   WS-FAMPAID-IX                PIC 9(04) COMP VALUE ZERO.
       01   WS-SIB-COUNT                 PIC 9(05) COMP VALUE ZERO.
       01   WS-SIB-COUNT-ED              PIC ZZZZ9.
       01   WS-RUN-DISCOUNT              PIC 9(07)V99 VALUE ZERO.
       01   WS-RUN-DISCOUNT-ED           PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               PERFORM 1360-LOAD-CONTROL THRU 1360-EXIT
               OPEN OUTPUT REGISTER-FILE
               OPEN EXTEND FEE-FILE
               OPEN INPUT FAMILY-FILE
               PERFORM 2000-SWEEP-MASTER THRU 2000-EXIT
               CLOSE FAMILY-FILE
               CLOSE FEE-FILE
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
               CLOSE REGISTER-FILE
      *> table-load shape the room-list loads use. A line whose amount
      *> isn't all digits is reported and dropped here, before the
      *> sweep, so a mis-keyed schedule line cannot charge every
      *> student in the room a garbage amount. The SIB line is not a
      *> room: it is the sibling discount, held apart from the table.
      *>---------------------------------------------------------------
       1300-LOAD-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE
                               'NOT NUMERIC: ' FS-ROOM-CODE ' '
                               FS-AMOUNT
                       ELSE
                           IF FS-ROOM-CODE = 'SIB'
                               MOVE FS-AMOUNT TO WS-AMOUNT-WORK-X
                               MOVE WS-AMOUNT-WORK TO WS-SIB-AMOUNT
                               MOVE 'Y' TO WS-SIB-SW
                           ELSE
                               IF WS-SCHED-COUNT < WS-SCHED-MAX
                                   ADD 1 TO WS-SCHED-COUNT
                                   MOVE FS-ROOM-CODE
                                       TO WS-SCHED-ROOM(WS-SCHED-COUNT)
                                   MOVE FS-AMOUNT TO WS-AMOUNT-WORK-X
                                   MOVE WS-AMOUNT-WORK
                                     TO WS-SCHED-AMOUNT(WS-SCHED-COUNT)
                                   MOVE FS-DESC
                                       TO WS-SCHED-DESC(WS-SCHED-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
      *> 2100-ASSESS-STUDENT - one active student: their room's
      *> schedule entry becomes an 'A' ledger record and a register
      *> line; a room with no schedule line is reported instead, so no
      *> student is charged silently nothing. A later child of a
      *> family is charged net of the sibling discount (2200).
      *>---------------------------------------------------------------
       2100-ASSESS-STUDENT.
           PERFORM 2110-SCAN-SCHEDULE
                   INTO REGISTER-LINE
               WRITE REGISTER-LINE
           ELSE
               MOVE WS-SCHED-AMOUNT(WS-SCHED-IX) TO WS-FEE-GROSS
               PERFORM 2200-SIBLING-DISCOUNT THRU 2200-EXIT
               SUBTRACT WS-FEE-DISCOUNT FROM WS-FEE-GROSS
                   GIVING WS-FEE-NET
               MOVE SPACES TO FEE-REC
               MOVE STUDENT-NUMBER TO FEE-STUDENT-NUMBER
               MOVE 'A' TO FEE-TYPE
               MOVE WS-RUN-DATE TO FEE-DATE
               MOVE WS-FEE-NET TO FEE-AMOUNT
               MOVE WS-SCHED-DESC(WS-SCHED-IX) TO FEE-DESC
               MOVE CLASSROOM TO FEE-CLASSROOM
               MOVE STUDENT-NAME TO FEE-STUDENT-NAME
               WRITE FEE-REC
               ADD 1 TO WS-CONTROL-COUNT
               ADD WS-FEE-NET TO WS-ASSESSED-TOTAL
               ADD WS-FEE-NET TO WS-RUN-ASSESSED
               ADD 1 TO WS-CHARGED-COUNT
               MOVE WS-FEE-NET TO WS-AMOUNT-ED
               MOVE SPACES TO REGISTER-LINE
               STRING 'CHARGED ' DELIMITED BY SIZE
                   STUDENT-NUMBER DELIMITED BY SIZE
                   WS-AMOUNT-ED DELIMITED BY SIZE
                   INTO REGISTER-LINE
               WRITE REGISTER-LINE
               IF WS-FEE-DISCOUNT NOT = ZERO
                   ADD 1 TO WS-SIB-COUNT
                   ADD WS-FEE-DISCOUNT TO WS-RUN-DISCOUNT
                   MOVE WS-FEE-GROSS TO WS-GROSS-ED
                   MOVE WS-FEE-DISCOUNT TO WS-DISCOUNT-ED
                   MOVE SPACES TO REGISTER-LINE
                   STRING '        SIBLING DISCOUNT FAMILY '
                           DELIMITED BY SIZE
                       FAM-ID DELIMITED BY SIZE
                       '  FEE ' DELIMITED BY SIZE
                       WS-GROSS-ED DELIMITED BY SIZE
                       '  LESS ' DELIMITED BY SIZE
                       WS-DISCOUNT-ED DELIMITED BY SIZE
                       INTO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2200-SIBLING-DISCOUNT - the discount off this student's fee:
      *> nothing for a student in no family, or for the first child of
      *> a family charged this run (that family is then remembered);
      *> the SIB schedule amount, capped at the fee, for every later
      *> active child of the same family.
      *>---------------------------------------------------------------
       2200-SIBLING-DISCOUNT.
           MOVE ZERO TO WS-FEE-DISCOUNT
           MOVE STUDENT-NUMBER TO FAM-STUDENT-NUMBER
           READ FAMILY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FAM-STATUS-OK
               PERFORM 2210-SCAN-FAMPAID
                   VARYING WS-FAMPAID-IX FROM 1 BY 1
                   UNTIL WS-FAMPAID-IX > WS-FAMPAID-COUNT
                      OR WS-FAMPAID-ID(WS-FAMPAID-IX) = FAM-ID
               IF WS-FAMPAID-IX > WS-FAMPAID-COUNT
                   IF WS-FAMPAID-COUNT < WS-FAMPAID-MAX
                       ADD 1 TO WS-FAMPAID-COUNT
                       MOVE FAM-ID TO WS-FAMPAID-ID(WS-FAMPAID-COUNT)
                   END-IF
               ELSE
                   IF WS-SIB-SCHEDULED
                       IF WS-SIB-AMOUNT > WS-FEE-GROSS
                           MOVE WS-FEE-GROSS TO WS-FEE-DISCOUNT
                       ELSE
                           MOVE WS-SIB-AMOUNT TO WS-FEE-DISCOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2210-SCAN-FAMPAID.
           CONTINUE.
       2210-EXIT.
           EXIT.

       2110-SCAN-SCHEDULE.
           CONTINUE.
       2110-EXIT.
           MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-COUNT-ED
           MOVE WS-NOSCHED-COUNT TO WS-NOSCHED-COUNT-ED
           MOVE WS-RUN-ASSESSED TO WS-RUN-ASSESSED-ED
           MOVE WS-SIB-COUNT TO WS-SIB-COUNT-ED
           MOVE WS-RUN-DISCOUNT TO WS-RUN-DISCOUNT-ED
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
               WS-RUN-ASSESSED-ED DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING 'SIBLING DISCOUNTS  : ' DELIMITED BY SIZE
               WS-SIB-COUNT-ED DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING 'DISCOUNT GIVEN     : ' DELIMITED BY SIZE
               WS-RUN-DISCOUNT-ED DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           DISPLAY 'STUDENTS CHARGED   : ' WS-CHARGED-COUNT-ED
           DISPLAY 'WITHDRAWN - SKIPPED: ' WS-SKIPPED-COUNT-ED
           DISPLAY 'ROOM NOT SCHEDULED : ' WS-NOSCHED-COUNT-ED
           DISPLAY 'ASSESSED THIS RUN  : ' WS-RUN-ASSESSED-ED
           DISPLAY 'SIBLING DISCOUNTS  : ' WS-SIB-COUNT-ED
           DISPLAY 'DISCOUNT GIVEN     : ' WS-RUN-DISCOUNT-ED.
       8000-EXIT.
           EXIT.
