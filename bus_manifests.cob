      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bus_manifests.
       AUTHOR. ALI ALMOHAMMED SALEH.
      *>---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  AAS  Initial version - the drivers' manifests
      *>                    and the transport office's checks, off the
      *>                    bus route master and rider file kept by
      *>                    bus_maintenance. bus_manifests.txt gives,
      *>                    for each route and then each stop in
      *>                    calling order, every rider's number,
      *>                    STUDENT-NAME, CLASSROOM and the phone of
      *>                    the contact to ring if something happens on
      *>                    the bus: the G-EMERGENCY-FLAG 'Y' contact
      *>                    off guardians_data.dat, looked up under the
      *>                    FAM-ID for a child linked into a family on
      *>                    families_data.dat, falling back to the
      *>                    lowest G-CONTACT-SEQ. bus_exceptions.txt
      *>                    lists every assigned rider who should not
      *>                    be on a manifest - withdrawn, purged to
      *>                    students_history.dat, not on file at all,
      *>                    or assigned to a route or stop no longer on
      *>                    the master - so the assignment can be
      *>                    cleared. bus_capacity.txt sets each route's
      *>                    riders against its seats. Run nightly; it
      *>                    reports and never stops the stream.
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUS-ROUTE-MASTER ASSIGN TO
               'bus_routes.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-RIDER-FILE ASSIGN TO
               'bus_riders.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS G-KEY
               FILE STATUS IS WS-GUARD-STATUS.
           SELECT OPTIONAL FAMILY-FILE ASSIGN TO
               'families_data.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FAM-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS FAM-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FAM-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO
               'bus_manifests.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTIONS-FILE ASSIGN TO
               'bus_exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAPACITY-FILE ASSIGN TO
               'bus_capacity.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD   BUS-ROUTE-MASTER.
       01   BUS-ROUTE-REC                PIC X(78).

       FD   BUS-RIDER-FILE.
           COPY busride.

       FD   STUDENT-FILE.
           COPY students.

       FD   HISTORY-FILE.
       01   HISTORY-REC                  PIC X(116).

       FD   GUARDIAN-FILE.
           COPY guardians.

       FD   FAMILY-FILE.
           COPY family.

       FD   MANIFEST-FILE.
       01   MANIFEST-LINE                PIC X(100).

       FD   EXCEPTIONS-FILE.
       01   EXCEPTION-LINE               PIC X(100).

       FD   CAPACITY-FILE.
       01   CAPACITY-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
           COPY busrte.
       01   WS-FILE-STATUS               PIC X(02) VALUE ZEROS.
           88 WS-FILE-STATUS-OK          VALUE '00'.
       01   WS-GUARD-STATUS              PIC X(02) VALUE ZEROS.
           88 WS-GUARD-STATUS-OK         VALUE '00'.
       01   WS-FAM-STATUS                PIC X(02) VALUE ZEROS.
           88 WS-FAM-STATUS-OK           VALUE '00'.
       01   WS-CONTACT-KEY               PIC X(10) VALUE SPACES.
       01   WS-EOF                       PIC X VALUE 'N'.
           88 WS-EOF-YES                VALUE 'Y'.
       01   WS-GUARD-EOF                 PIC X VALUE 'N'.
           88 WS-GUARD-EOF-YES          VALUE 'Y'.
       01   WS-BR-COUNT                  PIC 9(04) COMP VALUE ZERO.
       01   WS-BR-MAX                    PIC 9(04) COMP VALUE 999.
       01   WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 999 TIMES.
               10 WS-BRT-IMAGE           PIC X(78).
               10 WS-BRT-IMAGE-R REDEFINES WS-BRT-IMAGE.
                   15 WS-BRT-ROUTE       PIC X(04).
                   15 FILLER             PIC X.
                   15 WS-BRT-SEQ         PIC 9(02).
                   15 FILLER             PIC X(71).
       01   WS-BR-IX                     PIC 9(04) COMP VALUE ZERO.
       01   WS-STOP-IX                   PIC 9(04) COMP VALUE ZERO.
       01   WS-FOUND-IX                  PIC 9(04) COMP VALUE ZERO.
       01   WS-BA-COUNT                  PIC 9(04) COMP VALUE ZERO.
       01   WS-BA-MAX                    PIC 9(04) COMP VALUE 2999.
       01   WS-BA-TABLE.
           05 WS-BA-ENTRY OCCURS 2999 TIMES.
               10 WS-BAT-ROUTE           PIC X(04).
               10 WS-BAT-STOP            PIC 9(02).
               10 WS-BAT-STUDENT         PIC X(10).
       01   WS-BA-IX                     PIC 9(04) COMP VALUE ZERO.
       01   WS-OVERFLOW-SW               PIC X VALUE 'N'.
           88 WS-OVERFLOW                VALUE 'Y'.
       01   WS-HIST-COUNT                PIC 9(04) COMP VALUE ZERO.
       01   WS-HIST-MAX                  PIC 9(04) COMP VALUE 9999.
       01   WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 9999 TIMES.
               10 WS-HIST-NUMBER         PIC X(10).
       01   WS-HIST-IX                   PIC 9(04) COMP VALUE ZERO.
       01   WS-WANT-ROUTE                PIC X(04) VALUE SPACES.
       01   WS-WANT-SEQ                  PIC 9(02) VALUE ZERO.
       01   WS-ROUTE-CAPACITY            PIC 9(03) VALUE ZERO.
       01   WS-ROUTE-RIDERS              PIC 9(04) COMP VALUE ZERO.
       01   WS-ROUTE-RIDERS-ED           PIC ZZZ9.
       01   WS-SEATS-LEFT                PIC 9(04) COMP VALUE ZERO.
       01   WS-SEATS-LEFT-ED             PIC ZZZ9.
       01   WS-CAPACITY-ED               PIC ZZ9.
       01   WS-PICKUP-ED                 PIC 99B99.
       01   WS-PICK-PHONE                PIC X(15) VALUE SPACES.
       01   WS-PICK-FOUND-SW             PIC X VALUE 'N'.
           88 WS-PICK-FOUND              VALUE 'Y'.
       01   WS-PICK-EMERG-SW             PIC X VALUE 'N'.
           88 WS-PICK-EMERG              VALUE 'Y'.
       01   WS-EXCEPT-REASON             PIC X(40) VALUE SPACES.
       01   WS-RIDER-COUNT               PIC 9(05) COMP VALUE ZERO.
       01   WS-RIDER-COUNT-ED            PIC ZZZZ9.
       01   WS-EXCEPT-COUNT              PIC 9(05) COMP VALUE ZERO.
       01   WS-EXCEPT-COUNT-ED           PIC ZZZZ9.
       01   WS-OVER-COUNT                PIC 9(04) COMP VALUE ZERO.
       01   WS-OVER-COUNT-ED             PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LOAD-ROUTES THRU 1000-EXIT.
           PERFORM 1100-LOAD-RIDERS THRU 1100-EXIT.
           PERFORM 1200-LOAD-HISTORY THRU 1200-EXIT.
           OPEN INPUT STUDENT-FILE.
           OPEN INPUT GUARDIAN-FILE.
           OPEN INPUT FAMILY-FILE.
           OPEN OUTPUT MANIFEST-FILE.
           OPEN OUTPUT EXCEPTIONS-FILE.
           OPEN OUTPUT CAPACITY-FILE.
           PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
           PERFORM 2000-ONE-ROUTE
               VARYING WS-BR-IX FROM 1 BY 1
               UNTIL WS-BR-IX > WS-BR-COUNT.
           PERFORM 3000-CHECK-ASSIGNMENT
               VARYING WS-BA-IX FROM 1 BY 1
               UNTIL WS-BA-IX > WS-BA-COUNT.
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           CLOSE STUDENT-FILE.
           CLOSE GUARDIAN-FILE.
           CLOSE FAMILY-FILE.
           CLOSE MANIFEST-FILE.
           CLOSE EXCEPTIONS-FILE.
           CLOSE CAPACITY-FILE.
           STOP RUN.

      *>---------------------------------------------------------------
      *> 1000-LOAD-ROUTES - the route master into a table, route
      *> records and their stops in the order bus_maintenance saved.
      *>---------------------------------------------------------------
       1000-LOAD-ROUTES.
           OPEN INPUT BUS-ROUTE-MASTER
           PERFORM UNTIL WS-EOF-YES
               READ BUS-ROUTE-MASTER
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-BR-COUNT < WS-BR-MAX
                           ADD 1 TO WS-BR-COUNT
                           MOVE BUS-ROUTE-REC
                               TO WS-BRT-IMAGE(WS-BR-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUS-ROUTE-MASTER
           MOVE 'N' TO WS-EOF.
       1000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1100-LOAD-RIDERS - every stop assignment into a table.
      *>---------------------------------------------------------------
       1100-LOAD-RIDERS.
           OPEN INPUT BUS-RIDER-FILE
           PERFORM UNTIL WS-EOF-YES
               READ BUS-RIDER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-BA-COUNT < WS-BA-MAX
                           ADD 1 TO WS-BA-COUNT
                           MOVE BA-ROUTE-ID
                               TO WS-BAT-ROUTE(WS-BA-COUNT)
                           MOVE BA-STOP-SEQ
                               TO WS-BAT-STOP(WS-BA-COUNT)
                           MOVE BA-STUDENT-NUMBER
                               TO WS-BAT-STUDENT(WS-BA-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUS-RIDER-FILE
           MOVE 'N' TO WS-EOF.
       1100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1200-LOAD-HISTORY - the student numbers student_purge has
      *> moved to history, so a purged rider is called purged rather
      *> than unknown.
      *>---------------------------------------------------------------
       1200-LOAD-HISTORY.
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE 'N' TO WS-EOF.
       1200-EXIT.
           EXIT.

       1300-WRITE-HEADINGS.
           MOVE 'SCHOOL BUS MANIFESTS' TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE 'BUS RIDER EXCEPTIONS - ASSIGNMENTS TO CLEAR'
               TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE 'BUS ROUTE CAPACITY - ACTIVE RIDERS AGAINST SEATS'
               TO CAPACITY-LINE
           WRITE CAPACITY-LINE
           MOVE SPACES TO CAPACITY-LINE
           STRING 'ROUTE NAME              RIDERS SEATS  '
                   DELIMITED BY SIZE
               'POSITION' DELIMITED BY SIZE
               INTO CAPACITY-LINE
           WRITE CAPACITY-LINE
           IF WS-OVERFLOW
               MOVE 'ROUTE OR RIDER FILE LARGER THAN THE TABLES - '
                   TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
               MOVE '  ENTRIES PAST THE END ARE NOT REPORTED'
                   TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
               DISPLAY 'ROUTE OR RIDER FILE LARGER THAN THE TABLES'
           END-IF.
       1300-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2000-ONE-ROUTE - for each route record: the route heading,
      *> then every stop behind it with its riders, then the route's
      *> line on the capacity report. Stop records are handled as part
      *> of their route and skipped here.
      *>---------------------------------------------------------------
       2000-ONE-ROUTE.
           IF WS-BRT-SEQ(WS-BR-IX) = ZERO
               MOVE WS-BRT-IMAGE(WS-BR-IX) TO BRREC
               MOVE BR-ROUTE-ID TO WS-WANT-ROUTE
               MOVE BR-CAPACITY TO WS-ROUTE-CAPACITY
               MOVE ZERO TO WS-ROUTE-RIDERS
               MOVE BR-CAPACITY TO WS-CAPACITY-ED
               MOVE SPACES TO MANIFEST-LINE
               STRING 'ROUTE ' DELIMITED BY SIZE
                   BR-ROUTE-ID DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   BR-ROUTE-NAME DELIMITED BY SIZE
                   '  DRIVER ' DELIMITED BY SIZE
                   BR-DRIVER DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   BR-DRIVER-PHONE DELIMITED BY SIZE
                   ' SEATS ' DELIMITED BY SIZE
                   WS-CAPACITY-ED DELIMITED BY SIZE
                   INTO MANIFEST-LINE
               WRITE MANIFEST-LINE
               PERFORM 2100-ONE-STOP
                   VARYING WS-STOP-IX FROM WS-BR-IX BY 1
                   UNTIL WS-STOP-IX > WS-BR-COUNT
                      OR WS-BRT-ROUTE(WS-STOP-IX) NOT = WS-WANT-ROUTE
               MOVE SPACES TO MANIFEST-LINE
               WRITE MANIFEST-LINE
               MOVE WS-BRT-IMAGE(WS-BR-IX) TO BRREC
               PERFORM 2500-WRITE-CAPACITY THRU 2500-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2100-ONE-STOP - the stop heading with its pickup time, then
      *> each rider assigned to the stop.
      *>---------------------------------------------------------------
       2100-ONE-STOP.
           IF WS-BRT-SEQ(WS-STOP-IX) NOT = ZERO
               MOVE WS-BRT-IMAGE(WS-STOP-IX) TO BRREC
               MOVE BR-STOP-SEQ TO WS-WANT-SEQ
               MOVE BR-PICKUP-TIME TO WS-PICKUP-ED
               INSPECT WS-PICKUP-ED REPLACING ALL SPACE BY ':'
               MOVE SPACES TO MANIFEST-LINE
               STRING '  STOP ' DELIMITED BY SIZE
                   BR-STOP-SEQ DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   BR-STOP-NAME DELIMITED BY SIZE
                   '  PICKUP ' DELIMITED BY SIZE
                   WS-PICKUP-ED DELIMITED BY SIZE
                   INTO MANIFEST-LINE
               WRITE MANIFEST-LINE
               PERFORM 2200-ONE-RIDER
                   VARYING WS-BA-IX FROM 1 BY 1
                   UNTIL WS-BA-IX > WS-BA-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2200-ONE-RIDER - a rider at the stop goes on the manifest
      *> only while an active student on the master; anyone else is
      *> left to the exceptions pass.
      *>---------------------------------------------------------------
       2200-ONE-RIDER.
           IF WS-BAT-ROUTE(WS-BA-IX) = WS-WANT-ROUTE
              AND WS-BAT-STOP(WS-BA-IX) = WS-WANT-SEQ
               MOVE WS-BAT-STUDENT(WS-BA-IX) TO STUDENT-NUMBER
               READ STUDENT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FILE-STATUS-OK
                  AND STUDENT-STATUS NOT = 'W'
                   ADD 1 TO WS-ROUTE-RIDERS
                   ADD 1 TO WS-RIDER-COUNT
                   PERFORM 2300-PICK-CONTACT THRU 2300-EXIT
                   MOVE SPACES TO MANIFEST-LINE
                   STRING '    ' DELIMITED BY SIZE
                       STUDENT-NUMBER DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       STUDENT-NAME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CLASSROOM DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-PICK-PHONE DELIMITED BY SIZE
                       INTO MANIFEST-LINE
                   WRITE MANIFEST-LINE
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2290-FIND-CONTACT-KEY - the key the student's contacts are
      *> filed under: the FAM-ID when the student in FAM-STUDENT-NUMBER
      *> is linked into a family, otherwise the student's own number.
      *>---------------------------------------------------------------
       2290-FIND-CONTACT-KEY.
           MOVE FAM-STUDENT-NUMBER TO WS-CONTACT-KEY
           READ FAMILY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FAM-STATUS-OK
               MOVE FAM-ID TO WS-CONTACT-KEY
           END-IF.
       2290-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2300-PICK-CONTACT - the phone to ring for the rider: START at
      *> sequence 00 under the contact key and READ NEXT until the key
      *> changes. The first G-EMERGENCY-FLAG 'Y' contact wins; with no
      *> 'Y' on file the first contact read stands, and with none at
      *> all the manifest says so.
      *>---------------------------------------------------------------
       2300-PICK-CONTACT.
           MOVE 'N' TO WS-PICK-FOUND-SW
           MOVE 'N' TO WS-PICK-EMERG-SW
           MOVE 'NO CONTACT' TO WS-PICK-PHONE
           MOVE STUDENT-NUMBER TO FAM-STUDENT-NUMBER
           PERFORM 2290-FIND-CONTACT-KEY THRU 2290-EXIT
           MOVE WS-CONTACT-KEY TO G-STUDENT-NUMBER
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
                           IF G-STUDENT-NUMBER NOT = WS-CONTACT-KEY
                               MOVE 'Y' TO WS-GUARD-EOF
                           ELSE
                               IF NOT WS-PICK-FOUND
                                  OR (G-EMERGENCY-FLAG = 'Y'
                                      AND NOT WS-PICK-EMERG)
                                   MOVE 'Y' TO WS-PICK-FOUND-SW
                                   MOVE G-PHONE TO WS-PICK-PHONE
                                   IF G-EMERGENCY-FLAG = 'Y'
                                       MOVE 'Y' TO WS-PICK-EMERG-SW
                                       MOVE 'Y' TO WS-GUARD-EOF
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       2300-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2500-WRITE-CAPACITY - the route's active riders against its
      *> seats: the seats still free, or how far over it is.
      *>---------------------------------------------------------------
       2500-WRITE-CAPACITY.
           MOVE WS-ROUTE-RIDERS TO WS-ROUTE-RIDERS-ED
           MOVE SPACES TO CAPACITY-LINE
           IF WS-ROUTE-RIDERS > WS-ROUTE-CAPACITY
               ADD 1 TO WS-OVER-COUNT
               SUBTRACT WS-ROUTE-CAPACITY FROM WS-ROUTE-RIDERS
                   GIVING WS-SEATS-LEFT
               MOVE WS-SEATS-LEFT TO WS-SEATS-LEFT-ED
               STRING BR-ROUTE-ID DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   BR-ROUTE-NAME DELIMITED BY SIZE
                   WS-ROUTE-RIDERS-ED DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   WS-CAPACITY-ED DELIMITED BY SIZE
                   '  OVER BY ' DELIMITED BY SIZE
                   WS-SEATS-LEFT-ED DELIMITED BY SIZE
                   INTO CAPACITY-LINE
           ELSE
               SUBTRACT WS-ROUTE-RIDERS FROM WS-ROUTE-CAPACITY
                   GIVING WS-SEATS-LEFT
               MOVE WS-SEATS-LEFT TO WS-SEATS-LEFT-ED
               STRING BR-ROUTE-ID DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   BR-ROUTE-NAME DELIMITED BY SIZE
                   WS-ROUTE-RIDERS-ED DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   WS-CAPACITY-ED DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-SEATS-LEFT-ED DELIMITED BY SIZE
                   ' SPARE' DELIMITED BY SIZE
                   INTO CAPACITY-LINE
           END-IF
           WRITE CAPACITY-LINE.
       2500-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3000-CHECK-ASSIGNMENT - every assignment once more for the
      *> exceptions list: the route and stop must still be on the
      *> master, and the student must be an active student on it.
      *>---------------------------------------------------------------
       3000-CHECK-ASSIGNMENT.
           MOVE SPACES TO WS-EXCEPT-REASON
           MOVE WS-BAT-ROUTE(WS-BA-IX) TO WS-WANT-ROUTE
           MOVE WS-BAT-STOP(WS-BA-IX) TO WS-WANT-SEQ
           PERFORM 3010-SCAN-ROUTES
               VARYING WS-FOUND-IX FROM 1 BY 1
               UNTIL WS-FOUND-IX > WS-BR-COUNT
                  OR (WS-BRT-ROUTE(WS-FOUND-IX) = WS-WANT-ROUTE
                      AND WS-BRT-SEQ(WS-FOUND-IX) = WS-WANT-SEQ)
           MOVE WS-BAT-STUDENT(WS-BA-IX) TO STUDENT-NUMBER
           READ STUDENT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FILE-STATUS-OK
               IF STUDENT-STATUS = 'W'
                   STRING 'WITHDRAWN ' DELIMITED BY SIZE
                       WITHDRAWN-DATE DELIMITED BY SIZE
                       INTO WS-EXCEPT-REASON
               ELSE
                   IF WS-FOUND-IX > WS-BR-COUNT
                       MOVE 'ROUTE OR STOP NOT ON THE MASTER'
                           TO WS-EXCEPT-REASON
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO STUDENT-NAME
               PERFORM 3020-SCAN-HISTORY
                   VARYING WS-HIST-IX FROM 1 BY 1
                   UNTIL WS-HIST-IX > WS-HIST-COUNT
                      OR WS-HIST-NUMBER(WS-HIST-IX)
                         = WS-BAT-STUDENT(WS-BA-IX)
               IF WS-HIST-IX NOT > WS-HIST-COUNT
                   MOVE 'PURGED - ON STUDENT HISTORY'
                       TO WS-EXCEPT-REASON
               ELSE
                   MOVE 'NOT ON MASTER OR HISTORY'
                       TO WS-EXCEPT-REASON
               END-IF
           END-IF
           IF WS-EXCEPT-REASON NOT = SPACES
               PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3010-SCAN-ROUTES.
           CONTINUE.
       3010-EXIT.
           EXIT.

       3020-SCAN-HISTORY.
           CONTINUE.
       3020-EXIT.
           EXIT.

       3100-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING WS-BAT-STUDENT(WS-BA-IX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               STUDENT-NAME DELIMITED BY SIZE
               ' ROUTE ' DELIMITED BY SIZE
               WS-BAT-ROUTE(WS-BA-IX) DELIMITED BY SIZE
               ' STOP ' DELIMITED BY SIZE
               WS-BAT-STOP(WS-BA-IX) DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-EXCEPT-REASON DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.
       3100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 8000-WRITE-TOTALS - run totals on each report and the console.
      *>---------------------------------------------------------------
       8000-WRITE-TOTALS.
           MOVE WS-RIDER-COUNT TO WS-RIDER-COUNT-ED
           MOVE WS-EXCEPT-COUNT TO WS-EXCEPT-COUNT-ED
           MOVE WS-OVER-COUNT TO WS-OVER-COUNT-ED
           MOVE SPACES TO MANIFEST-LINE
           STRING 'RIDERS ON MANIFESTS : ' DELIMITED BY SIZE
               WS-RIDER-COUNT-ED DELIMITED BY SIZE
               INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           STRING 'EXCEPTIONS          : ' DELIMITED BY SIZE
               WS-EXCEPT-COUNT-ED DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO CAPACITY-LINE
           WRITE CAPACITY-LINE
           STRING 'ROUTES OVER CAPACITY: ' DELIMITED BY SIZE
               WS-OVER-COUNT-ED DELIMITED BY SIZE
               INTO CAPACITY-LINE
           WRITE CAPACITY-LINE
           DISPLAY 'RIDERS ON MANIFESTS : ' WS-RIDER-COUNT-ED
           DISPLAY 'EXCEPTIONS          : ' WS-EXCEPT-COUNT-ED
           DISPLAY 'ROUTES OVER CAPACITY: ' WS-OVER-COUNT-ED.
       8000-EXIT.
           EXIT.
