      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bus_maintenance.
       AUTHOR. ALI ALMOHAMMED SALEH.
      *>---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  AAS  Initial version - keeps the school bus
      *>                    routes and who rides them, replacing the
      *>                    transport spreadsheet. The BUS-ROUTE-MASTER
      *>                    (the shared BUSRTE record: a route record
      *>                    with driver and seat capacity, then its
      *>                    stops in calling order) and the
      *>                    BUS-RIDER-FILE (the shared BUSRIDE record:
      *>                    one stop assignment per rider) are read into
      *>                    tables at start-up, edited in place and
      *>                    written back on Quit, in the same table
      *>                    style as timetable_maintenance. A rider
      *>                    must be an active student on the master, is
      *>                    put on an existing route and stop, and is
      *>                    refused when the route's seats are all
      *>                    taken; a route or stop cannot be removed
      *>                    while anyone is still assigned to it.
      *>   2026-10-15  AAS  Operator sign-on against operators.dat (the
      *>                    shared OPERATOR layout) before the menu,
      *>                    three tries, each failure logged to
      *>                    signon_failures.dat (the shared SIGNLOG
      *>                    layout), as classroom_maintenance does.
      *>                    Adding or changing a route, adding a stop
      *>                    and assigning a rider are limited to the
      *>                    registrar and administrators; deleting a
      *>                    route, removing a stop and unassigning a
      *>                    rider to administrators. Anyone signed on
      *>                    may Inquire and List.
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
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO
               'operators.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIGNON-LOG ASSIGN TO
               'signon_failures.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD   BUS-ROUTE-MASTER.
       01   BUS-ROUTE-REC                PIC X(78).

       FD   BUS-RIDER-FILE.
           COPY busride.

       FD   STUDENT-FILE.
           COPY students.

       FD   OPERATOR-FILE.
           COPY operator.

       FD   SIGNON-LOG.
           COPY signlog.

       WORKING-STORAGE SECTION.
           COPY busrte.
       01   WS-FILE-STATUS               PIC X(02) VALUE ZEROS.
           88 WS-FILE-STATUS-OK          VALUE '00'.
       01   WS-EOF                       PIC X VALUE 'N'.
           88 WS-EOF-YES                VALUE 'Y'.
       01   WS-DONE-SW                   PIC X VALUE 'N'.
           88 WS-DONE                    VALUE 'Y'.
       01   WS-CHOICE                    PIC X(01).
           88 WS-CHOICE-ADD              VALUE 'A' 'a'.
           88 WS-CHOICE-CHANGE           VALUE 'C' 'c'.
           88 WS-CHOICE-DELETE           VALUE 'D' 'd'.
           88 WS-CHOICE-STOP             VALUE 'S' 's'.
           88 WS-CHOICE-REMOVE-STOP      VALUE 'X' 'x'.
           88 WS-CHOICE-RIDER            VALUE 'R' 'r'.
           88 WS-CHOICE-UNASSIGN         VALUE 'U' 'u'.
           88 WS-CHOICE-INQUIRE          VALUE 'I' 'i'.
           88 WS-CHOICE-LIST             VALUE 'L' 'l'.
           88 WS-CHOICE-QUIT             VALUE 'Q' 'q'.
       01   WS-ROUTE-ENTERED             PIC X(04).
       01   WS-SEQ-ENTERED               PIC X(02).
       01   WS-NAME-ENTERED              PIC X(30).
       01   WS-DRIVER-ENTERED            PIC X(25).
       01   WS-PHONE-ENTERED             PIC X(15).
       01   WS-CAPACITY-ENTERED          PIC X(03).
       01   WS-TIME-ENTERED              PIC X(04).
       01   WS-TIME-CHECK                PIC 9(04) VALUE ZERO.
       01   WS-TIME-CHECK-R REDEFINES WS-TIME-CHECK.
           05 WS-TIME-HH                 PIC 9(02).
           05 WS-TIME-MM                 PIC 9(02).
       01   WS-KEY-ENTERED               PIC X(10).
       01   WS-WANT-KEY.
           05 WS-WANT-ROUTE              PIC X(04).
           05 WS-WANT-SEQ                PIC 9(02).
       01   WS-VALID-SW                  PIC X VALUE 'Y'.
           88 WS-RECORD-VALID            VALUE 'Y'.
           88 WS-RECORD-INVALID          VALUE 'N'.
       01   WS-REJECT-REASON             PIC X(40) VALUE SPACES.
       01   WS-TODAY                     PIC 9(08) VALUE ZERO.
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
       01   WS-FOUND-IX                  PIC 9(04) COMP VALUE ZERO.
       01   WS-INSERT-IX                 PIC 9(04) COMP VALUE ZERO.
       01   WS-BR-COUNT-ED               PIC ZZZ9.
       01   WS-BA-COUNT                  PIC 9(04) COMP VALUE ZERO.
       01   WS-BA-MAX                    PIC 9(04) COMP VALUE 2999.
       01   WS-BA-TABLE.
           05 WS-BA-ENTRY OCCURS 2999 TIMES.
               10 WS-BAT-KEY.
                   15 WS-BAT-ROUTE       PIC X(04).
                   15 WS-BAT-STOP        PIC 9(02).
                   15 WS-BAT-STUDENT     PIC X(10).
               10 WS-BAT-DATE            PIC 9(08).
       01   WS-BA-IX                     PIC 9(04) COMP VALUE ZERO.
       01   WS-RIDER-IX                  PIC 9(04) COMP VALUE ZERO.
       01   WS-NEW-RIDER-KEY.
           05 WS-NEW-ROUTE               PIC X(04).
           05 WS-NEW-STOP                PIC 9(02).
           05 WS-NEW-STUDENT             PIC X(10).
       01   WS-BA-COUNT-ED               PIC ZZZ9.
       01   WS-ROUTE-RIDERS              PIC 9(04) COMP VALUE ZERO.
       01   WS-ROUTE-RIDERS-ED           PIC ZZZ9.
       01   WS-STOP-RIDERS               PIC 9(04) COMP VALUE ZERO.
       01   WS-STOP-RIDERS-ED            PIC ZZZ9.
       01   WS-CAPACITY-ED               PIC ZZ9.
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
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 0500-SIGN-ON THRU 0500-EXIT.
           IF WS-SIGNED-ON
               PERFORM 1000-LOAD-ROUTES THRU 1000-EXIT
               PERFORM 1200-LOAD-RIDERS THRU 1200-EXIT
               OPEN INPUT STUDENT-FILE
               PERFORM UNTIL WS-DONE
                   PERFORM 1100-SHOW-MENU THRU 1100-EXIT
                   PERFORM 0550-CHECK-ACCESS THRU 0550-EXIT
                   IF WS-ACCESS-OK
                       PERFORM 2000-DISPATCH THRU 2000-EXIT
                   END-IF
               END-PERFORM
               CLOSE STUDENT-FILE
               PERFORM 9000-SAVE-ROUTES THRU 9000-EXIT
               PERFORM 9200-SAVE-RIDERS THRU 9200-EXIT
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
           MOVE 'bus_maintenance' TO SL-PROGRAM
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
      *> operator may Inquire and List; only the registrar or an
      *> administrator may Add or Change a route, add a Stop or assign
      *> a Rider; only an administrator may Delete a route, remove a
      *> stop (X) or Unassign a rider.
      *>---------------------------------------------------------------
       0550-CHECK-ACCESS.
           MOVE 'Y' TO WS-ACCESS-SW
           IF WS-CHOICE-DELETE OR WS-CHOICE-REMOVE-STOP
              OR WS-CHOICE-UNASSIGN
               IF NOT WS-ROLE-ADMIN
                   MOVE 'N' TO WS-ACCESS-SW
               END-IF
           ELSE
               IF WS-CHOICE-ADD OR WS-CHOICE-CHANGE
                  OR WS-CHOICE-STOP OR WS-CHOICE-RIDER
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
      *> 1000-LOAD-ROUTES - the whole route master into the table, in
      *> the route, stop order the file was last saved in.
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUS-ROUTE-MASTER
           MOVE 'N' TO WS-EOF
           MOVE WS-BR-COUNT TO WS-BR-COUNT-ED
           DISPLAY 'ROUTE AND STOP RECORDS: ' WS-BR-COUNT-ED.
       1000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1200-LOAD-RIDERS - every stop assignment into the rider
      *> table, in the route, stop, student order it was saved in.
      *>---------------------------------------------------------------
       1200-LOAD-RIDERS.
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
                           MOVE BA-ASSIGNED-DATE
                               TO WS-BAT-DATE(WS-BA-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUS-RIDER-FILE
           MOVE 'N' TO WS-EOF
           MOVE WS-BA-COUNT TO WS-BA-COUNT-ED
           DISPLAY 'RIDERS ASSIGNED       : ' WS-BA-COUNT-ED.
       1200-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1100-SHOW-MENU - prompts for and accepts the next action code.
      *>---------------------------------------------------------------
       1100-SHOW-MENU.
           DISPLAY 'BUS ROUTE MAINTENANCE'
           DISPLAY '  A = Add route  C = Change route  D = Delete route'
           DISPLAY '  S = Add stop    X = Remove stop'
           DISPLAY '  R = Assign rider   U = Unassign rider'
           DISPLAY '  I = Inquire route   L = List routes   Q = Quit'
           DISPLAY 'Enter choice: ' WITH NO ADVANCING
           ACCEPT WS-CHOICE.
       1100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2000-DISPATCH - routes to the paragraph for the chosen action.
      *>---------------------------------------------------------------
       2000-DISPATCH.
           IF WS-CHOICE-ADD
               PERFORM 3000-ADD-ROUTE THRU 3000-EXIT
           ELSE
               IF WS-CHOICE-CHANGE
                   PERFORM 3500-CHANGE-ROUTE THRU 3500-EXIT
               ELSE
                   IF WS-CHOICE-DELETE
                       PERFORM 4000-DELETE-ROUTE THRU 4000-EXIT
                   ELSE
                       PERFORM 2010-DISPATCH-MORE THRU 2010-EXIT
                   END-IF
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

       2010-DISPATCH-MORE.
           IF WS-CHOICE-STOP
               PERFORM 4500-ADD-STOP THRU 4500-EXIT
           ELSE
               IF WS-CHOICE-REMOVE-STOP
                   PERFORM 5000-REMOVE-STOP THRU 5000-EXIT
               ELSE
                   IF WS-CHOICE-RIDER
                       PERFORM 5500-ASSIGN-RIDER THRU 5500-EXIT
                   ELSE
                       IF WS-CHOICE-UNASSIGN
                           PERFORM 6000-UNASSIGN-RIDER THRU 6000-EXIT
                       ELSE
                           PERFORM 2020-DISPATCH-REST THRU 2020-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2010-EXIT.
           EXIT.

       2020-DISPATCH-REST.
           IF WS-CHOICE-INQUIRE
               PERFORM 6500-INQUIRE-ROUTE THRU 6500-EXIT
           ELSE
               IF WS-CHOICE-LIST
                   PERFORM 7000-LIST-ROUTES THRU 7000-EXIT
               ELSE
                   IF WS-CHOICE-QUIT
                       MOVE 'Y' TO WS-DONE-SW
                   ELSE
                       DISPLAY 'INVALID CHOICE - TRY AGAIN'
                   END-IF
               END-IF
           END-IF.
       2020-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2100-FIND-ENTRY - table scan for the route and stop in
      *> WS-WANT-KEY (stop 00 is the route record itself); WS-FOUND-IX
      *> lands past WS-BR-COUNT when it is not on the master.
      *>---------------------------------------------------------------
       2100-FIND-ENTRY.
           PERFORM 2110-SCAN-ENTRY
               VARYING WS-FOUND-IX FROM 1 BY 1
               UNTIL WS-FOUND-IX > WS-BR-COUNT
                  OR (WS-BRT-ROUTE(WS-FOUND-IX) = WS-WANT-ROUTE
                      AND WS-BRT-SEQ(WS-FOUND-IX) = WS-WANT-SEQ).
       2100-EXIT.
           EXIT.

       2110-SCAN-ENTRY.
           CONTINUE.
       2110-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2200-FIND-RIDER - the rider table entry for the student in
      *> WS-KEY-ENTERED; WS-RIDER-IX lands past WS-BA-COUNT when the
      *> student rides no bus.
      *>---------------------------------------------------------------
       2200-FIND-RIDER.
           PERFORM 2210-SCAN-RIDER
               VARYING WS-RIDER-IX FROM 1 BY 1
               UNTIL WS-RIDER-IX > WS-BA-COUNT
                  OR WS-BAT-STUDENT(WS-RIDER-IX) = WS-KEY-ENTERED.
       2200-EXIT.
           EXIT.

       2210-SCAN-RIDER.
           CONTINUE.
       2210-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2300-COUNT-RIDERS - riders on the route in WS-WANT-ROUTE
      *> (WS-ROUTE-RIDERS) and, of those, riders at the stop in
      *> WS-WANT-SEQ (WS-STOP-RIDERS).
      *>---------------------------------------------------------------
       2300-COUNT-RIDERS.
           MOVE ZERO TO WS-ROUTE-RIDERS
           MOVE ZERO TO WS-STOP-RIDERS
           PERFORM 2310-COUNT-ONE
               VARYING WS-BA-IX FROM 1 BY 1
               UNTIL WS-BA-IX > WS-BA-COUNT.
       2300-EXIT.
           EXIT.

       2310-COUNT-ONE.
           IF WS-BAT-ROUTE(WS-BA-IX) = WS-WANT-ROUTE
               ADD 1 TO WS-ROUTE-RIDERS
               IF WS-BAT-STOP(WS-BA-IX) = WS-WANT-SEQ
                   ADD 1 TO WS-STOP-RIDERS
               END-IF
           END-IF.
       2310-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2600-ACCEPT-ROUTE - prompts for a route ID, which must not be
      *> blank, and sets WS-WANT-KEY to its route record.
      *>---------------------------------------------------------------
       2600-ACCEPT-ROUTE.
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           DISPLAY 'ROUTE ID       : ' WITH NO ADVANCING
           ACCEPT WS-ROUTE-ENTERED
           IF WS-ROUTE-ENTERED = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'MISSING ROUTE ID' TO WS-REJECT-REASON
           ELSE
               MOVE WS-ROUTE-ENTERED TO WS-WANT-ROUTE
               MOVE ZERO TO WS-WANT-SEQ
           END-IF.
       2600-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2650-ACCEPT-STOP - prompts for a stop number on the route in
      *> WS-WANT-ROUTE, 01 to 99 (a single digit is taken as given),
      *> and sets WS-WANT-SEQ to it.
      *>---------------------------------------------------------------
       2650-ACCEPT-STOP.
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           DISPLAY 'STOP NUMBER    : ' WITH NO ADVANCING
           ACCEPT WS-SEQ-ENTERED
           IF WS-SEQ-ENTERED(2:1) = SPACE
               MOVE WS-SEQ-ENTERED(1:1) TO WS-SEQ-ENTERED(2:1)
               MOVE '0' TO WS-SEQ-ENTERED(1:1)
           END-IF
           IF WS-SEQ-ENTERED IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE 'STOP NUMBER NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
               MOVE WS-SEQ-ENTERED TO WS-WANT-SEQ
               IF WS-WANT-SEQ = ZERO
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'STOP NUMBER MUST BE 01 TO 99'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
       2650-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2700-ACCEPT-ROUTE-FIELDS - prompts for the route's name,
      *> driver, driver's phone and seat capacity into BRREC. On a
      *> Change (WS-FOUND-IX on the route record) a blank answer keeps
      *> what is there; on an Add every field but the phone is
      *> required. The capacity must be 1 to 999 seats.
      *>---------------------------------------------------------------
       2700-ACCEPT-ROUTE-FIELDS.
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           DISPLAY 'ROUTE NAME     : ' WITH NO ADVANCING
           ACCEPT WS-NAME-ENTERED
           DISPLAY 'DRIVER         : ' WITH NO ADVANCING
           ACCEPT WS-DRIVER-ENTERED
           DISPLAY 'DRIVER PHONE   : ' WITH NO ADVANCING
           ACCEPT WS-PHONE-ENTERED
           DISPLAY 'SEAT CAPACITY  : ' WITH NO ADVANCING
           ACCEPT WS-CAPACITY-ENTERED
           IF WS-NAME-ENTERED NOT = SPACES
               MOVE WS-NAME-ENTERED TO BR-ROUTE-NAME
           END-IF
           IF WS-DRIVER-ENTERED NOT = SPACES
               MOVE WS-DRIVER-ENTERED TO BR-DRIVER
           END-IF
           IF WS-PHONE-ENTERED NOT = SPACES
               MOVE WS-PHONE-ENTERED TO BR-DRIVER-PHONE
           END-IF
           IF WS-CAPACITY-ENTERED NOT = SPACES
               PERFORM 2710-RIGHT-JUSTIFY-CAPACITY THRU 2710-EXIT
               IF WS-CAPACITY-ENTERED IS NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'SEAT CAPACITY NOT NUMERIC' TO WS-REJECT-REASON
               ELSE
                   MOVE WS-CAPACITY-ENTERED TO BR-CAPACITY
               END-IF
           END-IF
           IF WS-RECORD-VALID
               IF BR-ROUTE-NAME = SPACES
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'MISSING ROUTE NAME' TO WS-REJECT-REASON
               ELSE
                   IF BR-DRIVER = SPACES
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'MISSING DRIVER' TO WS-REJECT-REASON
                   ELSE
                       IF BR-CAPACITY IS NOT NUMERIC
                          OR BR-CAPACITY = ZERO
                           MOVE 'N' TO WS-VALID-SW
                           MOVE 'SEAT CAPACITY MUST BE 1 TO 999'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2700-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2710-RIGHT-JUSTIFY-CAPACITY - a capacity keyed as one or two
      *> digits is shifted right and zero-filled to three.
      *>---------------------------------------------------------------
       2710-RIGHT-JUSTIFY-CAPACITY.
           IF WS-CAPACITY-ENTERED(3:1) = SPACE
               IF WS-CAPACITY-ENTERED(2:1) = SPACE
                   MOVE WS-CAPACITY-ENTERED(1:1)
                       TO WS-CAPACITY-ENTERED(3:1)
                   MOVE '00' TO WS-CAPACITY-ENTERED(1:2)
               ELSE
                   MOVE WS-CAPACITY-ENTERED(2:1)
                       TO WS-CAPACITY-ENTERED(3:1)
                   MOVE WS-CAPACITY-ENTERED(1:1)
                       TO WS-CAPACITY-ENTERED(2:1)
                   MOVE '0' TO WS-CAPACITY-ENTERED(1:1)
               END-IF
           END-IF.
       2710-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3000-ADD-ROUTE - a new route record, stop 00. The route ID
      *> must be new; its stops are added afterwards with S.
      *>---------------------------------------------------------------
       3000-ADD-ROUTE.
           PERFORM 2600-ACCEPT-ROUTE THRU 2600-EXIT
           IF WS-RECORD-INVALID
               DISPLAY 'ADD REJECTED - ' WS-REJECT-REASON
           ELSE
               PERFORM 2100-FIND-ENTRY THRU 2100-EXIT
               IF WS-FOUND-IX NOT > WS-BR-COUNT
                   DISPLAY 'ADD REJECTED - ROUTE ALREADY ON FILE'
               ELSE
                   IF WS-BR-COUNT NOT < WS-BR-MAX
                       DISPLAY 'ROUTE TABLE FULL.'
                   ELSE
                       MOVE SPACES TO BRREC
                       MOVE ZERO TO BR-CAPACITY
                       PERFORM 2700-ACCEPT-ROUTE-FIELDS THRU 2700-EXIT
                       IF WS-RECORD-INVALID
                           DISPLAY 'ADD REJECTED - ' WS-REJECT-REASON
                       ELSE
                           MOVE WS-WANT-ROUTE TO BR-ROUTE-ID
                           MOVE ZERO TO BR-STOP-SEQ
                           PERFORM 3300-INSERT-ENTRY THRU 3300-EXIT
                           DISPLAY 'ROUTE ADDED.'
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3300-INSERT-ENTRY - BRREC into the table at its place in
      *> route, stop order, the entries above it shifted up a place.
      *>---------------------------------------------------------------
       3300-INSERT-ENTRY.
           PERFORM 3310-SCAN-INSERT
               VARYING WS-INSERT-IX FROM 1 BY 1
               UNTIL WS-INSERT-IX > WS-BR-COUNT
                  OR WS-BRT-ROUTE(WS-INSERT-IX) > WS-WANT-ROUTE
                  OR (WS-BRT-ROUTE(WS-INSERT-IX) = WS-WANT-ROUTE
                      AND WS-BRT-SEQ(WS-INSERT-IX) > WS-WANT-SEQ)
           PERFORM 3320-SHIFT-UP
               VARYING WS-BR-IX FROM WS-BR-COUNT BY -1
               UNTIL WS-BR-IX < WS-INSERT-IX
           ADD 1 TO WS-BR-COUNT
           MOVE BRREC TO WS-BRT-IMAGE(WS-INSERT-IX).
       3300-EXIT.
           EXIT.

       3310-SCAN-INSERT.
           CONTINUE.
       3310-EXIT.
           EXIT.

       3320-SHIFT-UP.
           MOVE WS-BR-ENTRY(WS-BR-IX) TO WS-BR-ENTRY(WS-BR-IX + 1).
       3320-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3400-DROP-ENTRY - closes the gap at WS-FOUND-IX by shifting
      *> the entries above it down a place.
      *>---------------------------------------------------------------
       3400-DROP-ENTRY.
           PERFORM 3410-SHIFT-DOWN
               VARYING WS-BR-IX FROM WS-FOUND-IX BY 1
               UNTIL WS-BR-IX NOT < WS-BR-COUNT
           SUBTRACT 1 FROM WS-BR-COUNT.
       3400-EXIT.
           EXIT.

       3410-SHIFT-DOWN.
           MOVE WS-BR-ENTRY(WS-BR-IX + 1) TO WS-BR-ENTRY(WS-BR-IX).
       3410-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3500-CHANGE-ROUTE - re-prompts the route's name, driver,
      *> phone and capacity, blank keeping each. Cutting the capacity
      *> below the riders already on the route is allowed - a smaller
      *> bus is sometimes all there is - but is warned about, and the
      *> capacity report shows the route over until riders are moved.
      *>---------------------------------------------------------------
       3500-CHANGE-ROUTE.
           PERFORM 2600-ACCEPT-ROUTE THRU 2600-EXIT
           IF WS-RECORD-INVALID
               DISPLAY 'UPDATE REJECTED - ' WS-REJECT-REASON
           ELSE
               PERFORM 2100-FIND-ENTRY THRU 2100-EXIT
               IF WS-FOUND-IX > WS-BR-COUNT
                   DISPLAY 'ROUTE NOT ON FILE.'
               ELSE
                   MOVE WS-BRT-IMAGE(WS-FOUND-IX) TO BRREC
                   MOVE BR-CAPACITY TO WS-CAPACITY-ED
                   DISPLAY 'CURRENT NAME   : ' BR-ROUTE-NAME
                   DISPLAY 'CURRENT DRIVER : ' BR-DRIVER
                   DISPLAY 'CURRENT PHONE  : ' BR-DRIVER-PHONE
                   DISPLAY 'CURRENT SEATS  : ' WS-CAPACITY-ED
                   PERFORM 2700-ACCEPT-ROUTE-FIELDS THRU 2700-EXIT
                   IF WS-RECORD-INVALID
                       DISPLAY 'UPDATE REJECTED - ' WS-REJECT-REASON
                   ELSE
                       MOVE BRREC TO WS-BRT-IMAGE(WS-FOUND-IX)
                       DISPLAY 'ROUTE UPDATED.'
                       PERFORM 2300-COUNT-RIDERS THRU 2300-EXIT
                       IF WS-ROUTE-RIDERS > BR-CAPACITY
                           MOVE WS-ROUTE-RIDERS TO WS-ROUTE-RIDERS-ED
                           DISPLAY 'WARNING - ' WS-ROUTE-RIDERS-ED
                               ' RIDERS NOW EXCEED THE SEATS'
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3500-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 4000-DELETE-ROUTE - the route record and all its stops go, but
      *> only once nobody is assigned to the route; its riders must be
      *> moved or unassigned first so no one silently loses a seat.
      *>---------------------------------------------------------------
       4000-DELETE-ROUTE.
           PERFORM 2600-ACCEPT-ROUTE THRU 2600-EXIT
           IF WS-RECORD-INVALID
               DISPLAY 'DELETE REJECTED - ' WS-REJECT-REASON
           ELSE
               PERFORM 2100-FIND-ENTRY THRU 2100-EXIT
               IF WS-FOUND-IX > WS-BR-COUNT
                   DISPLAY 'ROUTE NOT ON FILE.'
               ELSE
                   PERFORM 2300-COUNT-RIDERS THRU 2300-EXIT
                   IF WS-ROUTE-RIDERS NOT = ZERO
                       MOVE WS-ROUTE-RIDERS TO WS-ROUTE-RIDERS-ED
                       DISPLAY 'DELETE REJECTED - ' WS-ROUTE-RIDERS-ED
                           ' RIDERS STILL ASSIGNED TO THE ROUTE'
                   ELSE
                       PERFORM 3400-DROP-ENTRY THRU 3400-EXIT
                       PERFORM 4100-DROP-STOPS THRU 4100-EXIT
                       DISPLAY 'ROUTE DELETED.'
                   END-IF
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 4100-DROP-STOPS - the stop records behind a deleted route sit
      *> where the route record was, so they are dropped from that
      *> place until the next entry belongs to another route.
      *>---------------------------------------------------------------
       4100-DROP-STOPS.
           PERFORM 3400-DROP-ENTRY THRU 3400-EXIT
               UNTIL WS-FOUND-IX > WS-BR-COUNT
                  OR WS-BRT-ROUTE(WS-FOUND-IX) NOT = WS-WANT-ROUTE.
       4100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 4500-ADD-STOP - a new stop on an existing route: the stop
      *> number must be free on the route, the stop named, and the
      *> pickup time a real HHMM. Changing a stop is a Remove and an
      *> Add.
      *>---------------------------------------------------------------
       4500-ADD-STOP.
           PERFORM 2600-ACCEPT-ROUTE THRU 2600-EXIT
           IF WS-RECORD-VALID
               PERFORM 2100-FIND-ENTRY THRU 2100-EXIT
               IF WS-FOUND-IX > WS-BR-COUNT
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'ROUTE NOT ON FILE' TO WS-REJECT-REASON
               ELSE
                   PERFORM 2650-ACCEPT-STOP THRU 2650-EXIT
               END-IF
           END-IF
           IF WS-RECORD-VALID
               PERFORM 2100-FIND-ENTRY THRU 2100-EXIT
               IF WS-FOUND-IX NOT > WS-BR-COUNT
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'STOP ALREADY ON THE ROUTE' TO WS-REJECT-REASON
               ELSE
                   IF WS-BR-COUNT NOT < WS-BR-MAX
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'ROUTE TABLE FULL' TO WS-REJECT-REASON
                   ELSE
                       PERFORM 4600-ACCEPT-STOP-FIELDS THRU 4600-EXIT
                   END-IF
               END-IF
           END-IF
           IF WS-RECORD-INVALID
               DISPLAY 'ADD REJECTED - ' WS-REJECT-REASON
           ELSE
               MOVE WS-WANT-ROUTE TO BR-ROUTE-ID
               MOVE WS-WANT-SEQ TO BR-STOP-SEQ
               PERFORM 3300-INSERT-ENTRY THRU 3300-EXIT
               DISPLAY 'STOP ADDED.'
           END-IF.
       4500-EXIT.
           EXIT.

       4600-ACCEPT-STOP-FIELDS.
           MOVE SPACES TO BRREC
           DISPLAY 'STOP NAME      : ' WITH NO ADVANCING
           ACCEPT WS-NAME-ENTERED
           DISPLAY 'PICKUP (HHMM)  : ' WITH NO ADVANCING
           ACCEPT WS-TIME-ENTERED
           IF WS-NAME-ENTERED = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'MISSING STOP NAME' TO WS-REJECT-REASON
           ELSE
               IF WS-TIME-ENTERED IS NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'PICKUP TIME MUST BE HHMM' TO WS-REJECT-REASON
               ELSE
                   MOVE WS-TIME-ENTERED TO WS-TIME-CHECK
                   IF WS-TIME-HH > 23 OR WS-TIME-MM > 59
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'PICKUP TIME NOT A REAL TIME'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE WS-NAME-ENTERED TO BR-STOP-NAME
                       MOVE WS-TIME-CHECK TO BR-PICKUP-TIME
                   END-IF
               END-IF
           END-IF.
       4600-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 5000-REMOVE-STOP - a stop comes off its route only when no
      *> rider is picked up there.
      *>---------------------------------------------------------------
       5000-REMOVE-STOP.
           PERFORM 2600-ACCEPT-ROUTE THRU 2600-EXIT
           IF WS-RECORD-VALID
               PERFORM 2650-ACCEPT-STOP THRU 2650-EXIT
           END-IF
           IF WS-RECORD-INVALID
               DISPLAY 'REMOVE REJECTED - ' WS-REJECT-REASON
           ELSE
               PERFORM 2100-FIND-ENTRY THRU 2100-EXIT
               IF WS-FOUND-IX > WS-BR-COUNT
                   DISPLAY 'STOP NOT ON THE ROUTE.'
               ELSE
                   PERFORM 2300-COUNT-RIDERS THRU 2300-EXIT
                   IF WS-STOP-RIDERS NOT = ZERO
                       MOVE WS-STOP-RIDERS TO WS-STOP-RIDERS-ED
                       DISPLAY 'REMOVE REJECTED - ' WS-STOP-RIDERS-ED
                           ' RIDERS STILL PICKED UP THERE'
                   ELSE
                       PERFORM 3400-DROP-ENTRY THRU 3400-EXIT
                       DISPLAY 'STOP REMOVED.'
                   END-IF
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 5500-ASSIGN-RIDER - puts a student on a route and stop. The
      *> student must be on the master and not withdrawn, and the
      *> route and stop must exist. A student already riding is moved
      *> (their seat on the same route is not counted twice); a route
      *> with every seat taken refuses a new rider.
      *>---------------------------------------------------------------
       5500-ASSIGN-RIDER.
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           DISPLAY 'STUDENT NUMBER : ' WITH NO ADVANCING
           ACCEPT WS-KEY-ENTERED
           MOVE WS-KEY-ENTERED TO STUDENT-NUMBER
           READ STUDENT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'STUDENT NUMBER NOT ON MASTER'
                       TO WS-REJECT-REASON
           END-READ
           IF WS-RECORD-VALID
               IF STUDENT-STATUS = 'W'
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'STUDENT IS WITHDRAWN' TO WS-REJECT-REASON
               ELSE
                   DISPLAY 'STUDENT        : ' STUDENT-NAME
                       ' ROOM ' CLASSROOM
                   PERFORM 2600-ACCEPT-ROUTE THRU 2600-EXIT
               END-IF
           END-IF
           IF WS-RECORD-VALID
               PERFORM 2100-FIND-ENTRY THRU 2100-EXIT
               IF WS-FOUND-IX > WS-BR-COUNT
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'ROUTE NOT ON FILE' TO WS-REJECT-REASON
               ELSE
                   MOVE WS-BRT-IMAGE(WS-FOUND-IX) TO BRREC
                   PERFORM 2650-ACCEPT-STOP THRU 2650-EXIT
               END-IF
           END-IF
           IF WS-RECORD-VALID
               PERFORM 5600-CHECK-STOP-AND-SEATS THRU 5600-EXIT
           END-IF
           IF WS-RECORD-INVALID
               DISPLAY 'ASSIGN REJECTED - ' WS-REJECT-REASON
           ELSE
               PERFORM 2200-FIND-RIDER THRU 2200-EXIT
               IF WS-RIDER-IX NOT > WS-BA-COUNT
                   DISPLAY 'MOVED FROM ROUTE '
                       WS-BAT-ROUTE(WS-RIDER-IX) ' STOP '
                       WS-BAT-STOP(WS-RIDER-IX)
                   PERFORM 6100-DROP-RIDER THRU 6100-EXIT
               END-IF
               PERFORM 5700-INSERT-RIDER THRU 5700-EXIT
               DISPLAY 'RIDER ASSIGNED.'
           END-IF.
       5500-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 5600-CHECK-STOP-AND-SEATS - the stop must be on the route, the
      *> rider table must have room, and the route must have a free
      *> seat once a rider already on this route is left out of the
      *> count. BRREC holds the route record.
      *>---------------------------------------------------------------
       5600-CHECK-STOP-AND-SEATS.
           PERFORM 2100-FIND-ENTRY THRU 2100-EXIT
           IF WS-FOUND-IX > WS-BR-COUNT
               MOVE 'N' TO WS-VALID-SW
               MOVE 'STOP NOT ON THE ROUTE' TO WS-REJECT-REASON
           ELSE
               PERFORM 2300-COUNT-RIDERS THRU 2300-EXIT
               PERFORM 2200-FIND-RIDER THRU 2200-EXIT
               IF WS-RIDER-IX NOT > WS-BA-COUNT
                   IF WS-BAT-ROUTE(WS-RIDER-IX) = WS-WANT-ROUTE
                       SUBTRACT 1 FROM WS-ROUTE-RIDERS
                   END-IF
               ELSE
                   IF WS-BA-COUNT NOT < WS-BA-MAX
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'RIDER TABLE FULL' TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-RECORD-VALID
                  AND WS-ROUTE-RIDERS NOT < BR-CAPACITY
                   MOVE BR-CAPACITY TO WS-CAPACITY-ED
                   MOVE 'N' TO WS-VALID-SW
                   STRING 'ROUTE FULL - ALL ' DELIMITED BY SIZE
                       WS-CAPACITY-ED DELIMITED BY SIZE
                       ' SEATS TAKEN' DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
               END-IF
           END-IF.
       5600-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 5700-INSERT-RIDER - the assignment into the rider table at
      *> its place in route, stop, student order, dated today.
      *>---------------------------------------------------------------
       5700-INSERT-RIDER.
           MOVE WS-WANT-ROUTE TO WS-NEW-ROUTE
           MOVE WS-WANT-SEQ TO WS-NEW-STOP
           MOVE WS-KEY-ENTERED TO WS-NEW-STUDENT
           PERFORM 5710-SCAN-INSERT
               VARYING WS-INSERT-IX FROM 1 BY 1
               UNTIL WS-INSERT-IX > WS-BA-COUNT
                  OR WS-BAT-KEY(WS-INSERT-IX) > WS-NEW-RIDER-KEY
           PERFORM 5720-SHIFT-UP
               VARYING WS-BA-IX FROM WS-BA-COUNT BY -1
               UNTIL WS-BA-IX < WS-INSERT-IX
           ADD 1 TO WS-BA-COUNT
           MOVE WS-NEW-RIDER-KEY TO WS-BAT-KEY(WS-INSERT-IX)
           MOVE WS-TODAY TO WS-BAT-DATE(WS-INSERT-IX).
       5700-EXIT.
           EXIT.

       5710-SCAN-INSERT.
           CONTINUE.
       5710-EXIT.
           EXIT.

       5720-SHIFT-UP.
           MOVE WS-BA-ENTRY(WS-BA-IX) TO WS-BA-ENTRY(WS-BA-IX + 1).
       5720-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 6000-UNASSIGN-RIDER - takes a student off the buses. The
      *> student need not still be on the master: this is how a
      *> withdrawn or purged rider on the exceptions list is cleared.
      *>---------------------------------------------------------------
       6000-UNASSIGN-RIDER.
           DISPLAY 'STUDENT NUMBER : ' WITH NO ADVANCING
           ACCEPT WS-KEY-ENTERED
           PERFORM 2200-FIND-RIDER THRU 2200-EXIT
           IF WS-RIDER-IX > WS-BA-COUNT
               DISPLAY 'STUDENT IS NOT ASSIGNED TO A BUS.'
           ELSE
               DISPLAY 'UNASSIGNING FROM ROUTE '
                   WS-BAT-ROUTE(WS-RIDER-IX) ' STOP '
                   WS-BAT-STOP(WS-RIDER-IX)
               PERFORM 6100-DROP-RIDER THRU 6100-EXIT
               DISPLAY 'RIDER UNASSIGNED.'
           END-IF.
       6000-EXIT.
           EXIT.

       6100-DROP-RIDER.
           PERFORM 6110-SHIFT-DOWN
               VARYING WS-BA-IX FROM WS-RIDER-IX BY 1
               UNTIL WS-BA-IX NOT < WS-BA-COUNT
           SUBTRACT 1 FROM WS-BA-COUNT.
       6100-EXIT.
           EXIT.

       6110-SHIFT-DOWN.
           MOVE WS-BA-ENTRY(WS-BA-IX + 1) TO WS-BA-ENTRY(WS-BA-IX).
       6110-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 6500-INQUIRE-ROUTE - one route on the console: its driver and
      *> seats, then each stop with its pickup time and rider count.
      *>---------------------------------------------------------------
       6500-INQUIRE-ROUTE.
           PERFORM 2600-ACCEPT-ROUTE THRU 2600-EXIT
           IF WS-RECORD-INVALID
               DISPLAY 'INQUIRY REJECTED - ' WS-REJECT-REASON
           ELSE
               PERFORM 2100-FIND-ENTRY THRU 2100-EXIT
               IF WS-FOUND-IX > WS-BR-COUNT
                   DISPLAY 'ROUTE NOT ON FILE.'
               ELSE
                   MOVE WS-BRT-IMAGE(WS-FOUND-IX) TO BRREC
                   PERFORM 2300-COUNT-RIDERS THRU 2300-EXIT
                   MOVE BR-CAPACITY TO WS-CAPACITY-ED
                   MOVE WS-ROUTE-RIDERS TO WS-ROUTE-RIDERS-ED
                   DISPLAY 'ROUTE    : ' BR-ROUTE-ID ' ' BR-ROUTE-NAME
                   DISPLAY 'DRIVER   : ' BR-DRIVER ' ' BR-DRIVER-PHONE
                   DISPLAY 'RIDERS   : ' WS-ROUTE-RIDERS-ED
                       ' OF ' WS-CAPACITY-ED ' SEATS'
                   PERFORM 6510-SHOW-STOP
                       VARYING WS-BR-IX FROM WS-FOUND-IX BY 1
                       UNTIL WS-BR-IX > WS-BR-COUNT
                          OR WS-BRT-ROUTE(WS-BR-IX)
                             NOT = WS-WANT-ROUTE
               END-IF
           END-IF.
       6500-EXIT.
           EXIT.

       6510-SHOW-STOP.
           IF WS-BRT-SEQ(WS-BR-IX) NOT = ZERO
               MOVE WS-BRT-IMAGE(WS-BR-IX) TO BRREC
               MOVE BR-STOP-SEQ TO WS-WANT-SEQ
               PERFORM 2300-COUNT-RIDERS THRU 2300-EXIT
               MOVE WS-STOP-RIDERS TO WS-STOP-RIDERS-ED
               DISPLAY '  STOP ' BR-STOP-SEQ ' ' BR-STOP-NAME
                   ' ' BR-PICKUP-TIME ' RIDERS ' WS-STOP-RIDERS-ED
           END-IF.
       6510-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 7000-LIST-ROUTES - every route, one line each, with its
      *> riders against its seats.
      *>---------------------------------------------------------------
       7000-LIST-ROUTES.
           PERFORM 7010-LIST-ONE-ROUTE
               VARYING WS-BR-IX FROM 1 BY 1
               UNTIL WS-BR-IX > WS-BR-COUNT
           MOVE WS-BA-COUNT TO WS-BA-COUNT-ED
           DISPLAY 'RIDERS ASSIGNED       : ' WS-BA-COUNT-ED.
       7000-EXIT.
           EXIT.

       7010-LIST-ONE-ROUTE.
           IF WS-BRT-SEQ(WS-BR-IX) = ZERO
               MOVE WS-BRT-IMAGE(WS-BR-IX) TO BRREC
               MOVE BR-ROUTE-ID TO WS-WANT-ROUTE
               MOVE ZERO TO WS-WANT-SEQ
               PERFORM 2300-COUNT-RIDERS THRU 2300-EXIT
               MOVE BR-CAPACITY TO WS-CAPACITY-ED
               MOVE WS-ROUTE-RIDERS TO WS-ROUTE-RIDERS-ED
               DISPLAY BR-ROUTE-ID ' ' BR-ROUTE-NAME ' ' BR-DRIVER
                   ' ' WS-ROUTE-RIDERS-ED '/' WS-CAPACITY-ED
           END-IF.
       7010-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 9000-SAVE-ROUTES - the route table back out over the master.
      *>---------------------------------------------------------------
       9000-SAVE-ROUTES.
           OPEN OUTPUT BUS-ROUTE-MASTER
           PERFORM 9100-WRITE-ENTRY
               VARYING WS-BR-IX FROM 1 BY 1
               UNTIL WS-BR-IX > WS-BR-COUNT
           CLOSE BUS-ROUTE-MASTER.
       9000-EXIT.
           EXIT.

       9100-WRITE-ENTRY.
           MOVE WS-BRT-IMAGE(WS-BR-IX) TO BUS-ROUTE-REC
           WRITE BUS-ROUTE-REC.
       9100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 9200-SAVE-RIDERS - the rider table back out, one full BUSRIDE
      *> record per assignment.
      *>---------------------------------------------------------------
       9200-SAVE-RIDERS.
           OPEN OUTPUT BUS-RIDER-FILE
           PERFORM 9300-WRITE-RIDER
               VARYING WS-BA-IX FROM 1 BY 1
               UNTIL WS-BA-IX > WS-BA-COUNT
           CLOSE BUS-RIDER-FILE.
       9200-EXIT.
           EXIT.

       9300-WRITE-RIDER.
           MOVE SPACES TO BAREC
           MOVE WS-BAT-STUDENT(WS-BA-IX) TO BA-STUDENT-NUMBER
           MOVE WS-BAT-ROUTE(WS-BA-IX) TO BA-ROUTE-ID
           MOVE WS-BAT-STOP(WS-BA-IX) TO BA-STOP-SEQ
           MOVE WS-BAT-DATE(WS-BA-IX) TO BA-ASSIGNED-DATE
           WRITE BAREC.
       9300-EXIT.
           EXIT.
