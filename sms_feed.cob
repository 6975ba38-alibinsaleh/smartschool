      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sms_feed.
       AUTHOR. ALI ALMOHAMMED SALEH.
      *>---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  AAS  Initial version - the same-day text feed to
      *>                    guardians. Absence letters only go out once
      *>                    a child passes the threshold; this tells
      *>                    the family the same day. For the run date
      *>                    (today, or YYYYMMDD on the command line) it
      *>                    takes every 'A' mark attendance_post put on
      *>                    attendance_data.dat and every 'P' payment
      *>                    fee_post put on fees_data.dat, and addresses
      *>                    each to the G-EMERGENCY-FLAG 'Y' contact's
      *>                    G-PHONE, looked up under the FAM-ID for a
      *>                    child in a family the way absence_letters
      *>                    looks contacts up. Everything for one phone
      *>                    goes in one message (a second only when the
      *>                    first is full), so a family with two
      *>                    children off sick gets one text. Messages go
      *>                    to the gateway's outbound file,
      *>                    sms_outbound_YYYYMMDD.dat (named the way
      *>                    journal_cutover names its archive), and onto
      *>                    the message log sms_messages.dat (both the
      *>                    shared SMSMSG layout) for sms_status_post.
      *>                    A notice with no 'Y' contact, or one with no
      *>                    phone, goes to sms_feed_exceptions.txt. A
      *>                    date already on the log is not built again,
      *>                    so a rerun of the nightly stream cannot text
      *>                    a family twice. Always ends zero.
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ATTENDANCE-FILE ASSIGN TO
               'attendance_data.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FEE-FILE ASSIGN TO
               'fees_data.dat'
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
           SELECT OUTBOUND-FILE ASSIGN TO
               WS-OUTBOUND-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MESSAGE-LOG ASSIGN TO
               'sms_messages.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTIONS-FILE ASSIGN TO
               'sms_feed_exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD   ATTENDANCE-FILE.
           COPY attend.

       FD   FEE-FILE.
           COPY fees.

       FD   GUARDIAN-FILE.
           COPY guardians.

       FD   FAMILY-FILE.
           COPY family.

       FD   OUTBOUND-FILE.
           COPY smsmsg.

       FD   MESSAGE-LOG.
       01   LOG-REC.
            05   LOG-MSG-DATE           PIC 9(08).
            05   FILLER                 PIC X(268).

       FD   EXCEPTIONS-FILE.
       01   EXCEPTION-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01   WS-GUARD-STATUS              PIC X(02) VALUE ZEROS.
           88 WS-GUARD-STATUS-OK         VALUE '00'.
       01   WS-FAM-STATUS                PIC X(02) VALUE ZEROS.
           88 WS-FAM-STATUS-OK           VALUE '00'.
       01   WS-CONTACT-KEY               PIC X(10) VALUE SPACES.
       01   WS-EOF                       PIC X VALUE 'N'.
           88 WS-EOF-YES                VALUE 'Y'.
       01   WS-GUARD-EOF                 PIC X VALUE 'N'.
           88 WS-GUARD-EOF-YES          VALUE 'Y'.
       01   WS-RUN-PARM                  PIC X(80) VALUE SPACES.
       01   WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
       01   WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY                PIC X(04).
           05 WS-RUN-MM                  PIC X(02).
           05 WS-RUN-DD                  PIC X(02).
       01   WS-OUTBOUND-NAME             PIC X(40) VALUE SPACES.
       01   WS-BUILT-SW                  PIC X VALUE 'N'.
           88 WS-ALREADY-BUILT           VALUE 'Y'.
      *>   The notice being placed: whose it is and its text.
       01   WS-NOTICE-STUDENT            PIC X(10) VALUE SPACES.
       01   WS-NOTICE-NAME               PIC X(30) VALUE SPACES.
       01   WS-NOTICE-KIND               PIC X(01) VALUE SPACE.
           88 WS-NOTICE-ABSENCE          VALUE 'A'.
           88 WS-NOTICE-PAYMENT          VALUE 'P'.
       01   WS-NOTICE                    PIC X(120) VALUE SPACES.
       01   WS-NOTICE-LEN                PIC 9(03) COMP VALUE ZERO.
       01   WS-AMOUNT-ED                 PIC ZZZZ9.99.
       01   WS-AMOUNT-START              PIC 9(02) COMP VALUE ZERO.
       01   WS-PICK-NAME                 PIC X(30) VALUE SPACES.
       01   WS-PICK-PHONE                PIC X(15) VALUE SPACES.
       01   WS-PICK-SEQ                  PIC 9(02) VALUE ZERO.
       01   WS-PICK-EMERG-SW             PIC X VALUE 'N'.
           88 WS-PICK-EMERG              VALUE 'Y'.
       01   WS-ANY-CONTACT-SW            PIC X VALUE 'N'.
           88 WS-ANY-CONTACT             VALUE 'Y'.
      *>   Students already given an absence notice this run, so a mark
      *>   posted twice sends one notice.
       01   WS-ABSENT-COUNT              PIC 9(04) COMP VALUE ZERO.
       01   WS-ABSENT-MAX                PIC 9(04) COMP VALUE 9999.
       01   WS-ABSENT-TABLE.
           05 WS-ABSENT-NUMBER OCCURS 9999 TIMES
                                         PIC X(10).
       01   WS-ABSENT-IX                 PIC 9(04) COMP VALUE ZERO.
      *>   The day's messages, one or more per phone, built up as the
      *>   notices are read.
       01   WS-MSG-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01   WS-MSG-MAX                   PIC 9(04) COMP VALUE 2000.
       01   WS-MSG-TABLE.
           05 WS-MSG-ENTRY OCCURS 2000 TIMES.
               10 WS-MSG-PHONE           PIC X(15).
               10 WS-MSG-STUDENT         PIC X(10).
               10 WS-MSG-SEQ             PIC 9(02).
               10 WS-MSG-NAME            PIC X(30).
               10 WS-MSG-TEXT            PIC X(160).
               10 WS-MSG-PTR             PIC 9(03) COMP.
               10 WS-MSG-FULL-SW         PIC X(01).
                   88 WS-MSG-FULL        VALUE 'Y'.
       01   WS-MSG-IX                    PIC 9(04) COMP VALUE ZERO.
       01   WS-MSG-LIMIT                 PIC 9(03) COMP VALUE 160.
       01   WS-ABSENCE-COUNT             PIC 9(05) COMP VALUE ZERO.
       01   WS-ABSENCE-COUNT-ED          PIC ZZZZ9.
       01   WS-PAYMENT-COUNT             PIC 9(05) COMP VALUE ZERO.
       01   WS-PAYMENT-COUNT-ED          PIC ZZZZ9.
       01   WS-MSG-COUNT-ED              PIC ZZZZ9.
       01   WS-EXCEPT-COUNT              PIC 9(05) COMP VALUE ZERO.
       01   WS-EXCEPT-COUNT-ED           PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-RUN-PARM(1:8) IS NUMERIC
               MOVE WS-RUN-PARM(1:8) TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM 1000-CHECK-LOG THRU 1000-EXIT.
           IF WS-ALREADY-BUILT
               DISPLAY 'MESSAGES FOR ' WS-RUN-DATE ' ARE ALREADY ON '
                   'sms_messages.dat - NOT BUILT AGAIN'
           ELSE
               MOVE SPACES TO WS-OUTBOUND-NAME
               STRING 'sms_outbound_' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   '.dat' DELIMITED BY SIZE
                   INTO WS-OUTBOUND-NAME
               OPEN INPUT GUARDIAN-FILE
               OPEN INPUT FAMILY-FILE
               OPEN OUTPUT EXCEPTIONS-FILE
               PERFORM 2000-COLLECT-ABSENCES THRU 2000-EXIT
               PERFORM 2500-COLLECT-PAYMENTS THRU 2500-EXIT
               CLOSE GUARDIAN-FILE
               CLOSE FAMILY-FILE
               CLOSE EXCEPTIONS-FILE
               PERFORM 4000-WRITE-MESSAGES THRU 4000-EXIT
               MOVE WS-ABSENCE-COUNT TO WS-ABSENCE-COUNT-ED
               MOVE WS-PAYMENT-COUNT TO WS-PAYMENT-COUNT-ED
               MOVE WS-MSG-COUNT TO WS-MSG-COUNT-ED
               MOVE WS-EXCEPT-COUNT TO WS-EXCEPT-COUNT-ED
               DISPLAY 'ABSENCE NOTICES    : ' WS-ABSENCE-COUNT-ED
               DISPLAY 'PAYMENT NOTICES    : ' WS-PAYMENT-COUNT-ED
               DISPLAY 'MESSAGES WRITTEN   : ' WS-MSG-COUNT-ED
               DISPLAY 'NO CONTACT PHONE   : ' WS-EXCEPT-COUNT-ED
               DISPLAY 'OUTBOUND FILE      : ' WS-OUTBOUND-NAME
           END-IF.
           STOP RUN.

      *>---------------------------------------------------------------
      *> 1000-CHECK-LOG - has a run for this date already put its
      *> messages on the log? If so nothing is built again.
      *>---------------------------------------------------------------
       1000-CHECK-LOG.
           OPEN INPUT MESSAGE-LOG
           PERFORM UNTIL WS-EOF-YES
               READ MESSAGE-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LOG-MSG-DATE = WS-RUN-DATE
                           MOVE 'Y' TO WS-BUILT-SW
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MESSAGE-LOG
           MOVE 'N' TO WS-EOF.
       1000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2000-COLLECT-ABSENCES - one notice per student marked 'A' on
      *> the run date, however many times the mark was posted.
      *>---------------------------------------------------------------
       2000-COLLECT-ABSENCES.
           OPEN INPUT ATTENDANCE-FILE
           PERFORM UNTIL WS-EOF-YES
               READ ATTENDANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ATT-DATE = WS-RUN-DATE
                          AND ATT-CODE = 'A'
                           PERFORM 2100-NOTE-ABSENCE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATTENDANCE-FILE
           MOVE 'N' TO WS-EOF.
       2000-EXIT.
           EXIT.

       2100-NOTE-ABSENCE.
           PERFORM 2110-SCAN-ABSENT
               VARYING WS-ABSENT-IX FROM 1 BY 1
               UNTIL WS-ABSENT-IX > WS-ABSENT-COUNT
                  OR WS-ABSENT-NUMBER(WS-ABSENT-IX)
                     = ATT-STUDENT-NUMBER
           IF WS-ABSENT-IX > WS-ABSENT-COUNT
               IF WS-ABSENT-COUNT < WS-ABSENT-MAX
                   ADD 1 TO WS-ABSENT-COUNT
                   MOVE ATT-STUDENT-NUMBER
                       TO WS-ABSENT-NUMBER(WS-ABSENT-COUNT)
               END-IF
               MOVE 'A' TO WS-NOTICE-KIND
               MOVE ATT-STUDENT-NUMBER TO WS-NOTICE-STUDENT
               MOVE ATT-STUDENT-NAME TO WS-NOTICE-NAME
               MOVE SPACES TO WS-NOTICE
               STRING WS-NOTICE-NAME DELIMITED BY '  '
                   ' WAS MARKED ABSENT ON ' DELIMITED BY SIZE
                   WS-RUN-YYYY DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-RUN-MM DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-RUN-DD DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   INTO WS-NOTICE
               PERFORM 3000-PLACE-NOTICE THRU 3000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2110-SCAN-ABSENT.
           CONTINUE.
       2110-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2500-COLLECT-PAYMENTS - one notice per 'P' entry on the fee
      *> ledger dated the run date, with the amount received.
      *>---------------------------------------------------------------
       2500-COLLECT-PAYMENTS.
           OPEN INPUT FEE-FILE
           PERFORM UNTIL WS-EOF-YES
               READ FEE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FEE-DATE = WS-RUN-DATE
                          AND FEE-TYPE = 'P'
                           PERFORM 2600-NOTE-PAYMENT THRU 2600-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-FILE
           MOVE 'N' TO WS-EOF.
       2500-EXIT.
           EXIT.

       2600-NOTE-PAYMENT.
           MOVE 'P' TO WS-NOTICE-KIND
           MOVE FEE-STUDENT-NUMBER TO WS-NOTICE-STUDENT
           MOVE FEE-STUDENT-NAME TO WS-NOTICE-NAME
           MOVE FEE-AMOUNT TO WS-AMOUNT-ED
           PERFORM 2610-SCAN-AMOUNT
               VARYING WS-AMOUNT-START FROM 1 BY 1
               UNTIL WS-AMOUNT-ED(WS-AMOUNT-START:1) NOT = SPACE
           MOVE SPACES TO WS-NOTICE
           STRING 'PAYMENT OF ' DELIMITED BY SIZE
               WS-AMOUNT-ED(WS-AMOUNT-START:) DELIMITED BY SIZE
               ' RECEIVED FOR ' DELIMITED BY SIZE
               WS-NOTICE-NAME DELIMITED BY '  '
               ', THANK YOU.' DELIMITED BY SIZE
               INTO WS-NOTICE
           PERFORM 3000-PLACE-NOTICE THRU 3000-EXIT.
       2600-EXIT.
           EXIT.

       2610-SCAN-AMOUNT.
           CONTINUE.
       2610-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3000-PLACE-NOTICE - finds the 'Y' contact for the notice's
      *> student and adds the notice to the message being built for
      *> that phone, or starts a new message when the phone has none
      *> yet or its message is full. No 'Y' contact, or no phone on
      *> it, is an exception for the office instead.
      *>---------------------------------------------------------------
       3000-PLACE-NOTICE.
           IF WS-NOTICE-ABSENCE
               ADD 1 TO WS-ABSENCE-COUNT
           ELSE
               ADD 1 TO WS-PAYMENT-COUNT
           END-IF
           PERFORM 3100-PICK-CONTACT THRU 3100-EXIT
           IF NOT WS-PICK-EMERG OR WS-PICK-PHONE = SPACES
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
           ELSE
               PERFORM 3200-MEASURE-NOTICE THRU 3200-EXIT
               PERFORM 3300-SCAN-MESSAGE
                   VARYING WS-MSG-IX FROM 1 BY 1
                   UNTIL WS-MSG-IX > WS-MSG-COUNT
                      OR (WS-MSG-PHONE(WS-MSG-IX) = WS-PICK-PHONE
                          AND NOT WS-MSG-FULL(WS-MSG-IX))
               IF WS-MSG-IX NOT > WS-MSG-COUNT
                   IF WS-MSG-PTR(WS-MSG-IX) + WS-NOTICE-LEN
                      > WS-MSG-LIMIT
                       MOVE 'Y' TO WS-MSG-FULL-SW(WS-MSG-IX)
                       PERFORM 3400-START-MESSAGE THRU 3400-EXIT
                   ELSE
                       STRING ' ' DELIMITED BY SIZE
                           WS-NOTICE(1:WS-NOTICE-LEN) DELIMITED BY SIZE
                           INTO WS-MSG-TEXT(WS-MSG-IX)
                           WITH POINTER WS-MSG-PTR(WS-MSG-IX)
                   END-IF
               ELSE
                   PERFORM 3400-START-MESSAGE THRU 3400-EXIT
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3100-PICK-CONTACT - the student's contacts under the family's
      *> FAM-ID, or the student number for a child in no family: START
      *> at sequence 00 and READ NEXT until the key changes, stopping
      *> at the first G-EMERGENCY-FLAG 'Y' contact.
      *>---------------------------------------------------------------
       3100-PICK-CONTACT.
           MOVE 'N' TO WS-PICK-EMERG-SW
           MOVE 'N' TO WS-ANY-CONTACT-SW
           MOVE SPACES TO WS-PICK-NAME
           MOVE SPACES TO WS-PICK-PHONE
           MOVE ZERO TO WS-PICK-SEQ
           MOVE WS-NOTICE-STUDENT TO FAM-STUDENT-NUMBER
           PERFORM 3090-FIND-CONTACT-KEY THRU 3090-EXIT
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
                               MOVE 'Y' TO WS-ANY-CONTACT-SW
                               IF G-EMERGENCY-FLAG = 'Y'
                                   MOVE 'Y' TO WS-PICK-EMERG-SW
                                   MOVE G-NAME TO WS-PICK-NAME
                                   MOVE G-PHONE TO WS-PICK-PHONE
                                   MOVE G-CONTACT-SEQ TO WS-PICK-SEQ
                                   MOVE 'Y' TO WS-GUARD-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       3100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3090-FIND-CONTACT-KEY - the key the student's contacts are
      *> filed under: the FAM-ID when the child is linked into a
      *> family, the student number otherwise.
      *>---------------------------------------------------------------
       3090-FIND-CONTACT-KEY.
           MOVE FAM-STUDENT-NUMBER TO WS-CONTACT-KEY
           READ FAMILY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FAM-STATUS-OK
               MOVE FAM-ID TO WS-CONTACT-KEY
           END-IF.
       3090-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3200-MEASURE-NOTICE - the notice's length once trailing
      *> spaces are trimmed, the same backwards scan the phone edits
      *> use.
      *>---------------------------------------------------------------
       3200-MEASURE-NOTICE.
           PERFORM 3210-TRIM-NOTICE
               VARYING WS-NOTICE-LEN FROM 120 BY -1
               UNTIL WS-NOTICE-LEN = ZERO
                  OR WS-NOTICE(WS-NOTICE-LEN:1) NOT = SPACE.
       3200-EXIT.
           EXIT.

       3210-TRIM-NOTICE.
           CONTINUE.
       3210-EXIT.
           EXIT.

       3300-SCAN-MESSAGE.
           CONTINUE.
       3300-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3400-START-MESSAGE - a new message for the picked phone,
      *> opening with the notice in hand.
      *>---------------------------------------------------------------
       3400-START-MESSAGE.
           IF WS-MSG-COUNT < WS-MSG-MAX
               ADD 1 TO WS-MSG-COUNT
               MOVE WS-PICK-PHONE TO WS-MSG-PHONE(WS-MSG-COUNT)
               MOVE WS-NOTICE-STUDENT TO WS-MSG-STUDENT(WS-MSG-COUNT)
               MOVE WS-PICK-SEQ TO WS-MSG-SEQ(WS-MSG-COUNT)
               MOVE WS-PICK-NAME TO WS-MSG-NAME(WS-MSG-COUNT)
               MOVE SPACES TO WS-MSG-TEXT(WS-MSG-COUNT)
               MOVE 'N' TO WS-MSG-FULL-SW(WS-MSG-COUNT)
               MOVE 1 TO WS-MSG-PTR(WS-MSG-COUNT)
               STRING WS-NOTICE(1:WS-NOTICE-LEN) DELIMITED BY SIZE
                   INTO WS-MSG-TEXT(WS-MSG-COUNT)
                   WITH POINTER WS-MSG-PTR(WS-MSG-COUNT)
           ELSE
               DISPLAY 'MESSAGE TABLE FULL - NOTICE NOT SENT FOR '
                   WS-NOTICE-STUDENT
           END-IF.
       3400-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3900-WRITE-EXCEPTION - a notice that could not be addressed,
      *> so the office can get a 'Y' contact or a phone on file.
      *>---------------------------------------------------------------
       3900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           IF NOT WS-ANY-CONTACT
               STRING WS-NOTICE-STUDENT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-NOTICE-NAME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-NOTICE-KIND DELIMITED BY SIZE
                   ' NO GUARDIAN ON FILE' DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
           ELSE
               IF NOT WS-PICK-EMERG
                   STRING WS-NOTICE-STUDENT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-NOTICE-NAME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-NOTICE-KIND DELIMITED BY SIZE
                       ' NO EMERGENCY (Y) CONTACT' DELIMITED BY SIZE
                       INTO EXCEPTION-LINE
               ELSE
                   STRING WS-NOTICE-STUDENT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-NOTICE-NAME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-NOTICE-KIND DELIMITED BY SIZE
                       ' NO PHONE FOR ' DELIMITED BY SIZE
                       WS-PICK-NAME DELIMITED BY SIZE
                       INTO EXCEPTION-LINE
               END-IF
           END-IF
           WRITE EXCEPTION-LINE.
       3900-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 4000-WRITE-MESSAGES - every message built, numbered within
      *> the run date, onto the gateway's outbound file and the message
      *> log, marked sent. An empty day still writes an empty outbound
      *> file, so the gateway sees the run happened.
      *>---------------------------------------------------------------
       4000-WRITE-MESSAGES.
           OPEN OUTPUT OUTBOUND-FILE
           OPEN EXTEND MESSAGE-LOG
           PERFORM 4100-WRITE-MESSAGE THRU 4100-EXIT
               VARYING WS-MSG-IX FROM 1 BY 1
               UNTIL WS-MSG-IX > WS-MSG-COUNT
           CLOSE OUTBOUND-FILE
           CLOSE MESSAGE-LOG.
       4000-EXIT.
           EXIT.

       4100-WRITE-MESSAGE.
           MOVE SPACES TO SMSREC
           MOVE WS-RUN-DATE TO SMS-MSG-DATE
           MOVE WS-MSG-IX TO SMS-MSG-SEQ
           MOVE WS-MSG-PHONE(WS-MSG-IX) TO SMS-PHONE
           MOVE 'S' TO SMS-STATUS
           MOVE WS-RUN-DATE TO SMS-STATUS-DATE
           MOVE WS-MSG-STUDENT(WS-MSG-IX) TO SMS-STUDENT-NUMBER
           MOVE WS-MSG-SEQ(WS-MSG-IX) TO SMS-CONTACT-SEQ
           MOVE WS-MSG-NAME(WS-MSG-IX) TO SMS-CONTACT-NAME
           MOVE WS-MSG-TEXT(WS-MSG-IX) TO SMS-TEXT
           WRITE SMSREC
           MOVE SMSREC TO LOG-REC
           WRITE LOG-REC.
       4100-EXIT.
           EXIT.
