      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sms_status_post.
       AUTHOR. ALI ALMOHAMMED SALEH.
      *>---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  AAS  Initial version - posts the SMS gateway's
      *>                    delivery reports (sms_delivery_status.dat,
      *>                    the SMSSTAT layout) onto the message log
      *>                    sms_feed keeps, sms_messages.dat. Each
      *>                    report is matched to its message by
      *>                    SMS-MSG-ID and sets it 'D' delivered or 'U'
      *>                    undeliverable with the gateway's reason; a
      *>                    later report for the same message replaces
      *>                    an earlier one. Every message marked
      *>                    undeliverable goes onto
      *>                    sms_undeliverable_report.txt with the
      *>                    student number and contact sequence it was
      *>                    addressed from, so the office can put the
      *>                    phone right in guardian_maintenance. Reports
      *>                    that match no message, or carry a status
      *>                    other than D or U, are listed and not
      *>                    posted. The log is rewritten the way
      *>                    attendance_rolloff rewrites its live file:
      *>                    the posted log goes to a work file first and
      *>                    only then replaces the log. Run when the
      *>                    gateway's file arrives; always ends zero.
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STATUS-FILE ASSIGN TO
               'sms_delivery_status.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MESSAGE-LOG ASSIGN TO
               'sms_messages.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-FILE ASSIGN TO
               'sms_status_post_work.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNDELIVERED-REPORT ASSIGN TO
               'sms_undeliverable_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD   STATUS-FILE.
           COPY smsstat.

       FD   MESSAGE-LOG.
           COPY smsmsg.

       FD   WORK-FILE.
       01   WORK-REC                     PIC X(276).

       FD   UNDELIVERED-REPORT.
       01   UNDELIVERED-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01   WS-EOF                       PIC X VALUE 'N'.
           88 WS-EOF-YES                VALUE 'Y'.
      *>   The gateway's reports, one entry per message reported on.
       01   WS-STAT-COUNT                PIC 9(04) COMP VALUE ZERO.
       01   WS-STAT-MAX                  PIC 9(04) COMP VALUE 5000.
       01   WS-STAT-TABLE.
           05 WS-STAT-ENTRY OCCURS 5000 TIMES.
               10 WS-STAT-MSG-ID         PIC X(12).
               10 WS-STAT-PHONE          PIC X(15).
               10 WS-STAT-STATUS         PIC X(01).
               10 WS-STAT-DATE           PIC 9(08).
               10 WS-STAT-REASON         PIC X(30).
               10 WS-STAT-MATCHED-SW     PIC X(01).
                   88 WS-STAT-MATCHED    VALUE 'Y'.
       01   WS-STAT-IX                   PIC 9(04) COMP VALUE ZERO.
       01   WS-READ-COUNT                PIC 9(05) COMP VALUE ZERO.
       01   WS-READ-COUNT-ED             PIC ZZZZ9.
       01   WS-INVALID-COUNT             PIC 9(05) COMP VALUE ZERO.
       01   WS-INVALID-COUNT-ED          PIC ZZZZ9.
       01   WS-DELIVERED-COUNT           PIC 9(05) COMP VALUE ZERO.
       01   WS-DELIVERED-COUNT-ED        PIC ZZZZ9.
       01   WS-UNDELIVERED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01   WS-UNDELIVERED-COUNT-ED      PIC ZZZZ9.
       01   WS-UNMATCHED-COUNT           PIC 9(05) COMP VALUE ZERO.
       01   WS-UNMATCHED-COUNT-ED        PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN OUTPUT UNDELIVERED-REPORT.
           MOVE 'SMS MESSAGES UNDELIVERABLE' TO UNDELIVERED-LINE.
           WRITE UNDELIVERED-LINE.
           MOVE 'MESSAGE ID   PHONE           STUDENT    SEQ CONTACT'
               TO UNDELIVERED-LINE.
           MOVE 'REASON' TO UNDELIVERED-LINE(76:6).
           WRITE UNDELIVERED-LINE.
           PERFORM 1000-LOAD-STATUS THRU 1000-EXIT.
           PERFORM 2000-POST-LOG THRU 2000-EXIT.
           PERFORM 3000-REWRITE-LOG THRU 3000-EXIT.
           PERFORM 4000-LIST-UNMATCHED THRU 4000-EXIT.
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           CLOSE UNDELIVERED-REPORT.
           STOP RUN.

      *>---------------------------------------------------------------
      *> 1000-LOAD-STATUS - the gateway's reports into the table. A
      *> second report for a message replaces the first; a status that
      *> is neither D nor U is listed and left out.
      *>---------------------------------------------------------------
       1000-LOAD-STATUS.
           OPEN INPUT STATUS-FILE
           PERFORM UNTIL WS-EOF-YES
               READ STATUS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF SS-STATUS-VALID
                           PERFORM 1100-KEEP-STATUS THRU 1100-EXIT
                       ELSE
                           ADD 1 TO WS-INVALID-COUNT
                           MOVE SPACES TO UNDELIVERED-LINE
                           STRING SS-MSG-ID DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               SS-PHONE DELIMITED BY SIZE
                               ' STATUS ''' DELIMITED BY SIZE
                               SS-STATUS DELIMITED BY SIZE
                               ''' IS NOT D OR U - NOT POSTED'
                                   DELIMITED BY SIZE
                               INTO UNDELIVERED-LINE
                           WRITE UNDELIVERED-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATUS-FILE
           MOVE 'N' TO WS-EOF.
       1000-EXIT.
           EXIT.

       1100-KEEP-STATUS.
           PERFORM 1110-SCAN-STATUS
               VARYING WS-STAT-IX FROM 1 BY 1
               UNTIL WS-STAT-IX > WS-STAT-COUNT
                  OR WS-STAT-MSG-ID(WS-STAT-IX) = SS-MSG-ID
           IF WS-STAT-IX > WS-STAT-COUNT
               IF WS-STAT-COUNT < WS-STAT-MAX
                   ADD 1 TO WS-STAT-COUNT
                   MOVE WS-STAT-COUNT TO WS-STAT-IX
               ELSE
                   DISPLAY 'STATUS TABLE FULL - REPORT NOT POSTED FOR '
                       SS-MSG-ID
               END-IF
           END-IF
           IF WS-STAT-IX NOT > WS-STAT-COUNT
               MOVE SS-MSG-ID TO WS-STAT-MSG-ID(WS-STAT-IX)
               MOVE SS-PHONE TO WS-STAT-PHONE(WS-STAT-IX)
               MOVE SS-STATUS TO WS-STAT-STATUS(WS-STAT-IX)
               MOVE SS-STATUS-DATE TO WS-STAT-DATE(WS-STAT-IX)
               MOVE SS-REASON TO WS-STAT-REASON(WS-STAT-IX)
               MOVE 'N' TO WS-STAT-MATCHED-SW(WS-STAT-IX)
           END-IF.
       1100-EXIT.
           EXIT.

       1110-SCAN-STATUS.
           CONTINUE.
       1110-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2000-POST-LOG - the first pass: every message on the log goes
      *> to the work file, with its report posted when the gateway has
      *> sent one. A message posted undeliverable is listed.
      *>---------------------------------------------------------------
       2000-POST-LOG.
           OPEN INPUT MESSAGE-LOG
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL WS-EOF-YES
               READ MESSAGE-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 2100-POST-MESSAGE THRU 2100-EXIT
                       MOVE SMSREC TO WORK-REC
                       WRITE WORK-REC
               END-READ
           END-PERFORM
           CLOSE MESSAGE-LOG
           CLOSE WORK-FILE
           MOVE 'N' TO WS-EOF.
       2000-EXIT.
           EXIT.

       2100-POST-MESSAGE.
           PERFORM 1110-SCAN-STATUS
               VARYING WS-STAT-IX FROM 1 BY 1
               UNTIL WS-STAT-IX > WS-STAT-COUNT
                  OR WS-STAT-MSG-ID(WS-STAT-IX) = SMS-MSG-ID
           IF WS-STAT-IX NOT > WS-STAT-COUNT
               MOVE 'Y' TO WS-STAT-MATCHED-SW(WS-STAT-IX)
               MOVE WS-STAT-STATUS(WS-STAT-IX) TO SMS-STATUS
               MOVE WS-STAT-DATE(WS-STAT-IX) TO SMS-STATUS-DATE
               IF SMS-DELIVERED
                   ADD 1 TO WS-DELIVERED-COUNT
                   MOVE SPACES TO SMS-STATUS-REASON
               ELSE
                   ADD 1 TO WS-UNDELIVERED-COUNT
                   MOVE WS-STAT-REASON(WS-STAT-IX)
                       TO SMS-STATUS-REASON
                   MOVE SPACES TO UNDELIVERED-LINE
                   STRING SMS-MSG-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SMS-PHONE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SMS-STUDENT-NUMBER DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SMS-CONTACT-SEQ DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       SMS-CONTACT-NAME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SMS-STATUS-REASON DELIMITED BY SIZE
                       INTO UNDELIVERED-LINE
                   WRITE UNDELIVERED-LINE
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3000-REWRITE-LOG - the second pass: the log is written back
      *> from the work file.
      *>---------------------------------------------------------------
       3000-REWRITE-LOG.
           OPEN INPUT WORK-FILE
           OPEN OUTPUT MESSAGE-LOG
           PERFORM UNTIL WS-EOF-YES
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WORK-REC TO SMSREC
                       WRITE SMSREC
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE MESSAGE-LOG
           MOVE 'N' TO WS-EOF.
       3000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 4000-LIST-UNMATCHED - reports for a message id that is not on
      *> the log, so the office can take them up with the gateway.
      *>---------------------------------------------------------------
       4000-LIST-UNMATCHED.
           PERFORM 4100-CHECK-MATCHED THRU 4100-EXIT
               VARYING WS-STAT-IX FROM 1 BY 1
               UNTIL WS-STAT-IX > WS-STAT-COUNT.
       4000-EXIT.
           EXIT.

       4100-CHECK-MATCHED.
           IF NOT WS-STAT-MATCHED(WS-STAT-IX)
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE SPACES TO UNDELIVERED-LINE
               STRING WS-STAT-MSG-ID(WS-STAT-IX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-STAT-PHONE(WS-STAT-IX) DELIMITED BY SIZE
                   ' NO SUCH MESSAGE ON THE LOG - NOT POSTED'
                       DELIMITED BY SIZE
                   INTO UNDELIVERED-LINE
               WRITE UNDELIVERED-LINE
           END-IF.
       4100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 8000-WRITE-TOTALS - run totals onto the report trailer and
      *> the operator's console.
      *>---------------------------------------------------------------
       8000-WRITE-TOTALS.
           MOVE WS-READ-COUNT TO WS-READ-COUNT-ED
           MOVE WS-DELIVERED-COUNT TO WS-DELIVERED-COUNT-ED
           MOVE WS-UNDELIVERED-COUNT TO WS-UNDELIVERED-COUNT-ED
           MOVE WS-INVALID-COUNT TO WS-INVALID-COUNT-ED
           MOVE WS-UNMATCHED-COUNT TO WS-UNMATCHED-COUNT-ED
           MOVE SPACES TO UNDELIVERED-LINE
           WRITE UNDELIVERED-LINE
           MOVE SPACES TO UNDELIVERED-LINE
           STRING 'REPORTS READ       : ' DELIMITED BY SIZE
               WS-READ-COUNT-ED DELIMITED BY SIZE
               INTO UNDELIVERED-LINE
           WRITE UNDELIVERED-LINE
           MOVE SPACES TO UNDELIVERED-LINE
           STRING 'POSTED DELIVERED   : ' DELIMITED BY SIZE
               WS-DELIVERED-COUNT-ED DELIMITED BY SIZE
               INTO UNDELIVERED-LINE
           WRITE UNDELIVERED-LINE
           MOVE SPACES TO UNDELIVERED-LINE
           STRING 'POSTED UNDELIVERED : ' DELIMITED BY SIZE
               WS-UNDELIVERED-COUNT-ED DELIMITED BY SIZE
               INTO UNDELIVERED-LINE
           WRITE UNDELIVERED-LINE
           MOVE SPACES TO UNDELIVERED-LINE
           STRING 'INVALID STATUS     : ' DELIMITED BY SIZE
               WS-INVALID-COUNT-ED DELIMITED BY SIZE
               INTO UNDELIVERED-LINE
           WRITE UNDELIVERED-LINE
           MOVE SPACES TO UNDELIVERED-LINE
           STRING 'NO SUCH MESSAGE    : ' DELIMITED BY SIZE
               WS-UNMATCHED-COUNT-ED DELIMITED BY SIZE
               INTO UNDELIVERED-LINE
           WRITE UNDELIVERED-LINE
           DISPLAY 'REPORTS READ       : ' WS-READ-COUNT-ED
           DISPLAY 'POSTED DELIVERED   : ' WS-DELIVERED-COUNT-ED
           DISPLAY 'POSTED UNDELIVERED : ' WS-UNDELIVERED-COUNT-ED
           DISPLAY 'INVALID STATUS     : ' WS-INVALID-COUNT-ED
           DISPLAY 'NO SUCH MESSAGE    : ' WS-UNMATCHED-COUNT-ED.
       8000-EXIT.
           EXIT.
