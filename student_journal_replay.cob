      *>                    restore the last good backup of the master,
      *>                    then run this program against the current
      *>                    journal.
      *>   2026-10-15  AAS  Optional start date and time after the stop
      *>                    point (give 99999999 99999999 for no stop):
      *>                    entries stamped at or before the start are
      *>                    already in the copy being rolled forward and
      *>                    are counted and skipped. data_restore passes
      *>                    the time its backup generation was taken.
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01   WS-RUN-PARM                  PIC X(80) VALUE SPACES.
       01   WS-PARM-1                    PIC X(20) VALUE SPACES.
       01   WS-PARM-2                    PIC X(20) VALUE SPACES.
       01   WS-PARM-3                    PIC X(20) VALUE SPACES.
       01   WS-PARM-4                    PIC X(20) VALUE SPACES.
       01   WS-STOP-DATE                 PIC 9(08) VALUE 99999999.
       01   WS-STOP-TIME                 PIC 9(08) VALUE 99999999.
       01   WS-START-DATE                PIC 9(08) VALUE ZERO.
       01   WS-START-TIME                PIC 9(08) VALUE ZERO.
       01   WS-APPLIED-COUNT             PIC 9(05) COMP VALUE ZERO.
       01   WS-APPLIED-COUNT-ED          PIC ZZZZ9.
       01   WS-FAILED-COUNT              PIC 9(05) COMP VALUE ZERO.
       01   WS-FAILED-COUNT-ED           PIC ZZZZ9.
       01   WS-SKIPPED-COUNT             PIC 9(05) COMP VALUE ZERO.
       01   WS-SKIPPED-COUNT-ED          PIC ZZZZ9.
       01   WS-EARLIER-COUNT             PIC 9(05) COMP VALUE ZERO.
       01   WS-EARLIER-COUNT-ED          PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *> Journal entries stamped after the stop point are skipped, so a
      *> replay can stop just short of the change that caused the
      *> failure being recovered from. No parameter means no stop
      *> point: the whole journal is applied. A start date and time
      *> may follow (after a stop point, 99999999 99999999 for none):
      *> entries stamped at or before the start are skipped as already
      *> in the restored copy.
      *>---------------------------------------------------------------
       0100-PARSE-PARM.
           UNSTRING WS-RUN-PARM DELIMITED BY SPACE
               INTO WS-PARM-1 WS-PARM-2 WS-PARM-3 WS-PARM-4
           END-UNSTRING
           IF WS-PARM-1 NOT = SPACES
               IF WS-PARM-1(1:8) IS NUMERIC
               ELSE
                   DISPLAY 'STOP TIME NOT NUMERIC - IGNORED: ' WS-PARM-2
               END-IF
           END-IF
           IF WS-PARM-3 NOT = SPACES
               IF WS-PARM-3(1:8) IS NUMERIC
                   MOVE WS-PARM-3(1:8) TO WS-START-DATE
               ELSE
                   DISPLAY 'START DATE NOT NUMERIC - IGNORED: '
                       WS-PARM-3
               END-IF
           END-IF
           IF WS-PARM-4 NOT = SPACES
               IF WS-PARM-4(1:8) IS NUMERIC
                   MOVE WS-PARM-4(1:8) TO WS-START-TIME
               ELSE
                   DISPLAY 'START TIME NOT NUMERIC - IGNORED: '
                       WS-PARM-4
               END-IF
           END-IF.
       0100-EXIT.
           EXIT.
      *> 2000-REPLAY-ENTRY - re-applies one journal record: an 'A'
      *> becomes a WRITE of the after image, a 'C' a REWRITE of the
      *> after image, a 'D' a DELETE of the key carried in the before
      *> image. An entry past the stop point, or at or before the start
      *> point, is counted and skipped; an I-O result other than 00 is
      *> reported and counted but does not stop the replay, so one bad
      *> entry doesn't abandon the rest of the roll-forward.
      *>---------------------------------------------------------------
       2000-REPLAY-ENTRY.
           IF JR-DATE > WS-STOP-DATE
              OR (JR-DATE = WS-STOP-DATE AND JR-TIME > WS-STOP-TIME)
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               IF JR-DATE < WS-START-DATE
                  OR (JR-DATE = WS-START-DATE
                      AND JR-TIME NOT > WS-START-TIME)
                   ADD 1 TO WS-EARLIER-COUNT
               ELSE
                   IF JR-ACTION = 'A'
                       MOVE JR-AFTER-IMAGE TO INREC
                       WRITE INREC
                   ELSE
                       IF JR-ACTION = 'C'
                           MOVE JR-AFTER-IMAGE TO INREC
                           REWRITE INREC
                       ELSE
                           IF JR-ACTION = 'D'
                               MOVE JR-BEFORE-IMAGE TO INREC
                               DELETE STUDENT-FILE
                           ELSE
                               MOVE JR-AFTER-IMAGE TO INREC
                               MOVE '99' TO WS-FILE-STATUS
                           END-IF
                       END-IF
                   END-IF
                   IF WS-FILE-STATUS-OK
                       ADD 1 TO WS-APPLIED-COUNT
                   ELSE
                       PERFORM 2100-REPORT-FAILURE THRU 2100-EXIT
                   END-IF
               END-IF
           END-IF.
       2000-EXIT.
           MOVE WS-APPLIED-COUNT TO WS-APPLIED-COUNT-ED
           MOVE WS-FAILED-COUNT TO WS-FAILED-COUNT-ED
           MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-COUNT-ED
           MOVE WS-EARLIER-COUNT TO WS-EARLIER-COUNT-ED
           MOVE SPACES TO REPLAY-LINE
           STRING 'ENTRIES APPLIED    : ' DELIMITED BY SIZE
               WS-APPLIED-COUNT-ED DELIMITED BY SIZE
               WS-SKIPPED-COUNT-ED DELIMITED BY SIZE
               INTO REPLAY-LINE
           WRITE REPLAY-LINE
           MOVE SPACES TO REPLAY-LINE
           STRING 'BEFORE START POINT : ' DELIMITED BY SIZE
               WS-EARLIER-COUNT-ED DELIMITED BY SIZE
               INTO REPLAY-LINE
           WRITE REPLAY-LINE
           DISPLAY 'ENTRIES APPLIED    : ' WS-APPLIED-COUNT-ED
           DISPLAY 'ENTRIES NOT APPLIED: ' WS-FAILED-COUNT-ED
           DISPLAY 'PAST STOP POINT    : ' WS-SKIPPED-COUNT-ED
           DISPLAY 'BEFORE START POINT : ' WS-EARLIER-COUNT-ED.
       8000-EXIT.
           EXIT.
