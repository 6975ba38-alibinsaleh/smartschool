      *>                    showing only the fields that differ (e.g.
      *>                    CLASSROOM 101 -> 204), which is what the
      *>                    before and after images were kept for.
      *>   2026-10-15  AAS  Each entry's first line now shows the
      *>                    operator ID stamped on it (JR-OPERATOR),
      *>                    after the time.
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 WS-PARM-OK                 VALUE 'Y'.
       01   WS-CHANGE-COUNT              PIC 9(05) COMP VALUE ZERO.
       01   WS-CHANGE-COUNT-ED           PIC ZZZZ9.
       01   WS-OPERATOR-SHOW             PIC X(08) VALUE SPACES.
       01   WS-FIELD-DIFF-SW             PIC X VALUE 'N'.
           88 WS-FIELD-DIFFERED          VALUE 'Y'.

      *> 2000-REPORT-ENTRY - one journal entry for the selected day:
      *> the images decode against the STUDENTS layout, and the action
      *> decides what prints. An action code the journal should never
      *> hold is shown rather than dropped. Each entry's first line
      *> carries the operator who keyed it, or (NONE) for a batch
      *> program's entry or one older than operator sign-on.
      *>---------------------------------------------------------------
       2000-REPORT-ENTRY.
           ADD 1 TO WS-CHANGE-COUNT
           IF JR-OPERATOR = SPACES
               MOVE '(NONE)' TO WS-OPERATOR-SHOW
           ELSE
               MOVE JR-OPERATOR TO WS-OPERATOR-SHOW
           END-IF
           MOVE JR-BEFORE-IMAGE TO JB-INREC
           MOVE JR-AFTER-IMAGE TO JA-INREC
           IF JR-ACTION = 'A'
               MOVE SPACES TO CHANGE-LINE
               STRING JR-TIME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-OPERATOR-SHOW DELIMITED BY SIZE
                   ' ADDED   ' DELIMITED BY SIZE
                   STUDENT-NUMBER OF JA-INREC DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
               IF JR-ACTION = 'D'
                   MOVE SPACES TO CHANGE-LINE
                   STRING JR-TIME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-OPERATOR-SHOW DELIMITED BY SIZE
                       ' DELETED ' DELIMITED BY SIZE
                       STUDENT-NUMBER OF JB-INREC DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                   ELSE
                       MOVE SPACES TO CHANGE-LINE
                       STRING JR-TIME DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-OPERATOR-SHOW DELIMITED BY SIZE
                           ' UNKNOWN ACTION ''' DELIMITED BY SIZE
                           JR-ACTION DELIMITED BY SIZE
                           ''' ON JOURNAL' DELIMITED BY SIZE
       2100-REPORT-CHANGE.
           MOVE SPACES TO CHANGE-LINE
           STRING JR-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-OPERATOR-SHOW DELIMITED BY SIZE
               ' CHANGED ' DELIMITED BY SIZE
               STUDENT-NUMBER OF JB-INREC DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
