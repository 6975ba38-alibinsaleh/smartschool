      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. data_backup.
       AUTHOR. ALI ALMOHAMMED SALEH.
      *>---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  AAS  Initial version - the nightly backup, run as
      *>                    the first step of nightly_batch so every
      *>                    night starts from a known copy.
      *>                    student_journal_replay could always roll the
      *>                    student master forward, but only from a good
      *>                    copy, and nothing took one. Each run copies
      *>                    every master and ledger to a new numbered
      *>                    generation (backup_gNNNN_<file name>, the
      *>                    name built the way journal_cutover builds
      *>                    its archive name), and catalogs each copy on
      *>                    backup_catalog.dat (the shared BKCAT layout)
      *>                    with the date, time, record count and a
      *>                    control total, which is what data_restore
      *>                    checks a restore against. The indexed
      *>                    masters (students, guardians, families) are
      *>                    copied as flat line-sequential images that
      *>                    data_restore reloads; the line-sequential
      *>                    files are copied record for record. The
      *>                    last seven generations are kept (an
      *>                    optional NN on the command line keeps that
      *>                    many instead); older ones are removed and
      *>                    dropped from the catalog. A master that
      *>                    will not open or a copy that will not write
      *>                    fails the step with RETURN-CODE 8 and the
      *>                    generation is not catalogued, so the night
      *>                    stops before anything changes a master that
      *>                    has not been backed up.
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO
               'students_data_cobol_structure.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-NUMBER
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL GUARDIAN-FILE ASSIGN TO
               'guardians_data.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS G-KEY
               FILE STATUS IS WS-GUARD-STATUS.
           SELECT OPTIONAL FAMILY-FILE ASSIGN TO
               'families_data.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAM-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS FAM-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FAM-STATUS.
           SELECT OPTIONAL LIVE-FILE ASSIGN TO
               WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT GEN-FILE ASSIGN TO
               WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO
               'backup_catalog.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD   STUDENT-FILE.
           COPY students.

       FD   GUARDIAN-FILE.
           COPY guardians.

       FD   FAMILY-FILE.
           COPY family.

      *>   One line-sequential master at a time. The layouts after
      *>   LIVE-REC share its record area, so the control totals can be
      *>   added up from whichever master is being copied.
       FD   LIVE-FILE.
       01   LIVE-REC                     PIC X(300).
           COPY stucntl.
           COPY feecntl.
           COPY classrm.
           COPY fees.
           COPY grades.
           COPY attend.
           COPY busrte.

       FD   GEN-FILE.
       01   GEN-REC                      PIC X(300).

       FD   CATALOG-FILE.
           COPY bkcat.

       WORKING-STORAGE SECTION.
       01   WS-FILE-STATUS               PIC X(02) VALUE ZEROS.
           88 WS-FILE-STATUS-OK          VALUE '00'.
       01   WS-GUARD-STATUS              PIC X(02) VALUE ZEROS.
           88 WS-GUARD-OPEN-OK           VALUE '00' '05'.
       01   WS-FAM-STATUS                PIC X(02) VALUE ZEROS.
           88 WS-FAM-OPEN-OK             VALUE '00' '05'.
       01   WS-LIVE-STATUS               PIC X(02) VALUE ZEROS.
           88 WS-LIVE-OPEN-OK            VALUE '00' '05'.
       01   WS-GEN-STATUS                PIC X(02) VALUE ZEROS.
           88 WS-GEN-STATUS-OK           VALUE '00'.
       01   WS-EOF                       PIC X VALUE 'N'.
           88 WS-EOF-YES                VALUE 'Y'.
       01   WS-RUN-PARM                  PIC X(80) VALUE SPACES.
       01   WS-KEEP-GENS                 PIC 9(02) VALUE 07.
       01   WS-FAILED-SW                 PIC X VALUE 'N'.
           88 WS-BACKUP-FAILED           VALUE 'Y'.
       01   WS-BACKUP-DATE               PIC 9(08) VALUE ZERO.
       01   WS-BACKUP-TIME               PIC 9(08) VALUE ZERO.
       01   WS-HIGH-GEN                  PIC 9(04) VALUE ZERO.
       01   WS-NEW-GEN                   PIC 9(04) VALUE ZERO.
       01   WS-ROLL-LIMIT                PIC 9(04) VALUE ZERO.
       01   WS-LAST-ROLLED               PIC 9(04) VALUE ZERO.
       01   WS-ROLLED-COUNT              PIC 9(04) COMP VALUE ZERO.
       01   WS-ROLLED-COUNT-ED           PIC ZZZ9.
       01   WS-LIVE-NAME                 PIC X(36) VALUE SPACES.
       01   WS-GEN-NAME                  PIC X(50) VALUE SPACES.
       01   WS-COMMAND                   PIC X(60) VALUE SPACES.
       01   WS-TOTAL-KIND                PIC X(01) VALUE SPACE.
           88 WS-TOTAL-ACTIVE            VALUE 'S'.
           88 WS-TOTAL-STU-CTL           VALUE 'K'.
           88 WS-TOTAL-FEE-CTL           VALUE 'F'.
           88 WS-TOTAL-SEATS             VALUE 'R'.
           88 WS-TOTAL-MONEY             VALUE 'M'.
           88 WS-TOTAL-MARKS             VALUE 'G'.
           88 WS-TOTAL-ABSENT            VALUE 'A'.
           88 WS-TOTAL-BUS               VALUE 'B'.
       01   WS-RECORD-COUNT              PIC 9(07) COMP VALUE ZERO.
       01   WS-RECORD-COUNT-ED           PIC Z(06)9.
       01   WS-CONTROL-TOTAL             PIC 9(09)V99 VALUE ZERO.
       01   WS-CONTROL-TOTAL-ED          PIC Z(08)9.99.
      *>   The line-sequential masters and ledgers, each with the kind
      *>   of control total kept for it (see BKCAT).
       01   WS-LS-COUNT                  PIC 9(02) VALUE 16.
       01   WS-LS-TABLE.
           05 FILLER                     PIC X(37)
               VALUE 'Kstudents_control.dat'.
           05 FILLER                     PIC X(37)
               VALUE 'Ffees_control.dat'.
           05 FILLER                     PIC X(37)
               VALUE 'Rclassroom_master.dat'.
           05 FILLER                     PIC X(37)
               VALUE 'Nteacher_master.dat'.
           05 FILLER                     PIC X(37)
               VALUE 'Mfees_data.dat'.
           05 FILLER                     PIC X(37)
               VALUE 'Nfee_schedule.dat'.
           05 FILLER                     PIC X(37)
               VALUE 'Ggrades_data.dat'.
           05 FILLER                     PIC X(37)
               VALUE 'Aattendance_data.dat'.
           05 FILLER                     PIC X(37)
               VALUE 'Aattendance_history.dat'.
           05 FILLER                     PIC X(37)
               VALUE 'Nclassroom_waitlist.dat'.
           05 FILLER                     PIC X(37)
               VALUE 'Nstudents_history.dat'.
           05 FILLER                     PIC X(37)
               VALUE 'Nstudents_journal.dat'.
           05 FILLER                     PIC X(37)
               VALUE 'Ntimetable_master.dat'.
           05 FILLER                     PIC X(37)
               VALUE 'Bbus_routes.dat'.
           05 FILLER                     PIC X(37)
               VALUE 'Nbus_riders.dat'.
           05 FILLER                     PIC X(37)
               VALUE 'Noperators.dat'.
       01   WS-LS-TABLE-R REDEFINES WS-LS-TABLE.
           05 WS-LS-ENTRY OCCURS 16 TIMES.
               10 WS-LS-KIND             PIC X(01).
               10 WS-LS-NAME             PIC X(36).
       01   WS-LS-IX                     PIC 9(02) VALUE ZERO.
      *>   The catalog as it stands plus tonight's entries, written back
      *>   whole once the rolled-off generations have been dropped.
       01   WS-CAT-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01   WS-CAT-MAX                   PIC 9(04) COMP VALUE 2000.
       01   WS-CAT-TABLE.
           05 WS-CAT-IMAGE OCCURS 2000 TIMES
                                         PIC X(81).
       01   WS-CAT-IX                    PIC 9(04) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-RUN-PARM(1:2) IS NUMERIC
              AND WS-RUN-PARM(1:2) NOT = '00'
               MOVE WS-RUN-PARM(1:2) TO WS-KEEP-GENS
           END-IF.
           PERFORM 1000-LOAD-CATALOG THRU 1000-EXIT.
           IF WS-HIGH-GEN = 9999
               DISPLAY 'CATALOG IS AT GENERATION 9999 - RENUMBER IT '
                   'BEFORE THE NEXT BACKUP'
               MOVE 'Y' TO WS-FAILED-SW
           ELSE
               ADD 1 TO WS-HIGH-GEN GIVING WS-NEW-GEN
               ACCEPT WS-BACKUP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-BACKUP-TIME FROM TIME
               DISPLAY 'TAKING BACKUP GENERATION ' WS-NEW-GEN ' AT '
                   WS-BACKUP-DATE ' ' WS-BACKUP-TIME
               PERFORM 2000-BACKUP-STUDENTS THRU 2000-EXIT
               PERFORM 2100-BACKUP-GUARDIANS THRU 2100-EXIT
               PERFORM 2200-BACKUP-FAMILIES THRU 2200-EXIT
               PERFORM 3000-BACKUP-LS-FILE THRU 3000-EXIT
                   VARYING WS-LS-IX FROM 1 BY 1
                   UNTIL WS-LS-IX > WS-LS-COUNT
           END-IF.
           IF WS-BACKUP-FAILED
               DISPLAY 'BACKUP FAILED - GENERATION ' WS-NEW-GEN
                   ' NOT CATALOGUED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 6000-ROLL-OFF THRU 6000-EXIT
               PERFORM 7000-WRITE-CATALOG THRU 7000-EXIT
               MOVE WS-ROLLED-COUNT TO WS-ROLLED-COUNT-ED
               DISPLAY 'GENERATIONS ROLLED OFF: ' WS-ROLLED-COUNT-ED
               DISPLAY 'BACKUP GENERATION ' WS-NEW-GEN ' COMPLETE'
           END-IF.
           STOP RUN.

      *>---------------------------------------------------------------
      *> 1000-LOAD-CATALOG - the catalog into the table, noting the
      *> highest generation on it; tonight's generation is the next
      *> one. No catalog yet means tonight is generation 0001.
      *>---------------------------------------------------------------
       1000-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE
           PERFORM UNTIL WS-EOF-YES
               READ CATALOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CAT-COUNT < WS-CAT-MAX
                           ADD 1 TO WS-CAT-COUNT
                           MOVE BKREC TO WS-CAT-IMAGE(WS-CAT-COUNT)
                       END-IF
                       IF BK-GENERATION > WS-HIGH-GEN
                           MOVE BK-GENERATION TO WS-HIGH-GEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE 'N' TO WS-EOF.
       1000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2000-BACKUP-STUDENTS - the indexed student master, in key
      *> order, onto its generation file. The control total is the
      *> active students. The master must open: a night with no
      *> readable master has nothing to back up and must not go on.
      *>---------------------------------------------------------------
       2000-BACKUP-STUDENTS.
           MOVE 'students_data_cobol_structure.dat' TO WS-LIVE-NAME
           MOVE 'S' TO WS-TOTAL-KIND
           PERFORM 4000-START-COPY THRU 4000-EXIT
           OPEN INPUT STUDENT-FILE
           IF NOT WS-FILE-STATUS-OK
               DISPLAY 'STUDENT MASTER WILL NOT OPEN - FILE STATUS '
                   WS-FILE-STATUS
               MOVE 'Y' TO WS-FAILED-SW
           ELSE
               PERFORM UNTIL WS-EOF-YES
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE INREC TO GEN-REC
                           PERFORM 4100-WRITE-GEN THRU 4100-EXIT
                           IF STUDENT-STATUS = 'A'
                               ADD 1 TO WS-CONTROL-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF
           PERFORM 4200-END-COPY THRU 4200-EXIT.
       2000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2100-BACKUP-GUARDIANS - the indexed guardian contacts, in
      *> G-KEY order. A guardian file not yet created backs up as an
      *> empty generation file.
      *>---------------------------------------------------------------
       2100-BACKUP-GUARDIANS.
           MOVE 'guardians_data.dat' TO WS-LIVE-NAME
           MOVE 'N' TO WS-TOTAL-KIND
           PERFORM 4000-START-COPY THRU 4000-EXIT
           OPEN INPUT GUARDIAN-FILE
           IF NOT WS-GUARD-OPEN-OK
               DISPLAY 'GUARDIAN FILE WILL NOT OPEN - FILE STATUS '
                   WS-GUARD-STATUS
               MOVE 'Y' TO WS-FAILED-SW
           ELSE
               PERFORM UNTIL WS-EOF-YES
                   READ GUARDIAN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE GREC TO GEN-REC
                           PERFORM 4100-WRITE-GEN THRU 4100-EXIT
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF
           PERFORM 4200-END-COPY THRU 4200-EXIT.
       2100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2200-BACKUP-FAMILIES - the indexed family links, in student
      *> number order, the same way.
      *>---------------------------------------------------------------
       2200-BACKUP-FAMILIES.
           MOVE 'families_data.dat' TO WS-LIVE-NAME
           MOVE 'N' TO WS-TOTAL-KIND
           PERFORM 4000-START-COPY THRU 4000-EXIT
           OPEN INPUT FAMILY-FILE
           IF NOT WS-FAM-OPEN-OK
               DISPLAY 'FAMILY FILE WILL NOT OPEN - FILE STATUS '
                   WS-FAM-STATUS
               MOVE 'Y' TO WS-FAILED-SW
           ELSE
               PERFORM UNTIL WS-EOF-YES
                   READ FAMILY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE FAMREC TO GEN-REC
                           PERFORM 4100-WRITE-GEN THRU 4100-EXIT
                   END-READ
               END-PERFORM
               CLOSE FAMILY-FILE
           END-IF
           PERFORM 4200-END-COPY THRU 4200-EXIT.
       2200-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3000-BACKUP-LS-FILE - one line-sequential master or ledger
      *> from the table, record for record. One not yet created backs
      *> up as an empty generation file with a zero count.
      *>---------------------------------------------------------------
       3000-BACKUP-LS-FILE.
           MOVE WS-LS-NAME(WS-LS-IX) TO WS-LIVE-NAME
           MOVE WS-LS-KIND(WS-LS-IX) TO WS-TOTAL-KIND
           PERFORM 4000-START-COPY THRU 4000-EXIT
           OPEN INPUT LIVE-FILE
           IF NOT WS-LIVE-OPEN-OK
               DISPLAY WS-LIVE-NAME ' WILL NOT OPEN - FILE STATUS '
                   WS-LIVE-STATUS
               MOVE 'Y' TO WS-FAILED-SW
           ELSE
               PERFORM UNTIL WS-EOF-YES
                   READ LIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE LIVE-REC TO GEN-REC
                           PERFORM 4100-WRITE-GEN THRU 4100-EXIT
                           PERFORM 3100-ADD-CONTROL THRU 3100-EXIT
                   END-READ
               END-PERFORM
               CLOSE LIVE-FILE
           END-IF
           PERFORM 4200-END-COPY THRU 4200-EXIT.
       3000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3100-ADD-CONTROL - the record just copied into the control
      *> total, by the kind kept for this file (BKCAT). A field that is
      *> not numeric adds nothing; data_restore makes the same test, so
      *> the totals still agree.
      *>---------------------------------------------------------------
       3100-ADD-CONTROL.
           IF WS-TOTAL-STU-CTL
               IF CTL-RECORD-COUNT IS NUMERIC
                   ADD CTL-RECORD-COUNT TO WS-CONTROL-TOTAL
               END-IF
           ELSE
               IF WS-TOTAL-FEE-CTL
                   IF FCTL-RECORD-COUNT IS NUMERIC
                       ADD FCTL-RECORD-COUNT TO WS-CONTROL-TOTAL
                   END-IF
               ELSE
                   IF WS-TOTAL-SEATS
                       IF CM-CAPACITY IS NUMERIC
                           ADD CM-CAPACITY TO WS-CONTROL-TOTAL
                       END-IF
                   ELSE
                       PERFORM 3110-ADD-LEDGER-CONTROL THRU 3110-EXIT
                   END-IF
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3110-ADD-LEDGER-CONTROL.
           IF WS-TOTAL-MONEY
               IF FEE-AMOUNT IS NUMERIC
                   ADD FEE-AMOUNT TO WS-CONTROL-TOTAL
               END-IF
           ELSE
               IF WS-TOTAL-MARKS
                   IF GRD-MARK IS NUMERIC
                       ADD GRD-MARK TO WS-CONTROL-TOTAL
                   END-IF
               ELSE
                   IF WS-TOTAL-ABSENT
                       IF ATT-CODE = 'A'
                           ADD 1 TO WS-CONTROL-TOTAL
                       END-IF
                   ELSE
                       IF WS-TOTAL-BUS
                          AND BR-STOP-SEQ = ZERO
                          AND BR-CAPACITY IS NUMERIC
                           ADD BR-CAPACITY TO WS-CONTROL-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3110-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 4000-START-COPY - names tonight's generation file for the
      *> master in WS-LIVE-NAME, opens it, and clears the count and
      *> control total.
      *>---------------------------------------------------------------
       4000-START-COPY.
           MOVE SPACES TO WS-GEN-NAME
           STRING 'backup_g' DELIMITED BY SIZE
               WS-NEW-GEN DELIMITED BY SIZE
               '_' DELIMITED BY SIZE
               WS-LIVE-NAME DELIMITED BY SPACE
               INTO WS-GEN-NAME
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-CONTROL-TOTAL
           MOVE 'N' TO WS-EOF
           OPEN OUTPUT GEN-FILE
           IF NOT WS-GEN-STATUS-OK
               DISPLAY WS-GEN-NAME ' WILL NOT OPEN - FILE STATUS '
                   WS-GEN-STATUS
               MOVE 'Y' TO WS-FAILED-SW
           END-IF.
       4000-EXIT.
           EXIT.

       4100-WRITE-GEN.
           WRITE GEN-REC
           IF WS-GEN-STATUS-OK
               ADD 1 TO WS-RECORD-COUNT
           ELSE
               DISPLAY WS-GEN-NAME ' WRITE FAILED - FILE STATUS '
                   WS-GEN-STATUS
               MOVE 'Y' TO WS-FAILED-SW
               MOVE 'Y' TO WS-EOF
           END-IF.
       4100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 4200-END-COPY - closes the generation file, shows the count
      *> on the console and adds the copy's catalog entry to the table.
      *>---------------------------------------------------------------
       4200-END-COPY.
           CLOSE GEN-FILE
           MOVE 'N' TO WS-EOF
           MOVE WS-RECORD-COUNT TO WS-RECORD-COUNT-ED
           MOVE WS-CONTROL-TOTAL TO WS-CONTROL-TOTAL-ED
           DISPLAY WS-LIVE-NAME ' ' WS-RECORD-COUNT-ED ' '
               WS-CONTROL-TOTAL-ED
           IF WS-CAT-COUNT < WS-CAT-MAX
               MOVE SPACES TO BKREC
               MOVE WS-NEW-GEN TO BK-GENERATION
               MOVE WS-BACKUP-DATE TO BK-DATE
               MOVE WS-BACKUP-TIME TO BK-TIME
               MOVE WS-LIVE-NAME TO BK-FILE-NAME
               MOVE WS-TOTAL-KIND TO BK-TOTAL-KIND
               MOVE WS-RECORD-COUNT TO BK-RECORD-COUNT
               MOVE WS-CONTROL-TOTAL TO BK-CONTROL-TOTAL
               ADD 1 TO WS-CAT-COUNT
               MOVE BKREC TO WS-CAT-IMAGE(WS-CAT-COUNT)
           ELSE
               DISPLAY 'BACKUP CATALOG TABLE FULL'
               MOVE 'Y' TO WS-FAILED-SW
           END-IF.
       4200-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 6000-ROLL-OFF - every generation more than the number kept
      *> behind tonight's has its files removed; 7000 then leaves its
      *> entries off the catalog. The catalog is in generation order,
      *> so each old generation is removed once, on its first entry.
      *>---------------------------------------------------------------
       6000-ROLL-OFF.
           IF WS-NEW-GEN > WS-KEEP-GENS
               SUBTRACT WS-KEEP-GENS FROM WS-NEW-GEN
                   GIVING WS-ROLL-LIMIT
           END-IF
           PERFORM 6100-ROLL-OFF-ENTRY THRU 6100-EXIT
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > WS-CAT-COUNT.
       6000-EXIT.
           EXIT.

       6100-ROLL-OFF-ENTRY.
           MOVE WS-CAT-IMAGE(WS-CAT-IX) TO BKREC
           IF BK-GENERATION NOT > WS-ROLL-LIMIT
              AND BK-GENERATION NOT = WS-LAST-ROLLED
               MOVE BK-GENERATION TO WS-LAST-ROLLED
               MOVE SPACES TO WS-COMMAND
               STRING 'rm -f backup_g' DELIMITED BY SIZE
                   BK-GENERATION DELIMITED BY SIZE
                   '_*' DELIMITED BY SIZE
                   INTO WS-COMMAND
               CALL 'SYSTEM' USING WS-COMMAND
               MOVE ZERO TO RETURN-CODE
               ADD 1 TO WS-ROLLED-COUNT
               DISPLAY 'ROLLED OFF GENERATION ' BK-GENERATION
           END-IF.
       6100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 7000-WRITE-CATALOG - the catalog written back from the table,
      *> without the generations just rolled off and with tonight's
      *> entries at the end.
      *>---------------------------------------------------------------
       7000-WRITE-CATALOG.
           OPEN OUTPUT CATALOG-FILE
           PERFORM 7100-WRITE-ENTRY THRU 7100-EXIT
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > WS-CAT-COUNT
           CLOSE CATALOG-FILE.
       7000-EXIT.
           EXIT.

       7100-WRITE-ENTRY.
           MOVE WS-CAT-IMAGE(WS-CAT-IX) TO BKREC
           IF BK-GENERATION > WS-ROLL-LIMIT
               WRITE BKREC
           END-IF.
       7100-EXIT.
           EXIT.
