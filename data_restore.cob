      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. data_restore.
       AUTHOR. ALI ALMOHAMMED SALEH.
      *>---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  AAS  Initial version - puts a backup generation
      *>                    taken by data_backup back, so a bad night is
      *>                    a routine recovery. Run as data_restore NNNN
      *>                    with the generation number; with no number
      *>                    it lists the generations on the catalog
      *>                    (backup_catalog.dat, the shared BKCAT
      *>                    layout) and restores nothing. Every file of
      *>                    the generation is first read and checked
      *>                    against its catalog record count and control
      *>                    total; one that disagrees, or is missing,
      *>                    stops the run with RETURN-CODE 8 before any
      *>                    master is touched. Each master is then
      *>                    rewritten from its generation copy (the
      *>                    indexed masters reloaded in key order) and
      *>                    what was written is checked against the
      *>                    catalog again. The live journal is not
      *>                    restored - it holds the changes made since
      *>                    the backup - and once everything agrees,
      *>                    student_journal_replay rolls the restored
      *>                    student master forward through it from the
      *>                    moment the generation was taken. The student
      *>                    control record is then set to the count on
      *>                    the rolled-forward master, the way
      *>                    student_convert sets it after a load, so the
      *>                    next night's student_verify reconciles.
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO
               'backup_catalog.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEN-FILE ASSIGN TO
               WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT LIVE-FILE ASSIGN TO
               WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT STUDENT-FILE ASSIGN TO
               'students_data_cobol_structure.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-NUMBER OF INREC
               ALTERNATE RECORD KEY IS STUDENT-NAME OF INREC
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GUARDIAN-FILE ASSIGN TO
               'guardians_data.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS G-KEY
               FILE STATUS IS WS-GUARD-STATUS.
           SELECT FAMILY-FILE ASSIGN TO
               'families_data.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAM-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS FAM-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FAM-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO
               'students_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD   CATALOG-FILE.
           COPY bkcat.

      *>   One generation file at a time. The layouts after GEN-REC
      *>   share its record area, so the control totals can be added
      *>   up again from whichever copy is being read.
       FD   GEN-FILE.
       01   GEN-REC                      PIC X(300).
           COPY students REPLACING ==INREC== BY ==GEN-INREC==.
           COPY stucntl
               REPLACING ==CONTROL-REC== BY ==GEN-CONTROL-REC==.
           COPY feecntl.
           COPY classrm.
           COPY fees.
           COPY grades.
           COPY attend.
           COPY busrte.

       FD   LIVE-FILE.
       01   LIVE-REC                     PIC X(300).

       FD   STUDENT-FILE.
           COPY students.

       FD   GUARDIAN-FILE.
           COPY guardians.

       FD   FAMILY-FILE.
           COPY family.

       FD   CONTROL-FILE.
           COPY stucntl.

       WORKING-STORAGE SECTION.
       01   WS-FILE-STATUS               PIC X(02) VALUE ZEROS.
           88 WS-FILE-STATUS-OK          VALUE '00'.
       01   WS-GUARD-STATUS              PIC X(02) VALUE ZEROS.
           88 WS-GUARD-STATUS-OK         VALUE '00'.
       01   WS-FAM-STATUS                PIC X(02) VALUE ZEROS.
           88 WS-FAM-STATUS-OK           VALUE '00'.
       01   WS-GEN-STATUS                PIC X(02) VALUE ZEROS.
           88 WS-GEN-STATUS-OK           VALUE '00'.
       01   WS-LIVE-STATUS               PIC X(02) VALUE ZEROS.
           88 WS-LIVE-STATUS-OK          VALUE '00'.
       01   WS-PUT-STATUS                PIC X(02) VALUE ZEROS.
           88 WS-PUT-STATUS-OK           VALUE '00'.
       01   WS-CTL-STATUS                PIC X(02) VALUE ZEROS.
           88 WS-CTL-STATUS-OK           VALUE '00'.
       01   WS-EOF                       PIC X VALUE 'N'.
           88 WS-EOF-YES                VALUE 'Y'.
       01   WS-RUN-PARM                  PIC X(80) VALUE SPACES.
       01   WS-PARM-OK-SW                PIC X VALUE 'N'.
           88 WS-PARM-OK                 VALUE 'Y'.
       01   WS-FAILED-SW                 PIC X VALUE 'N'.
           88 WS-RESTORE-FAILED          VALUE 'Y'.
       01   WS-RESTORE-GEN               PIC 9(04) VALUE ZERO.
       01   WS-GEN-DATE                  PIC 9(08) VALUE ZERO.
       01   WS-GEN-TIME                  PIC 9(08) VALUE ZERO.
       01   WS-LISTED-GEN                PIC 9(04) VALUE ZERO.
       01   WS-LIVE-NAME                 PIC X(36) VALUE SPACES.
       01   WS-GEN-NAME                  PIC X(50) VALUE SPACES.
       01   WS-JOURNAL-NAME              PIC X(36)
               VALUE 'students_journal.dat'.
       01   WS-COMMAND                   PIC X(80) VALUE SPACES.
       01   WS-STEP-RC                   PIC S9(04) VALUE ZERO.
       01   WS-TARGET                    PIC X(01) VALUE SPACE.
           88 WS-TARGET-STUDENTS         VALUE 'S'.
           88 WS-TARGET-GUARDIANS        VALUE 'G'.
           88 WS-TARGET-FAMILIES         VALUE 'F'.
           88 WS-TARGET-LS               VALUE 'L'.
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
       01   WS-CAT-COUNT-ED              PIC Z(06)9.
       01   WS-CAT-TOTAL-ED              PIC Z(08)9.99.
       01   WS-MASTER-COUNT              PIC 9(05) COMP VALUE ZERO.
       01   WS-MASTER-COUNT-ED           PIC ZZZZ9.
       01   WS-CONTROL-DATE              PIC 9(08) VALUE ZERO.
       01   WS-CONTROL-TIME              PIC 9(08) VALUE ZERO.
      *>   The catalog entries of the generation being restored.
       01   WS-ENTRY-COUNT               PIC 9(02) VALUE ZERO.
       01   WS-ENTRY-MAX                 PIC 9(02) VALUE 50.
       01   WS-ENTRY-TABLE.
           05 WS-ENTRY OCCURS 50 TIMES.
               10 WS-ENT-FILE-NAME       PIC X(36).
               10 WS-ENT-TOTAL-KIND      PIC X(01).
               10 WS-ENT-RECORD-COUNT    PIC 9(07).
               10 WS-ENT-CONTROL-TOTAL   PIC 9(09)V99.
       01   WS-ENT-IX                    PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-RUN-PARM(1:4) IS NUMERIC
              AND WS-RUN-PARM(5:1) = SPACE
               MOVE WS-RUN-PARM(1:4) TO WS-RESTORE-GEN
               MOVE 'Y' TO WS-PARM-OK-SW
           END-IF.
           PERFORM 1000-LOAD-CATALOG THRU 1000-EXIT.
           IF NOT WS-PARM-OK
               DISPLAY 'GIVE THE GENERATION TO RESTORE AS NNNN - '
                   'THE GENERATIONS ON THE CATALOG ARE LISTED ABOVE'
           ELSE
               IF WS-ENTRY-COUNT = ZERO
                   DISPLAY 'GENERATION ' WS-RESTORE-GEN
                       ' IS NOT ON THE BACKUP CATALOG'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0100-RESTORE-GENERATION THRU 0100-EXIT
               END-IF
           END-IF.
           STOP RUN.

      *>---------------------------------------------------------------
      *> 0100-RESTORE-GENERATION - check the generation, put it back,
      *> check what was put back, then roll the student master forward.
      *> Each stage runs only when everything before it agreed.
      *>---------------------------------------------------------------
       0100-RESTORE-GENERATION.
           DISPLAY 'RESTORING GENERATION ' WS-RESTORE-GEN ' TAKEN '
               WS-GEN-DATE ' ' WS-GEN-TIME
           PERFORM 2000-VERIFY-ENTRY THRU 2000-EXIT
               VARYING WS-ENT-IX FROM 1 BY 1
               UNTIL WS-ENT-IX > WS-ENTRY-COUNT
           IF WS-RESTORE-FAILED
               DISPLAY 'GENERATION ' WS-RESTORE-GEN ' FAILS ITS '
                   'CATALOG CHECK - NOTHING RESTORED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3000-RESTORE-ENTRY THRU 3000-EXIT
                   VARYING WS-ENT-IX FROM 1 BY 1
                   UNTIL WS-ENT-IX > WS-ENTRY-COUNT
               IF WS-RESTORE-FAILED
                   DISPLAY 'RESTORED FILES DO NOT AGREE WITH THE '
                       'CATALOG - JOURNAL NOT REPLAYED'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 4000-REPLAY-JOURNAL THRU 4000-EXIT
                   IF WS-RESTORE-FAILED
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 5000-RESET-CONTROL THRU 5000-EXIT
                       IF WS-RESTORE-FAILED
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           DISPLAY 'GENERATION ' WS-RESTORE-GEN
                               ' RESTORED AND ROLLED FORWARD'
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1000-LOAD-CATALOG - the entries of the generation asked for
      *> into the table. With no generation given, each generation on
      *> the catalog is listed once instead, with when it was taken.
      *>---------------------------------------------------------------
       1000-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE
           PERFORM UNTIL WS-EOF-YES
               READ CATALOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT WS-PARM-OK
                           IF BK-GENERATION NOT = WS-LISTED-GEN
                               MOVE BK-GENERATION TO WS-LISTED-GEN
                               DISPLAY 'GENERATION ' BK-GENERATION
                                   ' TAKEN ' BK-DATE ' ' BK-TIME
                           END-IF
                       ELSE
                           IF BK-GENERATION = WS-RESTORE-GEN
                              AND WS-ENTRY-COUNT < WS-ENTRY-MAX
                               ADD 1 TO WS-ENTRY-COUNT
                               MOVE BK-DATE TO WS-GEN-DATE
                               MOVE BK-TIME TO WS-GEN-TIME
                               MOVE BK-FILE-NAME
                                   TO WS-ENT-FILE-NAME(WS-ENTRY-COUNT)
                               MOVE BK-TOTAL-KIND
                                   TO WS-ENT-TOTAL-KIND(WS-ENTRY-COUNT)
                               PERFORM 1100-KEEP-FIGURES
                                   THRU 1100-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE 'N' TO WS-EOF.
       1000-EXIT.
           EXIT.

       1100-KEEP-FIGURES.
           MOVE BK-RECORD-COUNT TO WS-ENT-RECORD-COUNT(WS-ENTRY-COUNT)
           MOVE BK-CONTROL-TOTAL
               TO WS-ENT-CONTROL-TOTAL(WS-ENTRY-COUNT).
       1100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2000-VERIFY-ENTRY - reads one generation file end to end and
      *> checks its count and control total against the catalog. A
      *> missing generation file fails the check the same way.
      *>---------------------------------------------------------------
       2000-VERIFY-ENTRY.
           PERFORM 2900-NAME-ENTRY THRU 2900-EXIT
           OPEN INPUT GEN-FILE
           IF NOT WS-GEN-STATUS-OK
               DISPLAY WS-GEN-NAME ' WILL NOT OPEN - FILE STATUS '
                   WS-GEN-STATUS
               MOVE 'Y' TO WS-FAILED-SW
           ELSE
               PERFORM UNTIL WS-EOF-YES
                   READ GEN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           PERFORM 2100-ADD-CONTROL THRU 2100-EXIT
                   END-READ
               END-PERFORM
               CLOSE GEN-FILE
               MOVE 'N' TO WS-EOF
               PERFORM 2800-COMPARE-CATALOG THRU 2800-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2100-ADD-CONTROL - the generation record just read into the
      *> control total, by the kind the catalog keeps for it; the same
      *> sums data_backup made, including leaving out a field that is
      *> not numeric.
      *>---------------------------------------------------------------
       2100-ADD-CONTROL.
           IF WS-TOTAL-ACTIVE
               IF STUDENT-STATUS OF GEN-INREC = 'A'
                   ADD 1 TO WS-CONTROL-TOTAL
               END-IF
           ELSE
               IF WS-TOTAL-STU-CTL
                   IF CTL-RECORD-COUNT OF GEN-CONTROL-REC IS NUMERIC
                       ADD CTL-RECORD-COUNT OF GEN-CONTROL-REC
                           TO WS-CONTROL-TOTAL
                   END-IF
               ELSE
                   IF WS-TOTAL-FEE-CTL
                       IF FCTL-RECORD-COUNT IS NUMERIC
                           ADD FCTL-RECORD-COUNT TO WS-CONTROL-TOTAL
                       END-IF
                   ELSE
                       PERFORM 2110-ADD-LEDGER-CONTROL THRU 2110-EXIT
                   END-IF
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2110-ADD-LEDGER-CONTROL.
           IF WS-TOTAL-SEATS
               IF CM-CAPACITY IS NUMERIC
                   ADD CM-CAPACITY TO WS-CONTROL-TOTAL
               END-IF
           ELSE
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
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2800-COMPARE-CATALOG - the count and control total just made
      *> against the catalog entry; any difference fails the restore.
      *>---------------------------------------------------------------
       2800-COMPARE-CATALOG.
           MOVE WS-RECORD-COUNT TO WS-RECORD-COUNT-ED
           MOVE WS-CONTROL-TOTAL TO WS-CONTROL-TOTAL-ED
           IF WS-RECORD-COUNT = WS-ENT-RECORD-COUNT(WS-ENT-IX)
              AND WS-CONTROL-TOTAL = WS-ENT-CONTROL-TOTAL(WS-ENT-IX)
               DISPLAY WS-LIVE-NAME ' ' WS-RECORD-COUNT-ED ' '
                   WS-CONTROL-TOTAL-ED ' AGREES'
           ELSE
               MOVE WS-ENT-RECORD-COUNT(WS-ENT-IX) TO WS-CAT-COUNT-ED
               MOVE WS-ENT-CONTROL-TOTAL(WS-ENT-IX) TO WS-CAT-TOTAL-ED
               DISPLAY WS-LIVE-NAME ' ' WS-RECORD-COUNT-ED ' '
                   WS-CONTROL-TOTAL-ED ' CATALOG ' WS-CAT-COUNT-ED ' '
                   WS-CAT-TOTAL-ED ' DISAGREES'
               MOVE 'Y' TO WS-FAILED-SW
           END-IF.
       2800-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2900-NAME-ENTRY - the master and generation file names for
      *> the catalog entry at WS-ENT-IX, with the count and control
      *> total cleared.
      *>---------------------------------------------------------------
       2900-NAME-ENTRY.
           MOVE WS-ENT-FILE-NAME(WS-ENT-IX) TO WS-LIVE-NAME
           MOVE WS-ENT-TOTAL-KIND(WS-ENT-IX) TO WS-TOTAL-KIND
           MOVE SPACES TO WS-GEN-NAME
           STRING 'backup_g' DELIMITED BY SIZE
               WS-RESTORE-GEN DELIMITED BY SIZE
               '_' DELIMITED BY SIZE
               WS-LIVE-NAME DELIMITED BY SPACE
               INTO WS-GEN-NAME
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-CONTROL-TOTAL
           MOVE 'N' TO WS-EOF.
       2900-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3000-RESTORE-ENTRY - one master rewritten from its generation
      *> file: the indexed masters opened OUTPUT and reloaded in the
      *> key order the copy was taken in, the line-sequential ones
      *> written over. Only records actually written are counted, so
      *> the catalog check afterwards proves the master now holds the
      *> whole generation. The journal is left as it stands.
      *>---------------------------------------------------------------
       3000-RESTORE-ENTRY.
           PERFORM 2900-NAME-ENTRY THRU 2900-EXIT
           IF WS-LIVE-NAME = WS-JOURNAL-NAME
               DISPLAY WS-LIVE-NAME ' KEPT AS IT STANDS - REPLAYED '
                   'FROM THE BACKUP POINT BELOW'
           ELSE
               IF WS-LIVE-NAME = 'students_data_cobol_structure.dat'
                   MOVE 'S' TO WS-TARGET
               ELSE
                   IF WS-LIVE-NAME = 'guardians_data.dat'
                       MOVE 'G' TO WS-TARGET
                   ELSE
                       IF WS-LIVE-NAME = 'families_data.dat'
                           MOVE 'F' TO WS-TARGET
                       ELSE
                           MOVE 'L' TO WS-TARGET
                       END-IF
                   END-IF
               END-IF
               OPEN INPUT GEN-FILE
               PERFORM 3100-OPEN-TARGET THRU 3100-EXIT
               IF WS-PUT-STATUS-OK
                   PERFORM UNTIL WS-EOF-YES
                       READ GEN-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM 3200-PUT-RECORD THRU 3200-EXIT
                       END-READ
                   END-PERFORM
                   PERFORM 3300-CLOSE-TARGET THRU 3300-EXIT
               ELSE
                   DISPLAY WS-LIVE-NAME ' WILL NOT OPEN FOR OUTPUT - '
                       'FILE STATUS ' WS-PUT-STATUS
               END-IF
               CLOSE GEN-FILE
               MOVE 'N' TO WS-EOF
               PERFORM 2800-COMPARE-CATALOG THRU 2800-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-OPEN-TARGET.
           IF WS-TARGET-STUDENTS
               OPEN OUTPUT STUDENT-FILE
               MOVE WS-FILE-STATUS TO WS-PUT-STATUS
           ELSE
               IF WS-TARGET-GUARDIANS
                   OPEN OUTPUT GUARDIAN-FILE
                   MOVE WS-GUARD-STATUS TO WS-PUT-STATUS
               ELSE
                   IF WS-TARGET-FAMILIES
                       OPEN OUTPUT FAMILY-FILE
                       MOVE WS-FAM-STATUS TO WS-PUT-STATUS
                   ELSE
                       OPEN OUTPUT LIVE-FILE
                       MOVE WS-LIVE-STATUS TO WS-PUT-STATUS
                   END-IF
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3200-PUT-RECORD - the generation record just read onto the
      *> master. A write that fails is shown and left out of the count,
      *> so the catalog check catches it.
      *>---------------------------------------------------------------
       3200-PUT-RECORD.
           IF WS-TARGET-STUDENTS
               MOVE GEN-REC TO INREC
               WRITE INREC
               MOVE WS-FILE-STATUS TO WS-PUT-STATUS
           ELSE
               IF WS-TARGET-GUARDIANS
                   MOVE GEN-REC TO GREC
                   WRITE GREC
                   MOVE WS-GUARD-STATUS TO WS-PUT-STATUS
               ELSE
                   IF WS-TARGET-FAMILIES
                       MOVE GEN-REC TO FAMREC
                       WRITE FAMREC
                       MOVE WS-FAM-STATUS TO WS-PUT-STATUS
                   ELSE
                       MOVE GEN-REC TO LIVE-REC
                       WRITE LIVE-REC
                       MOVE WS-LIVE-STATUS TO WS-PUT-STATUS
                   END-IF
               END-IF
           END-IF
           IF WS-PUT-STATUS-OK
               ADD 1 TO WS-RECORD-COUNT
               PERFORM 2100-ADD-CONTROL THRU 2100-EXIT
           ELSE
               DISPLAY WS-LIVE-NAME ' WRITE FAILED - FILE STATUS '
                   WS-PUT-STATUS ' - ' GEN-REC(1:20)
           END-IF.
       3200-EXIT.
           EXIT.

       3300-CLOSE-TARGET.
           IF WS-TARGET-STUDENTS
               CLOSE STUDENT-FILE
           ELSE
               IF WS-TARGET-GUARDIANS
                   CLOSE GUARDIAN-FILE
               ELSE
                   IF WS-TARGET-FAMILIES
                       CLOSE FAMILY-FILE
                   ELSE
                       CLOSE LIVE-FILE
                   END-IF
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 4000-REPLAY-JOURNAL - student_journal_replay over the live
      *> journal, with no stop point and the generation's date and
      *> time as its start point: only changes made after the backup
      *> are re-applied. Its own report (students_replay_report.txt)
      *> lists any entry that would not apply.
      *>---------------------------------------------------------------
       4000-REPLAY-JOURNAL.
           MOVE SPACES TO WS-COMMAND
           STRING './student_journal_replay 99999999 99999999 '
                   DELIMITED BY SIZE
               WS-GEN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-GEN-TIME DELIMITED BY SIZE
               INTO WS-COMMAND
           DISPLAY 'RUNNING: ' WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE ZERO TO RETURN-CODE
           IF WS-STEP-RC NOT = ZERO
               DISPLAY 'JOURNAL REPLAY FAILED - RETURN-CODE '
                   WS-STEP-RC
               MOVE 'Y' TO WS-FAILED-SW
           ELSE
               DISPLAY 'JOURNAL REPLAYED - SEE '
                   'students_replay_report.txt'
           END-IF.
       4000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 5000-RESET-CONTROL - the restored control record holds the
      *> generation's count, which the replay has since moved on from;
      *> it is set to the count on the rolled-forward master. A master
      *> that will not open leaves the control record as restored and
      *> fails the run, rather than setting the count to zero for the
      *> next night's student_verify to trip over.
      *>---------------------------------------------------------------
       5000-RESET-CONTROL.
           OPEN INPUT STUDENT-FILE
           IF NOT WS-FILE-STATUS-OK
               DISPLAY 'STUDENT MASTER WILL NOT OPEN - FILE STATUS '
                   WS-FILE-STATUS
               DISPLAY 'STUDENT CONTROL NOT RESET'
               MOVE 'Y' TO WS-FAILED-SW
           ELSE
               PERFORM UNTIL WS-EOF-YES
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-MASTER-COUNT
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
               MOVE 'N' TO WS-EOF
               ACCEPT WS-CONTROL-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CONTROL-TIME FROM TIME
               OPEN OUTPUT CONTROL-FILE
               IF NOT WS-CTL-STATUS-OK
                   DISPLAY 'students_control.dat WILL NOT OPEN - '
                       'FILE STATUS ' WS-CTL-STATUS
                   DISPLAY 'STUDENT CONTROL NOT RESET'
                   MOVE 'Y' TO WS-FAILED-SW
               ELSE
                   MOVE SPACES TO CONTROL-REC
                   MOVE WS-MASTER-COUNT
                       TO CTL-RECORD-COUNT OF CONTROL-REC
                   MOVE WS-CONTROL-DATE
                       TO CTL-UPDATE-DATE OF CONTROL-REC
                   MOVE WS-CONTROL-TIME
                       TO CTL-UPDATE-TIME OF CONTROL-REC
                   MOVE 'data_restore' TO CTL-UPDATED-BY OF CONTROL-REC
                   WRITE CONTROL-REC
                   CLOSE CONTROL-FILE
                   MOVE WS-MASTER-COUNT TO WS-MASTER-COUNT-ED
                   DISPLAY 'STUDENT CONTROL SET TO ' WS-MASTER-COUNT-ED
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.
