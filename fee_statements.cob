      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fee_statements.
       AUTHOR. ALI ALMOHAMMED SALEH.
      *>---------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   2026-10-15  AAS  Initial version - the guardian fee
      *>                    statement run. The fee ledger (the shared
      *>                    FEES layout) is sorted by student and date,
      *>                    and one statement prints for every student
      *>                    still owing: addressed to the
      *>                    G-EMERGENCY-FLAG 'Y' contact off
      *>                    guardians_data.dat (the lowest
      *>                    G-CONTACT-SEQ when no contact is flagged,
      *>                    the same pick absence_letters makes),
      *>                    listing every 'A' and 'P' entry, and ageing
      *>                    what is still unpaid into current, 30, 60
      *>                    and 90+ day buckets off FEE-DATE - payments
      *>                    are taken against the oldest charges first.
      *>                    A student with no guardian on file goes onto
      *>                    the exceptions list instead. Given LATE, the
      *>                    number of days and an amount (NNN NNNNNNN,
      *>                    two implied decimals) on the command line,
      *>                    the run also appends a 'LATE CHARGE' 'A'
      *>                    entry for every student with money unpaid
      *>                    longer than that - no more than one in that
      *>                    many days - and counts them into the fee
      *>                    control totals (the shared FEECNTL layout)
      *>                    the way fee_assess and fee_post do.
      *>   2026-10-15  AAS  Contacts are looked up under the FAM-ID
      *>                    for a child linked into a family on
      *>                    families_data.dat, the student number
      *>                    otherwise.
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEE-FILE ASSIGN TO
               'fees_data.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWK06'.
           SELECT SORTED-FEES-FILE ASSIGN TO
               'fees_statement_work.dat'
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
           SELECT STATEMENTS-FILE ASSIGN TO
               'fee_statements.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO
               'fee_statements_register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTIONS-FILE ASSIGN TO
               'fee_statements_exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FEE-CONTROL-FILE ASSIGN TO
               'fees_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD   FEE-FILE.
           COPY fees.

       SD   SORT-WORK-FILE.
       01   SORT-REC.
            05   SW-STUDENT-NUMBER      PIC X(10).
            05   SW-DATE                PIC 9(08).
            05   SW-TYPE                PIC X(01).
            05   SW-AMOUNT              PIC 9(05)V99.
            05   SW-DESC                PIC X(20).
            05   SW-CLASSROOM           PIC X(3).
            05   SW-STUDENT-NAME        PIC X(30).

       FD   SORTED-FEES-FILE.
       01   SORTED-REC.
            05   SR-STUDENT-NUMBER      PIC X(10).
            05   SR-DATE                PIC 9(08).
            05   SR-TYPE                PIC X(01).
            05   SR-AMOUNT              PIC 9(05)V99.
            05   SR-DESC                PIC X(20).
            05   SR-CLASSROOM           PIC X(3).
            05   SR-STUDENT-NAME        PIC X(30).

       FD   GUARDIAN-FILE.
           COPY guardians.

       FD   FAMILY-FILE.
           COPY family.

       FD   STATEMENTS-FILE.
       01   STATEMENT-LINE               PIC X(80).

       FD   REGISTER-FILE.
       01   REGISTER-LINE                PIC X(100).

       FD   EXCEPTIONS-FILE.
       01   EXCEPTION-LINE               PIC X(100).

       FD   FEE-CONTROL-FILE.
           COPY feecntl.

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
       01   WS-PARM-1                    PIC X(20) VALUE SPACES.
       01   WS-PARM-2                    PIC X(20) VALUE SPACES.
       01   WS-PARM-3                    PIC X(20) VALUE SPACES.
       01   WS-PARM-OK-SW                PIC X VALUE 'Y'.
           88 WS-PARM-OK                 VALUE 'Y'.
       01   WS-LATE-MODE-SW              PIC X VALUE 'N'.
           88 WS-LATE-MODE               VALUE 'Y'.
       01   WS-LATE-AGE                  PIC 9(03) VALUE ZERO.
       01   WS-LATE-AMOUNT               PIC 9(05)V99 VALUE ZERO.
       01   WS-LATE-DESC                 PIC X(20) VALUE 'LATE CHARGE'.
       01   WS-AMOUNT-WORK-X             PIC X(07) VALUE SPACES.
       01   WS-AMOUNT-WORK REDEFINES WS-AMOUNT-WORK-X
                                         PIC 9(05)V99.
       01   WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
       01   WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
       01   WS-RUN-DAY-NUMBER            PIC 9(07) COMP VALUE ZERO.
      *> Day-number work: the days since a fixed epoch for the date
      *> in WS-DATE-YYYY / MM / DD, so two dates can be subtracted.
       01   WS-DATE-YYYY                 PIC 9(04) VALUE ZERO.
       01   WS-DATE-MM                   PIC 9(02) VALUE ZERO.
       01   WS-DATE-DD                   PIC 9(02) VALUE ZERO.
       01   WS-DAY-NUMBER                PIC 9(07) COMP VALUE ZERO.
       01   WS-DN-YEAR                   PIC 9(04) COMP VALUE ZERO.
       01   WS-DN-ERA                    PIC 9(04) COMP VALUE ZERO.
       01   WS-DN-YOE                    PIC 9(04) COMP VALUE ZERO.
       01   WS-DN-MP                     PIC 9(02) COMP VALUE ZERO.
       01   WS-DN-DOY                    PIC 9(04) COMP VALUE ZERO.
       01   WS-DN-WORK                   PIC 9(07) COMP VALUE ZERO.
       01   WS-DN-REM                    PIC 9(07) COMP VALUE ZERO.
      *> The current student's ledger entries in date order, held
      *> until the student's last entry is in and the balance known.
       01   WS-PREV-STUDENT              PIC X(10) VALUE SPACES.
       01   WS-PREV-NAME                 PIC X(30) VALUE SPACES.
       01   WS-PREV-CLASSROOM            PIC X(3) VALUE SPACES.
       01   WS-FIRST-STUDENT-SW          PIC X VALUE 'Y'.
           88 WS-FIRST-STUDENT           VALUE 'Y'.
       01   WS-ENT-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01   WS-ENT-MAX                   PIC 9(04) COMP VALUE 999.
       01   WS-ENT-OVERFLOW-SW           PIC X VALUE 'N'.
           88 WS-ENT-OVERFLOW            VALUE 'Y'.
       01   WS-ENT-TABLE.
           05 WS-ENT-ENTRY OCCURS 999 TIMES.
               10 WS-ENT-DATE            PIC 9(08).
               10 WS-ENT-TYPE            PIC X(01).
               10 WS-ENT-AMOUNT          PIC 9(05)V99.
               10 WS-ENT-DESC            PIC X(20).
       01   WS-ENT-IX                    PIC 9(04) COMP VALUE ZERO.
       01   WS-STU-ASSESSED              PIC 9(07)V99 VALUE ZERO.
       01   WS-STU-PAID                  PIC 9(07)V99 VALUE ZERO.
       01   WS-STU-BALANCE               PIC S9(07)V99 VALUE ZERO.
       01   WS-PAID-LEFT                 PIC 9(07)V99 VALUE ZERO.
       01   WS-UNPAID-PART               PIC 9(07)V99 VALUE ZERO.
       01   WS-AGE-DAYS                  PIC S9(07) COMP VALUE ZERO.
       01   WS-LAST-LATE-AGE             PIC S9(07) COMP VALUE ZERO.
       01   WS-LATE-FOUND-SW             PIC X VALUE 'N'.
           88 WS-LATE-FOUND              VALUE 'Y'.
       01   WS-OVERDUE                   PIC 9(07)V99 VALUE ZERO.
       01   WS-AGE-BUCKETS.
           05 WS-AGE-CURRENT             PIC 9(07)V99 VALUE ZERO.
           05 WS-AGE-30                  PIC 9(07)V99 VALUE ZERO.
           05 WS-AGE-60                  PIC 9(07)V99 VALUE ZERO.
           05 WS-AGE-90                  PIC 9(07)V99 VALUE ZERO.
       01   WS-PICK-NAME                 PIC X(30) VALUE SPACES.
       01   WS-PICK-RELATION             PIC X(10) VALUE SPACES.
       01   WS-PICK-PHONE                PIC X(15) VALUE SPACES.
       01   WS-PICK-FOUND-SW             PIC X VALUE 'N'.
           88 WS-PICK-FOUND              VALUE 'Y'.
       01   WS-PICK-EMERG-SW             PIC X VALUE 'N'.
           88 WS-PICK-EMERG              VALUE 'Y'.
       01   WS-TYPE-TEXT                 PIC X(08) VALUE SPACES.
       01   WS-AMOUNT-ED                 PIC ZZZZ9.99.
       01   WS-MONEY-ED                  PIC ZZZZZZ9.99.
       01   WS-CUR-ED                    PIC ZZZZZZ9.99.
       01   WS-30-ED                     PIC ZZZZZZ9.99.
       01   WS-60-ED                     PIC ZZZZZZ9.99.
       01   WS-90-ED                     PIC ZZZZZZ9.99.
       01   WS-CONTROL-COUNT             PIC S9(05) COMP VALUE ZERO.
       01   WS-ASSESSED-TOTAL            PIC 9(07)V99 VALUE ZERO.
       01   WS-PAID-TOTAL                PIC 9(07)V99 VALUE ZERO.
       01   WS-STATEMENT-COUNT           PIC 9(05) COMP VALUE ZERO.
       01   WS-STATEMENT-COUNT-ED        PIC ZZZZ9.
       01   WS-EXCEPT-COUNT              PIC 9(05) COMP VALUE ZERO.
       01   WS-EXCEPT-COUNT-ED           PIC ZZZZ9.
       01   WS-LATE-COUNT                PIC 9(05) COMP VALUE ZERO.
       01   WS-LATE-COUNT-ED             PIC ZZZZ9.
       01   WS-RUN-LATE-TOTAL            PIC 9(07)V99 VALUE ZERO.
       01   WS-RUN-LATE-TOTAL-ED         PIC ZZZZZZ9.99.
       01   WS-GRAND-OWED                PIC 9(07)V99 VALUE ZERO.
       01   WS-GRAND-OWED-ED             PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 0100-PARSE-PARM THRU 0100-EXIT.
           IF NOT WS-PARM-OK
               DISPLAY 'STATEMENTS ONLY: NO PARAMETERS. TO POST LATE '
                   'CHARGES AS WELL: LATE NNN NNNNNNN'
               DISPLAY '  (DAYS UNPAID BEFORE A CHARGE, AND THE CHARGE '
                   'WITH TWO IMPLIED DECIMALS)'
           ELSE
               MOVE WS-RUN-DATE(1:4) TO WS-DATE-YYYY
               MOVE WS-RUN-DATE(5:2) TO WS-DATE-MM
               MOVE WS-RUN-DATE(7:2) TO WS-DATE-DD
               PERFORM 2550-DAY-NUMBER THRU 2550-EXIT
               MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
               IF WS-LATE-MODE
                   PERFORM 1360-LOAD-CONTROL THRU 1360-EXIT
               END-IF
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-STUDENT-NUMBER SW-DATE SW-TYPE
                   INPUT PROCEDURE 1400-RELEASE-ENTRIES THRU 1400-EXIT
                   GIVING SORTED-FEES-FILE
               OPEN INPUT GUARDIAN-FILE
               OPEN INPUT FAMILY-FILE
               OPEN OUTPUT STATEMENTS-FILE
               OPEN OUTPUT REGISTER-FILE
               OPEN OUTPUT EXCEPTIONS-FILE
               IF WS-LATE-MODE
                   OPEN EXTEND FEE-FILE
               END-IF
               PERFORM 2000-READ-LEDGER THRU 2000-EXIT
               IF WS-LATE-MODE
                   CLOSE FEE-FILE
               END-IF
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
               CLOSE GUARDIAN-FILE
               CLOSE FAMILY-FILE
               CLOSE STATEMENTS-FILE
               CLOSE REGISTER-FILE
               CLOSE EXCEPTIONS-FILE
               IF WS-LATE-MODE
                   PERFORM 7600-WRITE-CONTROL THRU 7600-EXIT
               END-IF
           END-IF.
           STOP RUN.

      *>---------------------------------------------------------------
      *> 0100-PARSE-PARM - no parameters prints the statements alone;
      *> LATE, a three-digit age in days (more than zero) and a
      *> seven-digit amount turns on late-charge posting.
      *>---------------------------------------------------------------
       0100-PARSE-PARM.
           UNSTRING WS-RUN-PARM DELIMITED BY SPACE
               INTO WS-PARM-1 WS-PARM-2 WS-PARM-3
           END-UNSTRING
           IF WS-PARM-1 NOT = SPACES
               MOVE 'N' TO WS-PARM-OK-SW
               IF (WS-PARM-1 = 'LATE' OR WS-PARM-1 = 'late')
                  AND WS-PARM-2(1:3) IS NUMERIC
                  AND WS-PARM-2(4:1) = SPACE
                  AND WS-PARM-3(1:7) IS NUMERIC
                  AND WS-PARM-3(8:1) = SPACE
                   MOVE WS-PARM-2(1:3) TO WS-LATE-AGE
                   MOVE WS-PARM-3(1:7) TO WS-AMOUNT-WORK-X
                   MOVE WS-AMOUNT-WORK TO WS-LATE-AMOUNT
                   IF WS-LATE-AGE NOT = ZERO
                      AND WS-LATE-AMOUNT NOT = ZERO
                       MOVE 'Y' TO WS-PARM-OK-SW
                       MOVE 'Y' TO WS-LATE-MODE-SW
                   END-IF
               END-IF
           END-IF.
       0100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1360-LOAD-CONTROL - picks up the fee control totals so the
      *> late charges can be counted into them. OPTIONAL, as in
      *> fee_assess.
      *>---------------------------------------------------------------
       1360-LOAD-CONTROL.
           OPEN INPUT FEE-CONTROL-FILE
           READ FEE-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FCTL-RECORD-COUNT TO WS-CONTROL-COUNT
                   MOVE FCTL-ASSESSED-TOTAL TO WS-ASSESSED-TOTAL
                   MOVE FCTL-PAID-TOTAL TO WS-PAID-TOTAL
           END-READ
           CLOSE FEE-CONTROL-FILE.
       1360-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 1400-RELEASE-ENTRIES - reads the fee ledger and hands the
      *> sort every entry.
      *>---------------------------------------------------------------
       1400-RELEASE-ENTRIES.
           OPEN INPUT FEE-FILE.
           PERFORM UNTIL WS-EOF-YES
               READ FEE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE FEE-STUDENT-NUMBER TO SW-STUDENT-NUMBER
                       MOVE FEE-DATE TO SW-DATE
                       MOVE FEE-TYPE TO SW-TYPE
                       MOVE FEE-AMOUNT TO SW-AMOUNT
                       MOVE FEE-DESC TO SW-DESC
                       MOVE FEE-CLASSROOM TO SW-CLASSROOM
                       MOVE FEE-STUDENT-NAME TO SW-STUDENT-NAME
                       RELEASE SORT-REC
               END-READ
           END-PERFORM
           CLOSE FEE-FILE
           MOVE 'N' TO WS-EOF.
       1400-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2000-READ-LEDGER - the sort has each student's entries
      *> together in date order; they are held in the entry table
      *> until the student changes, then the student is closed out.
      *>---------------------------------------------------------------
       2000-READ-LEDGER.
           OPEN INPUT SORTED-FEES-FILE
           PERFORM UNTIL WS-EOF-YES
               READ SORTED-FEES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-FIRST-STUDENT
                           MOVE 'N' TO WS-FIRST-STUDENT-SW
                       ELSE
                           IF SR-STUDENT-NUMBER NOT = WS-PREV-STUDENT
                               PERFORM 3000-CLOSE-STUDENT
                                   THRU 3000-EXIT
                           END-IF
                       END-IF
                       PERFORM 2100-HOLD-ENTRY THRU 2100-EXIT
               END-READ
           END-PERFORM
           IF NOT WS-FIRST-STUDENT
               PERFORM 3000-CLOSE-STUDENT THRU 3000-EXIT
           END-IF
           CLOSE SORTED-FEES-FILE
           MOVE 'N' TO WS-EOF.
       2000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2100-HOLD-ENTRY - one entry into the student's totals and the
      *> entry table. The name and room carried are the latest entry's,
      *> so a student who changed rooms is addressed by the current
      *> one. An entry past the table's end still counts in the
      *> totals; the statement says some lines were left off.
      *>---------------------------------------------------------------
       2100-HOLD-ENTRY.
           MOVE SR-STUDENT-NUMBER TO WS-PREV-STUDENT
           MOVE SR-STUDENT-NAME TO WS-PREV-NAME
           MOVE SR-CLASSROOM TO WS-PREV-CLASSROOM
           IF SR-TYPE = 'P'
               ADD SR-AMOUNT TO WS-STU-PAID
           ELSE
               ADD SR-AMOUNT TO WS-STU-ASSESSED
           END-IF
           IF WS-ENT-COUNT < WS-ENT-MAX
               ADD 1 TO WS-ENT-COUNT
               MOVE SR-DATE TO WS-ENT-DATE(WS-ENT-COUNT)
               MOVE SR-TYPE TO WS-ENT-TYPE(WS-ENT-COUNT)
               MOVE SR-AMOUNT TO WS-ENT-AMOUNT(WS-ENT-COUNT)
               MOVE SR-DESC TO WS-ENT-DESC(WS-ENT-COUNT)
           ELSE
               MOVE 'Y' TO WS-ENT-OVERFLOW-SW
           END-IF.
       2100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2550-DAY-NUMBER - the date in WS-DATE-YYYY / MM / DD as a
      *> count of days since a fixed epoch, so the age of an entry is a
      *> subtraction. The year is taken to start in March, so the leap
      *> day falls at the end of it: whole 400-year eras of 146097
      *> days, then the years of the era at 365 plus a day every
      *> fourth year less one every hundredth, then the day of the
      *> March-based year from the 153-days-per-five-months rule.
      *>---------------------------------------------------------------
       2550-DAY-NUMBER.
           IF WS-DATE-MM > 2
               MOVE WS-DATE-YYYY TO WS-DN-YEAR
               COMPUTE WS-DN-MP = WS-DATE-MM - 3
           ELSE
               COMPUTE WS-DN-YEAR = WS-DATE-YYYY - 1
               COMPUTE WS-DN-MP = WS-DATE-MM + 9
           END-IF
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-ERA
           COMPUTE WS-DN-YOE = WS-DN-YEAR - (WS-DN-ERA * 400)
           COMPUTE WS-DN-WORK = (153 * WS-DN-MP) + 2
           DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-DOY
           COMPUTE WS-DN-DOY = WS-DN-DOY + WS-DATE-DD - 1
           COMPUTE WS-DAY-NUMBER = (WS-DN-ERA * 146097)
               + (WS-DN-YOE * 365) + WS-DN-DOY
           DIVIDE WS-DN-YOE BY 4 GIVING WS-DN-WORK
           ADD WS-DN-WORK TO WS-DAY-NUMBER
           DIVIDE WS-DN-YOE BY 100 GIVING WS-DN-WORK
           SUBTRACT WS-DN-WORK FROM WS-DAY-NUMBER.
       2550-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2560-ENTRY-AGE - the age in days, on the run date, of the
      *> held entry WS-ENT-IX points at. A date that isn't eight
      *> digits ages as today's, and a date after the run date as
      *> zero, so neither can push money into an older bucket.
      *>---------------------------------------------------------------
       2560-ENTRY-AGE.
           MOVE ZERO TO WS-AGE-DAYS
           IF WS-ENT-DATE(WS-ENT-IX) IS NUMERIC
              AND WS-ENT-DATE(WS-ENT-IX) < WS-RUN-DATE
               MOVE WS-ENT-DATE(WS-ENT-IX)(1:4) TO WS-DATE-YYYY
               MOVE WS-ENT-DATE(WS-ENT-IX)(5:2) TO WS-DATE-MM
               MOVE WS-ENT-DATE(WS-ENT-IX)(7:2) TO WS-DATE-DD
               IF WS-DATE-MM NOT < 1 AND WS-DATE-MM NOT > 12
                   PERFORM 2550-DAY-NUMBER THRU 2550-EXIT
                   COMPUTE WS-AGE-DAYS =
                       WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
               END-IF
           END-IF.
       2560-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3000-CLOSE-STUDENT - the student whose entries are all in: a
      *> balance owing is aged, charged late if the mode is on and the
      *> money is old enough, and gets a statement (or an exception
      *> line when no guardian is on file). A settled or credit
      *> account gets nothing. The holding area is cleared for the
      *> next student either way.
      *>---------------------------------------------------------------
       3000-CLOSE-STUDENT.
           COMPUTE WS-STU-BALANCE = WS-STU-ASSESSED - WS-STU-PAID
           IF WS-STU-BALANCE > ZERO
               PERFORM 3100-AGE-BALANCE THRU 3100-EXIT
               IF WS-LATE-MODE
                   PERFORM 3200-LATE-CHARGE THRU 3200-EXIT
               END-IF
               ADD WS-STU-BALANCE TO WS-GRAND-OWED
               PERFORM 3300-PICK-CONTACT THRU 3300-EXIT
               IF WS-PICK-FOUND
                   PERFORM 4000-WRITE-STATEMENT THRU 4000-EXIT
               ELSE
                   PERFORM 4500-WRITE-EXCEPTION THRU 4500-EXIT
               END-IF
           END-IF
           MOVE ZERO TO WS-ENT-COUNT
           MOVE 'N' TO WS-ENT-OVERFLOW-SW
           MOVE ZERO TO WS-STU-ASSESSED
           MOVE ZERO TO WS-STU-PAID.
       3000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3100-AGE-BALANCE - payments are taken against the oldest
      *> charges first; whatever is left unpaid of each charge goes
      *> into the bucket for its age - under 30 days current, then 30,
      *> 60, and 90 days and over. The money unpaid for longer than
      *> the late-charge age is totalled on the way through, and the
      *> age of the student's latest late charge noted.
      *>---------------------------------------------------------------
       3100-AGE-BALANCE.
           MOVE ZERO TO WS-AGE-BUCKETS
           MOVE ZERO TO WS-OVERDUE
           MOVE 'N' TO WS-LATE-FOUND-SW
           MOVE WS-STU-PAID TO WS-PAID-LEFT
           PERFORM 3110-AGE-ENTRY
               VARYING WS-ENT-IX FROM 1 BY 1
               UNTIL WS-ENT-IX > WS-ENT-COUNT.
       3100-EXIT.
           EXIT.

       3110-AGE-ENTRY.
           IF WS-ENT-TYPE(WS-ENT-IX) NOT = 'P'
               PERFORM 2560-ENTRY-AGE THRU 2560-EXIT
               IF WS-ENT-DESC(WS-ENT-IX) = WS-LATE-DESC
                   MOVE 'Y' TO WS-LATE-FOUND-SW
                   MOVE WS-AGE-DAYS TO WS-LAST-LATE-AGE
               END-IF
               IF WS-PAID-LEFT NOT < WS-ENT-AMOUNT(WS-ENT-IX)
                   SUBTRACT WS-ENT-AMOUNT(WS-ENT-IX) FROM WS-PAID-LEFT
               ELSE
                   COMPUTE WS-UNPAID-PART =
                       WS-ENT-AMOUNT(WS-ENT-IX) - WS-PAID-LEFT
                   MOVE ZERO TO WS-PAID-LEFT
                   IF WS-AGE-DAYS < 30
                       ADD WS-UNPAID-PART TO WS-AGE-CURRENT
                   ELSE
                       IF WS-AGE-DAYS < 60
                           ADD WS-UNPAID-PART TO WS-AGE-30
                       ELSE
                           IF WS-AGE-DAYS < 90
                               ADD WS-UNPAID-PART TO WS-AGE-60
                           ELSE
                               ADD WS-UNPAID-PART TO WS-AGE-90
                           END-IF
                       END-IF
                   END-IF
                   IF WS-AGE-DAYS > WS-LATE-AGE
                       ADD WS-UNPAID-PART TO WS-OVERDUE
                   END-IF
               END-IF
           END-IF.
       3110-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3200-LATE-CHARGE - money unpaid past the late-charge age earns
      *> one 'A' entry of the late-charge amount, dated today, onto the
      *> ledger and into the control totals - unless a late charge was
      *> already posted within that many days, so a rerun or a run a
      *> week later doesn't charge twice for the same lateness. The
      *> charge joins the statement as a current entry.
      *>---------------------------------------------------------------
       3200-LATE-CHARGE.
           IF WS-OVERDUE > ZERO
               IF WS-LATE-FOUND
                  AND WS-LAST-LATE-AGE NOT > WS-LATE-AGE
                   MOVE SPACES TO REGISTER-LINE
                   STRING 'LATE CHARGE NOT REPEATED ' DELIMITED BY SIZE
                       WS-PREV-STUDENT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-PREV-NAME DELIMITED BY SIZE
                       ' - ALREADY CHARGED THIS PERIOD'
                           DELIMITED BY SIZE
                       INTO REGISTER-LINE
                   WRITE REGISTER-LINE
               ELSE
                   MOVE SPACES TO FEE-REC
                   MOVE WS-PREV-STUDENT TO FEE-STUDENT-NUMBER
                   MOVE 'A' TO FEE-TYPE
                   MOVE WS-RUN-DATE TO FEE-DATE
                   MOVE WS-LATE-AMOUNT TO FEE-AMOUNT
                   MOVE WS-LATE-DESC TO FEE-DESC
                   MOVE WS-PREV-CLASSROOM TO FEE-CLASSROOM
                   MOVE WS-PREV-NAME TO FEE-STUDENT-NAME
                   WRITE FEE-REC
                   ADD 1 TO WS-CONTROL-COUNT
                   ADD WS-LATE-AMOUNT TO WS-ASSESSED-TOTAL
                   ADD WS-LATE-AMOUNT TO WS-RUN-LATE-TOTAL
                   ADD 1 TO WS-LATE-COUNT
                   ADD WS-LATE-AMOUNT TO WS-STU-ASSESSED
                   ADD WS-LATE-AMOUNT TO WS-STU-BALANCE
                   ADD WS-LATE-AMOUNT TO WS-AGE-CURRENT
                   IF WS-ENT-COUNT < WS-ENT-MAX
                       ADD 1 TO WS-ENT-COUNT
                       MOVE WS-RUN-DATE TO WS-ENT-DATE(WS-ENT-COUNT)
                       MOVE 'A' TO WS-ENT-TYPE(WS-ENT-COUNT)
                       MOVE WS-LATE-AMOUNT
                           TO WS-ENT-AMOUNT(WS-ENT-COUNT)
                       MOVE WS-LATE-DESC TO WS-ENT-DESC(WS-ENT-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-ENT-OVERFLOW-SW
                   END-IF
                   MOVE WS-LATE-AMOUNT TO WS-AMOUNT-ED
                   MOVE SPACES TO REGISTER-LINE
                   STRING 'LATE CHARGE POSTED ' DELIMITED BY SIZE
                       WS-PREV-STUDENT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-PREV-NAME DELIMITED BY SIZE
                       ' ROOM ' DELIMITED BY SIZE
                       WS-PREV-CLASSROOM DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AMOUNT-ED DELIMITED BY SIZE
                       INTO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3290-FIND-CONTACT-KEY - the key the student's contacts are
      *> filed under: the FAM-ID when the student in FAM-STUDENT-NUMBER
      *> is linked into a family (the shared FAMILY layout), whose
      *> contacts are held once for all its children; otherwise the
      *> student's own number.
      *>---------------------------------------------------------------
       3290-FIND-CONTACT-KEY.
           MOVE FAM-STUDENT-NUMBER TO WS-CONTACT-KEY
           READ FAMILY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FAM-STATUS-OK
               MOVE FAM-ID TO WS-CONTACT-KEY
           END-IF.
       3290-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3300-PICK-CONTACT - the student's contacts off the guardians
      *> file under the contact key, walked from sequence 00 the way
      *> absence_letters walks them: the first G-EMERGENCY-FLAG 'Y'
      *> contact wins; with no 'Y' on file the lowest G-CONTACT-SEQ
      *> stands.
      *>---------------------------------------------------------------
       3300-PICK-CONTACT.
           MOVE 'N' TO WS-PICK-FOUND-SW
           MOVE 'N' TO WS-PICK-EMERG-SW
           MOVE WS-PREV-STUDENT TO FAM-STUDENT-NUMBER
           PERFORM 3290-FIND-CONTACT-KEY THRU 3290-EXIT
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
                                   MOVE G-NAME TO WS-PICK-NAME
                                   MOVE G-RELATIONSHIP
                                       TO WS-PICK-RELATION
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
       3300-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 4000-WRITE-STATEMENT - one statement to the contact picked:
      *> the address block, every entry held, the totals and the aged
      *> balance; then the register line recording it went out.
      *>---------------------------------------------------------------
       4000-WRITE-STATEMENT.
           MOVE SPACES TO STATEMENT-LINE
           MOVE ALL '=' TO STATEMENT-LINE(1:70)
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'FEE STATEMENT AS OF ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'TO: ' DELIMITED BY SIZE
               WS-PICK-NAME DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               WS-PICK-RELATION DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'PHONE: ' DELIMITED BY SIZE
               WS-PICK-PHONE DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'RE: ' DELIMITED BY SIZE
               WS-PREV-STUDENT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PREV-NAME DELIMITED BY SIZE
               '  ROOM ' DELIMITED BY SIZE
               WS-PREV-CLASSROOM DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           MOVE ALL '-' TO STATEMENT-LINE(1:70)
           WRITE STATEMENT-LINE
           MOVE 'DATE      ENTRY     DESCRIPTION             AMOUNT'
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM 4100-ENTRY-LINE
               VARYING WS-ENT-IX FROM 1 BY 1
               UNTIL WS-ENT-IX > WS-ENT-COUNT
           IF WS-ENT-OVERFLOW
               MOVE '  (EARLIER ENTRIES NOT LISTED - SEE THE BURSAR)'
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           MOVE ALL '-' TO STATEMENT-LINE(1:70)
           WRITE STATEMENT-LINE
           MOVE WS-STU-ASSESSED TO WS-MONEY-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING 'TOTAL CHARGED : ' DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-STU-PAID TO WS-MONEY-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING 'TOTAL PAID    : ' DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-STU-BALANCE TO WS-MONEY-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING 'BALANCE DUE   : ' DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-AGE-CURRENT TO WS-CUR-ED
           MOVE WS-AGE-30 TO WS-30-ED
           MOVE WS-AGE-60 TO WS-60-ED
           MOVE WS-AGE-90 TO WS-90-ED
           MOVE '   CURRENT     30 DAYS     60 DAYS    90+ DAYS'
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING WS-CUR-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-30-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-60-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-90-ED DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           MOVE ALL '=' TO STATEMENT-LINE(1:70)
           WRITE STATEMENT-LINE
           ADD 1 TO WS-STATEMENT-COUNT
           MOVE WS-STU-BALANCE TO WS-MONEY-ED
           MOVE SPACES TO REGISTER-LINE
           STRING 'STATEMENT ' DELIMITED BY SIZE
               WS-PREV-STUDENT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PREV-NAME DELIMITED BY SIZE
               ' ROOM ' DELIMITED BY SIZE
               WS-PREV-CLASSROOM DELIMITED BY SIZE
               ' DUE=' DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-PICK-NAME DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE.
       4000-EXIT.
           EXIT.

       4100-ENTRY-LINE.
           IF WS-ENT-TYPE(WS-ENT-IX) = 'P'
               MOVE 'PAYMENT' TO WS-TYPE-TEXT
           ELSE
               MOVE 'CHARGE' TO WS-TYPE-TEXT
           END-IF
           MOVE WS-ENT-AMOUNT(WS-ENT-IX) TO WS-AMOUNT-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING WS-ENT-DATE(WS-ENT-IX) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-TYPE-TEXT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-ENT-DESC(WS-ENT-IX) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.
       4100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 4500-WRITE-EXCEPTION - a student owing money with no guardian
      *> on file: no statement can go out until the office gets a
      *> contact card in.
      *>---------------------------------------------------------------
       4500-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT
           MOVE WS-STU-BALANCE TO WS-MONEY-ED
           MOVE SPACES TO EXCEPTION-LINE
           STRING WS-PREV-STUDENT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PREV-NAME DELIMITED BY SIZE
               ' ROOM ' DELIMITED BY SIZE
               WS-PREV-CLASSROOM DELIMITED BY SIZE
               ' DUE=' DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               ' - NO GUARDIAN ON FILE' DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.
       4500-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 7600-WRITE-CONTROL - rewrites the fee control-total record
      *> with the late charges counted in, stamped with when and by
      *> whom, so fee_balance_report still reconciles.
      *>---------------------------------------------------------------
       7600-WRITE-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF WS-CONTROL-COUNT < ZERO
               MOVE ZERO TO WS-CONTROL-COUNT
           END-IF
           OPEN OUTPUT FEE-CONTROL-FILE
           MOVE SPACES TO FEE-CONTROL-REC
           MOVE WS-CONTROL-COUNT TO FCTL-RECORD-COUNT
           MOVE WS-ASSESSED-TOTAL TO FCTL-ASSESSED-TOTAL
           MOVE WS-PAID-TOTAL TO FCTL-PAID-TOTAL
           MOVE WS-RUN-DATE TO FCTL-UPDATE-DATE
           MOVE WS-RUN-TIME TO FCTL-UPDATE-TIME
           MOVE 'fee_statements' TO FCTL-UPDATED-BY
           WRITE FEE-CONTROL-REC
           CLOSE FEE-CONTROL-FILE.
       7600-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 8000-WRITE-TOTALS - run totals onto the register trailer and
      *> the operator's console.
      *>---------------------------------------------------------------
       8000-WRITE-TOTALS.
           MOVE WS-STATEMENT-COUNT TO WS-STATEMENT-COUNT-ED
           MOVE WS-EXCEPT-COUNT TO WS-EXCEPT-COUNT-ED
           MOVE WS-LATE-COUNT TO WS-LATE-COUNT-ED
           MOVE WS-RUN-LATE-TOTAL TO WS-RUN-LATE-TOTAL-ED
           MOVE WS-GRAND-OWED TO WS-GRAND-OWED-ED
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING 'STATEMENTS PRODUCED: ' DELIMITED BY SIZE
               WS-STATEMENT-COUNT-ED DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING 'NO GUARDIAN ON FILE: ' DELIMITED BY SIZE
               WS-EXCEPT-COUNT-ED DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING 'TOTAL OUTSTANDING  : ' DELIMITED BY SIZE
               WS-GRAND-OWED-ED DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           DISPLAY 'STATEMENTS PRODUCED: ' WS-STATEMENT-COUNT-ED
           DISPLAY 'NO GUARDIAN ON FILE: ' WS-EXCEPT-COUNT-ED
           DISPLAY 'TOTAL OUTSTANDING  : ' WS-GRAND-OWED-ED
           IF WS-LATE-MODE
               MOVE SPACES TO REGISTER-LINE
               STRING 'LATE CHARGES POSTED: ' DELIMITED BY SIZE
                   WS-LATE-COUNT-ED DELIMITED BY SIZE
                   INTO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE SPACES TO REGISTER-LINE
               STRING 'LATE CHARGES TOTAL : ' DELIMITED BY SIZE
                   WS-RUN-LATE-TOTAL-ED DELIMITED BY SIZE
                   INTO REGISTER-LINE
               WRITE REGISTER-LINE
               DISPLAY 'LATE CHARGES POSTED: ' WS-LATE-COUNT-ED
               DISPLAY 'LATE CHARGES TOTAL : ' WS-RUN-LATE-TOTAL-ED
           END-IF.
       8000-EXIT.
           EXIT.
