      *>                    of the run; with no ledger on hand every
      *>                    balance is zero and the sweep behaves as
      *>                    before.
      *>   2026-10-15  AAS  A purged child still linked into a family on
      *>                    families_data.dat (the shared FAMILY
      *>                    layout) leaves it: the FAMILY-FILE record
      *>                    goes, the family's contacts stay for the
      *>                    brothers and sisters still enrolled, and
      *>                    go with the family's last child.
      *>   2026-10-15  AAS  Journal records are stamped with this
      *>                    program's name (JR-PROGRAM on the shared
      *>                    STUJRNL layout), so the monthly ministry
      *>                    return can tell where a change came from.
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS G-KEY
               FILE STATUS IS WS-GUARD-STATUS.
           SELECT OPTIONAL FAMILY-FILE ASSIGN TO
               'families_data.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS FAM-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FAM-STATUS.
           SELECT OPTIONAL FEE-FILE ASSIGN TO
               'fees_data.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
       FD   GUARDIAN-FILE.
           COPY guardians.

       FD   FAMILY-FILE.
           COPY family.

       FD   FEE-FILE.
           COPY fees.

       01   WS-GUARD-EOF                 PIC X VALUE 'N'.
           88 WS-GUARD-EOF-YES          VALUE 'Y'.
       01   WS-PURGE-KEY                 PIC X(10) VALUE SPACES.
       01   WS-FAM-STATUS                PIC X(02) VALUE ZEROS.
           88 WS-FAM-STATUS-OK           VALUE '00'.
       01   WS-FAM-EOF                   PIC X VALUE 'N'.
           88 WS-FAM-EOF-YES            VALUE 'Y'.
       01   WS-PURGE-FAM-ID              PIC X(10) VALUE SPACES.
       01   WS-FAM-MEMBERS               PIC 9(04) COMP VALUE ZERO.
       01   WS-FAM-MEMBERS-ED            PIC ZZZ9.
       01   WS-CONTACT-COUNT             PIC 9(02) COMP VALUE ZERO.
       01   WS-FEE-EOF                   PIC X VALUE 'N'.
           88 WS-FEE-EOF-YES            VALUE 'Y'.
                   OPEN EXTEND HISTORY-FILE
                   OPEN EXTEND JOURNAL-FILE
                   OPEN I-O GUARDIAN-FILE
                   OPEN I-O FAMILY-FILE
                   PERFORM 2000-SWEEP-MASTER THRU 2000-EXIT
                   CLOSE HISTORY-FILE
                   CLOSE JOURNAL-FILE
                   CLOSE GUARDIAN-FILE
                   CLOSE FAMILY-FILE
                   CLOSE STUDENT-FILE
                   PERFORM 7600-WRITE-CONTROL THRU 7600-EXIT
                   PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
               ADD 1 TO WS-PURGED-COUNT
               WRITE PURGE-LINE
               PERFORM 2300-PURGE-GUARDIANS THRU 2300-EXIT
               PERFORM 2400-LEAVE-FAMILY THRU 2400-EXIT
           ELSE
               MOVE SPACES TO PURGE-LINE
               STRING 'DELETE FAILED: ' DELIMITED BY SIZE

      *>---------------------------------------------------------------
      *> 2300-PURGE-GUARDIANS - removes every guardian contact filed
      *> under WS-PURGE-KEY - the student just moved to history, or the
      *> family they were the last child of: START at sequence 00 and
      *> DELETE each record until the key changes or the file ends,
      *> exactly as student_maintenance's Delete does.
      *>---------------------------------------------------------------
       2300-PURGE-GUARDIANS.
           MOVE ZERO TO WS-CONTACT-COUNT
       2300-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2400-LEAVE-FAMILY - the purged student's FAMILY-FILE record,
      *> if any, is deleted. While other children remain linked the
      *> family's contacts stay for them; with the last child gone
      *> they come off through 2300 under the FAM-ID.
      *>---------------------------------------------------------------
       2400-LEAVE-FAMILY.
           MOVE WS-PURGE-KEY TO FAM-STUDENT-NUMBER
           READ FAMILY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FAM-STATUS-OK
               MOVE FAM-ID TO WS-PURGE-FAM-ID
               DELETE FAMILY-FILE
               IF WS-FAM-STATUS-OK
                   PERFORM 2410-COUNT-MEMBERS THRU 2410-EXIT
                   MOVE SPACES TO PURGE-LINE
                   IF WS-FAM-MEMBERS = ZERO
                       MOVE WS-PURGE-FAM-ID TO WS-PURGE-KEY
                       PERFORM 2300-PURGE-GUARDIANS THRU 2300-EXIT
                       STRING '    LAST CHILD OF FAMILY '
                               DELIMITED BY SIZE
                           WS-PURGE-FAM-ID DELIMITED BY SIZE
                           ' - FAMILY CONTACTS REMOVED'
                               DELIMITED BY SIZE
                           INTO PURGE-LINE
                   ELSE
                       MOVE WS-FAM-MEMBERS TO WS-FAM-MEMBERS-ED
                       STRING '    LEFT FAMILY ' DELIMITED BY SIZE
                           WS-PURGE-FAM-ID DELIMITED BY SIZE
                           ' - CHILDREN STILL LINKED: '
                               DELIMITED BY SIZE
                           WS-FAM-MEMBERS-ED DELIMITED BY SIZE
                           INTO PURGE-LINE
                   END-IF
                   WRITE PURGE-LINE
               ELSE
                   MOVE SPACES TO PURGE-LINE
                   STRING 'FAMILY UNLINK FAILED: ' DELIMITED BY SIZE
                       WS-PURGE-KEY DELIMITED BY SIZE
                       ' FILE STATUS ' DELIMITED BY SIZE
                       WS-FAM-STATUS DELIMITED BY SIZE
                       INTO PURGE-LINE
                   WRITE PURGE-LINE
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2410-COUNT-MEMBERS - the children still linked into the
      *> family in WS-PURGE-FAM-ID, off the FAM-ID alternate key.
      *>---------------------------------------------------------------
       2410-COUNT-MEMBERS.
           MOVE ZERO TO WS-FAM-MEMBERS
           MOVE WS-PURGE-FAM-ID TO FAM-ID
           START FAMILY-FILE KEY NOT < FAM-ID
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-FAM-STATUS-OK
               MOVE 'N' TO WS-FAM-EOF
               PERFORM UNTIL WS-FAM-EOF-YES
                   READ FAMILY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-FAM-EOF
                       NOT AT END
                           IF FAM-ID NOT = WS-PURGE-FAM-ID
                               MOVE 'Y' TO WS-FAM-EOF
                           ELSE
                               ADD 1 TO WS-FAM-MEMBERS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       2410-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2530-CHECK-DATE - the cutoff must be a real calendar date in
      *> YYYY-MM-DD form, the same edit the other programs apply to
           MOVE WS-JOURNAL-TIME TO JR-TIME
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO JR-AFTER-IMAGE
           MOVE 'student_purge' TO JR-PROGRAM
           WRITE JOURNAL-REC.
       7500-EXIT.
           EXIT.
