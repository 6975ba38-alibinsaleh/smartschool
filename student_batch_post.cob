      *>                    old room kept, and the register says what
      *>                    was queued. A room with no capacity set is
      *>                    never treated as full.
      *>   2026-10-15  AAS  A posted Delete of a child linked into a
      *>                    family on families_data.dat (the shared
      *>                    FAMILY layout) unlinks the child too, and
      *>                    takes the family's contacts with the
      *>                    family's last child, as the interactive
      *>                    Delete does.
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
           SELECT OPTIONAL WAITLIST-FILE ASSIGN TO
               'classroom_waitlist.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
       FD   GUARDIAN-FILE.
           COPY guardians.

       FD   FAMILY-FILE.
           COPY family.

       FD   WAITLIST-FILE.
           COPY waitlist.

       01   WS-GUARD-EOF                   PIC X VALUE 'N'.
           88 WS-GUARD-EOF-YES            VALUE 'Y'.
       01   WS-CONTACT-COUNT               PIC 9(02) COMP VALUE ZERO.
       01   WS-FAM-STATUS                  PIC X(02) VALUE ZEROS.
           88 WS-FAM-STATUS-OK            VALUE '00'.
       01   WS-FAM-EOF                     PIC X VALUE 'N'.
           88 WS-FAM-EOF-YES              VALUE 'Y'.
       01   WS-CONTACT-KEY                 PIC X(10) VALUE SPACES.
       01   WS-CUR-FAM-ID                  PIC X(10) VALUE SPACES.
       01   WS-FAM-MEMBERS                 PIC 9(04) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN OUTPUT REJECTS-FILE.
           OPEN EXTEND JOURNAL-FILE.
           OPEN I-O GUARDIAN-FILE.
           OPEN I-O FAMILY-FILE.
           OPEN EXTEND WAITLIST-FILE.
           PERFORM UNTIL WS-EOF-YES
               READ TRANSACTION-FILE
           CLOSE REJECTS-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE GUARDIAN-FILE.
           CLOSE FAMILY-FILE.
           CLOSE WAITLIST-FILE.
           PERFORM 7600-WRITE-CONTROL THRU 7600-EXIT.
           STOP RUN.
                           MOVE -1 TO WS-ADJ-DELTA
                           PERFORM 2560-ADJUST-ENROLLED THRU 2560-EXIT
                       END-IF
                       MOVE STUDENT-NUMBER OF TR-INREC TO WS-CONTACT-KEY
                       PERFORM 5500-PURGE-GUARDIANS THRU 5500-EXIT
                       PERFORM 5600-DROP-MEMBER THRU 5600-EXIT
                       MOVE 'APPLIED' TO WS-DISPOSITION
                       ADD 1 TO WS-APPLIED-COUNT
                   ELSE

      *>---------------------------------------------------------------
      *> 5500-PURGE-GUARDIANS - removes every guardian contact filed
      *> under WS-CONTACT-KEY (the student just deleted, or the family
      *> they were the last child of): START at sequence 00 and DELETE
      *> each record until the key changes or the file ends, the same
      *> cascade student_maintenance's Delete does, so a batch-posted
      *> delete leaves no orphan contacts.
      *>---------------------------------------------------------------
       5500-PURGE-GUARDIANS.
           MOVE ZERO TO WS-CONTACT-COUNT
           MOVE WS-CONTACT-KEY TO G-STUDENT-NUMBER
           MOVE ZERO TO G-CONTACT-SEQ
           START GUARDIAN-FILE KEY NOT < G-KEY
               INVALID KEY
                       AT END
                           MOVE 'Y' TO WS-GUARD-EOF
                       NOT AT END
                           IF G-STUDENT-NUMBER NOT = WS-CONTACT-KEY
                               MOVE 'Y' TO WS-GUARD-EOF
                           ELSE
                               DELETE GUARDIAN-FILE
       5500-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 5600-DROP-MEMBER - the deleted student's FAMILY-FILE record,
      *> if any, goes with them; when no other child is left linked to
      *> the family its contacts come off through 5500 under the
      *> FAM-ID, exactly as student_maintenance's Delete does.
      *>---------------------------------------------------------------
       5600-DROP-MEMBER.
           MOVE STUDENT-NUMBER OF TR-INREC TO FAM-STUDENT-NUMBER
           READ FAMILY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FAM-STATUS-OK
               MOVE FAM-ID TO WS-CUR-FAM-ID
               DELETE FAMILY-FILE
               IF WS-FAM-STATUS-OK
                   MOVE ZERO TO WS-FAM-MEMBERS
                   MOVE WS-CUR-FAM-ID TO FAM-ID
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
                                   IF FAM-ID NOT = WS-CUR-FAM-ID
                                       MOVE 'Y' TO WS-FAM-EOF
                                   ELSE
                                       ADD 1 TO WS-FAM-MEMBERS
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
                   IF WS-FAM-MEMBERS = ZERO
                       MOVE WS-CUR-FAM-ID TO WS-CONTACT-KEY
                       PERFORM 5500-PURGE-GUARDIANS THRU 5500-EXIT
                   END-IF
               ELSE
                   DISPLAY 'FAMILY UNLINK FAILED - FILE STATUS '
                       WS-FAM-STATUS
               END-IF
           END-IF.
       5600-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2500-VALIDATE-STUDENT - the same field edits student_
      *> maintenance's 2500-VALIDATE-STUDENT applies before a record
           MOVE WS-JOURNAL-TIME TO JR-TIME
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO JR-AFTER-IMAGE
           MOVE 'student_batch_post' TO JR-PROGRAM
           WRITE JOURNAL-REC.
       7500-EXIT.
           EXIT.
