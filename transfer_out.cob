      *>                    record as it stood while still active. A
      *>                    student already withdrawn is refused: their
      *>                    record left with them or belongs to purge.
      *>   2026-10-15  AAS  A child linked into a family on
      *>                    families_data.dat (the shared FAMILY
      *>                    layout) has the family's contacts extracted
      *>                    under their own number, and once withdrawn
      *>                    leaves the family: the FAMILY-FILE record
      *>                    goes and the family's contacts are copied
      *>                    back under the child's number for purge to
      *>                    clear with the record later. The brothers
      *>                    and sisters still enrolled keep the family
      *>                    contacts; the family's last child takes
      *>                    them, moved rather than copied.
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
           SELECT OPTIONAL TRANSFER-FILE ASSIGN TO
               'transfer_out.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
       FD   GUARDIAN-FILE.
           COPY guardians.

       FD   FAMILY-FILE.
           COPY family.

       FD   TRANSFER-FILE.
           COPY xfer.

       01   WS-LEAP-REM                  PIC 9(04) COMP VALUE ZERO.
       01   WS-LEAP-SW                   PIC X VALUE 'N'.
           88 WS-LEAP-YEAR              VALUE 'Y'.
       01   WS-FAM-STATUS                PIC X(02) VALUE ZEROS.
           88 WS-FAM-STATUS-OK           VALUE '00'.
       01   WS-FAM-EOF                   PIC X VALUE 'N'.
           88 WS-FAM-EOF-YES            VALUE 'Y'.
       01   WS-IN-FAMILY-SW              PIC X VALUE 'N'.
           88 WS-IN-FAMILY              VALUE 'Y'.
       01   WS-CONTACT-KEY               PIC X(10) VALUE SPACES.
       01   WS-FAM-MEMBERS               PIC 9(04) COMP VALUE ZERO.
       01   WS-MERGE-COUNT               PIC 9(02) COMP VALUE ZERO.
       01   WS-MERGE-IX                  PIC 9(02) COMP VALUE ZERO.
       01   WS-MERGE-TABLE.
           05 WS-MERGE-ENTRY            PIC X(72) OCCURS 99 TIMES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                   DISPLAY 'UNABLE TO OPEN STUDENT-FILE - FILE STATUS '
                       WS-FILE-STATUS
               ELSE
                   OPEN I-O FAMILY-FILE
                   PERFORM 2000-EXTRACT-STUDENT THRU 2000-EXIT
                   CLOSE FAMILY-FILE
                   CLOSE STUDENT-FILE
               END-IF
           END-IF.
      *>---------------------------------------------------------------
      *> 2100-EXTRACT-GUARDIANS - the student's contacts onto the
      *> envelope as 'G' records: START at sequence 00 and READ NEXT
      *> until the contact key changes, the same walk Inquire uses. A
      *> family child's contacts are the family's, filed under the
      *> FAM-ID; they go onto the envelope under the child's own
      *> number, which is all the receiving campus knows them by. The
      *> contacts stay on our guardians file - they leave with the
      *> student only when the record is eventually purged.
      *>---------------------------------------------------------------
       2100-EXTRACT-GUARDIANS.
           MOVE ZERO TO WS-CONTACT-COUNT
           PERFORM 2090-FIND-CONTACT-KEY THRU 2090-EXIT
           OPEN INPUT GUARDIAN-FILE
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
                               MOVE SPACES TO XFER-REC
                               MOVE 'G' TO XF-RECORD-TYPE
                               MOVE GREC TO XF-DATA
                               MOVE WS-NUMBER-WANTED TO XF-DATA(1:10)
                               WRITE XFER-REC
                               ADD 1 TO WS-CONTACT-COUNT
                           END-IF
       2100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2090-FIND-CONTACT-KEY - is the student linked into a family?
      *> Sets WS-IN-FAMILY-SW, and WS-CONTACT-KEY to the key their
      *> contacts are filed under: the FAM-ID for a family child, the
      *> student's own number otherwise.
      *>---------------------------------------------------------------
       2090-FIND-CONTACT-KEY.
           MOVE 'N' TO WS-IN-FAMILY-SW
           MOVE WS-NUMBER-WANTED TO WS-CONTACT-KEY
           MOVE WS-NUMBER-WANTED TO FAM-STUDENT-NUMBER
           READ FAMILY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FAM-STATUS-OK
               MOVE 'Y' TO WS-IN-FAMILY-SW
               MOVE FAM-ID TO WS-CONTACT-KEY
           END-IF.
       2090-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3000-MARK-WITHDRAWN - the student leaves our roll on the
      *> transfer date: STUDENT-STATUS 'W' and the date, REWRITEd and
               CLOSE JOURNAL-FILE
               DISPLAY 'TRANSFERRED OUT: ' STUDENT-NUMBER ' '
                   STUDENT-NAME ' ON ' WS-TRANSFER-DATE
               IF WS-IN-FAMILY
                   PERFORM 3100-LEAVE-FAMILY THRU 3100-EXIT
               END-IF
           ELSE
               DISPLAY 'WITHDRAW FAILED - FILE STATUS ' WS-FILE-STATUS
               DISPLAY 'ENVELOPE WAS WRITTEN - STUDENT STILL ACTIVE '
       3000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3100-LEAVE-FAMILY - the withdrawn child leaves their family:
      *> the FAMILY-FILE record is deleted and the family's contacts
      *> are written back under the child's own number (buffered first,
      *> so the writes cannot disturb the READ NEXT walk). While other
      *> children remain in the family the contacts are copied; for
      *> the last child they are moved, leaving nothing under the
      *> FAM-ID.
      *>---------------------------------------------------------------
       3100-LEAVE-FAMILY.
           MOVE WS-NUMBER-WANTED TO FAM-STUDENT-NUMBER
           DELETE FAMILY-FILE
           IF WS-FAM-STATUS-OK
               PERFORM 3110-COUNT-MEMBERS THRU 3110-EXIT
               MOVE ZERO TO WS-CONTACT-COUNT
               MOVE ZERO TO WS-MERGE-COUNT
               OPEN I-O GUARDIAN-FILE
               PERFORM 3120-LOAD-CONTACTS THRU 3120-EXIT
               PERFORM 3130-COPY-CONTACT THRU 3130-EXIT
                   VARYING WS-MERGE-IX FROM 1 BY 1
                   UNTIL WS-MERGE-IX > WS-MERGE-COUNT
               CLOSE GUARDIAN-FILE
               MOVE WS-CONTACT-COUNT TO WS-CONTACT-COUNT-ED
               IF WS-FAM-MEMBERS = ZERO
                   DISPLAY 'LEFT FAMILY ' WS-CONTACT-KEY
                       ' (LAST CHILD) - CONTACTS MOVED: '
                       WS-CONTACT-COUNT-ED
               ELSE
                   DISPLAY 'LEFT FAMILY ' WS-CONTACT-KEY
                       ' - CONTACTS COPIED: ' WS-CONTACT-COUNT-ED
               END-IF
           ELSE
               DISPLAY 'FAMILY UNLINK FAILED - FILE STATUS '
                   WS-FAM-STATUS
           END-IF.
       3100-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3110-COUNT-MEMBERS - the children still linked into the
      *> family, off the FAM-ID alternate key.
      *>---------------------------------------------------------------
       3110-COUNT-MEMBERS.
           MOVE ZERO TO WS-FAM-MEMBERS
           MOVE WS-CONTACT-KEY TO FAM-ID
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
                           IF FAM-ID NOT = WS-CONTACT-KEY
                               MOVE 'Y' TO WS-FAM-EOF
                           ELSE
                               ADD 1 TO WS-FAM-MEMBERS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       3110-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3120-LOAD-CONTACTS - the family's contacts, whole records,
      *> into WS-MERGE-TABLE.
      *>---------------------------------------------------------------
       3120-LOAD-CONTACTS.
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
                              OR WS-MERGE-COUNT = 99
                               MOVE 'Y' TO WS-GUARD-EOF
                           ELSE
                               ADD 1 TO WS-MERGE-COUNT
                               MOVE GREC
                                   TO WS-MERGE-ENTRY(WS-MERGE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       3120-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 3130-COPY-CONTACT - one family contact written under the
      *> child's number at the same sequence; for the last child the
      *> FAM-ID original is then deleted.
      *>---------------------------------------------------------------
       3130-COPY-CONTACT.
           MOVE WS-MERGE-ENTRY(WS-MERGE-IX) TO GREC
           MOVE WS-NUMBER-WANTED TO G-STUDENT-NUMBER
           WRITE GREC
           IF WS-GUARD-STATUS-OK
               ADD 1 TO WS-CONTACT-COUNT
               IF WS-FAM-MEMBERS = ZERO
                   MOVE WS-MERGE-ENTRY(WS-MERGE-IX) TO GREC
                   DELETE GUARDIAN-FILE
                   IF NOT WS-GUARD-STATUS-OK
                       DISPLAY 'CONTACT DELETE FAILED - FILE STATUS '
                           WS-GUARD-STATUS ' ' G-NAME
                   END-IF
               END-IF
           ELSE
               DISPLAY 'CONTACT NOT COPIED - FILE STATUS '
                   WS-GUARD-STATUS ' ' G-NAME
           END-IF.
       3130-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2530-CHECK-DATE - the transfer date must be a real calendar
      *> date in YYYY-MM-DD form, the same edit the other programs
           MOVE WS-JOURNAL-TIME TO JR-TIME
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO JR-AFTER-IMAGE
           MOVE 'transfer_out' TO JR-PROGRAM
           WRITE JOURNAL-REC.
       7500-EXIT.
           EXIT.
