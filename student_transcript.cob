      *>                    off whatever marks are still held on the
      *>                    live attendance file and the rolled-off
      *>                    attendance history.
      *>   2026-10-15  AAS  Contacts are listed from under the FAM-ID
      *>                    for a child linked into a family on
      *>                    families_data.dat, the student number
      *>                    otherwise.
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
           SELECT OPTIONAL ATTENDANCE-FILE ASSIGN TO
               'attendance_data.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
       FD   GUARDIAN-FILE.
           COPY guardians.

       FD   FAMILY-FILE.
           COPY family.

       FD   ATTENDANCE-FILE.
           COPY attend.

           88 WS-FILE-STATUS-OK          VALUE '00'.
       01   WS-GUARD-STATUS              PIC X(02) VALUE ZEROS.
           88 WS-GUARD-STATUS-OK         VALUE '00'.
       01   WS-FAM-STATUS                PIC X(02) VALUE ZEROS.
           88 WS-FAM-STATUS-OK           VALUE '00'.
       01   WS-CONTACT-KEY               PIC X(10) VALUE SPACES.
       01   WS-EOF                       PIC X VALUE 'N'.
           88 WS-EOF-YES                VALUE 'Y'.
       01   WS-GUARD-EOF                 PIC X VALUE 'N'.
           ELSE
               OPEN OUTPUT TRANSCRIPT-FILE
               OPEN INPUT GUARDIAN-FILE
               OPEN INPUT FAMILY-FILE
               PERFORM 2000-SEARCH-LIVE THRU 2000-EXIT
               PERFORM 3000-SEARCH-HISTORY THRU 3000-EXIT
               CLOSE GUARDIAN-FILE
               CLOSE FAMILY-FILE
               MOVE WS-SHEET-COUNT TO WS-SHEET-COUNT-ED
               IF WS-SHEET-COUNT = ZERO
                   MOVE 'NO MATCHING STUDENT ON MASTER OR HISTORY'
       4000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 4090-FIND-CONTACT-KEY - the key the student's contacts are
      *> filed under: the FAM-ID when the student in FAM-STUDENT-NUMBER
      *> is linked into a family (the shared FAMILY layout), whose
      *> contacts are held once for all its children; otherwise the
      *> student's own number.
      *>---------------------------------------------------------------
       4090-FIND-CONTACT-KEY.
           MOVE FAM-STUDENT-NUMBER TO WS-CONTACT-KEY
           READ FAMILY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FAM-STATUS-OK
               MOVE FAM-ID TO WS-CONTACT-KEY
           END-IF.
       4090-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 4100-LIST-GUARDIANS - the student's contacts onto the sheet:
      *> START at sequence 00 and READ NEXT until the student number
      *>---------------------------------------------------------------
       4100-LIST-GUARDIANS.
           MOVE ZERO TO WS-CONTACT-COUNT
           MOVE STUDENT-NUMBER OF TS-INREC TO FAM-STUDENT-NUMBER
           PERFORM 4090-FIND-CONTACT-KEY THRU 4090-EXIT
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
                               ADD 1 TO WS-CONTACT-COUNT
