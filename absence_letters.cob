      *>                    student with no guardian on file comes out
      *>                    on the exception list instead, so the
      *>                    office knows to get a contact card in.
      *>   2026-10-15  AAS  Contacts are looked up under the FAM-ID
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
           SELECT LETTERS-FILE ASSIGN TO
               'absence_letters.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       FD   GUARDIAN-FILE.
           COPY guardians.

       FD   FAMILY-FILE.
           COPY family.

       FD   LETTERS-FILE.
       01   LETTER-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01   WS-GUARD-STATUS              PIC X(02) VALUE ZEROS.
           88 WS-GUARD-STATUS-OK         VALUE '00'.
       01   WS-FAM-STATUS                PIC X(02) VALUE ZEROS.
           88 WS-FAM-STATUS-OK           VALUE '00'.
       01   WS-CONTACT-KEY               PIC X(10) VALUE SPACES.
       01   WS-EOF                       PIC X VALUE 'N'.
           88 WS-EOF-YES                VALUE 'Y'.
       01   WS-GUARD-EOF                 PIC X VALUE 'N'.
           ELSE
               PERFORM 1300-TALLY-ABSENCES THRU 1300-EXIT
               OPEN INPUT GUARDIAN-FILE
               OPEN INPUT FAMILY-FILE
               OPEN OUTPUT LETTERS-FILE
               OPEN OUTPUT REGISTER-FILE
               OPEN OUTPUT EXCEPTIONS-FILE
                   VARYING WS-TALLY-IX FROM 1 BY 1
                   UNTIL WS-TALLY-IX > WS-TALLY-COUNT
               CLOSE GUARDIAN-FILE
               CLOSE FAMILY-FILE
               CLOSE LETTERS-FILE
               CLOSE REGISTER-FILE
               CLOSE EXCEPTIONS-FILE
       2000-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2090-FIND-CONTACT-KEY - the key the student's contacts are
      *> filed under: the FAM-ID when the student in FAM-STUDENT-NUMBER
      *> is linked into a family (the shared FAMILY layout), whose
      *> contacts are held once for all its children; otherwise the
      *> student's own number.
      *>---------------------------------------------------------------
       2090-FIND-CONTACT-KEY.
           MOVE FAM-STUDENT-NUMBER TO WS-CONTACT-KEY
           READ FAMILY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FAM-STATUS-OK
               MOVE FAM-ID TO WS-CONTACT-KEY
           END-IF.
       2090-EXIT.
           EXIT.

      *>---------------------------------------------------------------
      *> 2100-PICK-CONTACT - the student's contacts off the guardians
      *> file: START at sequence 00 under the contact key and READ NEXT
      *> until the key changes, the same walk Inquire uses. The first
      *> G-EMERGENCY-FLAG 'Y' contact wins; with no 'Y' on file the
      *> first contact read (the lowest G-CONTACT-SEQ) stands.
      *>---------------------------------------------------------------
       2100-PICK-CONTACT.
           MOVE 'N' TO WS-PICK-FOUND-SW
           MOVE 'N' TO WS-PICK-EMERG-SW
           MOVE WS-TALLY-NUMBER(WS-TALLY-IX) TO FAM-STUDENT-NUMBER
           PERFORM 2090-FIND-CONTACT-KEY THRU 2090-EXIT
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
                               IF NOT WS-PICK-FOUND
