      *>---------------------------------------------------------------
      *> FAMILY.CPY - the FAMILY-FILE record: one record per child
      *> linked into a family, keyed on the child's STUDENT-NUMBER
      *> with the FAM-ID as an alternate key (duplicates allowed), so
      *> a child's family answers by key and a family's children come
      *> back together by START / READ NEXT on FAM-ID. A family's
      *> guardian / emergency contacts are held once, on the guardians
      *> file (the shared GUARDIANS layout), under the FAM-ID in place
      *> of a student number; a child with no FAMILY-FILE record keeps
      *> contacts under their own number as before. FAM-ID is 'F' and
      *> nine digits, handed out in sequence by student_maintenance,
      *> which links and unlinks children. FAM-JOINED-DATE is the day
      *> the child joined the family.
      *>---------------------------------------------------------------
       01   FAMREC.
            05   FAM-STUDENT-NUMBER     PIC X(10).
            05   FILLER                 PIC X.
            05   FAM-ID                 PIC X(10).
            05   FAM-ID-R REDEFINES FAM-ID.
                 10   FAM-ID-PREFIX     PIC X(01).
                 10   FAM-ID-NUMBER     PIC 9(09).
            05   FILLER                 PIC X.
            05   FAM-JOINED-DATE        PIC 9(08).
