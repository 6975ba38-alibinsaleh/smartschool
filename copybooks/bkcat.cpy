      *>---------------------------------------------------------------
      *> BKCAT.CPY - the backup catalog, backup_catalog.dat. data_backup
      *> copies every master and ledger to a numbered generation at the
      *> top of the nightly stream, one file per master named
      *> backup_gNNNN_<master file name>, and catalogs each copy with
      *> one record here: the generation, when it was taken, the
      *> master it is a copy of, how many records it holds and a
      *> control total. data_restore puts a generation back and checks
      *> what it restored against these figures.
      *>
      *> BK-TOTAL-KIND says what BK-CONTROL-TOTAL adds up for that
      *> master, so the restore can work the same figure out again:
      *>   S  active students on the student master
      *>   K  the record count students_control.dat carries
      *>   F  the record count fees_control.dat carries
      *>   R  seats in all rooms (CM-CAPACITY)
      *>   M  money on the fee ledger (FEE-AMOUNT)
      *>   G  marks on the grades file (GRD-MARK)
      *>   A  absence ('A') marks on an attendance file
      *>   B  seats on all bus routes (BR-CAPACITY)
      *>   N  no control total - the record count alone
      *>---------------------------------------------------------------
       01   BKREC.
            05   BK-GENERATION          PIC 9(04).
            05   FILLER                 PIC X.
            05   BK-DATE                PIC 9(08).
            05   FILLER                 PIC X.
            05   BK-TIME                PIC 9(08).
            05   FILLER                 PIC X.
            05   BK-FILE-NAME           PIC X(36).
            05   FILLER                 PIC X.
            05   BK-TOTAL-KIND          PIC X(01).
                 88   BK-TOTAL-ACTIVE   VALUE 'S'.
                 88   BK-TOTAL-STU-CTL  VALUE 'K'.
                 88   BK-TOTAL-FEE-CTL  VALUE 'F'.
                 88   BK-TOTAL-SEATS    VALUE 'R'.
                 88   BK-TOTAL-MONEY    VALUE 'M'.
                 88   BK-TOTAL-MARKS    VALUE 'G'.
                 88   BK-TOTAL-ABSENT   VALUE 'A'.
                 88   BK-TOTAL-BUS      VALUE 'B'.
                 88   BK-TOTAL-NONE     VALUE 'N'.
            05   FILLER                 PIC X.
            05   BK-RECORD-COUNT        PIC 9(07).
            05   FILLER                 PIC X.
            05   BK-CONTROL-TOTAL       PIC 9(09)V99.
