      *>                    attendance_rolloff uses, so a failure
      *>                    between the two leaves every entry safely on
      *>                    at least one file.
      *>   2026-10-15  AAS  Archive and work records widened to the
      *>                    journal's new length now that STUJRNL
      *>                    carries JR-PROGRAM.
      *>   2026-10-15  AAS  Archive and work records widened again for
      *>                    the operator ID STUJRNL now carries
      *>                    (JR-OPERATOR).
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY stujrnl.

       FD   ARCHIVE-FILE.
       01   ARCHIVE-REC                  PIC X(283).

       FD   WORK-FILE.
       01   WORK-REC                     PIC X(283).

       WORKING-STORAGE SECTION.
       01   WS-EOF                       PIC X VALUE 'N'.
