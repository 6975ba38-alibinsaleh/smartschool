      *>                    records every record's disposition and
      *>                    rejects are copied unchanged to their own
      *>                    file, batch-post style.
      *>   2026-10-15  AAS  Journal records are stamped with this
      *>                    program's name (JR-PROGRAM on the shared
      *>                    STUJRNL layout), so the monthly ministry
      *>                    return can tell where a change came from.
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE WS-JOURNAL-TIME TO JR-TIME
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO JR-AFTER-IMAGE
           MOVE 'transfer_in' TO JR-PROGRAM
           WRITE JOURNAL-REC.
       7500-EXIT.
           EXIT.
