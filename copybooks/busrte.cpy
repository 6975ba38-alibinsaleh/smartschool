      *>---------------------------------------------------------------
      *> BUSRTE.CPY - the BUS-ROUTE-MASTER record. Each route has one
      *> route record (BR-STOP-SEQ 00) carrying its name, driver, the
      *> driver's phone and the bus's seat capacity, followed by one
      *> record per stop (BR-STOP-SEQ 01-99, in the order the bus
      *> calls) carrying the stop name and the morning pickup time
      *> (HHMM). The file is kept in route, stop order. Maintained by
      *> bus_maintenance; read by bus_manifests.
      *>---------------------------------------------------------------
       01   BRREC.
            05   BR-ROUTE-ID            PIC X(04).
            05   FILLER                 PIC X.
            05   BR-STOP-SEQ            PIC 9(02).
            05   FILLER                 PIC X.
            05   BR-DETAIL              PIC X(70).
            05   BR-ROUTE-DETAIL REDEFINES BR-DETAIL.
                 10   BR-ROUTE-NAME     PIC X(20).
                 10   FILLER            PIC X.
                 10   BR-DRIVER         PIC X(25).
                 10   FILLER            PIC X.
                 10   BR-DRIVER-PHONE   PIC X(15).
                 10   FILLER            PIC X.
                 10   BR-CAPACITY       PIC 9(03).
                 10   FILLER            PIC X(04).
            05   BR-STOP-DETAIL REDEFINES BR-DETAIL.
                 10   BR-STOP-NAME      PIC X(30).
                 10   FILLER            PIC X.
                 10   BR-PICKUP-TIME    PIC 9(04).
                 10   FILLER            PIC X(35).
