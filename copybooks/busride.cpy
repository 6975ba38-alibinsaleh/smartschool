      *>---------------------------------------------------------------
      *> BUSRIDE.CPY - the BUS-RIDER-FILE record: one record per
      *> student who rides, naming the route and the stop (a
      *> BR-STOP-SEQ on the BUSRTE master) they are picked up at, and
      *> the date they were put on it. A student rides from one stop
      *> only. The file is kept in route, stop, student-number order.
      *> Maintained by bus_maintenance; read by bus_manifests.
      *>---------------------------------------------------------------
       01   BAREC.
            05   BA-STUDENT-NUMBER      PIC X(10).
            05   FILLER                 PIC X.
            05   BA-ROUTE-ID            PIC X(04).
            05   FILLER                 PIC X.
            05   BA-STOP-SEQ            PIC 9(02).
            05   FILLER                 PIC X.
            05   BA-ASSIGNED-DATE       PIC 9(08).
