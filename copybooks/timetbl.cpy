      *>---------------------------------------------------------------
      *> TIMETBL.CPY - the TIMETABLE-MASTER record: one teaching slot
      *> of the weekly timetable - school day (1 = MON through 5 =
      *> FRI), period of the day, the room it is taught in (a
      *> CM-ROOM-CODE on the CLASSRM master), the teacher taking it (a
      *> TM-TEACHER-ID on the TEACHERS master) and the subject taught.
      *> Day, period and room together identify the slot; a room and
      *> a teacher may each appear only once per day and period.
      *> Maintained by timetable_maintenance, checked nightly by
      *> timetable_clash_check, printed by timetable_print.
      *>---------------------------------------------------------------
       01   TTREC.
            05   TT-DAY                 PIC 9(01).
            05   FILLER                 PIC X.
            05   TT-PERIOD              PIC 9(02).
            05   FILLER                 PIC X.
            05   TT-ROOM-CODE           PIC X(3).
            05   FILLER                 PIC X.
            05   TT-TEACHER-ID          PIC X(5).
            05   FILLER                 PIC X.
            05   TT-SUBJECT             PIC X(12).
