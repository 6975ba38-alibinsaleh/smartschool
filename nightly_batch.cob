      *>                    the top, and a stream already recorded
      *>                    complete tonight reruns from the top when
      *>                    asked again.
      *>   2026-10-15  AAS  timetable_clash_check added as the last
      *>                    step: it flags timetable slots whose room
      *>                    or teacher has been deleted, and ends zero
      *>                    so a flagged slot never holds up the rest
      *>                    of the stream.
      *>   2026-10-15  AAS  integrity_sweep added as step 2, straight
      *>                    after student_verify: attendance, grades,
      *>                    fee and guardian records belonging to no
      *>                    student fail it with RETURN-CODE 8 and stop
      *>                    the stream before anything posts against
      *>                    them; its room and teacher warnings do not.
      *>   2026-10-15  AAS  bus_manifests added as the last step, so
      *>                    the drivers' manifests, the rider
      *>                    exceptions and the capacity report are
      *>                    fresh each morning; it ends zero.
      *>   2026-10-15  AAS  data_backup added as step 1, ahead of
      *>                    everything else, so each night starts from
      *>                    a numbered generation of every master and
      *>                    ledger that data_restore can put back; a
      *>                    backup that fails ends 8 and stops the
      *>                    stream before anything is posted.
      *>   2026-10-15  AAS  sms_feed added as the last step, once the
      *>                    day's attendance and payments are posted,
      *>                    so guardians get the same-day texts; it
      *>                    ends zero, and a rerun of the night does not
      *>                    text anyone twice.
      *>---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01   WS-LAST-DONE                 PIC 9(02) VALUE ZERO.
       01   WS-CONTROL-FOUND-SW          PIC X VALUE 'N'.
           88 WS-CONTROL-FOUND          VALUE 'Y'.
       01   WS-STEP-COUNT                PIC 9(02) VALUE 10.
       01   WS-STEP-TABLE.
           05 FILLER                     PIC X(40)
               VALUE './data_backup'.
           05 FILLER                     PIC X(40)
               VALUE './student_verify'.
           05 FILLER                     PIC X(40)
               VALUE './integrity_sweep'.
           05 FILLER                     PIC X(40)
               VALUE './attendance_post'.
           05 FILLER                     PIC X(40)
               VALUE './classroom_utilization'.
           05 FILLER                     PIC X(40)
               VALUE './print_students'.
           05 FILLER                     PIC X(40)
               VALUE './timetable_clash_check'.
           05 FILLER                     PIC X(40)
               VALUE './bus_manifests'.
           05 FILLER                     PIC X(40)
               VALUE './sms_feed'.
       01   WS-STEP-TABLE-R REDEFINES WS-STEP-TABLE.
           05 WS-STEP-COMMAND OCCURS 10 TIMES
                                         PIC X(40).
       01   WS-STEP-IX                   PIC 9(02) VALUE ZERO.
       01   WS-COMMAND                   PIC X(60) VALUE SPACES.
