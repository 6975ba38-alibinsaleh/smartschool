      *>---------------------------------------------------------------
      *> SMSMSG.CPY - one text message to a guardian's phone. sms_feed
      *> writes the day's messages to the gateway's outbound file
      *> (sms_outbound_YYYYMMDD.dat) and appends the same records to
      *> the message log, sms_messages.dat, with SMS-STATUS 'S' (sent
      *> to the gateway). sms_status_post later posts the gateway's
      *> delivery status onto the log: 'D' delivered, 'U' undeliverable
      *> with the gateway's reason. SMS-MSG-ID (the run date and a
      *> sequence within it) is how the gateway refers back to a
      *> message. The student number and contact sequence say which
      *> contact card the phone came off, so a bad number can be put
      *> right in guardian_maintenance; a message can carry notices for
      *> more than one child of a family, and names the first.
      *>---------------------------------------------------------------
       01   SMSREC.
            05   SMS-MSG-ID.
                 10   SMS-MSG-DATE      PIC 9(08).
                 10   SMS-MSG-SEQ       PIC 9(04).
            05   FILLER                 PIC X.
            05   SMS-PHONE              PIC X(15).
            05   FILLER                 PIC X.
            05   SMS-STATUS             PIC X(01).
                 88   SMS-SENT          VALUE 'S'.
                 88   SMS-DELIVERED     VALUE 'D'.
                 88   SMS-UNDELIVERABLE VALUE 'U'.
            05   FILLER                 PIC X.
            05   SMS-STATUS-DATE        PIC 9(08).
            05   FILLER                 PIC X.
            05   SMS-STATUS-REASON      PIC X(30).
            05   FILLER                 PIC X.
            05   SMS-STUDENT-NUMBER     PIC X(10).
            05   FILLER                 PIC X.
            05   SMS-CONTACT-SEQ        PIC 9(02).
            05   FILLER                 PIC X.
            05   SMS-CONTACT-NAME       PIC X(30).
            05   FILLER                 PIC X.
            05   SMS-TEXT               PIC X(160).
