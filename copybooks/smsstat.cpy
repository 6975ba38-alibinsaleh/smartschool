      *>---------------------------------------------------------------
      *> SMSSTAT.CPY - one delivery report returned by the SMS gateway
      *> in sms_delivery_status.dat: the SMS-MSG-ID it was sent with,
      *> the phone it went to, 'D' delivered or 'U' undeliverable, the
      *> date of the report and the gateway's reason when it could not
      *> be delivered. Posted onto sms_messages.dat by sms_status_post.
      *>---------------------------------------------------------------
       01   SSREC.
            05   SS-MSG-ID              PIC X(12).
            05   FILLER                 PIC X.
            05   SS-PHONE               PIC X(15).
            05   FILLER                 PIC X.
            05   SS-STATUS              PIC X(01).
                 88   SS-DELIVERED      VALUE 'D'.
                 88   SS-UNDELIVERABLE  VALUE 'U'.
                 88   SS-STATUS-VALID   VALUE 'D' 'U'.
            05   FILLER                 PIC X.
            05   SS-STATUS-DATE         PIC 9(08).
            05   FILLER                 PIC X.
            05   SS-REASON              PIC X(30).
