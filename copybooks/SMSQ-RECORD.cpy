      *> SMSQ-RECORD.cpy
      *> Record layout for SMS-QUEUE, the outbound SMS queue.
      *> SMSSEND ingests producer spool rows (SMSSPOOL-RECORD),
      *> assigns the s-NNNN id, and drives each message through
      *> the MAIL-QUEUE lifecycle: Pending -> Queued (handed to the
      *> SMS gateway) -> Sent / Failed on the gateway's feedback;
      *> a Failed message retries up to three attempts, then goes
      *> Dead. An undeliverable number goes Dead at once and lands
      *> on SMSSUP-FILE. Outside the urgent classes a message
      *> waits out quiet hours as Pending or Failed.
       01 SMSQ-RECORD.
          05 SMQ-ID              PIC X(06).
          05 SMQ-DATE            PIC X(10).
          05 SMQ-TIME            PIC X(08).
          05 SMQ-TO              PIC X(16).
          05 SMQ-CLASS           PIC X(16).
             88 SMQ-URGENT       VALUE 'error' 'security'
                                       'incident'.
          05 SMQ-REF             PIC X(20).
          05 SMQ-TEXT            PIC X(160).
          05 SMQ-STATUS          PIC X(10).
             88 SMQ-PENDING      VALUE 'Pending'.
             88 SMQ-QUEUED       VALUE 'Queued'.
             88 SMQ-SENT         VALUE 'Sent'.
             88 SMQ-FAILED       VALUE 'Failed'.
             88 SMQ-DEAD         VALUE 'Dead'.
          05 SMQ-ATTEMPTS        PIC 9(01).
          05 SMQ-ERROR           PIC X(20).
          05 FILLER              PIC X(01).
