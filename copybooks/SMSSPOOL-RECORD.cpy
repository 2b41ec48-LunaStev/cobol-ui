      *> SMSSPOOL-RECORD.cpy
      *> Producer-side spool row for outbound SMS. NOTIFGEN
      *> appends one row per notification the owner asked to have
      *> texted, and never touches the queue itself - SMSSEND
      *> ingests the spool, assigns queue ids, and empties it, the
      *> same split MAILSPOOL-RECORD keeps for mail. SMP-CLASS is
      *> the audit event that raised the message; SMSSEND lets the
      *> urgent classes through quiet hours. SMP-TEXT may run long:
      *> SMSSEND cuts it to the single-message limit at ingest.
       01 SMSSPOOL-RECORD.
          05 SMP-DATE            PIC X(10).
          05 SMP-TIME            PIC X(08).
          05 SMP-TO              PIC X(16).
          05 SMP-CLASS           PIC X(16).
          05 SMP-REF             PIC X(20).
          05 SMP-TEXT            PIC X(200).
