      *> SMSSUP-RECORD.cpy
      *> Record layout for SMSSUP-FILE, the outbound SMS number
      *> suppression list - SUPPRESS-FILE's counterpart for text
      *> messages. SMSSEND lands a number here when the gateway
      *> reports it undeliverable (UNDELIV feedback: not a mobile,
      *> disconnected, or carrier-blocked), and the spool ingest
      *> refuses new messages to anything on the list. Support
      *> clears an entry from the suppression card once the
      *> customer confirms the number.
       01 SMSSUP-RECORD.
          05 SSP-PHONE           PIC X(16).
          05 SSP-DATE            PIC X(10).
          05 SSP-REASON          PIC X(20).
