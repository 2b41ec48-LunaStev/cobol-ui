      *> ATTACH-RECORD.cpy
      *> Record layout for ATTACH-FILE, the index over the support
      *> attachment store for files that arrive by mail. TKT-ATTACH
      *> holds one name - the file uploaded with the support form,
      *> or the first one mailed in - so TKTMAIL also files a row
      *> here for every attachment on an inbound message, naming
      *> the ticket and the message it came in on, and the queue
      *> screen lists them under the ticket's Attachments line.
       01 ATTACH-RECORD.
          05 ATT-TICKET          PIC X(08).
          05 ATT-NAME            PIC X(30).
          05 ATT-DATE            PIC X(10).
          05 ATT-TIME            PIC X(08).
          05 ATT-MSGID           PIC X(20).
