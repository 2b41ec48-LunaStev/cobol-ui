      *> INMAIL-RECORD.cpy
      *> Record layout for the inbound mailbox drop. The mail
      *> gateway's receiving side writes one row per message that
      *> reaches the support inbox: the bare sender address (the
      *> display name stripped), the subject, the Auto-Submitted
      *> header value when the message carried one, the first 100
      *> characters of the plain-text body with the quoted history
      *> cut off, and the names of up to three attachments, whose
      *> bodies it has already landed in the support attachment
      *> store under those names. TKTMAIL files every row onto a
      *> ticket and the drop is emptied behind it.
       01 INMAIL-RECORD.
          05 IML-MSGID           PIC X(20).
          05 IML-DATE            PIC X(10).
          05 IML-TIME            PIC X(08).
          05 IML-FROM            PIC X(40).
          05 IML-SUBJECT         PIC X(60).
          05 IML-AUTO            PIC X(16).
          05 IML-BODY            PIC X(100).
          05 IML-ATTACH          PIC X(30) OCCURS 3 TIMES.
