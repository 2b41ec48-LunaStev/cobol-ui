      *> SIGNUP-RECORD.cpy
      *> Record layout for SIGNUP-FILE, the append-only signup
      *> log. INVPROC adds a row for every invite it ACCEPTs: who
      *> signed up, the invite they came in on, and the visitor id
      *> and campaign tag the signup form carried from the
      *> browser that made it (HIT-VISITOR, HIT-CAMPAIGN). ATTRRPT
      *> reads it to credit each signup to the campaign that
      *> first brought that visitor in.
       01 SIGNUP-RECORD.
          05 SGN-DATE            PIC X(10).
          05 SGN-TIME            PIC X(08).
      *> The account activated, a USERS-FILE id; blank when the
      *> invite's address matched no Invited account.
          05 SGN-USER-ID         PIC X(06).
          05 SGN-EMAIL           PIC X(40).
          05 SGN-INVITE          PIC X(08).
          05 SGN-VISITOR         PIC X(16).
          05 SGN-CAMPAIGN        PIC X(08).
