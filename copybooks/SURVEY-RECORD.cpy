      *> SURVEY-RECORD.cpy
      *> Record layout for SURVEY-FILE, the append-only customer
      *> satisfaction log. APPLYTRN adds a 'Sent' row when it
      *> posts a ticket's move to Closed and spools the one-
      *> question survey to the requester - the rating link
      *> carries the ticket id and the token minted for that
      *> send - and an 'Answered' row, with the score, when the
      *> requester's survey.respond comes back through the
      *> transaction queue. The agent, priority, and workspace
      *> are copied from the ticket at send time so SVYRPT can
      *> break response rate and average score down without
      *> reading the ticket master.
       01 SURVEY-RECORD.
          05 SVY-TICKET          PIC X(08).
          05 SVY-TOKEN           PIC X(12).
          05 SVY-KIND            PIC X(08).
             88 SVY-SENT         VALUE 'Sent'.
             88 SVY-ANSWERED     VALUE 'Answered'.
          05 SVY-DATE            PIC X(10).
          05 SVY-TIME            PIC X(08).
          05 SVY-EMAIL           PIC X(32).
          05 SVY-AGENT           PIC X(10).
          05 SVY-PRIORITY        PIC X(10).
          05 SVY-WORKSPACE       PIC X(12).
      *> '1' (poor) to '5' (excellent) on an Answered row;
      *> blank on a Sent row.
          05 SVY-SCORE           PIC X(01).
