      *> STATEMENT-RECORD.cpy
      *> Record layout for STATEMENTS-FILE, the registry of account
      *> statements STMTGEN produces. One row per statement run:
      *> the statement's fiscal period ('YYYY-PP' - rows from
      *> before the fiscal calendar hold the calendar month), the
      *> date it was produced, the opening and closing balances it
      *> showed, and the dataset the formatted statement landed
      *> in. The "statements" card in 11_service.cbl REPEATs over
      *> this file so the last few statements are a click away
      *> instead of a phone call.
       01 STATEMENT-RECORD.
          05 STMT-MONTH          PIC X(07).
          05 STMT-DATE           PIC X(10).
          05 STMT-OPEN-BAL       PIC X(10).
          05 STMT-CLOSE-BAL      PIC X(10).
          05 STMT-DSNAME         PIC X(44).
      *> The workspace the statement was drawn for; the card shows
      *> the signed-in workspace's rows only.
          05 STMT-WORKSPACE      PIC X(12).
