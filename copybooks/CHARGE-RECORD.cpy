      *> CHARGE-RECORD.cpy
      *> Record layout for CHARGE-FILE, the auto-charge history.
      *> Append-only: CHGSEND writes a Sent row for every charge
      *> it hands to the card gateway, and CHGPOST writes the
      *> gateway's answer as an Approved or Declined row under
      *> the same CHG-ID. The last row for an invoice is where
      *> its collection stands. A decline carries the gateway's
      *> reason and the date the next retry falls due on the
      *> 1/3/7-day ladder counted from the first attempt; blank
      *> once the ladder is spent.
       01 CHARGE-RECORD.
          05 CHG-ID              PIC X(10).
          05 CHG-INVOICE         PIC X(13).
          05 CHG-WORKSPACE       PIC X(12).
          05 CHG-ATTEMPT         PIC 9(01).
          05 CHG-DATE            PIC X(10).
          05 CHG-FIRST-DATE      PIC X(10).
          05 CHG-AMOUNT          PIC X(13).
          05 CHG-BRAND           PIC X(10).
          05 CHG-LAST4           PIC X(04).
          05 CHG-STATUS          PIC X(10).
             88 CHG-SENT         VALUE 'Sent'.
             88 CHG-APPROVED     VALUE 'Approved'.
             88 CHG-DECLINED     VALUE 'Declined'.
          05 CHG-REASON          PIC X(20).
          05 CHG-AUTH            PIC X(10).
          05 CHG-NEXT-DATE       PIC X(10).
