          05 USER-EMAIL         PIC X(40).
          05 USER-ROLE          PIC X(10).
          05 USER-STATUS        PIC X(10).
      *> Mobile number for SMS alerts, international form with
      *> the leading '+' (+15551234567). Alerts go to it only
      *> while USER-SMS-OPTIN is 'Y' - the number alone is not
      *> consent.
          05 USER-PHONE         PIC X(16).
          05 USER-SMS-OPTIN     PIC X(01).
             88 USER-SMS-OK     VALUE 'Y'.
