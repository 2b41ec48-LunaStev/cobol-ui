          05 HIT-DATE            PIC X(10).
          05 HIT-TIME            PIC X(08).
          05 HIT-SCREEN          PIC X(24).
      *> The anonymous visitor id from the web tier's first-party
      *> cookie - the same on every render from one browser until
      *> the cookie expires - so a visit can be tied to a later
      *> signup from that browser. Blank when cookies are off.
          05 HIT-VISITOR         PIC X(16).
      *> The campaign tag: the CAMP-ID a campaign's landing URL
      *> carries in its cmp= query value, stamped on the landing
      *> render itself and blank on every other render. ATTRRPT
      *> credits signups to it.
          05 HIT-CAMPAIGN        PIC X(08).
      *> The workspace the viewer was signed in to, a
      *> WORKSPACE-FILE id stamped by the web tier from the
      *> session the way TRN-WORKSPACE is; blank on public pages
      *> and signed-out renders. METERUSE meters page views by it.
          05 HIT-WORKSPACE       PIC X(12).
