      *> (CRM- series, posted by APPLYTRN from billing.adjust
      *> transactions). A credit memo's amount subtracts wherever
      *> invoices total - aging, revenue, the close.
      *> Amounts are signed numeric in the currency named by
      *> INVOICE-CURRENCY; screens and reports edit them for
      *> display. A credit memo carries a positive amount and is
      *> told apart by INVOICE-TYPE.
       01 INVOICE-RECORD.
          05 INVOICE-NUMBER      PIC X(13).
          05 INVOICE-DATE        PIC X(10).
          05 INVOICE-AMOUNT      PIC S9(09)V99.
          05 INVOICE-STATUS      PIC X(10).
          05 INVOICE-TYPE        PIC X(07).
             88 INVOICE-IS-INV   VALUE 'Invoice'.
             88 INVOICE-IS-CREDIT VALUE 'Credit'.
      *> What is still owed after partial payment application -
      *> PAYRECON maintains it, INVAGE ages it.
          05 INVOICE-OPEN-BAL    PIC S9(09)V99.
      *> Tax billed on top of INVOICE-AMOUNT (which stays the net
      *> plan price): the percentage rate applied and the tax
      *> amount. Rate spaces and amount zero when no tax applied.
          05 INVOICE-TAX-RATE    PIC X(06).
          05 INVOICE-TAX-AMT     PIC S9(09)V99.
      *> Billing currency of the amounts above, a CURRENCY-FILE
      *> code.
          05 INVOICE-CURRENCY    PIC X(08).
      *> Free text the billing run stamps when the amount needs
      *> explaining - the proration split of a mid-month plan
      *> change, e.g. 'prorated 19/30+11/30', or the coupon that
      *> discounted it, e.g. 'coupon SPRING25'.
          05 INVOICE-NOTE        PIC X(24).
      *> The coupon discount line: what a redeemed coupon took off
      *> the plan price before tax. INVOICE-AMOUNT is already net
      *> of it - the taxable amount - so the list price is the two
      *> added together. Zero when no coupon applied.
          05 INVOICE-DISCOUNT    PIC S9(09)V99.
      *> The workspace billed, a WORKSPACE-FILE id. INVGEN stamps
      *> it from the subscription it priced; a credit memo carries
      *> the workspace of the invoice it credits.
          05 INVOICE-WORKSPACE   PIC X(12).
