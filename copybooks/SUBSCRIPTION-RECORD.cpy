          05 SUBS-WORKSPACE      PIC X(12).
          05 SUBS-PLAN-ID        PIC X(04).
          05 SUBS-PLAN-NAME      PIC X(12).
          05 SUBS-PLAN-PRICE     PIC X(13).
          05 SUBS-SINCE          PIC X(10).
      *> Tax region key into TAXRATES-FILE; INVGEN bills the plan
      *> price plus this region's rate.
          05 SUBS-TAX-REGION     PIC X(08).
      *> Billing term, carried from the tier like the price. An
      *> Annual term runs from the SUBS-SINCE month and renews
      *> on that month each year; spaces read as Monthly.
          05 SUBS-TERM           PIC X(08).
             88 SUBS-ANNUAL      VALUE 'Annual'.
             88 SUBS-MONTHLY     VALUES SPACES 'Monthly'.
      *> Currency the plan price is quoted and billed in, keyed
      *> into CURRENCY-FILE; spaces read as USD, the only currency
      *> before the field existed.
          05 SUBS-CURRENCY       PIC X(08).
      *> Credit standing, set and cleared by the nightly credit-hold
      *> sweep (CRDHOLD): Hold once a final dunning notice has gone
      *> unpaid past the grace days, back to spaces the run after
      *> the balance clears. While on hold AUTHCHK signs in only
      *> Owner and Billing users. SUBS-HOLD-DATE is the run date
      *> the hold was placed; spaces read as in good standing.
          05 SUBS-STATUS         PIC X(08).
             88 SUBS-ON-HOLD     VALUE 'Hold'.
             88 SUBS-IN-GOOD-STANDING VALUES SPACES 'Active'.
          05 SUBS-HOLD-DATE      PIC X(10).
