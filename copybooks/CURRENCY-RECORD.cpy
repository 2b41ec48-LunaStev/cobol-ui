      *> CURRENCY-RECORD.cpy
      *> Record layout for CURRENCY-FILE, the dated exchange-rate
      *> history. One row per currency code per day the rate was
      *> taken: how many units of the reporting currency (USD)
      *> one unit of the code is worth, to six decimals, and the
      *> date it took effect. FXLOAD appends the treasury feed
      *> nightly and never rewrites a row, so the rate in force
      *> on any day is the latest row dated on or before it.
      *> Reporting jobs convert through RATE-HISTORY.cpy at the
      *> rate in force on the transaction's date and stamp the
      *> rate used on their output, so a month-end number
      *> reproduces long after the market has moved. The
      *> treasury feed file arrives in this same layout.
       01 CURRENCY-RECORD.
          05 CUR-CODE            PIC X(08).
          05 CUR-RATE            PIC X(10).
