      *> MRRHIST-RECORD.cpy
      *> Record layout for MRRHIST-FILE, the monthly recurring
      *> revenue history. MRRRPT appends one row per run: the
      *> month bridged, the run date, each leg of the bridge in
      *> USD with two implied decimals, and the paying workspace
      *> count at each end. A rerun for a month appends a fresh
      *> row and the last row for the month is the one that
      *> counts, the way the close register works. The next
      *> month's bridge opens from this row's closing figure.
       01 MRRHIST-RECORD.
          05 MRH-MONTH           PIC X(07).
          05 MRH-RUN-DATE        PIC X(10).
          05 MRH-OPENING         PIC 9(09)V99.
          05 MRH-NEW             PIC 9(09)V99.
          05 MRH-EXPANSION       PIC 9(09)V99.
          05 MRH-CONTRACTION     PIC 9(09)V99.
          05 MRH-CHURN           PIC 9(09)V99.
          05 MRH-CLOSING         PIC 9(09)V99.
          05 MRH-OPEN-COUNT      PIC 9(05).
          05 MRH-CLOSE-COUNT     PIC 9(05).
