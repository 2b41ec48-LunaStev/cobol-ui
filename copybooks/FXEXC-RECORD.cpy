      *> FXEXC-RECORD.cpy
      *> Record layout for FXEXC-FILE, the register of exchange
      *> rates FXLOAD held back from CURRENCY-FILE. A treasury feed
      *> rate that moves more than the tolerance from the rate in
      *> force the day before is written here Pending, with the
      *> prior rate it was measured against and the move in
      *> percent, and reaches the rate history only on manual
      *> sign-off. APPLYTRN appends the sign-off decision for a
      *> Pending rate (fx.rate.signoff) as a second row for the
      *> same code and as-of date - Approved or Rejected, who
      *> decided and when - and the next FXLOAD run keeps the last
      *> row for each rate, appends every Approved one to the
      *> history and closes it as Loaded.
       01 FXEXC-RECORD.
          05 FXX-CODE            PIC X(08).
          05 FXX-RATE            PIC X(10).
          05 FXX-ASOF            PIC X(10).
          05 FXX-PRIOR-RATE      PIC X(10).
          05 FXX-PRIOR-ASOF      PIC X(10).
          05 FXX-MOVE-PCT        PIC X(07).
          05 FXX-STATUS          PIC X(08).
             88 FXX-PENDING      VALUE 'Pending'.
             88 FXX-APPROVED     VALUE 'Approved'.
             88 FXX-REJECTED     VALUE 'Rejected'.
             88 FXX-LOADED       VALUE 'Loaded'.
          05 FXX-HELD            PIC X(10).
          05 FXX-DECIDED-BY      PIC X(10).
          05 FXX-DECIDED         PIC X(10).
