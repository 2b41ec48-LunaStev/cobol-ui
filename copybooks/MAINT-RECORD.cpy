      *> MAINT-RECORD.cpy
      *> Record layout for MAINT-FILE, the maintenance calendar:
      *> one row per booked window - the component being taken
      *> down, when, why, and who booked it. The calendar is kept
      *> as data like SLAPOL-FILE; MNTNOTE moves each window
      *> through its states as the clock passes it and sends the
      *> notice ahead of it, and the Service status card lists the
      *> upcoming and in-progress rows. INCTRACK, UPTIME and
      *> SLARPT read it (through MAINT-WINDOW.cpy) so planned
      *> downtime is neither an incident, unplanned downtime, nor
      *> time on a support clock. A window is open from its start
      *> stamp up to, not including, its end stamp.
       01 MAINT-RECORD.
          05 MNT-ID              PIC X(06).
      *> Named as the healthcheck names it (API, Web, Billing,
      *> Email) - the same value the ticket form's component
      *> field carries.
          05 MNT-COMPONENT       PIC X(10).
          05 MNT-START-DATE      PIC X(10).
          05 MNT-START-TIME      PIC X(08).
          05 MNT-END-DATE        PIC X(10).
          05 MNT-END-TIME        PIC X(08).
          05 MNT-DESC            PIC X(40).
          05 MNT-BOOKED-BY       PIC X(10).
      *> Set by MNTNOTE from the run stamp. A window booked in
      *> error is set Cancelled by hand and is ignored everywhere.
          05 MNT-STATE           PIC X(10).
             88 MNT-SCHEDULED    VALUE 'Scheduled'.
             88 MNT-UNDERWAY     VALUE 'Underway'.
             88 MNT-COMPLETE     VALUE 'Complete'.
             88 MNT-CANCELLED    VALUE 'Cancelled'.
      *> 'Y' once the advance notice has gone out, so the next
      *> run never sends it twice.
          05 MNT-NOTICED         PIC X(01).
             88 MNT-NOTICE-SENT  VALUE 'Y'.
