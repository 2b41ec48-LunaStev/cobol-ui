      *> RPTSUB-RECORD.cpy
      *> Record layout for RPTSUB-FILE, the report subscriptions:
      *> one row per user and report name (RPT-NAME as RPTREG
      *> registers it). When RPTREG registers a run of the report,
      *> each subscriber whose role may still read it gets a
      *> notification, and with mail delivery a spooled mail
      *> naming the dataset too. Users keep their own rows from
      *> the Report subscriptions card; RSBMNT applies the card's
      *> posts and refuses a report the user's role has no
      *> policy.json grant to read.
       01 RPTSUB-RECORD.
          05 RSB-USER            PIC X(10).
          05 RSB-REPORT          PIC X(24).
          05 RSB-DELIVERY        PIC X(01).
             88 RSB-NOTIFY-ONLY  VALUE 'N'.
             88 RSB-BY-MAIL      VALUE 'M'.
          05 RSB-SINCE           PIC X(10).
