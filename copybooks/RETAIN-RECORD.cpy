      *> RETAIN-RECORD.cpy
      *> Record layout for RETAIN-FILE, the retention schedule for
      *> the stores that only ever grow: one row per store saying
      *> how many days its rows are kept, the date field that ages
      *> them, and whether a row past that age is rolled into the
      *> store's dated archive generation (A) or dropped (D).
      *> RETAIN applies it; a store with no row here keeps every
      *> row. Rows still in use - Pending mail, an open ticket's
      *> thread, an unposted transaction - are kept whatever their
      *> age.
       01 RETAIN-RECORD.
          05 RET-STORE           PIC X(12).
          05 RET-DAYS            PIC 9(05).
          05 RET-DATE-FIELD      PIC X(16).
          05 RET-ACTION          PIC X(01).
             88 RET-ARCHIVE      VALUE 'A'.
             88 RET-DELETE       VALUE 'D'.
          05 FILLER              PIC X(06).
