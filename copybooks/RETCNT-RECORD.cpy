      *> RETCNT-RECORD.cpy
      *> Record layout for RETCNT-FILE, the control counts of the
      *> last RETAIN run: one row per store with what it held
      *> before the run, what was archived, what was deleted and
      *> what was left - before is always archived + deleted +
      *> after. DATACHK reads it back against the live stores, so
      *> a promote that never landed, or rows lost since, shows
      *> on the exceptions report. RCN-HELD counts the rows past
      *> the cutoff that were kept because they are still in use.
       01 RETCNT-RECORD.
          05 RCN-RUN-DATE        PIC X(10).
          05 RCN-STORE           PIC X(12).
          05 RCN-ACTION          PIC X(01).
             88 RCN-ARCHIVE      VALUE 'A'.
             88 RCN-DELETE       VALUE 'D'.
             88 RCN-KEEP-ALL     VALUE 'K'.
          05 RCN-CUTOFF          PIC X(10).
          05 RCN-BEFORE          PIC 9(07).
          05 RCN-ARCHIVED        PIC 9(07).
          05 RCN-DELETED         PIC 9(07).
          05 RCN-AFTER           PIC 9(07).
          05 RCN-HELD            PIC 9(07).
