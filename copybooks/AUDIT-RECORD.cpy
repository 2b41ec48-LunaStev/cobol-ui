      *> full date-time with timezone so events sort correctly across
      *> days; records written before the stamp existed were migrated
      *> by the one-time AUDCONV run (see jcl/AUDCONV.jcl).
      *> AUDIT-SEQ is eight digits; the four-digit sequence of the
      *> earlier 80-byte layout was widened, and its hash chain
      *> sealed, by the one-time AUDSEQCV run (jcl/AUDSEQCV.jcl).
       01 AUDIT-RECORD.
          05 AUDIT-SEQ           PIC X(08).
          05 AUDIT-STAMP.
             10 AUDIT-DATE       PIC X(10).
             10 AUDIT-TIME       PIC X(08).
