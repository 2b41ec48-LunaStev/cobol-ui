      *> RPTDLV-RECORD.cpy
      *> Record layout for RPTDLV-FILE, the report delivery log.
      *> RPTREG appends one row per subscriber it tells about a
      *> registered run, carrying the NTF-SEQ of the notification
      *> it wrote, so RPTMISS can tell a run the subscriber never
      *> opened (the notification is still unread) and list it in
      *> the weekly "reports you missed" digest - once; the digest
      *> marks the row.
       01 RPTDLV-RECORD.
          05 RDV-USER            PIC X(10).
          05 RDV-REPORT          PIC X(24).
          05 RDV-RUN-DATE        PIC X(10).
          05 RDV-JOB             PIC X(08).
          05 RDV-DSNAME          PIC X(44).
          05 RDV-NTF-SEQ         PIC X(06).
          05 RDV-DIGESTED        PIC X(01).
             88 RDV-IN-DIGEST    VALUE 'Y'.
