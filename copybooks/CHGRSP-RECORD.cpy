      *> CHGRSP-RECORD.cpy
      *> Record layout for the card gateway's answer file: one
      *> row per charge it was handed, keyed by the CHG-ID it was
      *> sent under. Approved rows carry the authorization code;
      *> Declined rows carry the decline reason.
       01 CHGRSP-RECORD.
          05 CRS-CHG-ID          PIC X(10).
          05 CRS-DATE            PIC X(10).
          05 CRS-RESULT          PIC X(10).
             88 CRS-APPROVED     VALUE 'Approved'.
             88 CRS-DECLINED     VALUE 'Declined'.
          05 CRS-AUTH            PIC X(10).
          05 CRS-REASON          PIC X(20).
