          05 JRN-DATE            PIC X(10).
          05 JRN-TYPE            PIC X(16).
          05 JRN-USER-ID         PIC X(06).
          05 JRN-BEFORE          PIC X(113).
          05 JRN-AFTER           PIC X(113).
