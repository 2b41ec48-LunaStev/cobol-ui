       DATA DIVISION.
       FILE SECTION.
       FD  ADJUST-IN.
       01  ADJUST-IN-RECORD       PIC X(95).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  ARG-ADJIN-STATUS       PIC X(02).
       77  ARG-RPT-STATUS         PIC X(02).
       77  ARG-READ-CT            PIC 9(05) COMP VALUE ZERO.
       01  ARG-SWITCHES.
           05 ARG-ADJIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ARG-ADJIN-EOF    VALUE 'Y'.
       01  ARG-TOTAL-AMT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  ARG-HEAD-1.
           05 FILLER              PIC X(44) VALUE
              'ADJREG - BILLING ADJUSTMENTS REGISTER   RUN '.
           05 FILLER              PIC X(14) VALUE 'CREDIT'.
           05 FILLER              PIC X(14) VALUE 'INVOICE'.
           05 FILLER              PIC X(11) VALUE 'DATE'.
           05 FILLER              PIC X(11) VALUE '    AMOUNT'.
           05 FILLER              PIC X(11) VALUE 'AUTHORIZED'.
           05 FILLER              PIC X(30) VALUE 'REASON'.
           05 FILLER              PIC X(41) VALUE 'CURRENCY'.
       01  ARG-DETAIL.
           05 ARG-DT-CREDIT       PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ARG-DT-DATE         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ARG-DT-AMOUNT       PIC $$$,$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ARG-DT-AUTH         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ARG-DT-REASON       PIC X(30).
           05 ARG-DT-CURRENCY     PIC X(08).
           05 FILLER              PIC X(34) VALUE SPACES.
       01  ARG-TOTAL-LINE.
           05 ARG-TL-LABEL        PIC X(18).
           05 ARG-TL-COUNT        PIC ZZZZ9.
           MOVE ADJ-AMOUNT TO ARG-DT-AMOUNT
           MOVE ADJ-AUTH TO ARG-DT-AUTH
           MOVE ADJ-REASON TO ARG-DT-REASON
           MOVE ADJ-CURRENCY TO ARG-DT-CURRENCY
           WRITE REPORT-LINE FROM ARG-DETAIL
           ADD ADJ-AMOUNT TO ARG-TOTAL-AMT
           PERFORM 8100-READ-ADJUST THRU 8100-EXIT.
       3000-EXIT.
           EXIT.
           DISPLAY 'ADJREG: ' ARG-READ-CT ' CREDITS LISTED'.
       9000-EXIT.
           EXIT.
