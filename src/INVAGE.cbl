       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-IN.
       01  INVOICE-IN-RECORD      PIC X(134).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  AGE-RUN-SERIAL         PIC S9(07) COMP VALUE ZERO.
       77  AGE-INV-SERIAL         PIC S9(07) COMP VALUE ZERO.
       77  AGE-BUCKET-IX          PIC 9(01) VALUE ZERO.
       01  AGE-SWITCHES.
           05 AGE-INVIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 AGE-INVIN-EOF    VALUE 'Y'.
       01  AGE-DATE-WORK.
           05 AGE-DW-X            PIC X(10).
           05 AGE-DW-PARTS REDEFINES AGE-DW-X.
              10 FILLER           PIC X(01).
              10 AGE-DW-DD        PIC 9(02).
       01  AGE-AMT-WORK.
           05 AGE-AMT-VALUE       PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  AGE-BUCKET-TABLE.
           05 AGE-BUCKET OCCURS 4 TIMES INDEXED BY AGE-BX.
              10 AGE-BKT-COUNT    PIC 9(05) COMP.
       01  AGE-HEAD-2.
           05 FILLER              PIC X(14) VALUE 'INVOICE'.
           05 FILLER              PIC X(11) VALUE 'DATE'.
           05 FILLER              PIC X(14) VALUE 'AMOUNT'.
           05 FILLER              PIC X(11) VALUE 'STATUS'.
           05 FILLER              PIC X(06) VALUE 'DAYS'.
           05 FILLER              PIC X(09) VALUE 'BUCKET'.
           05 FILLER              PIC X(68) VALUE 'DUN'.
       01  AGE-DETAIL.
           05 AGE-DT-NUMBER       PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AGE-DT-DATE         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AGE-DT-AMOUNT       PIC $$$$$$$$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AGE-DT-STATUS       PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AGE-DT-BUCKET       PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AGE-DT-DUN          PIC X(03).
           05 FILLER              PIC X(64) VALUE SPACES.
       01  AGE-TOTAL-LINE.
           05 AGE-TL-LABEL        PIC X(18).
           05 AGE-TL-COUNT        PIC ZZZZ9.
               WHEN OTHER
                   MOVE 4 TO AGE-BUCKET-IX
           END-EVALUATE
      *> Age what is still owed, not the face amount.
           MOVE INVOICE-OPEN-BAL TO AGE-AMT-VALUE
           SET AGE-BX TO AGE-BUCKET-IX
           ADD 1 TO AGE-BKT-COUNT (AGE-BX)
      *> A credit memo subtracts wherever an invoice adds, so an
           ADD 1 TO AGE-GT-COUNT
           MOVE INVOICE-NUMBER TO AGE-DT-NUMBER
           MOVE INVOICE-DATE TO AGE-DT-DATE
           MOVE AGE-AMT-VALUE TO AGE-DT-AMOUNT
           MOVE INVOICE-STATUS TO AGE-DT-STATUS
           IF INVOICE-IS-CREDIT
               MOVE 'Credit' TO AGE-DT-STATUS
           MOVE DS-SERIAL TO AGE-INV-SERIAL.
       9100-EXIT.
           EXIT.
       COPY DATE-SERVICE.
