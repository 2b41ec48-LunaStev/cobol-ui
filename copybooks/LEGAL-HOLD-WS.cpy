      *> LEGAL-HOLD-WS.cpy
      *> Working storage for the shared legal hold check
      *> (LEGAL-HOLD.cpy) over LEGALHOLD-FILE. COPY this and
      *> LEGALHOLD-RECORD in WORKING-STORAGE and the paragraphs in
      *> PROCEDURE DIVISION. Load the register by reading each row
      *> into LEGALHOLD-RECORD and PERFORMing 9500-LH-ADD-HOLD
      *> (check LH-TABLE-FULL after it). A job whose rows name
      *> people by actor name or email as well as by id then
      *> passes each user through 9510-LH-NOTE-USER (LH-USER-ID-IN,
      *> LH-USER-EMAIL-IN, LH-USER-ACTOR-IN), so a hold placed on
      *> any one of them covers all three. To test a row, fill
      *> LH-SUBJECT-IN and PERFORM 9520-LH-CHECK-SUBJECT, or fill
      *> LH-DATE-IN and PERFORM 9530-LH-CHECK-DATE; LH-HIT points
      *> at the hold that covers it, zero when none does.
       01 LH-WORK.
          05 LH-SUBJECT-IN       PIC X(40).
          05 LH-DATE-IN          PIC X(10).
          05 LH-USER-ID-IN       PIC X(06).
          05 LH-USER-EMAIL-IN    PIC X(40).
          05 LH-USER-ACTOR-IN    PIC X(10).
          05 LH-HIT              PIC 9(03) COMP.
          05 LH-HX               PIC 9(03) COMP.
          05 LH-FULL-SW          PIC X(01) VALUE 'N'.
             88 LH-TABLE-FULL    VALUE 'Y'.
       01 LH-TABLE.
          05 LH-COUNT            PIC 9(03) COMP VALUE ZERO.
          05 LH-ENTRY OCCURS 200 TIMES.
             10 LH-E-MATTER      PIC X(12).
             10 LH-E-SUBJECT     PIC X(40).
             10 LH-E-FROM        PIC X(10).
             10 LH-E-TO          PIC X(10).
             10 LH-E-ID          PIC X(06).
             10 LH-E-EMAIL       PIC X(40).
             10 LH-E-ACTOR       PIC X(10).
