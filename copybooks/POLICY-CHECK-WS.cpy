      *> POLICY-CHECK-WS.cpy
      *> Working storage for the shared policy.json check
      *> (POLICY-CHECK.cpy). COPY this in WORKING-STORAGE and the
      *> paragraphs in PROCEDURE DIVISION. Load the grants by
      *> moving each policy.json line to PC-LINE and PERFORMing
      *> 9900-PC-ADD-LINE (check PC-TABLE-FULL after it). Then
      *> fill PC-ROLE, PC-RESOURCE and PC-ACTION and PERFORM
      *> 9910-PC-CHECK; PC-GRANTED says whether any grant
      *> covers them.
       01 PC-WORK.
          05 PC-LINE             PIC X(80).
          05 PC-ROLE             PIC X(12).
          05 PC-RESOURCE         PIC X(16).
          05 PC-ACTION           PIC X(10).
          05 PC-GX               PIC 9(03) COMP.
          05 PC-GRANTED-SW       PIC X(01).
             88 PC-GRANTED       VALUE 'Y'.
          05 PC-FULL-SW          PIC X(01) VALUE 'N'.
             88 PC-TABLE-FULL    VALUE 'Y'.
      *> Splitting a grant line on the quote character puts the
      *> three values at tokens 4, 8 and 12.
       01 PC-TOKENS.
          05 PC-PT-1             PIC X(20).
          05 PC-PT-KEY1          PIC X(20).
          05 PC-PT-3             PIC X(20).
          05 PC-PT-ROLE          PIC X(20).
          05 PC-PT-5             PIC X(20).
          05 PC-PT-KEY2          PIC X(20).
          05 PC-PT-7             PIC X(20).
          05 PC-PT-RESOURCE      PIC X(20).
          05 PC-PT-9             PIC X(20).
          05 PC-PT-KEY3          PIC X(20).
          05 PC-PT-11            PIC X(20).
          05 PC-PT-ACTION        PIC X(20).
       01 PC-TABLE.
          05 PC-COUNT            PIC 9(03) COMP VALUE ZERO.
          05 PC-GRANT OCCURS 64 TIMES.
             10 PC-G-ROLE        PIC X(12).
             10 PC-G-RESOURCE    PIC X(16).
             10 PC-G-ACTION      PIC X(10).
