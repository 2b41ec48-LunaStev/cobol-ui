      *> MAINT-WINDOW-WS.cpy
      *> Working storage for the shared maintenance-window lookup
      *> (MAINT-WINDOW.cpy) over MAINT-FILE. COPY this and
      *> MAINT-RECORD in WORKING-STORAGE and the paragraphs in
      *> PROCEDURE DIVISION. Load the calendar by reading each
      *> row into MAINT-RECORD and PERFORMing 9850-MW-ADD-WINDOW
      *> (check MW-TABLE-FULL after it); then fill
      *> MW-COMPONENT-IN and MW-STAMP-IN and PERFORM
      *> 9860-MW-FIND-WINDOW. MW-HIT points at the window open for
      *> that component at that moment, zero when there is none.
      *> Stamps are 'YYYY-MM-DDHH:MM:SS' so they compare as text.
       01 MW-WORK.
          05 MW-COMPONENT-IN     PIC X(10).
          05 MW-STAMP-IN.
             10 MW-DATE-IN       PIC X(10).
             10 MW-TIME-IN       PIC X(08).
          05 MW-HIT              PIC 9(03) COMP.
          05 MW-WX               PIC 9(03) COMP.
          05 MW-FULL-SW          PIC X(01) VALUE 'N'.
             88 MW-TABLE-FULL    VALUE 'Y'.
       01 MW-TABLE.
          05 MW-COUNT            PIC 9(03) COMP VALUE ZERO.
          05 MW-ENTRY OCCURS 200 TIMES.
             10 MW-E-ID          PIC X(06).
             10 MW-E-COMPONENT   PIC X(10).
             10 MW-E-START       PIC X(18).
             10 MW-E-END         PIC X(18).
