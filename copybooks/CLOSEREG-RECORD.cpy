      *> CLOSEREG-RECORD.cpy
      *> Record layout for CLOSEREG-FILE, the billing close
      *> register. BILCLOSE appends one row per closed fiscal
      *> period (FISCAL-FILE): the control totals as of the close
      *> - receivables opening balance, billed in the period
      *> (gross of tax), cash applied, credit adjustments, and the
      *> closing balance - all with two implied decimals. The next
      *> close proves opening + billed - applied - adjustments =
      *> closing against this row before anyone trusts the numbers.
      *> Payments reversed (refunds and chargebacks PAYREV posted
      *> in the period) put receivables back, so the proof is
      *> opening + billed - applied + reversed - adjustments.
      *> A closed period's first and last day ride on the row, and
      *> nothing new may post dated inside them - APPLYTRN and
      *> INVGEN refuse it. YECLOSE appends one year row (CLR-KIND
      *> 'Y') when the fiscal year closes: the year's opening, the
      *> year's totals, and the year-end closing balance the next
      *> year's first period opens from. Rows written before the
      *> fiscal calendar carry spaces in the trailing fields.
       01 CLOSEREG-RECORD.
          05 CLR-PERIOD          PIC X(07).
          05 CLR-RUN-DATE        PIC X(10).
          05 CLR-OPENING         PIC S9(09)V99.
          05 CLR-BILLED          PIC 9(09)V99.
          05 CLR-APPLIED         PIC 9(09)V99.
          05 CLR-ADJUSTED        PIC 9(09)V99.
          05 CLR-CLOSING         PIC S9(09)V99.
          05 CLR-REVERSED        PIC 9(09)V99.
          05 CLR-START           PIC X(10).
          05 CLR-END             PIC X(10).
          05 CLR-KIND            PIC X(01).
             88 CLR-PERIOD-ROW   VALUE 'P' SPACE.
             88 CLR-YEAR-ROW     VALUE 'Y'.
