      *> PROMISE-RECORD.cpy
      *> Record layout for PROMISE-FILE, the promise-to-pay
      *> register collections keeps. APPLYTRN adds a row Active for
      *> every billing.promise it posts: the invoice, the amount
      *> the customer agreed to pay, the date they promised it by,
      *> and who took the call on what day. DUNGEN sends no notice
      *> for an invoice under an Active promise. PRMSWP settles
      *> each one nightly - Kept once the payments applied to the
      *> invoice since the promise was taken cover the amount (or
      *> the invoice is Paid), Broken once the promised date has
      *> passed short - stamping the day it closed and what had
      *> been applied by then.
       01 PROMISE-RECORD.
          05 PRM-INVOICE         PIC X(13).
          05 PRM-AMOUNT          PIC X(13).
          05 PRM-DUE             PIC X(10).
          05 PRM-TAKEN           PIC X(10).
          05 PRM-TAKEN-BY        PIC X(10).
          05 PRM-STATUS          PIC X(07).
             88 PRM-ACTIVE       VALUE 'Active'.
             88 PRM-KEPT         VALUE 'Kept'.
             88 PRM-BROKEN       VALUE 'Broken'.
          05 PRM-CLOSED          PIC X(10).
          05 PRM-APPLIED         PIC X(13).
