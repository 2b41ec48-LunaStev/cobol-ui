      *> JOBREQ-RECORD.cpy
      *> Record layout for JOBREQ-FILE, the on-demand job request
      *> queue. Each press of a dashboard JOB button (Build HTML,
      *> Validate DSL, Field inventory, Export CSV, Export PDF)
      *> appends one Pending row: who pressed it, when, which job,
      *> and the button's parameters. JOBREQ drains the queue -
      *> it checks the requester's role against policy.json,
      *> refuses a job already running or already queued, holds a
      *> request made inside the job's SCHEDULE-FILE window until
      *> the window closes, and submits the rest through the
      *> internal reader the way SCHEDRUN does. A Submitted row
      *> goes Done or Failed when the job's OK or FAILED row lands
      *> in JOBLOG-FILE, and the requester is told either way.
       01 JOBREQ-RECORD.
          05 JRQ-SEQ             PIC X(06).
          05 JRQ-DATE            PIC X(10).
          05 JRQ-TIME            PIC X(08).
      *> The requester's user name, as TRN-ACTOR carries it.
          05 JRQ-USER            PIC X(10).
          05 JRQ-JOB             PIC X(08).
      *> The button's parameters, kept for the record; the job's
      *> JCL member carries its own PARMs.
          05 JRQ-PARMS           PIC X(40).
          05 JRQ-STATE           PIC X(10).
             88 JRQ-PENDING      VALUE 'Pending'.
             88 JRQ-HELD         VALUE 'Held'.
             88 JRQ-SUBMITTED    VALUE 'Submitted'.
             88 JRQ-REFUSED      VALUE 'Refused'.
             88 JRQ-DONE         VALUE 'Done'.
             88 JRQ-FAILED       VALUE 'Failed'.
      *> Why a request is Held or Refused, or how its run ended.
          05 JRQ-REASON          PIC X(30).
      *> When JOBREQ put the job on the internal reader; spaces
      *> until then.
          05 JRQ-SUB-STAMP.
             10 JRQ-SUB-DATE     PIC X(10).
             10 JRQ-SUB-TIME     PIC X(08).
