       FD  JOBLOG-IN.
       01  JOBLOG-IN-RECORD       PIC X(90).
       FD  SCHED-IN.
       01  SCHED-IN-RECORD        PIC X(49).
       FD  CONTROL-IN.
       01  CONTROL-IN-RECORD      PIC X(07).
       FD  CONTROL-OUT.
