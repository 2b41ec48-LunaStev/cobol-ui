       FD  IMPORT-IN.
       01  IMPORT-IN-RECORD       PIC X(100).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  STAGE-OUT.
       01  STAGE-OUT-RECORD       PIC X(113).
       FD  ACTION-OUT.
       01  ACTION-OUT-RECORD.
           05 ACT-DATE            PIC X(10).
