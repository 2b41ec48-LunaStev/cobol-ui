       FD  ROLES-IN.
       01  ROLES-IN-RECORD        PIC X(38).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  SNAP-IN.
       01  SNAP-IN-RECORD         PIC X(39).
       FD  SNAP-OUT.
