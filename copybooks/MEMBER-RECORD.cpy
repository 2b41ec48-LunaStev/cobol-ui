      *> MEMBER-RECORD.cpy
      *> Record layout for MEMBER-FILE, the user-to-workspace
      *> membership. A user may belong to several workspaces and
      *> holds a role in each - MBR-ROLE takes the USER-ROLE values
      *> (Owner, Admin, Billing, Support, Viewer) and is the role the
      *> screens and INVGEN honor inside that workspace. An Active
      *> membership of an Active user is a billable seat.
       01 MEMBER-RECORD.
          05 MBR-WORKSPACE       PIC X(12).
          05 MBR-USER-ID         PIC X(06).
          05 MBR-ROLE            PIC X(10).
          05 MBR-STATUS          PIC X(10).
             88 MBR-ACTIVE       VALUE 'Active'.
             88 MBR-REMOVED      VALUE 'Removed'.
          05 MBR-SINCE           PIC X(10).
