          05 SET-THEME           PIC X(08).
          05 SET-DIGEST          PIC X(01).
             88 SET-DIGEST-ON    VALUE 'Y'.
      *> The workspace these settings belong to, a WORKSPACE-FILE
      *> id. SETTINGS-FILE holds one record per workspace.
          05 SET-WORKSPACE       PIC X(12).
