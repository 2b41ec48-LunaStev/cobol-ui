      *> APIKEY-RECORD.cpy
      *> Record layout for APIKEY-FILE, the integration API keys.
      *> One row per key: the public id the caller presents in
      *> front of the secret, the workspace and account it acts
      *> for, and the scope it is good for - read-only dashboards,
      *> billing, or tickets. Like CREDENTIALS-FILE it holds only
      *> a salted digest through the shared HASH-DIGEST routine;
      *> APIKMNT shows the secret once, on issue, and never again.
      *> APIKCHK verifies each key-authenticated call against this
      *> file and stamps AKY-LAST-USED. The nightly APIKSWP forces
      *> rotation at AKY-EXPIRES (180 days after issue) and flags
      *> a key nobody has used for 90 days.
       01 APIKEY-RECORD.
          05 AKY-ID              PIC X(08).
          05 AKY-WORKSPACE       PIC X(12).
          05 AKY-OWNER           PIC X(06).
          05 AKY-LABEL           PIC X(20).
          05 AKY-SCOPE           PIC X(10).
             88 AKY-DASHBOARDS   VALUE 'dashboards'.
             88 AKY-BILLING      VALUE 'billing'.
             88 AKY-TICKETS      VALUE 'tickets'.
          05 AKY-SALT            PIC X(16).
          05 AKY-HASH            PIC X(16).
          05 AKY-CREATED         PIC X(10).
          05 AKY-EXPIRES         PIC X(10).
          05 AKY-LAST-USED       PIC X(10).
          05 AKY-STATUS          PIC X(10).
             88 AKY-ACTIVE       VALUE 'Active'.
             88 AKY-REVOKED      VALUE 'Revoked'.
             88 AKY-EXPIRED      VALUE 'Expired'.
      *> 'Y' once APIKSWP finds the key unused for 90 days; the
      *> next verified call clears it.
          05 AKY-IDLE            PIC X(01).
             88 AKY-IS-IDLE      VALUE 'Y'.
      *> Date the key was revoked or expired; spaces while Active.
          05 AKY-CLOSED          PIC X(10).
