      *> WORKSPACE-RECORD.cpy
      *> Record layout for WORKSPACE-FILE, the workspace master: one
      *> row per customer workspace on the system. WKS-ID is the key
      *> every workspace-owned store carries (SUBS-WORKSPACE,
      *> SET-WORKSPACE, INVOICE-WORKSPACE, TKT-WORKSPACE,
      *> CAMP-WORKSPACE, MBR-WORKSPACE). Only Active workspaces are
      *> billed or summarized by the batch; a Closed workspace keeps
      *> its history.
       01 WORKSPACE-RECORD.
          05 WKS-ID              PIC X(12).
          05 WKS-NAME            PIC X(24).
          05 WKS-STATUS          PIC X(08).
             88 WKS-ACTIVE       VALUE 'Active'.
             88 WKS-CLOSED       VALUE 'Closed'.
      *> The user who owns the workspace, a USERS-FILE id.
          05 WKS-OWNER           PIC X(06).
          05 WKS-CREATED         PIC X(10).
