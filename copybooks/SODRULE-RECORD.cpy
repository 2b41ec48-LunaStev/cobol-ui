      *> SODRULE-RECORD.cpy
      *> Record layout for SODRULE-FILE, the segregation-of-duties
      *> rule table SODRPT checks. One row per rule: its id, the
      *> kind of conflict it tests, the parameters for that kind,
      *> and the title the report prints over its findings. Audit
      *> adds a rule with a data edit, not a program change.
      *>   ROLEPAIR  one account holds both roles SOD-PARM-1 and
      *>             SOD-PARM-2, in USER-ROLE or any membership.
      *>   SELFAUTH  the actor who posted transaction type
      *>             SOD-PARM-1 is also the ADJ-AUTH on the
      *>             adjustment it wrote (billing.adjust).
      *>   SELFUSER  the actor posted transaction type SOD-PARM-1
      *>             against their own USERS-FILE record.
      *>   SELFMAIL  the actor posted transaction type SOD-PARM-1
      *>             for their own e-mail address (mail.unsuppress).
      *>   SELFROLE  audit event SOD-PARM-1 by an actor whose meta
      *>             names a role the actor holds (roles.update).
      *> A row whose SOD-KIND is none of these is reported as
      *> unknown and otherwise skipped.
       01 SODRULE-RECORD.
          05 SOD-RULE-ID         PIC X(08).
          05 SOD-KIND            PIC X(08).
             88 SOD-ROLEPAIR     VALUE 'ROLEPAIR'.
             88 SOD-SELFAUTH     VALUE 'SELFAUTH'.
             88 SOD-SELFUSER     VALUE 'SELFUSER'.
             88 SOD-SELFMAIL     VALUE 'SELFMAIL'.
             88 SOD-SELFROLE     VALUE 'SELFROLE'.
          05 SOD-PARM-1          PIC X(24).
          05 SOD-PARM-2          PIC X(24).
          05 SOD-TITLE           PIC X(40).
