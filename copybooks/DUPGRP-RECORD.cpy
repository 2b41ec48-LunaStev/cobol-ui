      *> DUPGRP-RECORD.cpy
      *> Record layout for DUPGRP-FILE, the likely-duplicate ticket
      *> groups TKTDUP suggests each night for the duplicates card
      *> on the ticket queue screen (13_ticket_queue.cbl). One row
      *> per ticket in a group; the group is named for its
      *> suggested parent, the oldest ticket in it, which carries
      *> role 'parent' - every other member is a 'child' a
      *> Support lead can merge into it. The reason says which
      *> rule linked the ticket: 'email' (same requester within a
      *> few days) or 'incident' (shared subject keywords while
      *> the incident named in DUP-INCIDENT was running).
       01 DUPGRP-RECORD.
          05 DUP-GROUP           PIC X(08).
          05 DUP-TICKET          PIC X(08).
          05 DUP-ROLE            PIC X(06).
             88 DUP-PARENT       VALUE 'parent'.
             88 DUP-CHILD        VALUE 'child '.
          05 DUP-REASON          PIC X(10).
          05 DUP-INCIDENT        PIC X(06).
          05 DUP-RUN-DATE        PIC X(10).
          05 DUP-WORKSPACE       PIC X(12).
          05 DUP-DATE            PIC X(10).
          05 DUP-SUBJECT         PIC X(40).
          05 DUP-EMAIL           PIC X(32).
