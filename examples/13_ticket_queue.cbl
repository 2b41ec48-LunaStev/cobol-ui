*> cobol-ui declarative UI file

01 SCREEN ID "ticket-queue" USES-FILE "TICKETS-FILE" SCOPE "WORKSPACE".
   05 HEADER.
      10 TEXT MSGID "tickets.title" VALUE "Ticket queue".
   05 BODY.
         15 TEXT VALUE "Requester" CLASS "th" SORTABLE "true".
         15 TEXT VALUE "Assignee" CLASS "th" SORTABLE "true".
         15 TEXT VALUE "Status" CLASS "th" SORTABLE "true".
      10 ROW REPEAT SOURCE "TICKETS-FILE" PAGE-SIZE "10" SCOPE "WORKSPACE".
         15 TEXT FIELD "ID".
         15 TEXT FIELD "DATE".
         15 TEXT FIELD "SUBJECT".
      10 ROW.
         15 LINK MSGID "pagination.next" VALUE "Next page" HREF "#ticket-queue" NEXT-PAGE "TICKETS-FILE".
      10 HR.
      10 COL ID "ticket-work" PARAM "ticket" USES-FILE "TICKETS-FILE" KEY "ticket" MATCHES "ID" SCOPE "WORKSPACE"
         ACTION "/api/support/tickets/status" METHOD "POST" WRITES-FILE "TRANS-FILE".
         15 TEXT MSGID "tickets.work.title" VALUE "Work ticket".
         15 INPUT TYPE "hidden" NAME "ticket" PARAM "ticket".
         15 ROW.
            20 LABEL MSGID "tickets.work.attach" VALUE "Attachments".
            20 TEXT FIELD "ATTACH".
         15 ROW REPEAT SOURCE "ATTACH-FILE" PAGE-SIZE "10" KEY "ticket" MATCHES "TICKET".
            20 TEXT FIELD "NAME".
            20 TEXT FIELD "DATE".
            20 TEXT FIELD "TIME".
         15 TEXT MSGID "tickets.thread.title" VALUE "Conversation".
         15 ROW REPEAT SOURCE "TKTMSG-FILE" PAGE-SIZE "10" KEY "ticket" MATCHES "TICKET".
            20 TEXT FIELD "DATE".
            20 BUTTON MSGID "tickets.status.closed" VALUE "Closed" TYPE "submit" NAME "status"
               AUDIT-EVENT "support.ticket.status".
         15 TOAST MSGID "toast.ticket.updated" VALUE "Ticket updated." TYPE "success" TRIGGER "submit".
      10 COL ID "ticket-reply" PARAM "ticket" USES-FILE "TICKETS-FILE" KEY "ticket" MATCHES "ID" SCOPE "WORKSPACE"
         ACTION "/api/support/tickets/reply" METHOD "POST" WRITES-FILE "TRANS-FILE".
         15 TEXT MSGID "tickets.reply.title" VALUE "Reply to requester".
         15 INPUT TYPE "hidden" NAME "ticket" PARAM "ticket".
               AUDIT-EVENT "support.ticket.reply".
         15 TEXT MSGID "tickets.reply.hint" VALUE "A ticket cannot close until the thread carries an outbound reply.".
         15 TOAST MSGID "toast.ticket.replied" VALUE "Reply queued for the requester." TYPE "success" TRIGGER "submit".
      10 COL ID "ticket-claim" PARAM "ticket" USES-FILE "TICKETS-FILE" KEY "ticket" MATCHES "ID" SCOPE "WORKSPACE"
         ACTION "/api/support/tickets/assign" METHOD "POST" WRITES-FILE "TRANS-FILE".
         15 TEXT MSGID "tickets.claim.title" VALUE "Claim or reassign".
         15 INPUT TYPE "hidden" NAME "ticket" PARAM "ticket".
            20 BUTTON MSGID "tickets.claim.save" VALUE "Assign" TYPE "submit"
               AUDIT-EVENT "support.ticket.assign".
         15 TOAST MSGID "toast.ticket.assigned" VALUE "Ticket assigned." TYPE "success" TRIGGER "submit".
      10 COL ID "ticket-duplicates" USES-FILE "DUPGRP-FILE" SCOPE "WORKSPACE" VISIBLE-TO "Owner,Admin,Support"
         ACTION "/api/support/tickets/merge" METHOD "POST" WRITES-FILE "TRANS-FILE".
         15 TEXT MSGID "tickets.dup.title" VALUE "Likely duplicates".
         15 TEXT MSGID "tickets.dup.desc" VALUE "Open tickets grouped overnight: the same requester within a few days, or matching subjects during an incident. Merge a duplicate into the ticket you keep.".
         15 ROW.
            20 TEXT VALUE "Group" CLASS "th" SORTABLE "true".
            20 TEXT VALUE "Ticket" CLASS "th" SORTABLE "true".
            20 TEXT VALUE "Role" CLASS "th".
            20 TEXT VALUE "Reason" CLASS "th".
            20 TEXT VALUE "Incident" CLASS "th".
            20 TEXT VALUE "Date" CLASS "th" SORTABLE "true".
            20 TEXT VALUE "Subject" CLASS "th".
            20 TEXT VALUE "Requester" CLASS "th".
         15 ROW REPEAT SOURCE "DUPGRP-FILE" PAGE-SIZE "20" SCOPE "WORKSPACE".
            20 TEXT FIELD "GROUP".
            20 TEXT FIELD "TICKET".
            20 TEXT FIELD "ROLE".
            20 TEXT FIELD "REASON".
            20 TEXT FIELD "INCIDENT".
            20 TEXT FIELD "DATE".
            20 TEXT FIELD "SUBJECT".
            20 TEXT FIELD "EMAIL".
         15 ROW.
            20 LINK MSGID "pagination.next" VALUE "Next page" HREF "#ticket-duplicates" NEXT-PAGE "DUPGRP-FILE".
         15 ROW.
            20 LABEL MSGID "tickets.dup.child" VALUE "Duplicate ticket" FOR "merge-child".
            20 INPUT PIC X(08) ID "merge-child" NAME "child" TYPE "text" PLACEHOLDER "t-000124" VALIDATE "required".
         15 ROW.
            20 LABEL MSGID "tickets.dup.parent" VALUE "Merge into" FOR "merge-parent".
            20 INPUT PIC X(08) ID "merge-parent" NAME "parent" TYPE "text" PLACEHOLDER "t-000123" VALIDATE "required".
         15 ROW.
            20 BUTTON MSGID "tickets.dup.merge" VALUE "Merge" TYPE "submit"
               AUDIT-EVENT "support.ticket.merge".
         15 TEXT MSGID "tickets.dup.hint" VALUE "The duplicate is closed, its conversation moves under the ticket you keep, and its SLA clocks follow that ticket.".
         15 TOAST MSGID "toast.ticket.merged" VALUE "Merge queued for posting." TYPE "success" TRIGGER "submit".
