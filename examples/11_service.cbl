            20 TEXT MSGID "sidebar.admin" VALUE "Admin" CLASS "sidebar-title" VISIBLE-TO "Owner,Admin".
            20 LINK MSGID "sidebar.users" VALUE "Users" HREF "#users" CLASS "sidebar-link" VISIBLE-TO "Owner,Admin".
            20 LINK MSGID "sidebar.roles" VALUE "Roles" HREF "#roles" CLASS "sidebar-link" VISIBLE-TO "Owner,Admin".
            20 LINK MSGID "sidebar.apikeys" VALUE "API keys" HREF "#apikeys" CLASS "sidebar-link" VISIBLE-TO "Owner,Admin".
            20 LINK MSGID "sidebar.webhooks" VALUE "Webhooks" HREF "#webhooks" CLASS "sidebar-link" VISIBLE-TO "Owner,Admin".
            20 LINK MSGID "sidebar.auditlog" VALUE "Audit log" HREF "#audit" CLASS "sidebar-link" VISIBLE-TO "Owner,Admin".
            20 LINK MSGID "sidebar.schedules" VALUE "Schedules" HREF "#schedules" CLASS "sidebar-link" VISIBLE-TO "Owner,Admin".
            20 TEXT MSGID "sidebar.billing" VALUE "Billing" CLASS "sidebar-title".
                  30 LINK MSGID "dashboard.inviteuser" VALUE "Invite User" HREF "#invite" CLASS "btn".
                  30 LINK MSGID "dashboard.opendocs" VALUE "Open docs" HREF "#docs" CLASS "btn linklike".

            20 ROW ID "kpi" CLASS "kpi-row" USES-FILE "KPI-FILE" SCOPE "WORKSPACE".
               25 COL CLASS "card kpi-card".
                  30 TEXT VALUE "Active users" CLASS "kpi-label".
                  30 TEXT FIELD "ACTIVE" CLASS "kpi-value".
               25 COL CLASS "card wide".
                  30 TEXT MSGID "card.quickactions.title" VALUE "Quick actions" CLASS "card-title".
                  30 ROW CLASS "quick-actions".
                     35 BUTTON MSGID "action.buildhtml" VALUE "Build HTML" TYPE "button" CLASS "btn primary" JOB "BHBUILD" CHECKPOINT "true" WRITES-FILE "JOBREQ-FILE".
                     35 BUTTON MSGID "action.validatedsl" VALUE "Validate DSL" TYPE "button" CLASS "btn" JOB "DSLLINT" WRITES-FILE "JOBREQ-FILE".
                     35 BUTTON MSGID "action.fieldinventory" VALUE "Field inventory" TYPE "button" CLASS "btn" JOB "FLDINV" WRITES-FILE "JOBREQ-FILE".
                     35 LINK VALUE "Release notes" HREF "#reports" CLASS "btn linklike".
                  30 TEXT VALUE "Tip: keep the DSL strict. Let the generator do the boring parts." CLASS "muted".

                  30 LINK MSGID "reports.download" VALUE "Download" HREF "#reports" CLASS "td" PARAM "report" FIELD "NAME".
               25 LINK MSGID "pagination.next" VALUE "Next page" HREF "#reports" NEXT-PAGE "REPORTS-FILE".

            20 COL ID "report-subscriptions" CLASS "card" USES-FILE "RPTSUB-FILE".
               25 BREADCRUMB.
                  30 ITEM VALUE "Dashboard" HREF "#dashboard".
                  30 ITEM VALUE "Reports" HREF "#reports".
                  30 ITEM VALUE "Subscriptions" HREF "#report-subscriptions".
               25 TEXT MSGID "card.reportsubs.title" VALUE "Report subscriptions" CLASS "card-title".
               25 TEXT MSGID "card.reportsubs.desc" VALUE "Hear about a report the moment a run registers - a notification, or a mail naming the dataset too. You can follow only reports your role may read, and each Monday you get a list of runs you never opened." CLASS "muted".
               25 COL ID "reportsub-form" ACTION "/api/reports/subscribe" METHOD "POST" WRITES-FILE "RPTSUB-FILE".
                  30 ROW CLASS "form-row".
                     35 COL CLASS "field".
                        40 LABEL MSGID "reportsub.report.label" VALUE "Report" FOR "reportsub-report".
                        40 INPUT PIC X(24) ID "reportsub-report" NAME "report" TYPE "text"
                           PLACEHOLDER "Invoice export CSV" VALIDATE "required".
                     35 COL CLASS "field".
                        40 LABEL MSGID "reportsub.delivery.label" VALUE "Delivery" FOR "reportsub-delivery".
                        40 INPUT PIC X(01) ID "reportsub-delivery" NAME "delivery" TYPE "text"
                           PLACEHOLDER "N = notification / M = mail too" VALIDATE "required".
                  30 ROW CLASS "form-actions".
                     35 BUTTON MSGID "reportsub.subscribe" VALUE "Subscribe" TYPE "submit" CLASS "btn primary" AUDIT-EVENT "reports.subscribe".
                  30 TOAST MSGID "toast.reportsub.queued" VALUE "Subscription sent. You will be notified whether it was taken." TYPE "success" TRIGGER "submit".
               25 ROW CLASS "table head".
                  30 TEXT VALUE "User" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Report" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Delivery" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Since" CLASS "th" SORTABLE "true".
               25 ROW CLASS "table row" REPEAT SOURCE "RPTSUB-FILE" PAGE-SIZE "10"
                  ACTION "/api/reports/unsubscribe" METHOD "POST" WRITES-FILE "RPTSUB-FILE".
                  30 TEXT FIELD "USER" CLASS "td".
                  30 TEXT FIELD "REPORT" CLASS "td".
                  30 TEXT FIELD "DELIVERY" CLASS "td".
                  30 TEXT FIELD "SINCE" CLASS "td".
                  30 INPUT TYPE "hidden" NAME "report" FIELD "REPORT".
                  30 BUTTON MSGID "reportsub.unsubscribe" VALUE "Unsubscribe" TYPE "submit" CLASS "btn secondary"
                     CONFIRM "Stop hearing about this report?" AUDIT-EVENT "reports.subscribe".
               25 LINK MSGID "pagination.next" VALUE "Next page" HREF "#report-subscriptions" NEXT-PAGE "RPTSUB-FILE".

            20 COL ID "analytics" CLASS "card" USES-FILE "ANALYTICS-FILE".
               25 BREADCRUMB.
                  30 ITEM VALUE "Dashboard" HREF "#dashboard".
                  30 TEXT FIELD "COUNT" CLASS "td".
               25 LINK MSGID "pagination.next" VALUE "Next page" HREF "#analytics" NEXT-PAGE "ANALYTICS-FILE".

            20 COL ID "project-ui" CLASS "card" PARAM "campaign" USES-FILE "CAMPAIGNS-FILE" KEY "campaign" MATCHES "ID" SCOPE "WORKSPACE"
               ACTION "/api/campaigns" METHOD "POST" WRITES-FILE "TRANS-FILE".
               25 INPUT TYPE "hidden" NAME "campaign" PARAM "campaign".
               25 BREADCRUMB.
                  30 ITEM VALUE "Dashboard" HREF "#dashboard".
                        40 INPUT PIC X(32) ID "campaign-name" NAME "campaign_name" FIELD "NAME" PLACEHOLDER "winter-2025" TYPE "text".
                     35 COL CLASS "field".
                        40 LABEL VALUE "Channel" FOR "campaign-channel".
                        40 INPUT PIC X(8) ID "campaign-channel" NAME "channel" FIELD "CHANNEL" PLACEHOLDER "email / push / ads" TYPE "text".

                  30 ROW CLASS "form-row".
                     35 COL CLASS "field".
                  30 ROW CLASS "form-row".
                     35 COL CLASS "field".
                        40 LABEL VALUE "Daily budget" FOR "campaign-budget".
                        40 INPUT PIC X(8) ID "campaign-budget" NAME "budget" FIELD "BUDGET" TYPE "number" PLACEHOLDER "50" READONLY-FOR "Billing,Viewer".
                     35 COL CLASS "field".
                        40 LABEL VALUE "Currency" FOR "campaign-currency".
                        40 INPUT PIC X(3) ID "campaign-currency" NAME "currency" FIELD "CURRENCY" TYPE "text" PLACEHOLDER "USD" READONLY-FOR "Billing,Viewer".

                  30 ROW CLASS "form-row".
                     35 COL CLASS "field".
                  30 ROW CLASS "form-actions".
                     35 BUTTON VALUE "Back" TYPE "button" CLASS "btn secondary" STEP-NAV "back".
                     35 BUTTON VALUE "Create campaign" TYPE "submit" CLASS "btn primary" AUDIT-EVENT "campaign.create".
                     35 BUTTON MSGID "campaign.save" VALUE "Save changes" TYPE "submit" CLASS "btn" AUDIT-EVENT "campaign.update".
                     35 BUTTON VALUE "Reset" TYPE "reset" CLASS "btn secondary".
                     35 LINK VALUE "Learn campaign best practices" HREF "#docs" CLASS "btn linklike".
                  30 TOAST MSGID "toast.campaign.created" VALUE "Campaign saved as Draft. Submit it for approval from the Campaigns card." TYPE "success" TRIGGER "submit".

            20 COL ID "campaigns" CLASS "card" USES-FILE "CAMPAIGNS-FILE" SCOPE "WORKSPACE"
               ACTION "/api/campaigns/submit" METHOD "POST" WRITES-FILE "TRANS-FILE".
               25 BREADCRUMB.
                  30 ITEM VALUE "Dashboard" HREF "#dashboard".
                  30 ITEM VALUE "Campaigns" HREF "#campaigns".
               25 TEXT MSGID "card.campaigns.title" VALUE "Campaigns" CLASS "card-title".
               25 TEXT MSGID "card.campaigns.desc" VALUE "New and edited campaigns stay Draft until they are submitted and a Billing or Owner user approves them; a daily budget above 500 USD needs an Owner. A rejected campaign shows the reviewer's note and can be edited and submitted again." CLASS "muted".
               25 ROW CLASS "table head".
                  30 TEXT VALUE "Name" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Channel" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "End" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Budget" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Status" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Submitted by" CLASS "th".
                  30 TEXT VALUE "Reviewed by" CLASS "th".
                  30 TEXT VALUE "Note" CLASS "th".
               25 ROW CLASS "table row" REPEAT SOURCE "CAMPAIGNS-FILE" PAGE-SIZE "10" SCOPE "WORKSPACE".
                  30 TEXT FIELD "NAME" CLASS "td".
                  30 TEXT FIELD "CHANNEL" CLASS "td".
                  30 TEXT FIELD "START-DATE" CLASS "td".
                  30 TEXT FIELD "END-DATE" CLASS "td".
                  30 TEXT FIELD "BUDGET" CLASS "td".
                  30 TEXT FIELD "STATUS" CLASS "td".
                  30 TEXT FIELD "REQUESTER" CLASS "td".
                  30 TEXT FIELD "REVIEWER" CLASS "td".
                  30 TEXT FIELD "NOTE" CLASS "td".
                  30 LINK MSGID "campaigns.open" VALUE "Open" HREF "#project-ui" CLASS "td" PARAM "campaign" FIELD "ID".
               25 LINK MSGID "pagination.next" VALUE "Next page" HREF "#campaigns" NEXT-PAGE "CAMPAIGNS-FILE".
               25 ROW CLASS "form-row".
                  30 COL CLASS "field".
                     35 LABEL MSGID "campaign.submit.label" VALUE "Campaign" FOR "cmp-submit-id".
                     35 INPUT PIC X(8) ID "cmp-submit-id" NAME "campaign" TYPE "text"
                        PLACEHOLDER "c-0002" VALIDATE "required".
               25 ROW CLASS "form-actions".
                  30 BUTTON MSGID "campaign.submit" VALUE "Submit for approval" TYPE "submit" CLASS "btn primary"
                     AUDIT-EVENT "campaign.submit".
               25 LINK MSGID "campaigns.review" VALUE "Review submitted campaigns" HREF "#campaign-review" CLASS "small-link".
               25 TOAST MSGID "toast.campaign.submitted" VALUE "Submission captured for posting." TYPE "success" TRIGGER "submit".

            20 COL ID "campaign-review" CLASS "card" USES-FILE "CAMPAIGNS-FILE" SCOPE "WORKSPACE" VISIBLE-TO "Owner,Billing"
               ACTION "/api/campaigns/review" METHOD "POST" WRITES-FILE "TRANS-FILE".
               25 BREADCRUMB.
                  30 ITEM VALUE "Dashboard" HREF "#dashboard".
                  30 ITEM VALUE "Campaigns" HREF "#campaigns".
                  30 ITEM VALUE "Review" HREF "#campaign-review".
               25 TEXT MSGID "card.campaign.review.title" VALUE "Campaign review" CLASS "card-title".
               25 TEXT MSGID "card.campaign.review.desc" VALUE "Approve a Submitted campaign to make it Active, or reject it with a note the requester will see. You cannot review your own submission, and a daily budget above 500 USD needs an Owner." CLASS "muted".
               25 ROW CLASS "form-row".
                  30 COL CLASS "field".
                     35 LABEL MSGID "campaign.review.id.label" VALUE "Campaign" FOR "cmp-review-id".
                     35 INPUT PIC X(8) ID "cmp-review-id" NAME "campaign" TYPE "text"
                        PLACEHOLDER "c-0002" VALIDATE "required".
                  30 COL CLASS "field".
                     35 LABEL MSGID "campaign.review.reason.label" VALUE "Reason (required to reject)" FOR "cmp-review-reason".
                     35 INPUT PIC X(40) ID "cmp-review-reason" NAME "reason" TYPE "text"
                        PLACEHOLDER "Budget too high for a first run".
               25 ROW CLASS "form-actions".
                  30 BUTTON MSGID "campaign.approve" VALUE "Approved" TYPE "submit" NAME "decision" CLASS "btn primary"
                     AUDIT-EVENT "campaign.decide".
                  30 BUTTON MSGID "campaign.reject" VALUE "Rejected" TYPE "submit" NAME "decision" CLASS "btn secondary"
                     AUDIT-EVENT "campaign.decide".
               25 TOAST MSGID "toast.campaign.decided" VALUE "Decision captured for posting." TYPE "success" TRIGGER "submit".

            20 COL ID "users" CLASS "card" USES-FILE "USERS-FILE" SCOPE "WORKSPACE".
               25 BREADCRUMB.
                  30 ITEM VALUE "Dashboard" HREF "#dashboard".
                  30 ITEM VALUE "Admin" HREF "#admin".
                  30 TEXT VALUE "Email" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Role" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Status" CLASS "th" SORTABLE "true".
               25 ROW CLASS "table row" REPEAT SOURCE "USERS-FILE" PAGE-SIZE "25" SCOPE "WORKSPACE".
                  30 TEXT FIELD "ID" CLASS "td".
                  30 TEXT FIELD "NAME" CLASS "td".
                  30 TEXT FIELD "EMAIL" CLASS "td".
                     CONFIRM "Revoke this grant? policy.json is regenerated immediately." AUDIT-EVENT "roles.update".
               25 LINK MSGID "pagination.next" VALUE "Next page" HREF "#role-editor" NEXT-PAGE "ROLES-FILE".

            20 COL ID "apikeys" CLASS "card" USES-FILE "APIKEY-FILE" SCOPE "WORKSPACE" VISIBLE-TO "Owner,Admin".
               25 BREADCRUMB.
                  30 ITEM VALUE "Dashboard" HREF "#dashboard".
                  30 ITEM VALUE "Admin" HREF "#admin".
                  30 ITEM VALUE "API keys" HREF "#apikeys".
               25 TEXT MSGID "card.apikeys.title" VALUE "API keys" CLASS "card-title".
               25 TEXT MSGID "card.apikeys.desc" VALUE "Keys for integrations, each scoped to read-only dashboards, billing, or tickets. Keys expire 180 days after issue; unused for 90 days they are flagged idle." CLASS "muted".
               25 COL ID "apikey-form" ACTION "/api/keys" METHOD "POST" WRITES-FILE "APIKEY-FILE".
                  30 ROW CLASS "form-row".
                     35 COL CLASS "field".
                        40 LABEL MSGID "apikey.label.label" VALUE "Label" FOR "apikey-label".
                        40 INPUT PIC X(20) ID "apikey-label" NAME "label" TYPE "text"
                           PLACEHOLDER "Accounting export" VALIDATE "required".
                     35 COL CLASS "field".
                        40 LABEL MSGID "apikey.scope.label" VALUE "Scope" FOR "apikey-scope".
                        40 INPUT PIC X(10) ID "apikey-scope" NAME "scope" TYPE "text"
                           PLACEHOLDER "dashboards / billing / tickets" VALIDATE "required".
                  30 ROW CLASS "form-actions".
                     35 BUTTON MSGID "apikey.issue" VALUE "Issue key" TYPE "submit" CLASS "btn primary" AUDIT-EVENT "apikey".
                  30 TOAST MSGID "toast.apikey.issued" VALUE "Key issued. Copy it now - the secret is shown only this once." TYPE "success" TRIGGER "submit".
               25 ROW CLASS "table head".
                  30 TEXT VALUE "Key" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Label" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Scope" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Issued" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Expires" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Last used" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Status" CLASS "th" SORTABLE "true".
               25 ROW CLASS "table row" REPEAT SOURCE "APIKEY-FILE" PAGE-SIZE "10"
                  ACTION "/api/keys/revoke" METHOD "POST" WRITES-FILE "APIKEY-FILE".
                  30 TEXT FIELD "ID" CLASS "td".
                  30 TEXT FIELD "LABEL" CLASS "td".
                  30 TEXT FIELD "SCOPE" CLASS "td".
                  30 TEXT FIELD "CREATED" CLASS "td".
                  30 TEXT FIELD "EXPIRES" CLASS "td".
                  30 TEXT FIELD "LAST-USED" CLASS "td".
                  30 TEXT FIELD "STATUS" CLASS "td".
                  30 INPUT TYPE "hidden" NAME "key" FIELD "ID".
                  30 BUTTON MSGID "apikey.revoke" VALUE "Revoke" TYPE "submit" CLASS "btn secondary"
                     CONFIRM "Revoke this key? Calls using it are refused from now on." AUDIT-EVENT "apikey".
               25 LINK MSGID "pagination.next" VALUE "Next page" HREF "#apikeys" NEXT-PAGE "APIKEY-FILE".

            20 COL ID "webhooks" CLASS "card" USES-FILE "WEBHOOK-FILE" SCOPE "WORKSPACE" VISIBLE-TO "Owner,Admin".
               25 BREADCRUMB.
                  30 ITEM VALUE "Dashboard" HREF "#dashboard".
                  30 ITEM VALUE "Admin" HREF "#admin".
                  30 ITEM VALUE "Webhooks" HREF "#webhooks".
               25 TEXT MSGID "card.webhooks.title" VALUE "Webhooks" CLASS "card-title".
               25 TEXT MSGID "card.webhooks.desc" VALUE "Endpoints that receive invoice.raised, invoice.paid, invoice.partial and ticket.status events, signed with the shared secret. Failed deliveries retry with backoff and give up after five attempts." CLASS "muted".
               25 COL ID "webhook-form" ACTION "/api/webhooks" METHOD "POST" WRITES-FILE "WEBHOOK-FILE".
                  30 ROW CLASS "form-row".
                     35 COL CLASS "field wide".
                        40 LABEL MSGID "webhook.url.label" VALUE "Endpoint URL" FOR "webhook-url".
                        40 INPUT PIC X(60) ID "webhook-url" NAME "url" TYPE "url"
                           PLACEHOLDER "https://example.com/hooks" VALIDATE "required".
                  30 ROW CLASS "form-row".
                     35 COL CLASS "field".
                        40 LABEL MSGID "webhook.events.label" VALUE "Event types" FOR "webhook-events".
                        40 INPUT PIC X(60) ID "webhook-events" NAME "events" TYPE "text"
                           PLACEHOLDER "invoice.raised,ticket.status or *" VALIDATE "required".
                     35 COL CLASS "field".
                        40 LABEL MSGID "webhook.secret.label" VALUE "Signing secret" FOR "webhook-secret".
                        40 INPUT PIC X(20) ID "webhook-secret" NAME "secret" TYPE "password"
                           VALIDATE "required".
                  30 ROW CLASS "form-actions".
                     35 BUTTON MSGID "webhook.add" VALUE "Add endpoint" TYPE "submit" CLASS "btn primary" AUDIT-EVENT "webhook".
                  30 TOAST MSGID "toast.webhook.added" VALUE "Endpoint added." TYPE "success" TRIGGER "submit".
               25 ROW CLASS "table head".
                  30 TEXT VALUE "Id" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Endpoint" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Events" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Created" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Status" CLASS "th" SORTABLE "true".
               25 ROW CLASS "table row" REPEAT SOURCE "WEBHOOK-FILE" PAGE-SIZE "10"
                  ACTION "/api/webhooks/status" METHOD "POST" WRITES-FILE "WEBHOOK-FILE".
                  30 TEXT FIELD "ID" CLASS "td".
                  30 TEXT FIELD "URL" CLASS "td".
                  30 TEXT FIELD "EVENTS" CLASS "td".
                  30 TEXT FIELD "CREATED" CLASS "td".
                  30 TEXT FIELD "STATUS" CLASS "td".
                  30 LINK MSGID "webhook.log" VALUE "Delivery log" HREF "#webhook-log" CLASS "td" PARAM "subscription" FIELD "ID".
                  30 INPUT TYPE "hidden" NAME "webhook" FIELD "ID".
                  30 BUTTON MSGID "webhook.toggle" VALUE "Pause / resume" TYPE "submit" CLASS "btn secondary"
                     CONFIRM "Change delivery for this endpoint? A paused endpoint receives nothing until resumed." AUDIT-EVENT "webhook".
               25 LINK MSGID "pagination.next" VALUE "Next page" HREF "#webhooks" NEXT-PAGE "WEBHOOK-FILE".

            20 COL ID "webhook-log" CLASS "card" PARAM "subscription" USES-FILE "WHKLOG-FILE" KEY "subscription" MATCHES "SUB" SCOPE "WORKSPACE" VISIBLE-TO "Owner,Admin".
               25 BREADCRUMB.
                  30 ITEM VALUE "Dashboard" HREF "#dashboard".
                  30 ITEM VALUE "Webhooks" HREF "#webhooks".
                  30 ITEM VALUE "Delivery log" HREF "#webhook-log".
               25 TEXT MSGID "card.webhooklog.title" VALUE "Delivery log" CLASS "card-title".
               25 TEXT MSGID "card.webhooklog.desc" VALUE "Every delivery attempt to this endpoint: what was sent, when, and the HTTP status it answered." CLASS "muted".
               25 ROW CLASS "table head".
                  30 TEXT VALUE "Delivery" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Event" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Reference" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Attempt" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Sent" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Time" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Response" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Outcome" CLASS "th" SORTABLE "true".
               25 ROW CLASS "table row" REPEAT SOURCE "WHKLOG-FILE" PAGE-SIZE "20" SCOPE "WORKSPACE".
                  30 TEXT FIELD "ID" CLASS "td".
                  30 TEXT FIELD "EVENT" CLASS "td".
                  30 TEXT FIELD "REF" CLASS "td".
                  30 TEXT FIELD "ATTEMPT" CLASS "td".
                  30 TEXT FIELD "SENT-DATE" CLASS "td".
                  30 TEXT FIELD "SENT-TIME" CLASS "td".
                  30 TEXT FIELD "RESPONSE" CLASS "td".
                  30 TEXT FIELD "OUTCOME" CLASS "td".
               25 LINK MSGID "pagination.next" VALUE "Next page" HREF "#webhook-log" NEXT-PAGE "WHKLOG-FILE".

            20 COL ID "audit" CLASS "card" USES-FILE "AUDIT-FILE".
               25 BREADCRUMB.
                  30 ITEM VALUE "Dashboard" HREF "#dashboard".
                  30 TEXT FIELD "DSNAME" CLASS "td".
               25 LINK MSGID "pagination.next" VALUE "Next page" HREF "#jobs" NEXT-PAGE "JOBLOG-FILE".

            20 COL ID "job-requests" CLASS "card" USES-FILE "JOBREQ-FILE".
               25 BREADCRUMB.
                  30 ITEM VALUE "Dashboard" HREF "#dashboard".
                  30 ITEM VALUE "Job requests" HREF "#job-requests".
               25 TEXT MSGID "card.jobrequests.title" VALUE "Job requests" CLASS "card-title".
               25 TEXT VALUE "Every press of a job button, who pressed it, and what became of it. A job already running or queued is refused, one pressed inside its batch window is held until the window closes, and you are notified when your run ends." CLASS "muted".
               25 ROW CLASS "table head".
                  30 TEXT VALUE "Request" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Date" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Time" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Requested by" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Job" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "State" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Reason" CLASS "th".
                  30 TEXT VALUE "Submitted" CLASS "th" SORTABLE "true".
               25 ROW REPEAT SOURCE "JOBREQ-FILE" PAGE-SIZE "8" CLASS "table row".
                  30 TEXT FIELD "SEQ" CLASS "td".
                  30 TEXT FIELD "DATE" CLASS "td".
                  30 TEXT FIELD "TIME" CLASS "td".
                  30 TEXT FIELD "USER" CLASS "td".
                  30 TEXT FIELD "JOB" CLASS "td".
                  30 TEXT FIELD "STATE" CLASS "td".
                  30 TEXT FIELD "REASON" CLASS "td".
                  30 TEXT FIELD "SUB-DATE" CLASS "td".
               25 LINK MSGID "pagination.next" VALUE "Next page" HREF "#job-requests" NEXT-PAGE "JOBREQ-FILE".

            20 COL ID "schedules" CLASS "card" USES-FILE "SCHEDULE-FILE" VISIBLE-TO "Owner,Admin".
               25 BREADCRUMB.
                  30 ITEM VALUE "Dashboard" HREF "#dashboard".
                  30 ITEM VALUE "Admin" HREF "#admin".
                  30 ITEM VALUE "Schedules" HREF "#schedules".
               25 TEXT MSGID "card.schedules.title" VALUE "Schedules" CLASS "card-title".
               25 TEXT VALUE "What the driver submits and when. Pause a row to take a job out of the cycle without losing its slot. On a weekend or bank holiday a row runs anyway, skips (S), or shifts to the next business day (N)." CLASS "muted".
               25 ROW CLASS "table head".
                  30 TEXT VALUE "Job" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Frequency" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Enabled" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Last run" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Runs after" CLASS "th".
                  30 TEXT VALUE "On holidays" CLASS "th".
               25 ROW REPEAT SOURCE "SCHEDULE-FILE" PAGE-SIZE "8" CLASS "table row".
                  30 TEXT FIELD "JOB" CLASS "td".
                  30 TEXT FIELD "FREQ" CLASS "td".
                  30 TEXT FIELD "ENABLED" CLASS "td".
                  30 TEXT FIELD "LAST-RUN" CLASS "td".
                  30 TEXT FIELD "AFTER" CLASS "td".
                  30 TEXT FIELD "HOLIDAY" CLASS "td".
                  30 LINK MSGID "sched.adjust" VALUE "Adjust" HREF "#schedule-set" PARAM "job" FIELD "JOB".
               25 LINK MSGID "pagination.next" VALUE "Next page" HREF "#schedules" NEXT-PAGE "SCHEDULE-FILE".
               25 COL ID "schedule-set" PARAM "job" USES-FILE "SCHEDULE-FILE" KEY "job" MATCHES "JOB"
                  30 ITEM VALUE "Billing" HREF "#billing".
               25 TEXT MSGID "card.billing.title" VALUE "Billing" CLASS "card-title".
               25 ROW CLASS "grid-row".
                  30 COL CLASS "card inner" USES-FILE "SUBSCRIPTION-FILE" SCOPE "WORKSPACE".
                     35 TEXT VALUE "Current plan" CLASS "kpi-label".
                     35 TEXT FIELD "PLAN-NAME" CLASS "kpi-value".
                     35 TEXT FIELD "PLAN-PRICE" CLASS "muted".
                     35 TEXT VALUE "/ month" CLASS "muted".
                     35 TEXT FIELD "TERM" CLASS "muted".
                     35 LINK VALUE "Change plan" HREF "#plans" CLASS "btn".
                     35 LINK MSGID "billing.coupon.link" VALUE "Redeem a coupon" HREF "#coupon" CLASS "small-link".
                  30 COL CLASS "card inner" USES-FILE "PAYMETHOD-FILE".
                     35 TEXT VALUE "Payment method" CLASS "kpi-label".
                     35 TEXT FIELD "BRAND" CLASS "kpi-value".
                     35 TEXT VALUE "•••• " CLASS "kpi-value".
                     35 TEXT FIELD "LAST4" CLASS "kpi-value".
                     35 TEXT VALUE "Expires" CLASS "muted".
                     35 TEXT FIELD "EXP-MM" CLASS "muted".
                     35 TEXT VALUE "/" CLASS "muted".
                     35 TEXT FIELD "EXP-YY" CLASS "muted".
                     35 LINK VALUE "Update card" HREF "#payment" CLASS "btn".

            20 COL ID "plans" CLASS "card".
               25 BREADCRUMB.
                     ACTION "/api/billing/plan" METHOD "POST" WRITES-FILE "TRANS-FILE".
                     35 TEXT FIELD "NAME" CLASS "kpi-value".
                     35 TEXT FIELD "BLURB" CLASS "muted".
                     35 TEXT FIELD "TERM" CLASS "muted".
                     35 TEXT FIELD "LIMIT-1" CLASS "mono".
                     35 TEXT FIELD "LIMIT-2" CLASS "mono".
                     35 INPUT TYPE "hidden" NAME "plan" FIELD "ID".
                     35 BUTTON MSGID "plans.select" VALUE "Select" TYPE "submit" CLASS "btn" AUDIT-EVENT "billing.plan.change".
                     35 TOAST MSGID "toast.plan.changed" VALUE "Plan updated." TYPE "success" TRIGGER "submit".

            20 COL ID "invoices" CLASS "card" USES-FILE "INVOICES-FILE" SCOPE "WORKSPACE".
               25 BREADCRUMB.
                  30 ITEM VALUE "Dashboard" HREF "#dashboard".
                  30 ITEM VALUE "Billing" HREF "#billing".
                  30 ITEM VALUE "Invoices" HREF "#invoices".
               25 TEXT MSGID "card.invoices.title" VALUE "Invoices" CLASS "card-title".
               25 ROW CLASS "table-toolbar".
                  30 BUTTON MSGID "invoices.export.csv" VALUE "Export CSV" TYPE "button" CLASS "btn secondary" JOB "INVXCSV" WRITES-FILE "JOBREQ-FILE".
                  30 BUTTON MSGID "invoices.export.pdf" VALUE "Export PDF" TYPE "button" CLASS "btn secondary" JOB "INVXPDF" WRITES-FILE "JOBREQ-FILE".
               25 ROW CLASS "table head".
                  30 TEXT VALUE "Invoice" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Date" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Amount" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Discount" CLASS "th".
                  30 TEXT VALUE "Tax" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Open balance" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Status" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Type" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Note" CLASS "th".
                  30 TEXT VALUE "Action" CLASS "th" SORTABLE "true".
               25 ROW CLASS "table row" REPEAT SOURCE "INVOICES-FILE" PAGE-SIZE "3" SCOPE "WORKSPACE".
                  30 TEXT FIELD "NUMBER" CLASS "td".
                  30 TEXT FIELD "DATE" CLASS "td".
                  30 TEXT FIELD "AMOUNT" CLASS "td" FORMAT "money" CURRENCY-FIELD "CURRENCY".
                  30 TEXT FIELD "DISCOUNT" CLASS "td" FORMAT "money" CURRENCY-FIELD "CURRENCY".
                  30 TEXT FIELD "TAX-AMT" CLASS "td" FORMAT "money" CURRENCY-FIELD "CURRENCY".
                  30 TEXT FIELD "OPEN-BAL" CLASS "td" FORMAT "money" CURRENCY-FIELD "CURRENCY".
                  30 TEXT FIELD "STATUS" CLASS "td".
                  30 TEXT FIELD "TYPE" CLASS "td".
                  30 TEXT FIELD "NOTE" CLASS "td".
                  30 LINK VALUE "Download" HREF "#invoices" CLASS "td" PARAM "invoice" FIELD "NUMBER".
               25 LINK MSGID "pagination.next" VALUE "Next page" HREF "#invoices" NEXT-PAGE "INVOICES-FILE".
               25 LINK MSGID "invoices.dunning" VALUE "View dunning history" HREF "#dunning" CLASS "small-link".
               25 LINK MSGID "invoices.promises" VALUE "Promises to pay" HREF "#promises" CLASS "small-link".
               25 LINK MSGID "invoices.fxrates" VALUE "Exchange-rate sign-off" HREF "#fxrates" CLASS "small-link".
               25 LINK MSGID "invoices.approvals" VALUE "Approvals" HREF "#approvals" CLASS "small-link".

            20 COL ID "dunning" CLASS "card" USES-FILE "DUNNING-FILE".
               25 BREADCRUMB.
                  30 ITEM VALUE "Billing" HREF "#billing".
                  30 ITEM VALUE "Billing adjustment" HREF "#adjustment".
               25 TEXT MSGID "card.adjustment.title" VALUE "Billing adjustment" CLASS "card-title".
               25 TEXT MSGID "card.adjustment.desc" VALUE "Issue a credit memo against an over-billed invoice. Posted by the transaction engine; every credit lands on the adjustments register with your name on it. A credit over the approval limit waits on the approvals card until a second Owner or Billing user approves it." CLASS "muted".
               25 ROW CLASS "form-row".
                  30 COL CLASS "field".
                     35 LABEL MSGID "adjustment.invoice.label" VALUE "Invoice" FOR "adj-invoice".
                     CONFIRM "Post this credit? It cannot be taken back from here." AUDIT-EVENT "billing.adjust".
               25 TOAST MSGID "toast.adjustment.posted" VALUE "Adjustment captured for posting." TYPE "success" TRIGGER "submit".

            20 COL ID "suspense" CLASS "card" USES-FILE "SUSPENSE-FILE" VISIBLE-TO "Owner,Billing"
               ACTION "/api/billing/suspense" METHOD "POST" WRITES-FILE "TRANS-FILE".
               25 BREADCRUMB.
                  30 ITEM VALUE "Dashboard" HREF "#dashboard".
                  30 ITEM VALUE "Billing" HREF "#billing".
                  30 ITEM VALUE "Unapplied cash" HREF "#suspense".
               25 TEXT MSGID "card.suspense.title" VALUE "Unapplied cash" CLASS "card-title".
               25 TEXT MSGID "card.suspense.desc" VALUE "Bank receipts the remittance import could not tie to an open invoice. Assign each one to the invoice it pays; the transaction engine settles it." CLASS "muted".
               25 ROW CLASS "table head".
                  30 TEXT VALUE "Reference" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Received" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Amount" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Payer" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Why held" CLASS "th".
                  30 TEXT VALUE "Status" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Invoice" CLASS "th".
               25 ROW CLASS "table row" REPEAT SOURCE "SUSPENSE-FILE" PAGE-SIZE "5".
                  30 TEXT FIELD "REF" CLASS "td".
                  30 TEXT FIELD "DATE" CLASS "td".
                  30 TEXT FIELD "AMOUNT" CLASS "td".
                  30 TEXT FIELD "PAYER" CLASS "td".
                  30 TEXT FIELD "REASON" CLASS "td".
                  30 TEXT FIELD "STATUS" CLASS "td".
                  30 TEXT FIELD "INVOICE" CLASS "td".
               25 LINK MSGID "pagination.next" VALUE "Next page" HREF "#suspense" NEXT-PAGE "SUSPENSE-FILE".
               25 ROW CLASS "form-row".
                  30 COL CLASS "field".
                     35 LABEL MSGID "suspense.ref.label" VALUE "Bank reference" FOR "sus-ref".
                     35 INPUT PIC X(10) ID "sus-ref" NAME "reference" TYPE "text"
                        PLACEHOLDER "BK25120301" VALIDATE "required".
                  30 COL CLASS "field".
                     35 LABEL MSGID "suspense.invoice.label" VALUE "Invoice" FOR "sus-invoice".
                     35 INPUT PIC X(13) ID "sus-invoice" NAME "invoice" TYPE "text"
                        PLACEHOLDER "INV-2025-1201" VALIDATE "required".
               25 ROW CLASS "form-actions".
                  30 BUTTON MSGID "suspense.assign" VALUE "Assign to invoice" TYPE "submit" CLASS "btn primary"
                     AUDIT-EVENT "billing.suspense.assign".
               25 TOAST MSGID "toast.suspense.assigned" VALUE "Assignment captured for posting." TYPE "success" TRIGGER "submit".

            20 COL ID "coupon" CLASS "card" VISIBLE-TO "Owner,Billing"
               ACTION "/api/billing/coupon" METHOD "POST" WRITES-FILE "TRANS-FILE".
               25 BREADCRUMB.
                  30 ITEM VALUE "Dashboard" HREF "#dashboard".
                  30 ITEM VALUE "Billing" HREF "#billing".
                  30 ITEM VALUE "Redeem a coupon" HREF "#coupon".
               25 TEXT MSGID "card.coupon.title" VALUE "Redeem a coupon" CLASS "card-title".
               25 TEXT MSGID "card.coupon.desc" VALUE "Enter a promotional code. Once posted, the discount shows as its own line on each invoice for the months the coupon runs, before tax." CLASS "muted".
               25 ROW CLASS "form-row".
                  30 COL CLASS "field".
                     35 LABEL MSGID "coupon.code.label" VALUE "Coupon code" FOR "cpn-code".
                     35 INPUT PIC X(12) ID "cpn-code" NAME "code" TYPE "text"
                        PLACEHOLDER "WELCOME20" VALIDATE "required".
               25 ROW CLASS "form-actions".
                  30 BUTTON MSGID "coupon.redeem" VALUE "Redeem" TYPE "submit" CLASS "btn primary"
                     AUDIT-EVENT "billing.coupon.redeem".
               25 TOAST MSGID "toast.coupon.redeemed" VALUE "Coupon captured for posting." TYPE "success" TRIGGER "submit".

            20 COL ID "promises" CLASS "card" USES-FILE "PROMISE-FILE" VISIBLE-TO "Owner,Billing"
               ACTION "/api/billing/promise" METHOD "POST" WRITES-FILE "TRANS-FILE".
               25 BREADCRUMB.
                  30 ITEM VALUE "Dashboard" HREF "#dashboard".
                  30 ITEM VALUE "Billing" HREF "#billing".
                  30 ITEM VALUE "Promises to pay" HREF "#promises".
               25 TEXT MSGID "card.promises.title" VALUE "Promises to pay" CLASS "card-title".
               25 TEXT MSGID "card.promises.desc" VALUE "When a customer agrees to pay an overdue invoice by a date, record it here. Dunning holds off while the promise stands and picks up again the day after it is broken." CLASS "muted".
               25 ROW CLASS "table head".
                  30 TEXT VALUE "Invoice" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Amount" CLASS "th".
                  30 TEXT VALUE "Promised by" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Taken" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Taken by" CLASS "th".
                  30 TEXT VALUE "Status" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Applied" CLASS "th".
               25 ROW CLASS "table row" REPEAT SOURCE "PROMISE-FILE" PAGE-SIZE "5".
                  30 TEXT FIELD "INVOICE" CLASS "td".
                  30 TEXT FIELD "AMOUNT" CLASS "td".
                  30 TEXT FIELD "DUE" CLASS "td".
                  30 TEXT FIELD "TAKEN" CLASS "td".
                  30 TEXT FIELD "TAKEN-BY" CLASS "td".
                  30 TEXT FIELD "STATUS" CLASS "td".
                  30 TEXT FIELD "APPLIED" CLASS "td".
               25 LINK MSGID "pagination.next" VALUE "Next page" HREF "#promises" NEXT-PAGE "PROMISE-FILE".
               25 ROW CLASS "form-row".
                  30 COL CLASS "field".
                     35 LABEL MSGID "promise.invoice.label" VALUE "Invoice" FOR "prm-invoice".
                     35 INPUT PIC X(13) ID "prm-invoice" NAME "invoice" TYPE "text"
                        PLACEHOLDER "INV-2025-0901" VALIDATE "required".
                  30 COL CLASS "field".
                     35 LABEL MSGID "promise.amount.label" VALUE "Amount promised" FOR "prm-amount".
                     35 INPUT PIC X(8) ID "prm-amount" NAME "amount" TYPE "text"
                        PLACEHOLDER "$29.00" VALIDATE "required".
                  30 COL CLASS "field".
                     35 LABEL MSGID "promise.date.label" VALUE "Promised by" FOR "prm-date".
                     35 INPUT PIC X(10) ID "prm-date" NAME "promise-date" TYPE "text"
                        PLACEHOLDER "2026-01-15" VALIDATE "required".
               25 ROW CLASS "form-actions".
                  30 BUTTON MSGID "promise.record" VALUE "Record promise" TYPE "submit" CLASS "btn primary"
                     AUDIT-EVENT "billing.promise".
               25 TOAST MSGID "toast.promise.recorded" VALUE "Promise captured for posting." TYPE "success" TRIGGER "submit".

            20 COL ID "fxrates" CLASS "card" USES-FILE "FXEXC-FILE" VISIBLE-TO "Owner,Billing"
               ACTION "/api/billing/fx-signoff" METHOD "POST" WRITES-FILE "TRANS-FILE".
               25 BREADCRUMB.
                  30 ITEM VALUE "Dashboard" HREF "#dashboard".
                  30 ITEM VALUE "Billing" HREF "#billing".
                  30 ITEM VALUE "Exchange-rate sign-off" HREF "#fxrates".
               25 TEXT MSGID "card.fxrates.title" VALUE "Exchange-rate sign-off" CLASS "card-title".
               25 TEXT MSGID "card.fxrates.desc" VALUE "Treasury rates that moved more than the tolerance from the day before are held here. Reports keep converting at the prior rate until a held rate is approved; the next nightly load adds it to the rate history." CLASS "muted".
               25 ROW CLASS "table head".
                  30 TEXT VALUE "Currency" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "As of" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Rate" CLASS "th".
                  30 TEXT VALUE "Prior rate" CLASS "th".
                  30 TEXT VALUE "Prior as of" CLASS "th".
                  30 TEXT VALUE "Move %" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Status" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Decided by" CLASS "th".
               25 ROW CLASS "table row" REPEAT SOURCE "FXEXC-FILE" PAGE-SIZE "5".
                  30 TEXT FIELD "CODE" CLASS "td".
                  30 TEXT FIELD "ASOF" CLASS "td".
                  30 TEXT FIELD "RATE" CLASS "td".
                  30 TEXT FIELD "PRIOR-RATE" CLASS "td".
                  30 TEXT FIELD "PRIOR-ASOF" CLASS "td".
                  30 TEXT FIELD "MOVE-PCT" CLASS "td".
                  30 TEXT FIELD "STATUS" CLASS "td".
                  30 TEXT FIELD "DECIDED-BY" CLASS "td".
               25 LINK MSGID "pagination.next" VALUE "Next page" HREF "#fxrates" NEXT-PAGE "FXEXC-FILE".
               25 ROW CLASS "form-row".
                  30 COL CLASS "field".
                     35 LABEL MSGID "fxrate.currency.label" VALUE "Currency" FOR "fx-currency".
                     35 INPUT PIC X(8) ID "fx-currency" NAME "currency" TYPE "text"
                        PLACEHOLDER "JPY" VALIDATE "required".
                  30 COL CLASS "field".
                     35 LABEL MSGID "fxrate.asof.label" VALUE "As of" FOR "fx-asof".
                     35 INPUT PIC X(10) ID "fx-asof" NAME "as-of" TYPE "text"
                        PLACEHOLDER "2025-12-02" VALIDATE "required".
               25 ROW CLASS "form-actions".
                  30 BUTTON MSGID "fxrate.approve" VALUE "Approved" TYPE "submit" NAME "decision" CLASS "btn primary"
                     AUDIT-EVENT "fx.rate.signoff".
                  30 BUTTON MSGID "fxrate.reject" VALUE "Rejected" TYPE "submit" NAME "decision" CLASS "btn secondary"
                     AUDIT-EVENT "fx.rate.signoff".
               25 TOAST MSGID "toast.fxrate.signed" VALUE "Sign-off captured for posting." TYPE "success" TRIGGER "submit".

            20 COL ID "approvals" CLASS "card" USES-FILE "APPROVAL-FILE" SCOPE "WORKSPACE" VISIBLE-TO "Owner,Billing"
               ACTION "/api/approvals" METHOD "POST" WRITES-FILE "TRANS-FILE".
               25 BREADCRUMB.
                  30 ITEM VALUE "Dashboard" HREF "#dashboard".
                  30 ITEM VALUE "Billing" HREF "#billing".
                  30 ITEM VALUE "Approvals" HREF "#approvals".
               25 TEXT MSGID "card.approvals.title" VALUE "Approvals" CLASS "card-title".
               25 TEXT MSGID "card.approvals.desc" VALUE "Large credits and grants of Owner or Admin wait here for a second person. You cannot approve your own request; credits need an Owner or Billing approver, role grants an Owner. Anything left Awaiting for 72 hours expires." CLASS "muted".
               25 ROW CLASS "table head".
                  30 TEXT VALUE "Request" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Kind" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Requested by" CLASS "th".
                  30 TEXT VALUE "Requested" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "At" CLASS "th".
                  30 TEXT VALUE "Summary" CLASS "th".
                  30 TEXT VALUE "Status" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Decided by" CLASS "th".
               25 ROW CLASS "table row" REPEAT SOURCE "APPROVAL-FILE" PAGE-SIZE "5" SCOPE "WORKSPACE".
                  30 TEXT FIELD "TRN-SEQ" CLASS "td".
                  30 TEXT FIELD "KIND" CLASS "td".
                  30 TEXT FIELD "REQUESTER" CLASS "td".
                  30 TEXT FIELD "REQ-DATE" CLASS "td".
                  30 TEXT FIELD "REQ-TIME" CLASS "td".
                  30 TEXT FIELD "SUMMARY" CLASS "td".
                  30 TEXT FIELD "STATUS" CLASS "td".
                  30 TEXT FIELD "DECIDER" CLASS "td".
               25 LINK MSGID "pagination.next" VALUE "Next page" HREF "#approvals" NEXT-PAGE "APPROVAL-FILE".
               25 ROW CLASS "form-row".
                  30 COL CLASS "field".
                     35 LABEL MSGID "approval.request.label" VALUE "Request" FOR "apr-request".
                     35 INPUT PIC X(6) ID "apr-request" NAME "request" TYPE "text"
                        PLACEHOLDER "t-0006" VALIDATE "required".
               25 ROW CLASS "form-actions".
                  30 BUTTON MSGID "approval.approve" VALUE "Approved" TYPE "submit" NAME "decision" CLASS "btn primary"
                     AUDIT-EVENT "approval.decide".
                  30 BUTTON MSGID "approval.reject" VALUE "Rejected" TYPE "submit" NAME "decision" CLASS "btn secondary"
                     AUDIT-EVENT "approval.decide".
               25 TOAST MSGID "toast.approval.decided" VALUE "Decision captured for posting." TYPE "success" TRIGGER "submit".

            20 COL ID "statements" CLASS "card" USES-FILE "STATEMENTS-FILE" SCOPE "WORKSPACE".
               25 BREADCRUMB.
                  30 ITEM VALUE "Dashboard" HREF "#dashboard".
                  30 ITEM VALUE "Billing" HREF "#billing".
                  30 ITEM VALUE "Statements" HREF "#statements".
               25 TEXT MSGID "card.statements.title" VALUE "Statements" CLASS "card-title".
               25 TEXT MSGID "card.statements.desc" VALUE "Account statements by fiscal period, newest run last: opening and closing balance, and where the formatted copy landed." CLASS "muted".
               25 ROW CLASS "table head".
                  30 TEXT VALUE "Period" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Produced" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Opening" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Closing" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Dataset" CLASS "th" SORTABLE "true".
               25 ROW CLASS "table row" REPEAT SOURCE "STATEMENTS-FILE" PAGE-SIZE "3" SCOPE "WORKSPACE".
                  30 TEXT FIELD "MONTH" CLASS "td".
                  30 TEXT FIELD "DATE" CLASS "td".
                  30 TEXT FIELD "OPEN-BAL" CLASS "td".
                     CONFIRM "Clear this suppression? Mail resumes next cycle." AUDIT-EVENT "mail.unsuppress".
               25 LINK MSGID "pagination.next" VALUE "Next page" HREF "#suppression" NEXT-PAGE "SUPPRESS-FILE".

            20 COL ID "sms-suppression" CLASS "card" USES-FILE "SMSSUP-FILE" VISIBLE-TO "Owner,Admin,Support".
               25 BREADCRUMB.
                  30 ITEM VALUE "Dashboard" HREF "#dashboard".
                  30 ITEM VALUE "Support" HREF "#support".
                  30 ITEM VALUE "SMS suppression" HREF "#sms-suppression".
               25 TEXT MSGID "card.smssuppression.title" VALUE "SMS suppression" CLASS "card-title".
               25 TEXT MSGID "card.smssuppression.desc" VALUE "Numbers the SMS gateway reported undeliverable. New texts to a listed number are refused at spool ingest; clear an entry once the customer confirms the number." CLASS "muted".
               25 ROW CLASS "table head".
                  30 TEXT VALUE "Number" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Listed" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Reason" CLASS "th" SORTABLE "true".
               25 ROW CLASS "table row" REPEAT SOURCE "SMSSUP-FILE" PAGE-SIZE "5"
                  ACTION "/api/sms/unsuppress" METHOD "POST" WRITES-FILE "TRANS-FILE".
                  30 TEXT FIELD "PHONE" CLASS "td".
                  30 TEXT FIELD "DATE" CLASS "td".
                  30 TEXT FIELD "REASON" CLASS "td".
                  30 INPUT TYPE "hidden" NAME "phone" FIELD "PHONE".
                  30 BUTTON MSGID "suppression.clear" VALUE "Clear" TYPE "submit" CLASS "btn secondary"
                     CONFIRM "Clear this suppression? Texts resume next cycle." AUDIT-EVENT "sms.unsuppress".
               25 LINK MSGID "pagination.next" VALUE "Next page" HREF "#sms-suppression" NEXT-PAGE "SMSSUP-FILE".

            20 COL ID "payment" CLASS "card" ACTION "/api/billing/payment-method" METHOD "POST" WRITES-FILE "TRANS-FILE".
               25 BREADCRUMB.
                  30 ITEM VALUE "Dashboard" HREF "#dashboard".
               25 ROW CLASS "form-row".
                  30 COL CLASS "field".
                     35 LABEL VALUE "Card number" FOR "card-number".
                     35 INPUT PIC X(24) ID "card-number" NAME "card-number" TYPE "text" PLACEHOLDER "4242 4242 4242 4242"
                        VALIDATE "required".
                  30 COL CLASS "field".
                     35 LABEL VALUE "Name on card" FOR "card-name".
                     35 INPUT PIC X(24) ID "card-name" NAME "card-name" TYPE "text" PLACEHOLDER "LunaStev".
               25 ROW CLASS "form-row".
                  30 COL CLASS "field".
                     35 LABEL VALUE "Expiry" FOR "card-exp".
                     35 INPUT PIC X(8) ID "card-exp" NAME "card-exp" TYPE "text" PLACEHOLDER "12/28"
                        VALIDATE "required".
                  30 COL CLASS "field".
                     35 LABEL VALUE "CVC" FOR "card-cvc".
                     35 INPUT PIC X(6) ID "card-cvc" TYPE "password" PLACEHOLDER "123".
                  30 COL CLASS "field".
                     35 LABEL VALUE "Priority" FOR "ticket-priority".
                     35 INPUT PIC X(10) ID "ticket-priority" NAME "priority" TYPE "text" PLACEHOLDER "low / medium / high".
                  30 COL CLASS "field".
                     35 LABEL MSGID "support.component.label" VALUE "Component" FOR "ticket-component".
                     35 INPUT PIC X(10) ID "ticket-component" NAME "component" TYPE "text" PLACEHOLDER "API / Web / Billing / Email".
               25 ROW CLASS "form-row".
                  30 COL CLASS "field wide".
                     35 LABEL VALUE "Message" FOR "ticket-message".
                  30 TEXT VALUE "Email" CLASS "td".
                  30 TEXT VALUE "Degraded" CLASS "td" STATUS-SOURCE "healthcheck.email".
                  30 TEXT VALUE "provider throttling" CLASS "td".
               25 TEXT MSGID "status.maint.title" VALUE "Planned maintenance" CLASS "card-title".
               25 TEXT MSGID "status.maint.desc" VALUE "Windows booked on the maintenance calendar. Downtime inside a window is planned: it opens no incident, pauses support clocks for the component, and is reported apart from unplanned downtime." CLASS "muted".
               25 TEXT MSGID "status.maint.underway" VALUE "In progress" CLASS "th".
               25 ROW CLASS "table head".
                  30 TEXT VALUE "Component" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Starts" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "At" CLASS "th".
                  30 TEXT VALUE "Ends" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "At" CLASS "th".
                  30 TEXT VALUE "Work" CLASS "th".
                  30 TEXT VALUE "Booked by" CLASS "th".
               25 ROW CLASS "table row" REPEAT SOURCE "MAINT-FILE" PAGE-SIZE "5" WHERE "STATE" MATCHES "Underway".
                  30 TEXT FIELD "COMPONENT" CLASS "td".
                  30 TEXT FIELD "START-DATE" CLASS "td".
                  30 TEXT FIELD "START-TIME" CLASS "td".
                  30 TEXT FIELD "END-DATE" CLASS "td".
                  30 TEXT FIELD "END-TIME" CLASS "td".
                  30 TEXT FIELD "DESC" CLASS "td".
                  30 TEXT FIELD "BOOKED-BY" CLASS "td".
               25 TEXT MSGID "status.maint.upcoming" VALUE "Upcoming" CLASS "th".
               25 ROW CLASS "table head".
                  30 TEXT VALUE "Component" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "Starts" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "At" CLASS "th".
                  30 TEXT VALUE "Ends" CLASS "th" SORTABLE "true".
                  30 TEXT VALUE "At" CLASS "th".
                  30 TEXT VALUE "Work" CLASS "th".
                  30 TEXT VALUE "Booked by" CLASS "th".
               25 ROW CLASS "table row" REPEAT SOURCE "MAINT-FILE" PAGE-SIZE "5" WHERE "STATE" MATCHES "Scheduled".
                  30 TEXT FIELD "COMPONENT" CLASS "td".
                  30 TEXT FIELD "START-DATE" CLASS "td".
                  30 TEXT FIELD "START-TIME" CLASS "td".
                  30 TEXT FIELD "END-DATE" CLASS "td".
                  30 TEXT FIELD "END-TIME" CLASS "td".
                  30 TEXT FIELD "DESC" CLASS "td".
                  30 TEXT FIELD "BOOKED-BY" CLASS "td".
               25 TEXT MSGID "status.incidents.title" VALUE "Recent incidents" CLASS "card-title".
               25 TEXT MSGID "status.incidents.desc" VALUE "Outage episodes derived from the status history: opened when a component left Operational, closed on recovery." CLASS "muted".
               25 ROW CLASS "table head".
