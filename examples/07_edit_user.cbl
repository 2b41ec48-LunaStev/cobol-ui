01 SCREEN ID "edit-user" PARAM "user_id" USES-FILE "USERS-FILE" KEY "user_id" MATCHES "ID" SCOPE "WORKSPACE" ACCESS "keyed".
   05 HEADER.
      10 TEXT MSGID "edituser.title" VALUE "Edit User".
   05 BODY.
         15 ROW.
            20 LABEL MSGID "edituser.email.label" VALUE "Email".
            20 INPUT PIC X(30) NAME "email" FIELD "EMAIL".
         15 ROW.
            20 LABEL MSGID "edituser.role.label" VALUE "Role" FOR "edit-role".
            20 INPUT PIC X(10) ID "edit-role" NAME "role" FIELD "ROLE" PLACEHOLDER "Viewer" VALIDATE "required".
         15 TEXT MSGID "edituser.role.desc" VALUE "Making someone an Owner or Admin waits for a second Owner to approve it." CLASS "muted".
         15 ROW.
            20 LABEL MSGID "edituser.phone.label" VALUE "Mobile number" FOR "edit-phone".
            20 INPUT PIC X(16) ID "edit-phone" TYPE "tel" NAME "phone" FIELD "PHONE" PLACEHOLDER "+15551234567".
         15 ROW.
            20 LABEL MSGID "edituser.smsoptin.label" VALUE "Send alerts to this number by SMS" FOR "edit-sms".
            20 INPUT ID "edit-sms" TYPE "checkbox" NAME "sms_optin" FIELD "SMS-OPTIN".
         15 ROW.
            20 BUTTON MSGID "edituser.save" VALUE "Save" TYPE "submit" AUDIT-EVENT "users.update".
            20 LINK MSGID "edituser.cancel" VALUE "Cancel" HREF "06_user_list.html" CLASS "btn secondary".
