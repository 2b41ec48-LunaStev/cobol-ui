      10 TEXT MSGID "signup.title" VALUE "Sign up".
   05 BODY ACTION "/auth/signup" METHOD "POST".
      10 INPUT TYPE "hidden" NAME "invite" PARAM "invite".
      10 INPUT TYPE "hidden" NAME "campaign" PARAM "cmp".
      10 INPUT TYPE "hidden" NAME "visitor" PARAM "vid".
      10 ROW.
         15 LABEL MSGID "signup.email.label" VALUE "Email".
         15 INPUT PIC X(30) TYPE "email" NAME "email" FIELD "EMAIL"
