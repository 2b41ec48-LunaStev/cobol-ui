*> cobol-ui declarative UI file

01 SCREEN ID "survey" PARAM "ref".
   05 HEADER.
      10 TEXT MSGID "survey.title" VALUE "How did we do?".
   05 BODY ACTION "/api/support/survey" METHOD "POST" VERIFY-FILE "SURVEY-FILE" WRITES-FILE "TRANS-FILE".
      10 INPUT TYPE "hidden" NAME "ref" PARAM "ref".
      10 TEXT MSGID "survey.question" VALUE "How would you rate the help you got on this ticket, from 1 (poor) to 5 (excellent)?".
      10 ROW.
         15 LABEL MSGID "survey.score.label" VALUE "Your rating (1-5)" FOR "survey-score".
         15 INPUT PIC X(1) ID "survey-score" TYPE "number" NAME "score"
            VALIDATE "required".
      10 ROW.
         15 BUTTON MSGID "survey.submit" VALUE "Send rating" TYPE "submit" AUDIT-EVENT "survey.respond".
      10 TOAST MSGID "toast.survey.thanks" VALUE "Thank you - your rating has been recorded." TYPE "success" TRIGGER "submit".
