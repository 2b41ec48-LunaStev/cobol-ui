*> cobol-ui declarative UI file

01 SCREEN ID "users" USES-FILE "USERS-FILE" SCOPE "WORKSPACE".
   05 HEADER.
      10 TEXT MSGID "users.title" VALUE "Users".
   05 BODY.
         15 TEXT VALUE "ID" CLASS "th" SORTABLE "true".
         15 TEXT VALUE "Name" CLASS "th" SORTABLE "true".
         15 TEXT VALUE "Email" CLASS "th" SORTABLE "true".
      10 ROW REPEAT SOURCE "USERS-FILE" PAGE-SIZE "10" SCOPE "WORKSPACE".
         15 TEXT FIELD "ID".
         15 TEXT FIELD "NAME".
         15 TEXT FIELD "EMAIL".
