               25 IMAGE SRC "https://dummyimage.com/48x48/cccccc/000000.png&text=U" ALT "User avatar" CLASS "avatar".
               25 COL CLASS "user-meta".
                  30 TEXT VALUE "LunaStev" CLASS "user-name".
                  30 ROW CLASS "user-workspace" USES-FILE "WORKSPACE-FILE" SCOPE "WORKSPACE".
                     35 TEXT MSGID "userbox.workspace" VALUE "workspace:" CLASS "muted".
                     35 TEXT FIELD "NAME" CLASS "user-workspace".
               25 BUTTON MSGID "nav.signout" VALUE "Sign out" TYPE "button" CLASS "btn secondary".
