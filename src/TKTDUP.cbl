      *> TKTDUP.cbl
      *> Nightly likely-duplicate ticket pass. The same problem
      *> reported twice - a requester writing again before anyone
      *> answered, or a dozen customers hitting the same outage -
      *> used to be worked twice. Every open ticket (not Closed,
      *> not already merged, stamped with a workspace) is compared
      *> with every other open ticket of the same workspace, and
      *> two are linked when
      *>   - the requester email is the same (case folded) and the
      *>     tickets were opened within TDP-EMAIL-DAYS days of each
      *>     other, or
      *>   - their subjects share at least TDP-MIN-SHARED keywords
      *>     (words of four letters or more, common filler words
      *>     left out) and both were opened while one incident on
      *>     INCIDENT-FILE was running - an incident still Open runs
      *>     to the run date.
      *> Linked tickets fall into groups (a link to any member
      *> joins the group). Each group of two or more is written to
      *> a fresh DUPGRP-FILE, named for its oldest ticket as the
      *> suggested parent, for the duplicates card on the ticket
      *> queue screen where a Support lead merges the children
      *> (support.ticket.merge, posted by APPLYTRN). The file is
      *> rebuilt whole every night, so merged or closed tickets
      *> drop off the card by themselves. PARM='YYYY-MM-DD' stamps
      *> the run. The new file lands beside the live one and the
      *> JCL promotes it on a clean end.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TKTDUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-IN ASSIGN TO TKTINDD
               FILE STATUS IS TDP-TKTIN-STATUS.
           SELECT INCIDENT-IN ASSIGN TO INCINDD
               FILE STATUS IS TDP-INCIN-STATUS.
           SELECT DUPGRP-OUT ASSIGN TO DUPNEWDD
               FILE STATUS IS TDP-DUPOUT-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS TDP-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TICKET-IN.
       01  TICKET-IN-RECORD       PIC X(246).
       FD  INCIDENT-IN.
       01  INCIDENT-IN-RECORD     PIC X(72).
       FD  DUPGRP-OUT.
       01  DUPGRP-OUT-RECORD      PIC X(142).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  TDP-TKTIN-STATUS       PIC X(02).
       77  TDP-INCIN-STATUS       PIC X(02).
       77  TDP-DUPOUT-STATUS      PIC X(02).
       77  TDP-RPT-STATUS         PIC X(02).
       77  TDP-TKT-READ           PIC 9(05) COMP VALUE ZERO.
       77  TDP-GROUP-CT           PIC 9(05) COMP VALUE ZERO.
       77  TDP-GROUPED-CT         PIC 9(05) COMP VALUE ZERO.
       77  TDP-TI                 PIC 9(04) COMP VALUE ZERO.
       77  TDP-TJ                 PIC 9(04) COMP VALUE ZERO.
       77  TDP-IX                 PIC 9(04) COMP VALUE ZERO.
       77  TDP-INC-HIT            PIC 9(04) COMP VALUE ZERO.
       77  TDP-KX                 PIC 9(02) COMP VALUE ZERO.
       77  TDP-MX                 PIC 9(02) COMP VALUE ZERO.
       77  TDP-SX                 PIC 9(02) COMP VALUE ZERO.
       77  TDP-STOP-HIT           PIC 9(02) COMP VALUE ZERO.
       77  TDP-WORD-HIT           PIC 9(02) COMP VALUE ZERO.
       77  TDP-SHARED-CT          PIC 9(02) COMP VALUE ZERO.
       77  TDP-RX                 PIC 9(04) COMP VALUE ZERO.
       77  TDP-ROOT-I             PIC 9(04) COMP VALUE ZERO.
       77  TDP-ROOT-J             PIC 9(04) COMP VALUE ZERO.
       77  TDP-PX                 PIC 9(04) COMP VALUE ZERO.
       77  TDP-RUN-SERIAL         PIC S9(07) COMP VALUE ZERO.
       77  TDP-DAY-GAP            PIC S9(07) COMP VALUE ZERO.
       77  TDP-LOW-SERIAL         PIC S9(07) COMP VALUE ZERO.
       77  TDP-HIGH-SERIAL        PIC S9(07) COMP VALUE ZERO.
      *> The linking rules: same requester within three days, or
      *> two shared subject keywords during one incident.
       77  TDP-EMAIL-DAYS         PIC 9(03) COMP VALUE 3.
       77  TDP-MIN-SHARED         PIC 9(02) COMP VALUE 2.
       01  TDP-SWITCHES.
           05 TDP-TKTIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 TDP-TKTIN-EOF    VALUE 'Y'.
           05 TDP-INCIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 TDP-INCIN-EOF    VALUE 'Y'.
       01  TDP-LINK-REASON        PIC X(10) VALUE SPACES.
       01  TDP-LINK-INCIDENT      PIC X(06) VALUE SPACES.
      *> Subject and email folded to upper case for matching;
      *> punctuation in the subject is blanked so 'login:' and
      *> 'login' are the same word.
       01  TDP-FOLD-AREA.
           05 TDP-FOLD-EMAIL      PIC X(32).
           05 TDP-FOLD-SUBJECT    PIC X(40).
       01  TDP-WORDS.
           05 TDP-WD OCCURS 8 TIMES
                                  PIC X(12).
      *> Filler words that say nothing about the problem.
       01  TDP-STOP-VALUES.
           05 FILLER              PIC X(12) VALUE 'PLEASE'.
           05 FILLER              PIC X(12) VALUE 'WITH'.
           05 FILLER              PIC X(12) VALUE 'FROM'.
           05 FILLER              PIC X(12) VALUE 'THAT'.
           05 FILLER              PIC X(12) VALUE 'THIS'.
           05 FILLER              PIC X(12) VALUE 'HAVE'.
           05 FILLER              PIC X(12) VALUE 'WHEN'.
           05 FILLER              PIC X(12) VALUE 'AFTER'.
           05 FILLER              PIC X(12) VALUE 'ABOUT'.
           05 FILLER              PIC X(12) VALUE 'STILL'.
           05 FILLER              PIC X(12) VALUE 'CANNOT'.
           05 FILLER              PIC X(12) VALUE 'DOES'.
           05 FILLER              PIC X(12) VALUE 'WILL'.
           05 FILLER              PIC X(12) VALUE 'YOUR'.
           05 FILLER              PIC X(12) VALUE 'HELP'.
           05 FILLER              PIC X(12) VALUE 'ISSUE'.
       01  TDP-STOP-TABLE REDEFINES TDP-STOP-VALUES.
           05 TDP-STOP OCCURS 16 TIMES
                                  PIC X(12).
      *> Every open ticket under consideration: its keywords, the
      *> group it has been linked into (TDP-T-ROOT points toward
      *> the group's root member), and why it was first linked.
       01  TDP-TKT-TABLE.
           05 TDP-TKT-COUNT       PIC 9(04) COMP VALUE ZERO.
           05 TDP-TKT OCCURS 5000 TIMES.
              10 TDP-T-ID         PIC X(08).
              10 TDP-T-DATE       PIC X(10).
              10 TDP-T-SERIAL     PIC S9(07) COMP.
              10 TDP-T-EMAIL      PIC X(32).
              10 TDP-T-FOLD-EMAIL PIC X(32).
              10 TDP-T-WORKSPACE  PIC X(12).
              10 TDP-T-SUBJECT    PIC X(40).
              10 TDP-T-WORD-CT    PIC 9(02) COMP.
              10 TDP-T-WORD OCCURS 8 TIMES
                                  PIC X(12).
              10 TDP-T-ROOT       PIC 9(04) COMP.
              10 TDP-T-GROUP      PIC 9(04) COMP.
              10 TDP-T-SIZE       PIC 9(04) COMP.
              10 TDP-T-PARENT     PIC 9(04) COMP.
              10 TDP-T-REASON     PIC X(10).
              10 TDP-T-INCIDENT   PIC X(06).
      *> Each incident's span as day serials; one still Open runs
      *> to the run date.
       01  TDP-INC-TABLE.
           05 TDP-INC-COUNT       PIC 9(04) COMP VALUE ZERO.
           05 TDP-INC OCCURS 5000 TIMES.
              10 TDP-I-ID         PIC X(06).
              10 TDP-I-START      PIC S9(07) COMP.
              10 TDP-I-END        PIC S9(07) COMP.
       01  TDP-HEAD-1.
           05 FILLER              PIC X(44) VALUE
              'TKTDUP - LIKELY DUPLICATE TICKETS        ON '.
           05 TDP-H1-DATE         PIC X(10).
           05 FILLER              PIC X(79) VALUE SPACES.
       01  TDP-HEAD-2.
           05 FILLER              PIC X(60) VALUE
              'GROUP    TICKET   ROLE   REASON     INCID. SUBJECT'.
           05 FILLER              PIC X(73) VALUE SPACES.
       01  TDP-DETAIL.
           05 TDP-DT-GROUP        PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 TDP-DT-TICKET       PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 TDP-DT-ROLE         PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 TDP-DT-REASON       PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 TDP-DT-INCIDENT     PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 TDP-DT-SUBJECT      PIC X(40).
           05 FILLER              PIC X(50) VALUE SPACES.
       01  TDP-TOTAL-LINE.
           05 TDP-TL-LABEL        PIC X(24).
           05 TDP-TL-COUNT        PIC ZZZZ9.
           05 FILLER              PIC X(104) VALUE SPACES.
       COPY TICKET-RECORD.
       COPY INCIDENT-RECORD.
       COPY DUPGRP-RECORD.
       COPY DATE-SERVICE-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-RUN-DATE       PIC X(10).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LINK-TICKET THRU 2000-EXIT
               VARYING TDP-TI FROM 1 BY 1
               UNTIL TDP-TI > TDP-TKT-COUNT
           PERFORM 3000-SIZE-GROUP THRU 3000-EXIT
               VARYING TDP-TI FROM 1 BY 1
               UNTIL TDP-TI > TDP-TKT-COUNT
           PERFORM 4000-WRITE-GROUP THRU 4000-EXIT
               VARYING TDP-TI FROM 1 BY 1
               UNTIL TDP-TI > TDP-TKT-COUNT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 10
               DISPLAY 'TKTDUP: PARM MUST BE THE RUN DATE '
                       'YYYY-MM-DD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-RUN-DATE TO DS-DATE-IN
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL = ZERO
               DISPLAY 'TKTDUP: RUN DATE NOT A DATE: '
                       PARM-RUN-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE DS-SERIAL TO TDP-RUN-SERIAL
           OPEN INPUT TICKET-IN INCIDENT-IN
           OPEN OUTPUT DUPGRP-OUT REPORT-OUT
           IF TDP-TKTIN-STATUS NOT = '00'
            OR TDP-INCIN-STATUS NOT = '00'
            OR TDP-DUPOUT-STATUS NOT = '00'
            OR TDP-RPT-STATUS NOT = '00'
               DISPLAY 'TKTDUP: OPEN FAILED TKT=' TDP-TKTIN-STATUS
                       ' INC=' TDP-INCIN-STATUS
                       ' DUP=' TDP-DUPOUT-STATUS
                       ' RPT=' TDP-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-TICKET THRU 1100-EXIT
               UNTIL TDP-TKTIN-EOF
           PERFORM 1200-LOAD-INCIDENT THRU 1200-EXIT
               UNTIL TDP-INCIN-EOF
           CLOSE TICKET-IN INCIDENT-IN
           MOVE PARM-RUN-DATE TO TDP-H1-DATE
           WRITE REPORT-LINE FROM TDP-HEAD-1
           WRITE REPORT-LINE FROM TDP-HEAD-2.
       1000-EXIT.
           EXIT.

      *> Closed tickets, tickets already merged, and tickets no
      *> workspace can see on its card are left out.
       1100-LOAD-TICKET.
           READ TICKET-IN INTO TICKET-RECORD
               AT END SET TDP-TKTIN-EOF TO TRUE
               GO TO 1100-EXIT
           END-READ
           ADD 1 TO TDP-TKT-READ
           IF TKT-STATUS = 'Closed'
            OR TKT-PARENT NOT = SPACES
            OR TKT-WORKSPACE = SPACES
               GO TO 1100-EXIT
           END-IF
           MOVE TKT-DATE TO DS-DATE-IN
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL = ZERO
               GO TO 1100-EXIT
           END-IF
           IF TDP-TKT-COUNT >= 5000
               DISPLAY 'TKTDUP: TICKET TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO TDP-TKT-COUNT
           MOVE TDP-TKT-COUNT TO TDP-TI
           MOVE TKT-ID TO TDP-T-ID (TDP-TI)
           MOVE TKT-DATE TO TDP-T-DATE (TDP-TI)
           MOVE DS-SERIAL TO TDP-T-SERIAL (TDP-TI)
           MOVE TKT-EMAIL TO TDP-T-EMAIL (TDP-TI)
           MOVE TKT-WORKSPACE TO TDP-T-WORKSPACE (TDP-TI)
           MOVE TKT-SUBJECT TO TDP-T-SUBJECT (TDP-TI)
           MOVE TDP-TI TO TDP-T-ROOT (TDP-TI)
           MOVE ZERO TO TDP-T-GROUP (TDP-TI) TDP-T-SIZE (TDP-TI)
                        TDP-T-PARENT (TDP-TI) TDP-T-WORD-CT (TDP-TI)
           MOVE SPACES TO TDP-T-REASON (TDP-TI)
                          TDP-T-INCIDENT (TDP-TI)
           MOVE TKT-EMAIL TO TDP-FOLD-EMAIL
           MOVE TKT-SUBJECT TO TDP-FOLD-SUBJECT
           INSPECT TDP-FOLD-AREA CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT TDP-FOLD-SUBJECT CONVERTING
               ':;,.!?()[]/"-' TO '             '
           MOVE TDP-FOLD-EMAIL TO TDP-T-FOLD-EMAIL (TDP-TI)
           MOVE SPACES TO TDP-WORDS
           UNSTRING TDP-FOLD-SUBJECT DELIMITED BY ALL SPACE
               INTO TDP-WD (1) TDP-WD (2) TDP-WD (3) TDP-WD (4)
                    TDP-WD (5) TDP-WD (6) TDP-WD (7) TDP-WD (8)
           END-UNSTRING
           PERFORM 1110-KEEP-WORD THRU 1110-EXIT
               VARYING TDP-KX FROM 1 BY 1 UNTIL TDP-KX > 8.
       1100-EXIT.
           EXIT.

      *> A keyword is four letters or more, not a filler word, and
      *> counted once per subject.
       1110-KEEP-WORD.
           IF TDP-WD (TDP-KX) (4:1) = SPACE
               GO TO 1110-EXIT
           END-IF
           MOVE ZERO TO TDP-STOP-HIT
           PERFORM 1120-MATCH-STOP THRU 1120-EXIT
               VARYING TDP-SX FROM 1 BY 1
               UNTIL TDP-SX > 16 OR TDP-STOP-HIT > 0
           IF TDP-STOP-HIT > 0
               GO TO 1110-EXIT
           END-IF
           MOVE ZERO TO TDP-WORD-HIT
           PERFORM 1130-MATCH-KEPT THRU 1130-EXIT
               VARYING TDP-MX FROM 1 BY 1
               UNTIL TDP-MX > TDP-T-WORD-CT (TDP-TI)
                  OR TDP-WORD-HIT > 0
           IF TDP-WORD-HIT > 0
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO TDP-T-WORD-CT (TDP-TI)
           MOVE TDP-WD (TDP-KX)
               TO TDP-T-WORD (TDP-TI, TDP-T-WORD-CT (TDP-TI)).
       1110-EXIT.
           EXIT.

       1120-MATCH-STOP.
           IF TDP-STOP (TDP-SX) = TDP-WD (TDP-KX)
               MOVE TDP-SX TO TDP-STOP-HIT
           END-IF.
       1120-EXIT.
           EXIT.

       1130-MATCH-KEPT.
           IF TDP-T-WORD (TDP-TI, TDP-MX) = TDP-WD (TDP-KX)
               MOVE TDP-MX TO TDP-WORD-HIT
           END-IF.
       1130-EXIT.
           EXIT.

       1200-LOAD-INCIDENT.
           READ INCIDENT-IN INTO INCIDENT-RECORD
               AT END SET TDP-INCIN-EOF TO TRUE
               GO TO 1200-EXIT
           END-READ
           MOVE INC-START-DATE TO DS-DATE-IN
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL = ZERO
               GO TO 1200-EXIT
           END-IF
           IF TDP-INC-COUNT >= 5000
               DISPLAY 'TKTDUP: INCIDENT TABLE FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO TDP-INC-COUNT
           MOVE INC-ID TO TDP-I-ID (TDP-INC-COUNT)
           MOVE DS-SERIAL TO TDP-I-START (TDP-INC-COUNT)
           MOVE TDP-RUN-SERIAL TO TDP-I-END (TDP-INC-COUNT)
           IF INC-OPEN
               GO TO 1200-EXIT
           END-IF
           MOVE INC-END-DATE TO DS-DATE-IN
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL > ZERO
               MOVE DS-SERIAL TO TDP-I-END (TDP-INC-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.

      *> Each ticket against every later one.
       2000-LINK-TICKET.
           PERFORM 2100-TEST-PAIR THRU 2100-EXIT
               VARYING TDP-TJ FROM TDP-TI BY 1
               UNTIL TDP-TJ > TDP-TKT-COUNT.
       2000-EXIT.
           EXIT.

       2100-TEST-PAIR.
           IF TDP-TJ = TDP-TI
            OR TDP-T-WORKSPACE (TDP-TJ) NOT = TDP-T-WORKSPACE (TDP-TI)
               GO TO 2100-EXIT
           END-IF
           MOVE SPACES TO TDP-LINK-REASON TDP-LINK-INCIDENT
           COMPUTE TDP-DAY-GAP =
               TDP-T-SERIAL (TDP-TJ) - TDP-T-SERIAL (TDP-TI)
           IF TDP-DAY-GAP < ZERO
               COMPUTE TDP-DAY-GAP = ZERO - TDP-DAY-GAP
           END-IF
           IF TDP-T-FOLD-EMAIL (TDP-TI) NOT = SPACES
            AND TDP-T-FOLD-EMAIL (TDP-TI) = TDP-T-FOLD-EMAIL (TDP-TJ)
            AND TDP-DAY-GAP NOT > TDP-EMAIL-DAYS
               MOVE 'email' TO TDP-LINK-REASON
               GO TO 2100-LINK
           END-IF
           MOVE ZERO TO TDP-SHARED-CT
           PERFORM 2200-COUNT-SHARED THRU 2200-EXIT
               VARYING TDP-KX FROM 1 BY 1
               UNTIL TDP-KX > TDP-T-WORD-CT (TDP-TI)
           IF TDP-SHARED-CT < TDP-MIN-SHARED
               GO TO 2100-EXIT
           END-IF
           MOVE TDP-T-SERIAL (TDP-TI) TO TDP-LOW-SERIAL
           MOVE TDP-T-SERIAL (TDP-TJ) TO TDP-HIGH-SERIAL
           IF TDP-LOW-SERIAL > TDP-HIGH-SERIAL
               MOVE TDP-T-SERIAL (TDP-TJ) TO TDP-LOW-SERIAL
               MOVE TDP-T-SERIAL (TDP-TI) TO TDP-HIGH-SERIAL
           END-IF
           MOVE ZERO TO TDP-INC-HIT
           PERFORM 2300-MATCH-INCIDENT THRU 2300-EXIT
               VARYING TDP-IX FROM 1 BY 1
               UNTIL TDP-IX > TDP-INC-COUNT OR TDP-INC-HIT > 0
           IF TDP-INC-HIT = ZERO
               GO TO 2100-EXIT
           END-IF
           MOVE 'incident' TO TDP-LINK-REASON
           MOVE TDP-I-ID (TDP-INC-HIT) TO TDP-LINK-INCIDENT.
       2100-LINK.
           PERFORM 2400-JOIN-GROUPS THRU 2400-EXIT.
       2100-EXIT.
           EXIT.

       2200-COUNT-SHARED.
           PERFORM 2210-MATCH-WORD THRU 2210-EXIT
               VARYING TDP-MX FROM 1 BY 1
               UNTIL TDP-MX > TDP-T-WORD-CT (TDP-TJ).
       2200-EXIT.
           EXIT.

       2210-MATCH-WORD.
           IF TDP-T-WORD (TDP-TI, TDP-KX)
                = TDP-T-WORD (TDP-TJ, TDP-MX)
               ADD 1 TO TDP-SHARED-CT
           END-IF.
       2210-EXIT.
           EXIT.

       2300-MATCH-INCIDENT.
           IF TDP-I-START (TDP-IX) NOT > TDP-LOW-SERIAL
            AND TDP-I-END (TDP-IX) NOT < TDP-HIGH-SERIAL
               MOVE TDP-IX TO TDP-INC-HIT
           END-IF.
       2300-EXIT.
           EXIT.

      *> The two groups become one: the higher root is pointed at
      *> the lower. A ticket keeps the reason it was first linked.
       2400-JOIN-GROUPS.
           MOVE TDP-TI TO TDP-RX
           PERFORM 2500-FIND-ROOT THRU 2500-EXIT
           MOVE TDP-RX TO TDP-ROOT-I
           MOVE TDP-TJ TO TDP-RX
           PERFORM 2500-FIND-ROOT THRU 2500-EXIT
           MOVE TDP-RX TO TDP-ROOT-J
           IF TDP-ROOT-I < TDP-ROOT-J
               MOVE TDP-ROOT-I TO TDP-T-ROOT (TDP-ROOT-J)
           ELSE
               MOVE TDP-ROOT-J TO TDP-T-ROOT (TDP-ROOT-I)
           END-IF
           IF TDP-T-REASON (TDP-TI) = SPACES
               MOVE TDP-LINK-REASON TO TDP-T-REASON (TDP-TI)
               MOVE TDP-LINK-INCIDENT TO TDP-T-INCIDENT (TDP-TI)
           END-IF
           IF TDP-T-REASON (TDP-TJ) = SPACES
               MOVE TDP-LINK-REASON TO TDP-T-REASON (TDP-TJ)
               MOVE TDP-LINK-INCIDENT TO TDP-T-INCIDENT (TDP-TJ)
           END-IF.
       2400-EXIT.
           EXIT.

       2500-FIND-ROOT.
           PERFORM 2510-STEP-UP THRU 2510-EXIT
               UNTIL TDP-T-ROOT (TDP-RX) = TDP-RX.
       2500-EXIT.
           EXIT.

       2510-STEP-UP.
           MOVE TDP-T-ROOT (TDP-RX) TO TDP-RX.
       2510-EXIT.
           EXIT.

      *> Settle each ticket's group and count the members; the
      *> group's suggested parent is its oldest ticket (the
      *> earlier on file when two opened the same day).
       3000-SIZE-GROUP.
           MOVE TDP-TI TO TDP-RX
           PERFORM 2500-FIND-ROOT THRU 2500-EXIT
           MOVE TDP-RX TO TDP-T-GROUP (TDP-TI)
           ADD 1 TO TDP-T-SIZE (TDP-RX)
           MOVE TDP-T-PARENT (TDP-RX) TO TDP-PX
           IF TDP-PX = ZERO
               MOVE TDP-TI TO TDP-T-PARENT (TDP-RX)
               GO TO 3000-EXIT
           END-IF
           IF TDP-T-SERIAL (TDP-TI) < TDP-T-SERIAL (TDP-PX)
               MOVE TDP-TI TO TDP-T-PARENT (TDP-RX)
           END-IF.
       3000-EXIT.
           EXIT.

      *> One group per root of two or more: the parent row first,
      *> then each child.
       4000-WRITE-GROUP.
           IF TDP-T-GROUP (TDP-TI) NOT = TDP-TI
            OR TDP-T-SIZE (TDP-TI) < 2
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO TDP-GROUP-CT
           MOVE TDP-T-PARENT (TDP-TI) TO TDP-PX
           MOVE TDP-PX TO TDP-TJ
           MOVE 'parent' TO DUP-ROLE
           PERFORM 4200-WRITE-MEMBER THRU 4200-EXIT
           PERFORM 4100-WRITE-CHILD THRU 4100-EXIT
               VARYING TDP-TJ FROM 1 BY 1
               UNTIL TDP-TJ > TDP-TKT-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
       4000-EXIT.
           EXIT.

       4100-WRITE-CHILD.
           IF TDP-T-GROUP (TDP-TJ) NOT = TDP-TI
            OR TDP-TJ = TDP-PX
               GO TO 4100-EXIT
           END-IF
           MOVE 'child' TO DUP-ROLE
           PERFORM 4200-WRITE-MEMBER THRU 4200-EXIT.
       4100-EXIT.
           EXIT.

       4200-WRITE-MEMBER.
           MOVE TDP-T-ID (TDP-PX) TO DUP-GROUP
           MOVE TDP-T-ID (TDP-TJ) TO DUP-TICKET
           MOVE TDP-T-REASON (TDP-TJ) TO DUP-REASON
           MOVE TDP-T-INCIDENT (TDP-TJ) TO DUP-INCIDENT
           MOVE PARM-RUN-DATE TO DUP-RUN-DATE
           MOVE TDP-T-WORKSPACE (TDP-TJ) TO DUP-WORKSPACE
           MOVE TDP-T-DATE (TDP-TJ) TO DUP-DATE
           MOVE TDP-T-SUBJECT (TDP-TJ) TO DUP-SUBJECT
           MOVE TDP-T-EMAIL (TDP-TJ) TO DUP-EMAIL
           WRITE DUPGRP-OUT-RECORD FROM DUPGRP-RECORD
           ADD 1 TO TDP-GROUPED-CT
           MOVE DUP-GROUP TO TDP-DT-GROUP
           MOVE DUP-TICKET TO TDP-DT-TICKET
           MOVE DUP-ROLE TO TDP-DT-ROLE
           MOVE DUP-REASON TO TDP-DT-REASON
           MOVE DUP-INCIDENT TO TDP-DT-INCIDENT
           MOVE DUP-SUBJECT TO TDP-DT-SUBJECT
           WRITE REPORT-LINE FROM TDP-DETAIL.
       4200-EXIT.
           EXIT.

       9000-WRAP-UP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TICKETS READ' TO TDP-TL-LABEL
           MOVE TDP-TKT-READ TO TDP-TL-COUNT
           WRITE REPORT-LINE FROM TDP-TOTAL-LINE
           MOVE 'OPEN TICKETS COMPARED' TO TDP-TL-LABEL
           MOVE TDP-TKT-COUNT TO TDP-TL-COUNT
           WRITE REPORT-LINE FROM TDP-TOTAL-LINE
           MOVE 'GROUPS SUGGESTED' TO TDP-TL-LABEL
           MOVE TDP-GROUP-CT TO TDP-TL-COUNT
           WRITE REPORT-LINE FROM TDP-TOTAL-LINE
           MOVE 'TICKETS IN GROUPS' TO TDP-TL-LABEL
           MOVE TDP-GROUPED-CT TO TDP-TL-COUNT
           WRITE REPORT-LINE FROM TDP-TOTAL-LINE
           CLOSE DUPGRP-OUT REPORT-OUT
           DISPLAY 'TKTDUP: ' TDP-TKT-COUNT ' OPEN TICKETS, '
                   TDP-GROUP-CT ' GROUPS, '
                   TDP-GROUPED-CT ' TICKETS GROUPED'.
       9000-EXIT.
           EXIT.

       COPY DATE-SERVICE.
