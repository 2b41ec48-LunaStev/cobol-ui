      *> MSTCONV.cbl
      *> One-time conversion of the masters that only gained or
      *> widened fields. USERS-FILE takes the SMS number and opt-in,
      *> USRJRNL-FILE's before and after images take them with it,
      *> SUBSCRIPTION-FILE takes the billing term, currency and
      *> credit standing, SCHEDULE-FILE the holiday rule,
      *> CLOSEREG-FILE the reversals total and the fiscal period
      *> fields, and TKTEVENT-FILE the event note. The plan price on
      *> SUBSCRIPTION-FILE and both prices on PLANHIST-FILE widen
      *> from 8 to 13 bytes of display text, so the fields behind
      *> them move along with it. Every old field keeps its value.
      *> The new fields come across blank, which each layout reads as
      *> the behaviour the record had before the field existed - no
      *> SMS, Monthly, USD, good standing, run on holidays, a
      *> calendar-month close row - except CLR-REVERSED, which is
      *> numeric and starts at zero: no reversal had posted before
      *> PAYREV. A journal row's images are re-laid one by one, so an
      *> after image that was spaces (a delete) stays spaces. Once
      *> written the converted files are read back beside the old
      *> ones and the control report prints record counts before and
      *> after and how many records still carry the old values
      *> unchanged. Any line out of balance ends the run with RC 8
      *> and the converted files must not be promoted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERS-IN ASSIGN TO USRINDD
               FILE STATUS IS MCV-USRIN-STATUS.
           SELECT USERS-OUT ASSIGN TO USROUTDD
               FILE STATUS IS MCV-USROUT-STATUS.
           SELECT JRNL-IN ASSIGN TO JRNINDD
               FILE STATUS IS MCV-JRNIN-STATUS.
           SELECT JRNL-OUT ASSIGN TO JRNOUTDD
               FILE STATUS IS MCV-JRNOUT-STATUS.
           SELECT SUBS-IN ASSIGN TO SUBINDD
               FILE STATUS IS MCV-SUBIN-STATUS.
           SELECT SUBS-OUT ASSIGN TO SUBOUTDD
               FILE STATUS IS MCV-SUBOUT-STATUS.
           SELECT SCHED-IN ASSIGN TO SCHINDD
               FILE STATUS IS MCV-SCHIN-STATUS.
           SELECT SCHED-OUT ASSIGN TO SCHOUTDD
               FILE STATUS IS MCV-SCHOUT-STATUS.
           SELECT CLOSE-IN ASSIGN TO CLRINDD
               FILE STATUS IS MCV-CLRIN-STATUS.
           SELECT CLOSE-OUT ASSIGN TO CLROUTDD
               FILE STATUS IS MCV-CLROUT-STATUS.
           SELECT EVENT-IN ASSIGN TO TKEINDD
               FILE STATUS IS MCV-TKEIN-STATUS.
           SELECT EVENT-OUT ASSIGN TO TKEOUTDD
               FILE STATUS IS MCV-TKEOUT-STATUS.
           SELECT PLANHIST-IN ASSIGN TO PHSINDD
               FILE STATUS IS MCV-PHSIN-STATUS.
           SELECT PLANHIST-OUT ASSIGN TO PHSOUTDD
               FILE STATUS IS MCV-PHSOUT-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS MCV-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(96).
       FD  USERS-OUT.
       01  USERS-OUT-RECORD       PIC X(113).
       FD  JRNL-IN.
       01  JRNL-IN-RECORD         PIC X(230).
       FD  JRNL-OUT.
       01  JRNL-OUT-RECORD        PIC X(264).
       FD  SUBS-IN.
       01  SUBS-IN-RECORD         PIC X(54).
       FD  SUBS-OUT.
       01  SUBS-OUT-RECORD        PIC X(93).
       FD  SCHED-IN.
       01  SCHED-IN-RECORD        PIC X(48).
       FD  SCHED-OUT.
       01  SCHED-OUT-RECORD       PIC X(49).
       FD  CLOSE-IN.
       01  CLOSE-IN-RECORD        PIC X(72).
       FD  CLOSE-OUT.
       01  CLOSE-OUT-RECORD       PIC X(104).
       FD  EVENT-IN.
       01  EVENT-IN-RECORD        PIC X(60).
       FD  EVENT-OUT.
       01  EVENT-OUT-RECORD       PIC X(84).
       FD  PLANHIST-IN.
       01  PLANHIST-IN-RECORD     PIC X(70).
       FD  PLANHIST-OUT.
       01  PLANHIST-OUT-RECORD    PIC X(80).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  MCV-USRIN-STATUS       PIC X(02).
       77  MCV-USROUT-STATUS      PIC X(02).
       77  MCV-JRNIN-STATUS       PIC X(02).
       77  MCV-JRNOUT-STATUS      PIC X(02).
       77  MCV-SUBIN-STATUS       PIC X(02).
       77  MCV-SUBOUT-STATUS      PIC X(02).
       77  MCV-SCHIN-STATUS       PIC X(02).
       77  MCV-SCHOUT-STATUS      PIC X(02).
       77  MCV-CLRIN-STATUS       PIC X(02).
       77  MCV-CLROUT-STATUS      PIC X(02).
       77  MCV-TKEIN-STATUS       PIC X(02).
       77  MCV-TKEOUT-STATUS      PIC X(02).
       77  MCV-PHSIN-STATUS       PIC X(02).
       77  MCV-PHSOUT-STATUS      PIC X(02).
       77  MCV-RPT-STATUS         PIC X(02).
       77  MCV-BAD-CT             PIC 9(03) COMP VALUE ZERO.
       01  MCV-SWITCHES.
           05 MCV-EOF-SW          PIC X(01) VALUE 'N'.
              88 MCV-EOF          VALUE 'Y'.
      *> The retired layouts, kept here only for the migration.
       01  MCV-OLD-USER           PIC X(96).
       01  MCV-OLD-JOURNAL.
           05 MCV-OJ-KEY          PIC X(38).
           05 MCV-OJ-BEFORE       PIC X(96).
           05 MCV-OJ-AFTER        PIC X(96).
       01  MCV-OLD-SUBS.
           05 MCV-OS-WORKSPACE    PIC X(12).
           05 MCV-OS-PLAN-ID      PIC X(04).
           05 MCV-OS-PLAN-NAME    PIC X(12).
           05 MCV-OS-PLAN-PRICE   PIC X(08).
           05 MCV-OS-SINCE        PIC X(10).
           05 MCV-OS-TAX-REGION   PIC X(08).
       01  MCV-OLD-SCHED          PIC X(48).
       01  MCV-OLD-CLOSE          PIC X(72).
       01  MCV-OLD-EVENT          PIC X(60).
       01  MCV-OLD-PLANHIST.
           05 MCV-OP-WORKSPACE    PIC X(12).
           05 MCV-OP-DATE         PIC X(10).
           05 MCV-OP-OLD-PLAN     PIC X(04).
           05 MCV-OP-OLD-NAME     PIC X(12).
           05 MCV-OP-OLD-PRICE    PIC X(08).
           05 MCV-OP-NEW-PLAN     PIC X(04).
           05 MCV-OP-NEW-NAME     PIC X(12).
           05 MCV-OP-NEW-PRICE    PIC X(08).
      *> Record counts: BEFORE as read from the old stores, AFTER
      *> as read back from the new ones, KEPT the records read
      *> back whose old fields match the old record they came
      *> from, byte for byte.
       01  MCV-COUNTS.
           05 MCV-USR-BEFORE-CT   PIC 9(09) COMP VALUE ZERO.
           05 MCV-USR-AFTER-CT    PIC 9(09) COMP VALUE ZERO.
           05 MCV-USR-KEPT-CT     PIC 9(09) COMP VALUE ZERO.
           05 MCV-JRN-BEFORE-CT   PIC 9(09) COMP VALUE ZERO.
           05 MCV-JRN-AFTER-CT    PIC 9(09) COMP VALUE ZERO.
           05 MCV-JRN-KEPT-CT     PIC 9(09) COMP VALUE ZERO.
           05 MCV-SUB-BEFORE-CT   PIC 9(09) COMP VALUE ZERO.
           05 MCV-SUB-AFTER-CT    PIC 9(09) COMP VALUE ZERO.
           05 MCV-SUB-KEPT-CT     PIC 9(09) COMP VALUE ZERO.
           05 MCV-SCH-BEFORE-CT   PIC 9(09) COMP VALUE ZERO.
           05 MCV-SCH-AFTER-CT    PIC 9(09) COMP VALUE ZERO.
           05 MCV-SCH-KEPT-CT     PIC 9(09) COMP VALUE ZERO.
           05 MCV-CLR-BEFORE-CT   PIC 9(09) COMP VALUE ZERO.
           05 MCV-CLR-AFTER-CT    PIC 9(09) COMP VALUE ZERO.
           05 MCV-CLR-KEPT-CT     PIC 9(09) COMP VALUE ZERO.
           05 MCV-TKE-BEFORE-CT   PIC 9(09) COMP VALUE ZERO.
           05 MCV-TKE-AFTER-CT    PIC 9(09) COMP VALUE ZERO.
           05 MCV-TKE-KEPT-CT     PIC 9(09) COMP VALUE ZERO.
           05 MCV-PHS-BEFORE-CT   PIC 9(09) COMP VALUE ZERO.
           05 MCV-PHS-AFTER-CT    PIC 9(09) COMP VALUE ZERO.
           05 MCV-PHS-KEPT-CT     PIC 9(09) COMP VALUE ZERO.
      *> One control line: label, before and after arrive here.
       01  MCV-CMP-BEFORE         PIC 9(09) COMP VALUE ZERO.
       01  MCV-CMP-AFTER          PIC 9(09) COMP VALUE ZERO.
       01  MCV-HEAD-1.
           05 FILLER              PIC X(50) VALUE
              'MSTCONV - MASTER LAYOUT CONVERSION CONTROLS'.
           05 FILLER              PIC X(09) VALUE '   RUN ON'.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 MCV-H1-DATE         PIC X(10).
           05 FILLER              PIC X(63) VALUE SPACES.
       01  MCV-HEAD-2.
           05 FILLER              PIC X(32) VALUE 'FILE / CONTROL'.
           05 FILLER              PIC X(21) VALUE
              '               BEFORE'.
           05 FILLER              PIC X(21) VALUE
              '                AFTER'.
           05 FILLER              PIC X(59) VALUE '  RESULT'.
       01  MCV-CNT-LINE.
           05 MCV-CL-LABEL        PIC X(32).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 MCV-CL-BEFORE       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 MCV-CL-AFTER        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 MCV-CL-RESULT       PIC X(20).
           05 FILLER              PIC X(37) VALUE SPACES.
       01  MCV-NOTE-LINE.
           05 MCV-NL-LABEL        PIC X(53).
           05 MCV-NL-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(69) VALUE SPACES.
       01  MCV-SYS-DATE.
           05 MCV-SD-YYYY         PIC X(04).
           05 MCV-SD-MM           PIC X(02).
           05 MCV-SD-DD           PIC X(02).
       COPY USER-RECORD.
       COPY USRJRNL-RECORD.
       COPY SUBSCRIPTION-RECORD.
       COPY SCHEDULE-RECORD.
       COPY CLOSEREG-RECORD.
       COPY TKTEVENT-RECORD.
       COPY PLANHIST-RECORD.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 8100-READ-OLD-USER THRU 8100-EXIT
           PERFORM 2000-CONVERT-USER THRU 2000-EXIT
               UNTIL MCV-EOF
           MOVE 'N' TO MCV-EOF-SW
           PERFORM 8200-READ-OLD-JOURNAL THRU 8200-EXIT
           PERFORM 2100-CONVERT-JOURNAL THRU 2100-EXIT
               UNTIL MCV-EOF
           MOVE 'N' TO MCV-EOF-SW
           PERFORM 8300-READ-OLD-SUBS THRU 8300-EXIT
           PERFORM 2200-CONVERT-SUBS THRU 2200-EXIT
               UNTIL MCV-EOF
           MOVE 'N' TO MCV-EOF-SW
           PERFORM 8400-READ-OLD-SCHED THRU 8400-EXIT
           PERFORM 2300-CONVERT-SCHED THRU 2300-EXIT
               UNTIL MCV-EOF
           MOVE 'N' TO MCV-EOF-SW
           PERFORM 8500-READ-OLD-CLOSE THRU 8500-EXIT
           PERFORM 2400-CONVERT-CLOSE THRU 2400-EXIT
               UNTIL MCV-EOF
           MOVE 'N' TO MCV-EOF-SW
           PERFORM 8600-READ-OLD-EVENT THRU 8600-EXIT
           PERFORM 2500-CONVERT-EVENT THRU 2500-EXIT
               UNTIL MCV-EOF
           MOVE 'N' TO MCV-EOF-SW
           PERFORM 8700-READ-OLD-PLANHIST THRU 8700-EXIT
           PERFORM 2600-CONVERT-PLANHIST THRU 2600-EXIT
               UNTIL MCV-EOF
           PERFORM 4000-READ-BACK THRU 4000-EXIT
           PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT USERS-IN JRNL-IN SUBS-IN SCHED-IN CLOSE-IN
                      EVENT-IN PLANHIST-IN
           OPEN OUTPUT USERS-OUT JRNL-OUT SUBS-OUT SCHED-OUT
                       CLOSE-OUT EVENT-OUT PLANHIST-OUT REPORT-OUT
           IF MCV-USRIN-STATUS NOT = '00'
            OR MCV-USROUT-STATUS NOT = '00'
            OR MCV-JRNIN-STATUS NOT = '00'
            OR MCV-JRNOUT-STATUS NOT = '00'
            OR MCV-SUBIN-STATUS NOT = '00'
            OR MCV-SUBOUT-STATUS NOT = '00'
            OR MCV-SCHIN-STATUS NOT = '00'
            OR MCV-SCHOUT-STATUS NOT = '00'
            OR MCV-CLRIN-STATUS NOT = '00'
            OR MCV-CLROUT-STATUS NOT = '00'
            OR MCV-TKEIN-STATUS NOT = '00'
            OR MCV-TKEOUT-STATUS NOT = '00'
            OR MCV-PHSIN-STATUS NOT = '00'
            OR MCV-PHSOUT-STATUS NOT = '00'
            OR MCV-RPT-STATUS NOT = '00'
               DISPLAY 'MSTCONV: OPEN FAILED USR=' MCV-USRIN-STATUS
                       '/' MCV-USROUT-STATUS
                       ' JRN=' MCV-JRNIN-STATUS
                       '/' MCV-JRNOUT-STATUS
                       ' SUB=' MCV-SUBIN-STATUS
                       '/' MCV-SUBOUT-STATUS
                       ' SCH=' MCV-SCHIN-STATUS
                       '/' MCV-SCHOUT-STATUS
                       ' CLR=' MCV-CLRIN-STATUS
                       '/' MCV-CLROUT-STATUS
                       ' TKE=' MCV-TKEIN-STATUS
                       '/' MCV-TKEOUT-STATUS
                       ' PHS=' MCV-PHSIN-STATUS
                       '/' MCV-PHSOUT-STATUS
                       ' RPT=' MCV-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT MCV-SYS-DATE FROM DATE YYYYMMDD
           STRING MCV-SD-YYYY '-' MCV-SD-MM '-' MCV-SD-DD
               DELIMITED BY SIZE INTO MCV-H1-DATE.
       1000-EXIT.
           EXIT.

      *> Each old record is the new one less its trailing fields,
      *> so the old image lands at the front of a blank record.
       2000-CONVERT-USER.
           ADD 1 TO MCV-USR-BEFORE-CT
           MOVE SPACES TO USER-RECORD
           MOVE MCV-OLD-USER TO USER-RECORD (1:96)
           WRITE USERS-OUT-RECORD FROM USER-RECORD
           PERFORM 8100-READ-OLD-USER THRU 8100-EXIT.
       2000-EXIT.
           EXIT.

      *> The journal carries two user images, each of which grows
      *> in place.
       2100-CONVERT-JOURNAL.
           ADD 1 TO MCV-JRN-BEFORE-CT
           MOVE SPACES TO USRJRNL-RECORD
           MOVE MCV-OJ-KEY TO USRJRNL-RECORD (1:38)
           MOVE MCV-OJ-BEFORE TO JRN-BEFORE (1:96)
           MOVE MCV-OJ-AFTER TO JRN-AFTER (1:96)
           WRITE JRNL-OUT-RECORD FROM USRJRNL-RECORD
           PERFORM 8200-READ-OLD-JOURNAL THRU 8200-EXIT.
       2100-EXIT.
           EXIT.

      *> The plan price widens in the middle of the record, so
      *> the subscription is laid field by field.
       2200-CONVERT-SUBS.
           ADD 1 TO MCV-SUB-BEFORE-CT
           MOVE SPACES TO SUBSCRIPTION-RECORD
           MOVE MCV-OS-WORKSPACE TO SUBS-WORKSPACE
           MOVE MCV-OS-PLAN-ID TO SUBS-PLAN-ID
           MOVE MCV-OS-PLAN-NAME TO SUBS-PLAN-NAME
           MOVE MCV-OS-PLAN-PRICE TO SUBS-PLAN-PRICE
           MOVE MCV-OS-SINCE TO SUBS-SINCE
           MOVE MCV-OS-TAX-REGION TO SUBS-TAX-REGION
           WRITE SUBS-OUT-RECORD FROM SUBSCRIPTION-RECORD
           PERFORM 8300-READ-OLD-SUBS THRU 8300-EXIT.
       2200-EXIT.
           EXIT.

       2300-CONVERT-SCHED.
           ADD 1 TO MCV-SCH-BEFORE-CT
           MOVE SPACES TO SCHEDULE-RECORD
           MOVE MCV-OLD-SCHED TO SCHEDULE-RECORD (1:48)
           WRITE SCHED-OUT-RECORD FROM SCHEDULE-RECORD
           PERFORM 8400-READ-OLD-SCHED THRU 8400-EXIT.
       2300-EXIT.
           EXIT.

       2400-CONVERT-CLOSE.
           ADD 1 TO MCV-CLR-BEFORE-CT
           MOVE SPACES TO CLOSEREG-RECORD
           MOVE MCV-OLD-CLOSE TO CLOSEREG-RECORD (1:72)
           MOVE ZERO TO CLR-REVERSED
           WRITE CLOSE-OUT-RECORD FROM CLOSEREG-RECORD
           PERFORM 8500-READ-OLD-CLOSE THRU 8500-EXIT.
       2400-EXIT.
           EXIT.

       2500-CONVERT-EVENT.
           ADD 1 TO MCV-TKE-BEFORE-CT
           MOVE SPACES TO TKTEVENT-RECORD
           MOVE MCV-OLD-EVENT TO TKTEVENT-RECORD (1:60)
           WRITE EVENT-OUT-RECORD FROM TKTEVENT-RECORD
           PERFORM 8600-READ-OLD-EVENT THRU 8600-EXIT.
       2500-EXIT.
           EXIT.

      *> Both prices widen in place, so the history row is laid
      *> field by field as well.
       2600-CONVERT-PLANHIST.
           ADD 1 TO MCV-PHS-BEFORE-CT
           MOVE SPACES TO PLANHIST-RECORD
           MOVE MCV-OP-WORKSPACE TO PH-WORKSPACE
           MOVE MCV-OP-DATE TO PH-DATE
           MOVE MCV-OP-OLD-PLAN TO PH-OLD-PLAN
           MOVE MCV-OP-OLD-NAME TO PH-OLD-NAME
           MOVE MCV-OP-OLD-PRICE TO PH-OLD-PRICE
           MOVE MCV-OP-NEW-PLAN TO PH-NEW-PLAN
           MOVE MCV-OP-NEW-NAME TO PH-NEW-NAME
           MOVE MCV-OP-NEW-PRICE TO PH-NEW-PRICE
           WRITE PLANHIST-OUT-RECORD FROM PLANHIST-RECORD
           PERFORM 8700-READ-OLD-PLANHIST THRU 8700-EXIT.
       2600-EXIT.
           EXIT.

      *> Close the new stores and read every record back beside
      *> the old one it came from: the AFTER side of the report
      *> is what actually landed.
       4000-READ-BACK.
           CLOSE USERS-IN USERS-OUT JRNL-IN JRNL-OUT SUBS-IN
                 SUBS-OUT SCHED-IN SCHED-OUT CLOSE-IN CLOSE-OUT
                 EVENT-IN EVENT-OUT PLANHIST-IN PLANHIST-OUT
           OPEN INPUT USERS-IN USERS-OUT JRNL-IN JRNL-OUT SUBS-IN
                      SUBS-OUT SCHED-IN SCHED-OUT CLOSE-IN
                      CLOSE-OUT EVENT-IN EVENT-OUT PLANHIST-IN
                      PLANHIST-OUT
           IF MCV-USRIN-STATUS NOT = '00'
            OR MCV-USROUT-STATUS NOT = '00'
            OR MCV-JRNIN-STATUS NOT = '00'
            OR MCV-JRNOUT-STATUS NOT = '00'
            OR MCV-SUBIN-STATUS NOT = '00'
            OR MCV-SUBOUT-STATUS NOT = '00'
            OR MCV-SCHIN-STATUS NOT = '00'
            OR MCV-SCHOUT-STATUS NOT = '00'
            OR MCV-CLRIN-STATUS NOT = '00'
            OR MCV-CLROUT-STATUS NOT = '00'
            OR MCV-TKEIN-STATUS NOT = '00'
            OR MCV-TKEOUT-STATUS NOT = '00'
            OR MCV-PHSIN-STATUS NOT = '00'
            OR MCV-PHSOUT-STATUS NOT = '00'
               DISPLAY 'MSTCONV: REOPEN FAILED USR='
                       MCV-USRIN-STATUS '/' MCV-USROUT-STATUS
                       ' JRN=' MCV-JRNIN-STATUS
                       '/' MCV-JRNOUT-STATUS
                       ' SUB=' MCV-SUBIN-STATUS
                       '/' MCV-SUBOUT-STATUS
                       ' SCH=' MCV-SCHIN-STATUS
                       '/' MCV-SCHOUT-STATUS
                       ' CLR=' MCV-CLRIN-STATUS
                       '/' MCV-CLROUT-STATUS
                       ' TKE=' MCV-TKEIN-STATUS
                       '/' MCV-TKEOUT-STATUS
                       ' PHS=' MCV-PHSIN-STATUS
                       '/' MCV-PHSOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO MCV-EOF-SW
           PERFORM 4100-CHECK-USER THRU 4100-EXIT
               UNTIL MCV-EOF
           MOVE 'N' TO MCV-EOF-SW
           PERFORM 4200-CHECK-JOURNAL THRU 4200-EXIT
               UNTIL MCV-EOF
           MOVE 'N' TO MCV-EOF-SW
           PERFORM 4300-CHECK-SUBS THRU 4300-EXIT
               UNTIL MCV-EOF
           MOVE 'N' TO MCV-EOF-SW
           PERFORM 4400-CHECK-SCHED THRU 4400-EXIT
               UNTIL MCV-EOF
           MOVE 'N' TO MCV-EOF-SW
           PERFORM 4500-CHECK-CLOSE THRU 4500-EXIT
               UNTIL MCV-EOF
           MOVE 'N' TO MCV-EOF-SW
           PERFORM 4600-CHECK-EVENT THRU 4600-EXIT
               UNTIL MCV-EOF
           MOVE 'N' TO MCV-EOF-SW
           PERFORM 4700-CHECK-PLANHIST THRU 4700-EXIT
               UNTIL MCV-EOF
           CLOSE USERS-IN USERS-OUT JRNL-IN JRNL-OUT SUBS-IN
                 SUBS-OUT SCHED-IN SCHED-OUT CLOSE-IN CLOSE-OUT
                 EVENT-IN EVENT-OUT PLANHIST-IN PLANHIST-OUT.
       4000-EXIT.
           EXIT.

       4100-CHECK-USER.
           READ USERS-OUT INTO USER-RECORD
               AT END SET MCV-EOF TO TRUE
               GO TO 4100-EXIT
           END-READ
           ADD 1 TO MCV-USR-AFTER-CT
           READ USERS-IN INTO MCV-OLD-USER
               AT END GO TO 4100-EXIT
           END-READ
           IF USER-RECORD (1:96) = MCV-OLD-USER
            AND USER-RECORD (97:17) = SPACES
               ADD 1 TO MCV-USR-KEPT-CT
           END-IF.
       4100-EXIT.
           EXIT.

       4200-CHECK-JOURNAL.
           READ JRNL-OUT INTO USRJRNL-RECORD
               AT END SET MCV-EOF TO TRUE
               GO TO 4200-EXIT
           END-READ
           ADD 1 TO MCV-JRN-AFTER-CT
           READ JRNL-IN INTO MCV-OLD-JOURNAL
               AT END GO TO 4200-EXIT
           END-READ
           IF USRJRNL-RECORD (1:38) = MCV-OJ-KEY
            AND JRN-BEFORE (1:96) = MCV-OJ-BEFORE
            AND JRN-AFTER (1:96) = MCV-OJ-AFTER
            AND JRN-BEFORE (97:17) = SPACES
            AND JRN-AFTER (97:17) = SPACES
               ADD 1 TO MCV-JRN-KEPT-CT
           END-IF.
       4200-EXIT.
           EXIT.

       4300-CHECK-SUBS.
           READ SUBS-OUT INTO SUBSCRIPTION-RECORD
               AT END SET MCV-EOF TO TRUE
               GO TO 4300-EXIT
           END-READ
           ADD 1 TO MCV-SUB-AFTER-CT
           READ SUBS-IN INTO MCV-OLD-SUBS
               AT END GO TO 4300-EXIT
           END-READ
           IF SUBS-WORKSPACE = MCV-OS-WORKSPACE
            AND SUBS-PLAN-ID = MCV-OS-PLAN-ID
            AND SUBS-PLAN-NAME = MCV-OS-PLAN-NAME
            AND SUBS-PLAN-PRICE = MCV-OS-PLAN-PRICE
            AND SUBS-SINCE = MCV-OS-SINCE
            AND SUBS-TAX-REGION = MCV-OS-TAX-REGION
            AND SUBSCRIPTION-RECORD (60:34) = SPACES
               ADD 1 TO MCV-SUB-KEPT-CT
           END-IF.
       4300-EXIT.
           EXIT.

       4400-CHECK-SCHED.
           READ SCHED-OUT INTO SCHEDULE-RECORD
               AT END SET MCV-EOF TO TRUE
               GO TO 4400-EXIT
           END-READ
           ADD 1 TO MCV-SCH-AFTER-CT
           READ SCHED-IN INTO MCV-OLD-SCHED
               AT END GO TO 4400-EXIT
           END-READ
           IF SCHEDULE-RECORD (1:48) = MCV-OLD-SCHED
            AND SCH-HOL-RUN
               ADD 1 TO MCV-SCH-KEPT-CT
           END-IF.
       4400-EXIT.
           EXIT.

       4500-CHECK-CLOSE.
           READ CLOSE-OUT INTO CLOSEREG-RECORD
               AT END SET MCV-EOF TO TRUE
               GO TO 4500-EXIT
           END-READ
           ADD 1 TO MCV-CLR-AFTER-CT
           READ CLOSE-IN INTO MCV-OLD-CLOSE
               AT END GO TO 4500-EXIT
           END-READ
           IF CLOSEREG-RECORD (1:72) = MCV-OLD-CLOSE
            AND CLR-REVERSED = ZERO
            AND CLR-PERIOD-ROW
               ADD 1 TO MCV-CLR-KEPT-CT
           END-IF.
       4500-EXIT.
           EXIT.

       4600-CHECK-EVENT.
           READ EVENT-OUT INTO TKTEVENT-RECORD
               AT END SET MCV-EOF TO TRUE
               GO TO 4600-EXIT
           END-READ
           ADD 1 TO MCV-TKE-AFTER-CT
           READ EVENT-IN INTO MCV-OLD-EVENT
               AT END GO TO 4600-EXIT
           END-READ
           IF TKTEVENT-RECORD (1:60) = MCV-OLD-EVENT
            AND TKE-NOTE = SPACES
               ADD 1 TO MCV-TKE-KEPT-CT
           END-IF.
       4600-EXIT.
           EXIT.

       4700-CHECK-PLANHIST.
           READ PLANHIST-OUT INTO PLANHIST-RECORD
               AT END SET MCV-EOF TO TRUE
               GO TO 4700-EXIT
           END-READ
           ADD 1 TO MCV-PHS-AFTER-CT
           READ PLANHIST-IN INTO MCV-OLD-PLANHIST
               AT END GO TO 4700-EXIT
           END-READ
           IF PH-WORKSPACE = MCV-OP-WORKSPACE
            AND PH-DATE = MCV-OP-DATE
            AND PH-OLD-PLAN = MCV-OP-OLD-PLAN
            AND PH-OLD-NAME = MCV-OP-OLD-NAME
            AND PH-OLD-PRICE = MCV-OP-OLD-PRICE
            AND PH-NEW-PLAN = MCV-OP-NEW-PLAN
            AND PH-NEW-NAME = MCV-OP-NEW-NAME
            AND PH-NEW-PRICE = MCV-OP-NEW-PRICE
               ADD 1 TO MCV-PHS-KEPT-CT
           END-IF.
       4700-EXIT.
           EXIT.

       6000-PRINT-TOTALS.
           WRITE REPORT-LINE FROM MCV-HEAD-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM MCV-HEAD-2
           MOVE 'USERS-FILE RECORDS' TO MCV-CL-LABEL
           MOVE MCV-USR-BEFORE-CT TO MCV-CMP-BEFORE
           MOVE MCV-USR-AFTER-CT TO MCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE '  OLD FIELDS CARRIED UNCHANGED' TO MCV-CL-LABEL
           MOVE MCV-USR-KEPT-CT TO MCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE 'USRJRNL-FILE RECORDS' TO MCV-CL-LABEL
           MOVE MCV-JRN-BEFORE-CT TO MCV-CMP-BEFORE
           MOVE MCV-JRN-AFTER-CT TO MCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE '  OLD FIELDS CARRIED UNCHANGED' TO MCV-CL-LABEL
           MOVE MCV-JRN-KEPT-CT TO MCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE 'SUBSCRIPTION-FILE RECORDS' TO MCV-CL-LABEL
           MOVE MCV-SUB-BEFORE-CT TO MCV-CMP-BEFORE
           MOVE MCV-SUB-AFTER-CT TO MCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE '  OLD FIELDS CARRIED UNCHANGED' TO MCV-CL-LABEL
           MOVE MCV-SUB-KEPT-CT TO MCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE 'SCHEDULE-FILE RECORDS' TO MCV-CL-LABEL
           MOVE MCV-SCH-BEFORE-CT TO MCV-CMP-BEFORE
           MOVE MCV-SCH-AFTER-CT TO MCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE '  OLD FIELDS CARRIED UNCHANGED' TO MCV-CL-LABEL
           MOVE MCV-SCH-KEPT-CT TO MCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE 'CLOSEREG-FILE RECORDS' TO MCV-CL-LABEL
           MOVE MCV-CLR-BEFORE-CT TO MCV-CMP-BEFORE
           MOVE MCV-CLR-AFTER-CT TO MCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE '  OLD FIELDS CARRIED UNCHANGED' TO MCV-CL-LABEL
           MOVE MCV-CLR-KEPT-CT TO MCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE 'TKTEVENT-FILE RECORDS' TO MCV-CL-LABEL
           MOVE MCV-TKE-BEFORE-CT TO MCV-CMP-BEFORE
           MOVE MCV-TKE-AFTER-CT TO MCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE '  OLD FIELDS CARRIED UNCHANGED' TO MCV-CL-LABEL
           MOVE MCV-TKE-KEPT-CT TO MCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE 'PLANHIST-FILE RECORDS' TO MCV-CL-LABEL
           MOVE MCV-PHS-BEFORE-CT TO MCV-CMP-BEFORE
           MOVE MCV-PHS-AFTER-CT TO MCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT
           MOVE '  OLD FIELDS CARRIED UNCHANGED' TO MCV-CL-LABEL
           MOVE MCV-PHS-KEPT-CT TO MCV-CMP-AFTER
           PERFORM 6100-PRINT-COUNT THRU 6100-EXIT.
       6000-EXIT.
           EXIT.

       6100-PRINT-COUNT.
           MOVE MCV-CMP-BEFORE TO MCV-CL-BEFORE
           MOVE MCV-CMP-AFTER TO MCV-CL-AFTER
           IF MCV-CMP-BEFORE = MCV-CMP-AFTER
               MOVE 'AGREES' TO MCV-CL-RESULT
           ELSE
               MOVE '*** OUT OF BALANCE' TO MCV-CL-RESULT
               ADD 1 TO MCV-BAD-CT
           END-IF
           WRITE REPORT-LINE FROM MCV-CNT-LINE.
       6100-EXIT.
           EXIT.

       8100-READ-OLD-USER.
           READ USERS-IN INTO MCV-OLD-USER
               AT END SET MCV-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       8200-READ-OLD-JOURNAL.
           READ JRNL-IN INTO MCV-OLD-JOURNAL
               AT END SET MCV-EOF TO TRUE
           END-READ.
       8200-EXIT.
           EXIT.

       8300-READ-OLD-SUBS.
           READ SUBS-IN INTO MCV-OLD-SUBS
               AT END SET MCV-EOF TO TRUE
           END-READ.
       8300-EXIT.
           EXIT.

       8400-READ-OLD-SCHED.
           READ SCHED-IN INTO MCV-OLD-SCHED
               AT END SET MCV-EOF TO TRUE
           END-READ.
       8400-EXIT.
           EXIT.

       8500-READ-OLD-CLOSE.
           READ CLOSE-IN INTO MCV-OLD-CLOSE
               AT END SET MCV-EOF TO TRUE
           END-READ.
       8500-EXIT.
           EXIT.

       8600-READ-OLD-EVENT.
           READ EVENT-IN INTO MCV-OLD-EVENT
               AT END SET MCV-EOF TO TRUE
           END-READ.
       8600-EXIT.
           EXIT.

       8700-READ-OLD-PLANHIST.
           READ PLANHIST-IN INTO MCV-OLD-PLANHIST
               AT END SET MCV-EOF TO TRUE
           END-READ.
       8700-EXIT.
           EXIT.

       9000-WRAP-UP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF MCV-BAD-CT > ZERO
               MOVE '*** CONTROL LINES OUT OF BALANCE - DO NOT PROMOTE'
                   TO MCV-NL-LABEL
               MOVE MCV-BAD-CT TO MCV-NL-COUNT
               WRITE REPORT-LINE FROM MCV-NOTE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'ALL CONTROL TOTALS AGREE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-OUT
           DISPLAY 'MSTCONV: ' MCV-USR-BEFORE-CT ' USERS, '
                   MCV-JRN-BEFORE-CT ' JOURNAL ROWS, '
                   MCV-SUB-BEFORE-CT ' SUBSCRIPTIONS, '
                   MCV-SCH-BEFORE-CT ' SCHEDULE ROWS, '
                   MCV-CLR-BEFORE-CT ' CLOSE ROWS, '
                   MCV-TKE-BEFORE-CT ' TICKET EVENTS, '
                   MCV-PHS-BEFORE-CT ' PLAN CHANGES, '
                   MCV-BAD-CT ' OUT OF BALANCE'.
       9000-EXIT.
           EXIT.
