      *> SVYRPT.cbl
      *> Weekly customer satisfaction report from the survey log
      *> APPLYTRN keeps (SURVEY-FILE). Every survey sent in the
      *> last twelve weeks - Monday to Sunday, the current week
      *> included - is counted once, against the agent who had
      *> the ticket, its priority, and the week it went out; the
      *> Answered row for it, whenever it came back, supplies the
      *> score. Each breakdown shows surveys sent, answered, the
      *> response rate, and the average score (1 poor to 5
      *> excellent), with a total line for the whole window.
      *> PARM='YYYY-MM-DD' is the run date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVYRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SURVEY-IN ASSIGN TO SVYINDD
               FILE STATUS IS SVR-SVY-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS SVR-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SURVEY-IN.
       01  SURVEY-IN-RECORD       PIC X(111).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  SVR-SVY-STATUS         PIC X(02).
       77  SVR-RPT-STATUS         PIC X(02).
       77  SVR-READ-CT            PIC 9(05) COMP VALUE ZERO.
       77  SVR-SX                 PIC 9(05) COMP VALUE ZERO.
       77  SVR-SVY-HIT            PIC 9(05) COMP VALUE ZERO.
       77  SVR-GX                 PIC 9(03) COMP VALUE ZERO.
       77  SVR-GRP-HIT            PIC 9(03) COMP VALUE ZERO.
       77  SVR-WX                 PIC 9(02) COMP VALUE ZERO.
       77  SVR-RUN-SERIAL         PIC S9(07) COMP VALUE ZERO.
       77  SVR-MONDAY-SERIAL      PIC S9(07) COMP VALUE ZERO.
       77  SVR-WINDOW-START       PIC S9(07) COMP VALUE ZERO.
       77  SVR-WORK-SERIAL        PIC S9(07) COMP VALUE ZERO.
       77  SVR-WEEK-SERIAL        PIC S9(07) COMP VALUE ZERO.
       77  SVR-DAYS               PIC S9(07) COMP VALUE ZERO.
       77  SVR-WEEKS              PIC S9(07) COMP VALUE ZERO.
       77  SVR-DOW                PIC S9(07) COMP VALUE ZERO.
       77  SVR-SCORE              PIC 9(01) VALUE ZERO.
      *> Twelve report weeks; 2000-01-03 was a Monday, so any
      *> serial's distance from it, mod 7, is its day of week.
       77  SVR-WEEK-COUNT         PIC 9(02) COMP VALUE 12.
       01  SVR-MONDAY-DATE        PIC X(10) VALUE '2000-01-03'.
       01  SVR-SWITCHES.
           05 SVR-SVY-EOF-SW      PIC X(01) VALUE 'N'.
              88 SVR-SVY-EOF      VALUE 'Y'.
      *> The breakdown being tallied or printed: 'A' agent,
      *> 'P' priority, 'W' week.
       01  SVR-KIND               PIC X(01).
       01  SVR-KEY                PIC X(10).
      *> Each survey sent inside the window: its link reference
      *> (ticket and token), the three keys it reports under,
      *> and the score once its Answered row is seen.
       01  SVR-SVY-TABLE.
           05 SVR-SVY-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 SVR-SVY OCCURS 2000 TIMES.
              10 SVR-S-REF        PIC X(20).
              10 SVR-S-AGENT      PIC X(10).
              10 SVR-S-PRIORITY   PIC X(10).
              10 SVR-S-WEEK       PIC X(10).
              10 SVR-S-SCORE      PIC 9(01).
      *> One row per agent, priority, and week reported; the
      *> weeks are seeded oldest first so they print in order.
       01  SVR-GRP-TABLE.
           05 SVR-GRP-COUNT       PIC 9(03) COMP VALUE ZERO.
           05 SVR-GRP OCCURS 300 TIMES.
              10 SVR-G-KIND       PIC X(01).
              10 SVR-G-KEY        PIC X(10).
              10 SVR-G-SENT       PIC 9(05) COMP.
              10 SVR-G-ANSWERED   PIC 9(05) COMP.
              10 SVR-G-SCORE-SUM  PIC 9(07) COMP.
       01  SVR-TOTALS.
           05 SVR-T-SENT          PIC 9(05) COMP VALUE ZERO.
           05 SVR-T-ANSWERED      PIC 9(05) COMP VALUE ZERO.
           05 SVR-T-SCORE-SUM     PIC 9(07) COMP VALUE ZERO.
       01  SVR-RATE-VALUE         PIC 9(03)V9 COMP-3 VALUE ZERO.
       01  SVR-AVG-VALUE          PIC 9(01)V99 COMP-3 VALUE ZERO.
       01  SVR-HEAD-1.
           05 FILLER              PIC X(46) VALUE
              'SVYRPT - CUSTOMER SATISFACTION        RUN ON  '.
           05 SVR-H1-DATE         PIC X(10).
           05 FILLER              PIC X(10) VALUE '  WEEKS OF'.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 SVR-H1-FROM         PIC X(10).
           05 FILLER              PIC X(04) VALUE ' TO '.
           05 SVR-H1-TO           PIC X(10).
           05 FILLER              PIC X(42) VALUE SPACES.
       01  SVR-HEAD-2.
           05 SVR-H2-TITLE        PIC X(14).
           05 FILLER              PIC X(10) VALUE '      SENT'.
           05 FILLER              PIC X(10) VALUE '  ANSWERED'.
           05 FILLER              PIC X(10) VALUE '  RESPONSE'.
           05 FILLER              PIC X(11) VALUE '  AVG SCORE'.
           05 FILLER              PIC X(78) VALUE SPACES.
       01  SVR-DETAIL.
           05 SVR-DT-KEY          PIC X(14).
           05 SVR-DT-SENT         PIC ZZZZZZZZZ9.
           05 SVR-DT-ANSWERED     PIC ZZZZZZZZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 SVR-DT-RATE         PIC ZZ9.9.
           05 SVR-DT-PCT          PIC X(02) VALUE '% '.
           05 FILLER              PIC X(06) VALUE SPACES.
           05 SVR-DT-AVG          PIC X(05).
           05 FILLER              PIC X(78) VALUE SPACES.
       01  SVR-AVG-ED             PIC 9.99.
       01  SVR-BLANK-LINE         PIC X(133) VALUE SPACES.
       COPY SURVEY-RECORD.
       COPY DATE-SERVICE-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-RUN-DATE       PIC X(10).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-READ-SURVEY THRU 2000-EXIT
               UNTIL SVR-SVY-EOF
           PERFORM 3000-TALLY-SURVEY THRU 3000-EXIT
               VARYING SVR-SX FROM 1 BY 1
               UNTIL SVR-SX > SVR-SVY-COUNT
           MOVE 'BY AGENT' TO SVR-H2-TITLE
           MOVE 'A' TO SVR-KIND
           PERFORM 4000-PRINT-SECTION THRU 4000-EXIT
           MOVE 'BY PRIORITY' TO SVR-H2-TITLE
           MOVE 'P' TO SVR-KIND
           PERFORM 4000-PRINT-SECTION THRU 4000-EXIT
           MOVE 'BY WEEK OF' TO SVR-H2-TITLE
           MOVE 'W' TO SVR-KIND
           PERFORM 4000-PRINT-SECTION THRU 4000-EXIT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 10
               DISPLAY 'SVYRPT: PARM MUST BE THE RUN DATE '
                       'YYYY-MM-DD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-RUN-DATE TO DS-DATE-IN
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL = ZERO
               DISPLAY 'SVYRPT: RUN DATE NOT NUMERIC: '
                       PARM-RUN-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE DS-SERIAL TO SVR-RUN-SERIAL
           MOVE SVR-MONDAY-DATE TO DS-DATE-IN
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           MOVE DS-SERIAL TO SVR-MONDAY-SERIAL
           MOVE SVR-RUN-SERIAL TO SVR-WORK-SERIAL
           PERFORM 8000-WEEK-START THRU 8000-EXIT
           COMPUTE SVR-WINDOW-START =
               SVR-WEEK-SERIAL - ((SVR-WEEK-COUNT - 1) * 7)
           PERFORM 1100-SEED-WEEK THRU 1100-EXIT
               VARYING SVR-WX FROM 1 BY 1
               UNTIL SVR-WX > SVR-WEEK-COUNT
           OPEN INPUT SURVEY-IN
           OPEN OUTPUT REPORT-OUT
           IF SVR-SVY-STATUS NOT = '00'
            OR SVR-RPT-STATUS NOT = '00'
               DISPLAY 'SVYRPT: OPEN FAILED SURVEY='
                       SVR-SVY-STATUS ' RPT=' SVR-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-RUN-DATE TO SVR-H1-DATE
           MOVE SVR-G-KEY (1) TO SVR-H1-FROM
           MOVE SVR-G-KEY (SVR-WEEK-COUNT) TO SVR-H1-TO
           WRITE REPORT-LINE FROM SVR-HEAD-1.
       1000-EXIT.
           EXIT.

       1100-SEED-WEEK.
           ADD 1 TO SVR-GRP-COUNT
           MOVE 'W' TO SVR-G-KIND (SVR-GRP-COUNT)
           COMPUTE DS-SERIAL = SVR-WINDOW-START + ((SVR-WX - 1) * 7)
           PERFORM 9750-DS-SERIAL-TO-DATE THRU 9750-EXIT
           MOVE DS-DATE-IN TO SVR-G-KEY (SVR-GRP-COUNT)
           MOVE ZERO TO SVR-G-SENT (SVR-GRP-COUNT)
                        SVR-G-ANSWERED (SVR-GRP-COUNT)
                        SVR-G-SCORE-SUM (SVR-GRP-COUNT).
       1100-EXIT.
           EXIT.

      *> Sent rows inside the window join the table; an
      *> Answered row scores the survey it answers, if that one
      *> is in the window.
       2000-READ-SURVEY.
           READ SURVEY-IN INTO SURVEY-RECORD
               AT END SET SVR-SVY-EOF TO TRUE
               GO TO 2000-EXIT
           END-READ
           ADD 1 TO SVR-READ-CT
           IF SVY-ANSWERED
               PERFORM 2200-SCORE-SURVEY THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF
           IF NOT SVY-SENT
               GO TO 2000-EXIT
           END-IF
           MOVE SVY-DATE TO DS-DATE-IN
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL < SVR-WINDOW-START
            OR DS-SERIAL > SVR-RUN-SERIAL
               GO TO 2000-EXIT
           END-IF
           IF SVR-SVY-COUNT >= 2000
               DISPLAY 'SVYRPT: SURVEY TABLE FULL AT 2000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO SVR-SVY-COUNT
           MOVE SURVEY-RECORD (1:20) TO SVR-S-REF (SVR-SVY-COUNT)
           MOVE SVY-AGENT TO SVR-S-AGENT (SVR-SVY-COUNT)
           IF SVY-AGENT = SPACES
               MOVE '(none)' TO SVR-S-AGENT (SVR-SVY-COUNT)
           END-IF
           MOVE SVY-PRIORITY TO SVR-S-PRIORITY (SVR-SVY-COUNT)
           IF SVY-PRIORITY = SPACES
               MOVE '(none)' TO SVR-S-PRIORITY (SVR-SVY-COUNT)
           END-IF
           MOVE DS-SERIAL TO SVR-WORK-SERIAL
           PERFORM 8000-WEEK-START THRU 8000-EXIT
           MOVE SVR-WEEK-SERIAL TO DS-SERIAL
           PERFORM 9750-DS-SERIAL-TO-DATE THRU 9750-EXIT
           MOVE DS-DATE-IN TO SVR-S-WEEK (SVR-SVY-COUNT)
           MOVE ZERO TO SVR-S-SCORE (SVR-SVY-COUNT).
       2000-EXIT.
           EXIT.

       2200-SCORE-SURVEY.
           IF SVY-SCORE < '1' OR SVY-SCORE > '5'
               GO TO 2200-EXIT
           END-IF
           MOVE ZERO TO SVR-SVY-HIT
           PERFORM 2210-MATCH-SURVEY THRU 2210-EXIT
               VARYING SVR-SX FROM 1 BY 1
               UNTIL SVR-SX > SVR-SVY-COUNT OR SVR-SVY-HIT > 0
           IF SVR-SVY-HIT > 0
               MOVE SVY-SCORE TO SVR-S-SCORE (SVR-SVY-HIT)
           END-IF.
       2200-EXIT.
           EXIT.

       2210-MATCH-SURVEY.
           IF SVR-S-REF (SVR-SX) = SURVEY-RECORD (1:20)
               MOVE SVR-SX TO SVR-SVY-HIT
           END-IF.
       2210-EXIT.
           EXIT.

      *> One survey counts once under each of its three keys.
       3000-TALLY-SURVEY.
           MOVE SVR-S-SCORE (SVR-SX) TO SVR-SCORE
           MOVE 'A' TO SVR-KIND
           MOVE SVR-S-AGENT (SVR-SX) TO SVR-KEY
           PERFORM 3100-ADD-TO-GROUP THRU 3100-EXIT
           MOVE 'P' TO SVR-KIND
           MOVE SVR-S-PRIORITY (SVR-SX) TO SVR-KEY
           PERFORM 3100-ADD-TO-GROUP THRU 3100-EXIT
           MOVE 'W' TO SVR-KIND
           MOVE SVR-S-WEEK (SVR-SX) TO SVR-KEY
           PERFORM 3100-ADD-TO-GROUP THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

       3100-ADD-TO-GROUP.
           MOVE ZERO TO SVR-GRP-HIT
           PERFORM 3110-MATCH-GROUP THRU 3110-EXIT
               VARYING SVR-GX FROM 1 BY 1
               UNTIL SVR-GX > SVR-GRP-COUNT OR SVR-GRP-HIT > 0
           IF SVR-GRP-HIT = ZERO
               IF SVR-GRP-COUNT >= 300
                   DISPLAY 'SVYRPT: GROUP TABLE FULL AT 300'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO SVR-GRP-COUNT
               MOVE SVR-GRP-COUNT TO SVR-GRP-HIT
               MOVE SVR-KIND TO SVR-G-KIND (SVR-GRP-HIT)
               MOVE SVR-KEY TO SVR-G-KEY (SVR-GRP-HIT)
               MOVE ZERO TO SVR-G-SENT (SVR-GRP-HIT)
                            SVR-G-ANSWERED (SVR-GRP-HIT)
                            SVR-G-SCORE-SUM (SVR-GRP-HIT)
           END-IF
           ADD 1 TO SVR-G-SENT (SVR-GRP-HIT)
           IF SVR-SCORE > ZERO
               ADD 1 TO SVR-G-ANSWERED (SVR-GRP-HIT)
               ADD SVR-SCORE TO SVR-G-SCORE-SUM (SVR-GRP-HIT)
           END-IF.
       3100-EXIT.
           EXIT.

       3110-MATCH-GROUP.
           IF SVR-G-KIND (SVR-GX) = SVR-KIND
            AND SVR-G-KEY (SVR-GX) = SVR-KEY
               MOVE SVR-GX TO SVR-GRP-HIT
           END-IF.
       3110-EXIT.
           EXIT.

      *> One breakdown: its heading, a line per key of the kind
      *> in SVR-KIND, and nothing else - the weeks print even
      *> when no survey went out in them.
       4000-PRINT-SECTION.
           WRITE REPORT-LINE FROM SVR-BLANK-LINE
           WRITE REPORT-LINE FROM SVR-HEAD-2
           PERFORM 4100-PRINT-GROUP THRU 4100-EXIT
               VARYING SVR-GX FROM 1 BY 1
               UNTIL SVR-GX > SVR-GRP-COUNT.
       4000-EXIT.
           EXIT.

       4100-PRINT-GROUP.
           IF SVR-G-KIND (SVR-GX) NOT = SVR-KIND
               GO TO 4100-EXIT
           END-IF
           MOVE SVR-G-KEY (SVR-GX) TO SVR-DT-KEY
           MOVE SVR-G-SENT (SVR-GX) TO SVR-T-SENT
           MOVE SVR-G-ANSWERED (SVR-GX) TO SVR-T-ANSWERED
           MOVE SVR-G-SCORE-SUM (SVR-GX) TO SVR-T-SCORE-SUM
           PERFORM 4200-WRITE-DETAIL THRU 4200-EXIT.
       4100-EXIT.
           EXIT.

      *> Rate is answered over sent; the average is over the
      *> answered surveys only.
       4200-WRITE-DETAIL.
           MOVE SVR-T-SENT TO SVR-DT-SENT
           MOVE SVR-T-ANSWERED TO SVR-DT-ANSWERED
           IF SVR-T-SENT > ZERO
               COMPUTE SVR-RATE-VALUE ROUNDED =
                   SVR-T-ANSWERED * 100 / SVR-T-SENT
           ELSE
               MOVE ZERO TO SVR-RATE-VALUE
           END-IF
           MOVE SVR-RATE-VALUE TO SVR-DT-RATE
           IF SVR-T-ANSWERED > ZERO
               COMPUTE SVR-AVG-VALUE ROUNDED =
                   SVR-T-SCORE-SUM / SVR-T-ANSWERED
               MOVE SVR-AVG-VALUE TO SVR-AVG-ED
               MOVE SVR-AVG-ED TO SVR-DT-AVG
           ELSE
               MOVE ' n/a' TO SVR-DT-AVG
           END-IF
           WRITE REPORT-LINE FROM SVR-DETAIL.
       4200-EXIT.
           EXIT.

      *> The Monday on or before SVR-WORK-SERIAL.
       8000-WEEK-START.
           COMPUTE SVR-DAYS = SVR-WORK-SERIAL - SVR-MONDAY-SERIAL
           DIVIDE SVR-DAYS BY 7 GIVING SVR-WEEKS
               REMAINDER SVR-DOW
           COMPUTE SVR-WEEK-SERIAL = SVR-WORK-SERIAL - SVR-DOW.
       8000-EXIT.
           EXIT.

      *> The window total - every survey falls in exactly one
      *> week, so it is the sum of the weeks - goes last.
       9000-WRAP-UP.
           WRITE REPORT-LINE FROM SVR-BLANK-LINE
           MOVE 'ALL SURVEYS' TO SVR-DT-KEY
           PERFORM 9100-RESTORE-TOTAL THRU 9100-EXIT
           PERFORM 4200-WRITE-DETAIL THRU 4200-EXIT
           CLOSE SURVEY-IN REPORT-OUT
           DISPLAY 'SVYRPT: ' SVR-READ-CT ' SURVEY ROWS READ, '
                   SVR-SVY-COUNT ' SURVEYS IN WINDOW'.
       9000-EXIT.
           EXIT.

       9100-RESTORE-TOTAL.
           MOVE ZERO TO SVR-T-SENT SVR-T-ANSWERED SVR-T-SCORE-SUM
           PERFORM 9110-ADD-WEEK THRU 9110-EXIT
               VARYING SVR-GX FROM 1 BY 1
               UNTIL SVR-GX > SVR-GRP-COUNT.
       9100-EXIT.
           EXIT.

       9110-ADD-WEEK.
           IF SVR-G-KIND (SVR-GX) = 'W'
               ADD SVR-G-SENT (SVR-GX) TO SVR-T-SENT
               ADD SVR-G-ANSWERED (SVR-GX) TO SVR-T-ANSWERED
               ADD SVR-G-SCORE-SUM (SVR-GX) TO SVR-T-SCORE-SUM
           END-IF.
       9110-EXIT.
           EXIT.

       COPY DATE-SERVICE.
