      *> campaign store carries budgets in whatever currency each
      *> campaign was bought in (CAMP-CURRENCY); this report
      *> converts every budget to USD at the CURRENCY-FILE rate
      *> in force on the campaign's start date and stamps the
      *> rate (and its as-of date) on the output, so a month-end
      *> total is reproducible after the market moves. A currency
      *> the history does not carry prints unconverted and is
      *> flagged on its line. PARM='YYYY-MM-DD'
      *> stamps the run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMP-IN.
       01  CAMP-IN-RECORD         PIC X(218).
       FD  CURRENCY-IN.
       01  CURRENCY-IN-RECORD     PIC X(28).
       FD  REPORT-OUT.
       77  CRP-CAMP-READ          PIC 9(05) COMP VALUE ZERO.
       77  CRP-UNKNOWN-CT         PIC 9(05) COMP VALUE ZERO.
       77  CRP-IX                 PIC 9(02) COMP VALUE ZERO.
       77  CRP-CX                 PIC 9(05) COMP VALUE ZERO.
       01  CRP-SWITCHES.
           05 CRP-CMPIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 CRP-CMPIN-EOF    VALUE 'Y'.
           05 CRP-DIG-9 REDEFINES CRP-DIG-X
                                  PIC 9(01).
       01  CRP-AMT-WORK.
           05 CRP-AMT-TXT         PIC X(13).
           05 CRP-AMT-DOLLARS     PIC 9(09) COMP VALUE ZERO.
           05 CRP-AMT-CENTS       PIC 9(02) COMP VALUE ZERO.
           05 CRP-AMT-CENT-CT     PIC 9(01) COMP VALUE ZERO.
           05 CRP-AMT-VALUE       PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  CRP-CONV-VALUE         PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  CRP-TOTAL-USD          PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  CRP-HEAD-1.
           05 FILLER              PIC X(46) VALUE
              'CAMPRPT - CAMPAIGN BUDGETS IN USD     RUN ON  '.
           05 FILLER              PIC X(95) VALUE SPACES.
       COPY CAMPAIGN-RECORD.
       COPY CURRENCY-RECORD.
       COPY RATE-HISTORY-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
               UNTIL CRP-CMPIN-EOF
           PERFORM 5000-PRINT-RATES-USED THRU 5000-EXIT
               VARYING CRP-CX FROM 1 BY 1
               UNTIL CRP-CX > RH-COUNT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1400-FIND-FLOOR THRU 1400-EXIT
               UNTIL CRP-CMPIN-EOF
           CLOSE CAMP-IN
           OPEN INPUT CAMP-IN
           IF CRP-CMPIN-STATUS NOT = '00'
               DISPLAY 'CAMPRPT: CAMPAIGN REOPEN FAILED, STATUS='
                       CRP-CMPIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO CRP-CMPIN-EOF-SW
           PERFORM 1500-LOAD-CURRENCY THRU 1500-EXIT
               UNTIL CRP-CURR-EOF
           CLOSE CURRENCY-IN
       1000-EXIT.
           EXIT.

      *> A first pass finds the earliest start date, the oldest
      *> rate any budget converts at.
       1400-FIND-FLOOR.
           READ CAMP-IN INTO CAMPAIGN-RECORD
               AT END SET CRP-CMPIN-EOF TO TRUE
               GO TO 1400-EXIT
           END-READ
           IF CAMP-START-DATE NOT = SPACES
            AND (RH-FLOOR-DATE = SPACES
             OR CAMP-START-DATE < RH-FLOOR-DATE)
               MOVE CAMP-START-DATE TO RH-FLOOR-DATE
           END-IF.
       1400-EXIT.
           EXIT.

       1500-LOAD-CURRENCY.
           READ CURRENCY-IN INTO CURRENCY-RECORD
               AT END SET CRP-CURR-EOF TO TRUE
               GO TO 1500-EXIT
           END-READ
           PERFORM 9600-RH-ADD-RATE THRU 9600-EXIT
           IF RH-TABLE-FULL
               DISPLAY 'CAMPRPT: RATE HISTORY FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1500-EXIT.
           EXIT.

           ADD 1 TO CRP-CAMP-READ
           MOVE CAMP-BUDGET TO CRP-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           MOVE CAMP-CURRENCY TO RH-CODE-IN
           MOVE CAMP-START-DATE TO RH-DATE-IN
           PERFORM 9650-RH-FIND-RATE THRU 9650-EXIT
           MOVE SPACES TO CRP-DETAIL
           MOVE CAMP-NAME TO CRP-DT-NAME
           MOVE CAMP-CURRENCY TO CRP-DT-CURRENCY
           MOVE CAMP-BUDGET TO CRP-DT-BUDGET
           MOVE CAMP-STATUS TO CRP-DT-STATUS
           IF RH-HIT > 0
               COMPUTE CRP-CONV-VALUE ROUNDED =
                   CRP-AMT-VALUE * RH-E-RATE (RH-HIT)
               MOVE RH-E-RATE-TXT (RH-HIT) TO CRP-DT-RATE
               MOVE 'Y' TO RH-E-USED-SW (RH-HIT)
               IF RH-BEFORE-HISTORY
                   MOVE 'starts before rate history - earliest'
                       TO CRP-DT-NOTE
               END-IF
           ELSE
               MOVE CRP-AMT-VALUE TO CRP-CONV-VALUE
               MOVE 'NO RATE' TO CRP-DT-RATE
       3000-EXIT.
           EXIT.

      *> Every rate that touched a number above is stamped here,
      *> so the page reproduces without asking what the market
      *> did since.
       5000-PRINT-RATES-USED.
           IF NOT RH-E-USED (CRP-CX)
               GO TO 5000-EXIT
           END-IF
           MOVE RH-E-CODE (CRP-CX) TO CRP-RL-CODE
           MOVE RH-E-RATE-TXT (CRP-CX) TO CRP-RL-RATE
           MOVE RH-E-ASOF (CRP-CX) TO CRP-RL-ASOF
           WRITE REPORT-LINE FROM CRP-RATE-LINE.
       5000-EXIT.
           EXIT.
                        CRP-AMT-CENT-CT
           MOVE 'N' TO CRP-CENTS-SW
           PERFORM 9210-PARSE-ONE-CHAR THRU 9210-EXIT
               VARYING CRP-IX FROM 1 BY 1 UNTIL CRP-IX > 13
           COMPUTE CRP-AMT-VALUE =
               CRP-AMT-DOLLARS + (CRP-AMT-CENTS / 100).
       9200-EXIT.
       9210-EXIT.
           EXIT.

       COPY RATE-HISTORY.
