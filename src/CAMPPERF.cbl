      *> (the member name after the last '/' of CAMP-LANDING-URL)
      *> inside the CAMP-START-DATE..CAMP-END-DATE window, prices
      *> the spend as the daily budget (converted to USD at the
      *> CURRENCY-FILE rate in force on the campaign's start
      *> date) times the true calendar days
      *> elapsed through the shared date service, and
      *> reports visits, cost per visit, and budget consumed. A
      *> campaign whose end date has passed flips to Completed in
      *> the rewritten master, which the JCL promotes on a clean
      *> end - renewals become a number instead of a gut feel.
      *> Only an approved campaign (Active or Completed) is
      *> priced; one still in review shows no spend.
      *> PARM='YYYY-MM-DD' is the run date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPPERF.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMP-IN.
       01  CAMP-IN-RECORD         PIC X(218).
       FD  CAMP-OUT.
       01  CAMP-OUT-RECORD        PIC X(218).
       FD  HITS-IN.
       01  HITS-IN-RECORD         PIC X(78).
       FD  CURRENCY-IN.
       01  CURRENCY-IN-RECORD     PIC X(28).
       FD  REPORT-OUT.
       77  CPF-COMPLETED-CT       PIC 9(03) COMP VALUE ZERO.
       77  CPF-CX                 PIC 9(03) COMP VALUE ZERO.
       77  CPF-IX                 PIC 9(02) COMP VALUE ZERO.
       77  CPF-TAIL-POS           PIC 9(02) COMP VALUE ZERO.
       77  CPF-TAIL-LEN           PIC 9(02) COMP VALUE ZERO.
       77  CPF-URL-LEN            PIC 9(02) COMP VALUE ZERO.
           05 CPF-DIG-9 REDEFINES CPF-DIG-X
                                  PIC 9(01).
       01  CPF-AMT-WORK.
           05 CPF-AMT-TXT         PIC X(13).
           05 CPF-AMT-DOLLARS     PIC 9(09) COMP VALUE ZERO.
           05 CPF-AMT-CENTS       PIC 9(02) COMP VALUE ZERO.
           05 CPF-AMT-CENT-CT     PIC 9(01) COMP VALUE ZERO.
           05 CPF-AMT-VALUE       PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  CPF-SPEND-VALUE        PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  CPF-CPV-VALUE          PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  CPF-PCT-VALUE          PIC 9(03)V99 COMP-3 VALUE ZERO.
              10 CPF-DW-MM        PIC 9(02).
              10 FILLER           PIC X(01).
              10 CPF-DW-DD        PIC 9(02).
       01  CPF-CAMP-TABLE.
           05 CPF-CAMP OCCURS 200 TIMES.
              10 CPF-T-IMAGE      PIC X(218).
              10 CPF-T-TAIL       PIC X(24).
              10 CPF-T-VISITS     PIC 9(07) COMP.
       01  CPF-HEAD-1.
       COPY CAMPAIGN-RECORD.
       COPY HIT-RECORD.
       COPY CURRENCY-RECORD.
       COPY RATE-HISTORY-WS.
       COPY DATE-SERVICE-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-CAMPAIGN THRU 2000-EXIT
               UNTIL CPF-CMPIN-EOF
           PERFORM 1500-LOAD-CURRENCY THRU 1500-EXIT
               UNTIL CPF-CURR-EOF
           CLOSE CURRENCY-IN
           PERFORM 3000-MATCH-HIT THRU 3000-EXIT
               UNTIL CPF-HIT-EOF
           PERFORM 4000-REPORT-CAMPAIGN THRU 4000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-RUN-DATE TO CPF-H1-DATE
           WRITE REPORT-LINE FROM CPF-HEAD-1
           WRITE REPORT-LINE FROM CPF-HEAD-2
       1000-EXIT.
           EXIT.

      *> Loaded once the campaigns are in, from the earliest
      *> start date on (2000-LOAD-CAMPAIGN sets the floor).
       1500-LOAD-CURRENCY.
           READ CURRENCY-IN INTO CURRENCY-RECORD
               AT END SET CPF-CURR-EOF TO TRUE
               GO TO 1500-EXIT
           END-READ
           PERFORM 9600-RH-ADD-RATE THRU 9600-EXIT
           IF RH-TABLE-FULL
               DISPLAY 'CAMPPERF: RATE HISTORY FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1500-EXIT.
           EXIT.

           PERFORM 2100-EXTRACT-TAIL THRU 2100-EXIT
           MOVE CAMPAIGN-RECORD TO CPF-T-IMAGE (CPF-CAMP-COUNT)
           MOVE ZERO TO CPF-T-VISITS (CPF-CAMP-COUNT)
           IF CAMP-START-DATE NOT = SPACES
            AND (RH-FLOOR-DATE = SPACES
             OR CAMP-START-DATE < RH-FLOOR-DATE)
               MOVE CAMP-START-DATE TO RH-FLOOR-DATE
           END-IF
           PERFORM 8100-READ-CAMPAIGN THRU 8100-EXIT.
       2000-EXIT.
           EXIT.
           EXIT.

      *> Daily budget times elapsed window days, in USD; consumed
      *> is elapsed days over the whole window. A campaign that
      *> was never approved (Draft, Submitted, Rejected) has not
      *> gone live and has spent nothing.
       4200-PRICE-SPEND.
           IF NOT CAMP-ACTIVE AND NOT CAMP-COMPLETED
               MOVE ZERO TO CPF-SPEND-VALUE CPF-PCT-VALUE
               GO TO 4200-EXIT
           END-IF
           MOVE CAMP-BUDGET TO CPF-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           MOVE CAMP-CURRENCY TO RH-CODE-IN
           MOVE CAMP-START-DATE TO RH-DATE-IN
           PERFORM 9650-RH-FIND-RATE THRU 9650-EXIT
           IF RH-HIT > 0
               COMPUTE CPF-AMT-VALUE ROUNDED =
                   CPF-AMT-VALUE * RH-E-RATE (RH-HIT)
           END-IF
           MOVE CAMP-START-DATE TO CPF-DW-X
           PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT
       4200-EXIT.
           EXIT.

       8100-READ-CAMPAIGN.
           READ CAMP-IN INTO CAMPAIGN-RECORD
               AT END SET CPF-CMPIN-EOF TO TRUE
                        CPF-AMT-CENT-CT
           MOVE 'N' TO CPF-CENTS-SW
           PERFORM 9210-PARSE-ONE-CHAR THRU 9210-EXIT
               VARYING CPF-IX FROM 1 BY 1 UNTIL CPF-IX > 13
           COMPUTE CPF-AMT-VALUE =
               CPF-AMT-DOLLARS + (CPF-AMT-CENTS / 100).
       9200-EXIT.
       9210-EXIT.
           EXIT.

       COPY RATE-HISTORY.

       COPY DATE-SERVICE.
