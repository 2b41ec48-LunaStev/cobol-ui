      *> CPNRPT.cbl
      *> Coupon usage report. Sorts the redemption ledger (by the
      *> month each coupon was redeemed) and the usage ledger INVGEN
      *> writes (by the month each invoice billed) together on code
      *> and month, and prints for every code and month the
      *> redemptions taken, the invoices discounted, and the
      *> discount given, with a total per code and for the run.
      *> Each code's total line carries the redemption cap from
      *> COUPON-FILE and what is left under it; codes on the master
      *> nobody has redeemed are listed at the end. RC=4 when the
      *> ledgers carry a code the master no longer has. Registers
      *> its output through RPTREG like the other report jobs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPNRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUPON-IN ASSIGN TO CPNINDD
               FILE STATUS IS CPR-CPN-STATUS.
           SELECT REDEEM-IN ASSIGN TO RDMINDD
               FILE STATUS IS CPR-RDM-STATUS.
           SELECT CPNUSE-IN ASSIGN TO CPUINDD
               FILE STATUS IS CPR-CPU-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS CPR-RPT-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK01.
       DATA DIVISION.
       FILE SECTION.
       FD  COUPON-IN.
       01  COUPON-IN-RECORD       PIC X(73).
       FD  REDEEM-IN.
       01  REDEEM-IN-RECORD       PIC X(73).
       FD  CPNUSE-IN.
       01  CPNUSE-IN-RECORD       PIC X(57).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-CODE            PIC X(12).
           05 SRT-MONTH           PIC X(07).
           05 SRT-KIND            PIC X(01).
              88 SRT-REDEMPTION   VALUE 'R'.
              88 SRT-USAGE        VALUE 'U'.
           05 SRT-DISCOUNT        PIC 9(09)V99 COMP-3.
       WORKING-STORAGE SECTION.
       77  CPR-CPN-STATUS         PIC X(02).
       77  CPR-RDM-STATUS         PIC X(02).
       77  CPR-CPU-STATUS         PIC X(02).
       77  CPR-RPT-STATUS         PIC X(02).
       77  CPR-RDM-READ           PIC 9(05) COMP VALUE ZERO.
       77  CPR-CPU-READ           PIC 9(05) COMP VALUE ZERO.
       77  CPR-CX                 PIC 9(03) COMP VALUE ZERO.
       77  CPR-CPN-HIT            PIC 9(03) COMP VALUE ZERO.
       77  CPR-IX                 PIC 9(02) COMP VALUE ZERO.
       77  CPR-UNKNOWN-CT         PIC 9(05) COMP VALUE ZERO.
       77  CPR-IDLE-CT            PIC 9(05) COMP VALUE ZERO.
       01  CPR-SWITCHES.
           05 CPR-CPN-EOF-SW      PIC X(01) VALUE 'N'.
              88 CPR-CPN-EOF      VALUE 'Y'.
           05 CPR-RDM-EOF-SW      PIC X(01) VALUE 'N'.
              88 CPR-RDM-EOF      VALUE 'Y'.
           05 CPR-CPU-EOF-SW      PIC X(01) VALUE 'N'.
              88 CPR-CPU-EOF      VALUE 'Y'.
           05 CPR-SORT-EOF-SW     PIC X(01) VALUE 'N'.
              88 CPR-SORT-EOF     VALUE 'Y'.
           05 CPR-FIRST-SW        PIC X(01) VALUE 'Y'.
              88 CPR-FIRST-BREAK  VALUE 'Y'.
           05 CPR-CENTS-SW        PIC X(01) VALUE 'N'.
              88 CPR-IN-CENTS     VALUE 'Y'.
      *> The coupon master, for the cap and terms on each code's
      *> lines; the used flag picks out codes nobody redeemed.
       01  CPR-CPN-TABLE.
           05 CPR-CPN-COUNT       PIC 9(03) COMP VALUE ZERO.
           05 CPR-CPN OCCURS 100 TIMES.
              10 CPR-C-IMAGE      PIC X(73).
              10 CPR-C-USED-SW    PIC X(01).
                 88 CPR-C-USED    VALUE 'Y'.
       01  CPR-PREV-KEY.
           05 CPR-PREV-CODE       PIC X(12).
           05 CPR-PREV-MONTH      PIC X(07).
       01  CPR-MONTH-TOTALS.
           05 CPR-M-REDEEMED      PIC 9(05) COMP VALUE ZERO.
           05 CPR-M-INVOICES      PIC 9(05) COMP VALUE ZERO.
           05 CPR-M-DISCOUNT      PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  CPR-CODE-TOTALS.
           05 CPR-T-REDEEMED      PIC 9(05) COMP VALUE ZERO.
           05 CPR-T-INVOICES      PIC 9(05) COMP VALUE ZERO.
           05 CPR-T-DISCOUNT      PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  CPR-GRAND-TOTALS.
           05 CPR-G-CODES         PIC 9(05) COMP VALUE ZERO.
           05 CPR-G-REDEEMED      PIC 9(05) COMP VALUE ZERO.
           05 CPR-G-INVOICES      PIC 9(05) COMP VALUE ZERO.
           05 CPR-G-DISCOUNT      PIC 9(08)V99 COMP-3 VALUE ZERO.
       01  CPR-REMAINING          PIC S9(05) COMP VALUE ZERO.
       01  CPR-DIG.
           05 CPR-DIG-X           PIC X(01).
           05 CPR-DIG-9 REDEFINES CPR-DIG-X
                                  PIC 9(01).
       01  CPR-AMT-WORK.
           05 CPR-AMT-TXT         PIC X(13).
           05 CPR-AMT-DOLLARS     PIC 9(09) COMP VALUE ZERO.
           05 CPR-AMT-CENTS       PIC 9(02) COMP VALUE ZERO.
           05 CPR-AMT-CENT-CT     PIC 9(01) COMP VALUE ZERO.
           05 CPR-AMT-VALUE       PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  CPR-SYS-DATE.
           05 CPR-SD-YYYY         PIC X(04).
           05 CPR-SD-MM           PIC X(02).
           05 CPR-SD-DD           PIC X(02).
       01  CPR-RUN-DATE           PIC X(10) VALUE SPACES.
       01  CPR-HEAD-1.
           05 FILLER              PIC X(46) VALUE
              'CPNRPT - COUPON USAGE BY CODE AND MONTH - RUN '.
           05 CPR-H1-DATE         PIC X(10).
           05 FILLER              PIC X(77) VALUE SPACES.
       01  CPR-HEAD-2.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE 'MONTH'.
           05 FILLER              PIC X(13) VALUE '  REDEMPTIONS'.
           05 FILLER              PIC X(11) VALUE '   INVOICES'.
           05 FILLER              PIC X(96) VALUE
              '  DISCOUNT GIVEN'.
       01  CPR-CODE-LINE.
           05 FILLER              PIC X(07) VALUE 'COUPON '.
           05 CPR-CL-CODE         PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CPR-CL-KIND         PIC X(07).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CPR-CL-VALUE        PIC X(13).
           05 FILLER              PIC X(05) VALUE ' FOR '.
           05 CPR-CL-MONTHS       PIC Z9.
           05 FILLER              PIC X(17) VALUE
              ' MONTHS, EXPIRES '.
           05 CPR-CL-EXPIRES      PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CPR-CL-DESC         PIC X(24).
           05 FILLER              PIC X(32) VALUE SPACES.
       01  CPR-MONTH-LINE.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 CPR-ML-MONTH        PIC X(07).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 CPR-ML-REDEEMED     PIC ZZ,ZZ9.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 CPR-ML-INVOICES     PIC ZZ,ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 CPR-ML-DISCOUNT     PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(84) VALUE SPACES.
       01  CPR-TOTAL-LINE.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 CPR-TL-LABEL        PIC X(07).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 CPR-TL-REDEEMED     PIC ZZ,ZZ9.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 CPR-TL-INVOICES     PIC ZZ,ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 CPR-TL-DISCOUNT     PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 CPR-TL-CAP-TEXT     PIC X(40).
           05 FILLER              PIC X(41) VALUE SPACES.
       01  CPR-CAP-WORK.
           05 FILLER              PIC X(04) VALUE 'CAP '.
           05 CPR-CW-CAP          PIC ZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE ', '.
           05 CPR-CW-LEFT         PIC ZZ,ZZ9.
           05 FILLER              PIC X(22) VALUE ' LEFT'.
       01  CPR-GRAND-LINE.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE 'ALL'.
           05 CPR-GL-REDEEMED     PIC ZZ,ZZ9.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 CPR-GL-INVOICES     PIC ZZ,ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 CPR-GL-DISCOUNT     PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 CPR-GL-CODES        PIC ZZ,ZZ9.
           05 FILLER              PIC X(75) VALUE ' CODES'.
       01  CPR-SECT-IDLE.
           05 FILLER              PIC X(133) VALUE
              'COUPONS NOT YET REDEEMED'.
       01  CPR-IDLE-LINE.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 CPR-IL-CODE         PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CPR-IL-KIND         PIC X(07).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CPR-IL-VALUE        PIC X(13).
           05 FILLER              PIC X(10) VALUE ' EXPIRES '.
           05 CPR-IL-EXPIRES      PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CPR-IL-DESC         PIC X(24).
           05 FILLER              PIC X(49) VALUE SPACES.
       COPY COUPON-RECORD.
       COPY REDEEM-RECORD.
       COPY CPNUSE-RECORD.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SORT-WORK
               ON ASCENDING KEY SRT-CODE SRT-MONTH
               INPUT PROCEDURE IS 2000-FEED-SORT
                   THRU 2000-FEED-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-USAGE
                   THRU 3000-PRINT-EXIT
           PERFORM 6000-PRINT-IDLE THRU 6000-EXIT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT COUPON-IN
           OPEN OUTPUT REPORT-OUT
           IF CPR-CPN-STATUS NOT = '00'
            OR CPR-RPT-STATUS NOT = '00'
               DISPLAY 'CPNRPT: OPEN FAILED COUPON=' CPR-CPN-STATUS
                       ' RPT=' CPR-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-COUPON THRU 1100-EXIT
               UNTIL CPR-CPN-EOF
           CLOSE COUPON-IN
           ACCEPT CPR-SYS-DATE FROM DATE YYYYMMDD
           STRING CPR-SD-YYYY '-' CPR-SD-MM '-' CPR-SD-DD
               DELIMITED BY SIZE INTO CPR-RUN-DATE
           MOVE CPR-RUN-DATE TO CPR-H1-DATE
           WRITE REPORT-LINE FROM CPR-HEAD-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

       1100-LOAD-COUPON.
           READ COUPON-IN
               AT END SET CPR-CPN-EOF TO TRUE
               GO TO 1100-EXIT
           END-READ
           IF CPR-CPN-COUNT >= 100
               DISPLAY 'CPNRPT: COUPON TABLE FULL AT 100'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO CPR-CPN-COUNT
           MOVE COUPON-IN-RECORD TO CPR-C-IMAGE (CPR-CPN-COUNT)
           MOVE 'N' TO CPR-C-USED-SW (CPR-CPN-COUNT).
       1100-EXIT.
           EXIT.

      *> A redemption counts in the month it was taken; a usage
      *> row counts in the month its invoice billed.
       2000-FEED-SORT.
           OPEN INPUT REDEEM-IN CPNUSE-IN
           IF CPR-RDM-STATUS NOT = '00'
            OR CPR-CPU-STATUS NOT = '00'
               DISPLAY 'CPNRPT: OPEN FAILED REDEEM=' CPR-RDM-STATUS
                       ' CPNUSE=' CPR-CPU-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 8100-READ-REDEEM THRU 8100-EXIT
           PERFORM 2100-RELEASE-REDEEM THRU 2100-EXIT
               UNTIL CPR-RDM-EOF
           PERFORM 8200-READ-USAGE THRU 8200-EXIT
           PERFORM 2200-RELEASE-USAGE THRU 2200-EXIT
               UNTIL CPR-CPU-EOF
           CLOSE REDEEM-IN CPNUSE-IN.
       2000-FEED-EXIT.
           EXIT.

       2100-RELEASE-REDEEM.
           ADD 1 TO CPR-RDM-READ
           MOVE RDM-CODE TO SRT-CODE
           MOVE RDM-DATE (1:7) TO SRT-MONTH
           SET SRT-REDEMPTION TO TRUE
           MOVE ZERO TO SRT-DISCOUNT
           RELEASE SORT-RECORD
           PERFORM 8100-READ-REDEEM THRU 8100-EXIT.
       2100-EXIT.
           EXIT.

       2200-RELEASE-USAGE.
           ADD 1 TO CPR-CPU-READ
           MOVE CPU-CODE TO SRT-CODE
           MOVE CPU-MONTH TO SRT-MONTH
           SET SRT-USAGE TO TRUE
           MOVE CPU-DISCOUNT TO CPR-AMT-TXT
           PERFORM 9200-PARSE-AMOUNT THRU 9200-EXIT
           MOVE CPR-AMT-VALUE TO SRT-DISCOUNT
           RELEASE SORT-RECORD
           PERFORM 8200-READ-USAGE THRU 8200-EXIT.
       2200-EXIT.
           EXIT.

       3000-PRINT-USAGE.
           PERFORM 3100-NEXT-SORTED THRU 3100-EXIT
           PERFORM 3200-TAKE-SORTED THRU 3200-EXIT
               UNTIL CPR-SORT-EOF
           IF NOT CPR-FIRST-BREAK
               PERFORM 3300-MONTH-BREAK THRU 3300-EXIT
               PERFORM 3400-CODE-BREAK THRU 3400-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CPR-G-CODES TO CPR-GL-CODES
           MOVE CPR-G-REDEEMED TO CPR-GL-REDEEMED
           MOVE CPR-G-INVOICES TO CPR-GL-INVOICES
           MOVE CPR-G-DISCOUNT TO CPR-GL-DISCOUNT
           WRITE REPORT-LINE FROM CPR-GRAND-LINE.
       3000-PRINT-EXIT.
           EXIT.

       3100-NEXT-SORTED.
           RETURN SORT-WORK
               AT END SET CPR-SORT-EOF TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

       3200-TAKE-SORTED.
           IF CPR-FIRST-BREAK
               MOVE 'N' TO CPR-FIRST-SW
               PERFORM 3500-CODE-HEADING THRU 3500-EXIT
           ELSE
               IF SRT-CODE NOT = CPR-PREV-CODE
                   PERFORM 3300-MONTH-BREAK THRU 3300-EXIT
                   PERFORM 3400-CODE-BREAK THRU 3400-EXIT
                   PERFORM 3500-CODE-HEADING THRU 3500-EXIT
               ELSE
                   IF SRT-MONTH NOT = CPR-PREV-MONTH
                       PERFORM 3300-MONTH-BREAK THRU 3300-EXIT
                   END-IF
               END-IF
           END-IF
           MOVE SRT-CODE TO CPR-PREV-CODE
           MOVE SRT-MONTH TO CPR-PREV-MONTH
           IF SRT-REDEMPTION
               ADD 1 TO CPR-M-REDEEMED
           ELSE
               ADD 1 TO CPR-M-INVOICES
               ADD SRT-DISCOUNT TO CPR-M-DISCOUNT
           END-IF
           PERFORM 3100-NEXT-SORTED THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3300-MONTH-BREAK.
           MOVE CPR-PREV-MONTH TO CPR-ML-MONTH
           MOVE CPR-M-REDEEMED TO CPR-ML-REDEEMED
           MOVE CPR-M-INVOICES TO CPR-ML-INVOICES
           MOVE CPR-M-DISCOUNT TO CPR-ML-DISCOUNT
           WRITE REPORT-LINE FROM CPR-MONTH-LINE
           ADD CPR-M-REDEEMED TO CPR-T-REDEEMED
           ADD CPR-M-INVOICES TO CPR-T-INVOICES
           ADD CPR-M-DISCOUNT TO CPR-T-DISCOUNT
           INITIALIZE CPR-MONTH-TOTALS.
       3300-EXIT.
           EXIT.

      *> The cap and what is left under it come from the master;
      *> a code with no cap, or no master row, prints neither.
       3400-CODE-BREAK.
           MOVE 'TOTAL' TO CPR-TL-LABEL
           MOVE CPR-T-REDEEMED TO CPR-TL-REDEEMED
           MOVE CPR-T-INVOICES TO CPR-TL-INVOICES
           MOVE CPR-T-DISCOUNT TO CPR-TL-DISCOUNT
           MOVE SPACES TO CPR-TL-CAP-TEXT
           IF CPR-CPN-HIT > ZERO
               MOVE CPR-C-IMAGE (CPR-CPN-HIT) TO COUPON-RECORD
               IF CPN-MAX-REDEEM > ZERO
                   COMPUTE CPR-REMAINING =
                       CPN-MAX-REDEEM - CPR-T-REDEEMED
                   IF CPR-REMAINING < ZERO
                       MOVE ZERO TO CPR-REMAINING
                   END-IF
                   MOVE CPN-MAX-REDEEM TO CPR-CW-CAP
                   MOVE CPR-REMAINING TO CPR-CW-LEFT
                   MOVE CPR-CAP-WORK TO CPR-TL-CAP-TEXT
               ELSE
                   MOVE 'NO CAP' TO CPR-TL-CAP-TEXT
               END-IF
           END-IF
           WRITE REPORT-LINE FROM CPR-TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO CPR-G-CODES
           ADD CPR-T-REDEEMED TO CPR-G-REDEEMED
           ADD CPR-T-INVOICES TO CPR-G-INVOICES
           ADD CPR-T-DISCOUNT TO CPR-G-DISCOUNT
           INITIALIZE CPR-CODE-TOTALS.
       3400-EXIT.
           EXIT.

       3500-CODE-HEADING.
           MOVE ZERO TO CPR-CPN-HIT
           PERFORM 3510-MATCH-COUPON THRU 3510-EXIT
               VARYING CPR-CX FROM 1 BY 1
               UNTIL CPR-CX > CPR-CPN-COUNT OR CPR-CPN-HIT > 0
           MOVE SRT-CODE TO CPR-CL-CODE
           IF CPR-CPN-HIT = ZERO
               ADD 1 TO CPR-UNKNOWN-CT
               MOVE '** NOT ON THE COUPON MASTER' TO CPR-CL-DESC
               MOVE SPACES TO CPR-CL-KIND CPR-CL-VALUE
                              CPR-CL-EXPIRES
               MOVE ZERO TO CPR-CL-MONTHS
           ELSE
               MOVE CPR-C-IMAGE (CPR-CPN-HIT) TO COUPON-RECORD
               SET CPR-C-USED (CPR-CPN-HIT) TO TRUE
               MOVE CPN-KIND TO CPR-CL-KIND
               MOVE CPN-VALUE TO CPR-CL-VALUE
               MOVE CPN-MONTHS TO CPR-CL-MONTHS
               MOVE CPN-EXPIRES TO CPR-CL-EXPIRES
               MOVE CPN-DESC TO CPR-CL-DESC
           END-IF
           WRITE REPORT-LINE FROM CPR-CODE-LINE
           WRITE REPORT-LINE FROM CPR-HEAD-2.
       3500-EXIT.
           EXIT.

       3510-MATCH-COUPON.
           IF CPR-C-IMAGE (CPR-CX) (1:12) = SRT-CODE
               MOVE CPR-CX TO CPR-CPN-HIT
           END-IF.
       3510-EXIT.
           EXIT.

       6000-PRINT-IDLE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM CPR-SECT-IDLE
           PERFORM 6100-IDLE-COUPON THRU 6100-EXIT
               VARYING CPR-CX FROM 1 BY 1
               UNTIL CPR-CX > CPR-CPN-COUNT.
       6000-EXIT.
           EXIT.

       6100-IDLE-COUPON.
           IF CPR-C-USED (CPR-CX)
               GO TO 6100-EXIT
           END-IF
           MOVE CPR-C-IMAGE (CPR-CX) TO COUPON-RECORD
           MOVE CPN-CODE TO CPR-IL-CODE
           MOVE CPN-KIND TO CPR-IL-KIND
           MOVE CPN-VALUE TO CPR-IL-VALUE
           MOVE CPN-EXPIRES TO CPR-IL-EXPIRES
           MOVE CPN-DESC TO CPR-IL-DESC
           WRITE REPORT-LINE FROM CPR-IDLE-LINE
           ADD 1 TO CPR-IDLE-CT.
       6100-EXIT.
           EXIT.

       8100-READ-REDEEM.
           READ REDEEM-IN INTO REDEEM-RECORD
               AT END SET CPR-RDM-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       8200-READ-USAGE.
           READ CPNUSE-IN INTO CPNUSE-RECORD
               AT END SET CPR-CPU-EOF TO TRUE
           END-READ.
       8200-EXIT.
           EXIT.

       9000-WRAP-UP.
           CLOSE REPORT-OUT
           IF CPR-UNKNOWN-CT > ZERO
               DISPLAY 'CPNRPT: ' CPR-UNKNOWN-CT
                       ' CODES IN THE LEDGERS NOT ON THE MASTER'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'CPNRPT: ' CPR-RDM-READ ' REDEMPTIONS, '
                   CPR-CPU-READ ' DISCOUNTED INVOICES, '
                   CPR-IDLE-CT ' CODES UNREDEEMED'.
       9000-EXIT.
           EXIT.

      *> Parse a display amount such as '$29.00' into a packed
      *> value, the way the other billing jobs do.
       9200-PARSE-AMOUNT.
           MOVE ZERO TO CPR-AMT-DOLLARS CPR-AMT-CENTS
                        CPR-AMT-CENT-CT
           MOVE 'N' TO CPR-CENTS-SW
           PERFORM 9210-PARSE-ONE-CHAR THRU 9210-EXIT
               VARYING CPR-IX FROM 1 BY 1 UNTIL CPR-IX > 13
           COMPUTE CPR-AMT-VALUE =
               CPR-AMT-DOLLARS + (CPR-AMT-CENTS / 100).
       9200-EXIT.
           EXIT.

       9210-PARSE-ONE-CHAR.
           MOVE CPR-AMT-TXT (CPR-IX:1) TO CPR-DIG-X
           IF CPR-DIG-X = '.'
               SET CPR-IN-CENTS TO TRUE
               GO TO 9210-EXIT
           END-IF
           IF CPR-DIG-X IS NOT NUMERIC
               GO TO 9210-EXIT
           END-IF
           IF CPR-IN-CENTS
               IF CPR-AMT-CENT-CT < 2
                   COMPUTE CPR-AMT-CENTS =
                       (CPR-AMT-CENTS * 10) + CPR-DIG-9
                   ADD 1 TO CPR-AMT-CENT-CT
               END-IF
           ELSE
               COMPUTE CPR-AMT-DOLLARS =
                   (CPR-AMT-DOLLARS * 10) + CPR-DIG-9
           END-IF.
       9210-EXIT.
           EXIT.
