      *> FXLOAD.cbl
      *> Daily exchange-rate load. CURRENCY-FILE used to hold one
      *> hand-typed rate per currency, so every rerun of a report
      *> converted at whatever rate was there that day. It is now
      *> a dated history this job appends to and never rewrites,
      *> and the reporting jobs convert at the rate in force on
      *> the transaction's date (RATE-HISTORY.cpy). PARM=
      *> 'YYYY-MM-DD PP.PP' is the run date and the tolerance, in
      *> percent, a rate may move from the one in force the day
      *> before. Each run:
      *>   - passes FXEXC-FILE old master to new, keeping the last
      *>     row for each code and as-of date; a rate signed off
      *>     Approved through APPLYTRN (fx.rate.signoff) is
      *>     appended to the history and closed as Loaded
      *>   - reads the treasury feed (CURRENCY-FILE layout) and
      *>     appends each rate to the history, unless it moves
      *>     more than the tolerance from the prior rate - then it
      *>     is held in FXEXC-FILE Pending sign-off instead
      *> A feed rate already on file or already held is skipped;
      *> a corrected rate for a held day is judged afresh. A row
      *> with no code, a bad or future date, or no rate is
      *> reported and left out. The rate-exceptions report lists
      *> the feed, what was held back this run, the sign-offs
      *> applied, and everything still pending. RC=4 when a rate
      *> was held or refused, so the morning reports are known to
      *> be converting at an older rate. Run daily before the
      *> reporting jobs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-IN ASSIGN TO FXFEEDDD
               FILE STATUS IS FXL-FEED-STATUS.
           SELECT CURRENCY-IN ASSIGN TO CURRDD
               FILE STATUS IS FXL-CURR-STATUS.
           SELECT CURRENCY-OUT ASSIGN TO CURROUT
               FILE STATUS IS FXL-CUROUT-STATUS.
           SELECT FXEXC-IN ASSIGN TO FXXINDD
               FILE STATUS IS FXL-FXXIN-STATUS.
           SELECT FXEXC-OUT ASSIGN TO FXXNEWDD
               FILE STATUS IS FXL-FXXOUT-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS FXL-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED-IN.
       01  FEED-IN-RECORD         PIC X(28).
       FD  CURRENCY-IN.
       01  CURRENCY-IN-RECORD     PIC X(28).
       FD  CURRENCY-OUT.
       01  CURRENCY-OUT-RECORD    PIC X(28).
       FD  FXEXC-IN.
       01  FXEXC-IN-RECORD        PIC X(93).
       FD  FXEXC-OUT.
       01  FXEXC-OUT-RECORD       PIC X(93).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  FXL-FEED-STATUS        PIC X(02).
       77  FXL-CURR-STATUS        PIC X(02).
       77  FXL-CUROUT-STATUS      PIC X(02).
       77  FXL-FXXIN-STATUS       PIC X(02).
       77  FXL-FXXOUT-STATUS      PIC X(02).
       77  FXL-RPT-STATUS         PIC X(02).
       77  FXL-XX                 PIC 9(03) COMP VALUE ZERO.
       77  FXL-X-HIT              PIC 9(03) COMP VALUE ZERO.
       77  FXL-WORK-SERIAL        PIC S9(07) COMP VALUE ZERO.
       77  FXL-TOLERANCE          PIC 9(02)V99 VALUE ZERO.
       77  FXL-NEW-RATE           PIC 9(03)V9(06) COMP-3 VALUE ZERO.
       77  FXL-MOVE-PCT           PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  FXL-FEED-CT            PIC 9(05) COMP VALUE ZERO.
       77  FXL-LOADED-CT          PIC 9(05) COMP VALUE ZERO.
       77  FXL-HELD-CT            PIC 9(05) COMP VALUE ZERO.
       77  FXL-SKIPPED-CT         PIC 9(05) COMP VALUE ZERO.
       77  FXL-INVALID-CT         PIC 9(05) COMP VALUE ZERO.
       77  FXL-SIGNED-CT          PIC 9(05) COMP VALUE ZERO.
       77  FXL-REJECTED-CT        PIC 9(05) COMP VALUE ZERO.
       77  FXL-PENDING-CT         PIC 9(05) COMP VALUE ZERO.
       77  FXL-SECTION-CT         PIC 9(05) COMP VALUE ZERO.
       01  FXL-SWITCHES.
           05 FXL-FEED-EOF-SW     PIC X(01) VALUE 'N'.
              88 FXL-FEED-EOF     VALUE 'Y'.
           05 FXL-CURR-EOF-SW     PIC X(01) VALUE 'N'.
              88 FXL-CURR-EOF     VALUE 'Y'.
           05 FXL-FXXIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 FXL-FXXIN-EOF    VALUE 'Y'.
      *> Every rate in the exception register, one entry per code
      *> and as-of date, with what this run did to it.
       01  FXL-EXC-TABLE.
           05 FXL-EXC-COUNT       PIC 9(03) COMP VALUE ZERO.
           05 FXL-EXC OCCURS 500 TIMES.
              10 FXL-X-IMAGE      PIC X(93).
              10 FXL-X-ACTION     PIC X(01).
                 88 FXL-X-HELD-NOW     VALUE 'H'.
                 88 FXL-X-LOADED-NOW   VALUE 'L'.
                 88 FXL-X-REJECTED-NOW VALUE 'R'.
              10 FXL-X-NOTE       PIC X(40).
       01  FXL-DATE-WORK.
           05 FXL-DW-X            PIC X(10).
       01  FXL-PCT-ED             PIC ZZZ9.99.
       01  FXL-HEAD-1.
           05 FILLER              PIC X(38) VALUE
              'FXLOAD - EXCHANGE RATE LOAD    RUN ON '.
           05 FXL-H1-DATE         PIC X(10).
           05 FILLER              PIC X(16) VALUE
              '   TOLERANCE  % '.
           05 FXL-H1-TOLERANCE    PIC Z9.99.
           05 FILLER              PIC X(64) VALUE SPACES.
       01  FXL-SECTION-LINE.
           05 FXL-SL-TITLE        PIC X(133).
       01  FXL-HEAD-2.
           05 FILLER              PIC X(09) VALUE 'CODE'.
           05 FILLER              PIC X(11) VALUE 'AS OF'.
           05 FILLER              PIC X(11) VALUE 'RATE'.
           05 FILLER              PIC X(11) VALUE 'PRIOR RATE'.
           05 FILLER              PIC X(11) VALUE 'PRIOR AS OF'.
           05 FILLER              PIC X(08) VALUE ' MOVE %'.
           05 FILLER              PIC X(09) VALUE 'STATUS'.
           05 FILLER              PIC X(63) VALUE 'DISPOSITION'.
       01  FXL-DETAIL.
           05 FXL-DT-CODE         PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FXL-DT-ASOF         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FXL-DT-RATE         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FXL-DT-PRIOR-RATE   PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FXL-DT-PRIOR-ASOF   PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FXL-DT-MOVE-PCT     PIC X(07).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FXL-DT-STATUS       PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FXL-DT-NOTE         PIC X(63).
       01  FXL-NONE-LINE.
           05 FILLER              PIC X(133) VALUE '  (none)'.
       01  FXL-TOTAL-LINE.
           05 FXL-TL-LABEL        PIC X(20).
           05 FXL-TL-COUNT        PIC ZZZZ9.
           05 FILLER              PIC X(108) VALUE SPACES.
       COPY CURRENCY-RECORD.
       COPY FXEXC-RECORD.
       COPY RATE-HISTORY-WS.
       COPY DATE-SERVICE-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-RUN-DATE       PIC X(10).
           05 FILLER              PIC X(01).
           05 PARM-TOLERANCE.
              10 PARM-TOL-INT     PIC X(02).
              10 PARM-TOL-INT-9 REDEFINES PARM-TOL-INT
                                  PIC 9(02).
              10 PARM-TOL-POINT   PIC X(01).
              10 PARM-TOL-DEC     PIC X(02).
              10 PARM-TOL-DEC-9 REDEFINES PARM-TOL-DEC
                                  PIC 9(02).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1200-LOAD-EXCEPTION THRU 1200-EXIT
               UNTIL FXL-FXXIN-EOF
           CLOSE FXEXC-IN
           PERFORM 1250-SIGNOFF-FLOOR THRU 1250-EXIT
               VARYING FXL-XX FROM 1 BY 1
               UNTIL FXL-XX > FXL-EXC-COUNT
           PERFORM 1300-FEED-FLOOR THRU 1300-EXIT
               UNTIL FXL-FEED-EOF
           CLOSE FEED-IN
           OPEN INPUT FEED-IN
           IF FXL-FEED-STATUS NOT = '00'
               DISPLAY 'FXLOAD: FEED REOPEN FAILED, STATUS='
                       FXL-FEED-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO FXL-FEED-EOF-SW
           PERFORM 8100-READ-HISTORY THRU 8100-EXIT
           PERFORM 1100-LOAD-HISTORY THRU 1100-EXIT
               UNTIL FXL-CURR-EOF
           CLOSE CURRENCY-IN
           PERFORM 2000-APPLY-SIGNOFF THRU 2000-EXIT
               VARYING FXL-XX FROM 1 BY 1
               UNTIL FXL-XX > FXL-EXC-COUNT
           MOVE 'TREASURY FEED' TO FXL-SL-TITLE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM FXL-SECTION-LINE
           WRITE REPORT-LINE FROM FXL-HEAD-2
           PERFORM 8300-READ-FEED THRU 8300-EXIT
           PERFORM 3000-LOAD-FEED THRU 3000-EXIT
               UNTIL FXL-FEED-EOF
           IF FXL-FEED-CT = ZERO
               WRITE REPORT-LINE FROM FXL-NONE-LINE
           END-IF
           CLOSE FEED-IN
           PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
               VARYING FXL-XX FROM 1 BY 1
               UNTIL FXL-XX > FXL-EXC-COUNT
           PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           IF PARM-LEN NOT = 16
            OR PARM-TOL-INT IS NOT NUMERIC
            OR PARM-TOL-POINT NOT = '.'
            OR PARM-TOL-DEC IS NOT NUMERIC
               DISPLAY 'FXLOAD: PARM MUST BE THE RUN DATE AND '
                       'TOLERANCE YYYY-MM-DD PP.PP'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-RUN-DATE TO FXL-DW-X
           PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT
           IF FXL-WORK-SERIAL = ZERO
               DISPLAY 'FXLOAD: RUN DATE IS NOT YYYY-MM-DD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE FXL-TOLERANCE =
               PARM-TOL-INT-9 + (PARM-TOL-DEC-9 / 100)
           OPEN INPUT FEED-IN
           OPEN INPUT CURRENCY-IN
           OPEN INPUT FXEXC-IN
           OPEN EXTEND CURRENCY-OUT
           OPEN OUTPUT FXEXC-OUT
           OPEN OUTPUT REPORT-OUT
           IF FXL-FEED-STATUS NOT = '00'
            OR FXL-CURR-STATUS NOT = '00'
            OR FXL-FXXIN-STATUS NOT = '00'
            OR FXL-CUROUT-STATUS NOT = '00'
            OR FXL-FXXOUT-STATUS NOT = '00'
            OR FXL-RPT-STATUS NOT = '00'
               DISPLAY 'FXLOAD: OPEN FAILED FEED=' FXL-FEED-STATUS
                       ' CURRIN=' FXL-CURR-STATUS
                       ' FXXIN=' FXL-FXXIN-STATUS
                       ' CURROUT=' FXL-CUROUT-STATUS
                       ' FXXOUT=' FXL-FXXOUT-STATUS
                       ' RPT=' FXL-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-RUN-DATE TO FXL-H1-DATE
           MOVE FXL-TOLERANCE TO FXL-H1-TOLERANCE
           WRITE REPORT-LINE FROM FXL-HEAD-1
           PERFORM 8200-READ-EXCEPTION THRU 8200-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-HISTORY.
           PERFORM 9600-RH-ADD-RATE THRU 9600-EXIT
           IF RH-TABLE-FULL
               DISPLAY 'FXLOAD: RATE HISTORY FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 8100-READ-HISTORY THRU 8100-EXIT.
       1100-EXIT.
           EXIT.

      *> The register is appended to by APPLYTRN between runs, so
      *> a rate can have a Pending row followed by its decision;
      *> the later row replaces the earlier one here. A rejection
      *> replacing a Pending row is this run's news.
       1200-LOAD-EXCEPTION.
           MOVE FXX-CODE TO CUR-CODE
           MOVE FXX-ASOF TO CUR-ASOF
           PERFORM 3100-FIND-EXCEPTION THRU 3100-EXIT
           IF FXL-X-HIT = ZERO
               IF FXL-EXC-COUNT >= 500
                   DISPLAY 'FXLOAD: EXCEPTION TABLE FULL AT 500'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO FXL-EXC-COUNT
               MOVE FXL-EXC-COUNT TO FXL-X-HIT
               MOVE SPACES TO FXL-X-ACTION (FXL-X-HIT)
                              FXL-X-NOTE (FXL-X-HIT)
           ELSE
               IF FXX-REJECTED
                AND FXL-X-IMAGE (FXL-X-HIT) (56:8) = 'Pending'
                   SET FXL-X-REJECTED-NOW (FXL-X-HIT) TO TRUE
                   MOVE SPACES TO FXL-X-NOTE (FXL-X-HIT)
                   STRING 'rejected by ' DELIMITED BY SIZE
                          FXX-DECIDED-BY DELIMITED BY SPACE
                          ' on ' DELIMITED BY SIZE
                          FXX-DECIDED DELIMITED BY SIZE
                       INTO FXL-X-NOTE (FXL-X-HIT)
                   ADD 1 TO FXL-REJECTED-CT
               END-IF
           END-IF
           MOVE FXEXC-RECORD TO FXL-X-IMAGE (FXL-X-HIT)
           PERFORM 8200-READ-EXCEPTION THRU 8200-EXIT.
       1200-EXIT.
           EXIT.

      *> A signed-off rate goes into the history as the treasury
      *> sent it. One already there (a rerun after a failed
      *> promote) is closed without a second copy.
      *> The history loads from the oldest day this run can touch:
      *> a signed-off rate still to load, or a feed row. Each of
      *> those is weighed against the rate in force before it, and
      *> the table keeps that one row per code from before the
      *> floor.
       1250-SIGNOFF-FLOOR.
           MOVE FXL-X-IMAGE (FXL-XX) TO FXEXC-RECORD
           IF FXX-APPROVED
            AND (RH-FLOOR-DATE = SPACES
             OR FXX-ASOF < RH-FLOOR-DATE)
               MOVE FXX-ASOF TO RH-FLOOR-DATE
           END-IF.
       1250-EXIT.
           EXIT.

       1300-FEED-FLOOR.
           PERFORM 8300-READ-FEED THRU 8300-EXIT
           IF FXL-FEED-EOF
               GO TO 1300-EXIT
           END-IF
           IF CUR-ASOF (1:4) IS NUMERIC
            AND CUR-ASOF NOT > PARM-RUN-DATE
            AND (RH-FLOOR-DATE = SPACES
             OR CUR-ASOF < RH-FLOOR-DATE)
               MOVE CUR-ASOF TO RH-FLOOR-DATE
           END-IF.
       1300-EXIT.
           EXIT.

       2000-APPLY-SIGNOFF.
           MOVE FXL-X-IMAGE (FXL-XX) TO FXEXC-RECORD
           IF NOT FXX-APPROVED
               GO TO 2000-EXIT
           END-IF
           MOVE FXX-CODE TO RH-CODE-IN
           MOVE FXX-ASOF TO RH-DATE-IN
           PERFORM 9650-RH-FIND-RATE THRU 9650-EXIT
           IF RH-HIT = ZERO
            OR RH-E-ASOF (RH-HIT) NOT = FXX-ASOF
               MOVE FXX-CODE TO CUR-CODE
               MOVE FXX-RATE TO CUR-RATE
               MOVE FXX-ASOF TO CUR-ASOF
               PERFORM 3400-APPEND-RATE THRU 3400-EXIT
           END-IF
           MOVE 'Loaded' TO FXX-STATUS
           MOVE FXEXC-RECORD TO FXL-X-IMAGE (FXL-XX)
           SET FXL-X-LOADED-NOW (FXL-XX) TO TRUE
           MOVE SPACES TO FXL-X-NOTE (FXL-XX)
           STRING 'signed off by ' DELIMITED BY SIZE
                  FXX-DECIDED-BY DELIMITED BY SPACE
                  ' - loaded' DELIMITED BY SIZE
               INTO FXL-X-NOTE (FXL-XX)
           ADD 1 TO FXL-SIGNED-CT.
       2000-EXIT.
           EXIT.

       3000-LOAD-FEED.
           ADD 1 TO FXL-FEED-CT
           MOVE SPACES TO FXL-DETAIL
           MOVE CUR-CODE TO FXL-DT-CODE
           MOVE CUR-ASOF TO FXL-DT-ASOF
           MOVE CUR-RATE TO FXL-DT-RATE
           PERFORM 3050-CHECK-FEED-ROW THRU 3050-EXIT
           IF FXL-DT-NOTE NOT = SPACES
               MOVE 'Invalid' TO FXL-DT-STATUS
               ADD 1 TO FXL-INVALID-CT
               GO TO 3000-WRITE
           END-IF
           MOVE RH-RATE-VALUE TO FXL-NEW-RATE
      *> Already held: the same rate again is a resend; a
      *> different one is treasury's correction and is judged
      *> afresh against the history below.
           PERFORM 3100-FIND-EXCEPTION THRU 3100-EXIT
           IF FXL-X-HIT > ZERO
               MOVE FXL-X-IMAGE (FXL-X-HIT) TO FXEXC-RECORD
               IF FXX-LOADED
                OR FXX-APPROVED
                OR FXX-RATE = CUR-RATE
                   MOVE 'Skipped' TO FXL-DT-STATUS
                   MOVE 'already in the exception register'
                       TO FXL-DT-NOTE
                   ADD 1 TO FXL-SKIPPED-CT
                   GO TO 3000-WRITE
               END-IF
           END-IF
           MOVE CUR-CODE TO RH-CODE-IN
           MOVE CUR-ASOF TO RH-DATE-IN
           PERFORM 9650-RH-FIND-RATE THRU 9650-EXIT
           IF RH-HIT = ZERO
               PERFORM 3400-APPEND-RATE THRU 3400-EXIT
               PERFORM 3500-CLOSE-CORRECTION THRU 3500-EXIT
               MOVE 'Loaded' TO FXL-DT-STATUS
               MOVE 'first rate for this currency' TO FXL-DT-NOTE
               ADD 1 TO FXL-LOADED-CT
               GO TO 3000-WRITE
           END-IF
           IF RH-E-ASOF (RH-HIT) = CUR-ASOF
               MOVE 'Skipped' TO FXL-DT-STATUS
               MOVE 'already on file' TO FXL-DT-NOTE
               ADD 1 TO FXL-SKIPPED-CT
               GO TO 3000-WRITE
           END-IF
           MOVE RH-E-RATE-TXT (RH-HIT) TO FXL-DT-PRIOR-RATE
           MOVE RH-E-ASOF (RH-HIT) TO FXL-DT-PRIOR-ASOF
           IF RH-E-RATE (RH-HIT) = ZERO
               MOVE 999.99 TO FXL-MOVE-PCT
           ELSE
               COMPUTE FXL-MOVE-PCT ROUNDED =
                   (FXL-NEW-RATE - RH-E-RATE (RH-HIT)) * 100
                       / RH-E-RATE (RH-HIT)
           END-IF
           IF FXL-MOVE-PCT < ZERO
               COMPUTE FXL-MOVE-PCT = FXL-MOVE-PCT * -1
           END-IF
           MOVE FXL-MOVE-PCT TO FXL-PCT-ED
           MOVE FXL-PCT-ED TO FXL-DT-MOVE-PCT
           IF FXL-MOVE-PCT > FXL-TOLERANCE
               PERFORM 3300-HOLD-RATE THRU 3300-EXIT
               MOVE 'Held' TO FXL-DT-STATUS
               MOVE 'moved over tolerance - pending sign-off'
                   TO FXL-DT-NOTE
               ADD 1 TO FXL-HELD-CT
               GO TO 3000-WRITE
           END-IF
           PERFORM 3400-APPEND-RATE THRU 3400-EXIT
           PERFORM 3500-CLOSE-CORRECTION THRU 3500-EXIT
           MOVE 'Loaded' TO FXL-DT-STATUS
           IF RH-BEFORE-HISTORY
               MOVE 'back-dated before the history - loaded'
                   TO FXL-DT-NOTE
           END-IF
           ADD 1 TO FXL-LOADED-CT.
       3000-WRITE.
           WRITE REPORT-LINE FROM FXL-DETAIL
           PERFORM 8300-READ-FEED THRU 8300-EXIT.
       3000-EXIT.
           EXIT.

      *> A feed row no report could convert with never reaches
      *> the history; the note says why.
       3050-CHECK-FEED-ROW.
           IF CUR-CODE = SPACES
               MOVE 'no currency code' TO FXL-DT-NOTE
               GO TO 3050-EXIT
           END-IF
           MOVE CUR-ASOF TO FXL-DW-X
           PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT
           IF FXL-WORK-SERIAL = ZERO
               MOVE 'as-of date is not YYYY-MM-DD' TO FXL-DT-NOTE
               GO TO 3050-EXIT
           END-IF
           IF CUR-ASOF > PARM-RUN-DATE
               MOVE 'dated after the run date' TO FXL-DT-NOTE
               GO TO 3050-EXIT
           END-IF
           MOVE CUR-RATE TO RH-RATE-TXT
           PERFORM 9680-RH-PARSE-RATE THRU 9680-EXIT
           IF RH-RATE-VALUE = ZERO
               MOVE 'rate missing or zero' TO FXL-DT-NOTE
           END-IF.
       3050-EXIT.
           EXIT.

      *> Locate the register entry for CUR-CODE on CUR-ASOF.
       3100-FIND-EXCEPTION.
           MOVE ZERO TO FXL-X-HIT
           PERFORM 3110-MATCH-EXCEPTION THRU 3110-EXIT
               VARYING FXL-XX FROM 1 BY 1
               UNTIL FXL-XX > FXL-EXC-COUNT OR FXL-X-HIT > 0.
       3100-EXIT.
           EXIT.

       3110-MATCH-EXCEPTION.
           IF FXL-X-IMAGE (FXL-XX) (1:8) = CUR-CODE
            AND FXL-X-IMAGE (FXL-XX) (19:10) = CUR-ASOF
               MOVE FXL-XX TO FXL-X-HIT
           END-IF.
       3110-EXIT.
           EXIT.

      *> A correction for a day already held replaces the held
      *> entry rather than adding a second one.
       3300-HOLD-RATE.
           IF FXL-X-HIT = ZERO
               IF FXL-EXC-COUNT >= 500
                   DISPLAY 'FXLOAD: EXCEPTION TABLE FULL AT 500'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO FXL-EXC-COUNT
               MOVE FXL-EXC-COUNT TO FXL-X-HIT
           END-IF
           MOVE SPACES TO FXEXC-RECORD
           MOVE CUR-CODE TO FXX-CODE
           MOVE CUR-RATE TO FXX-RATE
           MOVE CUR-ASOF TO FXX-ASOF
           MOVE FXL-DT-PRIOR-RATE TO FXX-PRIOR-RATE
           MOVE FXL-DT-PRIOR-ASOF TO FXX-PRIOR-ASOF
           MOVE FXL-DT-MOVE-PCT TO FXX-MOVE-PCT
           MOVE 'Pending' TO FXX-STATUS
           MOVE PARM-RUN-DATE TO FXX-HELD
           MOVE FXEXC-RECORD TO FXL-X-IMAGE (FXL-X-HIT)
           SET FXL-X-HELD-NOW (FXL-X-HIT) TO TRUE
           MOVE 'held this run' TO FXL-X-NOTE (FXL-X-HIT).
       3300-EXIT.
           EXIT.

      *> Append CURRENCY-RECORD to the history and to the table,
      *> so a later feed row is measured against it.
       3400-APPEND-RATE.
           WRITE CURRENCY-OUT-RECORD FROM CURRENCY-RECORD
           PERFORM 9600-RH-ADD-RATE THRU 9600-EXIT
           IF RH-TABLE-FULL
               DISPLAY 'FXLOAD: RATE HISTORY FULL AT 5000'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       3400-EXIT.
           EXIT.

      *> A held rate whose correction has now loaded from the feed
      *> needs no sign-off; it closes as Loaded by the feed.
       3500-CLOSE-CORRECTION.
           IF FXL-X-HIT = ZERO
               GO TO 3500-EXIT
           END-IF
           MOVE FXL-X-IMAGE (FXL-X-HIT) TO FXEXC-RECORD
           MOVE CUR-RATE TO FXX-RATE
           MOVE 'Loaded' TO FXX-STATUS
           MOVE 'feed' TO FXX-DECIDED-BY
           MOVE PARM-RUN-DATE TO FXX-DECIDED
           MOVE FXEXC-RECORD TO FXL-X-IMAGE (FXL-X-HIT)
           SET FXL-X-LOADED-NOW (FXL-X-HIT) TO TRUE
           MOVE 'corrected rate loaded from the feed'
               TO FXL-X-NOTE (FXL-X-HIT).
       3500-EXIT.
           EXIT.

       4000-WRITE-EXCEPTION.
           WRITE FXEXC-OUT-RECORD FROM FXL-X-IMAGE (FXL-XX).
       4000-EXIT.
           EXIT.

       5000-PRINT-REPORT.
           MOVE 'HELD BACK THIS RUN' TO FXL-SL-TITLE
           PERFORM 5100-PRINT-SECTION THRU 5100-EXIT
           MOVE 'SIGN-OFFS APPLIED' TO FXL-SL-TITLE
           PERFORM 5100-PRINT-SECTION THRU 5100-EXIT
           MOVE 'STILL PENDING SIGN-OFF' TO FXL-SL-TITLE
           PERFORM 5100-PRINT-SECTION THRU 5100-EXIT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'FEED ROWS READ' TO FXL-TL-LABEL
           MOVE FXL-FEED-CT TO FXL-TL-COUNT
           WRITE REPORT-LINE FROM FXL-TOTAL-LINE
           MOVE 'RATES LOADED' TO FXL-TL-LABEL
           MOVE FXL-LOADED-CT TO FXL-TL-COUNT
           WRITE REPORT-LINE FROM FXL-TOTAL-LINE
           MOVE 'HELD BACK' TO FXL-TL-LABEL
           MOVE FXL-HELD-CT TO FXL-TL-COUNT
           WRITE REPORT-LINE FROM FXL-TOTAL-LINE
           MOVE 'SKIPPED' TO FXL-TL-LABEL
           MOVE FXL-SKIPPED-CT TO FXL-TL-COUNT
           WRITE REPORT-LINE FROM FXL-TOTAL-LINE
           MOVE 'INVALID' TO FXL-TL-LABEL
           MOVE FXL-INVALID-CT TO FXL-TL-COUNT
           WRITE REPORT-LINE FROM FXL-TOTAL-LINE
           MOVE 'SIGNED OFF, LOADED' TO FXL-TL-LABEL
           MOVE FXL-SIGNED-CT TO FXL-TL-COUNT
           WRITE REPORT-LINE FROM FXL-TOTAL-LINE
           MOVE 'REJECTED' TO FXL-TL-LABEL
           MOVE FXL-REJECTED-CT TO FXL-TL-COUNT
           WRITE REPORT-LINE FROM FXL-TOTAL-LINE
           MOVE 'STILL PENDING' TO FXL-TL-LABEL
           MOVE FXL-PENDING-CT TO FXL-TL-COUNT
           WRITE REPORT-LINE FROM FXL-TOTAL-LINE.
       5000-EXIT.
           EXIT.

       5100-PRINT-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM FXL-SECTION-LINE
           WRITE REPORT-LINE FROM FXL-HEAD-2
           MOVE ZERO TO FXL-SECTION-CT
           PERFORM 5200-PRINT-EXCEPTION THRU 5200-EXIT
               VARYING FXL-XX FROM 1 BY 1
               UNTIL FXL-XX > FXL-EXC-COUNT
           IF FXL-SECTION-CT = ZERO
               WRITE REPORT-LINE FROM FXL-NONE-LINE
           END-IF.
       5100-EXIT.
           EXIT.

       5200-PRINT-EXCEPTION.
           MOVE FXL-X-IMAGE (FXL-XX) TO FXEXC-RECORD
           EVALUATE FXL-SL-TITLE
               WHEN 'HELD BACK THIS RUN'
                   IF NOT FXL-X-HELD-NOW (FXL-XX)
                       GO TO 5200-EXIT
                   END-IF
               WHEN 'SIGN-OFFS APPLIED'
                   IF NOT FXL-X-LOADED-NOW (FXL-XX)
                    AND NOT FXL-X-REJECTED-NOW (FXL-XX)
                       GO TO 5200-EXIT
                   END-IF
               WHEN OTHER
                   IF NOT FXX-PENDING
                       GO TO 5200-EXIT
                   END-IF
                   ADD 1 TO FXL-PENDING-CT
                   IF NOT FXL-X-HELD-NOW (FXL-XX)
                       MOVE SPACES TO FXL-X-NOTE (FXL-XX)
                       STRING 'held since ' DELIMITED BY SIZE
                              FXX-HELD DELIMITED BY SIZE
                           INTO FXL-X-NOTE (FXL-XX)
                   END-IF
           END-EVALUATE
           MOVE FXX-CODE TO FXL-DT-CODE
           MOVE FXX-ASOF TO FXL-DT-ASOF
           MOVE FXX-RATE TO FXL-DT-RATE
           MOVE FXX-PRIOR-RATE TO FXL-DT-PRIOR-RATE
           MOVE FXX-PRIOR-ASOF TO FXL-DT-PRIOR-ASOF
           MOVE FXX-MOVE-PCT TO FXL-DT-MOVE-PCT
           MOVE FXX-STATUS TO FXL-DT-STATUS
           MOVE FXL-X-NOTE (FXL-XX) TO FXL-DT-NOTE
           WRITE REPORT-LINE FROM FXL-DETAIL
           ADD 1 TO FXL-SECTION-CT.
       5200-EXIT.
           EXIT.

       8100-READ-HISTORY.
           READ CURRENCY-IN INTO CURRENCY-RECORD
               AT END SET FXL-CURR-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       8200-READ-EXCEPTION.
           READ FXEXC-IN INTO FXEXC-RECORD
               AT END SET FXL-FXXIN-EOF TO TRUE
           END-READ.
       8200-EXIT.
           EXIT.

       8300-READ-FEED.
           READ FEED-IN INTO CURRENCY-RECORD
               AT END SET FXL-FEED-EOF TO TRUE
           END-READ.
       8300-EXIT.
           EXIT.

       9000-WRAP-UP.
           CLOSE CURRENCY-OUT FXEXC-OUT REPORT-OUT
           DISPLAY 'FXLOAD: ' FXL-FEED-CT ' FEED ROWS, '
                   FXL-LOADED-CT ' LOADED, '
                   FXL-HELD-CT ' HELD, '
                   FXL-INVALID-CT ' INVALID, '
                   FXL-SIGNED-CT ' SIGNED OFF, '
                   FXL-PENDING-CT ' PENDING'
           IF FXL-HELD-CT > ZERO
            OR FXL-INVALID-CT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       9100-DATE-TO-SERIAL.
           MOVE FXL-DW-X TO DS-DI-X
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           MOVE DS-SERIAL TO FXL-WORK-SERIAL.
       9100-EXIT.
           EXIT.

       COPY RATE-HISTORY.

       COPY DATE-SERVICE.
