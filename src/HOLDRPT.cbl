      *> HOLDRPT.cbl
      *> Monthly legal hold report for the Owner. Lists every hold
      *> on LEGALHOLD-FILE still in force at the run date
      *> (PARM='YYYY-MM-DD') - matter, the subject or date range
      *> it holds, who placed it and when, and how many days it
      *> has stood - then the holds released in the 31 days up to
      *> the run date, so a lifted hold is seen once before it
      *> drops off. The erasing and purging jobs read the same
      *> register through LEGAL-HOLD.cpy; this is the one place a
      *> person sees it whole. A hold naming neither a subject
      *> nor a complete range holds nothing and is flagged.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-IN ASSIGN TO HOLDDD
               FILE STATUS IS HRP-HOLD-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS HRP-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-IN.
       01  HOLD-IN-RECORD         PIC X(140).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  HRP-HOLD-STATUS        PIC X(02).
       77  HRP-RPT-STATUS         PIC X(02).
       77  HRP-READ-CT            PIC 9(05) COMP VALUE ZERO.
       77  HRP-FORCE-CT           PIC 9(05) COMP VALUE ZERO.
       77  HRP-RELEASED-CT        PIC 9(05) COMP VALUE ZERO.
       77  HRP-FLAGGED-CT         PIC 9(05) COMP VALUE ZERO.
       77  HRP-RUN-SERIAL         PIC S9(07) COMP VALUE ZERO.
       77  HRP-FROM-SERIAL        PIC S9(07) COMP VALUE ZERO.
       77  HRP-END-SERIAL         PIC S9(07) COMP VALUE ZERO.
       01  HRP-SWITCHES.
           05 HRP-HOLD-EOF-SW     PIC X(01) VALUE 'N'.
              88 HRP-HOLD-EOF     VALUE 'Y'.
       01  HRP-HEAD-1.
           05 FILLER              PIC X(42) VALUE
              'HOLDRPT - LEGAL HOLD REGISTER     RUN ON  '.
           05 HRP-H1-DATE         PIC X(10).
           05 FILLER              PIC X(81) VALUE SPACES.
       01  HRP-SECTION-LINE.
           05 HRP-SL-TEXT         PIC X(50).
           05 FILLER              PIC X(83) VALUE SPACES.
       01  HRP-HEAD-2.
           05 FILLER              PIC X(13) VALUE 'MATTER'.
           05 FILLER              PIC X(41) VALUE 'HOLDS'.
           05 HRP-H2-BY           PIC X(11) VALUE 'PLACED BY'.
           05 HRP-H2-ON           PIC X(11) VALUE 'PLACED ON'.
           05 FILLER              PIC X(06) VALUE ' DAYS'.
           05 FILLER              PIC X(51) VALUE 'NOTE'.
       01  HRP-DETAIL.
           05 HRP-DT-MATTER       PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 HRP-DT-HOLDS        PIC X(40).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 HRP-DT-BY           PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 HRP-DT-ON           PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 HRP-DT-DAYS         PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 HRP-DT-NOTE         PIC X(28).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 HRP-DT-FLAG         PIC X(22).
       01  HRP-TOTAL-LINE.
           05 HRP-TL-LABEL        PIC X(32).
           05 HRP-TL-COUNT        PIC ZZZZ9.
           05 FILLER              PIC X(96) VALUE SPACES.
       COPY LEGALHOLD-RECORD.
       COPY DATE-SERVICE-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
           05 PARM-RUN-DATE       PIC X(10).
       PROCEDURE DIVISION USING PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-LIST-IN-FORCE THRU 3000-EXIT
               UNTIL HRP-HOLD-EOF
           CLOSE HOLD-IN
           OPEN INPUT HOLD-IN
           MOVE 'N' TO HRP-HOLD-EOF-SW
           MOVE 'RELEASED IN THE LAST 31 DAYS' TO HRP-SL-TEXT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HRP-SECTION-LINE
           MOVE 'LIFTED BY' TO HRP-H2-BY
           MOVE 'LIFTED ON' TO HRP-H2-ON
           WRITE REPORT-LINE FROM HRP-HEAD-2
           PERFORM 8100-READ-HOLD THRU 8100-EXIT
           PERFORM 4000-LIST-RELEASED THRU 4000-EXIT
               UNTIL HRP-HOLD-EOF
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           MOVE SPACES TO DS-DI-X
           IF PARM-LEN = 10
               MOVE PARM-RUN-DATE TO DS-DI-X
           END-IF
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL = ZERO
               DISPLAY 'HOLDRPT: PARM MUST BE THE RUN DATE '
                       'YYYY-MM-DD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE DS-SERIAL TO HRP-RUN-SERIAL
           OPEN INPUT HOLD-IN
           OPEN OUTPUT REPORT-OUT
           IF HRP-HOLD-STATUS NOT = '00'
            OR HRP-RPT-STATUS NOT = '00'
               DISPLAY 'HOLDRPT: OPEN FAILED HOLDS='
                       HRP-HOLD-STATUS
                       ' RPT=' HRP-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-RUN-DATE TO HRP-H1-DATE
           WRITE REPORT-LINE FROM HRP-HEAD-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'IN FORCE' TO HRP-SL-TEXT
           WRITE REPORT-LINE FROM HRP-SECTION-LINE
           WRITE REPORT-LINE FROM HRP-HEAD-2
           PERFORM 8100-READ-HOLD THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

      *> Days stood run from the placing date to the run date.
       3000-LIST-IN-FORCE.
           ADD 1 TO HRP-READ-CT
           IF NOT LGH-IN-FORCE
               GO TO 3000-NEXT
           END-IF
           ADD 1 TO HRP-FORCE-CT
           MOVE LGH-PLACED-BY TO HRP-DT-BY
           MOVE LGH-PLACED-ON TO HRP-DT-ON
           MOVE HRP-RUN-SERIAL TO HRP-END-SERIAL
           PERFORM 5000-FORMAT-HOLD THRU 5000-EXIT
           IF HRP-DT-FLAG NOT = SPACES
               ADD 1 TO HRP-FLAGGED-CT
           END-IF
           WRITE REPORT-LINE FROM HRP-DETAIL.
       3000-NEXT.
           PERFORM 8100-READ-HOLD THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

      *> A release dated after the run date, or one that will not
      *> parse, is not counted as released in the window.
       4000-LIST-RELEASED.
           IF LGH-IN-FORCE
               GO TO 4000-NEXT
           END-IF
           MOVE LGH-RELEASED-ON TO DS-DI-X
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           IF DS-SERIAL = ZERO
            OR DS-SERIAL > HRP-RUN-SERIAL
            OR DS-SERIAL < HRP-RUN-SERIAL - 30
               GO TO 4000-NEXT
           END-IF
           ADD 1 TO HRP-RELEASED-CT
           MOVE DS-SERIAL TO HRP-END-SERIAL
           MOVE LGH-RELEASED-BY TO HRP-DT-BY
           MOVE LGH-RELEASED-ON TO HRP-DT-ON
           PERFORM 5000-FORMAT-HOLD THRU 5000-EXIT
           MOVE SPACES TO HRP-DT-FLAG
           WRITE REPORT-LINE FROM HRP-DETAIL.
       4000-NEXT.
           PERFORM 8100-READ-HOLD THRU 8100-EXIT.
       4000-EXIT.
           EXIT.

      *> Matter, what the hold covers, note and days stood from
      *> the placing date to HRP-END-SERIAL (zero when the
      *> placing date will not parse).
       5000-FORMAT-HOLD.
           MOVE LGH-MATTER TO HRP-DT-MATTER
           MOVE LGH-NOTE TO HRP-DT-NOTE
           MOVE SPACES TO HRP-DT-HOLDS HRP-DT-FLAG
           EVALUATE TRUE
               WHEN LGH-SUBJECT NOT = SPACES
                   MOVE LGH-SUBJECT TO HRP-DT-HOLDS
               WHEN LGH-FROM-DATE NOT = SPACES
                AND LGH-TO-DATE NOT = SPACES
                   STRING 'dates ' LGH-FROM-DATE ' to '
                          LGH-TO-DATE
                       DELIMITED BY SIZE INTO HRP-DT-HOLDS
               WHEN OTHER
                   MOVE '** HOLDS NOTHING **' TO HRP-DT-FLAG
           END-EVALUATE
           MOVE ZERO TO HRP-DT-DAYS
           MOVE LGH-PLACED-ON TO DS-DI-X
           PERFORM 9700-DS-DATE-TO-SERIAL THRU 9700-EXIT
           MOVE DS-SERIAL TO HRP-FROM-SERIAL
           IF HRP-FROM-SERIAL > ZERO
            AND HRP-END-SERIAL NOT < HRP-FROM-SERIAL
               COMPUTE HRP-DT-DAYS =
                   HRP-END-SERIAL - HRP-FROM-SERIAL
           END-IF.
       5000-EXIT.
           EXIT.

       8100-READ-HOLD.
           READ HOLD-IN INTO LEGALHOLD-RECORD
               AT END SET HRP-HOLD-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       9000-WRAP-UP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'HOLDS IN FORCE' TO HRP-TL-LABEL
           MOVE HRP-FORCE-CT TO HRP-TL-COUNT
           WRITE REPORT-LINE FROM HRP-TOTAL-LINE
           MOVE 'RELEASED IN THE LAST 31 DAYS' TO HRP-TL-LABEL
           MOVE HRP-RELEASED-CT TO HRP-TL-COUNT
           WRITE REPORT-LINE FROM HRP-TOTAL-LINE
           MOVE 'IN FORCE BUT HOLDING NOTHING' TO HRP-TL-LABEL
           MOVE HRP-FLAGGED-CT TO HRP-TL-COUNT
           WRITE REPORT-LINE FROM HRP-TOTAL-LINE
           CLOSE HOLD-IN REPORT-OUT
           DISPLAY 'HOLDRPT: ' HRP-READ-CT ' HOLDS READ, '
                   HRP-FORCE-CT ' IN FORCE, '
                   HRP-RELEASED-CT ' RECENTLY RELEASED'
           IF HRP-FLAGGED-CT > 0
               DISPLAY 'HOLDRPT: ' HRP-FLAGGED-CT
                       ' HOLDS NAME NO SUBJECT OR RANGE'
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY DATE-SERVICE.
