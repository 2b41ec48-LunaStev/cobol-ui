      *> A11YRPT.cbl
      *> Accessibility conformance report over every screen in the
      *> build. MEMINDD lists the screen members in build order (the
      *> same cards LNKGRAPH and BHDIFF use) and SCRINDD presents the
      *> sources in that order, each member starting at its 01
      *> SCREEN line. An element runs from its level-number line
      *> through any continuation lines to the next level number.
      *> Each screen is checked against these WCAG 2.1 criteria:
      *>   1.1.1  an IMAGE carries ALT (ALT "" marks it decorative)
      *>   1.3.1  an INPUT's visible LABEL is tied to it by FOR/ID,
      *>          a LABEL FOR names an ID on the screen, a TABLE or
      *>          a "table row" REPEAT has a header row of TH cells
      *>   2.2.2  no MARQUEE, BLINK or AUTOPLAY motion
      *>   2.4.4  a LINK (or HREF ITEM) has visible or catalog text
      *>   3.3.2  an INPUT is not named by its PLACEHOLDER alone
      *>   4.1.2  an INPUT has an accessible name (LABEL FOR, or
      *>          ARIA-LABEL / TITLE), a BUTTON has text
      *>   4.1.3  a TOAST is announced politely (ANNOUNCE "polite"
      *>          or ROLE "status")
      *> Visible text is a non-empty VALUE, a bound FIELD, or a
      *> MSGID that the CATDD catalog resolves. Findings print per
      *> screen with their criterion and a severity - ERROR where
      *> the control is unusable with assistive technology, WARNING
      *> where it is usable but degraded.
      *> BSLINDD holds each screen's state at the last publish,
      *> clean or with findings; a screen that was clean there and
      *> has findings now is REGRESSED. BSLOUTDD receives this
      *> run's states for BHPUBLSH to keep once the publish goes
      *> through (DUMMY on a report-only run).
      *> RC=12 a clean screen regressed, RC=8 errors, RC=4 warnings
      *> only, RC=0 every screen clean.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. A11YRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-IN ASSIGN TO MEMINDD
               FILE STATUS IS A11-MEMIN-STATUS.
           SELECT SCREEN-IN ASSIGN TO SCRINDD
               FILE STATUS IS A11-SCRIN-STATUS.
           SELECT CATALOG-IN ASSIGN TO CATDD
               FILE STATUS IS A11-CATIN-STATUS.
           SELECT BASE-IN ASSIGN TO BSLINDD
               FILE STATUS IS A11-BASEIN-STATUS.
           SELECT BASE-OUT ASSIGN TO BSLOUTDD
               FILE STATUS IS A11-BASEOUT-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS A11-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-IN.
       01  MEMBER-IN-RECORD.
           05 MIN-NAME            PIC X(24).
           05 FILLER              PIC X(56).
       FD  SCREEN-IN.
       01  SCREEN-IN-RECORD       PIC X(251).
       FD  CATALOG-IN.
       01  CATALOG-IN-RECORD      PIC X(200).
       FD  BASE-IN.
       01  BASE-IN-RECORD.
           05 BIN-MEMBER          PIC X(24).
           05 BIN-STATE           PIC X(01).
              88 BIN-CLEAN        VALUE 'C'.
           05 FILLER              PIC X(01).
           05 BIN-DATE            PIC X(10).
           05 FILLER              PIC X(44).
       FD  BASE-OUT.
       01  BASE-OUT-RECORD.
           05 BOT-MEMBER          PIC X(24).
           05 BOT-STATE           PIC X(01).
           05 FILLER              PIC X(01).
           05 BOT-DATE            PIC X(10).
           05 FILLER              PIC X(01).
           05 BOT-ERRORS          PIC 9(04).
           05 FILLER              PIC X(01).
           05 BOT-WARNINGS        PIC 9(04).
           05 FILLER              PIC X(34).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  A11-MEMIN-STATUS       PIC X(02).
       77  A11-SCRIN-STATUS       PIC X(02).
       77  A11-CATIN-STATUS       PIC X(02).
       77  A11-BASEIN-STATUS      PIC X(02).
       77  A11-BASEOUT-STATUS     PIC X(02).
       77  A11-RPT-STATUS         PIC X(02).
       77  A11-SCREENS-SEEN       PIC 9(03) COMP VALUE ZERO.
       77  A11-CLEAN-CT           PIC 9(03) COMP VALUE ZERO.
       77  A11-REGRESS-CT         PIC 9(03) COMP VALUE ZERO.
       77  A11-ERROR-TOTAL        PIC 9(05) COMP VALUE ZERO.
       77  A11-WARN-TOTAL         PIC 9(05) COMP VALUE ZERO.
       77  A11-ELEMENT-CT         PIC 9(05) COMP VALUE ZERO.
       77  A11-KI                 PIC 9(03) COMP VALUE ZERO.
       77  A11-BI                 PIC 9(03) COMP VALUE ZERO.
       77  A11-FI                 PIC 9(03) COMP VALUE ZERO.
       77  A11-GI                 PIC 9(03) COMP VALUE ZERO.
       77  A11-HX                 PIC 9(03) COMP VALUE ZERO.
       77  A11-SX                 PIC 9(03) COMP VALUE ZERO.
       77  A11-IX                 PIC 9(03) COMP VALUE ZERO.
       77  A11-LX                 PIC 9(03) COMP VALUE ZERO.
       77  A11-DX                 PIC 9(03) COMP VALUE ZERO.
       77  A11-HIT                PIC 9(03) COMP VALUE ZERO.
       77  A11-LEAD               PIC 9(03) COMP VALUE ZERO.
       77  A11-LINE-END           PIC 9(03) COMP VALUE ZERO.
       77  A11-PIECE-LEN          PIC 9(03) COMP VALUE ZERO.
       77  A11-ELEM-LEN           PIC 9(04) COMP VALUE ZERO.
       77  A11-SCAN-POS           PIC 9(04) COMP VALUE ZERO.
       77  A11-SCAN-LIMIT         PIC 9(04) COMP VALUE ZERO.
       77  A11-FOUND-POS          PIC 9(04) COMP VALUE ZERO.
       77  A11-VAL-START          PIC 9(04) COMP VALUE ZERO.
       77  A11-VAL-LEN            PIC 9(04) COMP VALUE ZERO.
       77  A11-NEEDLE-LEN         PIC 9(02) COMP VALUE ZERO.
       77  A11-LVL-IDX            PIC 9(02) COMP VALUE ZERO.
       77  A11-ROW-LVL            PIC 9(02) COMP VALUE ZERO.
       77  A11-TBL-LVL            PIC 9(02) COMP VALUE ZERO.
       77  A11-LABEL-LVL          PIC 9(02) COMP VALUE ZERO.
       77  A11-NEEDLE             PIC X(20) VALUE SPACES.
       77  A11-QUOTED-VAL         PIC X(64) VALUE SPACES.
       77  A11-KEYWORD            PIC X(16) VALUE SPACES.
       77  A11-SAVE-KEYWORD       PIC X(16) VALUE SPACES.
       77  A11-SUBJECT            PIC X(30) VALUE SPACES.
       77  A11-TBL-SUBJECT        PIC X(30) VALUE SPACES.
       77  A11-CAT-KEY            PIC X(40) VALUE SPACES.
       77  A11-CAT-TEXT           PIC X(150) VALUE SPACES.
       01  A11-SWITCHES.
           05 A11-MEMIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 A11-MEMIN-EOF    VALUE 'Y'.
           05 A11-SCRIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 A11-SCRIN-EOF    VALUE 'Y'.
           05 A11-CATIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 A11-CATIN-EOF    VALUE 'Y'.
           05 A11-BASEIN-EOF-SW   PIC X(01) VALUE 'N'.
              88 A11-BASEIN-EOF   VALUE 'Y'.
           05 A11-ELEM-OPEN-SW    PIC X(01) VALUE 'N'.
              88 A11-ELEM-OPEN    VALUE 'Y'.
           05 A11-QUOTE-SW        PIC X(01) VALUE 'N'.
              88 A11-QUOTE-FOUND  VALUE 'Y'.
           05 A11-TBL-TH-SW       PIC X(01) VALUE 'N'.
              88 A11-TBL-TH       VALUE 'Y'.
       01  A11-LINE               PIC X(251).
       01  A11-ELEM               PIC X(1000).
       01  A11-ELEM-LVL-X         PIC X(02).
       01  A11-ELEM-LVL REDEFINES A11-ELEM-LVL-X
                                  PIC 9(02).
      *> Header-row state by level (level / 5 + 1): 'Y' once a row
      *> of TH cells has been seen among the siblings at that level.
       01  A11-HDR-TABLE.
           05 A11-HDR-ROW OCCURS 12 TIMES
                                  PIC X(01).
      *> Attributes tried, in order, to name an element on the
      *> report.
       01  A11-SUBJ-VALUES.
           05 FILLER              PIC X(12) VALUE ' ID "     05'.
           05 FILLER              PIC X(12) VALUE ' NAME "   07'.
           05 FILLER              PIC X(12) VALUE ' MSGID "  08'.
           05 FILLER              PIC X(12) VALUE ' SOURCE " 09'.
           05 FILLER              PIC X(12) VALUE ' HREF "   07'.
           05 FILLER              PIC X(12) VALUE ' SRC "    06'.
           05 FILLER              PIC X(12) VALUE ' VALUE "  08'.
       01  A11-SUBJ-TABLE REDEFINES A11-SUBJ-VALUES.
           05 A11-SUBJ-NEEDLE OCCURS 7 TIMES.
              10 A11-SN-TEXT      PIC X(10).
              10 A11-SN-LEN       PIC 9(02).
       01  A11-GDL-VALUES.
           05 FILLER              PIC X(30) VALUE
              '1.1.1 Non-text Content        '.
           05 FILLER              PIC X(30) VALUE
              '1.3.1 Info and Relationships  '.
           05 FILLER              PIC X(30) VALUE
              '2.2.2 Pause, Stop, Hide       '.
           05 FILLER              PIC X(30) VALUE
              '2.4.4 Link Purpose            '.
           05 FILLER              PIC X(30) VALUE
              '3.3.2 Labels or Instructions  '.
           05 FILLER              PIC X(30) VALUE
              '4.1.2 Name, Role, Value       '.
           05 FILLER              PIC X(30) VALUE
              '4.1.3 Status Messages         '.
       01  A11-GDL-TABLE REDEFINES A11-GDL-VALUES.
           05 A11-GDL-NAME OCCURS 7 TIMES
                                  PIC X(30).
       01  A11-GDL-COUNTS.
           05 A11-GDL-CT OCCURS 7 TIMES
                                  PIC 9(05) COMP.
       01  A11-MEMBER-TABLE.
           05 A11-MEM-COUNT       PIC 9(03) COMP VALUE ZERO.
           05 A11-MEM OCCURS 32 TIMES.
              10 A11-M-NAME       PIC X(24).
       01  A11-CAT-TABLE.
           05 A11-CAT-COUNT       PIC 9(03) COMP VALUE ZERO.
           05 A11-CAT OCCURS 600 TIMES.
              10 A11-C-KEY        PIC X(40).
       01  A11-BASE-TABLE.
           05 A11-BASE-COUNT      PIC 9(03) COMP VALUE ZERO.
           05 A11-BASE OCCURS 64 TIMES.
              10 A11-B-MEMBER     PIC X(24).
              10 A11-B-STATE      PIC X(01).
              10 A11-B-DATE       PIC X(10).
      *> Per-screen working tables, reset at each 01 SCREEN.
       01  A11-SCREEN-STATE.
           05 A11-SCR-MEMBER      PIC X(24).
           05 A11-SCR-ID          PIC X(24).
           05 A11-SCR-ERRORS      PIC 9(04) COMP.
           05 A11-SCR-WARNINGS    PIC 9(04) COMP.
           05 A11-SCR-UNLISTED    PIC 9(04) COMP.
       01  A11-INPUT-TABLE.
           05 A11-INP-COUNT       PIC 9(03) COMP VALUE ZERO.
           05 A11-INP OCCURS 100 TIMES.
              10 A11-I-ID         PIC X(32).
              10 A11-I-SUBJECT    PIC X(30).
              10 A11-I-ARIA       PIC X(01).
              10 A11-I-HINT       PIC X(01).
              10 A11-I-NEAR-LABEL PIC X(01).
       01  A11-LABEL-TABLE.
           05 A11-LBL-COUNT       PIC 9(03) COMP VALUE ZERO.
           05 A11-LBL OCCURS 100 TIMES.
              10 A11-L-FOR        PIC X(32).
       01  A11-ID-TABLE.
           05 A11-ID-COUNT        PIC 9(03) COMP VALUE ZERO.
           05 A11-ID OCCURS 200 TIMES
                                  PIC X(32).
       01  A11-FINDING-TABLE.
           05 A11-FND-COUNT       PIC 9(03) COMP VALUE ZERO.
           05 A11-FND OCCURS 300 TIMES.
              10 A11-F-SEV        PIC X(01).
              10 A11-F-GDL        PIC 9(01).
              10 A11-F-ELEM       PIC X(10).
              10 A11-F-SUBJECT    PIC X(30).
              10 A11-F-TEXT       PIC X(50).
       01  A11-NEW-FINDING.
           05 A11-NF-SEV          PIC X(01).
              88 A11-NF-ERROR     VALUE 'E'.
              88 A11-NF-WARNING   VALUE 'W'.
           05 A11-NF-GDL          PIC 9(01).
           05 A11-NF-ELEM         PIC X(10).
           05 A11-NF-SUBJECT      PIC X(30).
           05 A11-NF-TEXT         PIC X(50).
       01  A11-SYS-DATE.
           05 A11-SD-YYYY         PIC X(04).
           05 A11-SD-MM           PIC X(02).
           05 A11-SD-DD           PIC X(02).
       01  A11-TODAY              PIC X(10) VALUE SPACES.
       01  A11-HDR-LINE.
           05 FILLER              PIC X(44) VALUE
              'A11YRPT - ACCESSIBILITY CONFORMANCE (WCAG) '.
           05 FILLER              PIC X(04) VALUE ' ON '.
           05 A11-HDR-DATE        PIC X(10).
           05 FILLER              PIC X(75) VALUE SPACES.
       01  A11-SCR-LINE.
           05 FILLER              PIC X(07) VALUE 'SCREEN '.
           05 A11-SL-MEMBER       PIC X(24).
           05 FILLER              PIC X(04) VALUE ' ID '.
           05 A11-SL-ID           PIC X(20).
           05 FILLER              PIC X(08) VALUE ' ERRORS '.
           05 A11-SL-ERRORS       PIC ZZZ9.
           05 FILLER              PIC X(10) VALUE ' WARNINGS '.
           05 A11-SL-WARNINGS     PIC ZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 A11-SL-VERDICT      PIC X(50).
       01  A11-COL-LINE.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE 'SEVERITY'.
           05 FILLER              PIC X(30) VALUE 'WCAG CRITERION'.
           05 FILLER              PIC X(10) VALUE 'ELEMENT'.
           05 FILLER              PIC X(30) VALUE 'NAMED BY'.
           05 FILLER              PIC X(50) VALUE 'FINDING'.
       01  A11-DETAIL-LINE.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 A11-DL-SEV          PIC X(09).
           05 A11-DL-GDL          PIC X(30).
           05 A11-DL-ELEM         PIC X(10).
           05 A11-DL-SUBJECT      PIC X(29).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 A11-DL-TEXT         PIC X(50).
       01  A11-MORE-LINE.
           05 FILLER              PIC X(12) VALUE SPACES.
           05 A11-ML-COUNT        PIC ZZZ9.
           05 FILLER              PIC X(117) VALUE
              ' MORE FINDINGS ON THIS SCREEN NOT LISTED'.
       01  A11-TOTAL-LINE.
           05 A11-TL-LABEL        PIC X(32).
           05 A11-TL-COUNT        PIC ZZZZ9.
           05 FILLER              PIC X(96) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-MEMBERS THRU 2000-EXIT
               UNTIL A11-MEMIN-EOF
           PERFORM 2100-LOAD-CATALOG THRU 2100-EXIT
               UNTIL A11-CATIN-EOF
           PERFORM 2200-LOAD-BASELINE THRU 2200-EXIT
               UNTIL A11-BASEIN-EOF
           PERFORM 3000-SCAN-LINE THRU 3000-EXIT
               UNTIL A11-SCRIN-EOF
           PERFORM 3900-FLUSH-ELEMENT THRU 3900-EXIT
           IF A11-SCREENS-SEEN > ZERO
               PERFORM 4000-CLOSE-SCREEN THRU 4000-EXIT
           END-IF
           IF A11-SCREENS-SEEN NOT = A11-MEM-COUNT
               DISPLAY 'A11YRPT: MEMBER LIST NAMES ' A11-MEM-COUNT
                       ' SCREENS BUT THE SOURCE STREAM HOLDS '
                       A11-SCREENS-SEEN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 5000-SUMMARY THRU 5000-EXIT
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT MEMBER-IN SCREEN-IN CATALOG-IN BASE-IN
           OPEN OUTPUT REPORT-OUT BASE-OUT
           IF A11-MEMIN-STATUS NOT = '00'
            OR A11-SCRIN-STATUS NOT = '00'
            OR A11-CATIN-STATUS NOT = '00'
            OR A11-BASEIN-STATUS NOT = '00'
            OR A11-BASEOUT-STATUS NOT = '00'
            OR A11-RPT-STATUS NOT = '00'
               DISPLAY 'A11YRPT: OPEN FAILED MEMBERS='
                       A11-MEMIN-STATUS
                       ' SCREENS=' A11-SCRIN-STATUS
                       ' CATALOG=' A11-CATIN-STATUS
                       ' BASEIN=' A11-BASEIN-STATUS
                       ' BASEOUT=' A11-BASEOUT-STATUS
                       ' REPORT=' A11-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZERO TO A11-GDL-CT (1) A11-GDL-CT (2) A11-GDL-CT (3)
                        A11-GDL-CT (4) A11-GDL-CT (5) A11-GDL-CT (6)
                        A11-GDL-CT (7)
           ACCEPT A11-SYS-DATE FROM DATE YYYYMMDD
           STRING A11-SD-YYYY '-' A11-SD-MM '-' A11-SD-DD
               DELIMITED BY SIZE INTO A11-TODAY
           MOVE A11-TODAY TO A11-HDR-DATE
           WRITE REPORT-LINE FROM A11-HDR-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

       2000-LOAD-MEMBERS.
           READ MEMBER-IN
               AT END SET A11-MEMIN-EOF TO TRUE
               GO TO 2000-EXIT
           END-READ
           IF MIN-NAME = SPACES OR MIN-NAME (1:2) = '*>'
               GO TO 2000-EXIT
           END-IF
           IF A11-MEM-COUNT >= 32
               DISPLAY 'A11YRPT: MEMBER TABLE FULL'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO A11-MEM-COUNT
           MOVE MIN-NAME TO A11-M-NAME (A11-MEM-COUNT).
       2000-EXIT.
           EXIT.

      *> Only keys that carry text count - a key with nothing after
      *> the '=' renders as an empty control.
       2100-LOAD-CATALOG.
           READ CATALOG-IN
               AT END SET A11-CATIN-EOF TO TRUE
               GO TO 2100-EXIT
           END-READ
           IF CATALOG-IN-RECORD (1:1) = '*'
            OR CATALOG-IN-RECORD = SPACES
               GO TO 2100-EXIT
           END-IF
           MOVE SPACES TO A11-CAT-KEY A11-CAT-TEXT
           UNSTRING CATALOG-IN-RECORD DELIMITED BY '='
               INTO A11-CAT-KEY A11-CAT-TEXT
           IF A11-CAT-KEY = SPACES OR A11-CAT-TEXT = SPACES
               GO TO 2100-EXIT
           END-IF
           IF A11-CAT-COUNT >= 600
               DISPLAY 'A11YRPT: CATALOG TABLE FULL'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO A11-CAT-COUNT
           MOVE A11-CAT-KEY TO A11-C-KEY (A11-CAT-COUNT).
       2100-EXIT.
           EXIT.

       2200-LOAD-BASELINE.
           READ BASE-IN
               AT END SET A11-BASEIN-EOF TO TRUE
               GO TO 2200-EXIT
           END-READ
           IF BIN-MEMBER = SPACES
               GO TO 2200-EXIT
           END-IF
           IF A11-BASE-COUNT >= 64
               DISPLAY 'A11YRPT: BASELINE TABLE FULL'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO A11-BASE-COUNT
           MOVE BIN-MEMBER TO A11-B-MEMBER (A11-BASE-COUNT)
           MOVE BIN-STATE TO A11-B-STATE (A11-BASE-COUNT)
           MOVE BIN-DATE TO A11-B-DATE (A11-BASE-COUNT).
       2200-EXIT.
           EXIT.

      *> A level number opens a new element; any other non-blank,
      *> non-comment line continues the open one.
       3000-SCAN-LINE.
           READ SCREEN-IN INTO A11-LINE
               AT END SET A11-SCRIN-EOF TO TRUE
               GO TO 3000-EXIT
           END-READ
           IF A11-LINE = SPACES
               GO TO 3000-EXIT
           END-IF
           MOVE ZERO TO A11-LEAD
           INSPECT A11-LINE TALLYING A11-LEAD FOR LEADING SPACES
           ADD 1 TO A11-LEAD
           IF A11-LINE (A11-LEAD:2) = '*>'
               GO TO 3000-EXIT
           END-IF
           PERFORM 8100-FIND-LINE-END THRU 8100-EXIT
               VARYING A11-LINE-END FROM 251 BY -1
               UNTIL A11-LINE (A11-LINE-END:1) NOT = SPACE
           COMPUTE A11-PIECE-LEN = A11-LINE-END - A11-LEAD + 1
           IF A11-LINE (A11-LEAD:2) IS NUMERIC
            AND A11-LINE (A11-LEAD + 2:1) = SPACE
               PERFORM 3900-FLUSH-ELEMENT THRU 3900-EXIT
               IF A11-LINE (A11-LEAD:10) = '01 SCREEN '
                   PERFORM 3100-OPEN-SCREEN THRU 3100-EXIT
               END-IF
               MOVE SPACES TO A11-ELEM
               MOVE 1 TO A11-ELEM-LEN
               SET A11-ELEM-OPEN TO TRUE
           ELSE
               IF NOT A11-ELEM-OPEN
                   GO TO 3000-EXIT
               END-IF
               ADD 1 TO A11-ELEM-LEN
           END-IF
           IF A11-ELEM-LEN + A11-PIECE-LEN > 1000
               COMPUTE A11-PIECE-LEN = 1000 - A11-ELEM-LEN
           END-IF
           IF A11-PIECE-LEN > ZERO
               MOVE A11-LINE (A11-LEAD:A11-PIECE-LEN)
                   TO A11-ELEM (A11-ELEM-LEN + 1:A11-PIECE-LEN)
               ADD A11-PIECE-LEN TO A11-ELEM-LEN
           END-IF.
       3000-EXIT.
           EXIT.

       3100-OPEN-SCREEN.
           IF A11-SCREENS-SEEN > ZERO
               PERFORM 4000-CLOSE-SCREEN THRU 4000-EXIT
           END-IF
           ADD 1 TO A11-SCREENS-SEEN
           IF A11-SCREENS-SEEN <= A11-MEM-COUNT
               MOVE A11-M-NAME (A11-SCREENS-SEEN) TO A11-SCR-MEMBER
           ELSE
               MOVE '(NOT IN MEMBER LIST)' TO A11-SCR-MEMBER
           END-IF
           MOVE SPACES TO A11-SCR-ID
           MOVE ZERO TO A11-SCR-ERRORS A11-SCR-WARNINGS
                        A11-SCR-UNLISTED A11-INP-COUNT
                        A11-LBL-COUNT A11-ID-COUNT A11-FND-COUNT
                        A11-ROW-LVL A11-TBL-LVL A11-LABEL-LVL
           MOVE ALL 'N' TO A11-HDR-TABLE.
       3100-EXIT.
           EXIT.

      *> One whole element is in A11-ELEM, a space ahead of its
      *> level number so every attribute needle can lead with one.
       3900-FLUSH-ELEMENT.
           IF NOT A11-ELEM-OPEN
               GO TO 3900-EXIT
           END-IF
           MOVE 'N' TO A11-ELEM-OPEN-SW
           IF A11-SCREENS-SEEN = ZERO
               GO TO 3900-EXIT
           END-IF
           ADD 1 TO A11-ELEMENT-CT
           MOVE A11-ELEM (2:2) TO A11-ELEM-LVL-X
           MOVE SPACES TO A11-KEYWORD
           UNSTRING A11-ELEM (5:30) DELIMITED BY ' ' OR '.'
               INTO A11-KEYWORD
           COMPUTE A11-LVL-IDX = A11-ELEM-LVL / 5 + 1
           PERFORM 3200-CLOSE-SCOPES THRU 3200-EXIT
           IF A11-ELEM-LVL = 1
               MOVE ' ID "' TO A11-NEEDLE
               MOVE 5 TO A11-NEEDLE-LEN
               PERFORM 8300-SCAN-NEEDLE THRU 8300-EXIT
               IF A11-FOUND-POS > ZERO
                   PERFORM 8400-EXTRACT-QUOTED THRU 8400-EXIT
                   MOVE A11-QUOTED-VAL TO A11-SCR-ID
               END-IF
               GO TO 3900-EXIT
           END-IF
           PERFORM 3300-NOTE-ID THRU 3300-EXIT
           IF A11-KEYWORD NOT = 'ROW' AND A11-KEYWORD NOT = 'TR'
               MOVE 'N' TO A11-HDR-ROW (A11-LVL-IDX)
           END-IF
           EVALUATE A11-KEYWORD
               WHEN 'INPUT'
                   PERFORM 3400-NOTE-INPUT THRU 3400-EXIT
               WHEN 'IMAGE'
                   PERFORM 3500-CHECK-IMAGE THRU 3500-EXIT
               WHEN 'BUTTON'
                   MOVE 6 TO A11-NF-GDL
                   PERFORM 3600-CHECK-TEXT THRU 3600-EXIT
               WHEN 'LINK'
                   MOVE 4 TO A11-NF-GDL
                   PERFORM 3600-CHECK-TEXT THRU 3600-EXIT
               WHEN 'ITEM'
                   MOVE ' HREF "' TO A11-NEEDLE
                   MOVE 7 TO A11-NEEDLE-LEN
                   PERFORM 8300-SCAN-NEEDLE THRU 8300-EXIT
                   IF A11-FOUND-POS > ZERO
                       MOVE 4 TO A11-NF-GDL
                       PERFORM 3600-CHECK-TEXT THRU 3600-EXIT
                   END-IF
               WHEN 'MARQUEE'
               WHEN 'BLINK'
                   PERFORM 3800-PICK-SUBJECT THRU 3800-EXIT
                   MOVE 3 TO A11-NF-GDL
                   MOVE 'moving content the user cannot pause or stop'
                       TO A11-NF-TEXT
                   PERFORM 7000-ADD-ERROR THRU 7000-EXIT
               WHEN 'TABLE'
                   PERFORM 3800-PICK-SUBJECT THRU 3800-EXIT
                   MOVE A11-SUBJECT TO A11-TBL-SUBJECT
                   MOVE A11-ELEM-LVL TO A11-TBL-LVL
                   MOVE 'N' TO A11-TBL-TH-SW
               WHEN 'TOAST'
                   PERFORM 3700-CHECK-TOAST THRU 3700-EXIT
               WHEN 'ROW'
               WHEN 'TR'
                   PERFORM 3450-CHECK-ROW THRU 3450-EXIT
               WHEN 'TEXT'
               WHEN 'TH'
                   PERFORM 3480-NOTE-CELL THRU 3480-EXIT
               WHEN 'LABEL'
                   PERFORM 3420-NOTE-LABEL THRU 3420-EXIT
           END-EVALUATE
           IF A11-KEYWORD NOT = 'MARQUEE' AND A11-KEYWORD NOT = 'BLINK'
               MOVE ' AUTOPLAY "' TO A11-NEEDLE
               MOVE 11 TO A11-NEEDLE-LEN
               PERFORM 8300-SCAN-NEEDLE THRU 8300-EXIT
               IF A11-FOUND-POS > ZERO
                   PERFORM 3800-PICK-SUBJECT THRU 3800-EXIT
                   MOVE 3 TO A11-NF-GDL
                   MOVE 'AUTOPLAY motion with no pause control'
                       TO A11-NF-TEXT
                   PERFORM 7000-ADD-ERROR THRU 7000-EXIT
               END-IF
           END-IF
           IF A11-KEYWORD NOT = 'LABEL'
               MOVE ZERO TO A11-LABEL-LVL
           END-IF.
       3900-EXIT.
           EXIT.

      *> An element at or above an open TABLE or header ROW closes
      *> it, and header-row state below its own level no longer
      *> applies.
       3200-CLOSE-SCOPES.
           IF A11-TBL-LVL > ZERO AND A11-ELEM-LVL <= A11-TBL-LVL
               PERFORM 3250-CLOSE-TABLE THRU 3250-EXIT
           END-IF
           IF A11-ROW-LVL > ZERO AND A11-ELEM-LVL <= A11-ROW-LVL
               MOVE ZERO TO A11-ROW-LVL
           END-IF
           PERFORM 3210-CLEAR-DEEPER THRU 3210-EXIT
               VARYING A11-HX FROM A11-LVL-IDX BY 1
               UNTIL A11-HX >= 12.
       3200-EXIT.
           EXIT.

       3210-CLEAR-DEEPER.
           MOVE 'N' TO A11-HDR-ROW (A11-HX + 1).
       3210-EXIT.
           EXIT.

       3250-CLOSE-TABLE.
           IF NOT A11-TBL-TH
               MOVE A11-KEYWORD TO A11-SAVE-KEYWORD
               MOVE 'TABLE' TO A11-KEYWORD
               MOVE A11-TBL-SUBJECT TO A11-SUBJECT
               MOVE 2 TO A11-NF-GDL
               MOVE 'TABLE has no TH header row' TO A11-NF-TEXT
               PERFORM 7100-ADD-WARNING THRU 7100-EXIT
               MOVE A11-SAVE-KEYWORD TO A11-KEYWORD
           END-IF
           MOVE ZERO TO A11-TBL-LVL.
       3250-EXIT.
           EXIT.

       3300-NOTE-ID.
           MOVE ' ID "' TO A11-NEEDLE
           MOVE 5 TO A11-NEEDLE-LEN
           PERFORM 8300-SCAN-NEEDLE THRU 8300-EXIT
           IF A11-FOUND-POS = ZERO
               GO TO 3300-EXIT
           END-IF
           PERFORM 8400-EXTRACT-QUOTED THRU 8400-EXIT
           IF A11-QUOTED-VAL = SPACES OR A11-ID-COUNT >= 200
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO A11-ID-COUNT
           MOVE A11-QUOTED-VAL TO A11-ID (A11-ID-COUNT).
       3300-EXIT.
           EXIT.

      *> INPUTs are judged at the end of the screen, once every
      *> LABEL FOR on it has been seen.
       3400-NOTE-INPUT.
           MOVE ' TYPE "hidden"' TO A11-NEEDLE
           MOVE 14 TO A11-NEEDLE-LEN
           PERFORM 8300-SCAN-NEEDLE THRU 8300-EXIT
           IF A11-FOUND-POS > ZERO
               GO TO 3400-EXIT
           END-IF
           IF A11-INP-COUNT >= 100
               DISPLAY 'A11YRPT: INPUT TABLE FULL ON ' A11-SCR-MEMBER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO A11-INP-COUNT
           MOVE SPACES TO A11-I-ID (A11-INP-COUNT)
           MOVE 'N' TO A11-I-ARIA (A11-INP-COUNT)
                       A11-I-HINT (A11-INP-COUNT)
                       A11-I-NEAR-LABEL (A11-INP-COUNT)
           MOVE ' ID "' TO A11-NEEDLE
           MOVE 5 TO A11-NEEDLE-LEN
           PERFORM 8300-SCAN-NEEDLE THRU 8300-EXIT
           IF A11-FOUND-POS > ZERO
               PERFORM 8400-EXTRACT-QUOTED THRU 8400-EXIT
               MOVE A11-QUOTED-VAL TO A11-I-ID (A11-INP-COUNT)
           END-IF
           PERFORM 3800-PICK-SUBJECT THRU 3800-EXIT
           MOVE ' NAME "' TO A11-NEEDLE
           MOVE 7 TO A11-NEEDLE-LEN
           PERFORM 8300-SCAN-NEEDLE THRU 8300-EXIT
           IF A11-FOUND-POS > ZERO
               PERFORM 8400-EXTRACT-QUOTED THRU 8400-EXIT
               MOVE SPACES TO A11-SUBJECT
               STRING 'NAME ' A11-QUOTED-VAL DELIMITED BY SIZE
                   INTO A11-SUBJECT
           END-IF
           MOVE A11-SUBJECT TO A11-I-SUBJECT (A11-INP-COUNT)
           MOVE ' ARIA-LABEL "' TO A11-NEEDLE
           MOVE 13 TO A11-NEEDLE-LEN
           PERFORM 8410-SCAN-NONEMPTY THRU 8410-EXIT
           IF A11-FOUND-POS = ZERO
               MOVE ' TITLE "' TO A11-NEEDLE
               MOVE 8 TO A11-NEEDLE-LEN
               PERFORM 8410-SCAN-NONEMPTY THRU 8410-EXIT
           END-IF
           IF A11-FOUND-POS > ZERO
               MOVE 'Y' TO A11-I-ARIA (A11-INP-COUNT)
           END-IF
           MOVE ' PLACEHOLDER "' TO A11-NEEDLE
           MOVE 14 TO A11-NEEDLE-LEN
           PERFORM 8410-SCAN-NONEMPTY THRU 8410-EXIT
           IF A11-FOUND-POS > ZERO
               MOVE 'Y' TO A11-I-HINT (A11-INP-COUNT)
           END-IF
           IF A11-LABEL-LVL = A11-ELEM-LVL
               MOVE 'Y' TO A11-I-NEAR-LABEL (A11-INP-COUNT)
           END-IF.
       3400-EXIT.
           EXIT.

      *> A LABEL with no FOR names nothing; remember its level so an
      *> INPUT straight after it is reported as visibly labelled but
      *> not associated.
       3420-NOTE-LABEL.
           MOVE ' FOR "' TO A11-NEEDLE
           MOVE 6 TO A11-NEEDLE-LEN
           PERFORM 8300-SCAN-NEEDLE THRU 8300-EXIT
           IF A11-FOUND-POS = ZERO
               MOVE A11-ELEM-LVL TO A11-LABEL-LVL
               GO TO 3420-EXIT
           END-IF
           MOVE ZERO TO A11-LABEL-LVL
           PERFORM 8400-EXTRACT-QUOTED THRU 8400-EXIT
           IF A11-LBL-COUNT >= 100
               DISPLAY 'A11YRPT: LABEL TABLE FULL ON ' A11-SCR-MEMBER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO A11-LBL-COUNT
           MOVE A11-QUOTED-VAL TO A11-L-FOR (A11-LBL-COUNT).
       3420-EXIT.
           EXIT.

      *> A plain ROW or TR opens a candidate header row. A REPEAT
      *> row outside a TABLE renders a data grid when it carries a
      *> "table" CLASS, and then needs a TH row among the siblings
      *> above it.
       3450-CHECK-ROW.
           MOVE ' REPEAT ' TO A11-NEEDLE
           MOVE 8 TO A11-NEEDLE-LEN
           PERFORM 8300-SCAN-NEEDLE THRU 8300-EXIT
           IF A11-FOUND-POS = ZERO
               MOVE A11-ELEM-LVL TO A11-ROW-LVL
               GO TO 3450-EXIT
           END-IF
           IF A11-TBL-LVL > ZERO
            OR A11-HDR-ROW (A11-LVL-IDX) = 'Y'
               GO TO 3450-EXIT
           END-IF
           MOVE ' CLASS "table' TO A11-NEEDLE
           MOVE 13 TO A11-NEEDLE-LEN
           PERFORM 8300-SCAN-NEEDLE THRU 8300-EXIT
           IF A11-FOUND-POS = ZERO
               GO TO 3450-EXIT
           END-IF
           PERFORM 3800-PICK-SUBJECT THRU 3800-EXIT
           MOVE 2 TO A11-NF-GDL
           MOVE 'repeating table rows with no TH header row'
               TO A11-NF-TEXT
           PERFORM 7100-ADD-WARNING THRU 7100-EXIT.
       3450-EXIT.
           EXIT.

       3480-NOTE-CELL.
           IF A11-KEYWORD NOT = 'TH'
               MOVE ' CLASS "th"' TO A11-NEEDLE
               MOVE 11 TO A11-NEEDLE-LEN
               PERFORM 8300-SCAN-NEEDLE THRU 8300-EXIT
               IF A11-FOUND-POS = ZERO
                   GO TO 3480-EXIT
               END-IF
           END-IF
           IF A11-TBL-LVL > ZERO
               SET A11-TBL-TH TO TRUE
           END-IF
           IF A11-ROW-LVL > ZERO
               COMPUTE A11-HX = A11-ROW-LVL / 5 + 1
               MOVE 'Y' TO A11-HDR-ROW (A11-HX)
           END-IF.
       3480-EXIT.
           EXIT.

       3500-CHECK-IMAGE.
           MOVE ' ALT "' TO A11-NEEDLE
           MOVE 6 TO A11-NEEDLE-LEN
           PERFORM 8300-SCAN-NEEDLE THRU 8300-EXIT
           IF A11-FOUND-POS > ZERO
               GO TO 3500-EXIT
           END-IF
           PERFORM 3800-PICK-SUBJECT THRU 3800-EXIT
           MOVE 1 TO A11-NF-GDL
           MOVE 'no ALT text (ALT "" if purely decorative)'
               TO A11-NF-TEXT
           PERFORM 7000-ADD-ERROR THRU 7000-EXIT.
       3500-EXIT.
           EXIT.

      *> A11-NF-GDL arrives set: 2.4.4 for links, 4.1.2 for buttons.
       3600-CHECK-TEXT.
           MOVE ' VALUE "' TO A11-NEEDLE
           MOVE 8 TO A11-NEEDLE-LEN
           PERFORM 8410-SCAN-NONEMPTY THRU 8410-EXIT
           IF A11-FOUND-POS = ZERO
               MOVE ' FIELD "' TO A11-NEEDLE
               MOVE 8 TO A11-NEEDLE-LEN
               PERFORM 8410-SCAN-NONEMPTY THRU 8410-EXIT
           END-IF
           IF A11-FOUND-POS = ZERO
               MOVE ' ARIA-LABEL "' TO A11-NEEDLE
               MOVE 13 TO A11-NEEDLE-LEN
               PERFORM 8410-SCAN-NONEMPTY THRU 8410-EXIT
           END-IF
           IF A11-FOUND-POS > ZERO
               GO TO 3600-EXIT
           END-IF
           PERFORM 3800-PICK-SUBJECT THRU 3800-EXIT
           MOVE ' MSGID "' TO A11-NEEDLE
           MOVE 8 TO A11-NEEDLE-LEN
           PERFORM 8300-SCAN-NEEDLE THRU 8300-EXIT
           IF A11-FOUND-POS = ZERO
               MOVE 'no visible text: no VALUE, FIELD or MSGID'
                   TO A11-NF-TEXT
               PERFORM 7000-ADD-ERROR THRU 7000-EXIT
               GO TO 3600-EXIT
           END-IF
           PERFORM 8400-EXTRACT-QUOTED THRU 8400-EXIT
           MOVE ZERO TO A11-HIT
           PERFORM 3610-MATCH-CATALOG THRU 3610-EXIT
               VARYING A11-KI FROM 1 BY 1
               UNTIL A11-KI > A11-CAT-COUNT OR A11-HIT > ZERO
           IF A11-HIT = ZERO
               MOVE 'MSGID has no catalog text and no VALUE fallback'
                   TO A11-NF-TEXT
               PERFORM 7000-ADD-ERROR THRU 7000-EXIT
           END-IF.
       3600-EXIT.
           EXIT.

       3610-MATCH-CATALOG.
           IF A11-C-KEY (A11-KI) = A11-QUOTED-VAL (1:40)
               MOVE A11-KI TO A11-HIT
           END-IF.
       3610-EXIT.
           EXIT.

       3700-CHECK-TOAST.
           MOVE ' ANNOUNCE "polite"' TO A11-NEEDLE
           MOVE 18 TO A11-NEEDLE-LEN
           PERFORM 8300-SCAN-NEEDLE THRU 8300-EXIT
           IF A11-FOUND-POS = ZERO
               MOVE ' ROLE "status"' TO A11-NEEDLE
               MOVE 14 TO A11-NEEDLE-LEN
               PERFORM 8300-SCAN-NEEDLE THRU 8300-EXIT
           END-IF
           IF A11-FOUND-POS > ZERO
               GO TO 3700-EXIT
           END-IF
           PERFORM 3800-PICK-SUBJECT THRU 3800-EXIT
           MOVE 7 TO A11-NF-GDL
           MOVE 'no polite announcement - screen readers miss it'
               TO A11-NF-TEXT
           PERFORM 7100-ADD-WARNING THRU 7100-EXIT.
       3700-EXIT.
           EXIT.

       3800-PICK-SUBJECT.
           MOVE SPACES TO A11-SUBJECT
           MOVE ZERO TO A11-FOUND-POS
           PERFORM 3810-TRY-SUBJECT THRU 3810-EXIT
               VARYING A11-SX FROM 1 BY 1
               UNTIL A11-SX > 7 OR A11-FOUND-POS > ZERO
           IF A11-FOUND-POS = ZERO
               MOVE '(unnamed)' TO A11-SUBJECT
           END-IF.
       3800-EXIT.
           EXIT.

       3810-TRY-SUBJECT.
           MOVE A11-SN-TEXT (A11-SX) TO A11-NEEDLE
           MOVE A11-SN-LEN (A11-SX) TO A11-NEEDLE-LEN
           PERFORM 8410-SCAN-NONEMPTY THRU 8410-EXIT
           IF A11-FOUND-POS > ZERO
               STRING A11-SN-TEXT (A11-SX) (2:A11-SN-LEN (A11-SX) - 3)
                      ' ' A11-QUOTED-VAL
                   DELIMITED BY SIZE INTO A11-SUBJECT
           END-IF.
       3810-EXIT.
           EXIT.

      *> Judge the screen's INPUTs and LABELs, compare with the
      *> baseline, print the screen's block and carry its state to
      *> the new baseline.
       4000-CLOSE-SCREEN.
           IF A11-TBL-LVL > ZERO
               PERFORM 3250-CLOSE-TABLE THRU 3250-EXIT
           END-IF
           MOVE 'INPUT' TO A11-KEYWORD
           PERFORM 4100-JUDGE-INPUT THRU 4100-EXIT
               VARYING A11-IX FROM 1 BY 1
               UNTIL A11-IX > A11-INP-COUNT
           MOVE 'LABEL' TO A11-KEYWORD
           PERFORM 4200-JUDGE-LABEL THRU 4200-EXIT
               VARYING A11-LX FROM 1 BY 1
               UNTIL A11-LX > A11-LBL-COUNT
           MOVE SPACES TO BASE-OUT-RECORD
           MOVE A11-SCR-MEMBER TO A11-SL-MEMBER BOT-MEMBER
           MOVE A11-SCR-ID TO A11-SL-ID
           MOVE A11-SCR-ERRORS TO A11-SL-ERRORS BOT-ERRORS
           MOVE A11-SCR-WARNINGS TO A11-SL-WARNINGS BOT-WARNINGS
           MOVE ZERO TO A11-HIT
           PERFORM 4300-MATCH-BASELINE THRU 4300-EXIT
               VARYING A11-BI FROM 1 BY 1
               UNTIL A11-BI > A11-BASE-COUNT OR A11-HIT > ZERO
           PERFORM 4400-SET-VERDICT THRU 4400-EXIT
           WRITE REPORT-LINE FROM A11-SCR-LINE
           IF A11-FND-COUNT > ZERO
               WRITE REPORT-LINE FROM A11-COL-LINE
               PERFORM 4500-FINDING-LINE THRU 4500-EXIT
                   VARYING A11-FI FROM 1 BY 1
                   UNTIL A11-FI > A11-FND-COUNT
           END-IF
           IF A11-SCR-UNLISTED > ZERO
               MOVE A11-SCR-UNLISTED TO A11-ML-COUNT
               WRITE REPORT-LINE FROM A11-MORE-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE BASE-OUT-RECORD
           ADD A11-SCR-ERRORS TO A11-ERROR-TOTAL
           ADD A11-SCR-WARNINGS TO A11-WARN-TOTAL.
       4000-EXIT.
           EXIT.

       4100-JUDGE-INPUT.
           IF A11-I-ARIA (A11-IX) = 'Y'
               GO TO 4100-EXIT
           END-IF
           MOVE ZERO TO A11-HIT
           IF A11-I-ID (A11-IX) NOT = SPACES
               PERFORM 4110-MATCH-FOR THRU 4110-EXIT
                   VARYING A11-LX FROM 1 BY 1
                   UNTIL A11-LX > A11-LBL-COUNT OR A11-HIT > ZERO
           END-IF
           IF A11-HIT > ZERO
               GO TO 4100-EXIT
           END-IF
           MOVE A11-I-SUBJECT (A11-IX) TO A11-SUBJECT
           EVALUATE TRUE
               WHEN A11-I-NEAR-LABEL (A11-IX) = 'Y'
                   MOVE 2 TO A11-NF-GDL
                   MOVE 'LABEL beside it has no FOR naming its ID'
                       TO A11-NF-TEXT
               WHEN A11-I-HINT (A11-IX) = 'Y'
                   MOVE 5 TO A11-NF-GDL
                   MOVE 'named only by PLACEHOLDER, which is no label'
                       TO A11-NF-TEXT
               WHEN OTHER
                   MOVE 6 TO A11-NF-GDL
                   MOVE 'no LABEL FOR its ID and no ARIA-LABEL or TITLE'
                       TO A11-NF-TEXT
           END-EVALUATE
           PERFORM 7000-ADD-ERROR THRU 7000-EXIT.
       4100-EXIT.
           EXIT.

       4110-MATCH-FOR.
           IF A11-L-FOR (A11-LX) = A11-I-ID (A11-IX)
               MOVE A11-LX TO A11-HIT
           END-IF.
       4110-EXIT.
           EXIT.

       4200-JUDGE-LABEL.
           MOVE ZERO TO A11-HIT
           PERFORM 4210-MATCH-ID THRU 4210-EXIT
               VARYING A11-DX FROM 1 BY 1
               UNTIL A11-DX > A11-ID-COUNT OR A11-HIT > ZERO
           IF A11-HIT > ZERO
               GO TO 4200-EXIT
           END-IF
           MOVE SPACES TO A11-SUBJECT
           STRING 'FOR ' A11-L-FOR (A11-LX) DELIMITED BY SIZE
               INTO A11-SUBJECT
           MOVE 2 TO A11-NF-GDL
           MOVE 'FOR names no ID on this screen' TO A11-NF-TEXT
           PERFORM 7100-ADD-WARNING THRU 7100-EXIT.
       4200-EXIT.
           EXIT.

       4210-MATCH-ID.
           IF A11-ID (A11-DX) = A11-L-FOR (A11-LX)
               MOVE A11-DX TO A11-HIT
           END-IF.
       4210-EXIT.
           EXIT.

       4300-MATCH-BASELINE.
           IF A11-B-MEMBER (A11-BI) = A11-SCR-MEMBER
               MOVE A11-BI TO A11-HIT
           END-IF.
       4300-EXIT.
           EXIT.

      *> A clean screen keeps the date it was first seen clean; a
      *> screen with findings is stamped with today.
       4400-SET-VERDICT.
           MOVE SPACES TO A11-SL-VERDICT
           IF A11-SCR-ERRORS = ZERO AND A11-SCR-WARNINGS = ZERO
               ADD 1 TO A11-CLEAN-CT
               MOVE 'C' TO BOT-STATE
               MOVE A11-TODAY TO BOT-DATE
               IF A11-HIT = ZERO
                   MOVE 'clean - new to the baseline' TO A11-SL-VERDICT
                   GO TO 4400-EXIT
               END-IF
               IF A11-B-STATE (A11-HIT) = 'C'
                   MOVE A11-B-DATE (A11-HIT) TO BOT-DATE
                   STRING 'clean since ' A11-B-DATE (A11-HIT)
                       DELIMITED BY SIZE INTO A11-SL-VERDICT
               ELSE
                   MOVE 'NOW CLEAN' TO A11-SL-VERDICT
               END-IF
               GO TO 4400-EXIT
           END-IF
           MOVE 'F' TO BOT-STATE
           MOVE A11-TODAY TO BOT-DATE
           IF A11-HIT = ZERO
               MOVE 'findings - new to the baseline' TO A11-SL-VERDICT
               GO TO 4400-EXIT
           END-IF
           IF A11-B-STATE (A11-HIT) = 'C'
               ADD 1 TO A11-REGRESS-CT
               STRING 'REGRESSED - CLEAN SINCE ' A11-B-DATE (A11-HIT)
                   DELIMITED BY SIZE INTO A11-SL-VERDICT
           ELSE
               MOVE 'findings, as at the last publish'
                   TO A11-SL-VERDICT
           END-IF.
       4400-EXIT.
           EXIT.

       4500-FINDING-LINE.
           IF A11-F-SEV (A11-FI) = 'E'
               MOVE 'ERROR' TO A11-DL-SEV
           ELSE
               MOVE 'WARNING' TO A11-DL-SEV
           END-IF
           MOVE A11-GDL-NAME (A11-F-GDL (A11-FI)) TO A11-DL-GDL
           MOVE A11-F-ELEM (A11-FI) TO A11-DL-ELEM
           MOVE A11-F-SUBJECT (A11-FI) TO A11-DL-SUBJECT
           MOVE A11-F-TEXT (A11-FI) TO A11-DL-TEXT
           WRITE REPORT-LINE FROM A11-DETAIL-LINE.
       4500-EXIT.
           EXIT.

       5000-SUMMARY.
           MOVE 'FINDINGS BY CRITERION' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5100-CRITERION-LINE THRU 5100-EXIT
               VARYING A11-GI FROM 1 BY 1
               UNTIL A11-GI > 7
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SCREENS CHECKED' TO A11-TL-LABEL
           MOVE A11-SCREENS-SEEN TO A11-TL-COUNT
           WRITE REPORT-LINE FROM A11-TOTAL-LINE
           MOVE 'ELEMENTS CHECKED' TO A11-TL-LABEL
           MOVE A11-ELEMENT-CT TO A11-TL-COUNT
           WRITE REPORT-LINE FROM A11-TOTAL-LINE
           MOVE 'CLEAN SCREENS' TO A11-TL-LABEL
           MOVE A11-CLEAN-CT TO A11-TL-COUNT
           WRITE REPORT-LINE FROM A11-TOTAL-LINE
           MOVE 'ERRORS' TO A11-TL-LABEL
           MOVE A11-ERROR-TOTAL TO A11-TL-COUNT
           WRITE REPORT-LINE FROM A11-TOTAL-LINE
           MOVE 'WARNINGS' TO A11-TL-LABEL
           MOVE A11-WARN-TOTAL TO A11-TL-COUNT
           WRITE REPORT-LINE FROM A11-TOTAL-LINE
           MOVE 'REGRESSED SINCE LAST PUBLISH' TO A11-TL-LABEL
           MOVE A11-REGRESS-CT TO A11-TL-COUNT
           WRITE REPORT-LINE FROM A11-TOTAL-LINE.
       5000-EXIT.
           EXIT.

       5100-CRITERION-LINE.
           MOVE SPACES TO A11-TL-LABEL
           MOVE A11-GDL-NAME (A11-GI) TO A11-TL-LABEL (3:30)
           MOVE A11-GDL-CT (A11-GI) TO A11-TL-COUNT
           WRITE REPORT-LINE FROM A11-TOTAL-LINE.
       5100-EXIT.
           EXIT.

      *> A11-NF-GDL, A11-NF-TEXT and A11-SUBJECT arrive set; the
      *> element is the one being checked (A11-KEYWORD).
       7000-ADD-ERROR.
           SET A11-NF-ERROR TO TRUE
           ADD 1 TO A11-SCR-ERRORS
           PERFORM 7200-STORE-FINDING THRU 7200-EXIT.
       7000-EXIT.
           EXIT.

       7100-ADD-WARNING.
           SET A11-NF-WARNING TO TRUE
           ADD 1 TO A11-SCR-WARNINGS
           PERFORM 7200-STORE-FINDING THRU 7200-EXIT.
       7100-EXIT.
           EXIT.

       7200-STORE-FINDING.
           ADD 1 TO A11-GDL-CT (A11-NF-GDL)
           IF A11-FND-COUNT >= 300
               ADD 1 TO A11-SCR-UNLISTED
               GO TO 7200-EXIT
           END-IF
           MOVE A11-KEYWORD TO A11-NF-ELEM
           MOVE A11-SUBJECT TO A11-NF-SUBJECT
           ADD 1 TO A11-FND-COUNT
           MOVE A11-NEW-FINDING TO A11-FND (A11-FND-COUNT).
       7200-EXIT.
           EXIT.

       8100-FIND-LINE-END.
           CONTINUE.
       8100-EXIT.
           EXIT.

       8300-SCAN-NEEDLE.
           MOVE ZERO TO A11-FOUND-POS
           MOVE 1 TO A11-SCAN-POS
           COMPUTE A11-SCAN-LIMIT = A11-ELEM-LEN - A11-NEEDLE-LEN + 1
           PERFORM 8310-SCAN-STEP THRU 8310-EXIT
               UNTIL A11-FOUND-POS > ZERO
                  OR A11-SCAN-POS > A11-SCAN-LIMIT.
       8300-EXIT.
           EXIT.

       8310-SCAN-STEP.
           IF A11-ELEM (A11-SCAN-POS:A11-NEEDLE-LEN)
                  = A11-NEEDLE (1:A11-NEEDLE-LEN)
               MOVE A11-SCAN-POS TO A11-FOUND-POS
           ELSE
               ADD 1 TO A11-SCAN-POS
           END-IF.
       8310-EXIT.
           EXIT.

       8400-EXTRACT-QUOTED.
           MOVE SPACES TO A11-QUOTED-VAL
           COMPUTE A11-VAL-START = A11-FOUND-POS + A11-NEEDLE-LEN
           MOVE A11-VAL-START TO A11-SCAN-POS
           MOVE 'N' TO A11-QUOTE-SW
           PERFORM 8420-FIND-QUOTE THRU 8420-EXIT
               UNTIL A11-QUOTE-FOUND OR A11-SCAN-POS > A11-ELEM-LEN
           COMPUTE A11-VAL-LEN = A11-SCAN-POS - A11-VAL-START
           IF A11-VAL-LEN > 64
               MOVE 64 TO A11-VAL-LEN
           END-IF
           IF A11-VAL-LEN > ZERO
               MOVE A11-ELEM (A11-VAL-START:A11-VAL-LEN)
                   TO A11-QUOTED-VAL
           END-IF.
       8400-EXIT.
           EXIT.

      *> As 8300, but an attribute given as "" counts as absent.
       8410-SCAN-NONEMPTY.
           PERFORM 8300-SCAN-NEEDLE THRU 8300-EXIT
           IF A11-FOUND-POS = ZERO
               GO TO 8410-EXIT
           END-IF
           PERFORM 8400-EXTRACT-QUOTED THRU 8400-EXIT
           IF A11-QUOTED-VAL = SPACES
               MOVE ZERO TO A11-FOUND-POS
           END-IF.
       8410-EXIT.
           EXIT.

       8420-FIND-QUOTE.
           IF A11-ELEM (A11-SCAN-POS:1) = '"'
               SET A11-QUOTE-FOUND TO TRUE
           ELSE
               ADD 1 TO A11-SCAN-POS
           END-IF.
       8420-EXIT.
           EXIT.

       9000-WRAP-UP.
           CLOSE MEMBER-IN SCREEN-IN CATALOG-IN BASE-IN
                 BASE-OUT REPORT-OUT
           EVALUATE TRUE
               WHEN A11-REGRESS-CT > ZERO
                   MOVE 12 TO RETURN-CODE
               WHEN A11-ERROR-TOTAL > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN A11-WARN-TOTAL > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'A11YRPT: ' A11-SCREENS-SEEN ' SCREENS, '
                   A11-ERROR-TOTAL ' ERRORS, ' A11-WARN-TOTAL
                   ' WARNINGS, ' A11-REGRESS-CT ' REGRESSED'.
       9000-EXIT.
           EXIT.
