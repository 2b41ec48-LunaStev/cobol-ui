      *> HITCONV.cbl
      *> One-time page-view log conversion. The original
      *> HITS-FILE carried only the date, time and screen of a
      *> render, so a landing-page visit could never be tied to
      *> the signup it led to. This run migrates every old-format
      *> record to the current HIT-RECORD layout with the visitor
      *> id, campaign tag and workspace blank - the old renders
      *> were never tagged, so they count as plain visits, no
      *> campaign is credited for them and no workspace is
      *> metered for them. Run it with the web tier's log
      *> writes held, promote the output over HITS-FILE, and run
      *> any archive generation HITARCH cut before the conversion
      *> through this job too before reading it back.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HITCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HITS-IN ASSIGN TO HITSDD
               FILE STATUS IS HCV-HITIN-STATUS.
           SELECT HITS-OUT ASSIGN TO HITOUTDD
               FILE STATUS IS HCV-HITOUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HITS-IN.
       01  HITS-IN-RECORD         PIC X(42).
       FD  HITS-OUT.
       01  HITS-OUT-RECORD        PIC X(78).
       WORKING-STORAGE SECTION.
       77  HCV-HITIN-STATUS       PIC X(02).
       77  HCV-HITOUT-STATUS      PIC X(02).
       77  HCV-CONVERTED          PIC 9(09) COMP VALUE ZERO.
       01  HCV-SWITCHES.
           05 HCV-HITIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 HCV-HITIN-EOF    VALUE 'Y'.
      *> The retired layout, kept here only for the migration.
       01  HCV-OLD-RECORD.
           05 HCV-OLD-DATE        PIC X(10).
           05 HCV-OLD-TIME        PIC X(08).
           05 HCV-OLD-SCREEN      PIC X(24).
       COPY HIT-RECORD.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-CONVERT-RECORD THRU 3000-EXIT
               UNTIL HCV-HITIN-EOF
           PERFORM 9000-WRAP-UP THRU 9000-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT HITS-IN
           OPEN OUTPUT HITS-OUT
           IF HCV-HITIN-STATUS NOT = '00'
            OR HCV-HITOUT-STATUS NOT = '00'
               DISPLAY 'HITCONV: OPEN FAILED HITIN='
                       HCV-HITIN-STATUS
                       ' HITOUT=' HCV-HITOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 8100-READ-OLD THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

       3000-CONVERT-RECORD.
           MOVE SPACES TO HIT-RECORD
           MOVE HCV-OLD-DATE TO HIT-DATE
           MOVE HCV-OLD-TIME TO HIT-TIME
           MOVE HCV-OLD-SCREEN TO HIT-SCREEN
           WRITE HITS-OUT-RECORD FROM HIT-RECORD
           ADD 1 TO HCV-CONVERTED
           PERFORM 8100-READ-OLD THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

       8100-READ-OLD.
           READ HITS-IN INTO HCV-OLD-RECORD
               AT END SET HCV-HITIN-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       9000-WRAP-UP.
           CLOSE HITS-IN HITS-OUT
           DISPLAY 'HITCONV: ' HCV-CONVERTED ' RECORDS CONVERTED'.
       9000-EXIT.
           EXIT.
