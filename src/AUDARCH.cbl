      *> retained: a malformed stamp is DATACHK's business, not a
      *> reason to purge evidence. Records carried full dates from
      *> the AUDCONV conversion on; the early record-count cut
      *> this job used before then is gone with it. A record
      *> under legal hold (LEGALHOLD-FILE - its actor named by a
      *> subject hold, or its date inside a range hold) is
      *> retained however old, and listed on SYSOUT with the
      *> matter that holds it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDARCH.
       ENVIRONMENT DIVISION.
               FILE STATUS IS ARC-ARCH-STATUS.
           SELECT AUDIT-OUT ASSIGN TO NEWAUDDD
               FILE STATUS IS ARC-AUDOUT-STATUS.
           SELECT HOLD-IN ASSIGN TO HOLDDD
               FILE STATUS IS ARC-HOLD-STATUS.
           SELECT USERS-IN ASSIGN TO USERSDD
               FILE STATUS IS ARC-USR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(84).
       FD  ARCHIVE-OUT.
       01  ARCHIVE-OUT-RECORD     PIC X(84).
       FD  AUDIT-OUT.
       01  AUDIT-OUT-RECORD       PIC X(84).
       FD  HOLD-IN.
       01  HOLD-IN-RECORD         PIC X(140).
       FD  USERS-IN.
       01  USERS-IN-RECORD        PIC X(113).
       WORKING-STORAGE SECTION.
       77  ARC-AUDIN-STATUS       PIC X(02).
       77  ARC-ARCH-STATUS        PIC X(02).
       77  ARC-AUDOUT-STATUS      PIC X(02).
       77  ARC-HOLD-STATUS        PIC X(02).
       77  ARC-USR-STATUS         PIC X(02).
       77  ARC-TOTAL-RECS         PIC 9(07) COMP VALUE ZERO.
       77  ARC-ARCHIVED           PIC 9(07) COMP VALUE ZERO.
       77  ARC-RETAINED           PIC 9(07) COMP VALUE ZERO.
       77  ARC-HELD               PIC 9(07) COMP VALUE ZERO.
       01  ARC-SWITCHES.
           05 ARC-AUDIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 ARC-AUDIN-EOF    VALUE 'Y'.
           05 ARC-LOAD-EOF-SW     PIC X(01) VALUE 'N'.
              88 ARC-LOAD-EOF     VALUE 'Y'.
       01  ARC-DATE-WORK.
           05 ARC-DW-X            PIC X(10).
           05 ARC-DW-PARTS REDEFINES ARC-DW-X.
              10 ARC-DW-S2        PIC X(01).
              10 ARC-DW-DD        PIC X(02).
       COPY AUDIT-RECORD.
       COPY USER-RECORD.
       COPY LEGALHOLD-RECORD.
       COPY LEGAL-HOLD-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN            PIC S9(04) COMP.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT AUDIT-IN HOLD-IN USERS-IN
           OPEN OUTPUT ARCHIVE-OUT
           OPEN OUTPUT AUDIT-OUT
           IF ARC-AUDIN-STATUS NOT = '00'
            OR ARC-ARCH-STATUS NOT = '00'
            OR ARC-AUDOUT-STATUS NOT = '00'
            OR ARC-HOLD-STATUS NOT = '00'
            OR ARC-USR-STATUS NOT = '00'
               DISPLAY 'AUDARCH: OPEN FAILED AUDIN='
                       ARC-AUDIN-STATUS
                       ' ARCH=' ARC-ARCH-STATUS
                       ' NEWAUD=' ARC-AUDOUT-STATUS
                       ' HOLDS=' ARC-HOLD-STATUS
                       ' USERS=' ARC-USR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-HOLD THRU 1100-EXIT
               UNTIL ARC-LOAD-EOF
           MOVE 'N' TO ARC-LOAD-EOF-SW
           PERFORM 1200-NOTE-USER THRU 1200-EXIT
               UNTIL ARC-LOAD-EOF
           CLOSE HOLD-IN USERS-IN
           PERFORM 8100-READ-AUDIT THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-HOLD.
           READ HOLD-IN INTO LEGALHOLD-RECORD
               AT END SET ARC-LOAD-EOF TO TRUE
               GO TO 1100-EXIT
           END-READ
           PERFORM 9500-LH-ADD-HOLD THRU 9500-EXIT
           IF LH-TABLE-FULL
               DISPLAY 'AUDARCH: LEGAL HOLD TABLE FULL AT 200'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1100-EXIT.
           EXIT.

      *> The trail names people by actor name, so a hold placed
      *> on a USER-ID or an email is widened to the name here.
       1200-NOTE-USER.
           READ USERS-IN INTO USER-RECORD
               AT END SET ARC-LOAD-EOF TO TRUE
               GO TO 1200-EXIT
           END-READ
           MOVE USER-ID TO LH-USER-ID-IN
           MOVE USER-EMAIL TO LH-USER-EMAIL-IN
           MOVE USER-NAME (1:10) TO LH-USER-ACTOR-IN
           PERFORM 9510-LH-NOTE-USER THRU 9510-EXIT.
       1200-EXIT.
           EXIT.

      *> ISO dates compare correctly as text, so older-than is a
      *> plain alphanumeric compare once the stamp parses.
       3100-ROUTE-RECORD.
            AND ARC-DW-S2 = '-'
            AND ARC-DW-DD IS NUMERIC
            AND ARC-DW-X < PARM-CUTOFF
               PERFORM 3200-CHECK-HOLD THRU 3200-EXIT
           ELSE
               WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
               ADD 1 TO ARC-RETAINED
       3100-EXIT.
           EXIT.

      *> An expired record still goes nowhere while a hold covers
      *> its actor or its date.
       3200-CHECK-HOLD.
           MOVE AUDIT-ACTOR TO LH-SUBJECT-IN
           PERFORM 9520-LH-CHECK-SUBJECT THRU 9520-EXIT
           IF LH-HIT = ZERO
               MOVE AUDIT-DATE TO LH-DATE-IN
               PERFORM 9530-LH-CHECK-DATE THRU 9530-EXIT
           END-IF
           IF LH-HIT = ZERO
               WRITE ARCHIVE-OUT-RECORD FROM AUDIT-RECORD
               ADD 1 TO ARC-ARCHIVED
               GO TO 3200-EXIT
           END-IF
           WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
           ADD 1 TO ARC-RETAINED
           ADD 1 TO ARC-HELD
           DISPLAY 'AUDARCH: HELD BY ' LH-E-MATTER (LH-HIT)
                   ' - SEQ ' AUDIT-SEQ ' ' AUDIT-DATE ' '
                   AUDIT-ACTOR ' ' AUDIT-EVENT.
       3200-EXIT.
           EXIT.

       8100-READ-AUDIT.
           READ AUDIT-IN INTO AUDIT-RECORD
               AT END SET ARC-AUDIN-EOF TO TRUE
           CLOSE AUDIT-IN ARCHIVE-OUT AUDIT-OUT
           DISPLAY 'AUDARCH: ' ARC-TOTAL-RECS ' LIVE RECORDS, '
                   ARC-ARCHIVED ' ARCHIVED BEFORE ' PARM-CUTOFF
                   ', ' ARC-RETAINED ' RETAINED ('
                   ARC-HELD ' UNDER LEGAL HOLD)'.
       9000-EXIT.
           EXIT.

       COPY LEGAL-HOLD.
