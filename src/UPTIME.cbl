      *> samples, measured sample-to-sample), and the uptime
      *> percentage over the component's sampled span. Days are
      *> true calendar days through the shared date service,
      *> consistent with the other reporting jobs. Downtime that
      *> falls inside a window booked for the component on the
      *> maintenance calendar (MAINT-FILE) is planned: it is
      *> reported in its own column, opens no outage episode, and
      *> is taken out of the span as well as the downtime, so the
      *> uptime percentage measures unplanned downtime against
      *> the time the component was promised to be up.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPTIME.
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT HISTORY-IN ASSIGN TO HISTINDD
               FILE STATUS IS UPT-HSTIN-STATUS.
           SELECT MAINT-IN ASSIGN TO MNTINDD
               FILE STATUS IS UPT-MNT-STATUS.
           SELECT REPORT-OUT ASSIGN TO RPTOUT
               FILE STATUS IS UPT-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-IN.
       01  HISTORY-IN-RECORD      PIC X(60).
       FD  MAINT-IN.
       01  MAINT-IN-RECORD        PIC X(113).
       FD  REPORT-OUT.
       01  REPORT-LINE            PIC X(133).
       WORKING-STORAGE SECTION.
       77  UPT-HSTIN-STATUS       PIC X(02).
       77  UPT-MNT-STATUS         PIC X(02).
       77  UPT-RPT-STATUS         PIC X(02).
       77  UPT-SAMPLES-READ       PIC 9(07) COMP VALUE ZERO.
       77  UPT-CX                 PIC 9(02) COMP VALUE ZERO.
       01  UPT-SWITCHES.
           05 UPT-HSTIN-EOF-SW    PIC X(01) VALUE 'N'.
              88 UPT-HSTIN-EOF    VALUE 'Y'.
           05 UPT-MNT-EOF-SW      PIC X(01) VALUE 'N'.
              88 UPT-MNT-EOF      VALUE 'Y'.
           05 UPT-IN-WINDOW-SW    PIC X(01) VALUE 'N'.
              88 UPT-IN-WINDOW    VALUE 'Y'.
       01  UPT-COMP-TABLE.
           05 UPT-COMP-ENTRY OCCURS 10 TIMES.
              10 UPT-CT-NAME      PIC X(10).
              10 UPT-CT-SAMPLES   PIC 9(05) COMP.
              10 UPT-CT-OUTAGES   PIC 9(05) COMP.
              10 UPT-CT-DOWNSECS  PIC S9(12) COMP.
              10 UPT-CT-PLANSECS  PIC S9(12) COMP.
              10 UPT-CT-FIRST     PIC S9(12) COMP.
              10 UPT-CT-LAST      PIC S9(12) COMP.
              10 UPT-CT-PREVOP-SW PIC X(01).
              10 UPT-CT-PREVMW-SW PIC X(01).
       01  UPT-DATE-WORK.
           05 UPT-DW-X            PIC X(10).
           05 UPT-DW-PARTS REDEFINES UPT-DW-X.
           05 FILLER              PIC X(09) VALUE 'SAMPLES'.
           05 FILLER              PIC X(09) VALUE 'OUTAGES'.
           05 FILLER              PIC X(15) VALUE 'DOWNTIME MINS'.
           05 FILLER              PIC X(15) VALUE 'PLANNED MINS'.
           05 FILLER              PIC X(73) VALUE 'UPTIME PCT'.
       01  UPT-DETAIL.
           05 UPT-DT-NAME         PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 UPT-DT-DOWNMINS     PIC ZZZZZZZZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 UPT-DT-PLANMINS     PIC ZZZZZZZZZZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 UPT-DT-PCT          PIC ZZ9.99.
           05 FILLER              PIC X(01) VALUE '%'.
           05 FILLER              PIC X(66) VALUE SPACES.
       COPY STATHIST-RECORD.
       COPY MAINT-RECORD.
       COPY MAINT-WINDOW-WS.
       COPY DATE-SERVICE-WS.
       LINKAGE SECTION.
       01  PARM-AREA.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT HISTORY-IN MAINT-IN
           OPEN OUTPUT REPORT-OUT
           IF UPT-HSTIN-STATUS NOT = '00'
            OR UPT-MNT-STATUS NOT = '00'
            OR UPT-RPT-STATUS NOT = '00'
               DISPLAY 'UPTIME: OPEN FAILED HIST='
                       UPT-HSTIN-STATUS
                       ' MNT=' UPT-MNT-STATUS
                       ' RPT=' UPT-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-WINDOW THRU 1100-EXIT
               UNTIL UPT-MNT-EOF
           CLOSE MAINT-IN
           MOVE PARM-MONTH TO UPT-H1-MONTH
           WRITE REPORT-LINE FROM UPT-HEAD-1
           WRITE REPORT-LINE FROM UPT-HEAD-2
       1000-EXIT.
           EXIT.

       1100-LOAD-WINDOW.
           READ MAINT-IN INTO MAINT-RECORD
               AT END SET UPT-MNT-EOF TO TRUE
               GO TO 1100-EXIT
           END-READ
           PERFORM 9850-MW-ADD-WINDOW THRU 9850-EXIT
           IF MW-TABLE-FULL
               DISPLAY 'UPTIME: MAINTENANCE TABLE FULL AT 200'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1100-EXIT.
           EXIT.

       3000-TAKE-SAMPLE.
           ADD 1 TO UPT-SAMPLES-READ
           IF SH-DATE (1:7) NOT = PARM-MONTH
               MOVE ZERO TO UPT-CT-SAMPLES (UPT-FOUND)
               MOVE ZERO TO UPT-CT-OUTAGES (UPT-FOUND)
               MOVE ZERO TO UPT-CT-DOWNSECS (UPT-FOUND)
               MOVE ZERO TO UPT-CT-PLANSECS (UPT-FOUND)
               MOVE UPT-SECONDS TO UPT-CT-FIRST (UPT-FOUND)
               MOVE UPT-SECONDS TO UPT-CT-LAST (UPT-FOUND)
               MOVE 'Y' TO UPT-CT-PREVOP-SW (UPT-FOUND)
               MOVE 'N' TO UPT-CT-PREVMW-SW (UPT-FOUND)
           END-IF.
       3100-EXIT.
           EXIT.
           EXIT.

      *> Time between this sample and the previous one counts as
      *> downtime when the previous sample was not Operational -
      *> planned when that sample fell inside a booked window; a
      *> transition away from Operational outside a window (or a
      *> component still down when its window closes) opens an
      *> outage episode.
       3200-APPLY-SAMPLE.
           ADD 1 TO UPT-CT-SAMPLES (UPT-FOUND)
           MOVE SH-COMPONENT TO MW-COMPONENT-IN
           MOVE SH-DATE TO MW-DATE-IN
           MOVE SH-TIME TO MW-TIME-IN
           PERFORM 9860-MW-FIND-WINDOW THRU 9860-EXIT
           IF MW-HIT > ZERO
               SET UPT-IN-WINDOW TO TRUE
           ELSE
               MOVE 'N' TO UPT-IN-WINDOW-SW
           END-IF
           IF UPT-CT-PREVOP-SW (UPT-FOUND) = 'N'
               IF UPT-CT-PREVMW-SW (UPT-FOUND) = 'Y'
                   COMPUTE UPT-CT-PLANSECS (UPT-FOUND) =
                       UPT-CT-PLANSECS (UPT-FOUND)
                       + UPT-SECONDS - UPT-CT-LAST (UPT-FOUND)
               ELSE
                   COMPUTE UPT-CT-DOWNSECS (UPT-FOUND) =
                       UPT-CT-DOWNSECS (UPT-FOUND)
                       + UPT-SECONDS - UPT-CT-LAST (UPT-FOUND)
               END-IF
           END-IF
           IF SH-STATUS NOT = 'Operational'
               IF NOT UPT-IN-WINDOW
                AND (UPT-CT-PREVOP-SW (UPT-FOUND) = 'Y'
                  OR UPT-CT-PREVMW-SW (UPT-FOUND) = 'Y')
                   ADD 1 TO UPT-CT-OUTAGES (UPT-FOUND)
               END-IF
               MOVE 'N' TO UPT-CT-PREVOP-SW (UPT-FOUND)
           ELSE
               MOVE 'Y' TO UPT-CT-PREVOP-SW (UPT-FOUND)
           END-IF
           MOVE UPT-IN-WINDOW-SW TO UPT-CT-PREVMW-SW (UPT-FOUND)
           MOVE UPT-SECONDS TO UPT-CT-LAST (UPT-FOUND).
       3200-EXIT.
           EXIT.
           MOVE UPT-CT-OUTAGES (UPT-CX) TO UPT-DT-OUTAGES
           COMPUTE UPT-DT-DOWNMINS =
               UPT-CT-DOWNSECS (UPT-CX) / 60
           COMPUTE UPT-DT-PLANMINS =
               UPT-CT-PLANSECS (UPT-CX) / 60
           COMPUTE UPT-SPAN =
               UPT-CT-LAST (UPT-CX) - UPT-CT-FIRST (UPT-CX)
               - UPT-CT-PLANSECS (UPT-CX)
           IF UPT-SPAN > ZERO
               COMPUTE UPT-PCT ROUNDED =
                   (UPT-SPAN - UPT-CT-DOWNSECS (UPT-CX))
       9100-EXIT.
           EXIT.

       COPY MAINT-WINDOW.

       COPY DATE-SERVICE.
