       FD  AUDIT-IN.
       01  AUDIT-IN-RECORD        PIC X(61).
       FD  AUDIT-OUT.
       01  AUDIT-OUT-RECORD       PIC X(84).
       WORKING-STORAGE SECTION.
       77  CNV-AUDIN-STATUS       PIC X(02).
       77  CNV-AUDOUT-STATUS      PIC X(02).

       3000-CONVERT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
      *> The legacy sequence is zero-extended to the current width.
           IF CNV-OLD-SEQ IS NUMERIC
               MOVE '0000' TO AUDIT-SEQ (1:4)
               MOVE CNV-OLD-SEQ TO AUDIT-SEQ (5:4)
           ELSE
               MOVE CNV-OLD-SEQ TO AUDIT-SEQ
           END-IF
           MOVE PARM-LEGACY-DATE TO AUDIT-DATE
           MOVE SPACES TO AUDIT-TIME
           STRING CNV-OLD-TIME ':00' DELIMITED BY SIZE
