               10  ANS-REC-PROGRAM PIC X(08).
               10  FILLER          PIC X.
               10  ANS-REC-SEQ     PIC X(04).
               10  FILLER          PIC X.
               10  ANS-REC-ACCOUNT PIC X(08).
           05  FILLER              PIC X.
           05  ANS-REC-RC          PIC X(05).
           05  FILLER              PIC X.
           05  PRINTED-COUNT       PIC S9(4) COMP-5 VALUE +0.
       01  MATCH-TABLE.
           05  MAT-ENTRY OCCURS 512 TIMES.
               10  MAT-TEXT        PIC  X(118).

       01  REPORT-WORK.
           05  RPT-LINE            PIC  X(100) VALUE SPACES.
               UNTIL MAT-NDX > MAT-COUNT
               MOVE SPACES TO REPORT-RECORD
               MOVE MAT-TEXT (MAT-NDX)
                 TO REPORT-RECORD (1 : 118)
               WRITE REPORT-RECORD
               ADD +1 TO PRINTED-COUNT
           END-PERFORM
