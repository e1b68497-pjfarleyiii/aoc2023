      *        COL  92- 99  REQUESTING ANALYST
      *        COL 101-108  REQUEST DATE
      *        COL 110-114  THE RUN'S RC, SIGNED, STAMPED AT DONE
      *        COL 116-123  BOARD ENTRY ACCOUNT (BLANK = THE OWN
      *                     ACCOUNT); LABEL PLUS ACCOUNT NAME THE
      *                     ENTRY, AND THE ENTRY RUNS UNDER IT --
      *                     HLQ.ACCOUNT. DSN, AOCACCT SET -- AS THE
      *                     BOARD RUNS IT
      *    DD/ENV AOCRUNJL -- THE RUN JOURNAL: ONE RERUN EVENT
      *                       RECORD PER REQUEST, REASON IN THE DSN
      *                       COLUMN, WRITTEN BEFORE THE ENTRY RUNS
                                   PIC  9(02).
           05  FILLER              PIC  X.
           05  CTL-PARM-TEXT       PIC  X(19).
           05  FILLER              PIC  X.
           05  CTL-ACCOUNT         PIC  X(8).

       FD  QUEUE-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  QUEUE-RECORD.
           05  QUE-STATUS          PIC  X(08).
           05  FILLER              PIC  X.
           05  QUE-DATE            PIC  X(08).
           05  FILLER              PIC  X.
           05  QUE-RC              PIC  X(05).
           05  FILLER              PIC  X.
           05  QUE-ACCOUNT         PIC  X(08).
           05  FILLER              PIC  X(07).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JRN-OVERRIDE        PIC X(01).
           05  FILLER              PIC X.
           05  JRN-RC              PIC S9(4) SIGN LEADING SEPARATE.
           05  FILLER              PIC X(44).
           05  JRN-ACCOUNT         PIC X(08).
           05  FILLER              PIC X(13).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
                           INDEXED BY BX.
               10  BRD-LABEL       PIC  X(20).
               10  BRD-PROGRAM     PIC  X(8).
               10  BRD-ACCOUNT     PIC  X(8).
               10  BRD-DSN         PIC  X(40).
               10  BRD-PARM-LEN    PIC S9(4) COMP-5.
               10  BRD-PARM-TEXT   PIC  X(19).
           05  QUE-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  QUE-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  QUE-ENTRY           OCCURS 64 TIMES.
               10  QUE-TEXT        PIC  X(130).

       01  RERUN-WORK.
           05  RUN-COUNT           PIC  9(04) VALUE ZEROES.
           SET BX TO BOARD-COUNT
           MOVE CTL-LABEL    TO BRD-LABEL (BX)
           MOVE CTL-PROGRAM  TO BRD-PROGRAM (BX)
           MOVE CTL-ACCOUNT  TO BRD-ACCOUNT (BX)
           MOVE CTL-DSN      TO BRD-DSN (BX)
           IF BRD-DSN (BX) (1 : 5) = "&HLQ."
               MOVE SPACES TO DSN-WORK
               IF CTL-ACCOUNT = SPACES
                   STRING HLQ-VALUE DELIMITED BY SPACE
                       "." CTL-DSN (6 : 35) DELIMITED BY SIZE
                       INTO DSN-WORK
                   END-STRING
               ELSE
                   STRING HLQ-VALUE DELIMITED BY SPACE
                       "." CTL-ACCOUNT DELIMITED BY SPACE
                       "." CTL-DSN (6 : 35) DELIMITED BY SIZE
                       INTO DSN-WORK
                   END-STRING
               END-IF
               MOVE DSN-WORK TO BRD-DSN (BX)
           END-IF
           IF CTL-PARM-LEN-X NUMERIC
           PERFORM VARYING BX FROM 1 BY 1
               UNTIL BX > BOARD-COUNT OR BRD-FOUND > 0
               IF BRD-LABEL (BX) = QUE-LABEL
                  AND BRD-ACCOUNT (BX) = QUE-ACCOUNT
                   MOVE +1 TO BRD-FOUND
               END-IF
           END-PERFORM
           IF BRD-FOUND = 0
               DISPLAY "RERUN REQUEST FOR " QUE-LABEL
                   " ACCOUNT " QUE-ACCOUNT " MATCHES NO BOARD ENTRY"
               MOVE "NOENTRY" TO QUE-STATUS
               MOVE "+0008"   TO QUE-RC
               MOVE QUEUE-RECORD TO QUE-TEXT (QUE-NDX)
           PERFORM 220-JOURNAL-THE-REASON
           DISPLAY "AOCINPUT" UPON ENVIRONMENT-NAME
           DISPLAY BRD-DSN (BX) UPON ENVIRONMENT-VALUE
           DISPLAY "AOCACCT" UPON ENVIRONMENT-NAME
           DISPLAY BRD-ACCOUNT (BX) UPON ENVIRONMENT-VALUE
           IF QUE-PARM NOT = SPACES
               MOVE QUE-PARM TO PARM-CALL-TEXT
               MOVE +19 TO PARM-CALL-LEN
           MOVE QUE-REASON       TO JRN-INPUT-DSN
           MOVE "N"              TO JRN-OVERRIDE
           MOVE +0               TO JRN-RC
           MOVE BRD-ACCOUNT (BX) TO JRN-ACCOUNT
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           .
