      *    THE EXPECTED SEASON IS DAYS 1-24 PARTS 1 AND 2 PLUS DAY
      *    25 PART 1 -- 49 ANSWERS.  ANY FINDING ENDS THE STEP
      *    RC=8; A CLEAN SEASON CLOSES RC=0.  SEE JCL/AOCCLOSE.JCL.
      *    THE SEASON CLOSED IS THE SEASON'S OWN ACCOUNT: ARCHIVE
      *    RECORDS AND LEDGER ROWS STAMPED WITH ANOTHER ANALYST'S
      *    ACCOUNT (BOARD CONTROL COLUMNS 99-106) ARE PASSED OVER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
               10  ANS-REC-PROGRAM PIC X(08).
               10  FILLER          PIC X.
               10  ANS-REC-SEQ     PIC X(04).
               10  FILLER          PIC X.
               10  ANS-REC-ACCOUNT PIC X(08).
           05  FILLER              PIC X.
           05  ANS-REC-RC          PIC X(05).
           05  FILLER              PIC X.
           05  LDG-WHO             PIC X(08).
           05  FILLER              PIC X.
           05  LDG-DATE            PIC X(08).
           05  FILLER              PIC X.
           05  LDG-ACCOUNT         PIC X(08).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
                   AT END SET ANS-EOF TO TRUE
                   NOT AT END
                       MOVE ANS-REC-LABEL TO KW-LABEL
                       MOVE +0 TO SLOT-NDX
                       IF ANS-REC-ACCOUNT = SPACES
                           PERFORM 050-SLOT-FOR-LABEL
                       END-IF
                       IF SLOT-NDX > 0
                           MOVE ANS-REC-DATE
                             TO SEA-FINAL-DATE (SLOT-NDX)
                   AT END SET LDG-EOF TO TRUE
                   NOT AT END
                       IF LEDGER-RECORD NOT = SPACES AND
                          LDG-LABEL (1 : 1) NOT = "*" AND
                          LDG-ACCOUNT = SPACES
                           MOVE LDG-LABEL TO KW-LABEL
                           PERFORM 050-SLOT-FOR-LABEL
                           IF SLOT-NDX > 0
