              ASSIGN TO AOCOVRD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OVR-FILE-STATUS.
      *    ARRANGE-DUMP CARRIES THIS PROGRAM'S PER-RECORD
      *    ARRANGEMENT COUNT OUT TO WHERE DAY12PT2 CAN RECOMPUTE
      *    EVERY RECORD AT THIS PART'S UNFOLDED SIZE AND CROSS-CHECK
      *    ITS MEMOIZED COUNT AGAINST THIS ENUMERATION -- THE SAME
      *    DEVICE AS DAY13PT1'S AOCMIRDMP.  OPTIONAL: A RUN WITHOUT
      *    THE DD JUST SKIPS THE DUMP.
           SELECT ARRANGE-DUMP-FILE
              ASSIGN TO AOCARRDMP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DMP-FILE-STATUS.

       DATA DIVISION.
      *-------------
       01  OVERRIDE-FIELDS.
           05  OVR-LINEINPUT     PIC X(32756).

       FD  ARRANGE-DUMP-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  ARRANGE-DUMP-RECORD.
           05  DMP-SEQ           PIC 9(06).
           05  FILLER            PIC X.
           05  DMP-COUNT         PIC 9(18).
           05  FILLER            PIC X.
           05  DMP-PROGRAM       PIC X(08).
           05  FILLER            PIC X(06).

       WORKING-STORAGE SECTION.
      *    VALIDATE-ONLY RUN -- SET BY THE VALIDATE=Y PARM TOKEN
      *    (STRIPPED BY PARMVOPT BEFORE ANY OTHER PARM HANDLING):
           05  SW-USE-OVERRIDE   PIC  X     VALUE "N".
               88 USE-OVERRIDE-FILE         VALUE "Y".

       01  ARRANGE-DUMP-AREA.
           05  DMP-FILE-STATUS   PIC  X(02) VALUE SPACES.
               88 DMP-FILE-OK              VALUE "00".

       01  SUBSCRIPT-VARIABLES.
           05  SS1               PIC S9(18) COMP-5.
           05  SS2               PIC S9(18) COMP-5.
           ELSE
               OPEN INPUT INPUT-FILE
           END-IF
           IF NOT VALIDATE-ONLY
               OPEN OUTPUT ARRANGE-DUMP-FILE
               IF NOT DMP-FILE-OK
                   DISPLAY "OPEN ARRANGE-DUMP FAILED, FILE STATUS="
                       DMP-FILE-STATUS " -- DUMP SUPPRESSED"
               END-IF
           END-IF
           IF USE-OVERRIDE-FILE
               READ OVERRIDE-FILE
                   AT END SET END-OF-FILE TO TRUE
                   EXIT PERFORM CYCLE
               END-IF
               IF UNASGN-TOT = 0
                   MOVE +1 TO ARR-COUNT
                   PERFORM 160-WRITE-ARRANGE-DUMP
                   ADD +1 TO ARR-TOTAL
                   IF USE-OVERRIDE-FILE
                       READ OVERRIDE-FILE
                   END-IF
               END-PERFORM
               ADD ARR-COUNT TO ARR-TOTAL
               PERFORM 160-WRITE-ARRANGE-DUMP
DEBUG>*        DISPLAY "ARRANGEMENTS=" ARR-COUNT
      D        DISPLAY "ARRANGEMENTS OF LINE " LINECTR " = " ARR-COUNT
      D        DISPLAY "ARRANGEMENTS TOTAL               = " ARR-TOTAL
           END-PERFORM
           .

      *    ONE DUMP RECORD PER INPUT RECORD -- THE RECORD NUMBER
      *    AND ITS ARRANGEMENT COUNT -- SO DAY12PT2'S RECONCILIATION
      *    CAN LINE ITS FOLD-1 COUNTS UP RECORD BY RECORD.
       160-WRITE-ARRANGE-DUMP.
           IF NOT DMP-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ARRANGE-DUMP-RECORD
           MOVE LINECTR         TO DMP-SEQ
           MOVE ARR-COUNT       TO DMP-COUNT
           MOVE RUNLOG-PROGRAM  TO DMP-PROGRAM
           WRITE ARRANGE-DUMP-RECORD.

       200-SCAN-SPRINGS.
           MOVE +0 TO SCANCNT
           MOVE +1 TO S41
               CLOSE OVERRIDE-FILE
           ELSE
               CLOSE INPUT-FILE
           END-IF
           IF DMP-FILE-OK
               CLOSE ARRANGE-DUMP-FILE
           END-IF.
      D    DISPLAY "FILE UNASSIGNED MAX=" FILE-UNASGN-MAX
      D        ",FILE GROUP MAX=" FILE-GROUP-MAX
