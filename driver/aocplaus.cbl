       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCPLAUS.
      *    ANSWER PLAUSIBILITY CHECK -- RUN AFTER EACH AOCBOARD RUN
      *    (STEP PLAUS OF JCL/AOCBOARD.JCL).  AOCDRIFT KNOWS WHETHER
      *    AN ANSWER MOVED AND THE FIXTURE PACK KNOWS THE SAMPLE
      *    ANSWERS; THIS KNOWS WHAT A REAL ANSWER FOR A DAY/PART CAN
      *    LOOK LIKE.  EVERY ANSWER OF THE LATEST RUN IN THE KEYED
      *    ANSWERS ARCHIVE (DD/ENV AOCANSWR) IS HELD AGAINST ITS
      *    LABEL'S BAND IN THE PLAUSIBILITY CONTROL FILE (DD/ENV
      *    AOCPLCTL, SEE CTL/AOCPLAUS.CTL):
      *        - DIGIT COUNT WITHIN THE BAND'S MINIMUM AND MAXIMUM
      *          (A TRUNCATED OR OVERFLOWED S9(18) ANSWER SHOWS HERE)
      *        - ZERO ONLY WHERE THE BAND ALLOWS IT
      *        - A NEGATIVE ONLY WHERE THE BAND ALLOWS IT
      *        - WITHIN THE BAND'S OPTIONAL LOW/HIGH VALUE RANGE
      *    ONE LINE PER ANSWER ON SYSOUT:
      *        PLAUS    -- INSIDE ITS BAND
      *        OUTSIDE  -- ONE LINE PER BROKEN RULE, AND AN EVENT ON
      *                    THE ALERT FEED AT THE BAND'S SEVERITY
      *        NO BAND  -- NO CONTROL ROW FOR THE LABEL, NOT CHECKED
      *    THE LATEST RUN IS THE LAST RUN DATE/RUN ID KEY IN THE
      *    ARCHIVE -- A SEQUENTIAL READ OF THE KSDS DELIVERS KEY
      *    ORDER, AS AOCDRIFT RELIES ON.  RC IS THE HIGHEST SEVERITY
      *    OF ANY ANSWER OUTSIDE ITS BAND, 0 WHEN ALL ARE INSIDE OR
      *    THERE IS NOTHING TO CHECK; RC=8 WHEN THE ARCHIVE CANNOT BE
      *    OPENED OR A TABLE OVERFLOWS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE ANSWERS ARCHIVE IS A VSAM KSDS (SEE ANSWRLOG AND
      *    JCL/AOCDEFV.JCL); SEQUENTIAL ACCESS READS IT IN KEY
      *    ORDER, WHICH IS RUN DATE/RUN ID ORDER.
           SELECT ANSWERS-FILE
              ASSIGN TO AOCANSWR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ANS-REC-KEY
              FILE STATUS IS ANS-FILE-STATUS.
      *    PLAUSIBILITY BANDS, ONE ROW PER ANSWER LABEL.  OPTIONAL;
      *    ABSENT MEANS NOTHING IS CHECKED.
           SELECT BAND-FILE
              ASSIGN TO AOCPLCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANSWERS-FILE.
       01  ANSWERS-RECORD.
           05  ANS-REC-KEY.
               10  ANS-REC-DATE    PIC X(08).
               10  FILLER          PIC X.
               10  ANS-REC-RUN-ID  PIC X(08).
               10  FILLER          PIC X.
               10  ANS-REC-LABEL   PIC X(20).
               10  FILLER          PIC X.
               10  ANS-REC-PROGRAM PIC X(08).
               10  FILLER          PIC X.
               10  ANS-REC-SEQ     PIC X(04).
               10  FILLER          PIC X.
               10  ANS-REC-ACCOUNT PIC X(08).
           05  FILLER              PIC X.
           05  ANS-REC-RC          PIC X(05).
           05  FILLER              PIC X.
           05  ANS-REC-VALUE       PIC X(32).
           05  ANS-REC-VERSION     PIC X.
           05  FILLER              PIC X.
           05  ANS-REC-BUILD       PIC X(16).

       FD  BAND-FILE.
       01  BAND-RECORD.
           05  BND-LABEL           PIC X(20).
           05  FILLER              PIC X.
           05  BND-MINDIG          PIC 9(02).
           05  FILLER              PIC X.
           05  BND-MAXDIG          PIC 9(02).
           05  FILLER              PIC X.
           05  BND-ZERO            PIC X.
           05  FILLER              PIC X.
           05  BND-NEGATIVE        PIC X.
           05  FILLER              PIC X.
           05  BND-SEVERITY        PIC 9(02).
           05  FILLER              PIC X.
           05  BND-LOW             PIC X(19).
           05  FILLER              PIC X.
           05  BND-HIGH            PIC X(19).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  ANS-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 ANS-FILE-OK                 VALUE "00".
           05  SW-ANS-EOF          PIC  X     VALUE "N".
               88 ANS-EOF                     VALUE "Y".
           05  BND-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 BND-FILE-OK                 VALUE "00".
           05  SW-BND-EOF          PIC  X     VALUE "N".
               88 BND-EOF                     VALUE "Y".

       01  BAND-CONTROLS.
           05  BAND-MAX            PIC S9(4) COMP-5 VALUE +128.
           05  BAND-COUNT          PIC S9(4) COMP-5 VALUE +0.
           05  BAND-NDX            PIC S9(4) COMP-5 VALUE +0.
           05  BAND-FOUND          PIC S9(4) COMP-5 VALUE +0.
       01  BAND-TABLE.
           05  BAND-ENTRY OCCURS 128 TIMES.
               10  BAND-LABEL      PIC  X(20).
               10  BAND-MINDIG     PIC S9(4) COMP-5.
               10  BAND-MAXDIG     PIC S9(4) COMP-5.
               10  BAND-ZERO       PIC  X(01).
               10  BAND-NEGATIVE   PIC  X(01).
               10  BAND-SEVERITY   PIC S9(4) COMP-5.
               10  BAND-LOW-SET    PIC  X(01).
               10  BAND-LOW        PIC S9(31) COMP-3.
               10  BAND-HIGH-SET   PIC  X(01).
               10  BAND-HIGH       PIC S9(31) COMP-3.

      *    THE LATEST RUN'S ANSWERS -- THE TABLE IS EMPTIED EACH TIME
      *    THE SEQUENTIAL READ REACHES A NEW RUN KEY, SO AT END OF
      *    FILE IT HOLDS THE LAST RUN ONLY.
       01  ANSWER-SET-CONTROLS.
           05  SET-MAX             PIC S9(4) COMP-5 VALUE +128.
           05  CUR-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  SET-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  THIS-RUN-KEY        PIC  X(17) VALUE SPACES.
           05  CUR-RUN-KEY         PIC  X(17) VALUE SPACES.
       01  CURRENT-ANSWER-TABLE.
           05  CUR-ENTRY OCCURS 128 TIMES.
               10  CUR-LABEL       PIC  X(20).
               10  CUR-PROGRAM     PIC  X(08).
               10  CUR-VALUE       PIC S9(31) COMP-3.

       01  CHECK-WORK.
           05  ABS-VALUE           PIC  9(31) VALUE ZEROES.
           05  LEAD-ZEROES         PIC S9(4) COMP-5 VALUE +0.
           05  DIGIT-COUNT         PIC S9(4) COMP-5 VALUE +0.
           05  FINDINGS-THIS       PIC S9(4) COMP-5 VALUE +0.
           05  REASON-TEXT         PIC  X(50) VALUE SPACES.
           05  DIGIT-EDIT          PIC  99.
           05  LIMIT-EDIT          PIC  99.
           05  SEV-EDIT            PIC  99.
           05  BOUND-EDIT          PIC  -(31)9.
           05  BOUND-LEAD          PIC S9(4) COMP-5 VALUE +0.

       01  REPORT-CONTROLS.
           05  PLAUS-COUNT         PIC S9(4) COMP-5 VALUE +0.
           05  OUTSIDE-COUNT       PIC S9(4) COMP-5 VALUE +0.
           05  UNBANDED-COUNT      PIC S9(4) COMP-5 VALUE +0.
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.
           05  CUR-EDIT            PIC  -(31)9.

      *    ALERT FEED CALL ARGUMENTS IN ALERTLOG'S LINKAGE SHAPE --
      *    EACH BROKEN RULE IS AN EVENT AT ITS BAND'S SEVERITY.
       01  ALERT-CALL-AREA.
           05  ALERT-PROGRAM       PIC  X(08) VALUE "AOCPLAUS".
           05  ALERT-SEVERITY      PIC S9(4) COMP-5 VALUE +0.
           05  ALERT-KEY           PIC  X(20) VALUE SPACES.
           05  ALERT-TEXT          PIC  X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-LOAD-BANDS
           IF BAND-COUNT = 0
               DISPLAY "ANSWER PLAUSIBILITY: NO BANDS ON AOCPLCTL"
                   " -- NOTHING TO CHECK"
           ELSE
               PERFORM 200-LOAD-LATEST-RUN
               IF CUR-COUNT = 0
                   DISPLAY "ANSWER PLAUSIBILITY: NO RUN ON THE"
                       " ARCHIVE -- NOTHING TO CHECK"
               ELSE
                   PERFORM 300-CHECK-ANSWERS
               END-IF
           END-IF
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       100-LOAD-BANDS.
           OPEN INPUT BAND-FILE
           IF NOT BND-FILE-OK
               DISPLAY "AOCPLCTL OPEN FAILED, STATUS="
                   BND-FILE-STATUS " -- NO PLAUSIBILITY BANDS"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BND-EOF
               READ BAND-FILE
                   AT END SET BND-EOF TO TRUE
                   NOT AT END PERFORM 150-LOAD-ONE-BAND
               END-READ
           END-PERFORM
           CLOSE BAND-FILE.

      *    A ROW AOCCTLCK WOULD REJECT IS SKIPPED HERE RATHER THAN
      *    TRUSTED -- A BAND READ FROM SHIFTED COLUMNS WOULD PASS OR
      *    FAIL ANSWERS AT RANDOM.
       150-LOAD-ONE-BAND.
           IF BAND-RECORD = SPACES OR BND-LABEL (1 : 1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF BND-MINDIG NOT NUMERIC OR BND-MAXDIG NOT NUMERIC
              OR BND-SEVERITY NOT NUMERIC
               DISPLAY "AOCPLCTL ROW SKIPPED, DIGITS OR SEVERITY NOT"
                   " NUMERIC: " BND-LABEL
               EXIT PARAGRAPH
           END-IF
           IF BAND-COUNT >= BAND-MAX
               DISPLAY "MORE PLAUSIBILITY BANDS THAN THE TABLE HOLDS,"
                   " LIMIT=" BAND-MAX
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO BAND-COUNT
           MOVE BND-LABEL    TO BAND-LABEL    (BAND-COUNT)
           MOVE BND-MINDIG   TO BAND-MINDIG   (BAND-COUNT)
           MOVE BND-MAXDIG   TO BAND-MAXDIG   (BAND-COUNT)
           MOVE BND-ZERO     TO BAND-ZERO     (BAND-COUNT)
           MOVE BND-NEGATIVE TO BAND-NEGATIVE (BAND-COUNT)
           MOVE BND-SEVERITY TO BAND-SEVERITY (BAND-COUNT)
           MOVE "N" TO BAND-LOW-SET (BAND-COUNT)
                       BAND-HIGH-SET (BAND-COUNT)
           MOVE +0 TO BAND-LOW (BAND-COUNT) BAND-HIGH (BAND-COUNT)
           IF BND-LOW NOT = SPACES
               MOVE "Y" TO BAND-LOW-SET (BAND-COUNT)
               COMPUTE BAND-LOW (BAND-COUNT) =
                   FUNCTION NUMVAL (BND-LOW)
           END-IF
           IF BND-HIGH NOT = SPACES
               MOVE "Y" TO BAND-HIGH-SET (BAND-COUNT)
               COMPUTE BAND-HIGH (BAND-COUNT) =
                   FUNCTION NUMVAL (BND-HIGH)
           END-IF.

       200-LOAD-LATEST-RUN.
           OPEN INPUT ANSWERS-FILE
           IF NOT ANS-FILE-OK
               DISPLAY "AOCANSWR ANSWERS ARCHIVE OPEN FAILED,"
                   " STATUS=" ANS-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ANS-EOF
               READ ANSWERS-FILE
                   AT END SET ANS-EOF TO TRUE
                   NOT AT END PERFORM 250-LOAD-ONE-ANSWER
               END-READ
           END-PERFORM
           CLOSE ANSWERS-FILE.

       250-LOAD-ONE-ANSWER.
           IF ANSWERS-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO THIS-RUN-KEY
           STRING ANS-REC-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ANS-REC-RUN-ID DELIMITED BY SIZE
               INTO THIS-RUN-KEY
           END-STRING
           IF THIS-RUN-KEY NOT = CUR-RUN-KEY
               MOVE THIS-RUN-KEY TO CUR-RUN-KEY
               MOVE +0 TO CUR-COUNT
           END-IF
           IF CUR-COUNT >= SET-MAX
               DISPLAY "RUN " CUR-RUN-KEY " HAS MORE ANSWERS THAN"
                   " THE TABLE HOLDS, LIMIT=" SET-MAX
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO CUR-COUNT
           MOVE ANS-REC-LABEL   TO CUR-LABEL (CUR-COUNT)
           MOVE ANS-REC-PROGRAM TO CUR-PROGRAM (CUR-COUNT)
           COMPUTE CUR-VALUE (CUR-COUNT) =
               FUNCTION NUMVAL (ANS-REC-VALUE).

       300-CHECK-ANSWERS.
           DISPLAY "============================================"
           DISPLAY "ANSWER PLAUSIBILITY REPORT"
           DISPLAY "  RUN " CUR-RUN-KEY " (" CUR-COUNT " ANSWERS, "
               BAND-COUNT " BANDS)"
           DISPLAY "============================================"
           PERFORM VARYING SET-NDX FROM 1 BY 1
               UNTIL SET-NDX > CUR-COUNT
               PERFORM 350-CHECK-ONE-ANSWER
           END-PERFORM
           DISPLAY "--------------------------------------------"
           DISPLAY "PLAUSIBILITY: INSIDE=" PLAUS-COUNT
               " OUTSIDE=" OUTSIDE-COUNT
               " NO BAND=" UNBANDED-COUNT.

       350-CHECK-ONE-ANSWER.
           MOVE CUR-VALUE (SET-NDX) TO CUR-EDIT
           MOVE +0 TO BAND-FOUND
           PERFORM VARYING BAND-NDX FROM 1 BY 1
               UNTIL BAND-NDX > BAND-COUNT OR BAND-FOUND > 0
               IF BAND-LABEL (BAND-NDX) = CUR-LABEL (SET-NDX)
                   MOVE BAND-NDX TO BAND-FOUND
               END-IF
           END-PERFORM
           IF BAND-FOUND = 0
               ADD +1 TO UNBANDED-COUNT
               DISPLAY "NO BAND " CUR-LABEL (SET-NDX) " "
                   CUR-PROGRAM (SET-NDX) " = " CUR-EDIT
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO FINDINGS-THIS
      *    DIGITS OF THE MAGNITUDE -- 31 LESS ITS LEADING ZEROES.  A
      *    ZERO ANSWER IS JUDGED BY THE ZERO RULE ALONE.
           IF CUR-VALUE (SET-NDX) < 0
               COMPUTE ABS-VALUE = 0 - CUR-VALUE (SET-NDX)
           ELSE
               MOVE CUR-VALUE (SET-NDX) TO ABS-VALUE
           END-IF
           MOVE +0 TO LEAD-ZEROES
           INSPECT ABS-VALUE TALLYING LEAD-ZEROES FOR LEADING "0"
           COMPUTE DIGIT-COUNT = 31 - LEAD-ZEROES
           MOVE DIGIT-COUNT TO DIGIT-EDIT
           IF CUR-VALUE (SET-NDX) = 0
               IF BAND-ZERO (BAND-FOUND) NOT = "Y"
                   MOVE "ZERO IS NOT A PLAUSIBLE ANSWER"
                     TO REASON-TEXT
                   PERFORM 380-REPORT-OUTSIDE
               END-IF
           ELSE
               IF DIGIT-COUNT < BAND-MINDIG (BAND-FOUND)
                   MOVE BAND-MINDIG (BAND-FOUND) TO LIMIT-EDIT
                   MOVE SPACES TO REASON-TEXT
                   STRING "DIGITS=" DIGIT-EDIT ", MINIMUM "
                       LIMIT-EDIT DELIMITED BY SIZE INTO REASON-TEXT
                   PERFORM 380-REPORT-OUTSIDE
               END-IF
               IF DIGIT-COUNT > BAND-MAXDIG (BAND-FOUND)
                   MOVE BAND-MAXDIG (BAND-FOUND) TO LIMIT-EDIT
                   MOVE SPACES TO REASON-TEXT
                   STRING "DIGITS=" DIGIT-EDIT ", MAXIMUM "
                       LIMIT-EDIT DELIMITED BY SIZE INTO REASON-TEXT
                   PERFORM 380-REPORT-OUTSIDE
               END-IF
           END-IF
           IF CUR-VALUE (SET-NDX) < 0
              AND BAND-NEGATIVE (BAND-FOUND) NOT = "Y"
               MOVE "NEGATIVE IS NOT A PLAUSIBLE ANSWER"
                 TO REASON-TEXT
               PERFORM 380-REPORT-OUTSIDE
           END-IF
           IF BAND-LOW-SET (BAND-FOUND) = "Y"
              AND CUR-VALUE (SET-NDX) < BAND-LOW (BAND-FOUND)
               MOVE BAND-LOW (BAND-FOUND) TO BOUND-EDIT
               PERFORM 370-TRIM-BOUND
               MOVE SPACES TO REASON-TEXT
               STRING "BELOW THE LOW BOUND " DELIMITED BY SIZE
                   BOUND-EDIT (BOUND-LEAD + 1 : ) DELIMITED BY SIZE
                   INTO REASON-TEXT
               PERFORM 380-REPORT-OUTSIDE
           END-IF
           IF BAND-HIGH-SET (BAND-FOUND) = "Y"
              AND CUR-VALUE (SET-NDX) > BAND-HIGH (BAND-FOUND)
               MOVE BAND-HIGH (BAND-FOUND) TO BOUND-EDIT
               PERFORM 370-TRIM-BOUND
               MOVE SPACES TO REASON-TEXT
               STRING "ABOVE THE HIGH BOUND " DELIMITED BY SIZE
                   BOUND-EDIT (BOUND-LEAD + 1 : ) DELIMITED BY SIZE
                   INTO REASON-TEXT
               PERFORM 380-REPORT-OUTSIDE
           END-IF
           IF FINDINGS-THIS = 0
               ADD +1 TO PLAUS-COUNT
               DISPLAY "PLAUS   " CUR-LABEL (SET-NDX) " "
                   CUR-PROGRAM (SET-NDX) " = " CUR-EDIT
           ELSE
               ADD +1 TO OUTSIDE-COUNT
           END-IF.

       370-TRIM-BOUND.
           MOVE +0 TO BOUND-LEAD
           INSPECT BOUND-EDIT TALLYING BOUND-LEAD FOR LEADING SPACE.

      *    ONE BROKEN RULE: A REPORT LINE, AN ALERT AT THE BAND'S
      *    SEVERITY, AND THE SEVERITY CARRIED TO THE STEP RC.
       380-REPORT-OUTSIDE.
           ADD +1 TO FINDINGS-THIS
           MOVE BAND-SEVERITY (BAND-FOUND) TO SEV-EDIT
           DISPLAY "OUTSIDE " CUR-LABEL (SET-NDX) " "
               CUR-PROGRAM (SET-NDX) " = " CUR-EDIT
           DISPLAY "        " REASON-TEXT " SEVERITY=" SEV-EDIT
           MOVE BAND-SEVERITY (BAND-FOUND) TO ALERT-SEVERITY
           MOVE CUR-LABEL (SET-NDX) TO ALERT-KEY
           MOVE SPACES TO ALERT-TEXT
           STRING "IMPLAUSIBLE ANSWER: " DELIMITED BY SIZE
               REASON-TEXT DELIMITED BY "  "
               INTO ALERT-TEXT
           END-STRING
           CALL "ALERTLOG" USING ALERT-PROGRAM,
               ALERT-SEVERITY, ALERT-KEY, ALERT-TEXT
           IF BAND-SEVERITY (BAND-FOUND) > WORST-RC
               MOVE BAND-SEVERITY (BAND-FOUND) TO WORST-RC
           END-IF.
       END PROGRAM AOCPLAUS.
