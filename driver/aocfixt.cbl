      *    OF FUNCTION ORD, SO IT PRODUCES IDENTICAL RESULTS ON
      *    EITHER COLLATING SEQUENCE AND THE OLD ABEND-ON-ASCII
      *    ORDERING PRECAUTION IS NO LONGER NEEDED.
      *    PARM REENTRY=Y RUNS THE PACK IN DOUBLE-RUN MODE: EVERY
      *    ENTRY IS CALLED TWICE BACK TO BACK IN THIS ONE RUN UNIT,
      *    THE WAY AOCBOARD CALLS DAY17ALL TWICE.  AFTER EACH CALL
      *    THE DRIVER RE-READS THE WORK DATASET AND PICKS OUT THE
      *    ANSWERS THAT CALL ADDED (KEYS NOT SEEN BEFORE), THEN
      *    COMPARES THE SECOND CALL'S RC AND ANSWERS WITH THE
      *    FIRST'S.  ANY DIFFERENCE -- A CHANGED RC, A CHANGED VALUE
      *    OR LOGGED RC, AN ANSWER LOGGED BY ONLY ONE OF THE CALLS --
      *    IS PRINTED AS A REENTRY LINE AND SCORES THE ENTRY AS A
      *    FAILURE WITH RC=8: THE PROGRAM IS CARRYING WORKING-STORAGE
      *    OR HEAP STATE FROM ONE CALL INTO THE NEXT.  ONLY THE FIRST
      *    CALL'S ANSWERS GO THROUGH THE EXPECTED-ANSWERS CHECK, AND
      *    ONLY THE FIRST CALL IS TIMED.
      *    PARM SUBSET=Y RUNS A PARTIAL BOARD -- THE PROVING SET
      *    AOCBPROM BUILDS FOR A PENDING BOARD CONTROL CHANGE.  ONLY
      *    THE EXPECTED ANSWERS FOR DAYS THAT HAVE AN ENTRY ON THE
      *    BOARD BEING RUN ARE LOADED, SO THE DAYS LEFT OFF ARE NOT
      *    REPORTED MISSING, AND THE SCOREBOARD IS ALSO WRITTEN TO
      *    THE RESULTS DATASET (DD/ENV AOCFXRES) FOR AOCBPROM TO
      *    JUDGE AND AUDIT: ONE E RECORD PER ENTRY, ONE A RECORD PER
      *    MISMATCHED, MISSING OR UNEXPECTED ANSWER, AND A CLOSING T
      *    RECORD WITH THE TOTALS AND THE RUN'S RC.  SEE
      *    JCL/AOCBPROM.JCL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ANW-REC-KEY
              FILE STATUS IS ANW-FILE-STATUS.
           SELECT RESULT-FILE
              ASSIGN TO AOCFXRES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RES-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
               10  ANW-PROGRAM       PIC  X(08).
               10  FILLER            PIC  X.
               10  ANW-SEQ           PIC  X(04).
               10  FILLER            PIC  X.
               10  ANW-ACCOUNT       PIC  X(08).
           05  FILLER                PIC  X.
           05  ANW-RC-TEXT           PIC  X(05).
           05  FILLER                PIC  X.
           05  FILLER                PIC  X.
           05  ANW-BUILD             PIC  X(16).

       FD  RESULT-FILE.
       01  RESULT-RECORD             PIC  X(100).

       WORKING-STORAGE SECTION.
       01  VERIFY-CONTROLS.
           05  EXP-FILE-STATUS       PIC  X(02) VALUE SPACES.
           05  RUNTIME-DETECTED      PIC  X(06) VALUE SPACES.
           05  SKIPPED-RUNTIME       PIC S9(4) COMP-5 VALUE +0.

      *    SUBSET=Y -- WHICH DAYS HAVE AN ENTRY ON THE BOARD, AND
      *    THE RESULTS DATASET AOCBPROM READS BACK.
       01  SUBSET-CONTROLS.
           05  SW-SUBSET             PIC  X     VALUE "N".
               88 SUBSET-ACTIVE                 VALUE "Y".
           05  RES-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 RES-FILE-OK                   VALUE "00".
           05  SUBSET-DAY-FLAG       PIC  X(01) OCCURS 25 TIMES.
               88 SUBSET-DAY-ON-BOARD           VALUE "Y".
           05  SKIPPED-SUBSET        PIC S9(4) COMP-5 VALUE +0.
           05  LABEL-WORK            PIC  X(20) VALUE SPACES.
           05  LABEL-DAY             PIC S9(4) COMP-5 VALUE +0.
           05  LABEL-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  LABEL-DIGITS          PIC S9(4) COMP-5 VALUE +0.
           05  LABEL-DIGIT           PIC  9(01) VALUE ZERO.

       01  RESULT-ENTRY-LINE.
           05  FILLER                PIC  X(02) VALUE "E ".
           05  RSE-LABEL             PIC  X(20).
           05  FILLER                PIC  X(01) VALUE SPACE.
           05  RSE-PROGRAM           PIC  X(08).
           05  FILLER                PIC  X(04) VALUE " RC=".
           05  RSE-RC                PIC  -(4)9.
           05  FILLER                PIC  X(01) VALUE SPACE.
           05  RSE-OUTCOME           PIC  X(04).
           05  FILLER                PIC  X(01) VALUE SPACE.
           05  RSE-NOTE              PIC  X(17) VALUE SPACES.

       01  RESULT-ANSWER-LINE.
           05  FILLER                PIC  X(02) VALUE "A ".
           05  RSA-LABEL             PIC  X(20).
           05  FILLER                PIC  X(01) VALUE SPACE.
           05  RSA-KIND              PIC  X(10).
           05  FILLER                PIC  X(01) VALUE SPACE.
           05  RSA-EXPECTED          PIC  X(32).
           05  FILLER                PIC  X(01) VALUE SPACE.
           05  RSA-ACTUAL            PIC  X(32).

       01  RESULT-TOTAL-LINE.
           05  FILLER                PIC  X(06) VALUE "T RUN=".
           05  RST-RUN               PIC  ZZZ9.
           05  FILLER                PIC  X(06) VALUE " PASS=".
           05  RST-PASS              PIC  ZZZ9.
           05  FILLER                PIC  X(06) VALUE " FAIL=".
           05  RST-FAIL              PIC  ZZZ9.
           05  FILLER                PIC  X(07) VALUE " MATCH=".
           05  RST-MATCH             PIC  ZZZ9.
           05  FILLER                PIC  X(10) VALUE " MISMATCH=".
           05  RST-MISMATCH          PIC  ZZZ9.
           05  FILLER                PIC  X(09) VALUE " MISSING=".
           05  RST-MISSING           PIC  ZZZ9.
           05  FILLER                PIC  X(12) VALUE " UNEXPECTED=".
           05  RST-UNEXPECTED        PIC  ZZZ9.
           05  FILLER                PIC  X(04) VALUE " RC=".
           05  RST-RC                PIC  ZZZ9.

       01  EXPECTED-TABLE.
           05  EXPECTED-ENTRY OCCURS 64 TIMES.
               10  EXP-LABEL         PIC  X(20).
               10  BRD-RAN           PIC  X(01) VALUE "N".
                   88 BRD-WAS-RUN             VALUE "Y".
               10  BRD-ELAPSED       PIC S9(18) COMP-5 VALUE +0.
               10  BRD-RC-2          PIC S9(4) COMP-5 VALUE +0.
               10  BRD-REENTRY       PIC  X(01) VALUE "N".
                   88 BRD-REENTRY-DIFFERS     VALUE "Y".

       01  BOARD-CONTROLS.
           05  BOARD-MAX             PIC S9(4) COMP-5 VALUE +64.

       01  REPORT-LINE               PIC  X(60).

       01  PARM-CONTROLS.
           05  PARM-TOKEN            PIC  X(20) OCCURS 5 TIMES.
           05  PARM-TOKEN-NDX        PIC S9(4) COMP-5 VALUE +0.
           05  SW-REENTRY            PIC  X     VALUE "N".
               88 REENTRY-ACTIVE                VALUE "Y".

      *    DOUBLE-RUN CAPTURE -- ONE ROW PER ANSWER RECORD THE WORK
      *    DATASET HAS HELD, TAGGED WITH THE CALL (1 OR 2) THAT
      *    ADDED IT.  AN ENTRY'S ROWS ARE CONTIGUOUS, FROM CAP-FIRST
      *    TO CAP-COUNT, SINCE THE TABLE IS TOPPED UP AFTER EVERY
      *    CALL.
       01  REENTRY-CONTROLS.
           05  CAP-MAX               PIC S9(4) COMP-5 VALUE +512.
           05  CAP-COUNT             PIC S9(4) COMP-5 VALUE +0.
           05  CAP-FIRST             PIC S9(4) COMP-5 VALUE +0.
           05  CAP-NDX               PIC S9(4) COMP-5 VALUE +0.
           05  CAP-PAIR              PIC S9(4) COMP-5 VALUE +0.
           05  CAP-FOUND             PIC S9(4) COMP-5 VALUE +0.
           05  CAP-CALL-NOW          PIC  X(01) VALUE SPACE.
           05  SW-CAP-OVERFLOW       PIC  X     VALUE "N".
               88 CAP-OVERFLOWED                VALUE "Y".
           05  REENTRY-DIFF-COUNT    PIC S9(4) COMP-5 VALUE +0.
           05  REENTRY-RC-EDIT       PIC  -(4)9.
           05  REENTRY-RC-EDIT-2     PIC  -(4)9.

       01  CAPTURE-TABLE.
           05  CAPTURE-ENTRY OCCURS 512 TIMES.
               10  CAP-KEY           PIC  X(61).
               10  CAP-CALL          PIC  X(01).
               10  CAP-LABEL         PIC  X(20).
               10  CAP-RC-TEXT       PIC  X(05).
               10  CAP-VALUE-TEXT    PIC  X(32).
               10  CAP-USED          PIC  X(01).
                   88 CAP-WAS-USED             VALUE "Y".

      *    SEASON HLQ FOR THE &HLQ. PREFIX IN CONTROL-FILE DSNS --
      *    FROM THE AOCHLQ ENVIRONMENT VALUE, DEFAULTING TO THE 2023
      *    SEASON.  FIXTURE ROWS NAME FILES, NOT DATASETS, SO THIS
           05  SLOW-PICKED-2         PIC S9(4) COMP-5 VALUE +0.
           05  SLOW-PICKED-3         PIC S9(4) COMP-5 VALUE +0.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN              PIC S9(4) COMP-5.
           05  PARM-TEXT             PIC  X(40).

       PROCEDURE DIVISION USING PARM-AREA.
           PERFORM 010-PARSE-PARM
           IF SUBSET-ACTIVE
               PERFORM 020-OPEN-RESULTS
           END-IF
           ACCEPT HLQ-VALUE FROM ENVIRONMENT "AOCHLQ"
           IF HLQ-VALUE = SPACES OR HLQ-VALUE = LOW-VALUES
               MOVE "AOC2023" TO HLQ-VALUE
           PERFORM 900-PRINT-SCOREBOARD
           GOBACK.

      *    REENTRY=Y AND SUBSET=Y ARE THE ONLY KEYWORDS -- ANYTHING
      *    ELSE IS NAMED AND IGNORED, AS AOCBOARD DOES.
       010-PARSE-PARM.
           IF ADDRESS OF PARM-AREA NOT = NULL AND PARM-LEN > 0
               MOVE SPACES TO PARM-TOKEN (1) PARM-TOKEN (2)
                              PARM-TOKEN (3) PARM-TOKEN (4)
                              PARM-TOKEN (5)
               UNSTRING PARM-TEXT (1 : PARM-LEN)
                   DELIMITED BY ALL SPACE OR ","
                   INTO PARM-TOKEN (1) PARM-TOKEN (2)
                        PARM-TOKEN (3) PARM-TOKEN (4)
                        PARM-TOKEN (5)
               END-UNSTRING
               PERFORM VARYING PARM-TOKEN-NDX FROM 1 BY 1
                   UNTIL PARM-TOKEN-NDX > 5
                   PERFORM 015-APPLY-ONE-KEYWORD
               END-PERFORM
           END-IF.

       015-APPLY-ONE-KEYWORD.
           EVALUATE TRUE
               WHEN PARM-TOKEN (PARM-TOKEN-NDX) = SPACES
                   CONTINUE
               WHEN PARM-TOKEN (PARM-TOKEN-NDX) = "REENTRY=Y"
                   SET REENTRY-ACTIVE TO TRUE
                   DISPLAY "DOUBLE-RUN MODE -- EVERY ENTRY IS CALLED"
                       " TWICE AND THE TWO CALLS COMPARED"
               WHEN PARM-TOKEN (PARM-TOKEN-NDX) = "REENTRY=N"
                   CONTINUE
               WHEN PARM-TOKEN (PARM-TOKEN-NDX) = "SUBSET=Y"
                   SET SUBSET-ACTIVE TO TRUE
                   DISPLAY "SUBSET MODE -- ONLY THE DAYS ON THIS BOARD"
                       " ARE VERIFIED"
               WHEN PARM-TOKEN (PARM-TOKEN-NDX) = "SUBSET=N"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN PARM KEYWORD IGNORED: "
                       PARM-TOKEN (PARM-TOKEN-NDX)
           END-EVALUATE.

      *    THE RESULTS ARE AOCBPROM'S ONLY EVIDENCE THE PASS RAN, SO
      *    A RESULTS DATASET THAT WILL NOT OPEN FAILS THE RUN.
       020-OPEN-RESULTS.
           OPEN OUTPUT RESULT-FILE
           IF NOT RES-FILE-OK
               DISPLAY "AOCFXRES RESULTS FILE OPEN FAILED,"
                   " STATUS=" RES-FILE-STATUS
               MOVE +8 TO WORST-RC
           END-IF.

      *    THE ANSWERS WORK DATASET CAPTURES ONLY THIS RUN'S ANSWRLOG
      *    OUTPUT, SO IT IS EMPTIED BEFORE THE FIRST ENTRY RUNS.
       080-EMPTY-ANSWERS-WORK.
                       MOVE +0             TO BRD-PARM-LEN (BX)
                   END-IF
                   MOVE CTL-PARM-TEXT    TO BRD-PARM-TEXT (BX)
                   MOVE CTL-LABEL TO LABEL-WORK
                   PERFORM 060-LABEL-DAY
                   IF LABEL-DAY > 0 AND LABEL-DAY < 26
                       SET SUBSET-DAY-ON-BOARD (LABEL-DAY) TO TRUE
                   END-IF
           END-EVALUATE.

      *    THE DAY NUMBER IN A BOARD OR ANSWER LABEL -- "DAY  5
      *    PARTS 1+2" AND "DAY 5 PART 1" ARE BOTH DAY 5.  ZERO WHEN
      *    THE LABEL DOES NOT START WITH DAY AND A NUMBER.
       060-LABEL-DAY.
           MOVE +0 TO LABEL-DAY LABEL-DIGITS
           IF LABEL-WORK (1 : 3) NOT = "DAY"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LABEL-NDX FROM 4 BY 1
               UNTIL LABEL-NDX > 20 OR LABEL-DIGITS > 1
                  OR (LABEL-DIGITS > 0 AND
                      LABEL-WORK (LABEL-NDX : 1) NOT NUMERIC)
               IF LABEL-WORK (LABEL-NDX : 1) NUMERIC
                   MOVE LABEL-WORK (LABEL-NDX : 1) TO LABEL-DIGIT
                   COMPUTE LABEL-DAY = LABEL-DAY * 10 + LABEL-DIGIT
                   ADD +1 TO LABEL-DIGITS
               ELSE
                   IF LABEL-WORK (LABEL-NDX : 1) NOT = SPACE
                       MOVE +21 TO LABEL-NDX
                   END-IF
               END-IF
           END-PERFORM.

       100-RUN-BOARD.
           PERFORM VARYING BX FROM 1 BY 1
               UNTIL BX > BOARD-COUNT
           MOVE BRD-PARM-LEN  (BX) TO PARM-CALL-LEN
           MOVE BRD-PARM-TEXT (BX) TO PARM-CALL-TEXT
           MOVE 0 TO RETURN-CODE
           MOVE CAP-COUNT TO CAP-FIRST
           ADD +1 TO CAP-FIRST
           CALL "TIMEMARK" USING CALL-START-STAMP
           CALL BRD-PROGRAM (BX) USING CALL-PARM-AREA
      *    CAPTURE THE ENTRY'S RC BEFORE ANY OTHER CALL -- EVERY
           END-IF
           ADD BRD-ELAPSED (BX) TO BOARD-ELAPSED
           SET BRD-WAS-RUN (BX) TO TRUE
           IF REENTRY-ACTIVE
               PERFORM 160-RUN-SECOND-CALL
           END-IF
           IF BRD-RC (BX) = 0 AND NOT BRD-REENTRY-DIFFERS (BX)
               ADD +1 TO PASS-COUNT
           ELSE
               ADD +1 TO FAIL-COUNT
           END-IF
           IF BRD-RC (BX) > WORST-RC
               MOVE BRD-RC (BX) TO WORST-RC
           END-IF
           IF BRD-REENTRY-DIFFERS (BX)
               MOVE +8 TO WORST-RC
           END-IF.

      *    DOUBLE-RUN MODE -- NOTE WHAT THE FIRST CALL LOGGED, CALL
      *    THE SAME PROGRAM AGAIN WITH THE SAME INPUT AND PARM, NOTE
      *    WHAT THE SECOND CALL LOGGED, AND COMPARE.  NO CANCEL IN
      *    BETWEEN: THE SECOND CALL SEES WHATEVER THE FIRST LEFT IN
      *    WORKING-STORAGE, WHICH IS THE WHOLE POINT.
       160-RUN-SECOND-CALL.
           MOVE "1" TO CAP-CALL-NOW
           PERFORM 170-CAPTURE-NEW-ANSWERS
           DISPLAY "AOCINPUT" UPON ENVIRONMENT-NAME
           DISPLAY BRD-DSN (BX) UPON ENVIRONMENT-VALUE
           MOVE BRD-PARM-LEN  (BX) TO PARM-CALL-LEN
           MOVE BRD-PARM-TEXT (BX) TO PARM-CALL-TEXT
           MOVE 0 TO RETURN-CODE
           CALL BRD-PROGRAM (BX) USING CALL-PARM-AREA
           MOVE RETURN-CODE TO BRD-RC-2 (BX)
           MOVE "2" TO CAP-CALL-NOW
           PERFORM 170-CAPTURE-NEW-ANSWERS
           PERFORM 180-COMPARE-TWO-CALLS.

      *    RE-READ THE WORK DATASET AND ADD EVERY RECORD NOT ALREADY
      *    IN THE CAPTURE TABLE UNDER THE CURRENT CALL NUMBER -- THE
      *    KEYS ARE UNIQUE, SO THE NEW ONES ARE EXACTLY WHAT THE
      *    LATEST CALL LOGGED.
       170-CAPTURE-NEW-ANSWERS.
           OPEN INPUT ANSWERS-WORK-FILE
           IF NOT ANW-FILE-OK
               DISPLAY "AOCANSWR ANSWERS WORK FILE OPEN FAILED,"
                   " STATUS=" ANW-FILE-STATUS
                   " -- DOUBLE-RUN CAPTURE LOST"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SW-ANW-EOF
           PERFORM UNTIL ANW-EOF
               READ ANSWERS-WORK-FILE
                   AT END SET ANW-EOF TO TRUE
                   NOT AT END PERFORM 175-CAPTURE-ONE-ANSWER
               END-READ
           END-PERFORM
           CLOSE ANSWERS-WORK-FILE.

       175-CAPTURE-ONE-ANSWER.
           IF ANSWERS-WORK-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO CAP-FOUND
           PERFORM VARYING CAP-NDX FROM 1 BY 1
               UNTIL CAP-NDX > CAP-COUNT OR CAP-FOUND > 0
               IF CAP-KEY (CAP-NDX) = ANW-REC-KEY
                   MOVE CAP-NDX TO CAP-FOUND
               END-IF
           END-PERFORM
           IF CAP-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           IF CAP-COUNT >= CAP-MAX
               IF NOT CAP-OVERFLOWED
                   DISPLAY "AOCANSWR HOLDS MORE ANSWERS THAN THE"
                       " DOUBLE-RUN TABLE HOLDS, LIMIT=" CAP-MAX
                   SET CAP-OVERFLOWED TO TRUE
               END-IF
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO CAP-COUNT
           MOVE ANW-REC-KEY    TO CAP-KEY        (CAP-COUNT)
           MOVE CAP-CALL-NOW   TO CAP-CALL       (CAP-COUNT)
           MOVE ANW-LABEL      TO CAP-LABEL      (CAP-COUNT)
           MOVE ANW-RC-TEXT    TO CAP-RC-TEXT    (CAP-COUNT)
           MOVE ANW-VALUE-TEXT TO CAP-VALUE-TEXT (CAP-COUNT)
           MOVE "N"            TO CAP-USED       (CAP-COUNT).

      *    PAIR EACH FIRST-CALL ANSWER WITH THE FIRST UNUSED SECOND-
      *    CALL ANSWER CARRYING ITS LABEL (THE SAME RULE THE EXPECTED
      *    CHECK USES), THEN SWEEP UP SECOND-CALL ANSWERS LEFT OVER.
       180-COMPARE-TWO-CALLS.
           IF BRD-RC-2 (BX) NOT = BRD-RC (BX)
               MOVE BRD-RC   (BX) TO REENTRY-RC-EDIT
               MOVE BRD-RC-2 (BX) TO REENTRY-RC-EDIT-2
               DISPLAY "REENTRY    " BRD-LABEL (BX)
                   " RC CALL 1=" REENTRY-RC-EDIT
                   " CALL 2=" REENTRY-RC-EDIT-2
               SET BRD-REENTRY-DIFFERS (BX) TO TRUE
           END-IF
           PERFORM VARYING CAP-NDX FROM CAP-FIRST BY 1
               UNTIL CAP-NDX > CAP-COUNT
               IF CAP-CALL (CAP-NDX) = "1"
                   PERFORM 185-PAIR-ONE-ANSWER
               END-IF
           END-PERFORM
           PERFORM VARYING CAP-NDX FROM CAP-FIRST BY 1
               UNTIL CAP-NDX > CAP-COUNT
               IF CAP-CALL (CAP-NDX) = "2" AND
                  NOT CAP-WAS-USED (CAP-NDX)
                   COMPUTE ACTUAL-VALUE =
                       FUNCTION NUMVAL (CAP-VALUE-TEXT (CAP-NDX))
                   MOVE ACTUAL-VALUE TO ACTUAL-EDIT
                   DISPLAY "REENTRY    " CAP-LABEL (CAP-NDX)
                       " CALL 2 ONLY=" ACTUAL-EDIT
                   SET BRD-REENTRY-DIFFERS (BX) TO TRUE
               END-IF
           END-PERFORM
           IF BRD-REENTRY-DIFFERS (BX)
               ADD +1 TO REENTRY-DIFF-COUNT
           END-IF.

       185-PAIR-ONE-ANSWER.
           MOVE +0 TO CAP-PAIR
           PERFORM VARYING CAP-FOUND FROM CAP-FIRST BY 1
               UNTIL CAP-FOUND > CAP-COUNT OR CAP-PAIR > 0
               IF CAP-CALL (CAP-FOUND) = "2" AND
                  CAP-LABEL (CAP-FOUND) = CAP-LABEL (CAP-NDX) AND
                  NOT CAP-WAS-USED (CAP-FOUND)
                   MOVE CAP-FOUND TO CAP-PAIR
               END-IF
           END-PERFORM
           COMPUTE ACTUAL-VALUE =
               FUNCTION NUMVAL (CAP-VALUE-TEXT (CAP-NDX))
           MOVE ACTUAL-VALUE TO EXPECT-EDIT
           IF CAP-PAIR = 0
               DISPLAY "REENTRY    " CAP-LABEL (CAP-NDX)
                   " CALL 1 ONLY=" EXPECT-EDIT
               SET BRD-REENTRY-DIFFERS (BX) TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET CAP-WAS-USED (CAP-PAIR) TO TRUE
           IF CAP-VALUE-TEXT (CAP-PAIR) NOT = CAP-VALUE-TEXT (CAP-NDX)
              OR CAP-RC-TEXT (CAP-PAIR) NOT = CAP-RC-TEXT (CAP-NDX)
               COMPUTE ACTUAL-VALUE =
                   FUNCTION NUMVAL (CAP-VALUE-TEXT (CAP-PAIR))
               MOVE ACTUAL-VALUE TO ACTUAL-EDIT
               DISPLAY "REENTRY    " CAP-LABEL (CAP-NDX)
                   " CALL 1=" EXPECT-EDIT " RC=" CAP-RC-TEXT (CAP-NDX)
               DISPLAY "           " CAP-LABEL (CAP-NDX)
                   " CALL 2=" ACTUAL-EDIT " RC=" CAP-RC-TEXT (CAP-PAIR)
               SET BRD-REENTRY-DIFFERS (BX) TO TRUE
           END-IF.


               " EXPECTED ANSWERS FOR THIS " RUNTIME-DETECTED
               " RUNTIME, " SKIPPED-RUNTIME
               " OTHER-RUNTIME RECORDS SKIPPED)"
           IF SUBSET-ACTIVE
               DISPLAY "SUBSET: " SKIPPED-SUBSET
                   " EXPECTED ANSWERS FOR DAYS NOT ON THIS BOARD"
                   " SKIPPED"
           END-IF
           OPEN INPUT ANSWERS-WORK-FILE
           IF NOT ANW-FILE-OK
               DISPLAY "AOCANSWR ANSWERS WORK FILE OPEN FAILED,"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SW-ANW-EOF
           PERFORM UNTIL ANW-EOF
               READ ANSWERS-WORK-FILE
                   AT END SET ANW-EOF TO TRUE
                   MOVE EXP-VALUE (EXP-NDX) TO EXPECT-EDIT
                   DISPLAY "MISSING    " EXP-LABEL (EXP-NDX)
                       " EXPECTED=" EXPECT-EDIT " NEVER LOGGED"
                   MOVE EXP-LABEL (EXP-NDX) TO RSA-LABEL
                   MOVE "MISSING" TO RSA-KIND
                   MOVE EXPECT-EDIT TO RSA-EXPECTED
                   MOVE SPACES TO RSA-ACTUAL
                   PERFORM 935-RESULT-ONE-ANSWER
               END-IF
           END-PERFORM
           DISPLAY "ANSWERS: MATCH=" MATCH-COUNT
           END-IF.

       310-LOAD-ONE-EXPECTED.
           MOVE EXR-LABEL TO LABEL-WORK
           PERFORM 060-LABEL-DAY
           EVALUATE TRUE
               WHEN EXPECTED-RECORD = SPACES
                   CONTINUE
                    EXR-RUNTIME NOT = "BOTH" AND
                    EXR-RUNTIME NOT = RUNTIME-DETECTED
                   ADD +1 TO SKIPPED-RUNTIME
               WHEN SUBSET-ACTIVE AND
                    (LABEL-DAY < 1 OR LABEL-DAY > 25)
                   ADD +1 TO SKIPPED-SUBSET
               WHEN SUBSET-ACTIVE AND
                    NOT SUBSET-DAY-ON-BOARD (LABEL-DAY)
                   ADD +1 TO SKIPPED-SUBSET
               WHEN EXP-COUNT >= EXP-MAX
                   DISPLAY "AOCEXPCT HAS MORE RECORDS THAN THE"
                       " EXPECTED TABLE HOLDS, LIMIT=" EXP-MAX
           IF ANSWERS-WORK-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
      *    A DOUBLE-RUN SECOND CALL'S ANSWERS WERE ALREADY JUDGED
      *    AGAINST THE FIRST CALL'S -- ONLY THE FIRST ARE VERIFIED.
           MOVE +0 TO CAP-FOUND
           PERFORM VARYING CAP-NDX FROM 1 BY 1
               UNTIL CAP-NDX > CAP-COUNT OR CAP-FOUND > 0
               IF CAP-KEY (CAP-NDX) = ANW-REC-KEY
                   MOVE CAP-NDX TO CAP-FOUND
               END-IF
           END-PERFORM
           IF CAP-FOUND > 0
               IF CAP-CALL (CAP-FOUND) = "2"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE ACTUAL-VALUE = FUNCTION NUMVAL (ANW-VALUE-TEXT)
           MOVE +0 TO EXP-FOUND
           PERFORM VARYING EXP-NDX FROM 1 BY 1
               MOVE ACTUAL-VALUE TO ACTUAL-EDIT
               DISPLAY "UNEXPECTED " ANW-LABEL
                   " ACTUAL=" ACTUAL-EDIT " NOT ON EXPECTED FILE"
               MOVE ANW-LABEL TO RSA-LABEL
               MOVE "UNEXPECTED" TO RSA-KIND
               MOVE SPACES TO RSA-EXPECTED
               MOVE ACTUAL-EDIT TO RSA-ACTUAL
               PERFORM 935-RESULT-ONE-ANSWER
               EXIT PARAGRAPH
           END-IF
           SET EXP-WAS-USED (EXP-FOUND) TO TRUE
               DISPLAY "MISMATCH   " ANW-LABEL
                   " EXPECTED=" EXPECT-EDIT
                   " ACTUAL=" ACTUAL-EDIT
               MOVE ANW-LABEL TO RSA-LABEL
               MOVE "MISMATCH" TO RSA-KIND
               MOVE EXPECT-EDIT TO RSA-EXPECTED
               MOVE ACTUAL-EDIT TO RSA-ACTUAL
               PERFORM 935-RESULT-ONE-ANSWER
           END-IF.

       900-PRINT-SCOREBOARD.
           PERFORM 960-PRINT-SLOWEST
           DISPLAY "TOTAL RUN=" BOARD-COUNT
               " PASS=" PASS-COUNT " FAIL=" FAIL-COUNT
           IF REENTRY-ACTIVE
               DISPLAY "DOUBLE-RUN: ENTRIES WHOSE 2ND CALL DIFFERED="
                   REENTRY-DIFF-COUNT
           END-IF
           IF SUBSET-ACTIVE
               PERFORM 940-RESULT-TOTALS
           END-IF
           MOVE WORST-RC TO RETURN-CODE.

       950-PRINT-ONE-LINE.
           END-STRING
           COMPUTE ELAPSED-SEC = BRD-ELAPSED (BX) / 100
           MOVE ELAPSED-SEC TO ELAPSED-EDIT
           EVALUATE TRUE
               WHEN BRD-REENTRY-DIFFERS (BX)
                   DISPLAY REPORT-LINE (1 : 48) BRD-RC (BX)
                       "  FAIL    " ELAPSED-EDIT " SEC"
                       "  2ND CALL DIFFERS"
               WHEN BRD-RC (BX) = 0
                   DISPLAY REPORT-LINE (1 : 48) BRD-RC (BX)
                       "  PASS    " ELAPSED-EDIT " SEC"
               WHEN OTHER
                   DISPLAY REPORT-LINE (1 : 48) BRD-RC (BX)
                       "  FAIL    " ELAPSED-EDIT " SEC"
           END-EVALUATE
           IF SUBSET-ACTIVE
               PERFORM 930-RESULT-ONE-ENTRY
           END-IF.

       930-RESULT-ONE-ENTRY.
           MOVE BRD-LABEL (BX)   TO RSE-LABEL
           MOVE BRD-PROGRAM (BX) TO RSE-PROGRAM
           MOVE BRD-RC (BX)      TO RSE-RC
           MOVE SPACES           TO RSE-NOTE
           EVALUATE TRUE
               WHEN NOT BRD-WAS-RUN (BX)
                   MOVE "FAIL" TO RSE-OUTCOME
                   MOVE "NOT RUN" TO RSE-NOTE
               WHEN BRD-REENTRY-DIFFERS (BX)
                   MOVE "FAIL" TO RSE-OUTCOME
                   MOVE "2ND CALL DIFFERS" TO RSE-NOTE
               WHEN BRD-RC (BX) = 0
                   MOVE "PASS" TO RSE-OUTCOME
               WHEN OTHER
                   MOVE "FAIL" TO RSE-OUTCOME
           END-EVALUATE
           IF RES-FILE-OK
               WRITE RESULT-RECORD FROM RESULT-ENTRY-LINE
           END-IF.

       935-RESULT-ONE-ANSWER.
           IF SUBSET-ACTIVE AND RES-FILE-OK
               WRITE RESULT-RECORD FROM RESULT-ANSWER-LINE
           END-IF.

       940-RESULT-TOTALS.
           MOVE BOARD-COUNT      TO RST-RUN
           MOVE PASS-COUNT       TO RST-PASS
           MOVE FAIL-COUNT       TO RST-FAIL
           MOVE MATCH-COUNT      TO RST-MATCH
           MOVE MISMATCH-COUNT   TO RST-MISMATCH
           MOVE MISSING-COUNT    TO RST-MISSING
           MOVE UNEXPECTED-COUNT TO RST-UNEXPECTED
           MOVE WORST-RC         TO RST-RC
           IF RES-FILE-OK
               WRITE RESULT-RECORD FROM RESULT-TOTAL-LINE
               CLOSE RESULT-FILE
           END-IF.

      *    NAME THE THREE SLOWEST ENTRIES -- WHEN THE NIGHTLY RUN
