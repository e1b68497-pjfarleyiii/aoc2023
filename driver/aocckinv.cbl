       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCCKINV.
      *    CHECKPOINT INVENTORY.  EVERY CHECKPOINT DATASET IN THE
      *    SEASON -- THE CKPTWRIT/CKPTREAD ONES (DAY/COMMON/
      *    AOCCKPT.CBL) AND DAY14PT2'S OWN TAGGED LAYOUT -- IS LISTED
      *    WITH ITS OWNER, THE DATE IT WAS TAKEN AND ITS AGE IN DAYS,
      *    HOW FAR ITS OWNER HAD GOT (THE CALLER'S SEQ, OR DAY14PT2'S
      *    CYCLE), AND WHETHER IT CAN STILL BE RESUMED.  THE VERDICT
      *    IS CKPTJUDG'S, THE SAME ONE CKPTREAD ACTS ON, WITH "THE
      *    CURRENT INPUT" TAKEN AS THE INPUT DSN THE CHECKPOINT WAS
      *    STAMPED WITH AND THAT DSN'S FINGERPRINT IN THE REGISTRY
      *    NOW -- A DSN RESTAGED SINCE THE CHECKPOINT WAS TAKEN NO
      *    LONGER MATCHES:
      *        CURRENT -- RESUMABLE
      *        INPUT   -- TAKEN AGAINST AN INPUT SINCE RESTAGED
      *        AGED    -- OLDER THAN AOCCKAGE DAYS
      *        NOSTAMP -- WRITTEN BEFORE CHECKPOINTS WERE STAMPED
      *        EMPTY   -- NOTHING TO RESUME (THE NORMAL STATE AFTER
      *                   A CLEAN END OF RUN)
      *        UNKNOWN -- NOT A CHECKPOINT LAYOUT THIS PROGRAM KNOWS;
      *                   NEVER DROPPED
      *        NOTOPEN -- THE DATASET WOULD NOT OPEN; NEVER DROPPED
      *    INPUT, AGED AND NOSTAMP ARE STALE -- THEIR OWNER WOULD
      *    REFUSE THEM AND START FRESH ANYWAY.  MODE=DROP EMPTIES THE
      *    STALE ONES THROUGH CKPTDROP, BUT ONLY WITH CONFIRM=YES;
      *    WITHOUT IT THE REPORT SAYS WHAT WOULD BE DROPPED AND
      *    NOTHING IS TOUCHED.  EACH DROP IS READ BACK TO PROVE THE
      *    DATASET EMPTY.
      *    THE DATASETS COME FROM AN IDCAMS LISTCAT LEVEL(HLQ) NAMES
      *    EXTRACT: EVERY NAME UNDER THE SEASON HLQ WITH CKPT IN IT
      *    (CKPT.RESTART, D14.CKPT, D22.CHECKPT ...) IS INVENTORIED.
      *    EACH ONE IS REACHED BY POINTING THE AOCCKPT ENVIRONMENT
      *    NAME AT IT, THE WAY AOCBOARD POINTS AOCINPUT.
      *        AOCCKLST -- THE LISTCAT NAMES EXTRACT (LAST TOKEN OF
      *                    EACH LINE IS THE NAME)
      *        AOCFPREG -- THE INPUT FINGERPRINT REGISTRY
      *        AOCCKRPT -- THE INVENTORY REPORT
      *    PARM KEYWORDS (PARSED BY PARMPARS):
      *        MODE=LIST|DROP -- DEFAULT LIST
      *        CONFIRM=YES    -- MODE=DROP ONLY: REALLY DROP
      *        HLQ=XXXXXXXX   -- THE SEASON HLQ; DEFAULT THE AOCHLQ
      *                          ENVIRONMENT VALUE, THEN AOC2023, THE
      *                          AOCBOARD RULE
      *    RC=0 -- EVERY CHECKPOINT CURRENT OR EMPTY, OR EVERY STALE
      *            ONE DROPPED;
      *    RC=4 -- A STALE CHECKPOINT IS LEFT IN PLACE, OR ONE IS
      *            UNKNOWN OR WOULD NOT OPEN;
      *    RC=8 -- NO LISTCAT EXTRACT, THE REPORT WOULD NOT OPEN, A
      *            BAD PARM, OR A DROP THAT DID NOT LEAVE THE
      *            DATASET EMPTY.  SEE JCL/AOCCKINV.JCL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTCAT-FILE
              ASSIGN TO AOCCKLST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LCF-FILE-STATUS.
           SELECT CHECKPOINT-FILE
              ASSIGN TO AOCCKPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CKP-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCCKRPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LISTCAT-FILE.
       01  LISTCAT-LINE              PIC  X(133).

      *    THE FIRST RECORD OF A CHECKPOINT, IN BOTH LAYOUTS.  THE
      *    CKPTWRIT HEADER CARRIES ITS STAMP AT COLUMN 48; DAY14PT2'S
      *    STAMP TAG RECORD CARRIES IT AT COLUMN 45.
       FD  CHECKPOINT-FILE
           RECORD CONTAINS 512 CHARACTERS.
       01  CKH-HEADER-RECORD.
           05  CKH-EYECATCH          PIC  X(08).
               88 CKH-CKPTWRIT-LAYOUT           VALUE "AOCCKPT2"
                                                      "AOCCKPT1".
           05  FILLER                PIC  X.
           05  CKH-NAME              PIC  X(08).
           05  FILLER                PIC  X.
           05  CKH-SEQ               PIC  9(18).
           05  FILLER                PIC  X.
           05  CKH-DATA-LEN          PIC  9(09).
           05  FILLER                PIC  X.
           05  CKH-STAMP             PIC  X(71).
           05  FILLER                PIC  X(394).
       01  CKT-TAG-RECORD.
           05  CKT-TAG               PIC  X(08).
               88 CKT-STAMP-TAG                 VALUE "STAMP".
               88 CKT-CYCLE-TAG                 VALUE "CYCLE".
           05  CKT-NUM1              PIC  9(18).
           05  CKT-NUM2              PIC  9(18).
           05  CKT-STAMP             PIC  X(71).
           05  FILLER                PIC  X(397).

       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC  X(100).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  LCF-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 LCF-FILE-OK                   VALUE "00".
           05  SW-LCF-EOF            PIC  X     VALUE "N".
               88 LCF-EOF                       VALUE "Y".
           05  CKP-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 CKP-FILE-OK                   VALUE "00".
           05  SW-CKP-EOF            PIC  X     VALUE "N".
               88 CKP-EOF                       VALUE "Y".
           05  RPT-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                   VALUE "00".

       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER            PIC X(12) VALUE "MODE".
               10  FILLER            PIC X(12) VALUE "CONFIRM".
               10  FILLER            PIC X(12) VALUE "HLQ".
               10  FILLER            PIC X(12) VALUE SPACES.
               10  FILLER            PIC X(12) VALUE SPACES.
               10  FILLER            PIC X(12) VALUE SPACES.
               10  FILLER            PIC X(12) VALUE SPACES.
               10  FILLER            PIC X(12) VALUE SPACES.
           05  PP-RESULT.
               10  PP-MODE           PIC X(01).
                   88 PP-KEYWORD-MODE          VALUE "K".
               10  PP-COUNT          PIC S9(4) COMP-5.
               10  PP-ENTRY OCCURS 8 TIMES.
                   15  PP-KEY        PIC X(12).
                   15  PP-VAL-TEXT   PIC X(20).
                   15  PP-VAL-LEN    PIC S9(4) COMP-5.
                   15  PP-VAL-NUM    PIC S9(18) COMP-5.
                   15  PP-VAL-NUMOK  PIC X(01).
           05  PG-KEY                PIC X(12) VALUE SPACES.
           05  PG-FOUND              PIC X(01) VALUE "N".
           05  PG-VAL-TEXT           PIC X(20) VALUE SPACES.
           05  PG-VAL-NUM            PIC S9(18) COMP-5 VALUE +0.

       01  RUN-OPTIONS.
           05  SW-RUN-MODE           PIC  X     VALUE "L".
               88 LIST-MODE                     VALUE "L".
               88 DROP-MODE                     VALUE "D".
           05  SW-CONFIRM            PIC  X     VALUE "N".
               88 DROP-CONFIRMED                VALUE "Y".
           05  RUN-DATE              PIC  9(08) VALUE ZEROES.
           05  WORST-RC              PIC S9(4) COMP-5 VALUE +0.

       01  HLQ-FIELDS.
           05  HLQ-VALUE             PIC  X(17) VALUE SPACES.
           05  HLQ-LEN               PIC S9(4) COMP-5 VALUE +0.

      *    ONE NAME FROM THE LISTCAT EXTRACT -- THE LAST BLANK-
      *    DELIMITED TOKEN ON THE LINE, AS AOCHSKP MODE=GENS READS IT.
       01  NAME-WORK.
           05  NAME-END              PIC S9(4) COMP-5 VALUE +0.
           05  NAME-START            PIC S9(4) COMP-5 VALUE +0.
           05  NAME-LEN              PIC S9(4) COMP-5 VALUE +0.
           05  NAME-TALLY            PIC S9(4) COMP-5 VALUE +0.
           05  CKPT-DSN              PIC  X(44) VALUE SPACES.

      *    WHAT ONE CHECKPOINT HOLDS, AND WHAT IS DONE ABOUT IT.
       01  ENTRY-WORK.
           05  ENT-OWNER             PIC  X(08) VALUE SPACES.
           05  ENT-PROGRESS          PIC  9(18) VALUE ZEROES.
           05  SW-ENT-PROGRESS       PIC  X     VALUE "N".
               88 ENT-HAS-PROGRESS              VALUE "Y".
           05  ENT-VERDICT           PIC  X(08) VALUE SPACES.
               88 ENT-CURRENT                   VALUE "CURRENT".
               88 ENT-STALE                     VALUE "INPUT"
                                                      "AGED"
                                                      "NOSTAMP".
               88 ENT-EMPTY                     VALUE "EMPTY".
               88 ENT-UNJUDGED                  VALUE "UNKNOWN"
                                                      "NOTOPEN".
           05  ENT-ACTION            PIC  X(11) VALUE SPACES.
           05  ENT-AGE-DAYS          PIC S9(8) COMP-5 VALUE +0.
           05  ENT-REASON            PIC  X(80) VALUE SPACES.
           05  ENT-NOW-STAMP         PIC  X(71) VALUE SPACES.
           05  ENT-SAVED-STAMP.
               10  ENT-SAVED-DATE    PIC  X(08).
               10  FILLER            PIC  X.
               10  ENT-SAVED-TIME    PIC  X(08).
               10  FILLER            PIC  X.
               10  ENT-SAVED-DSN     PIC  X(40).
               10  FILLER            PIC  X.
               10  ENT-SAVED-FPRINT  PIC  X(12).

       01  INVENTORY-COUNTS.
           05  FOUND-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  CURRENT-COUNT         PIC S9(4) COMP-5 VALUE +0.
           05  STALE-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  DROPPED-COUNT         PIC S9(4) COMP-5 VALUE +0.
           05  EMPTY-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  UNJUDGED-COUNT        PIC S9(4) COMP-5 VALUE +0.
           05  COUNT-EDIT-1          PIC  9(04) VALUE ZEROES.
           05  COUNT-EDIT-2          PIC  9(04) VALUE ZEROES.
           05  COUNT-EDIT-3          PIC  9(04) VALUE ZEROES.
           05  COUNT-EDIT-4          PIC  9(04) VALUE ZEROES.
           05  COUNT-EDIT-5          PIC  9(04) VALUE ZEROES.
           05  COUNT-EDIT-6          PIC  9(04) VALUE ZEROES.

       01  CKPTDROP-NAME             PIC  X(08) VALUE SPACES.

       01  INVENTORY-HEADING.
           05  FILLER                PIC  X(45) VALUE "DATASET".
           05  FILLER                PIC  X(09) VALUE "OWNER".
           05  FILLER                PIC  X(09) VALUE "TAKEN".
           05  FILLER                PIC  X(06) VALUE "  AGE".
           05  FILLER                PIC  X(11) VALUE "  PROGRESS".
           05  FILLER                PIC  X(08) VALUE "STATUS".
           05  FILLER                PIC  X(12) VALUE " ACTION".

       01  INVENTORY-LINE.
           05  INV-DSN               PIC  X(44).
           05  FILLER                PIC  X     VALUE SPACE.
           05  INV-OWNER             PIC  X(08).
           05  FILLER                PIC  X     VALUE SPACE.
           05  INV-TAKEN             PIC  X(08).
           05  FILLER                PIC  X     VALUE SPACE.
           05  INV-AGE               PIC  ZZZZ9.
           05  INV-AGE-X            REDEFINES INV-AGE
                                     PIC  X(05).
           05  FILLER                PIC  X     VALUE SPACE.
           05  INV-PROGRESS          PIC  Z(9)9.
           05  INV-PROGRESS-X       REDEFINES INV-PROGRESS
                                     PIC  X(10).
           05  FILLER                PIC  X     VALUE SPACE.
           05  INV-VERDICT           PIC  X(08).
           05  FILLER                PIC  X     VALUE SPACE.
           05  INV-ACTION            PIC  X(11).

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN              PIC S9(4) COMP-5.
           05  PARM-TEXT             PIC  X(60).

       PROCEDURE DIVISION USING PARM-AREA.
           PERFORM 000-HOUSEKEEPING
           IF WORST-RC < 8
               PERFORM 100-READ-LISTCAT
           END-IF
           PERFORM 900-WRAP-UP
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       000-HOUSEKEEPING.
           ACCEPT HLQ-VALUE FROM ENVIRONMENT "AOCHLQ"
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           IF ADDRESS OF PARM-AREA NOT = NULL AND PARM-LEN > 0
               PERFORM 010-PARSE-PARM
           END-IF
           IF HLQ-VALUE = SPACES OR HLQ-VALUE = LOW-VALUES
               MOVE "AOC2023" TO HLQ-VALUE
           END-IF
           PERFORM VARYING HLQ-LEN FROM +17 BY -1
               UNTIL HLQ-LEN < +1
                  OR HLQ-VALUE (HLQ-LEN : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCCKRPT REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN DROP-MODE AND DROP-CONFIRMED
                   STRING "CHECKPOINT INVENTORY -- "
                       HLQ-VALUE (1 : HLQ-LEN)
                       "  " RUN-DATE
                       "  DROPPING STALE CHECKPOINTS"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               WHEN DROP-MODE
                   STRING "CHECKPOINT INVENTORY -- "
                       HLQ-VALUE (1 : HLQ-LEN)
                       "  " RUN-DATE
                       "  DROP NOT CONFIRMED, NOTHING TOUCHED"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               WHEN OTHER
                   STRING "CHECKPOINT INVENTORY -- "
                       HLQ-VALUE (1 : HLQ-LEN)
                       "  " RUN-DATE
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
           END-EVALUATE
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD
           MOVE INVENTORY-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD.

       010-PARSE-PARM.
           CALL "PARMPARS" USING PARM-LEN, PARM-TEXT,
               PP-VALID-KEYS, PP-RESULT
           IF NOT PP-KEYWORD-MODE
               DISPLAY "AOCCKINV PARM IS NOT KEYWORD FORM"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "MODE" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               EVALUATE PG-VAL-TEXT
                   WHEN "LIST"
                       SET LIST-MODE TO TRUE
                   WHEN "DROP"
                       SET DROP-MODE TO TRUE
                   WHEN OTHER
                       DISPLAY "AOCCKINV MODE MUST BE LIST OR DROP"
                       MOVE +8 TO WORST-RC
               END-EVALUATE
           END-IF
           MOVE "CONFIRM" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               IF PG-VAL-TEXT = "YES"
                   SET DROP-CONFIRMED TO TRUE
               ELSE
                   DISPLAY "AOCCKINV CONFIRM MUST BE YES"
                   MOVE +8 TO WORST-RC
               END-IF
           END-IF
           MOVE "HLQ" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT TO HLQ-VALUE
           END-IF.

       050-GET-ONE-KEYWORD.
           CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
               PG-VAL-TEXT, PG-VAL-NUM.

       100-READ-LISTCAT.
           OPEN INPUT LISTCAT-FILE
           IF NOT LCF-FILE-OK
               DISPLAY "AOCCKLST LISTCAT EXTRACT OPEN FAILED, STATUS="
                   LCF-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SW-LCF-EOF
           PERFORM UNTIL LCF-EOF
               READ LISTCAT-FILE
                   AT END SET LCF-EOF TO TRUE
                   NOT AT END PERFORM 110-PICK-CHECKPOINT-NAME
               END-READ
           END-PERFORM
           CLOSE LISTCAT-FILE.

      *    A CHECKPOINT IS ANY NAME UNDER THE SEASON HLQ WITH CKPT
      *    IN IT.  LISTCAT HEADINGS, OTHER SEASONS' NAMES AND THE
      *    REST OF THE SEASON'S DATASETS ARE PASSED OVER.
       110-PICK-CHECKPOINT-NAME.
           IF LISTCAT-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING NAME-END FROM +133 BY -1
               UNTIL NAME-END < +1
                  OR LISTCAT-LINE (NAME-END : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE NAME-END TO NAME-START
           PERFORM UNTIL NAME-START < +2
              OR LISTCAT-LINE (NAME-START - 1 : 1) = SPACE
               SUBTRACT +1 FROM NAME-START
           END-PERFORM
           COMPUTE NAME-LEN = NAME-END - NAME-START + 1
           IF NAME-LEN > 44 OR NAME-LEN <= HLQ-LEN + 1
               EXIT PARAGRAPH
           END-IF
           IF LISTCAT-LINE (NAME-START : HLQ-LEN)
                   NOT = HLQ-VALUE (1 : HLQ-LEN)
              OR LISTCAT-LINE (NAME-START + HLQ-LEN : 1) NOT = "."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CKPT-DSN
           MOVE LISTCAT-LINE (NAME-START : NAME-LEN) TO CKPT-DSN
           MOVE +0 TO NAME-TALLY
           INSPECT CKPT-DSN TALLYING NAME-TALLY FOR ALL "CKPT"
           IF NAME-TALLY = 0
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO FOUND-COUNT
           PERFORM 200-INVENTORY-ONE.

      *    ------------------------------------------------------
      *    ONE CHECKPOINT DATASET
      *    ------------------------------------------------------
       200-INVENTORY-ONE.
           MOVE SPACES TO ENT-OWNER ENT-VERDICT ENT-ACTION
               ENT-REASON ENT-SAVED-STAMP
           MOVE ZEROES TO ENT-PROGRESS
           MOVE +0 TO ENT-AGE-DAYS
           MOVE "N" TO SW-ENT-PROGRESS SW-CKP-EOF
           DISPLAY "AOCCKPT" UPON ENVIRONMENT-NAME
           DISPLAY CKPT-DSN UPON ENVIRONMENT-VALUE
           OPEN INPUT CHECKPOINT-FILE
           IF NOT CKP-FILE-OK
               MOVE "NOTOPEN" TO ENT-VERDICT
               STRING "OPEN STATUS " CKP-FILE-STATUS
                   " -- NOT INVENTORIED"
                   DELIMITED BY SIZE INTO ENT-REASON
               END-STRING
           ELSE
               PERFORM 210-READ-CHECKPOINT
               CLOSE CHECKPOINT-FILE
           END-IF
           IF ENT-VERDICT = SPACES
               PERFORM 220-JUDGE-CHECKPOINT
           END-IF
           EVALUATE TRUE
               WHEN ENT-CURRENT
                   ADD +1 TO CURRENT-COUNT
               WHEN ENT-EMPTY
                   ADD +1 TO EMPTY-COUNT
               WHEN ENT-STALE
                   ADD +1 TO STALE-COUNT
                   PERFORM 230-DISPOSE-STALE
               WHEN OTHER
                   ADD +1 TO UNJUDGED-COUNT
                   IF WORST-RC < 4
                       MOVE +4 TO WORST-RC
                   END-IF
           END-EVALUATE
           PERFORM 240-WRITE-INVENTORY-LINES.

      *    THE FIRST RECORD SAYS WHOSE CHECKPOINT IT IS.  DAY14PT2'S
      *    STAMP TAG IS FOLLOWED BY ITS CYCLE TAG; A DAY14PT2
      *    CHECKPOINT FROM BEFORE THE STAMP BEGINS AT THE CYCLE TAG.
       210-READ-CHECKPOINT.
           READ CHECKPOINT-FILE
               AT END SET CKP-EOF TO TRUE
           END-READ
           IF CKP-EOF OR CKH-HEADER-RECORD = SPACES
               MOVE "EMPTY" TO ENT-VERDICT
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN CKH-CKPTWRIT-LAYOUT
                   MOVE CKH-NAME  TO ENT-OWNER
                   MOVE CKH-STAMP TO ENT-SAVED-STAMP
                   IF CKH-SEQ NUMERIC
                       MOVE CKH-SEQ TO ENT-PROGRESS
                       SET ENT-HAS-PROGRESS TO TRUE
                   END-IF
               WHEN CKT-STAMP-TAG
                   MOVE "DAY14PT2" TO ENT-OWNER
                   MOVE CKT-STAMP  TO ENT-SAVED-STAMP
                   READ CHECKPOINT-FILE
                       AT END SET CKP-EOF TO TRUE
                   END-READ
                   IF NOT CKP-EOF AND CKT-CYCLE-TAG
                      AND CKT-NUM1 NUMERIC
                       MOVE CKT-NUM1 TO ENT-PROGRESS
                       SET ENT-HAS-PROGRESS TO TRUE
                   END-IF
               WHEN CKT-CYCLE-TAG
                   MOVE "DAY14PT2" TO ENT-OWNER
                   IF CKT-NUM1 NUMERIC
                       MOVE CKT-NUM1 TO ENT-PROGRESS
                       SET ENT-HAS-PROGRESS TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN" TO ENT-VERDICT
                   MOVE "FIRST RECORD IS NOT A CHECKPOINT HEADER --"
                     & " LEFT ALONE" TO ENT-REASON
           END-EVALUATE.

      *    "THE CURRENT INPUT" FOR A CHECKPOINT IS THE DSN IT WAS
      *    STAMPED WITH, AS REGISTERED NOW -- SO AOCINPUT IS POINTED
      *    AT THAT DSN BEFORE CKPTSTMP LOOKS ITS FINGERPRINT UP.
       220-JUDGE-CHECKPOINT.
           DISPLAY "AOCINPUT" UPON ENVIRONMENT-NAME
           DISPLAY ENT-SAVED-DSN UPON ENVIRONMENT-VALUE
           CALL "CKPTSTMP" USING ENT-NOW-STAMP
           CALL "CKPTJUDG" USING ENT-SAVED-STAMP, ENT-NOW-STAMP,
               ENT-VERDICT, ENT-AGE-DAYS, ENT-REASON.

      *    A STALE CHECKPOINT IS DROPPED ONLY ON MODE=DROP WITH
      *    CONFIRM=YES, AND THE DROP IS PROVED BY READING THE
      *    DATASET BACK EMPTY.  ANY STALE ONE LEFT IN PLACE IS RC=4.
       230-DISPOSE-STALE.
           IF NOT DROP-MODE
               MOVE "STALE" TO ENT-ACTION
               IF WORST-RC < 4
                   MOVE +4 TO WORST-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT DROP-CONFIRMED
               MOVE "WOULD DROP" TO ENT-ACTION
               IF WORST-RC < 4
                   MOVE +4 TO WORST-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE ENT-OWNER TO CKPTDROP-NAME
           CALL "CKPTDROP" USING CKPTDROP-NAME
           MOVE "N" TO SW-CKP-EOF
           OPEN INPUT CHECKPOINT-FILE
           IF CKP-FILE-OK
               READ CHECKPOINT-FILE
                   AT END SET CKP-EOF TO TRUE
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           IF CKP-EOF
               MOVE "DROPPED" TO ENT-ACTION
               ADD +1 TO DROPPED-COUNT
           ELSE
               MOVE "DROP FAILED" TO ENT-ACTION
               MOVE +8 TO WORST-RC
               DISPLAY "AOCCKINV: " CKPT-DSN " NOT EMPTY AFTER DROP,"
                   " STATUS=" CKP-FILE-STATUS
           END-IF.

       240-WRITE-INVENTORY-LINES.
           MOVE CKPT-DSN    TO INV-DSN
           MOVE ENT-OWNER   TO INV-OWNER
           MOVE ENT-VERDICT TO INV-VERDICT
           MOVE ENT-ACTION  TO INV-ACTION
           IF ENT-SAVED-DATE NUMERIC
               MOVE ENT-SAVED-DATE TO INV-TAKEN
               MOVE ENT-AGE-DAYS   TO INV-AGE
           ELSE
               MOVE SPACES TO INV-TAKEN INV-AGE-X
           END-IF
           IF ENT-HAS-PROGRESS
               MOVE ENT-PROGRESS TO INV-PROGRESS
           ELSE
               MOVE SPACES TO INV-PROGRESS-X
           END-IF
           MOVE INVENTORY-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF ENT-SAVED-DATE NUMERIC
               MOVE SPACES TO REPORT-RECORD
               STRING "    INPUT " ENT-SAVED-DSN
                   "  FINGERPRINT " ENT-SAVED-FPRINT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           IF ENT-REASON NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "    " ENT-REASON
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

       900-WRAP-UP.
           MOVE FOUND-COUNT    TO COUNT-EDIT-1
           MOVE CURRENT-COUNT  TO COUNT-EDIT-2
           MOVE EMPTY-COUNT    TO COUNT-EDIT-3
           MOVE STALE-COUNT    TO COUNT-EDIT-4
           MOVE DROPPED-COUNT  TO COUNT-EDIT-5
           MOVE UNJUDGED-COUNT TO COUNT-EDIT-6
           IF RPT-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD (1 : 78)
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "CHECKPOINTS=" COUNT-EDIT-1
                   "  CURRENT=" COUNT-EDIT-2
                   "  EMPTY=" COUNT-EDIT-3
                   "  STALE=" COUNT-EDIT-4
                   "  DROPPED=" COUNT-EDIT-5
                   "  UNKNOWN/NOTOPEN=" COUNT-EDIT-6
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               IF STALE-COUNT > DROPPED-COUNT
                  AND NOT (DROP-MODE AND DROP-CONFIRMED)
                   MOVE SPACES TO REPORT-RECORD
                   MOVE "RERUN WITH PARM='MODE=DROP,CONFIRM=YES' TO"
                     & " DROP THE STALE CHECKPOINTS" TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               CLOSE REPORT-FILE
           END-IF
           DISPLAY "AOCCKINV: CHECKPOINTS=" COUNT-EDIT-1
               " STALE=" COUNT-EDIT-4 " DROPPED=" COUNT-EDIT-5
               " RC=" WORST-RC.
       END PROGRAM AOCCKINV.
