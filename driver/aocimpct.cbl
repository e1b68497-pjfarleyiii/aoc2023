       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCIMPCT.
      *    DATASET IMPACT ANALYSIS -- EVERYTHING IN THE SUITE THAT
      *    TOUCHES A DATASET, FOR STORAGE ADMINISTRATION BEFORE A
      *    RENAME, MIGRATION, RESTORE OR VOLUME MOVE, IN PLACE OF
      *    GREPPING FOUR KINDS OF SOURCE BY HAND.  EVERY DATASET
      *    REFERENCE IS GATHERED FROM:
      *        AOCBCTL  -- BOARD CONTROL FILE: EACH ENTRY'S AOCINPUT
      *                    DSN AND THE PROGRAM THE ENTRY CALLS
      *        AOCJDDS  -- PER-PROGRAM EXTRA DD LINES (CTL/AOCJDDS)
      *        AOCJSKEL -- THE DECK SKELETON AOCJGEN BUILDS EVERY
      *                    DATED-BOARD DECK FROM
      *        AOCJCLIB -- THE JCL LIBRARY UNLOADED TO ONE SEQUENTIAL
      *                    DATASET (SEE JCL/AOCIMPCT.JCL).  A MEMBER
      *                    STARTS AT A "MEMBER NAME  XXXXXXXX" CARD
      *                    (IEBPTPCH) OR A "./ ADD NAME=XXXXXXXX" CARD
      *                    (IEBUPDTE); WITHOUT EITHER, THE JOB NAME ON
      *                    THE JOB CARD NAMES IT.
      *    JCL IS READ STATEMENT BY STATEMENT (CONTINUATIONS JOINED,
      *    CONCATENATED DDS KEPT UNDER THEIR DD NAME, COMMENTS AND
      *    IN-STREAM DATA SKIPPED), AND EACH DD THAT NAMES A DSN
      *    BECOMES A REFERENCE UNDER ITS MEMBER, STEP AND EXEC PGM.
      *    &HLQ. IS RESOLVED TO THE SEASON HLQ, SO THE ANSWER IS FOR
      *    ONE SEASON'S REAL DATASET NAMES, AND &LOADHLQ. TO THE
      *    MEMBER'S OWN SET LOADHLQ= (ELSE THE SEASON HLQ); A RELATIVE
      *    GENERATION OR MEMBER IN PARENTHESES IS SHOWN BUT NOT PART
      *    OF THE NAME MATCHED.  EACH REFERENCE IS MARKED BY ITS DISP:
      *        READ   -- DISP=SHR
      *        WRITE  -- DISP NEW, OLD OR MOD, OR NO DISP (NEW)
      *    A BOARD ENTRY'S AOCINPUT IS ALWAYS A READ, AND ITS &HLQ.
      *    TAKES THE ENTRY'S ACCOUNT (HLQ.ACCOUNT.) AS AOCBOARD DOES;
      *    THE ACCOUNT IS SHOWN AFTER THE LABEL.
      *    PARM KEYWORDS (PARSED BY PARMPARS, AT LEAST ONE OF THE
      *    FIRST TWO):
      *        DSN=PATTERN   -- LIST EVERY REFERENCE TO A MATCHING
      *                         DATASET.  * MATCHES ANY RUN OF
      *                         CHARACTERS, % ANY ONE; A LEADING
      *                         &HLQ. IS THE SEASON HLQ
      *                         (E.G. DSN=*.INFLIGHT.STATUS)
      *        PROGRAM=NAME  -- THE REVERSE: EVERY DATASET THE
      *                         PROGRAM NEEDS -- ITS BOARD INPUTS, ITS
      *                         EXTRA DDS, THE SKELETON'S DDS WHEN IT
      *                         IS ON THE DATED BOARD, AND THE DDS OF
      *                         EVERY JCL STEP THAT EXECUTES IT
      *        HLQ=XXXXXXXX  -- SEASON HLQ (DEFAULT THE AOCHLQ
      *                         ENVIRONMENT VALUE, THEN AOC2023)
      *    ANY OF THE FOUR SOURCES MAY BE LEFT OUT; THE REPORT SAYS
      *    WHICH WERE NOT READ.  THE REPORT GOES TO DD/ENV AOCIMPRP.
      *    RC=0 REFERENCES FOUND, RC=4 NOTHING MATCHED, RC=8 BAD OR
      *    MISSING PARM, REPORT NOT OPENED, OR A REFERENCE TABLE
      *    OVERFLOW (THE ANSWER WOULD BE INCOMPLETE).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE SOURCES ARE READ ONE AT A TIME AND SHARE ONE STATUS
      *    FIELD AND ONE END-OF-FILE SWITCH.
           SELECT BOARD-CTL-FILE
              ASSIGN TO AOCBCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SRC-FILE-STATUS.
           SELECT JDDS-FILE
              ASSIGN TO AOCJDDS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SRC-FILE-STATUS.
           SELECT JSKEL-FILE
              ASSIGN TO AOCJSKEL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SRC-FILE-STATUS.
           SELECT JCLLIB-FILE
              ASSIGN TO AOCJCLIB
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SRC-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCIMPRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOARD-CTL-FILE.
       01  CTL-RECORD.
           05  CTL-BOARD-FLAG        PIC  X.
           05  FILLER                PIC  X.
           05  CTL-ENABLED-FLAG      PIC  X.
           05  FILLER                PIC  X.
           05  CTL-LABEL             PIC  X(20).
           05  FILLER                PIC  X.
           05  CTL-PROGRAM           PIC  X(8).
           05  FILLER                PIC  X.
           05  CTL-DSN               PIC  X(40).
           05  FILLER                PIC  X(24).
           05  CTL-ACCOUNT           PIC  X(08).
           05  FILLER                PIC  X(01).

       FD  JDDS-FILE.
       01  JDDS-RECORD.
           05  JDD-PROGRAM           PIC  X(08).
           05  FILLER                PIC  X.
           05  JDD-JCL-LINE          PIC  X(80).

       FD  JSKEL-FILE.
       01  JSKEL-RECORD              PIC  X(80).

       FD  JCLLIB-FILE.
       01  JCLLIB-RECORD             PIC  X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC  X(132).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  SRC-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 SRC-FILE-OK                 VALUE "00".
           05  SW-SRC-EOF          PIC  X     VALUE "N".
               88 SRC-EOF                     VALUE "Y".
           05  RPT-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                 VALUE "00".

      *    PARM RESULT AREA AND LOOKUP FIELDS IN THE PARMPARS/
      *    PARMGETK LINKAGE SHAPES.
       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER          PIC X(12) VALUE "DSN".
               10  FILLER          PIC X(12) VALUE "PROGRAM".
               10  FILLER          PIC X(12) VALUE "HLQ".
               10  FILLER          PIC X(12) VALUE SPACES.
               10  FILLER          PIC X(12) VALUE SPACES.
               10  FILLER          PIC X(12) VALUE SPACES.
               10  FILLER          PIC X(12) VALUE SPACES.
               10  FILLER          PIC X(12) VALUE SPACES.
           05  PP-RESULT.
               10  PP-MODE         PIC X(01).
                   88 PP-KEYWORD-MODE        VALUE "K".
               10  PP-COUNT        PIC S9(4) COMP-5.
               10  PP-ENTRY OCCURS 8 TIMES.
                   15  PP-KEY      PIC X(12).
                   15  PP-VAL-TEXT PIC X(20).
                   15  PP-VAL-LEN  PIC S9(4) COMP-5.
                   15  PP-VAL-NUM  PIC S9(18) COMP-5.
                   15  PP-VAL-NUMOK PIC X(01).
           05  PG-KEY              PIC X(12) VALUE SPACES.
           05  PG-FOUND            PIC X(01) VALUE "N".
           05  PG-VAL-TEXT         PIC X(20) VALUE SPACES.
           05  PG-VAL-NUM          PIC S9(18) COMP-5 VALUE +0.

      *    THE QUESTION -- A DSN PATTERN, A PROGRAM, OR BOTH.
       01  QUERY-FIELDS.
           05  QUERY-PATTERN-RAW   PIC  X(20) VALUE SPACES.
           05  QUERY-PATTERN       PIC  X(44) VALUE SPACES.
           05  QUERY-PROGRAM       PIC  X(08) VALUE SPACES.
           05  HLQ-VALUE           PIC  X(17) VALUE SPACES.
           05  HLQ-LEN             PIC S9(4) COMP-5 VALUE +0.
           05  LOADHLQ-VALUE       PIC  X(17) VALUE SPACES.
           05  LOADHLQ-LEN         PIC S9(4) COMP-5 VALUE +0.
           05  QUERY-MODE          PIC  X(01) VALUE SPACE.
               88 QUERY-BY-DSN               VALUE "D".
               88 QUERY-BY-PROGRAM           VALUE "P".

      *    EVERY DATASET REFERENCE FOUND, IN SOURCE ORDER.
       01  REFERENCE-CONTROLS.
           05  REF-MAX             PIC S9(4) COMP-5 VALUE +2000.
           05  REF-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  REF-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  SW-REF-FULL         PIC  X     VALUE "N".
               88 REF-TABLE-FULL             VALUE "Y".
       01  REFERENCE-TABLE.
           05  REF-ENTRY OCCURS 2000 TIMES.
               10  REF-SOURCE      PIC  X(01).
                   88 REF-FROM-BOARD         VALUE "B".
                   88 REF-FROM-EXTRA         VALUE "X".
                   88 REF-FROM-SKELETON      VALUE "S".
                   88 REF-FROM-JCL           VALUE "J".
               10  REF-WHERE       PIC  X(34).
               10  REF-PROGRAM     PIC  X(08).
               10  REF-DDNAME      PIC  X(08).
               10  REF-ACCESS      PIC  X(05).
               10  REF-DISP        PIC  X(20).
               10  REF-DSN         PIC  X(44).
               10  REF-SUFFIX      PIC  X(10).

      *    THE SOURCE UNDER READ AND THE JCL STATEMENT BEING BUILT.
       01  SOURCE-CONTEXT.
           05  CUR-SOURCE          PIC  X(01) VALUE SPACE.
           05  CUR-MEMBER          PIC  X(12) VALUE SPACES.
           05  SW-MEMBER-CARD      PIC  X     VALUE "N".
               88 MEMBER-FROM-CARD           VALUE "Y".
           05  CUR-STEP            PIC  X(08) VALUE SPACES.
           05  CUR-PROGRAM         PIC  X(08) VALUE SPACES.
           05  CUR-DDNAME          PIC  X(08) VALUE SPACES.
           05  CUR-LINE-NO         PIC S9(4) COMP-5 VALUE +0.
           05  SOURCES-ABSENT      PIC S9(4) COMP-5 VALUE +0.
           05  ON-DATED-BOARD      PIC  X     VALUE "N".
       01  JCL-LINE                PIC  X(80) VALUE SPACES.
       01  JCL-FIELDS.
           05  LN-WORD-1           PIC  X(72) VALUE SPACES.
           05  LN-WORD-2           PIC  X(72) VALUE SPACES.
           05  LN-WORD-3           PIC  X(72) VALUE SPACES.
           05  LN-OPERANDS         PIC  X(72) VALUE SPACES.
           05  LN-LEN              PIC S9(4) COMP-5 VALUE +0.
       01  STATEMENT-WORK.
           05  SW-CONTINUED        PIC  X     VALUE "N".
               88 STATEMENT-CONTINUED        VALUE "Y".
           05  STMT-NAME           PIC  X(16) VALUE SPACES.
           05  STMT-OP             PIC  X(08) VALUE SPACES.
           05  STMT-OPERANDS       PIC  X(600) VALUE SPACES.
           05  STMT-PTR            PIC S9(4) COMP-5 VALUE +1.
           05  STMT-LEN            PIC S9(4) COMP-5 VALUE +0.
           05  OPND-START          PIC S9(4) COMP-5 VALUE +0.
           05  OPND-NDX            PIC S9(4) COMP-5 VALUE +0.
           05  OPND-DEPTH          PIC S9(4) COMP-5 VALUE +0.
           05  SW-OPND-QUOTE       PIC  X     VALUE "N".
           05  OPND-TEXT           PIC  X(200) VALUE SPACES.
           05  DD-DSN-TEXT         PIC  X(60) VALUE SPACES.
           05  DD-DISP-TEXT        PIC  X(20) VALUE SPACES.
           05  DD-DISP-STATUS      PIC  X(08) VALUE SPACES.
           05  DD-PAREN            PIC S9(4) COMP-5 VALUE +0.
           05  PGM-END             PIC S9(4) COMP-5 VALUE +0.

      *    &HLQ. / &LOADHLQ. RESOLUTION AND PATTERN MATCHING.
       01  RESOLVE-WORK.
           05  RSV-IN              PIC  X(60) VALUE SPACES.
           05  RSV-OUT             PIC  X(60) VALUE SPACES.
           05  RSV-IN-PTR          PIC S9(4) COMP-5 VALUE +0.
           05  RSV-OUT-PTR         PIC S9(4) COMP-5 VALUE +0.
       01  MATCH-WORK.
           05  MATCH-TEXT          PIC  X(44) VALUE SPACES.
           05  PAT-LEN             PIC S9(4) COMP-5 VALUE +0.
           05  TXT-LEN             PIC S9(4) COMP-5 VALUE +0.
           05  PAT-PTR             PIC S9(4) COMP-5 VALUE +0.
           05  TXT-PTR             PIC S9(4) COMP-5 VALUE +0.
           05  STAR-PAT            PIC S9(4) COMP-5 VALUE +0.
           05  STAR-TXT            PIC S9(4) COMP-5 VALUE +0.
           05  SW-MATCH            PIC  X     VALUE "N".
               88 TEXT-MATCHES               VALUE "Y".
           05  SW-MATCH-FAIL       PIC  X     VALUE "N".
               88 MATCH-FAILED               VALUE "Y".
           05  SYM-VALUE           PIC  X(17) VALUE SPACES.
           05  SYM-LEN             PIC S9(4) COMP-5 VALUE +0.

       01  REPORT-WORK.
           05  HIT-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  READ-COUNT          PIC S9(4) COMP-5 VALUE +0.
           05  WRITE-COUNT         PIC S9(4) COMP-5 VALUE +0.
           05  SECTION-HITS        PIC S9(4) COMP-5 VALUE +0.
           05  SECTION-SOURCE      PIC  X(01) VALUE SPACE.
           05  SECTION-TITLE       PIC  X(60) VALUE SPACES.
           05  SW-WANT-REF         PIC  X     VALUE "N".
               88 REF-WANTED                 VALUE "Y".
           05  COUNT-EDIT          PIC  ZZZ9.
           05  COUNT-EDIT-2        PIC  ZZZ9.
           05  COUNT-EDIT-3        PIC  ZZZ9.
           05  LINE-EDIT           PIC  9(04).
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN            PIC S9(4) COMP-5.
           05  PARM-TEXT           PIC  X(40).

       PROCEDURE DIVISION USING PARM-AREA.
           PERFORM 000-PARSE-PARM
           IF WORST-RC < 8
               PERFORM 060-OPEN-REPORT
           END-IF
           IF WORST-RC < 8
               PERFORM 100-LOAD-BOARD
               PERFORM 200-LOAD-EXTRA-DDS
               PERFORM 300-LOAD-SKELETON
               PERFORM 400-LOAD-JCL-LIBRARY
               IF REF-TABLE-FULL
                   MOVE SPACES TO REPORT-RECORD
                   STRING "*** MORE THAN 2000 DATASET REFERENCES --"
                       " THE REST WERE NOT READ; THIS ANSWER IS"
                       " INCOMPLETE"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 990-PUT-REPORT-LINE
                   MOVE +8 TO WORST-RC
               END-IF
           END-IF
           IF WORST-RC < 8 AND QUERY-PATTERN NOT = SPACES
               PERFORM 500-REPORT-DSN-IMPACT
           END-IF
           IF WORST-RC < 8 AND QUERY-PROGRAM NOT = SPACES
               PERFORM 600-REPORT-PROGRAM-NEEDS
           END-IF
           PERFORM 900-WRAP-UP
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

      *    THE SEASON HLQ COMES FROM HLQ=, THEN THE AOCHLQ
      *    ENVIRONMENT VALUE, THEN AOC2023 -- AS AOCBOARD TAKES IT.
       000-PARSE-PARM.
           ACCEPT HLQ-VALUE FROM ENVIRONMENT "AOCHLQ"
           IF ADDRESS OF PARM-AREA = NULL OR PARM-LEN < 1
               DISPLAY "AOCIMPCT: PARM DSN=PATTERN OR PROGRAM=NAME"
                   " IS REQUIRED"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           CALL "PARMPARS" USING PARM-LEN, PARM-TEXT,
               PP-VALID-KEYS, PP-RESULT
           IF NOT PP-KEYWORD-MODE
               DISPLAY "AOCIMPCT: PARM IS NOT KEYWORD FORM --"
                   " EXPECTED DSN=, PROGRAM=, HLQ="
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "HLQ" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT TO HLQ-VALUE
           END-IF
           IF HLQ-VALUE = SPACES OR HLQ-VALUE = LOW-VALUES
               MOVE "AOC2023" TO HLQ-VALUE
           END-IF
           PERFORM VARYING HLQ-LEN FROM +17 BY -1
               UNTIL HLQ-LEN < +1
                  OR HLQ-VALUE (HLQ-LEN : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE HLQ-VALUE TO LOADHLQ-VALUE
           MOVE HLQ-LEN TO LOADHLQ-LEN
           MOVE "DSN" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT TO QUERY-PATTERN-RAW
               MOVE PG-VAL-TEXT TO RSV-IN
               PERFORM 760-RESOLVE-SYMBOLS
               MOVE RSV-OUT TO QUERY-PATTERN
           END-IF
           MOVE "PROGRAM" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT TO QUERY-PROGRAM
           END-IF
           IF QUERY-PATTERN = SPACES AND QUERY-PROGRAM = SPACES
               DISPLAY "AOCIMPCT: PARM DSN=PATTERN OR PROGRAM=NAME"
                   " IS REQUIRED"
               MOVE +8 TO WORST-RC
           END-IF.

       050-GET-ONE-KEYWORD.
           CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
               PG-VAL-TEXT, PG-VAL-NUM.

       060-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCIMPRP REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "DATASET IMPACT ANALYSIS -- SEASON HLQ "
               HLQ-VALUE (1 : HLQ-LEN)
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE.

      *    ---- GATHERING ---------------------------------------------
      *    EVERY BOARD ENTRY, ENABLED OR NOT -- A DISABLED ENTRY IS
      *    ONE EDIT AWAY FROM READING ITS DATASET AGAIN.
       100-LOAD-BOARD.
           MOVE "N" TO SW-SRC-EOF
           OPEN INPUT BOARD-CTL-FILE
           IF NOT SRC-FILE-OK
               MOVE "AOCBCTL (BOARD CONTROL)" TO SECTION-TITLE
               PERFORM 480-NOTE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SRC-EOF
               READ BOARD-CTL-FILE
                   AT END SET SRC-EOF TO TRUE
                   NOT AT END
                       IF (CTL-BOARD-FLAG = "D" OR "B")
                          AND CTL-DSN NOT = SPACES
                           PERFORM 110-NOTE-BOARD-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOARD-CTL-FILE.

       110-NOTE-BOARD-ENTRY.
           IF CTL-DSN (1 : 5) = "&HLQ."
               MOVE SPACES TO RSV-OUT
               IF CTL-ACCOUNT = SPACES
                   STRING HLQ-VALUE (1 : HLQ-LEN)
                       "." CTL-DSN (6 : 35)
                       DELIMITED BY SIZE INTO RSV-OUT
                   END-STRING
               ELSE
                   STRING HLQ-VALUE (1 : HLQ-LEN)
                       "." CTL-ACCOUNT DELIMITED BY SPACE
                       "." CTL-DSN (6 : 35)
                       DELIMITED BY SIZE INTO RSV-OUT
                   END-STRING
               END-IF
           ELSE
               MOVE CTL-DSN TO RSV-OUT
           END-IF
           MOVE RSV-OUT TO DD-DSN-TEXT
           MOVE "B" TO CUR-SOURCE
           MOVE CTL-PROGRAM TO CUR-PROGRAM
           MOVE "AOCINPUT" TO CUR-DDNAME
           MOVE "SHR" TO DD-DISP-TEXT
           PERFORM 750-ADD-REFERENCE
           IF REF-COUNT > 0 AND NOT REF-TABLE-FULL
               MOVE SPACES TO REF-WHERE (REF-COUNT)
               STRING CTL-BOARD-FLAG " " CTL-ENABLED-FLAG " "
                   CTL-LABEL " " CTL-ACCOUNT
                   DELIMITED BY SIZE INTO REF-WHERE (REF-COUNT)
           END-IF
           IF (CTL-BOARD-FLAG = "D" OR "B") AND CTL-ENABLED-FLAG = "Y"
              AND CTL-PROGRAM = QUERY-PROGRAM
               MOVE "Y" TO ON-DATED-BOARD
           END-IF.

      *    EXTRA DD LINES ARE JCL UNDER A PROGRAM-ID; A CONTINUATION
      *    LINE CARRIES THE SAME PROGRAM AS ITS DD.
       200-LOAD-EXTRA-DDS.
           MOVE "N" TO SW-SRC-EOF
           OPEN INPUT JDDS-FILE
           IF NOT SRC-FILE-OK
               MOVE "AOCJDDS (EXTRA DD LINES)" TO SECTION-TITLE
               PERFORM 480-NOTE-ABSENT
               EXIT PARAGRAPH
           END-IF
           MOVE "X" TO CUR-SOURCE
           PERFORM 470-RESET-STATEMENT
           MOVE +0 TO CUR-LINE-NO
           PERFORM UNTIL SRC-EOF
               READ JDDS-FILE
                   AT END SET SRC-EOF TO TRUE
                   NOT AT END
                       ADD +1 TO CUR-LINE-NO
                       IF JDDS-RECORD (1 : 1) NOT = "*"
                          AND JDD-PROGRAM NOT = SPACES
                           MOVE JDD-PROGRAM TO CUR-PROGRAM
                           MOVE SPACES TO CUR-STEP
                           MOVE CUR-LINE-NO TO LINE-EDIT
                           MOVE SPACES TO CUR-MEMBER
                           STRING "LINE " LINE-EDIT
                               DELIMITED BY SIZE INTO CUR-MEMBER
                           MOVE JDD-JCL-LINE TO JCL-LINE
                           PERFORM 700-TAKE-JCL-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JDDS-FILE.

      *    THE SKELETON'S DDS ARE IN EVERY GENERATED DECK; ITS ++DSN
      *    IS EACH ENTRY'S BOARD INPUT, ALREADY LISTED FROM THE BOARD.
       300-LOAD-SKELETON.
           MOVE "N" TO SW-SRC-EOF
           OPEN INPUT JSKEL-FILE
           IF NOT SRC-FILE-OK
               MOVE "AOCJSKEL (DECK SKELETON)" TO SECTION-TITLE
               PERFORM 480-NOTE-ABSENT
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO CUR-SOURCE
           PERFORM 470-RESET-STATEMENT
           MOVE "SKELETON" TO CUR-MEMBER
           MOVE SPACES TO CUR-PROGRAM CUR-STEP
           PERFORM UNTIL SRC-EOF
               READ JSKEL-FILE
                   AT END SET SRC-EOF TO TRUE
                   NOT AT END
                       IF JSKEL-RECORD (1 : 1) NOT = "*"
                           MOVE JSKEL-RECORD TO JCL-LINE
                           PERFORM 700-TAKE-JCL-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JSKEL-FILE.

       400-LOAD-JCL-LIBRARY.
           MOVE "N" TO SW-SRC-EOF
           OPEN INPUT JCLLIB-FILE
           IF NOT SRC-FILE-OK
               MOVE "AOCJCLIB (JCL LIBRARY UNLOAD)" TO SECTION-TITLE
               PERFORM 480-NOTE-ABSENT
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO CUR-SOURCE
           PERFORM 470-RESET-STATEMENT
           MOVE SPACES TO CUR-MEMBER CUR-PROGRAM CUR-STEP
           PERFORM UNTIL SRC-EOF
               READ JCLLIB-FILE
                   AT END SET SRC-EOF TO TRUE
                   NOT AT END PERFORM 410-TAKE-LIBRARY-LINE
               END-READ
           END-PERFORM
           CLOSE JCLLIB-FILE.

       410-TAKE-LIBRARY-LINE.
           EVALUATE TRUE
               WHEN JCLLIB-RECORD (1 : 11) = "MEMBER NAME"
                   MOVE SPACES TO LN-WORD-1 LN-WORD-2 LN-WORD-3
                   UNSTRING JCLLIB-RECORD (12 : 69)
                       DELIMITED BY ALL SPACE
                       INTO LN-WORD-1 LN-WORD-2
                   END-UNSTRING
                   IF LN-WORD-1 = SPACES
                       MOVE LN-WORD-2 TO CUR-MEMBER
                   ELSE
                       MOVE LN-WORD-1 TO CUR-MEMBER
                   END-IF
                   PERFORM 420-START-MEMBER
               WHEN JCLLIB-RECORD (1 : 2) = "./"
                   MOVE SPACES TO LN-WORD-1
                   UNSTRING JCLLIB-RECORD DELIMITED BY "NAME="
                       INTO LN-WORD-2 LN-WORD-1
                   END-UNSTRING
                   IF LN-WORD-1 NOT = SPACES
                       UNSTRING LN-WORD-1 DELIMITED BY "," OR SPACE
                           INTO CUR-MEMBER
                       END-UNSTRING
                       PERFORM 420-START-MEMBER
                   END-IF
               WHEN OTHER
                   MOVE JCLLIB-RECORD TO JCL-LINE
                   PERFORM 700-TAKE-JCL-LINE
           END-EVALUATE.

       420-START-MEMBER.
           PERFORM 470-RESET-STATEMENT
           SET MEMBER-FROM-CARD TO TRUE
           MOVE SPACES TO CUR-PROGRAM CUR-STEP
           MOVE HLQ-VALUE TO LOADHLQ-VALUE
           MOVE HLQ-LEN TO LOADHLQ-LEN.

       470-RESET-STATEMENT.
           MOVE "N" TO SW-CONTINUED
           MOVE SPACES TO STMT-NAME STMT-OP STMT-OPERANDS CUR-DDNAME
           MOVE +1 TO STMT-PTR.

       480-NOTE-ABSENT.
           ADD +1 TO SOURCES-ABSENT
           MOVE SPACES TO REPORT-RECORD
           STRING "NOT READ: " DELIMITED BY SIZE
               SECTION-TITLE DELIMITED BY "  "
               " -- DD NOT ALLOCATED (STATUS " SRC-FILE-STATUS ")"
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE.

      *    ---- REPORTING ---------------------------------------------
       500-REPORT-DSN-IMPACT.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING "EVERY REFERENCE TO DSN " DELIMITED BY SIZE
               QUERY-PATTERN-RAW DELIMITED BY SPACE
               "  (RESOLVED: " DELIMITED BY SIZE
               QUERY-PATTERN DELIMITED BY SPACE
               ")" DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE +0 TO HIT-COUNT READ-COUNT WRITE-COUNT
           SET QUERY-BY-DSN TO TRUE
           MOVE "B" TO SECTION-SOURCE
           MOVE "BOARD ENTRIES (AOCINPUT OF THE PROGRAM CALLED)"
             TO SECTION-TITLE
           PERFORM 520-LIST-ONE-SECTION
           MOVE "X" TO SECTION-SOURCE
           MOVE "EXTRA DDS PER PROGRAM (AOCJDDS)" TO SECTION-TITLE
           PERFORM 520-LIST-ONE-SECTION
           MOVE "S" TO SECTION-SOURCE
           MOVE "SKELETON DDS (EVERY GENERATED DECK)" TO SECTION-TITLE
           PERFORM 520-LIST-ONE-SECTION
           MOVE "J" TO SECTION-SOURCE
           MOVE "JCL MEMBERS AND STEPS" TO SECTION-TITLE
           PERFORM 520-LIST-ONE-SECTION
           PERFORM 590-PUT-TOTALS.

      *    ONE SOURCE'S MATCHING REFERENCES UNDER ITS HEADING.
       520-LIST-ONE-SECTION.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE SECTION-TITLE TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE "  WHERE                              PROGRAM  DDNAME"
              & "   USE    DISP                 DATASET"
             TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE +0 TO SECTION-HITS
           PERFORM VARYING REF-NDX FROM 1 BY 1
               UNTIL REF-NDX > REF-COUNT
               IF REF-SOURCE (REF-NDX) = SECTION-SOURCE
                   PERFORM 530-TEST-ONE-REFERENCE
                   IF REF-WANTED
                       PERFORM 550-PUT-REFERENCE
                   END-IF
               END-IF
           END-PERFORM
           IF SECTION-HITS = 0
               MOVE "  (NONE)" TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
           END-IF.

      *    A DSN QUERY MATCHES THE PATTERN; A PROGRAM QUERY TAKES THE
      *    PROGRAM'S OWN REFERENCES, PLUS THE SKELETON'S WHEN THE
      *    PROGRAM IS ON THE DATED BOARD.
       530-TEST-ONE-REFERENCE.
           MOVE "N" TO SW-WANT-REF
           IF QUERY-BY-DSN
               MOVE REF-DSN (REF-NDX) TO MATCH-TEXT
               PERFORM 770-MATCH-PATTERN
               IF TEXT-MATCHES
                   SET REF-WANTED TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF REF-PROGRAM (REF-NDX) = QUERY-PROGRAM
               SET REF-WANTED TO TRUE
           END-IF
           IF REF-FROM-SKELETON (REF-NDX) AND ON-DATED-BOARD = "Y"
               SET REF-WANTED TO TRUE
           END-IF.

       550-PUT-REFERENCE.
           ADD +1 TO SECTION-HITS HIT-COUNT
           IF REF-ACCESS (REF-NDX) = "READ"
               ADD +1 TO READ-COUNT
           ELSE
               ADD +1 TO WRITE-COUNT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           MOVE REF-WHERE (REF-NDX)   TO REPORT-RECORD (3 : 34)
           MOVE REF-PROGRAM (REF-NDX) TO REPORT-RECORD (38 : 8)
           MOVE REF-DDNAME (REF-NDX)  TO REPORT-RECORD (47 : 8)
           MOVE REF-ACCESS (REF-NDX)  TO REPORT-RECORD (56 : 5)
           MOVE REF-DISP (REF-NDX)    TO REPORT-RECORD (63 : 20)
           STRING REF-DSN (REF-NDX) DELIMITED BY SPACE
               REF-SUFFIX (REF-NDX) DELIMITED BY SPACE
               INTO REPORT-RECORD (84 : 48)
           PERFORM 990-PUT-REPORT-LINE.

       590-PUT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE HIT-COUNT TO COUNT-EDIT
           MOVE READ-COUNT TO COUNT-EDIT-2
           MOVE WRITE-COUNT TO COUNT-EDIT-3
           MOVE SPACES TO REPORT-RECORD
           STRING "REFERENCES " COUNT-EDIT "  READ " COUNT-EDIT-2
               "  WRITE " COUNT-EDIT-3
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           IF HIT-COUNT = 0 AND WORST-RC < 4
               MOVE +4 TO WORST-RC
           END-IF.

       600-REPORT-PROGRAM-NEEDS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING "EVERY DATASET PROGRAM " DELIMITED BY SIZE
               QUERY-PROGRAM DELIMITED BY SPACE " NEEDS"
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE +0 TO HIT-COUNT READ-COUNT WRITE-COUNT
           SET QUERY-BY-PROGRAM TO TRUE
           MOVE "B" TO SECTION-SOURCE
           MOVE "BOARD ENTRIES THAT CALL IT (AOCINPUT)"
             TO SECTION-TITLE
           PERFORM 520-LIST-ONE-SECTION
           MOVE "X" TO SECTION-SOURCE
           MOVE "ITS EXTRA DDS (AOCJDDS)" TO SECTION-TITLE
           PERFORM 520-LIST-ONE-SECTION
           MOVE "S" TO SECTION-SOURCE
           IF ON-DATED-BOARD = "Y"
               MOVE "SKELETON DDS (ITS GENERATED DECK)"
                 TO SECTION-TITLE
           ELSE
               MOVE "SKELETON DDS (NOT ON THE DATED BOARD -- NO"
                  & " DECK)" TO SECTION-TITLE
           END-IF
           PERFORM 520-LIST-ONE-SECTION
           MOVE "J" TO SECTION-SOURCE
           MOVE "JCL STEPS THAT EXECUTE IT" TO SECTION-TITLE
           PERFORM 520-LIST-ONE-SECTION
           PERFORM 590-PUT-TOTALS.

      *    ---- JCL STATEMENT READER ----------------------------------
      *    ONE 80-COLUMN JCL LINE.  COLUMNS 72-80 ARE NOT STATEMENT
      *    TEXT.  A STATEMENT WHOSE OPERANDS END IN A COMMA CONTINUES
      *    ON THE NEXT // LINE; COMMENT LINES MAY SIT BETWEEN.
       700-TAKE-JCL-LINE.
           IF JCL-LINE (1 : 2) NOT = "//" OR JCL-LINE (3 : 1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LN-WORD-1 LN-WORD-2 LN-WORD-3
           UNSTRING JCL-LINE (3 : 69) DELIMITED BY ALL SPACE
               INTO LN-WORD-1 LN-WORD-2 LN-WORD-3
           END-UNSTRING
           IF STATEMENT-CONTINUED
               IF JCL-LINE (3 : 1) NOT = SPACE
      *            A NEW STATEMENT WHERE A CONTINUATION WAS DUE --
      *            TAKE WHAT WAS BUILT AND START OVER.
                   PERFORM 720-END-STATEMENT
               ELSE
                   MOVE LN-WORD-2 TO LN-OPERANDS
                   PERFORM 710-APPEND-OPERANDS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE LN-WORD-1 TO STMT-NAME
           MOVE LN-WORD-2 TO STMT-OP
           MOVE SPACES TO STMT-OPERANDS
           MOVE +1 TO STMT-PTR
           MOVE LN-WORD-3 TO LN-OPERANDS
           PERFORM 710-APPEND-OPERANDS.

       710-APPEND-OPERANDS.
           PERFORM VARYING LN-LEN FROM 72 BY -1
               UNTIL LN-LEN < 1 OR LN-OPERANDS (LN-LEN : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF LN-LEN > 0 AND STMT-PTR + LN-LEN <= 601
               STRING LN-OPERANDS (1 : LN-LEN) DELIMITED BY SIZE
                   INTO STMT-OPERANDS WITH POINTER STMT-PTR
           END-IF
           IF LN-LEN > 0 AND LN-OPERANDS (LN-LEN : 1) = ","
               SET STATEMENT-CONTINUED TO TRUE
           ELSE
               PERFORM 720-END-STATEMENT
           END-IF.

       720-END-STATEMENT.
           MOVE "N" TO SW-CONTINUED
           COMPUTE STMT-LEN = STMT-PTR - 1
           EVALUATE STMT-OP
               WHEN "JOB"
                   IF MEMBER-FROM-CARD OR CUR-SOURCE = "S"
                       MOVE "N" TO SW-MEMBER-CARD
                   ELSE
                       MOVE STMT-NAME TO CUR-MEMBER
                   END-IF
                   MOVE SPACES TO CUR-STEP CUR-PROGRAM CUR-DDNAME
               WHEN "SET"
                   PERFORM 725-NOTE-SET
               WHEN "EXEC"
                   PERFORM 730-NOTE-EXEC
               WHEN "DD"
                   IF STMT-NAME NOT = SPACES
                       MOVE STMT-NAME TO CUR-DDNAME
                   END-IF
                   PERFORM 740-NOTE-DD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO STMT-NAME STMT-OP STMT-OPERANDS
           MOVE +1 TO STMT-PTR.

      *    THE LOAD LIBRARY HLQ IS WHATEVER THE MEMBER SETS; THE
      *    SEASON HLQ IS THE ONE ASKED ABOUT, WHATEVER IT SETS.
       725-NOTE-SET.
           IF STMT-OPERANDS (1 : 8) NOT = "LOADHLQ="
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LOADHLQ-VALUE
           UNSTRING STMT-OPERANDS (9 : 17) DELIMITED BY "," OR SPACE
               INTO LOADHLQ-VALUE
           END-UNSTRING
           PERFORM VARYING LOADHLQ-LEN FROM +17 BY -1
               UNTIL LOADHLQ-LEN < +1
                  OR LOADHLQ-VALUE (LOADHLQ-LEN : 1) NOT = SPACE
               CONTINUE
           END-PERFORM.

      *    EXEC PGM=NAME GIVES THE STEP'S PROGRAM; A PROCEDURE CALL
      *    LEAVES IT BLANK.  THE EXTRA-DD SOURCE KEEPS ITS OWN
      *    PROGRAM-ID COLUMN; THE SKELETON'S PROGRAM IS A TAG, SO ITS
      *    REFERENCES CARRY NONE.
       730-NOTE-EXEC.
           MOVE STMT-NAME TO CUR-STEP
           IF CUR-SOURCE = "X" OR "S"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CUR-PROGRAM
           IF STMT-OPERANDS (1 : 4) = "PGM="
               MOVE +5 TO PGM-END
               PERFORM UNTIL PGM-END > STMT-LEN
                          OR STMT-OPERANDS (PGM-END : 1) = ","
                   ADD +1 TO PGM-END
               END-PERFORM
               IF PGM-END > 5
                   MOVE STMT-OPERANDS (5 : PGM-END - 5)
                     TO CUR-PROGRAM
               END-IF
           END-IF.

      *    SPLIT THE OPERANDS AT TOP-LEVEL COMMAS (NOT INSIDE
      *    PARENTHESES OR QUOTES) AND PICK OUT DSN= AND DISP=.
       740-NOTE-DD.
           MOVE SPACES TO DD-DSN-TEXT DD-DISP-TEXT
           MOVE +1 TO OPND-START
           MOVE +0 TO OPND-DEPTH
           MOVE "N" TO SW-OPND-QUOTE
           PERFORM VARYING OPND-NDX FROM 1 BY 1
               UNTIL OPND-NDX > STMT-LEN
               EVALUATE TRUE
                   WHEN STMT-OPERANDS (OPND-NDX : 1) = "'"
                       IF SW-OPND-QUOTE = "Y"
                           MOVE "N" TO SW-OPND-QUOTE
                       ELSE
                           MOVE "Y" TO SW-OPND-QUOTE
                       END-IF
                   WHEN SW-OPND-QUOTE = "Y"
                       CONTINUE
                   WHEN STMT-OPERANDS (OPND-NDX : 1) = "("
                       ADD +1 TO OPND-DEPTH
                   WHEN STMT-OPERANDS (OPND-NDX : 1) = ")"
                       SUBTRACT +1 FROM OPND-DEPTH
                   WHEN STMT-OPERANDS (OPND-NDX : 1) = ","
                    AND OPND-DEPTH = 0
                       PERFORM 745-NOTE-ONE-OPERAND
                       COMPUTE OPND-START = OPND-NDX + 1
               END-EVALUATE
           END-PERFORM
           PERFORM 745-NOTE-ONE-OPERAND
           IF DD-DSN-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CUR-SOURCE = "S" AND DD-DSN-TEXT (1 : 5) = "++DSN"
               EXIT PARAGRAPH
           END-IF
      *    TEMPORARY DATASETS AND REFERBACKS NAME NOTHING CATALOGED.
           IF DD-DSN-TEXT (1 : 2) = "&&" OR DD-DSN-TEXT (1 : 1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE DD-DSN-TEXT TO RSV-IN
           PERFORM 760-RESOLVE-SYMBOLS
           MOVE RSV-OUT TO DD-DSN-TEXT
           PERFORM 750-ADD-REFERENCE
           IF REF-COUNT > 0 AND NOT REF-TABLE-FULL
               MOVE SPACES TO REF-WHERE (REF-COUNT)
               IF CUR-STEP = SPACES
                   MOVE CUR-MEMBER TO REF-WHERE (REF-COUNT)
               ELSE
                   STRING CUR-MEMBER DELIMITED BY SPACE
                       " STEP " CUR-STEP DELIMITED BY SIZE
                       INTO REF-WHERE (REF-COUNT)
               END-IF
           END-IF.

       745-NOTE-ONE-OPERAND.
           IF OPND-NDX <= OPND-START
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OPND-TEXT
           MOVE STMT-OPERANDS (OPND-START : OPND-NDX - OPND-START)
             TO OPND-TEXT
           EVALUATE TRUE
               WHEN OPND-TEXT (1 : 4) = "DSN="
                   MOVE OPND-TEXT (5 : 60) TO DD-DSN-TEXT
               WHEN OPND-TEXT (1 : 7) = "DSNAME="
                   MOVE OPND-TEXT (8 : 60) TO DD-DSN-TEXT
               WHEN OPND-TEXT (1 : 5) = "DISP="
                   MOVE OPND-TEXT (6 : 20) TO DD-DISP-TEXT
           END-EVALUATE.

      *    DD-DSN-TEXT (RESOLVED) AND DD-DISP-TEXT BECOME ONE TABLE
      *    ENTRY UNDER THE CURRENT SOURCE, PROGRAM AND DD NAME.
       750-ADD-REFERENCE.
           IF REF-COUNT >= REF-MAX
               SET REF-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO REF-COUNT
           MOVE CUR-SOURCE  TO REF-SOURCE (REF-COUNT)
           MOVE SPACES      TO REF-WHERE (REF-COUNT)
           MOVE CUR-PROGRAM TO REF-PROGRAM (REF-COUNT)
           MOVE CUR-DDNAME  TO REF-DDNAME (REF-COUNT)
           MOVE SPACES      TO REF-SUFFIX (REF-COUNT)
           MOVE +0 TO DD-PAREN
           INSPECT DD-DSN-TEXT TALLYING DD-PAREN
               FOR CHARACTERS BEFORE INITIAL "("
           IF DD-PAREN < 60
               MOVE DD-DSN-TEXT (1 : DD-PAREN) TO REF-DSN (REF-COUNT)
               MOVE DD-DSN-TEXT (DD-PAREN + 1 : 10)
                 TO REF-SUFFIX (REF-COUNT)
           ELSE
               MOVE DD-DSN-TEXT TO REF-DSN (REF-COUNT)
           END-IF
           IF DD-DISP-TEXT = SPACES
               MOVE "(NEW)" TO REF-DISP (REF-COUNT)
           ELSE
               MOVE DD-DISP-TEXT TO REF-DISP (REF-COUNT)
           END-IF
           MOVE SPACES TO DD-DISP-STATUS
           IF DD-DISP-TEXT (1 : 1) = "("
               UNSTRING DD-DISP-TEXT (2 : 19) DELIMITED BY "," OR ")"
                   INTO DD-DISP-STATUS
               END-UNSTRING
           ELSE
               MOVE DD-DISP-TEXT TO DD-DISP-STATUS
           END-IF
           IF DD-DISP-STATUS = "SHR"
               MOVE "READ" TO REF-ACCESS (REF-COUNT)
           ELSE
               MOVE "WRITE" TO REF-ACCESS (REF-COUNT)
           END-IF.

      *    RSV-IN TO RSV-OUT WITH &HLQ. REPLACED BY THE SEASON HLQ
      *    AND &LOADHLQ. BY THE LOAD LIBRARY HLQ (THE SYMBOL'S OWN
      *    PERIOD IS CONSUMED, AS IN JCL: &HLQ..D19 IS AOC2023.D19).
       760-RESOLVE-SYMBOLS.
           MOVE SPACES TO RSV-OUT
           MOVE +1 TO RSV-IN-PTR RSV-OUT-PTR
           PERFORM UNTIL RSV-IN-PTR > 60 OR RSV-OUT-PTR > 60
               EVALUATE TRUE
                   WHEN RSV-IN-PTR <= 56
                    AND RSV-IN (RSV-IN-PTR : 5) = "&HLQ."
                       MOVE HLQ-VALUE TO SYM-VALUE
                       MOVE HLQ-LEN TO SYM-LEN
                       PERFORM 765-PUT-SYMBOL
                       ADD +5 TO RSV-IN-PTR
                   WHEN RSV-IN-PTR <= 52
                    AND RSV-IN (RSV-IN-PTR : 9) = "&LOADHLQ."
                       MOVE LOADHLQ-VALUE TO SYM-VALUE
                       MOVE LOADHLQ-LEN TO SYM-LEN
                       PERFORM 765-PUT-SYMBOL
                       ADD +9 TO RSV-IN-PTR
                   WHEN OTHER
                       MOVE RSV-IN (RSV-IN-PTR : 1)
                         TO RSV-OUT (RSV-OUT-PTR : 1)
                       ADD +1 TO RSV-IN-PTR RSV-OUT-PTR
               END-EVALUATE
           END-PERFORM.

       765-PUT-SYMBOL.
           IF SYM-LEN > 0 AND RSV-OUT-PTR + SYM-LEN <= 61
               MOVE SYM-VALUE (1 : SYM-LEN)
                 TO RSV-OUT (RSV-OUT-PTR : SYM-LEN)
               ADD SYM-LEN TO RSV-OUT-PTR
           END-IF.

      *    MATCH-TEXT AGAINST QUERY-PATTERN: * IS ANY RUN OF
      *    CHARACTERS (BACKTRACKING TO THE LAST *), % ANY ONE.
       770-MATCH-PATTERN.
           MOVE "N" TO SW-MATCH
           PERFORM VARYING PAT-LEN FROM 44 BY -1
               UNTIL PAT-LEN < 1 OR QUERY-PATTERN (PAT-LEN : 1)
                                    NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING TXT-LEN FROM 44 BY -1
               UNTIL TXT-LEN < 1 OR MATCH-TEXT (TXT-LEN : 1)
                                    NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE +1 TO PAT-PTR TXT-PTR
           MOVE +0 TO STAR-PAT STAR-TXT
           MOVE "N" TO SW-MATCH-FAIL
           PERFORM UNTIL TXT-PTR > TXT-LEN OR MATCH-FAILED
               EVALUATE TRUE
                   WHEN PAT-PTR <= PAT-LEN
                    AND QUERY-PATTERN (PAT-PTR : 1) = "*"
                       MOVE PAT-PTR TO STAR-PAT
                       MOVE TXT-PTR TO STAR-TXT
                       ADD +1 TO PAT-PTR
                   WHEN PAT-PTR <= PAT-LEN
                    AND (QUERY-PATTERN (PAT-PTR : 1) = "%"
                     OR QUERY-PATTERN (PAT-PTR : 1)
                        = MATCH-TEXT (TXT-PTR : 1))
                       ADD +1 TO PAT-PTR TXT-PTR
                   WHEN STAR-PAT > 0
                       COMPUTE PAT-PTR = STAR-PAT + 1
                       ADD +1 TO STAR-TXT
                       MOVE STAR-TXT TO TXT-PTR
                   WHEN OTHER
                       SET MATCH-FAILED TO TRUE
               END-EVALUATE
           END-PERFORM
           IF MATCH-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PAT-PTR > PAT-LEN
                      OR QUERY-PATTERN (PAT-PTR : 1) NOT = "*"
               ADD +1 TO PAT-PTR
           END-PERFORM
           IF PAT-PTR > PAT-LEN
               SET TEXT-MATCHES TO TRUE
           END-IF.

       900-WRAP-UP.
           IF NOT RPT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE REF-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING "DATASET REFERENCES GATHERED " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           DISPLAY "AOCIMPCT: " COUNT-EDIT " REFERENCES GATHERED"
           CLOSE REPORT-FILE.

       990-PUT-REPORT-LINE.
           IF RPT-FILE-OK
               WRITE REPORT-RECORD
           END-IF.
       END PROGRAM AOCIMPCT.
