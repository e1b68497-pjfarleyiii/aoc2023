       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCJAUD.
      *    ANSWERS ARCHIVE / RUN JOURNAL RECONCILIATION AUDIT.  THE
      *    ARCHIVE (AOCANSWR, WRITTEN BY ANSWRLOG) AND THE JOURNAL
      *    (AOCRUNJL, WRITTEN BY RUNLOG) DESCRIBE THE SAME
      *    EXECUTIONS FROM TWO SIDES; A BAD MERGE OR A HOUSEKEEPING
      *    RUN CAN DAMAGE EITHER ONE, AND UNTIL NOW NOTHING CHECKED
      *    THAT THEY STILL AGREE.  THIS PROGRAM PAIRS THEM UP:
      *        1. THE JOURNAL IS READ INTO RUN INTERVALS -- EACH
      *           START CLOSED BY THE NEXT STOP OF THE SAME
      *           PROGRAM-ID AND ACCOUNT (THE PAIRING AOCTREND AND
      *           AOCCLOSE USE, WITH THE ACCOUNT SO TWO ACCOUNTS
      *           RUNNING ONE PROGRAM ARE NEVER CROSSED)
      *        2. EVERY ARCHIVED ANSWER IS GIVEN TO AN INTERVAL OF
      *           ITS PRODUCING PROGRAM AND ACCOUNT ON ITS RUN DATE
      *           THAT WAS STILL RUNNING AT THE RUN ID'S TIME -- ONE
      *           WHOSE STOP IS AT OR AFTER IT.  THE RUN ID IS
      *           ANSWRLOG'S TIME OF THE RUN UNIT'S FIRST ANSWER, SO
      *           IT CAN FALL BEFORE A LATER BOARD PROGRAM'S START
      *           BUT NEVER AFTER ITS STOP.  THE RUN UNIT ENDS BEFORE
      *           THE NEXT RUN ID OF THE DATE, SO EVERY INTERVAL OF
      *           THE PROGRAM AND ACCOUNT BETWEEN THE TWO IS AN
      *           ATTEMPT OF THIS RUN: A BOARD ENTRY RETRIED AT THE
      *           END OF THE BOARD HAS ONE PER ATTEMPT.  THE ANSWER
      *           GOES TO THE LAST ATTEMPT -- THE ONE THE BOARD
      *           SCORED -- UNLESS AN EARLIER ATTEMPT ENDED WITH THE
      *           ANSWER'S OWN RC, AS A FAILED ATTEMPT THAT STILL
      *           LOGGED ITS ANSWER DOES.  A RUN ID THAT IS NOT A
      *           TIME (AOCRUNID SET BY THE JOB) PAIRS ON THE RUN
      *           DATE ALONE, WITH THE FIRST INTERVAL STILL FREE.
      *           AN INTERVAL ALREADY CLAIMED BY ANOTHER RUN KEY IS
      *           NOT REUSED.
      *    FINDINGS, ONE REPORT LINE EACH:
      *        ORPHAN   -- AN ANSWER WITH NO ENCLOSING START/STOP
      *                    PAIR IN THE JOURNAL                 (RC=8)
      *        RCDIFF   -- AN ANSWER WHOSE RC COLUMN DISAGREES
      *                    WITH ITS STOP RECORD'S RC           (RC=8)
      *        NOSTOP   -- A START WITH NO STOP: AN ABEND THE
      *                    BOARD'S OWN JOURNAL DID NOT CATCH   (RC=4)
      *        SILENT   -- A STOP WITH RC 0 THAT LOGGED NO
      *                    ANSWER, FOR A PROGRAM A BOARD ENTRY
      *                    (AOCBCTL, D/F/B, ENABLED) RUNS      (RC=4)
      *        NOSTART  -- A STOP WITH NO START BEFORE IT      (RC=4)
      *    AOCHSKP PRUNES THE TWO ON DIFFERENT RULES, SO ORPHAN AND
      *    SILENT ARE JUDGED ONLY ON DATES BOTH DATASETS STILL COVER.
      *    PARM KEYWORDS (OPTIONAL, PARSED BY PARMPARS):
      *        FROM=YYYYMMDD, TO=YYYYMMDD -- AUDIT ONLY THIS RANGE
      *                    OF RUN DATES (BOTH DATASETS)
      *    THE BOARD CONTROL IS OPTIONAL; WITHOUT IT THE SILENT-STOP
      *    CHECK IS SKIPPED AND THE REPORT SAYS SO.  THE REPORT GOES
      *    TO DD/ENV AOCJAURP.  RC=8 ALSO WHEN THE ARCHIVE, JOURNAL
      *    OR REPORT CANNOT BE OPENED, OR THE RANGE HOLDS MORE RUNS
      *    THAN THE INTERVAL TABLE.  SEE JCL/AOCJAUD.JCL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANSWERS-FILE
              ASSIGN TO AOCANSWR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ANS-REC-KEY
              FILE STATUS IS ANS-FILE-STATUS.
           SELECT JOURNAL-FILE
              ASSIGN TO AOCRUNJL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JRN-FILE-STATUS.
           SELECT BOARD-CTL-FILE
              ASSIGN TO AOCBCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCJAURP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

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

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JRN-DATE            PIC X(08).
           05  FILLER              PIC X.
           05  JRN-TIME            PIC X(08).
           05  FILLER              PIC X.
           05  JRN-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  JRN-EVENT           PIC X(05).
           05  FILLER              PIC X.
           05  JRN-INPUT-DSN       PIC X(40).
           05  FILLER              PIC X.
           05  JRN-OVERRIDE        PIC X(01).
           05  FILLER              PIC X.
           05  JRN-RC              PIC X(05).
           05  FILLER              PIC X(44).
           05  JRN-ACCOUNT         PIC X(08).
           05  FILLER              PIC X(13).

       FD  BOARD-CTL-FILE.
       01  CTL-RECORD.
           05  CTL-BOARD-FLAG        PIC  X.
           05  FILLER                PIC  X.
           05  CTL-ENABLED-FLAG      PIC  X.
           05  FILLER                PIC  X.
           05  CTL-LABEL             PIC  X(20).
           05  FILLER                PIC  X.
           05  CTL-PROGRAM           PIC  X(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  ANS-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 ANS-FILE-OK                 VALUE "00".
           05  SW-ANS-EOF          PIC  X     VALUE "N".
               88 ANS-EOF                     VALUE "Y".
           05  JRN-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 JRN-FILE-OK                 VALUE "00".
           05  SW-JRN-EOF          PIC  X     VALUE "N".
               88 JRN-EOF                     VALUE "Y".
           05  CTL-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 CTL-FILE-OK                 VALUE "00".
           05  SW-CTL-EOF          PIC  X     VALUE "N".
               88 CTL-EOF                     VALUE "Y".
           05  SW-CTL-READ         PIC  X     VALUE "N".
               88 CTL-WAS-READ                VALUE "Y".
           05  RPT-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                 VALUE "00".
      *    SET WHEN THE AUDIT CANNOT GO ON -- BAD PARM, A DATASET
      *    THAT WILL NOT OPEN, A RANGE TOO BIG TO HOLD.  FINDINGS
      *    ALSO DRIVE RC=8 BUT LET THE REST OF THE AUDIT RUN.
           05  SW-ABANDON          PIC  X     VALUE "N".
               88 AUDIT-ABANDONED             VALUE "Y".

      *    PARM RESULT AREA AND LOOKUP FIELDS IN THE PARMPARS/
      *    PARMGETK LINKAGE SHAPES.
       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER          PIC X(12) VALUE "FROM".
               10  FILLER          PIC X(12) VALUE "TO".
               10  FILLER          PIC X(12) VALUE SPACES.
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

       01  QUERY-CONTROLS.
           05  QRY-FROM            PIC  X(08) VALUE SPACES.
           05  QRY-TO              PIC  X(08) VALUE SPACES.

      *    PROGRAM-IDS THE BOARD CONTROL RUNS -- THE PROGRAMS WHOSE
      *    CLEAN STOP SHOULD HAVE LOGGED AN ANSWER.
       01  BOARD-PROGRAM-CONTROLS.
           05  BPG-MAX             PIC S9(4) COMP-5 VALUE +128.
           05  BPG-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  BPG-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  BPG-FOUND           PIC S9(4) COMP-5 VALUE +0.
       01  BOARD-PROGRAM-TABLE.
           05  BPG-NAME OCCURS 128 TIMES PIC X(08).

      *    ONE ROW PER JOURNALED EXECUTION, IN JOURNAL ORDER.  THE
      *    STAMPS ARE DATE AND TIME RUN TOGETHER (YYYYMMDDHHMMSSTH)
      *    SO A RUN ACROSS MIDNIGHT STILL COMPARES IN ORDER.
       01  INTERVAL-CONTROLS.
           05  INT-MAX             PIC S9(4) COMP-5 VALUE +4096.
           05  INT-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  INT-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  INT-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  INT-FREE            PIC S9(4) COMP-5 VALUE +0.
           05  INT-LAST-RC         PIC S9(4) COMP-5 VALUE +0.
           05  SW-INT-FULL         PIC  X     VALUE "N".
               88 INT-TABLE-FULL              VALUE "Y".
       01  INTERVAL-TABLE.
           05  INT-ENTRY OCCURS 4096 TIMES.
               10  INT-PROGRAM     PIC  X(08).
               10  INT-ACCOUNT     PIC  X(08).
               10  INT-START       PIC  X(16).
               10  INT-STOP        PIC  X(16).
               10  INT-STOP-RC     PIC  X(05).
               10  INT-STATE       PIC  X(01).
                   88 INT-OPEN               VALUE "O".
                   88 INT-CLOSED             VALUE "C".
                   88 INT-STOP-ONLY          VALUE "S".
               10  INT-RUN-KEY     PIC  X(17).
               10  INT-ANSWERS     PIC S9(4) COMP-5.

       01  PAIRING-WORK.
           05  JRN-STAMP           PIC  X(16) VALUE SPACES.
           05  ANS-STAMP           PIC  X(16) VALUE SPACES.
           05  THIS-RUN-KEY        PIC  X(17) VALUE SPACES.
           05  ANS-RC-NUM          PIC S9(4) COMP-5 VALUE +0.
      *    THE TWO DATASETS ARE PRUNED ON DIFFERENT RULES (AOCHSKP
      *    KEEPS RUNS OF THE ARCHIVE BUT DAYS OF THE JOURNAL), SO
      *    ONLY THE DATES BOTH STILL COVER ARE AUDITED: AN ANSWER
      *    OLDER THAN THE JOURNAL'S FIRST DATE IS NOT AN ORPHAN, AND
      *    A STOP OLDER THAN THE ARCHIVE'S FIRST DATE IS NOT SILENT.
           05  JOURNAL-FIRST-DATE  PIC  X(08) VALUE SPACES.
           05  ARCHIVE-FIRST-DATE  PIC  X(08) VALUE SPACES.
           05  SKIPPED-COUNT       PIC S9(9) COMP-5 VALUE +0.
           05  STOP-RC-NUM         PIC S9(4) COMP-5 VALUE +0.
      *    THE TIME-STAMPED RUN IDS OF THE AUDITED RANGE, IN KEY
      *    ORDER, READ FIRST SO EACH RUN KNOWS WHERE THE NEXT ONE ON
      *    ITS DATE BEGAN -- THE END OF ITS OWN RETRY ATTEMPTS.
           05  NEXT-STAMP          PIC  X(16) VALUE SPACES.
           05  RUN-MAX             PIC S9(4) COMP-5 VALUE +2048.
           05  RUN-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  RUN-NDX             PIC S9(4) COMP-5 VALUE +0.
       01  RUN-STAMP-TABLE.
           05  RUN-STAMP OCCURS 2048 TIMES PIC X(16).

       01  FINDING-COUNTS.
           05  ANSWER-COUNT        PIC S9(9) COMP-5 VALUE +0.
           05  PAIRED-COUNT        PIC S9(9) COMP-5 VALUE +0.
           05  ORPHAN-COUNT        PIC S9(9) COMP-5 VALUE +0.
           05  RCDIFF-COUNT        PIC S9(9) COMP-5 VALUE +0.
           05  NOSTOP-COUNT        PIC S9(9) COMP-5 VALUE +0.
           05  SILENT-COUNT        PIC S9(9) COMP-5 VALUE +0.
           05  NOSTART-COUNT       PIC S9(9) COMP-5 VALUE +0.
           05  COUNT-EDIT          PIC  Z(8)9.
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN            PIC S9(4) COMP-5.
           05  PARM-TEXT           PIC  X(40).

       PROCEDURE DIVISION USING PARM-AREA.
           PERFORM 000-PARSE-PARM
           IF NOT AUDIT-ABANDONED
               PERFORM 050-OPEN-REPORT
           END-IF
           IF NOT AUDIT-ABANDONED
               PERFORM 100-LOAD-BOARD-PROGRAMS
               PERFORM 200-LOAD-JOURNAL
           END-IF
           IF NOT AUDIT-ABANDONED
               PERFORM 300-AUDIT-ANSWERS
           END-IF
           IF NOT AUDIT-ABANDONED
               PERFORM 400-AUDIT-INTERVALS
           END-IF
           IF RPT-FILE-OK
               PERFORM 500-WRITE-TOTALS
           END-IF
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       000-PARSE-PARM.
           IF ADDRESS OF PARM-AREA = NULL OR PARM-LEN < 1
               DISPLAY "AOCJAUD: NO PARM -- WHOLE ARCHIVE AND JOURNAL"
                   " AUDITED"
               EXIT PARAGRAPH
           END-IF
           CALL "PARMPARS" USING PARM-LEN, PARM-TEXT,
               PP-VALID-KEYS, PP-RESULT
           IF NOT PP-KEYWORD-MODE
               DISPLAY "AOCJAUD: PARM IS NOT KEYWORD FORM --"
                   " EXPECTED FROM=/TO="
               MOVE +8 TO WORST-RC
               SET AUDIT-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "FROM" TO PG-KEY
           PERFORM 010-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT (1 : 8) TO QRY-FROM
           END-IF
           MOVE "TO" TO PG-KEY
           PERFORM 010-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT (1 : 8) TO QRY-TO
           END-IF.

       010-GET-ONE-KEYWORD.
           CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
               PG-VAL-TEXT, PG-VAL-NUM.

       050-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCJAURP REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               SET AUDIT-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "ANSWERS ARCHIVE / RUN JOURNAL RECONCILIATION"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "  FROM=" QRY-FROM " TO=" QRY-TO
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD.

       100-LOAD-BOARD-PROGRAMS.
           OPEN INPUT BOARD-CTL-FILE
           IF NOT CTL-FILE-OK
               DISPLAY "AOCBCTL OPEN FAILED, STATUS="
                   CTL-FILE-STATUS " -- SILENT-STOP CHECK SKIPPED"
               EXIT PARAGRAPH
           END-IF
           SET CTL-WAS-READ TO TRUE
           PERFORM UNTIL CTL-EOF
               READ BOARD-CTL-FILE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END
                       IF (CTL-BOARD-FLAG = "D" OR "F" OR "B") AND
                          CTL-ENABLED-FLAG = "Y" AND
                          CTL-PROGRAM NOT = SPACES
                           PERFORM 150-NOTE-BOARD-PROGRAM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOARD-CTL-FILE.

       150-NOTE-BOARD-PROGRAM.
           MOVE +0 TO BPG-FOUND
           PERFORM VARYING BPG-NDX FROM 1 BY 1
               UNTIL BPG-NDX > BPG-COUNT OR BPG-FOUND > 0
               IF BPG-NAME (BPG-NDX) = CTL-PROGRAM
                   MOVE BPG-NDX TO BPG-FOUND
               END-IF
           END-PERFORM
           IF BPG-FOUND = 0 AND BPG-COUNT < BPG-MAX
               ADD +1 TO BPG-COUNT
               MOVE CTL-PROGRAM TO BPG-NAME (BPG-COUNT)
           END-IF.

       200-LOAD-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF NOT JRN-FILE-OK
               DISPLAY "AOCRUNJL OPEN FAILED, STATUS="
                   JRN-FILE-STATUS
               MOVE +8 TO WORST-RC
               SET AUDIT-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JRN-EOF OR INT-TABLE-FULL
               READ JOURNAL-FILE
                   AT END SET JRN-EOF TO TRUE
                   NOT AT END PERFORM 250-NOTE-JOURNAL-RECORD
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF INT-TABLE-FULL
               DISPLAY "AOCJAUD: MORE JOURNALED RUNS THAN THE TABLE"
                   " HOLDS, LIMIT=" INT-MAX " -- NARROW FROM=/TO="
               MOVE +8 TO WORST-RC
               SET AUDIT-ABANDONED TO TRUE
           END-IF.

      *    A START OPENS A NEW INTERVAL; A STOP CLOSES THE MOST
      *    RECENT OPEN INTERVAL OF THE SAME PROGRAM AND ACCOUNT, OR
      *    -- WITH NONE OPEN -- IS KEPT AS A STOP-ONLY ROW.  A
      *    SECOND START WHILE ONE IS STILL OPEN LEAVES THE FIRST
      *    OPEN FOR GOOD, WHICH IS EXACTLY THE ABEND SIGNATURE THE
      *    NOSTOP CHECK WANTS.
       250-NOTE-JOURNAL-RECORD.
           IF JRN-PROGRAM = SPACES OR JRN-TIME NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF QRY-FROM NOT = SPACES AND JRN-DATE < QRY-FROM
               EXIT PARAGRAPH
           END-IF
           IF QRY-TO NOT = SPACES AND JRN-DATE > QRY-TO
               EXIT PARAGRAPH
           END-IF
           IF JOURNAL-FIRST-DATE = SPACES
               MOVE JRN-DATE TO JOURNAL-FIRST-DATE
           END-IF
           MOVE JRN-DATE TO JRN-STAMP (1 : 8)
           MOVE JRN-TIME TO JRN-STAMP (9 : 8)
           EVALUATE JRN-EVENT
               WHEN "START"
                   PERFORM 260-NEW-INTERVAL
                   IF NOT INT-TABLE-FULL
                       MOVE JRN-STAMP TO INT-START (INT-COUNT)
                       SET INT-OPEN (INT-COUNT) TO TRUE
                   END-IF
               WHEN "STOP"
                   MOVE +0 TO INT-FOUND
                   PERFORM VARYING INT-NDX FROM INT-COUNT BY -1
                       UNTIL INT-NDX < 1 OR INT-FOUND > 0
                       IF INT-PROGRAM (INT-NDX) = JRN-PROGRAM
                          AND INT-ACCOUNT (INT-NDX) = JRN-ACCOUNT
                          AND INT-OPEN (INT-NDX)
                           MOVE INT-NDX TO INT-FOUND
                       END-IF
                   END-PERFORM
                   IF INT-FOUND = 0
                       PERFORM 260-NEW-INTERVAL
                       IF INT-TABLE-FULL
                           EXIT PARAGRAPH
                       END-IF
                       MOVE INT-COUNT TO INT-FOUND
                       SET INT-STOP-ONLY (INT-FOUND) TO TRUE
                   ELSE
                       SET INT-CLOSED (INT-FOUND) TO TRUE
                   END-IF
                   MOVE JRN-STAMP TO INT-STOP (INT-FOUND)
                   MOVE JRN-RC    TO INT-STOP-RC (INT-FOUND)
           END-EVALUATE.

       260-NEW-INTERVAL.
           IF INT-COUNT >= INT-MAX
               SET INT-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO INT-COUNT
           MOVE JRN-PROGRAM TO INT-PROGRAM (INT-COUNT)
           MOVE JRN-ACCOUNT TO INT-ACCOUNT (INT-COUNT)
           MOVE SPACES TO INT-START (INT-COUNT)
                          INT-STOP (INT-COUNT)
                          INT-STOP-RC (INT-COUNT)
                          INT-RUN-KEY (INT-COUNT)
           MOVE +0 TO INT-ANSWERS (INT-COUNT).

      *    A FROM= DATE POSITIONS THE ARCHIVE WITH A KEYED START AND
      *    THE READ ENDS AS SOON AS THE RUN DATE PASSES TO=.  THE
      *    ARCHIVE IS READ TWICE: ONCE FOR THE RUN IDS ALONE, THEN
      *    TO PAIR THE ANSWERS.
       300-AUDIT-ANSWERS.
           PERFORM 310-POSITION-ARCHIVE
           IF AUDIT-ABANDONED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ANS-EOF
               READ ANSWERS-FILE NEXT
                   AT END SET ANS-EOF TO TRUE
                   NOT AT END PERFORM 320-NOTE-RUN-STAMP
               END-READ
           END-PERFORM
           CLOSE ANSWERS-FILE
           IF RUN-COUNT > RUN-MAX
               DISPLAY "AOCJAUD: MORE ARCHIVED RUNS THAN THE TABLE"
                   " HOLDS, LIMIT=" RUN-MAX " -- NARROW FROM=/TO="
               MOVE +8 TO WORST-RC
               SET AUDIT-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 310-POSITION-ARCHIVE
           IF AUDIT-ABANDONED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ANS-EOF
               READ ANSWERS-FILE NEXT
                   AT END SET ANS-EOF TO TRUE
                   NOT AT END PERFORM 350-PAIR-ONE-ANSWER
               END-READ
           END-PERFORM
           CLOSE ANSWERS-FILE.

       310-POSITION-ARCHIVE.
           MOVE "N" TO SW-ANS-EOF
           OPEN INPUT ANSWERS-FILE
           IF NOT ANS-FILE-OK
               DISPLAY "AOCANSWR ANSWERS ARCHIVE OPEN FAILED,"
                   " STATUS=" ANS-FILE-STATUS
               MOVE +8 TO WORST-RC
               SET AUDIT-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF QRY-FROM NOT = SPACES
               MOVE SPACES TO ANS-REC-KEY
               MOVE QRY-FROM TO ANS-REC-DATE
               START ANSWERS-FILE KEY >= ANS-REC-KEY
                   INVALID KEY SET ANS-EOF TO TRUE
               END-START
           END-IF.

       320-NOTE-RUN-STAMP.
           IF ANSWERS-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF QRY-TO NOT = SPACES AND ANS-REC-DATE > QRY-TO
               SET ANS-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF (QRY-FROM NOT = SPACES AND ANS-REC-DATE < QRY-FROM)
              OR ANS-REC-RUN-ID IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ANS-REC-DATE TO ANS-STAMP (1 : 8)
           MOVE ANS-REC-RUN-ID TO ANS-STAMP (9 : 8)
           IF RUN-COUNT > 0
               IF RUN-COUNT > RUN-MAX
                   EXIT PARAGRAPH
               END-IF
               IF RUN-STAMP (RUN-COUNT) = ANS-STAMP
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD +1 TO RUN-COUNT
           IF RUN-COUNT <= RUN-MAX
               MOVE ANS-STAMP TO RUN-STAMP (RUN-COUNT)
           END-IF.

       350-PAIR-ONE-ANSWER.
           IF ANSWERS-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF QRY-TO NOT = SPACES AND ANS-REC-DATE > QRY-TO
               SET ANS-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF QRY-FROM NOT = SPACES AND ANS-REC-DATE < QRY-FROM
               EXIT PARAGRAPH
           END-IF
           IF ARCHIVE-FIRST-DATE = SPACES
               MOVE ANS-REC-DATE TO ARCHIVE-FIRST-DATE
           END-IF
           ADD +1 TO ANSWER-COUNT
           MOVE SPACES TO THIS-RUN-KEY
           STRING ANS-REC-DATE " " ANS-REC-RUN-ID
               DELIMITED BY SIZE INTO THIS-RUN-KEY
           MOVE ANS-REC-DATE TO ANS-STAMP (1 : 8)
           COMPUTE ANS-RC-NUM = FUNCTION NUMVAL (ANS-REC-RC)
           IF ANS-REC-RUN-ID IS NUMERIC
               MOVE ANS-REC-RUN-ID TO ANS-STAMP (9 : 8)
               PERFORM 360-FIND-NEXT-STAMP
               PERFORM 370-PAIR-TIMED-RUN
           ELSE
               MOVE ZEROES TO ANS-STAMP (9 : 8)
               PERFORM 380-PAIR-UNTIMED-RUN
           END-IF
           IF INT-FOUND = 0 AND
              (JOURNAL-FIRST-DATE = SPACES OR
               ANS-REC-DATE < JOURNAL-FIRST-DATE)
               ADD +1 TO SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF INT-FOUND = 0
               ADD +1 TO ORPHAN-COUNT
               MOVE +8 TO WORST-RC
               MOVE SPACES TO REPORT-RECORD
               STRING "ORPHAN   " ANS-REC-DATE " " ANS-REC-RUN-ID
                   " " ANS-REC-PROGRAM " " ANS-REC-ACCOUNT
                   " " ANS-REC-LABEL
                   " -- NO ENCLOSING START/STOP IN THE JOURNAL"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO PAIRED-COUNT
           MOVE THIS-RUN-KEY TO INT-RUN-KEY (INT-FOUND)
           ADD +1 TO INT-ANSWERS (INT-FOUND)
           COMPUTE STOP-RC-NUM =
               FUNCTION NUMVAL (INT-STOP-RC (INT-FOUND))
           IF ANS-RC-NUM NOT = STOP-RC-NUM
               ADD +1 TO RCDIFF-COUNT
               MOVE +8 TO WORST-RC
               MOVE SPACES TO REPORT-RECORD
               STRING "RCDIFF   " ANS-REC-DATE " " ANS-REC-RUN-ID
                   " " ANS-REC-PROGRAM " " ANS-REC-ACCOUNT
                   " " ANS-REC-LABEL
                   " ANSWER RC=" ANS-REC-RC
                   " STOP " INT-STOP (INT-FOUND) (9 : 8)
                   " RC=" INT-STOP-RC (INT-FOUND)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *    WHERE THE NEXT TIMED RUN OF THE SAME DATE BEGAN, OR HIGH
      *    VALUES WHEN THIS IS THE DATE'S LAST.
       360-FIND-NEXT-STAMP.
           MOVE HIGH-VALUES TO NEXT-STAMP
           PERFORM VARYING RUN-NDX FROM 1 BY 1
               UNTIL RUN-NDX > RUN-COUNT
                  OR NEXT-STAMP NOT = HIGH-VALUES
               IF RUN-STAMP (RUN-NDX) > ANS-STAMP
                   IF RUN-STAMP (RUN-NDX) (1 : 8) = ANS-REC-DATE
                       MOVE RUN-STAMP (RUN-NDX) TO NEXT-STAMP
                   ELSE
                       MOVE RUN-COUNT TO RUN-NDX
                   END-IF
               END-IF
           END-PERFORM.

      *    EVERY INTERVAL OF THE PROGRAM AND ACCOUNT STOPPING FROM
      *    THE RUN ID UP TO THE NEXT RUN ID IS AN ATTEMPT OF THIS
      *    RUN.  THE LAST OF THEM ENDING WITH THE ANSWER'S RC WINS,
      *    ELSE THE LAST OF THEM.
       370-PAIR-TIMED-RUN.
           MOVE +0 TO INT-FOUND INT-FREE
           PERFORM VARYING INT-NDX FROM 1 BY 1
               UNTIL INT-NDX > INT-COUNT
               IF INT-PROGRAM (INT-NDX) = ANS-REC-PROGRAM AND
                  INT-ACCOUNT (INT-NDX) = ANS-REC-ACCOUNT AND
                  INT-CLOSED (INT-NDX) AND
                  (INT-START (INT-NDX) (1 : 8) = ANS-REC-DATE OR
                   INT-STOP (INT-NDX) (1 : 8) = ANS-REC-DATE) AND
                  INT-STOP (INT-NDX) >= ANS-STAMP AND
                  INT-STOP (INT-NDX) < NEXT-STAMP AND
                  (INT-RUN-KEY (INT-NDX) = SPACES OR
                   INT-RUN-KEY (INT-NDX) = THIS-RUN-KEY)
                   MOVE INT-NDX TO INT-FREE
                   COMPUTE INT-LAST-RC =
                       FUNCTION NUMVAL (INT-STOP-RC (INT-NDX))
                   IF INT-LAST-RC = ANS-RC-NUM
                       MOVE INT-NDX TO INT-FOUND
                   END-IF
               END-IF
           END-PERFORM
           IF INT-FOUND = 0
               MOVE INT-FREE TO INT-FOUND
           END-IF.

      *    THE INTERVAL THIS RUN KEY ALREADY CLAIMED, ELSE THE FIRST
      *    UNCLAIMED ONE OF THE DATE.
       380-PAIR-UNTIMED-RUN.
           MOVE +0 TO INT-FOUND INT-FREE
           PERFORM VARYING INT-NDX FROM 1 BY 1
               UNTIL INT-NDX > INT-COUNT OR INT-FOUND > 0
               IF INT-PROGRAM (INT-NDX) = ANS-REC-PROGRAM AND
                  INT-ACCOUNT (INT-NDX) = ANS-REC-ACCOUNT AND
                  INT-CLOSED (INT-NDX) AND
                  (INT-START (INT-NDX) (1 : 8) = ANS-REC-DATE OR
                   INT-STOP (INT-NDX) (1 : 8) = ANS-REC-DATE) AND
                  INT-STOP (INT-NDX) >= ANS-STAMP
                   IF INT-RUN-KEY (INT-NDX) = THIS-RUN-KEY
                       MOVE INT-NDX TO INT-FOUND
                   END-IF
                   IF INT-RUN-KEY (INT-NDX) = SPACES AND
                      INT-FREE = 0
                       MOVE INT-NDX TO INT-FREE
                   END-IF
               END-IF
           END-PERFORM
           IF INT-FOUND = 0
               MOVE INT-FREE TO INT-FOUND
           END-IF.

       400-AUDIT-INTERVALS.
           IF NOT CTL-WAS-READ
               MOVE SPACES TO REPORT-RECORD
               STRING "NOTE     BOARD CONTROL NOT AVAILABLE --"
                   " SILENT-STOP CHECK SKIPPED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "NOTE     JOURNAL FROM " JOURNAL-FIRST-DATE
               ", ARCHIVE FROM " ARCHIVE-FIRST-DATE
               " -- ORPHAN/SILENT CHECKS COVER THE OVERLAP ONLY"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING INT-NDX FROM 1 BY 1
               UNTIL INT-NDX > INT-COUNT
               PERFORM 450-AUDIT-ONE-INTERVAL
           END-PERFORM.

       450-AUDIT-ONE-INTERVAL.
           EVALUATE TRUE
               WHEN INT-OPEN (INT-NDX)
                   ADD +1 TO NOSTOP-COUNT
                   IF WORST-RC < 4
                       MOVE +4 TO WORST-RC
                   END-IF
                   MOVE SPACES TO REPORT-RECORD
                   STRING "NOSTOP   " INT-START (INT-NDX) (1 : 8)
                       " " INT-START (INT-NDX) (9 : 8)
                       " " INT-PROGRAM (INT-NDX)
                       " " INT-ACCOUNT (INT-NDX)
                       " -- START WITH NO STOP (ABEND?)"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               WHEN INT-STOP-ONLY (INT-NDX)
                   ADD +1 TO NOSTART-COUNT
                   IF WORST-RC < 4
                       MOVE +4 TO WORST-RC
                   END-IF
                   MOVE SPACES TO REPORT-RECORD
                   STRING "NOSTART  " INT-STOP (INT-NDX) (1 : 8)
                       " " INT-STOP (INT-NDX) (9 : 8)
                       " " INT-PROGRAM (INT-NDX)
                       " " INT-ACCOUNT (INT-NDX)
                       " -- STOP WITH NO START BEFORE IT"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               WHEN INT-ANSWERS (INT-NDX) = 0 AND CTL-WAS-READ
                   COMPUTE STOP-RC-NUM =
                       FUNCTION NUMVAL (INT-STOP-RC (INT-NDX))
                   IF STOP-RC-NUM NOT = 0
                       EXIT PARAGRAPH
                   END-IF
                   IF ARCHIVE-FIRST-DATE = SPACES OR
                      INT-STOP (INT-NDX) (1 : 8) < ARCHIVE-FIRST-DATE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE +0 TO BPG-FOUND
                   PERFORM VARYING BPG-NDX FROM 1 BY 1
                       UNTIL BPG-NDX > BPG-COUNT OR BPG-FOUND > 0
                       IF BPG-NAME (BPG-NDX) = INT-PROGRAM (INT-NDX)
                           MOVE BPG-NDX TO BPG-FOUND
                       END-IF
                   END-PERFORM
                   IF BPG-FOUND = 0
                       EXIT PARAGRAPH
                   END-IF
                   ADD +1 TO SILENT-COUNT
                   IF WORST-RC < 4
                       MOVE +4 TO WORST-RC
                   END-IF
                   MOVE SPACES TO REPORT-RECORD
                   STRING "SILENT   " INT-STOP (INT-NDX) (1 : 8)
                       " " INT-STOP (INT-NDX) (9 : 8)
                       " " INT-PROGRAM (INT-NDX)
                       " " INT-ACCOUNT (INT-NDX)
                       " -- RC 0 STOP, NO ANSWER IN THE ARCHIVE"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
           END-EVALUATE.

       500-WRITE-TOTALS.
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD
           MOVE ANSWER-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "ANSWERS READ ............ " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE PAIRED-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "ANSWERS PAIRED .......... " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SKIPPED-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "ANSWERS BEFORE JOURNAL .. " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE INT-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "JOURNALED RUNS .......... " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ORPHAN-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "ORPHAN ANSWERS .......... " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE RCDIFF-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "RC DISAGREEMENTS ........ " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE NOSTOP-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "STARTS WITH NO STOP ..... " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE NOSTART-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "STOPS WITH NO START ..... " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SILENT-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "SILENT CLEAN STOPS ...... " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           DISPLAY "AOCJAUD: ANSWERS=" ANSWER-COUNT
               " ORPHAN=" ORPHAN-COUNT " RCDIFF=" RCDIFF-COUNT
               " NOSTOP=" NOSTOP-COUNT " NOSTART=" NOSTART-COUNT
               " SILENT=" SILENT-COUNT " RC=" WORST-RC.
       END PROGRAM AOCJAUD.
