       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCVSAM.
      *    ANSWERS ARCHIVE VSAM HEALTH AND REORGANIZATION.  THE
      *    ARCHIVE KSDS TAKES INSERTS FROM EVERY PROGRAM ALL SEASON,
      *    AND BY DECEMBER ITS CI AND CA SPLITS AND EXTENTS MAKE THE
      *    KEYED READERS (AOCANSQ, AOCDRIFT) NOTICEABLY SLOWER.  THIS
      *    DRIVER WATCHES THE CLUSTER AND, WHEN IT HAS DEGRADED,
      *    RELOADS IT UNDER CONTROL.  IT RUNS ONCE PER MODE IN
      *    JCL/AOCVSAM.JCL:
      *    MODE=CHECK (THE DEFAULT) -- READS THE IDCAMS LISTCAT ALL
      *        OUTPUT FOR THE CLUSTER AND REPORTS THE DATA
      *        COMPONENT'S RECORD COUNT, CI AND CA SPLITS, FREE
      *        SPACE, EXTENTS AND HIGH-USED RBA AGAINST THE LIMITS IN
      *        THE THRESHOLD CONTROL FILE (CTL/AOCVSAM.CTL).  ANY
      *        LIMIT PASSED -- OR FORCE=Y, OR A PRIOR REORGANIZATION
      *        LEFT HALF-FINISHED -- ENDS RC=4, WHICH IS WHAT RUNS
      *        THE REORGANIZATION STEPS, AND WRITES THE IDCAMS ALTER
      *        THAT GIVES THE DATA COMPONENT ITS RELOAD FREE SPACE.
      *    MODE=UNLOAD -- COPIES THE CLUSTER IN KEY ORDER TO THE
      *        UNLOAD DATASET, THEN RE-READS THE UNLOAD AND VERIFIES
      *        ITS RECORD COUNT AND LAST KEY AGAINST THE SOURCE THE
      *        SAME WAY AOCDRREP VERIFIES A DR COPY (SHORT, STALE,
      *        OK).  A FAILED VERIFY ABANDONS THE REORGANIZATION WITH
      *        THE CLUSTER UNTOUCHED.
      *    MODE=RELOAD -- RE-VERIFIES THE UNLOAD AGAINST THE COUNT
      *        AND KEY RECORDED AT UNLOAD TIME, RELOADS THE CLUSTER
      *        WHOLE THROUGH AN OPEN OUTPUT ON THE REUSABLE CLUSTER
      *        (A FRESH LOAD, SO THE FREE SPACE IS LAID DOWN AGAIN
      *        AND THE SPLITS ARE GONE), AND RE-READS THE CLUSTER TO
      *        VERIFY IT AGAINST THE SOURCE COUNT AND KEY.
      *    EVERY PHASE IS RECORDED IN THE REORGANIZATION STATE
      *    DATASET (DD/ENV AOCRGSTA, ONE RECORD, REWRITTEN WHOLE AT
      *    EACH PHASE) BEFORE IT BEGINS:
      *        UNLOADING -- THE UNLOAD IS UNDER WAY
      *        UNLOADED  -- THE UNLOAD IS WRITTEN AND VERIFIED
      *        RELOADING -- THE CLUSTER IS BEING RELOADED
      *        COMPLETE  -- THE RELOAD IS VERIFIED
      *        ABANDONED -- THE UNLOAD FAILED ITS VERIFY; THE
      *                     CLUSTER WAS NEVER TOUCHED
      *        FAILED    -- THE RELOAD FAILED ITS VERIFY
      *    UNLOADING, UNLOADED, RELOADING AND FAILED ARE HALF-
      *    FINISHED, AND THE AOCBOARD PREFLIGHT REFUSES TO RUN ON
      *    THEM -- ONCE THE UNLOAD IS TAKEN, AN ANSWER ARCHIVED BY
      *    THE BOARD WOULD BE LOST BY THE RELOAD.  RESUBMITTING
      *    JCL/AOCVSAM.JCL RESUMES: CHECK SEES THE STATE AND ASKS FOR
      *    THE REORGANIZATION AGAIN, AND UNLOAD KEEPS A VERIFIED
      *    UNLOAD INSTEAD OF RE-TAKING IT FROM A CLUSTER THE RELOAD
      *    MAY HAVE LEFT PART-WRITTEN.
      *        AOCLSTCT -- IDCAMS LISTCAT ENTRIES(...) ALL OUTPUT
      *        AOCVSCTL -- HEALTH THRESHOLDS (CTL/AOCVSAM.CTL)
      *        AOCVSALT -- GENERATED IDCAMS ALTER (CHECK)
      *        AOCANSWR -- THE ANSWERS ARCHIVE CLUSTER
      *        AOCRGUNL -- THE UNLOAD DATASET
      *        AOCRGSTA -- THE REORGANIZATION STATE
      *        AOCVSRPT -- THE REPORT
      *        AOCALERT -- THE ALERT FEED (THROUGH ALERTLOG)
      *    PARM KEYWORDS (PARSED BY PARMPARS):
      *        MODE=CHECK|UNLOAD|RELOAD -- DEFAULT CHECK
      *        HLQ=XXXXXXXX   -- THE SEASON HLQ, FOR THE CLUSTER NAME
      *                          IN THE REPORT AND THE ALTER; DEFAULT
      *                          THE AOCHLQ ENVIRONMENT VALUE, THEN
      *                          AOC2023, THE AOCBOARD RULE
      *        FORCE=Y        -- REORGANIZE WHATEVER THE STATISTICS
      *                          SAY (CHECK)
      *    RC=0 -- HEALTHY, OR THE PHASE COMPLETED AND VERIFIED;
      *    RC=4 -- CHECK ONLY: THE REORGANIZATION IS CALLED FOR;
      *    RC=8 -- A FILE WOULD NOT OPEN, A THRESHOLD ROW IS BAD, THE
      *            LISTCAT HOLDS NO DATA STATISTICS, OR A VERIFY
      *            FAILED.  SEE JCL/AOCVSAM.JCL.
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
              ASSIGN TO AOCLSTCT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LCF-FILE-STATUS.
           SELECT THRESHOLD-FILE
              ASSIGN TO AOCVSCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS THR-FILE-STATUS.
           SELECT ALTER-FILE
              ASSIGN TO AOCVSALT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ALT-FILE-STATUS.
           SELECT ANSWERS-FILE
              ASSIGN TO AOCANSWR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ANS-REC-KEY
              FILE STATUS IS ANS-FILE-STATUS.
           SELECT UNLOAD-FILE
              ASSIGN TO AOCRGUNL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS UNL-FILE-STATUS.
           SELECT STATE-FILE
              ASSIGN TO AOCRGSTA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RGS-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCVSRPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    IDCAMS SYSPRINT -- CARRIAGE CONTROL IN COLUMN 1, SO THE
      *    STATISTICS ARE FOUND BY NAME, NEVER BY COLUMN.
       FD  LISTCAT-FILE.
       01  LISTCAT-LINE              PIC  X(133).

       FD  THRESHOLD-FILE.
       01  THR-RECORD.
           05  THR-KEYWORD           PIC  X(08).
           05  FILLER                PIC  X.
           05  THR-VALUE-X           PIC  X(09).
           05  THR-VALUE-9          REDEFINES THR-VALUE-X
                                     PIC  9(09).
           05  FILLER                PIC  X(62).

       FD  ALTER-FILE.
       01  ALTER-RECORD              PIC  X(80).

       FD  ANSWERS-FILE.
       01  ANSWERS-RECORD.
           05  ANS-REC-KEY           PIC  X(61).
           05  FILLER                PIC  X(57).

       FD  UNLOAD-FILE
           RECORD CONTAINS 118 CHARACTERS.
       01  UNLOAD-RECORD.
           05  UNL-REC-KEY           PIC  X(61).
           05  FILLER                PIC  X(57).

       FD  STATE-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  STATE-RECORD.
           05  RGS-DATE              PIC  X(08).
           05  FILLER                PIC  X.
           05  RGS-TIME              PIC  X(08).
           05  FILLER                PIC  X.
           05  RGS-PHASE             PIC  X(10).
           05  FILLER                PIC  X.
           05  RGS-SRC-COUNT         PIC  9(09).
           05  FILLER                PIC  X.
           05  RGS-TGT-COUNT         PIC  9(09).
           05  FILLER                PIC  X.
           05  RGS-VERDICT           PIC  X(08).
           05  FILLER                PIC  X.
           05  RGS-LAST-KEY          PIC  X(61).
           05  FILLER                PIC  X.

       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC  X(100).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  LCF-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 LCF-FILE-OK                   VALUE "00".
           05  SW-LCF-EOF            PIC  X     VALUE "N".
               88 LCF-EOF                       VALUE "Y".
           05  THR-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 THR-FILE-OK                   VALUE "00".
           05  SW-THR-EOF            PIC  X     VALUE "N".
               88 THR-EOF                       VALUE "Y".
           05  ALT-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 ALT-FILE-OK                   VALUE "00".
           05  ANS-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 ANS-FILE-OK                   VALUE "00".
           05  UNL-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 UNL-FILE-OK                   VALUE "00".
           05  RGS-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 RGS-FILE-OK                   VALUE "00".
           05  RPT-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                   VALUE "00".
           05  SW-COPY-EOF           PIC  X     VALUE "N".
               88 COPY-EOF                      VALUE "Y".

       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER            PIC X(12) VALUE "MODE".
               10  FILLER            PIC X(12) VALUE "HLQ".
               10  FILLER            PIC X(12) VALUE "FORCE".
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
           05  SW-RUN-MODE           PIC  X     VALUE "C".
               88 CHECK-MODE                    VALUE "C".
               88 UNLOAD-MODE                   VALUE "U".
               88 RELOAD-MODE                   VALUE "R".
           05  SW-FORCE              PIC  X     VALUE "N".
               88 FORCE-REORG                   VALUE "Y".
           05  RUN-DATE              PIC  9(08) VALUE ZEROES.
           05  RUN-TIME              PIC  9(08) VALUE ZEROES.
           05  WORST-RC              PIC S9(4) COMP-5 VALUE +0.

       01  HLQ-FIELDS.
           05  HLQ-VALUE             PIC  X(17) VALUE SPACES.
           05  HLQ-LEN               PIC S9(4) COMP-5 VALUE +0.
           05  CLUSTER-DSN           PIC  X(44) VALUE SPACES.
           05  CLUSTER-LEN           PIC S9(4) COMP-5 VALUE +0.

      *    THE STATE AS FOUND AT THE START OF THE STEP.  A MISSING
      *    OR EMPTY STATE DATASET READS AS NO REORGANIZATION EVER.
       01  STATE-WORK.
           05  STATE-PHASE           PIC  X(10) VALUE SPACES.
               88 STATE-NONE                    VALUE SPACES.
               88 STATE-HALF-FINISHED           VALUE "UNLOADING"
                                                      "UNLOADED"
                                                      "RELOADING"
                                                      "FAILED".
               88 STATE-UNLOAD-KEPT             VALUE "UNLOADED"
                                                      "RELOADING"
                                                      "FAILED".
           05  STATE-DATE            PIC  X(08) VALUE SPACES.
           05  STATE-SRC-COUNT       PIC  9(09) VALUE ZEROES.
           05  STATE-LAST-KEY        PIC  X(61) VALUE SPACES.
           05  NEW-PHASE             PIC  X(10) VALUE SPACES.
           05  SW-STATE-WRITTEN      PIC  X     VALUE "N".
               88 STATE-WRITTEN                 VALUE "Y".

      *    COPY AND VERIFY COUNTS, JUDGED THE AOCDRREP WAY.
       01  COPY-WORK.
           05  SRC-COUNT             PIC S9(09) COMP-5 VALUE +0.
           05  TGT-COUNT             PIC S9(09) COMP-5 VALUE +0.
           05  SRC-LAST-KEY          PIC  X(61) VALUE SPACES.
           05  TGT-LAST-KEY          PIC  X(61) VALUE SPACES.
           05  COPY-VERDICT          PIC  X(08) VALUE SPACES.
               88 COPY-VERIFIED                 VALUE "OK".
           05  SRC-COUNT-9           PIC  9(09) VALUE ZEROES.
           05  TGT-COUNT-9           PIC  9(09) VALUE ZEROES.

      *    THE LISTCAT STATISTICS, FOUND BY NAME IN THE DATA
      *    COMPONENT'S SECTION.  THE FIRST OCCURRENCE WINS -- THE
      *    PER-VOLUME LINES FURTHER DOWN REPEAT THE RBA NAMES.
       01  LISTCAT-NAMES.
           05  FILLER                PIC  X(16) VALUE "REC-TOTAL".
           05  FILLER                PIC  X(16) VALUE "SPLITS-CI".
           05  FILLER                PIC  X(16) VALUE "SPLITS-CA".
           05  FILLER                PIC  X(16) VALUE "FREESPACE-%CI".
           05  FILLER                PIC  X(16) VALUE "FREESPACE-%CA".
           05  FILLER                PIC  X(16) VALUE "FREESPC".
           05  FILLER                PIC  X(16) VALUE "EXTENTS".
           05  FILLER                PIC  X(16) VALUE "HI-A-RBA".
           05  FILLER                PIC  X(16) VALUE "HI-U-RBA".
       01  LISTCAT-NAME-TABLE       REDEFINES LISTCAT-NAMES.
           05  LC-NAME               PIC  X(16) OCCURS 9 TIMES.
       01  LISTCAT-STATS.
           05  LC-STAT OCCURS 9 TIMES.
               10  LC-VALUE          PIC  9(15).
               10  LC-FOUND          PIC  X.
       01  LISTCAT-WORK.
           05  LX                    PIC S9(4) COMP-5 VALUE +0.
           05  LC-NAME-LEN           PIC S9(4) COMP-5 VALUE +0.
           05  LC-TALLY              PIC S9(4) COMP-5 VALUE +0.
           05  LC-POS                PIC S9(4) COMP-5 VALUE +0.
           05  LC-DIGIT              PIC  9     VALUE ZERO.
           05  LC-LINE-COUNT         PIC S9(9) COMP-5 VALUE +0.
           05  SW-IN-DATA            PIC  X     VALUE "N".
               88 IN-DATA-COMPONENT             VALUE "Y".
           05  SW-DATA-SEEN          PIC  X     VALUE "N".
               88 DATA-COMPONENT-SEEN           VALUE "Y".

      *    THE FIVE JUDGED STATISTICS.  FREE SPACE IS A FLOOR, THE
      *    REST ARE CEILINGS.
       01  HEALTH-TABLE.
           05  HEALTH-ENTRY OCCURS 5 TIMES.
               10  HL-NAME           PIC  X(20).
               10  HL-VALUE          PIC  9(15).
               10  HL-LIMIT          PIC  9(09).
               10  HL-HAS-LIMIT      PIC  X.
               10  HL-IS-FLOOR       PIC  X.
       01  HEALTH-WORK.
           05  HX                    PIC S9(4) COMP-5 VALUE +0.
           05  EXCEEDED-COUNT        PIC S9(4) COMP-5 VALUE +0.
           05  BAD-ROW-COUNT         PIC S9(4) COMP-5 VALUE +0.
           05  THR-ROW-NUMBER        PIC  9(04) VALUE ZEROES.
           05  RELOAD-CI-PCT         PIC  9(09) VALUE ZEROES.
           05  RELOAD-CA-PCT         PIC  9(09) VALUE ZEROES.
           05  SW-RELOAD-CI          PIC  X     VALUE "N".
               88 RELOAD-CI-GIVEN               VALUE "Y".
           05  SW-RELOAD-CA          PIC  X     VALUE "N".
               88 RELOAD-CA-GIVEN               VALUE "Y".
           05  SW-REORG-DUE          PIC  X     VALUE "N".
               88 REORG-DUE                     VALUE "Y".
           05  REORG-REASON          PIC  X(60) VALUE SPACES.

       01  HEALTH-LINE.
           05  FILLER                PIC  X(02) VALUE SPACES.
           05  HLN-NAME              PIC  X(20).
           05  HLN-VALUE             PIC  ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC  X(02) VALUE SPACES.
           05  HLN-LIMIT-TAG         PIC  X(06).
           05  HLN-LIMIT             PIC  ZZZ,ZZZ,ZZ9.
           05  HLN-LIMIT-X          REDEFINES HLN-LIMIT
                                     PIC  X(11).
           05  FILLER                PIC  X(02) VALUE SPACES.
           05  HLN-RESULT            PIC  X(14).
           05  FILLER                PIC  X(24) VALUE SPACES.

      *    NUMBERS GO INTO THE IDCAMS ALTER WITHOUT LEADING ZEROES.
       01  ALTER-WORK.
           05  ALT-LINE              PIC  X(80) VALUE SPACES.
           05  NUM-IN                PIC  9(09) VALUE ZEROES.
           05  NUM-EDIT              PIC  Z(8)9.
           05  NUM-TEXT              PIC  X(09) VALUE SPACES.
           05  NUM-LEN               PIC S9(4) COMP-5 VALUE +0.
           05  NUM-NDX               PIC S9(4) COMP-5 VALUE +0.
           05  CI-TEXT               PIC  X(09) VALUE SPACES.
           05  CI-LEN                PIC S9(4) COMP-5 VALUE +0.

       01  ALERT-FIELDS.
           05  ALERT-PROGRAM         PIC  X(08) VALUE "AOCVSAM".
           05  ALERT-SEVERITY        PIC S9(4) COMP-5 VALUE +0.
           05  ALERT-KEY             PIC  X(20) VALUE "VSAM-REORG".
           05  ALERT-TEXT            PIC  X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN              PIC S9(4) COMP-5.
           05  PARM-TEXT             PIC  X(60).

       PROCEDURE DIVISION USING PARM-AREA.
           PERFORM 000-HOUSEKEEPING
           IF WORST-RC < 8
               PERFORM 060-READ-STATE
               EVALUATE TRUE
                   WHEN UNLOAD-MODE
                       PERFORM 200-UNLOAD-ARCHIVE
                   WHEN RELOAD-MODE
                       PERFORM 300-RELOAD-ARCHIVE
                   WHEN OTHER
                       PERFORM 100-CHECK-HEALTH
               END-EVALUATE
           END-IF
           PERFORM 900-WRAP-UP
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       000-HOUSEKEEPING.
           ACCEPT HLQ-VALUE FROM ENVIRONMENT "AOCHLQ"
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
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
           MOVE SPACES TO CLUSTER-DSN
           STRING HLQ-VALUE (1 : HLQ-LEN) ".ANSWERS.ARCHIVE"
               DELIMITED BY SIZE INTO CLUSTER-DSN
           END-STRING
           COMPUTE CLUSTER-LEN = HLQ-LEN + 16
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCVSRPT REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN UNLOAD-MODE
                   STRING "ANSWERS ARCHIVE REORGANIZATION -- UNLOAD"
                       " OF " CLUSTER-DSN (1 : CLUSTER-LEN)
                       "  " RUN-DATE
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               WHEN RELOAD-MODE
                   STRING "ANSWERS ARCHIVE REORGANIZATION -- RELOAD"
                       " OF " CLUSTER-DSN (1 : CLUSTER-LEN)
                       "  " RUN-DATE
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               WHEN OTHER
                   STRING "ANSWERS ARCHIVE VSAM HEALTH -- "
                       CLUSTER-DSN (1 : CLUSTER-LEN)
                       "  " RUN-DATE
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
           END-EVALUATE
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD.

       010-PARSE-PARM.
           CALL "PARMPARS" USING PARM-LEN, PARM-TEXT,
               PP-VALID-KEYS, PP-RESULT
           IF NOT PP-KEYWORD-MODE
               DISPLAY "AOCVSAM PARM IS NOT KEYWORD FORM"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "MODE" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               EVALUATE PG-VAL-TEXT
                   WHEN "CHECK"
                       SET CHECK-MODE TO TRUE
                   WHEN "UNLOAD"
                       SET UNLOAD-MODE TO TRUE
                   WHEN "RELOAD"
                       SET RELOAD-MODE TO TRUE
                   WHEN OTHER
                       DISPLAY "AOCVSAM MODE MUST BE CHECK, UNLOAD"
                           " OR RELOAD"
                       MOVE +8 TO WORST-RC
               END-EVALUATE
           END-IF
           MOVE "HLQ" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT TO HLQ-VALUE
           END-IF
           MOVE "FORCE" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y" AND PG-VAL-TEXT = "Y"
               SET FORCE-REORG TO TRUE
           END-IF.

       050-GET-ONE-KEYWORD.
           CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
               PG-VAL-TEXT, PG-VAL-NUM.

      *    THE STATE DATASET HOLDS ONE RECORD -- THE LAST PHASE
      *    BEGUN OR ENDED, WITH THE SOURCE COUNT AND LAST KEY THE
      *    UNLOAD WAS VERIFIED AGAINST.
       060-READ-STATE.
           MOVE SPACES TO STATE-PHASE STATE-DATE STATE-LAST-KEY
           MOVE ZEROES TO STATE-SRC-COUNT
           OPEN INPUT STATE-FILE
           IF NOT RGS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           READ STATE-FILE
               NOT AT END
                   MOVE RGS-PHASE TO STATE-PHASE
                   MOVE RGS-DATE TO STATE-DATE
                   MOVE RGS-LAST-KEY TO STATE-LAST-KEY
                   IF RGS-SRC-COUNT IS NUMERIC
                       MOVE RGS-SRC-COUNT TO STATE-SRC-COUNT
                   END-IF
           END-READ
           CLOSE STATE-FILE
           IF NOT STATE-NONE
               MOVE SPACES TO REPORT-RECORD
               STRING "LAST REORGANIZATION STATE: " STATE-PHASE
                   " AS OF " STATE-DATE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

      *    ------------------------------------------------------
      *    MODE=CHECK
      *    ------------------------------------------------------
       100-CHECK-HEALTH.
           PERFORM 110-LOAD-THRESHOLDS
           IF WORST-RC >= 8
               EXIT PARAGRAPH
           END-IF
           PERFORM 120-READ-LISTCAT
           IF WORST-RC >= 8
               EXIT PARAGRAPH
           END-IF
           PERFORM 140-JUDGE-STATISTICS
           EVALUATE TRUE
               WHEN STATE-HALF-FINISHED
                   SET REORG-DUE TO TRUE
                   STRING "PRIOR REORGANIZATION LEFT " STATE-PHASE
                       " -- RESUMING IT"
                       DELIMITED BY SIZE INTO REORG-REASON
                   END-STRING
               WHEN EXCEEDED-COUNT > 0
                   SET REORG-DUE TO TRUE
                   MOVE "THRESHOLDS EXCEEDED -- REORGANIZATION DUE"
                     TO REORG-REASON
               WHEN FORCE-REORG
                   SET REORG-DUE TO TRUE
                   MOVE "FORCE=Y -- REORGANIZATION REQUESTED"
                     TO REORG-REASON
               WHEN OTHER
                   MOVE "CLUSTER HEALTHY -- NO REORGANIZATION"
                     TO REORG-REASON
           END-EVALUATE
           PERFORM 160-WRITE-ALTER
           IF REORG-DUE AND WORST-RC < 4
               MOVE +4 TO WORST-RC
           END-IF.

      *    THE THRESHOLD ROWS -- COMMENT AND BLANK ROWS SKIPPED.  A
      *    MISSING THRESHOLD FILE CHECKS NOTHING BUT STILL REPORTS
      *    THE STATISTICS; AN UNKNOWN KEYWORD OR A VALUE THAT IS NOT
      *    NINE DIGITS IS A BAD ROW AND STOPS THE CHECK.
       110-LOAD-THRESHOLDS.
           MOVE "CI SPLITS"          TO HL-NAME (1)
           MOVE "CA SPLITS"          TO HL-NAME (2)
           MOVE "EXTENTS"            TO HL-NAME (3)
           MOVE "FREE SPACE KB"      TO HL-NAME (4)
           MOVE "HI-U-RBA PCT USED"  TO HL-NAME (5)
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > 5
               MOVE ZEROES TO HL-VALUE (HX) HL-LIMIT (HX)
               MOVE "N" TO HL-HAS-LIMIT (HX) HL-IS-FLOOR (HX)
           END-PERFORM
           MOVE "Y" TO HL-IS-FLOOR (4)
           OPEN INPUT THRESHOLD-FILE
           IF NOT THR-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               STRING "NO THRESHOLD FILE ON AOCVSCTL, STATUS="
                   THR-FILE-STATUS " -- STATISTICS REPORTED ONLY"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SW-THR-EOF
           MOVE ZEROES TO THR-ROW-NUMBER
           PERFORM UNTIL THR-EOF
               READ THRESHOLD-FILE
                   AT END SET THR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO THR-ROW-NUMBER
                       IF THR-RECORD (1 : 1) NOT = "*"
                          AND THR-RECORD NOT = SPACES
                           PERFORM 115-TAKE-THRESHOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE THRESHOLD-FILE
           IF BAD-ROW-COUNT > 0
               MOVE +8 TO WORST-RC
           END-IF.

       115-TAKE-THRESHOLD.
           IF THR-VALUE-X IS NOT NUMERIC
               PERFORM 118-REPORT-BAD-ROW
               EXIT PARAGRAPH
           END-IF
           EVALUATE THR-KEYWORD
               WHEN "CISPLITS"
                   MOVE 1 TO HX
               WHEN "CASPLITS"
                   MOVE 2 TO HX
               WHEN "EXTENTS"
                   MOVE 3 TO HX
               WHEN "FREEKB"
                   MOVE 4 TO HX
               WHEN "HURBAPCT"
                   MOVE 5 TO HX
               WHEN "RELOADCI"
                   MOVE THR-VALUE-9 TO RELOAD-CI-PCT
                   SET RELOAD-CI-GIVEN TO TRUE
                   EXIT PARAGRAPH
               WHEN "RELOADCA"
                   MOVE THR-VALUE-9 TO RELOAD-CA-PCT
                   SET RELOAD-CA-GIVEN TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   PERFORM 118-REPORT-BAD-ROW
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE THR-VALUE-9 TO HL-LIMIT (HX)
           MOVE "Y" TO HL-HAS-LIMIT (HX).

       118-REPORT-BAD-ROW.
           ADD +1 TO BAD-ROW-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "BAD THRESHOLD ROW " THR-ROW-NUMBER ": "
               THR-RECORD (1 : 18)
               " -- KEYWORD UNKNOWN OR VALUE NOT NINE DIGITS"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           DISPLAY "AOCVSAM BAD THRESHOLD ROW " THR-ROW-NUMBER.

      *    ONLY THE DATA COMPONENT'S SECTION IS SCANNED -- THE
      *    INDEX COMPONENT CARRIES ITS OWN REC-TOTAL AND SPLITS.
       120-READ-LISTCAT.
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > 9
               MOVE ZEROES TO LC-VALUE (LX)
               MOVE "N" TO LC-FOUND (LX)
           END-PERFORM
           OPEN INPUT LISTCAT-FILE
           IF NOT LCF-FILE-OK
               DISPLAY "AOCLSTCT LISTCAT OPEN FAILED, STATUS="
                   LCF-FILE-STATUS
               MOVE SPACES TO REPORT-RECORD
               STRING "NO LISTCAT OUTPUT ON AOCLSTCT, STATUS="
                   LCF-FILE-STATUS
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SW-LCF-EOF SW-IN-DATA SW-DATA-SEEN
           PERFORM UNTIL LCF-EOF
               READ LISTCAT-FILE
                   AT END SET LCF-EOF TO TRUE
                   NOT AT END
                       ADD +1 TO LC-LINE-COUNT
                       PERFORM 130-SCAN-LISTCAT-LINE
               END-READ
           END-PERFORM
           CLOSE LISTCAT-FILE
           IF LC-FOUND (1) NOT = "Y"
               DISPLAY "AOCVSAM: NO DATA COMPONENT STATISTICS IN "
                   LC-LINE-COUNT " LISTCAT LINES"
               MOVE SPACES TO REPORT-RECORD
               STRING "THE LISTCAT OUTPUT HOLDS NO DATA COMPONENT"
                   " STATISTICS -- WAS IT RUN WITH ALL?"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE +8 TO WORST-RC
           END-IF.

       130-SCAN-LISTCAT-LINE.
           MOVE +0 TO LC-TALLY
           INSPECT LISTCAT-LINE TALLYING LC-TALLY
               FOR ALL "DATA ------"
           IF LC-TALLY > 0
               SET IN-DATA-COMPONENT TO TRUE
               SET DATA-COMPONENT-SEEN TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO LC-TALLY
           INSPECT LISTCAT-LINE TALLYING LC-TALLY
               FOR ALL "INDEX ------"
           IF LC-TALLY > 0
               MOVE "N" TO SW-IN-DATA
               EXIT PARAGRAPH
           END-IF
           IF NOT IN-DATA-COMPONENT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > 9
               IF LC-FOUND (LX) NOT = "Y"
                   PERFORM 135-FIND-STATISTIC
               END-IF
           END-PERFORM.

      *    A STATISTIC PRINTS AS ITS NAME, A RUN OF DASHES, THEN THE
      *    NUMBER: REC-TOTAL--------12345.
       135-FIND-STATISTIC.
           PERFORM VARYING LC-NAME-LEN FROM +16 BY -1
               UNTIL LC-NAME-LEN < +1
                  OR LC-NAME (LX) (LC-NAME-LEN : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE +0 TO LC-TALLY
           INSPECT LISTCAT-LINE TALLYING LC-TALLY
               FOR CHARACTERS
               BEFORE INITIAL LC-NAME (LX) (1 : LC-NAME-LEN)
           IF LC-TALLY >= 133
               EXIT PARAGRAPH
           END-IF
           COMPUTE LC-POS = LC-TALLY + LC-NAME-LEN + 1
           PERFORM VARYING LC-POS FROM LC-POS BY 1
               UNTIL LC-POS > 133
                  OR LISTCAT-LINE (LC-POS : 1) NOT = "-"
               CONTINUE
           END-PERFORM
           IF LC-POS > 133
               EXIT PARAGRAPH
           END-IF
           IF LISTCAT-LINE (LC-POS : 1) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROES TO LC-VALUE (LX)
           PERFORM UNTIL LC-POS > 133
                  OR LISTCAT-LINE (LC-POS : 1) IS NOT NUMERIC
               MOVE LISTCAT-LINE (LC-POS : 1) TO LC-DIGIT
               COMPUTE LC-VALUE (LX) = LC-VALUE (LX) * 10
                   + LC-DIGIT
               ADD +1 TO LC-POS
           END-PERFORM
           MOVE "Y" TO LC-FOUND (LX).

       140-JUDGE-STATISTICS.
           MOVE LC-VALUE (2) TO HL-VALUE (1)
           MOVE LC-VALUE (3) TO HL-VALUE (2)
           MOVE LC-VALUE (7) TO HL-VALUE (3)
           COMPUTE HL-VALUE (4) = LC-VALUE (6) / 1024
           IF LC-VALUE (8) > 0
               COMPUTE HL-VALUE (5) =
                   LC-VALUE (9) * 100 / LC-VALUE (8)
           END-IF
           MOVE SPACES TO HLN-LIMIT-TAG HLN-RESULT
           MOVE SPACES TO HLN-LIMIT-X
           MOVE "RECORDS" TO HLN-NAME
           MOVE LC-VALUE (1) TO HLN-VALUE
           PERFORM 145-WRITE-HEALTH-LINE
           MOVE "DEFINED FREE CI PCT" TO HLN-NAME
           MOVE LC-VALUE (4) TO HLN-VALUE
           PERFORM 145-WRITE-HEALTH-LINE
           MOVE "DEFINED FREE CA PCT" TO HLN-NAME
           MOVE LC-VALUE (5) TO HLN-VALUE
           PERFORM 145-WRITE-HEALTH-LINE
           MOVE "HI-A-RBA" TO HLN-NAME
           MOVE LC-VALUE (8) TO HLN-VALUE
           PERFORM 145-WRITE-HEALTH-LINE
           MOVE "HI-U-RBA" TO HLN-NAME
           MOVE LC-VALUE (9) TO HLN-VALUE
           PERFORM 145-WRITE-HEALTH-LINE
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > 5
               PERFORM 150-JUDGE-ONE-STATISTIC
           END-PERFORM.

       145-WRITE-HEALTH-LINE.
           MOVE HEALTH-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       150-JUDGE-ONE-STATISTIC.
           MOVE HL-NAME (HX) TO HLN-NAME
           MOVE HL-VALUE (HX) TO HLN-VALUE
           IF HL-HAS-LIMIT (HX) NOT = "Y"
               MOVE SPACES TO HLN-LIMIT-TAG
               MOVE "   NO LIMIT" TO HLN-LIMIT-X
               MOVE "NOT CHECKED" TO HLN-RESULT
               PERFORM 145-WRITE-HEALTH-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE HL-LIMIT (HX) TO HLN-LIMIT
           IF HL-IS-FLOOR (HX) = "Y"
               MOVE "MIN  " TO HLN-LIMIT-TAG
               IF HL-VALUE (HX) < HL-LIMIT (HX)
                   MOVE "BELOW MINIMUM" TO HLN-RESULT
                   ADD +1 TO EXCEEDED-COUNT
               ELSE
                   MOVE "OK" TO HLN-RESULT
               END-IF
           ELSE
               MOVE "MAX  " TO HLN-LIMIT-TAG
               IF HL-VALUE (HX) > HL-LIMIT (HX)
                   MOVE "EXCEEDED" TO HLN-RESULT
                   ADD +1 TO EXCEEDED-COUNT
               ELSE
                   MOVE "OK" TO HLN-RESULT
               END-IF
           END-IF
           PERFORM 145-WRITE-HEALTH-LINE.

      *    THE ALTER DECK IS ALWAYS WRITTEN SO THE IDCAMS STEP HAS
      *    A SYSIN; WITHOUT A DUE REORGANIZATION OR WITHOUT BOTH
      *    RELOAD PERCENTAGES IT IS A COMMENT AND CHANGES NOTHING.
       160-WRITE-ALTER.
           OPEN OUTPUT ALTER-FILE
           IF NOT ALT-FILE-OK
               DISPLAY "AOCVSALT ALTER OPEN FAILED, STATUS="
                   ALT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           IF NOT REORG-DUE
              OR NOT RELOAD-CI-GIVEN OR NOT RELOAD-CA-GIVEN
               MOVE "  /* NO FREE SPACE CHANGE FOR THE RELOAD */"
                 TO ALTER-RECORD
               WRITE ALTER-RECORD
               CLOSE ALTER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE RELOAD-CI-PCT TO NUM-IN
           PERFORM 245-TRIM-NUMBER
           MOVE NUM-TEXT TO CI-TEXT
           MOVE NUM-LEN TO CI-LEN
           MOVE RELOAD-CA-PCT TO NUM-IN
           PERFORM 245-TRIM-NUMBER
           MOVE SPACES TO ALT-LINE
           STRING "  ALTER " CLUSTER-DSN (1 : CLUSTER-LEN) ".DATA -"
               DELIMITED BY SIZE INTO ALT-LINE
           END-STRING
           MOVE ALT-LINE TO ALTER-RECORD
           WRITE ALTER-RECORD
           MOVE SPACES TO ALT-LINE
           STRING "        FREESPACE(" CI-TEXT (1 : CI-LEN) " "
               NUM-TEXT (1 : NUM-LEN) ")"
               DELIMITED BY SIZE INTO ALT-LINE
           END-STRING
           MOVE ALT-LINE TO ALTER-RECORD
           WRITE ALTER-RECORD
           CLOSE ALTER-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "RELOAD FREE SPACE: CI " CI-TEXT (1 : CI-LEN)
               " PCT, CA " NUM-TEXT (1 : NUM-LEN) " PCT"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       245-TRIM-NUMBER.
           MOVE NUM-IN TO NUM-EDIT
           MOVE SPACES TO NUM-TEXT
           PERFORM VARYING NUM-NDX FROM 1 BY 1
               UNTIL NUM-NDX > 9
                  OR NUM-EDIT (NUM-NDX : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           COMPUTE NUM-LEN = 10 - NUM-NDX
           MOVE NUM-EDIT (NUM-NDX : NUM-LEN) TO NUM-TEXT.

      *    ------------------------------------------------------
      *    MODE=UNLOAD
      *    ------------------------------------------------------
      *    A VERIFIED UNLOAD LEFT BY AN INTERRUPTED RUN IS KEPT --
      *    AFTER RELOADING HAS BEGUN IT IS THE ONLY WHOLE COPY OF
      *    THE ARCHIVE THERE IS.  AN UNLOAD THAT NO LONGER MATCHES
      *    ITS RECORDED COUNT IS RE-TAKEN ONLY WHILE THE CLUSTER IS
      *    STILL UNTOUCHED (STATE UNLOADED).
       200-UNLOAD-ARCHIVE.
           IF STATE-UNLOAD-KEPT
               PERFORM 250-VERIFY-KEPT-UNLOAD
               IF COPY-VERIFIED
                   PERFORM 810-REPORT-COUNTS
                   MOVE SPACES TO REPORT-RECORD
                   STRING "VERIFIED UNLOAD FROM " STATE-DATE
                       " KEPT -- THE RELOAD RESUMES FROM IT"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
                   EXIT PARAGRAPH
               END-IF
               IF STATE-PHASE NOT = "UNLOADED"
                   PERFORM 810-REPORT-COUNTS
                   PERFORM 260-UNLOAD-LOST
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO REPORT-RECORD
               STRING "UNLOAD FROM " STATE-DATE " IS " COPY-VERDICT
                   " -- THE CLUSTER IS UNTOUCHED, UNLOADING AGAIN"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           MOVE +0 TO SRC-COUNT TGT-COUNT
           MOVE SPACES TO SRC-LAST-KEY TGT-LAST-KEY COPY-VERDICT
           MOVE "UNLOADING" TO NEW-PHASE
           PERFORM 800-WRITE-STATE
           IF NOT STATE-WRITTEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ANSWERS-FILE
           IF NOT ANS-FILE-OK
               DISPLAY "AOCANSWR ARCHIVE OPEN FAILED, STATUS="
                   ANS-FILE-STATUS
               MOVE "FAILED" TO COPY-VERDICT
               PERFORM 230-ABANDON-UNLOAD
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT UNLOAD-FILE
           IF NOT UNL-FILE-OK
               DISPLAY "AOCRGUNL UNLOAD OPEN FAILED, STATUS="
                   UNL-FILE-STATUS
               CLOSE ANSWERS-FILE
               MOVE "FAILED" TO COPY-VERDICT
               PERFORM 230-ABANDON-UNLOAD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SW-COPY-EOF
           PERFORM UNTIL COPY-EOF
               READ ANSWERS-FILE
                   AT END SET COPY-EOF TO TRUE
                   NOT AT END
                       ADD +1 TO SRC-COUNT
                       MOVE ANS-REC-KEY TO SRC-LAST-KEY
                       MOVE ANSWERS-RECORD TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
               END-READ
           END-PERFORM
           CLOSE ANSWERS-FILE
           CLOSE UNLOAD-FILE
      *    THE VERIFY PASS READS WHAT ACTUALLY LANDED, NOT WHAT THE
      *    COPY LOOP THINKS IT WROTE.
           PERFORM 240-READ-BACK-UNLOAD
           PERFORM 700-JUDGE-COPY
           PERFORM 810-REPORT-COUNTS
           IF NOT COPY-VERIFIED
               PERFORM 230-ABANDON-UNLOAD
               EXIT PARAGRAPH
           END-IF
           MOVE "UNLOADED" TO NEW-PHASE
           PERFORM 800-WRITE-STATE.

      *    NOTHING HAS TOUCHED THE CLUSTER -- THE REORGANIZATION IS
      *    DROPPED AND THE BOARD MAY RUN ON THE ARCHIVE AS IT IS.
       230-ABANDON-UNLOAD.
           MOVE "ABANDONED" TO NEW-PHASE
           PERFORM 800-WRITE-STATE
           MOVE +8 TO WORST-RC
           MOVE SPACES TO REPORT-RECORD
           STRING "UNLOAD " COPY-VERDICT " -- REORGANIZATION"
               " ABANDONED, THE CLUSTER IS UNCHANGED"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE +4 TO ALERT-SEVERITY
           MOVE SPACES TO ALERT-TEXT
           STRING "ANSWERS ARCHIVE UNLOAD " COPY-VERDICT
               " -- REORGANIZATION ABANDONED, CLUSTER UNCHANGED"
               DELIMITED BY SIZE INTO ALERT-TEXT
           END-STRING
           CALL "ALERTLOG" USING ALERT-PROGRAM, ALERT-SEVERITY,
               ALERT-KEY, ALERT-TEXT.

       240-READ-BACK-UNLOAD.
           MOVE +0 TO TGT-COUNT
           MOVE SPACES TO TGT-LAST-KEY
           MOVE "N" TO SW-COPY-EOF
           OPEN INPUT UNLOAD-FILE
           IF NOT UNL-FILE-OK
               DISPLAY "AOCRGUNL UNLOAD REOPEN FAILED, STATUS="
                   UNL-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL COPY-EOF
               READ UNLOAD-FILE
                   AT END SET COPY-EOF TO TRUE
                   NOT AT END
                       ADD +1 TO TGT-COUNT
                       MOVE UNL-REC-KEY TO TGT-LAST-KEY
               END-READ
           END-PERFORM
           CLOSE UNLOAD-FILE.

      *    THE KEPT UNLOAD IS HELD AGAINST THE SOURCE COUNT AND LAST
      *    KEY RECORDED WHEN IT WAS TAKEN.
       250-VERIFY-KEPT-UNLOAD.
           MOVE STATE-SRC-COUNT TO SRC-COUNT
           MOVE STATE-LAST-KEY TO SRC-LAST-KEY
           PERFORM 240-READ-BACK-UNLOAD
           PERFORM 700-JUDGE-COPY.

      *    THE RELOAD HAS BEGUN AND THE UNLOAD NO LONGER MATCHES --
      *    THERE IS NO WHOLE COPY LEFT HERE.  THE STATE IS LEFT
      *    HALF-FINISHED SO THE BOARD STAYS STOPPED UNTIL THE
      *    ARCHIVE IS RECOVERED FROM THE DR COPY.
       260-UNLOAD-LOST.
           MOVE +8 TO WORST-RC
           MOVE SPACES TO REPORT-RECORD
           STRING "UNLOAD FROM " STATE-DATE " IS " COPY-VERDICT
               " AFTER THE RELOAD BEGAN -- RECOVER THE ARCHIVE FROM"
               " THE DR COPY"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE +8 TO ALERT-SEVERITY
           MOVE SPACES TO ALERT-TEXT
           STRING "ANSWERS ARCHIVE UNLOAD " COPY-VERDICT
               " MID-REORGANIZATION -- RECOVER FROM DR COPY"
               DELIMITED BY SIZE INTO ALERT-TEXT
           END-STRING
           CALL "ALERTLOG" USING ALERT-PROGRAM, ALERT-SEVERITY,
               ALERT-KEY, ALERT-TEXT.

      *    ------------------------------------------------------
      *    MODE=RELOAD
      *    ------------------------------------------------------
       300-RELOAD-ARCHIVE.
           IF NOT STATE-UNLOAD-KEPT
               MOVE +8 TO WORST-RC
               MOVE SPACES TO REPORT-RECORD
               STRING "NO VERIFIED UNLOAD TO RELOAD FROM -- STATE IS '"
                   STATE-PHASE "'"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               DISPLAY "AOCVSAM: NO VERIFIED UNLOAD, STATE="
                   STATE-PHASE
               EXIT PARAGRAPH
           END-IF
           PERFORM 250-VERIFY-KEPT-UNLOAD
           IF NOT COPY-VERIFIED
               PERFORM 810-REPORT-COUNTS
               PERFORM 260-UNLOAD-LOST
               EXIT PARAGRAPH
           END-IF
           MOVE "RELOADING" TO NEW-PHASE
           PERFORM 800-WRITE-STATE
           IF NOT STATE-WRITTEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT UNLOAD-FILE
           IF NOT UNL-FILE-OK
               DISPLAY "AOCRGUNL UNLOAD OPEN FAILED, STATUS="
                   UNL-FILE-STATUS
               MOVE "FAILED" TO COPY-VERDICT
               PERFORM 330-RELOAD-FAILED
               EXIT PARAGRAPH
           END-IF
      *    OPEN OUTPUT ON THE REUSE CLUSTER RESETS IT TO EMPTY, SO
      *    THE KEY-ORDER WRITES BELOW ARE A FRESH LOAD.
           OPEN OUTPUT ANSWERS-FILE
           IF NOT ANS-FILE-OK
               DISPLAY "AOCANSWR ARCHIVE LOAD OPEN FAILED, STATUS="
                   ANS-FILE-STATUS
               CLOSE UNLOAD-FILE
               MOVE "FAILED" TO COPY-VERDICT
               PERFORM 330-RELOAD-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SW-COPY-EOF
           PERFORM UNTIL COPY-EOF
               READ UNLOAD-FILE
                   AT END SET COPY-EOF TO TRUE
                   NOT AT END
                       MOVE UNLOAD-RECORD TO ANSWERS-RECORD
                       WRITE ANSWERS-RECORD
               END-READ
           END-PERFORM
           CLOSE UNLOAD-FILE
           CLOSE ANSWERS-FILE
      *    RE-VERIFY -- THE RELOADED CLUSTER AGAINST THE SOURCE.
           MOVE +0 TO TGT-COUNT
           MOVE SPACES TO TGT-LAST-KEY
           MOVE "N" TO SW-COPY-EOF
           OPEN INPUT ANSWERS-FILE
           IF NOT ANS-FILE-OK
               DISPLAY "AOCANSWR ARCHIVE REOPEN FAILED, STATUS="
                   ANS-FILE-STATUS
               MOVE "FAILED" TO COPY-VERDICT
               PERFORM 330-RELOAD-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL COPY-EOF
               READ ANSWERS-FILE
                   AT END SET COPY-EOF TO TRUE
                   NOT AT END
                       ADD +1 TO TGT-COUNT
                       MOVE ANS-REC-KEY TO TGT-LAST-KEY
               END-READ
           END-PERFORM
           CLOSE ANSWERS-FILE
           PERFORM 700-JUDGE-COPY
           PERFORM 810-REPORT-COUNTS
           IF NOT COPY-VERIFIED
               PERFORM 330-RELOAD-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE "COMPLETE" TO NEW-PHASE
           PERFORM 800-WRITE-STATE
           MOVE SPACES TO REPORT-RECORD
           STRING "REORGANIZATION COMPLETE -- CLUSTER RELOADED AND"
               " VERIFIED"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      *    THE CLUSTER MAY HOLD A PARTIAL LOAD.  THE VERIFIED
      *    UNLOAD IS STILL THERE, SO A RESUBMIT RELOADS FROM IT.
       330-RELOAD-FAILED.
           MOVE "FAILED" TO NEW-PHASE
           PERFORM 800-WRITE-STATE
           MOVE +8 TO WORST-RC
           MOVE SPACES TO REPORT-RECORD
           STRING "RELOAD " COPY-VERDICT " -- THE BOARD STAYS"
               " STOPPED; RESUBMIT TO RELOAD FROM THE KEPT UNLOAD"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE +8 TO ALERT-SEVERITY
           MOVE SPACES TO ALERT-TEXT
           STRING "ANSWERS ARCHIVE RELOAD " COPY-VERDICT
               " -- BOARD BLOCKED UNTIL THE RELOAD IS RESUBMITTED"
               DELIMITED BY SIZE INTO ALERT-TEXT
           END-STRING
           CALL "ALERTLOG" USING ALERT-PROGRAM, ALERT-SEVERITY,
               ALERT-KEY, ALERT-TEXT.

       700-JUDGE-COPY.
           EVALUATE TRUE
               WHEN TGT-COUNT < SRC-COUNT
                   MOVE "SHORT" TO COPY-VERDICT
               WHEN TGT-LAST-KEY NOT = SRC-LAST-KEY
                   MOVE "STALE" TO COPY-VERDICT
               WHEN OTHER
                   MOVE "OK" TO COPY-VERDICT
           END-EVALUATE.

      *    THE STATE IS REWRITTEN WHOLE.  A PHASE THAT CANNOT BE
      *    RECORDED IS NOT STARTED -- THE PREFLIGHT COULD NOT SEE IT.
       800-WRITE-STATE.
           MOVE "N" TO SW-STATE-WRITTEN
           OPEN OUTPUT STATE-FILE
           IF NOT RGS-FILE-OK
               DISPLAY "AOCRGSTA STATE OPEN FAILED, STATUS="
                   RGS-FILE-STATUS " -- PHASE " NEW-PHASE
                   " NOT RECORDED"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SRC-COUNT TO SRC-COUNT-9
           MOVE TGT-COUNT TO TGT-COUNT-9
           MOVE SPACES TO STATE-RECORD
           MOVE RUN-DATE TO RGS-DATE
           MOVE RUN-TIME TO RGS-TIME
           MOVE NEW-PHASE TO RGS-PHASE
           MOVE SRC-COUNT-9 TO RGS-SRC-COUNT
           MOVE TGT-COUNT-9 TO RGS-TGT-COUNT
           MOVE COPY-VERDICT TO RGS-VERDICT
           MOVE SRC-LAST-KEY TO RGS-LAST-KEY
           WRITE STATE-RECORD
           CLOSE STATE-FILE
           SET STATE-WRITTEN TO TRUE
           MOVE NEW-PHASE TO STATE-PHASE
           DISPLAY "AOCVSAM: REORGANIZATION STATE " NEW-PHASE.

       810-REPORT-COUNTS.
           MOVE SRC-COUNT TO SRC-COUNT-9
           MOVE TGT-COUNT TO TGT-COUNT-9
           MOVE SPACES TO REPORT-RECORD
           STRING "SOURCE=" SRC-COUNT-9 "  COPY=" TGT-COUNT-9
               "  " COPY-VERDICT
               "  LAST KEY " SRC-LAST-KEY (1 : 24)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           DISPLAY "AOCVSAM SOURCE=" SRC-COUNT " COPY=" TGT-COUNT
               " " COPY-VERDICT.

       900-WRAP-UP.
           IF CHECK-MODE AND REORG-REASON = SPACES
               MOVE "HEALTH CHECK NOT COMPLETED -- SEE ABOVE"
                 TO REORG-REASON
           END-IF
           IF RPT-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD (1 : 78)
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               IF CHECK-MODE
                   STRING REORG-REASON
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "REORGANIZATION STATE: " STATE-PHASE
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               END-IF
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
           END-IF
           IF CHECK-MODE
               DISPLAY "AOCVSAM: " REORG-REASON " RC=" WORST-RC
           ELSE
               DISPLAY "AOCVSAM: STATE=" STATE-PHASE " RC=" WORST-RC
           END-IF.
       END PROGRAM AOCVSAM.
