       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCBPROM.
      *    BOARD CONTROL CHANGE PROMOTION.  THE AOCMNT DIALOG SAVES
      *    BOARD EDITS TO THE PENDING COPY OF THE BOARD CONTROL FILE
      *    (DD/ENV AOCBPND), NEVER TO THE LIVE ONE (DD/ENV AOCBLIVE),
      *    SO A FAT-FINGERED PROGRAM-ID OR DSN CANNOT BREAK THE NEXT
      *    OVERNIGHT RUN.  THIS PROGRAM RUNS TWICE IN JCL/AOCBPROM.JCL,
      *    AROUND AN AOCCTLCK STEP THAT VALIDATES THE PENDING COPY AND
      *    AN AOCFIXT STEP THAT RUNS THE FIXTURE PACK FOR JUST THE
      *    CHANGED ENTRIES, AND PROMOTES THE PENDING COPY TO LIVE
      *    ONLY WHEN BOTH OF THEM PASS.
      *    BOTH MODES FIRST COMPARE THE PENDING COPY WITH LIVE ENTRY
      *    BY ENTRY, KEYED THE WAY THE DIALOG'S AUDIT KEYS THEM --
      *    BOARD FLAG, LABEL AND ACCOUNT; A DEPENDENCY (R) RECORD IS
      *    KEYED BY BOTH ITS LABELS.  AN ENTRY IS ADDED, CHANGED OR
      *    DELETED; A REORDER OR A COMMENT EDIT CHANGES NO ENTRY BUT
      *    IS STILL A CHANGE TO PROMOTE.
      *    PARM KEYWORDS (PARMPARS FORM):
      *        MODE=SELECT -- REPORT THE CHANGES AND WRITE THE PROVING
      *                       SET (DD/ENV AOCBPRV) AOCFIXT RUNS WITH
      *                       SUBSET=Y: EVERY ENABLED FIXTURE-BOARD
      *                       ENTRY (F OR B) OF EVERY DAY A D, F OR B
      *                       CHANGE TOUCHES, SO EACH AFFECTED DAY'S
      *                       EXPECTED ANSWERS ARE ALL LOGGED.  AN
      *                       ENABLED D ENTRY ADDED OR CHANGED IS ONLY
      *                       PROVABLE WHEN A FIXTURE ENTRY OF ITS DAY
      *                       CALLS THE SAME PROGRAM; ONE THAT IS NOT
      *                       IS NAMED AND THE CHANGE IS REJECTED.
      *        MODE=DECIDE -- JUDGE THE TWO STEPS BETWEEN: THE
      *                       VALIDATOR REPORT (DD/ENV AOCCTLRP) MUST
      *                       SHOW NO ERRORS (WARNINGS ARE RECORDED
      *                       BUT DO NOT BLOCK), AND WHEN THERE WAS A
      *                       PROVING SET THE FIXTURE RESULTS (DD/ENV
      *                       AOCFXRES) MUST END RC 0 WITH NO FAILED
      *                       ENTRY.  A MISSING REPORT OR RESULTS
      *                       DATASET COUNTS AS A FAILURE -- THE STEP
      *                       DID NOT RUN.  ON A PASS THE PENDING COPY
      *                       IS WRITTEN OVER LIVE AND THEN EMPTIED;
      *                       ON A FAILURE LIVE IS NOT OPENED FOR
      *                       OUTPUT AT ALL AND THE PENDING COPY IS
      *                       KEPT FOR THE NEXT EDIT.
      *    EITHER WAY DECIDE APPENDS TO THE BOARD MAINTENANCE AUDIT
      *    TRAIL (DD/ENV AOCAUDIT, THE DATASET AOCMNT OPTION 4
      *    BROWSES) ONE PROMOTED OR REJECTED RECORD PER CHANGED ENTRY
      *    IN THE DIALOG'S OWN SHAPE, FOLLOWED BY THE VALIDATOR COUNTS,
      *    EVERY FIXTURE RESULT RECORD AND, FOR A REJECTION, EVERY
      *    REASON.  THE AUDIT TRAIL MUST OPEN BEFORE ANYTHING IS
      *    PROMOTED.
      *    DD/ENV AOCBPRRP -- THE REPORT (BOTH MODES)
      *    RC (SELECT) 0 = CHANGES WITH A PROVING SET TO RUN,
      *                1 = CHANGES THAT NEED NO FIXTURE RUN (DISABLES,
      *                    DELETES, REORDERS, R OR COMMENT EDITS),
      *                4 = PENDING MATCHES LIVE -- NOTHING TO PROMOTE,
      *                8 = A CHANGE THAT CANNOT BE PROVEN, OR A
      *                    DATASET THAT WOULD NOT OPEN.
      *    RC (DECIDE) 0 = PROMOTED, 4 = NOTHING TO PROMOTE,
      *                8 = REJECTED -- LIVE LEFT UNTOUCHED.
      *    SEE JCL/AOCBPROM.JCL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVE-FILE
              ASSIGN TO AOCBLIVE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LIV-FILE-STATUS.
           SELECT PEND-FILE
              ASSIGN TO AOCBPND
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PND-FILE-STATUS.
           SELECT PROVE-FILE
              ASSIGN TO AOCBPRV
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PRV-FILE-STATUS.
           SELECT CHECK-FILE
              ASSIGN TO AOCCTLRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHK-FILE-STATUS.
           SELECT FXRES-FILE
              ASSIGN TO AOCFXRES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FXR-FILE-STATUS.
           SELECT AUDIT-FILE
              ASSIGN TO AOCAUDIT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUD-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCBPRRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    BOARD CONTROL LAYOUT -- SEE CTL/AOCBOARD.CTL.  ONLY THE
      *    FLAG, ENABLED, LABEL, PROGRAM AND ACCOUNT COLUMNS MATTER
      *    HERE; THE RECORD IS OTHERWISE CARRIED WHOLE.
       FD  LIVE-FILE.
       01  LIVE-RECORD             PIC X(132).

       FD  PEND-FILE.
       01  PEND-RECORD             PIC X(132).

       FD  PROVE-FILE.
       01  PROVE-RECORD            PIC X(132).

      *    AOCCTLCK'S REPORT -- A FINDING CARRIES ERROR OR WARN AT
      *    COLUMN 21, AND THE CLOSING SUMMARY READS "FILES CHECKED
      *    NNNN  ERRORS NNNN  WARNINGS NNNN".
       FD  CHECK-FILE.
       01  CHECK-RECORD.
           05  CHK-HEAD            PIC X(14).
           05  FILLER              PIC X(06).
           05  CHK-SEVERITY        PIC X(05).
           05  FILLER              PIC X(107).
       01  CHECK-SUMMARY.
           05  FILLER              PIC X(27).
           05  CHK-ERRORS-X        PIC X(04).
           05  FILLER              PIC X(11).
           05  CHK-WARNINGS-X      PIC X(04).
           05  FILLER              PIC X(86).

      *    SAME SHAPES AOCFIXT WRITES UNDER SUBSET=Y -- E PER ENTRY,
      *    A PER ANSWER THAT DID NOT MATCH, T FOR THE TOTALS.
       FD  FXRES-FILE.
       01  FXRES-RECORD.
           05  FXR-TYPE            PIC X(01).
           05  FILLER              PIC X(99).
       01  FXRES-ENTRY.
           05  FILLER              PIC X(02).
           05  FXE-LABEL           PIC X(20).
           05  FILLER              PIC X(01).
           05  FXE-PROGRAM         PIC X(08).
           05  FILLER              PIC X(04).
           05  FXE-RC              PIC X(05).
           05  FILLER              PIC X(01).
           05  FXE-OUTCOME         PIC X(04).
           05  FILLER              PIC X(55).
       01  FXRES-ANSWER.
           05  FILLER              PIC X(02).
           05  FXA-LABEL           PIC X(20).
           05  FILLER              PIC X(01).
           05  FXA-KIND            PIC X(10).
           05  FILLER              PIC X(01).
           05  FXA-EXPECTED        PIC X(32).
           05  FILLER              PIC X(01).
           05  FXA-ACTUAL          PIC X(32).
           05  FILLER              PIC X(01).
       01  FXRES-TOTAL.
           05  FILLER              PIC X(88).
           05  FXT-RC              PIC X(04).
           05  FILLER              PIC X(08).

      *    THE DIALOG'S AUDIT TRAIL -- SEE AUDIT_BOARD_CHANGES IN
      *    ISPF/AOCMNT.REXX.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD            PIC X(140).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  LIV-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 LIV-FILE-OK                 VALUE "00".
           05  SW-LIV-EOF          PIC  X     VALUE "N".
               88 LIV-EOF                     VALUE "Y".
           05  PND-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 PND-FILE-OK                 VALUE "00".
           05  SW-PND-EOF          PIC  X     VALUE "N".
               88 PND-EOF                     VALUE "Y".
           05  PRV-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 PRV-FILE-OK                 VALUE "00".
           05  CHK-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 CHK-FILE-OK                 VALUE "00".
           05  SW-CHK-EOF          PIC  X     VALUE "N".
               88 CHK-EOF                     VALUE "Y".
           05  FXR-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 FXR-FILE-OK                 VALUE "00".
           05  SW-FXR-EOF          PIC  X     VALUE "N".
               88 FXR-EOF                     VALUE "Y".
           05  AUD-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 AUD-FILE-OK                 VALUE "00".
           05  RPT-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                 VALUE "00".
      *    SET WHEN THE RUN CANNOT GO ON -- BAD PARM OR A BOARD COPY
      *    THAT WILL NOT OPEN OR DOES NOT FIT.
           05  SW-ABANDON          PIC  X     VALUE "N".
               88 RUN-ABANDONED               VALUE "Y".

      *    PARM RESULT AREA AND LOOKUP FIELDS IN THE PARMPARS/
      *    PARMGETK LINKAGE SHAPES.
       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER          PIC X(12) VALUE "MODE".
               10  FILLER          PIC X(12) VALUE SPACES.
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

       01  MODE-CONTROLS.
           05  RUN-MODE            PIC  X(06) VALUE SPACES.
               88 MODE-SELECT                 VALUE "SELECT".
               88 MODE-DECIDE                 VALUE "DECIDE".

      *    BOTH COPIES, WHOLE, IN FILE ORDER.  LIN-MATCHED MARKS A
      *    LIVE ENTRY THE PENDING COPY STILL CARRIES; PND-PROVE
      *    MARKS A PENDING ENTRY IN THE PROVING SET.
       01  BOARD-CONTROLS.
           05  LINE-MAX            PIC S9(4) COMP-5 VALUE +256.
           05  LIVE-COUNT          PIC S9(4) COMP-5 VALUE +0.
           05  PEND-COUNT          PIC S9(4) COMP-5 VALUE +0.
           05  LIV-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  PND-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  LIV-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  PND-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  SW-LAYOUT           PIC  X     VALUE "N".
               88 LAYOUT-CHANGED              VALUE "Y".
       01  LIVE-TABLE.
           05  LIVE-ENTRY OCCURS 256 TIMES.
               10  LIN-TEXT        PIC  X(132).
               10  LIN-MATCHED     PIC  X(01).
       01  PEND-TABLE.
           05  PEND-ENTRY OCCURS 256 TIMES.
               10  PND-TEXT        PIC  X(132).
               10  PND-PROVE       PIC  X(01).
                   88 PND-IN-PROVING-SET     VALUE "Y".

      *    ONE BOARD RECORD'S KEY -- BLANK KEY-FLAG FOR A COMMENT.
       01  KEY-WORK.
           05  KEY-LINE            PIC  X(132) VALUE SPACES.
           05  KEY-TEXT.
               10  KEY-FLAG        PIC  X(01).
               10  KEY-BODY        PIC  X(40).
           05  KEY-TEXT-2          PIC  X(41) VALUE SPACES.

      *    ONE ROW PER CHANGED ENTRY -- THE LIVE AND PENDING LINE
      *    NUMBERS, ZERO ON THE SIDE THAT DOES NOT HAVE IT.
       01  CHANGE-CONTROLS.
           05  CHG-MAX             PIC S9(4) COMP-5 VALUE +128.
           05  CHG-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  CHG-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  NEW-KIND            PIC  X(08) VALUE SPACES.
           05  NEW-LIVE            PIC S9(4) COMP-5 VALUE +0.
           05  NEW-PEND            PIC S9(4) COMP-5 VALUE +0.
       01  CHANGE-TABLE.
           05  CHANGE-ENTRY OCCURS 128 TIMES.
               10  CHG-KIND        PIC  X(08).
               10  CHG-LIVE        PIC S9(4) COMP-5.
               10  CHG-PEND        PIC S9(4) COMP-5.

      *    THE PROVING SET -- WHICH DAYS A CHANGE TOUCHES.
       01  PROVE-CONTROLS.
           05  DAY-MARK            PIC  X(01) OCCURS 25 TIMES
                                   VALUE "N".
               88 DAY-IS-MARKED               VALUE "Y".
           05  PROVE-COUNT         PIC S9(4) COMP-5 VALUE +0.
           05  UNPROVABLE-COUNT    PIC S9(4) COMP-5 VALUE +0.
           05  CHG-LINE            PIC  X(132) VALUE SPACES.
           05  CHG-DAY             PIC S9(4) COMP-5 VALUE +0.
           05  LABEL-WORK          PIC  X(20) VALUE SPACES.
           05  LABEL-DAY           PIC S9(4) COMP-5 VALUE +0.
           05  LABEL-NDX           PIC S9(4) COMP-5 VALUE +0.
           05  LABEL-DIGITS        PIC S9(4) COMP-5 VALUE +0.
           05  LABEL-DIGIT         PIC  9(01) VALUE ZERO.
           05  LABEL-LEN           PIC S9(4) COMP-5 VALUE +0.
           05  ACCT-LEN            PIC S9(4) COMP-5 VALUE +0.

      *    WHAT THE TWO PROVING STEPS SAID, AND WHY A PROMOTION IS
      *    REFUSED.  THE FIXTURE RESULT RECORDS ARE KEPT WHOLE FOR
      *    THE AUDIT TRAIL.
       01  EVIDENCE-CONTROLS.
           05  SW-CHK-SUMMARY      PIC  X     VALUE "N".
               88 CHK-SUMMARY-SEEN            VALUE "Y".
           05  CHK-ERRORS          PIC  X(04) VALUE SPACES.
           05  CHK-WARNINGS        PIC  X(04) VALUE SPACES.
           05  SW-FXT-TOTAL        PIC  X     VALUE "N".
               88 FXT-TOTAL-SEEN              VALUE "Y".
           05  FXL-MAX             PIC S9(4) COMP-5 VALUE +96.
           05  FXL-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  FXL-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  RSN-MAX             PIC S9(4) COMP-5 VALUE +40.
           05  RSN-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  RSN-DROPPED         PIC S9(4) COMP-5 VALUE +0.
           05  RSN-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  REASON-WORK         PIC  X(100) VALUE SPACES.
           05  VALUE-LEAD          PIC S9(4) COMP-5 VALUE +0.
           05  VALUE-LEAD-2        PIC S9(4) COMP-5 VALUE +0.
       01  FIXTURE-LINE-TABLE.
           05  FXL-TEXT            PIC  X(100) OCCURS 96 TIMES.
       01  REASON-TABLE.
           05  RSN-TEXT            PIC  X(100) OCCURS 40 TIMES.

      *    THE AUDIT RECORD HEADER, AS THE DIALOG STAMPS IT --
      *    USER, DATE('S') TIME('N'), AN 8-BYTE ACTION, THE FLAG.
       01  AUDIT-CONTROLS.
           05  AUD-DATE            PIC  9(08) VALUE ZEROES.
           05  AUD-TIME-NOW        PIC  9(08) VALUE ZEROES.
           05  AUD-TIME-PARTS REDEFINES AUD-TIME-NOW.
               10  AUD-HH          PIC  9(02).
               10  AUD-MM          PIC  9(02).
               10  AUD-SS          PIC  9(02).
               10  FILLER          PIC  9(02).
           05  AUD-STAMP           PIC  X(17) VALUE SPACES.
           05  AUD-ACTION          PIC  X(08) VALUE SPACES.
           05  AUD-LINE            PIC  X(132) VALUE SPACES.
           05  AUD-RECORDS         PIC S9(4) COMP-5 VALUE +0.

       01  REPORT-COUNTS.
           05  COUNT-EDIT          PIC  ZZZ9.
           05  COUNT-EDIT-2        PIC  ZZZ9.
           05  COUNT-EDIT-3        PIC  ZZZ9.
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN            PIC S9(4) COMP-5.
           05  PARM-TEXT           PIC  X(40).

       PROCEDURE DIVISION USING PARM-AREA.
           PERFORM 000-PARSE-PARM
           IF NOT RUN-ABANDONED
               PERFORM 050-OPEN-REPORT
           END-IF
           IF NOT RUN-ABANDONED
               PERFORM 100-LOAD-BOARDS
           END-IF
           IF NOT RUN-ABANDONED
               PERFORM 200-COMPARE-BOARDS
               PERFORM 300-CHOOSE-PROVING-SET
               IF MODE-SELECT
                   PERFORM 400-WRITE-PROVING-SET
               ELSE
                   PERFORM 500-DECIDE
               END-IF
           END-IF
           IF RPT-FILE-OK
               PERFORM 900-WRAP-UP
           END-IF
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       000-PARSE-PARM.
           IF ADDRESS OF PARM-AREA = NULL OR PARM-LEN < 1
               DISPLAY "AOCBPROM: PARM MODE=SELECT OR MODE=DECIDE"
                   " IS REQUIRED"
               MOVE +8 TO WORST-RC
               SET RUN-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           CALL "PARMPARS" USING PARM-LEN, PARM-TEXT,
               PP-VALID-KEYS, PP-RESULT
           IF NOT PP-KEYWORD-MODE
               DISPLAY "AOCBPROM: PARM IS NOT KEYWORD FORM --"
                   " EXPECTED MODE="
               MOVE +8 TO WORST-RC
               SET RUN-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "MODE" TO PG-KEY
           PERFORM 010-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT (1 : 6) TO RUN-MODE
           END-IF
           IF NOT MODE-SELECT AND NOT MODE-DECIDE
               DISPLAY "AOCBPROM: MODE=" RUN-MODE
                   " IS NOT SELECT OR DECIDE"
               MOVE +8 TO WORST-RC
               SET RUN-ABANDONED TO TRUE
           END-IF.

       010-GET-ONE-KEYWORD.
           CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
               PG-VAL-TEXT, PG-VAL-NUM.

       050-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCBPRRP REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               SET RUN-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "BOARD CONTROL CHANGE PROMOTION -- MODE=" RUN-MODE
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           PERFORM 990-PUT-REPORT-LINE.

      *    THE DAY NUMBER IN A BOARD LABEL -- "DAY  5 PARTS 1+2" IS
      *    DAY 5.  ZERO WHEN THE LABEL DOES NOT START WITH DAY AND A
      *    NUMBER.  THE SAME RULE AOCFIXT APPLIES UNDER SUBSET=Y.
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

      *    AN EMPTY PENDING COPY IS NOT AN ERROR -- IT IS WHAT A
      *    PROMOTION LEAVES BEHIND, AND MEANS NOTHING IS WAITING.
       100-LOAD-BOARDS.
           OPEN INPUT LIVE-FILE
           IF NOT LIV-FILE-OK
               DISPLAY "AOCBLIVE OPEN FAILED, STATUS=" LIV-FILE-STATUS
               MOVE SPACES TO REPORT-RECORD
               STRING "*** LIVE BOARD CONTROL WOULD NOT OPEN, STATUS="
                   LIV-FILE-STATUS " -- NOTHING COMPARED ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               MOVE +8 TO WORST-RC
               SET RUN-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LIV-EOF
               READ LIVE-FILE
                   AT END SET LIV-EOF TO TRUE
                   NOT AT END PERFORM 110-TABLE-LIVE-LINE
               END-READ
           END-PERFORM
           CLOSE LIVE-FILE
           OPEN INPUT PEND-FILE
           IF NOT PND-FILE-OK
               DISPLAY "AOCBPND OPEN FAILED, STATUS=" PND-FILE-STATUS
               MOVE SPACES TO REPORT-RECORD
               STRING "*** PENDING BOARD CONTROL WOULD NOT OPEN,"
                   " STATUS=" PND-FILE-STATUS
                   " -- NOTHING COMPARED ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               MOVE +8 TO WORST-RC
               SET RUN-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PND-EOF
               READ PEND-FILE
                   AT END SET PND-EOF TO TRUE
                   NOT AT END PERFORM 120-TABLE-PENDING-LINE
               END-READ
           END-PERFORM
           CLOSE PEND-FILE
           IF LIVE-COUNT > LINE-MAX OR PEND-COUNT > LINE-MAX
               MOVE SPACES TO REPORT-RECORD
               STRING "*** A BOARD COPY HAS MORE RECORDS THAN THE"
                   " TABLE HOLDS -- NOTHING COMPARED ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               MOVE +8 TO WORST-RC
               SET RUN-ABANDONED TO TRUE
           END-IF.

       110-TABLE-LIVE-LINE.
           ADD +1 TO LIVE-COUNT
           IF LIVE-COUNT <= LINE-MAX
               MOVE LIVE-RECORD TO LIN-TEXT (LIVE-COUNT)
               MOVE "N" TO LIN-MATCHED (LIVE-COUNT)
           END-IF.

       120-TABLE-PENDING-LINE.
           ADD +1 TO PEND-COUNT
           IF PEND-COUNT <= LINE-MAX
               MOVE PEND-RECORD TO PND-TEXT (PEND-COUNT)
               MOVE "N" TO PND-PROVE (PEND-COUNT)
           END-IF.

      *    PAIR EVERY PENDING ENTRY WITH THE FIRST UNPAIRED LIVE
      *    ENTRY CARRYING ITS KEY; WHAT IS LEFT ON EITHER SIDE WAS
      *    ADDED OR DELETED.  WITH NO ENTRY CHANGED, ANY OTHER
      *    DIFFERENCE IS ORDER OR COMMENTS.
       200-COMPARE-BOARDS.
           IF PEND-COUNT = 0
               MOVE SPACES TO REPORT-RECORD
               STRING "PENDING COPY IS EMPTY -- NO BOARD CHANGE IS"
                   " WAITING" DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PND-NDX FROM 1 BY 1
               UNTIL PND-NDX > PEND-COUNT
               PERFORM 220-MATCH-ONE-PENDING
           END-PERFORM
           PERFORM VARYING LIV-NDX FROM 1 BY 1
               UNTIL LIV-NDX > LIVE-COUNT
               MOVE LIN-TEXT (LIV-NDX) TO KEY-LINE
               PERFORM 210-ENTRY-KEY
               IF KEY-FLAG NOT = SPACE AND
                  LIN-MATCHED (LIV-NDX) NOT = "Y"
                   MOVE "DELETED " TO NEW-KIND
                   MOVE LIV-NDX TO NEW-LIVE
                   MOVE +0 TO NEW-PEND
                   PERFORM 240-ADD-CHANGE
               END-IF
           END-PERFORM
           IF CHG-COUNT = 0
               IF PEND-COUNT NOT = LIVE-COUNT
                   SET LAYOUT-CHANGED TO TRUE
               ELSE
                   PERFORM VARYING PND-NDX FROM 1 BY 1
                       UNTIL PND-NDX > PEND-COUNT
                       IF PND-TEXT (PND-NDX) NOT = LIN-TEXT (PND-NDX)
                           SET LAYOUT-CHANGED TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           PERFORM 250-REPORT-CHANGES.

       210-ENTRY-KEY.
           MOVE SPACES TO KEY-TEXT
           EVALUATE KEY-LINE (1 : 1)
               WHEN "D"
               WHEN "F"
               WHEN "B"
                   MOVE KEY-LINE (1 : 1)  TO KEY-FLAG
                   MOVE KEY-LINE (5 : 20) TO KEY-BODY (1 : 20)
                   MOVE KEY-LINE (99 : 8) TO KEY-BODY (21 : 8)
               WHEN "R"
                   MOVE KEY-LINE (1 : 1)  TO KEY-FLAG
                   MOVE KEY-LINE (5 : 40) TO KEY-BODY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       220-MATCH-ONE-PENDING.
           MOVE PND-TEXT (PND-NDX) TO KEY-LINE
           PERFORM 210-ENTRY-KEY
           IF KEY-FLAG = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE KEY-TEXT TO KEY-TEXT-2
           MOVE +0 TO LIV-FOUND
           PERFORM VARYING LIV-NDX FROM 1 BY 1
               UNTIL LIV-NDX > LIVE-COUNT OR LIV-FOUND > 0
               IF LIN-MATCHED (LIV-NDX) NOT = "Y"
                   MOVE LIN-TEXT (LIV-NDX) TO KEY-LINE
                   PERFORM 210-ENTRY-KEY
                   IF KEY-TEXT = KEY-TEXT-2
                       MOVE LIV-NDX TO LIV-FOUND
                   END-IF
               END-IF
           END-PERFORM
           IF LIV-FOUND = 0
               MOVE "ADDED   " TO NEW-KIND
               MOVE +0 TO NEW-LIVE
               MOVE PND-NDX TO NEW-PEND
               PERFORM 240-ADD-CHANGE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO LIN-MATCHED (LIV-FOUND)
           IF LIN-TEXT (LIV-FOUND) NOT = PND-TEXT (PND-NDX)
               MOVE "CHANGED " TO NEW-KIND
               MOVE LIV-FOUND TO NEW-LIVE
               MOVE PND-NDX TO NEW-PEND
               PERFORM 240-ADD-CHANGE
           END-IF.

       240-ADD-CHANGE.
           IF CHG-COUNT >= CHG-MAX
               IF NOT RUN-ABANDONED
                   MOVE SPACES TO REPORT-RECORD
                   STRING "*** MORE CHANGED ENTRIES THAN THE CHANGE"
                       " TABLE HOLDS -- PROMOTE IN SMALLER EDITS ***"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 990-PUT-REPORT-LINE
                   MOVE "MORE CHANGED ENTRIES THAN ONE PROMOTION TAKES"
                       TO REASON-WORK
                   PERFORM 800-ADD-REASON
               END-IF
               MOVE +8 TO WORST-RC
               SET RUN-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO CHG-COUNT
           MOVE NEW-KIND TO CHG-KIND (CHG-COUNT)
           MOVE NEW-LIVE TO CHG-LIVE (CHG-COUNT)
           MOVE NEW-PEND TO CHG-PEND (CHG-COUNT).

       250-REPORT-CHANGES.
           PERFORM VARYING CHG-NDX FROM 1 BY 1
               UNTIL CHG-NDX > CHG-COUNT
               IF CHG-LIVE (CHG-NDX) > 0
                   MOVE SPACES TO REPORT-RECORD
                   MOVE CHG-KIND (CHG-NDX) TO REPORT-RECORD (1 : 8)
                   MOVE "OLD:" TO REPORT-RECORD (10 : 4)
                   MOVE LIN-TEXT (CHG-LIVE (CHG-NDX))
                       TO REPORT-RECORD (15 : 126)
                   PERFORM 990-PUT-REPORT-LINE
               END-IF
               IF CHG-PEND (CHG-NDX) > 0
                   MOVE SPACES TO REPORT-RECORD
                   IF CHG-LIVE (CHG-NDX) = 0
                       MOVE CHG-KIND (CHG-NDX) TO REPORT-RECORD (1 : 8)
                   END-IF
                   MOVE "NEW:" TO REPORT-RECORD (10 : 4)
                   MOVE PND-TEXT (CHG-PEND (CHG-NDX))
                       TO REPORT-RECORD (15 : 126)
                   PERFORM 990-PUT-REPORT-LINE
               END-IF
           END-PERFORM
           IF LAYOUT-CHANGED
               MOVE SPACES TO REPORT-RECORD
               STRING "NO ENTRY CHANGED -- THE PENDING COPY DIFFERS"
                   " FROM LIVE IN ORDER OR COMMENTS ONLY"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
           END-IF.

      *    MARK THE DAY OF EVERY CHANGED D, F OR B ENTRY, THEN TAKE
      *    EVERY ENABLED F OR B ENTRY OF A MARKED DAY FROM THE
      *    PENDING COPY.  A FIXTURE ENTRY WHOSE LABEL CARRIES NO DAY
      *    NUMBER IS PROVEN ON ITS OWN.
       300-CHOOSE-PROVING-SET.
           PERFORM VARYING CHG-NDX FROM 1 BY 1
               UNTIL CHG-NDX > CHG-COUNT
               PERFORM 310-MARK-CHANGE-DAY
           END-PERFORM
           PERFORM VARYING PND-NDX FROM 1 BY 1
               UNTIL PND-NDX > PEND-COUNT
               PERFORM 320-PICK-PROVING-ENTRY
           END-PERFORM
           PERFORM VARYING CHG-NDX FROM 1 BY 1
               UNTIL CHG-NDX > CHG-COUNT
               PERFORM 330-CHECK-ONE-PROVABLE
           END-PERFORM
           IF PROVE-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               MOVE "PROVING SET (RUN BY AOCFIXT SUBSET=Y):"
                   TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               PERFORM VARYING PND-NDX FROM 1 BY 1
                   UNTIL PND-NDX > PEND-COUNT
                   IF PND-IN-PROVING-SET (PND-NDX)
                       MOVE SPACES TO REPORT-RECORD
                       MOVE "PROVE" TO REPORT-RECORD (1 : 5)
                       MOVE PND-TEXT (PND-NDX)
                           TO REPORT-RECORD (15 : 126)
                       PERFORM 990-PUT-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       310-MARK-CHANGE-DAY.
           IF CHG-PEND (CHG-NDX) > 0
               MOVE PND-TEXT (CHG-PEND (CHG-NDX)) TO CHG-LINE
           ELSE
               MOVE LIN-TEXT (CHG-LIVE (CHG-NDX)) TO CHG-LINE
           END-IF
           IF CHG-LINE (1 : 1) NOT = "D" AND
              CHG-LINE (1 : 1) NOT = "F" AND
              CHG-LINE (1 : 1) NOT = "B"
               EXIT PARAGRAPH
           END-IF
           MOVE CHG-LINE (5 : 20) TO LABEL-WORK
           PERFORM 060-LABEL-DAY
           IF LABEL-DAY > 0 AND LABEL-DAY < 26
               SET DAY-IS-MARKED (LABEL-DAY) TO TRUE
           ELSE
               IF CHG-PEND (CHG-NDX) > 0 AND
                  CHG-LINE (1 : 1) NOT = "D" AND
                  CHG-LINE (3 : 1) = "Y"
                   MOVE "Y" TO PND-PROVE (CHG-PEND (CHG-NDX))
               END-IF
           END-IF.

       320-PICK-PROVING-ENTRY.
           IF PND-TEXT (PND-NDX) (1 : 1) NOT = "F" AND
              PND-TEXT (PND-NDX) (1 : 1) NOT = "B"
               EXIT PARAGRAPH
           END-IF
           IF PND-TEXT (PND-NDX) (3 : 1) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE PND-TEXT (PND-NDX) (5 : 20) TO LABEL-WORK
           PERFORM 060-LABEL-DAY
           IF LABEL-DAY > 0 AND LABEL-DAY < 26
               IF DAY-IS-MARKED (LABEL-DAY)
                   MOVE "Y" TO PND-PROVE (PND-NDX)
               END-IF
           END-IF
           IF PND-IN-PROVING-SET (PND-NDX)
               ADD +1 TO PROVE-COUNT
           END-IF.

      *    AN ENABLED DATED-BOARD ENTRY ADDED OR CHANGED IS PROVEN BY
      *    PROXY: A FIXTURE ENTRY OF THE SAME DAY MUST CALL THE SAME
      *    PROGRAM, OR THE FIXTURE PASS SAYS NOTHING ABOUT IT.
       330-CHECK-ONE-PROVABLE.
           IF CHG-PEND (CHG-NDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PND-TEXT (CHG-PEND (CHG-NDX)) TO CHG-LINE
           IF CHG-LINE (1 : 1) NOT = "D" OR CHG-LINE (3 : 1) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE CHG-LINE (5 : 20) TO LABEL-WORK
           PERFORM 060-LABEL-DAY
           MOVE LABEL-DAY TO CHG-DAY
           MOVE +0 TO PND-FOUND
           IF CHG-DAY > 0
               PERFORM VARYING PND-NDX FROM 1 BY 1
                   UNTIL PND-NDX > PEND-COUNT OR PND-FOUND > 0
                   IF PND-IN-PROVING-SET (PND-NDX) AND
                      PND-TEXT (PND-NDX) (26 : 8) = CHG-LINE (26 : 8)
                       MOVE PND-TEXT (PND-NDX) (5 : 20) TO LABEL-WORK
                       PERFORM 060-LABEL-DAY
                       IF LABEL-DAY = CHG-DAY
                           MOVE PND-NDX TO PND-FOUND
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF PND-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO UNPROVABLE-COUNT
           MOVE SPACES TO REASON-WORK
           STRING "CANNOT PROVE " CHG-LINE (5 : 20)
               " -- NO ENABLED FIXTURE ENTRY OF ITS DAY CALLS "
               CHG-LINE (26 : 8)
               DELIMITED BY SIZE INTO REASON-WORK
           PERFORM 800-ADD-REASON
           MOVE SPACES TO REPORT-RECORD
           MOVE REASON-WORK TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE.

      *    THE PROVING SET IS ALWAYS WRITTEN, EMPTY OR NOT, SO THE
      *    FIXTURE STEP NEVER READS A PREVIOUS RUN'S.
       400-WRITE-PROVING-SET.
           OPEN OUTPUT PROVE-FILE
           IF NOT PRV-FILE-OK
               DISPLAY "AOCBPRV OPEN FAILED, STATUS=" PRV-FILE-STATUS
               MOVE SPACES TO REPORT-RECORD
               STRING "*** PROVING SET WOULD NOT OPEN, STATUS="
                   PRV-FILE-STATUS " ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PND-NDX FROM 1 BY 1
               UNTIL PND-NDX > PEND-COUNT
               IF PND-IN-PROVING-SET (PND-NDX)
                   WRITE PROVE-RECORD FROM PND-TEXT (PND-NDX)
               END-IF
           END-PERFORM
           CLOSE PROVE-FILE
           EVALUATE TRUE
               WHEN WORST-RC >= 8
                   CONTINUE
               WHEN UNPROVABLE-COUNT > 0
                   MOVE +8 TO WORST-RC
               WHEN CHG-COUNT = 0 AND NOT LAYOUT-CHANGED
                   MOVE +4 TO WORST-RC
               WHEN PROVE-COUNT > 0
                   MOVE +0 TO WORST-RC
               WHEN OTHER
                   MOVE +1 TO WORST-RC
           END-EVALUATE.

      *    NOTHING IS PROMOTED WITHOUT AN AUDIT TRAIL TO RECORD IT.
       500-DECIDE.
           IF CHG-COUNT = 0 AND NOT LAYOUT-CHANGED
               MOVE "PENDING COPY MATCHES LIVE -- NOTHING TO PROMOTE"
                   TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               MOVE +4 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM 510-READ-VALIDATOR
           IF PROVE-COUNT > 0
               PERFORM 520-READ-FIXTURE
           ELSE
               MOVE SPACES TO REPORT-RECORD
               STRING "FIXTURE: NOT RUN -- NO ENABLED FIXTURE ENTRY"
                   " IS AFFECTED" DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
           END-IF
           PERFORM 700-OPEN-AUDIT
           IF NOT AUD-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               STRING "*** AUDIT TRAIL WOULD NOT OPEN, STATUS="
                   AUD-FILE-STATUS " -- NOTHING PROMOTED ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           IF RSN-COUNT = 0 AND RSN-DROPPED = 0
               PERFORM 600-PROMOTE
           END-IF
           IF RSN-COUNT > 0 OR RSN-DROPPED > 0
               PERFORM 650-REJECT
           END-IF
           PERFORM 710-AUDIT-CHANGES
           CLOSE AUDIT-FILE.

       510-READ-VALIDATOR.
           OPEN INPUT CHECK-FILE
           IF NOT CHK-FILE-OK
               MOVE SPACES TO REASON-WORK
               STRING "VALIDATOR REPORT NOT FOUND (STATUS "
                   CHK-FILE-STATUS ") -- AOCCTLCK DID NOT RUN"
                   DELIMITED BY SIZE INTO REASON-WORK
               PERFORM 800-ADD-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CHK-EOF
               READ CHECK-FILE
                   AT END SET CHK-EOF TO TRUE
                   NOT AT END PERFORM 515-NOTE-VALIDATOR-LINE
               END-READ
           END-PERFORM
           CLOSE CHECK-FILE
           IF NOT CHK-SUMMARY-SEEN
               MOVE "VALIDATOR REPORT HAS NO SUMMARY -- AOCCTLCK DID NOT
      -            " FINISH" TO REASON-WORK
               PERFORM 800-ADD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "VALIDATOR: ERRORS " CHK-ERRORS
               "  WARNINGS " CHK-WARNINGS
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE.

       515-NOTE-VALIDATOR-LINE.
           IF CHK-HEAD = "FILES CHECKED "
               SET CHK-SUMMARY-SEEN TO TRUE
               MOVE CHK-ERRORS-X TO CHK-ERRORS
               MOVE CHK-WARNINGS-X TO CHK-WARNINGS
               EXIT PARAGRAPH
           END-IF
           IF CHK-SEVERITY = "ERROR"
               MOVE SPACES TO REASON-WORK
               STRING "VALIDATOR " CHECK-RECORD (3 : 18)
                   CHECK-RECORD (28 : 72)
                   DELIMITED BY SIZE INTO REASON-WORK
               PERFORM 800-ADD-REASON
           END-IF.

      *    EVERY RESULT RECORD IS KEPT FOR THE AUDIT TRAIL; A FAILED
      *    ENTRY, AN UNMATCHED ANSWER OR A NONZERO TOTAL RC IS A
      *    REASON TO REFUSE.
       520-READ-FIXTURE.
           OPEN INPUT FXRES-FILE
           IF NOT FXR-FILE-OK
               MOVE SPACES TO REASON-WORK
               STRING "FIXTURE RESULTS NOT FOUND (STATUS "
                   FXR-FILE-STATUS ") -- AOCFIXT DID NOT RUN"
                   DELIMITED BY SIZE INTO REASON-WORK
               PERFORM 800-ADD-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FXR-EOF
               READ FXRES-FILE
                   AT END SET FXR-EOF TO TRUE
                   NOT AT END PERFORM 525-NOTE-FIXTURE-LINE
               END-READ
           END-PERFORM
           CLOSE FXRES-FILE
           IF NOT FXT-TOTAL-SEEN
               MOVE "FIXTURE RESULTS HAVE NO TOTAL RECORD -- AOCFIXT DID
      -            " NOT FINISH" TO REASON-WORK
               PERFORM 800-ADD-REASON
           END-IF.

       525-NOTE-FIXTURE-LINE.
           IF FXRES-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FXL-COUNT < FXL-MAX
               ADD +1 TO FXL-COUNT
               MOVE FXRES-RECORD TO FXL-TEXT (FXL-COUNT)
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "FIXTURE: " FXRES-RECORD
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           EVALUATE FXR-TYPE
               WHEN "E"
                   IF FXE-OUTCOME NOT = "PASS"
                       MOVE SPACES TO REASON-WORK
                       STRING "FIXTURE ENTRY FAILED: " FXE-LABEL
                           " PGM=" FXE-PROGRAM " RC=" FXE-RC
                           DELIMITED BY SIZE INTO REASON-WORK
                       PERFORM 800-ADD-REASON
                   END-IF
               WHEN "A"
                   PERFORM 527-NOTE-FIXTURE-ANSWER
               WHEN "T"
                   SET FXT-TOTAL-SEEN TO TRUE
                   IF FXT-RC NOT = "   0"
                       MOVE SPACES TO REASON-WORK
                       STRING "FIXTURE RUN ENDED RC=" FXT-RC
                           DELIMITED BY SIZE INTO REASON-WORK
                       PERFORM 800-ADD-REASON
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    THE VALUES ARE RIGHT-JUSTIFIED ON THE RESULT RECORD; THE
      *    REASON CARRIES THEM WITHOUT THE LEADING BLANKS.
       527-NOTE-FIXTURE-ANSWER.
           MOVE +0 TO VALUE-LEAD VALUE-LEAD-2
           INSPECT FXA-EXPECTED TALLYING VALUE-LEAD
               FOR LEADING SPACES
           INSPECT FXA-ACTUAL TALLYING VALUE-LEAD-2
               FOR LEADING SPACES
           IF VALUE-LEAD > 31
               MOVE 31 TO VALUE-LEAD
           END-IF
           IF VALUE-LEAD-2 > 31
               MOVE 31 TO VALUE-LEAD-2
           END-IF
           MOVE SPACES TO REASON-WORK
           STRING "FIXTURE " FXA-KIND " " FXA-LABEL
               " EXPECTED=" FXA-EXPECTED (VALUE-LEAD + 1 :
                                          32 - VALUE-LEAD)
               " ACTUAL=" FXA-ACTUAL (VALUE-LEAD-2 + 1 :
                                      32 - VALUE-LEAD-2)
               DELIMITED BY SIZE INTO REASON-WORK
           PERFORM 800-ADD-REASON.

      *    LIVE IS REWRITTEN FROM THE TABLED PENDING COPY, THEN THE
      *    PENDING COPY IS EMPTIED SO THE DIALOG STARTS FROM LIVE.
       600-PROMOTE.
           OPEN OUTPUT LIVE-FILE
           IF NOT LIV-FILE-OK
               MOVE SPACES TO REASON-WORK
               STRING "LIVE BOARD CONTROL WOULD NOT OPEN FOR OUTPUT"
                   " (STATUS " LIV-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO REASON-WORK
               PERFORM 800-ADD-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PND-NDX FROM 1 BY 1
               UNTIL PND-NDX > PEND-COUNT
               WRITE LIVE-RECORD FROM PND-TEXT (PND-NDX)
           END-PERFORM
           CLOSE LIVE-FILE
           OPEN OUTPUT PEND-FILE
           IF PND-FILE-OK
               CLOSE PEND-FILE
           ELSE
               DISPLAY "AOCBPND COULD NOT BE EMPTIED, STATUS="
                   PND-FILE-STATUS " -- LIVE IS PROMOTED; EMPTY THE"
                   " PENDING COPY BY HAND"
               MOVE +4 TO WORST-RC
           END-IF
           MOVE "PROMOTED" TO AUD-ACTION
           MOVE PEND-COUNT TO COUNT-EDIT
           MOVE CHG-COUNT TO COUNT-EDIT-2
           MOVE SPACES TO REPORT-RECORD
           STRING "PROMOTED -- " COUNT-EDIT-2 " CHANGED ENTRIES, "
               COUNT-EDIT " RECORDS NOW LIVE"
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           DISPLAY "AOCBPROM: PENDING BOARD CONTROL PROMOTED, "
               COUNT-EDIT-2 " CHANGED ENTRIES".

       650-REJECT.
           MOVE "REJECTED" TO AUD-ACTION
           MOVE +8 TO WORST-RC
           MOVE SPACES TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING "REJECTED -- LIVE BOARD CONTROL LEFT UNTOUCHED;"
               " THE PENDING COPY IS KEPT FOR CORRECTION.  WHY:"
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           PERFORM VARYING RSN-NDX FROM 1 BY 1
               UNTIL RSN-NDX > RSN-COUNT
               MOVE SPACES TO REPORT-RECORD
               MOVE RSN-TEXT (RSN-NDX) TO REPORT-RECORD (3 : 100)
               PERFORM 990-PUT-REPORT-LINE
           END-PERFORM
           IF RSN-DROPPED > 0
               MOVE RSN-DROPPED TO COUNT-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "  ... AND " COUNT-EDIT " MORE"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
           END-IF
           DISPLAY "AOCBPROM: PROMOTION REJECTED -- SEE AOCBPRRP".

       700-OPEN-AUDIT.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME-NOW FROM TIME
           MOVE SPACES TO AUD-STAMP
           STRING AUD-DATE " " AUD-HH ":" AUD-MM ":" AUD-SS
               DELIMITED BY SIZE INTO AUD-STAMP
           OPEN EXTEND AUDIT-FILE.

      *    ONE RECORD PER CHANGED ENTRY, IN THE DIALOG'S SHAPE, THEN
      *    THE EVIDENCE THE DECISION WAS MADE ON.
       710-AUDIT-CHANGES.
           PERFORM VARYING CHG-NDX FROM 1 BY 1
               UNTIL CHG-NDX > CHG-COUNT
               PERFORM 715-AUDIT-ONE-CHANGE
           END-PERFORM
           IF CHG-COUNT = 0
               MOVE SPACES TO AUDIT-RECORD
               STRING "AOCBPROM " AUD-STAMP " " AUD-ACTION
                   " * ORDER OR COMMENTS ONLY"
                   DELIMITED BY SIZE INTO AUDIT-RECORD
               PERFORM 790-PUT-AUDIT
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           IF CHK-SUMMARY-SEEN
               STRING "  VALIDATOR: ERRORS " CHK-ERRORS
                   "  WARNINGS " CHK-WARNINGS
                   DELIMITED BY SIZE INTO AUDIT-RECORD
           ELSE
               MOVE "  VALIDATOR: NO REPORT" TO AUDIT-RECORD
           END-IF
           PERFORM 790-PUT-AUDIT
           IF PROVE-COUNT = 0
               MOVE "  FIXTURE: NOT RUN -- NO ENABLED FIXTURE ENTRY AFFE
      -            "CTED" TO AUDIT-RECORD
               PERFORM 790-PUT-AUDIT
           ELSE
               IF FXL-COUNT = 0
                   MOVE "  FIXTURE: NO RESULTS" TO AUDIT-RECORD
                   PERFORM 790-PUT-AUDIT
               END-IF
               PERFORM VARYING FXL-NDX FROM 1 BY 1
                   UNTIL FXL-NDX > FXL-COUNT
                   MOVE SPACES TO AUDIT-RECORD
                   STRING "  FIXTURE: " FXL-TEXT (FXL-NDX)
                       DELIMITED BY SIZE INTO AUDIT-RECORD
                   PERFORM 790-PUT-AUDIT
               END-PERFORM
           END-IF
           PERFORM VARYING RSN-NDX FROM 1 BY 1
               UNTIL RSN-NDX > RSN-COUNT
               MOVE SPACES TO AUDIT-RECORD
               STRING "  WHY: " RSN-TEXT (RSN-NDX)
                   DELIMITED BY SIZE INTO AUDIT-RECORD
               PERFORM 790-PUT-AUDIT
           END-PERFORM.

      *    USER, STAMP, ACTION, FLAG, THEN THE LABEL AND ACCOUNT
      *    WITH TRAILING BLANKS DROPPED, AS THE DIALOG WRITES THEM.
       715-AUDIT-ONE-CHANGE.
           IF CHG-PEND (CHG-NDX) > 0
               MOVE PND-TEXT (CHG-PEND (CHG-NDX)) TO AUD-LINE
           ELSE
               MOVE LIN-TEXT (CHG-LIVE (CHG-NDX)) TO AUD-LINE
           END-IF
           PERFORM VARYING LABEL-LEN FROM 20 BY -1
               UNTIL LABEL-LEN < 2
                  OR AUD-LINE (4 + LABEL-LEN : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING ACCT-LEN FROM 8 BY -1
               UNTIL ACCT-LEN < 1
                  OR AUD-LINE (98 + ACCT-LEN : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE SPACES TO AUDIT-RECORD
           IF AUD-LINE (1 : 1) = "R" OR ACCT-LEN < 1
               STRING "AOCBPROM " AUD-STAMP " " AUD-ACTION " "
                   AUD-LINE (1 : 1) " " AUD-LINE (5 : LABEL-LEN)
                   DELIMITED BY SIZE INTO AUDIT-RECORD
           ELSE
               STRING "AOCBPROM " AUD-STAMP " " AUD-ACTION " "
                   AUD-LINE (1 : 1) " " AUD-LINE (5 : LABEL-LEN)
                   " " AUD-LINE (99 : ACCT-LEN)
                   DELIMITED BY SIZE INTO AUDIT-RECORD
           END-IF
           PERFORM 790-PUT-AUDIT
           IF CHG-LIVE (CHG-NDX) > 0
               MOVE SPACES TO AUDIT-RECORD
               STRING "  OLD: " LIN-TEXT (CHG-LIVE (CHG-NDX))
                   DELIMITED BY SIZE INTO AUDIT-RECORD
               PERFORM 790-PUT-AUDIT
           END-IF
           IF CHG-PEND (CHG-NDX) > 0
               MOVE SPACES TO AUDIT-RECORD
               STRING "  NEW: " PND-TEXT (CHG-PEND (CHG-NDX))
                   DELIMITED BY SIZE INTO AUDIT-RECORD
               PERFORM 790-PUT-AUDIT
           END-IF.

       790-PUT-AUDIT.
           WRITE AUDIT-RECORD
           ADD +1 TO AUD-RECORDS.

       800-ADD-REASON.
           IF RSN-COUNT < RSN-MAX
               ADD +1 TO RSN-COUNT
               MOVE REASON-WORK TO RSN-TEXT (RSN-COUNT)
           ELSE
               ADD +1 TO RSN-DROPPED
           END-IF.

       900-WRAP-UP.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE CHG-COUNT TO COUNT-EDIT
           MOVE PROVE-COUNT TO COUNT-EDIT-2
           MOVE UNPROVABLE-COUNT TO COUNT-EDIT-3
           MOVE SPACES TO REPORT-RECORD
           STRING "CHANGED ENTRIES " COUNT-EDIT
               "  PROVING ENTRIES " COUNT-EDIT-2
               "  UNPROVABLE " COUNT-EDIT-3
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           IF MODE-SELECT AND UNPROVABLE-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "NOT PROVABLE AS IT STANDS -- THE DECIDE STEP"
                   " WILL REJECT IT" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
           END-IF
           IF MODE-DECIDE AND AUD-RECORDS > 0
               MOVE AUD-RECORDS TO COUNT-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "AUDIT RECORDS WRITTEN " COUNT-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
           END-IF
           CLOSE REPORT-FILE.

       990-PUT-REPORT-LINE.
           IF RPT-FILE-OK
               WRITE REPORT-RECORD
           END-IF.
       END PROGRAM AOCBPROM.
