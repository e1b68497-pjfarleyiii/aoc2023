       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCSLA.
      *    MONTHLY SERVICE-LEVEL REPORT FOR THE NIGHTLY BOARD --
      *    MANAGEMENT'S "WHAT IS OUR SERVICE LEVEL" ANSWERED FROM THE
      *    RECORDS INSTEAD OF FROM MEMORY.  MERGES THE RUN JOURNAL
      *    (DD/ENV AOCRUNJL), THE ANSWERS ARCHIVE (DD/ENV AOCANSWR),
      *    THE BOARD CONTROL FILE (DD/ENV AOCBCTL) AND THE PROCESSING
      *    CALENDAR (DD/ENV AOCCALND) AGAINST THE BATCH-WINDOW
      *    DEADLINE THE BOARD RUNS UNDER (AOCBOARD'S DEADLINE= PARM),
      *    ONE LINE PER SCHEDULED RUN DATE OF THE MONTH:
      *        FINISHED -- EVERY EXPECTED BOARD ENTRY HAS A STOP
      *                    RECORD IN THE RUN DATE'S NIGHT; THE LAST
      *                    OF THEM IS THE BOARD'S FINISH TIME
      *        ON TIME  -- FINISHED NO LATER THAN THE DEADLINE
      *        FAILED   -- EXPECTED ENTRIES THAT FAILED: STOPPED RC 8
      *                    OR WORSE, NEVER STOPPED IN THE NIGHT (NOT
      *                    RUN), OR STOPPED CLEAN WITHOUT AN ANSWER
      *                    FROM THE PROGRAM ON THE ARCHIVE (NO
      *                    ANSWER)
      *    EACH FAILURE IS LISTED UNDER ITS DATE WITH ITS TIME TO
      *    REPAIR: FROM THE FAILING STOP (OR, FOR NOT RUN, THE
      *    DEADLINE) TO THE NEXT JOURNALED STOP OF THE SAME PROGRAM
      *    BELOW RC 8 -- AN AOCQRUN RERUN THE SAME MORNING OR THE
      *    NEXT NIGHT'S BOARD, WHICHEVER CAME FIRST.  THE MONTH IS
      *    SUMMARIZED AS PERCENT ON TIME, PERCENT CLEAN (NO
      *    FAILURES) AND MEAN TIME TO REPAIR OVER THE REPAIRED
      *    FAILURES.
      *    A RUN DATE'S NIGHT IS NOON THE DAY BEFORE TO NOON THAT
      *    DAY, SO A 23:50 SUBMIT AND A 01:00 SUBMIT BOTH BELONG TO
      *    THE MORNING THEY ARE DUE; THE DEADLINE IS THAT MORNING'S
      *    CLOCK TIME.  THE FIRST STOP OF A PROGRAM IN THE NIGHT IS
      *    ITS BOARD RUN; LATER ONES ARE RERUNS.  AN ENTRY IS ITS
      *    PROGRAM FOR ITS ACCOUNT (BOARD CONTROL COLUMNS 99-106,
      *    BLANK = THE SEASON'S OWN): ITS STOPS ARE THE JOURNAL ROWS
      *    OF THE PROGRAM CARRYING THAT ACCOUNT (JOURNAL COLUMNS
      *    126-133) AND ITS ANSWERS THE ARCHIVE RECORDS OF BOTH, SO
      *    TWO ACCOUNTS RUNNING ONE PROGRAM ARE JUDGED APART.
      *    SCHEDULED RUN DATES ARE THE DATES OF THE MONTH BEFORE
      *    TODAY ON WHICH AT LEAST ONE ENABLED DATED-BOARD ENTRY'S
      *    DAY IS RELEASED PER THE CALENDAR; SHOP HOLIDAYS ARE LISTED
      *    BUT EXCLUDED FROM EVERY FIGURE.  A MISSING CALENDAR MEANS
      *    EVERY DAY IS RELEASED AND NONE IS A HOLIDAY.  THE BOARD
      *    CONTROL FILE IS TODAY'S -- AN ENTRY DISABLED SINCE THE
      *    MONTH RAN IS NOT COUNTED FOR THAT MONTH.
      *    EVERY MONTH'S SUMMARY IS ALSO KEPT ON THE HISTORY DATASET
      *    (DD/ENV AOCSLAHS), REPLACING THAT MONTH'S LINE WHEN IT IS
      *    RERUN, AND THE HISTORY IS PRINTED ONE LINE PER MONTH AT
      *    THE FOOT OF THE REPORT FOR THE YEAR-END REVIEW.  FIXED
      *    COLUMNS:
      *        COL  1- 6  MONTH (YYYYMM)
      *        COL  8-10  SCHEDULED RUN DATES
      *        COL 12-14  ON TIME
      *        COL 16-20  PERCENT ON TIME (999.9)
      *        COL 22-24  CLEAN
      *        COL 26-30  PERCENT CLEAN (999.9)
      *        COL 32-35  FAILURES
      *        COL 37-41  MEAN TIME TO REPAIR, MINUTES
      *        COL 43-45  FAILURES NOT REPAIRED
      *        COL 47-54  DATE THE LINE WAS PRODUCED
      *    PARM KEYWORDS (PARSED BY PARMPARS, ALL OPTIONAL):
      *        MONTH=YYYYMM      -- MONTH TO REPORT (DEFAULT LAST
      *                             MONTH)
      *        DEADLINE=HHMM     -- THE BOARD'S DEADLINE, 0000-1159
      *                             (DEFAULT 0600, AS JCL/AOCBOARD)
      *        MODE=HISTORY      -- PRINT THE HISTORY VIEW ONLY
      *    DD/ENV AOCSLARP -- THE REPORT
      *    RC=0 WHEN EVERY FAILURE OF THE MONTH WAS REPAIRED, RC=4
      *    WHEN ONE STILL IS NOT, RC=8 ON A BAD PARM OR WHEN A
      *    REQUIRED DATASET OR THE REPORT CANNOT BE OPENED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOARD-CTL-FILE
              ASSIGN TO AOCBCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
      *    THE ANSWERS ARCHIVE IS A VSAM KSDS (SEE ANSWRLOG AND
      *    JCL/AOCDEFV.JCL); SEQUENTIAL ACCESS READS IT IN KEY
      *    ORDER, WHICH IS RUN DATE/RUN ID ORDER.
           SELECT ANSWERS-FILE
              ASSIGN TO AOCANSWR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ANS-REC-KEY
              FILE STATUS IS ANS-FILE-STATUS.
           SELECT JOURNAL-FILE
              ASSIGN TO AOCRUNJL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JRN-FILE-STATUS.
           SELECT CALENDAR-FILE
              ASSIGN TO AOCCALND
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CAL-FILE-STATUS.
           SELECT HISTORY-FILE
              ASSIGN TO AOCSLAHS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HST-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCSLARP
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
           05  FILLER                PIC  X.
           05  CTL-PARM-LEN-X        PIC  X(02).
           05  FILLER                PIC  X.
           05  CTL-PARM-TEXT         PIC  X(19).
           05  FILLER                PIC  X.
           05  CTL-ACCOUNT           PIC  X(08).

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
           05  JRN-RC-TEXT         PIC X(05).
           05  FILLER              PIC X(44).
           05  JRN-ACCOUNT         PIC X(08).
           05  FILLER              PIC X(13).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-DAY-X           PIC X(02).
           05  FILLER              PIC X.
           05  CAL-DATE-X          PIC X(08).
           05  FILLER              PIC X(69).
       01  CALENDAR-HOLIDAY-REC  REDEFINES CALENDAR-RECORD.
           05  CAL-H-FLAG          PIC X(01).
           05  FILLER              PIC X.
           05  CAL-H-DATE          PIC X(08).
           05  FILLER              PIC X(70).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD          PIC X(54).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  CTL-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 CTL-FILE-OK                 VALUE "00".
           05  SW-CTL-EOF          PIC  X     VALUE "N".
               88 CTL-EOF                     VALUE "Y".
           05  ANS-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 ANS-FILE-OK                 VALUE "00".
           05  SW-ANS-EOF          PIC  X     VALUE "N".
               88 ANS-EOF                     VALUE "Y".
           05  JRN-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 JRN-FILE-OK                 VALUE "00".
           05  SW-JRN-EOF          PIC  X     VALUE "N".
               88 JRN-EOF                     VALUE "Y".
           05  CAL-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 CAL-FILE-OK                 VALUE "00".
           05  SW-CAL-EOF          PIC  X     VALUE "N".
               88 CAL-EOF                     VALUE "Y".
           05  HST-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 HST-FILE-OK                 VALUE "00".
           05  SW-HST-EOF          PIC  X     VALUE "N".
               88 HST-EOF                     VALUE "Y".
           05  RPT-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                 VALUE "00".

      *    PARM RESULT AREA AND LOOKUP FIELDS IN THE PARMPARS/
      *    PARMGETK LINKAGE SHAPES.
       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER          PIC X(12) VALUE "MONTH".
               10  FILLER          PIC X(12) VALUE "DEADLINE".
               10  FILLER          PIC X(12) VALUE "MODE".
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
           05  SW-HISTORY-ONLY     PIC X(01) VALUE "N".
               88 HISTORY-ONLY               VALUE "Y".

      *    THE MONTH, THE DEADLINE, AND THE CLOCK.  STAMPS BECOME
      *    MINUTES SINCE THE INTEGER-OF-DATE EPOCH SO A NIGHT AND A
      *    REPAIR SUBTRACT ACROSS MIDNIGHT AND MONTH ENDS.
       01  MONTH-CONTROLS.
           05  TODAY-YYYYMMDD      PIC  9(08) VALUE ZEROES.
           05  TODAY-INTEGER       PIC S9(09) COMP-5 VALUE +0.
           05  REPORT-MONTH        PIC  9(06) VALUE ZEROES.
           05  REPORT-MONTH-X     REDEFINES REPORT-MONTH.
               10  REPORT-YYYY     PIC  9(04).
               10  REPORT-MM       PIC  9(02).
           05  MONTH-FIRST         PIC  9(08) VALUE ZEROES.
           05  MONTH-FIRST-INT     PIC S9(09) COMP-5 VALUE +0.
           05  DEADLINE-HH         PIC  9(02) VALUE 06.
           05  DEADLINE-MM         PIC  9(02) VALUE 00.
           05  DEADLINE-EDIT       PIC  9(04) VALUE ZEROES.
           05  RUN-DATE            PIC  9(08) VALUE ZEROES.
           05  RUN-DATE-X         REDEFINES RUN-DATE PIC X(08).
           05  RUN-DATE-9         REDEFINES RUN-DATE.
               10  RUN-YYYYMM      PIC  9(06).
               10  RUN-DD          PIC  9(02).
           05  PRIOR-DATE          PIC  9(08) VALUE ZEROES.
           05  PRIOR-DATE-X       REDEFINES PRIOR-DATE PIC X(08).
           05  RUN-INTEGER         PIC S9(09) COMP-5 VALUE +0.
           05  NIGHT-OPEN          PIC S9(18) COMP-5 VALUE +0.
           05  NIGHT-CLOSE         PIC S9(18) COMP-5 VALUE +0.
           05  DEADLINE-MINUTES    PIC S9(18) COMP-5 VALUE +0.
           05  STAMP-DATE-X        PIC  X(08) VALUE SPACES.
           05  STAMP-DATE-9       REDEFINES STAMP-DATE-X
                                   PIC  9(08).
           05  STAMP-TIME-X        PIC  X(06) VALUE SPACES.
           05  STAMP-TIME-9       REDEFINES STAMP-TIME-X.
               10  STAMP-HH        PIC  9(02).
               10  STAMP-MM        PIC  9(02).
               10  STAMP-SS        PIC  9(02).
           05  STAMP-MINUTES       PIC S9(18) COMP-5 VALUE +0.
           05  KEEP-FROM-INT       PIC S9(09) COMP-5 VALUE +0.

      *    THE DATED BOARD -- ENABLED D AND B ENTRIES, WITH THE DAY
      *    NUMBER EACH ENTRY'S LABEL CARRIES.
       01  BOARD-CONTROLS.
           05  BOARD-MAX           PIC S9(4) COMP-5 VALUE +64.
           05  BOARD-COUNT         PIC S9(4) COMP-5 VALUE +0.
           05  BRD-NDX             PIC S9(4) COMP-5 VALUE +0.
       01  BOARD-TABLE.
           05  BOARD-ENTRY OCCURS 64 TIMES.
               10  BRD-LABEL       PIC  X(20).
               10  BRD-PROGRAM     PIC  X(08).
               10  BRD-ACCOUNT     PIC  X(08).
               10  BRD-DAY         PIC S9(4) COMP-5.

      *    DAY NUMBER OUT OF A BOARD ENTRY LABEL -- THE SAME
      *    DERIVATION AOCDAILY USES.
       01  LABEL-DAY-WORK.
           05  KW-DAY              PIC S9(4) COMP-5 VALUE +0.
           05  KW-PTR              PIC S9(4) COMP-5 VALUE +0.
           05  KW-LABEL            PIC  X(20) VALUE SPACES.
           05  SW-KW-DONE          PIC  X     VALUE "N".

      *    PROCESSING CALENDAR -- RELEASE DATE PER DAY (SPACES = NO
      *    ROW, ALWAYS RELEASED) AND THE HOLIDAY LIST.
       01  CALENDAR-CONTROLS.
           05  CAL-DAY-9           PIC  9(02) VALUE ZEROES.
           05  HOL-MAX             PIC S9(4) COMP-5 VALUE +16.
           05  HOL-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  HOL-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  SW-HOLIDAY          PIC  X     VALUE "N".
               88 RUN-DATE-IS-HOLIDAY        VALUE "Y".
       01  RELEASE-DATE-TABLE.
           05  REL-DATE            PIC  X(08) OCCURS 25 TIMES
                                   VALUE SPACES.
       01  HOLIDAY-TABLE.
           05  HOL-DATE            PIC  X(08) OCCURS 16 TIMES.

      *    PROGRAMS THAT LOGGED AN ANSWER BELOW RC 8, BY RUN DATE AND
      *    ACCOUNT --
      *    ONLY THE MONTH (AND THE DAY BEFORE IT) IS KEPT.
       01  ANSWER-CONTROLS.
           05  ANS-MAX             PIC S9(4) COMP-5 VALUE +2000.
           05  ANS-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  ANS-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  ANS-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  ANS-RC-NUM          PIC S9(4) COMP-5 VALUE +0.
       01  ANSWER-TABLE.
           05  ANS-ENTRY OCCURS 2000 TIMES.
               10  ANS-DATE        PIC  X(08).
               10  ANS-PROGRAM     PIC  X(08).
               10  ANS-ACCOUNT     PIC  X(08).

      *    EVERY JOURNALED STOP FROM THE DAY BEFORE THE MONTH ON --
      *    LATER MONTHS STAY IN BECAUSE A REPAIR CAN LAND THERE.
       01  STOP-CONTROLS.
           05  STP-MAX             PIC S9(4) COMP-5 VALUE +6000.
           05  STP-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  STP-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  STP-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  SW-EXPECTED         PIC  X     VALUE "N".
               88 ENTRY-EXPECTED             VALUE "Y".
           05  SW-STP-FULL         PIC  X     VALUE "N".
               88 STP-TABLE-FULL             VALUE "Y".
       01  STOP-TABLE.
           05  STP-ENTRY OCCURS 6000 TIMES.
               10  STP-PROGRAM     PIC  X(08).
               10  STP-ACCOUNT     PIC  X(08).
               10  STP-DATE        PIC  X(08).
               10  STP-TIME        PIC  X(06).
               10  STP-MINUTES     PIC S9(18) COMP-5.
               10  STP-RC          PIC S9(4) COMP-5.

      *    PER-DATE AND PER-MONTH TALLIES.
       01  DATE-WORK.
           05  EXPECTED-COUNT      PIC S9(4) COMP-5 VALUE +0.
           05  RAN-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  FAILED-COUNT        PIC S9(4) COMP-5 VALUE +0.
           05  FINISH-MINUTES      PIC S9(18) COMP-5 VALUE +0.
           05  FINISH-DATE         PIC  X(08) VALUE SPACES.
           05  FINISH-TIME         PIC  X(06) VALUE SPACES.
           05  FAIL-MINUTES        PIC S9(18) COMP-5 VALUE +0.
           05  FAIL-REASON         PIC  X(12) VALUE SPACES.
           05  REPAIR-FOUND        PIC S9(4) COMP-5 VALUE +0.
           05  REPAIR-MINUTES      PIC S9(18) COMP-5 VALUE +0.
       01  MONTH-TALLIES.
           05  SCHED-COUNT         PIC  9(03) VALUE ZEROES.
           05  ONTIME-COUNT        PIC  9(03) VALUE ZEROES.
           05  CLEAN-COUNT         PIC  9(03) VALUE ZEROES.
           05  MONTH-FAILURES      PIC  9(04) VALUE ZEROES.
           05  REPAIRED-COUNT      PIC  9(04) VALUE ZEROES.
           05  UNREPAIRED-COUNT    PIC  9(03) VALUE ZEROES.
           05  REPAIR-SUM          PIC S9(18) COMP-5 VALUE +0.
           05  MTTR-MINUTES        PIC  9(05) VALUE ZEROES.
           05  PCT-ONTIME          PIC  9(03)V9 VALUE ZEROES.
           05  PCT-CLEAN           PIC  9(03)V9 VALUE ZEROES.

      *    THE HISTORY DATASET, TABLED IN MONTH ORDER.
       01  HISTORY-CONTROLS.
           05  HST-MAX             PIC S9(4) COMP-5 VALUE +240.
           05  HST-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  HST-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  HST-AT              PIC S9(4) COMP-5 VALUE +0.
       01  HISTORY-TABLE.
           05  HST-ENTRY           PIC  X(54) OCCURS 240 TIMES.
       01  HISTORY-LINE.
           05  HL-MONTH            PIC  9(06).
           05  FILLER              PIC  X     VALUE SPACE.
           05  HL-SCHED            PIC  9(03).
           05  FILLER              PIC  X     VALUE SPACE.
           05  HL-ONTIME           PIC  9(03).
           05  FILLER              PIC  X     VALUE SPACE.
           05  HL-PCT-ONTIME       PIC  ZZ9.9.
           05  FILLER              PIC  X     VALUE SPACE.
           05  HL-CLEAN            PIC  9(03).
           05  FILLER              PIC  X     VALUE SPACE.
           05  HL-PCT-CLEAN        PIC  ZZ9.9.
           05  FILLER              PIC  X     VALUE SPACE.
           05  HL-FAILURES         PIC  9(04).
           05  FILLER              PIC  X     VALUE SPACE.
           05  HL-MTTR             PIC  9(05).
           05  FILLER              PIC  X     VALUE SPACE.
           05  HL-UNREPAIRED       PIC  9(03).
           05  FILLER              PIC  X     VALUE SPACE.
           05  HL-PRODUCED         PIC  9(08).
       01  HISTORY-VIEW.
           05  HV-MONTH            PIC  X(06).
           05  FILLER              PIC  X.
           05  HV-SCHED            PIC  X(03).
           05  FILLER              PIC  X.
           05  HV-ONTIME           PIC  X(03).
           05  FILLER              PIC  X.
           05  HV-PCT-ONTIME       PIC  X(05).
           05  FILLER              PIC  X.
           05  HV-CLEAN            PIC  X(03).
           05  FILLER              PIC  X.
           05  HV-PCT-CLEAN        PIC  X(05).
           05  FILLER              PIC  X.
           05  HV-FAILURES         PIC  X(04).
           05  FILLER              PIC  X.
           05  HV-MTTR             PIC  X(05).
           05  FILLER              PIC  X.
           05  HV-UNREPAIRED       PIC  X(03).
           05  FILLER              PIC  X.
           05  HV-PRODUCED         PIC  X(08).

       01  REPORT-WORK.
           05  MINUTES-EDIT        PIC  ZZZZ9.
           05  COUNT-EDIT          PIC  ZZZ9.
           05  RAN-EDIT            PIC  ZZZ9.
           05  PCT-EDIT            PIC  ZZ9.9.
           05  PCT-EDIT-2          PIC  ZZ9.9.
           05  RC-EDIT             PIC  Z9.
           05  VERDICT-TEXT        PIC  X(08) VALUE SPACES.
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
           IF WORST-RC < 8 AND NOT HISTORY-ONLY
               PERFORM 070-LOAD-CALENDAR
               PERFORM 080-LOAD-BOARD
           END-IF
           IF WORST-RC < 8 AND NOT HISTORY-ONLY
               PERFORM 100-LOAD-ANSWERS
           END-IF
           IF WORST-RC < 8 AND NOT HISTORY-ONLY
               PERFORM 200-LOAD-STOPS
           END-IF
           IF WORST-RC < 8 AND NOT HISTORY-ONLY
               PERFORM 300-REPORT-MONTH
               PERFORM 400-SUMMARIZE-MONTH
           END-IF
           IF WORST-RC < 8
               PERFORM 500-UPDATE-HISTORY
               PERFORM 550-PRINT-HISTORY
           END-IF
           PERFORM 900-WRAP-UP
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

      *    THE DEFAULT MONTH IS THE ONE BEFORE TODAY'S -- THE REPORT
      *    IS RUN ON THE FIRST OF THE MONTH FOR THE MONTH JUST GONE.
       000-PARSE-PARM.
           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (TODAY-YYYYMMDD)
           MOVE TODAY-YYYYMMDD (1 : 6) TO REPORT-MONTH
           IF REPORT-MM = 1
               MOVE 12 TO REPORT-MM
               SUBTRACT 1 FROM REPORT-YYYY
           ELSE
               SUBTRACT 1 FROM REPORT-MM
           END-IF
           IF ADDRESS OF PARM-AREA = NULL OR PARM-LEN < 1
               EXIT PARAGRAPH
           END-IF
           CALL "PARMPARS" USING PARM-LEN, PARM-TEXT,
               PP-VALID-KEYS, PP-RESULT
           IF NOT PP-KEYWORD-MODE
               DISPLAY "AOCSLA: PARM IS NOT KEYWORD FORM --"
                   " EXPECTED MONTH=, DEADLINE=, MODE="
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "MONTH" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               IF PG-VAL-TEXT (1 : 6) NOT NUMERIC
                  OR PG-VAL-TEXT (7 : 1) NOT = SPACE
                   DISPLAY "AOCSLA: MONTH= MUST BE YYYYMM"
                   MOVE +8 TO WORST-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE PG-VAL-TEXT (1 : 6) TO REPORT-MONTH
               IF REPORT-MM < 1 OR REPORT-MM > 12
                  OR REPORT-YYYY < 1601
                   DISPLAY "AOCSLA: MONTH= MUST BE YYYYMM"
                   MOVE +8 TO WORST-RC
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "DEADLINE" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               IF PG-VAL-TEXT (1 : 4) NOT NUMERIC
                  OR PG-VAL-TEXT (5 : 1) NOT = SPACE
                   DISPLAY "AOCSLA: DEADLINE= MUST BE HHMM"
                   MOVE +8 TO WORST-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE PG-VAL-TEXT (1 : 2) TO DEADLINE-HH
               MOVE PG-VAL-TEXT (3 : 2) TO DEADLINE-MM
               IF DEADLINE-HH > 11 OR DEADLINE-MM > 59
                   DISPLAY "AOCSLA: DEADLINE= MUST BE A MORNING"
                       " TIME, 0000-1159"
                   MOVE +8 TO WORST-RC
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "MODE" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               IF PG-VAL-TEXT = "HISTORY"
                   SET HISTORY-ONLY TO TRUE
               ELSE
                   DISPLAY "AOCSLA: MODE= ACCEPTS HISTORY ONLY"
                   MOVE +8 TO WORST-RC
               END-IF
           END-IF.

       050-GET-ONE-KEYWORD.
           CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
               PG-VAL-TEXT, PG-VAL-NUM.

       060-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCSLARP REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           COMPUTE MONTH-FIRST = REPORT-MONTH * 100 + 1
           COMPUTE MONTH-FIRST-INT =
               FUNCTION INTEGER-OF-DATE (MONTH-FIRST)
           COMPUTE KEEP-FROM-INT = MONTH-FIRST-INT - 1
           COMPUTE DEADLINE-EDIT = DEADLINE-HH * 100 + DEADLINE-MM
           MOVE SPACES TO REPORT-RECORD
           IF HISTORY-ONLY
               STRING "BOARD SERVICE-LEVEL HISTORY -- AS OF "
                   TODAY-YYYYMMDD
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "BOARD SERVICE-LEVEL REPORT FOR " REPORT-MONTH
                   " -- DEADLINE " DEADLINE-EDIT
                   ", NIGHT RUNS NOON TO NOON"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           PERFORM 990-PUT-REPORT-LINE.

       070-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF NOT CAL-FILE-OK
               MOVE "NO PROCESSING CALENDAR -- EVERY DAY RELEASED,"
                  & " NO HOLIDAYS" TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CAL-EOF
               READ CALENDAR-FILE
                   AT END SET CAL-EOF TO TRUE
                   NOT AT END PERFORM 075-NOTE-CALENDAR-ROW
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.

       075-NOTE-CALENDAR-ROW.
           EVALUATE TRUE
               WHEN CALENDAR-RECORD = SPACES
                   CONTINUE
               WHEN CAL-H-FLAG = "*"
                   CONTINUE
               WHEN CAL-H-FLAG = "H"
                   IF HOL-COUNT < HOL-MAX
                       ADD +1 TO HOL-COUNT
                       MOVE CAL-H-DATE TO HOL-DATE (HOL-COUNT)
                   END-IF
               WHEN CAL-DAY-X NUMERIC
                   MOVE CAL-DAY-X TO CAL-DAY-9
                   IF CAL-DAY-9 >= 1 AND CAL-DAY-9 <= 25
                       MOVE CAL-DATE-X TO REL-DATE (CAL-DAY-9)
                   END-IF
           END-EVALUATE.

       080-LOAD-BOARD.
           OPEN INPUT BOARD-CTL-FILE
           IF NOT CTL-FILE-OK
               DISPLAY "AOCBCTL OPEN FAILED, STATUS=" CTL-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CTL-EOF
               READ BOARD-CTL-FILE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END
                       IF CTL-RECORD NOT = SPACES AND
                          (CTL-BOARD-FLAG = "D" OR
                           CTL-BOARD-FLAG = "B") AND
                          CTL-ENABLED-FLAG = "Y" AND
                          BOARD-COUNT < BOARD-MAX
                           ADD +1 TO BOARD-COUNT
                           MOVE CTL-LABEL
                             TO BRD-LABEL (BOARD-COUNT)
                           MOVE CTL-PROGRAM
                             TO BRD-PROGRAM (BOARD-COUNT)
                           MOVE CTL-ACCOUNT
                             TO BRD-ACCOUNT (BOARD-COUNT)
                           MOVE CTL-LABEL TO KW-LABEL
                           PERFORM 085-DERIVE-LABEL-DAY
                           MOVE KW-DAY TO BRD-DAY (BOARD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOARD-CTL-FILE
           IF BOARD-COUNT = 0
               DISPLAY "AOCSLA: NO ENABLED DATED-BOARD ENTRIES"
               MOVE +8 TO WORST-RC
           END-IF.

      *    DAY NUMBER OUT OF A BOARD ENTRY LABEL ("DAY NN ..."),
      *    THE SAME DERIVATION THE OTHER READERS USE.
       085-DERIVE-LABEL-DAY.
           MOVE +0 TO KW-DAY
           MOVE "N" TO SW-KW-DONE
           MOVE +4 TO KW-PTR
           PERFORM UNTIL KW-PTR > 20 OR SW-KW-DONE = "Y"
               IF KW-LABEL (KW-PTR : 1) IS NUMERIC
                   COMPUTE KW-DAY = KW-DAY * 10 +
                       FUNCTION NUMVAL (KW-LABEL (KW-PTR : 1))
                   IF KW-PTR = 20
                      OR KW-LABEL (KW-PTR + 1 : 1) NOT NUMERIC
                       MOVE "Y" TO SW-KW-DONE
                   END-IF
               ELSE
                   IF KW-DAY > +0
                       MOVE "Y" TO SW-KW-DONE
                   END-IF
               END-IF
               ADD +1 TO KW-PTR
           END-PERFORM.

       100-LOAD-ANSWERS.
           OPEN INPUT ANSWERS-FILE
           IF NOT ANS-FILE-OK
               DISPLAY "AOCANSWR OPEN FAILED, STATUS=" ANS-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ANS-EOF
               READ ANSWERS-FILE
                   AT END SET ANS-EOF TO TRUE
                   NOT AT END PERFORM 110-NOTE-ONE-ANSWER
               END-READ
           END-PERFORM
           CLOSE ANSWERS-FILE.

       110-NOTE-ONE-ANSWER.
           IF ANSWERS-RECORD = SPACES OR ANS-REC-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ANS-REC-DATE TO STAMP-DATE-X
           IF FUNCTION INTEGER-OF-DATE (STAMP-DATE-9) < KEEP-FROM-INT
              OR STAMP-DATE-X (1 : 6) > REPORT-MONTH
               EXIT PARAGRAPH
           END-IF
           IF ANS-REC-RC (2 : 4) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ANS-REC-RC (2 : 4) TO ANS-RC-NUM
           IF ANS-RC-NUM >= 8
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO ANS-FOUND
           PERFORM VARYING ANS-NDX FROM ANS-COUNT BY -1
               UNTIL ANS-NDX < 1 OR ANS-FOUND > 0
               IF ANS-DATE (ANS-NDX) = ANS-REC-DATE
                  AND ANS-PROGRAM (ANS-NDX) = ANS-REC-PROGRAM
                  AND ANS-ACCOUNT (ANS-NDX) = ANS-REC-ACCOUNT
                   MOVE ANS-NDX TO ANS-FOUND
               END-IF
           END-PERFORM
           IF ANS-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           IF ANS-COUNT >= ANS-MAX
               DISPLAY "AOCSLA: ANSWER TABLE FULL AT " ANS-MAX
                   " -- LATER ANSWERS NOT SEEN"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO ANS-COUNT
           MOVE ANS-REC-DATE    TO ANS-DATE (ANS-COUNT)
           MOVE ANS-REC-PROGRAM TO ANS-PROGRAM (ANS-COUNT)
           MOVE ANS-REC-ACCOUNT TO ANS-ACCOUNT (ANS-COUNT).

       200-LOAD-STOPS.
           OPEN INPUT JOURNAL-FILE
           IF NOT JRN-FILE-OK
               DISPLAY "AOCRUNJL OPEN FAILED, STATUS=" JRN-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JRN-EOF
               READ JOURNAL-FILE
                   AT END SET JRN-EOF TO TRUE
                   NOT AT END PERFORM 210-NOTE-ONE-STOP
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF STP-TABLE-FULL
               MOVE "STOP TABLE FULL -- REPAIRS AFTER THE LAST"
                  & " TABLED STOP ARE NOT SEEN" TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
           END-IF.

       210-NOTE-ONE-STOP.
           IF JRN-EVENT NOT = "STOP" OR JRN-DATE NOT NUMERIC
              OR JRN-TIME (1 : 6) NOT NUMERIC
              OR JRN-RC-TEXT (2 : 4) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE JRN-DATE TO STAMP-DATE-X
           IF FUNCTION INTEGER-OF-DATE (STAMP-DATE-9) < KEEP-FROM-INT
               EXIT PARAGRAPH
           END-IF
           IF STP-COUNT >= STP-MAX
               SET STP-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO STP-COUNT
           MOVE JRN-PROGRAM       TO STP-PROGRAM (STP-COUNT)
           MOVE JRN-ACCOUNT       TO STP-ACCOUNT (STP-COUNT)
           MOVE JRN-DATE          TO STP-DATE (STP-COUNT)
           MOVE JRN-TIME (1 : 6)  TO STP-TIME (STP-COUNT)
           MOVE JRN-RC-TEXT (2 : 4) TO STP-RC (STP-COUNT)
           MOVE JRN-TIME (1 : 6)  TO STAMP-TIME-X
           PERFORM 250-MINUTES-OF-STAMP
           MOVE STAMP-MINUTES     TO STP-MINUTES (STP-COUNT).

      *    STAMP-DATE-X/STAMP-TIME-X (HHMMSS) TO STAMP-MINUTES.
       250-MINUTES-OF-STAMP.
           COMPUTE STAMP-MINUTES =
               FUNCTION INTEGER-OF-DATE (STAMP-DATE-9) * 1440
               + STAMP-HH * 60 + STAMP-MM.

      *    ONE PASS PER DATE OF THE MONTH, STOPPING BEFORE TODAY --
      *    TODAY'S NIGHT MAY STILL BE RUNNING.
       300-REPORT-MONTH.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE "RUN DATE FINISHED        VERDICT   EXP     RAN  FAIL"
             TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE MONTH-FIRST-INT TO RUN-INTEGER
           MOVE MONTH-FIRST TO RUN-DATE
           PERFORM UNTIL RUN-YYYYMM NOT = REPORT-MONTH
                      OR RUN-INTEGER >= TODAY-INTEGER
               PERFORM 310-REPORT-ONE-DATE
               ADD +1 TO RUN-INTEGER
               COMPUTE RUN-DATE =
                   FUNCTION DATE-OF-INTEGER (RUN-INTEGER)
           END-PERFORM.

       310-REPORT-ONE-DATE.
           MOVE "N" TO SW-HOLIDAY
           PERFORM VARYING HOL-NDX FROM 1 BY 1
               UNTIL HOL-NDX > HOL-COUNT
               IF HOL-DATE (HOL-NDX) = RUN-DATE-X
                   SET RUN-DATE-IS-HOLIDAY TO TRUE
               END-IF
           END-PERFORM
           IF RUN-DATE-IS-HOLIDAY
               MOVE SPACES TO REPORT-RECORD
               STRING RUN-DATE " SHOP HOLIDAY -- EXCLUDED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE PRIOR-DATE =
               FUNCTION DATE-OF-INTEGER (RUN-INTEGER - 1)
           COMPUTE NIGHT-OPEN  = (RUN-INTEGER - 1) * 1440 + 720
           COMPUTE NIGHT-CLOSE = RUN-INTEGER * 1440 + 720
           COMPUTE DEADLINE-MINUTES = RUN-INTEGER * 1440
               + DEADLINE-HH * 60 + DEADLINE-MM
           MOVE +0 TO EXPECTED-COUNT RAN-COUNT FAILED-COUNT
           MOVE +0 TO FINISH-MINUTES
           MOVE SPACES TO FINISH-DATE FINISH-TIME
           PERFORM VARYING BRD-NDX FROM 1 BY 1
               UNTIL BRD-NDX > BOARD-COUNT
               PERFORM 315-TALLY-ONE-ENTRY
           END-PERFORM
           IF EXPECTED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SCHED-COUNT
           EVALUATE TRUE
               WHEN RAN-COUNT < EXPECTED-COUNT
                   MOVE "LATE" TO VERDICT-TEXT
               WHEN FINISH-MINUTES > DEADLINE-MINUTES
                   MOVE "LATE" TO VERDICT-TEXT
               WHEN OTHER
                   MOVE "ON TIME" TO VERDICT-TEXT
                   ADD 1 TO ONTIME-COUNT
           END-EVALUATE
           MOVE EXPECTED-COUNT TO COUNT-EDIT
           MOVE RAN-COUNT TO RAN-EDIT
           MOVE SPACES TO REPORT-RECORD
           IF RAN-COUNT < EXPECTED-COUNT
               STRING RUN-DATE " NOT FINISHED    " VERDICT-TEXT " "
                   COUNT-EDIT "    " RAN-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING RUN-DATE " " FINISH-DATE " " FINISH-TIME " "
                   VERDICT-TEXT " " COUNT-EDIT "    " RAN-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           PERFORM VARYING BRD-NDX FROM 1 BY 1
               UNTIL BRD-NDX > BOARD-COUNT
               PERFORM 330-JUDGE-ONE-ENTRY
               IF FAIL-REASON NOT = SPACES
                   ADD +1 TO FAILED-COUNT
               END-IF
           END-PERFORM
           MOVE FAILED-COUNT TO COUNT-EDIT
           MOVE COUNT-EDIT TO REPORT-RECORD (49 : 4)
           IF FAILED-COUNT = 0
               ADD 1 TO CLEAN-COUNT
           END-IF
           PERFORM 990-PUT-REPORT-LINE
           PERFORM VARYING BRD-NDX FROM 1 BY 1
               UNTIL BRD-NDX > BOARD-COUNT
               PERFORM 340-REPORT-ONE-FAILURE
           END-PERFORM.

       315-TALLY-ONE-ENTRY.
           PERFORM 320-FIND-BOARD-RUN
           IF NOT ENTRY-EXPECTED
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO EXPECTED-COUNT
           IF STP-FOUND > 0
               ADD +1 TO RAN-COUNT
               IF STP-MINUTES (STP-FOUND) > FINISH-MINUTES
                   MOVE STP-MINUTES (STP-FOUND) TO FINISH-MINUTES
                   MOVE STP-DATE (STP-FOUND) TO FINISH-DATE
                   MOVE STP-TIME (STP-FOUND) TO FINISH-TIME
               END-IF
           END-IF.

      *    AN ENTRY IS EXPECTED WHEN ITS DAY IS RELEASED BY THE RUN
      *    DATE; ITS BOARD RUN IS ITS PROGRAM'S FIRST STOP IN THE
      *    NIGHT FOR ITS ACCOUNT, LEFT IN STP-FOUND.
       320-FIND-BOARD-RUN.
           MOVE +0 TO STP-FOUND
           MOVE "N" TO SW-EXPECTED
           IF BRD-DAY (BRD-NDX) >= 1 AND BRD-DAY (BRD-NDX) <= 25
               IF REL-DATE (BRD-DAY (BRD-NDX)) NOT = SPACES
                  AND REL-DATE (BRD-DAY (BRD-NDX)) > RUN-DATE-X
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET ENTRY-EXPECTED TO TRUE
           PERFORM VARYING STP-NDX FROM 1 BY 1
               UNTIL STP-NDX > STP-COUNT
               IF STP-PROGRAM (STP-NDX) = BRD-PROGRAM (BRD-NDX)
                  AND STP-ACCOUNT (STP-NDX) = BRD-ACCOUNT (BRD-NDX)
                  AND STP-MINUTES (STP-NDX) >= NIGHT-OPEN
                  AND STP-MINUTES (STP-NDX) < NIGHT-CLOSE
                   IF STP-FOUND = 0
                       MOVE STP-NDX TO STP-FOUND
                   ELSE
                       IF STP-MINUTES (STP-NDX)
                          < STP-MINUTES (STP-FOUND)
                           MOVE STP-NDX TO STP-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    FAILURE TEST FOR ONE ENTRY -- SETS FAIL-REASON (SPACES
      *    WHEN THE ENTRY IS CLEAN OR NOT EXPECTED) AND FAIL-MINUTES.
       330-JUDGE-ONE-ENTRY.
           MOVE SPACES TO FAIL-REASON
           PERFORM 320-FIND-BOARD-RUN
           IF NOT ENTRY-EXPECTED
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN STP-FOUND = 0
                   MOVE "NOT RUN" TO FAIL-REASON
                   MOVE DEADLINE-MINUTES TO FAIL-MINUTES
               WHEN STP-RC (STP-FOUND) >= 8
                   MOVE STP-RC (STP-FOUND) TO RC-EDIT
                   STRING "ENDED RC=" RC-EDIT
                       DELIMITED BY SIZE INTO FAIL-REASON
                   MOVE STP-MINUTES (STP-FOUND) TO FAIL-MINUTES
               WHEN OTHER
                   PERFORM 335-FIND-ANSWER
                   IF ANS-FOUND = 0
                       MOVE "NO ANSWER" TO FAIL-REASON
                       MOVE STP-MINUTES (STP-FOUND) TO FAIL-MINUTES
                   END-IF
           END-EVALUATE.

      *    THE NIGHT SPANS TWO CALENDAR DATES, SO AN ANSWER DATED
      *    EITHER ONE COUNTS.
       335-FIND-ANSWER.
           MOVE +0 TO ANS-FOUND
           PERFORM VARYING ANS-NDX FROM 1 BY 1
               UNTIL ANS-NDX > ANS-COUNT OR ANS-FOUND > 0
               IF ANS-PROGRAM (ANS-NDX) = BRD-PROGRAM (BRD-NDX)
                  AND ANS-ACCOUNT (ANS-NDX) = BRD-ACCOUNT (BRD-NDX)
                  AND (ANS-DATE (ANS-NDX) = RUN-DATE-X
                   OR ANS-DATE (ANS-NDX) = PRIOR-DATE-X)
                   MOVE ANS-NDX TO ANS-FOUND
               END-IF
           END-PERFORM.

      *    THE REPAIR IS THE FIRST LATER STOP OF THE SAME PROGRAM
      *    AND ACCOUNT BELOW RC 8, WHENEVER IT CAME.
       340-REPORT-ONE-FAILURE.
           PERFORM 330-JUDGE-ONE-ENTRY
           IF FAIL-REASON = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MONTH-FAILURES
           MOVE +0 TO REPAIR-FOUND
           PERFORM VARYING STP-NDX FROM 1 BY 1
               UNTIL STP-NDX > STP-COUNT
               IF STP-PROGRAM (STP-NDX) = BRD-PROGRAM (BRD-NDX)
                  AND STP-ACCOUNT (STP-NDX) = BRD-ACCOUNT (BRD-NDX)
                  AND STP-MINUTES (STP-NDX) > FAIL-MINUTES
                  AND STP-RC (STP-NDX) < 8
                   IF REPAIR-FOUND = 0
                       MOVE STP-NDX TO REPAIR-FOUND
                   ELSE
                       IF STP-MINUTES (STP-NDX)
                          < STP-MINUTES (REPAIR-FOUND)
                           MOVE STP-NDX TO REPAIR-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           IF REPAIR-FOUND = 0
               ADD 1 TO UNREPAIRED-COUNT
               STRING "         " BRD-LABEL (BRD-NDX) " "
                   BRD-PROGRAM (BRD-NDX) " " BRD-ACCOUNT (BRD-NDX)
                   " " FAIL-REASON
                   " NOT REPAIRED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               ADD 1 TO REPAIRED-COUNT
               COMPUTE REPAIR-MINUTES = STP-MINUTES (REPAIR-FOUND)
                   - FAIL-MINUTES
               ADD REPAIR-MINUTES TO REPAIR-SUM
               MOVE REPAIR-MINUTES TO MINUTES-EDIT
               STRING "         " BRD-LABEL (BRD-NDX) " "
                   BRD-PROGRAM (BRD-NDX) " " BRD-ACCOUNT (BRD-NDX)
                   " " FAIL-REASON
                   " REPAIRED " STP-DATE (REPAIR-FOUND) " "
                   STP-TIME (REPAIR-FOUND) " AFTER " MINUTES-EDIT
                   " MIN"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           PERFORM 990-PUT-REPORT-LINE.

       400-SUMMARIZE-MONTH.
           IF SCHED-COUNT > 0
               COMPUTE PCT-ONTIME ROUNDED =
                   ONTIME-COUNT * 100 / SCHED-COUNT
               COMPUTE PCT-CLEAN ROUNDED =
                   CLEAN-COUNT * 100 / SCHED-COUNT
           END-IF
           IF REPAIRED-COUNT > 0
               COMPUTE MTTR-MINUTES ROUNDED =
                   REPAIR-SUM / REPAIRED-COUNT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           PERFORM 990-PUT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           MOVE PCT-ONTIME TO PCT-EDIT
           MOVE PCT-CLEAN TO PCT-EDIT-2
           STRING "MONTH " REPORT-MONTH " SCHEDULED=" SCHED-COUNT
               " ON TIME=" ONTIME-COUNT " (" PCT-EDIT "%)"
               " CLEAN=" CLEAN-COUNT " (" PCT-EDIT-2 "%)"
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           MOVE MTTR-MINUTES TO MINUTES-EDIT
           STRING "FAILURES=" MONTH-FAILURES
               " REPAIRED=" REPAIRED-COUNT
               " NOT REPAIRED=" UNREPAIRED-COUNT
               " MEAN TIME TO REPAIR=" MINUTES-EDIT " MIN"
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           IF UNREPAIRED-COUNT > 0 AND WORST-RC < 4
               MOVE +4 TO WORST-RC
           END-IF.

      *    THE MONTH'S LINE REPLACES ANY EARLIER ONE FOR THE SAME
      *    MONTH AND IS OTHERWISE INSERTED IN MONTH ORDER.  AN
      *    ABSENT HISTORY DATASET STARTS EMPTY.  A MONTH WITH NO
      *    SCHEDULED RUN DATE (OUT OF SEASON) IS NOT KEPT.
       500-UPDATE-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF HST-FILE-OK
               PERFORM UNTIL HST-EOF
                   READ HISTORY-FILE
                       AT END SET HST-EOF TO TRUE
                       NOT AT END
                           IF HISTORY-RECORD NOT = SPACES
                              AND HST-COUNT < HST-MAX
                               ADD +1 TO HST-COUNT
                               MOVE HISTORY-RECORD
                                 TO HST-ENTRY (HST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           IF HISTORY-ONLY OR SCHED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE REPORT-MONTH     TO HL-MONTH
           MOVE SCHED-COUNT      TO HL-SCHED
           MOVE ONTIME-COUNT     TO HL-ONTIME
           MOVE PCT-ONTIME       TO HL-PCT-ONTIME
           MOVE CLEAN-COUNT      TO HL-CLEAN
           MOVE PCT-CLEAN        TO HL-PCT-CLEAN
           MOVE MONTH-FAILURES   TO HL-FAILURES
           MOVE MTTR-MINUTES     TO HL-MTTR
           MOVE UNREPAIRED-COUNT TO HL-UNREPAIRED
           MOVE TODAY-YYYYMMDD   TO HL-PRODUCED
           MOVE +0 TO HST-AT
           PERFORM VARYING HST-NDX FROM 1 BY 1
               UNTIL HST-NDX > HST-COUNT OR HST-AT > 0
               IF HST-ENTRY (HST-NDX) (1 : 6) >= HISTORY-LINE (1 : 6)
                   MOVE HST-NDX TO HST-AT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN HST-AT > 0
                AND HST-ENTRY (HST-AT) (1 : 6) = HISTORY-LINE (1 : 6)
                   MOVE HISTORY-LINE TO HST-ENTRY (HST-AT)
               WHEN HST-COUNT >= HST-MAX
                   DISPLAY "AOCSLA: HISTORY TABLE FULL AT " HST-MAX
                       " -- MONTH NOT KEPT"
                   EXIT PARAGRAPH
               WHEN HST-AT = 0
                   ADD +1 TO HST-COUNT
                   MOVE HISTORY-LINE TO HST-ENTRY (HST-COUNT)
               WHEN OTHER
                   PERFORM VARYING HST-NDX FROM HST-COUNT BY -1
                       UNTIL HST-NDX < HST-AT
                       MOVE HST-ENTRY (HST-NDX)
                         TO HST-ENTRY (HST-NDX + 1)
                   END-PERFORM
                   ADD +1 TO HST-COUNT
                   MOVE HISTORY-LINE TO HST-ENTRY (HST-AT)
           END-EVALUATE
           OPEN OUTPUT HISTORY-FILE
           IF NOT HST-FILE-OK
               DISPLAY "AOCSLAHS HISTORY OPEN FAILED, STATUS="
                   HST-FILE-STATUS " -- MONTH NOT KEPT"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING HST-NDX FROM 1 BY 1
               UNTIL HST-NDX > HST-COUNT
               MOVE HST-ENTRY (HST-NDX) TO HISTORY-RECORD
               WRITE HISTORY-RECORD
           END-PERFORM
           CLOSE HISTORY-FILE.

       550-PRINT-HISTORY.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE "SERVICE-LEVEL HISTORY, ONE LINE PER MONTH:"
             TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE "MONTH  SCHED ONTIME  PCT  CLEAN  PCT  FAILS  MTTR"
              & "  UNREP  PRODUCED" TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           IF HST-COUNT = 0
               MOVE "  (NONE)" TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
           END-IF
           PERFORM VARYING HST-NDX FROM 1 BY 1
               UNTIL HST-NDX > HST-COUNT
               MOVE HST-ENTRY (HST-NDX) TO HISTORY-VIEW
               MOVE SPACES TO REPORT-RECORD
               STRING HV-MONTH "   " HV-SCHED "   " HV-ONTIME " "
                   HV-PCT-ONTIME "   " HV-CLEAN " " HV-PCT-CLEAN
                   "   " HV-FAILURES " " HV-MTTR "   "
                   HV-UNREPAIRED "  " HV-PRODUCED
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
           END-PERFORM.

       900-WRAP-UP.
           IF NOT RPT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           IF NOT HISTORY-ONLY
               DISPLAY "AOCSLA: MONTH " REPORT-MONTH
                   " SCHEDULED=" SCHED-COUNT " ON TIME=" ONTIME-COUNT
                   " CLEAN=" CLEAN-COUNT " FAILURES=" MONTH-FAILURES
           END-IF
           CLOSE REPORT-FILE.

       990-PUT-REPORT-LINE.
           IF RPT-FILE-OK
               WRITE REPORT-RECORD
           END-IF.
       END PROGRAM AOCSLA.
