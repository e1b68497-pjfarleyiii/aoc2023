       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCCTLCK.
      *    CONTROL-FILE SYNTAX VALIDATOR -- ONE PROGRAM THAT KNOWS THE
      *    FIXED COLUMN LAYOUT OF EVERY CONTROL FILE UNDER CTL/, SO A
      *    MISALIGNED COLUMN IS CAUGHT WITH A LINE-AND-COLUMN
      *    DIAGNOSTIC BEFORE THE READER THAT WOULD SILENTLY MISREAD IT
      *    EVER RUNS (A SHIFTED BILLING ROW BILLED AS UNRATED, A BAD
      *    CALENDAR DATE THAT NEVER MATCHES).  RUN AS THE STEP AHEAD OF
      *    AOCBOARD'S PREFLIGHT AND ON DEMAND AFTER ANY EDIT (SEE
      *    JCL/AOCCTLCK.JCL).  FILES, BY DD/ENV NAME:
      *        AOCBCTL  -- BOARD CONTROL (CTL/AOCBOARD.CTL), REQUIRED
      *        AOCBAGS  -- DAY 2 BAGS (CTL/AOCBAGS.CTL)
      *        AOCBILLR -- BILLING RATES (CTL/AOCBILL.CTL)
      *        AOCCALND -- PROCESSING CALENDAR (CTL/AOCCAL.CTL)
      *        AOCJDDS  -- JCL EXTRA DD LINES (CTL/AOCJDDS.CTL)
      *        AOCJSKEL -- JCL DECK SKELETON (CTL/AOCJSKEL.CTL)
      *        AOCRATES -- DAY 18 RATES (CTL/AOCRATES.CTL)
      *        AOCRUNBK -- FAILURE RUNBOOK (CTL/AOCRUNBK.CTL)
      *        AOCSGCTL -- INPUT STAGING (CTL/AOCSTAGE.CTL)
      *        AOCWORDS -- SPELLED-DIGIT WORDS (CTL/AOCWORDS.CTL OR
      *                    A LOCALIZED TABLE)
      *        AOCESCTL -- ALERT ESCALATION LADDER (CTL/AOCESCTL.CTL)
      *        AOCPLCTL -- ANSWER PLAUSIBILITY BANDS (CTL/AOCPLAUS.CTL)
      *    EVERY FILE BUT THE BOARD IS OPTIONAL TO ITS OWN READER, SO
      *    AN UNALLOCATED ONE IS NOTED AND SKIPPED.  EACH FILE IS
      *    CHECKED FOR ITS NUMERIC COLUMNS, DATES, CODES, THE BLANK
      *    SEPARATOR COLUMNS (WHERE A SHIFTED FIELD SHOWS FIRST),
      *    DUPLICATE KEYS, AND THE TABLE LIMIT OF THE PROGRAM THAT
      *    READS IT.  REFERENCES ARE CROSS-CHECKED AGAINST THE BOARD:
      *    A PROGRAM NAMED IN THE BILLING RATES, THE EXTRA DD LINES OR
      *    THE RUNBOOK THAT IS ON NO BOARD (SUITE DRIVERS, AOC*, AND
      *    THE DEFAULT/* ROWS EXCEPTED), AND A DEPENDENCY RECORD
      *    NAMING A LABEL THAT IS NOT ON THE BOARD.  "*" IN COLUMN 1
      *    IS A COMMENT IN EVERY FILE; BLANK LINES ARE SKIPPED.
      *    PARM KEYWORDS (PARSED BY PARMPARS, OPTIONAL):
      *        FILE=DDNAME  -- CHECK THAT ONE FILE ONLY (THE BOARD IS
      *                        STILL READ FOR THE CROSS-CHECKS)
      *    DD/ENV AOCCTLRP -- THE DIAGNOSTIC REPORT: ONE SECTION PER
      *    FILE, ONE LINE PER FINDING ("LINE NNNN COL NN ERROR|WARN
      *    TEXT") WITH THE OFFENDING RECORD ECHOED UNDER IT.
      *    RC=0 ALL CLEAN, RC=4 WARNINGS ONLY (CROSS-REFERENCE GAPS,
      *    TEXT PAST A LAYOUT'S LAST COLUMN), RC=8 ANY ERROR -- A ROW
      *    SOME READER WOULD MISREAD -- OR THE BOARD CONTROL FILE
      *    MISSING, OR A BAD PARM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE FILES ARE CHECKED ONE AT A TIME, SO THEY SHARE ONE
      *    STATUS FIELD AND ONE END-OF-FILE SWITCH.
           SELECT BOARD-CTL-FILE
              ASSIGN TO AOCBCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
           SELECT BAGS-FILE
              ASSIGN TO AOCBAGS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
           SELECT BILL-FILE
              ASSIGN TO AOCBILLR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
           SELECT CALENDAR-FILE
              ASSIGN TO AOCCALND
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
           SELECT JDDS-FILE
              ASSIGN TO AOCJDDS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
           SELECT JSKEL-FILE
              ASSIGN TO AOCJSKEL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
           SELECT RATES-FILE
              ASSIGN TO AOCRATES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
           SELECT RUNBOOK-FILE
              ASSIGN TO AOCRUNBK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
           SELECT STAGE-FILE
              ASSIGN TO AOCSGCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
           SELECT WORDS-FILE
              ASSIGN TO AOCWORDS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
           SELECT LADDER-FILE
              ASSIGN TO AOCESCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
           SELECT PLAUS-FILE
              ASSIGN TO AOCPLCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCCTLRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOARD-CTL-FILE.
       01  BOARD-CTL-RECORD        PIC X(132).
       FD  BAGS-FILE.
       01  BAGS-RECORD             PIC X(132).
       FD  BILL-FILE.
       01  BILL-RECORD             PIC X(132).
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD         PIC X(132).
       FD  JDDS-FILE.
       01  JDDS-RECORD             PIC X(132).
       FD  JSKEL-FILE.
       01  JSKEL-RECORD            PIC X(132).
       FD  RATES-FILE.
       01  RATES-RECORD            PIC X(132).
       FD  RUNBOOK-FILE.
       01  RUNBOOK-RECORD          PIC X(132).
       FD  STAGE-FILE.
       01  STAGE-RECORD            PIC X(132).
       FD  WORDS-FILE.
       01  WORDS-RECORD            PIC X(132).
       FD  LADDER-FILE.
       01  LADDER-RECORD           PIC X(132).
       FD  PLAUS-FILE.
       01  PLAUS-RECORD            PIC X(132).
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  CTL-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 CTL-FILE-OK                 VALUE "00".
           05  SW-CTL-EOF          PIC  X     VALUE "N".
               88 CTL-EOF                     VALUE "Y".
           05  RPT-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                 VALUE "00".

      *    PARM RESULT AREA AND LOOKUP FIELDS IN THE PARMPARS/
      *    PARMGETK LINKAGE SHAPES.
       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER          PIC X(12) VALUE "FILE".
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
           05  ONLY-DD             PIC X(08) VALUE SPACES.

      *    THE FILE UNDER CHECK, ITS CURRENT RECORD, AND ITS COUNTS.
       01  FILE-WORK.
           05  CUR-DD              PIC  X(08) VALUE SPACES.
           05  CUR-TITLE           PIC  X(50) VALUE SPACES.
           05  SW-REPORTING        PIC  X     VALUE "Y".
               88 REPORTING-THIS-FILE        VALUE "Y".
           05  LINE-NO             PIC S9(4) COMP-5 VALUE +0.
           05  ROW-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  FILE-ERRORS         PIC S9(4) COMP-5 VALUE +0.
           05  FILE-WARNINGS       PIC S9(4) COMP-5 VALUE +0.
           05  ECHOED-LINE         PIC S9(4) COMP-5 VALUE +0.
           05  FILES-CHECKED       PIC S9(4) COMP-5 VALUE +0.
           05  FILES-ABSENT        PIC S9(4) COMP-5 VALUE +0.
           05  TOTAL-ERRORS        PIC S9(4) COMP-5 VALUE +0.
           05  TOTAL-WARNINGS      PIC S9(4) COMP-5 VALUE +0.
       01  CTL-LINE                PIC  X(132) VALUE SPACES.

      *    ONE DIAGNOSTIC -- SEVERITY, COLUMN AND TEXT ARE SET BY THE
      *    CHECK THAT FOUND IT.
       01  DIAG-WORK.
           05  DIAG-SEV            PIC  X     VALUE SPACE.
               88 DIAG-IS-ERROR              VALUE "E".
               88 DIAG-IS-WARNING            VALUE "W".
           05  DIAG-COL            PIC S9(4) COMP-5 VALUE +0.
           05  DIAG-TEXT           PIC  X(80) VALUE SPACES.
           05  DIAG-LINE-EDIT      PIC  9(04).
           05  DIAG-COL-EDIT       PIC  9(03).
           05  FIRST-LINE-EDIT     PIC  9(04).

      *    GENERIC FIELD CHECKS -- THE FIELD IS CHK-FROM FOR CHK-LEN
      *    IN CTL-LINE.
       01  CHECK-WORK.
           05  CHK-FROM            PIC S9(4) COMP-5 VALUE +0.
           05  CHK-LEN             PIC S9(4) COMP-5 VALUE +0.
           05  CHK-NAME            PIC  X(24) VALUE SPACES.
           05  CHK-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  CHK-DOTS            PIC S9(4) COMP-5 VALUE +0.
           05  CHK-DIGITS          PIC S9(4) COMP-5 VALUE +0.
           05  SW-CHK-END          PIC  X     VALUE "N".
           05  SW-CHK-OK           PIC  X     VALUE "N".
               88 CHECK-OK                   VALUE "Y".
           05  CHK-NUM             PIC S9(9) COMP-5 VALUE +0.
           05  CHK-DATE-X          PIC  X(08) VALUE SPACES.
           05  CHK-DATE-9         REDEFINES CHK-DATE-X.
               10  CHK-YYYY        PIC  9(04).
               10  CHK-MM          PIC  9(02).
               10  CHK-DD          PIC  9(02).
           05  CHK-MONTH-DAYS      PIC  9(02) VALUE ZEROES.
       01  MONTH-LENGTHS           PIC  X(24)
                                   VALUE "312831303130313130313031".
       01  MONTH-LENGTH-TABLE     REDEFINES MONTH-LENGTHS.
           05  MONTH-LENGTH        PIC  9(02) OCCURS 12 TIMES.

      *    KEYS SEEN IN THE FILE UNDER CHECK, FOR THE DUPLICATE TEST.
       01  KEY-CONTROLS.
           05  KEY-MAX             PIC S9(4) COMP-5 VALUE +500.
           05  KEY-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  KEY-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  KEY-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  KEY-TEXT            PIC  X(40) VALUE SPACES.
           05  KEY-WHAT            PIC  X(24) VALUE SPACES.
       01  KEY-TABLE.
           05  KEY-ENTRY OCCURS 500 TIMES.
               10  KEY-VALUE       PIC  X(40).
               10  KEY-LINE        PIC S9(4) COMP-5.

      *    THE BOARD, KEPT FOR THE CROSS-CHECKS.
       01  BOARD-CONTROLS.
           05  BRD-MAX             PIC S9(4) COMP-5 VALUE +256.
           05  BRD-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  BRD-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  BRD-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  DEP-MAX             PIC S9(4) COMP-5 VALUE +32.
           05  DEP-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  DEP-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  LOOK-PROGRAM        PIC  X(08) VALUE SPACES.
           05  LOOK-LABEL          PIC  X(20) VALUE SPACES.
           05  SW-DATED-ONLY       PIC  X     VALUE "N".
               88 LOOK-DATED-ONLY            VALUE "Y".
           05  PARM-LEN-NUM        PIC S9(4) COMP-5 VALUE +0.
       01  BOARD-TABLE.
           05  BRD-ENTRY OCCURS 256 TIMES.
               10  BRD-FLAG        PIC  X(01).
               10  BRD-LABEL       PIC  X(20).
               10  BRD-PROGRAM     PIC  X(08).
       01  DEPENDENCY-TABLE.
           05  DEP-ENTRY OCCURS 32 TIMES.
               10  DEP-LINE        PIC S9(4) COMP-5.
               10  DEP-LABEL       PIC  X(20).
               10  DEP-NEEDS       PIC  X(20).
               10  DEP-RECORD      PIC  X(80).

      *    DAY NUMBER OUT OF A BOARD ENTRY LABEL -- THE SAME
      *    DERIVATION AOCDAILY USES.
       01  LABEL-DAY-WORK.
           05  KW-DAY              PIC S9(4) COMP-5 VALUE +0.
           05  KW-PTR              PIC S9(4) COMP-5 VALUE +0.
           05  KW-LABEL            PIC  X(20) VALUE SPACES.
           05  SW-KW-DONE          PIC  X     VALUE "N".

      *    PER-FILE CARRY-OVERS.
       01  SEQUENCE-WORK.
           05  PREV-DAY            PIC S9(4) COMP-5 VALUE +0.
           05  PREV-DATE           PIC  X(08) VALUE SPACES.
           05  PREV-RUNG           PIC S9(4) COMP-5 VALUE +0.
           05  PREV-MINUTES        PIC S9(9) COMP-5 VALUE +0.
           05  HOLIDAY-COUNT       PIC S9(4) COMP-5 VALUE +0.
           05  SW-SAW-PROGRAM      PIC  X     VALUE "N".
           05  SW-SAW-DSN          PIC  X     VALUE "N".
           05  TAG-PTR             PIC S9(4) COMP-5 VALUE +0.
           05  BAND-MINDIG         PIC S9(4) COMP-5 VALUE +0.
           05  SW-LOW-BOUND        PIC  X     VALUE "N".
           05  SW-HIGH-BOUND       PIC  X     VALUE "N".

       01  REPORT-WORK.
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
           IF WORST-RC < 8
               PERFORM 060-OPEN-REPORT
           END-IF
           IF WORST-RC < 8
               PERFORM 100-CHECK-BOARD
               PERFORM 200-CHECK-BAGS
               PERFORM 250-CHECK-BILLING
               PERFORM 300-CHECK-CALENDAR
               PERFORM 350-CHECK-EXTRA-DDS
               PERFORM 400-CHECK-SKELETON
               PERFORM 450-CHECK-RATES
               PERFORM 500-CHECK-RUNBOOK
               PERFORM 550-CHECK-STAGING
               PERFORM 600-CHECK-WORDS
               PERFORM 650-CHECK-LADDER
               PERFORM 670-CHECK-PLAUSIBILITY
           END-IF
           PERFORM 900-WRAP-UP
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       000-PARSE-PARM.
           IF ADDRESS OF PARM-AREA = NULL OR PARM-LEN < 1
               EXIT PARAGRAPH
           END-IF
           CALL "PARMPARS" USING PARM-LEN, PARM-TEXT,
               PP-VALID-KEYS, PP-RESULT
           IF NOT PP-KEYWORD-MODE
               DISPLAY "AOCCTLCK: PARM IS NOT KEYWORD FORM --"
                   " EXPECTED FILE=DDNAME"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "FILE" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT TO ONLY-DD
               IF ONLY-DD NOT = "AOCBCTL" AND ONLY-DD NOT = "AOCBAGS"
                  AND ONLY-DD NOT = "AOCBILLR"
                  AND ONLY-DD NOT = "AOCCALND"
                  AND ONLY-DD NOT = "AOCJDDS"
                  AND ONLY-DD NOT = "AOCJSKEL"
                  AND ONLY-DD NOT = "AOCRATES"
                  AND ONLY-DD NOT = "AOCRUNBK"
                  AND ONLY-DD NOT = "AOCSGCTL"
                  AND ONLY-DD NOT = "AOCWORDS"
                  AND ONLY-DD NOT = "AOCESCTL"
                  AND ONLY-DD NOT = "AOCPLCTL"
                   DISPLAY "AOCCTLCK: FILE= " ONLY-DD
                       " IS NOT A CONTROL FILE DD THIS PROGRAM KNOWS"
                   MOVE +8 TO WORST-RC
               END-IF
           END-IF.

       050-GET-ONE-KEYWORD.
           CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
               PG-VAL-TEXT, PG-VAL-NUM.

       060-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCCTLRP REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "CONTROL-FILE SYNTAX CHECK" TO REPORT-RECORD
           IF ONLY-DD NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "CONTROL-FILE SYNTAX CHECK -- " ONLY-DD " ONLY"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           PERFORM 990-PUT-REPORT-LINE.

      *    THE BOARD IS READ EVEN WHEN FILE= NAMES ANOTHER FILE --
      *    ITS PROGRAMS AND LABELS ARE WHAT THE CROSS-CHECKS TEST
      *    AGAINST -- BUT ITS OWN FINDINGS ARE THEN NOT REPORTED.
       100-CHECK-BOARD.
           MOVE "AOCBCTL" TO CUR-DD
           MOVE "BOARD CONTROL FILE" TO CUR-TITLE
           PERFORM 750-START-FILE
           OPEN INPUT BOARD-CTL-FILE
           IF NOT CTL-FILE-OK
               DISPLAY "AOCBCTL OPEN FAILED, STATUS=" CTL-FILE-STATUS
               MOVE SPACES TO REPORT-RECORD
               STRING "  NOT ALLOCATED (STATUS " CTL-FILE-STATUS
                   ") -- REQUIRED; NOTHING IS CROSS-CHECKED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CTL-EOF
               READ BOARD-CTL-FILE INTO CTL-LINE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END
                       ADD +1 TO LINE-NO
                       IF CTL-LINE NOT = SPACES
                          AND CTL-LINE (1 : 1) NOT = "*"
                           ADD +1 TO ROW-COUNT
                           PERFORM 110-CHECK-BOARD-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOARD-CTL-FILE
           PERFORM VARYING DEP-NDX FROM 1 BY 1
               UNTIL DEP-NDX > DEP-COUNT
               PERFORM 130-RESOLVE-DEPENDENCY
           END-PERFORM
           PERFORM 760-END-FILE.

       110-CHECK-BOARD-ROW.
           EVALUATE CTL-LINE (1 : 1)
               WHEN "R"
                   PERFORM 120-CHECK-DEPENDENCY-ROW
                   EXIT PARAGRAPH
               WHEN "D"
               WHEN "F"
               WHEN "B"
                   CONTINUE
               WHEN OTHER
                   MOVE 1 TO DIAG-COL
                   MOVE "BOARD FLAG MUST BE D, F, B, R OR *"
                     TO DIAG-TEXT
                   PERFORM 780-PUT-ERROR
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 2 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           IF CTL-LINE (3 : 1) NOT = "Y" AND CTL-LINE (3 : 1) NOT = "N"
               MOVE 3 TO DIAG-COL
               MOVE "ENABLED FLAG MUST BE Y OR N" TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF
           MOVE 4 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 5 TO CHK-FROM
           MOVE 20 TO CHK-LEN
           MOVE "LABEL" TO CHK-NAME
           PERFORM 705-EXPECT-FILLED
           MOVE 25 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 26 TO CHK-FROM
           MOVE 8 TO CHK-LEN
           MOVE "PROGRAM" TO CHK-NAME
           PERFORM 705-EXPECT-FILLED
           MOVE 34 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 35 TO CHK-FROM
           MOVE 40 TO CHK-LEN
           MOVE "DSN" TO CHK-NAME
           PERFORM 705-EXPECT-FILLED
           MOVE 75 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 76 TO CHK-FROM
           MOVE 2 TO CHK-LEN
           MOVE "PARMLEN" TO CHK-NAME
           PERFORM 710-EXPECT-DIGITS
           IF CHECK-OK
               MOVE CTL-LINE (76 : 2) TO PARM-LEN-NUM
               IF PARM-LEN-NUM > 19
                   MOVE 76 TO DIAG-COL
                   MOVE "PARMLEN OVER 19 -- THE PARM TEXT FIELD IS"
                      & " COLUMNS 79-97" TO DIAG-TEXT
                   PERFORM 780-PUT-ERROR
               ELSE
                   IF PARM-LEN-NUM < 19
                      AND CTL-LINE (79 + PARM-LEN-NUM :
                                    19 - PARM-LEN-NUM) NOT = SPACES
                       COMPUTE DIAG-COL = 79 + PARM-LEN-NUM
                       MOVE "PARM TEXT RUNS PAST PARMLEN -- THE"
                          & " EXCESS IS NOT PASSED" TO DIAG-TEXT
                       PERFORM 785-PUT-WARNING
                   END-IF
               END-IF
           END-IF
           MOVE 98 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           IF CTL-LINE (99 : 8) NOT = SPACES
               IF CTL-LINE (1 : 1) = "F"
                   MOVE 99 TO DIAG-COL
                   MOVE "ACCOUNT ON A FIXTURE-ONLY ENTRY -- AOCFIXT"
                      & " DOES NOT READ IT" TO DIAG-TEXT
                   PERFORM 785-PUT-WARNING
               ELSE
                   MOVE 99 TO CHK-FROM
                   MOVE 8 TO CHK-LEN
                   MOVE "ACCOUNT" TO CHK-NAME
                   PERFORM 728-EXPECT-QUALIFIER
               END-IF
           END-IF
           MOVE 107 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           IF CTL-LINE (108 : 1) NOT = SPACE
              OR CTL-LINE (110 : 20) NOT = SPACES
               IF CTL-LINE (1 : 1) = "F"
                   MOVE 108 TO DIAG-COL
                   MOVE "RETRY POLICY ON A FIXTURE-ONLY ENTRY --"
                      & " AOCFIXT DOES NOT READ IT" TO DIAG-TEXT
                   PERFORM 785-PUT-WARNING
               ELSE
                   PERFORM 115-CHECK-RETRY-POLICY
               END-IF
           END-IF
           IF CTL-LINE (130 : 3) NOT = SPACES
               MOVE 130 TO DIAG-COL
               MOVE "TEXT PAST COLUMN 129 -- NOT READ" TO DIAG-TEXT
               PERFORM 785-PUT-WARNING
           END-IF
      *    THE SAME LABEL MAY BE ON THE DATED BOARD ONCE PER ACCOUNT.
           IF CTL-LINE (1 : 1) NOT = "F"
               MOVE CTL-LINE (5 : 20) TO KW-LABEL
               PERFORM 140-DERIVE-LABEL-DAY
               IF KW-DAY < 1 OR KW-DAY > 25
                   MOVE 5 TO DIAG-COL
                   MOVE "NO DAY 01-25 IN THE LABEL -- THE CALENDAR"
                      & " AND THE DAILY REPORT CANNOT PLACE IT"
                     TO DIAG-TEXT
                   PERFORM 785-PUT-WARNING
               END-IF
               MOVE "D" TO KEY-TEXT
               MOVE CTL-LINE (5 : 20) TO KEY-TEXT (2 : 20)
               MOVE CTL-LINE (99 : 8) TO KEY-TEXT (22 : 8)
               MOVE "LABEL ON THE DATED BOARD" TO KEY-WHAT
               MOVE 5 TO DIAG-COL
               PERFORM 740-CHECK-DUPLICATE-KEY
           END-IF
           IF CTL-LINE (1 : 1) NOT = "D"
               MOVE "F" TO KEY-TEXT
               MOVE CTL-LINE (5 : 20) TO KEY-TEXT (2 : 20)
               MOVE "LABEL ON THE FIXTURE BOARD" TO KEY-WHAT
               MOVE 5 TO DIAG-COL
               PERFORM 740-CHECK-DUPLICATE-KEY
           END-IF
           IF BRD-COUNT < BRD-MAX
               ADD +1 TO BRD-COUNT
               MOVE CTL-LINE (1 : 1)  TO BRD-FLAG (BRD-COUNT)
               MOVE CTL-LINE (5 : 20) TO BRD-LABEL (BRD-COUNT)
               MOVE CTL-LINE (26 : 8) TO BRD-PROGRAM (BRD-COUNT)
           ELSE
               MOVE 1 TO DIAG-COL
               MOVE "MORE THAN 256 BOARD ENTRIES -- THE REST ARE NOT"
                  & " CROSS-CHECKED" TO DIAG-TEXT
               PERFORM 785-PUT-WARNING
           END-IF.

      *    RETRIES IN COLUMN 108, THEN FIVE 4-COLUMN CONDITION SLOTS
      *    FROM COLUMN 110 -- RNN (A RETURN CODE) OR FXX (AN AOCANSWR
      *    FILE STATUS).  A LIMIT WITHOUT A CONDITION, OR THE
      *    REVERSE, NEVER RETRIES ANYTHING.
       115-CHECK-RETRY-POLICY.
           MOVE +0 TO CHK-NUM
           IF CTL-LINE (108 : 1) NOT = SPACE
               MOVE 108 TO CHK-FROM
               MOVE 1 TO CHK-LEN
               MOVE "RETRIES" TO CHK-NAME
               PERFORM 710-EXPECT-DIGITS
           END-IF
           MOVE 109 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           PERFORM VARYING CHK-NDX FROM 110 BY 4
               UNTIL CHK-NDX > 126
               IF CTL-LINE (CHK-NDX : 3) NOT = SPACES
                   EVALUATE TRUE
                       WHEN CTL-LINE (CHK-NDX : 1) = "R"
                        AND CTL-LINE (CHK-NDX + 1 : 2) NUMERIC
                           CONTINUE
                       WHEN CTL-LINE (CHK-NDX : 1) = "F"
                        AND CTL-LINE (CHK-NDX + 1 : 1) NOT = SPACE
                        AND CTL-LINE (CHK-NDX + 2 : 1) NOT = SPACE
                           CONTINUE
                       WHEN OTHER
                           MOVE CHK-NDX TO DIAG-COL
                           MOVE "RETRY CONDITION MUST BE RNN (RETURN"
                              & " CODE) OR FXX (AOCANSWR STATUS)"
                             TO DIAG-TEXT
                           PERFORM 780-PUT-ERROR
                   END-EVALUATE
               END-IF
               COMPUTE CHK-FROM = CHK-NDX + 3
               PERFORM 700-EXPECT-BLANK
           END-PERFORM
           EVALUATE TRUE
               WHEN CHK-NUM > 0 AND CTL-LINE (110 : 20) = SPACES
                   MOVE 108 TO DIAG-COL
                   MOVE "RETRIES WITH NO RETRYON CONDITION -- THE"
                      & " ENTRY IS NEVER RETRIED" TO DIAG-TEXT
                   PERFORM 785-PUT-WARNING
               WHEN CHK-NUM = 0 AND CTL-LINE (110 : 20) NOT = SPACES
                   MOVE 110 TO DIAG-COL
                   MOVE "RETRYON CONDITIONS WITH NO RETRIES -- THE"
                      & " ENTRY IS NEVER RETRIED" TO DIAG-TEXT
                   PERFORM 785-PUT-WARNING
           END-EVALUATE.

      *    A DEPENDENCY IS RESOLVED ONCE THE WHOLE BOARD IS IN, SINCE
      *    EITHER LABEL MAY SIT BELOW THE R RECORD.
       120-CHECK-DEPENDENCY-ROW.
           MOVE 2 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 5 TO CHK-FROM
           MOVE 20 TO CHK-LEN
           MOVE "DEPENDENT LABEL" TO CHK-NAME
           PERFORM 705-EXPECT-FILLED
           MOVE 25 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 26 TO CHK-FROM
           MOVE 20 TO CHK-LEN
           MOVE "REQUIRED LABEL" TO CHK-NAME
           PERFORM 705-EXPECT-FILLED
           IF CTL-LINE (5 : 20) = CTL-LINE (26 : 20)
               MOVE 26 TO DIAG-COL
               MOVE "AN ENTRY CANNOT REQUIRE ITSELF" TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF
           IF CTL-LINE (46 : 87) NOT = SPACES
               MOVE 46 TO DIAG-COL
               MOVE "TEXT PAST COLUMN 45 -- NOT READ" TO DIAG-TEXT
               PERFORM 785-PUT-WARNING
           END-IF
           IF DEP-COUNT < DEP-MAX
               ADD +1 TO DEP-COUNT
               MOVE LINE-NO           TO DEP-LINE (DEP-COUNT)
               MOVE CTL-LINE (5 : 20)  TO DEP-LABEL (DEP-COUNT)
               MOVE CTL-LINE (26 : 20) TO DEP-NEEDS (DEP-COUNT)
               MOVE CTL-LINE (1 : 80)  TO DEP-RECORD (DEP-COUNT)
           END-IF.

       130-RESOLVE-DEPENDENCY.
           MOVE DEP-LINE (DEP-NDX) TO LINE-NO
           MOVE DEP-RECORD (DEP-NDX) TO CTL-LINE
           MOVE "N" TO SW-DATED-ONLY
           IF DEP-LABEL (DEP-NDX) NOT = SPACES
               MOVE DEP-LABEL (DEP-NDX) TO LOOK-LABEL
               PERFORM 735-FIND-BOARD-LABEL
               IF BRD-FOUND = 0
                   MOVE 5 TO DIAG-COL
                   MOVE "DEPENDENT LABEL IS NOT ON THE BOARD"
                     TO DIAG-TEXT
                   PERFORM 780-PUT-ERROR
               END-IF
           END-IF
           IF DEP-NEEDS (DEP-NDX) NOT = SPACES
               MOVE DEP-NEEDS (DEP-NDX) TO LOOK-LABEL
               PERFORM 735-FIND-BOARD-LABEL
               IF BRD-FOUND = 0
                   MOVE 26 TO DIAG-COL
                   MOVE "REQUIRED LABEL IS NOT ON THE BOARD"
                     TO DIAG-TEXT
                   PERFORM 780-PUT-ERROR
               END-IF
           END-IF.

      *    DAY NUMBER OUT OF A BOARD ENTRY LABEL ("DAY NN ..."),
      *    THE SAME DERIVATION THE OTHER READERS USE.
       140-DERIVE-LABEL-DAY.
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

      *    BAGS: NAME 1-8, RED 10-11, GREEN 13-14, BLUE 16-17.
       200-CHECK-BAGS.
           MOVE "AOCBAGS" TO CUR-DD
           MOVE "DAY 2 BAG CONTROL FILE" TO CUR-TITLE
           PERFORM 750-START-FILE
           IF NOT REPORTING-THIS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BAGS-FILE
           IF NOT CTL-FILE-OK
               PERFORM 755-NOTE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CTL-EOF
               READ BAGS-FILE INTO CTL-LINE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END
                       ADD +1 TO LINE-NO
                       IF CTL-LINE NOT = SPACES
                          AND CTL-LINE (1 : 1) NOT = "*"
                           ADD +1 TO ROW-COUNT
                           PERFORM 210-CHECK-BAG-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BAGS-FILE
           PERFORM 760-END-FILE.

       210-CHECK-BAG-ROW.
           MOVE 1 TO CHK-FROM
           MOVE 8 TO CHK-LEN
           MOVE "BAG NAME" TO CHK-NAME
           PERFORM 705-EXPECT-FILLED
           MOVE 9 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 10 TO CHK-FROM
           MOVE 2 TO CHK-LEN
           MOVE "RED CUBES" TO CHK-NAME
           PERFORM 710-EXPECT-DIGITS
           MOVE 12 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 13 TO CHK-FROM
           MOVE 2 TO CHK-LEN
           MOVE "GREEN CUBES" TO CHK-NAME
           PERFORM 710-EXPECT-DIGITS
           MOVE 15 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 16 TO CHK-FROM
           MOVE 2 TO CHK-LEN
           MOVE "BLUE CUBES" TO CHK-NAME
           PERFORM 710-EXPECT-DIGITS
           IF CTL-LINE (18 : 115) NOT = SPACES
               MOVE 18 TO DIAG-COL
               MOVE "TEXT PAST COLUMN 17 -- NOT READ" TO DIAG-TEXT
               PERFORM 785-PUT-WARNING
           END-IF
           MOVE CTL-LINE (1 : 8) TO KEY-TEXT
           MOVE "BAG NAME" TO KEY-WHAT
           MOVE 1 TO DIAG-COL
           PERFORM 740-CHECK-DUPLICATE-KEY
           IF ROW-COUNT = 9
               MOVE 1 TO DIAG-COL
               MOVE "MORE THAN 8 BAGS -- DAY2PT1 HOLDS 8 AND"
                  & " IGNORES THE REST" TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF.

      *    BILLING RATES: PROGRAM 1-8 (OR DEFAULT), COST CENTER
      *    10-17, CPU RATE 19-26 AND RUN CHARGE 28-35 AS NNNNN.NN.
       250-CHECK-BILLING.
           MOVE "AOCBILLR" TO CUR-DD
           MOVE "BILLING RATES" TO CUR-TITLE
           PERFORM 750-START-FILE
           IF NOT REPORTING-THIS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BILL-FILE
           IF NOT CTL-FILE-OK
               PERFORM 755-NOTE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CTL-EOF
               READ BILL-FILE INTO CTL-LINE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END
                       ADD +1 TO LINE-NO
                       IF CTL-LINE NOT = SPACES
                          AND CTL-LINE (1 : 1) NOT = "*"
                           ADD +1 TO ROW-COUNT
                           PERFORM 260-CHECK-BILLING-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILL-FILE
           PERFORM 760-END-FILE.

       260-CHECK-BILLING-ROW.
           MOVE 1 TO CHK-FROM
           MOVE 8 TO CHK-LEN
           MOVE "PROGRAM" TO CHK-NAME
           PERFORM 705-EXPECT-FILLED
           MOVE 9 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 10 TO CHK-FROM
           MOVE 8 TO CHK-LEN
           MOVE "COST CENTER" TO CHK-NAME
           PERFORM 705-EXPECT-FILLED
           MOVE 18 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 19 TO CHK-FROM
           MOVE "RATE PER CPU SECOND" TO CHK-NAME
           PERFORM 715-EXPECT-MONEY
           MOVE 27 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 28 TO CHK-FROM
           MOVE "CHARGE PER RUN" TO CHK-NAME
           PERFORM 715-EXPECT-MONEY
           IF CTL-LINE (36 : 97) NOT = SPACES
               MOVE 36 TO DIAG-COL
               MOVE "TEXT PAST COLUMN 35 -- NOT READ" TO DIAG-TEXT
               PERFORM 785-PUT-WARNING
           END-IF
           MOVE CTL-LINE (1 : 8) TO KEY-TEXT
           MOVE "RATED PROGRAM" TO KEY-WHAT
           MOVE 1 TO DIAG-COL
           PERFORM 740-CHECK-DUPLICATE-KEY
           IF ROW-COUNT = 65
               MOVE 1 TO DIAG-COL
               MOVE "MORE THAN 64 RATE ROWS -- AOCCHARG HOLDS 64"
                 TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF
           IF CTL-LINE (1 : 8) NOT = "DEFAULT"
              AND CTL-LINE (1 : 3) NOT = "AOC"
              AND CTL-LINE (1 : 8) NOT = SPACES
               MOVE CTL-LINE (1 : 8) TO LOOK-PROGRAM
               MOVE "N" TO SW-DATED-ONLY
               PERFORM 730-FIND-BOARD-PROGRAM
               IF BRD-FOUND = 0
                   MOVE 1 TO DIAG-COL
                   MOVE "PROGRAM IS ON NO BOARD -- THE RATE IS NEVER"
                      & " USED" TO DIAG-TEXT
                   PERFORM 785-PUT-WARNING
               END-IF
           END-IF.

      *    CALENDAR: DAY ROW DAY 1-2, RELEASE DATE 4-11; HOLIDAY ROW
      *    H IN 1, DATE 3-10.
       300-CHECK-CALENDAR.
           MOVE "AOCCALND" TO CUR-DD
           MOVE "PROCESSING CALENDAR" TO CUR-TITLE
           PERFORM 750-START-FILE
           IF NOT REPORTING-THIS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CALENDAR-FILE
           IF NOT CTL-FILE-OK
               PERFORM 755-NOTE-ABSENT
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO PREV-DAY HOLIDAY-COUNT
           MOVE SPACES TO PREV-DATE
           PERFORM UNTIL CTL-EOF
               READ CALENDAR-FILE INTO CTL-LINE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END
                       ADD +1 TO LINE-NO
                       IF CTL-LINE NOT = SPACES
                          AND CTL-LINE (1 : 1) NOT = "*"
                           ADD +1 TO ROW-COUNT
                           PERFORM 310-CHECK-CALENDAR-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           PERFORM 760-END-FILE.

       310-CHECK-CALENDAR-ROW.
           IF CTL-LINE (1 : 1) = "H"
               PERFORM 320-CHECK-HOLIDAY-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO CHK-FROM
           MOVE 2 TO CHK-LEN
           MOVE "DAY NUMBER (OR H)" TO CHK-NAME
           PERFORM 710-EXPECT-DIGITS
           IF CHECK-OK
               IF CHK-NUM < 1 OR CHK-NUM > 25
                   MOVE 1 TO DIAG-COL
                   MOVE "DAY NUMBER MUST BE 01-25" TO DIAG-TEXT
                   PERFORM 780-PUT-ERROR
               END-IF
               MOVE CTL-LINE (1 : 2) TO KEY-TEXT
               MOVE "CALENDAR DAY" TO KEY-WHAT
               MOVE 1 TO DIAG-COL
               PERFORM 740-CHECK-DUPLICATE-KEY
           END-IF
           MOVE 3 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 4 TO CHK-FROM
           MOVE "RELEASE DATE" TO CHK-NAME
           PERFORM 720-EXPECT-DATE
           IF CHECK-OK
               IF CHK-NUM > PREV-DAY AND PREV-DATE NOT = SPACES
                  AND CTL-LINE (4 : 8) < PREV-DATE
                   MOVE 4 TO DIAG-COL
                   MOVE "RELEASED BEFORE AN EARLIER DAY -- CHECK"
                      & " THE DATE" TO DIAG-TEXT
                   PERFORM 785-PUT-WARNING
               END-IF
               MOVE CTL-LINE (4 : 8) TO PREV-DATE
               MOVE CTL-LINE (1 : 2) TO PREV-DAY
           END-IF
           IF CTL-LINE (12 : 121) NOT = SPACES
               MOVE 12 TO DIAG-COL
               MOVE "TEXT PAST COLUMN 11 -- NOT READ" TO DIAG-TEXT
               PERFORM 785-PUT-WARNING
           END-IF.

      *    A HOLIDAY ROW MAY CARRY ITS DESCRIPTION AFTER THE DATE.
       320-CHECK-HOLIDAY-ROW.
           MOVE 2 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 3 TO CHK-FROM
           MOVE "HOLIDAY DATE" TO CHK-NAME
           PERFORM 720-EXPECT-DATE
           MOVE 11 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE "H" TO KEY-TEXT
           MOVE CTL-LINE (3 : 8) TO KEY-TEXT (2 : 8)
           MOVE "HOLIDAY" TO KEY-WHAT
           MOVE 3 TO DIAG-COL
           PERFORM 740-CHECK-DUPLICATE-KEY
           ADD +1 TO HOLIDAY-COUNT
           IF HOLIDAY-COUNT = 17
               MOVE 1 TO DIAG-COL
               MOVE "MORE THAN 16 HOLIDAYS -- AOCDAILY HOLDS 16 AND"
                  & " IGNORES THE REST" TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF.

      *    EXTRA DD LINES: PROGRAM 1-8, JCL LINE 10-89 (JCL COLUMNS
      *    1-80 -- STATEMENT TEXT ENDS AT JCL COLUMN 71, FILE COLUMN
      *    80).
       350-CHECK-EXTRA-DDS.
           MOVE "AOCJDDS" TO CUR-DD
           MOVE "JCL EXTRA DD LINES" TO CUR-TITLE
           PERFORM 750-START-FILE
           IF NOT REPORTING-THIS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT JDDS-FILE
           IF NOT CTL-FILE-OK
               PERFORM 755-NOTE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CTL-EOF
               READ JDDS-FILE INTO CTL-LINE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END
                       ADD +1 TO LINE-NO
                       IF CTL-LINE NOT = SPACES
                          AND CTL-LINE (1 : 1) NOT = "*"
                           ADD +1 TO ROW-COUNT
                           PERFORM 360-CHECK-EXTRA-DD-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JDDS-FILE
           PERFORM 760-END-FILE.

       360-CHECK-EXTRA-DD-ROW.
           MOVE 1 TO CHK-FROM
           MOVE 8 TO CHK-LEN
           MOVE "PROGRAM" TO CHK-NAME
           PERFORM 705-EXPECT-FILLED
           MOVE 9 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           IF CTL-LINE (10 : 2) NOT = "//"
               MOVE 10 TO DIAG-COL
               MOVE "JCL LINE MUST START // IN COLUMN 10"
                 TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF
           IF CTL-LINE (81 : 52) NOT = SPACES
               MOVE 81 TO DIAG-COL
               MOVE "TEXT PAST JCL COLUMN 71 -- CONTINUATION OR"
                  & " SEQUENCE COLUMNS" TO DIAG-TEXT
               PERFORM 785-PUT-WARNING
           END-IF
           IF ROW-COUNT = 65
               MOVE 1 TO DIAG-COL
               MOVE "MORE THAN 64 EXTRA DD LINES -- AOCJGEN HOLDS 64"
                 TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF
           IF CTL-LINE (1 : 8) NOT = SPACES
               MOVE CTL-LINE (1 : 8) TO LOOK-PROGRAM
               MOVE "Y" TO SW-DATED-ONLY
               PERFORM 730-FIND-BOARD-PROGRAM
               IF BRD-FOUND = 0
                   MOVE 1 TO DIAG-COL
                   MOVE "PROGRAM IS ON NO DATED BOARD ENTRY -- NO DECK"
                      & " IS GENERATED FOR IT" TO DIAG-TEXT
                   PERFORM 785-PUT-WARNING
               END-IF
           END-IF.

      *    SKELETON: EVERY LINE IS A JCL LINE OR THE WHOLE-LINE
      *    ++EXTRADDS TAG, AND EVERY ++ TAG IS ONE AOCJGEN KNOWS.
       400-CHECK-SKELETON.
           MOVE "AOCJSKEL" TO CUR-DD
           MOVE "JCL DECK SKELETON" TO CUR-TITLE
           PERFORM 750-START-FILE
           IF NOT REPORTING-THIS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT JSKEL-FILE
           IF NOT CTL-FILE-OK
               PERFORM 755-NOTE-ABSENT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SW-SAW-PROGRAM SW-SAW-DSN
           PERFORM UNTIL CTL-EOF
               READ JSKEL-FILE INTO CTL-LINE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END
                       ADD +1 TO LINE-NO
                       IF CTL-LINE NOT = SPACES
                          AND CTL-LINE (1 : 1) NOT = "*"
                           ADD +1 TO ROW-COUNT
                           PERFORM 410-CHECK-SKELETON-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JSKEL-FILE
           IF ROW-COUNT > 0 AND SW-SAW-PROGRAM = "N"
               MOVE +0 TO LINE-NO
               MOVE SPACES TO CTL-LINE
               MOVE 1 TO DIAG-COL
               MOVE "NO ++PROGRAM TAG -- EVERY DECK WOULD RUN THE"
                  & " SAME PROGRAM" TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF
           IF ROW-COUNT > 0 AND SW-SAW-DSN = "N"
               MOVE +0 TO LINE-NO
               MOVE SPACES TO CTL-LINE
               MOVE 1 TO DIAG-COL
               MOVE "NO ++DSN TAG -- NO DECK WOULD READ ITS DAY'S"
                  & " INPUT" TO DIAG-TEXT
               PERFORM 785-PUT-WARNING
           END-IF
           PERFORM 760-END-FILE.

       410-CHECK-SKELETON-ROW.
           IF CTL-LINE (1 : 10) = "++EXTRADDS"
               IF CTL-LINE (11 : 122) NOT = SPACES
                   MOVE 11 TO DIAG-COL
                   MOVE "++EXTRADDS IS A WHOLE-LINE TAG -- THE REST"
                      & " OF THE LINE IS DROPPED" TO DIAG-TEXT
                   PERFORM 785-PUT-WARNING
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF CTL-LINE (1 : 2) NOT = "//"
              AND CTL-LINE (1 : 2) NOT = "/*"
               MOVE 1 TO DIAG-COL
               MOVE "SKELETON LINE MUST START // OR /*, OR BE"
                  & " ++EXTRADDS" TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF
           IF CTL-LINE (81 : 52) NOT = SPACES
               MOVE 81 TO DIAG-COL
               MOVE "TEXT PAST COLUMN 80 -- NOT COPIED" TO DIAG-TEXT
               PERFORM 785-PUT-WARNING
           END-IF
           PERFORM VARYING TAG-PTR FROM 1 BY 1 UNTIL TAG-PTR > 79
               IF CTL-LINE (TAG-PTR : 2) = "++"
                   PERFORM 420-CHECK-ONE-TAG
               END-IF
           END-PERFORM.

       420-CHECK-ONE-TAG.
           EVALUATE TRUE
               WHEN CTL-LINE (TAG-PTR : 9) = "++JOBNAME"
                   ADD +8 TO TAG-PTR
               WHEN CTL-LINE (TAG-PTR : 9) = "++PROGRAM"
                   MOVE "Y" TO SW-SAW-PROGRAM
                   ADD +8 TO TAG-PTR
               WHEN CTL-LINE (TAG-PTR : 7) = "++LABEL"
                   ADD +6 TO TAG-PTR
               WHEN CTL-LINE (TAG-PTR : 6) = "++PARM"
                   ADD +5 TO TAG-PTR
               WHEN CTL-LINE (TAG-PTR : 5) = "++DSN"
                   MOVE "Y" TO SW-SAW-DSN
                   ADD +4 TO TAG-PTR
               WHEN CTL-LINE (TAG-PTR : 10) = "++EXTRADDS"
                   MOVE TAG-PTR TO DIAG-COL
                   MOVE "++EXTRADDS MUST START IN COLUMN 1 ON A LINE"
                      & " OF ITS OWN" TO DIAG-TEXT
                   PERFORM 780-PUT-ERROR
                   ADD +9 TO TAG-PTR
               WHEN OTHER
                   MOVE TAG-PTR TO DIAG-COL
                   MOVE "UNKNOWN ++ TAG -- COPIED INTO THE DECK AS"
                      & " TEXT" TO DIAG-TEXT
                   PERFORM 780-PUT-ERROR
                   ADD +1 TO TAG-PTR
           END-EVALUATE.

      *    DAY 18 RATES: KEYWORD 1-8, VALUE 10-21.
       450-CHECK-RATES.
           MOVE "AOCRATES" TO CUR-DD
           MOVE "DAY 18 EXCAVATION RATES" TO CUR-TITLE
           PERFORM 750-START-FILE
           IF NOT REPORTING-THIS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RATES-FILE
           IF NOT CTL-FILE-OK
               PERFORM 755-NOTE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CTL-EOF
               READ RATES-FILE INTO CTL-LINE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END
                       ADD +1 TO LINE-NO
                       IF CTL-LINE NOT = SPACES
                          AND CTL-LINE (1 : 1) NOT = "*"
                           ADD +1 TO ROW-COUNT
                           PERFORM 460-CHECK-RATES-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATES-FILE
           PERFORM 760-END-FILE.

       460-CHECK-RATES-ROW.
           IF CTL-LINE (1 : 8) NOT = "CUBECOST"
              AND CTL-LINE (1 : 8) NOT = "SHIFTMTR"
              AND CTL-LINE (1 : 8) NOT = "SHIFTCST"
               MOVE 1 TO DIAG-COL
               MOVE "KEYWORD MUST BE CUBECOST, SHIFTMTR OR SHIFTCST"
                 TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           ELSE
               MOVE CTL-LINE (1 : 8) TO KEY-TEXT
               MOVE "RATE KEYWORD" TO KEY-WHAT
               MOVE 1 TO DIAG-COL
               PERFORM 740-CHECK-DUPLICATE-KEY
           END-IF
           MOVE 9 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 10 TO CHK-FROM
           MOVE 12 TO CHK-LEN
           MOVE "VALUE" TO CHK-NAME
           PERFORM 725-EXPECT-DECIMAL
           IF CTL-LINE (22 : 111) NOT = SPACES
               MOVE 22 TO DIAG-COL
               MOVE "TEXT PAST COLUMN 21 -- NOT READ" TO DIAG-TEXT
               PERFORM 785-PUT-WARNING
           END-IF.

      *    RUNBOOK: PROGRAM 1-8 (OR *), RC 10-11 (NN, NR OR **),
      *    STATUS 13-14 (CODE OR **), GUIDANCE 16-95.
       500-CHECK-RUNBOOK.
           MOVE "AOCRUNBK" TO CUR-DD
           MOVE "FAILURE RUNBOOK" TO CUR-TITLE
           PERFORM 750-START-FILE
           IF NOT REPORTING-THIS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RUNBOOK-FILE
           IF NOT CTL-FILE-OK
               PERFORM 755-NOTE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CTL-EOF
               READ RUNBOOK-FILE INTO CTL-LINE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END
                       ADD +1 TO LINE-NO
                       IF CTL-LINE NOT = SPACES
                          AND CTL-LINE (1 : 1) NOT = "*"
                           ADD +1 TO ROW-COUNT
                           PERFORM 510-CHECK-RUNBOOK-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNBOOK-FILE
           PERFORM 760-END-FILE.

       510-CHECK-RUNBOOK-ROW.
           MOVE 1 TO CHK-FROM
           MOVE 8 TO CHK-LEN
           MOVE "PROGRAM" TO CHK-NAME
           PERFORM 705-EXPECT-FILLED
           MOVE 9 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           IF CTL-LINE (10 : 2) NOT NUMERIC
              AND CTL-LINE (10 : 2) NOT = "NR"
              AND CTL-LINE (10 : 2) NOT = "**"
               MOVE 10 TO DIAG-COL
               MOVE "RC MUST BE TWO DIGITS, NR OR **" TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF
           MOVE 12 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           IF CTL-LINE (13 : 1) = SPACE OR CTL-LINE (14 : 1) = SPACE
               MOVE 13 TO DIAG-COL
               MOVE "STATUS MUST BE A TWO-CHARACTER CODE OR **"
                 TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF
           MOVE 15 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 16 TO CHK-FROM
           MOVE 80 TO CHK-LEN
           MOVE "GUIDANCE" TO CHK-NAME
           PERFORM 705-EXPECT-FILLED
           IF CTL-LINE (96 : 37) NOT = SPACES
               MOVE 96 TO DIAG-COL
               MOVE "GUIDANCE PAST COLUMN 95 -- CUT OFF" TO DIAG-TEXT
               PERFORM 785-PUT-WARNING
           END-IF
           MOVE CTL-LINE (1 : 14) TO KEY-TEXT
           MOVE "PROGRAM/RC/STATUS" TO KEY-WHAT
           MOVE 1 TO DIAG-COL
           PERFORM 740-CHECK-DUPLICATE-KEY
           IF ROW-COUNT = 33
               MOVE 1 TO DIAG-COL
               MOVE "MORE THAN 32 RUNBOOK ROWS -- AOCDAILY HOLDS 32"
                 TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF
           IF CTL-LINE (1 : 1) NOT = "*"
              AND CTL-LINE (1 : 3) NOT = "AOC"
              AND CTL-LINE (1 : 8) NOT = SPACES
               MOVE CTL-LINE (1 : 8) TO LOOK-PROGRAM
               MOVE "N" TO SW-DATED-ONLY
               PERFORM 730-FIND-BOARD-PROGRAM
               IF BRD-FOUND = 0
                   MOVE 1 TO DIAG-COL
                   MOVE "PROGRAM IS ON NO BOARD -- THE ROW CAN ONLY"
                      & " MATCH A HAND-SUBMITTED RUN" TO DIAG-TEXT
                   PERFORM 785-PUT-WARNING
               END-IF
           END-IF.

      *    STAGING: DAY 1-2, MAXLEN 4-8, MAXRECS 10-16, ALLOWED
      *    CHARACTERS 18-77, PROFILE TOLERANCE 79-80 (OPTIONAL).
       550-CHECK-STAGING.
           MOVE "AOCSGCTL" TO CUR-DD
           MOVE "INPUT STAGING CONTROL" TO CUR-TITLE
           PERFORM 750-START-FILE
           IF NOT REPORTING-THIS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT STAGE-FILE
           IF NOT CTL-FILE-OK
               PERFORM 755-NOTE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CTL-EOF
               READ STAGE-FILE INTO CTL-LINE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END
                       ADD +1 TO LINE-NO
                       IF CTL-LINE NOT = SPACES
                          AND CTL-LINE (1 : 1) NOT = "*"
                           ADD +1 TO ROW-COUNT
                           PERFORM 560-CHECK-STAGING-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAGE-FILE
           PERFORM 760-END-FILE.

       560-CHECK-STAGING-ROW.
           MOVE 1 TO CHK-FROM
           MOVE 2 TO CHK-LEN
           MOVE "DAY NUMBER" TO CHK-NAME
           PERFORM 710-EXPECT-DIGITS
           IF CHECK-OK
               IF CHK-NUM < 1 OR CHK-NUM > 25
                   MOVE 1 TO DIAG-COL
                   MOVE "DAY NUMBER MUST BE 01-25" TO DIAG-TEXT
                   PERFORM 780-PUT-ERROR
               END-IF
               MOVE CTL-LINE (1 : 2) TO KEY-TEXT
               MOVE "STAGING DAY" TO KEY-WHAT
               MOVE 1 TO DIAG-COL
               PERFORM 740-CHECK-DUPLICATE-KEY
           END-IF
           MOVE 3 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 4 TO CHK-FROM
           MOVE 5 TO CHK-LEN
           MOVE "MAXLEN" TO CHK-NAME
           PERFORM 710-EXPECT-DIGITS
           IF CHECK-OK
               IF CHK-NUM < 1 OR CHK-NUM > 32756
                   MOVE 4 TO DIAG-COL
                   MOVE "MAXLEN MUST BE 00001-32756" TO DIAG-TEXT
                   PERFORM 780-PUT-ERROR
               END-IF
           END-IF
           MOVE 9 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 10 TO CHK-FROM
           MOVE 7 TO CHK-LEN
           MOVE "MAXRECS" TO CHK-NAME
           PERFORM 710-EXPECT-DIGITS
           IF CHECK-OK AND CHK-NUM = 0
               MOVE 10 TO DIAG-COL
               MOVE "MAXRECS OF ZERO REJECTS EVERY UPLOAD" TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF
           MOVE 17 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 18 TO CHK-FROM
           MOVE 60 TO CHK-LEN
           MOVE "ALLOWED CHARACTERS" TO CHK-NAME
           PERFORM 705-EXPECT-FILLED
           IF CTL-LINE (78 : 1) NOT = SPACE
               MOVE 78 TO DIAG-COL
               MOVE "ALLOWED LIST PAST COLUMN 77 -- NOT READ"
                 TO DIAG-TEXT
               PERFORM 785-PUT-WARNING
           END-IF
           IF CTL-LINE (79 : 2) NOT = SPACES
               MOVE 79 TO CHK-FROM
               MOVE 2 TO CHK-LEN
               MOVE "PROFILE TOLERANCE" TO CHK-NAME
               PERFORM 710-EXPECT-DIGITS
           END-IF
           IF CTL-LINE (81 : 52) NOT = SPACES
               MOVE 81 TO DIAG-COL
               MOVE "DATA PAST COLUMN 80 -- NOT READ" TO DIAG-TEXT
               PERFORM 785-PUT-WARNING
           END-IF.

      *    WORDS: WORD 1-12, DIGIT VALUE 14.
       600-CHECK-WORDS.
           MOVE "AOCWORDS" TO CUR-DD
           MOVE "SPELLED-DIGIT WORD TABLE" TO CUR-TITLE
           PERFORM 750-START-FILE
           IF NOT REPORTING-THIS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT WORDS-FILE
           IF NOT CTL-FILE-OK
               PERFORM 755-NOTE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CTL-EOF
               READ WORDS-FILE INTO CTL-LINE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END
                       ADD +1 TO LINE-NO
                       IF CTL-LINE NOT = SPACES
                          AND CTL-LINE (1 : 1) NOT = "*"
                           ADD +1 TO ROW-COUNT
                           PERFORM 610-CHECK-WORDS-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORDS-FILE
           PERFORM 760-END-FILE.

       610-CHECK-WORDS-ROW.
           MOVE 1 TO CHK-FROM
           MOVE 12 TO CHK-LEN
           MOVE "WORD" TO CHK-NAME
           PERFORM 705-EXPECT-FILLED
           MOVE 13 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 14 TO CHK-FROM
           MOVE 1 TO CHK-LEN
           MOVE "DIGIT VALUE" TO CHK-NAME
           PERFORM 710-EXPECT-DIGITS
           IF CHECK-OK AND CHK-NUM = 0
               MOVE 14 TO DIAG-COL
               MOVE "DIGIT VALUE MUST BE 1-9" TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF
           IF CTL-LINE (15 : 118) NOT = SPACES
               MOVE 15 TO DIAG-COL
               MOVE "TEXT PAST COLUMN 14 -- NOT READ" TO DIAG-TEXT
               PERFORM 785-PUT-WARNING
           END-IF
           MOVE CTL-LINE (1 : 12) TO KEY-TEXT
           MOVE "WORD" TO KEY-WHAT
           MOVE 1 TO DIAG-COL
           PERFORM 740-CHECK-DUPLICATE-KEY
           IF ROW-COUNT = 21
               MOVE 1 TO DIAG-COL
               MOVE "MORE THAN 20 WORDS -- DAY1PT2 HOLDS 20"
                 TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF.

      *    ESCALATION LADDER: RUNG 1-2, MINUTES 4-7, SEVERITY 9-10,
      *    CONTACT 12-19, NOTE 21-80.  RUNGS CLIMB IN BOTH LEVEL AND
      *    MINUTES.
       650-CHECK-LADDER.
           MOVE "AOCESCTL" TO CUR-DD
           MOVE "ALERT ESCALATION LADDER" TO CUR-TITLE
           PERFORM 750-START-FILE
           IF NOT REPORTING-THIS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LADDER-FILE
           IF NOT CTL-FILE-OK
               PERFORM 755-NOTE-ABSENT
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO PREV-RUNG PREV-MINUTES
           PERFORM UNTIL CTL-EOF
               READ LADDER-FILE INTO CTL-LINE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END
                       ADD +1 TO LINE-NO
                       IF CTL-LINE NOT = SPACES
                          AND CTL-LINE (1 : 1) NOT = "*"
                           ADD +1 TO ROW-COUNT
                           PERFORM 660-CHECK-LADDER-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LADDER-FILE
           PERFORM 760-END-FILE.

       660-CHECK-LADDER-ROW.
           MOVE 1 TO CHK-FROM
           MOVE 2 TO CHK-LEN
           MOVE "RUNG" TO CHK-NAME
           PERFORM 710-EXPECT-DIGITS
           IF CHECK-OK
               IF CHK-NUM NOT = PREV-RUNG + 1
                   MOVE 1 TO DIAG-COL
                   MOVE "RUNGS MUST RUN 01, 02, 03 ... IN ORDER"
                     TO DIAG-TEXT
                   PERFORM 780-PUT-ERROR
               END-IF
               MOVE CHK-NUM TO PREV-RUNG
           END-IF
           MOVE 3 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 4 TO CHK-FROM
           MOVE 4 TO CHK-LEN
           MOVE "MINUTES" TO CHK-NAME
           PERFORM 710-EXPECT-DIGITS
           IF CHECK-OK
               IF CHK-NUM NOT > PREV-MINUTES
                   MOVE 4 TO DIAG-COL
                   MOVE "MINUTES MUST RISE FROM RUNG TO RUNG"
                     TO DIAG-TEXT
                   PERFORM 780-PUT-ERROR
               END-IF
               MOVE CHK-NUM TO PREV-MINUTES
           END-IF
           MOVE 8 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 9 TO CHK-FROM
           MOVE 2 TO CHK-LEN
           MOVE "SEVERITY" TO CHK-NAME
           PERFORM 710-EXPECT-DIGITS
           IF CHECK-OK AND CHK-NUM NOT > 8
               MOVE 9 TO DIAG-COL
               MOVE "SEVERITY MUST BE ABOVE THE ORIGINAL PAGE'S 08"
                 TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF
           MOVE 11 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 12 TO CHK-FROM
           MOVE 8 TO CHK-LEN
           MOVE "CONTACT" TO CHK-NAME
           PERFORM 705-EXPECT-FILLED
           MOVE 20 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           IF ROW-COUNT = 10
               MOVE 1 TO DIAG-COL
               MOVE "MORE THAN 9 RUNGS -- AOCALESC HOLDS 9"
                 TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF.

      *    PLAUSIBILITY BANDS: LABEL 1-20, MINDIG 22-23, MAXDIG 25-26,
      *    ZERO 28, NEGATIVE 30, SEVERITY 32-33, LOW 35-53 AND HIGH
      *    55-73 (BOTH OPTIONAL).
       670-CHECK-PLAUSIBILITY.
           MOVE "AOCPLCTL" TO CUR-DD
           MOVE "ANSWER PLAUSIBILITY BANDS" TO CUR-TITLE
           PERFORM 750-START-FILE
           IF NOT REPORTING-THIS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PLAUS-FILE
           IF NOT CTL-FILE-OK
               PERFORM 755-NOTE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CTL-EOF
               READ PLAUS-FILE INTO CTL-LINE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END
                       ADD +1 TO LINE-NO
                       IF CTL-LINE NOT = SPACES
                          AND CTL-LINE (1 : 1) NOT = "*"
                           ADD +1 TO ROW-COUNT
                           PERFORM 680-CHECK-PLAUSIBILITY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAUS-FILE
           PERFORM 760-END-FILE.

       680-CHECK-PLAUSIBILITY-ROW.
           MOVE 1 TO CHK-FROM
           MOVE 20 TO CHK-LEN
           MOVE "ANSWER LABEL" TO CHK-NAME
           PERFORM 705-EXPECT-FILLED
           MOVE CTL-LINE (1 : 20) TO KEY-TEXT
           MOVE "ANSWER LABEL" TO KEY-WHAT
           MOVE 1 TO DIAG-COL
           PERFORM 740-CHECK-DUPLICATE-KEY
           MOVE 21 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 22 TO CHK-FROM
           MOVE 2 TO CHK-LEN
           MOVE "MINDIG" TO CHK-NAME
           PERFORM 710-EXPECT-DIGITS
           MOVE CHK-NUM TO BAND-MINDIG
           IF CHECK-OK AND (CHK-NUM < 1 OR CHK-NUM > 31)
               MOVE 22 TO DIAG-COL
               MOVE "MINDIG MUST BE 01-31" TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF
           MOVE 24 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 25 TO CHK-FROM
           MOVE 2 TO CHK-LEN
           MOVE "MAXDIG" TO CHK-NAME
           PERFORM 710-EXPECT-DIGITS
           IF CHECK-OK
               IF CHK-NUM < 1 OR CHK-NUM > 31
                   MOVE 25 TO DIAG-COL
                   MOVE "MAXDIG MUST BE 01-31" TO DIAG-TEXT
                   PERFORM 780-PUT-ERROR
               END-IF
               IF CHK-NUM < BAND-MINDIG
                   MOVE 25 TO DIAG-COL
                   MOVE "MAXDIG IS BELOW MINDIG -- EVERY ANSWER FAILS"
                     TO DIAG-TEXT
                   PERFORM 780-PUT-ERROR
               END-IF
               IF CHK-NUM > 18
                   MOVE 25 TO DIAG-COL
                   MOVE "MAXDIG ABOVE 18 -- AN S9(18) ANSWER CANNOT"
                      & " OVERFLOW PAST THE BAND" TO DIAG-TEXT
                   PERFORM 785-PUT-WARNING
               END-IF
           END-IF
           MOVE 27 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           IF CTL-LINE (28 : 1) NOT = "Y" AND
              CTL-LINE (28 : 1) NOT = "N"
               MOVE 28 TO DIAG-COL
               MOVE "ZERO FLAG MUST BE Y OR N" TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF
           MOVE 29 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           IF CTL-LINE (30 : 1) NOT = "Y" AND
              CTL-LINE (30 : 1) NOT = "N"
               MOVE 30 TO DIAG-COL
               MOVE "NEGATIVE FLAG MUST BE Y OR N" TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF
           MOVE 31 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE 32 TO CHK-FROM
           MOVE 2 TO CHK-LEN
           MOVE "SEVERITY" TO CHK-NAME
           PERFORM 710-EXPECT-DIGITS
           IF CHECK-OK AND CHK-NUM NOT = 4 AND CHK-NUM NOT = 8
              AND CHK-NUM NOT = 12 AND CHK-NUM NOT = 16
               MOVE 32 TO DIAG-COL
               MOVE "SEVERITY MUST BE 04, 08, 12 OR 16" TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF
           MOVE 34 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           MOVE "N" TO SW-LOW-BOUND SW-HIGH-BOUND
           IF CTL-LINE (35 : 19) NOT = SPACES
               MOVE 35 TO CHK-FROM
               MOVE 19 TO CHK-LEN
               MOVE "LOW BOUND" TO CHK-NAME
               PERFORM 727-EXPECT-INTEGER
               IF CHECK-OK
                   MOVE "Y" TO SW-LOW-BOUND
               END-IF
           END-IF
           MOVE 54 TO CHK-FROM
           PERFORM 700-EXPECT-BLANK
           IF CTL-LINE (55 : 19) NOT = SPACES
               MOVE 55 TO CHK-FROM
               MOVE 19 TO CHK-LEN
               MOVE "HIGH BOUND" TO CHK-NAME
               PERFORM 727-EXPECT-INTEGER
               IF CHECK-OK
                   MOVE "Y" TO SW-HIGH-BOUND
               END-IF
           END-IF
           IF SW-LOW-BOUND = "Y" AND SW-HIGH-BOUND = "Y"
              AND FUNCTION NUMVAL (CTL-LINE (35 : 19))
                > FUNCTION NUMVAL (CTL-LINE (55 : 19))
               MOVE 55 TO DIAG-COL
               MOVE "HIGH BOUND IS BELOW LOW BOUND -- EVERY ANSWER"
                  & " FAILS" TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF
           IF CTL-LINE (74 : 59) NOT = SPACES
               MOVE 74 TO DIAG-COL
               MOVE "TEXT PAST COLUMN 73 -- NOT READ" TO DIAG-TEXT
               PERFORM 785-PUT-WARNING
           END-IF
           IF ROW-COUNT = 129
               MOVE 1 TO DIAG-COL
               MOVE "MORE THAN 128 BANDS -- AOCPLAUS HOLDS 128"
                 TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF.

      *    ---- FIELD CHECKS ------------------------------------------
       700-EXPECT-BLANK.
           IF CTL-LINE (CHK-FROM : 1) NOT = SPACE
               MOVE CHK-FROM TO DIAG-COL
               MOVE "COLUMN MUST BE BLANK -- A FIELD IS OUT OF"
                  & " ALIGNMENT" TO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF.

       705-EXPECT-FILLED.
           IF CTL-LINE (CHK-FROM : CHK-LEN) = SPACES
               MOVE CHK-FROM TO DIAG-COL
               MOVE SPACES TO DIAG-TEXT
               STRING CHK-NAME DELIMITED BY "  "
                   " IS BLANK" DELIMITED BY SIZE INTO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF.

      *    ALL DIGITS, LEFT IN CHK-NUM WHEN THEY ARE.
       710-EXPECT-DIGITS.
           MOVE "N" TO SW-CHK-OK
           MOVE +0 TO CHK-NUM
           IF CTL-LINE (CHK-FROM : CHK-LEN) IS NUMERIC
               SET CHECK-OK TO TRUE
               MOVE CTL-LINE (CHK-FROM : CHK-LEN) TO CHK-NUM
           ELSE
               MOVE CHK-FROM TO DIAG-COL
               MOVE SPACES TO DIAG-TEXT
               STRING CHK-NAME DELIMITED BY "  "
                   " IS NOT ALL DIGITS" DELIMITED BY SIZE
                   INTO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF.

      *    MONEY AS THE BILLING ROLLUP READS IT -- NNNNN.NN.
       715-EXPECT-MONEY.
           IF CTL-LINE (CHK-FROM : 5) NOT NUMERIC
              OR CTL-LINE (CHK-FROM + 5 : 1) NOT = "."
              OR CTL-LINE (CHK-FROM + 6 : 2) NOT NUMERIC
               MOVE CHK-FROM TO DIAG-COL
               MOVE SPACES TO DIAG-TEXT
               STRING CHK-NAME DELIMITED BY "  "
                   " MUST BE NNNNN.NN" DELIMITED BY SIZE
                   INTO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF.

      *    A YYYYMMDD CALENDAR DATE THAT EXISTS.
       720-EXPECT-DATE.
           MOVE "N" TO SW-CHK-OK
           MOVE CTL-LINE (CHK-FROM : 8) TO CHK-DATE-X
           IF CHK-DATE-X IS NUMERIC
               IF CHK-MM >= 1 AND CHK-MM <= 12 AND CHK-YYYY >= 1601
                   MOVE MONTH-LENGTH (CHK-MM) TO CHK-MONTH-DAYS
                   IF CHK-MM = 2
                      AND FUNCTION MOD (CHK-YYYY, 4) = 0
                      AND (FUNCTION MOD (CHK-YYYY, 100) NOT = 0
                       OR FUNCTION MOD (CHK-YYYY, 400) = 0)
                       MOVE 29 TO CHK-MONTH-DAYS
                   END-IF
                   IF CHK-DD >= 1 AND CHK-DD <= CHK-MONTH-DAYS
                       SET CHECK-OK TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT CHECK-OK
               MOVE CHK-FROM TO DIAG-COL
               MOVE SPACES TO DIAG-TEXT
               STRING CHK-NAME DELIMITED BY "  "
                   " IS NOT A VALID YYYYMMDD DATE" DELIMITED BY SIZE
                   INTO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF.

      *    DIGITS WITH AT MOST ONE DECIMAL POINT, LEFT-JUSTIFIED,
      *    BLANK AFTER -- THE SHAPE NUMVAL TAKES WITHOUT SURPRISE.
       725-EXPECT-DECIMAL.
           MOVE +0 TO CHK-DOTS CHK-DIGITS
           MOVE "N" TO SW-CHK-END
           SET CHECK-OK TO TRUE
           PERFORM VARYING CHK-NDX FROM CHK-FROM BY 1
               UNTIL CHK-NDX > CHK-FROM + CHK-LEN - 1
               EVALUATE TRUE
                   WHEN CTL-LINE (CHK-NDX : 1) = SPACE
                       MOVE "Y" TO SW-CHK-END
                   WHEN SW-CHK-END = "Y"
                       MOVE "N" TO SW-CHK-OK
                   WHEN CTL-LINE (CHK-NDX : 1) = "."
                       ADD +1 TO CHK-DOTS
                   WHEN CTL-LINE (CHK-NDX : 1) IS NUMERIC
                       ADD +1 TO CHK-DIGITS
                   WHEN OTHER
                       MOVE "N" TO SW-CHK-OK
               END-EVALUATE
           END-PERFORM
           IF CHK-DOTS > 1 OR CHK-DIGITS = 0
               MOVE "N" TO SW-CHK-OK
           END-IF
           IF NOT CHECK-OK
               MOVE CHK-FROM TO DIAG-COL
               MOVE SPACES TO DIAG-TEXT
               STRING CHK-NAME DELIMITED BY "  "
                   " MUST BE A NUMBER (DIGITS, ONE OPTIONAL POINT)"
                   DELIMITED BY SIZE INTO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF.

      *    A WHOLE NUMBER, OPTIONAL LEADING MINUS, STARTING IN THE
      *    FIELD'S FIRST COLUMN AND BLANK AFTER ITS LAST DIGIT.
       727-EXPECT-INTEGER.
           MOVE +0 TO CHK-DIGITS
           MOVE "N" TO SW-CHK-END
           SET CHECK-OK TO TRUE
           PERFORM VARYING CHK-NDX FROM CHK-FROM BY 1
               UNTIL CHK-NDX > CHK-FROM + CHK-LEN - 1
               EVALUATE TRUE
                   WHEN CTL-LINE (CHK-NDX : 1) = SPACE
                       MOVE "Y" TO SW-CHK-END
                   WHEN SW-CHK-END = "Y"
                       MOVE "N" TO SW-CHK-OK
                   WHEN CTL-LINE (CHK-NDX : 1) = "-"
                        AND CHK-NDX = CHK-FROM
                       CONTINUE
                   WHEN CTL-LINE (CHK-NDX : 1) IS NUMERIC
                       ADD +1 TO CHK-DIGITS
                   WHEN OTHER
                       MOVE "N" TO SW-CHK-OK
               END-EVALUATE
           END-PERFORM
           IF CHK-DIGITS = 0 OR CHK-DIGITS > 18
               MOVE "N" TO SW-CHK-OK
           END-IF
           IF NOT CHECK-OK
               MOVE CHK-FROM TO DIAG-COL
               MOVE SPACES TO DIAG-TEXT
               STRING CHK-NAME DELIMITED BY "  "
                   " MUST BE A LEFT-JUSTIFIED WHOLE NUMBER, UP TO"
                   " 18 DIGITS"
                   DELIMITED BY SIZE INTO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF.

      *    A DATASET-NAME QUALIFIER, LEFT-JUSTIFIED: A LETTER OR ONE
      *    OF @ # $ FIRST, THEN LETTERS, DIGITS OR @ # $, NO EMBEDDED
      *    BLANK.  THE FIELD IS KNOWN TO BE NON-BLANK.
       728-EXPECT-QUALIFIER.
           MOVE "N" TO SW-CHK-END
           SET CHECK-OK TO TRUE
           PERFORM VARYING CHK-NDX FROM CHK-FROM BY 1
               UNTIL CHK-NDX > CHK-FROM + CHK-LEN - 1
               EVALUATE TRUE
                   WHEN CTL-LINE (CHK-NDX : 1) = SPACE
                       MOVE "Y" TO SW-CHK-END
                   WHEN SW-CHK-END = "Y"
                       MOVE "N" TO SW-CHK-OK
                   WHEN CTL-LINE (CHK-NDX : 1) IS ALPHABETIC
                   WHEN CTL-LINE (CHK-NDX : 1) = "@" OR "#" OR "$"
                       CONTINUE
                   WHEN CTL-LINE (CHK-NDX : 1) IS NUMERIC
                        AND CHK-NDX > CHK-FROM
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO SW-CHK-OK
               END-EVALUATE
           END-PERFORM
           IF NOT CHECK-OK
               MOVE CHK-FROM TO DIAG-COL
               MOVE SPACES TO DIAG-TEXT
               STRING CHK-NAME DELIMITED BY "  "
                   " MUST BE A LEFT-JUSTIFIED DATASET-NAME QUALIFIER"
                   DELIMITED BY SIZE INTO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           END-IF.

      *    LOOK-PROGRAM ON ANY BOARD ENTRY (OR, WITH LOOK-DATED-ONLY,
      *    A DATED ONE); THE ENTRY IS LEFT IN BRD-FOUND.
       730-FIND-BOARD-PROGRAM.
           MOVE +0 TO BRD-FOUND
           PERFORM VARYING BRD-NDX FROM 1 BY 1
               UNTIL BRD-NDX > BRD-COUNT OR BRD-FOUND > 0
               IF BRD-PROGRAM (BRD-NDX) = LOOK-PROGRAM
                  AND (NOT LOOK-DATED-ONLY
                       OR BRD-FLAG (BRD-NDX) NOT = "F")
                   MOVE BRD-NDX TO BRD-FOUND
               END-IF
           END-PERFORM.

       735-FIND-BOARD-LABEL.
           MOVE +0 TO BRD-FOUND
           PERFORM VARYING BRD-NDX FROM 1 BY 1
               UNTIL BRD-NDX > BRD-COUNT OR BRD-FOUND > 0
               IF BRD-LABEL (BRD-NDX) = LOOK-LABEL
                   MOVE BRD-NDX TO BRD-FOUND
               END-IF
           END-PERFORM.

      *    KEY-TEXT SEEN BEFORE IN THIS FILE IS A DUPLICATE; A NEW
      *    ONE IS REMEMBERED.  DIAG-COL IS THE KEY'S COLUMN.
       740-CHECK-DUPLICATE-KEY.
           MOVE +0 TO KEY-FOUND
           PERFORM VARYING KEY-NDX FROM 1 BY 1
               UNTIL KEY-NDX > KEY-COUNT OR KEY-FOUND > 0
               IF KEY-VALUE (KEY-NDX) = KEY-TEXT
                   MOVE KEY-NDX TO KEY-FOUND
               END-IF
           END-PERFORM
           IF KEY-FOUND > 0
               MOVE KEY-LINE (KEY-FOUND) TO FIRST-LINE-EDIT
               MOVE SPACES TO DIAG-TEXT
               STRING "DUPLICATE " KEY-WHAT DELIMITED BY "  "
                   " -- FIRST AT LINE " FIRST-LINE-EDIT
                   DELIMITED BY SIZE INTO DIAG-TEXT
               PERFORM 780-PUT-ERROR
           ELSE
               IF KEY-COUNT < KEY-MAX
                   ADD +1 TO KEY-COUNT
                   MOVE KEY-TEXT TO KEY-VALUE (KEY-COUNT)
                   MOVE LINE-NO  TO KEY-LINE (KEY-COUNT)
               END-IF
           END-IF
           MOVE SPACES TO KEY-TEXT.

      *    ---- FILE BRACKETS -----------------------------------------
       750-START-FILE.
           MOVE "N" TO SW-CTL-EOF
           MOVE +0 TO LINE-NO ROW-COUNT FILE-ERRORS FILE-WARNINGS
           MOVE +0 TO ECHOED-LINE KEY-COUNT
           MOVE SPACES TO KEY-TEXT
           IF ONLY-DD = SPACES OR ONLY-DD = CUR-DD
               MOVE "Y" TO SW-REPORTING
           ELSE
               MOVE "N" TO SW-REPORTING
           END-IF
           IF NOT REPORTING-THIS-FILE
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO FILES-CHECKED
           MOVE SPACES TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING CUR-DD " -- " CUR-TITLE
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE.

       755-NOTE-ABSENT.
           MOVE SPACES TO REPORT-RECORD
           STRING "  NOT ALLOCATED (STATUS " CTL-FILE-STATUS
               ") -- ITS READER RUNS ON DEFAULTS; NOT CHECKED"
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           ADD +1 TO FILES-ABSENT
           SUBTRACT +1 FROM FILES-CHECKED.

       760-END-FILE.
           IF NOT REPORTING-THIS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ROW-COUNT TO COUNT-EDIT
           MOVE FILE-ERRORS TO COUNT-EDIT-2
           MOVE FILE-WARNINGS TO COUNT-EDIT-3
           MOVE SPACES TO REPORT-RECORD
           STRING "  " COUNT-EDIT " ROWS, " COUNT-EDIT-2 " ERRORS, "
               COUNT-EDIT-3 " WARNINGS"
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE.

      *    ---- DIAGNOSTICS -------------------------------------------
       780-PUT-ERROR.
           MOVE "E" TO DIAG-SEV
           PERFORM 787-PUT-DIAGNOSTIC.

       785-PUT-WARNING.
           MOVE "W" TO DIAG-SEV
           PERFORM 787-PUT-DIAGNOSTIC.

      *    THE RECORD IS ECHOED UNDER ITS FIRST FINDING.
       787-PUT-DIAGNOSTIC.
           IF NOT REPORTING-THIS-FILE
               EXIT PARAGRAPH
           END-IF
           IF DIAG-IS-ERROR
               ADD +1 TO FILE-ERRORS TOTAL-ERRORS
               MOVE +8 TO WORST-RC
           ELSE
               ADD +1 TO FILE-WARNINGS TOTAL-WARNINGS
               IF WORST-RC < 4
                   MOVE +4 TO WORST-RC
               END-IF
           END-IF
           MOVE LINE-NO TO DIAG-LINE-EDIT
           MOVE DIAG-COL TO DIAG-COL-EDIT
           MOVE SPACES TO REPORT-RECORD
           IF LINE-NO = 0
               STRING "  FILE" DELIMITED BY SIZE
                   INTO REPORT-RECORD
           ELSE
               STRING "  LINE " DIAG-LINE-EDIT " COL " DIAG-COL-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           IF DIAG-IS-ERROR
               MOVE "ERROR" TO REPORT-RECORD (21 : 5)
           ELSE
               MOVE "WARN" TO REPORT-RECORD (21 : 4)
           END-IF
           MOVE DIAG-TEXT TO REPORT-RECORD (28 : 80)
           PERFORM 990-PUT-REPORT-LINE
           IF LINE-NO > 0 AND LINE-NO NOT = ECHOED-LINE
               MOVE SPACES TO REPORT-RECORD
               MOVE "|" TO REPORT-RECORD (27 : 1)
               MOVE CTL-LINE (1 : 100) TO REPORT-RECORD (28 : 100)
               PERFORM 990-PUT-REPORT-LINE
               MOVE LINE-NO TO ECHOED-LINE
           END-IF.

       900-WRAP-UP.
           IF NOT RPT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           PERFORM 990-PUT-REPORT-LINE
           MOVE FILES-CHECKED TO COUNT-EDIT
           MOVE TOTAL-ERRORS TO COUNT-EDIT-2
           MOVE TOTAL-WARNINGS TO COUNT-EDIT-3
           MOVE SPACES TO REPORT-RECORD
           STRING "FILES CHECKED " COUNT-EDIT "  ERRORS " COUNT-EDIT-2
               "  WARNINGS " COUNT-EDIT-3
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE FILES-ABSENT TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "FILES NOT ALLOCATED " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           DISPLAY "AOCCTLCK: " COUNT-EDIT-2 " ERRORS, "
               COUNT-EDIT-3 " WARNINGS"
           CLOSE REPORT-FILE.

       990-PUT-REPORT-LINE.
           IF RPT-FILE-OK
               WRITE REPORT-RECORD
           END-IF.
       END PROGRAM AOCCTLCK.
