       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCOPEN.
      *    SEASON-OPEN PROVISIONING -- THE COUNTERPART OF AOCCLOSE.
      *    OPENING A SEASON USED TO MEAN TWO DAYS OF ALLOCATING THE
      *    SHARED DATASETS BY HAND UNDER THE NEW HLQ; THIS DRIVER
      *    BUILDS ALL OF THEM FROM ONE PROVISIONING CONTROL FILE
      *    (DD/ENV AOCOPCTL, SEE CTL/AOCOPEN.CTL FOR THE COLUMNS).
      *    IT RUNS TWICE IN JCL/AOCOPEN.JCL, ONCE PER MODE:
      *    MODE=PLAN (THE DEFAULT) -- EVERY CONTROL ROW IS CHECKED
      *        AND ITS DATASET PROBED UNDER THE NEW HLQ BY POINTING
      *        AOCPROBE AT IT AND OPENING IT, THE SAME WAY AOCBOARD
      *        PREFLIGHT PROVES AN INPUT.  STATUS 35 IS "NOT THERE";
      *        ANY OTHER STATUS MEANS SOMETHING IS ALREADY CATALOGED
      *        UNDER THAT NAME, AND IT IS REPORTED AND LEFT AS IT
      *        IS -- NOTHING THIS JOB DOES EVER OVERWRITES A
      *        DATASET.  FOR THE REST, IDCAMS COMMANDS ARE WRITTEN
      *        TO AOCOPDEF: DEFINE CLUSTER FOR THE KSDS AND RRDS
      *        ROWS, DEFINE GDG FOR THE GDG BASES, AND ALLOCATE FOR
      *        THE SEQUENTIAL ONES.  A GDG BASE WITH NO GENERATIONS
      *        YET PROBES AS ABSENT, SO ITS DEFINE GDG IS GUARDED
      *        BY A LISTCAT -- A RERUN LEAVES THE DEFINE STEP AT
      *        RC=4, NOT A DUPLICATE-NAME FAILURE.  EVERY NEW
      *        DATASET WHOSE ROW ASKS FOR A SEED GETS A SEED CARD
      *        ON AOCOPSED FOR THE SEED STEP.
      *    MODE=SEED -- RUN AFTER THE IDCAMS STEP, READS THE SEED
      *        CARDS AND SEEDS EACH DATASET:
      *            C -- THE PROCESSING CALENDAR (CTL/AOCCAL.CTL):
      *                 DAYS 01-25 RELEASED DECEMBER 1-25 OF THE
      *                 SEASON YEAR, CHRISTMAS AND NEW YEAR'S DAY
      *                 AS SHOP HOLIDAYS
      *            T -- THE 64 IN-FLIGHT STATUS SLOTS STATPOST
      *                 CLAIMS, WRITTEN BLANK
      *            E -- AN EMPTY LEDGER, OPENED AND CLOSED SO IT
      *                 READS AS EMPTY RATHER THAN UNINITIALIZED
      *            P -- A COPY OF THE PRIOR SEASON'S DATASET (THE
      *                 BOARD, STAGE AND LADDER CONTROL FILES);
      *                 WITHOUT PRIOR= THE DATASET IS SEEDED EMPTY
      *                 AND THE REPORT SAYS SO
      *        A SEED TARGET THAT ALREADY HOLDS A RECORD IS LEFT
      *        ALONE, SO THE SEED STEP IS SAFE TO RESUBMIT.
      *    THE JCL THEN RUNS AOCBOARD VALIDATE=Y AGAINST THE NEW
      *    HLQ AS THE PROOF THAT THE SEASON IS READY.
      *        AOCOPCTL -- PROVISIONING CONTROL FILE (PLAN)
      *        AOCPROBE -- SET INTERNALLY, ONE DATASET AT A TIME
      *        AOCOPDEF -- GENERATED IDCAMS COMMANDS (PLAN)
      *        AOCOPSED -- SEED CARDS, WRITTEN BY PLAN, READ BY SEED
      *        AOCSEEDF, AOCSTATS, AOCPRIOR -- SET INTERNALLY TO THE
      *                    SEED TARGET AND THE PRIOR-SEASON SOURCE
      *        AOCOPNRP -- THE REPORT
      *    PARM KEYWORDS (PARSED BY PARMPARS):
      *        MODE=PLAN|SEED -- DEFAULT PLAN
      *        HLQ=XXXXXXXX   -- THE NEW SEASON'S HLQ; DEFAULT THE
      *                          AOCHLQ ENVIRONMENT VALUE, THEN
      *                          AOC2023, THE AOCBOARD RULE
      *        PRIOR=XXXXXXXX -- LAST SEASON'S HLQ, FOR P SEEDS
      *        YEAR=NNNN      -- THE SEASON YEAR FOR THE CALENDAR;
      *                          DEFAULT THE FIRST FOUR DIGITS IN
      *                          THE HLQ (AOC2024 -> 2024), THEN
      *                          THE CURRENT YEAR
      *    RC=0 -- EVERYTHING PLANNED OR SEEDED; RC=4 -- SOME
      *            DATASETS ALREADY EXISTED (OR HELD DATA) AND WERE
      *            LEFT AS THEY ARE; RC=8 -- A CONTROL ROW IS BAD OR
      *            A FILE WOULD NOT OPEN, AND THE JCL STOPS BEFORE
      *            ANYTHING IS DEFINED.  SEE JCL/AOCOPEN.JCL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROV-CTL-FILE
              ASSIGN TO AOCOPCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OPC-FILE-STATUS.
      *    PROBE-FILE IS ONLY EVER OPENED AND CLOSED -- THE OPEN
      *    STATUS IS THE WHOLE ANSWER.
           SELECT PROBE-FILE
              ASSIGN TO AOCPROBE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PRB-FILE-STATUS.
           SELECT DEFINE-FILE
              ASSIGN TO AOCOPDEF
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DEF-FILE-STATUS.
           SELECT SEED-CARD-FILE
              ASSIGN TO AOCOPSED
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SDC-FILE-STATUS.
           SELECT TARGET-FILE
              ASSIGN TO AOCSEEDF
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TGT-FILE-STATUS.
           SELECT PRIOR-FILE
              ASSIGN TO AOCPRIOR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PRI-FILE-STATUS.
      *    THE IN-FLIGHT STATUS DATASET, LAID OUT AS STATPOST
      *    WRITES IT.
           SELECT STATUS-FILE
              ASSIGN TO AOCSTATS
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS DYNAMIC
              RELATIVE KEY IS STAT-SLOT
              FILE STATUS IS STAT-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCOPNRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROV-CTL-FILE.
       01  OPC-RECORD.
           05  OPC-TYPE              PIC  X.
               88 OPC-KSDS                      VALUE "K".
               88 OPC-RRDS                      VALUE "N".
               88 OPC-GDG                       VALUE "G".
               88 OPC-SEQUENTIAL                VALUE "S".
           05  FILLER                PIC  X.
           05  OPC-SEED              PIC  X.
               88 OPC-SEED-VALID                VALUE " " "C" "T"
                                                      "E" "P".
           05  FILLER                PIC  X.
           05  OPC-DSN               PIC  X(26).
           05  FILLER                PIC  X.
           05  OPC-RECFM             PIC  X(02).
               88 OPC-RECFM-VALID               VALUE "FB" "VB".
           05  FILLER                PIC  X.
           05  OPC-LRECL-X           PIC  X(05).
           05  OPC-LRECL-9          REDEFINES OPC-LRECL-X
                                     PIC  9(05).
           05  FILLER                PIC  X.
           05  OPC-KEYLEN-X          PIC  X(03).
           05  OPC-KEYLEN-9         REDEFINES OPC-KEYLEN-X
                                     PIC  9(03).
           05  FILLER                PIC  X.
           05  OPC-KEYOFF-X          PIC  X(03).
           05  OPC-KEYOFF-9         REDEFINES OPC-KEYOFF-X
                                     PIC  9(03).
           05  FILLER                PIC  X.
           05  OPC-PRIMARY-X         PIC  X(04).
           05  OPC-PRIMARY-9        REDEFINES OPC-PRIMARY-X
                                     PIC  9(04).
           05  FILLER                PIC  X.
           05  OPC-SECONDARY-X       PIC  X(04).
           05  OPC-SECONDARY-9      REDEFINES OPC-SECONDARY-X
                                     PIC  9(04).
           05  FILLER                PIC  X.
           05  OPC-NOTE              PIC  X(22).

       FD  PROBE-FILE.
       01  PROBE-RECORD              PIC  X(80).

       FD  DEFINE-FILE.
       01  DEFINE-RECORD             PIC  X(80).

      *    ONE CARD PER DATASET TO SEED: THE SEED CODE, THE NEW
      *    DSN, AND THE SOURCE -- THE PRIOR SEASON'S DSN FOR A P
      *    SEED, THE SEASON YEAR FOR A C SEED.
       FD  SEED-CARD-FILE.
       01  SEED-CARD.
           05  SDC-SEED              PIC  X.
           05  FILLER                PIC  X.
           05  SDC-DSN               PIC  X(44).
           05  FILLER                PIC  X.
           05  SDC-SOURCE            PIC  X(44).
           05  SDC-YEAR-9           REDEFINES SDC-SOURCE.
               10  SDC-YEAR          PIC  9(04).
               10  FILLER            PIC  X(40).

       FD  TARGET-FILE
           RECORD VARYING 1 TO 32756 DEPENDING ON TGT-LINELEN
           RECORDING MODE V.
       01  TARGET-RECORD             PIC  X(32756).

       FD  PRIOR-FILE
           RECORD VARYING 1 TO 32756 DEPENDING ON PRI-LINELEN
           RECORDING MODE V.
       01  PRIOR-RECORD              PIC  X(32756).

       FD  STATUS-FILE.
       01  STATUS-RECORD.
           05  STAT-PROGRAM          PIC  X(08).
           05  FILLER                PIC  X.
           05  STAT-PHASE            PIC  X(16).
           05  FILLER                PIC  X.
           05  STAT-DONE             PIC  9(09).
           05  FILLER                PIC  X.
           05  STAT-TOTAL            PIC  9(09).
           05  FILLER                PIC  X.
           05  STAT-DATE             PIC  X(08).
           05  FILLER                PIC  X.
           05  STAT-TIME             PIC  X(08).

       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC  X(100).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  OPC-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 OPC-FILE-OK                   VALUE "00".
           05  SW-OPC-EOF            PIC  X     VALUE "N".
               88 OPC-EOF                       VALUE "Y".
           05  PRB-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 PRB-FILE-OK                   VALUE "00".
               88 PRB-NOT-CATALOGED             VALUE "35".
           05  DEF-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 DEF-FILE-OK                   VALUE "00".
           05  SDC-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 SDC-FILE-OK                   VALUE "00".
           05  SW-SDC-EOF            PIC  X     VALUE "N".
               88 SDC-EOF                       VALUE "Y".
           05  TGT-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 TGT-FILE-OK                   VALUE "00".
           05  TGT-LINELEN           PIC  9(8) BINARY.
           05  PRI-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 PRI-FILE-OK                   VALUE "00".
           05  SW-PRI-EOF            PIC  X     VALUE "N".
               88 PRI-EOF                       VALUE "Y".
           05  PRI-LINELEN           PIC  9(8) BINARY.
           05  STAT-FILE-STATUS      PIC  X(02) VALUE SPACES.
               88 STAT-FILE-OK                  VALUE "00".
           05  RPT-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                   VALUE "00".

       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER            PIC X(12) VALUE "MODE".
               10  FILLER            PIC X(12) VALUE "HLQ".
               10  FILLER            PIC X(12) VALUE "PRIOR".
               10  FILLER            PIC X(12) VALUE "YEAR".
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
           05  SW-RUN-MODE           PIC  X     VALUE "P".
               88 PLAN-MODE                     VALUE "P".
               88 SEED-MODE                     VALUE "S".
           05  SEASON-YEAR           PIC  9(04) VALUE ZEROES.
           05  TODAY-YYYYMMDD        PIC  9(08) VALUE ZEROES.
           05  FILLER               REDEFINES TODAY-YYYYMMDD.
               10  TODAY-YYYY        PIC  9(04).
               10  FILLER            PIC  9(04).

      *    THE NEW SEASON'S HLQ, AND LAST SEASON'S FOR P SEEDS.
       01  HLQ-FIELDS.
           05  HLQ-VALUE             PIC  X(17) VALUE SPACES.
           05  HLQ-LEN               PIC S9(4) COMP-5 VALUE +0.
           05  PRIOR-HLQ             PIC  X(17) VALUE SPACES.
           05  PRIOR-LEN             PIC S9(4) COMP-5 VALUE +0.
           05  HLQ-NDX               PIC S9(4) COMP-5 VALUE +0.

       01  ROW-WORK.
           05  ROW-DSN               PIC  X(44) VALUE SPACES.
           05  ROW-DSN-LEN           PIC S9(4) COMP-5 VALUE +0.
           05  ROW-SUFFIX-LEN        PIC S9(4) COMP-5 VALUE +0.
           05  ROW-PRIOR-DSN         PIC  X(44) VALUE SPACES.
           05  ROW-TYPE-NAME         PIC  X(04) VALUE SPACES.
           05  ROW-ACTION            PIC  X(30) VALUE SPACES.
           05  ROW-PROBLEM           PIC  X(40) VALUE SPACES.
           05  ROW-SEED-NAME         PIC  X(22) VALUE SPACES.
           05  ROW-NUMBER            PIC  9(04) VALUE ZEROES.
           05  ROW-COUNT             PIC  9(04) VALUE ZEROES.
           05  DEFINE-COUNT          PIC  9(04) VALUE ZEROES.
           05  ALLOCATE-COUNT        PIC  9(04) VALUE ZEROES.
           05  EXISTS-COUNT          PIC  9(04) VALUE ZEROES.
           05  BAD-ROW-COUNT         PIC  9(04) VALUE ZEROES.
           05  SEED-COUNT            PIC  9(04) VALUE ZEROES.
           05  SEEDED-COUNT          PIC  9(04) VALUE ZEROES.
           05  LEFT-COUNT            PIC  9(04) VALUE ZEROES.
           05  WORST-RC              PIC S9(4) COMP-5 VALUE +0.

      *    NUMBERS GO INTO THE IDCAMS COMMANDS WITHOUT LEADING
      *    ZEROES -- 245-TRIM-NUMBER LEAVES EACH ONE IN NUM-TEXT.
       01  DEFINE-WORK.
           05  DEF-LINE              PIC  X(80) VALUE SPACES.
           05  NUM-IN                PIC  9(05) VALUE ZEROES.
           05  NUM-EDIT              PIC  Z(4)9.
           05  NUM-TEXT              PIC  X(05) VALUE SPACES.
           05  NUM-LEN               PIC S9(4) COMP-5 VALUE +0.
           05  NUM-NDX               PIC S9(4) COMP-5 VALUE +0.
           05  LRECL-TEXT            PIC  X(05) VALUE SPACES.
           05  LRECL-LEN             PIC S9(4) COMP-5 VALUE +0.
           05  KEYLEN-TEXT           PIC  X(05) VALUE SPACES.
           05  KEYLEN-LEN            PIC S9(4) COMP-5 VALUE +0.
           05  KEYOFF-TEXT           PIC  X(05) VALUE SPACES.
           05  KEYOFF-LEN            PIC S9(4) COMP-5 VALUE +0.
           05  PRIMARY-TEXT          PIC  X(05) VALUE SPACES.
           05  PRIMARY-LEN           PIC S9(4) COMP-5 VALUE +0.
           05  SECONDARY-TEXT        PIC  X(05) VALUE SPACES.
           05  SECONDARY-LEN         PIC S9(4) COMP-5 VALUE +0.

       01  SEED-WORK.
      *    STATPOST'S SLOT LIMIT -- EVERY SLOT IT MAY CLAIM IS
      *    WRITTEN BLANK.
           05  SLOT-LIM              PIC S9(4) COMP-5 VALUE +64.
           05  STAT-SLOT             PIC  9(04) VALUE ZEROES.
           05  CAL-DAY               PIC  9(02) VALUE ZEROES.
           05  CAL-DATE              PIC  9(08) VALUE ZEROES.
           05  NEXT-YEAR             PIC  9(04) VALUE ZEROES.
           05  COPY-COUNT            PIC  9(06) VALUE ZEROES.
           05  SW-TARGET-HOLDS-DATA  PIC  X     VALUE "N".
               88 TARGET-HOLDS-DATA             VALUE "Y".
           05  SEED-RESULT           PIC  X(50) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN              PIC S9(4) COMP-5.
           05  PARM-TEXT             PIC  X(60).

       PROCEDURE DIVISION USING PARM-AREA.
           PERFORM 000-HOUSEKEEPING
           IF WORST-RC < 8
               IF SEED-MODE
                   PERFORM 300-SEED-SEASON
               ELSE
                   PERFORM 100-PLAN-SEASON
               END-IF
           END-IF
           PERFORM 900-WRAP-UP
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       000-HOUSEKEEPING.
           ACCEPT HLQ-VALUE FROM ENVIRONMENT "AOCHLQ"
           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
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
           PERFORM VARYING PRIOR-LEN FROM +17 BY -1
               UNTIL PRIOR-LEN < +1
                  OR PRIOR-HLQ (PRIOR-LEN : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF SEASON-YEAR = ZEROES
               PERFORM 020-DERIVE-SEASON-YEAR
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCOPNRP REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           IF SEED-MODE
               STRING "SEASON OPEN -- SEEDING " HLQ-VALUE (1 : HLQ-LEN)
                   " FOR SEASON " SEASON-YEAR
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING "SEASON OPEN -- PROVISIONING PLAN FOR "
                   HLQ-VALUE (1 : HLQ-LEN)
                   " FOR SEASON " SEASON-YEAR
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD.

       010-PARSE-PARM.
           CALL "PARMPARS" USING PARM-LEN, PARM-TEXT,
               PP-VALID-KEYS, PP-RESULT
           IF NOT PP-KEYWORD-MODE
               DISPLAY "AOCOPEN PARM IS NOT KEYWORD FORM"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "MODE" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               EVALUATE PG-VAL-TEXT
                   WHEN "PLAN"
                       SET PLAN-MODE TO TRUE
                   WHEN "SEED"
                       SET SEED-MODE TO TRUE
                   WHEN OTHER
                       DISPLAY "AOCOPEN MODE MUST BE PLAN OR SEED"
                       MOVE +8 TO WORST-RC
               END-EVALUATE
           END-IF
           MOVE "HLQ" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT TO HLQ-VALUE
           END-IF
           MOVE "PRIOR" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT TO PRIOR-HLQ
           END-IF
           MOVE "YEAR" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               IF PG-VAL-NUM >= 2015 AND PG-VAL-NUM <= 2099
                   MOVE PG-VAL-NUM TO SEASON-YEAR
               ELSE
                   DISPLAY "AOCOPEN NEEDS A USABLE YEAR=NNNN"
                   MOVE +8 TO WORST-RC
               END-IF
           END-IF.

      *    THE SEASON HLQS CARRY THE YEAR (AOC2023, AOC2024), SO
      *    THE FIRST FOUR DIGITS IN A ROW ARE TAKEN AS THE YEAR.
       020-DERIVE-SEASON-YEAR.
           PERFORM VARYING HLQ-NDX FROM 1 BY 1
               UNTIL HLQ-NDX > HLQ-LEN - 3
                  OR SEASON-YEAR NOT = ZEROES
               IF HLQ-VALUE (HLQ-NDX : 4) IS NUMERIC
                   MOVE HLQ-VALUE (HLQ-NDX : 4) TO SEASON-YEAR
               END-IF
           END-PERFORM
           IF SEASON-YEAR = ZEROES
               MOVE TODAY-YYYY TO SEASON-YEAR
           END-IF.

       050-GET-ONE-KEYWORD.
           CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
               PG-VAL-TEXT, PG-VAL-NUM.

       100-PLAN-SEASON.
           OPEN INPUT PROV-CTL-FILE
           IF NOT OPC-FILE-OK
               DISPLAY "AOCOPCTL CONTROL OPEN FAILED, STATUS="
                   OPC-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DEFINE-FILE
           IF NOT DEF-FILE-OK
               DISPLAY "AOCOPDEF OPEN FAILED, STATUS="
                   DEF-FILE-STATUS
               MOVE +8 TO WORST-RC
               CLOSE PROV-CTL-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SEED-CARD-FILE
           IF NOT SDC-FILE-OK
               DISPLAY "AOCOPSED OPEN FAILED, STATUS="
                   SDC-FILE-STATUS
               MOVE +8 TO WORST-RC
               CLOSE PROV-CTL-FILE DEFINE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DEF-LINE
           STRING "  /* SEASON OPEN FOR " HLQ-VALUE (1 : HLQ-LEN)
               " -- WRITTEN BY AOCOPEN " TODAY-YYYYMMDD " */"
               DELIMITED BY SIZE INTO DEF-LINE
           END-STRING
           PERFORM 240-WRITE-DEFINE-LINE
           PERFORM UNTIL OPC-EOF
               READ PROV-CTL-FILE
                   AT END SET OPC-EOF TO TRUE
                   NOT AT END PERFORM 150-PLAN-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE PROV-CTL-FILE DEFINE-FILE SEED-CARD-FILE
           IF BAD-ROW-COUNT > 0
               MOVE +8 TO WORST-RC
           END-IF.

       150-PLAN-ONE-ROW.
           ADD 1 TO ROW-NUMBER
           IF OPC-RECORD = SPACES OR OPC-TYPE = "*"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ROW-COUNT
           PERFORM 160-CHECK-ROW
           IF ROW-PROBLEM NOT = SPACES
               ADD 1 TO BAD-ROW-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "CONTROL ROW " ROW-NUMBER " REJECTED -- "
                   ROW-PROBLEM
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM 170-PROBE-DATASET
           IF NOT PRB-NOT-CATALOGED
               ADD 1 TO EXISTS-COUNT
               MOVE SPACES TO ROW-ACTION
               STRING "EXISTS, LEFT AS IS (STATUS=" PRB-FILE-STATUS
                   ")" DELIMITED BY SIZE INTO ROW-ACTION
               END-STRING
               MOVE SPACES TO ROW-SEED-NAME
               PERFORM 280-REPORT-ROW
               IF WORST-RC < 4
                   MOVE +4 TO WORST-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN OPC-KSDS
                   PERFORM 200-EMIT-KSDS-DEFINE
               WHEN OPC-RRDS
                   PERFORM 210-EMIT-RRDS-DEFINE
               WHEN OPC-GDG
                   PERFORM 220-EMIT-GDG-DEFINE
               WHEN OPC-SEQUENTIAL
                   PERFORM 230-EMIT-ALLOCATE
           END-EVALUATE
           PERFORM 250-QUEUE-SEED
           PERFORM 280-REPORT-ROW.

      *    A ROW IS CHECKED WHOLE BEFORE ANYTHING IS WRITTEN FOR IT
      *    -- A MISREAD ROW WOULD DEFINE THE WRONG DATASET, AND ONE
      *    BAD ROW STOPS THE WHOLE OPEN (RC=8) SO THE SEASON IS
      *    NEVER HALF-PROVISIONED.
       160-CHECK-ROW.
           MOVE SPACES TO ROW-PROBLEM ROW-DSN ROW-PRIOR-DSN
           PERFORM VARYING ROW-SUFFIX-LEN FROM +26 BY -1
               UNTIL ROW-SUFFIX-LEN < +1
                  OR OPC-DSN (ROW-SUFFIX-LEN : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT (OPC-KSDS OR OPC-RRDS OR OPC-GDG
                         OR OPC-SEQUENTIAL)
                   MOVE "TYPE NOT K, N, G OR S" TO ROW-PROBLEM
               WHEN NOT OPC-SEED-VALID
                   MOVE "SEED NOT C, T, E, P OR BLANK" TO ROW-PROBLEM
               WHEN ROW-SUFFIX-LEN < 1
                   MOVE "NO DSN" TO ROW-PROBLEM
      *        THE LONGEST NAME BUILT IS THE KSDS INDEX COMPONENT,
      *        THE CLUSTER NAME PLUS ".INDEX".
               WHEN HLQ-LEN + 1 + ROW-SUFFIX-LEN + 6 > 44
                   MOVE "DSN TOO LONG UNDER THIS HLQ" TO ROW-PROBLEM
               WHEN OPC-GDG AND OPC-SEED NOT = SPACE
                   MOVE "A GDG BASE CANNOT BE SEEDED" TO ROW-PROBLEM
               WHEN OPC-GDG AND (OPC-KEYLEN-X NOT NUMERIC
                                 OR OPC-KEYLEN-9 < 1
                                 OR OPC-KEYLEN-9 > 255)
                   MOVE "GDG LIMIT NOT 001-255" TO ROW-PROBLEM
               WHEN OPC-GDG
                   CONTINUE
               WHEN OPC-LRECL-X NOT NUMERIC OR OPC-LRECL-9 = 0
                   MOVE "RECORD LENGTH NOT NUMERIC" TO ROW-PROBLEM
               WHEN OPC-PRIMARY-X NOT NUMERIC OR OPC-PRIMARY-9 = 0
                    OR OPC-SECONDARY-X NOT NUMERIC
                   MOVE "SPACE NOT NUMERIC" TO ROW-PROBLEM
               WHEN OPC-KSDS AND (OPC-KEYLEN-X NOT NUMERIC
                                  OR OPC-KEYOFF-X NOT NUMERIC
                                  OR OPC-KEYLEN-9 = 0)
                   MOVE "KEY LENGTH/OFFSET NOT NUMERIC" TO ROW-PROBLEM
               WHEN OPC-KSDS
                    AND OPC-KEYLEN-9 + OPC-KEYOFF-9 > OPC-LRECL-9
                   MOVE "KEY RUNS PAST THE RECORD" TO ROW-PROBLEM
               WHEN OPC-KSDS AND OPC-SEED NOT = SPACE
                   MOVE "A KSDS CANNOT BE SEEDED" TO ROW-PROBLEM
               WHEN OPC-RRDS AND OPC-SEED NOT = SPACE
                    AND OPC-SEED NOT = "T"
                   MOVE "AN RRDS TAKES ONLY THE T SEED" TO ROW-PROBLEM
               WHEN OPC-SEQUENTIAL AND NOT OPC-RECFM-VALID
                   MOVE "RECFM NOT FB OR VB" TO ROW-PROBLEM
               WHEN OPC-SEQUENTIAL AND OPC-SEED = "T"
                   MOVE "THE T SEED NEEDS AN RRDS" TO ROW-PROBLEM
           END-EVALUATE
           IF ROW-PROBLEM NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           STRING HLQ-VALUE (1 : HLQ-LEN) "."
               OPC-DSN (1 : ROW-SUFFIX-LEN)
               DELIMITED BY SIZE INTO ROW-DSN
           END-STRING
           COMPUTE ROW-DSN-LEN = HLQ-LEN + 1 + ROW-SUFFIX-LEN
           IF PRIOR-LEN > 0
               STRING PRIOR-HLQ (1 : PRIOR-LEN) "."
                   OPC-DSN (1 : ROW-SUFFIX-LEN)
                   DELIMITED BY SIZE INTO ROW-PRIOR-DSN
               END-STRING
           END-IF
           EVALUATE TRUE
               WHEN OPC-KSDS
                   MOVE "KSDS" TO ROW-TYPE-NAME
               WHEN OPC-RRDS
                   MOVE "RRDS" TO ROW-TYPE-NAME
               WHEN OPC-GDG
                   MOVE "GDG " TO ROW-TYPE-NAME
               WHEN OTHER
                   MOVE "SEQ " TO ROW-TYPE-NAME
           END-EVALUATE.

       170-PROBE-DATASET.
           DISPLAY "AOCPROBE" UPON ENVIRONMENT-NAME
           DISPLAY ROW-DSN UPON ENVIRONMENT-VALUE
           OPEN INPUT PROBE-FILE
           IF PRB-FILE-OK
               CLOSE PROBE-FILE
           END-IF.

       200-EMIT-KSDS-DEFINE.
           ADD 1 TO DEFINE-COUNT
           MOVE "DEFINE CLUSTER" TO ROW-ACTION
           PERFORM 235-TRIM-ROW-NUMBERS
           MOVE SPACES TO DEF-LINE
           STRING "  DEFINE CLUSTER (NAME(" ROW-DSN (1 : ROW-DSN-LEN)
               ") -" DELIMITED BY SIZE INTO DEF-LINE
           END-STRING
           PERFORM 240-WRITE-DEFINE-LINE
           MOVE "         INDEXED -" TO DEF-LINE
           PERFORM 240-WRITE-DEFINE-LINE
           MOVE SPACES TO DEF-LINE
           STRING "         KEYS(" KEYLEN-TEXT (1 : KEYLEN-LEN) " "
               KEYOFF-TEXT (1 : KEYOFF-LEN) ") -"
               DELIMITED BY SIZE INTO DEF-LINE
           END-STRING
           PERFORM 240-WRITE-DEFINE-LINE
           PERFORM 215-EMIT-CLUSTER-COMMON
           MOVE SPACES TO DEF-LINE
           STRING "       DATA (NAME(" ROW-DSN (1 : ROW-DSN-LEN)
               ".DATA)) -" DELIMITED BY SIZE INTO DEF-LINE
           END-STRING
           PERFORM 240-WRITE-DEFINE-LINE
           MOVE SPACES TO DEF-LINE
           STRING "       INDEX (NAME(" ROW-DSN (1 : ROW-DSN-LEN)
               ".INDEX))" DELIMITED BY SIZE INTO DEF-LINE
           END-STRING
           PERFORM 240-WRITE-DEFINE-LINE.

      *    THE STATUS DATASET IS A RELATIVE FILE -- A NUMBERED
      *    CLUSTER, NO INDEX COMPONENT.
       210-EMIT-RRDS-DEFINE.
           ADD 1 TO DEFINE-COUNT
           MOVE "DEFINE CLUSTER" TO ROW-ACTION
           PERFORM 235-TRIM-ROW-NUMBERS
           MOVE SPACES TO DEF-LINE
           STRING "  DEFINE CLUSTER (NAME(" ROW-DSN (1 : ROW-DSN-LEN)
               ") -" DELIMITED BY SIZE INTO DEF-LINE
           END-STRING
           PERFORM 240-WRITE-DEFINE-LINE
           MOVE "         NUMBERED -" TO DEF-LINE
           PERFORM 240-WRITE-DEFINE-LINE
           PERFORM 215-EMIT-CLUSTER-COMMON
           MOVE SPACES TO DEF-LINE
           STRING "       DATA (NAME(" ROW-DSN (1 : ROW-DSN-LEN)
               ".DATA))" DELIMITED BY SIZE INTO DEF-LINE
           END-STRING
           PERFORM 240-WRITE-DEFINE-LINE.

      *    RECORD SIZE, SPACE, SHARING AND REUSE AS JCL/AOCDEFV.JCL
      *    DEFINES THE ARCHIVE CLUSTERS.
       215-EMIT-CLUSTER-COMMON.
           MOVE SPACES TO DEF-LINE
           STRING "         RECORDSIZE(" LRECL-TEXT (1 : LRECL-LEN)
               " " LRECL-TEXT (1 : LRECL-LEN) ") -"
               DELIMITED BY SIZE INTO DEF-LINE
           END-STRING
           PERFORM 240-WRITE-DEFINE-LINE
           MOVE SPACES TO DEF-LINE
           STRING "         TRACKS(" PRIMARY-TEXT (1 : PRIMARY-LEN)
               " " SECONDARY-TEXT (1 : SECONDARY-LEN) ") -"
               DELIMITED BY SIZE INTO DEF-LINE
           END-STRING
           PERFORM 240-WRITE-DEFINE-LINE
           MOVE "         SHAREOPTIONS(2 3) -" TO DEF-LINE
           PERFORM 240-WRITE-DEFINE-LINE
           MOVE "         REUSE) -" TO DEF-LINE
           PERFORM 240-WRITE-DEFINE-LINE.

      *    THE LISTCAT GUARD: A BASE THAT IS ALREADY CATALOGED
      *    (BUT HAS NO GENERATIONS FOR THE PROBE TO OPEN) IS LEFT
      *    ALONE; OTHERWISE THE LISTCAT ENDS 4 AND THE BASE IS
      *    DEFINED AS JCL/AOCGDGDF.JCL DEFINES IT.
       220-EMIT-GDG-DEFINE.
           ADD 1 TO DEFINE-COUNT
           MOVE "DEFINE GDG (LISTCAT GUARD)" TO ROW-ACTION
           MOVE OPC-KEYLEN-9 TO NUM-IN
           PERFORM 245-TRIM-NUMBER
           MOVE SPACES TO DEF-LINE
           STRING "  LISTCAT ENTRIES(" ROW-DSN (1 : ROW-DSN-LEN)
               ") NAME" DELIMITED BY SIZE INTO DEF-LINE
           END-STRING
           PERFORM 240-WRITE-DEFINE-LINE
           MOVE "  IF LASTCC > 0 THEN -" TO DEF-LINE
           PERFORM 240-WRITE-DEFINE-LINE
           MOVE SPACES TO DEF-LINE
           STRING "    DEFINE GDG (NAME(" ROW-DSN (1 : ROW-DSN-LEN)
               ") -" DELIMITED BY SIZE INTO DEF-LINE
           END-STRING
           PERFORM 240-WRITE-DEFINE-LINE
           MOVE SPACES TO DEF-LINE
           STRING "           LIMIT(" NUM-TEXT (1 : NUM-LEN)
               ") NOEMPTY NOSCRATCH)"
               DELIMITED BY SIZE INTO DEF-LINE
           END-STRING
           PERFORM 240-WRITE-DEFINE-LINE.

       230-EMIT-ALLOCATE.
           ADD 1 TO ALLOCATE-COUNT
           MOVE "ALLOCATE" TO ROW-ACTION
           PERFORM 235-TRIM-ROW-NUMBERS
           MOVE SPACES TO DEF-LINE
           STRING "  ALLOCATE DSNAME('" ROW-DSN (1 : ROW-DSN-LEN)
               "') NEW CATALOG -" DELIMITED BY SIZE INTO DEF-LINE
           END-STRING
           PERFORM 240-WRITE-DEFINE-LINE
           MOVE SPACES TO DEF-LINE
           STRING "           UNIT(SYSDA) TRACKS SPACE("
               PRIMARY-TEXT (1 : PRIMARY-LEN) " "
               SECONDARY-TEXT (1 : SECONDARY-LEN) ") -"
               DELIMITED BY SIZE INTO DEF-LINE
           END-STRING
           PERFORM 240-WRITE-DEFINE-LINE
           MOVE SPACES TO DEF-LINE
           STRING "           RECFM(" OPC-RECFM (1 : 1) " "
               OPC-RECFM (2 : 1) ") LRECL(" LRECL-TEXT (1 : LRECL-LEN)
               ")" DELIMITED BY SIZE INTO DEF-LINE
           END-STRING
           PERFORM 240-WRITE-DEFINE-LINE.

       235-TRIM-ROW-NUMBERS.
           MOVE OPC-LRECL-9 TO NUM-IN
           PERFORM 245-TRIM-NUMBER
           MOVE NUM-TEXT TO LRECL-TEXT
           MOVE NUM-LEN  TO LRECL-LEN
           IF OPC-KSDS
               MOVE OPC-KEYLEN-9 TO NUM-IN
               PERFORM 245-TRIM-NUMBER
               MOVE NUM-TEXT TO KEYLEN-TEXT
               MOVE NUM-LEN  TO KEYLEN-LEN
               MOVE OPC-KEYOFF-9 TO NUM-IN
               PERFORM 245-TRIM-NUMBER
               MOVE NUM-TEXT TO KEYOFF-TEXT
               MOVE NUM-LEN  TO KEYOFF-LEN
           END-IF
           MOVE OPC-PRIMARY-9 TO NUM-IN
           PERFORM 245-TRIM-NUMBER
           MOVE NUM-TEXT TO PRIMARY-TEXT
           MOVE NUM-LEN  TO PRIMARY-LEN
           MOVE OPC-SECONDARY-9 TO NUM-IN
           PERFORM 245-TRIM-NUMBER
           MOVE NUM-TEXT TO SECONDARY-TEXT
           MOVE NUM-LEN  TO SECONDARY-LEN.

       240-WRITE-DEFINE-LINE.
           MOVE DEF-LINE TO DEFINE-RECORD
           WRITE DEFINE-RECORD.

       245-TRIM-NUMBER.
           MOVE NUM-IN TO NUM-EDIT
           MOVE SPACES TO NUM-TEXT
           PERFORM VARYING NUM-NDX FROM 1 BY 1
               UNTIL NUM-NDX > 5
                  OR NUM-EDIT (NUM-NDX : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           COMPUTE NUM-LEN = 6 - NUM-NDX
           MOVE NUM-EDIT (NUM-NDX : NUM-LEN) TO NUM-TEXT.

       250-QUEUE-SEED.
           MOVE SPACES TO ROW-SEED-NAME
           IF OPC-SEED = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES      TO SEED-CARD
           MOVE OPC-SEED    TO SDC-SEED
           MOVE ROW-DSN     TO SDC-DSN
           EVALUATE OPC-SEED
               WHEN "C"
                   MOVE SEASON-YEAR TO SDC-YEAR
                   MOVE "SEED CALENDAR" TO ROW-SEED-NAME
               WHEN "T"
                   MOVE "SEED STATUS SLOTS" TO ROW-SEED-NAME
               WHEN "E"
                   MOVE "SEED EMPTY LEDGER" TO ROW-SEED-NAME
               WHEN "P"
                   IF PRIOR-LEN > 0
                       MOVE ROW-PRIOR-DSN TO SDC-SOURCE
                       MOVE "SEED FROM PRIOR SEASON" TO ROW-SEED-NAME
                   ELSE
                       MOVE "E" TO SDC-SEED
                       MOVE "NO PRIOR=, SEED EMPTY" TO ROW-SEED-NAME
                   END-IF
           END-EVALUATE
           WRITE SEED-CARD
           ADD 1 TO SEED-COUNT.

       280-REPORT-ROW.
           MOVE SPACES TO REPORT-RECORD
           STRING ROW-DSN " " ROW-TYPE-NAME " " ROW-ACTION
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           IF ROW-SEED-NAME NOT = SPACES
               MOVE ROW-SEED-NAME TO REPORT-RECORD (79 : 22)
           END-IF
           WRITE REPORT-RECORD.

       300-SEED-SEASON.
           OPEN INPUT SEED-CARD-FILE
           IF NOT SDC-FILE-OK
               DISPLAY "AOCOPSED SEED CARDS OPEN FAILED, STATUS="
                   SDC-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SDC-EOF
               READ SEED-CARD-FILE
                   AT END SET SDC-EOF TO TRUE
                   NOT AT END
                       IF SEED-CARD NOT = SPACES
                           PERFORM 350-SEED-ONE-DATASET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEED-CARD-FILE.

       350-SEED-ONE-DATASET.
           MOVE SPACES TO SEED-RESULT
           IF SDC-SEED = "T"
               PERFORM 370-SEED-STATUS-SLOTS
           ELSE
               DISPLAY "AOCSEEDF" UPON ENVIRONMENT-NAME
               DISPLAY SDC-DSN UPON ENVIRONMENT-VALUE
               PERFORM 340-CHECK-TARGET-EMPTY
               EVALUATE TRUE
                   WHEN SEED-RESULT NOT = SPACES
                       CONTINUE
                   WHEN SDC-SEED = "C"
                       PERFORM 360-SEED-CALENDAR
                   WHEN SDC-SEED = "E"
                       PERFORM 380-SEED-EMPTY-LEDGER
                   WHEN SDC-SEED = "P"
                       PERFORM 390-SEED-FROM-PRIOR
                   WHEN OTHER
                       MOVE "UNKNOWN SEED CODE -- SKIPPED"
                         TO SEED-RESULT
                       MOVE +8 TO WORST-RC
               END-EVALUATE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING SDC-DSN " " SEED-RESULT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      *    NEVER SEED OVER DATA: A TARGET THAT OPENS AND HOLDS A
      *    RECORD WAS SEEDED (OR FILLED) BEFORE, SO A RESUBMITTED
      *    SEED STEP LEAVES IT ALONE.
       340-CHECK-TARGET-EMPTY.
           MOVE "N" TO SW-TARGET-HOLDS-DATA
           OPEN INPUT TARGET-FILE
           IF NOT TGT-FILE-OK
               MOVE SPACES TO SEED-RESULT
               STRING "CANNOT OPEN, STATUS=" TGT-FILE-STATUS
                   " -- NOT SEEDED"
                   DELIMITED BY SIZE INTO SEED-RESULT
               END-STRING
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           READ TARGET-FILE
               NOT AT END SET TARGET-HOLDS-DATA TO TRUE
           END-READ
           CLOSE TARGET-FILE
           IF TARGET-HOLDS-DATA
               MOVE "ALREADY HOLDS DATA, LEFT AS IS" TO SEED-RESULT
               ADD 1 TO LEFT-COUNT
               IF WORST-RC < 4
                   MOVE +4 TO WORST-RC
               END-IF
           END-IF.

      *    THE CTL/AOCCAL.CTL LAYOUT: DAY ROWS, THEN HOLIDAY ROWS.
       360-SEED-CALENDAR.
           OPEN OUTPUT TARGET-FILE
           IF NOT TGT-FILE-OK
               STRING "OPEN OUTPUT FAILED, STATUS=" TGT-FILE-STATUS
                   DELIMITED BY SIZE INTO SEED-RESULT
               END-STRING
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 11 TO TGT-LINELEN
           PERFORM VARYING CAL-DAY FROM 1 BY 1 UNTIL CAL-DAY > 25
               COMPUTE CAL-DATE = SDC-YEAR * 10000 + 1200 + CAL-DAY
               MOVE SPACES TO TARGET-RECORD (1 : 80)
               STRING CAL-DAY " " CAL-DATE
                   DELIMITED BY SIZE INTO TARGET-RECORD
               END-STRING
               WRITE TARGET-RECORD
           END-PERFORM
           COMPUTE CAL-DATE = SDC-YEAR * 10000 + 1225
           MOVE SPACES TO TARGET-RECORD (1 : 80)
           STRING "H " CAL-DATE " SHOP HOLIDAY - CHRISTMAS"
               DELIMITED BY SIZE INTO TARGET-RECORD
           END-STRING
           MOVE 35 TO TGT-LINELEN
           WRITE TARGET-RECORD
           COMPUTE NEXT-YEAR = SDC-YEAR + 1
           COMPUTE CAL-DATE = NEXT-YEAR * 10000 + 0101
           MOVE SPACES TO TARGET-RECORD (1 : 80)
           STRING "H " CAL-DATE " SHOP HOLIDAY - NEW YEAR"
               DELIMITED BY SIZE INTO TARGET-RECORD
           END-STRING
           MOVE 34 TO TGT-LINELEN
           WRITE TARGET-RECORD
           CLOSE TARGET-FILE
           ADD 1 TO SEEDED-COUNT
           STRING "CALENDAR SEEDED, DAYS 01-25 OF " SDC-YEAR
               DELIMITED BY SIZE INTO SEED-RESULT
           END-STRING.

      *    EVERY SLOT STATPOST MAY CLAIM, WRITTEN BLANK -- A BLANK
      *    PROGRAM-ID IS A FREE SLOT TO STATPOST AND IS SKIPPED BY
      *    THE AOCSTAT DISPLAY.
       370-SEED-STATUS-SLOTS.
           DISPLAY "AOCSTATS" UPON ENVIRONMENT-NAME
           DISPLAY SDC-DSN UPON ENVIRONMENT-VALUE
           OPEN INPUT STATUS-FILE
           IF STAT-FILE-OK
               READ STATUS-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       MOVE "ALREADY HOLDS SLOTS, LEFT AS IS"
                         TO SEED-RESULT
               END-READ
               CLOSE STATUS-FILE
           END-IF
           IF SEED-RESULT NOT = SPACES
               ADD 1 TO LEFT-COUNT
               IF WORST-RC < 4
                   MOVE +4 TO WORST-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT STATUS-FILE
           IF NOT STAT-FILE-OK
               STRING "OPEN OUTPUT FAILED, STATUS=" STAT-FILE-STATUS
                   DELIMITED BY SIZE INTO SEED-RESULT
               END-STRING
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING STAT-SLOT FROM 1 BY 1
               UNTIL STAT-SLOT > SLOT-LIM
               MOVE SPACES TO STATUS-RECORD
               MOVE ZEROES TO STAT-DONE STAT-TOTAL
               WRITE STATUS-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM
           CLOSE STATUS-FILE
           ADD 1 TO SEEDED-COUNT
           MOVE "STATUS SLOTS SEEDED, 64 BLANK SLOTS" TO SEED-RESULT.

       380-SEED-EMPTY-LEDGER.
           OPEN OUTPUT TARGET-FILE
           IF NOT TGT-FILE-OK
               STRING "OPEN OUTPUT FAILED, STATUS=" TGT-FILE-STATUS
                   DELIMITED BY SIZE INTO SEED-RESULT
               END-STRING
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           CLOSE TARGET-FILE
           ADD 1 TO SEEDED-COUNT
           MOVE "EMPTY LEDGER SEEDED" TO SEED-RESULT.

       390-SEED-FROM-PRIOR.
           DISPLAY "AOCPRIOR" UPON ENVIRONMENT-NAME
           DISPLAY SDC-SOURCE UPON ENVIRONMENT-VALUE
           OPEN INPUT PRIOR-FILE
           IF NOT PRI-FILE-OK
               STRING "PRIOR SEASON COPY WOULD NOT OPEN, STATUS="
                   PRI-FILE-STATUS
                   DELIMITED BY SIZE INTO SEED-RESULT
               END-STRING
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TARGET-FILE
           IF NOT TGT-FILE-OK
               STRING "OPEN OUTPUT FAILED, STATUS=" TGT-FILE-STATUS
                   DELIMITED BY SIZE INTO SEED-RESULT
               END-STRING
               MOVE +8 TO WORST-RC
               CLOSE PRIOR-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROES TO COPY-COUNT
           MOVE "N" TO SW-PRI-EOF
           PERFORM UNTIL PRI-EOF
               READ PRIOR-FILE
                   AT END SET PRI-EOF TO TRUE
                   NOT AT END
                       MOVE PRI-LINELEN TO TGT-LINELEN
                       MOVE PRIOR-RECORD (1 : PRI-LINELEN)
                         TO TARGET-RECORD
                       WRITE TARGET-RECORD
                       ADD 1 TO COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE PRIOR-FILE TARGET-FILE
           ADD 1 TO SEEDED-COUNT
           STRING "COPIED FROM PRIOR SEASON, " COPY-COUNT " RECORDS"
               DELIMITED BY SIZE INTO SEED-RESULT
           END-STRING.

       900-WRAP-UP.
           IF RPT-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD (1 : 78)
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               IF SEED-MODE
                   STRING "SEEDED=" SEEDED-COUNT
                       "  ALREADY HELD DATA=" LEFT-COUNT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "ROWS=" ROW-COUNT "  DEFINE=" DEFINE-COUNT
                       "  ALLOCATE=" ALLOCATE-COUNT
                       "  ALREADY EXIST=" EXISTS-COUNT
                       "  TO SEED=" SEED-COUNT
                       "  BAD ROWS=" BAD-ROW-COUNT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               END-IF
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
           END-IF
           IF SEED-MODE
               DISPLAY "AOCOPEN: SEEDED=" SEEDED-COUNT
                   " ALREADY HELD DATA=" LEFT-COUNT " RC=" WORST-RC
           ELSE
               DISPLAY "AOCOPEN: ROWS=" ROW-COUNT " DEFINE="
                   DEFINE-COUNT " ALLOCATE=" ALLOCATE-COUNT
                   " ALREADY EXIST=" EXISTS-COUNT " TO SEED="
                   SEED-COUNT " BAD ROWS=" BAD-ROW-COUNT
                   " RC=" WORST-RC
           END-IF.
       END PROGRAM AOCOPEN.
