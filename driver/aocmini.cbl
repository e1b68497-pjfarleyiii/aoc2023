       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCMINI.
      *    FAILING-INPUT MINIMIZER -- SHRINKS A DATED INPUT THAT MAKES
      *    A DAY PROGRAM MISBEHAVE DOWN TO A SMALL REPRODUCER FOR THE
      *    PROBLEM TICKET.  THE PROGRAM IS FIRST RUN ONCE AGAINST THE
      *    WHOLE INPUT (DD/ENV AOCMINBS) TO SET THE SYMPTOM:
      *        NO REASON=  -- THE BASELINE RC, WHICH MUST BE NONZERO
      *        REASON=XXXX -- A REJECT RECORD WITH THAT REASON CODE
      *                       (REJWRITE, AOCREJECT) FROM THE CALL
      *        REASON=*    -- THE REASON CODE OF THE FIRST REJECT THE
      *                       BASELINE CALL WROTE
      *    THEN IT CUTS.  EACH CUT IS A CANDIDATE: THE ORIGINAL WITH
      *    ONE BLOCK OF RECORDS (OR, FOR A GRID DAY, ONE BLOCK OF
      *    COLUMNS) LEFT OUT, WRITTEN TO THE WORK DATASET NAMED BY
      *    THE AOCMINWK ENVIRONMENT VALUE (DEFAULT HLQ.MINIMIZE.WORK)
      *    THROUGH THE SAME AOCINPUT NAME THE PROGRAM READS.  A
      *    CANDIDATE THAT STILL SHOWS THE SYMPTOM IS KEPT, ANY OTHER
      *    IS UNDONE.  THE BLOCK STARTS AT HALF THE RECORDS STILL
      *    KEPT AND HALVES EVERY TIME A FULL SWEEP TAKES NO CUT; A
      *    SWEEP OF SINGLE RECORDS THAT TAKES NO CUT ENDS THE PHASE.
      *    A GRID DAY (EVERY RECORD THE SAME LENGTH, OR GRID=Y) THEN
      *    TRIMS COLUMNS THE SAME WAY -- A COLUMN IS LEFT OUT OF
      *    EVERY RECORD AT ONCE SO THE GRID STAYS RECTANGULAR -- AND
      *    THE TWO PHASES ALTERNATE UNTIL A ROUND OF BOTH TAKES NO CUT
      *    AT ALL: NO SINGLE RECORD OR COLUMN CAN THEN BE DROPPED
      *    WITHOUT LOSING THE SYMPTOM.  THE PROGRAM IS CANCELLED
      *    AFTER EVERY CALL, AS IN AOCNEGT, SO EACH CANDIDATE MEETS A
      *    FRESHLY LOADED COPY.
      *    PARM KEYWORDS (PARSED BY PARMPARS):
      *        PROGRAM=XXX  -- THE DAY PROGRAM (REQUIRED)
      *        PPARM=X      -- SINGLE-TOKEN PARM HANDED TO IT
      *        REASON=XXXX  -- MATCH ON A REJECT REASON, AS ABOVE
      *        GRID=Y/N     -- FORCE COLUMN TRIMMING ON OR OFF
      *                        (DEFAULT: ON WHEN THE INPUT IS
      *                        RECTANGULAR)
      *        MAXCALLS=NNN -- CALL BUDGET, DEFAULT 500
      *    OUTPUTS: THE MINIMIZED INPUT (DD/ENV AOCMINOT) AND THE
      *    STEP LOG (DD/ENV AOCMINLG), ONE LINE PER CANDIDATE TRIED
      *    WITH ITS SIZE, RC, REJECT COUNT AND WHETHER THE CUT WAS
      *    KEPT.  THE LOG IS OPENED EXTEND AND CLOSED PER LINE SO IT
      *    SURVIVES AN ABEND IN THE CALLED PROGRAM; AFTER ONE, THE
      *    WORK DATASET STILL HOLDS THE CANDIDATE THAT ABENDED.
      *    JCL/AOCMINI.JCL RUNS THE MINIMIZED INPUT THROUGH AOCSCRUB
      *    BEFORE IT GOES ON THE TICKET.
      *    RC=0  MINIMIZED -- NO SINGLE CUT LEFT THAT KEEPS THE SYMPTOM
      *    RC=4  MAXCALLS REACHED FIRST; THE OUTPUT IS SMALLER BUT
      *          MAY NOT BE MINIMAL
      *    RC=8  NO PROGRAM=, THE BASELINE SHOWS NO SYMPTOM, THE
      *          INPUT IS OVER 20000 RECORDS, OR A FILE WOULD NOT OPEN
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BASE-FILE
              ASSIGN TO AOCMINBS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BAS-FILE-STATUS.
      *    CANDIDATE-FILE IS ASSIGNED TO THE SAME AOCINPUT NAME THE
      *    CALLED PROGRAMS READ (AS AOCNEGT'S VARIANT FILE IS).
           SELECT CANDIDATE-FILE
              ASSIGN TO AOCINPUT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CAN-FILE-STATUS.
           SELECT MINIMIZED-FILE
              ASSIGN TO AOCMINOT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MIN-FILE-STATUS.
           SELECT REJECT-FILE
              ASSIGN TO AOCREJECT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REJ-FILE-STATUS.
           SELECT LOG-FILE
              ASSIGN TO AOCMINLG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BASE-FILE
           RECORD VARYING 1 TO 32756 DEPENDING ON BAS-LINELEN
           RECORDING MODE V.
       01  BASE-RECORD               PIC X(32756).

       FD  CANDIDATE-FILE
           RECORD VARYING 1 TO 32756 DEPENDING ON CAN-LINELEN
           RECORDING MODE V.
       01  CANDIDATE-RECORD          PIC X(32756).

       FD  MINIMIZED-FILE
           RECORD VARYING 1 TO 32756 DEPENDING ON CAN-LINELEN
           RECORDING MODE V.
       01  MINIMIZED-RECORD          PIC X(32756).

      *    REJWRITE'S LAYOUT -- ONLY THE REASON CODE IS LOOKED AT.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-REC-PROGRAM       PIC  X(08).
           05  FILLER                PIC  X(14).
           05  REJ-REC-REASON        PIC  X(04).
           05  FILLER                PIC  X(232).

       FD  LOG-FILE.
       01  LOG-RECORD                PIC  X(132).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  BAS-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 BAS-FILE-OK                   VALUE "00".
           05  SW-BAS-EOF            PIC  X     VALUE "N".
               88 BAS-EOF                       VALUE "Y".
           05  BAS-LINELEN           PIC  9(8) BINARY.
           05  CAN-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 CAN-FILE-OK                   VALUE "00".
           05  CAN-LINELEN           PIC  9(8) BINARY.
           05  MIN-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 MIN-FILE-OK                   VALUE "00".
           05  REJ-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 REJ-FILE-OK                   VALUE "00".
           05  SW-REJ-EOF            PIC  X     VALUE "N".
               88 REJ-EOF                       VALUE "Y".
           05  LOG-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 LOG-FILE-OK                   VALUE "00".

       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER          PIC X(12) VALUE "PROGRAM".
               10  FILLER          PIC X(12) VALUE "PPARM".
               10  FILLER          PIC X(12) VALUE "REASON".
               10  FILLER          PIC X(12) VALUE "GRID".
               10  FILLER          PIC X(12) VALUE "MAXCALLS".
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
           05  MINI-PROGRAM        PIC  X(08) VALUE SPACES.
           05  MINI-PARM-TOKEN     PIC  X(19) VALUE SPACES.
           05  MAX-CALLS           PIC S9(9) COMP-5 VALUE +500.
           05  SW-GRID-OPTION      PIC  X     VALUE SPACE.
               88 GRID-FORCED-ON              VALUE "Y".
               88 GRID-FORCED-OFF             VALUE "N".
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.

      *    SEASON HLQ FOR THE DEFAULT WORK DSN -- FROM THE AOCHLQ
      *    ENVIRONMENT VALUE, DEFAULTING TO THE 2023 SEASON, AS
      *    AOCNEGT DOES.
       01  HLQ-FIELDS.
           05  HLQ-VALUE             PIC  X(17) VALUE SPACES.
           05  HLQ-LEN               PIC S9(4) COMP-5 VALUE +0.
           05  BASE-DSN              PIC  X(44) VALUE SPACES.
           05  WORK-DSN              PIC  X(44) VALUE SPACES.

      *    THE SYMPTOM THE BASELINE CALL SET, AND WHAT THE LATEST
      *    CANDIDATE SHOWED.
       01  SYMPTOM-CONTROLS.
           05  SW-MATCH-MODE         PIC  X     VALUE "C".
               88 MATCH-ON-RC                   VALUE "C".
               88 MATCH-ON-REASON               VALUE "R".
           05  SYMPTOM-RC            PIC S9(4) COMP-5 VALUE +0.
           05  SYMPTOM-REASON        PIC  X(04) VALUE SPACES.
           05  FIRST-NEW-REASON      PIC  X(04) VALUE SPACES.
           05  SW-REASON-SEEN        PIC  X     VALUE "N".
               88 REASON-SEEN                   VALUE "Y".
           05  SW-SYMPTOM            PIC  X     VALUE "N".
               88 SYMPTOM-SHOWN                 VALUE "Y".

      *    ONE FLAG PER ORIGINAL RECORD AND PER ORIGINAL COLUMN:
      *    Y KEPT, N CUT, T LEFT OUT OF THE CANDIDATE BEING TRIED.
       01  KEEP-TABLES.
           05  REC-KEEP              PIC  X OCCURS 20000 TIMES.
           05  COL-KEEP              PIC  X OCCURS 32756 TIMES.

       01  SHRINK-CONTROLS.
           05  REC-MAX               PIC S9(9) COMP-5 VALUE +20000.
           05  REC-COUNT             PIC S9(9) COMP-5 VALUE +0.
           05  RECS-KEPT             PIC S9(9) COMP-5 VALUE +0.
           05  COL-COUNT             PIC S9(9) COMP-5 VALUE +0.
           05  COLS-KEPT             PIC S9(9) COMP-5 VALUE +0.
           05  FIRST-LEN             PIC S9(9) COMP-5 VALUE +0.
           05  SW-GRID               PIC  X     VALUE "N".
               88 GRID-DAY                      VALUE "Y".
           05  SW-COLUMNS-CUT        PIC  X     VALUE "N".
               88 COLUMNS-CUT                   VALUE "Y".
           05  BLOCK-SIZE            PIC S9(9) COMP-5 VALUE +0.
           05  SCAN-POS              PIC S9(9) COMP-5 VALUE +0.
           05  UNIT-NDX              PIC S9(9) COMP-5 VALUE +0.
           05  UNITS-MARKED          PIC S9(9) COMP-5 VALUE +0.
           05  MARK-FIRST            PIC S9(9) COMP-5 VALUE +0.
           05  MARK-LAST             PIC S9(9) COMP-5 VALUE +0.
           05  SW-SWEEP-CUT          PIC  X     VALUE "N".
               88 SWEEP-TOOK-A-CUT              VALUE "Y".
           05  SW-ROUND-CUT          PIC  X     VALUE "N".
               88 ROUND-TOOK-A-CUT              VALUE "Y".
           05  SW-CALL-LIMIT         PIC  X     VALUE "N".
               88 CALL-LIMIT-HIT                VALUE "Y".
           05  PHASE-NAME            PIC  X(07) VALUE SPACES.

       01  CANDIDATE-WORK.
           05  SW-TARGET             PIC  X     VALUE "C".
               88 TARGET-CANDIDATE              VALUE "C".
               88 TARGET-MINIMIZED              VALUE "M".
           05  REC-NDX               PIC S9(9) COMP-5 VALUE +0.
           05  COL-NDX               PIC S9(9) COMP-5 VALUE +0.
           05  OUT-LEN               PIC S9(9) COMP-5 VALUE +0.
           05  OUT-LINE              PIC  X(32756).

       01  CALL-CONTROLS.
           05  CALLS-MADE            PIC S9(9) COMP-5 VALUE +0.
           05  CUTS-KEPT             PIC S9(9) COMP-5 VALUE +0.
           05  REJECTS-BEFORE        PIC S9(9) COMP-5 VALUE +0.
           05  REJECTS-AFTER         PIC S9(9) COMP-5 VALUE +0.
           05  REJECT-TALLY          PIC S9(9) COMP-5 VALUE +0.
           05  CALL-RC               PIC S9(4) COMP-5 VALUE +0.

      *    SHAPED TO MATCH THE FRONT OF EVERY CALLED PROGRAM'S OWN
      *    01 PARM-AREA, AS IN AOCBOARD AND AOCFIXT.
       01  CALL-PARM-AREA.
           05  PARM-CALL-LEN         PIC S9(4) COMP-5.
           05  PARM-CALL-TEXT        PIC  X(19).

       01  LOG-WORK.
           05  RC-EDIT               PIC  -(4)9.
           05  COUNT-EDIT            PIC  Z(8)9.
           05  CALL-EDIT             PIC  9(04).
           05  FROM-EDIT             PIC  9(06).
           05  TO-EDIT               PIC  9(06).
           05  RECS-EDIT             PIC  9(06).
           05  COLS-EDIT             PIC  9(05).
           05  REJ-EDIT              PIC  Z(5)9.
           05  VERDICT-TEXT          PIC  X(24) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN              PIC S9(4) COMP-5.
           05  PARM-TEXT             PIC  X(40).

       PROCEDURE DIVISION USING PARM-AREA.
           PERFORM 000-PARSE-PARM
           IF WORST-RC < 8
               PERFORM 020-SET-DSNS
               PERFORM 100-LOAD-BASE
           END-IF
           IF WORST-RC < 8
               PERFORM 200-RUN-BASELINE
           END-IF
           IF WORST-RC < 8
               PERFORM 300-MINIMIZE
               PERFORM 500-WRITE-MINIMIZED
               PERFORM 800-WRITE-SUMMARY
           END-IF
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       000-PARSE-PARM.
           IF ADDRESS OF PARM-AREA = NULL OR PARM-LEN < 1
               DISPLAY "AOCMINI NEEDS PROGRAM=XXX ON THE PARM"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           CALL "PARMPARS" USING PARM-LEN, PARM-TEXT,
               PP-VALID-KEYS, PP-RESULT
           IF NOT PP-KEYWORD-MODE
               DISPLAY "AOCMINI PARM IS NOT KEYWORD FORM"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "PROGRAM" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT (1 : 8) TO MINI-PROGRAM
           END-IF
           IF MINI-PROGRAM = SPACES
               DISPLAY "AOCMINI NEEDS PROGRAM=XXX ON THE PARM"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "PPARM" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT (1 : 19) TO MINI-PARM-TOKEN
           END-IF
           MOVE "REASON" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               SET MATCH-ON-REASON TO TRUE
               MOVE PG-VAL-TEXT (1 : 4) TO SYMPTOM-REASON
           END-IF
           MOVE "GRID" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               EVALUATE PG-VAL-TEXT (1 : 1)
                   WHEN "Y"
                       SET GRID-FORCED-ON TO TRUE
                   WHEN "N"
                       SET GRID-FORCED-OFF TO TRUE
                   WHEN OTHER
                       DISPLAY "AOCMINI: GRID= MUST BE Y OR N"
                       MOVE +8 TO WORST-RC
               END-EVALUATE
           END-IF
           MOVE "MAXCALLS" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               IF PG-VAL-NUM >= 1 AND PG-VAL-NUM <= 9999
                   MOVE PG-VAL-NUM TO MAX-CALLS
               ELSE
                   DISPLAY "AOCMINI NEEDS A USABLE MAXCALLS=NNNN"
                   MOVE +8 TO WORST-RC
               END-IF
           END-IF.

       050-GET-ONE-KEYWORD.
           CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
               PG-VAL-TEXT, PG-VAL-NUM.

       020-SET-DSNS.
           ACCEPT HLQ-VALUE FROM ENVIRONMENT "AOCHLQ"
           IF HLQ-VALUE = SPACES OR HLQ-VALUE = LOW-VALUES
               MOVE "AOC2023" TO HLQ-VALUE
           END-IF
           PERFORM VARYING HLQ-LEN FROM +17 BY -1
               UNTIL HLQ-LEN < +1
                  OR HLQ-VALUE (HLQ-LEN : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           ACCEPT BASE-DSN FROM ENVIRONMENT "AOCMINBS"
           ACCEPT WORK-DSN FROM ENVIRONMENT "AOCMINWK"
           IF WORK-DSN = SPACES OR WORK-DSN = LOW-VALUES
               MOVE SPACES TO WORK-DSN
               STRING HLQ-VALUE (1 : HLQ-LEN)
                   ".MINIMIZE.WORK"
                   DELIMITED BY SIZE INTO WORK-DSN
               END-STRING
           END-IF
           MOVE SPACES TO PARM-CALL-TEXT
           MOVE +0 TO PARM-CALL-LEN
           IF MINI-PARM-TOKEN NOT = SPACES
               MOVE MINI-PARM-TOKEN TO PARM-CALL-TEXT
               PERFORM VARYING PARM-CALL-LEN FROM +19 BY -1
                   UNTIL PARM-CALL-LEN < +1
                      OR PARM-CALL-TEXT (PARM-CALL-LEN : 1)
                         NOT = SPACE
                   CONTINUE
               END-PERFORM
           END-IF.

      *    ONE PASS OVER THE FAILING INPUT: COUNT THE RECORDS, FIND
      *    THE WIDEST, AND SEE WHETHER EVERY RECORD IS AS WIDE AS
      *    THE FIRST -- THE SAME TEST AOCSTAGE USES FOR A GRID DAY.
       100-LOAD-BASE.
           OPEN INPUT BASE-FILE
           IF NOT BAS-FILE-OK
               DISPLAY "AOCMINBS INPUT " BASE-DSN
                   " OPEN FAILED, STATUS=" BAS-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SW-GRID
           PERFORM UNTIL BAS-EOF
               READ BASE-FILE
                   AT END SET BAS-EOF TO TRUE
                   NOT AT END PERFORM 110-NOTE-BASE-RECORD
               END-READ
           END-PERFORM
           CLOSE BASE-FILE
           IF REC-COUNT > REC-MAX
               DISPLAY "AOCMINBS HAS MORE THAN " REC-MAX
                   " RECORDS -- CUT IT DOWN BY HAND FIRST"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           IF REC-COUNT < 2
               MOVE "N" TO SW-GRID
           END-IF
           EVALUATE TRUE
               WHEN GRID-FORCED-ON
                   MOVE "Y" TO SW-GRID
               WHEN GRID-FORCED-OFF
                   MOVE "N" TO SW-GRID
           END-EVALUATE
           MOVE REC-COUNT TO RECS-KEPT
           PERFORM VARYING REC-NDX FROM 1 BY 1
               UNTIL REC-NDX > REC-COUNT
               MOVE "Y" TO REC-KEEP (REC-NDX)
           END-PERFORM
           MOVE COL-COUNT TO COLS-KEPT
           PERFORM VARYING COL-NDX FROM 1 BY 1
               UNTIL COL-NDX > COL-COUNT
               MOVE "Y" TO COL-KEEP (COL-NDX)
           END-PERFORM
           DISPLAY "AOCMINI: " BASE-DSN " RECORDS=" REC-COUNT
               " WIDEST=" COL-COUNT " GRID=" SW-GRID.

       110-NOTE-BASE-RECORD.
           ADD +1 TO REC-COUNT
           IF BAS-LINELEN > COL-COUNT
               MOVE BAS-LINELEN TO COL-COUNT
           END-IF
           IF REC-COUNT = 1
               MOVE BAS-LINELEN TO FIRST-LEN
           END-IF
           IF BAS-LINELEN NOT = FIRST-LEN
               MOVE "N" TO SW-GRID
           END-IF.

      *    THE WHOLE INPUT, UNCUT.  IT SETS THE SYMPTOM EVERY
      *    CANDIDATE IS HELD TO.  A FRESH RUN STARTS WITH AN EMPTY
      *    REJECT DATASET AND LOG, AS AOCNEGT'S FRESH PACK DOES.
       200-RUN-BASELINE.
           OPEN OUTPUT REJECT-FILE
           CLOSE REJECT-FILE
           OPEN OUTPUT LOG-FILE
           IF NOT LOG-FILE-OK
               DISPLAY "AOCMINLG LOG OPEN FAILED, STATUS="
                   LOG-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           CLOSE LOG-FILE
           MOVE SPACES TO LOG-RECORD
           STRING "FAILING-INPUT MINIMIZER -- PROGRAM " MINI-PROGRAM
               " PARM " MINI-PARM-TOKEN " INPUT " BASE-DSN
               DELIMITED BY SIZE INTO LOG-RECORD
           END-STRING
           PERFORM 990-WRITE-LOG-LINE
           MOVE "BASE" TO PHASE-NAME
           MOVE +0 TO MARK-FIRST MARK-LAST UNITS-MARKED
           PERFORM 400-TRY-CANDIDATE
           IF WORST-RC >= 8
               EXIT PARAGRAPH
           END-IF
           IF CALL-RC = 16
               DISPLAY "AOCMINI: BASELINE CALL OF " MINI-PROGRAM
                   " FAILED -- NOTHING TO MINIMIZE"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE CALL-RC TO SYMPTOM-RC
           IF MATCH-ON-REASON AND SYMPTOM-REASON = "*"
               MOVE FIRST-NEW-REASON TO SYMPTOM-REASON
               IF SYMPTOM-REASON NOT = SPACES
                   SET REASON-SEEN TO TRUE
               END-IF
               PERFORM 420-CHECK-SYMPTOM
           END-IF
           EVALUATE TRUE
               WHEN MATCH-ON-RC AND SYMPTOM-RC = 0
                   DISPLAY "AOCMINI: " MINI-PROGRAM " ENDS RC 0 ON"
                       " THE WHOLE INPUT -- NO SYMPTOM TO KEEP"
                   MOVE +8 TO WORST-RC
               WHEN MATCH-ON-REASON AND NOT SYMPTOM-SHOWN
                   DISPLAY "AOCMINI: " MINI-PROGRAM " WROTE NO"
                       " REJECT WITH REASON " SYMPTOM-REASON
                       " ON THE WHOLE INPUT -- NO SYMPTOM TO KEEP"
                   MOVE +8 TO WORST-RC
           END-EVALUATE
           MOVE SPACES TO LOG-RECORD
           IF MATCH-ON-RC
               MOVE SYMPTOM-RC TO RC-EDIT
               STRING "SYMPTOM: RC=" RC-EDIT
                   DELIMITED BY SIZE INTO LOG-RECORD
               END-STRING
           ELSE
               STRING "SYMPTOM: REJECT REASON " SYMPTOM-REASON
                   DELIMITED BY SIZE INTO LOG-RECORD
               END-STRING
           END-IF
           PERFORM 990-WRITE-LOG-LINE
           IF WORST-RC >= 8
               MOVE "NOT SHOWN BY THE WHOLE INPUT -- STOPPED"
                 TO LOG-RECORD
               PERFORM 990-WRITE-LOG-LINE
           END-IF.

      *    ALTERNATE THE RECORD AND COLUMN PHASES UNTIL A WHOLE
      *    ROUND TAKES NO CUT (OR THE CALL BUDGET RUNS OUT).
       300-MINIMIZE.
           MOVE "Y" TO SW-ROUND-CUT
           PERFORM UNTIL NOT ROUND-TOOK-A-CUT OR CALL-LIMIT-HIT
               MOVE "N" TO SW-ROUND-CUT
               MOVE "RECORDS" TO PHASE-NAME
               PERFORM 310-SHRINK-RECORDS
      *        ON A GRID DAY A ROUND THAT TOOK ANY CUT IS FOLLOWED BY
      *        ONE MORE: A COLUMN CUT CAN FREE RECORDS THE RECORD
      *        SWEEP HAD TO KEEP, AND THE OTHER WAY ROUND.  WITHOUT
      *        COLUMNS THE RECORD PHASE ALREADY ENDS ON A SWEEP OF
      *        SINGLE RECORDS THAT TOOK NO CUT.
               IF GRID-DAY AND NOT CALL-LIMIT-HIT
                   MOVE "COLUMNS" TO PHASE-NAME
                   PERFORM 330-SHRINK-COLUMNS
               ELSE
                   MOVE "N" TO SW-ROUND-CUT
               END-IF
           END-PERFORM
           IF CALL-LIMIT-HIT AND WORST-RC < 4
               DISPLAY "AOCMINI: MAXCALLS=" MAX-CALLS " REACHED --"
                   " OUTPUT MAY NOT BE MINIMAL"
               MOVE +4 TO WORST-RC
           END-IF.

       310-SHRINK-RECORDS.
           COMPUTE BLOCK-SIZE = (RECS-KEPT + 1) / 2
           PERFORM UNTIL BLOCK-SIZE < 1 OR CALL-LIMIT-HIT
               MOVE "N" TO SW-SWEEP-CUT
               MOVE +1 TO SCAN-POS
               PERFORM UNTIL SCAN-POS > REC-COUNT OR CALL-LIMIT-HIT
                   PERFORM 320-TRY-RECORD-BLOCK
               END-PERFORM
               IF SWEEP-TOOK-A-CUT
                   SET ROUND-TOOK-A-CUT TO TRUE
                   IF BLOCK-SIZE > RECS-KEPT
                       MOVE RECS-KEPT TO BLOCK-SIZE
                   END-IF
               ELSE
                   COMPUTE BLOCK-SIZE = BLOCK-SIZE / 2
               END-IF
           END-PERFORM.

      *    LEAVE OUT THE NEXT BLOCK-SIZE KEPT RECORDS FROM SCAN-POS
      *    ON.  SCAN-POS IS LEFT ON THE RECORD AFTER THE BLOCK.
       320-TRY-RECORD-BLOCK.
           MOVE +0 TO UNITS-MARKED MARK-FIRST MARK-LAST
           PERFORM VARYING UNIT-NDX FROM SCAN-POS BY 1
               UNTIL UNIT-NDX > REC-COUNT
                  OR UNITS-MARKED >= BLOCK-SIZE
               IF REC-KEEP (UNIT-NDX) = "Y"
                   MOVE "T" TO REC-KEEP (UNIT-NDX)
                   ADD +1 TO UNITS-MARKED
                   IF MARK-FIRST = 0
                       MOVE UNIT-NDX TO MARK-FIRST
                   END-IF
                   MOVE UNIT-NDX TO MARK-LAST
               END-IF
           END-PERFORM
           MOVE UNIT-NDX TO SCAN-POS
           IF UNITS-MARKED = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 400-TRY-CANDIDATE
           PERFORM VARYING UNIT-NDX FROM MARK-FIRST BY 1
               UNTIL UNIT-NDX > MARK-LAST
               IF REC-KEEP (UNIT-NDX) = "T"
                   IF SYMPTOM-SHOWN
                       MOVE "N" TO REC-KEEP (UNIT-NDX)
                   ELSE
                       MOVE "Y" TO REC-KEEP (UNIT-NDX)
                   END-IF
               END-IF
           END-PERFORM
           IF SYMPTOM-SHOWN
               SUBTRACT UNITS-MARKED FROM RECS-KEPT
               SET SWEEP-TOOK-A-CUT TO TRUE
           END-IF.

       330-SHRINK-COLUMNS.
           COMPUTE BLOCK-SIZE = (COLS-KEPT + 1) / 2
           PERFORM UNTIL BLOCK-SIZE < 1 OR CALL-LIMIT-HIT
               MOVE "N" TO SW-SWEEP-CUT
               MOVE +1 TO SCAN-POS
               PERFORM UNTIL SCAN-POS > COL-COUNT OR CALL-LIMIT-HIT
                   PERFORM 340-TRY-COLUMN-BLOCK
               END-PERFORM
               IF SWEEP-TOOK-A-CUT
                   SET ROUND-TOOK-A-CUT TO TRUE
                   IF BLOCK-SIZE > COLS-KEPT
                       MOVE COLS-KEPT TO BLOCK-SIZE
                   END-IF
               ELSE
                   COMPUTE BLOCK-SIZE = BLOCK-SIZE / 2
               END-IF
           END-PERFORM.

       340-TRY-COLUMN-BLOCK.
           MOVE +0 TO UNITS-MARKED MARK-FIRST MARK-LAST
           PERFORM VARYING UNIT-NDX FROM SCAN-POS BY 1
               UNTIL UNIT-NDX > COL-COUNT
                  OR UNITS-MARKED >= BLOCK-SIZE
               IF COL-KEEP (UNIT-NDX) = "Y"
                   MOVE "T" TO COL-KEEP (UNIT-NDX)
                   ADD +1 TO UNITS-MARKED
                   IF MARK-FIRST = 0
                       MOVE UNIT-NDX TO MARK-FIRST
                   END-IF
                   MOVE UNIT-NDX TO MARK-LAST
               END-IF
           END-PERFORM
           MOVE UNIT-NDX TO SCAN-POS
           IF UNITS-MARKED = 0
               EXIT PARAGRAPH
           END-IF
           SET COLUMNS-CUT TO TRUE
           PERFORM 400-TRY-CANDIDATE
           PERFORM VARYING UNIT-NDX FROM MARK-FIRST BY 1
               UNTIL UNIT-NDX > MARK-LAST
               IF COL-KEEP (UNIT-NDX) = "T"
                   IF SYMPTOM-SHOWN
                       MOVE "N" TO COL-KEEP (UNIT-NDX)
                   ELSE
                       MOVE "Y" TO COL-KEEP (UNIT-NDX)
                   END-IF
               END-IF
           END-PERFORM
           IF SYMPTOM-SHOWN
               SUBTRACT UNITS-MARKED FROM COLS-KEPT
               SET SWEEP-TOOK-A-CUT TO TRUE
           END-IF.

      *    WRITE THE CANDIDATE, CALL THE PROGRAM AGAINST IT, AND
      *    LOG WHAT IT SHOWED.  THE BASELINE COMES THROUGH HERE TOO,
      *    WITH NOTHING MARKED.
       400-TRY-CANDIDATE.
           SET TARGET-CANDIDATE TO TRUE
           PERFORM 600-COPY-KEPT-INPUT
           IF WORST-RC >= 8
               EXIT PARAGRAPH
           END-IF
           PERFORM 350-COUNT-REJECTS
           MOVE REJECT-TALLY TO REJECTS-BEFORE
           DISPLAY "AOCINPUT" UPON ENVIRONMENT-NAME
           DISPLAY WORK-DSN UPON ENVIRONMENT-VALUE
           ADD +1 TO CALLS-MADE
           MOVE 0 TO RETURN-CODE
           CALL MINI-PROGRAM USING CALL-PARM-AREA
               ON EXCEPTION
                   DISPLAY "PROGRAM " MINI-PROGRAM
                       " COULD NOT BE CALLED"
                   MOVE 16 TO RETURN-CODE
           END-CALL
      *    CAPTURE THE RC BEFORE ANY OTHER CALL OVERWRITES IT.
           MOVE RETURN-CODE TO CALL-RC
           CANCEL MINI-PROGRAM
           PERFORM 350-COUNT-REJECTS
           MOVE REJECT-TALLY TO REJECTS-AFTER
      *    REJWRITE OPENS OUTPUT ON ITS FIRST CALL OF THE RUN UNIT,
      *    SO THE DATASET MAY HAVE BEEN RESTARTED UNDER THIS CALL --
      *    THEN EVERYTHING ON IT IS THIS CALL'S.
           IF REJECTS-AFTER < REJECTS-BEFORE
               MOVE +0 TO REJECTS-BEFORE
           END-IF
           PERFORM 410-SCAN-NEW-REJECTS
           PERFORM 420-CHECK-SYMPTOM
           IF CALLS-MADE >= MAX-CALLS
               SET CALL-LIMIT-HIT TO TRUE
           END-IF
           PERFORM 450-LOG-CANDIDATE.

       350-COUNT-REJECTS.
           MOVE +0 TO REJECT-TALLY
           OPEN INPUT REJECT-FILE
           IF NOT REJ-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SW-REJ-EOF
           PERFORM UNTIL REJ-EOF
               READ REJECT-FILE
                   AT END SET REJ-EOF TO TRUE
                   NOT AT END
                       IF REJECT-RECORD NOT = SPACES
                           ADD +1 TO REJECT-TALLY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECT-FILE.

      *    LOOK THROUGH THIS CALL'S REJECTS ONLY (THOSE PAST
      *    REJECTS-BEFORE) FOR THE SYMPTOM'S REASON CODE, NOTING
      *    THE FIRST REASON WRITTEN FOR REASON=*.
       410-SCAN-NEW-REJECTS.
           MOVE "N" TO SW-REASON-SEEN
           MOVE SPACES TO FIRST-NEW-REASON
           IF NOT MATCH-ON-REASON OR REJECTS-AFTER = REJECTS-BEFORE
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO REJECT-TALLY
           OPEN INPUT REJECT-FILE
           IF NOT REJ-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SW-REJ-EOF
           PERFORM UNTIL REJ-EOF
               READ REJECT-FILE
                   AT END SET REJ-EOF TO TRUE
                   NOT AT END
                       IF REJECT-RECORD NOT = SPACES
                           ADD +1 TO REJECT-TALLY
                           IF REJECT-TALLY > REJECTS-BEFORE
                               PERFORM 415-NOTE-NEW-REJECT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECT-FILE.

       415-NOTE-NEW-REJECT.
           IF FIRST-NEW-REASON = SPACES
               MOVE REJ-REC-REASON TO FIRST-NEW-REASON
           END-IF
           IF REJ-REC-REASON = SYMPTOM-REASON
               SET REASON-SEEN TO TRUE
           END-IF.

       420-CHECK-SYMPTOM.
           MOVE "N" TO SW-SYMPTOM
           IF MATCH-ON-RC
               IF CALL-RC = SYMPTOM-RC
                   SET SYMPTOM-SHOWN TO TRUE
               END-IF
           ELSE
               IF REASON-SEEN
                   SET SYMPTOM-SHOWN TO TRUE
               END-IF
           END-IF.

      *    ONE LINE PER CANDIDATE:
      *    TRY NNNN PHASE   DROP FROM-TO (N) KEEP RECS X COLS
      *        RC= REJ= VERDICT
       450-LOG-CANDIDATE.
           MOVE CALLS-MADE TO CALL-EDIT
           MOVE MARK-FIRST TO FROM-EDIT
           MOVE MARK-LAST  TO TO-EDIT
           MOVE CALL-RC    TO RC-EDIT
           COMPUTE REJ-EDIT = REJECTS-AFTER - REJECTS-BEFORE
      *    THE SIZE SHOWN IS THE CANDIDATE'S -- THE KEPT COUNTS ARE
      *    ONLY REDUCED ONCE THE CUT IS TAKEN.
           MOVE RECS-KEPT TO RECS-EDIT
           MOVE COLS-KEPT TO COLS-EDIT
           IF PHASE-NAME = "RECORDS"
               SUBTRACT UNITS-MARKED FROM RECS-KEPT GIVING RECS-EDIT
           END-IF
           IF PHASE-NAME = "COLUMNS"
               SUBTRACT UNITS-MARKED FROM COLS-KEPT GIVING COLS-EDIT
           END-IF
           EVALUATE TRUE
               WHEN PHASE-NAME = "BASE"
                   MOVE "BASELINE" TO VERDICT-TEXT
               WHEN SYMPTOM-SHOWN
                   ADD +1 TO CUTS-KEPT
                   MOVE "SYMPTOM KEPT -- CUT" TO VERDICT-TEXT
               WHEN OTHER
                   MOVE "SYMPTOM LOST -- UNDONE" TO VERDICT-TEXT
           END-EVALUATE
           MOVE SPACES TO LOG-RECORD
           STRING "TRY " CALL-EDIT " " PHASE-NAME
               " DROP " FROM-EDIT "-" TO-EDIT
               " KEEP " RECS-EDIT " X " COLS-EDIT
               " RC=" RC-EDIT " REJ=" REJ-EDIT " " VERDICT-TEXT
               DELIMITED BY SIZE INTO LOG-RECORD
           END-STRING
           PERFORM 990-WRITE-LOG-LINE.

       500-WRITE-MINIMIZED.
           SET TARGET-MINIMIZED TO TRUE
           PERFORM 600-COPY-KEPT-INPUT.

      *    COPY THE ORIGINAL TO THE CANDIDATE OR THE MINIMIZED
      *    OUTPUT, KEEPING ONLY THE RECORDS FLAGGED Y AND, ONCE A
      *    COLUMN HAS BEEN TRIED, ONLY THE COLUMNS FLAGGED Y.
       600-COPY-KEPT-INPUT.
           OPEN INPUT BASE-FILE
           IF NOT BAS-FILE-OK
               DISPLAY "AOCMINBS INPUT " BASE-DSN
                   " OPEN FAILED, STATUS=" BAS-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           IF TARGET-CANDIDATE
               DISPLAY "AOCINPUT" UPON ENVIRONMENT-NAME
               DISPLAY WORK-DSN UPON ENVIRONMENT-VALUE
               OPEN OUTPUT CANDIDATE-FILE
               IF NOT CAN-FILE-OK
                   DISPLAY "AOCINPUT WORK DATASET " WORK-DSN
                       " OPEN FAILED, STATUS=" CAN-FILE-STATUS
                   CLOSE BASE-FILE
                   MOVE +8 TO WORST-RC
                   EXIT PARAGRAPH
               END-IF
           ELSE
               OPEN OUTPUT MINIMIZED-FILE
               IF NOT MIN-FILE-OK
                   DISPLAY "AOCMINOT OUTPUT OPEN FAILED, STATUS="
                       MIN-FILE-STATUS
                   CLOSE BASE-FILE
                   MOVE +8 TO WORST-RC
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE +0 TO REC-NDX
           MOVE "N" TO SW-BAS-EOF
           PERFORM UNTIL BAS-EOF
               READ BASE-FILE
                   AT END SET BAS-EOF TO TRUE
                   NOT AT END PERFORM 610-COPY-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE BASE-FILE
           IF TARGET-CANDIDATE
               CLOSE CANDIDATE-FILE
           ELSE
               CLOSE MINIMIZED-FILE
           END-IF.

       610-COPY-ONE-RECORD.
           ADD +1 TO REC-NDX
           IF REC-KEEP (REC-NDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF COLUMNS-CUT
               MOVE +0 TO OUT-LEN
               PERFORM VARYING COL-NDX FROM 1 BY 1
                   UNTIL COL-NDX > BAS-LINELEN
                   IF COL-KEEP (COL-NDX) = "Y"
                       ADD +1 TO OUT-LEN
                       MOVE BASE-RECORD (COL-NDX : 1)
                         TO OUT-LINE (OUT-LEN : 1)
                   END-IF
               END-PERFORM
           ELSE
               MOVE BAS-LINELEN TO OUT-LEN
               IF OUT-LEN > 0
                   MOVE BASE-RECORD (1 : OUT-LEN)
                     TO OUT-LINE (1 : OUT-LEN)
               END-IF
           END-IF
      *    A BLANK LINE IS CARRIED AS ONE SPACE, AS IN AOCNEGT.
           IF OUT-LEN < 1
               MOVE +1 TO OUT-LEN
               MOVE SPACE TO OUT-LINE (1 : 1)
           END-IF
           MOVE OUT-LEN TO CAN-LINELEN
           IF TARGET-CANDIDATE
               MOVE OUT-LINE (1 : OUT-LEN)
                 TO CANDIDATE-RECORD (1 : OUT-LEN)
               WRITE CANDIDATE-RECORD
           ELSE
               MOVE OUT-LINE (1 : OUT-LEN)
                 TO MINIMIZED-RECORD (1 : OUT-LEN)
               WRITE MINIMIZED-RECORD
           END-IF.

       800-WRITE-SUMMARY.
           MOVE SPACES TO LOG-RECORD
           MOVE REC-COUNT TO RECS-EDIT
           MOVE COL-COUNT TO COLS-EDIT
           STRING "ORIGINAL   " RECS-EDIT " RECORDS X " COLS-EDIT
               " COLUMNS"
               DELIMITED BY SIZE INTO LOG-RECORD
           END-STRING
           PERFORM 990-WRITE-LOG-LINE
           MOVE SPACES TO LOG-RECORD
           MOVE RECS-KEPT TO RECS-EDIT
           MOVE COLS-KEPT TO COLS-EDIT
           STRING "MINIMIZED  " RECS-EDIT " RECORDS X " COLS-EDIT
               " COLUMNS"
               DELIMITED BY SIZE INTO LOG-RECORD
           END-STRING
           PERFORM 990-WRITE-LOG-LINE
           MOVE SPACES TO LOG-RECORD
           MOVE CALLS-MADE TO COUNT-EDIT
           STRING "CALLS MADE " COUNT-EDIT
               DELIMITED BY SIZE INTO LOG-RECORD
           END-STRING
           PERFORM 990-WRITE-LOG-LINE
           MOVE SPACES TO LOG-RECORD
           MOVE CUTS-KEPT TO COUNT-EDIT
           STRING "CUTS KEPT  " COUNT-EDIT
               DELIMITED BY SIZE INTO LOG-RECORD
           END-STRING
           PERFORM 990-WRITE-LOG-LINE
           MOVE SPACES TO LOG-RECORD
           IF CALL-LIMIT-HIT
               MOVE "STOPPED AT MAXCALLS -- MAY NOT BE MINIMAL"
                 TO LOG-RECORD
           ELSE
               MOVE "MINIMAL -- NO SINGLE RECORD OR COLUMN CUT KEEPS"
                 & " THE SYMPTOM" TO LOG-RECORD
           END-IF
           PERFORM 990-WRITE-LOG-LINE
           DISPLAY "AOCMINI: " REC-COUNT " RECORDS CUT TO "
               RECS-KEPT ", " COL-COUNT " COLUMNS TO " COLS-KEPT
               " IN " CALLS-MADE " CALLS".

      *    OPENED EXTEND AND CLOSED PER LINE SO THE STEPS TRIED SO
      *    FAR ARE ON DISK IF A CANDIDATE ABENDS THE PROGRAM.
       990-WRITE-LOG-LINE.
           OPEN EXTEND LOG-FILE
           IF LOG-FILE-STATUS = "05" OR LOG-FILE-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF
           WRITE LOG-RECORD
           CLOSE LOG-FILE.
       END PROGRAM AOCMINI.
