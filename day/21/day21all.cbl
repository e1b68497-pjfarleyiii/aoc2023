      *                  TO HALF, HALF+SIZE, AND HALF+2*SIZE STEPS
      *                  AND THE QUADRATIC IS EXTRAPOLATED TO
      *                  STEPS2.  AN INPUT WITHOUT THAT GEOMETRY
      *                  (THE PUBLISHED SAMPLE, ANY OFF-CENTER OR
      *                  OBLONG MAP, A STEP COUNT OFF THE RING
      *                  BOUNDARY) IS ANSWERED BY THE GENERAL
      *                  METHOD INSTEAD: A BREADTH-FIRST WALK OVER
      *                  THE REPEATING MAP ITSELF, ONE DISTANCE
      *                  LEVEL AT A TIME.  A PLOT IS REACHABLE IN
      *                  EXACTLY STEPS2 STEPS WHEN ITS SHORTEST
      *                  DISTANCE IS NO MORE THAN STEPS2 AND HAS
      *                  THE SAME PARITY (THE ELF CAN ALWAYS STEP
      *                  BACK AND FORTH), SO THE ANSWER IS THE SUM
      *                  OF THE MATCHING-PARITY LEVEL SIZES.  THE
      *                  GARDEN GRID IS BIPARTITE, SO EACH NEW LEVEL
      *                  IS JUST THE NEIGHBORS OF THE CURRENT ONE
      *                  THAT WERE NOT IN THE PREVIOUS ONE -- ONLY
      *                  THREE LEVELS ARE EVER HELD, WHATEVER
      *                  STEPS2 IS.  THE WORK GROWS AS STEPS2
      *                  SQUARED, SO THE GENERAL METHOD HONORS THE
      *                  SHOP ITERATION-BUDGET CONVENTION: BUDGET=N
      *                  CAPS THE PLOTS EXPANDED, AND A BUDGET STOP
      *                  KEEPS THE PARTIAL COUNT AND ENDS RC=4.  THE
      *                  METHOD THAT PRODUCED PART 2 IS DISPLAYED.
      *    THE OPTIONAL AOCSTMAP DATASET IS A STEP-DISTANCE MAP OF
      *    THE SINGLE GARDEN, ONE LINE PER MAP ROW AND ONE BYTE PER
      *    PLOT, SO IT OVERLAYS THE INPUT EXACTLY: EACH PLOT'S
      *    MINIMUM DISTANCE FROM S IS BUCKETED INTO A LETTER --
      *    UPPER CASE WHEN THE DISTANCE IS EVEN, LOWER CASE WHEN IT
      *    IS ODD (THE STEP PARITY THE PLOT IS REACHABLE AT) -- A
      *    THROUGH Z NEAREST TO FARTHEST.  ROCKS STAY #, PLOTS S
      *    CANNOT REACH AT ALL ARE ?.  THE BUCKET WIDTH IS PRINTED
      *    WITH THE LEGEND ON SYSOUT.  THE DIAMOND THE RING METHOD
      *    RELIES ON SHOWS UP AS BANDS OF LETTERS.
      *    PART 2'S RING COUNT RUNS TO SIX DIGITS AND THE ANSWER
      *    PAST FIFTEEN, WHICH IS WHY THIS PROGRAM LEANS ON THE
      *    WIDE S9(18) ARITHMETIC THROUGHOUT.  SUITE WIRING AS
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    STEP-MAP-FILE IS THE OPTIONAL STEP-DISTANCE MAP -- ABSENT
      *    DD MEANS NO MAP, NEVER AN ERROR.
           SELECT STEP-MAP-FILE
              ASSIGN TO AOCSTMAP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STMAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-MAP-FILE
           RECORD VARYING 1 TO 1024 DEPENDING ON STMAP-LEN
           RECORDING MODE V.
       01  STEP-MAP-RECORD       PIC X(1024).

       WORKING-STORAGE SECTION.
      *    SHARED GRID LOADER CALL AREA (DAY/COMMON/GRIDLOAD.CBL).
       01  GRID-LOAD-AREA.
           05  TILE-ROW          PIC S9(8) COMP-5 VALUE +0.
           05  SW-PART2-OK       PIC  X(01) VALUE "N".
               88 PART2-GEOMETRY-OK         VALUE "Y".
           05  PART2-METHOD      PIC  X(24) VALUE SPACES.

      *    THE GENERAL METHOD'S THREE ROTATING DISTANCE LEVELS --
      *    PREVIOUS, CURRENT, NEXT.  EACH LEVEL IS A LIST OF PLOT
      *    OFFSETS FROM S ON THE REPEATING MAP PLUS AN OPEN-
      *    ADDRESSED HASH OVER THAT LIST (SLOT = LIST ENTRY NUMBER,
      *    ZERO = EMPTY); EACH ENTRY REMEMBERS ITS SLOT SO A LEVEL
      *    IS CLEARED BY ITS OWN ENTRIES, NOT A FULL SWEEP.
       01  WALK-LIMITS.
           05  FRONT-LIM         PIC S9(8) COMP-5 VALUE +16384.
           05  HASH-LIM          PIC S9(8) COMP-5 VALUE +32768.
       01  WALK-LEVEL-TABLE.
           05  WALK-LEVEL-ENTRY  OCCURS 3 TIMES.
               10  FRONT-CNT     PIC S9(8) COMP-5.
               10  FRONT-CELL    OCCURS 16384 TIMES.
                   15  FRONT-ROW PIC S9(18) COMP-5.
                   15  FRONT-COL PIC S9(18) COMP-5.
                   15  FRONT-SLOT PIC S9(8) COMP-5.
               10  FRONT-HASH    PIC S9(8) COMP-5
                                 OCCURS 32768 TIMES.
       01  WALK-VARIABLES.
           05  LVL-PREV          PIC S9(4) COMP-5 VALUE +1.
           05  LVL-CUR           PIC S9(4) COMP-5 VALUE +2.
           05  LVL-NEXT          PIC S9(4) COMP-5 VALUE +3.
           05  LVL-SWAP          PIC S9(4) COMP-5 VALUE +0.
           05  LVL-PROBE         PIC S9(4) COMP-5 VALUE +0.
           05  WALK-LEVEL        PIC S9(18) COMP-5 VALUE +0.
           05  WALK-PARITY       PIC S9(4) COMP-5 VALUE +0.
           05  WALK-COUNT        PIC S9(18) COMP-5 VALUE +0.
           05  FRONT-NDX         PIC S9(8) COMP-5 VALUE +0.
           05  HASH-NDX          PIC S9(8) COMP-5 VALUE +0.
           05  SS-ENTRY          PIC S9(8) COMP-5 VALUE +0.
           05  NB-ROW            PIC S9(18) COMP-5 VALUE +0.
           05  NB-COL            PIC S9(18) COMP-5 VALUE +0.
           05  NB-BASE-ROW       PIC S9(8) COMP-5 VALUE +0.
           05  NB-BASE-COL       PIC S9(8) COMP-5 VALUE +0.
           05  SW-PROBE-HIT      PIC  X(01) VALUE "N".
               88 PROBE-HIT                 VALUE "Y".
           05  SW-WALK-STOP      PIC  X(01) VALUE "N".
               88 WALK-STOPPED              VALUE "Y".
           05  SW-FRONT-FULL     PIC  X(01) VALUE "N".
               88 FRONT-FULL                VALUE "Y".

      *    THE STEP-DISTANCE MAP.  DIST-CELL IS THE STEP AT WHICH
      *    THE PARITY SWEEP FIRST REACHED THE PLOT (-1 = NOT YET).
       01  STEP-MAP-CONTROLS.
           05  STMAP-FILE-STATUS PIC  X(02) VALUE SPACES.
               88 STMAP-FILE-OK             VALUE "00".
           05  STMAP-LEN         PIC  9(8) BINARY VALUE 0.
           05  STMAP-MAX-DIST    PIC S9(8) COMP-5 VALUE +0.
           05  STMAP-WIDTH       PIC S9(8) COMP-5 VALUE +1.
           05  STMAP-BUCKET      PIC S9(8) COMP-5 VALUE +0.
           05  STMAP-NEW-CNT     PIC S9(8) COMP-5 VALUE +0.
           05  STMAP-IDLE        PIC S9(4) COMP-5 VALUE +0.
           05  STMAP-UNREACHED   PIC S9(8) COMP-5 VALUE +0.
           05  STMAP-EVEN-CHARS  PIC  X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05  STMAP-ODD-CHARS   PIC  X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  DIST-TABLE.
           05  DIST-ROW          OCCURS 1024 TIMES.
               10  DIST-CELL     PIC S9(8) COMP-5 OCCURS 1024 TIMES.

      *    ITERATION BUDGET -- BUDGET=N CAPS THE PLOTS THE GENERAL
      *    METHOD MAY EXPAND (ZERO = NO CAP).
       01  BUDGET-CONTROLS.
           05  WALK-BUDGET       PIC S9(18) COMP-5 VALUE +0.
           05  WALK-EXPANSIONS   PIC S9(18) COMP-5 VALUE +0.
           05  SW-BUDGET-STOP    PIC  X(01) VALUE "N".
               88 BUDGET-STOPPED            VALUE "Y".

       01  STEP-PARMS.
           05  STEPS-WANTED      PIC S9(18) COMP-5 VALUE +64.
           05  PP-VALID-KEYS.
               10  FILLER        PIC X(12) VALUE "STEPS".
               10  FILLER        PIC X(12) VALUE "STEPS2".
               10  FILLER        PIC X(12) VALUE "BUDGET".
               10  FILLER        PIC X(12) VALUE SPACES.
               10  FILLER        PIC X(12) VALUE SPACES.
               10  FILLER        PIC X(12) VALUE SPACES.
           PERFORM 000-HOUSEKEEPING
           IF RETURN-CODE < 8 AND NOT VALIDATE-ONLY
               PERFORM 300-RUN-PART-1
               PERFORM 700-WRITE-STEP-MAP
               PERFORM 400-RUN-PART-2
           END-IF
           PERFORM 900-WRAP-UP
      *    EVERY CALL COPIES THE CALLED PROGRAM'S RETURN-CODE BACK
      *    OVER THIS ONE'S, SO THE BUDGET-STOP AND FULL-FRONTIER
      *    SEVERITIES ARE RE-ASSERTED HERE, AFTER THE LAST CALL.
           IF BUDGET-STOPPED AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF FRONT-FULL AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       000-HOUSEKEEPING.
                   IF PG-FOUND = "Y" AND PG-VAL-NUM > 0
                       MOVE PG-VAL-NUM TO STEPS2-WANTED
                   END-IF
                   MOVE "BUDGET" TO PG-KEY
                   CALL "PARMGETK" USING PP-RESULT, PG-KEY,
                       PG-FOUND, PG-VAL-TEXT, PG-VAL-NUM
                   IF PG-FOUND = "Y" AND PG-VAL-NUM > 0
                       MOVE PG-VAL-NUM TO WALK-BUDGET
                       DISPLAY "WALK BUDGET IN EFFECT: "
                           WALK-BUDGET
                   END-IF
               END-IF
           END-IF
           CALL "GRIDLOAD" USING GRID-PTR, GRID-MODE, GRID-ROWS,
           PERFORM 500-SIMULATE-WALK
           MOVE REACH-COUNT TO PART1-VALUE.

      *    THE RING METHOD ONLY MAKES SENSE ON THE REAL INPUT'S
      *    GEOMETRY: SQUARE MAP, S DEAD CENTER WITH ITS ROW AND
      *    COLUMN CLEAR OF ROCKS (THE OPEN LANES THAT MAKE THE
      *    GROWTH QUADRATIC), AND THE STEP TARGET LANDING
      *    EXACTLY ON A FULL-MAP RING BOUNDARY.  THE MAP IS
      *    TILED FIVE BY FIVE AND THE THREE RING SAMPLES FIT A
      *    QUADRATIC.  ANY OTHER GARDEN GOES TO THE GENERAL WALK.
       400-RUN-PART-2.
           MOVE "N" TO SW-PART2-OK
           COMPUTE HALF-SPAN = (BASE-ROWS - 1) / 2
              AND FUNCTION MOD (STEPS2-WANTED - HALF-SPAN,
                  BASE-ROWS) = 0
               MOVE "Y" TO SW-PART2-OK
               MOVE +0 TO ROW-TALLY
               INSPECT MAP-ROW (START-ROW) (1 : BASE-COLS)
                   TALLYING ROW-TALLY FOR ALL "#"
               PERFORM VARYING ROW-NDX FROM 1 BY 1
                   UNTIL ROW-NDX > BASE-ROWS
                   IF MAP-ROW (ROW-NDX) (START-COL : 1) = "#"
                       ADD +1 TO ROW-TALLY
                   END-IF
               END-PERFORM
               IF ROW-TALLY > 0
                   MOVE "N" TO SW-PART2-OK
               END-IF
           END-IF
           IF NOT PART2-GEOMETRY-OK
               MOVE "GENERAL WALK" TO PART2-METHOD
               DISPLAY "PART 2 METHOD: GENERAL WALK -- INPUT LACKS"
                   " THE RING GEOMETRY"
               PERFORM 600-GENERAL-WALK
               EXIT PARAGRAPH
           END-IF
           MOVE "QUADRATIC RINGS" TO PART2-METHOD
           DISPLAY "PART 2 METHOD: QUADRATIC RING EXTRAPOLATION"
           PERFORM 450-BUILD-TILED-MAP
           COMPUTE SIM-ROWS = BASE-ROWS * 5
           COMPUTE SIM-COLS = BASE-COLS * 5
               ADD ROW-TALLY TO REACH-COUNT
           END-PERFORM.

      *    THE GENERAL METHOD.  LEVEL 0 IS S ITSELF; EACH PASS
      *    BUILDS LEVEL D+1 FROM LEVEL D, ADDING ITS SIZE TO THE
      *    COUNT WHEN ITS PARITY MATCHES STEPS2.  A LEVEL THAT
      *    COMES UP EMPTY MEANS S IS WALLED IN AND THE COUNT CAN
      *    NO LONGER CHANGE.
       600-GENERAL-WALK.
           INITIALIZE WALK-LEVEL-TABLE
           MOVE +1 TO LVL-PREV
           MOVE +2 TO LVL-CUR
           MOVE +3 TO LVL-NEXT
           MOVE "N" TO SW-WALK-STOP SW-FRONT-FULL SW-BUDGET-STOP
           MOVE +0 TO WALK-EXPANSIONS WALK-COUNT
           COMPUTE WALK-PARITY = FUNCTION MOD (STEPS2-WANTED, 2)
           MOVE +0 TO NB-ROW NB-COL
           MOVE LVL-CUR TO LVL-PROBE
           PERFORM 680-PROBE-LEVEL
           PERFORM 690-ADD-TO-LEVEL
           IF WALK-PARITY = 0
               ADD +1 TO WALK-COUNT
           END-IF
           PERFORM VARYING WALK-LEVEL FROM 1 BY 1
               UNTIL WALK-LEVEL > STEPS2-WANTED OR WALK-STOPPED
               PERFORM 650-BUILD-NEXT-LEVEL
               IF FUNCTION MOD (WALK-LEVEL, 2) = WALK-PARITY
                   ADD FRONT-CNT (LVL-NEXT) TO WALK-COUNT
               END-IF
               MOVE LVL-PREV TO LVL-SWAP
               MOVE LVL-CUR  TO LVL-PREV
               MOVE LVL-NEXT TO LVL-CUR
               MOVE LVL-SWAP TO LVL-NEXT
               IF FRONT-CNT (LVL-CUR) = 0
                   SET WALK-STOPPED TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN FRONT-FULL
                   DISPLAY "WALK LEVEL TABLE FULL, LIMIT=" FRONT-LIM
                       " -- PART 2 LOGGED 0"
                   MOVE +0 TO PART2-VALUE
                   MOVE 8 TO RETURN-CODE
               WHEN BUDGET-STOPPED
                   DISPLAY "WALK BUDGET OF " WALK-BUDGET
                       " EXHAUSTED AT STEP " WALK-LEVEL
                       " -- PARTIAL RESULT KEPT"
                   MOVE WALK-COUNT TO PART2-VALUE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE WALK-COUNT TO PART2-VALUE
           END-EVALUATE
           COMPUTE WALK-LEVEL = WALK-LEVEL - 1
           DISPLAY "PART 2 WALK LEVELS=" WALK-LEVEL
               " PLOTS EXPANDED=" WALK-EXPANSIONS.

      *    EMPTY THE OLDEST LEVEL (IT BECOMES THE NEW NEXT) AND FILL
      *    IT WITH THE UNSEEN NEIGHBORS OF THE CURRENT LEVEL.
       650-BUILD-NEXT-LEVEL.
           PERFORM VARYING FRONT-NDX FROM 1 BY 1
               UNTIL FRONT-NDX > FRONT-CNT (LVL-NEXT)
               MOVE +0 TO FRONT-HASH (LVL-NEXT,
                   FRONT-SLOT (LVL-NEXT, FRONT-NDX))
           END-PERFORM
           MOVE +0 TO FRONT-CNT (LVL-NEXT)
           PERFORM VARYING FRONT-NDX FROM 1 BY 1
               UNTIL FRONT-NDX > FRONT-CNT (LVL-CUR) OR WALK-STOPPED
               ADD +1 TO WALK-EXPANSIONS
               IF WALK-BUDGET > 0 AND WALK-EXPANSIONS > WALK-BUDGET
                   SET BUDGET-STOPPED TO TRUE
                   SET WALK-STOPPED TO TRUE
                   EXIT PERFORM
               END-IF
               COMPUTE NB-ROW = FRONT-ROW (LVL-CUR, FRONT-NDX) - 1
               MOVE FRONT-COL (LVL-CUR, FRONT-NDX) TO NB-COL
               PERFORM 670-TRY-NEIGHBOR
               COMPUTE NB-ROW = FRONT-ROW (LVL-CUR, FRONT-NDX) + 1
               PERFORM 670-TRY-NEIGHBOR
               MOVE FRONT-ROW (LVL-CUR, FRONT-NDX) TO NB-ROW
               COMPUTE NB-COL = FRONT-COL (LVL-CUR, FRONT-NDX) - 1
               PERFORM 670-TRY-NEIGHBOR
               COMPUTE NB-COL = FRONT-COL (LVL-CUR, FRONT-NDX) + 1
               PERFORM 670-TRY-NEIGHBOR
           END-PERFORM.

      *    A NEIGHBOR JOINS THE NEXT LEVEL UNLESS IT IS A ROCK ON
      *    THE REPEATING MAP, WAS IN THE PREVIOUS LEVEL, OR IS
      *    ALREADY IN THE NEXT ONE.
       670-TRY-NEIGHBOR.
           IF WALK-STOPPED
               EXIT PARAGRAPH
           END-IF
           COMPUTE NB-BASE-ROW = FUNCTION MOD
               (START-ROW - 1 + NB-ROW, BASE-ROWS) + 1
           COMPUTE NB-BASE-COL = FUNCTION MOD
               (START-COL - 1 + NB-COL, BASE-COLS) + 1
           IF MAP-ROW (NB-BASE-ROW) (NB-BASE-COL : 1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE LVL-PREV TO LVL-PROBE
           PERFORM 680-PROBE-LEVEL
           IF PROBE-HIT
               EXIT PARAGRAPH
           END-IF
           MOVE LVL-NEXT TO LVL-PROBE
           PERFORM 680-PROBE-LEVEL
           IF PROBE-HIT
               EXIT PARAGRAPH
           END-IF
           IF FRONT-CNT (LVL-NEXT) >= FRONT-LIM
               SET FRONT-FULL TO TRUE
               SET WALK-STOPPED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 690-ADD-TO-LEVEL.

      *    LINEAR PROBE OF LEVEL LVL-PROBE FOR NB-ROW/NB-COL.  ON A
      *    MISS HASH-NDX IS LEFT ON THE EMPTY SLOT THE PLOT WOULD
      *    GO IN.
       680-PROBE-LEVEL.
           MOVE "N" TO SW-PROBE-HIT
           COMPUTE HASH-NDX = FUNCTION MOD
               (NB-ROW * 92821 + NB-COL, HASH-LIM) + 1
           PERFORM UNTIL FRONT-HASH (LVL-PROBE, HASH-NDX) = 0
               MOVE FRONT-HASH (LVL-PROBE, HASH-NDX) TO SS-ENTRY
               IF FRONT-ROW (LVL-PROBE, SS-ENTRY) = NB-ROW
                  AND FRONT-COL (LVL-PROBE, SS-ENTRY) = NB-COL
                   SET PROBE-HIT TO TRUE
                   EXIT PERFORM
               END-IF
               IF HASH-NDX >= HASH-LIM
                   MOVE +1 TO HASH-NDX
               ELSE
                   ADD +1 TO HASH-NDX
               END-IF
           END-PERFORM.

      *    PLACE NB-ROW/NB-COL IN LEVEL LVL-PROBE AT THE SLOT THE
      *    MISSED PROBE LEFT IN HASH-NDX.
       690-ADD-TO-LEVEL.
           ADD +1 TO FRONT-CNT (LVL-PROBE)
           MOVE FRONT-CNT (LVL-PROBE) TO SS-ENTRY
           MOVE NB-ROW   TO FRONT-ROW (LVL-PROBE, SS-ENTRY)
           MOVE NB-COL   TO FRONT-COL (LVL-PROBE, SS-ENTRY)
           MOVE HASH-NDX TO FRONT-SLOT (LVL-PROBE, SS-ENTRY)
           MOVE SS-ENTRY TO FRONT-HASH (LVL-PROBE, HASH-NDX).

      *    THE STEP-DISTANCE MAP: SWEEP THE SINGLE MAP FROM S UNTIL
      *    TWO STEPS RUNNING ADD NO NEW PLOT (ONE EACH PARITY),
      *    NOTING THE STEP EACH PLOT FIRST TURNS UP ON -- THAT IS
      *    ITS MINIMUM DISTANCE -- THEN BUCKET AND WRITE.
       700-WRITE-STEP-MAP.
           OPEN OUTPUT STEP-MAP-FILE
           IF NOT STMAP-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE BASE-ROWS TO SIM-ROWS
           MOVE BASE-COLS TO SIM-COLS
           PERFORM VARYING ROW-NDX FROM 1 BY 1
               UNTIL ROW-NDX > SIM-ROWS
               MOVE SPACES TO CUR-ROW (ROW-NDX)
               PERFORM VARYING COL-NDX FROM 1 BY 1
                   UNTIL COL-NDX > SIM-COLS
                   MOVE -1 TO DIST-CELL (ROW-NDX, COL-NDX)
               END-PERFORM
           END-PERFORM
           MOVE "Y" TO CUR-ROW (START-ROW) (START-COL : 1)
           MOVE +0 TO DIST-CELL (START-ROW, START-COL)
                      STMAP-MAX-DIST STMAP-IDLE STEP-NDX
           PERFORM UNTIL STMAP-IDLE >= 2
               ADD +1 TO STEP-NDX
               PERFORM 550-TAKE-ONE-STEP
               PERFORM 720-NOTE-NEW-PLOTS
               IF STMAP-NEW-CNT = 0
                   ADD +1 TO STMAP-IDLE
               ELSE
                   MOVE +0 TO STMAP-IDLE
                   MOVE STEP-NDX TO STMAP-MAX-DIST
               END-IF
           END-PERFORM
           COMPUTE STMAP-WIDTH = STMAP-MAX-DIST / 26 + 1
           MOVE +0 TO STMAP-UNREACHED
           PERFORM VARYING ROW-NDX FROM 1 BY 1
               UNTIL ROW-NDX > BASE-ROWS
               PERFORM 740-WRITE-ONE-MAP-ROW
           END-PERFORM
           CLOSE STEP-MAP-FILE
           DISPLAY "STEP MAP WRITTEN: " BASE-ROWS " ROWS, MAX"
               " DISTANCE " STMAP-MAX-DIST ", " STMAP-WIDTH
               " STEPS PER LETTER"
           DISPLAY "STEP MAP LEGEND: A-Z EVEN DISTANCE, a-z ODD,"
               " NEAREST FIRST; # ROCK; ? UNREACHABLE ("
               STMAP-UNREACHED " PLOTS)".

       720-NOTE-NEW-PLOTS.
           MOVE +0 TO STMAP-NEW-CNT
           PERFORM VARYING ROW-NDX FROM 1 BY 1
               UNTIL ROW-NDX > SIM-ROWS
               PERFORM VARYING COL-NDX FROM 1 BY 1
                   UNTIL COL-NDX > SIM-COLS
                   IF CUR-ROW (ROW-NDX) (COL-NDX : 1) = "Y"
                      AND DIST-CELL (ROW-NDX, COL-NDX) < 0
                       MOVE STEP-NDX TO DIST-CELL (ROW-NDX, COL-NDX)
                       ADD +1 TO STMAP-NEW-CNT
                   END-IF
               END-PERFORM
           END-PERFORM.

       740-WRITE-ONE-MAP-ROW.
           MOVE SPACES TO STEP-MAP-RECORD
           PERFORM VARYING COL-NDX FROM 1 BY 1
               UNTIL COL-NDX > BASE-COLS
               EVALUATE TRUE
                   WHEN MAP-ROW (ROW-NDX) (COL-NDX : 1) = "#"
                       MOVE "#" TO STEP-MAP-RECORD (COL-NDX : 1)
                   WHEN DIST-CELL (ROW-NDX, COL-NDX) < 0
                       MOVE "?" TO STEP-MAP-RECORD (COL-NDX : 1)
                       ADD +1 TO STMAP-UNREACHED
                   WHEN OTHER
                       COMPUTE STMAP-BUCKET =
                           DIST-CELL (ROW-NDX, COL-NDX) / STMAP-WIDTH
                           + 1
                       IF FUNCTION MOD
                            (DIST-CELL (ROW-NDX, COL-NDX), 2) = 0
                           MOVE STMAP-EVEN-CHARS (STMAP-BUCKET : 1)
                             TO STEP-MAP-RECORD (COL-NDX : 1)
                       ELSE
                           MOVE STMAP-ODD-CHARS (STMAP-BUCKET : 1)
                             TO STEP-MAP-RECORD (COL-NDX : 1)
                       END-IF
               END-EVALUATE
           END-PERFORM
           MOVE BASE-COLS TO STMAP-LEN
           WRITE STEP-MAP-RECORD.

       900-WRAP-UP.
      *    A FULL FRONTIER IS SETTLED BEFORE THE STOP IS JOURNALED
      *    AND BEFORE EACH ANSWER IS LOGGED, SO THE JOURNAL, THE
      *    ARCHIVE RECORDS AND THE STEP ALL CARRY RC 8.
           IF FRONT-FULL AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "STOP"  TO RUNLOG-EVENT
           MOVE RETURN-CODE TO RUNLOG-RC
           CALL "RUNLOG" USING RUNLOG-EVENT, ANSWR-PROGRAM,
                   " VALIDATED, NO ANSWERS LOGGED"
           ELSE
               DISPLAY "PART1=" PART1-VALUE
               DISPLAY "PART2=" PART2-VALUE " BY " PART2-METHOD
               IF BUDGET-STOPPED
                   DISPLAY "RESULTS ARE PARTIAL -- THE WALK BUDGET"
                       " STOPPED PART 2"
               END-IF
               MOVE "DAY 21 PART 1" TO ANSWR-LABEL
               MOVE PART1-VALUE TO ANSWR-VALUE
               IF FRONT-FULL AND RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE RETURN-CODE TO ANSWR-RC
               CALL "ANSWRLOG" USING ANSWR-LABEL, ANSWR-VALUE,
                   ANSWR-PROGRAM, ANSWR-RC
               MOVE "DAY 21 PART 2" TO ANSWR-LABEL
               MOVE PART2-VALUE TO ANSWR-VALUE
               IF FRONT-FULL AND RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE RETURN-CODE TO ANSWR-RC
               CALL "ANSWRLOG" USING ANSWR-LABEL, ANSWR-VALUE,
                   ANSWR-PROGRAM, ANSWR-RC
