      *    SUITE WIRING AS EVERY DAY PROGRAM: AOCINPUT/AOCOVRD,
      *    TOKENIZE/NUMPARSE FOR THE PARSE, REJWRITE FOR MALFORMED
      *    BRICK LINES (RC=4), ANSWRLOG/RUNLOG, VALIDATE=Y.
      *    TWO OPTIONAL OUTPUTS GIVE THE LOAD-BEARING VIEW BEHIND
      *    THE PART 2 TOTAL (ABSENT DD MEANS NO OUTPUT):
      *        AOCBRKRP -- THE 100 BRICKS WHOSE REMOVAL DROPS THE
      *                    MOST OTHERS, RANKED, EACH WITH ITS AT-REST
      *                    COORDINATES, ITS SUPPORTERS, AND THE
      *                    BRICKS IT SUPPORTS.
      *    BRICK NUMBERS ON EVERY OUTPUT ARE THE BRICK'S INPUT LINE
      *    NUMBER, THE SAME ID THE SCENARIO MODE BELOW TAKES.
      *        AOCBRKGR -- THE SUPPORT GRAPH, ONE 40-BYTE RECORD PER
      *                    SUPPORTER-TO-SUPPORTED EDGE:
      *                    COL  1- 5  SUPPORTER BRICK NUMBER
      *                    COL  7-11  SUPPORTED BRICK NUMBER
      *                    COL 13     Y = SOLE SUPPORTER (THE
      *                               SUPPORTED BRICK FALLS IF THIS
      *                               ONE GOES), N = SHARED
      *                    COL 15-16  SUPPORTERS OF THE SUPPORTED
      *                               BRICK
      *                    COL 18-26  CONTACT LEVEL (THE SUPPORTED
      *                               BRICK'S AT-REST LOWEST Z)
      *                    COL 28-36  CHAIN FALLS IF THE SUPPORTER
      *                               IS REMOVED
      *    WHAT-IF MODE -- WHEN THE OPTIONAL AOCSCENR DD IS PRESENT
      *    EACH OF ITS RECORDS IS A SCENARIO: A LIST OF BRICK INPUT
      *    LINE NUMBERS, SEPARATED BY COMMAS OR BLANKS, TO REMOVE
      *    TOGETHER (* IN COLUMN 1 IS A COMMENT).  AFTER THE NORMAL
      *    RUN EACH SCENARIO'S COMBINED CHAIN REACTION IS RUN AND
      *    THE FALL COUNT AND THE FALLEN BRICKS ARE WRITTEN TO
      *    AOCSCNRP (TO SYSOUT WHEN THAT DD IS ABSENT).  A SCENARIO
      *    NAMING A LINE THAT IS NOT A BRICK IN THE SNAPSHOT, OR
      *    CARRYING ANYTHING BUT NUMBERS, IS REJECTED THROUGH
      *    REJWRITE (CODE SBRK/MSCN, RC=4) AND NOT RUN.
      *    A RUN RESUMED FROM A CHECKPOINT NEVER SAW THE EARLIER
      *    BRICKS' CHAIN COUNTS, SO WHEN EITHER OUTPUT IS WANTED
      *    THOSE BRICKS ARE RE-SWEPT FOR THE REPORT ONLY -- THE
      *    ANSWERS STILL COME FROM THE CHECKPOINTED TOTALS.
      *    SLICED EXECUTION -- PARM SLICE=K/N (1 <= K <= N <= 99,
      *    PARSED BY PARMPARS) SWEEPS ONLY BRICKS K, K+N, K+2N ... OF
      *    THE SETTLED SNAPSHOT, SO THE SWEEP CAN BE SPREAD OVER N
      *    JOBS.  EVERY SLICE STILL LOADS AND SETTLES THE WHOLE
      *    SNAPSHOT (THE SWEEP NEEDS ALL OF IT), AND INSTEAD OF
      *    LOGGING ANSWERS WRITES TWO PARTIAL-RESULT RECORDS TO THE
      *    AOCSLICE DD -- ITS SAFE-BRICK COUNT AND ITS CHAIN-FALL
      *    TOTAL, BOTH SUM-COMBINED.  THE AOCSLCMB COMBINER PROVES
      *    EVERY BRICK WAS SWEPT EXACTLY ONCE ACROSS THE N PARTIALS
      *    AND LOGS THE REAL ANSWERS.  A SLICE CHECKPOINTS UNDER ITS
      *    OWN NAME (D22SKKNN), AND WRITES NEITHER THE LOAD-BEARING
      *    OUTPUTS NOR THE WHAT-IF SCENARIOS -- THOSE NEED EVERY
      *    BRICK'S CHAIN, SO THEY BELONG TO AN UNSLICED RUN.  THE
      *    PARTIAL-RESULT RECORD, AS AOCSLCMB READS IT:
      *        COL  1- 8  PROGRAM-ID
      *        COL 10-29  ANSWER LABEL THE COMBINED VALUE LOGS UNDER
      *        COL 31-35  SLICE K/N
      *        COL 37     COMBINE BY S = SUM, M = MAXIMUM, E = EVERY
      *                   SLICE WORKS THE WHOLE ANSWER (MUST AGREE)
      *        COL 39     C = SLICE COMPLETE, B = BUDGET-STOPPED
      *        COL 41-49  UNITS IN THE WHOLE RUN
      *        COL 51-59  UNITS THIS SLICE COVERED
      *        COL 61-78  PARTIAL VALUE
      *        COL 80-95  COMPILE STAMP OF THE PROGRAM THAT RAN IT
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
              ASSIGN TO AOCOVRD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OVR-FILE-STATUS.
           SELECT RANK-REPORT-FILE
              ASSIGN TO AOCBRKRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RANK-FILE-STATUS.
           SELECT GRAPH-EXTRACT-FILE
              ASSIGN TO AOCBRKGR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GRAPH-FILE-STATUS.
           SELECT SCENARIO-FILE
              ASSIGN TO AOCSCENR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SCN-FILE-STATUS.
           SELECT SCENARIO-REPORT-FILE
              ASSIGN TO AOCSCNRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SCNRP-FILE-STATUS.
           SELECT SLICE-FILE
              ASSIGN TO AOCSLICE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SLC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  OVERRIDE-FIELDS.
           05  OVR-LINEINPUT     PIC X(32756).

       FD  RANK-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RANK-REPORT-RECORD    PIC X(132).

       FD  GRAPH-EXTRACT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  GRAPH-EXTRACT-RECORD.
           05  GX-SUPPORTER      PIC 9(05).
           05  FILLER            PIC X(01).
           05  GX-SUPPORTED      PIC 9(05).
           05  FILLER            PIC X(01).
           05  GX-SOLE           PIC X(01).
           05  FILLER            PIC X(01).
           05  GX-SUP-CNT        PIC 9(02).
           05  FILLER            PIC X(01).
           05  GX-CONTACT-Z      PIC 9(09).
           05  FILLER            PIC X(01).
           05  GX-FALLS          PIC 9(09).
           05  FILLER            PIC X(04).

       FD  SCENARIO-FILE
           RECORD VARYING 1 TO 256 DEPENDING ON SCN-LINELEN
           RECORDING MODE V.
       01  SCENARIO-RECORD       PIC X(256).

       FD  SCENARIO-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  SCENARIO-REPORT-RECORD PIC X(132).

       FD  SLICE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  SLICE-RECORD          PIC X(100).

       WORKING-STORAGE SECTION.
       01  INPUT-FILE-VARIABLES.
           05  LINELEN           PIC  9(8) BINARY.
               10  BRK-SUP       PIC S9(8) COMP-5
                                 OCCURS 10 TIMES.
               10  BRK-FALLEN    PIC X(01).
               10  BRK-FALLS     PIC S9(9) COMP-5.
               10  BRK-LINE-NO   PIC S9(9) COMP-5.

      *    THE SETTLING HEIGHT MAP -- REAL SNAPSHOTS KEEP X AND Y
      *    INSIDE 0-9; THE TABLE ALLOWS 0-15 AND REJECTS BEYOND.
           05  SAFE-COUNT        PIC S9(18) COMP-5 VALUE +0.
           05  CHAIN-SUM         PIC S9(18) COMP-5 VALUE +0.

      *    THE LOAD-BEARING OUTPUTS -- RANK-ORDER IS THE BRICK
      *    NUMBERS SORTED BY CHAIN FALLS, MOST FIRST.
       01  LOAD-BEARING-CONTROLS.
           05  RANK-FILE-STATUS  PIC  X(02) VALUE SPACES.
               88 RANK-FILE-OK              VALUE "00".
           05  GRAPH-FILE-STATUS PIC  X(02) VALUE SPACES.
               88 GRAPH-FILE-OK             VALUE "00".
           05  RANK-LIM          PIC S9(8) COMP-5 VALUE +100.
           05  RANK-NDX          PIC S9(8) COMP-5 VALUE +0.
           05  EDGE-COUNT        PIC S9(8) COMP-5 VALUE +0.
           05  LIST-PTR          PIC S9(4) COMP-5 VALUE +0.
           05  RANK-EDIT         PIC  ZZZ9.
           05  BRICK-EDIT        PIC  ZZZZ9.
           05  COORD-EDIT        PIC  ZZZZ9.
           05  FALLS-EDIT        PIC  ZZZZZZZZ9.
           05  NUM-EDIT          PIC  Z(8)9.
           05  SUPPORTER-TEXT    PIC  X(40) VALUE SPACES.
           05  SUPPORTED-TEXT    PIC  X(44) VALUE SPACES.
           05  COORD-TEXT        PIC  X(32) VALUE SPACES.
      *    WHAT-IF SCENARIOS.  SCN-BRICK HOLDS THE BRICK TABLE
      *    SUBSCRIPTS A SCENARIO REMOVES.  BRK-FALLEN IS "R" FOR A
      *    REMOVED BRICK AND "Y" FOR ONE THAT FELL IN THE CHAIN.
       01  SCENARIO-CONTROLS.
           05  SCN-FILE-STATUS   PIC  X(02) VALUE SPACES.
               88 SCN-FILE-OK               VALUE "00".
           05  SCNRP-FILE-STATUS PIC  X(02) VALUE SPACES.
               88 SCNRP-FILE-OK             VALUE "00".
           05  SCN-LINELEN       PIC  9(8) BINARY VALUE 0.
           05  SW-SCN-EOF        PIC  X(01) VALUE "N".
               88 SCN-EOF                   VALUE "Y".
           05  SW-SCN-BAD        PIC  X(01) VALUE "N".
           05  SCN-RECNO         PIC S9(9) COMP-5 VALUE +0.
           05  SCN-RUN-COUNT     PIC S9(9) COMP-5 VALUE +0.
           05  SCN-REJECT-COUNT  PIC S9(9) COMP-5 VALUE +0.
           05  SCN-LIM           PIC S9(4) COMP-5 VALUE +64.
           05  SCN-CNT           PIC S9(4) COMP-5 VALUE +0.
           05  SCN-BRICK         PIC S9(8) COMP-5
                                 OCCURS 64 TIMES.
           05  SCN-CHAR-NDX      PIC S9(4) COMP-5 VALUE +0.
           05  SCN-CHAR          PIC  X(01) VALUE SPACE.
           05  SCN-NUMBER        PIC S9(9) COMP-5 VALUE +0.
           05  SW-SCN-IN-NUMBER  PIC  X(01) VALUE "N".
           05  SCN-LINE-TEXT     PIC  X(132) VALUE SPACES.
           05  SCN-LINE-PTR      PIC S9(4) COMP-5 VALUE +1.

       01  RANK-ORDER-TABLE.
           05  RANK-BRICK        PIC S9(8) COMP-5
                                 OCCURS 2048 TIMES.

      *    CHECKPOINT STATE IN THE CKPTWRIT/CKPTREAD SHAPE -- THE
      *    SWEEP CURSOR AND THE RUNNING TOTALS; EVERYTHING ELSE IS
      *    REBUILT DETERMINISTICALLY FROM THE INPUT.
           05  CKPT-SEQ          PIC S9(18) COMP-5 VALUE +0.
           05  CKPT-LEN          PIC S9(8) COMP-5 VALUE +0.
           05  CKPT-FOUND        PIC X(01) VALUE "N".
               88 CKPT-REFUSED             VALUE "S".
           05  CKPT-STATE.
               10  CKS-SWEEP-DONE PIC S9(8) COMP-5 VALUE +0.
               10  CKS-SAFE       PIC S9(18) COMP-5 VALUE +0.
           05  SW-VALIDATE-ONLY  PIC  X     VALUE "N".
               88 VALIDATE-ONLY            VALUE "Y".

      *    PARM RESULT AREA AND LOOKUP FIELDS IN THE PARMPARS/
      *    PARMGETK LINKAGE SHAPES.
       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER        PIC  X(12) VALUE "SLICE".
               10  FILLER        PIC  X(84) VALUE SPACES.
           05  PP-RESULT.
               10  PP-MODE       PIC  X(01) VALUE "P".
                   88 PP-KEYWORD-MODE       VALUE "K".
               10  PP-COUNT      PIC S9(4) COMP-5 VALUE +0.
               10  PP-ENTRY OCCURS 8 TIMES.
                   15  PP-KEY        PIC X(12).
                   15  PP-VAL-TEXT   PIC X(20).
                   15  PP-VAL-LEN    PIC S9(4) COMP-5.
                   15  PP-VAL-NUM    PIC S9(18) COMP-5.
                   15  PP-VAL-NUMOK  PIC X(01).
           05  PG-KEY            PIC  X(12) VALUE SPACES.
           05  PG-FOUND          PIC  X(01) VALUE "N".
           05  PG-VAL-TEXT       PIC  X(20) VALUE SPACES.
           05  PG-VAL-NUM        PIC S9(18) COMP-5 VALUE +0.

      *    SLICED EXECUTION (SEE THE PROGRAM HEADER).  THE UNITS ARE
      *    THE BRICKS, BY BRICK TABLE POSITION.  AN UNSLICED RUN IS
      *    SLICE 1 OF 1 AND SWEEPS EVERY BRICK.
       01  SLICE-CONTROLS.
           05  SLC-FILE-STATUS   PIC  X(02) VALUE SPACES.
               88 SLC-FILE-OK               VALUE "00".
           05  SW-SLICE-MODE     PIC  X(01) VALUE "N".
               88 SLICE-RUN                 VALUE "Y".
               88 SLICE-PARM-BAD            VALUE "E".
           05  SW-SLICE-LOST     PIC  X(01) VALUE "N".
               88 SLICE-PARTIAL-LOST        VALUE "Y".
           05  SW-IN-SLICE       PIC  X(01) VALUE "Y".
               88 UNIT-IN-SLICE             VALUE "Y".
           05  SLICE-NUMBER      PIC S9(4) COMP-5 VALUE +1.
           05  SLICE-COUNT       PIC S9(4) COMP-5 VALUE +1.
           05  SLICE-SLASHES     PIC S9(4) COMP-5 VALUE +0.
           05  SLICE-K-TEXT      PIC  X(20) VALUE SPACES.
           05  SLICE-N-TEXT      PIC  X(20) VALUE SPACES.
           05  SLICE-K-LEN       PIC S9(4) COMP-5 VALUE +0.
           05  SLICE-N-LEN       PIC S9(4) COMP-5 VALUE +0.
           05  SLICE-UNIT        PIC S9(9) COMP-5 VALUE +0.
           05  SLICE-SHARE       PIC S9(9) COMP-5 VALUE +0.
           05  SLICE-UNITS-DONE  PIC S9(9) COMP-5 VALUE +0.
       01  SLICE-PARTIAL.
           05  SLP-PROGRAM       PIC  X(08).
           05  FILLER            PIC  X(01) VALUE SPACE.
           05  SLP-LABEL         PIC  X(20).
           05  FILLER            PIC  X(01) VALUE SPACE.
           05  SLP-SLICE         PIC  9(02).
           05  FILLER            PIC  X(01) VALUE "/".
           05  SLP-SLICES        PIC  9(02).
           05  FILLER            PIC  X(01) VALUE SPACE.
           05  SLP-METHOD        PIC  X(01).
           05  FILLER            PIC  X(01) VALUE SPACE.
           05  SLP-STATUS        PIC  X(01).
           05  FILLER            PIC  X(01) VALUE SPACE.
           05  SLP-UNITS-TOTAL   PIC  9(09).
           05  FILLER            PIC  X(01) VALUE SPACE.
           05  SLP-UNITS-DONE    PIC  9(09).
           05  FILLER            PIC  X(01) VALUE SPACE.
           05  SLP-VALUE         PIC  9(18).
           05  FILLER            PIC  X(01) VALUE SPACE.
           05  SLP-BUILD         PIC  X(16).
           05  FILLER            PIC  X(05) VALUE SPACES.

       01  GAME-VARIABLES.
           05  PART1-VALUE       PIC S9(18) COMP-5 VALUE +0.
           05  PART2-VALUE       PIC S9(18) COMP-5 VALUE +0.
               PERFORM 300-SETTLE-BRICKS
               PERFORM 400-RESUME-FROM-CHECKPOINT
               PERFORM 500-SWEEP-DISINTEGRATIONS
               IF NOT SLICE-RUN
                   PERFORM 600-WRITE-LOAD-BEARING
                   PERFORM 700-RUN-SCENARIOS
               END-IF
           END-IF
           PERFORM 900-WRAP-UP
           IF (REJECT-COUNT > 0 OR SCN-REJECT-COUNT > 0
               OR CKPT-REFUSED)
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF SLICE-PARM-BAD OR SLICE-PARTIAL-LOST
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       000-HOUSEKEEPING.
           IF ADDRESS OF PARM-AREA NOT = NULL AND PARM-LEN > 0
               CALL "PARMVOPT" USING PARM-LEN, PARM-TEXT,
                   SW-VALIDATE-ONLY
               CALL "PARMPARS" USING PARM-LEN, PARM-TEXT,
                   PP-VALID-KEYS, PP-RESULT
               IF PP-KEYWORD-MODE
                   MOVE "SLICE" TO PG-KEY
                   CALL "PARMGETK" USING PP-RESULT, PG-KEY,
                       PG-FOUND, PG-VAL-TEXT, PG-VAL-NUM
                   IF PG-FOUND = "Y"
                       PERFORM 050-PARSE-SLICE
                   END-IF
               END-IF
           END-IF
      *    PUBLISH THIS BUILD'S COMPILE STAMP BEFORE THE FIRST
      *    JOURNAL CALL -- RUNLOG AND ANSWRLGW PICK IT UP FROM THE
               OPEN INPUT INPUT-FILE
           END-IF.

      *    SLICE=K/N -- ONE OR TWO DIGITS EACH SIDE OF ONE "/".  A BAD
      *    SLICE LEAVES THE RUN NOTHING TO DO BUT CHECK THE SNAPSHOT.
       050-PARSE-SLICE.
           MOVE SPACES TO SLICE-K-TEXT SLICE-N-TEXT
           MOVE +0 TO SLICE-K-LEN SLICE-N-LEN SLICE-SLASHES
           INSPECT PG-VAL-TEXT TALLYING SLICE-SLASHES FOR ALL "/"
           UNSTRING PG-VAL-TEXT DELIMITED BY "/" OR SPACE
               INTO SLICE-K-TEXT COUNT IN SLICE-K-LEN
                    SLICE-N-TEXT COUNT IN SLICE-N-LEN
           END-UNSTRING
           SET SLICE-PARM-BAD TO TRUE
           IF SLICE-SLASHES = 1
              AND SLICE-K-LEN > 0 AND SLICE-K-LEN < 3
              AND SLICE-N-LEN > 0 AND SLICE-N-LEN < 3
               IF SLICE-K-TEXT (1 : SLICE-K-LEN) IS NUMERIC
                  AND SLICE-N-TEXT (1 : SLICE-N-LEN) IS NUMERIC
                   COMPUTE SLICE-NUMBER =
                       FUNCTION NUMVAL (SLICE-K-TEXT)
                   COMPUTE SLICE-COUNT =
                       FUNCTION NUMVAL (SLICE-N-TEXT)
                   IF SLICE-NUMBER >= 1
                      AND SLICE-NUMBER <= SLICE-COUNT
                       SET SLICE-RUN TO TRUE
                   END-IF
               END-IF
           END-IF
           IF SLICE-PARM-BAD
               DISPLAY "SLICE=" FUNCTION TRIM (PG-VAL-TEXT)
                   " IS NOT K/N WITH"
                   " 1 <= K <= N <= 99 -- NOTHING SWEPT"
               SET VALIDATE-ONLY TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SLICE-NUMBER TO SLP-SLICE
           MOVE SLICE-COUNT  TO SLP-SLICES
           MOVE SPACES TO CKPT-NAME
           STRING "D22S" SLP-SLICE SLP-SLICES DELIMITED BY SIZE
               INTO CKPT-NAME
           END-STRING
           DISPLAY "SLICE " SLP-SLICE " OF " SLP-SLICES
               " -- PARTIAL RESULTS TO AOCSLICE, NO ANSWERS LOGGED".

      *    HOW MANY OF BRICKS 1 THRU SLICE-UNIT BELONG TO THIS SLICE.
       060-SLICE-SHARE.
           IF SLICE-UNIT < SLICE-NUMBER
               MOVE +0 TO SLICE-SHARE
           ELSE
               COMPUTE SLICE-SHARE =
                   (SLICE-UNIT - SLICE-NUMBER) / SLICE-COUNT + 1
           END-IF.

      *    IS BRICK SLICE-UNIT THIS SLICE'S?
       065-TEST-SLICE-UNIT.
           IF FUNCTION MOD (SLICE-UNIT - 1, SLICE-COUNT)
                = SLICE-NUMBER - 1
               SET UNIT-IN-SLICE TO TRUE
           ELSE
               MOVE "N" TO SW-IN-SLICE
           END-IF.

       100-LOAD-BRICKS.
           PERFORM 150-READ-ONE-LINE
           PERFORM UNTIL END-OF-FILE
               PERFORM 190-WRITE-BRICK-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO BRK-SUP-CNT (BRICKMAX)
           MOVE -1 TO BRK-FALLS (BRICKMAX)
           MOVE LINECTR TO BRK-LINE-NO (BRICKMAX).

       190-WRITE-BRICK-REJECT.
           ADD 1 TO REJECT-COUNT
               MOVE CKS-CHAIN TO CHAIN-SUM
               DISPLAY "RESUMING THE DISINTEGRATION SWEEP AT"
                   " BRICK " SWEEP-START
               MOVE CKS-SWEEP-DONE TO SLICE-UNIT
               PERFORM 060-SLICE-SHARE
               MOVE SLICE-SHARE TO SLICE-UNITS-DONE
           ELSE
               MOVE +1 TO SWEEP-START
           END-IF.
      *    REACTION TO A FIXED POINT -- A BRICK FALLS WHEN EVERY
      *    SUPPORTER HAS FALLEN.  ZERO FALLS MEANS THE BRICK IS
      *    SAFE TO DISINTEGRATE (PART 1); THE FALL TOTALS SUM TO
      *    PART 2.  A SLICE SKIPS THE BRICKS THAT ARE NOT ITS OWN
      *    BUT STILL CHECKPOINTS ON THE SAME BRICK BOUNDARIES.
       500-SWEEP-DISINTEGRATIONS.
           PERFORM VARYING SWEEP-NDX FROM SWEEP-START BY 1
               UNTIL SWEEP-NDX > BRICKMAX
               MOVE SWEEP-NDX TO SLICE-UNIT
               PERFORM 065-TEST-SLICE-UNIT
               IF UNIT-IN-SLICE
                   PERFORM 550-CHAIN-FROM-ONE-BRICK
                   MOVE FALL-COUNT TO BRK-FALLS (SWEEP-NDX)
                   IF FALL-COUNT = 0
                       ADD +1 TO SAFE-COUNT
                   END-IF
                   ADD FALL-COUNT TO CHAIN-SUM
                   ADD +1 TO SLICE-UNITS-DONE
               END-IF
               IF FUNCTION MOD (SWEEP-NDX, CKPT-INTERVAL) = 0
                   MOVE SWEEP-NDX TO CKS-SWEEP-DONE CKPT-SEQ
                   MOVE SAFE-COUNT TO CKS-SAFE
           PERFORM VARYING SS1 FROM 1 BY 1 UNTIL SS1 > BRICKMAX
               MOVE "N" TO BRK-FALLEN (SS1)
           END-PERFORM
           MOVE "R" TO BRK-FALLEN (SWEEP-NDX)
           PERFORM 560-RUN-CHAIN-REACTION.

      *    RUN THE CHAIN TO A FIXED POINT FROM WHATEVER IS ALREADY
      *    MARKED REMOVED; FALL-COUNT IS THE BRICKS THAT FELL.
       560-RUN-CHAIN-REACTION.
           MOVE "Y" TO SW-ANY-FELL
           MOVE +0 TO FALL-COUNT
           PERFORM UNTIL SW-ANY-FELL = "N"
               END-PERFORM
           END-PERFORM.

      *    THE LOAD-BEARING VIEW.  BOTH OUTPUTS ARE OPTIONAL; WITH
      *    NEITHER DD PRESENT THERE IS NOTHING TO DO.
       600-WRITE-LOAD-BEARING.
           OPEN OUTPUT RANK-REPORT-FILE
           OPEN OUTPUT GRAPH-EXTRACT-FILE
           IF NOT RANK-FILE-OK AND NOT GRAPH-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SWEEP-NDX FROM 1 BY 1
               UNTIL SWEEP-NDX > BRICKMAX
               IF BRK-FALLS (SWEEP-NDX) < 0
                   PERFORM 550-CHAIN-FROM-ONE-BRICK
                   MOVE FALL-COUNT TO BRK-FALLS (SWEEP-NDX)
               END-IF
           END-PERFORM
           IF RANK-FILE-OK
               PERFORM 620-RANK-BRICKS
               PERFORM 630-WRITE-RANK-HEADINGS
               PERFORM VARYING RANK-NDX FROM 1 BY 1
                   UNTIL RANK-NDX > BRICKMAX OR RANK-NDX > RANK-LIM
                   PERFORM 640-WRITE-RANK-LINE
               END-PERFORM
               CLOSE RANK-REPORT-FILE
           END-IF
           IF GRAPH-FILE-OK
               MOVE +0 TO EDGE-COUNT
               PERFORM VARYING SS1 FROM 1 BY 1 UNTIL SS1 > BRICKMAX
                   PERFORM VARYING SS2 FROM 1 BY 1
                       UNTIL SS2 > BRK-SUP-CNT (SS1)
                       PERFORM 660-WRITE-GRAPH-EDGE
                   END-PERFORM
               END-PERFORM
               CLOSE GRAPH-EXTRACT-FILE
               DISPLAY "SUPPORT GRAPH EXTRACT: " EDGE-COUNT " EDGES"
           END-IF.

      *    STABLE EXCHANGE SORT ON CHAIN FALLS, MOST FIRST, SO
      *    EQUAL COUNTS STAY IN INPUT ORDER.
       620-RANK-BRICKS.
           PERFORM VARYING SS1 FROM 1 BY 1 UNTIL SS1 > BRICKMAX
               MOVE SS1 TO RANK-BRICK (SS1)
           END-PERFORM
           MOVE "Y" TO SW-SORT-SWAPPED
           PERFORM UNTIL SW-SORT-SWAPPED = "N"
               MOVE "N" TO SW-SORT-SWAPPED
               PERFORM VARYING SS1 FROM 1 BY 1
                   UNTIL SS1 >= BRICKMAX
                   IF BRK-FALLS (RANK-BRICK (SS1))
                        < BRK-FALLS (RANK-BRICK (SS1 + 1))
                       MOVE RANK-BRICK (SS1) TO SORT-HOLD
                       MOVE RANK-BRICK (SS1 + 1)
                         TO RANK-BRICK (SS1)
                       MOVE SORT-HOLD TO RANK-BRICK (SS1 + 1)
                       MOVE "Y" TO SW-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

       630-WRITE-RANK-HEADINGS.
           MOVE "DAY 22 SAND SLABS -- LOAD-BEARING BRICKS, RANKED BY"
               & " BRICKS DROPPED WHEN REMOVED (TOP 100)"
             TO RANK-REPORT-RECORD
           WRITE RANK-REPORT-RECORD
           MOVE SPACES TO RANK-REPORT-RECORD
           WRITE RANK-REPORT-RECORD
           MOVE "RANK BRICK     FALLS  AT REST X,Y,Z~X,Y,Z      "
               & "  SUPPORTED BY                             "
               & "SUPPORTS" TO RANK-REPORT-RECORD
           WRITE RANK-REPORT-RECORD.

      *    ONE RANKED BRICK.  THE SUPPORTER AND SUPPORTED LISTS ARE
      *    BRICK NUMBERS; A LIST TOO LONG FOR ITS COLUMN ENDS "+".
       640-WRITE-RANK-LINE.
           MOVE RANK-BRICK (RANK-NDX) TO SS1
           MOVE SPACES TO COORD-TEXT SUPPORTER-TEXT SUPPORTED-TEXT
           MOVE +1 TO LIST-PTR
           COMPUTE COORD-EDIT = BRK-X1 (SS1) - 1
           PERFORM 680-APPEND-COORD
           COMPUTE COORD-EDIT = BRK-Y1 (SS1) - 1
           PERFORM 680-APPEND-COORD
           MOVE BRK-Z1 (SS1) TO COORD-EDIT
           PERFORM 680-APPEND-COORD
           SUBTRACT +1 FROM LIST-PTR
           STRING "~" DELIMITED BY SIZE INTO COORD-TEXT
               WITH POINTER LIST-PTR
           END-STRING
           COMPUTE COORD-EDIT = BRK-X2 (SS1) - 1
           PERFORM 680-APPEND-COORD
           COMPUTE COORD-EDIT = BRK-Y2 (SS1) - 1
           PERFORM 680-APPEND-COORD
           MOVE BRK-Z2 (SS1) TO COORD-EDIT
           PERFORM 680-APPEND-COORD
           MOVE SPACE TO COORD-TEXT (LIST-PTR - 1 : 1)
           MOVE +1 TO LIST-PTR
           PERFORM VARYING SS2 FROM 1 BY 1
               UNTIL SS2 > BRK-SUP-CNT (SS1)
               MOVE BRK-LINE-NO (BRK-SUP (SS1, SS2)) TO BRICK-EDIT
               IF LIST-PTR > 35
                   MOVE "+" TO SUPPORTER-TEXT (40 : 1)
               ELSE
                   STRING FUNCTION TRIM (BRICK-EDIT) " "
                       DELIMITED BY SIZE INTO SUPPORTER-TEXT
                       WITH POINTER LIST-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF BRK-SUP-CNT (SS1) = 0
               MOVE "(FLOOR)" TO SUPPORTER-TEXT
           END-IF
           MOVE +1 TO LIST-PTR
           PERFORM VARYING SS2 FROM 1 BY 1 UNTIL SS2 > BRICKMAX
               PERFORM VARYING SS3 FROM 1 BY 1
                   UNTIL SS3 > BRK-SUP-CNT (SS2)
                   IF BRK-SUP (SS2, SS3) = SS1
                       MOVE BRK-LINE-NO (SS2) TO BRICK-EDIT
                       IF LIST-PTR > 39
                           MOVE "+" TO SUPPORTED-TEXT (44 : 1)
                       ELSE
                           STRING FUNCTION TRIM (BRICK-EDIT) " "
                               DELIMITED BY SIZE INTO SUPPORTED-TEXT
                               WITH POINTER LIST-PTR
                           END-STRING
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF LIST-PTR = 1
               MOVE "(NONE)" TO SUPPORTED-TEXT
           END-IF
           MOVE RANK-NDX TO RANK-EDIT
           MOVE BRK-LINE-NO (SS1) TO BRICK-EDIT
           MOVE BRK-FALLS (SS1) TO FALLS-EDIT
           MOVE SPACES TO RANK-REPORT-RECORD
           STRING RANK-EDIT " " BRICK-EDIT " " FALLS-EDIT "  "
               COORD-TEXT (1 : 26) " " SUPPORTER-TEXT " "
               SUPPORTED-TEXT
               DELIMITED BY SIZE INTO RANK-REPORT-RECORD
           END-STRING
           WRITE RANK-REPORT-RECORD.

      *    ONE EDGE -- SUPPORTER BRK-SUP (SS1, SS2) HOLDS UP SS1.
       660-WRITE-GRAPH-EDGE.
           MOVE SPACES TO GRAPH-EXTRACT-RECORD
           MOVE BRK-LINE-NO (BRK-SUP (SS1, SS2)) TO GX-SUPPORTER
           MOVE BRK-LINE-NO (SS1) TO GX-SUPPORTED
           IF BRK-SUP-CNT (SS1) = 1
               MOVE "Y" TO GX-SOLE
           ELSE
               MOVE "N" TO GX-SOLE
           END-IF
           MOVE BRK-SUP-CNT (SS1) TO GX-SUP-CNT
           MOVE BRK-Z1 (SS1) TO GX-CONTACT-Z
           MOVE BRK-FALLS (BRK-SUP (SS1, SS2)) TO GX-FALLS
           WRITE GRAPH-EXTRACT-RECORD
           ADD +1 TO EDGE-COUNT.

       680-APPEND-COORD.
           STRING FUNCTION TRIM (COORD-EDIT) "," DELIMITED BY SIZE
               INTO COORD-TEXT WITH POINTER LIST-PTR
           END-STRING.

      *    WHAT-IF MODE.  NO AOCSCENR DD, NO SCENARIOS.
       700-RUN-SCENARIOS.
           OPEN INPUT SCENARIO-FILE
           IF NOT SCN-FILE-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SCENARIO-REPORT-FILE
           MOVE "DAY 22 SAND SLABS -- WHAT-IF REMOVAL SCENARIOS"
             TO SCN-LINE-TEXT
           PERFORM 790-PUT-SCENARIO-LINE
           MOVE SPACES TO SCN-LINE-TEXT
           PERFORM 790-PUT-SCENARIO-LINE
           PERFORM 710-READ-SCENARIO
           PERFORM UNTIL SCN-EOF
               IF SCN-LINELEN > 0
                  AND SCENARIO-RECORD (1 : 1) NOT = "*"
                  AND SCENARIO-RECORD (1 : SCN-LINELEN) NOT = SPACES
                   PERFORM 720-PARSE-SCENARIO
                   IF SW-SCN-BAD = "N"
                       PERFORM 750-RUN-ONE-SCENARIO
                   END-IF
               END-IF
               PERFORM 710-READ-SCENARIO
           END-PERFORM
           CLOSE SCENARIO-FILE
           IF SCNRP-FILE-OK
               CLOSE SCENARIO-REPORT-FILE
           END-IF
           DISPLAY "WHAT-IF SCENARIOS RUN=" SCN-RUN-COUNT
               " REJECTED=" SCN-REJECT-COUNT.

       710-READ-SCENARIO.
           MOVE SPACES TO SCENARIO-RECORD
           READ SCENARIO-FILE
               AT END SET SCN-EOF TO TRUE
               NOT AT END ADD +1 TO SCN-RECNO
           END-READ.

      *    SCAN THE RECORD FOR LINE NUMBERS AND MAP EACH ONE TO ITS
      *    BRICK.  ANY OTHER CHARACTER, AN UNKNOWN LINE, OR MORE
      *    THAN SCN-LIM BRICKS REJECTS THE WHOLE SCENARIO.
       720-PARSE-SCENARIO.
           MOVE "N" TO SW-SCN-BAD SW-SCN-IN-NUMBER
           MOVE +0 TO SCN-CNT SCN-NUMBER
           PERFORM VARYING SCN-CHAR-NDX FROM 1 BY 1
               UNTIL SCN-CHAR-NDX > SCN-LINELEN + 1
                  OR SW-SCN-BAD = "Y"
               IF SCN-CHAR-NDX > SCN-LINELEN
                   MOVE SPACE TO SCN-CHAR
               ELSE
                   MOVE SCENARIO-RECORD (SCN-CHAR-NDX : 1)
                     TO SCN-CHAR
               END-IF
               EVALUATE TRUE
                   WHEN SCN-CHAR IS NUMERIC
                       COMPUTE SCN-NUMBER = SCN-NUMBER * 10
                           + FUNCTION NUMVAL (SCN-CHAR)
                       MOVE "Y" TO SW-SCN-IN-NUMBER
                   WHEN SCN-CHAR = SPACE OR SCN-CHAR = ","
                       IF SW-SCN-IN-NUMBER = "Y"
                           PERFORM 730-ADD-SCENARIO-BRICK
                       END-IF
                   WHEN OTHER
                       MOVE "MSCN" TO REJ-REASON-CODE
                       MOVE "MALFORMED SCENARIO RECORD"
                         TO REJ-REASON-TEXT
                       PERFORM 740-WRITE-SCENARIO-REJECT
               END-EVALUATE
           END-PERFORM
           IF SW-SCN-BAD = "N" AND SCN-CNT = 0
               MOVE "MSCN" TO REJ-REASON-CODE
               MOVE "MALFORMED SCENARIO RECORD" TO REJ-REASON-TEXT
               PERFORM 740-WRITE-SCENARIO-REJECT
           END-IF.

       730-ADD-SCENARIO-BRICK.
           MOVE "N" TO SW-SCN-IN-NUMBER
           MOVE +0 TO SS3
           PERFORM VARYING SS1 FROM 1 BY 1
               UNTIL SS1 > BRICKMAX OR SS3 > 0
               IF BRK-LINE-NO (SS1) = SCN-NUMBER
                   MOVE SS1 TO SS3
               END-IF
           END-PERFORM
           MOVE +0 TO SCN-NUMBER
           EVALUATE TRUE
               WHEN SS3 = 0
                   MOVE "SBRK" TO REJ-REASON-CODE
                   MOVE "SCENARIO NAMES UNKNOWN BRICK"
                     TO REJ-REASON-TEXT
                   PERFORM 740-WRITE-SCENARIO-REJECT
               WHEN SCN-CNT >= SCN-LIM
                   MOVE "MSCN" TO REJ-REASON-CODE
                   MOVE "SCENARIO NAMES TOO MANY BRICKS"
                     TO REJ-REASON-TEXT
                   PERFORM 740-WRITE-SCENARIO-REJECT
               WHEN OTHER
                   ADD +1 TO SCN-CNT
                   MOVE SS3 TO SCN-BRICK (SCN-CNT)
           END-EVALUATE.

       740-WRITE-SCENARIO-REJECT.
           MOVE "Y" TO SW-SCN-BAD
           ADD 1 TO SCN-REJECT-COUNT
           MOVE SCN-RECNO TO REJ-LINE-NUMBER
           MOVE +4 TO REJ-SEVERITY
           MOVE SPACES TO REJ-TEXT
           MOVE SCENARIO-RECORD (1 : SCN-LINELEN) TO REJ-TEXT
           MOVE SCN-LINELEN TO REJ-TEXT-LEN
           CALL "REJWRITE" USING ANSWR-PROGRAM, REJ-LINE-NUMBER,
               REJ-REASON-CODE, REJ-REASON-TEXT, REJ-SEVERITY,
               REJ-TEXT-LEN, REJ-TEXT
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    REMOVE THE SCENARIO'S BRICKS TOGETHER, RUN THE CHAIN,
      *    AND REPORT THE COUNT AND THE FALLEN BRICKS.
       750-RUN-ONE-SCENARIO.
           ADD +1 TO SCN-RUN-COUNT
           PERFORM VARYING SS1 FROM 1 BY 1 UNTIL SS1 > BRICKMAX
               MOVE "N" TO BRK-FALLEN (SS1)
           END-PERFORM
           PERFORM VARYING SS3 FROM 1 BY 1 UNTIL SS3 > SCN-CNT
               MOVE "R" TO BRK-FALLEN (SCN-BRICK (SS3))
           END-PERFORM
           PERFORM 560-RUN-CHAIN-REACTION
           MOVE SCN-RECNO TO BRICK-EDIT
           MOVE SPACES TO SCN-LINE-TEXT
           MOVE +1 TO SCN-LINE-PTR
           STRING "SCENARIO " FUNCTION TRIM (BRICK-EDIT)
               " REMOVES:" DELIMITED BY SIZE
               INTO SCN-LINE-TEXT WITH POINTER SCN-LINE-PTR
           END-STRING
           PERFORM VARYING SS3 FROM 1 BY 1 UNTIL SS3 > SCN-CNT
               MOVE BRK-LINE-NO (SCN-BRICK (SS3)) TO BRICK-EDIT
               PERFORM 780-APPEND-BRICK-NUMBER
           END-PERFORM
           PERFORM 790-PUT-SCENARIO-LINE
           MOVE FALL-COUNT TO FALLS-EDIT
           MOVE SPACES TO SCN-LINE-TEXT
           MOVE +1 TO SCN-LINE-PTR
           STRING "  BRICKS THAT FALL: " FUNCTION TRIM (FALLS-EDIT)
               DELIMITED BY SIZE
               INTO SCN-LINE-TEXT WITH POINTER SCN-LINE-PTR
           END-STRING
           PERFORM 790-PUT-SCENARIO-LINE
           IF FALL-COUNT > 0
               MOVE SPACES TO SCN-LINE-TEXT
               MOVE +1 TO SCN-LINE-PTR
               STRING "  FALLEN:" DELIMITED BY SIZE
                   INTO SCN-LINE-TEXT WITH POINTER SCN-LINE-PTR
               END-STRING
               PERFORM VARYING SS1 FROM 1 BY 1
                   UNTIL SS1 > BRICKMAX
                   IF BRK-FALLEN (SS1) = "Y"
                       MOVE BRK-LINE-NO (SS1) TO BRICK-EDIT
                       PERFORM 780-APPEND-BRICK-NUMBER
                   END-IF
               END-PERFORM
               PERFORM 790-PUT-SCENARIO-LINE
           END-IF.

      *    ADD ONE BRICK NUMBER TO THE LINE BEING BUILT, STARTING
      *    A CONTINUATION LINE WHEN THIS ONE IS FULL.
       780-APPEND-BRICK-NUMBER.
           IF SCN-LINE-PTR > 125
               PERFORM 790-PUT-SCENARIO-LINE
               MOVE SPACES TO SCN-LINE-TEXT
               MOVE +10 TO SCN-LINE-PTR
           END-IF
           STRING " " FUNCTION TRIM (BRICK-EDIT) DELIMITED BY SIZE
               INTO SCN-LINE-TEXT WITH POINTER SCN-LINE-PTR
           END-STRING.

       790-PUT-SCENARIO-LINE.
           IF SCNRP-FILE-OK
               MOVE SCN-LINE-TEXT TO SCENARIO-REPORT-RECORD
               WRITE SCENARIO-REPORT-RECORD
           ELSE
               DISPLAY SCN-LINE-TEXT
           END-IF.

       900-WRAP-UP.
           IF REJECT-COUNT > 0
               DISPLAY "REJECTED BRICK LINES=" REJECT-COUNT
           END-IF
      *    THE RC THIS RUN ENDS WITH -- REJECTS, STALE CHECKPOINT,
      *    SLICE PARM, LOST SLICE PARTIALS -- IS SETTLED BEFORE THE
      *    STOP IS JOURNALED, SO THE JOURNAL, THE ARCHIVE RECORDS AND
      *    THE STEP ALL CARRY THE SAME RC.  RUNLOG HANDS THE RC IT
      *    WAS GIVEN BACK.
           IF (REJECT-COUNT > 0 OR SCN-REJECT-COUNT > 0
               OR CKPT-REFUSED)
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           EVALUATE TRUE
           WHEN SLICE-PARM-BAD
               MOVE 8 TO RETURN-CODE
           WHEN VALIDATE-ONLY
               DISPLAY "VALIDATE-ONLY: BRICK SNAPSHOT PARSED AND"
                   " VALIDATED, NO ANSWERS LOGGED"
           WHEN OTHER
               DISPLAY "PART1=" PART1-VALUE
               DISPLAY "PART2=" PART2-VALUE
               IF SLICE-RUN
                   PERFORM 950-WRITE-SLICE-PARTIALS
               END-IF
           END-EVALUATE
           MOVE "STOP"  TO RUNLOG-EVENT
           MOVE RETURN-CODE TO RUNLOG-RC
           CALL "RUNLOG" USING RUNLOG-EVENT, ANSWR-PROGRAM,
               SW-USE-OVERRIDE, RUNLOG-RC
           IF NOT SLICE-PARM-BAD AND NOT VALIDATE-ONLY
              AND NOT SLICE-RUN
               MOVE "DAY 22 PART 1" TO ANSWR-LABEL
               MOVE PART1-VALUE TO ANSWR-VALUE
               MOVE RETURN-CODE TO ANSWR-RC
               CALL "ANSWRLOG" USING ANSWR-LABEL, ANSWR-VALUE,
                   ANSWR-PROGRAM, ANSWR-RC
           END-IF.

      *    A SLICED RUN'S RESULT -- THIS SLICE'S SAFE-BRICK COUNT AND
      *    CHAIN-FALL TOTAL, BOTH SUM-COMBINED.
       950-WRITE-SLICE-PARTIALS.
           OPEN OUTPUT SLICE-FILE
           IF NOT SLC-FILE-OK
               DISPLAY "OPEN AOCSLICE FAILED, FILE STATUS="
                   SLC-FILE-STATUS " -- SLICE RESULT LOST"
               SET SLICE-PARTIAL-LOST TO TRUE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ANSWR-PROGRAM TO SLP-PROGRAM
           MOVE WHEN-COMPILED TO SLP-BUILD
           MOVE "S" TO SLP-METHOD
           MOVE "C" TO SLP-STATUS
           MOVE BRICKMAX TO SLP-UNITS-TOTAL
           MOVE SLICE-UNITS-DONE TO SLP-UNITS-DONE
           MOVE "DAY 22 PART 1" TO SLP-LABEL
           MOVE PART1-VALUE TO SLP-VALUE
           WRITE SLICE-RECORD FROM SLICE-PARTIAL
           MOVE "DAY 22 PART 2" TO SLP-LABEL
           MOVE PART2-VALUE TO SLP-VALUE
           WRITE SLICE-RECORD FROM SLICE-PARTIAL
           CLOSE SLICE-FILE
           DISPLAY "SLICE " SLP-SLICE " OF " SLP-SLICES ": "
               SLP-UNITS-DONE " OF " SLP-UNITS-TOTAL
               " BRICKS SWEPT, PARTIALS WRITTEN TO AOCSLICE".
       END PROGRAM DAY22ALL.
