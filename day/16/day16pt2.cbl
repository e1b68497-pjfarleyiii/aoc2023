              ASSIGN TO AOCAUDIT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUD-FILE-STATUS.
      *    SLICE-FILE TAKES THE PARTIAL-RESULT RECORDS OF A SLICE=K/N
      *    RUN IN PLACE OF THE ANSWERS (SEE SLICE-CONTROLS BELOW).
      *    OPENED ONLY BY A SLICED RUN, WHICH MUST HAVE IT.
           SELECT SLICE-FILE
              ASSIGN TO AOCSLICE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SLC-FILE-STATUS.

       DATA DIVISION.
      *-------------
           RECORD CONTAINS 132 CHARACTERS.
       01  AUDIT-RECORD          PIC X(132).

       FD  SLICE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  SLICE-RECORD          PIC X(100).


       WORKING-STORAGE SECTION.
       01  INPUT-FIELDS.
      *    SWEEP MAY SPEND; ON EXHAUSTION THE SWEEP STOPS AT THE NEXT
      *    EDGE BOUNDARY, THE BEST-SO-FAR IS LOGGED UNDER A PARTIAL
      *    LABEL, AND THE RUN ENDS RC=4.
      *    SLICE=K/N RUNS ONLY THIS PROGRAM'S K-TH SHARE OF THE
      *    FULL-EDGE SWEEP SO THE SWEEP CAN BE SPREAD OVER N JOBS
      *    (SEE SLICE-CONTROLS BELOW).
       01  PARM-PARSE-AREA.
           05  PP-PARM-LEN       PIC S9(4) COMP-5 VALUE +0.
           05  PP-PARM-TEXT      PIC  X(40) VALUE SPACES.
           05  PP-VALID-KEYS.
               10  FILLER        PIC  X(12) VALUE "BUDGET".
               10  FILLER        PIC  X(12) VALUE "SLICE".
               10  FILLER        PIC  X(72) VALUE SPACES.
           05  PP-RESULT.
               10  PP-MODE       PIC  X(01) VALUE "P".
                   88 PP-KEYWORD-MODE       VALUE "K".

       01  TIME-PHASE-LABEL      PIC X(20) VALUE SPACES.

      *    SLICED EXECUTION.  THE SWEEP'S UNITS ARE THE GRID'S ROWS
      *    (UNITS 1 THRU ROWS) THEN ITS COLUMNS (UNITS ROWS+1 ON) --
      *    EACH UNIT IS BOTH STARTING EDGES AT THE ENDS OF THAT ROW
      *    OR COLUMN.  SLICE=K/N (1 <= K <= N <= 99) SWEEPS ONLY
      *    UNITS K, K+N, K+2N ..., AND INSTEAD OF LOGGING ANSWERS
      *    WRITES TWO PARTIAL-RESULT RECORDS TO AOCSLICE: PART 1
      *    (THE SINGLE TOP-LEFT START, WORKED WHOLE BY EVERY SLICE)
      *    AND PART 2 (THE BEST START AMONG THIS SLICE'S EDGES).
      *    THE AOCSLCMB COMBINER PROVES EVERY UNIT WAS SWEPT EXACTLY
      *    ONCE ACROSS THE N PARTIALS AND LOGS THE REAL ANSWERS.  A
      *    SLICE CHECKPOINTS UNDER ITS OWN NAME (D16SKKNN) SO IT CAN
      *    NEVER RESUME FROM ANOTHER SLICE'S OR THE WHOLE RUN'S.
      *    AN UNSLICED RUN IS SLICE 1 OF 1 AND SWEEPS EVERY UNIT.
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
           05  SLICE-UNITS-TOTAL PIC S9(9) COMP-5 VALUE +0.
           05  SLICE-UNITS-MINE  PIC S9(9) COMP-5 VALUE +0.
           05  SLICE-UNITS-DONE  PIC S9(9) COMP-5 VALUE +0.
      *    THE PARTIAL-RESULT RECORD, AS AOCSLCMB READS IT:
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

       01  BUDGET-CONTROLS.
           05  EDGE-BUDGET       PIC S9(18) COMP-5 VALUE +0.
           05  EDGES-DONE        PIC S9(18) COMP-5 VALUE +0.
       01  RUN-LOG-AREA.
           05  RUNLOG-EVENT      PIC  X(05) VALUE SPACES.
           05  RUNLOG-RC         PIC S9(4) COMP-5 VALUE +0.
      *    THE RC THE RUN ENDS WITH, SETTLED BY 900-WRAP-UP BEFORE
      *    THE STOP IS JOURNALED AND PUT BACK AFTER EVERY LATER CALL.
           05  SETTLED-RC        PIC S9(4) COMP-5 VALUE +0.

      *    IN-FLIGHT STATUS SLOT (DAY/COMMON/STATPOST.CBL) --
      *    POSTED AFTER EVERY COMPLETED STARTING EDGE, WITH THE
           05  CKPT-LEN           PIC S9(8) COMP-5 VALUE +0.
           05  CKPT-FOUND         PIC  X(01) VALUE "N".
               88 CKPT-RESTORED             VALUE "Y".
               88 CKPT-REFUSED              VALUE "S".
           05  CKPT-STATE.
               10  CKS-PHASE      PIC S9(4) COMP-5 VALUE +0.
               10  CKS-ROW-DONE   PIC S9(4) COMP-5 VALUE +0.
               END-IF
               GOBACK
           END-IF
           IF SLICE-PARM-BAD
               MOVE 8 TO RETURN-CODE
               PERFORM 900-WRAP-UP
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 100-PROCESS-INPUT-DATA
           PERFORM 900-WRAP-UP
      *    EVERY CALL COPIES THE CALLED PROGRAM'S RETURN-CODE BACK
      *    OVER THIS ONE'S, SO THE BUDGET-STOP AND STALE-CHECKPOINT
      *    SEVERITIES ARE RE-ASSERTED HERE, AFTER THE LAST CALL.
           IF (BUDGET-STOPPED OR CKPT-REFUSED) AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
      *    EVERY CALL COPIES THE CALLED PROGRAM'S RETURN-CODE BACK
           IF GRID-RC >= 8 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF SLICE-PARTIAL-LOST
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       000-HOUSEKEEPING.
           MOVE RETURN-CODE TO RUNLOG-RC
           CALL "RUNLOG" USING RUNLOG-EVENT, ANSWR-PROGRAM,
               SW-USE-OVERRIDE, RUNLOG-RC
      *    PHASE STAMPS (TIMELOG) GO TO THE PHASE-TIMING DATASET FOR
      *    THE AOCPROF PROFILE; EACH LABEL NAMES THE END OF A PHASE.
           MOVE "PROGRAM START" TO TIME-PHASE-LABEL
           CALL "TIMELOG" USING TIME-PHASE-LABEL, ANSWR-PROGRAM
           OPEN OUTPUT AUDIT-FILE
           IF NOT AUD-FILE-OK
               DISPLAY "OPEN AUDIT-FILE FAILED, FILE STATUS="
           PERFORM 010-PARSE-PARM
           CALL "GRIDLOAD" USING GRID-PTR, GRID-MODE, GRID-ROWS,
               GRID-COLS, GRID-OVERRIDE, GRID-RC
           MOVE "D16 GRID LOADED" TO TIME-PHASE-LABEL
           CALL "TIMELOG" USING TIME-PHASE-LABEL, ANSWR-PROGRAM
           MOVE GRID-OVERRIDE TO SW-USE-OVERRIDE
      *    A SECOND CALL IN THE SAME RUN UNIT MUST START THE ROW FEED
      *    OVER -- THE CURSOR AND THE EOF SWITCH PERSIST OTHERWISE.
                   MOVE PG-VAL-NUM TO EDGE-BUDGET
                   DISPLAY "EDGE BUDGET IN EFFECT: " EDGE-BUDGET
               END-IF
               MOVE "SLICE" TO PG-KEY
               CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
                   PG-VAL-TEXT, PG-VAL-NUM
               IF PG-FOUND = "Y"
                   PERFORM 015-PARSE-SLICE
               END-IF
           END-IF
           .

      *    SLICE=K/N -- ONE OR TWO DIGITS EACH SIDE OF ONE "/".
       015-PARSE-SLICE.
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
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SLICE-NUMBER TO SLP-SLICE
           MOVE SLICE-COUNT  TO SLP-SLICES
           MOVE SPACES TO CKPT-NAME
           STRING "D16S" SLP-SLICE SLP-SLICES DELIMITED BY SIZE
               INTO CKPT-NAME
           END-STRING
           DISPLAY "SLICE " SLP-SLICE " OF " SLP-SLICES
               " -- PARTIAL RESULTS TO AOCSLICE, NO ANSWERS LOGGED"
           .

      *    060-SLICE-SHARE -- HOW MANY OF UNITS 1 THRU SLICE-UNIT
      *    BELONG TO THIS SLICE, INTO SLICE-SHARE.
       060-SLICE-SHARE.
           IF SLICE-UNIT < SLICE-NUMBER
               MOVE +0 TO SLICE-SHARE
           ELSE
               COMPUTE SLICE-SHARE =
                   (SLICE-UNIT - SLICE-NUMBER) / SLICE-COUNT + 1
           END-IF
           .

      *    065-TEST-SLICE-UNIT -- IS UNIT SLICE-UNIT THIS SLICE'S?
       065-TEST-SLICE-UNIT.
           IF FUNCTION MOD (SLICE-UNIT - 1, SLICE-COUNT)
                = SLICE-NUMBER - 1
               SET UNIT-IN-SLICE TO TRUE
           ELSE
               MOVE "N" TO SW-IN-SLICE
           END-IF
           .

               END-IF
           END-PERFORM
     D*    PERFORM 200-SHOW-MAP
           COMPUTE SLICE-UNITS-TOTAL = MIROMAX + MIROLEN
           MOVE SLICE-UNITS-TOTAL TO SLICE-UNIT
           PERFORM 060-SLICE-SHARE
           MOVE SLICE-SHARE TO SLICE-UNITS-MINE

           MOVE LENGTH OF CKPT-STATE TO CKPT-LEN
           CALL "CKPTREAD" USING CKPT-NAME, CKPT-SEQ, CKPT-LEN,
               DISPLAY "RESUMING EDGE SWEEP FROM AOCCKPT: ROWS DONE "
                   CKS-ROW-DONE ", COLS DONE " CKS-COL-DONE
                   ", MAX SO FAR=" MAX-ENERGIZED
               IF CKS-PHASE = 2
                   COMPUTE SLICE-UNIT = MIROMAX + CKS-COL-DONE
               ELSE
                   MOVE CKS-ROW-DONE TO SLICE-UNIT
               END-IF
               PERFORM 060-SLICE-SHARE
               MOVE SLICE-SHARE TO SLICE-UNITS-DONE
           ELSE
      *    FIND ENERGIZED FROM THE SINGLE FIXED TOP-LEFT ENTRY BEAM,
      *    MOVING LEFT TO RIGHT ALONG THE TOP ROW, FOR COMPARISON

      *    FIND MAX ENERGIZED STARTING AT LEFT AND RIGHT OF EACH ROW
           MOVE "D16 EDGE SWEEP START" TO TIME-PHASE-LABEL
           CALL "TIMELOG" USING TIME-PHASE-LABEL, ANSWR-PROGRAM
           PERFORM VARYING START-Y FROM ROW-SWEEP-START BY 1
               UNTIL START-Y > MIROMAX
               MOVE START-Y TO SLICE-UNIT
               PERFORM 065-TEST-SLICE-UNIT
               IF NOT UNIT-IN-SLICE
                   EXIT PERFORM CYCLE
               END-IF
      *        MOVING LEFT TO RIGHT
               MOVE MIRRORS-AREA TO NEW-MAP-AREA
               MOVE +0 TO BEAMMAX NEWBMAX
               CALL "CKPTWRIT" USING CKPT-NAME, CKPT-SEQ, CKPT-LEN,
                   CKPT-STATE
               ADD +2 TO EDGES-DONE
               ADD +1 TO SLICE-UNITS-DONE
               MOVE "EDGE SWEEP ROWS" TO ST-PHASE
               MOVE EDGES-DONE TO ST-UNITS-DONE
               COMPUTE ST-UNITS-TOTAL = SLICE-UNITS-MINE * 2
               IF EDGE-BUDGET > 0 AND
                  EDGE-BUDGET < ST-UNITS-TOTAL
                   MOVE EDGE-BUDGET TO ST-UNITS-TOTAL
      *    FIND MAX ENERGIZED STARTING AT TOP AND BOTTOM OF EACH COLUMN
           PERFORM VARYING START-X FROM COL-SWEEP-START BY 1
               UNTIL START-X > MIROLEN
               COMPUTE SLICE-UNIT = MIROMAX + START-X
               PERFORM 065-TEST-SLICE-UNIT
               IF NOT UNIT-IN-SLICE
                   EXIT PERFORM CYCLE
               END-IF
      *        MOVING TOP TO BOTTOM
               MOVE MIRRORS-AREA TO NEW-MAP-AREA
               MOVE +0 TO BEAMMAX NEWBMAX
               CALL "CKPTWRIT" USING CKPT-NAME, CKPT-SEQ, CKPT-LEN,
                   CKPT-STATE
               ADD +2 TO EDGES-DONE
               ADD +1 TO SLICE-UNITS-DONE
               MOVE "EDGE SWEEP COLS" TO ST-PHASE
               MOVE EDGES-DONE TO ST-UNITS-DONE
               COMPUTE ST-UNITS-TOTAL = SLICE-UNITS-MINE * 2
               IF EDGE-BUDGET > 0 AND
                  EDGE-BUDGET < ST-UNITS-TOTAL
                   MOVE EDGE-BUDGET TO ST-UNITS-TOTAL
               END-IF
           END-PERFORM
           MOVE "D16 EDGE SWEEP DONE" TO TIME-PHASE-LABEL
           CALL "TIMELOG" USING TIME-PHASE-LABEL, ANSWR-PROGRAM
           .

       150-MOVE-BEAM.
           .

       900-WRAP-UP.
           IF NOT VALIDATE-ONLY AND NOT SLICE-PARM-BAD
               PERFORM 340-WRITE-AUDIT-MAPS
           END-IF
      *    EVERY SEVERITY THIS RUN ENDS WITH -- BUDGET STOP, STALE
      *    CHECKPOINT, GRID LOAD, SLICE PARM, LOST SLICE PARTIALS --
      *    IS SETTLED BEFORE THE STOP IS JOURNALED, SO THE JOURNAL,
      *    THE ARCHIVE RECORDS AND THE STEP ALL CARRY THE SAME RC.
           IF (BUDGET-STOPPED OR CKPT-REFUSED) AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF GRID-RC >= 8 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF SLICE-PARM-BAD
               MOVE 8 TO RETURN-CODE
           END-IF
           IF SLICE-RUN AND NOT VALIDATE-ONLY AND NOT SLICE-PARM-BAD
               DISPLAY "PART 1 - SINGLE-START ENERGIZED:"
                   SINGLE-ENERGIZED
               DISPLAY "PART 2 - MAXIMUM ENERGIZED:" MAX-ENERGIZED
               PERFORM 950-WRITE-SLICE-PARTIALS
           END-IF
           MOVE RETURN-CODE TO SETTLED-RC
           MOVE "STOP"  TO RUNLOG-EVENT
           MOVE SETTLED-RC TO RUNLOG-RC
           CALL "RUNLOG" USING RUNLOG-EVENT, ANSWR-PROGRAM,
               SW-USE-OVERRIDE, RUNLOG-RC
           CALL "GRIDFREE" USING GRID-PTR
           MOVE SETTLED-RC TO RETURN-CODE
           IF VALIDATE-ONLY OR SLICE-PARM-BAD
               EXIT PARAGRAPH
           END-IF
           IF SLICE-RUN
               CALL "CKPTDROP" USING CKPT-NAME
               MOVE SETTLED-RC TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PART 1 - SINGLE-START ENERGIZED:" SINGLE-ENERGIZED
           DISPLAY "PART 2 - MAXIMUM ENERGIZED:" MAX-ENERGIZED
           MOVE "DAY 16 PART 1" TO ANSWR-LABEL
           COMPUTE ANSWR-VALUE = SINGLE-ENERGIZED
           MOVE SETTLED-RC TO RETURN-CODE
           MOVE RETURN-CODE TO ANSWR-RC
           CALL "ANSWRLOG" USING ANSWR-LABEL, ANSWR-VALUE,
               ANSWR-PROGRAM, ANSWR-RC
               MOVE "DAY 16 PART 2" TO ANSWR-LABEL
           END-IF
           COMPUTE ANSWR-VALUE = MAX-ENERGIZED
           MOVE SETTLED-RC TO RETURN-CODE
           MOVE RETURN-CODE TO ANSWR-RC
           CALL "ANSWRLOG" USING ANSWR-LABEL, ANSWR-VALUE,
               ANSWR-PROGRAM, ANSWR-RC
           CALL "CKPTDROP" USING CKPT-NAME
           MOVE SETTLED-RC TO RETURN-CODE
           CONTINUE.

      *    950-WRITE-SLICE-PARTIALS -- A SLICED RUN'S RESULT.  PART 1
      *    IS THE SAME WHOLE ANSWER IN EVERY SLICE; PART 2 IS THIS
      *    SLICE'S BEST, MAXIMUM-COMBINED.  A BUDGET STOP MARKS PART
      *    2 "B" SO THE COMBINER WILL NOT USE IT.
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
           MOVE "DAY 16 PART 1" TO SLP-LABEL
           MOVE "E" TO SLP-METHOD
           MOVE "C" TO SLP-STATUS
           MOVE 1 TO SLP-UNITS-TOTAL SLP-UNITS-DONE
           MOVE SINGLE-ENERGIZED TO SLP-VALUE
           WRITE SLICE-RECORD FROM SLICE-PARTIAL
           MOVE "DAY 16 PART 2" TO SLP-LABEL
           MOVE "M" TO SLP-METHOD
           IF BUDGET-STOPPED
               MOVE "B" TO SLP-STATUS
           END-IF
           MOVE SLICE-UNITS-TOTAL TO SLP-UNITS-TOTAL
           MOVE SLICE-UNITS-DONE  TO SLP-UNITS-DONE
           MOVE MAX-ENERGIZED TO SLP-VALUE
           WRITE SLICE-RECORD FROM SLICE-PARTIAL
           CLOSE SLICE-FILE
           DISPLAY "SLICE " SLP-SLICE " OF " SLP-SLICES ": "
               SLP-UNITS-DONE " OF " SLP-UNITS-TOTAL
               " ROWS/COLUMNS SWEPT, PARTIALS WRITTEN TO AOCSLICE"
           .

       END PROGRAM DAY16PT2.
