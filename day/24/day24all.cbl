      *                  POSITION RECOMPUTED EXACTLY IN S9(18)
      *                  INTEGERS, SO THE LOGGED ANSWER CARRIES NO
      *                  FLOATING-POINT FUZZ.
      *                  THE ROUNDED ROCK IS THEN PROVED, NOT
      *                  TRUSTED: EVERY HAILSTONE'S COLLISION TIME
      *                  IS WORKED OUT IN S9(18) INTEGERS AND THE
      *                  ROCK AND STONE POSITIONS COMPARED IN ALL
      *                  THREE AXES AT THAT TIME.  A STONE THE ROCK
      *                  MISSES, MEETS ONLY BEFORE THE THROW, OR
      *                  MEETS AT A NON-INTEGER TIME MAKES THE RUN
      *                  RC=8, SO A ROUNDING SLIP NEVER REACHES THE
      *                  ARCHIVE AS A CLEAN ANSWER.  THE COLLISION
      *                  SCHEDULE, IN TIME ORDER, GOES TO THE
      *                  OPTIONAL AOCRKSCH DD (ABSENT DD, NO REPORT):
      *                    COL   1- 5  ORDER
      *                    COL   8-22  COLLISION TIME
      *                    COL  25-31  HAILSTONE INPUT LINE
      *                    COL  34-84  X, Y, Z OF THE COLLISION
      *                    COL  87-    VERDICT
      *                  STONES NOT HIT ARE LISTED AFTER THE HITS.
      *    SUITE WIRING AS EVERY DAY PROGRAM: ANSWRLOG/RUNLOG,
      *    VALIDATE=Y, BOARD AND STAGING ROWS, FIXTURE, JCL.
       ENVIRONMENT DIVISION.
              ASSIGN TO AOCOVRD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OVR-FILE-STATUS.
           SELECT SCHEDULE-FILE
              ASSIGN TO AOCRKSCH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  OVERRIDE-FIELDS.
           05  OVR-LINEINPUT     PIC X(32756).

       FD  SCHEDULE-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  SCHEDULE-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  INPUT-FILE-VARIABLES.
           05  LINELEN           PIC  9(8) BINARY.
               10  HS-VX         PIC S9(18) COMP-5.
               10  HS-VY         PIC S9(18) COMP-5.
               10  HS-VZ         PIC S9(18) COMP-5.
               10  HS-LINE       PIC S9(8) COMP-5.
               10  HS-HIT-TIME   PIC S9(18) COMP-5.
               10  HS-VERDICT    PIC X(01).
                   88 HS-HIT                VALUE "H".
                   88 HS-MISSED             VALUE "M".
                   88 HS-NOT-INTEGRAL       VALUE "F".
                   88 HS-BEFORE-THROW       VALUE "P".

       01  PART1-VARIABLES.
           05  AREA-MIN          PIC S9(18) COMP-5
           05  ROCK-PY           PIC S9(18) COMP-5 VALUE +0.
           05  ROCK-PZ           PIC S9(18) COMP-5 VALUE +0.

      *    EXACT VERIFICATION OF THE ROUNDED ROCK.  VF-AXIS HOLDS
      *    ONE AXIS'S POSITION GAP AND CLOSING SPEED; THE TIME COMES
      *    FROM THE FIRST AXIS WITH A NON-ZERO CLOSING SPEED.
       01  VERIFY-VARIABLES.
           05  SCH-FILE-STATUS   PIC  X(02) VALUE SPACES.
               88 SCH-FILE-OK               VALUE "00".
           05  SW-VERIFIED       PIC  X(01) VALUE "N".
               88 ROCK-VERIFIED             VALUE "Y".
           05  VF-HIT-COUNT      PIC S9(8) COMP-5 VALUE +0.
           05  VF-FAIL-COUNT     PIC S9(8) COMP-5 VALUE +0.
           05  VF-AXIS OCCURS 3 TIMES.
               10  VF-GAP        PIC S9(18) COMP-5.
               10  VF-SPEED      PIC S9(18) COMP-5.
           05  VF-NDX            PIC S9(4) COMP-5 VALUE +0.
           05  VF-TIME-AXIS      PIC S9(4) COMP-5 VALUE +0.
           05  VF-TIME           PIC S9(18) COMP-5 VALUE +0.
           05  VF-REM            PIC S9(18) COMP-5 VALUE +0.
           05  VF-ROCK-AT        PIC S9(18) COMP-5 VALUE +0.
           05  VF-STONE-AT       PIC S9(18) COMP-5 VALUE +0.
           05  VF-ORDER          PIC S9(8) COMP-5
                                 OCCURS 512 TIMES.
           05  VF-ORDER-MAX      PIC S9(8) COMP-5 VALUE +0.
           05  VF-HOLD           PIC S9(8) COMP-5 VALUE +0.
           05  SW-VF-SWAPPED     PIC  X(01) VALUE "N".
           05  VF-RANK           PIC S9(8) COMP-5 VALUE +0.
       01  SCHEDULE-LINE.
           05  SL-ORDER          PIC  Z(4)9.
           05  FILLER            PIC  X(02) VALUE SPACES.
           05  SL-TIME           PIC  -(14)9.
           05  FILLER            PIC  X(02) VALUE SPACES.
           05  SL-LINE           PIC  Z(6)9.
           05  FILLER            PIC  X(02) VALUE SPACES.
           05  SL-X              PIC  -(16)9.
           05  SL-Y              PIC  -(16)9.
           05  SL-Z              PIC  -(16)9.
           05  FILLER            PIC  X(02) VALUE SPACES.
           05  SL-VERDICT        PIC  X(30).
           05  FILLER            PIC  X(15) VALUE SPACES.

       01  BUILD-VARIABLES.
           05  PAIR-BASE         PIC S9(4) COMP-5 VALUE +0.
           05  PAIR-OTHER        PIC S9(8) COMP-5 VALUE +0.
           IF REJECT-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF VF-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       000-HOUSEKEEPING.
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO STONEMAX
           MOVE LINECTR TO HS-LINE (STONEMAX)
           MOVE +0 TO SS2
           PERFORM VARYING SS1 FROM 1 BY 1 UNTIL SS1 > T-MAX
               IF TOKEN-LEN (SS1) > 0
               COMPUTE F-WORK = SOLUTION (1) + SOLUTION (2)
               COMPUTE F-WORK = F-WORK + SOLUTION (3)
               COMPUTE PART2-VALUE ROUNDED = F-WORK
               COMPUTE ROCK-PX ROUNDED = SOLUTION (1)
               COMPUTE ROCK-PY ROUNDED = SOLUTION (2)
               COMPUTE ROCK-PZ ROUNDED = SOLUTION (3)
               PERFORM 500-VERIFY-ROCK-THROW
               EXIT PARAGRAPH
           END-IF
           COMPUTE I-T1 = (DPY * W2X - DPX * W2Y) / I-DET
               + I-T1 * (HS-VZ (1) - ROCK-VZ)
           COMPUTE PART2-VALUE = ROCK-PX + ROCK-PY + ROCK-PZ
           DISPLAY "ROCK AT " ROCK-PX " " ROCK-PY " " ROCK-PZ
               " VELOCITY " ROCK-VX " " ROCK-VY " " ROCK-VZ
           PERFORM 500-VERIFY-ROCK-THROW.

       420-BUILD-PAIR-ROWS.
           MOVE PAIR-OTHER TO SS2
                   MAT-CELL (GJ-I, 7) / MAT-CELL (GJ-I, GJ-I)
           END-PERFORM.

      *    PROVE THE ROCK AGAINST EVERY HAILSTONE IN S9(18)
      *    INTEGERS.  ANY STONE NOT HIT CLEANLY MAKES THE RUN RC=8.
       500-VERIFY-ROCK-THROW.
           MOVE +0 TO VF-HIT-COUNT VF-FAIL-COUNT
           PERFORM VARYING SS1 FROM 1 BY 1 UNTIL SS1 > STONEMAX
               PERFORM 520-VERIFY-ONE-STONE
               IF HS-HIT (SS1)
                   ADD +1 TO VF-HIT-COUNT
               ELSE
                   ADD +1 TO VF-FAIL-COUNT
               END-IF
           END-PERFORM
           PERFORM 560-ORDER-BY-TIME
           PERFORM 580-WRITE-SCHEDULE
           DISPLAY "ROCK VERIFIED AGAINST " VF-HIT-COUNT
               " OF " STONEMAX " HAILSTONES"
           IF VF-FAIL-COUNT > 0
               DISPLAY "ROCK THROW FAILS VERIFICATION -- "
                   VF-FAIL-COUNT " HAILSTONES NOT HIT CLEANLY,"
                   " PART 2 IS NOT TO BE TRUSTED"
               MOVE 8 TO RETURN-CODE
           ELSE
               SET ROCK-VERIFIED TO TRUE
           END-IF.

      *    T = (PR - PI) / (VI - VR) ON ANY AXIS WHERE THE TWO
      *    CLOSE; AN AXIS WHERE THEY DO NOT CLOSE MUST ALREADY
      *    AGREE.  THE TIME MUST DIVIDE EXACTLY, MUST NOT BE BEFORE
      *    THE THROW, AND MUST LINE UP ALL THREE AXES.
       520-VERIFY-ONE-STONE.
           COMPUTE VF-GAP (1) = ROCK-PX - HS-PX (SS1)
           COMPUTE VF-GAP (2) = ROCK-PY - HS-PY (SS1)
           COMPUTE VF-GAP (3) = ROCK-PZ - HS-PZ (SS1)
           COMPUTE VF-SPEED (1) = HS-VX (SS1) - ROCK-VX
           COMPUTE VF-SPEED (2) = HS-VY (SS1) - ROCK-VY
           COMPUTE VF-SPEED (3) = HS-VZ (SS1) - ROCK-VZ
           MOVE +0 TO VF-TIME-AXIS HS-HIT-TIME (SS1)
           PERFORM VARYING VF-NDX FROM 1 BY 1
               UNTIL VF-NDX > 3 OR VF-TIME-AXIS > 0
               IF VF-SPEED (VF-NDX) NOT = 0
                   MOVE VF-NDX TO VF-TIME-AXIS
               END-IF
           END-PERFORM
           IF VF-TIME-AXIS = 0
      *        SAME VELOCITY AS THE ROCK -- ONLY A STONE THAT
      *        STARTS ON THE ROCK IS EVER HIT.
               IF VF-GAP (1) = 0 AND VF-GAP (2) = 0
                  AND VF-GAP (3) = 0
                   SET HS-HIT (SS1) TO TRUE
               ELSE
                   SET HS-MISSED (SS1) TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           DIVIDE VF-SPEED (VF-TIME-AXIS) INTO VF-GAP (VF-TIME-AXIS)
               GIVING VF-TIME REMAINDER VF-REM
           MOVE VF-TIME TO HS-HIT-TIME (SS1)
           IF VF-REM NOT = 0
               SET HS-NOT-INTEGRAL (SS1) TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF VF-TIME < 0
               SET HS-BEFORE-THROW (SS1) TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET HS-HIT (SS1) TO TRUE
           PERFORM VARYING VF-NDX FROM 1 BY 1 UNTIL VF-NDX > 3
               IF VF-SPEED (VF-NDX) * VF-TIME NOT = VF-GAP (VF-NDX)
                   SET HS-MISSED (SS1) TO TRUE
               END-IF
           END-PERFORM.

      *    HITS FIRST, IN COLLISION-TIME ORDER (STABLE EXCHANGE
      *    SORT, SO EQUAL TIMES STAY IN INPUT ORDER), THEN THE
      *    STONES NOT HIT IN INPUT ORDER.
       560-ORDER-BY-TIME.
           MOVE +0 TO VF-ORDER-MAX
           PERFORM VARYING SS1 FROM 1 BY 1 UNTIL SS1 > STONEMAX
               IF HS-HIT (SS1)
                   ADD +1 TO VF-ORDER-MAX
                   MOVE SS1 TO VF-ORDER (VF-ORDER-MAX)
               END-IF
           END-PERFORM
           MOVE "Y" TO SW-VF-SWAPPED
           PERFORM UNTIL SW-VF-SWAPPED = "N"
               MOVE "N" TO SW-VF-SWAPPED
               PERFORM VARYING SS2 FROM 2 BY 1
                   UNTIL SS2 > VF-ORDER-MAX
                   IF HS-HIT-TIME (VF-ORDER (SS2))
                      < HS-HIT-TIME (VF-ORDER (SS2 - 1))
                       MOVE VF-ORDER (SS2) TO VF-HOLD
                       MOVE VF-ORDER (SS2 - 1) TO VF-ORDER (SS2)
                       MOVE VF-HOLD TO VF-ORDER (SS2 - 1)
                       MOVE "Y" TO SW-VF-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING SS1 FROM 1 BY 1 UNTIL SS1 > STONEMAX
               IF NOT HS-HIT (SS1)
                   ADD +1 TO VF-ORDER-MAX
                   MOVE SS1 TO VF-ORDER (VF-ORDER-MAX)
               END-IF
           END-PERFORM.

       580-WRITE-SCHEDULE.
           OPEN OUTPUT SCHEDULE-FILE
           IF NOT SCH-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "DAY 24 ROCK THROW -- COLLISION SCHEDULE"
             TO SCHEDULE-RECORD
           WRITE SCHEDULE-RECORD
           MOVE SPACES TO SCHEDULE-RECORD
           STRING "ORDER" "             TIME" "     LINE"
               "                  X                Y"
               "                Z" "  VERDICT"
               DELIMITED BY SIZE INTO SCHEDULE-RECORD
           END-STRING
           WRITE SCHEDULE-RECORD
           PERFORM VARYING VF-RANK FROM 1 BY 1
               UNTIL VF-RANK > VF-ORDER-MAX
               MOVE VF-ORDER (VF-RANK) TO SS1
               PERFORM 590-WRITE-SCHEDULE-LINE
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       590-WRITE-SCHEDULE-LINE.
           MOVE VF-RANK TO SL-ORDER
           MOVE HS-HIT-TIME (SS1) TO SL-TIME
           MOVE HS-LINE (SS1) TO SL-LINE
           COMPUTE SL-X = HS-PX (SS1) + HS-VX (SS1) * HS-HIT-TIME (SS1)
           COMPUTE SL-Y = HS-PY (SS1) + HS-VY (SS1) * HS-HIT-TIME (SS1)
           COMPUTE SL-Z = HS-PZ (SS1) + HS-VZ (SS1) * HS-HIT-TIME (SS1)
           EVALUATE TRUE
               WHEN HS-HIT (SS1)
                   MOVE "HIT" TO SL-VERDICT
               WHEN HS-NOT-INTEGRAL (SS1)
                   MOVE "MISSED -- NON-INTEGER TIME" TO SL-VERDICT
               WHEN HS-BEFORE-THROW (SS1)
                   MOVE "MISSED -- MEETS BEFORE THROW" TO SL-VERDICT
               WHEN OTHER
                   MOVE "MISSED -- AXES DISAGREE" TO SL-VERDICT
           END-EVALUATE
           MOVE SCHEDULE-LINE TO SCHEDULE-RECORD
           WRITE SCHEDULE-RECORD.

       900-WRAP-UP.
           MOVE "STOP"  TO RUNLOG-EVENT
           MOVE RETURN-CODE TO RUNLOG-RC
