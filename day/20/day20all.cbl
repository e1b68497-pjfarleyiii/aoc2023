      *                  PRESSES, DEFAULT 100000).  AN INPUT WITH
      *                  NO RX MODULE (THE PUBLISHED SAMPLES) LOGS
      *                  PART 2 AS ZERO.
      *    PART 2'S TARGET IS A PARM NOW: TARGET=NAME (DEFAULT RX)
      *    AND PULSE=LOW/HIGH (DEFAULT LOW) ASK "ON WHICH PRESS DOES
      *    THIS MODULE FIRST RECEIVE THIS PULSE".  THE LCM CYCLE
      *    METHOD IS ONLY SOUND WHEN THE TARGET HANGS OFF A SINGLE
      *    CONJUNCTION AND THE PULSE WANTED IS LOW (ALL OF THAT
      *    CONJUNCTION'S INPUTS HIGH AT ONCE); ANY OTHER TARGET IS
      *    ANSWERED BY DIRECT SIMULATION -- PRESS UNTIL THE PULSE
      *    ARRIVES, BOUNDED BY LIMIT=.  THE METHOD USED IS
      *    DISPLAYED AND PRINTED ON AOCCYCRP.  MODULE NAMES MATCH
      *    REGARDLESS OF CASE, SO AN UPPER-CASE JCL PARM STILL
      *    FINDS THE PUZZLE'S LOWER-CASE MODULES.
      *    SUITE WIRING AS EVERY DAY PROGRAM: AOCINPUT/AOCOVRD,
      *    TOKENIZE FOR THE PARSE, PARMVOPT/PARMPARS FOR THE PARM,
      *    ANSWRLOG/RUNLOG, REJWRITE FOR MALFORMED MODULE LINES
      *    (RECOVERABLE RC=4).
      *    THE OPTIONAL AOCCYCRP REPORT SHOWS THE WORKING BEHIND
      *    BOTH ANSWERS: THE LOW/HIGH PULSE TOTALS AT EVERY 100TH
      *    PRESS OF PART 1, AND FOR PART 2 THE FEEDER CONJUNCTION,
      *    EACH OF ITS WATCHED INPUTS, THE PRESS WHERE THAT INPUT
      *    FIRST WENT HIGH, THE PERIOD CONFIRMED BY ITS SECOND HIGH
      *    PRESS, AND A CLEAN/IRREGULAR VERDICT.  THE LCM IS ONLY
      *    THE ANSWER WHEN EVERY INPUT REPEATS AT EXACTLY ITS FIRST
      *    PRESS NUMBER, SO THE SIMULATION NOW PRESSES ON UNTIL
      *    EVERY INPUT HAS GONE HIGH TWICE (STILL BOUNDED BY
      *    LIMIT=).  AN IRREGULAR OR UNCONFIRMED INPUT LEAVES THE
      *    LCM LOGGED BUT ENDS THE RUN RC=4, SO A SUSPECT PART 2 IS
      *    FLAGGED INSTEAD OF ARCHIVED AS IF IT WERE PROVEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
              ASSIGN TO AOCOVRD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OVR-FILE-STATUS.
      *    CYCLE-REPORT-FILE IS THE OPTIONAL CYCLE DISCOVERY REPORT
      *    -- ABSENT DD MEANS NO REPORT, NEVER AN ERROR.
           SELECT CYCLE-REPORT-FILE
              ASSIGN TO AOCCYCRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CYC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  OVERRIDE-FIELDS.
           05  OVR-LINEINPUT     PIC X(32756).

       FD  CYCLE-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CYCLE-REPORT-RECORD   PIC X(100).

       WORKING-STORAGE SECTION.
       01  INPUT-FILE-VARIABLES.
           05  LINELEN           PIC  9(8) BINARY.
           05  SW-DONE           PIC X(01) VALUE "N".
               88 SIMULATION-DONE          VALUE "Y".

      *    PART 2 -- THE TARGET MODULE AND PULSE LEVEL, THE METHOD
      *    CHOSEN FOR IT, AND FOR THE CYCLE METHOD THE CONJUNCTION
      *    FEEDING THE TARGET AND THE PRESS NUMBER AT WHICH EACH
      *    OF ITS INPUTS FIRST WENT HIGH.
      *    FEEDER-SECOND IS THE NEXT PRESS (NOT THE SAME PRESS
      *    AGAIN) ON WHICH THAT INPUT WENT HIGH -- SECOND MINUS
      *    FIRST IS THE CONFIRMED PERIOD.
       01  RX-TRACKING.
           05  TARGET-NAME       PIC X(12) VALUE "rx".
           05  TARGET-PULSE      PIC X(01) VALUE "N".
           05  TARGET-PULSE-NAME PIC X(04) VALUE "LOW".
           05  SW-METHOD         PIC X(01) VALUE SPACE.
               88 CYCLE-METHOD             VALUE "C".
               88 DIRECT-METHOD            VALUE "D".
           05  TARGET-SENDERS    PIC S9(4) COMP-5 VALUE +0.
           05  DIRECT-PRESS      PIC S9(18) COMP-5 VALUE +0.
           05  RX-MODULE         PIC S9(4) COMP-5 VALUE +0.
           05  RX-FEEDER         PIC S9(4) COMP-5 VALUE +0.
           05  FEEDER-CYCLE      PIC S9(18) COMP-5
                                 OCCURS 16 TIMES.
           05  FEEDER-SECOND     PIC S9(18) COMP-5
                                 OCCURS 16 TIMES.
           05  CYCLES-NEEDED     PIC S9(4) COMP-5 VALUE +0.
           05  CYCLES-FOUND      PIC S9(4) COMP-5 VALUE +0.
           05  CYCLES-CONFIRMED  PIC S9(4) COMP-5 VALUE +0.
           05  IRREGULAR-COUNT   PIC S9(4) COMP-5 VALUE +0.

      *    THE AOCCYCRP REPORT -- OPENED AT HOUSEKEEPING, WRITTEN
      *    AS THE SIMULATION GOES, CLOSED AT WRAP-UP.
       01  CYCLE-REPORT-CONTROLS.
           05  CYC-FILE-STATUS   PIC  X(02) VALUE SPACES.
               88 CYC-FILE-OK               VALUE "00".
           05  CYC-PRESS-EDIT    PIC  Z(8)9.
           05  CYC-LOW-EDIT      PIC  Z(14)9.
           05  CYC-HIGH-EDIT     PIC  Z(14)9.
           05  CYC-FIRST-EDIT    PIC  Z(8)9.
           05  CYC-PERIOD-EDIT   PIC  Z(8)9.
           05  CYC-VERDICT       PIC  X(12) VALUE SPACES.
           05  CYC-LCM-EDIT      PIC  Z(17)9.

       01  LCM-WORK.
           05  LCM-VALUE         PIC S9(18) COMP-5 VALUE +1.
           05  PP-VALID-KEYS.
               10  FILLER        PIC X(12) VALUE "PRESSES".
               10  FILLER        PIC X(12) VALUE "LIMIT".
               10  FILLER        PIC X(12) VALUE "TARGET".
               10  FILLER        PIC X(12) VALUE "PULSE".
               10  FILLER        PIC X(12) VALUE SPACES.
               10  FILLER        PIC X(12) VALUE SPACES.
               10  FILLER        PIC X(12) VALUE SPACES.
                   IF PG-FOUND = "Y" AND PG-VAL-NUM > 0
                       MOVE PG-VAL-NUM TO PRESS-LIMIT
                   END-IF
                   MOVE "TARGET" TO PG-KEY
                   CALL "PARMGETK" USING PP-RESULT, PG-KEY,
                       PG-FOUND, PG-VAL-TEXT, PG-VAL-NUM
                   IF PG-FOUND = "Y" AND PG-VAL-TEXT NOT = SPACES
                       MOVE PG-VAL-TEXT TO TARGET-NAME
                   END-IF
                   MOVE "PULSE" TO PG-KEY
                   CALL "PARMGETK" USING PP-RESULT, PG-KEY,
                       PG-FOUND, PG-VAL-TEXT, PG-VAL-NUM
                   IF PG-FOUND = "Y"
                       EVALUATE FUNCTION UPPER-CASE (PG-VAL-TEXT)
                           WHEN "LOW"
                               MOVE "N"    TO TARGET-PULSE
                               MOVE "LOW"  TO TARGET-PULSE-NAME
                           WHEN "HIGH"
                               MOVE "Y"    TO TARGET-PULSE
                               MOVE "HIGH" TO TARGET-PULSE-NAME
                           WHEN OTHER
                               DISPLAY "PULSE=" PG-VAL-TEXT
                                   " IS NOT LOW OR HIGH -- LOW USED"
                               IF RETURN-CODE < 4
                                   MOVE 4 TO RETURN-CODE
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
           IF PRESS-LIMIT < PRESS-TARGET
               SET USE-OVERRIDE-FILE TO TRUE
           ELSE
               OPEN INPUT INPUT-FILE
           END-IF
           IF NOT VALIDATE-ONLY
               OPEN OUTPUT CYCLE-REPORT-FILE
               IF CYC-FILE-OK
                   MOVE SPACES TO CYCLE-REPORT-RECORD
                   MOVE "DAY 20 PULSE PROPAGATION -- CYCLE DISCOVERY"
                       & " REPORT" TO CYCLE-REPORT-RECORD
                   WRITE CYCLE-REPORT-RECORD
                   MOVE SPACES TO CYCLE-REPORT-RECORD
                   WRITE CYCLE-REPORT-RECORD
                   MOVE "PART 1 PULSE TOTALS     PRESS"
                       & "             LOW            HIGH"
                     TO CYCLE-REPORT-RECORD
                   WRITE CYCLE-REPORT-RECORD
               END-IF
           END-IF.

       100-LOAD-NETWORK.
           END-IF.

      *    REGISTER EVERY CONJUNCTION'S INPUTS (IT MUST REMEMBER
      *    THE LAST PULSE FROM EACH), FIND THE PART 2 TARGET, AND
      *    CHOOSE THE METHOD: A LOW PULSE INTO A TARGET WHOSE ONLY
      *    SENDER IS A CONJUNCTION GETS THE CYCLE WATCH ON THAT
      *    CONJUNCTION, EVERYTHING ELSE IS SIMULATED DIRECTLY.
       200-WIRE-NETWORK.
           PERFORM VARYING SS1 FROM 1 BY 1 UNTIL SS1 > MODMAX
               PERFORM VARYING SS2 FROM 1 BY 1
               END-PERFORM
           END-PERFORM
           PERFORM VARYING SS1 FROM 1 BY 1 UNTIL SS1 > MODMAX
               IF FUNCTION UPPER-CASE (MOD-NAME (SS1))
                    = FUNCTION UPPER-CASE (TARGET-NAME)
                   MOVE SS1 TO RX-MODULE
               END-IF
           END-PERFORM
           IF RX-MODULE > 0
               MOVE MOD-NAME (RX-MODULE) TO TARGET-NAME
               PERFORM VARYING SS1 FROM 1 BY 1
                   UNTIL SS1 > MODMAX
                   PERFORM VARYING SS2 FROM 1 BY 1
                       UNTIL SS2 > MOD-DEST-CNT (SS1)
                       IF MOD-DEST (SS1, SS2) = RX-MODULE
                           MOVE SS1 TO RX-FEEDER
                           ADD +1 TO TARGET-SENDERS
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF TARGET-SENDERS = 1 AND TARGET-PULSE = "N"
                  AND MOD-TYPE (RX-FEEDER) = "C"
                   SET CYCLE-METHOD TO TRUE
               ELSE
                   SET DIRECT-METHOD TO TRUE
                   MOVE +0 TO RX-FEEDER
               END-IF
               DISPLAY "PART 2 TARGET " TARGET-NAME " PULSE "
                   TARGET-PULSE-NAME
               IF CYCLE-METHOD
                   DISPLAY "PART 2 METHOD: CYCLE (LCM OVER THE INPUTS"
                       " OF CONJUNCTION " MOD-NAME (RX-FEEDER) ")"
               ELSE
                   DISPLAY "PART 2 METHOD: DIRECT SIMULATION"
               END-IF
           END-IF
           IF RX-FEEDER > 0
               MOVE MOD-IN-CNT (RX-FEEDER) TO CYCLES-NEEDED
               PERFORM VARYING SS1 FROM 1 BY 1
                   UNTIL SS1 > CYCLES-NEEDED
                   MOVE +0 TO FEEDER-CYCLE (SS1)
                              FEEDER-SECOND (SS1)
               END-PERFORM
           END-IF.

               IF PRESS-NUMBER = PRESS-TARGET
                   COMPUTE PART1-VALUE = LOW-COUNT * HIGH-COUNT
               END-IF
               IF PRESS-NUMBER <= PRESS-TARGET
                  AND FUNCTION MOD (PRESS-NUMBER, 100) = 0
                   PERFORM 390-REPORT-PULSE-TOTALS
               END-IF
               EVALUATE TRUE
                   WHEN PRESS-NUMBER >= PRESS-LIMIT
                       SET SIMULATION-DONE TO TRUE
                   WHEN PRESS-NUMBER >= PRESS-TARGET AND
                        RX-MODULE = 0
                       SET SIMULATION-DONE TO TRUE
                   WHEN PRESS-NUMBER >= PRESS-TARGET AND
                        DIRECT-METHOD AND DIRECT-PRESS > 0
                       SET SIMULATION-DONE TO TRUE
                   WHEN PRESS-NUMBER >= PRESS-TARGET AND
                        CYCLE-METHOD AND
                        CYCLES-CONFIRMED >= CYCLES-NEEDED
                       SET SIMULATION-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
           EVALUATE TRUE
               WHEN RX-MODULE = 0
                   DISPLAY "NO " TARGET-NAME " MODULE ON THIS"
                       " NETWORK -- PART 2 LOGGED 0"
               WHEN DIRECT-METHOD
                   PERFORM 460-REPORT-DIRECT-RESULT
               WHEN CYCLES-FOUND >= CYCLES-NEEDED
                   PERFORM 400-COMBINE-CYCLES
                   PERFORM 450-REPORT-FEEDER-CYCLES
               WHEN OTHER
                   DISPLAY TARGET-NAME " FEEDER CYCLES NOT ALL FOUND"
                       " WITHIN " PRESS-LIMIT " PRESSES -- PART 2"
                       " LOGGED 0"
           END-EVALUATE.

       350-PRESS-BUTTON-ONCE.
           MOVE +0 TO Q-HEAD Q-TAIL
           END-PERFORM.

       370-DELIVER-ONE-PULSE.
      *    THE DIRECT WATCH: THE FIRST PRESS THAT DELIVERS THE
      *    WANTED PULSE TO THE TARGET IS THE PART 2 ANSWER.
           IF DIRECT-METHOD AND DIRECT-PRESS = 0
              AND CUR-DST = RX-MODULE AND CUR-HIGH = TARGET-PULSE
               MOVE PRESS-NUMBER TO DIRECT-PRESS
           END-IF
           EVALUATE MOD-TYPE (CUR-DST)
               WHEN "B"
                   MOVE CUR-HIGH TO SEND-HIGH
                   END-IF
      *            THE PART 2 CYCLE WATCH: THE FIRST PRESS ON
      *            WHICH EACH FEEDER INPUT GOES HIGH IS THAT
      *            INPUT'S CYCLE LENGTH; THE NEXT PRESS IT GOES
      *            HIGH ON CONFIRMS (OR REFUTES) THE PERIOD.
                   IF CUR-DST = RX-FEEDER AND CUR-HIGH = "Y"
                       PERFORM VARYING SS2 FROM 1 BY 1
                           UNTIL SS2 > MOD-IN-CNT (RX-FEEDER)
                           IF MOD-IN-SRC (RX-FEEDER, SS2)
                                = CUR-SRC
                               PERFORM 375-NOTE-FEEDER-HIGH
                           END-IF
                       END-PERFORM
                   END-IF
                   CONTINUE
           END-EVALUATE.

       375-NOTE-FEEDER-HIGH.
           EVALUATE TRUE
               WHEN FEEDER-CYCLE (SS2) = 0
                   MOVE PRESS-NUMBER TO FEEDER-CYCLE (SS2)
                   ADD +1 TO CYCLES-FOUND
               WHEN FEEDER-SECOND (SS2) = 0
                AND PRESS-NUMBER > FEEDER-CYCLE (SS2)
                   MOVE PRESS-NUMBER TO FEEDER-SECOND (SS2)
                   ADD +1 TO CYCLES-CONFIRMED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       380-SEND-TO-DESTINATIONS.
           PERFORM VARYING SS3 FROM 1 BY 1
               UNTIL SS3 > MOD-DEST-CNT (CUR-DST)
               END-IF
           END-PERFORM.

       390-REPORT-PULSE-TOTALS.
           IF NOT CYC-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE PRESS-NUMBER TO CYC-PRESS-EDIT
           MOVE LOW-COUNT    TO CYC-LOW-EDIT
           MOVE HIGH-COUNT   TO CYC-HIGH-EDIT
           MOVE SPACES TO CYCLE-REPORT-RECORD
           STRING "                    " CYC-PRESS-EDIT
               " " CYC-LOW-EDIT " " CYC-HIGH-EDIT
               DELIMITED BY SIZE INTO CYCLE-REPORT-RECORD
           END-STRING
           WRITE CYCLE-REPORT-RECORD.

       400-COMBINE-CYCLES.
           MOVE +1 TO LCM-VALUE
           PERFORM VARYING SS1 FROM 1 BY 1
           END-PERFORM
           MOVE LCM-VALUE TO PART2-VALUE.

      *    ONE LINE PER WATCHED FEEDER INPUT.  CLEAN MEANS THE
      *    SECOND HIGH CAME EXACTLY ONE FIRST-HIGH PRESS COUNT
      *    AFTER THE FIRST -- A CYCLE STARTING AT PRESS ZERO, THE
      *    ONLY SHAPE THE LCM IS VALID FOR.
       450-REPORT-FEEDER-CYCLES.
           MOVE +0 TO IRREGULAR-COUNT
           IF CYC-FILE-OK
               MOVE SPACES TO CYCLE-REPORT-RECORD
               WRITE CYCLE-REPORT-RECORD
               MOVE SPACES TO CYCLE-REPORT-RECORD
               STRING "PART 2 METHOD          CYCLE -- FEEDER "
                   DELIMITED BY SIZE
                   MOD-NAME (RX-FEEDER) DELIMITED BY SPACE
                   " (CONJUNCTION FEEDING " DELIMITED BY SIZE
                   MOD-NAME (RX-MODULE) DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE INTO CYCLE-REPORT-RECORD
               END-STRING
               WRITE CYCLE-REPORT-RECORD
               MOVE "  INPUT MODULE  FIRST-HIGH PRESS  CONFIRMED"
                   & " PERIOD  VERDICT" TO CYCLE-REPORT-RECORD
               WRITE CYCLE-REPORT-RECORD
           END-IF
           PERFORM VARYING SS1 FROM 1 BY 1
               UNTIL SS1 > CYCLES-NEEDED
               MOVE FEEDER-CYCLE (SS1) TO CYC-FIRST-EDIT
               IF FEEDER-SECOND (SS1) > 0
                   COMPUTE CYC-PERIOD-EDIT = FEEDER-SECOND (SS1)
                       - FEEDER-CYCLE (SS1)
                   IF FEEDER-SECOND (SS1) = FEEDER-CYCLE (SS1) * 2
                       MOVE "CLEAN CYCLE" TO CYC-VERDICT
                   ELSE
                       MOVE "IRREGULAR" TO CYC-VERDICT
                       ADD +1 TO IRREGULAR-COUNT
                   END-IF
               ELSE
                   MOVE ZEROES TO CYC-PERIOD-EDIT
                   MOVE "UNCONFIRMED" TO CYC-VERDICT
                   ADD +1 TO IRREGULAR-COUNT
               END-IF
               MOVE MOD-IN-SRC (RX-FEEDER, SS1) TO SS2
               IF CYC-FILE-OK
                   MOVE SPACES TO CYCLE-REPORT-RECORD
                   STRING "  " MOD-NAME (SS2) "       " CYC-FIRST-EDIT
                       "         " CYC-PERIOD-EDIT "  " CYC-VERDICT
                       DELIMITED BY SIZE INTO CYCLE-REPORT-RECORD
                   END-STRING
                   WRITE CYCLE-REPORT-RECORD
               END-IF
           END-PERFORM
           IF CYC-FILE-OK
               MOVE LCM-VALUE TO CYC-LCM-EDIT
               MOVE SPACES TO CYCLE-REPORT-RECORD
               STRING "  LCM OF FIRST-HIGH PRESSES = " CYC-LCM-EDIT
                   DELIMITED BY SIZE INTO CYCLE-REPORT-RECORD
               END-STRING
               WRITE CYCLE-REPORT-RECORD
           END-IF
           IF IRREGULAR-COUNT > 0
               DISPLAY "CYCLE ASSUMPTION NOT PROVEN FOR "
                   IRREGULAR-COUNT " FEEDER INPUT(S) -- PART 2"
                   " LOGGED WITH RC=4"
               IF CYC-FILE-OK
                   MOVE SPACES TO CYCLE-REPORT-RECORD
                   MOVE "  CYCLE ASSUMPTION DID NOT HOLD -- PART 2"
                       & " ANSWER IS SUSPECT" TO CYCLE-REPORT-RECORD
                   WRITE CYCLE-REPORT-RECORD
               END-IF
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       460-REPORT-DIRECT-RESULT.
           IF DIRECT-PRESS > 0
               MOVE DIRECT-PRESS TO PART2-VALUE
           ELSE
               DISPLAY TARGET-NAME " NEVER RECEIVED A "
                   TARGET-PULSE-NAME " PULSE WITHIN " PRESS-LIMIT
                   " PRESSES -- PART 2 LOGGED 0"
           END-IF
           IF CYC-FILE-OK
               MOVE SPACES TO CYCLE-REPORT-RECORD
               WRITE CYCLE-REPORT-RECORD
               MOVE SPACES TO CYCLE-REPORT-RECORD
               STRING "PART 2 METHOD          DIRECT SIMULATION -- "
                   DELIMITED BY SIZE
                   TARGET-PULSE-NAME DELIMITED BY SPACE
                   " PULSE INTO " DELIMITED BY SIZE
                   TARGET-NAME DELIMITED BY SPACE
                   INTO CYCLE-REPORT-RECORD
               END-STRING
               WRITE CYCLE-REPORT-RECORD
               MOVE DIRECT-PRESS TO CYC-PRESS-EDIT
               MOVE SPACES TO CYCLE-REPORT-RECORD
               STRING "  FIRST PRESS DELIVERING IT = " CYC-PRESS-EDIT
                   DELIMITED BY SIZE INTO CYCLE-REPORT-RECORD
               END-STRING
               WRITE CYCLE-REPORT-RECORD
           END-IF.

       900-WRAP-UP.
           IF CYC-FILE-OK
               CLOSE CYCLE-REPORT-FILE
           END-IF
           MOVE "STOP"  TO RUNLOG-EVENT
           MOVE RETURN-CODE TO RUNLOG-RC
           CALL "RUNLOG" USING RUNLOG-EVENT, ANSWR-PROGRAM,
