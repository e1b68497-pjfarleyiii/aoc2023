           05  RUNLOG-EVENT      PIC  X(05) VALUE SPACES.
           05  RUNLOG-RC         PIC S9(4) COMP-5 VALUE +0.

      *    PHASE STAMPS (DAY/COMMON/TIMEMARK.CBL, TIMELOG ENTRY) FOR
      *    THE AOCPROF PROFILE -- EACH LABEL NAMES THE END OF A PHASE.
       01  PHASE-TIMING-AREA.
           05  TIME-PHASE-LABEL  PIC  X(20) VALUE SPACES.
           05  TIME-SAVE-RC      PIC S9(4) COMP-5 VALUE +0.

      *    THE MAP QUALITY REPORT GOES THROUGH THE SHARED REPORT
      *    WRITER (DAY/COMMON/RPTWRITE.CBL) FOR THE RUN STAMP AND
      *    PAGE NUMBERING THE RETENTION PEOPLE REQUIRE.
           MOVE 0 TO RETURN-CODE
           PERFORM 000-HOUSEKEEPING
           PERFORM 100-PROCESS-INPUT-DATA
           MOVE "D05 INPUT PARSED" TO TIME-PHASE-LABEL
           PERFORM 985-STAMP-PHASE
           IF VALIDATE-ONLY
               DISPLAY "VALIDATE-ONLY: INPUT PARSED AND VALIDATED,"
                   " NO COMPUTATION, NO ANSWERS LOGGED"
           PERFORM 250-FIND-MIN-BOUND
           MOVE MIN-BOUND TO PART1-VALUE
           PERFORM 400-WRITE-SEED-LINEAGE
           MOVE "D05 PART 1 MAPPED" TO TIME-PHASE-LABEL
           PERFORM 985-STAMP-PHASE
      *    PART 2 - THE SEED LINE NUMBERS ARE SEEDBEG/LENGTH PAIRS
           MOVE "PART 2 RANGES" TO QUA-PASS-LABEL
           MOVE SEEDMAX2 TO BOUNDMAX
           MOVE "N" TO SW-LINEAGE-PART2
           PERFORM 250-FIND-MIN-BOUND
           MOVE MIN-BOUND TO PART2-VALUE
           MOVE "D05 PART 2 MAPPED" TO TIME-PHASE-LABEL
           PERFORM 985-STAMP-PHASE
           IF LOOKUP-MODE-ACTIVE
               PERFORM 500-REVERSE-LOOKUPS
               MOVE "D05 REVERSE LOOKUPS" TO TIME-PHASE-LABEL
               PERFORM 985-STAMP-PHASE
           END-IF
           PERFORM 900-WRAP-UP
      *    EVERY CALL COPIES THE CALLED PROGRAM'S RETURN-CODE BACK
           MOVE RETURN-CODE TO RUNLOG-RC
           CALL "RUNLOG" USING RUNLOG-EVENT, ANSWR-PROGRAM,
               SW-USE-OVERRIDE, RUNLOG-RC
           MOVE "PROGRAM START" TO TIME-PHASE-LABEL
           PERFORM 985-STAMP-PHASE
           OPEN OUTPUT LINEAGE-FILE
           IF NOT LIN-FILE-OK
               DISPLAY "OPEN LINEAGE-FILE FAILED, FILE STATUS="
           MOVE RW-SAVE-RC TO RETURN-CODE
           .

      *    SAME RETURN-CODE SAVE AS 980, SO A PHASE STAMP NEVER
      *    WIPES A SEVERITY SET EARLIER IN THE RUN.
       985-STAMP-PHASE.
           MOVE RETURN-CODE TO TIME-SAVE-RC
           CALL "TIMELOG" USING TIME-PHASE-LABEL, ANSWR-PROGRAM
           MOVE TIME-SAVE-RC TO RETURN-CODE
           .

      *    REVERSE LOCATION-TO-SEED LOOKUPS -- THE QUESTION THE
      *    ALMANAC PEOPLE ASK EVERY SEASON ("LOCATION 4 MILLIONS
      *    SOMETHING -- WHICH SEED PRODUCED THAT?"), ANSWERED BY
