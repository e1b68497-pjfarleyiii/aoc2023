      *    HISTORY-DATA EVERY PASS, SO CHECKPOINTING HISTORY-DATA IS
      *    WHAT MAKES THE CYCLE SEARCH RESUME CORRECTLY).  A CANCELLED
      *    JOB RESTARTED AGAINST THE SAME AOCCKPT PICKS UP AT THE
      *    NEXT CYCLE INSTEAD OF RE-TILTING FROM CYCLE 1.  THE FIRST
      *    RECORD IS THE SHOP RUN STAMP (CKPTSTMP IN DAY/COMMON/
      *    AOCCKPT.CBL) SO A CHECKPOINT OF ANOTHER INPUT, OR ONE PAST
      *    THE AOCCKAGE AGE LIMIT, IS REFUSED THE WAY CKPTREAD
      *    REFUSES ONE.
       FD  SCRIPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SCRIPT-RECORD.
           05  FILLER                    PIC  X(468).
       01  CKPT-TEXT-RECORD.
           05  CKPT-TEXT                 PIC  X(512).
       01  CKPT-STAMP-RECORD.
           05  FILLER                    PIC  X(44).
           05  CKPT-STAMP                PIC  X(71).
           05  FILLER                    PIC  X(397).

       WORKING-STORAGE SECTION.
       01  INPUT-FIELDS.
           05  CKPT-INTERVAL             PIC S9(18) COMP-5 VALUE +1000.
           05  CKPT-START-CYCLE          PIC S9(18) COMP-5 VALUE +0.

       01  CKPT-JUDGE-AREA.
           05  CKPT-SAVED-STAMP          PIC  X(71) VALUE SPACES.
           05  CKPT-NOW-STAMP            PIC  X(71) VALUE SPACES.
           05  CKPT-VERDICT              PIC  X(08) VALUE SPACES.
               88 CKPT-CURRENT                      VALUE "CURRENT".
           05  CKPT-AGE-DAYS             PIC S9(8) COMP-5 VALUE +0.
           05  CKPT-REASON               PIC  X(80) VALUE SPACES.

       01  SUBSCRIPT-VARIABLES.
           05  SS1                       PIC S9(18) COMP-5.
           05  SS2                       PIC S9(18) COMP-5.
          05 RESTART-FLAG                PIC X.
             88 RESTARTED                      VALUE 'Y'.
             88 NOT-RESTARTED                  VALUE 'N'.
          05 STALE-CKPT-FLAG             PIC X     VALUE 'N'.
             88 STALE-CKPT-REFUSED             VALUE 'Y'.

       01 WORK-AREAS.
          05  CYCLE-LIM                  PIC S9(18) COMP-5 VALUE +0.
           END-IF
           PERFORM 900-WRAP-UP
      *    EVERY CALL COPIES THE CALLED PROGRAM'S RETURN-CODE BACK
      *    OVER THIS ONE'S, SO THE GRID-LOAD SEVERITY AND A REFUSED
      *    STALE CHECKPOINT ARE RE-ASSERTED HERE, AFTER THE LAST CALL.
           IF GRID-RC >= 8 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF STALE-CKPT-REFUSED AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       000-HOUSEKEEPING.
                           DISPLAY "FINAL WEIGHT=CYCLE[" S47 "]="
                               CYCLE-WGHT (S47)
                           COMPUTE ANSWR-VALUE = CYCLE-WGHT (S47)
                           IF STALE-CKPT-REFUSED AND RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                           MOVE RETURN-CODE TO ANSWR-RC
                           CALL "ANSWRLOG" USING ANSWR-LABEL,
                               ANSWR-VALUE, ANSWR-PROGRAM, ANSWR-RC
           DISPLAY "FINAL LOAD AFTER SCRIPT=" ROCK-WEIGHT
           COMPUTE ANSWR-VALUE = ROCK-WEIGHT
           MOVE "DAY 14 SCRIPT" TO ANSWR-LABEL
           IF STALE-CKPT-REFUSED AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO ANSWR-RC
           CALL "ANSWRLOG" USING ANSWR-LABEL, ANSWR-VALUE,
               ANSWR-PROGRAM, ANSWR-RC
               DISPLAY "OPEN CHECKPOINT-FILE (OUTPUT) FAILED, STATUS="
                   CKPT-FILE-STATUS
           ELSE
               MOVE SPACES TO CKPT-STAMP-RECORD
               MOVE "STAMP   " TO CKPT-TAG
               MOVE +0 TO CKPT-NUM1 CKPT-NUM2
               CALL "CKPTSTMP" USING CKPT-NOW-STAMP
               MOVE CKPT-NOW-STAMP TO CKPT-STAMP
               WRITE CKPT-STAMP-RECORD

               MOVE SPACES TO CKPT-TAG-RECORD
               MOVE "CYCLE   " TO CKPT-TAG
               MOVE CYCLE TO CKPT-NUM1
               MOVE +0 TO CKPT-NUM2
      *    100-PROCESS-INPUT-DATA PICKS UP THE TILT LOOP AT THE NEXT
      *    CYCLE AFTER THE CHECKPOINT INSTEAD OF AT CYCLE 1.  A MISSING
      *    OR EMPTY CHECKPOINT (STATUS NOT = "00") JUST MEANS A FRESH
      *    RUN, NOT AN ERROR.  A CHECKPOINT WHOSE STAMP CKPTJUDG DOES
      *    NOT CALL CURRENT -- TAKEN AGAINST ANOTHER INPUT, PAST THE
      *    AGE LIMIT, OR WRITTEN BEFORE THE STAMP RECORD EXISTED (ITS
      *    FIRST TAG IS CYCLE) -- IS NOT RESUMED: THE RUN STARTS FRESH
      *    AND ENDS RC=4 SO THE REFUSAL IS SEEN.
       860-READ-CHECKPOINT.
           SET NOT-RESTARTED TO TRUE
           OPEN INPUT CHECKPOINT-FILE
           IF CKPT-FILE-STATUS = "00"
               MOVE SPACES TO CKPT-TAG-RECORD
               READ CHECKPOINT-FILE
                   AT END
                       CLOSE CHECKPOINT-FILE
                       EXIT PARAGRAPH
               END-READ
               MOVE SPACES TO CKPT-SAVED-STAMP
               IF CKPT-TAG = "STAMP   "
                   MOVE CKPT-STAMP TO CKPT-SAVED-STAMP
               END-IF
               CALL "CKPTSTMP" USING CKPT-NOW-STAMP
               CALL "CKPTJUDG" USING CKPT-SAVED-STAMP, CKPT-NOW-STAMP,
                   CKPT-VERDICT, CKPT-AGE-DAYS, CKPT-REASON
               IF NOT CKPT-CURRENT
                   CLOSE CHECKPOINT-FILE
                   SET STALE-CKPT-REFUSED TO TRUE
                   DISPLAY "CHECKPOINT NOT RESUMED, STARTING FRESH --"
                   DISPLAY CKPT-REASON
                   EXIT PARAGRAPH
               END-IF
               READ CHECKPOINT-FILE
                   AT END CONTINUE
                   NOT AT END MOVE CKPT-NUM1 TO CKPT-START-CYCLE
           .

       900-WRAP-UP.
      *    A REFUSED STALE CHECKPOINT IS SETTLED BEFORE THE STOP IS
      *    JOURNALED, AS IT IS BEFORE EACH ANSWER IS LOGGED, SO THE
      *    JOURNAL AND THE ARCHIVE CARRY THE RC THE STEP ENDS WITH.
           IF STALE-CKPT-REFUSED AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "STOP"  TO RUNLOG-EVENT
           MOVE RETURN-CODE TO RUNLOG-RC
           CALL "RUNLOG" USING RUNLOG-EVENT, ANSWR-PROGRAM,
