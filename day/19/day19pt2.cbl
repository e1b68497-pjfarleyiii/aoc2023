      *    REDIRECTED PAST THEM), AND NEVER-FIRED RULES FLAGGED
      *    IN # COMMENT LINES -- WHICH THIS PARSER NOW SKIPS, SO
      *    THE OPTIMIZED FILE FEEDS STRAIGHT BACK IN.
      *    REGION-FILE IS THE ACCEPTED-REGION EXTRACT -- ONE RECORD
      *    PER RATING REGION THE PART 2 RANGE WALK ACCEPTS, WITH THE
      *    LOW AND HIGH BOUND OF EVERY RATING CATEGORY, THE REGION'S
      *    COMBINATION COUNT, AND THE WORKFLOW PATH ("NAME:RULE"
      *    STEPS FROM "IN") THAT ROUTED IT TO A.  THE REGION COUNTS
      *    ARE SUMMED BACK FROM THE BOUNDS AS WRITTEN AND MUST EQUAL
      *    THE PART 2 ANSWER OR THE RUN ENDS RC=8.  OPTIONAL: A RUN
      *    WITHOUT THE DD STILL CHECKS THE SUM.
           SELECT OPTIMIZED-FILE
              ASSIGN TO AOCWFOPT
              ORGANIZATION IS LINE SEQUENTIAL
              ASSIGN TO AOCWKFLO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WKFLDUMP-FILE-STATUS.
           SELECT REGION-FILE
              ASSIGN TO AOCACRGN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RGN-FILE-STATUS.

       DATA DIVISION.
      *-------------
               10  WKFLD-VALUE           PIC  9(04).
               10  WKFLD-RULE            PIC  X(04).

      *    ONE FIXED-LENGTH RECORD PER ACCEPTED REGION.  RANGE SLOTS
      *    FOLLOW CRIT-VALUES ORDER; SLOTS PAST CRIT-CATCNT ARE BLANK.
       FD  REGION-FILE
           RECORD CONTAINS 224 CHARACTERS.
       01  REGION-RECORD.
           05  RGX-SEQ                   PIC  9(06).
           05  FILLER                    PIC  X(01).
           05  RGX-COUNT                 PIC  9(18).
           05  FILLER                    PIC  X(01).
           05  RGX-RANGE                 OCCURS 8 TIMES.
               10  RGX-CAT               PIC  X(01).
               10  RGX-EQ                PIC  X(01).
               10  RGX-LO                PIC  9(04).
               10  RGX-DASH              PIC  X(01).
               10  RGX-HI                PIC  9(04).
               10  FILLER                PIC  X(01).
           05  RGX-PATH                  PIC  X(100).
           05  FILLER                    PIC  X(02).

       WORKING-STORAGE SECTION.
       01  INPUT-FILE-VARIABLES.
           05  LINELEN                   PIC  9(04) COMP-5.
           05  ORIG-TOTAL        PIC S9(18) COMP-5 VALUE +0.
           05  PROOF-TOTAL       PIC S9(18) COMP-5 VALUE +0.

      *    ACCEPTED-REGION EXTRACT STATE -- CAPTURE IS ON ONLY FOR THE
      *    ANSWER'S OWN RANGE WALK, NOT THE REWRITE MODE'S PROOF RUN.
       01  REGION-EXTRACT-AREA.
           05  RGN-FILE-STATUS   PIC  X(02) VALUE SPACES.
               88 RGN-FILE-OK              VALUE "00".
           05  SW-RGN-CAPTURE    PIC  X(01) VALUE "N".
               88 RGN-CAPTURE              VALUE "Y".
           05  SW-RGN-MISMATCH   PIC  X(01) VALUE "N".
               88 RGN-MISMATCH             VALUE "Y".
           05  RGN-COUNT         PIC S9(09) COMP-5 VALUE +0.
           05  RGN-SUM           PIC S9(18) COMP-5 VALUE +0.
           05  RGN-PRODUCT       PIC S9(18) COMP-5 VALUE +0.
           05  RGN-NDX           PIC S9(04) COMP-5 VALUE +0.
           05  RGN-RULE-SEQ      PIC  9(01) VALUE ZERO.
           05  RGN-STEP          PIC  X(08) VALUE SPACES.
           05  RGN-STEP-LEN      PIC S9(04) COMP-5 VALUE +0.
           05  RGN-PATH-LEN      PIC S9(04) COMP-5 VALUE +0.
           05  RGN-PATH          PIC  X(100) VALUE SPACES.

       01  VALIDATE-ONLY-AREA.
           05  SW-VALIDATE-ONLY  PIC  X     VALUE "N".
               88 VALIDATE-ONLY            VALUE "Y".
                                         INDEXED BY RANGNDX.
                       20  RANG-LO       PIC S9(04) COMP-5 VALUE +0.
                       20  RANG-HI       PIC S9(04) COMP-5 VALUE +0.
                   15  RQUE-PATH-LEN     PIC S9(04) COMP-5 VALUE +0.
                   15  RQUE-PATH         PIC  X(100) VALUE SPACES.

       01  CURR-QUEUE-DATA.
                   15  CQUE-NAME         PIC  X(04) VALUE SPACES.
                                         INDEXED BY CQUENDX.
                       20  CQUE-LO       PIC S9(04) COMP-5 VALUE +0.
                       20  CQUE-HI       PIC S9(04) COMP-5 VALUE +0.
                   15  CQUE-PATH-LEN     PIC S9(04) COMP-5 VALUE +0.
                   15  CQUE-PATH         PIC  X(100) VALUE SPACES.

       01  CUR2-QUEUE-DATA.
                   15  CQU2-NAME         PIC  X(04) VALUE SPACES.
                                         INDEXED BY CQU2NDX.
                       20  CQU2-LO       PIC S9(04) COMP-5 VALUE +0.
                       20  CQU2-HI       PIC S9(04) COMP-5 VALUE +0.
                   15  CQU2-PATH-LEN     PIC S9(04) COMP-5 VALUE +0.
                   15  CQU2-PATH         PIC  X(100) VALUE SPACES.

       01  INTERVALS-DATA.
                       20  NTVL-LO       PIC S9(04) COMP-5 VALUE +0.
               MOVE 8 TO RETURN-CODE
               CALL CEE3ABD USING IO-ABEND-CODE, ABEND-FORMAT
           END-IF
      *    A VALIDATE-ONLY RUN WALKS NO RANGES, SO IT LEAVES THE
      *    LAST RUN'S REGION EXTRACT AS IT IS.
           IF NOT VALIDATE-ONLY
               OPEN OUTPUT REGION-FILE
               IF NOT RGN-FILE-OK
                   DISPLAY "OPEN REGION-FILE FAILED, FILE STATUS="
                       RGN-FILE-STATUS " -- REGION EXTRACT SUPPRESSED"
               END-IF
           END-IF
           PERFORM 050-READ-INPUT-DATA
           CONTINUE
           .
                   " VALIDATED, NO RANGE WALK, NO ANSWERS LOGGED"
               EXIT PARAGRAPH
           END-IF
           SET RGN-CAPTURE TO TRUE
           PERFORM 150-RUN-RANGE-WALK
           MOVE "N" TO SW-RGN-CAPTURE
           PERFORM 170-CHECK-REGION-SUM
           .

      *    THE PART-2 RANGE WALK, FACTORED OUT SO THE REWRITE
               MOVE +1    TO RANG-LO (1 RANGNDX)
               MOVE +4000 TO RANG-HI (1 RANGNDX)
           END-PERFORM
           MOVE +0     TO RQUE-PATH-LEN (1)
           MOVE SPACES TO RQUE-PATH (1)
      D    PERFORM 210-SHOW-RNGQ
      *    LOOP UNTIL THE QUEUE IS EMPTY
           PERFORM UNTIL RQUEMAX = 0
                             (CQUE-HI (CQUENDX) - CQUE-LO (CQUENDX) + 1)
                       END-PERFORM
                       ADD CQUE-TOTAL TO RTNG-TOTAL
                       IF RGN-CAPTURE
                           PERFORM 160-RECORD-ACCEPTED-REGION
                       END-IF
      D                DISPLAY "TOTAL +=" CQUE-TOTAL "=" RTNG-TOTAL
                   END-IF
                   EXIT PERFORM CYCLE
      D                    PERFORM 230-SHOW-CFLO
                           MOVE CFLO-RULE TO CQUE-NAME
                           PERFORM 115-COUNT-CQUE-ROUTED
                           PERFORM 117-EXTEND-CQUE-PATH
      D                    MOVE "ADDING" TO CQUE-DMSG
      D                    PERFORM 240-SHOW-CQUE
                           ADD +1 TO RQUEMAX
                       END-IF
                       MOVE CFLO-RULE TO CQU2-NAME
                       PERFORM 116-COUNT-CQU2-ROUTED
                       PERFORM 118-EXTEND-CQU2-PATH
      D                MOVE +4 TO S48
      D                PERFORM 230-SHOW-CFLO
      D                MOVE "MODIFY" TO CQUE-DMSG
                       SET WKCRNDX TO WKFL-COUNT (WKFLNDX)
                       MOVE WKFL-RULE (WKFLNDX WKCRNDX) TO CQUE-NAME
                       PERFORM 115-COUNT-CQUE-ROUTED
                       PERFORM 117-EXTEND-CQUE-PATH
      D                MOVE +6 TO S48
      D                PERFORM 230-SHOW-CFLO
      D                MOVE "ADDING" TO CQUE-DMSG
           ADD COV-PRODUCT TO COV-FIRED (COV-W, COV-R)
           .

      *    EXTEND A QUEUE ITEM'S ACCEPTANCE PATH WITH THE WORKFLOW
      *    AND RULE SEQUENCE THAT JUST ROUTED IT -- "NAME:R" STEPS
      *    JOINED BY ">".  A PATH THAT OUTGROWS ITS FIELD KEEPS ITS
      *    HEAD AND ENDS IN "+" SO A CUT-SHORT PATH IS OBVIOUS.
       117-EXTEND-CQUE-PATH.
           MOVE CQUE-PATH-LEN TO RGN-PATH-LEN
           MOVE CQUE-PATH     TO RGN-PATH
           PERFORM 119-APPEND-PATH-STEP
           MOVE RGN-PATH-LEN  TO CQUE-PATH-LEN
           MOVE RGN-PATH      TO CQUE-PATH
           .

       118-EXTEND-CQU2-PATH.
           MOVE CQU2-PATH-LEN TO RGN-PATH-LEN
           MOVE CQU2-PATH     TO RGN-PATH
           PERFORM 119-APPEND-PATH-STEP
           MOVE RGN-PATH-LEN  TO CQU2-PATH-LEN
           MOVE RGN-PATH      TO CQU2-PATH
           .

       119-APPEND-PATH-STEP.
           SET RGN-RULE-SEQ TO WKCRNDX
           MOVE SPACES TO RGN-STEP
           MOVE +1 TO RGN-STEP-LEN
           IF RGN-PATH-LEN > 0
               STRING ">" DELIMITED BY SIZE
                   INTO RGN-STEP WITH POINTER RGN-STEP-LEN
           END-IF
           STRING WKFL-NAME (WKFLNDX) DELIMITED BY SPACE
                  ":"                 DELIMITED BY SIZE
                  RGN-RULE-SEQ        DELIMITED BY SIZE
               INTO RGN-STEP WITH POINTER RGN-STEP-LEN
           SUBTRACT 1 FROM RGN-STEP-LEN
           IF RGN-PATH-LEN > 0
              AND RGN-PATH (RGN-PATH-LEN : 1) = "+"
               EXIT PARAGRAPH
           END-IF
           IF RGN-PATH-LEN + RGN-STEP-LEN > 99
               ADD +1 TO RGN-PATH-LEN
               MOVE "+" TO RGN-PATH (RGN-PATH-LEN : 1)
               EXIT PARAGRAPH
           END-IF
           MOVE RGN-STEP (1 : RGN-STEP-LEN)
             TO RGN-PATH (RGN-PATH-LEN + 1 : RGN-STEP-LEN)
           ADD RGN-STEP-LEN TO RGN-PATH-LEN
           .

      *    ONE ACCEPTED REGION -- THE BOUNDS GO INTO THE EXTRACT
      *    RECORD FIRST AND THE REGION'S COUNT IS TAKEN BACK FROM THE
      *    RECORD, SO THE SUM CHECK PROVES THE EXTRACT ITSELF ADDS UP
      *    TO THE ANSWER, NOT JUST THE WALK'S OWN ARITHMETIC.
       160-RECORD-ACCEPTED-REGION.
           ADD +1 TO RGN-COUNT
           MOVE SPACES TO REGION-RECORD
           MOVE RGN-COUNT TO RGX-SEQ
           MOVE +1 TO RGN-PRODUCT
           PERFORM VARYING RGN-NDX FROM 1 BY 1
               UNTIL RGN-NDX > CRIT-CATCNT
               MOVE CRIT-VALUES (RGN-NDX : 1) TO RGX-CAT (RGN-NDX)
               MOVE "=" TO RGX-EQ   (RGN-NDX)
               MOVE "-" TO RGX-DASH (RGN-NDX)
               MOVE CQUE-LO (RGN-NDX) TO RGX-LO (RGN-NDX)
               MOVE CQUE-HI (RGN-NDX) TO RGX-HI (RGN-NDX)
               COMPUTE RGN-PRODUCT = RGN-PRODUCT *
                   (RGX-HI (RGN-NDX) - RGX-LO (RGN-NDX) + 1)
           END-PERFORM
           MOVE RGN-PRODUCT TO RGX-COUNT
           MOVE CQUE-PATH TO RGX-PATH
           ADD RGX-COUNT TO RGN-SUM
           IF RGN-FILE-OK
               WRITE REGION-RECORD
           END-IF
           .

       170-CHECK-REGION-SUM.
           DISPLAY "ACCEPTED REGIONS=" RGN-COUNT
               " COMBINATIONS=" RGN-SUM
           IF RGN-SUM NOT = RTNG-TOTAL
               SET RGN-MISMATCH TO TRUE
               DISPLAY "ACCEPTED-REGION SUM " RGN-SUM
                   " DOES NOT EQUAL PART 2 TOTAL " RTNG-TOTAL
                   " -- RC=8"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

      *    THE COVERAGE REPORT -- ONE LINE PER RULE WITH THE
      *    COMBINATIONS IT ROUTED, NEVER-FIRED RULES AND WORKFLOWS
      *    REACHED BY NO PART CALLED OUT FOR THE RULEBOOK OWNERS TO
               CLOSE INPUT-FILE
           END-IF.
           CLOSE WKFLDUMP-FILE.
           IF RGN-FILE-OK
               CLOSE REGION-FILE
           END-IF
      *    THE REJECT SEVERITY IS ASSERTED BEFORE THE ANSWER IS
      *    LOGGED SO THE ARCHIVE RECORD CARRIES THE RC THIS RUN
      *    ENDS WITH.
           IF REJECT-COUNT > +0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF RGN-MISMATCH
               MOVE 8 TO RETURN-CODE
           END-IF
           IF NOT VALIDATE-ONLY
               DISPLAY "PART 2=" RTNG-TOTAL
               COMPUTE ANSWR-VALUE = RTNG-TOTAL
           IF REJECT-COUNT > +0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF RGN-MISMATCH
               MOVE 8 TO RETURN-CODE
           END-IF
           CONTINUE.

      *    THE SHARED WRITER'S ENTRY POINTS, LIKE ANY CALLEE, HAND
