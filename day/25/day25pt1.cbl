      *    TABLE GOES THROUGH THE SHOP KEYED STORE (KEYPUT/KEYGET,
      *    DAY/COMMON/KEYSTOR.CBL) INSTEAD OF ANOTHER HAND-ROLLED
      *    LOOKUP -- EACH NAME'S PAYLOAD IS AN ALLOCATED CELL
      *    CARRYING ITS NODE NUMBER.  THE OPTIONAL AOCKEYSV DD
      *    RECEIVES THE WHOLE MAP THROUGH KEYSAVE AT END OF RUN.
      *    THE CUT ITSELF IS FOUND WITH UNIT-CAPACITY MAX-FLOW:
      *    FROM COMPONENT 1 TO EACH CANDIDATE SINK IN TURN, PUSH
      *    BREADTH-FIRST AUGMENTING PATHS; A SINK THAT TOPS OUT AT
      *    EXACTLY THREE IS ON THE FAR SIDE OF THE THREE-WIRE CUT,
      *    AND THE RESIDUAL REACHABILITY FROM COMPONENT 1 IS ONE
      *    GROUP.  THE CUT SIZE IS THE KEYWORD PARM CUT=N (DEFAULT
      *    3, THE PUZZLE'S), SO THE SAME SEARCH FINDS A K-WIRE
      *    PARTITION OF ANY OTHER WIRING DIAGRAM.  THE CUT WIRES
      *    ARE LISTED BY COMPONENT NAME ON SYSOUT, AND THE OPTIONAL
      *    AOCGRPEX DD RECEIVES ONE 20-BYTE RECORD PER COMPONENT:
      *        COL  1-16  COMPONENT NAME
      *        COL 18     GROUP -- A IS COMPONENT 1'S SIDE, B THE
      *                   FAR SIDE
      *    WHEN NO CUT OF THE REQUESTED SIZE EXISTS THE RUN ENDS
      *    RC=8 WITH A MESSAGE SAYING SO AND LOGS NO ANSWER.
      *    SUITE WIRING AS EVERY DAY PROGRAM:
      *    ANSWRLOG/RUNLOG, VALIDATE=Y, BOARD AND STAGING ROWS,
      *    FIXTURE WITH EXPECTED ANSWER, JCL MEMBER.
       ENVIRONMENT DIVISION.
              ASSIGN TO AOCOVRD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OVR-FILE-STATUS.
           SELECT GROUP-EXTRACT-FILE
              ASSIGN TO AOCGRPEX
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GRPEX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  OVERRIDE-FIELDS.
           05  OVR-LINEINPUT     PIC X(32756).

       FD  GROUP-EXTRACT-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  GROUP-EXTRACT-RECORD.
           05  GX-NAME           PIC X(16).
           05  FILLER            PIC X(01).
           05  GX-GROUP          PIC X(01).
           05  FILLER            PIC X(02).

       WORKING-STORAGE SECTION.
       01  INPUT-FILE-VARIABLES.
           05  LINELEN           PIC  9(8) BINARY.

      *    THE KEYED STORE (DAY/COMMON/KEYSTOR.CBL) MAPS COMPONENT
      *    NAMES TO NODE NUMBERS -- EACH PUT PAYLOAD IS AN
      *    ALLOCATED CELL HOLDING THE NUMBER.  AT WRAP-UP THE MAP IS
      *    SAVED (KEYSAVE) TO THE OPTIONAL AOCKEYSV DD FOR INSPECTION.
       01  KEYSTORE-AREA.
           05  KS-PTR            POINTER    VALUE NULL.
           05  KS-BUCKET         PIC S9(4) COMP-5 VALUE -1.
           05  KS-DATA-PTR       POINTER    VALUE NULL.
           05  KS-OLD-PTR        POINTER    VALUE NULL.
           05  KS-FOUND          PIC X(01)  VALUE "N".
           05  KS-DATA-LEN       PIC S9(8) COMP-5 VALUE +0.
           05  KS-SAVED          PIC X(01)  VALUE "N".
           05  KS-CALLER-RC      PIC S9(4) COMP-5 VALUE +0.

       01  GRAPH-LIMITS.
           05  NODE-LIM          PIC S9(8) COMP-5 VALUE +2048.
           05  WALK-NODE         PIC S9(8) COMP-5 VALUE +0.
           05  GROUP1-SIZE       PIC S9(8) COMP-5 VALUE +0.
           05  GROUP2-SIZE       PIC S9(8) COMP-5 VALUE +0.
           05  CUT-SIZE          PIC S9(4) COMP-5 VALUE +3.
           05  CUT-EDIT          PIC  Z(3)9.
           05  CUT-WIRE-COUNT    PIC S9(4) COMP-5 VALUE +0.
           05  CUT-WIRE-EDIT     PIC  Z(3)9.
           05  SW-NO-CUT         PIC X(01) VALUE "N".
               88 NO-CUT-EXISTS            VALUE "Y".
           05  SW-CUT-DEFAULTED  PIC X(01) VALUE "N".
               88 CUT-DEFAULTED            VALUE "Y".
           05  GRPEX-FILE-STATUS PIC X(02) VALUE SPACES.
               88 GRPEX-FILE-OK            VALUE "00".

       01  PARSE-VARIABLES.
           05  SS1               PIC S9(8) COMP-5 VALUE +0.
           05  REJ-TEXT-LEN      PIC S9(4) COMP-5 VALUE +0.
           05  REJ-TEXT          PIC  X(256) VALUE SPACES.

       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER        PIC X(12) VALUE "CUT".
               10  FILLER        PIC X(12) VALUE SPACES.
               10  FILLER        PIC X(12) VALUE SPACES.
               10  FILLER        PIC X(12) VALUE SPACES.
               10  FILLER        PIC X(12) VALUE SPACES.
               10  FILLER        PIC X(12) VALUE SPACES.
               10  FILLER        PIC X(12) VALUE SPACES.
               10  FILLER        PIC X(12) VALUE SPACES.
           05  PP-RESULT.
               10  PP-MODE       PIC X(01).
                   88 PP-KEYWORD-MODE      VALUE "K".
               10  PP-COUNT      PIC S9(4) COMP-5.
               10  PP-ENTRY OCCURS 8 TIMES.
                   15  PP-KEY    PIC X(12).
                   15  PP-VAL-TEXT PIC X(20).
                   15  PP-VAL-LEN  PIC S9(4) COMP-5.
                   15  PP-VAL-NUM  PIC S9(18) COMP-5.
                   15  PP-VAL-NUMOK PIC X(01).
           05  PG-KEY            PIC X(12) VALUE SPACES.
           05  PG-FOUND          PIC X(01) VALUE "N".
           05  PG-VAL-TEXT       PIC X(20) VALUE SPACES.
           05  PG-VAL-NUM        PIC S9(18) COMP-5 VALUE +0.

       01  VALIDATE-ONLY-AREA.
           05  SW-VALIDATE-ONLY  PIC  X     VALUE "N".
               88 VALIDATE-ONLY            VALUE "Y".
               PERFORM 300-FIND-THREE-WIRE-CUT
           END-IF
           PERFORM 900-WRAP-UP
      *    EVERY CALL COPIES THE CALLED PROGRAM'S RETURN-CODE BACK
      *    OVER THIS ONE'S, SO THE REJECT AND OVERRIDDEN-CUT
      *    SEVERITIES ARE RE-ASSERTED HERE, AFTER THE LAST CALL.
           IF (REJECT-COUNT > 0 OR CUT-DEFAULTED)
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
           MOVE RETURN-CODE TO RUNLOG-RC
           CALL "RUNLOG" USING RUNLOG-EVENT, ANSWR-PROGRAM,
               SW-USE-OVERRIDE, RUNLOG-RC
           IF ADDRESS OF PARM-AREA NOT = NULL AND PARM-LEN > 0
               CALL "PARMPARS" USING PARM-LEN, PARM-TEXT,
                   PP-VALID-KEYS, PP-RESULT
               IF PP-KEYWORD-MODE
                   MOVE "CUT" TO PG-KEY
                   CALL "PARMGETK" USING PP-RESULT, PG-KEY,
                       PG-FOUND, PG-VAL-TEXT, PG-VAL-NUM
                   IF PG-FOUND = "Y"
                       IF PG-VAL-NUM > 0 AND PG-VAL-NUM <= ADJ-LIM
                           MOVE PG-VAL-NUM TO CUT-SIZE
                       ELSE
                           DISPLAY "CUT=" FUNCTION TRIM (PG-VAL-TEXT)
                               " IS NOT A USABLE CUT SIZE -- 3 USED"
                           SET CUT-DEFAULTED TO TRUE
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE CUT-SIZE TO CUT-EDIT
           DISPLAY "LOOKING FOR A " FUNCTION TRIM (CUT-EDIT)
               "-WIRE CUT"
           OPEN INPUT OVERRIDE-FILE
           IF OVR-FILE-OK
               SET USE-OVERRIDE-FILE TO TRUE
           END-IF.

      *    TRY EACH CANDIDATE SINK UNTIL THE MAX FLOW FROM
      *    COMPONENT 1 TOPS OUT AT EXACTLY CUT-SIZE -- THAT SINK IS
      *    ACROSS THE CUT, AND THE RESIDUAL REACHABILITY FROM
      *    COMPONENT 1 IS ONE GROUP.
       300-FIND-THREE-WIRE-CUT.
           PERFORM VARYING SINK-NODE FROM 2 BY 1
               UNTIL SINK-NODE > NODEMAX OR CUT-FOUND
               PERFORM 350-MAX-FLOW-TO-SINK
               IF FLOW-FOUND = CUT-SIZE
                   SET CUT-FOUND TO TRUE
                   PERFORM 450-MEASURE-RESIDUAL-GROUP
                   PERFORM 500-LIST-CUT-WIRES
                   PERFORM 550-WRITE-GROUP-EXTRACT
                   COMPUTE GROUP2-SIZE = NODEMAX - GROUP1-SIZE
                   COMPUTE PART1-VALUE =
                       GROUP1-SIZE * GROUP2-SIZE
               END-IF
           END-PERFORM
           IF NOT CUT-FOUND
               DISPLAY "NO " FUNCTION TRIM (CUT-EDIT)
                   "-WIRE CUT EXISTS IN THIS WIRING DIAGRAM --"
                   " NO ANSWER LOGGED"
               SET NO-CUT-EXISTS TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           END-PERFORM
           MOVE +0 TO FLOW-FOUND
           MOVE "Y" TO SW-PATH-FOUND
           PERFORM UNTIL SW-PATH-FOUND = "N"
              OR FLOW-FOUND > CUT-SIZE
               PERFORM 400-FIND-AUGMENTING-PATH
               IF SW-PATH-FOUND = "Y"
                   ADD +1 TO FLOW-FOUND
               END-IF
           END-PERFORM.

      *    AFTER THE LAST AUGMENT FAILED TO GROW, THE NODES STILL
      *    REACHABLE FROM COMPONENT 1 IN THE RESIDUAL GRAPH ARE
      *    EXACTLY COMPONENT 1'S GROUP -- 400 LEFT THAT SEARCH'S
      *    MARKS IN PREV-EDGE.
               END-IF
           END-PERFORM.

      *    THE CUT WIRES ARE THE ONES WITH EXACTLY ONE END IN
      *    COMPONENT 1'S GROUP (MARKED IN PREV-EDGE BY 450).
       500-LIST-CUT-WIRES.
           MOVE +0 TO CUT-WIRE-COUNT
           PERFORM VARYING SS1 FROM 1 BY 1 UNTIL SS1 > EDGEMAX
               IF (PREV-EDGE (EDGE-U (SS1)) = 0
                   AND PREV-EDGE (EDGE-V (SS1)) NOT = 0)
                  OR (PREV-EDGE (EDGE-U (SS1)) NOT = 0
                   AND PREV-EDGE (EDGE-V (SS1)) = 0)
                   ADD +1 TO CUT-WIRE-COUNT
                   MOVE CUT-WIRE-COUNT TO CUT-WIRE-EDIT
                   DISPLAY "CUT WIRE " FUNCTION TRIM (CUT-WIRE-EDIT)
                       ": "
                       FUNCTION TRIM (NODE-NAME (EDGE-U (SS1)))
                       " / " FUNCTION TRIM (NODE-NAME (EDGE-V (SS1)))
               END-IF
           END-PERFORM.

       550-WRITE-GROUP-EXTRACT.
           OPEN OUTPUT GROUP-EXTRACT-FILE
           IF NOT GRPEX-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SS1 FROM 1 BY 1 UNTIL SS1 > NODEMAX
               MOVE SPACES TO GROUP-EXTRACT-RECORD
               MOVE NODE-NAME (SS1) TO GX-NAME
               IF PREV-EDGE (SS1) NOT = 0
                   MOVE "A" TO GX-GROUP
               ELSE
                   MOVE "B" TO GX-GROUP
               END-IF
               WRITE GROUP-EXTRACT-RECORD
           END-PERFORM
           CLOSE GROUP-EXTRACT-FILE.

       900-WRAP-UP.
           PERFORM 950-SAVE-COMPONENT-MAP
      *    SETTLED BEFORE THE STOP IS JOURNALED SO THE JOURNAL AND
      *    THE ARCHIVE RECORD CARRY THE RC THE STEP ENDS WITH.
           IF (REJECT-COUNT > 0 OR CUT-DEFAULTED)
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "STOP"  TO RUNLOG-EVENT
           MOVE RETURN-CODE TO RUNLOG-RC
           CALL "RUNLOG" USING RUNLOG-EVENT, ANSWR-PROGRAM,
           IF REJECT-COUNT > 0
               DISPLAY "REJECTED WIRING LINES=" REJECT-COUNT
           END-IF
           EVALUATE TRUE
               WHEN VALIDATE-ONLY
                   DISPLAY "VALIDATE-ONLY: WIRING DIAGRAM PARSED AND"
                       " VALIDATED, NO ANSWERS LOGGED"
               WHEN NO-CUT-EXISTS
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PART1=" PART1-VALUE
                   MOVE "DAY 25 PART 1" TO ANSWR-LABEL
                   MOVE PART1-VALUE TO ANSWR-VALUE
                   MOVE RETURN-CODE TO ANSWR-RC
                   CALL "ANSWRLOG" USING ANSWR-LABEL, ANSWR-VALUE,
                       ANSWR-PROGRAM, ANSWR-RC
           END-EVALUATE.

      *    THE COMPONENT MAP GOES TO AOCKEYSV WHEN THE STEP
      *    ALLOCATES IT; A SAVE THAT CANNOT BE WRITTEN IS REPORTED
      *    BY KEYSAVE BUT NEVER CHANGES THE DAY'S RC.
       950-SAVE-COMPONENT-MAP.
           MOVE RETURN-CODE TO KS-CALLER-RC
           MOVE LENGTH OF NODE-PAYLOAD TO KS-DATA-LEN
           CALL "KEYSAVE" USING KS-PTR, KS-DATA-LEN, KS-SAVED
           IF KS-SAVED = "Y"
               DISPLAY "COMPONENT MAP SAVED TO AOCKEYSV, "
                   NODEMAX " COMPONENTS"
           END-IF
           MOVE KS-CALLER-RC TO RETURN-CODE.
       END PROGRAM DAY25PT1.
