      *    (DAY/COMMON/STATPOST.CBL) AS IT GOES.  SUITE WIRING AS
      *    EVERY DAY PROGRAM: ANSWRLOG/RUNLOG, VALIDATE=Y, BOARD
      *    AND STAGING ROWS, FIXTURE, JCL MEMBER.
      *    TWO OPTIONAL OUTPUTS SHOW WHAT THE SEARCH WORKED ON --
      *    ABSENT DD, NO OUTPUT:
      *      AOCJNGR   THE JUNCTION GRAPH EXTRACT, 40-BYTE RECORDS.
      *                ONE "N" RECORD PER JUNCTION, THEN ONE "E"
      *                RECORD PER DIRECTED EDGE:
      *                  N  COL  3- 5 JUNCTION   COL  7-11 ROW
      *                     COL 13-17 COLUMN     COL 19-23 KIND
      *                                (START, END OR JUNCT)
      *                  E  COL  3- 5 FROM JUNCTION
      *                     COL  7- 9 TO JUNCTION
      *                     COL 11-17 CORRIDOR LENGTH IN STEPS
      *                     COL 19    Y = LEGAL WITH SLOPES HONORED
      *      AOCHKMAP  THE TRAIL MAP TWICE, THE BEST PART 1 HIKE AND
      *                THEN THE BEST PART 2 HIKE DRAWN ON IT IN "O".
      *                WHEN A BUDGET STOP CUTS A SEARCH SHORT THE
      *                MAP SHOWS THE BEST PARTIAL ROUTE FOUND AND
      *                ITS HEADING SAYS SO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JUNCTION-GRAPH-FILE
              ASSIGN TO AOCJNGR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JNGR-FILE-STATUS.
           SELECT HIKE-MAP-FILE
              ASSIGN TO AOCHKMAP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HKMAP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JUNCTION-GRAPH-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  JUNCTION-GRAPH-RECORD.
           05  JG-REC-TYPE       PIC X(01).
           05  FILLER            PIC X(01).
           05  JG-NODE-DATA.
               10  JG-NODE       PIC 9(03).
               10  FILLER        PIC X(01).
               10  JG-ROW        PIC 9(05).
               10  FILLER        PIC X(01).
               10  JG-COL        PIC 9(05).
               10  FILLER        PIC X(01).
               10  JG-KIND       PIC X(05).
               10  FILLER        PIC X(17).
           05  JG-EDGE-DATA REDEFINES JG-NODE-DATA.
               10  JG-FROM       PIC 9(03).
               10  FILLER        PIC X(01).
               10  JG-TO         PIC 9(03).
               10  FILLER        PIC X(01).
               10  JG-LEN        PIC 9(07).
               10  FILLER        PIC X(01).
               10  JG-FWD        PIC X(01).
               10  FILLER        PIC X(21).

       FD  HIKE-MAP-FILE
           RECORD VARYING 1 TO 256 DEPENDING ON HKMAP-LEN
           RECORDING MODE V.
       01  HIKE-MAP-RECORD       PIC X(256).

       WORKING-STORAGE SECTION.
       01  GRID-LOAD-AREA.
           05  GRID-PTR          POINTER    VALUE NULL.
                   15  EDGE-DEST PIC S9(4) COMP-5.
                   15  EDGE-LEN  PIC S9(8) COMP-5.
                   15  EDGE-FWD  PIC X(01).
                   15  EDGE-DIR  PIC S9(4) COMP-5.
           05  START-NODE        PIC S9(4) COMP-5 VALUE +0.
           05  END-NODE          PIC S9(4) COMP-5 VALUE +0.

           05  DFS-BUDGET        PIC S9(18) COMP-5 VALUE +0.
           05  SW-BUDGET-STOP    PIC X(01) VALUE "N".
               88 BUDGET-STOPPED           VALUE "Y".
           05  SW-PART-STOPPED   PIC X(01) VALUE "N".
      *    THE NODES AND EDGES OF THE BEST HIKE SO FAR, COPIED OFF
      *    THE STACK EACH TIME A LONGER ONE REACHES THE END.
           05  BEST-DEPTH        PIC S9(4) COMP-5 VALUE +0.
           05  BEST-STEP OCCURS 64 TIMES.
               10  BEST-NODE     PIC S9(4) COMP-5.
               10  BEST-EDGE     PIC S9(4) COMP-5.

      *    OPTIONAL GRAPH EXTRACT AND ROUTE OVERLAY.
       01  HIKE-OUTPUT-CONTROLS.
           05  JNGR-FILE-STATUS  PIC  X(02) VALUE SPACES.
               88 JNGR-FILE-OK              VALUE "00".
           05  HKMAP-FILE-STATUS PIC  X(02) VALUE SPACES.
               88 HKMAP-FILE-OK             VALUE "00".
           05  HKMAP-LEN         PIC  9(8) BINARY VALUE 0.
           05  JNGR-EDGE-COUNT   PIC S9(8) COMP-5 VALUE +0.
           05  LEN-EDIT          PIC  Z(17)9.
           05  PART-EDIT         PIC  9.
           05  OVERLAY-TABLE.
               10  OVERLAY-ROW   PIC X(256) OCCURS 256 TIMES.

       01  STATUS-POST-AREA.
           05  ST-PHASE          PIC  X(16) VALUE SPACES.
           PERFORM 000-HOUSEKEEPING
           IF RETURN-CODE < 8 AND NOT VALIDATE-ONLY
               PERFORM 200-CONTRACT-TO-GRAPH
               PERFORM 300-WRITE-JUNCTION-GRAPH
               OPEN OUTPUT HIKE-MAP-FILE
               MOVE +1 TO SEARCH-PART
               PERFORM 500-SEARCH-LONGEST
               MOVE BEST-LEN TO PART1-VALUE
               PERFORM 600-WRITE-HIKE-OVERLAY
               MOVE +2 TO SEARCH-PART
               PERFORM 500-SEARCH-LONGEST
               MOVE BEST-LEN TO PART2-VALUE
               PERFORM 600-WRITE-HIKE-OVERLAY
               IF HKMAP-FILE-OK
                   CLOSE HIKE-MAP-FILE
               END-IF
           END-IF
           PERFORM 900-WRAP-UP
           IF BUDGET-STOPPED AND RETURN-CODE < 4
             TO EDGE-DEST (SS1, NODE-EDGE-CNT (SS1))
           MOVE WK-LEN TO EDGE-LEN (SS1, NODE-EDGE-CNT (SS1))
           MOVE WK-FWD-OK
             TO EDGE-FWD (SS1, NODE-EDGE-CNT (SS1))
           MOVE DIR-NDX TO EDGE-DIR (SS1, NODE-EDGE-CNT (SS1)).

      *    THE GRAPH THE SEARCH RUNS OVER -- JUNCTIONS FIRST, THEN
      *    EVERY DIRECTED EDGE WITH ITS LENGTH AND SLOPE FLAG.
       300-WRITE-JUNCTION-GRAPH.
           OPEN OUTPUT JUNCTION-GRAPH-FILE
           IF NOT JNGR-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SS1 FROM 1 BY 1 UNTIL SS1 > NODEMAX
               MOVE SPACES TO JUNCTION-GRAPH-RECORD
               MOVE "N" TO JG-REC-TYPE
               MOVE SS1 TO JG-NODE
               MOVE NODE-ROW (SS1) TO JG-ROW
               MOVE NODE-COL (SS1) TO JG-COL
               EVALUATE SS1
                   WHEN START-NODE MOVE "START" TO JG-KIND
                   WHEN END-NODE   MOVE "END"   TO JG-KIND
                   WHEN OTHER      MOVE "JUNCT" TO JG-KIND
               END-EVALUATE
               WRITE JUNCTION-GRAPH-RECORD
           END-PERFORM
           MOVE +0 TO JNGR-EDGE-COUNT
           PERFORM VARYING SS1 FROM 1 BY 1 UNTIL SS1 > NODEMAX
               PERFORM VARYING SS2 FROM 1 BY 1
                   UNTIL SS2 > NODE-EDGE-CNT (SS1)
                   MOVE SPACES TO JUNCTION-GRAPH-RECORD
                   MOVE "E" TO JG-REC-TYPE
                   MOVE SS1 TO JG-FROM
                   MOVE EDGE-DEST (SS1, SS2) TO JG-TO
                   MOVE EDGE-LEN (SS1, SS2) TO JG-LEN
                   MOVE EDGE-FWD (SS1, SS2) TO JG-FWD
                   WRITE JUNCTION-GRAPH-RECORD
                   ADD +1 TO JNGR-EDGE-COUNT
               END-PERFORM
           END-PERFORM
           CLOSE JUNCTION-GRAPH-FILE
           DISPLAY "JUNCTION GRAPH EXTRACT: " NODEMAX " JUNCTIONS, "
               JNGR-EDGE-COUNT " EDGES".

      *    ITERATIVE LONGEST-PATH SEARCH OVER THE JUNCTION GRAPH.
      *    EVERY STACK TOUCH COUNTS AGAINST THE BUDGET; A BUDGET
      *    STOP KEEPS THE BEST PATH FOUND SO FAR AS A PARTIAL
      *    RESULT.
       500-SEARCH-LONGEST.
           MOVE +0 TO BEST-LEN DFS-STEPS BEST-DEPTH
           MOVE "N" TO SW-PART-STOPPED
           PERFORM VARYING SS1 FROM 1 BY 1 UNTIL SS1 > NODEMAX
               MOVE "N" TO NODE-VISITED (SS1)
           END-PERFORM
                       " EXHAUSTED IN PART " SEARCH-PART
                       " -- PARTIAL RESULT KEPT"
                   SET BUDGET-STOPPED TO TRUE
                   MOVE "Y" TO SW-PART-STOPPED
                   MOVE 4 TO RETURN-CODE
                   MOVE +0 TO STK-DEPTH
                   EXIT PERFORM
           IF EDGE-DEST (CUR-NODE, CUR-EDGE) = END-NODE
               IF THIS-LEN > BEST-LEN
                   MOVE THIS-LEN TO BEST-LEN
                   MOVE STK-DEPTH TO BEST-DEPTH
                   PERFORM VARYING SS1 FROM 1 BY 1
                       UNTIL SS1 > STK-DEPTH
                       MOVE STK-NODE (SS1) TO BEST-NODE (SS1)
                       MOVE STK-EDGE (SS1) TO BEST-EDGE (SS1)
                   END-PERFORM
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE THIS-LEN TO STK-LEN (STK-DEPTH)
           MOVE "Y" TO NODE-VISITED (STK-NODE (STK-DEPTH)).

      *    DRAW THE BEST HIKE OF THIS PART ON A COPY OF THE MAP BY
      *    RE-WALKING EACH OF ITS CORRIDORS FROM THE JUNCTION IT
      *    LEAVES, IN THE DIRECTION THE EDGE WAS FIRST WALKED.
       600-WRITE-HIKE-OVERLAY.
           IF NOT HKMAP-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SS1 FROM 1 BY 1 UNTIL SS1 > MAP-ROWS
               MOVE MAP-ROW (SS1) TO OVERLAY-ROW (SS1)
           END-PERFORM
           PERFORM VARYING SS2 FROM 1 BY 1 UNTIL SS2 > BEST-DEPTH
               MOVE BEST-NODE (SS2) TO SS1
               MOVE BEST-EDGE (SS2) TO CUR-EDGE
               MOVE "O" TO OVERLAY-ROW (NODE-ROW (SS1))
                           (NODE-COL (SS1) : 1)
               PERFORM 620-DRAW-ONE-CORRIDOR
           END-PERFORM
           MOVE SEARCH-PART TO PART-EDIT
           MOVE BEST-LEN TO LEN-EDIT
           MOVE SPACES TO HIKE-MAP-RECORD
           EVALUATE TRUE
               WHEN BEST-DEPTH = 0
                   STRING "PART " PART-EDIT
                       " -- NO HIKE REACHES THE END"
                       DELIMITED BY SIZE INTO HIKE-MAP-RECORD
                   END-STRING
               WHEN SW-PART-STOPPED = "Y"
                   STRING "PART " PART-EDIT
                       " -- BEST PARTIAL HIKE, LENGTH "
                       FUNCTION TRIM (LEN-EDIT)
                       " (BUDGET STOP, NOT PROVEN LONGEST)"
                       DELIMITED BY SIZE INTO HIKE-MAP-RECORD
                   END-STRING
               WHEN OTHER
                   STRING "PART " PART-EDIT
                       " -- LONGEST HIKE, LENGTH "
                       FUNCTION TRIM (LEN-EDIT)
                       DELIMITED BY SIZE INTO HIKE-MAP-RECORD
                   END-STRING
           END-EVALUATE
           MOVE 80 TO HKMAP-LEN
           WRITE HIKE-MAP-RECORD
           PERFORM VARYING SS1 FROM 1 BY 1 UNTIL SS1 > MAP-ROWS
               MOVE OVERLAY-ROW (SS1) TO HIKE-MAP-RECORD
               MOVE MAP-COLS TO HKMAP-LEN
               WRITE HIKE-MAP-RECORD
           END-PERFORM
           MOVE SPACES TO HIKE-MAP-RECORD
           MOVE 1 TO HKMAP-LEN
           WRITE HIKE-MAP-RECORD.

       620-DRAW-ONE-CORRIDOR.
           MOVE NODE-ROW (SS1) TO WK-ROW
           MOVE NODE-COL (SS1) TO WK-COL
           EVALUATE EDGE-DIR (SS1, CUR-EDGE)
               WHEN 1 COMPUTE WK-NEXT-ROW = WK-ROW - 1
                      MOVE WK-COL TO WK-NEXT-COL
               WHEN 2 COMPUTE WK-NEXT-ROW = WK-ROW + 1
                      MOVE WK-COL TO WK-NEXT-COL
               WHEN 3 MOVE WK-ROW TO WK-NEXT-ROW
                      COMPUTE WK-NEXT-COL = WK-COL - 1
               WHEN 4 MOVE WK-ROW TO WK-NEXT-ROW
                      COMPUTE WK-NEXT-COL = WK-COL + 1
           END-EVALUATE
           MOVE WK-ROW TO WK-PREV-ROW
           MOVE WK-COL TO WK-PREV-COL
           MOVE WK-NEXT-ROW TO WK-ROW
           MOVE WK-NEXT-COL TO WK-COL
           MOVE "N" TO SW-WALK-DONE
           PERFORM UNTIL SW-WALK-DONE = "Y"
               MOVE "O" TO OVERLAY-ROW (WK-ROW) (WK-COL : 1)
               IF NODE-AT (WK-ROW, WK-COL) > 0
                   MOVE "Y" TO SW-WALK-DONE
               ELSE
                   PERFORM 275-STEP-ALONG-CORRIDOR
               END-IF
           END-PERFORM.

       900-WRAP-UP.
           MOVE "STOP"  TO RUNLOG-EVENT
           MOVE RETURN-CODE TO RUNLOG-RC
