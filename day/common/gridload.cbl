      *    OR ONE PAST THE 1024-ROW/1024-COLUMN STRUCTURE, IS ALSO
      *    GRID-RC=8.  GRIDGETR HANDS BACK ONE ROW'S LENGTH AND TEXT;
      *    GRIDFREE RELEASES THE STRUCTURES AND NULLS THE POINTER.
      *    BOTH REPORT THE STRUCTURES' SIZE TO STGACCT, SO THE GRID
      *    SHOWS IN THE RUN'S STORAGE PEAK.
      *    ONE LOADER TO HARDEN INSTEAD OF SIX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    ANY PATTERN IS CAUGHT JUST AS MODE "R" CATCHES ONE IN A
      *    SINGLE-GRID INPUT.
           05  GRID-BLK-WIDTH  PIC S9(8) COMP-5 VALUE +0.
       01  STG-CALL-AREA.
           05  STG-ACTION      PIC X(01) VALUE SPACE.
           05  STG-BYTES       PIC S9(18) COMP-5 VALUE +0.
           05  STG-TOTALS.
               10  STG-ALLOCATED PIC S9(18) COMP-5.
               10  STG-FREED     PIC S9(18) COMP-5.
               10  STG-CURRENT   PIC S9(18) COMP-5.
               10  STG-PEAK      PIC S9(18) COMP-5.

       LINKAGE SECTION.
       01  GRID-PTR            POINTER.
           MOVE +1024 TO GRID-ROW-LIM
           MOVE +0 TO GRID-ROW-CNT GRID-COL-CNT
           ALLOCATE GRID-CELLS RETURNING GRID-CELLS-PTR
           MOVE "A" TO STG-ACTION
           COMPUTE STG-BYTES = LENGTH OF GRID-T + LENGTH OF GRID-CELLS
           CALL "STGACCT" USING STG-ACTION, STG-BYTES, STG-TOTALS

           OPEN INPUT OVERRIDE-FILE
           IF OVR-FILE-OK
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  STG-CALL-AREA.
           05  STG-ACTION      PIC X(01) VALUE SPACE.
           05  STG-BYTES       PIC S9(18) COMP-5 VALUE +0.
           05  STG-TOTALS.
               10  STG-ALLOCATED PIC S9(18) COMP-5.
               10  STG-FREED     PIC S9(18) COMP-5.
               10  STG-CURRENT   PIC S9(18) COMP-5.
               10  STG-PEAK      PIC S9(18) COMP-5.

       LINKAGE SECTION.
       01  GRID-PTR            POINTER.
               EXIT PROGRAM
           END-IF
           SET ADDRESS OF GRID-CELLS TO GRID-CELLS-PTR
           MOVE "F" TO STG-ACTION
           COMPUTE STG-BYTES = LENGTH OF GRID-T + LENGTH OF GRID-CELLS
           FREE GRID-CELLS-PTR
           FREE GRID-PTR
           CALL "STGACCT" USING STG-ACTION, STG-BYTES, STG-TOTALS
           SET GRID-PTR TO NULL
           EXIT PROGRAM
           .
