      *    (AOCBOARD CALLS DAY17ALL TWICE) MUST FREE IN ITS WRAP-UP,
      *    OR THE SECOND PASS INHERITS THE FIRST'S HALF-MEGABYTE HEAP
      *    COMPLETE WITH ITS LEFTOVER CONTENTS.
      *    EVERY ALLOCATE AND FREE OF THE THREE STRUCTURES IS REPORTED
      *    TO STGACCT, SO THE HEAP SHOWS IN THE RUN'S STORAGE PEAK.
      *    THE NEW INDEX FIELDS SIT AT THE END OF HEAP-T, SO A CALLER
      *    THAT READS THE HEADER (DAY17ALL WATCHES HEAP-LEN) STILL
      *    SEES THE LAYOUT IT ALWAYS DID.
               10  PTR-AS-PTR    POINTER.
           05  FILLER           REDEFINES PTR-OVERLAY.
               10  PTR-AS-NUM    PIC S9(18) COMP-5.
       01  STG-CALL-AREA.
           05  STG-ACTION        PIC X(01) VALUE SPACE.
           05  STG-BYTES         PIC S9(18) COMP-5 VALUE +0.
           05  STG-TOTALS.
               10  STG-ALLOCATED PIC S9(18) COMP-5.
               10  STG-FREED     PIC S9(18) COMP-5.
               10  STG-CURRENT   PIC S9(18) COMP-5.
               10  STG-PEAK      PIC S9(18) COMP-5.

       LINKAGE SECTION.
       01  HEAP-PTR              POINTER.
               MOVE "BINNODET" TO NODE-EYECATCH
               ALLOCATE HEAP-INDEX INITIALIZED RETURNING INDEX-PTR
               MOVE "BINIDXT" TO IDX-EYECATCH
               MOVE "A" TO STG-ACTION
               COMPUTE STG-BYTES = LENGTH OF HEAP-T
                   + LENGTH OF NODE-TABLE + LENGTH OF HEAP-INDEX
               CALL "STGACCT" USING STG-ACTION, STG-BYTES, STG-TOTALS
           ELSE
               SET ADDRESS OF HEAP-T TO HEAP-PTR
               SET ADDRESS OF NODE-TABLE TO NODES-PTR
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  STG-CALL-AREA.
           05  STG-ACTION        PIC X(01) VALUE SPACE.
           05  STG-BYTES         PIC S9(18) COMP-5 VALUE +0.
           05  STG-TOTALS.
               10  STG-ALLOCATED PIC S9(18) COMP-5.
               10  STG-FREED     PIC S9(18) COMP-5.
               10  STG-CURRENT   PIC S9(18) COMP-5.
               10  STG-PEAK      PIC S9(18) COMP-5.

       LINKAGE SECTION.
       01  HEAP-PTR              POINTER.
               10  NODE-KEY      PIC S9(8) COMP-5.
               10  NODE-DATA     POINTER.

       01  HEAP-INDEX.
           05  IDX-EYECATCH      PIC  X(8).
               88 VALID-IDX                VALUE "BINIDXT".
           05  IDX-ENTRY         OCCURS 0 TO 1048576
                                 DEPENDING ON IDX-SIZE.
               10  IDX-PTR-NUM   PIC S9(18) COMP-5.
               10  IDX-SLOT      PIC S9(8) COMP-5.

       PROCEDURE DIVISION USING HEAP-PTR.
       PTYQFREE-MAIN.
           IF HEAP-PTR = NULL
               EXIT PROGRAM
           END-IF
           SET ADDRESS OF NODE-TABLE TO NODES-PTR
           MOVE "F" TO STG-ACTION
           MOVE LENGTH OF HEAP-T TO STG-BYTES
           IF VALID-NODE
               ADD LENGTH OF NODE-TABLE TO STG-BYTES
               FREE NODES-PTR
           END-IF
           IF INDEX-PTR NOT = NULL
               SET ADDRESS OF HEAP-INDEX TO INDEX-PTR
               ADD LENGTH OF HEAP-INDEX TO STG-BYTES
               FREE INDEX-PTR
           END-IF
           FREE HEAP-PTR
           CALL "STGACCT" USING STG-ACTION, STG-BYTES, STG-TOTALS
           SET HEAP-PTR TO NULL
           EXIT PROGRAM
           .
