       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGACCT.
      *    SHOP-WIDE STORAGE ACCOUNTING -- THE SHARED ALLOCATING
      *    UTILITIES (PTYQ, GRIDLOAD, KEYSTOR) REPORT EVERY ALLOCATE
      *    AND FREE OF THEIR OWN STRUCTURES HERE, SO THE RUN UNIT
      *    KNOWS HOW MUCH IT HAS TAKEN AND THE MOST IT HELD AT ONCE.
      *        CALL "STGACCT" USING STG-ACTION, STG-BYTES, STG-TOTALS
      *    STG-ACTION:
      *        "A"  STG-BYTES WERE JUST ALLOCATED
      *        "F"  STG-BYTES WERE JUST FREED
      *        "R"  A PROGRAM IS STARTING -- ALLOCATED AND FREED GO
      *             BACK TO ZERO AND THE PEAK TO WHAT IS STILL HELD,
      *             SO EACH PROGRAM OF A BOARD RUN GETS ITS OWN PEAK
      *             (RUNLOG DOES THIS ON EVERY START RECORD)
      *        "Q"  JUST REPORT
      *    STG-BYTES IS S9(18) COMP-5.  STG-TOTALS COMES BACK WITH THE
      *    FIGURES AFTER THE ACTION, FOUR S9(18) COMP-5 FIELDS:
      *        ALLOCATED, FREED, CURRENTLY HELD, PEAK HELD
      *    RUNLOG JOURNALS THE PEAK ON EVERY STOP RECORD AND AOCCAPY
      *    SETS IT AGAINST EACH PROGRAM'S REGION.  ONLY THE
      *    UTILITIES' OWN STRUCTURES ARE COUNTED -- A CALLER'S
      *    PAYLOAD CELLS AND ITS WORKING-STORAGE ARE NOT -- BUT THOSE
      *    STRUCTURES ARE WHAT GROW WITH THE INPUT.  THE TOTALS LIVE
      *    IN THIS PROGRAM'S WORKING-STORAGE FOR THE LIFE OF THE RUN
      *    UNIT; DO NOT CANCEL IT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  RUN-UNIT-TOTALS.
           05  RUT-ALLOCATED       PIC S9(18) COMP-5 VALUE +0.
           05  RUT-FREED           PIC S9(18) COMP-5 VALUE +0.
           05  RUT-CURRENT         PIC S9(18) COMP-5 VALUE +0.
           05  RUT-PEAK            PIC S9(18) COMP-5 VALUE +0.

       LINKAGE SECTION.
       01  STG-ACTION              PIC X(01).
       01  STG-BYTES               PIC S9(18) COMP-5.
       01  STG-TOTALS.
           05  STG-ALLOCATED       PIC S9(18) COMP-5.
           05  STG-FREED           PIC S9(18) COMP-5.
           05  STG-CURRENT         PIC S9(18) COMP-5.
           05  STG-PEAK            PIC S9(18) COMP-5.

       PROCEDURE DIVISION USING STG-ACTION, STG-BYTES, STG-TOTALS.
       STGACCT-MAIN.
           EVALUATE STG-ACTION
               WHEN "A"
                   ADD STG-BYTES TO RUT-ALLOCATED RUT-CURRENT
                   IF RUT-CURRENT > RUT-PEAK
                       MOVE RUT-CURRENT TO RUT-PEAK
                   END-IF
               WHEN "F"
                   ADD STG-BYTES TO RUT-FREED
                   SUBTRACT STG-BYTES FROM RUT-CURRENT
                   IF RUT-CURRENT < 0
                       MOVE +0 TO RUT-CURRENT
                   END-IF
               WHEN "R"
                   MOVE +0 TO RUT-ALLOCATED RUT-FREED
                   MOVE RUT-CURRENT TO RUT-PEAK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE RUT-ALLOCATED TO STG-ALLOCATED
           MOVE RUT-FREED     TO STG-FREED
           MOVE RUT-CURRENT   TO STG-CURRENT
           MOVE RUT-PEAK      TO STG-PEAK
           GOBACK.
       END PROGRAM STGACCT.
