       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCSLCMB.
      *    SLICED-RUN COMBINER.  DAY16PT2, DAY12PT2 AND DAY22ALL TAKE
      *    PARM SLICE=K/N AND THEN WORK ONLY UNIT K, K+N, K+2N ... OF
      *    THEIR EDGE LINES, RECORDS OR BRICKS, SO ONE LONG RUN CAN BE
      *    SPREAD OVER N JOBS (JCL/AOCSLICE.JCL).  A SLICE LOGS NO
      *    ANSWER; IT WRITES PARTIAL-RESULT RECORDS INSTEAD, AND THIS
      *    PROGRAM READS ALL N SLICES' PARTIALS (DD/ENV AOCSLICE, THE
      *    PARTIAL DATASETS CONCATENATED IN ANY ORDER), PROVES THE
      *    SLICES BETWEEN THEM COVERED EVERY UNIT EXACTLY ONCE,
      *    COMBINES THEM, AND LOGS THE REAL ANSWER THROUGH ANSWRLOG
      *    UNDER THE DAY PROGRAM'S OWN NAME AND COMPILE STAMP, INSIDE
      *    A RUNLOG START/STOP UNDER THAT NAME SO THE JOURNAL AUDIT
      *    (AOCJAUD) PAIRS EACH COMBINED ANSWER WITH A RUN.
      *    PARTIAL-RESULT RECORD (WRITTEN BY THE DAY PROGRAMS):
      *        COL  1- 8  PROGRAM-ID                > THE GROUP
      *        COL 10-29  ANSWER LABEL              > THE GROUP
      *        COL 31-35  SLICE K/N
      *        COL 37     COMBINE BY S = SUM, M = MAXIMUM, E = EVERY
      *                   SLICE WORKS THE WHOLE ANSWER (MUST AGREE)
      *        COL 39     C = SLICE COMPLETE, B = BUDGET-STOPPED
      *        COL 41-49  UNITS IN THE WHOLE RUN
      *        COL 51-59  UNITS THIS SLICE COVERED
      *        COL 61-78  PARTIAL VALUE
      *        COL 80-95  COMPILE STAMP OF THE PROGRAM THAT RAN IT
      *    A GROUP (ONE PROGRAM AND LABEL) IS LOGGED ONLY WHEN EVERY
      *    SLICE 1 THRU N IS PRESENT EXACTLY ONCE (A SECOND COPY OF A
      *    SLICE IS AN OVERLAP, A MISSING ONE A GAP), EVERY SLICE
      *    AGREES ON N, THE UNIT TOTAL, THE COMBINE METHOD AND THE
      *    COMPILE STAMP (SLICES FROM TWO BUILDS OR TWO INPUTS DO NOT
      *    ADD UP TO ONE ANSWER), EVERY SLICE RAN TO COMPLETION, AND
      *    -- FOR S AND M -- EACH SLICE COVERED EXACTLY THE UNITS ITS
      *    STRIDE OWNS, SO THE COVERED COUNTS SUM TO THE UNIT TOTAL.
      *    AN E GROUP MUST CARRY THE SAME VALUE FROM EVERY SLICE.  A
      *    GROUP THAT FAILS ANY TEST IS NOT LOGGED; AOCSLCRP SAYS WHY.
      *    RC=0 EVERY GROUP LOGGED, RC=8 ANY GROUP NOT LOGGED, ANY
      *    RECORD UNREADABLE, OR NO PARTIALS AT ALL.  RERUN THE
      *    MISSING OR FAILED SLICES AND COMBINE AGAIN -- NOTHING IS
      *    LOGGED FOR A GROUP UNTIL ALL OF IT IS RIGHT.  SEE
      *    JCL/AOCSLCMB.JCL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLICE-FILE
              ASSIGN TO AOCSLICE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SLC-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCSLCRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLICE-FILE.
       01  SLICE-RECORD.
           05  SLP-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  SLP-LABEL           PIC X(20).
           05  FILLER              PIC X.
           05  SLP-SLICE           PIC X(02).
           05  SLP-SLASH           PIC X.
           05  SLP-SLICES          PIC X(02).
           05  FILLER              PIC X.
           05  SLP-METHOD          PIC X.
               88 SLP-METHOD-OK              VALUE "S" "M" "E".
           05  FILLER              PIC X.
           05  SLP-STATUS          PIC X.
               88 SLP-COMPLETE               VALUE "C".
           05  FILLER              PIC X.
           05  SLP-UNITS-TOTAL     PIC X(09).
           05  FILLER              PIC X.
           05  SLP-UNITS-DONE      PIC X(09).
           05  FILLER              PIC X.
           05  SLP-VALUE           PIC X(18).
           05  FILLER              PIC X.
           05  SLP-BUILD           PIC X(16).
           05  FILLER              PIC X(05).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  SLC-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 SLC-FILE-OK                 VALUE "00".
           05  SW-SLC-EOF          PIC  X     VALUE "N".
               88 SLC-EOF                     VALUE "Y".
           05  RPT-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                 VALUE "00".

      *    ONE ENTRY PER PROGRAM AND LABEL.  GRP-SEEN HOLDS ONE BYTE
      *    PER SLICE NUMBER, "Y" ONCE THAT SLICE'S PARTIAL IS IN.
       01  GROUP-CONTROLS.
           05  GRP-MAX             PIC S9(4) COMP-5 VALUE +64.
           05  GRP-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  GRP-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  GRP-FOUND           PIC S9(4) COMP-5 VALUE +0.
       01  GROUP-TABLE.
           05  GRP-ENTRY OCCURS 64 TIMES.
               10  GRP-PROGRAM     PIC  X(08).
               10  GRP-LABEL       PIC  X(20).
               10  GRP-SLICES      PIC S9(4) COMP-5.
               10  GRP-METHOD      PIC  X(01).
               10  GRP-BUILD       PIC  X(16).
               10  GRP-UNITS-TOTAL PIC S9(9) COMP-5.
               10  GRP-UNITS-DONE  PIC S9(9) COMP-5.
               10  GRP-PARTIALS    PIC S9(4) COMP-5.
               10  GRP-VALUE       PIC S9(18) COMP-5.
               10  GRP-SEEN        PIC  X(99).
               10  GRP-BAD         PIC  X(01).
                   88 GRP-IS-BAD             VALUE "Y".

      *    ONE PARTIAL RECORD, CONVERTED.
       01  PARTIAL-FIELDS.
           05  PRT-SLICE           PIC S9(4) COMP-5 VALUE +0.
           05  PRT-SLICES          PIC S9(4) COMP-5 VALUE +0.
           05  PRT-UNITS-TOTAL     PIC S9(9) COMP-5 VALUE +0.
           05  PRT-UNITS-DONE      PIC S9(9) COMP-5 VALUE +0.
           05  PRT-VALUE           PIC S9(18) COMP-5 VALUE +0.
           05  PRT-SHARE           PIC S9(9) COMP-5 VALUE +0.
           05  SLICE-NDX           PIC S9(4) COMP-5 VALUE +0.

       01  REPORT-FIELDS.
           05  RPT-KEY             PIC  X(29) VALUE SPACES.
           05  RPT-REASON          PIC  X(60) VALUE SPACES.
           05  RPT-SLICE           PIC  9(02) VALUE ZEROES.
           05  RPT-SLICES          PIC  9(02) VALUE ZEROES.
           05  RPT-UNITS           PIC  9(09) VALUE ZEROES.
           05  RPT-COVERED         PIC  9(09) VALUE ZEROES.
           05  RPT-VALUE           PIC  -(17)9.
           05  RPT-METHOD-TEXT     PIC  X(07) VALUE SPACES.

       01  RUN-COUNTS.
           05  RECORD-COUNT        PIC  9(04) VALUE ZEROES.
           05  UNREADABLE-COUNT    PIC  9(04) VALUE ZEROES.
           05  LOGGED-COUNT        PIC  9(04) VALUE ZEROES.
           05  REFUSED-COUNT       PIC  9(04) VALUE ZEROES.
           05  PARTIAL-REFUSED-COUNT PIC 9(04) VALUE ZEROES.
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.

      *    ANSWRLOG INTERFACE.
       01  ANSWR-LABEL             PIC X(20).
       01  ANSWR-VALUE             PIC S9(18) COMP-5.
       01  ANSWR-PROGRAM           PIC X(08).
       01  ANSWR-RC                PIC S9(4) COMP-5.

      *    RUNLOG INTERFACE -- EACH COMBINED GROUP IS JOURNALED AS A
      *    RUN OF THE DAY PROGRAM, SO ITS ANSWER PAIRS WITH A
      *    START/STOP INTERVAL LIKE ANY OTHER.
       01  RUNLOG-EVENT            PIC X(05) VALUE SPACES.
       01  RUNLOG-OVERRIDE         PIC X(01) VALUE "N".
       01  RUNLOG-RC               PIC S9(4) COMP-5 VALUE +0.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           IF WORST-RC < 8
               PERFORM 100-LOAD-PARTIALS
           END-IF
           IF WORST-RC < 8 OR GRP-COUNT > 0
               PERFORM 300-COMBINE-GROUPS
           END-IF
           PERFORM 900-WRAP-UP
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       000-HOUSEKEEPING.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCSLCRP REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "SLICED-RUN COMBINER" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD.

       100-LOAD-PARTIALS.
           OPEN INPUT SLICE-FILE
           IF NOT SLC-FILE-OK
               DISPLAY "AOCSLICE PARTIALS OPEN FAILED, STATUS="
                   SLC-FILE-STATUS
               MOVE "AOCSLICE PARTIALS COULD NOT BE OPENED"
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SLC-EOF
               READ SLICE-FILE
                   AT END SET SLC-EOF TO TRUE
                   NOT AT END PERFORM 150-TAKE-ONE-PARTIAL
               END-READ
           END-PERFORM
           CLOSE SLICE-FILE
           IF RECORD-COUNT = 0
               MOVE "NO PARTIAL RESULTS IN AOCSLICE -- NOTHING TO"
                 TO REPORT-RECORD
               MOVE " COMBINE" TO REPORT-RECORD (45 : 8)
               WRITE REPORT-RECORD
               MOVE +8 TO WORST-RC
           END-IF.

      *    CHECK ONE PARTIAL AGAINST ITS GROUP AND FOLD IT IN.  A
      *    RECORD THAT CANNOT BE READ AS A PARTIAL AT ALL BELONGS TO
      *    NO GROUP AND FAILS THE RUN; ONE THAT READS BUT DISAGREES
      *    WITH ITS GROUP FAILS ONLY THAT GROUP.
       150-TAKE-ONE-PARTIAL.
           IF SLICE-RECORD = SPACES OR SLP-PROGRAM (1 : 1) = "*"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RECORD-COUNT
           IF SLP-SLICE IS NOT NUMERIC OR SLP-SLICES IS NOT NUMERIC
              OR SLP-SLASH NOT = "/"
              OR SLP-UNITS-TOTAL IS NOT NUMERIC
              OR SLP-UNITS-DONE IS NOT NUMERIC
              OR SLP-VALUE IS NOT NUMERIC
              OR NOT SLP-METHOD-OK
              OR SLP-PROGRAM = SPACES OR SLP-LABEL = SPACES
               ADD 1 TO UNREADABLE-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "UNREADABLE PARTIAL " RECORD-COUNT ": "
                   SLICE-RECORD (1 : 78)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SLP-SLICE       TO PRT-SLICE
           MOVE SLP-SLICES      TO PRT-SLICES
           MOVE SLP-UNITS-TOTAL TO PRT-UNITS-TOTAL
           MOVE SLP-UNITS-DONE  TO PRT-UNITS-DONE
           MOVE SLP-VALUE       TO PRT-VALUE
           MOVE +0 TO GRP-FOUND
           PERFORM VARYING GRP-NDX FROM 1 BY 1
               UNTIL GRP-NDX > GRP-COUNT OR GRP-FOUND > 0
               IF GRP-PROGRAM (GRP-NDX) = SLP-PROGRAM
                  AND GRP-LABEL (GRP-NDX) = SLP-LABEL
                   MOVE GRP-NDX TO GRP-FOUND
               END-IF
           END-PERFORM
           IF GRP-FOUND = 0
               IF GRP-COUNT >= GRP-MAX
                   DISPLAY "PARTIAL GROUP TABLE FULL, LIMIT="
                       GRP-MAX
                   MOVE "PARTIAL GROUP TABLE FULL -- LATER GROUPS"
                     TO REPORT-RECORD
                   MOVE " NOT COMBINED" TO REPORT-RECORD (41 : 13)
                   WRITE REPORT-RECORD
                   MOVE +8 TO WORST-RC
                   EXIT PARAGRAPH
               END-IF
               PERFORM 160-START-GROUP
           END-IF
           MOVE SPACES TO RPT-KEY
           STRING SLP-PROGRAM " " SLP-LABEL
               DELIMITED BY SIZE INTO RPT-KEY
           ADD 1 TO GRP-PARTIALS (GRP-FOUND)
           IF PRT-SLICES NOT = GRP-SLICES (GRP-FOUND)
               MOVE "SLICES DISAGREE ON N" TO RPT-REASON
               PERFORM 190-REFUSE-PARTIAL
               EXIT PARAGRAPH
           END-IF
           IF PRT-SLICE < 1 OR PRT-SLICE > PRT-SLICES
               MOVE "SLICE NUMBER OUTSIDE 1 THRU N" TO RPT-REASON
               PERFORM 190-REFUSE-PARTIAL
               EXIT PARAGRAPH
           END-IF
           IF GRP-SEEN (GRP-FOUND) (PRT-SLICE : 1) = "Y"
               MOVE "SLICE SEEN TWICE -- UNITS OVERLAP"
                 TO RPT-REASON
               PERFORM 190-REFUSE-PARTIAL
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO GRP-SEEN (GRP-FOUND) (PRT-SLICE : 1)
           IF PRT-UNITS-TOTAL NOT = GRP-UNITS-TOTAL (GRP-FOUND)
               MOVE "SLICES DISAGREE ON THE UNIT TOTAL -- NOT ONE"
                 TO RPT-REASON
               MOVE " INPUT" TO RPT-REASON (45 : 6)
               PERFORM 190-REFUSE-PARTIAL
               EXIT PARAGRAPH
           END-IF
           IF SLP-METHOD NOT = GRP-METHOD (GRP-FOUND)
               MOVE "SLICES DISAGREE ON THE COMBINE METHOD"
                 TO RPT-REASON
               PERFORM 190-REFUSE-PARTIAL
               EXIT PARAGRAPH
           END-IF
           IF SLP-BUILD NOT = GRP-BUILD (GRP-FOUND)
               MOVE "SLICES RAN UNDER DIFFERENT BUILDS"
                 TO RPT-REASON
               PERFORM 190-REFUSE-PARTIAL
               EXIT PARAGRAPH
           END-IF
           IF NOT SLP-COMPLETE
               MOVE "SLICE DID NOT RUN TO COMPLETION" TO RPT-REASON
               PERFORM 190-REFUSE-PARTIAL
               EXIT PARAGRAPH
           END-IF
           IF SLP-METHOD = "E"
               IF GRP-PARTIALS (GRP-FOUND) > 1
                  AND PRT-VALUE NOT = GRP-VALUE (GRP-FOUND)
                   MOVE "SLICES DISAGREE ON A WHOLE-RUN VALUE"
                     TO RPT-REASON
                   PERFORM 190-REFUSE-PARTIAL
                   EXIT PARAGRAPH
               END-IF
               MOVE PRT-VALUE TO GRP-VALUE (GRP-FOUND)
               EXIT PARAGRAPH
           END-IF
      *    THE UNITS SLICE K OF N OWNS ARE K, K+N, K+2N ... UP TO THE
      *    TOTAL -- NONE WHEN THE TOTAL IS BELOW K.
           IF PRT-UNITS-TOTAL < PRT-SLICE
               MOVE +0 TO PRT-SHARE
           ELSE
               COMPUTE PRT-SHARE =
                   (PRT-UNITS-TOTAL - PRT-SLICE) / PRT-SLICES + 1
           END-IF
           IF PRT-UNITS-DONE NOT = PRT-SHARE
               MOVE "SLICE COVERED THE WRONG NUMBER OF UNITS"
                 TO RPT-REASON
               PERFORM 190-REFUSE-PARTIAL
               EXIT PARAGRAPH
           END-IF
           ADD PRT-UNITS-DONE TO GRP-UNITS-DONE (GRP-FOUND)
           IF SLP-METHOD = "S"
               ADD PRT-VALUE TO GRP-VALUE (GRP-FOUND)
           ELSE
               IF GRP-PARTIALS (GRP-FOUND) = 1
                  OR PRT-VALUE > GRP-VALUE (GRP-FOUND)
                   MOVE PRT-VALUE TO GRP-VALUE (GRP-FOUND)
               END-IF
           END-IF.

      *    THE FIRST PARTIAL OF A GROUP SETS WHAT THE REST MUST MATCH.
       160-START-GROUP.
           ADD +1 TO GRP-COUNT
           MOVE GRP-COUNT TO GRP-FOUND
           MOVE SLP-PROGRAM     TO GRP-PROGRAM (GRP-FOUND)
           MOVE SLP-LABEL       TO GRP-LABEL (GRP-FOUND)
           MOVE PRT-SLICES      TO GRP-SLICES (GRP-FOUND)
           MOVE SLP-METHOD      TO GRP-METHOD (GRP-FOUND)
           MOVE SLP-BUILD       TO GRP-BUILD (GRP-FOUND)
           MOVE PRT-UNITS-TOTAL TO GRP-UNITS-TOTAL (GRP-FOUND)
           MOVE +0              TO GRP-UNITS-DONE (GRP-FOUND)
           MOVE +0              TO GRP-PARTIALS (GRP-FOUND)
           MOVE +0              TO GRP-VALUE (GRP-FOUND)
           MOVE SPACES          TO GRP-SEEN (GRP-FOUND)
           MOVE "N"             TO GRP-BAD (GRP-FOUND).

       190-REFUSE-PARTIAL.
           SET GRP-IS-BAD (GRP-FOUND) TO TRUE
           ADD 1 TO PARTIAL-REFUSED-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING RPT-KEY " SLICE " SLP-SLICE "/" SLP-SLICES
               ": " RPT-REASON
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    EVERY GROUP IN THE ORDER ITS FIRST PARTIAL ARRIVED.
       300-COMBINE-GROUPS.
           IF UNREADABLE-COUNT > 0 OR PARTIAL-REFUSED-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD (1 : 78)
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING GRP-NDX FROM 1 BY 1
               UNTIL GRP-NDX > GRP-COUNT
               PERFORM 350-COMBINE-ONE-GROUP
           END-PERFORM.

       350-COMBINE-ONE-GROUP.
           MOVE SPACES TO RPT-KEY
           STRING GRP-PROGRAM (GRP-NDX) " " GRP-LABEL (GRP-NDX)
               DELIMITED BY SIZE INTO RPT-KEY
           MOVE GRP-SLICES (GRP-NDX) TO RPT-SLICES
           MOVE GRP-UNITS-TOTAL (GRP-NDX) TO RPT-UNITS
           MOVE GRP-UNITS-DONE (GRP-NDX) TO RPT-COVERED
           IF GRP-METHOD (GRP-NDX) = "E"
               MOVE GRP-UNITS-TOTAL (GRP-NDX) TO RPT-COVERED
           END-IF
           IF NOT GRP-IS-BAD (GRP-NDX)
               PERFORM VARYING SLICE-NDX FROM 1 BY 1
                   UNTIL SLICE-NDX > GRP-SLICES (GRP-NDX)
                   IF GRP-SEEN (GRP-NDX) (SLICE-NDX : 1) NOT = "Y"
                       SET GRP-IS-BAD (GRP-NDX) TO TRUE
                       MOVE SLICE-NDX TO RPT-SLICE
                       MOVE SPACES TO REPORT-RECORD
                       STRING RPT-KEY " SLICE " RPT-SLICE "/"
                           RPT-SLICES ": MISSING -- UNITS UNCOVERED"
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
               END-PERFORM
           END-IF
           IF NOT GRP-IS-BAD (GRP-NDX)
              AND GRP-METHOD (GRP-NDX) NOT = "E"
              AND GRP-UNITS-DONE (GRP-NDX)
                  NOT = GRP-UNITS-TOTAL (GRP-NDX)
               SET GRP-IS-BAD (GRP-NDX) TO TRUE
               MOVE SPACES TO REPORT-RECORD
               STRING RPT-KEY ": " RPT-COVERED " OF " RPT-UNITS
                   " UNITS COVERED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF GRP-IS-BAD (GRP-NDX)
               ADD 1 TO REFUSED-COUNT
               MOVE +8 TO WORST-RC
               MOVE SPACES TO REPORT-RECORD
               STRING RPT-KEY " NOT COMBINED, NOTHING LOGGED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           EVALUATE GRP-METHOD (GRP-NDX)
               WHEN "S" MOVE "SUM"     TO RPT-METHOD-TEXT
               WHEN "M" MOVE "MAXIMUM" TO RPT-METHOD-TEXT
               WHEN OTHER MOVE "COMMON" TO RPT-METHOD-TEXT
           END-EVALUATE
           MOVE GRP-VALUE (GRP-NDX) TO RPT-VALUE
           MOVE SPACES TO REPORT-RECORD
           STRING RPT-KEY " " RPT-SLICES " SLICES, " RPT-COVERED
               " OF " RPT-UNITS " UNITS, "
               DELIMITED BY SIZE
               RPT-METHOD-TEXT DELIMITED BY SPACE
               " =" RPT-VALUE DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
      *    THE ANSWER IS THE DAY PROGRAM'S, SO IT GOES ON THE ARCHIVE
      *    UNDER THAT PROGRAM'S NAME AND THE BUILD THE SLICES RAN.
           DISPLAY "AOCBUILD" UPON ENVIRONMENT-NAME
           DISPLAY GRP-BUILD (GRP-NDX) UPON ENVIRONMENT-VALUE
           MOVE GRP-LABEL (GRP-NDX)   TO ANSWR-LABEL
           MOVE GRP-VALUE (GRP-NDX)   TO ANSWR-VALUE
           MOVE GRP-PROGRAM (GRP-NDX) TO ANSWR-PROGRAM
           MOVE +0 TO ANSWR-RC
           MOVE "START" TO RUNLOG-EVENT
           MOVE ANSWR-RC TO RUNLOG-RC
           CALL "RUNLOG" USING RUNLOG-EVENT, ANSWR-PROGRAM,
               RUNLOG-OVERRIDE, RUNLOG-RC
           CALL "ANSWRLOG" USING ANSWR-LABEL, ANSWR-VALUE,
               ANSWR-PROGRAM, ANSWR-RC
           MOVE "STOP"  TO RUNLOG-EVENT
           MOVE ANSWR-RC TO RUNLOG-RC
           CALL "RUNLOG" USING RUNLOG-EVENT, ANSWR-PROGRAM,
               RUNLOG-OVERRIDE, RUNLOG-RC
           ADD 1 TO LOGGED-COUNT.

       900-WRAP-UP.
           IF RPT-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD (1 : 78)
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "PARTIALS=" RECORD-COUNT
                   " UNREADABLE=" UNREADABLE-COUNT
                   " LOGGED=" LOGGED-COUNT
                   " NOT COMBINED=" REFUSED-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
           END-IF
           DISPLAY "AOCSLCMB: PARTIALS=" RECORD-COUNT
               " UNREADABLE=" UNREADABLE-COUNT
               " LOGGED=" LOGGED-COUNT
               " NOT COMBINED=" REFUSED-COUNT " RC=" WORST-RC.
       END PROGRAM AOCSLCMB.
