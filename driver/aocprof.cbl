       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCPROF.
      *    PER-PHASE PROFILE REPORT -- THE FOLLOW-ON TO AOCTREND.
      *    AOCTREND SAYS A PROGRAM GOT SLOWER; THIS SAYS WHICH OF ITS
      *    PHASES DID.  READS THE PHASE-TIMING DATASET TIMELOG
      *    APPENDS TO (DD/ENV AOCPHTIM, LAYOUT IN
      *    DAY/COMMON/TIMEMARK.CBL), GROUPS THE STAMPS INTO PROGRAM
      *    RUNS -- A RUN STARTS AT A STAMP FLAGGED S OR WHEN THE RUN
      *    KEY CHANGES -- AND KEEPS THE LAST N RUNS OF EACH PHASE
      *    (A LABEL STAMPED MORE THAN ONCE IN A RUN IS SUMMED).  PER
      *    PROGRAM, ONE LINE PER PHASE:
      *        MEDIAN  -- MIDDLE OF THE SORTED WINDOW, SECONDS
      *        LATEST  -- THE MOST RECENT RUN, SECONDS
      *        SHARE   -- THE PHASE'S PERCENTAGE OF THE PROGRAM'S
      *                   TIMED RUN TIME OVER THE WINDOW
      *        CHANGE  -- LATEST MINUS MEDIAN, SECONDS
      *        CPU     -- THE LATEST RUN'S CPU SECONDS
      *    A PHASE IS FLAGGED GREW WHEN ITS LATEST RUN EXCEEDS ITS
      *    MEDIAN BY MORE THAN A QUARTER (AND AT LEAST HALF A
      *    SECOND), AND THE TEN PHASES THAT GREW THE MOST ACROSS ALL
      *    PROGRAMS ARE LISTED AT THE FOOT, LARGEST GROWTH FIRST.
      *        PARM LAST=N  -- WINDOW SIZE PER PHASE, DEFAULT 10,
      *                        LIMIT 32 (OLDER RUNS FALL OUT)
      *    REPORT TO DD/ENV AOCPRFRP; RC=4 WHEN ANY PHASE IS FLAGGED
      *    GREW, RC=8 WHEN THE PHASE-TIMING DATASET CANNOT BE READ.
      *    SEE JCL/AOCPROF.JCL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHASE-FILE
              ASSIGN TO AOCPHTIM
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PHS-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCPRFRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    TIMELOG'S RECORD LAYOUT.
       FD  PHASE-FILE.
       01  PHASE-RECORD.
           05  PHS-RUN-KEY.
               10  PHS-RUN-DATE    PIC X(08).
               10  FILLER          PIC X.
               10  PHS-RUN-ID      PIC X(08).
           05  FILLER              PIC X.
           05  PHS-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  PHS-LABEL           PIC X(20).
           05  FILLER              PIC X.
           05  PHS-ELAPSED         PIC 9(09).
           05  FILLER              PIC X.
           05  PHS-CPU             PIC 9(09).
           05  FILLER              PIC X.
           05  PHS-TIME            PIC X(08).
           05  FILLER              PIC X.
           05  PHS-START-FLAG      PIC X(01).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  PHS-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 PHS-FILE-OK                 VALUE "00".
           05  SW-PHS-EOF          PIC  X     VALUE "N".
               88 PHS-EOF                     VALUE "Y".
           05  RPT-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                 VALUE "00".

       01  WINDOW-CONTROLS.
           05  WINDOW-SIZE         PIC S9(4) COMP-5 VALUE +10.
           05  WINDOW-LIM          PIC S9(4) COMP-5 VALUE +32.

      *    ONE ROW PER PROGRAM, EACH WITH ITS PHASES IN FIRST-SEEN
      *    ORDER.  A PHASE CARRIES THE RUN IN PROGRESS (CUR-) AND A
      *    SLIDING WINDOW OF COMPLETED RUNS, OLDEST FIRST; WHEN THE
      *    WINDOW IS FULL THE OLDEST SAMPLE FALLS OUT.
       01  PROFILE-CONTROLS.
           05  PGM-MAX             PIC S9(4) COMP-5 VALUE +32.
           05  PGM-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  PGM-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  PGM-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  PHS-MAX             PIC S9(4) COMP-5 VALUE +24.
           05  PHS-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  PHS-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  SAMP-NDX            PIC S9(4) COMP-5 VALUE +0.
           05  STAMPS-READ         PIC S9(9) COMP-5 VALUE +0.
       01  PROFILE-TABLE.
           05  PGM-ENTRY OCCURS 32 TIMES.
               10  PGM-NAME        PIC  X(08).
               10  PGM-RUN-KEY     PIC  X(17).
               10  PGM-RUN-OPEN    PIC  X(01).
                   88 PGM-RUN-IN-PROGRESS    VALUE "Y".
               10  PGM-RUNS        PIC S9(9) COMP-5.
               10  PGM-PHASE-COUNT PIC S9(4) COMP-5.
               10  PGM-WINDOW-SUM  PIC S9(18) COMP-5.
               10  PHS-ENTRY OCCURS 24 TIMES.
                   15  PHS-NAME        PIC  X(20).
                   15  PHS-CUR-SEEN    PIC  X(01).
                       88 PHS-IN-THIS-RUN        VALUE "Y".
                   15  PHS-CUR-ELAPSED PIC S9(18) COMP-5.
                   15  PHS-CUR-CPU     PIC S9(18) COMP-5.
                   15  PHS-LAST-CPU    PIC S9(18) COMP-5.
                   15  PHS-SAMP-COUNT  PIC S9(4) COMP-5.
                   15  PHS-SAMPLE      PIC S9(18) COMP-5
                                       OCCURS 32 TIMES.

      *    STATISTICS WORK FOR ONE PHASE -- THE WINDOW IS COPIED AND
      *    SORTED HERE SO THE RUN-ORDER ORIGINAL KEEPS ITS LATEST.
       01  STATS-WORK.
           05  SRT-SAMPLE          PIC S9(18) COMP-5
                                   OCCURS 32 TIMES.
           05  SRT-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  SRT-I               PIC S9(4) COMP-5 VALUE +0.
           05  SRT-J               PIC S9(4) COMP-5 VALUE +0.
           05  SRT-HOLD            PIC S9(18) COMP-5 VALUE +0.
           05  PCTL-SLOT           PIC S9(4) COMP-5 VALUE +0.
           05  MEDIAN-HUND         PIC S9(18) COMP-5 VALUE +0.
           05  LATEST-HUND         PIC S9(18) COMP-5 VALUE +0.
           05  PHASE-SUM           PIC S9(18) COMP-5 VALUE +0.
           05  GROWTH-HUND         PIC S9(18) COMP-5 VALUE +0.
           05  GROWTH-FLOOR        PIC S9(18) COMP-5 VALUE +0.
           05  SHARE-PCT           PIC S9(3)V9 COMP-3 VALUE +0.
           05  GROWTH-PCT          PIC S9(5) COMP-3 VALUE +0.
           05  SW-GREW             PIC  X     VALUE "N".
               88 PHASE-GREW                  VALUE "Y".

      *    THE TEN LARGEST GROWERS ACROSS ALL PROGRAMS, LARGEST
      *    FIRST, KEPT BY INSERTION AS EACH PHASE IS PROFILED.
       01  GROWER-TABLE.
           05  GRW-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  GRW-MAX             PIC S9(4) COMP-5 VALUE +10.
           05  GRW-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  GRW-SLOT            PIC S9(4) COMP-5 VALUE +0.
           05  GRW-ENTRY OCCURS 11 TIMES.
               10  GRW-PROGRAM     PIC  X(08).
               10  GRW-PHASE       PIC  X(20).
               10  GRW-MEDIAN      PIC S9(18) COMP-5.
               10  GRW-LATEST      PIC S9(18) COMP-5.
               10  GRW-GROWTH      PIC S9(18) COMP-5.
               10  GRW-PCT         PIC S9(5) COMP-3.

       01  REPORT-WORK.
           05  SECS-WORK           PIC S9(7)V99 VALUE ZEROES.
           05  MEDIAN-EDIT         PIC  ZZZZZ9.99.
           05  LATEST-EDIT         PIC  ZZZZZ9.99.
           05  CHANGE-EDIT         PIC  +(6)9.99.
           05  CPU-EDIT            PIC  ZZZZZ9.99.
           05  SHARE-EDIT          PIC  ZZ9.9.
           05  PCT-EDIT            PIC  +(5)9.
           05  SAMP-EDIT           PIC  Z9.
           05  RUNS-EDIT           PIC  ZZZZ9.
           05  GREW-COUNT          PIC S9(4) COMP-5 VALUE +0.
           05  GREW-EDIT           PIC  9(04) VALUE ZEROES.
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN            PIC S9(4) COMP-5.
           05  PARM-TEXT           PIC  X(20).

       PROCEDURE DIVISION USING PARM-AREA.
           PERFORM 000-PARSE-PARM
           PERFORM 100-LOAD-STAMPS
           IF WORST-RC < 8
               PERFORM 500-WRITE-REPORT
           END-IF
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       000-PARSE-PARM.
           IF ADDRESS OF PARM-AREA NOT = NULL AND PARM-LEN >= 6
              AND PARM-TEXT (1 : 5) = "LAST="
               COMPUTE WINDOW-SIZE = FUNCTION NUMVAL
                   (PARM-TEXT (6 : PARM-LEN - 5))
               IF WINDOW-SIZE < 1
                   MOVE +1 TO WINDOW-SIZE
               END-IF
               IF WINDOW-SIZE > WINDOW-LIM
                   MOVE WINDOW-LIM TO WINDOW-SIZE
               END-IF
           END-IF.

       100-LOAD-STAMPS.
           OPEN INPUT PHASE-FILE
           IF NOT PHS-FILE-OK
               DISPLAY "AOCPHTIM OPEN FAILED, STATUS="
                   PHS-FILE-STATUS " -- NOTHING TO PROFILE"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PHS-EOF
               READ PHASE-FILE
                   AT END SET PHS-EOF TO TRUE
                   NOT AT END PERFORM 150-NOTE-ONE-STAMP
               END-READ
           END-PERFORM
           CLOSE PHASE-FILE
      *    THE LAST RUN OF EVERY PROGRAM IS STILL OPEN AT END OF
      *    FILE.
           PERFORM VARYING PGM-FOUND FROM 1 BY 1
               UNTIL PGM-FOUND > PGM-COUNT
               PERFORM 170-CLOSE-RUN
           END-PERFORM.

       150-NOTE-ONE-STAMP.
           IF PHS-PROGRAM = SPACES OR PHS-ELAPSED NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO STAMPS-READ
           MOVE +0 TO PGM-FOUND
           PERFORM VARYING PGM-NDX FROM 1 BY 1
               UNTIL PGM-NDX > PGM-COUNT OR PGM-FOUND > 0
               IF PGM-NAME (PGM-NDX) = PHS-PROGRAM
                   MOVE PGM-NDX TO PGM-FOUND
               END-IF
           END-PERFORM
           IF PGM-FOUND = 0
               IF PGM-COUNT >= PGM-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD +1 TO PGM-COUNT
               MOVE PGM-COUNT TO PGM-FOUND
               MOVE PHS-PROGRAM TO PGM-NAME (PGM-FOUND)
               MOVE SPACES TO PGM-RUN-KEY (PGM-FOUND)
               MOVE "N" TO PGM-RUN-OPEN (PGM-FOUND)
               MOVE +0 TO PGM-RUNS (PGM-FOUND)
                          PGM-PHASE-COUNT (PGM-FOUND)
           END-IF
           IF PHS-START-FLAG = "S"
              OR PHS-RUN-KEY NOT = PGM-RUN-KEY (PGM-FOUND)
               PERFORM 170-CLOSE-RUN
               MOVE PHS-RUN-KEY TO PGM-RUN-KEY (PGM-FOUND)
               SET PGM-RUN-IN-PROGRESS (PGM-FOUND) TO TRUE
           END-IF
           IF PHS-START-FLAG = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO PHS-FOUND
           PERFORM VARYING PHS-NDX FROM 1 BY 1
               UNTIL PHS-NDX > PGM-PHASE-COUNT (PGM-FOUND)
                  OR PHS-FOUND > 0
               IF PHS-NAME (PGM-FOUND, PHS-NDX) = PHS-LABEL
                   MOVE PHS-NDX TO PHS-FOUND
               END-IF
           END-PERFORM
           IF PHS-FOUND = 0
               IF PGM-PHASE-COUNT (PGM-FOUND) >= PHS-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD +1 TO PGM-PHASE-COUNT (PGM-FOUND)
               MOVE PGM-PHASE-COUNT (PGM-FOUND) TO PHS-FOUND
               MOVE PHS-LABEL TO PHS-NAME (PGM-FOUND, PHS-FOUND)
               MOVE "N" TO PHS-CUR-SEEN (PGM-FOUND, PHS-FOUND)
               MOVE +0 TO PHS-CUR-ELAPSED (PGM-FOUND, PHS-FOUND)
                          PHS-CUR-CPU     (PGM-FOUND, PHS-FOUND)
                          PHS-LAST-CPU    (PGM-FOUND, PHS-FOUND)
                          PHS-SAMP-COUNT  (PGM-FOUND, PHS-FOUND)
           END-IF
           SET PHS-IN-THIS-RUN (PGM-FOUND, PHS-FOUND) TO TRUE
           ADD PHS-ELAPSED TO PHS-CUR-ELAPSED (PGM-FOUND, PHS-FOUND)
           IF PHS-CPU NUMERIC
               ADD PHS-CPU TO PHS-CUR-CPU (PGM-FOUND, PHS-FOUND)
           END-IF.

      *    END THE PROGRAM'S RUN IN PROGRESS: EVERY PHASE IT STAMPED
      *    SLIDES ITS TOTAL INTO THE WINDOW.
       170-CLOSE-RUN.
           IF NOT PGM-RUN-IN-PROGRESS (PGM-FOUND)
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO PGM-RUN-OPEN (PGM-FOUND)
           ADD +1 TO PGM-RUNS (PGM-FOUND)
           PERFORM VARYING PHS-NDX FROM 1 BY 1
               UNTIL PHS-NDX > PGM-PHASE-COUNT (PGM-FOUND)
               IF PHS-IN-THIS-RUN (PGM-FOUND, PHS-NDX)
                   PERFORM 180-SLIDE-IN-SAMPLE
                   MOVE PHS-CUR-CPU (PGM-FOUND, PHS-NDX)
                     TO PHS-LAST-CPU (PGM-FOUND, PHS-NDX)
               END-IF
               MOVE "N" TO PHS-CUR-SEEN (PGM-FOUND, PHS-NDX)
               MOVE +0 TO PHS-CUR-ELAPSED (PGM-FOUND, PHS-NDX)
                          PHS-CUR-CPU     (PGM-FOUND, PHS-NDX)
           END-PERFORM.

       180-SLIDE-IN-SAMPLE.
           IF PHS-SAMP-COUNT (PGM-FOUND, PHS-NDX) >= WINDOW-SIZE
               PERFORM VARYING SAMP-NDX FROM 1 BY 1
                   UNTIL SAMP-NDX >= PHS-SAMP-COUNT (PGM-FOUND, PHS-NDX)
                   MOVE PHS-SAMPLE (PGM-FOUND, PHS-NDX, SAMP-NDX + 1)
                     TO PHS-SAMPLE (PGM-FOUND, PHS-NDX, SAMP-NDX)
               END-PERFORM
           ELSE
               ADD +1 TO PHS-SAMP-COUNT (PGM-FOUND, PHS-NDX)
           END-IF
           MOVE PHS-CUR-ELAPSED (PGM-FOUND, PHS-NDX)
             TO PHS-SAMPLE (PGM-FOUND, PHS-NDX,
                    PHS-SAMP-COUNT (PGM-FOUND, PHS-NDX)).

       500-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCPRFRP OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           MOVE WINDOW-SIZE TO SAMP-EDIT
           STRING "PHASE PROFILE REPORT -- LAST " SAMP-EDIT
               " RUNS PER PHASE"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 90)
           WRITE REPORT-RECORD
           PERFORM VARYING PGM-NDX FROM 1 BY 1
               UNTIL PGM-NDX > PGM-COUNT
               PERFORM 550-PROFILE-ONE-PROGRAM
           END-PERFORM
           PERFORM 600-WRITE-GROWERS
           MOVE ALL "-" TO REPORT-RECORD (1 : 90)
           WRITE REPORT-RECORD
           MOVE GREW-COUNT TO GREW-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "PHASES FLAGGED GREW: " GREW-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           DISPLAY "AOCPROF: STAMPS=" STAMPS-READ
               " PROGRAMS=" PGM-COUNT " GREW=" GREW-COUNT
           IF GREW-COUNT > 0 AND WORST-RC < 4
               MOVE +4 TO WORST-RC
           END-IF.

       550-PROFILE-ONE-PROGRAM.
      *    THE SHARE BASE -- EVERY PHASE'S WINDOW SUMMED.
           MOVE +0 TO PGM-WINDOW-SUM (PGM-NDX)
           PERFORM VARYING PHS-NDX FROM 1 BY 1
               UNTIL PHS-NDX > PGM-PHASE-COUNT (PGM-NDX)
               PERFORM VARYING SAMP-NDX FROM 1 BY 1
                   UNTIL SAMP-NDX > PHS-SAMP-COUNT (PGM-NDX, PHS-NDX)
                   ADD PHS-SAMPLE (PGM-NDX, PHS-NDX, SAMP-NDX)
                     TO PGM-WINDOW-SUM (PGM-NDX)
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE PGM-RUNS (PGM-NDX) TO RUNS-EDIT
           STRING "PROGRAM " PGM-NAME (PGM-NDX) "  RUNS TIMED "
               RUNS-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "  PHASE                RUNS    MEDIAN    LATEST"
               " SHARE%   CHANGE       CPU  FLAG"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING PHS-NDX FROM 1 BY 1
               UNTIL PHS-NDX > PGM-PHASE-COUNT (PGM-NDX)
               IF PHS-SAMP-COUNT (PGM-NDX, PHS-NDX) > 0
                   PERFORM 560-PROFILE-ONE-PHASE
               END-IF
           END-PERFORM.

       560-PROFILE-ONE-PHASE.
           MOVE PHS-SAMP-COUNT (PGM-NDX, PHS-NDX) TO SRT-COUNT
           MOVE +0 TO PHASE-SUM
           PERFORM VARYING SRT-I FROM 1 BY 1
               UNTIL SRT-I > SRT-COUNT
               MOVE PHS-SAMPLE (PGM-NDX, PHS-NDX, SRT-I)
                 TO SRT-SAMPLE (SRT-I)
               ADD SRT-SAMPLE (SRT-I) TO PHASE-SUM
           END-PERFORM
           MOVE SRT-SAMPLE (SRT-COUNT) TO LATEST-HUND
      *    SIMPLE EXCHANGE SORT -- THE WINDOW IS AT MOST 32 WIDE.
           PERFORM VARYING SRT-I FROM 1 BY 1
               UNTIL SRT-I >= SRT-COUNT
               PERFORM VARYING SRT-J FROM 1 BY 1
                   UNTIL SRT-J >= SRT-COUNT
                   IF SRT-SAMPLE (SRT-J) > SRT-SAMPLE (SRT-J + 1)
                       MOVE SRT-SAMPLE (SRT-J) TO SRT-HOLD
                       MOVE SRT-SAMPLE (SRT-J + 1)
                         TO SRT-SAMPLE (SRT-J)
                       MOVE SRT-HOLD TO SRT-SAMPLE (SRT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE PCTL-SLOT = (SRT-COUNT + 1) / 2
           MOVE SRT-SAMPLE (PCTL-SLOT) TO MEDIAN-HUND
           IF PGM-WINDOW-SUM (PGM-NDX) > 0
               COMPUTE SHARE-PCT ROUNDED =
                   PHASE-SUM * 100 / PGM-WINDOW-SUM (PGM-NDX)
           ELSE
               MOVE +0 TO SHARE-PCT
           END-IF
           COMPUTE GROWTH-HUND = LATEST-HUND - MEDIAN-HUND
           IF MEDIAN-HUND > 0
               COMPUTE GROWTH-PCT ROUNDED =
                   GROWTH-HUND * 100 / MEDIAN-HUND
           ELSE
               MOVE +0 TO GROWTH-PCT
           END-IF
           MOVE "N" TO SW-GREW
           COMPUTE GROWTH-FLOOR =
               FUNCTION MAX (MEDIAN-HUND / 4, 50)
           IF SRT-COUNT > 1 AND GROWTH-HUND > GROWTH-FLOOR
               SET PHASE-GREW TO TRUE
               ADD +1 TO GREW-COUNT
           END-IF
           IF SRT-COUNT > 1 AND GROWTH-HUND > 0
               PERFORM 570-RANK-GROWER
           END-IF
           COMPUTE SECS-WORK = MEDIAN-HUND / 100
           MOVE SECS-WORK TO MEDIAN-EDIT
           COMPUTE SECS-WORK = LATEST-HUND / 100
           MOVE SECS-WORK TO LATEST-EDIT
           COMPUTE SECS-WORK = GROWTH-HUND / 100
           MOVE SECS-WORK TO CHANGE-EDIT
           COMPUTE SECS-WORK = PHS-LAST-CPU (PGM-NDX, PHS-NDX) / 100
           MOVE SECS-WORK TO CPU-EDIT
           MOVE SHARE-PCT TO SHARE-EDIT
           MOVE SRT-COUNT TO SAMP-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  " PHS-NAME (PGM-NDX, PHS-NDX) "  " SAMP-EDIT
               " " MEDIAN-EDIT " " LATEST-EDIT "  " SHARE-EDIT
               " " CHANGE-EDIT " " CPU-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           IF PHASE-GREW
               MOVE "GREW" TO REPORT-RECORD (76 : 4)
           END-IF
           WRITE REPORT-RECORD.

      *    INSERT THIS PHASE AMONG THE TOP GROWERS IF IT BELONGS;
      *    THE ELEVENTH SLOT IS ONLY A LANDING PLACE FOR THE SHIFT.
       570-RANK-GROWER.
           MOVE +1 TO GRW-SLOT
           PERFORM UNTIL GRW-SLOT > GRW-COUNT
                  OR GRW-GROWTH (GRW-SLOT) < GROWTH-HUND
               ADD +1 TO GRW-SLOT
           END-PERFORM
           IF GRW-SLOT > GRW-MAX
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING GRW-NDX FROM GRW-COUNT BY -1
               UNTIL GRW-NDX < GRW-SLOT
               MOVE GRW-ENTRY (GRW-NDX) TO GRW-ENTRY (GRW-NDX + 1)
           END-PERFORM
           IF GRW-COUNT < GRW-MAX
               ADD +1 TO GRW-COUNT
           END-IF
           MOVE PGM-NAME (PGM-NDX)          TO GRW-PROGRAM (GRW-SLOT)
           MOVE PHS-NAME (PGM-NDX, PHS-NDX) TO GRW-PHASE   (GRW-SLOT)
           MOVE MEDIAN-HUND                 TO GRW-MEDIAN  (GRW-SLOT)
           MOVE LATEST-HUND                 TO GRW-LATEST  (GRW-SLOT)
           MOVE GROWTH-HUND                 TO GRW-GROWTH  (GRW-SLOT)
           MOVE GROWTH-PCT                  TO GRW-PCT     (GRW-SLOT).

       600-WRITE-GROWERS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "PHASES THAT GREW THE MOST (LATEST RUN AGAINST MEDIAN)"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "  PROGRAM  PHASE                   MEDIAN    LATEST"
               "    CHANGE  CHANGE%"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF GRW-COUNT = 0
               MOVE "  NONE" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING GRW-NDX FROM 1 BY 1
               UNTIL GRW-NDX > GRW-COUNT
               COMPUTE SECS-WORK = GRW-MEDIAN (GRW-NDX) / 100
               MOVE SECS-WORK TO MEDIAN-EDIT
               COMPUTE SECS-WORK = GRW-LATEST (GRW-NDX) / 100
               MOVE SECS-WORK TO LATEST-EDIT
               COMPUTE SECS-WORK = GRW-GROWTH (GRW-NDX) / 100
               MOVE SECS-WORK TO CHANGE-EDIT
               MOVE GRW-PCT (GRW-NDX) TO PCT-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "  " GRW-PROGRAM (GRW-NDX) " "
                   GRW-PHASE (GRW-NDX) " " MEDIAN-EDIT " "
                   LATEST-EDIT " " CHANGE-EDIT "  " PCT-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               IF GRW-MEDIAN (GRW-NDX) = 0
                   MOVE "   NEW" TO REPORT-RECORD (64 : 6)
               END-IF
               WRITE REPORT-RECORD
           END-PERFORM.
       END PROGRAM AOCPROF.
