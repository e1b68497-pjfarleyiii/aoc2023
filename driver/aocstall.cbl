       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCSTALL.
      *    STALL WATCHDOG OVER THE IN-FLIGHT STATUS SLOTS.  AOCSTAT
      *    SHOWS WHERE A LONG RUNNER IS ONLY WHEN SOMEONE LOOKS; A
      *    SEARCH THAT STOPS POSTING -- LOOPING, OR WAITING ON AN
      *    ENQUEUE -- WOULD OTHERWISE SIT UNTIL THE BATCH DEADLINE
      *    PASSES.  RUN ON AN INTERVAL (SEE JCL/AOCSTALL.JCL), THIS
      *    PROGRAM READS EVERY STATPOST SLOT (DD/ENV AOCSTATS) AND
      *    FLAGS A PROGRAM AS STALLED WHEN BOTH:
      *        - THE RUN JOURNAL (DD/ENV AOCRUNJL) SHOWS IT IN
      *          FLIGHT -- ITS LATEST START HAS NO STOP AFTER IT
      *          (THE PAIRING AOCJAUD USES); AND
      *        - IT HAS BEEN SILENT LONGER THAN ITS EXPECTED
      *          POSTING INTERVAL FROM THE STALL CONTROL FILE
      *          (DD/ENV AOCSTLCT, CTL/AOCSTALL.CTL).  SILENT MEANS
      *          SINCE ITS SLOT WAS LAST UPDATED, OR SINCE THE START
      *          WHEN THE SLOT STILL HOLDS AN EARLIER RUN'S POST.
      *    A NEW STALL IS RAISED ON THE ALERT FEED (ALERTLOG,
      *    SEVERITY 8) WITH THE LAST PHASE AND UNITS DONE, AND ONE
      *    RECORD IS APPENDED TO THE STALL HISTORY (DD/ENV AOCSTHST)
      *    SO REPEAT OFFENDERS SHOW IN THE MORNING AOCDAILY REPORT.
      *    A STALL ALREADY IN THE HISTORY FOR THE SAME RUN (SAME
      *    PROGRAM AND START STAMP) IS REPORTED AS STILL STALLED BUT
      *    NOT RAISED OR RECORDED AGAIN, SO AN INTERVAL SCHEDULE
      *    PAGES ONCE PER STALL, NOT ONCE PER CYCLE.
      *    STALL HISTORY RECORD (FIXED COLUMNS):
      *        COL  1- 8  DATE FLAGGED (YYYYMMDD)
      *        COL 10-17  TIME FLAGGED (HHMMSSTH)
      *        COL 19-26  PROGRAM-ID
      *        COL 28-43  LAST PHASE POSTED
      *        COL 45-53  UNITS DONE
      *        COL 55-63  UNITS TOTAL
      *        COL 65-72  LAST POST DATE
      *        COL 74-81  LAST POST TIME
      *        COL 83-88  MINUTES SILENT WHEN FLAGGED
      *        COL 90-93  THE EXPECTED INTERVAL, MINUTES
      *        COL 95-102 THE RUN'S START DATE (FROM THE JOURNAL)
      *        COL 104-111 THE RUN'S START TIME
      *    A SLOT WHOSE PROGRAM HAS NO CONTROL ROW (AND NO * ROW) IS
      *    LISTED BUT NOT WATCHED.  THE REPORT (DD/ENV AOCSTLRP)
      *    HAS ONE LINE PER SLOT.
      *    RC=0 -- NOTHING STALLED;
      *    RC=4 -- A PROGRAM IS STALLED (NEWLY OR STILL);
      *    RC=8 -- THE STATUS DATASET, JOURNAL, CONTROL FILE OR
      *            REPORT WOULD NOT OPEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-FILE
              ASSIGN TO AOCSTATS
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS SEQUENTIAL
              RELATIVE KEY IS STAT-SLOT
              FILE STATUS IS STAT-FILE-STATUS.
           SELECT JOURNAL-FILE
              ASSIGN TO AOCRUNJL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JRN-FILE-STATUS.
           SELECT CONTROL-FILE
              ASSIGN TO AOCSTLCT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
           SELECT HISTORY-FILE
              ASSIGN TO AOCSTHST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HST-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCSTLRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-FILE.
       01  STATUS-RECORD.
           05  STAT-PROGRAM          PIC  X(08).
           05  FILLER                PIC  X.
           05  STAT-PHASE            PIC  X(16).
           05  FILLER                PIC  X.
           05  STAT-DONE             PIC  9(09).
           05  FILLER                PIC  X.
           05  STAT-TOTAL            PIC  9(09).
           05  FILLER                PIC  X.
           05  STAT-DATE             PIC  X(08).
           05  FILLER                PIC  X.
           05  STAT-TIME             PIC  X(08).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JRN-DATE              PIC  X(08).
           05  FILLER                PIC  X.
           05  JRN-TIME              PIC  X(08).
           05  FILLER                PIC  X.
           05  JRN-PROGRAM           PIC  X(08).
           05  FILLER                PIC  X.
           05  JRN-EVENT             PIC  X(05).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-PROGRAM           PIC  X(08).
           05  FILLER                PIC  X.
           05  CTL-MINUTES           PIC  X(04).
           05  FILLER                PIC  X(67).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HST-DATE              PIC  X(08).
           05  FILLER                PIC  X.
           05  HST-TIME              PIC  X(08).
           05  FILLER                PIC  X.
           05  HST-PROGRAM           PIC  X(08).
           05  FILLER                PIC  X.
           05  HST-PHASE             PIC  X(16).
           05  FILLER                PIC  X.
           05  HST-DONE              PIC  9(09).
           05  FILLER                PIC  X.
           05  HST-TOTAL             PIC  9(09).
           05  FILLER                PIC  X.
           05  HST-POST-DATE         PIC  X(08).
           05  FILLER                PIC  X.
           05  HST-POST-TIME         PIC  X(08).
           05  FILLER                PIC  X.
           05  HST-SILENT-MIN        PIC  9(06).
           05  FILLER                PIC  X.
           05  HST-LIMIT-MIN         PIC  9(04).
           05  FILLER                PIC  X.
           05  HST-START-DATE        PIC  X(08).
           05  FILLER                PIC  X.
           05  HST-START-TIME        PIC  X(08).

       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC  X(100).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  STAT-FILE-STATUS      PIC  X(02) VALUE SPACES.
               88 STAT-FILE-OK                  VALUE "00".
           05  SW-STAT-EOF           PIC  X     VALUE "N".
               88 STAT-EOF                      VALUE "Y".
           05  JRN-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 JRN-FILE-OK                   VALUE "00".
           05  SW-JRN-EOF            PIC  X     VALUE "N".
               88 JRN-EOF                       VALUE "Y".
           05  CTL-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 CTL-FILE-OK                   VALUE "00".
           05  SW-CTL-EOF            PIC  X     VALUE "N".
               88 CTL-EOF                       VALUE "Y".
           05  HST-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 HST-FILE-OK                   VALUE "00".
           05  SW-HST-EOF            PIC  X     VALUE "N".
               88 HST-EOF                       VALUE "Y".
           05  RPT-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                   VALUE "00".
       01  STAT-SLOT                 PIC  9(04) VALUE ZEROES.

      *    EXPECTED POSTING INTERVALS, ONE ROW PER PROGRAM; THE *
      *    ROW, WHEN PRESENT, COVERS EVERY PROGRAM WITHOUT ITS OWN.
       01  LIMIT-CONTROLS.
           05  LIM-MAX               PIC S9(4) COMP-5 VALUE +64.
           05  LIM-COUNT             PIC S9(4) COMP-5 VALUE +0.
           05  LIM-NDX               PIC S9(4) COMP-5 VALUE +0.
           05  LIM-FOUND             PIC S9(4) COMP-5 VALUE +0.
           05  LIM-DEFAULT           PIC S9(4) COMP-5 VALUE +0.
           05  BAD-ROW-COUNT         PIC S9(4) COMP-5 VALUE +0.
       01  LIMIT-TABLE.
           05  LIM-ENTRY OCCURS 64 TIMES.
               10  LIM-PROGRAM       PIC  X(08).
               10  LIM-MINUTES       PIC  9(04).

      *    EACH PROGRAM'S LATEST JOURNALED START, AND WHETHER A STOP
      *    HAS FOLLOWED IT.  FLAGGED IS SET FROM THE HISTORY WHEN
      *    THIS VERY RUN HAS ALREADY BEEN RECORDED AS STALLED.
       01  RUN-CONTROLS.
           05  RUN-MAX               PIC S9(4) COMP-5 VALUE +128.
           05  RUN-COUNT             PIC S9(4) COMP-5 VALUE +0.
           05  RUN-NDX               PIC S9(4) COMP-5 VALUE +0.
           05  RUN-FOUND             PIC S9(4) COMP-5 VALUE +0.
           05  FIND-PROGRAM          PIC  X(08) VALUE SPACES.
       01  RUN-TABLE.
           05  RUN-ENTRY OCCURS 128 TIMES.
               10  RUN-PROGRAM       PIC  X(08).
               10  RUN-START-DATE    PIC  X(08).
               10  RUN-START-TIME    PIC  X(08).
               10  RUN-STATE         PIC  X(01).
                   88 RUN-IN-FLIGHT             VALUE "O".
                   88 RUN-ENDED                 VALUE "C".
               10  RUN-FLAGGED       PIC  X(01).
                   88 RUN-ALREADY-FLAGGED       VALUE "Y".
               10  RUN-FLAGGED-DATE  PIC  X(08).
               10  RUN-FLAGGED-TIME  PIC  X(08).

      *    STAMPS BECOME MINUTES SINCE THE INTEGER-OF-DATE EPOCH SO
      *    A SILENCE ACROSS MIDNIGHT SUBTRACTS CORRECTLY.
       01  CLOCK-FIELDS.
           05  DATE-NOW              PIC  9(08) VALUE ZEROES.
           05  TIME-NOW              PIC  9(08) VALUE ZEROES.
           05  NOW-MINUTES           PIC S9(18) COMP-5 VALUE +0.
           05  POST-MINUTES          PIC S9(18) COMP-5 VALUE +0.
           05  START-MINUTES         PIC S9(18) COMP-5 VALUE +0.
           05  SILENT-MINUTES        PIC S9(18) COMP-5 VALUE +0.
           05  STAMP-DATE-X          PIC  X(08) VALUE SPACES.
           05  STAMP-DATE-9         REDEFINES STAMP-DATE-X
                                     PIC  9(08).
           05  STAMP-TIME-X          PIC  X(08) VALUE SPACES.
           05  STAMP-TIME-9         REDEFINES STAMP-TIME-X.
               10  STAMP-HH          PIC  9(02).
               10  STAMP-MM          PIC  9(02).
               10  STAMP-SSTH        PIC  9(04).
           05  STAMP-MINUTES         PIC S9(18) COMP-5 VALUE +0.
           05  SW-STAMP-VALID        PIC  X     VALUE "N".
               88 STAMP-VALID                   VALUE "Y".

       01  SLOT-WORK.
           05  SLOT-VERDICT          PIC  X(13) VALUE SPACES.
           05  SLOT-LIMIT            PIC  9(04) VALUE ZEROES.
           05  SW-SLOT-STALE-POST    PIC  X     VALUE "N".
               88 SLOT-POST-BEFORE-START        VALUE "Y".
           05  SILENT-EDIT           PIC  Z(5)9.
           05  LIMIT-EDIT            PIC  ZZZ9.

       01  WATCH-COUNTS.
           05  SLOT-COUNT            PIC S9(4) COMP-5 VALUE +0.
           05  FLIGHT-COUNT          PIC S9(4) COMP-5 VALUE +0.
           05  NEW-STALL-COUNT       PIC S9(4) COMP-5 VALUE +0.
           05  OLD-STALL-COUNT       PIC S9(4) COMP-5 VALUE +0.
           05  UNWATCHED-COUNT       PIC S9(4) COMP-5 VALUE +0.
           05  COUNT-EDIT-1          PIC  9(04) VALUE ZEROES.
           05  COUNT-EDIT-2          PIC  9(04) VALUE ZEROES.
           05  COUNT-EDIT-3          PIC  9(04) VALUE ZEROES.
           05  COUNT-EDIT-4          PIC  9(04) VALUE ZEROES.
           05  WORST-RC              PIC S9(4) COMP-5 VALUE +0.

      *    ALERT FEED CALL ARGUMENTS IN ALERTLOG'S LINKAGE SHAPE.
       01  ALERT-CALL-AREA.
           05  ALERT-PROGRAM         PIC  X(08) VALUE "AOCSTALL".
           05  ALERT-SEVERITY        PIC S9(4) COMP-5 VALUE +8.
           05  ALERT-KEY             PIC  X(20) VALUE SPACES.
           05  ALERT-TEXT            PIC  X(80) VALUE SPACES.

       01  WATCH-HEADING.
           05  FILLER                PIC  X(09) VALUE "PROGRAM".
           05  FILLER                PIC  X(17) VALUE "PHASE".
           05  FILLER                PIC  X(20) VALUE
               "     DONE/TOTAL".
           05  FILLER                PIC  X(18) VALUE "LAST POST".
           05  FILLER                PIC  X(07) VALUE "SILENT".
           05  FILLER                PIC  X(06) VALUE "LIMIT".
           05  FILLER                PIC  X(13) VALUE "STATUS".

       01  WATCH-LINE.
           05  WL-PROGRAM            PIC  X(08).
           05  FILLER                PIC  X     VALUE SPACE.
           05  WL-PHASE              PIC  X(16).
           05  FILLER                PIC  X     VALUE SPACE.
           05  WL-DONE               PIC  9(09).
           05  FILLER                PIC  X     VALUE "/".
           05  WL-TOTAL              PIC  9(09).
           05  FILLER                PIC  X     VALUE SPACE.
           05  WL-POST-DATE          PIC  X(08).
           05  FILLER                PIC  X     VALUE SPACE.
           05  WL-POST-TIME          PIC  X(08).
           05  FILLER                PIC  X     VALUE SPACE.
           05  WL-SILENT             PIC  Z(5)9.
           05  WL-SILENT-X          REDEFINES WL-SILENT
                                     PIC  X(06).
           05  FILLER                PIC  X     VALUE SPACE.
           05  WL-LIMIT              PIC  ZZZZ9.
           05  WL-LIMIT-X           REDEFINES WL-LIMIT
                                     PIC  X(05).
           05  FILLER                PIC  X     VALUE SPACE.
           05  WL-VERDICT            PIC  X(13).

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           IF WORST-RC < 8
               PERFORM 100-LOAD-LIMITS
           END-IF
           IF WORST-RC < 8
               PERFORM 200-LOAD-JOURNAL
           END-IF
           IF WORST-RC < 8
               PERFORM 300-LOAD-HISTORY
           END-IF
           IF WORST-RC < 8
               PERFORM 400-WATCH-SLOTS
           END-IF
           PERFORM 900-WRAP-UP
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       000-HOUSEKEEPING.
           ACCEPT DATE-NOW FROM DATE YYYYMMDD
           ACCEPT TIME-NOW FROM TIME
           MOVE DATE-NOW TO STAMP-DATE-X
           MOVE TIME-NOW TO STAMP-TIME-X
           PERFORM 950-MINUTES-OF-STAMP
           MOVE STAMP-MINUTES TO NOW-MINUTES
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCSTLRP REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "STALL WATCHDOG -- " DATE-NOW " " TIME-NOW (1 : 6)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD
           MOVE WATCH-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    A COLUMN-1 ASTERISK WITH MORE TEXT IN THE PROGRAM FIELD
      *    IS A COMMENT; A LONE ASTERISK IS THE ANY-PROGRAM ROW (THE
      *    FAILURE RUNBOOK CONVENTION).
       100-LOAD-LIMITS.
           OPEN INPUT CONTROL-FILE
           IF NOT CTL-FILE-OK
               DISPLAY "AOCSTLCT STALL CONTROL OPEN FAILED, STATUS="
                   CTL-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CTL-EOF
               READ CONTROL-FILE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END PERFORM 110-TABLE-ONE-LIMIT
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           IF BAD-ROW-COUNT > 0
               MOVE +8 TO WORST-RC
           END-IF.

       110-TABLE-ONE-LIMIT.
           IF CONTROL-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CTL-PROGRAM (1 : 1) = "*" AND
              CTL-PROGRAM NOT = "*       "
               EXIT PARAGRAPH
           END-IF
           IF CTL-MINUTES NOT NUMERIC OR CTL-MINUTES = "0000"
               DISPLAY "AOCSTALL: BAD CONTROL ROW -- " CONTROL-RECORD
                   (1 : 40)
               MOVE SPACES TO REPORT-RECORD
               STRING "BAD CONTROL ROW, MINUTES MUST BE 0001-9999: "
                   CONTROL-RECORD (1 : 40)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD +1 TO BAD-ROW-COUNT
               EXIT PARAGRAPH
           END-IF
           IF CTL-PROGRAM = "*       "
               MOVE CTL-MINUTES TO LIM-DEFAULT
               EXIT PARAGRAPH
           END-IF
           IF LIM-COUNT >= LIM-MAX
               DISPLAY "AOCSTALL: MORE CONTROL ROWS THAN THE TABLE"
                   " HOLDS, LIMIT=" LIM-MAX " -- " CTL-PROGRAM
                   " NOT WATCHED"
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO LIM-COUNT
           MOVE CTL-PROGRAM TO LIM-PROGRAM (LIM-COUNT)
           MOVE CTL-MINUTES TO LIM-MINUTES (LIM-COUNT).

       200-LOAD-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF NOT JRN-FILE-OK
               DISPLAY "AOCRUNJL OPEN FAILED, STATUS="
                   JRN-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JRN-EOF
               READ JOURNAL-FILE
                   AT END SET JRN-EOF TO TRUE
                   NOT AT END PERFORM 250-NOTE-JOURNAL-RECORD
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

      *    A START OPENS THE PROGRAM'S RUN AND A STOP CLOSES IT;
      *    ONLY THE LATEST START MATTERS -- AN EARLIER ONE LEFT OPEN
      *    BY AN ABEND IS AOCJAUD'S NOSTOP FINDING, NOT A STALL.
       250-NOTE-JOURNAL-RECORD.
           IF JRN-PROGRAM = SPACES OR JRN-TIME NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF JRN-EVENT NOT = "START" AND JRN-EVENT NOT = "STOP"
               EXIT PARAGRAPH
           END-IF
           MOVE JRN-PROGRAM TO FIND-PROGRAM
           PERFORM 260-FIND-RUN
           IF RUN-FOUND = 0
               IF RUN-COUNT >= RUN-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD +1 TO RUN-COUNT
               MOVE RUN-COUNT TO RUN-FOUND
               MOVE JRN-PROGRAM TO RUN-PROGRAM (RUN-FOUND)
               SET RUN-ENDED (RUN-FOUND) TO TRUE
           END-IF
           IF JRN-EVENT = "START"
               MOVE JRN-DATE TO RUN-START-DATE (RUN-FOUND)
               MOVE JRN-TIME TO RUN-START-TIME (RUN-FOUND)
               SET RUN-IN-FLIGHT (RUN-FOUND) TO TRUE
               MOVE "N" TO RUN-FLAGGED (RUN-FOUND)
               MOVE SPACES TO RUN-FLAGGED-DATE (RUN-FOUND)
                              RUN-FLAGGED-TIME (RUN-FOUND)
           ELSE
               SET RUN-ENDED (RUN-FOUND) TO TRUE
           END-IF.

      *    RUN-FOUND = THE ROW FOR FIND-PROGRAM, OR 0.
       260-FIND-RUN.
           MOVE +0 TO RUN-FOUND
           PERFORM VARYING RUN-NDX FROM 1 BY 1
               UNTIL RUN-NDX > RUN-COUNT OR RUN-FOUND > 0
               IF RUN-PROGRAM (RUN-NDX) = FIND-PROGRAM
                   MOVE RUN-NDX TO RUN-FOUND
               END-IF
           END-PERFORM.

      *    A MISSING HISTORY IS AN EMPTY ONE -- THE FIRST CYCLE OF A
      *    NEW SEASON.  ONLY ROWS FOR A RUN STILL IN FLIGHT MATTER.
       300-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF NOT HST-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HST-EOF
               READ HISTORY-FILE
                   AT END SET HST-EOF TO TRUE
                   NOT AT END PERFORM 350-NOTE-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       350-NOTE-HISTORY-RECORD.
           IF HISTORY-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE HST-PROGRAM TO FIND-PROGRAM
           PERFORM 260-FIND-RUN
           IF RUN-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF RUN-IN-FLIGHT (RUN-FOUND) AND
              HST-START-DATE = RUN-START-DATE (RUN-FOUND) AND
              HST-START-TIME = RUN-START-TIME (RUN-FOUND) AND
              NOT RUN-ALREADY-FLAGGED (RUN-FOUND)
               SET RUN-ALREADY-FLAGGED (RUN-FOUND) TO TRUE
               MOVE HST-DATE TO RUN-FLAGGED-DATE (RUN-FOUND)
               MOVE HST-TIME TO RUN-FLAGGED-TIME (RUN-FOUND)
           END-IF.

       400-WATCH-SLOTS.
           OPEN INPUT STATUS-FILE
           IF NOT STAT-FILE-OK
               DISPLAY "AOCSTATS STATUS DATASET UNAVAILABLE,"
                   " STATUS=" STAT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STAT-EOF
               READ STATUS-FILE
                   AT END SET STAT-EOF TO TRUE
                   NOT AT END PERFORM 450-WATCH-ONE-SLOT
               END-READ
           END-PERFORM
           CLOSE STATUS-FILE
           IF SLOT-COUNT = 0
               MOVE "  (NO PROGRAMS HAVE POSTED STATUS)"
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       450-WATCH-ONE-SLOT.
           IF STAT-PROGRAM = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO SLOT-COUNT
           MOVE STAT-PROGRAM TO WL-PROGRAM
           MOVE STAT-PHASE   TO WL-PHASE
           MOVE STAT-DONE    TO WL-DONE
           MOVE STAT-TOTAL   TO WL-TOTAL
           MOVE STAT-DATE    TO WL-POST-DATE
           MOVE STAT-TIME    TO WL-POST-TIME
           MOVE SPACES       TO WL-SILENT-X WL-LIMIT-X
           MOVE "N" TO SW-SLOT-STALE-POST
      *    THE INTERVAL FOR THIS PROGRAM, ELSE THE * ROW'S.
           MOVE +0 TO LIM-FOUND
           PERFORM VARYING LIM-NDX FROM 1 BY 1
               UNTIL LIM-NDX > LIM-COUNT OR LIM-FOUND > 0
               IF LIM-PROGRAM (LIM-NDX) = STAT-PROGRAM
                   MOVE LIM-NDX TO LIM-FOUND
               END-IF
           END-PERFORM
           IF LIM-FOUND > 0
               MOVE LIM-MINUTES (LIM-FOUND) TO SLOT-LIMIT
           ELSE
               MOVE LIM-DEFAULT TO SLOT-LIMIT
           END-IF
           MOVE STAT-PROGRAM TO FIND-PROGRAM
           PERFORM 260-FIND-RUN
           EVALUATE TRUE
               WHEN RUN-FOUND = 0
                   MOVE "IDLE" TO SLOT-VERDICT
               WHEN NOT RUN-IN-FLIGHT (RUN-FOUND)
                   MOVE "IDLE" TO SLOT-VERDICT
               WHEN SLOT-LIMIT = 0
                   ADD +1 TO FLIGHT-COUNT UNWATCHED-COUNT
                   MOVE "NOT WATCHED" TO SLOT-VERDICT
               WHEN OTHER
                   ADD +1 TO FLIGHT-COUNT
                   PERFORM 500-JUDGE-SILENCE
           END-EVALUATE
           MOVE SLOT-VERDICT TO WL-VERDICT
           MOVE WATCH-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF SLOT-POST-BEFORE-START
               MOVE SPACES TO REPORT-RECORD
               STRING "    NO POST SINCE THE START AT "
                   RUN-START-DATE (RUN-FOUND) " "
                   RUN-START-TIME (RUN-FOUND)
                   " -- PHASE SHOWN IS AN EARLIER RUN'S"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF SLOT-VERDICT = "STILL STALLED"
               MOVE SPACES TO REPORT-RECORD
               STRING "    FIRST FLAGGED "
                   RUN-FLAGGED-DATE (RUN-FOUND) " "
                   RUN-FLAGGED-TIME (RUN-FOUND)
                   " -- NOT RAISED AGAIN"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *    SILENT = NOW LESS THE LATER OF THE LAST POST AND THE
      *    START; A SLOT STAMP THAT IS NOT A STAMP COUNTS AS NO POST.
       500-JUDGE-SILENCE.
           MOVE RUN-START-DATE (RUN-FOUND) TO STAMP-DATE-X
           MOVE RUN-START-TIME (RUN-FOUND) TO STAMP-TIME-X
           PERFORM 950-MINUTES-OF-STAMP
           MOVE STAMP-MINUTES TO START-MINUTES
           MOVE STAT-DATE TO STAMP-DATE-X
           MOVE STAT-TIME TO STAMP-TIME-X
           PERFORM 950-MINUTES-OF-STAMP
           IF NOT STAMP-VALID OR STAMP-MINUTES < START-MINUTES
               SET SLOT-POST-BEFORE-START TO TRUE
               MOVE START-MINUTES TO POST-MINUTES
           ELSE
               MOVE STAMP-MINUTES TO POST-MINUTES
           END-IF
           COMPUTE SILENT-MINUTES = NOW-MINUTES - POST-MINUTES
           IF SILENT-MINUTES < 0
               MOVE +0 TO SILENT-MINUTES
           END-IF
           IF SILENT-MINUTES > 999999
               MOVE 999999 TO SILENT-MINUTES
           END-IF
           MOVE SILENT-MINUTES TO WL-SILENT
           MOVE SLOT-LIMIT TO WL-LIMIT
           IF SILENT-MINUTES <= SLOT-LIMIT
               MOVE "RUNNING" TO SLOT-VERDICT
               EXIT PARAGRAPH
           END-IF
           IF WORST-RC < 4
               MOVE +4 TO WORST-RC
           END-IF
           IF RUN-ALREADY-FLAGGED (RUN-FOUND)
               ADD +1 TO OLD-STALL-COUNT
               MOVE "STILL STALLED" TO SLOT-VERDICT
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO NEW-STALL-COUNT
           MOVE "STALLED" TO SLOT-VERDICT
           PERFORM 550-RECORD-STALL
           PERFORM 560-RAISE-STALL.

      *    EACH NEW STALL IS APPENDED AS IT IS FOUND -- OPENED
      *    EXTEND, WRITTEN, CLOSED -- SO A WATCHDOG CANCELLED PART
      *    WAY STILL LEAVES WHAT IT HAD FLAGGED.
       550-RECORD-STALL.
           OPEN EXTEND HISTORY-FILE
           IF HST-FILE-STATUS = "05" OR HST-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF NOT HST-FILE-OK
               DISPLAY "AOCSTHST STALL HISTORY OPEN FAILED, STATUS="
                   HST-FILE-STATUS " -- " STAT-PROGRAM
                   " STALL NOT RECORDED"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HISTORY-RECORD
           MOVE DATE-NOW       TO HST-DATE
           MOVE TIME-NOW       TO HST-TIME
           MOVE STAT-PROGRAM   TO HST-PROGRAM
           MOVE STAT-PHASE     TO HST-PHASE
           MOVE STAT-DONE      TO HST-DONE
           MOVE STAT-TOTAL     TO HST-TOTAL
           MOVE STAT-DATE      TO HST-POST-DATE
           MOVE STAT-TIME      TO HST-POST-TIME
           MOVE SILENT-MINUTES TO HST-SILENT-MIN
           MOVE SLOT-LIMIT     TO HST-LIMIT-MIN
           MOVE RUN-START-DATE (RUN-FOUND) TO HST-START-DATE
           MOVE RUN-START-TIME (RUN-FOUND) TO HST-START-TIME
           WRITE HISTORY-RECORD
           CLOSE HISTORY-FILE.

       560-RAISE-STALL.
           MOVE SILENT-MINUTES TO SILENT-EDIT
           MOVE SLOT-LIMIT TO LIMIT-EDIT
           MOVE STAT-PROGRAM TO ALERT-KEY
           MOVE SPACES TO ALERT-TEXT
           STRING "SILENT " SILENT-EDIT " MIN, LIMIT " LIMIT-EDIT
               ", LAST PHASE " STAT-PHASE " " STAT-DONE "/"
               STAT-TOTAL
               DELIMITED BY SIZE INTO ALERT-TEXT
           END-STRING
           DISPLAY "AOCSTALL: " STAT-PROGRAM " STALLED -- "
               ALERT-TEXT
           CALL "ALERTLOG" USING ALERT-PROGRAM, ALERT-SEVERITY,
               ALERT-KEY, ALERT-TEXT.

       900-WRAP-UP.
           MOVE FLIGHT-COUNT    TO COUNT-EDIT-1
           MOVE NEW-STALL-COUNT TO COUNT-EDIT-2
           MOVE OLD-STALL-COUNT TO COUNT-EDIT-3
           MOVE UNWATCHED-COUNT TO COUNT-EDIT-4
           IF RPT-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD (1 : 78)
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "IN FLIGHT=" COUNT-EDIT-1
                   "  NEWLY STALLED=" COUNT-EDIT-2
                   "  STILL STALLED=" COUNT-EDIT-3
                   "  NOT WATCHED=" COUNT-EDIT-4
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
           END-IF
           DISPLAY "AOCSTALL: SLOTS=" SLOT-COUNT
               " IN FLIGHT=" FLIGHT-COUNT
               " NEW STALLS=" NEW-STALL-COUNT
               " STILL STALLED=" OLD-STALL-COUNT
               " RC=" WORST-RC.

      *    STAMP-DATE-X/STAMP-TIME-X (HHMMSSTH) TO STAMP-MINUTES;
      *    STAMP-VALID SAYS WHETHER THEY WERE A STAMP AT ALL.
       950-MINUTES-OF-STAMP.
           MOVE +0 TO STAMP-MINUTES
           MOVE "N" TO SW-STAMP-VALID
           IF STAMP-DATE-X NOT NUMERIC OR STAMP-TIME-X NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (STAMP-DATE-9) NOT = 0
               EXIT PARAGRAPH
           END-IF
           SET STAMP-VALID TO TRUE
           COMPUTE STAMP-MINUTES =
               FUNCTION INTEGER-OF-DATE (STAMP-DATE-9) * 1440
               + STAMP-HH * 60 + STAMP-MM.
       END PROGRAM AOCSTALL.
