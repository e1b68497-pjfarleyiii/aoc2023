      *    THIS SOURCE, ONE PER PROGRAM-ID, FOLLOWING THE SAME ONE-
      *    SOURCE/SEVERAL-ENTRIES LAYOUT AS DAY/COMMON/PTYQ.CBL:
      *        TIMEMARK USING TM-STAMP
      *        TIMELOG  USING TL-LABEL, TL-PROGRAM
      *    TIMEMARK RETURNS THE CURRENT TIME OF YEAR IN HUNDREDTHS OF
      *    A SECOND (DAY-OF-YEAR FOLDED IN SO AN ELAPSED DIFFERENCE
      *    SURVIVES MIDNIGHT); A CALLER TAKES ONE STAMP BEFORE AND ONE
      *    LABEL WITH THE ELAPSED TIME SINCE THE PREVIOUS TIMELOG
      *    CALL IN THIS RUN UNIT, SO A LONG RUNNER CAN BRACKET ITS
      *    OWN PHASES WITHOUT CARRYING ANY TIMING FIELDS OF ITS OWN.
      *    TL-PROGRAM IS THE CALLER'S PROGRAM-ID (ITS ANSWR-PROGRAM).
      *    THE CLOCK STARTS AFRESH ON THE FIRST CALL, ON A CALL FROM
      *    A DIFFERENT PROGRAM THAN THE LAST ONE (A BOARD RUN UNIT
      *    CALLS MANY), AND ON THE LABEL "PROGRAM START", WHICH
      *    EACH TIMED PROGRAM PASSES FROM ITS HOUSEKEEPING SO A
      *    PROGRAM CALLED TWICE IN ONE RUN UNIT IS TIMED TWICE.  SO
      *    EACH LABEL NAMES THE END OF A PHASE AND ITS ELAPSED TIME
      *    IS THAT PHASE'S.
      *    EVERY STAMP IS ALSO APPENDED TO THE PHASE-TIMING DATASET
      *    (DD/ENV AOCPHTIM) FOR THE AOCPROF PROFILE REPORT --
      *    OPENED EXTEND AND CLOSED PER CALL, THE RUNLOG WAY, AND
      *    SKIPPED WITHOUT COMPLAINT WHEN IT WILL NOT OPEN.  FIXED
      *    COLUMNS:
      *        COL  1- 8  RUN DATE (YYYYMMDD)  > RUN KEY, AS ANSWRLGW
      *        COL 10-17  RUN ID               > STAMPS IT
      *        COL 19-26  PROGRAM-ID
      *        COL 28-47  PHASE LABEL
      *        COL 49-57  ELAPSED SINCE THE PREVIOUS STAMP, HUNDREDTHS
      *        COL 59-67  TASK CPU SINCE THE PREVIOUS STAMP, HUNDREDTHS
      *                   (CPUTIME; ZEROES WITHOUT THE TIMEUSED STUB)
      *        COL 69-76  TIME OF THE STAMP (HHMMSSTH)
      *        COL 78     "S" ON A STAMP THAT STARTED THE CLOCK --
      *                   ELAPSED AND CPU ARE ZERO, AND THE PROFILE
      *                   TAKES IT AS THE START OF ONE PROGRAM RUN
      *    THE RUN ID IS THE AOCRUNID ENVIRONMENT VALUE OR, WHEN IT
      *    IS NOT SET, THE TIME OF THE FIRST CALL IN THE RUN UNIT.
      *    CONCURRENCY CONTRACT: SAME AS RUNLOG -- ONE RUN UNIT PER
      *    DATASET.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMELOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHASE-FILE
              ASSIGN TO AOCPHTIM
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PHS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PHASE-FILE.
       01  PHASE-RECORD.
           05  PHS-RUN-DATE      PIC  X(08).
           05  FILLER            PIC  X.
           05  PHS-RUN-ID        PIC  X(08).
           05  FILLER            PIC  X.
           05  PHS-PROGRAM       PIC  X(08).
           05  FILLER            PIC  X.
           05  PHS-LABEL         PIC  X(20).
           05  FILLER            PIC  X.
           05  PHS-ELAPSED       PIC  9(09).
           05  FILLER            PIC  X.
           05  PHS-CPU           PIC  9(09).
           05  FILLER            PIC  X.
           05  PHS-TIME          PIC  X(08).
           05  FILLER            PIC  X.
           05  PHS-START-FLAG    PIC  X(01).

       WORKING-STORAGE SECTION.
       01  PHS-FILE-STATUS       PIC  X(02) VALUE SPACES.
           88 PHS-FILE-OK                   VALUE "00".
      *    LAST-STAMP PERSISTS ACROSS CALLS IN THE RUN UNIT, SO EACH
      *    TIMELOG LINE SHOWS THE TIME SPENT SINCE THE PREVIOUS ONE.
       01  TIMELOG-FIELDS.
           05  DELTA-HUND        PIC S9(18) COMP-5 VALUE +0.
           05  DELTA-SEC         PIC  9(7)V99 VALUE ZEROES.
           05  DELTA-EDIT        PIC  ZZZZZZ9.99.
           05  LAST-CPU          PIC S9(12) COMP-5 VALUE +0.
           05  THIS-CPU          PIC S9(12) COMP-5 VALUE +0.
           05  DELTA-CPU         PIC S9(12) COMP-5 VALUE +0.
           05  LAST-PROGRAM      PIC  X(08) VALUE SPACES.
           05  SW-CLOCK-START    PIC  X     VALUE "N".
               88 CLOCK-STARTING            VALUE "Y".
       01  RUN-KEY-FIELDS.
           05  SW-RUN-ID-SET     PIC  X     VALUE "N".
               88 RUN-ID-SET                VALUE "Y".
           05  RUN-DATE          PIC  X(08) VALUE SPACES.
           05  RUN-ID            PIC  X(08) VALUE SPACES.
           05  DATE-NOW          PIC  9(08) VALUE ZEROES.
           05  TIME-NOW          PIC  9(08) VALUE ZEROES.

       LINKAGE SECTION.
       01  TL-LABEL              PIC  X(20).
       01  TL-PROGRAM            PIC  X(08).

       PROCEDURE DIVISION USING TL-LABEL, TL-PROGRAM.
       TIMELOG-MAIN.
           IF NOT RUN-ID-SET
               ACCEPT DATE-NOW FROM DATE YYYYMMDD
               MOVE DATE-NOW TO RUN-DATE
               ACCEPT RUN-ID FROM ENVIRONMENT "AOCRUNID"
               IF RUN-ID = SPACES OR RUN-ID = LOW-VALUES
                   ACCEPT TIME-NOW FROM TIME
                   MOVE TIME-NOW TO RUN-ID
               END-IF
               SET RUN-ID-SET TO TRUE
           END-IF
           CALL "TIMEMARK" USING THIS-STAMP
           CALL "CPUTIME" USING THIS-CPU
           MOVE "N" TO SW-CLOCK-START
           IF LAST-STAMP = 0 OR TL-PROGRAM NOT = LAST-PROGRAM
              OR TL-LABEL = "PROGRAM START"
               SET CLOCK-STARTING TO TRUE
           END-IF
           IF CLOCK-STARTING
               MOVE +0 TO DELTA-HUND DELTA-CPU
               DISPLAY "PHASE " TL-LABEL " (TIMING STARTED)"
           ELSE
               COMPUTE DELTA-HUND = THIS-STAMP - LAST-STAMP
               IF DELTA-HUND < 0
                   MOVE +0 TO DELTA-HUND
               END-IF
               COMPUTE DELTA-CPU = THIS-CPU - LAST-CPU
               IF DELTA-CPU < 0
                   MOVE +0 TO DELTA-CPU
               END-IF
               COMPUTE DELTA-SEC = DELTA-HUND / 100
               MOVE DELTA-SEC TO DELTA-EDIT
               DISPLAY "PHASE " TL-LABEL " ELAPSED=" DELTA-EDIT
                   " SEC"
           END-IF
           PERFORM WRITE-PHASE-RECORD
           MOVE THIS-STAMP TO LAST-STAMP
           MOVE THIS-CPU   TO LAST-CPU
           MOVE TL-PROGRAM TO LAST-PROGRAM
           GOBACK.

       WRITE-PHASE-RECORD.
           OPEN EXTEND PHASE-FILE
           IF PHS-FILE-STATUS = "05" OR PHS-FILE-STATUS = "35"
               OPEN OUTPUT PHASE-FILE
           END-IF
           IF NOT PHS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           ACCEPT TIME-NOW FROM TIME
           MOVE SPACES     TO PHASE-RECORD
           MOVE RUN-DATE   TO PHS-RUN-DATE
           MOVE RUN-ID     TO PHS-RUN-ID
           MOVE TL-PROGRAM TO PHS-PROGRAM
           MOVE TL-LABEL   TO PHS-LABEL
           MOVE DELTA-HUND TO PHS-ELAPSED
           MOVE DELTA-CPU  TO PHS-CPU
           MOVE TIME-NOW   TO PHS-TIME
           IF CLOCK-STARTING
               MOVE "S" TO PHS-START-FLAG
           END-IF
           WRITE PHASE-RECORD
           CLOSE PHASE-FILE.
       END PROGRAM TIMELOG.
