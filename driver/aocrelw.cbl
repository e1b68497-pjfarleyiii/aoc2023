       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCRELW.
      *    RELEASE-MORNING WATCH -- STAGES A NEWLY RELEASED DAY'S
      *    INPUT AND QUEUES ITS FIRST RUN WITHOUT WAITING FOR
      *    SOMEONE TO NOTICE THE UPLOAD (A SATURDAY RELEASE USED TO
      *    SIT UNTIL MONDAY).  SCHEDULED AT THE RELEASE TIME AND
      *    CYCLED EVERY FEW MINUTES UNTIL THE GRACE PERIOD ENDS;
      *    EVERY CYCLE IS SAFE TO REPEAT.  FOR EACH DAY WHOSE
      *    PROCESSING-CALENDAR ROW (DD/ENV AOCCALND) RELEASES IT
      *    TODAY:
      *        - BEFORE THE RELEASE TIME, NOTHING.
      *        - ALREADY STAGED BY THIS WATCH TODAY (A FIRST EVENT
      *          ON THE RUN JOURNAL), OR BY HAND (A FINGERPRINT
      *          REGISTRY ROW DATED TODAY), NOTHING.
      *        - INPUT LANDED (THE LANDING DATASET HLQ.DNN.LANDING
      *          OPENS AND HOLDS A RECORD): AOCSTAGE IS CALLED FOR
      *          THE DAY EXACTLY AS AOCNTAKE CALLS IT -- AOCSTGIN AT
      *          THE LANDING DATASET, AOCSTGOT AT HLQ.DNN.INPUT,
      *          AOCSTGRP AT HLQ.DNN.STAGERPT -- SO EVERY CHECK IN
      *          CTL/AOCSTAGE.CTL APPLIES AND A BAD UPLOAD IS
      *          QUARANTINED.  WHEN IT STAGES, THE FINGERPRINT
      *          AOCSTAGE REGISTERED IS READ BACK AND JOURNALED ON A
      *          FIRST EVENT, AND EVERY ENABLED DATED-BOARD ENTRY
      *          READING THE DAY'S SEASON INPUT (&HLQ.DNN.INPUT, NO
      *          ACCOUNT) IS APPENDED TO THE RERUN QUEUE AS PENDING
      *          WITH REASON "FIRST RELEASE" FOR AOCQRUN TO RUN.
      *        - NOT LANDED BY THE RELEASE TIME PLUS THE GRACE
      *          PERIOD: A SEVERITY-8 ALERT THROUGH ALERTLOG AND A
      *          LATE EVENT ON THE JOURNAL, SO LATER CYCLES DO NOT
      *          PAGE AGAIN.  THE WATCH STILL STAGES THE DAY IF THE
      *          INPUT LANDS ON A LATER CYCLE.
      *        - QUARANTINED BY AOCSTAGE: THE SAME ONE-TIME ALERT,
      *          WITH A QUAR EVENT; LATER CYCLES TRY THE STAGE AGAIN
      *          IN CASE A CORRECTED UPLOAD HAS LANDED.
      *    DD/ENV AOCCALND -- PROCESSING CALENDAR (CTL/AOCCAL.CTL)
      *    DD/ENV AOCBCTL  -- BOARD CONTROL FILE (CTL/AOCBOARD.CTL)
      *    DD/ENV AOCFPREG -- INPUT FINGERPRINT REGISTRY (AOCSTAGE)
      *    DD/ENV AOCRERUN -- RERUN QUEUE, APPENDED (LAYOUT PER
      *                       AOCQRUN)
      *    DD/ENV AOCRUNJL -- RUN JOURNAL: READ FOR TODAY'S FIRST,
      *                       LATE AND QUAR EVENTS, THEN APPENDED.
      *                       THE DAY AND WHAT HAPPENED RIDE THE DSN
      *                       COLUMN, AS AOCQRUN'S RERUN REASON DOES.
      *    DD/ENV AOCRLWRP -- THE WATCH REPORT, ONE LINE PER DAY
      *    DD/ENV AOCSGCTL, AOCPROFL, AOCALERT -- AS AOCSTAGE AND
      *                       ALERTLOG USE THEM
      *    PARM KEYWORDS (PARSED BY PARMPARS):
      *        RELEASE=HHMM -- RELEASE TIME, DEFAULT 0500
      *        GRACE=NNN    -- MINUTES AFTER THE RELEASE TIME BEFORE
      *                        A MISSING INPUT IS ALERTED, DEFAULT 90
      *    SEASON HLQ FROM THE AOCHLQ ENVIRONMENT VALUE, DEFAULT
      *    AOC2023, THE SAME RULE AOCBOARD APPLIES.
      *    RC=0 -- A DAY WAS STAGED AND QUEUED THIS CYCLE (THE JCL
      *            RUNS AOCQRUN BEHIND IT); RC=4 -- A DAY WAS QUEUED,
      *            BUT ANOTHER IS QUARANTINED OR LATE OR A CONTROL
      *            FILE WOULD NOT OPEN (AOCQRUN STILL RUNS THE QUEUED
      *            DAY; THE REPORT AND THE ALERT NAME THE OTHER);
      *            RC=2 -- NOTHING TO QUEUE THIS CYCLE; RC=8 --
      *            NOTHING QUEUED, AND AN UPLOAD WAS QUARANTINED, AN
      *            INPUT IS LATE, OR A CONTROL FILE WOULD NOT OPEN.
      *    SEE JCL/AOCRELW.JCL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE
              ASSIGN TO AOCCALND
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CAL-FILE-STATUS.
           SELECT BOARD-CTL-FILE
              ASSIGN TO AOCBCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
           SELECT REGISTRY-FILE
              ASSIGN TO AOCFPREG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FPR-FILE-STATUS.
           SELECT LANDING-FILE
              ASSIGN TO AOCLANDG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LND-FILE-STATUS.
           SELECT QUEUE-FILE
              ASSIGN TO AOCRERUN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS QUE-FILE-STATUS.
           SELECT JOURNAL-FILE
              ASSIGN TO AOCRUNJL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JRN-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCRLWRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       01  CAL-RECORD.
           05  CAL-DAY             PIC  X(02).
           05  FILLER              PIC  X.
           05  CAL-DATE            PIC  X(08).
           05  FILLER              PIC  X(69).

       FD  BOARD-CTL-FILE.
       01  CTL-RECORD.
           05  CTL-BOARD-FLAG      PIC  X.
           05  FILLER              PIC  X.
           05  CTL-ENABLED-FLAG    PIC  X.
           05  FILLER              PIC  X.
           05  CTL-LABEL           PIC  X(20).
           05  FILLER              PIC  X.
           05  CTL-PROGRAM         PIC  X(8).
           05  FILLER              PIC  X.
           05  CTL-DSN             PIC  X(40).
           05  FILLER              PIC  X.
           05  CTL-PARM-LEN-X      PIC  X(02).
           05  FILLER              PIC  X.
           05  CTL-PARM-TEXT       PIC  X(19).
           05  FILLER              PIC  X.
           05  CTL-ACCOUNT         PIC  X(08).

       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD.
           05  FPR-DAY             PIC  X(02).
           05  FILLER              PIC  X.
           05  FPR-CHECKSUM        PIC  X(12).
           05  FILLER              PIC  X.
           05  FPR-DATE            PIC  X(08).
           05  FILLER              PIC  X.
           05  FPR-DSN             PIC  X(44).

       FD  LANDING-FILE
           RECORD VARYING 1 TO 32756 DEPENDING ON LND-LINELEN
           RECORDING MODE V.
       01  LANDING-RECORD          PIC X(32756).

      *    AOCQRUN'S REQUEST LAYOUT.
       FD  QUEUE-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  QUEUE-RECORD.
           05  QUE-STATUS          PIC  X(08).
           05  FILLER              PIC  X.
           05  QUE-LABEL           PIC  X(20).
           05  FILLER              PIC  X.
           05  QUE-PARM            PIC  X(19).
           05  FILLER              PIC  X.
           05  QUE-REASON          PIC  X(40).
           05  FILLER              PIC  X.
           05  QUE-WHO             PIC  X(08).
           05  FILLER              PIC  X.
           05  QUE-DATE            PIC  X(08).
           05  FILLER              PIC  X.
           05  QUE-RC              PIC  X(05).
           05  FILLER              PIC  X.
           05  QUE-ACCOUNT         PIC  X(08).
           05  FILLER              PIC  X(07).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JRN-DATE            PIC X(08).
           05  FILLER              PIC X.
           05  JRN-TIME            PIC X(08).
           05  FILLER              PIC X.
           05  JRN-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  JRN-EVENT           PIC X(05).
           05  FILLER              PIC X.
           05  JRN-INPUT-DSN.
               10  JRN-WATCH-TAG   PIC X(04).
               10  JRN-WATCH-DAY   PIC X(02).
               10  FILLER          PIC X(34).
           05  FILLER              PIC X.
           05  JRN-OVERRIDE        PIC X(01).
           05  FILLER              PIC X.
           05  JRN-RC              PIC S9(4) SIGN LEADING SEPARATE.
           05  FILLER              PIC X(43).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  CAL-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 CAL-FILE-OK                 VALUE "00".
           05  SW-CAL-EOF          PIC  X     VALUE "N".
               88 CAL-EOF                     VALUE "Y".
           05  CTL-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 CTL-FILE-OK                 VALUE "00".
           05  SW-CTL-EOF          PIC  X     VALUE "N".
               88 CTL-EOF                     VALUE "Y".
           05  FPR-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 FPR-FILE-OK                 VALUE "00".
           05  SW-FPR-EOF          PIC  X     VALUE "N".
               88 FPR-EOF                     VALUE "Y".
           05  LND-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 LND-FILE-OK                 VALUE "00".
           05  LND-LINELEN         PIC  9(8) BINARY.
           05  QUE-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 QUE-FILE-OK                 VALUE "00".
           05  JRN-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 JRN-FILE-OK                 VALUE "00".
           05  SW-JRN-EOF          PIC  X     VALUE "N".
               88 JRN-EOF                     VALUE "Y".
           05  RPT-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                 VALUE "00".

       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER          PIC X(12) VALUE "RELEASE".
               10  FILLER          PIC X(12) VALUE "GRACE".
               10  FILLER          PIC X(12) VALUE SPACES.
               10  FILLER          PIC X(12) VALUE SPACES.
               10  FILLER          PIC X(12) VALUE SPACES.
               10  FILLER          PIC X(12) VALUE SPACES.
               10  FILLER          PIC X(12) VALUE SPACES.
               10  FILLER          PIC X(12) VALUE SPACES.
           05  PP-RESULT.
               10  PP-MODE         PIC X(01).
                   88 PP-KEYWORD-MODE        VALUE "K".
               10  PP-COUNT        PIC S9(4) COMP-5.
               10  PP-ENTRY OCCURS 8 TIMES.
                   15  PP-KEY      PIC X(12).
                   15  PP-VAL-TEXT PIC X(20).
                   15  PP-VAL-LEN  PIC S9(4) COMP-5.
                   15  PP-VAL-NUM  PIC S9(18) COMP-5.
                   15  PP-VAL-NUMOK PIC X(01).
           05  PG-KEY              PIC X(12) VALUE SPACES.
           05  PG-FOUND            PIC X(01) VALUE "N".
           05  PG-VAL-TEXT         PIC X(20) VALUE SPACES.
           05  PG-VAL-NUM          PIC S9(18) COMP-5 VALUE +0.

      *    THE WATCH WINDOW, IN MINUTES AFTER MIDNIGHT.
       01  WATCH-CLOCK.
           05  RELEASE-HHMM        PIC  9(04) VALUE 0500.
           05  FILLER             REDEFINES RELEASE-HHMM.
               10  RELEASE-HH      PIC  9(02).
               10  RELEASE-MM      PIC  9(02).
           05  GRACE-MINUTES       PIC S9(4) COMP-5 VALUE +90.
           05  RELEASE-MINUTE      PIC S9(4) COMP-5 VALUE +0.
           05  NOW-MINUTE          PIC S9(4) COMP-5 VALUE +0.
           05  MINUTES-PAST        PIC S9(4) COMP-5 VALUE +0.
           05  TODAY-YYYYMMDD      PIC  9(08) VALUE ZEROES.
           05  TODAY-X            REDEFINES TODAY-YYYYMMDD
                                   PIC  X(08).
           05  TIME-NOW            PIC  9(08) VALUE ZEROES.
           05  FILLER             REDEFINES TIME-NOW.
               10  TIME-HH         PIC  9(02).
               10  TIME-MM         PIC  9(02).
               10  FILLER          PIC  9(04).

      *    THE DAYS THE CALENDAR RELEASES TODAY -- NORMALLY ONE.
       01  RELEASE-TABLE.
           05  REL-MAX             PIC S9(4) COMP-5 VALUE +25.
           05  REL-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  REL-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  REL-ENTRY OCCURS 25 TIMES.
               10  REL-DAY         PIC  X(02).
               10  REL-STATE       PIC  X(01).
                   88 REL-STAGED-BY-WATCH    VALUE "F".
                   88 REL-STAGED-BY-HAND     VALUE "H".
                   88 REL-PENDING            VALUE " ".
               10  REL-ALERTED     PIC  X(01).
                   88 REL-ALERTED-TODAY      VALUE "Y".

       01  DAY-WORK.
           05  DAY-X               PIC  X(02) VALUE SPACES.
           05  DAY-STATUS          PIC  X(80) VALUE SPACES.
           05  DAY-FINGERPRINT     PIC  X(12) VALUE SPACES.
           05  WATCH-EVENT         PIC  X(05) VALUE SPACES.
           05  WATCH-EVENT-RC      PIC S9(4) COMP-5 VALUE +0.
           05  SW-LANDED           PIC  X     VALUE "N".
               88 INPUT-LANDED                VALUE "Y".
           05  ENTRY-DSN           PIC  X(40) VALUE SPACES.
           05  QUEUED-FOR-DAY      PIC S9(4) COMP-5 VALUE +0.
           05  QUEUED-EDIT         PIC  9(02) VALUE ZEROES.
           05  STAGE-RC            PIC S9(4) COMP-5 VALUE +0.
           05  STAGE-RC-EDIT       PIC  9(02) VALUE ZEROES.
           05  RELEASED-COUNT      PIC  9(04) VALUE ZEROES.
           05  STAGED-COUNT        PIC  9(04) VALUE ZEROES.
           05  QUEUED-COUNT        PIC  9(04) VALUE ZEROES.
           05  LATE-COUNT          PIC  9(04) VALUE ZEROES.
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.

      *    SEASON HLQ FOR THE LANDING, TARGET AND REPORT DSNS -- THE
      *    AOCHLQ RULE AOCBOARD AND AOCNTAKE FOLLOW.
       01  HLQ-FIELDS.
           05  HLQ-VALUE           PIC  X(17) VALUE SPACES.
           05  HLQ-LEN             PIC S9(4) COMP-5 VALUE +0.
           05  LANDING-DSN         PIC  X(44) VALUE SPACES.
           05  TARGET-DSN          PIC  X(44) VALUE SPACES.
           05  STAGE-RPT-DSN       PIC  X(44) VALUE SPACES.

      *    SHAPED TO MATCH AOCSTAGE'S OWN 01 PARM-AREA.
       01  STAGE-PARM-AREA.
           05  STAGE-PARM-LEN      PIC S9(4) COMP-5 VALUE +6.
           05  STAGE-PARM-TEXT     PIC  X(20) VALUE SPACES.

       01  ALERT-CALL-AREA.
           05  ALERT-PROGRAM       PIC  X(08) VALUE "AOCRELW".
           05  ALERT-SEVERITY      PIC S9(4) COMP-5 VALUE +8.
           05  ALERT-KEY           PIC  X(20) VALUE SPACES.
           05  ALERT-TEXT          PIC  X(80) VALUE SPACES.
           05  GRACE-EDIT          PIC  ZZZ9.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN            PIC S9(4) COMP-5.
           05  PARM-TEXT           PIC  X(40).

       PROCEDURE DIVISION USING PARM-AREA.
           PERFORM 000-HOUSEKEEPING
           IF WORST-RC < 8
               PERFORM 100-LOAD-TODAYS-RELEASES
           END-IF
           IF WORST-RC < 8 AND REL-COUNT > 0
               PERFORM 150-NOTE-EARLIER-CYCLES
               PERFORM 170-NOTE-HAND-STAGING
               PERFORM VARYING REL-NDX FROM 1 BY 1
                   UNTIL REL-NDX > REL-COUNT
                   PERFORM 200-WATCH-ONE-DAY
               END-PERFORM
           END-IF
           PERFORM 900-WRAP-UP
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       000-HOUSEKEEPING.
           IF ADDRESS OF PARM-AREA NOT = NULL AND PARM-LEN > 0
               PERFORM 010-PARSE-PARM
           END-IF
           ACCEPT HLQ-VALUE FROM ENVIRONMENT "AOCHLQ"
           IF HLQ-VALUE = SPACES OR HLQ-VALUE = LOW-VALUES
               MOVE "AOC2023" TO HLQ-VALUE
           END-IF
           PERFORM VARYING HLQ-LEN FROM +17 BY -1
               UNTIL HLQ-LEN < +1
                  OR HLQ-VALUE (HLQ-LEN : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT TIME-NOW FROM TIME
           COMPUTE NOW-MINUTE = TIME-HH * 60 + TIME-MM
           COMPUTE RELEASE-MINUTE = RELEASE-HH * 60 + RELEASE-MM
           COMPUTE MINUTES-PAST = NOW-MINUTE - RELEASE-MINUTE
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCRLWRP REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE GRACE-MINUTES TO GRACE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "RELEASE WATCH " TODAY-X " AT " TIME-NOW (1 : 4)
               " -- RELEASE " RELEASE-HHMM ", GRACE " GRACE-EDIT
               " MINUTES"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD.

       010-PARSE-PARM.
           CALL "PARMPARS" USING PARM-LEN, PARM-TEXT,
               PP-VALID-KEYS, PP-RESULT
           IF NOT PP-KEYWORD-MODE
               DISPLAY "AOCRELW PARM IS NOT KEYWORD FORM"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "RELEASE" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               IF PG-VAL-TEXT (1 : 4) IS NUMERIC
                  AND PG-VAL-TEXT (5 : 1) = SPACE
                  AND PG-VAL-TEXT (1 : 2) < "24"
                  AND PG-VAL-TEXT (3 : 2) < "60"
                   MOVE PG-VAL-TEXT (1 : 4) TO RELEASE-HHMM
               ELSE
                   DISPLAY "AOCRELW NEEDS A USABLE RELEASE=HHMM"
                   MOVE +8 TO WORST-RC
               END-IF
           END-IF
           MOVE "GRACE" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               IF PG-VAL-NUM >= 0 AND PG-VAL-NUM <= 1439
                   MOVE PG-VAL-NUM TO GRACE-MINUTES
               ELSE
                   DISPLAY "AOCRELW NEEDS A USABLE GRACE=NNN"
                   MOVE +8 TO WORST-RC
               END-IF
           END-IF.

       050-GET-ONE-KEYWORD.
           CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
               PG-VAL-TEXT, PG-VAL-NUM.

       100-LOAD-TODAYS-RELEASES.
           OPEN INPUT CALENDAR-FILE
           IF NOT CAL-FILE-OK
               DISPLAY "AOCCALND CALENDAR OPEN FAILED, STATUS="
                   CAL-FILE-STATUS " -- NOTHING TO WATCH"
               MOVE "NO PROCESSING CALENDAR -- NOTHING TO WATCH"
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CAL-EOF
               READ CALENDAR-FILE
                   AT END SET CAL-EOF TO TRUE
                   NOT AT END
                       IF CAL-DAY IS NUMERIC
                          AND CAL-DATE = TODAY-X
                          AND REL-COUNT < REL-MAX
                           ADD +1 TO REL-COUNT
                           MOVE CAL-DAY TO REL-DAY (REL-COUNT)
                           MOVE SPACE   TO REL-STATE (REL-COUNT)
                                           REL-ALERTED (REL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF REL-COUNT = 0
               MOVE "NO DAY IS RELEASED TODAY" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *    AN EARLIER CYCLE TODAY MAY ALREADY HAVE STAGED A DAY OR
      *    RAISED ITS LATE ALERT -- ITS FIRST AND LATE EVENTS ARE ON
      *    THE JOURNAL.
       150-NOTE-EARLIER-CYCLES.
           OPEN INPUT JOURNAL-FILE
           IF NOT JRN-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JRN-EOF
               READ JOURNAL-FILE
                   AT END SET JRN-EOF TO TRUE
                   NOT AT END
                       IF JRN-DATE = TODAY-X
                          AND JRN-PROGRAM = "AOCRELW"
                          AND JRN-WATCH-TAG = "DAY "
                           PERFORM 160-MATCH-JOURNAL-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       160-MATCH-JOURNAL-EVENT.
           PERFORM VARYING REL-NDX FROM 1 BY 1
               UNTIL REL-NDX > REL-COUNT
               IF REL-DAY (REL-NDX) = JRN-WATCH-DAY
                   EVALUATE JRN-EVENT
                       WHEN "FIRST"
                           SET REL-STAGED-BY-WATCH (REL-NDX) TO TRUE
                       WHEN "LATE "
                       WHEN "QUAR "
                           SET REL-ALERTED-TODAY (REL-NDX) TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *    A DAY SOMEONE STAGED BY HAND THIS MORNING IS LEFT ALONE --
      *    THEY HAVE THE DAY IN HAND.
       170-NOTE-HAND-STAGING.
           OPEN INPUT REGISTRY-FILE
           IF NOT FPR-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FPR-EOF
               READ REGISTRY-FILE
                   AT END SET FPR-EOF TO TRUE
                   NOT AT END
                       IF FPR-DATE = TODAY-X
                           PERFORM VARYING REL-NDX FROM 1 BY 1
                               UNTIL REL-NDX > REL-COUNT
                               IF REL-DAY (REL-NDX) = FPR-DAY
                                  AND REL-PENDING (REL-NDX)
                                   SET REL-STAGED-BY-HAND (REL-NDX)
                                     TO TRUE
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE.

       200-WATCH-ONE-DAY.
           MOVE REL-DAY (REL-NDX) TO DAY-X
           MOVE SPACES TO DAY-STATUS
           EVALUATE TRUE
               WHEN REL-STAGED-BY-WATCH (REL-NDX)
                   MOVE "STAGED AND QUEUED BY AN EARLIER CYCLE"
                     TO DAY-STATUS
               WHEN REL-STAGED-BY-HAND (REL-NDX)
                   MOVE "ALREADY STAGED BY HAND TODAY -- LEFT ALONE"
                     TO DAY-STATUS
               WHEN MINUTES-PAST < 0
                   MOVE "NOT YET RELEASED" TO DAY-STATUS
               WHEN OTHER
                   PERFORM 210-BUILD-DAY-DSNS
                   PERFORM 220-CHECK-LANDING
                   IF INPUT-LANDED
                       PERFORM 300-STAGE-THE-DAY
                   ELSE
                       PERFORM 250-INPUT-NOT-LANDED
                   END-IF
           END-EVALUATE
           MOVE SPACES TO REPORT-RECORD
           STRING "DAY " DAY-X "  " DAY-STATUS
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       210-BUILD-DAY-DSNS.
           MOVE SPACES TO LANDING-DSN TARGET-DSN STAGE-RPT-DSN
           STRING HLQ-VALUE (1 : HLQ-LEN) ".D" DAY-X ".LANDING"
               DELIMITED BY SIZE INTO LANDING-DSN
           END-STRING
           STRING HLQ-VALUE (1 : HLQ-LEN) ".D" DAY-X ".INPUT"
               DELIMITED BY SIZE INTO TARGET-DSN
           END-STRING
           STRING HLQ-VALUE (1 : HLQ-LEN) ".D" DAY-X ".STAGERPT"
               DELIMITED BY SIZE INTO STAGE-RPT-DSN
           END-STRING.

      *    LANDED = THE LANDING DATASET OPENS AND HOLDS AT LEAST ONE
      *    RECORD -- AN ALLOCATED BUT STILL EMPTY DATASET IS A
      *    TRANSFER NOT YET STARTED.
       220-CHECK-LANDING.
           MOVE "N" TO SW-LANDED
           DISPLAY "AOCLANDG" UPON ENVIRONMENT-NAME
           DISPLAY LANDING-DSN UPON ENVIRONMENT-VALUE
           OPEN INPUT LANDING-FILE
           IF NOT LND-FILE-OK
               EXIT PARAGRAPH
           END-IF
           READ LANDING-FILE
               NOT AT END SET INPUT-LANDED TO TRUE
           END-READ
           CLOSE LANDING-FILE.

       250-INPUT-NOT-LANDED.
           IF MINUTES-PAST < GRACE-MINUTES
               MOVE "WAITING FOR THE INPUT TO LAND" TO DAY-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LATE-COUNT
           MOVE +8 TO WORST-RC
           IF REL-ALERTED-TODAY (REL-NDX)
               MOVE "INPUT LATE -- ALREADY ALERTED" TO DAY-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "INPUT LATE -- ALERT RAISED" TO DAY-STATUS
           MOVE GRACE-MINUTES TO GRACE-EDIT
           MOVE SPACES TO ALERT-KEY ALERT-TEXT
           STRING "DAY " DAY-X " RELEASE" DELIMITED BY SIZE
               INTO ALERT-KEY
           END-STRING
           STRING "DAY " DAY-X " INPUT NOT LANDED " GRACE-EDIT
               " MINUTES AFTER RELEASE -- " LANDING-DSN
               DELIMITED BY SIZE INTO ALERT-TEXT
           END-STRING
           CALL "ALERTLOG" USING ALERT-PROGRAM, ALERT-SEVERITY,
               ALERT-KEY, ALERT-TEXT
           MOVE "LATE " TO WATCH-EVENT
           MOVE +8 TO WATCH-EVENT-RC
           PERFORM 400-JOURNAL-WATCH-EVENT.

      *    AOCSTAGE EXACTLY AS AOCNTAKE CALLS IT; THE CANCEL RESETS
      *    ITS COUNTERS FOR A SECOND DAY IN THE SAME CYCLE.
       300-STAGE-THE-DAY.
           DISPLAY "AOCSTGIN" UPON ENVIRONMENT-NAME
           DISPLAY LANDING-DSN UPON ENVIRONMENT-VALUE
           DISPLAY "AOCSTGOT" UPON ENVIRONMENT-NAME
           DISPLAY TARGET-DSN UPON ENVIRONMENT-VALUE
           DISPLAY "AOCSTGRP" UPON ENVIRONMENT-NAME
           DISPLAY STAGE-RPT-DSN UPON ENVIRONMENT-VALUE
           MOVE SPACES TO STAGE-PARM-TEXT
           STRING "DAY=" DAY-X
               DELIMITED BY SIZE INTO STAGE-PARM-TEXT
           END-STRING
           MOVE +6 TO STAGE-PARM-LEN
           MOVE 0 TO RETURN-CODE
           CALL "AOCSTAGE" USING STAGE-PARM-AREA
               ON EXCEPTION
                   DISPLAY "AOCSTAGE COULD NOT BE CALLED"
                   MOVE 16 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO STAGE-RC
           MOVE 0 TO RETURN-CODE
           CANCEL "AOCSTAGE"
           MOVE STAGE-RC TO STAGE-RC-EDIT
           IF STAGE-RC >= 8
               MOVE +8 TO WORST-RC
               MOVE SPACES TO DAY-STATUS
               STRING "QUARANTINED BY AOCSTAGE, RC=" STAGE-RC-EDIT
                   " -- SEE STAGERPT"
                   DELIMITED BY SIZE INTO DAY-STATUS
               END-STRING
               IF REL-ALERTED-TODAY (REL-NDX)
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO ALERT-KEY ALERT-TEXT
               STRING "DAY " DAY-X " RELEASE" DELIMITED BY SIZE
                   INTO ALERT-KEY
               END-STRING
               STRING "DAY " DAY-X " UPLOAD QUARANTINED AT STAGING"
                   " -- SEE " STAGE-RPT-DSN
                   DELIMITED BY SIZE INTO ALERT-TEXT
               END-STRING
               CALL "ALERTLOG" USING ALERT-PROGRAM, ALERT-SEVERITY,
                   ALERT-KEY, ALERT-TEXT
               MOVE "QUAR " TO WATCH-EVENT
               MOVE STAGE-RC TO WATCH-EVENT-RC
               PERFORM 400-JOURNAL-WATCH-EVENT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO STAGED-COUNT
           PERFORM 310-READ-BACK-FINGERPRINT
           PERFORM 350-QUEUE-FIRST-RUNS
           MOVE "FIRST" TO WATCH-EVENT
           MOVE STAGE-RC TO WATCH-EVENT-RC
           PERFORM 400-JOURNAL-WATCH-EVENT
           MOVE QUEUED-FOR-DAY TO QUEUED-EDIT
           MOVE SPACES TO DAY-STATUS
           STRING "STAGED RC=" STAGE-RC-EDIT " FP=" DAY-FINGERPRINT
               " QUEUED " QUEUED-EDIT " ENTRIES"
               DELIMITED BY SIZE INTO DAY-STATUS
           END-STRING.

       310-READ-BACK-FINGERPRINT.
           MOVE ALL "0" TO DAY-FINGERPRINT
           MOVE "N" TO SW-FPR-EOF
           OPEN INPUT REGISTRY-FILE
           IF NOT FPR-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FPR-EOF
               READ REGISTRY-FILE
                   AT END SET FPR-EOF TO TRUE
                   NOT AT END
                       IF FPR-DAY = DAY-X
                           MOVE FPR-CHECKSUM TO DAY-FINGERPRINT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE.

      *    EVERY ENABLED DATED-BOARD ENTRY ON THE DAY'S SEASON INPUT
      *    GOES ON THE RERUN QUEUE.  ACCOUNT ENTRIES READ AN
      *    ANALYST'S OWN INPUT, WHICH THIS WATCH DOES NOT STAGE.
       350-QUEUE-FIRST-RUNS.
           MOVE +0 TO QUEUED-FOR-DAY
           MOVE SPACES TO ENTRY-DSN
           STRING "&HLQ.D" DAY-X ".INPUT"
               DELIMITED BY SIZE INTO ENTRY-DSN
           END-STRING
           MOVE "N" TO SW-CTL-EOF
           OPEN INPUT BOARD-CTL-FILE
           IF NOT CTL-FILE-OK
               DISPLAY "AOCBCTL BOARD CONTROL OPEN FAILED, STATUS="
                   CTL-FILE-STATUS " -- DAY " DAY-X " NOT QUEUED"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND QUEUE-FILE
           IF QUE-FILE-STATUS = "05" OR QUE-FILE-STATUS = "35"
               OPEN OUTPUT QUEUE-FILE
           END-IF
           IF NOT QUE-FILE-OK
               DISPLAY "AOCRERUN QUEUE OPEN FAILED, STATUS="
                   QUE-FILE-STATUS " -- DAY " DAY-X " NOT QUEUED"
               CLOSE BOARD-CTL-FILE
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CTL-EOF
               READ BOARD-CTL-FILE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END
                       IF (CTL-BOARD-FLAG = "D" OR "B")
                          AND CTL-ENABLED-FLAG = "Y"
                          AND CTL-DSN = ENTRY-DSN
                          AND CTL-ACCOUNT = SPACES
                           PERFORM 360-QUEUE-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOARD-CTL-FILE
           CLOSE QUEUE-FILE
           ADD QUEUED-FOR-DAY TO QUEUED-COUNT.

       360-QUEUE-ONE-ENTRY.
           MOVE SPACES          TO QUEUE-RECORD
           MOVE "PENDING"       TO QUE-STATUS
           MOVE CTL-LABEL       TO QUE-LABEL
           MOVE "FIRST RELEASE" TO QUE-REASON
           MOVE "AOCRELW"       TO QUE-WHO
           MOVE TODAY-X         TO QUE-DATE
           MOVE CTL-ACCOUNT     TO QUE-ACCOUNT
           WRITE QUEUE-RECORD
           ADD +1 TO QUEUED-FOR-DAY
           DISPLAY "QUEUED FIRST RUN: " CTL-LABEL.

      *    THE DAY (AND ON A FIRST EVENT THE FINGERPRINT) RIDES THE
      *    DSN COLUMN -- SAME OPEN-EXTEND-AND-CLOSE DURABILITY AS
      *    RUNLOG ITSELF.
       400-JOURNAL-WATCH-EVENT.
           OPEN EXTEND JOURNAL-FILE
           IF JRN-FILE-STATUS = "05" OR JRN-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF NOT JRN-FILE-OK
               DISPLAY "AOCRUNJL OPEN FAILED, STATUS="
                   JRN-FILE-STATUS " -- WATCH EVENT NOT JOURNALED"
               EXIT PARAGRAPH
           END-IF
           ACCEPT TIME-NOW FROM TIME
           MOVE SPACES           TO JOURNAL-RECORD
           MOVE TODAY-X          TO JRN-DATE
           MOVE TIME-NOW         TO JRN-TIME
           MOVE "AOCRELW"        TO JRN-PROGRAM
           MOVE WATCH-EVENT      TO JRN-EVENT
           IF WATCH-EVENT = "FIRST"
               STRING "DAY " DAY-X " FP=" DAY-FINGERPRINT
                   DELIMITED BY SIZE INTO JRN-INPUT-DSN
               END-STRING
           ELSE
               STRING "DAY " DAY-X
                   DELIMITED BY SIZE INTO JRN-INPUT-DSN
               END-STRING
           END-IF
           MOVE "N"              TO JRN-OVERRIDE
           MOVE WATCH-EVENT-RC   TO JRN-RC
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

      *    QUEUED WORK KEEPS THE RC AT 0 OR 4 WHATEVER ELSE WENT
      *    WRONG, SO A LATE DAY NEVER HOLDS BACK ONE THAT LANDED.
       900-WRAP-UP.
           IF QUEUED-COUNT > 0
               IF WORST-RC >= 8
                   MOVE +4 TO WORST-RC
               ELSE
                   MOVE +0 TO WORST-RC
               END-IF
           ELSE
               IF WORST-RC < 8
                   MOVE +2 TO WORST-RC
               END-IF
           END-IF
           IF RPT-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD (1 : 78)
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               MOVE REL-COUNT TO RELEASED-COUNT
               STRING "RELEASED TODAY=" RELEASED-COUNT
                   "  STAGED=" STAGED-COUNT
                   "  QUEUED=" QUEUED-COUNT
                   "  LATE=" LATE-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
           END-IF
           DISPLAY "AOCRELW: RELEASED TODAY=" REL-COUNT
               " STAGED=" STAGED-COUNT " QUEUED=" QUEUED-COUNT
               " LATE=" LATE-COUNT " RC=" WORST-RC.
       END PROGRAM AOCRELW.
