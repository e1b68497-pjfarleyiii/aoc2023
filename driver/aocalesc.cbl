       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCALESC.
      *    ALERT ACKNOWLEDGEMENT AND ESCALATION -- ALERTLOG PUTS
      *    EVERY SEVERITY-8 EVENT ON THE MESSAGE-HUB FEED, BUT
      *    NOTHING RECORDED WHETHER ANYONE ANSWERED THE PAGE.  THIS
      *    PROGRAM RUNS EVERY 15 MINUTES AND KEEPS THE CUMULATIVE
      *    ACKNOWLEDGEMENT DATASET:
      *        1. FOLDS EVERY SEVERITY-8-OR-WORSE FEED EVENT NOT YET
      *           ON THE DATASET IN AS STATUS OPEN (THE RUNBOOK
      *           GUIDANCE RECORD ALERTLOG WRITES BEHIND AN EVENT,
      *           AND THIS PROGRAM'S OWN RE-RAISES, ARE SKIPPED)
      *        2. APPLIES THE QUEUED ACK/CLOSE TRANSACTIONS -- KEYED
      *           IN BATCH OR QUEUED FROM MENU OPTION 7 OF THE AOCMNT
      *           DIALOG (PANEL AOCALK1) -- STAMPING WHO AND WHEN
      *        3. RE-RAISES EVERY ALERT STILL OPEN PAST A RUNG OF THE
      *           ESCALATION LADDER (DD/ENV AOCESCTL, SEE
      *           CTL/AOCESCTL.CTL) THROUGH ALERTLOG, AT THE RUNG'S
      *           HIGHER SEVERITY AND NAMING THE RUNG'S CONTACT
      *        4. REWRITES THE DATASET AND EMPTIES THE TRANSACTION
      *           QUEUE
      *    AN ALERT THE JOB WAS DOWN FOR GOES STRAIGHT TO THE HIGHEST
      *    RUNG IT HAS REACHED -- ONE RE-RAISE, NOT ONE PER RUNG.
      *    PARM KEYWORDS (PARSED BY PARMPARS, ALL OPTIONAL):
      *        KEEP=NNN          -- DAYS A CLOSED ALERT STAYS ON THE
      *                             DATASET AFTER IT CLOSES, AND HOW
      *                             FAR BACK THE FEED IS FOLDED
      *                             (1-365, DEFAULT 30)
      *    DD/ENV AOCALERT -- THE ALERT FEED (ALERTLOG LAYOUT), READ
      *                       FOR NEW EVENTS AND APPENDED BY THE
      *                       RE-RAISES
      *    DD/ENV AOCALACK -- THE CUMULATIVE ACKNOWLEDGEMENT DATASET,
      *                       REWRITTEN EACH CYCLE.  FIXED COLUMNS:
      *        COL   1-  8  ALERT DATE (YYYYMMDD)     > KEY: THE
      *        COL  10- 17  ALERT TIME (HHMMSSTH)     > FEED EVENT'S
      *        COL  19- 26  REPORTING PROGRAM-ID      > OWN STAMP,
      *        COL  28- 29  SEVERITY                  > PROGRAM AND
      *        COL  31- 50  EVENT KEY                 > EVENT KEY
      *        COL  52- 57  STATUS -- OPEN, ACKED, CLOSED
      *        COL  59- 60  ESCALATION RUNG REACHED (00 = NONE)
      *        COL  62- 69  CONTACT LAST ESCALATED TO
      *        COL  71- 78  LAST ESCALATION DATE
      *        COL  80- 85  LAST ESCALATION TIME (HHMMSS)
      *        COL  87- 94  ACKNOWLEDGED DATE
      *        COL  96-101  ACKNOWLEDGED TIME (HHMMSS)
      *        COL 103-110  ACKNOWLEDGED BY
      *        COL 112-119  CLOSED DATE
      *        COL 121-126  CLOSED TIME (HHMMSS)
      *        COL 128-135  CLOSED BY
      *        COL 137-176  FIRST 40 CHARACTERS OF THE EVENT TEXT
      *    DD/ENV AOCALTRN -- THE ACK/CLOSE TRANSACTION QUEUE;
      *                       OPTIONAL.  FIXED COLUMNS:
      *        COL   1-  5  VERB -- ACK OR CLOSE (A CLOSE OF AN
      *                     UNACKNOWLEDGED ALERT ACKNOWLEDGES IT TOO)
      *        COL   7- 14  ALERT DATE   > THE ALERT'S KEY, AS ON
      *        COL  16- 23  ALERT TIME   > THE ACKNOWLEDGEMENT
      *        COL  25- 32  PROGRAM-ID   > DATASET
      *        COL  34- 53  EVENT KEY    >
      *        COL  55- 62  USERID (BLANK = BATCH)
      *        COL  64- 71  ACTION DATE  > BLANK = THIS CYCLE'S
      *        COL  73- 78  ACTION TIME  > CLOCK
      *                     A "*" IN COLUMN 1 IS A COMMENT.
      *    DD/ENV AOCESCTL -- THE ESCALATION LADDER
      *    DD/ENV AOCALERP -- THE CYCLE REPORT
      *    RC=0 = NOTHING ESCALATED.  RC=4 = AN ALERT WAS RE-RAISED,
      *    OR A TRANSACTION OR LADDER ROW WAS REJECTED.  RC=8 = BAD
      *    PARM, NO USABLE LADDER, THE TABLE OVERFLOWED, OR THE
      *    DATASET COULD NOT BE WRITTEN (THE QUEUE IS THEN KEPT).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE
              ASSIGN TO AOCALERT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FED-FILE-STATUS.
           SELECT ACK-FILE
              ASSIGN TO AOCALACK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACK-FILE-STATUS.
           SELECT TRANS-FILE
              ASSIGN TO AOCALTRN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRN-FILE-STATUS.
           SELECT LADDER-FILE
              ASSIGN TO AOCESCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LAD-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCALERP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
       01  FEED-RECORD.
           05  FED-DATE            PIC X(08).
           05  FILLER              PIC X.
           05  FED-TIME            PIC X(08).
           05  FILLER              PIC X.
           05  FED-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  FED-SEVERITY        PIC X(02).
           05  FILLER              PIC X.
           05  FED-KEY             PIC X(20).
           05  FILLER              PIC X.
           05  FED-TEXT            PIC X(80).
           05  FILLER              PIC X.
           05  FED-OWNER           PIC X(08).
           05  FILLER              PIC X.
           05  FED-BACKUP          PIC X(08).

       FD  ACK-FILE
           RECORD CONTAINS 176 CHARACTERS.
       01  ACK-RECORD              PIC X(176).

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05  TRN-VERB            PIC X(05).
           05  FILLER              PIC X.
           05  TRN-DATE            PIC X(08).
           05  FILLER              PIC X.
           05  TRN-TIME            PIC X(08).
           05  FILLER              PIC X.
           05  TRN-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  TRN-KEY             PIC X(20).
           05  FILLER              PIC X.
           05  TRN-USER            PIC X(08).
           05  FILLER              PIC X.
           05  TRN-ACT-DATE        PIC X(08).
           05  FILLER              PIC X.
           05  TRN-ACT-TIME        PIC X(06).
           05  FILLER              PIC X(02).

       FD  LADDER-FILE.
       01  LADDER-RECORD.
           05  LDR-LEVEL           PIC X(02).
           05  FILLER              PIC X.
           05  LDR-MINUTES         PIC X(04).
           05  FILLER              PIC X.
           05  LDR-SEVERITY        PIC X(02).
           05  FILLER              PIC X.
           05  LDR-CONTACT         PIC X(08).
           05  FILLER              PIC X.
           05  LDR-NOTE            PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  FED-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 FED-FILE-OK                 VALUE "00".
           05  SW-FED-EOF          PIC  X     VALUE "N".
               88 FED-EOF                     VALUE "Y".
           05  ACK-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 ACK-FILE-OK                 VALUE "00".
           05  SW-ACK-EOF          PIC  X     VALUE "N".
               88 ACK-EOF                     VALUE "Y".
           05  TRN-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 TRN-FILE-OK                 VALUE "00".
           05  SW-TRN-EOF          PIC  X     VALUE "N".
               88 TRN-EOF                     VALUE "Y".
           05  SW-TRN-READ         PIC  X     VALUE "N".
               88 TRN-WAS-READ                VALUE "Y".
           05  LAD-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 LAD-FILE-OK                 VALUE "00".
           05  SW-LAD-EOF          PIC  X     VALUE "N".
               88 LAD-EOF                     VALUE "Y".
           05  RPT-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                 VALUE "00".
           05  SW-TABLE-FULL       PIC  X     VALUE "N".
               88 TABLE-WAS-FULL              VALUE "Y".
           05  SW-ACK-WRITTEN      PIC  X     VALUE "N".
               88 ACK-WAS-WRITTEN             VALUE "Y".

      *    PARM RESULT AREA AND LOOKUP FIELDS IN THE PARMPARS/
      *    PARMGETK LINKAGE SHAPES.
       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER          PIC X(12) VALUE "KEEP".
               10  FILLER          PIC X(12) VALUE SPACES.
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
           05  KEEP-DAYS           PIC S9(4) COMP-5 VALUE +30.

      *    THE ESCALATION LADDER, TABLED ONCE.  RUNGS ARE TRIED IN
      *    ANY ORDER; THE HIGHEST RUNG WHOSE THRESHOLD AN ALERT HAS
      *    PASSED IS THE ONE IT SHOULD BE AT.
       01  LADDER-CONTROLS.
           05  LAD-MAX             PIC S9(4) COMP-5 VALUE +9.
           05  LAD-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  LAD-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  LAD-BEST            PIC S9(4) COMP-5 VALUE +0.
       01  LADDER-TABLE.
           05  LAD-ENTRY OCCURS 9 TIMES.
               10  LAD-LEVEL       PIC  9(02).
               10  LAD-MINUTES     PIC  9(04).
               10  LAD-SEVERITY    PIC  9(02).
               10  LAD-CONTACT     PIC  X(08).

      *    THE WHOLE ACKNOWLEDGEMENT DATASET, ONE ENTRY PER ALERT IN
      *    THE DATASET'S OWN COLUMN LAYOUT, SO A RECORD MOVES IN AND
      *    OUT AS ONE GROUP.
       01  ALERT-CONTROLS.
           05  ALK-MAX             PIC S9(4) COMP-5 VALUE +500.
           05  ALK-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  ALK-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  ALK-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  FIND-DATE           PIC  X(08) VALUE SPACES.
           05  FIND-TIME           PIC  X(08) VALUE SPACES.
           05  FIND-PROGRAM        PIC  X(08) VALUE SPACES.
           05  FIND-KEY            PIC  X(20) VALUE SPACES.
       01  ALERT-TABLE.
           05  ALK-ENTRY OCCURS 500 TIMES.
               10  ALK-DATE        PIC  X(08).
               10  FILLER          PIC  X.
               10  ALK-TIME        PIC  X(08).
               10  FILLER          PIC  X.
               10  ALK-PROGRAM     PIC  X(08).
               10  FILLER          PIC  X.
               10  ALK-SEVERITY    PIC  X(02).
               10  FILLER          PIC  X.
               10  ALK-KEY         PIC  X(20).
               10  FILLER          PIC  X.
               10  ALK-STATUS      PIC  X(06).
                   88 ALK-IS-OPEN            VALUE "OPEN".
                   88 ALK-IS-ACKED           VALUE "ACKED".
                   88 ALK-IS-CLOSED          VALUE "CLOSED".
               10  FILLER          PIC  X.
               10  ALK-LEVEL       PIC  9(02).
               10  FILLER          PIC  X.
               10  ALK-CONTACT     PIC  X(08).
               10  FILLER          PIC  X.
               10  ALK-ESC-DATE    PIC  X(08).
               10  FILLER          PIC  X.
               10  ALK-ESC-TIME    PIC  X(06).
               10  FILLER          PIC  X.
               10  ALK-ACK-DATE    PIC  X(08).
               10  FILLER          PIC  X.
               10  ALK-ACK-TIME    PIC  X(06).
               10  FILLER          PIC  X.
               10  ALK-ACK-USER    PIC  X(08).
               10  FILLER          PIC  X.
               10  ALK-CLS-DATE    PIC  X(08).
               10  FILLER          PIC  X.
               10  ALK-CLS-TIME    PIC  X(06).
               10  FILLER          PIC  X.
               10  ALK-CLS-USER    PIC  X(08).
               10  FILLER          PIC  X.
               10  ALK-TEXT        PIC  X(40).

      *    THE CYCLE'S CLOCK AND THE MINUTE ARITHMETIC -- A STAMP
      *    BECOMES MINUTES SINCE THE START OF THE INTEGER-OF-DATE
      *    CALENDAR SO TWO STAMPS SUBTRACT ACROSS MIDNIGHT.
       01  CLOCK-CONTROLS.
           05  TODAY-YYYYMMDD      PIC  9(08) VALUE ZEROES.
           05  TIME-NOW            PIC  9(08) VALUE ZEROES.
           05  TIME-NOW-X         REDEFINES TIME-NOW
                                   PIC  X(08).
           05  TODAY-INTEGER       PIC S9(09) COMP-5 VALUE +0.
           05  NOW-MINUTES         PIC S9(18) COMP-5 VALUE +0.
           05  STAMP-DATE-X        PIC  X(08) VALUE SPACES.
           05  STAMP-DATE-9       REDEFINES STAMP-DATE-X
                                   PIC  9(08).
           05  STAMP-TIME-X        PIC  X(06) VALUE SPACES.
           05  STAMP-TIME-9       REDEFINES STAMP-TIME-X.
               10  STAMP-HH        PIC  9(02).
               10  STAMP-MM        PIC  9(02).
               10  STAMP-SS        PIC  9(02).
           05  STAMP-MINUTES       PIC S9(18) COMP-5 VALUE +0.
           05  AGE-MINUTES         PIC S9(18) COMP-5 VALUE +0.
           05  CLOSE-AGE-DAYS      PIC S9(09) COMP-5 VALUE +0.
           05  ACT-DATE            PIC  X(08) VALUE SPACES.
           05  ACT-TIME            PIC  X(06) VALUE SPACES.
           05  ACT-USER            PIC  X(08) VALUE SPACES.

      *    THE PREVIOUS FEED RECORD'S STAMP, PROGRAM AND KEY --
      *    ALERTLOG'S RUNBOOK GUIDANCE RECORD REPEATS ALL FOUR, SO
      *    A REPEAT IS NOT A NEW EVENT.
       01  FEED-CONTROLS.
           05  PREV-FEED-ID        PIC  X(46) VALUE SPACES.
           05  THIS-FEED-ID        PIC  X(46) VALUE SPACES.
           05  FEED-SEV-9          PIC  9(02) VALUE ZEROES.

       01  REPORT-WORK.
           05  AGE-EDIT            PIC  ZZZZ9.
           05  COUNT-EDIT          PIC  ZZZ9.
           05  FOLDED-COUNT        PIC  9(04) VALUE ZEROES.
           05  APPLIED-COUNT       PIC  9(04) VALUE ZEROES.
           05  REJECTED-COUNT      PIC  9(04) VALUE ZEROES.
           05  ESCALATED-COUNT     PIC  9(04) VALUE ZEROES.
           05  DROPPED-COUNT       PIC  9(04) VALUE ZEROES.
           05  OPEN-COUNT          PIC  9(04) VALUE ZEROES.
           05  ACKED-COUNT         PIC  9(04) VALUE ZEROES.
           05  CLOSED-COUNT        PIC  9(04) VALUE ZEROES.
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.

      *    ALERT FEED CALL ARGUMENTS IN ALERTLOG'S LINKAGE SHAPE.
       01  ALERT-CALL-AREA.
           05  ALERT-PROGRAM       PIC  X(08) VALUE "AOCALESC".
           05  ALERT-SEVERITY      PIC S9(4) COMP-5 VALUE +0.
           05  ALERT-KEY           PIC  X(20) VALUE SPACES.
           05  ALERT-TEXT          PIC  X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN            PIC S9(4) COMP-5.
           05  PARM-TEXT           PIC  X(40).

       PROCEDURE DIVISION USING PARM-AREA.
           PERFORM 000-PARSE-PARM
           IF WORST-RC < 8
               PERFORM 060-OPEN-REPORT
           END-IF
           IF WORST-RC < 8
               PERFORM 070-SET-CLOCK
               PERFORM 100-LOAD-LADDER
               PERFORM 200-LOAD-ACK-DATASET
           END-IF
           IF NOT TABLE-WAS-FULL AND RPT-FILE-OK
               PERFORM 300-FOLD-FEED
               PERFORM 400-APPLY-TRANSACTIONS
               PERFORM 500-ESCALATE
               PERFORM 600-REWRITE-ACK-DATASET
               IF ACK-WAS-WRITTEN AND TRN-WAS-READ
                   PERFORM 650-CLEAR-TRANSACTIONS
               END-IF
           END-IF
           PERFORM 900-WRAP-UP
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       000-PARSE-PARM.
           IF ADDRESS OF PARM-AREA = NULL OR PARM-LEN < 1
               EXIT PARAGRAPH
           END-IF
           CALL "PARMPARS" USING PARM-LEN, PARM-TEXT,
               PP-VALID-KEYS, PP-RESULT
           IF NOT PP-KEYWORD-MODE
               DISPLAY "AOCALESC: PARM IS NOT KEYWORD FORM --"
                   " EXPECTED KEEP="
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "KEEP" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               IF PG-VAL-NUM < 1 OR PG-VAL-NUM > 365
                   DISPLAY "AOCALESC: KEEP= MUST BE 1-365 DAYS"
                   MOVE +8 TO WORST-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE PG-VAL-NUM TO KEEP-DAYS
           END-IF.

       050-GET-ONE-KEYWORD.
           CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
               PG-VAL-TEXT, PG-VAL-NUM.

       060-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCALERP REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
           END-IF.

       070-SET-CLOCK.
           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT TIME-NOW FROM TIME
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (TODAY-YYYYMMDD)
           MOVE TODAY-YYYYMMDD TO STAMP-DATE-X
           MOVE TIME-NOW-X (1 : 6) TO STAMP-TIME-X
           PERFORM 250-MINUTES-OF-STAMP
           MOVE STAMP-MINUTES TO NOW-MINUTES
           MOVE SPACES TO REPORT-RECORD
           STRING "ALERT ACKNOWLEDGEMENT AND ESCALATION -- AS OF "
               TODAY-YYYYMMDD " " TIME-NOW-X (1 : 6)
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE.

      *    A MISSING OR EMPTY LADDER IS AN RC=8: THE CYCLE STILL
      *    FOLDS AND APPLIES, BUT NOTHING CAN ESCALATE.
       100-LOAD-LADDER.
           OPEN INPUT LADDER-FILE
           IF NOT LAD-FILE-OK
               DISPLAY "AOCESCTL LADDER OPEN FAILED, STATUS="
                   LAD-FILE-STATUS " -- NOTHING WILL ESCALATE"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LAD-EOF
               READ LADDER-FILE
                   AT END SET LAD-EOF TO TRUE
                   NOT AT END PERFORM 110-TABLE-ONE-RUNG
               END-READ
           END-PERFORM
           CLOSE LADDER-FILE
           IF LAD-COUNT = 0
               MOVE "ESCALATION LADDER HAS NO RUNGS -- NOTHING WILL"
                  & " ESCALATE" TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               MOVE +8 TO WORST-RC
           END-IF.

       110-TABLE-ONE-RUNG.
           IF LADDER-RECORD = SPACES OR LDR-LEVEL (1 : 1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF LDR-LEVEL NOT NUMERIC OR LDR-MINUTES NOT NUMERIC
              OR LDR-SEVERITY NOT NUMERIC OR LDR-CONTACT = SPACES
              OR LAD-COUNT >= LAD-MAX
               MOVE SPACES TO REPORT-RECORD
               STRING "LADDER ROW IGNORED: " LADDER-RECORD (1 : 60)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               IF WORST-RC < 4
                   MOVE +4 TO WORST-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO LAD-COUNT
           MOVE LDR-LEVEL    TO LAD-LEVEL (LAD-COUNT)
           MOVE LDR-MINUTES  TO LAD-MINUTES (LAD-COUNT)
           MOVE LDR-SEVERITY TO LAD-SEVERITY (LAD-COUNT)
           MOVE LDR-CONTACT  TO LAD-CONTACT (LAD-COUNT).

      *    AN ABSENT DATASET IS THE FIRST CYCLE OF A SEASON.  A
      *    DATASET TOO BIG FOR THE TABLE STOPS THE CYCLE BEFORE ANY
      *    REWRITE, SO NOTHING ON IT IS EVER DROPPED UNSEEN.
       200-LOAD-ACK-DATASET.
           OPEN INPUT ACK-FILE
           IF NOT ACK-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               STRING "NO ACKNOWLEDGEMENT DATASET YET (STATUS "
                   ACK-FILE-STATUS ") -- STARTING EMPTY"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ACK-EOF OR TABLE-WAS-FULL
               READ ACK-FILE
                   AT END SET ACK-EOF TO TRUE
                   NOT AT END PERFORM 210-TABLE-ONE-ALERT
               END-READ
           END-PERFORM
           CLOSE ACK-FILE
           IF TABLE-WAS-FULL
               DISPLAY "AOCALESC: ACKNOWLEDGEMENT DATASET EXCEEDS "
                   ALK-MAX " ALERTS -- CYCLE ABANDONED, LOWER KEEP="
               MOVE "ACKNOWLEDGEMENT DATASET OVERFLOWS THE TABLE --"
                  & " CYCLE ABANDONED" TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               MOVE +8 TO WORST-RC
           END-IF.

      *    A CLOSED ALERT IS DROPPED ONCE IT HAS BEEN CLOSED LONGER
      *    THAN KEEP= DAYS.
       210-TABLE-ONE-ALERT.
           IF ACK-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF ALK-COUNT >= ALK-MAX
               SET TABLE-WAS-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO ALK-COUNT
           MOVE ACK-RECORD TO ALK-ENTRY (ALK-COUNT)
           IF ALK-IS-CLOSED (ALK-COUNT)
               MOVE ALK-CLS-DATE (ALK-COUNT) TO STAMP-DATE-X
               IF STAMP-DATE-X NUMERIC
                   COMPUTE CLOSE-AGE-DAYS = TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE (STAMP-DATE-9)
                   IF CLOSE-AGE-DAYS > KEEP-DAYS
                       SUBTRACT +1 FROM ALK-COUNT
                       ADD 1 TO DROPPED-COUNT
                   END-IF
               END-IF
           END-IF.

      *    STAMP-DATE-X/STAMP-TIME-X (HHMMSS) TO STAMP-MINUTES.  A
      *    STAMP THAT IS NOT NUMERIC COUNTS AS NOW, SO IT NEVER
      *    LOOKS OVERDUE.
       250-MINUTES-OF-STAMP.
           IF STAMP-DATE-X NOT NUMERIC OR STAMP-TIME-X NOT NUMERIC
               MOVE NOW-MINUTES TO STAMP-MINUTES
               EXIT PARAGRAPH
           END-IF
           COMPUTE STAMP-MINUTES =
               FUNCTION INTEGER-OF-DATE (STAMP-DATE-9) * 1440
               + STAMP-HH * 60 + STAMP-MM.

      *    EVERY SEVERITY-8-OR-WORSE EVENT WITHIN THE KEEP= WINDOW
      *    THAT IS NOT ALREADY TRACKED BECOMES AN OPEN ALERT.
       300-FOLD-FEED.
           OPEN INPUT FEED-FILE
           IF NOT FED-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               STRING "NO ALERT FEED (STATUS " FED-FILE-STATUS
                   ") -- NOTHING TO FOLD"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FED-EOF
               READ FEED-FILE
                   AT END SET FED-EOF TO TRUE
                   NOT AT END PERFORM 310-FOLD-ONE-EVENT
               END-READ
           END-PERFORM
           CLOSE FEED-FILE.

       310-FOLD-ONE-EVENT.
           MOVE FEED-RECORD (1 : 46) TO THIS-FEED-ID
           IF THIS-FEED-ID = PREV-FEED-ID
               EXIT PARAGRAPH
           END-IF
           MOVE THIS-FEED-ID TO PREV-FEED-ID
           IF FED-SEVERITY NOT NUMERIC OR FED-DATE NOT NUMERIC
              OR FED-PROGRAM = "AOCALESC"
               EXIT PARAGRAPH
           END-IF
           MOVE FED-SEVERITY TO FEED-SEV-9
           IF FEED-SEV-9 < 8
               EXIT PARAGRAPH
           END-IF
           MOVE FED-DATE TO STAMP-DATE-X
           IF FUNCTION INTEGER-OF-DATE (STAMP-DATE-9)
              < TODAY-INTEGER - KEEP-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE FED-DATE    TO FIND-DATE
           MOVE FED-TIME    TO FIND-TIME
           MOVE FED-PROGRAM TO FIND-PROGRAM
           MOVE FED-KEY     TO FIND-KEY
           PERFORM 320-FIND-ALERT
           IF ALK-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           IF ALK-COUNT >= ALK-MAX
               IF NOT TABLE-WAS-FULL
                   MOVE "ACKNOWLEDGEMENT TABLE FULL -- LATER EVENTS"
                      & " NOT TRACKED THIS CYCLE" TO REPORT-RECORD
                   PERFORM 990-PUT-REPORT-LINE
                   MOVE +8 TO WORST-RC
               END-IF
               SET TABLE-WAS-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO ALK-COUNT
           MOVE SPACES      TO ALK-ENTRY (ALK-COUNT)
           MOVE FED-DATE    TO ALK-DATE (ALK-COUNT)
           MOVE FED-TIME    TO ALK-TIME (ALK-COUNT)
           MOVE FED-PROGRAM TO ALK-PROGRAM (ALK-COUNT)
           MOVE FED-SEVERITY TO ALK-SEVERITY (ALK-COUNT)
           MOVE FED-KEY     TO ALK-KEY (ALK-COUNT)
           MOVE "OPEN"      TO ALK-STATUS (ALK-COUNT)
           MOVE ZEROES      TO ALK-LEVEL (ALK-COUNT)
           MOVE FED-TEXT    TO ALK-TEXT (ALK-COUNT)
           ADD 1 TO FOLDED-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "FOLDED   " FED-DATE " " FED-TIME (1 : 6) " "
               FED-PROGRAM " SEV " FED-SEVERITY " " FED-KEY
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE.

       320-FIND-ALERT.
           MOVE +0 TO ALK-FOUND
           PERFORM VARYING ALK-NDX FROM 1 BY 1
               UNTIL ALK-NDX > ALK-COUNT OR ALK-FOUND > 0
               IF ALK-DATE (ALK-NDX) = FIND-DATE
                  AND ALK-TIME (ALK-NDX) = FIND-TIME
                  AND ALK-PROGRAM (ALK-NDX) = FIND-PROGRAM
                  AND ALK-KEY (ALK-NDX) = FIND-KEY
                   MOVE ALK-NDX TO ALK-FOUND
               END-IF
           END-PERFORM.

       400-APPLY-TRANSACTIONS.
           OPEN INPUT TRANS-FILE
           IF NOT TRN-FILE-OK
               EXIT PARAGRAPH
           END-IF
           SET TRN-WAS-READ TO TRUE
           PERFORM UNTIL TRN-EOF
               READ TRANS-FILE
                   AT END SET TRN-EOF TO TRUE
                   NOT AT END PERFORM 410-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE.

      *    A REPEATED ACK OR CLOSE KEEPS THE FIRST STAMP -- THE
      *    RESPONSE TIME IS WHEN SOMEONE FIRST ANSWERED.
       410-APPLY-ONE-TRANSACTION.
           IF TRANS-RECORD = SPACES OR TRN-VERB (1 : 1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE TRN-DATE    TO FIND-DATE
           MOVE TRN-TIME    TO FIND-TIME
           MOVE TRN-PROGRAM TO FIND-PROGRAM
           MOVE TRN-KEY     TO FIND-KEY
           PERFORM 320-FIND-ALERT
           IF (TRN-VERB NOT = "ACK" AND TRN-VERB NOT = "CLOSE")
              OR ALK-FOUND = 0
               ADD 1 TO REJECTED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "REJECTED " TRN-VERB " " TRN-DATE " "
                   TRN-TIME (1 : 6) " " TRN-PROGRAM " " TRN-KEY
                   " -- UNKNOWN VERB OR ALERT"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               IF WORST-RC < 4
                   MOVE +4 TO WORST-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE TRN-USER TO ACT-USER
           IF ACT-USER = SPACES
               MOVE "BATCH" TO ACT-USER
           END-IF
           MOVE TRN-ACT-DATE TO ACT-DATE
           MOVE TRN-ACT-TIME TO ACT-TIME
           IF ACT-DATE NOT NUMERIC OR ACT-TIME NOT NUMERIC
               MOVE TODAY-YYYYMMDD TO ACT-DATE
               MOVE TIME-NOW-X (1 : 6) TO ACT-TIME
           END-IF
           IF ALK-IS-OPEN (ALK-FOUND)
               MOVE "ACKED"  TO ALK-STATUS (ALK-FOUND)
               MOVE ACT-DATE TO ALK-ACK-DATE (ALK-FOUND)
               MOVE ACT-TIME TO ALK-ACK-TIME (ALK-FOUND)
               MOVE ACT-USER TO ALK-ACK-USER (ALK-FOUND)
           END-IF
           IF TRN-VERB = "CLOSE" AND NOT ALK-IS-CLOSED (ALK-FOUND)
               MOVE "CLOSED" TO ALK-STATUS (ALK-FOUND)
               MOVE ACT-DATE TO ALK-CLS-DATE (ALK-FOUND)
               MOVE ACT-TIME TO ALK-CLS-TIME (ALK-FOUND)
               MOVE ACT-USER TO ALK-CLS-USER (ALK-FOUND)
           END-IF
           ADD 1 TO APPLIED-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "APPLIED  " TRN-VERB " " TRN-DATE " "
               TRN-TIME (1 : 6) " " TRN-PROGRAM " BY " ACT-USER
               " NOW " ALK-STATUS (ALK-FOUND)
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE.

       500-ESCALATE.
           PERFORM VARYING ALK-NDX FROM 1 BY 1
               UNTIL ALK-NDX > ALK-COUNT
               IF ALK-IS-OPEN (ALK-NDX)
                   PERFORM 510-ESCALATE-ONE-ALERT
               END-IF
           END-PERFORM.

      *    THE AGE RUNS FROM THE ORIGINAL PAGE, NOT FROM THE LAST
      *    RE-RAISE, SO THE LADDER'S MINUTES READ AS "THIS LONG
      *    AFTER THE FIRST PAGE".
       510-ESCALATE-ONE-ALERT.
           MOVE ALK-DATE (ALK-NDX) TO STAMP-DATE-X
           MOVE ALK-TIME (ALK-NDX) (1 : 6) TO STAMP-TIME-X
           PERFORM 250-MINUTES-OF-STAMP
           COMPUTE AGE-MINUTES = NOW-MINUTES - STAMP-MINUTES
           MOVE +0 TO LAD-BEST
           PERFORM VARYING LAD-NDX FROM 1 BY 1
               UNTIL LAD-NDX > LAD-COUNT
               IF AGE-MINUTES >= LAD-MINUTES (LAD-NDX)
                   IF LAD-BEST = 0
                       MOVE LAD-NDX TO LAD-BEST
                   ELSE
                       IF LAD-LEVEL (LAD-NDX) > LAD-LEVEL (LAD-BEST)
                           MOVE LAD-NDX TO LAD-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF LAD-BEST = 0
               EXIT PARAGRAPH
           END-IF
           IF LAD-LEVEL (LAD-BEST) <= ALK-LEVEL (ALK-NDX)
               EXIT PARAGRAPH
           END-IF
           MOVE LAD-LEVEL (LAD-BEST)   TO ALK-LEVEL (ALK-NDX)
           MOVE LAD-CONTACT (LAD-BEST) TO ALK-CONTACT (ALK-NDX)
           MOVE TODAY-YYYYMMDD         TO ALK-ESC-DATE (ALK-NDX)
           MOVE TIME-NOW-X (1 : 6)     TO ALK-ESC-TIME (ALK-NDX)
           MOVE AGE-MINUTES TO AGE-EDIT
           MOVE LAD-SEVERITY (LAD-BEST) TO ALERT-SEVERITY
           MOVE ALK-KEY (ALK-NDX) TO ALERT-KEY
           MOVE SPACES TO ALERT-TEXT
           STRING "LEVEL " LAD-LEVEL (LAD-BEST) " TO "
               LAD-CONTACT (LAD-BEST) " -- UNACKED " AGE-EDIT
               " MIN: " ALK-PROGRAM (ALK-NDX) " "
               ALK-DATE (ALK-NDX) " " ALK-TIME (ALK-NDX) (1 : 6)
               " SEV " ALK-SEVERITY (ALK-NDX)
               DELIMITED BY SIZE INTO ALERT-TEXT
           END-STRING
           CALL "ALERTLOG" USING ALERT-PROGRAM, ALERT-SEVERITY,
               ALERT-KEY, ALERT-TEXT
           ADD 1 TO ESCALATED-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "ESCALATE " ALK-DATE (ALK-NDX) " "
               ALK-TIME (ALK-NDX) (1 : 6) " " ALK-PROGRAM (ALK-NDX)
               " LEVEL " LAD-LEVEL (LAD-BEST) " TO "
               LAD-CONTACT (LAD-BEST) " SEV "
               LAD-SEVERITY (LAD-BEST) " UNACKED " AGE-EDIT " MIN"
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           IF WORST-RC < 4
               MOVE +4 TO WORST-RC
           END-IF.

       600-REWRITE-ACK-DATASET.
           OPEN OUTPUT ACK-FILE
           IF NOT ACK-FILE-OK
               DISPLAY "AOCALACK REWRITE OPEN FAILED, STATUS="
                   ACK-FILE-STATUS " -- TRANSACTION QUEUE KEPT"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ALK-NDX FROM 1 BY 1
               UNTIL ALK-NDX > ALK-COUNT
               MOVE ALK-ENTRY (ALK-NDX) TO ACK-RECORD
               WRITE ACK-RECORD
               EVALUATE TRUE
                   WHEN ALK-IS-OPEN (ALK-NDX)
                       ADD 1 TO OPEN-COUNT
                   WHEN ALK-IS-ACKED (ALK-NDX)
                       ADD 1 TO ACKED-COUNT
                   WHEN OTHER
                       ADD 1 TO CLOSED-COUNT
               END-EVALUATE
           END-PERFORM
           CLOSE ACK-FILE
           SET ACK-WAS-WRITTEN TO TRUE.

      *    THE QUEUE IS EMPTIED ONLY AFTER THE DATASET CARRYING ITS
      *    EFFECT IS SAFELY WRITTEN.
       650-CLEAR-TRANSACTIONS.
           OPEN OUTPUT TRANS-FILE
           IF TRN-FILE-OK
               CLOSE TRANS-FILE
           ELSE
               DISPLAY "AOCALTRN QUEUE NOT EMPTIED, STATUS="
                   TRN-FILE-STATUS " -- RE-APPLIES HARMLESSLY"
           END-IF.

       900-WRAP-UP.
           IF NOT RPT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           PERFORM 990-PUT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING "OPEN=" OPEN-COUNT " ACKED=" ACKED-COUNT
               " CLOSED=" CLOSED-COUNT " FOLDED=" FOLDED-COUNT
               " APPLIED=" APPLIED-COUNT " REJECTED=" REJECTED-COUNT
               " ESCALATED=" ESCALATED-COUNT
               " DROPPED=" DROPPED-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           DISPLAY "AOCALESC: " REPORT-RECORD (1 : 100)
           CLOSE REPORT-FILE.

       990-PUT-REPORT-LINE.
           IF RPT-FILE-OK
               WRITE REPORT-RECORD
           END-IF.
       END PROGRAM AOCALESC.
