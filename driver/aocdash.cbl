       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCDASH.
      *    BOARD STATUS DOCUMENT FOR THE INTRANET OPERATIONS
      *    DASHBOARD -- ONE JSON DOCUMENT (DD/ENV AOCDASHJ, REPLACED
      *    EACH RUN) COMBINING WHAT THE MORNING PRINT AND THE
      *    OPERATOR DISPLAYS SHOW SEPARATELY, SO THE DASHBOARD NEVER
      *    JOINS FILES ITSELF:
      *        - EVERY ENABLED BOARD ENTRY (DD/ENV AOCBCTL) WITH THE
      *          ANSWERS, RC AND ELAPSED TIME OF ITS OWN LATEST RUN
      *          ON THE ANSWERS ARCHIVE (DD/ENV AOCANSWR) AND THE RUN
      *          JOURNAL (DD/ENV AOCRUNJL), AND EACH ANSWER'S
      *          CERTIFICATION STATUS PER DAY/PART FROM THE LEDGER
      *          (DD/ENV AOCCERTL)
      *        - THE IN-FLIGHT STATUS SLOTS (DD/ENV AOCSTATS)
      *        - OPEN SEVERITY-08-AND-ABOVE ALERTS FROM THE AOCALESC
      *          ACKNOWLEDGEMENT DATASET (DD/ENV AOCALACK) -- ANY
      *          NOT YET CLOSED, ACKNOWLEDGED OR NOT
      *        - REJECT COUNTS BY PROGRAM: THE RUN'S REJECT FILE
      *          (DD/ENV AOCREJECT) AND THE REJECTS STILL NEW OR
      *          UNDER INVESTIGATION ON THE DISPOSITION DATASET
      *          (DD/ENV AOCREJDS, SEE AOCREJD)
      *    AN ENTRY'S LATEST RUN IS THE LAST RUN DATE/RUN ID ON THE
      *    ARCHIVE CARRYING ITS PROGRAM AND ACCOUNT (THE SAME JOIN
      *    AOCDAILY MAKES), SO A RERUN-QUEUE PASS UPDATES THE
      *    ENTRIES IT RERAN AND LEAVES THE REST AS THE BOARD LEFT
      *    THEM.  RUN AFTER THE BOARD AND AFTER EVERY RERUN-QUEUE
      *    PASS (STEP DASH IN JCL/AOCBOARD.JCL AND JCL/AOCQRUN.JCL;
      *    JCL/AOCDASH.JCL ON DEMAND).  THE JOURNAL, STATUS SLOTS,
      *    ACKNOWLEDGEMENTS, REJECT FILES AND LEDGER ARE OPTIONAL --
      *    AN ABSENT ONE GIVES AN EMPTY SECTION AND A FALSE FLAG
      *    UNDER "sources", SO "NONE" AND "UNKNOWN" STAY DISTINCT.
      *    RC=8 = BOARD CONTROL OR ARCHIVE UNREADABLE, OR THE
      *    DOCUMENT COULD NOT BE WRITTEN (THE PRIOR ONE STANDS).
      *
      *    DOCUMENT SCHEMA, VERSION 1 (SCHEMA-VERSION BELOW; ALSO
      *    PUBLISHED AS CTL/AOCDASH.SCHEMA.JSON).  A NEW MEMBER IS
      *    AN ADDITION TO VERSION 1; RENAMING OR RETYPING A MEMBER
      *    RAISES THE VERSION.  TEXT IS TRIMMED; STAMPS ARE LOCAL
      *    TIME YYYY-MM-DDTHH:MM:SS.
      *      schemaVersion      NUMBER   SCHEMA VERSION (1)
      *      document           STRING   "AOC BOARD STATUS"
      *      generated          STRING   STAMP THIS DOCUMENT WAS CUT
      *      latestRun          OBJECT   LAST RUN ON THE ARCHIVE, OR
      *                                  NULL WHEN THE ARCHIVE IS
      *                                  EMPTY: date, runId
      *      entries            ARRAY    ONE PER ENABLED BOARD ENTRY:
      *        label, program, account     BOARD CONTROL TEXT (ACCOUNT
      *                                    "" = SEASON'S OWN INPUT)
      *        status           STRING   OK, WARNING (RC 1-7),
      *                                  FAILED (RC 8+), NOT RUN
      *        inLatestRun      BOOLEAN  RAN IN latestRun
      *        runDate, runId   STRING   THE ENTRY'S OWN LATEST RUN
      *                                  (NULL WHEN NOT RUN)
      *        rc               NUMBER   WORST ANSWER RC (OR NULL)
      *        elapsedSeconds   NUMBER   PROGRAM'S LATEST JOURNALED
      *                                  START/STOP (OR NULL)
      *        answers          ARRAY    label, day, part (NULL WHEN
      *                                  THE LABEL NAMES NONE),
      *                                  value (STRING), rc, build,
      *                                  certification (CERTIFIED,
      *                                  DIFFERS, NOT CERTIFIED, NO
      *                                  LEDGER), certifiedValue
      *                                  (LEDGER VALUE WHEN DIFFERS,
      *                                  ELSE NULL)
      *      inFlight           ARRAY    program, phase, unitsDone,
      *                                  unitsTotal, percentDone,
      *                                  updated
      *      openAlerts         ARRAY    raised, program, severity,
      *                                  key, status (OPEN, ACKED),
      *                                  rung, contact, acknowledgedBy
      *                                  (NULL WHEN NOT ACKED), text
      *      rejects            ARRAY    program, thisRun, severe
      *                                  (SEVERITY 08+ THIS RUN),
      *                                  outstanding
      *      summary            OBJECT   boardEntries, ran, notRun,
      *                                  warnings, failures, inFlight,
      *                                  openAlerts, rejectsThisRun,
      *                                  rejectsOutstanding,
      *                                  certified, differs,
      *                                  notCertified
      *      sources            OBJECT   BOOLEANS journal, inFlight,
      *                                  alerts, rejects,
      *                                  dispositions, ledger -- TRUE
      *                                  WHEN THAT INPUT WAS READ
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOARD-CTL-FILE
              ASSIGN TO AOCBCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
      *    THE ANSWERS ARCHIVE IS A VSAM KSDS (SEE ANSWRLOG AND
      *    JCL/AOCDEFV.JCL); SEQUENTIAL ACCESS READS IT IN KEY
      *    ORDER, WHICH IS RUN DATE/RUN ID ORDER.
           SELECT ANSWERS-FILE
              ASSIGN TO AOCANSWR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ANS-REC-KEY
              FILE STATUS IS ANS-FILE-STATUS.
           SELECT JOURNAL-FILE
              ASSIGN TO AOCRUNJL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JRN-FILE-STATUS.
      *    IN-FLIGHT STATUS SLOTS (SEE STATPOST) -- READ IN SLOT
      *    ORDER THE WAY AOCSTAT READS THEM.
           SELECT STATUS-FILE
              ASSIGN TO AOCSTATS
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS SEQUENTIAL
              RELATIVE KEY IS STAT-SLOT
              FILE STATUS IS STAT-FILE-STATUS.
           SELECT ACK-FILE
              ASSIGN TO AOCALACK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACK-FILE-STATUS.
           SELECT REJECT-FILE
              ASSIGN TO AOCREJECT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REJ-FILE-STATUS.
           SELECT DISP-FILE
              ASSIGN TO AOCREJDS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DSP-FILE-STATUS.
           SELECT LEDGER-FILE
              ASSIGN TO AOCCERTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LDG-FILE-STATUS.
           SELECT DASH-FILE
              ASSIGN TO AOCDASHJ
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DSH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOARD-CTL-FILE.
       01  CTL-RECORD.
           05  CTL-BOARD-FLAG        PIC  X.
           05  FILLER                PIC  X.
           05  CTL-ENABLED-FLAG      PIC  X.
           05  FILLER                PIC  X.
           05  CTL-LABEL             PIC  X(20).
           05  FILLER                PIC  X.
           05  CTL-PROGRAM           PIC  X(8).
           05  FILLER                PIC  X.
           05  CTL-DSN               PIC  X(40).
           05  FILLER                PIC  X.
           05  CTL-PARM-LEN-X        PIC  X(02).
           05  FILLER                PIC  X.
           05  CTL-PARM-TEXT         PIC  X(19).
           05  FILLER                PIC  X.
           05  CTL-ACCOUNT           PIC  X(08).

       FD  ANSWERS-FILE.
       01  ANSWERS-RECORD.
           05  ANS-REC-KEY.
               10  ANS-REC-DATE    PIC X(08).
               10  FILLER          PIC X.
               10  ANS-REC-RUN-ID  PIC X(08).
               10  FILLER          PIC X.
               10  ANS-REC-LABEL   PIC X(20).
               10  FILLER          PIC X.
               10  ANS-REC-PROGRAM PIC X(08).
               10  FILLER          PIC X.
               10  ANS-REC-SEQ     PIC X(04).
               10  FILLER          PIC X.
               10  ANS-REC-ACCOUNT PIC X(08).
           05  FILLER              PIC X.
           05  ANS-REC-RC          PIC S9(4) SIGN LEADING SEPARATE.
           05  FILLER              PIC X.
           05  ANS-REC-VALUE       PIC X(32).
           05  ANS-REC-VERSION     PIC X.
           05  FILLER              PIC X.
           05  ANS-REC-BUILD       PIC X(16).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JRN-DATE            PIC X(08).
           05  FILLER              PIC X.
           05  JRN-TIME            PIC X(08).
           05  JRN-TIME-9         REDEFINES JRN-TIME.
               10  JRN-TIME-HH     PIC 9(02).
               10  JRN-TIME-MM     PIC 9(02).
               10  JRN-TIME-SS     PIC 9(02).
               10  JRN-TIME-TH     PIC 9(02).
           05  FILLER              PIC X.
           05  JRN-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  JRN-EVENT           PIC X(05).
           05  FILLER              PIC X(93).
           05  JRN-ACCOUNT         PIC X(08).

       FD  STATUS-FILE.
       01  STATUS-RECORD.
           05  STAT-PROGRAM        PIC X(08).
           05  FILLER              PIC X.
           05  STAT-PHASE          PIC X(16).
           05  FILLER              PIC X.
           05  STAT-DONE           PIC 9(09).
           05  FILLER              PIC X.
           05  STAT-TOTAL          PIC 9(09).
           05  FILLER              PIC X.
           05  STAT-DATE           PIC X(08).
           05  FILLER              PIC X.
           05  STAT-TIME           PIC X(08).

       FD  ACK-FILE.
       01  ACK-RECORD.
           05  ACK-DATE            PIC X(08).
           05  FILLER              PIC X.
           05  ACK-TIME            PIC X(08).
           05  FILLER              PIC X.
           05  ACK-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  ACK-SEVERITY        PIC X(02).
           05  ACK-SEVERITY-9     REDEFINES ACK-SEVERITY
                                   PIC 9(02).
           05  FILLER              PIC X.
           05  ACK-KEY             PIC X(20).
           05  FILLER              PIC X.
           05  ACK-STATUS          PIC X(06).
           05  FILLER              PIC X.
           05  ACK-LEVEL           PIC X(02).
           05  ACK-LEVEL-9        REDEFINES ACK-LEVEL
                                   PIC 9(02).
           05  FILLER              PIC X.
           05  ACK-CONTACT         PIC X(08).
           05  FILLER              PIC X.
           05  ACK-ESC-DATE        PIC X(08).
           05  FILLER              PIC X.
           05  ACK-ESC-TIME        PIC X(06).
           05  FILLER              PIC X.
           05  ACK-ACK-DATE        PIC X(08).
           05  FILLER              PIC X.
           05  ACK-ACK-TIME        PIC X(06).
           05  FILLER              PIC X.
           05  ACK-ACK-USER        PIC X(08).
           05  FILLER              PIC X(26).
           05  ACK-TEXT            PIC X(40).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-REC-PROGRAM     PIC X(08).
           05  FILLER              PIC X.
           05  REJ-REC-LINE        PIC X(09).
           05  FILLER              PIC X.
           05  REJ-REC-SEVERITY    PIC X(02).
           05  FILLER              PIC X.
           05  REJ-REC-CODE        PIC X(04).
           05  FILLER              PIC X.
           05  REJ-REC-REASON      PIC X(30).

       FD  DISP-FILE.
       01  DISP-RECORD.
           05  DSP-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  DSP-RUN-DATE        PIC X(08).
           05  FILLER              PIC X.
           05  DSP-RUN-ID          PIC X(08).
           05  FILLER              PIC X.
           05  DSP-LINE            PIC X(09).
           05  FILLER              PIC X.
           05  DSP-CODE            PIC X(04).
           05  FILLER              PIC X.
           05  DSP-SEVERITY        PIC X(02).
           05  FILLER              PIC X.
           05  DSP-STATUS          PIC X(12).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  LDG-LABEL           PIC X(20).
           05  FILLER              PIC X.
           05  LDG-VALUE           PIC X(18).
           05  FILLER              PIC X.
           05  LDG-WHO             PIC X(08).
           05  FILLER              PIC X.
           05  LDG-DATE            PIC X(08).
           05  FILLER              PIC X.
           05  LDG-ACCOUNT         PIC X(08).

       FD  DASH-FILE.
       01  DASH-RECORD             PIC X(256).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  CTL-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 CTL-FILE-OK                 VALUE "00".
           05  SW-CTL-EOF          PIC  X     VALUE "N".
               88 CTL-EOF                     VALUE "Y".
           05  ANS-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 ANS-FILE-OK                 VALUE "00".
           05  SW-ANS-EOF          PIC  X     VALUE "N".
               88 ANS-EOF                     VALUE "Y".
           05  JRN-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 JRN-FILE-OK                 VALUE "00".
           05  SW-JRN-EOF          PIC  X     VALUE "N".
               88 JRN-EOF                     VALUE "Y".
           05  STAT-FILE-STATUS    PIC  X(02) VALUE SPACES.
               88 STAT-FILE-OK                VALUE "00".
           05  SW-STAT-EOF         PIC  X     VALUE "N".
               88 STAT-EOF                    VALUE "Y".
           05  ACK-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 ACK-FILE-OK                 VALUE "00".
           05  SW-ACK-EOF          PIC  X     VALUE "N".
               88 ACK-EOF                     VALUE "Y".
           05  REJ-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 REJ-FILE-OK                 VALUE "00".
           05  SW-REJ-EOF          PIC  X     VALUE "N".
               88 REJ-EOF                     VALUE "Y".
           05  DSP-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 DSP-FILE-OK                 VALUE "00".
           05  SW-DSP-EOF          PIC  X     VALUE "N".
               88 DSP-EOF                     VALUE "Y".
           05  LDG-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 LDG-FILE-OK                 VALUE "00".
           05  SW-LDG-EOF          PIC  X     VALUE "N".
               88 LDG-EOF                     VALUE "Y".
           05  DSH-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 DSH-FILE-OK                 VALUE "00".
       01  STAT-SLOT               PIC  9(04) VALUE ZEROES.

      *    WHICH OPTIONAL INPUTS WERE READ -- THE "sources" OBJECT.
       01  SOURCE-FLAGS.
           05  SRC-JOURNAL         PIC  X     VALUE "N".
           05  SRC-INFLIGHT        PIC  X     VALUE "N".
           05  SRC-ALERTS          PIC  X     VALUE "N".
           05  SRC-REJECTS         PIC  X     VALUE "N".
           05  SRC-DISPOSITIONS    PIC  X     VALUE "N".
           05  SRC-LEDGER          PIC  X     VALUE "N".

      *    BOARD ENTRIES, EACH WITH ITS OWN LATEST RUN'S ANSWERS --
      *    A DAY PROGRAM LOGS ONE ANSWER PER PART IT SOLVES, SO FOUR
      *    SLOTS COVER EVERY ENTRY ON THE BOARD.
       01  BOARD-TABLE.
           05  BOARD-ENTRY OCCURS 256 TIMES.
               10  BRD-LABEL       PIC  X(20).
               10  BRD-PROGRAM     PIC  X(08).
               10  BRD-ACCOUNT     PIC  X(08).
               10  BRD-RUN-DATE    PIC  X(08).
               10  BRD-RUN-ID      PIC  X(08).
               10  BRD-WORST-RC    PIC S9(4) COMP-5.
               10  BRD-ANS-COUNT   PIC S9(4) COMP-5.
               10  BRD-ANSWER OCCURS 4 TIMES.
                   15  BRA-LABEL   PIC  X(20).
                   15  BRA-RC      PIC S9(4) COMP-5.
                   15  BRA-VALUE   PIC  X(32).
                   15  BRA-BUILD   PIC  X(16).
       01  BOARD-CONTROLS.
           05  BOARD-MAX           PIC S9(4) COMP-5 VALUE +256.
           05  BOARD-COUNT         PIC S9(4) COMP-5 VALUE +0.
           05  BRD-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  BRA-MAX             PIC S9(4) COMP-5 VALUE +4.
           05  BRA-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  BRA-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  LATEST-RUN-DATE     PIC  X(08) VALUE SPACES.
           05  LATEST-RUN-ID       PIC  X(08) VALUE SPACES.
           05  ANS-VALUE-TEXT      PIC  X(32) VALUE SPACES.

      *    LATEST START/STOP DELTA PER PROGRAM AND ACCOUNT FROM THE RUN
      *    JOURNAL, PAIRED IN FILE ORDER THE WAY AOCDAILY PAIRS THEM.
       01  ELAPSED-CONTROLS.
           05  PGM-MAX             PIC S9(4) COMP-5 VALUE +64.
           05  PGM-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  PGM-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  PGM-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  STAMP-NOW           PIC S9(18) COMP-5 VALUE +0.
           05  DELTA-HUND          PIC S9(18) COMP-5 VALUE +0.
       01  ELAPSED-TABLE.
           05  PGM-ENTRY OCCURS 64 TIMES.
               10  PGM-NAME        PIC  X(08).
               10  PGM-ACCOUNT     PIC  X(08).
               10  PGM-START-STAMP PIC S9(18) COMP-5.
               10  PGM-START-OPEN  PIC  X(01).
                   88 PGM-START-PENDING      VALUE "Y".
               10  PGM-LAST-HUND   PIC S9(18) COMP-5.
               10  PGM-RUNS        PIC S9(8) COMP-5.

      *    THE CERTIFICATION LEDGER, TABLED ONCE; A LATER ROW FOR
      *    THE SAME LABEL AND ACCOUNT SUPERSEDES AN EARLIER ONE.
       01  LEDGER-CONTROLS.
           05  LED-MAX             PIC S9(4) COMP-5 VALUE +512.
           05  LED-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  LED-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  LED-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  ANSWER-VALUE        PIC S9(31) COMP-3 VALUE +0.
           05  CERT-VALUE          PIC S9(31) COMP-3 VALUE +0.
           05  CERT-STATUS         PIC  X(13) VALUE SPACES.
       01  LEDGER-TABLE.
           05  LED-ENTRY OCCURS 512 TIMES.
               10  LED-LABEL       PIC  X(20).
               10  LED-ACCOUNT     PIC  X(08).
               10  LED-VALUE       PIC  X(18).

      *    REJECT COUNTS BY PROGRAM -- THIS RUN'S FILE AND THE
      *    DISPOSITION QUEUE'S STILL-OPEN ROWS.
       01  REJECT-CONTROLS.
           05  RJP-MAX             PIC S9(4) COMP-5 VALUE +64.
           05  RJP-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  RJP-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  RJP-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  RJP-LOOK-PROGRAM    PIC  X(08) VALUE SPACES.
       01  REJECT-TABLE.
           05  RJP-ENTRY OCCURS 64 TIMES.
               10  RJP-PROGRAM     PIC  X(08).
               10  RJP-THIS-RUN    PIC S9(8) COMP-5.
               10  RJP-SEVERE      PIC S9(8) COMP-5.
               10  RJP-OUTSTANDING PIC S9(8) COMP-5.

      *    DAY AND PART NUMBERS PARSED OUT OF AN ANSWER LABEL
      *    ("DAY NN PART N"), THE SAME DERIVATION AOCANSQ USES.
       01  LABEL-DAY-WORK.
           05  KW-DAY              PIC S9(4) COMP-5 VALUE +0.
           05  KW-PART             PIC S9(4) COMP-5 VALUE +0.
           05  KW-PTR              PIC S9(4) COMP-5 VALUE +0.
           05  KW-LABEL            PIC  X(20) VALUE SPACES.
           05  SW-KW-DONE          PIC  X     VALUE "N".

       01  DOCUMENT-CONTROLS.
           05  SCHEMA-VERSION      PIC S9(4) COMP-5 VALUE +1.
           05  NOW-DATE            PIC  X(08) VALUE SPACES.
           05  NOW-TIME            PIC  X(08) VALUE SPACES.
           05  STAMP-DATE-X        PIC  X(08) VALUE SPACES.
           05  STAMP-TIME-X        PIC  X(06) VALUE SPACES.
           05  PCT-DONE            PIC S9(4) COMP-5 VALUE +0.
           05  LINES-WRITTEN       PIC S9(8) COMP-5 VALUE +0.
           05  RAN-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  NOTRUN-COUNT        PIC S9(4) COMP-5 VALUE +0.
           05  WARN-COUNT          PIC S9(4) COMP-5 VALUE +0.
           05  FAIL-COUNT          PIC S9(4) COMP-5 VALUE +0.
           05  INFLIGHT-COUNT      PIC S9(4) COMP-5 VALUE +0.
           05  ALERT-COUNT         PIC S9(4) COMP-5 VALUE +0.
           05  REJ-RUN-TOTAL       PIC S9(8) COMP-5 VALUE +0.
           05  REJ-OPEN-TOTAL      PIC S9(8) COMP-5 VALUE +0.
           05  CERTIFIED-COUNT     PIC S9(4) COMP-5 VALUE +0.
           05  DIFFERS-COUNT       PIC S9(4) COMP-5 VALUE +0.
           05  UNCERT-COUNT        PIC S9(4) COMP-5 VALUE +0.
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.

      *    JSON WRITER STATE.  EACH MEMBER OR CONTAINER BRACKET IS
      *    ONE LINE, INDENTED TWO PER LEVEL.  THE LAST LINE BUILT IS
      *    HELD BACK UNTIL THE NEXT ONE IS KNOWN, SO THE SEPARATING
      *    COMMA CAN GO ON IT WHEN A SIBLING FOLLOWS.  JSON-FIRST
      *    (LEVEL) IS "Y" UNTIL A CONTAINER'S FIRST MEMBER IS OUT.
       01  JSON-WRITER.
           05  JSON-QUOTE          PIC  X     VALUE """".
           05  JSON-LINE           PIC  X(256) VALUE SPACES.
           05  JSON-PTR            PIC S9(4) COMP-5 VALUE +1.
           05  HELD-LINE           PIC  X(256) VALUE SPACES.
           05  HELD-LEN            PIC S9(4) COMP-5 VALUE +0.
           05  SW-LINE-HELD        PIC  X     VALUE "N".
               88 LINE-HELD                   VALUE "Y".
           05  JSON-DEPTH          PIC S9(4) COMP-5 VALUE +0.
           05  JSON-LEVEL          PIC S9(4) COMP-5 VALUE +0.
           05  JSON-FIRST          PIC  X     OCCURS 10 TIMES.
           05  JSON-CLOSER         PIC  X     VALUE SPACE.
           05  JM-NAME             PIC  X(20) VALUE SPACES.
           05  JX-IN               PIC  X(80) VALUE SPACES.
           05  JX-OUT              PIC  X(160) VALUE SPACES.
           05  JX-OUT-LEN          PIC S9(4) COMP-5 VALUE +0.
           05  JX-FROM             PIC S9(4) COMP-5 VALUE +0.
           05  JX-TO               PIC S9(4) COMP-5 VALUE +0.
           05  JX-NDX              PIC S9(4) COMP-5 VALUE +0.
           05  JX-CHAR             PIC  X     VALUE SPACE.
           05  JN-VALUE            PIC S9(18) COMP-5 VALUE +0.
           05  JN-EDIT             PIC  -(18)9.
           05  JN-SECONDS          PIC S9(16)V99 COMP-3 VALUE +0.
           05  JN-SECONDS-EDIT     PIC  -(16)9.99.
           05  JB-FLAG             PIC  X     VALUE "N".

       PROCEDURE DIVISION.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME
           PERFORM 000-LOAD-BOARD
           IF WORST-RC < 8
               PERFORM 100-LOAD-ENTRY-ANSWERS
           END-IF
           IF WORST-RC < 8
               PERFORM 200-LOAD-ELAPSED
               PERFORM 300-LOAD-LEDGER
               PERFORM 350-LOAD-REJECT-COUNTS
               PERFORM 500-WRITE-DOCUMENT
           END-IF
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       000-LOAD-BOARD.
           OPEN INPUT BOARD-CTL-FILE
           IF NOT CTL-FILE-OK
               DISPLAY "AOCBCTL OPEN FAILED, STATUS=" CTL-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CTL-EOF
               READ BOARD-CTL-FILE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END
                       IF CTL-RECORD NOT = SPACES AND
                          CTL-BOARD-FLAG NOT = "*" AND
                          (CTL-BOARD-FLAG = "D" OR
                           CTL-BOARD-FLAG = "B") AND
                          CTL-ENABLED-FLAG = "Y" AND
                          BOARD-COUNT < BOARD-MAX
                           ADD +1 TO BOARD-COUNT
                           MOVE CTL-LABEL
                             TO BRD-LABEL (BOARD-COUNT)
                           MOVE CTL-PROGRAM
                             TO BRD-PROGRAM (BOARD-COUNT)
                           MOVE CTL-ACCOUNT
                             TO BRD-ACCOUNT (BOARD-COUNT)
                           MOVE SPACES
                             TO BRD-RUN-DATE (BOARD-COUNT)
                                BRD-RUN-ID (BOARD-COUNT)
                           MOVE +0
                             TO BRD-WORST-RC (BOARD-COUNT)
                                BRD-ANS-COUNT (BOARD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOARD-CTL-FILE.

      *    ONE PASS IN KEY ORDER: EVERY ARCHIVE RECORD IS OFFERED TO
      *    THE ENTRIES SHARING ITS PROGRAM AND ACCOUNT.  A RECORD
      *    FROM A LATER RUN THAN THE ONE AN ENTRY HOLDS STARTS THAT
      *    ENTRY OVER, SO EACH ENDS HOLDING ITS OWN LATEST RUN.
       100-LOAD-ENTRY-ANSWERS.
           OPEN INPUT ANSWERS-FILE
           IF NOT ANS-FILE-OK
               DISPLAY "AOCANSWR OPEN FAILED, STATUS=" ANS-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ANS-EOF
               READ ANSWERS-FILE
                   AT END SET ANS-EOF TO TRUE
                   NOT AT END
                       IF ANSWERS-RECORD NOT = SPACES
                           MOVE ANS-REC-DATE   TO LATEST-RUN-DATE
                           MOVE ANS-REC-RUN-ID TO LATEST-RUN-ID
                           PERFORM VARYING BRD-NDX FROM 1 BY 1
                               UNTIL BRD-NDX > BOARD-COUNT
                               IF BRD-PROGRAM (BRD-NDX) =
                                  ANS-REC-PROGRAM AND
                                  BRD-ACCOUNT (BRD-NDX) =
                                  ANS-REC-ACCOUNT
                                   PERFORM 150-KEEP-ENTRY-ANSWER
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANSWERS-FILE.

       150-KEEP-ENTRY-ANSWER.
           IF ANS-REC-DATE NOT = BRD-RUN-DATE (BRD-NDX) OR
              ANS-REC-RUN-ID NOT = BRD-RUN-ID (BRD-NDX)
               MOVE ANS-REC-DATE   TO BRD-RUN-DATE (BRD-NDX)
               MOVE ANS-REC-RUN-ID TO BRD-RUN-ID (BRD-NDX)
               MOVE +0 TO BRD-WORST-RC (BRD-NDX)
                          BRD-ANS-COUNT (BRD-NDX)
           END-IF
      *    A VERSION-2 RECORD CARRIES THE WIDE VALUE IN PLACE; AN
      *    OLD-LAYOUT RECORD HAS ITS 18 CHARACTERS ON THE LEFT OF
      *    THE FIELD, SO IT IS RIGHT-JUSTIFIED INTO THE SAME SHAPE.
           IF ANS-REC-VERSION = "2" OR "3" OR "4"
               MOVE ANS-REC-VALUE TO ANS-VALUE-TEXT
           ELSE
               MOVE SPACES TO ANS-VALUE-TEXT
               MOVE ANS-REC-VALUE (1 : 18)
                 TO ANS-VALUE-TEXT (15 : 18)
           END-IF
      *    THE SAME LABEL LOGGED AGAIN WITHIN THE RUN REPLACES ITS
      *    EARLIER SLOT.
           MOVE +0 TO BRA-FOUND
           PERFORM VARYING BRA-NDX FROM 1 BY 1
               UNTIL BRA-NDX > BRD-ANS-COUNT (BRD-NDX)
                  OR BRA-FOUND > 0
               IF BRA-LABEL (BRD-NDX, BRA-NDX) = ANS-REC-LABEL
                   MOVE BRA-NDX TO BRA-FOUND
               END-IF
           END-PERFORM
           IF BRA-FOUND = 0
               IF BRD-ANS-COUNT (BRD-NDX) >= BRA-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD +1 TO BRD-ANS-COUNT (BRD-NDX)
               MOVE BRD-ANS-COUNT (BRD-NDX) TO BRA-FOUND
           END-IF
           MOVE ANS-REC-LABEL TO BRA-LABEL (BRD-NDX, BRA-FOUND)
           MOVE ANS-VALUE-TEXT TO BRA-VALUE (BRD-NDX, BRA-FOUND)
           MOVE ANS-REC-BUILD TO BRA-BUILD (BRD-NDX, BRA-FOUND)
           IF ANS-REC-RC IS NUMERIC
               MOVE ANS-REC-RC TO BRA-RC (BRD-NDX, BRA-FOUND)
           ELSE
               MOVE +0 TO BRA-RC (BRD-NDX, BRA-FOUND)
           END-IF
           IF BRA-RC (BRD-NDX, BRA-FOUND) > BRD-WORST-RC (BRD-NDX)
               MOVE BRA-RC (BRD-NDX, BRA-FOUND)
                 TO BRD-WORST-RC (BRD-NDX)
           END-IF.

       200-LOAD-ELAPSED.
           OPEN INPUT JOURNAL-FILE
           IF NOT JRN-FILE-OK
               DISPLAY "AOCRUNJL OPEN FAILED, STATUS=" JRN-FILE-STATUS
                   " -- ELAPSED TIMES WILL BE NULL"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SRC-JOURNAL
           PERFORM UNTIL JRN-EOF
               READ JOURNAL-FILE
                   AT END SET JRN-EOF TO TRUE
                   NOT AT END PERFORM 250-NOTE-JOURNAL-RECORD
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       250-NOTE-JOURNAL-RECORD.
           IF JOURNAL-RECORD = SPACES OR JRN-TIME NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO PGM-FOUND
           PERFORM VARYING PGM-NDX FROM 1 BY 1
               UNTIL PGM-NDX > PGM-COUNT OR PGM-FOUND > 0
               IF PGM-NAME (PGM-NDX) = JRN-PROGRAM
                  AND PGM-ACCOUNT (PGM-NDX) = JRN-ACCOUNT
                   MOVE PGM-NDX TO PGM-FOUND
               END-IF
           END-PERFORM
           IF PGM-FOUND = 0
               IF PGM-COUNT >= PGM-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD +1 TO PGM-COUNT
               MOVE PGM-COUNT TO PGM-FOUND
               MOVE JRN-PROGRAM TO PGM-NAME (PGM-FOUND)
               MOVE JRN-ACCOUNT TO PGM-ACCOUNT (PGM-FOUND)
               MOVE +0 TO PGM-START-STAMP (PGM-FOUND)
                          PGM-LAST-HUND   (PGM-FOUND)
                          PGM-RUNS        (PGM-FOUND)
               MOVE "N" TO PGM-START-OPEN (PGM-FOUND)
           END-IF
           COMPUTE STAMP-NOW = JRN-TIME-HH * 360000
               + JRN-TIME-MM * 6000
               + JRN-TIME-SS * 100
               + JRN-TIME-TH
           EVALUATE JRN-EVENT
               WHEN "START"
                   MOVE STAMP-NOW TO PGM-START-STAMP (PGM-FOUND)
                   SET PGM-START-PENDING (PGM-FOUND) TO TRUE
               WHEN "STOP"
                   IF PGM-START-PENDING (PGM-FOUND)
                       COMPUTE DELTA-HUND = STAMP-NOW
                           - PGM-START-STAMP (PGM-FOUND)
                       IF DELTA-HUND < 0
                           ADD 8640000 TO DELTA-HUND
                       END-IF
                       MOVE DELTA-HUND TO PGM-LAST-HUND (PGM-FOUND)
                       ADD +1 TO PGM-RUNS (PGM-FOUND)
                       MOVE "N" TO PGM-START-OPEN (PGM-FOUND)
                   END-IF
           END-EVALUATE.

       300-LOAD-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF NOT LDG-FILE-OK
               DISPLAY "AOCCERTL OPEN FAILED, STATUS="
                   LDG-FILE-STATUS " -- CERTIFICATION NOT REPORTED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SRC-LEDGER
           PERFORM UNTIL LDG-EOF
               READ LEDGER-FILE
                   AT END SET LDG-EOF TO TRUE
                   NOT AT END
                       IF LEDGER-RECORD NOT = SPACES AND
                          LDG-LABEL (1 : 1) NOT = "*"
                           PERFORM 310-TABLE-LEDGER-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       310-TABLE-LEDGER-ROW.
           MOVE +0 TO LED-FOUND
           PERFORM VARYING LED-NDX FROM 1 BY 1
               UNTIL LED-NDX > LED-COUNT OR LED-FOUND > 0
               IF LED-LABEL (LED-NDX) = LDG-LABEL AND
                  LED-ACCOUNT (LED-NDX) = LDG-ACCOUNT
                   MOVE LED-NDX TO LED-FOUND
               END-IF
           END-PERFORM
           IF LED-FOUND = 0
               IF LED-COUNT >= LED-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD +1 TO LED-COUNT
               MOVE LED-COUNT TO LED-FOUND
           END-IF
           MOVE LDG-LABEL   TO LED-LABEL (LED-FOUND)
           MOVE LDG-ACCOUNT TO LED-ACCOUNT (LED-FOUND)
           MOVE LDG-VALUE   TO LED-VALUE (LED-FOUND).

       350-LOAD-REJECT-COUNTS.
           OPEN INPUT REJECT-FILE
           IF REJ-FILE-OK
               MOVE "Y" TO SRC-REJECTS
               PERFORM UNTIL REJ-EOF
                   READ REJECT-FILE
                       AT END SET REJ-EOF TO TRUE
                       NOT AT END
                           IF REJECT-RECORD NOT = SPACES
                               MOVE REJ-REC-PROGRAM
                                 TO RJP-LOOK-PROGRAM
                               PERFORM 380-FIND-REJECT-PROGRAM
                               IF RJP-FOUND > 0
                                   ADD +1 TO RJP-THIS-RUN (RJP-FOUND)
                                   IF REJ-REC-SEVERITY >= "08"
                                       ADD +1
                                         TO RJP-SEVERE (RJP-FOUND)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           ELSE
               DISPLAY "AOCREJECT OPEN FAILED, STATUS="
                   REJ-FILE-STATUS " -- THIS RUN'S REJECTS NOT COUNTED"
           END-IF
           OPEN INPUT DISP-FILE
           IF DSP-FILE-OK
               MOVE "Y" TO SRC-DISPOSITIONS
               PERFORM UNTIL DSP-EOF
                   READ DISP-FILE
                       AT END SET DSP-EOF TO TRUE
                       NOT AT END
                           IF DISP-RECORD NOT = SPACES AND
                              DSP-STATUS NOT = "RESOLVED"
                               MOVE DSP-PROGRAM TO RJP-LOOK-PROGRAM
                               PERFORM 380-FIND-REJECT-PROGRAM
                               IF RJP-FOUND > 0
                                   ADD +1
                                     TO RJP-OUTSTANDING (RJP-FOUND)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISP-FILE
           ELSE
               DISPLAY "AOCREJDS OPEN FAILED, STATUS="
                   DSP-FILE-STATUS " -- OUTSTANDING REJECTS NOT COUNTED"
           END-IF.

       380-FIND-REJECT-PROGRAM.
           MOVE +0 TO RJP-FOUND
           PERFORM VARYING RJP-NDX FROM 1 BY 1
               UNTIL RJP-NDX > RJP-COUNT OR RJP-FOUND > 0
               IF RJP-PROGRAM (RJP-NDX) = RJP-LOOK-PROGRAM
                   MOVE RJP-NDX TO RJP-FOUND
               END-IF
           END-PERFORM
           IF RJP-FOUND = 0 AND RJP-COUNT < RJP-MAX
               ADD +1 TO RJP-COUNT
               MOVE RJP-COUNT TO RJP-FOUND
               MOVE RJP-LOOK-PROGRAM TO RJP-PROGRAM (RJP-FOUND)
               MOVE +0 TO RJP-THIS-RUN (RJP-FOUND)
                          RJP-SEVERE (RJP-FOUND)
                          RJP-OUTSTANDING (RJP-FOUND)
           END-IF.

       500-WRITE-DOCUMENT.
           OPEN OUTPUT DASH-FILE
           IF NOT DSH-FILE-OK
               DISPLAY "AOCDASHJ OPEN FAILED, STATUS=" DSH-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO JSON-FIRST (1)
           MOVE SPACES TO JM-NAME
           PERFORM 830-OPEN-OBJECT
           MOVE "schemaVersion" TO JM-NAME
           MOVE SCHEMA-VERSION TO JN-VALUE
           PERFORM 821-PUT-NUMBER
           MOVE "document" TO JM-NAME
           MOVE "AOC BOARD STATUS" TO JX-IN
           PERFORM 820-PUT-STRING
           MOVE NOW-DATE TO STAMP-DATE-X
           MOVE NOW-TIME (1 : 6) TO STAMP-TIME-X
           MOVE "generated" TO JM-NAME
           PERFORM 826-PUT-STAMP
           MOVE "latestRun" TO JM-NAME
           IF LATEST-RUN-DATE = SPACES
               PERFORM 823-PUT-NULL
           ELSE
               PERFORM 830-OPEN-OBJECT
               MOVE "date" TO JM-NAME
               MOVE LATEST-RUN-DATE TO JX-IN
               PERFORM 820-PUT-STRING
               MOVE "runId" TO JM-NAME
               MOVE LATEST-RUN-ID TO JX-IN
               PERFORM 820-PUT-STRING
               PERFORM 835-CLOSE-OBJECT
           END-IF
           MOVE "entries" TO JM-NAME
           PERFORM 831-OPEN-ARRAY
           PERFORM VARYING BRD-NDX FROM 1 BY 1
               UNTIL BRD-NDX > BOARD-COUNT
               PERFORM 520-WRITE-ENTRY
           END-PERFORM
           PERFORM 836-CLOSE-ARRAY
           PERFORM 600-WRITE-INFLIGHT
           PERFORM 650-WRITE-OPEN-ALERTS
           PERFORM 700-WRITE-REJECTS
           PERFORM 750-WRITE-SUMMARY
           PERFORM 835-CLOSE-OBJECT
           PERFORM 865-FLUSH-LINE
           CLOSE DASH-FILE
           IF WORST-RC < 8
               DISPLAY "AOCDASH STATUS DOCUMENT WRITTEN, LINES="
                   LINES-WRITTEN " ENTRIES=" BOARD-COUNT
                   " NOT RUN=" NOTRUN-COUNT " FAILED=" FAIL-COUNT
           END-IF.

       520-WRITE-ENTRY.
           MOVE SPACES TO JM-NAME
           PERFORM 830-OPEN-OBJECT
           MOVE "label" TO JM-NAME
           MOVE BRD-LABEL (BRD-NDX) TO JX-IN
           PERFORM 820-PUT-STRING
           MOVE "program" TO JM-NAME
           MOVE BRD-PROGRAM (BRD-NDX) TO JX-IN
           PERFORM 820-PUT-STRING
           MOVE "account" TO JM-NAME
           MOVE BRD-ACCOUNT (BRD-NDX) TO JX-IN
           PERFORM 820-PUT-STRING
           MOVE "status" TO JM-NAME
           EVALUATE TRUE
               WHEN BRD-RUN-DATE (BRD-NDX) = SPACES
                   MOVE "NOT RUN" TO JX-IN
                   ADD +1 TO NOTRUN-COUNT
               WHEN BRD-WORST-RC (BRD-NDX) >= 8
                   MOVE "FAILED" TO JX-IN
                   ADD +1 TO FAIL-COUNT RAN-COUNT
               WHEN BRD-WORST-RC (BRD-NDX) > 0
                   MOVE "WARNING" TO JX-IN
                   ADD +1 TO WARN-COUNT RAN-COUNT
               WHEN OTHER
                   MOVE "OK" TO JX-IN
                   ADD +1 TO RAN-COUNT
           END-EVALUATE
           PERFORM 820-PUT-STRING
           MOVE "inLatestRun" TO JM-NAME
           IF BRD-RUN-DATE (BRD-NDX) NOT = SPACES AND
              BRD-RUN-DATE (BRD-NDX) = LATEST-RUN-DATE AND
              BRD-RUN-ID (BRD-NDX) = LATEST-RUN-ID
               MOVE "Y" TO JB-FLAG
           ELSE
               MOVE "N" TO JB-FLAG
           END-IF
           PERFORM 824-PUT-BOOLEAN
           IF BRD-RUN-DATE (BRD-NDX) = SPACES
               MOVE "runDate" TO JM-NAME
               PERFORM 823-PUT-NULL
               MOVE "runId" TO JM-NAME
               PERFORM 823-PUT-NULL
               MOVE "rc" TO JM-NAME
               PERFORM 823-PUT-NULL
           ELSE
               MOVE "runDate" TO JM-NAME
               MOVE BRD-RUN-DATE (BRD-NDX) TO JX-IN
               PERFORM 820-PUT-STRING
               MOVE "runId" TO JM-NAME
               MOVE BRD-RUN-ID (BRD-NDX) TO JX-IN
               PERFORM 820-PUT-STRING
               MOVE "rc" TO JM-NAME
               MOVE BRD-WORST-RC (BRD-NDX) TO JN-VALUE
               PERFORM 821-PUT-NUMBER
           END-IF
           MOVE +0 TO PGM-FOUND
           PERFORM VARYING PGM-NDX FROM 1 BY 1
               UNTIL PGM-NDX > PGM-COUNT OR PGM-FOUND > 0
               IF PGM-NAME (PGM-NDX) = BRD-PROGRAM (BRD-NDX) AND
                  PGM-ACCOUNT (PGM-NDX) = BRD-ACCOUNT (BRD-NDX) AND
                  PGM-RUNS (PGM-NDX) > 0
                   MOVE PGM-NDX TO PGM-FOUND
               END-IF
           END-PERFORM
           MOVE "elapsedSeconds" TO JM-NAME
           IF PGM-FOUND = 0
               PERFORM 823-PUT-NULL
           ELSE
               COMPUTE JN-SECONDS = PGM-LAST-HUND (PGM-FOUND) / 100
               PERFORM 822-PUT-SECONDS
           END-IF
           MOVE "answers" TO JM-NAME
           PERFORM 831-OPEN-ARRAY
           PERFORM VARYING BRA-NDX FROM 1 BY 1
               UNTIL BRA-NDX > BRD-ANS-COUNT (BRD-NDX)
               PERFORM 540-WRITE-ANSWER
           END-PERFORM
           PERFORM 836-CLOSE-ARRAY
           PERFORM 835-CLOSE-OBJECT.

       540-WRITE-ANSWER.
           MOVE SPACES TO JM-NAME
           PERFORM 830-OPEN-OBJECT
           MOVE "label" TO JM-NAME
           MOVE BRA-LABEL (BRD-NDX, BRA-NDX) TO JX-IN
           PERFORM 820-PUT-STRING
           MOVE BRA-LABEL (BRD-NDX, BRA-NDX) TO KW-LABEL
           PERFORM 570-DERIVE-LABEL-DAY-PART
           MOVE "day" TO JM-NAME
           IF KW-DAY > 0
               MOVE KW-DAY TO JN-VALUE
               PERFORM 821-PUT-NUMBER
           ELSE
               PERFORM 823-PUT-NULL
           END-IF
           MOVE "part" TO JM-NAME
           IF KW-PART > 0
               MOVE KW-PART TO JN-VALUE
               PERFORM 821-PUT-NUMBER
           ELSE
               PERFORM 823-PUT-NULL
           END-IF
           MOVE "value" TO JM-NAME
           MOVE BRA-VALUE (BRD-NDX, BRA-NDX) TO JX-IN
           PERFORM 820-PUT-STRING
           MOVE "rc" TO JM-NAME
           MOVE BRA-RC (BRD-NDX, BRA-NDX) TO JN-VALUE
           PERFORM 821-PUT-NUMBER
           MOVE "build" TO JM-NAME
           MOVE BRA-BUILD (BRD-NDX, BRA-NDX) TO JX-IN
           PERFORM 820-PUT-STRING
           PERFORM 560-CERT-STATUS
           MOVE "certification" TO JM-NAME
           MOVE CERT-STATUS TO JX-IN
           PERFORM 820-PUT-STRING
           MOVE "certifiedValue" TO JM-NAME
           IF CERT-STATUS = "DIFFERS"
               MOVE LED-VALUE (LED-FOUND) TO JX-IN
               PERFORM 820-PUT-STRING
           ELSE
               PERFORM 823-PUT-NULL
           END-IF
           PERFORM 835-CLOSE-OBJECT.

      *    CERTIFIED WHEN THE LEDGER HOLDS THE SAME VALUE FOR THE
      *    ANSWER'S LABEL AND ACCOUNT, COMPARED AS NUMBERS SO THE
      *    ARCHIVE'S RIGHT-JUSTIFIED FIELD AND THE LEDGER'S TEXT
      *    MATCH REGARDLESS OF PADDING.
       560-CERT-STATUS.
           MOVE +0 TO LED-FOUND
           IF SRC-LEDGER NOT = "Y"
               MOVE "NO LEDGER" TO CERT-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LED-NDX FROM 1 BY 1
               UNTIL LED-NDX > LED-COUNT OR LED-FOUND > 0
               IF LED-LABEL (LED-NDX) = BRA-LABEL (BRD-NDX, BRA-NDX)
                  AND LED-ACCOUNT (LED-NDX) = BRD-ACCOUNT (BRD-NDX)
                   MOVE LED-NDX TO LED-FOUND
               END-IF
           END-PERFORM
           IF LED-FOUND = 0
               MOVE "NOT CERTIFIED" TO CERT-STATUS
               ADD +1 TO UNCERT-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE ANSWER-VALUE =
               FUNCTION NUMVAL (BRA-VALUE (BRD-NDX, BRA-NDX))
           COMPUTE CERT-VALUE = FUNCTION NUMVAL (LED-VALUE (LED-FOUND))
           IF ANSWER-VALUE = CERT-VALUE
               MOVE "CERTIFIED" TO CERT-STATUS
               ADD +1 TO CERTIFIED-COUNT
           ELSE
               MOVE "DIFFERS" TO CERT-STATUS
               ADD +1 TO DIFFERS-COUNT
           END-IF.

       570-DERIVE-LABEL-DAY-PART.
           MOVE +0 TO KW-DAY KW-PART
           MOVE "N" TO SW-KW-DONE
           MOVE +4 TO KW-PTR
           PERFORM UNTIL KW-PTR > 20 OR SW-KW-DONE = "Y"
               IF KW-LABEL (KW-PTR : 1) IS NUMERIC
                   COMPUTE KW-DAY = KW-DAY * 10 +
                       FUNCTION NUMVAL (KW-LABEL (KW-PTR : 1))
                   IF KW-PTR = 20
                      OR KW-LABEL (KW-PTR + 1 : 1) NOT NUMERIC
                       MOVE "Y" TO SW-KW-DONE
                   END-IF
               ELSE
                   IF KW-DAY > +0
                       MOVE "Y" TO SW-KW-DONE
                   END-IF
               END-IF
               ADD +1 TO KW-PTR
           END-PERFORM
           MOVE "N" TO SW-KW-DONE
           PERFORM UNTIL KW-PTR > 20 OR SW-KW-DONE = "Y"
               IF KW-LABEL (KW-PTR : 1) IS NUMERIC
                   COMPUTE KW-PART =
                       FUNCTION NUMVAL (KW-LABEL (KW-PTR : 1))
                   MOVE "Y" TO SW-KW-DONE
               END-IF
               ADD +1 TO KW-PTR
           END-PERFORM.

      *    THE IN-FLIGHT SLOTS ARE STREAMED STRAIGHT FROM THE STATUS
      *    DATASET; AN EMPTY SLOT HAS A BLANK PROGRAM.
       600-WRITE-INFLIGHT.
           MOVE "inFlight" TO JM-NAME
           PERFORM 831-OPEN-ARRAY
           OPEN INPUT STATUS-FILE
           IF STAT-FILE-OK
               MOVE "Y" TO SRC-INFLIGHT
               PERFORM UNTIL STAT-EOF
                   READ STATUS-FILE
                       AT END SET STAT-EOF TO TRUE
                       NOT AT END
                           IF STAT-PROGRAM NOT = SPACES
                               PERFORM 610-WRITE-ONE-SLOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATUS-FILE
           ELSE
               DISPLAY "AOCSTATS OPEN FAILED, STATUS="
                   STAT-FILE-STATUS " -- NO IN-FLIGHT SECTION"
           END-IF
           PERFORM 836-CLOSE-ARRAY.

       610-WRITE-ONE-SLOT.
           ADD +1 TO INFLIGHT-COUNT
           MOVE SPACES TO JM-NAME
           PERFORM 830-OPEN-OBJECT
           MOVE "program" TO JM-NAME
           MOVE STAT-PROGRAM TO JX-IN
           PERFORM 820-PUT-STRING
           MOVE "phase" TO JM-NAME
           MOVE STAT-PHASE TO JX-IN
           PERFORM 820-PUT-STRING
           MOVE +0 TO PCT-DONE
           IF STAT-DONE NUMERIC AND STAT-TOTAL NUMERIC
               MOVE "unitsDone" TO JM-NAME
               MOVE STAT-DONE TO JN-VALUE
               PERFORM 821-PUT-NUMBER
               MOVE "unitsTotal" TO JM-NAME
               MOVE STAT-TOTAL TO JN-VALUE
               PERFORM 821-PUT-NUMBER
               IF STAT-TOTAL > 0
                   COMPUTE PCT-DONE = STAT-DONE * 100 / STAT-TOTAL
               END-IF
           ELSE
               MOVE "unitsDone" TO JM-NAME
               PERFORM 823-PUT-NULL
               MOVE "unitsTotal" TO JM-NAME
               PERFORM 823-PUT-NULL
           END-IF
           MOVE "percentDone" TO JM-NAME
           MOVE PCT-DONE TO JN-VALUE
           PERFORM 821-PUT-NUMBER
           MOVE STAT-DATE TO STAMP-DATE-X
           MOVE STAT-TIME (1 : 6) TO STAMP-TIME-X
           MOVE "updated" TO JM-NAME
           PERFORM 826-PUT-STAMP
           PERFORM 835-CLOSE-OBJECT.

      *    AN ALERT IS OPEN UNTIL AOCALESC CLOSES IT -- AN
      *    ACKNOWLEDGED PAGE STILL NEEDS SOMEONE, SO IT IS LISTED
      *    WITH WHO ACKNOWLEDGED IT.
       650-WRITE-OPEN-ALERTS.
           MOVE "openAlerts" TO JM-NAME
           PERFORM 831-OPEN-ARRAY
           OPEN INPUT ACK-FILE
           IF ACK-FILE-OK
               MOVE "Y" TO SRC-ALERTS
               PERFORM UNTIL ACK-EOF
                   READ ACK-FILE
                       AT END SET ACK-EOF TO TRUE
                       NOT AT END
                           IF ACK-RECORD NOT = SPACES AND
                              ACK-DATE (1 : 1) NOT = "*" AND
                              ACK-SEVERITY IS NUMERIC AND
                              ACK-SEVERITY-9 >= 8 AND
                              ACK-STATUS NOT = "CLOSED"
                               PERFORM 660-WRITE-ONE-ALERT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
           ELSE
               DISPLAY "AOCALACK OPEN FAILED, STATUS="
                   ACK-FILE-STATUS " -- NO OPEN-ALERT SECTION"
           END-IF
           PERFORM 836-CLOSE-ARRAY.

       660-WRITE-ONE-ALERT.
           ADD +1 TO ALERT-COUNT
           MOVE SPACES TO JM-NAME
           PERFORM 830-OPEN-OBJECT
           MOVE ACK-DATE TO STAMP-DATE-X
           MOVE ACK-TIME (1 : 6) TO STAMP-TIME-X
           MOVE "raised" TO JM-NAME
           PERFORM 826-PUT-STAMP
           MOVE "program" TO JM-NAME
           MOVE ACK-PROGRAM TO JX-IN
           PERFORM 820-PUT-STRING
           MOVE "severity" TO JM-NAME
           MOVE ACK-SEVERITY-9 TO JN-VALUE
           PERFORM 821-PUT-NUMBER
           MOVE "key" TO JM-NAME
           MOVE ACK-KEY TO JX-IN
           PERFORM 820-PUT-STRING
           MOVE "status" TO JM-NAME
           MOVE ACK-STATUS TO JX-IN
           PERFORM 820-PUT-STRING
           MOVE "rung" TO JM-NAME
           IF ACK-LEVEL IS NUMERIC
               MOVE ACK-LEVEL-9 TO JN-VALUE
           ELSE
               MOVE +0 TO JN-VALUE
           END-IF
           PERFORM 821-PUT-NUMBER
           MOVE "contact" TO JM-NAME
           MOVE ACK-CONTACT TO JX-IN
           PERFORM 820-PUT-STRING
           MOVE "acknowledgedBy" TO JM-NAME
           IF ACK-STATUS = "ACKED"
               MOVE ACK-ACK-USER TO JX-IN
               PERFORM 820-PUT-STRING
           ELSE
               PERFORM 823-PUT-NULL
           END-IF
           MOVE "text" TO JM-NAME
           MOVE ACK-TEXT TO JX-IN
           PERFORM 820-PUT-STRING
           PERFORM 835-CLOSE-OBJECT.

       700-WRITE-REJECTS.
           MOVE "rejects" TO JM-NAME
           PERFORM 831-OPEN-ARRAY
           PERFORM VARYING RJP-NDX FROM 1 BY 1
               UNTIL RJP-NDX > RJP-COUNT
               ADD RJP-THIS-RUN (RJP-NDX) TO REJ-RUN-TOTAL
               ADD RJP-OUTSTANDING (RJP-NDX) TO REJ-OPEN-TOTAL
               MOVE SPACES TO JM-NAME
               PERFORM 830-OPEN-OBJECT
               MOVE "program" TO JM-NAME
               MOVE RJP-PROGRAM (RJP-NDX) TO JX-IN
               PERFORM 820-PUT-STRING
               MOVE "thisRun" TO JM-NAME
               MOVE RJP-THIS-RUN (RJP-NDX) TO JN-VALUE
               PERFORM 821-PUT-NUMBER
               MOVE "severe" TO JM-NAME
               MOVE RJP-SEVERE (RJP-NDX) TO JN-VALUE
               PERFORM 821-PUT-NUMBER
               MOVE "outstanding" TO JM-NAME
               MOVE RJP-OUTSTANDING (RJP-NDX) TO JN-VALUE
               PERFORM 821-PUT-NUMBER
               PERFORM 835-CLOSE-OBJECT
           END-PERFORM
           PERFORM 836-CLOSE-ARRAY.

       750-WRITE-SUMMARY.
           MOVE "summary" TO JM-NAME
           PERFORM 830-OPEN-OBJECT
           MOVE "boardEntries" TO JM-NAME
           MOVE BOARD-COUNT TO JN-VALUE
           PERFORM 821-PUT-NUMBER
           MOVE "ran" TO JM-NAME
           MOVE RAN-COUNT TO JN-VALUE
           PERFORM 821-PUT-NUMBER
           MOVE "notRun" TO JM-NAME
           MOVE NOTRUN-COUNT TO JN-VALUE
           PERFORM 821-PUT-NUMBER
           MOVE "warnings" TO JM-NAME
           MOVE WARN-COUNT TO JN-VALUE
           PERFORM 821-PUT-NUMBER
           MOVE "failures" TO JM-NAME
           MOVE FAIL-COUNT TO JN-VALUE
           PERFORM 821-PUT-NUMBER
           MOVE "inFlight" TO JM-NAME
           MOVE INFLIGHT-COUNT TO JN-VALUE
           PERFORM 821-PUT-NUMBER
           MOVE "openAlerts" TO JM-NAME
           MOVE ALERT-COUNT TO JN-VALUE
           PERFORM 821-PUT-NUMBER
           MOVE "rejectsThisRun" TO JM-NAME
           MOVE REJ-RUN-TOTAL TO JN-VALUE
           PERFORM 821-PUT-NUMBER
           MOVE "rejectsOutstanding" TO JM-NAME
           MOVE REJ-OPEN-TOTAL TO JN-VALUE
           PERFORM 821-PUT-NUMBER
           MOVE "certified" TO JM-NAME
           MOVE CERTIFIED-COUNT TO JN-VALUE
           PERFORM 821-PUT-NUMBER
           MOVE "differs" TO JM-NAME
           MOVE DIFFERS-COUNT TO JN-VALUE
           PERFORM 821-PUT-NUMBER
           MOVE "notCertified" TO JM-NAME
           MOVE UNCERT-COUNT TO JN-VALUE
           PERFORM 821-PUT-NUMBER
           PERFORM 835-CLOSE-OBJECT
           MOVE "sources" TO JM-NAME
           PERFORM 830-OPEN-OBJECT
           MOVE "journal" TO JM-NAME
           MOVE SRC-JOURNAL TO JB-FLAG
           PERFORM 824-PUT-BOOLEAN
           MOVE "inFlight" TO JM-NAME
           MOVE SRC-INFLIGHT TO JB-FLAG
           PERFORM 824-PUT-BOOLEAN
           MOVE "alerts" TO JM-NAME
           MOVE SRC-ALERTS TO JB-FLAG
           PERFORM 824-PUT-BOOLEAN
           MOVE "rejects" TO JM-NAME
           MOVE SRC-REJECTS TO JB-FLAG
           PERFORM 824-PUT-BOOLEAN
           MOVE "dispositions" TO JM-NAME
           MOVE SRC-DISPOSITIONS TO JB-FLAG
           PERFORM 824-PUT-BOOLEAN
           MOVE "ledger" TO JM-NAME
           MOVE SRC-LEDGER TO JB-FLAG
           PERFORM 824-PUT-BOOLEAN
           PERFORM 835-CLOSE-OBJECT.

      *    JSON WRITER.  THE CALLER SETS JM-NAME (SPACES FOR AN
      *    ARRAY ELEMENT) AND THE VALUE -- JX-IN FOR TEXT, JN-VALUE
      *    FOR A WHOLE NUMBER, JN-SECONDS, JB-FLAG ("Y" = TRUE), OR
      *    STAMP-DATE-X/STAMP-TIME-X -- THEN PERFORMS THE PUT.
       820-PUT-STRING.
           PERFORM 870-ESCAPE-TEXT
           PERFORM 850-BEGIN-LINE
           STRING JSON-QUOTE DELIMITED BY SIZE
               INTO JSON-LINE WITH POINTER JSON-PTR
           END-STRING
           IF JX-OUT-LEN > 0
               STRING JX-OUT (1 : JX-OUT-LEN) DELIMITED BY SIZE
                   INTO JSON-LINE WITH POINTER JSON-PTR
               END-STRING
           END-IF
           STRING JSON-QUOTE DELIMITED BY SIZE
               INTO JSON-LINE WITH POINTER JSON-PTR
           END-STRING
           PERFORM 860-EMIT-LINE.

       821-PUT-NUMBER.
           MOVE JN-VALUE TO JN-EDIT
           MOVE JN-EDIT TO JX-IN
           PERFORM 875-PUT-BARE-TEXT.

       822-PUT-SECONDS.
           MOVE JN-SECONDS TO JN-SECONDS-EDIT
           MOVE JN-SECONDS-EDIT TO JX-IN
           PERFORM 875-PUT-BARE-TEXT.

       823-PUT-NULL.
           MOVE "null" TO JX-IN
           PERFORM 875-PUT-BARE-TEXT.

       824-PUT-BOOLEAN.
           IF JB-FLAG = "Y"
               MOVE "true" TO JX-IN
           ELSE
               MOVE "false" TO JX-IN
           END-IF
           PERFORM 875-PUT-BARE-TEXT.

      *    A YYYYMMDD DATE AND HHMMSS TIME AS AN ISO-8601 LOCAL
      *    STAMP; A DATE THAT IS NOT NUMERIC GIVES NULL.
       826-PUT-STAMP.
           IF STAMP-DATE-X NOT NUMERIC
               PERFORM 823-PUT-NULL
               EXIT PARAGRAPH
           END-IF
           IF STAMP-TIME-X NOT NUMERIC
               MOVE "000000" TO STAMP-TIME-X
           END-IF
           MOVE SPACES TO JX-IN
           STRING STAMP-DATE-X (1 : 4) "-" STAMP-DATE-X (5 : 2)
               "-" STAMP-DATE-X (7 : 2) "T" STAMP-TIME-X (1 : 2)
               ":" STAMP-TIME-X (3 : 2) ":" STAMP-TIME-X (5 : 2)
               DELIMITED BY SIZE INTO JX-IN
           END-STRING
           PERFORM 820-PUT-STRING.

       830-OPEN-OBJECT.
           MOVE "{" TO JSON-CLOSER
           PERFORM 840-OPEN-CONTAINER.

       831-OPEN-ARRAY.
           MOVE "[" TO JSON-CLOSER
           PERFORM 840-OPEN-CONTAINER.

       835-CLOSE-OBJECT.
           MOVE "}" TO JSON-CLOSER
           PERFORM 845-CLOSE-CONTAINER.

       836-CLOSE-ARRAY.
           MOVE "]" TO JSON-CLOSER
           PERFORM 845-CLOSE-CONTAINER.

       840-OPEN-CONTAINER.
           PERFORM 850-BEGIN-LINE
           STRING JSON-CLOSER DELIMITED BY SIZE
               INTO JSON-LINE WITH POINTER JSON-PTR
           END-STRING
           PERFORM 860-EMIT-LINE
           ADD +1 TO JSON-DEPTH
           MOVE "Y" TO JSON-FIRST (JSON-DEPTH + 1).

      *    A CLOSING BRACKET ENDS ITS CONTAINER'S LAST MEMBER, SO IT
      *    PUTS NO COMMA ON THE HELD LINE.
       845-CLOSE-CONTAINER.
           SUBTRACT 1 FROM JSON-DEPTH
           MOVE SPACES TO JSON-LINE
           COMPUTE JSON-PTR = JSON-DEPTH * 2 + 1
           STRING JSON-CLOSER DELIMITED BY SIZE
               INTO JSON-LINE WITH POINTER JSON-PTR
           END-STRING
           PERFORM 860-EMIT-LINE.

      *    START A MEMBER LINE AT THE CURRENT DEPTH: A COMMA ON THE
      *    HELD LINE WHEN THIS IS NOT THE CONTAINER'S FIRST MEMBER,
      *    THE INDENT, AND THE QUOTED NAME WHEN THERE IS ONE.
       850-BEGIN-LINE.
           COMPUTE JSON-LEVEL = JSON-DEPTH + 1
           IF JSON-FIRST (JSON-LEVEL) = "N" AND LINE-HELD
               ADD +1 TO HELD-LEN
               MOVE "," TO HELD-LINE (HELD-LEN : 1)
           END-IF
           MOVE "N" TO JSON-FIRST (JSON-LEVEL)
           MOVE SPACES TO JSON-LINE
           COMPUTE JSON-PTR = JSON-DEPTH * 2 + 1
           IF JM-NAME NOT = SPACES
               STRING JSON-QUOTE DELIMITED BY SIZE
                   JM-NAME DELIMITED BY SPACE
                   JSON-QUOTE DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   INTO JSON-LINE WITH POINTER JSON-PTR
               END-STRING
           END-IF.

       860-EMIT-LINE.
           PERFORM 865-FLUSH-LINE
           MOVE JSON-LINE TO HELD-LINE
           COMPUTE HELD-LEN = JSON-PTR - 1
           SET LINE-HELD TO TRUE.

       865-FLUSH-LINE.
           IF NOT LINE-HELD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SW-LINE-HELD
           WRITE DASH-RECORD FROM HELD-LINE
           IF NOT DSH-FILE-OK
               IF WORST-RC < 8
                   DISPLAY "AOCDASHJ WRITE FAILED, STATUS="
                       DSH-FILE-STATUS
               END-IF
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO LINES-WRITTEN.

      *    TRIM JX-IN BOTH ENDS INTO JX-OUT, BACKSLASHING QUOTES AND
      *    BACKSLASHES AND BLANKING ANY CONTROL CHARACTER.
       870-ESCAPE-TEXT.
           MOVE SPACES TO JX-OUT
           MOVE +0 TO JX-OUT-LEN
           PERFORM VARYING JX-TO FROM +80 BY -1
               UNTIL JX-TO < +1
                  OR JX-IN (JX-TO : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING JX-FROM FROM +1 BY +1
               UNTIL JX-FROM > JX-TO
                  OR JX-IN (JX-FROM : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING JX-NDX FROM JX-FROM BY +1
               UNTIL JX-NDX > JX-TO
               MOVE JX-IN (JX-NDX : 1) TO JX-CHAR
               IF JX-CHAR = JSON-QUOTE OR JX-CHAR = "\"
                   ADD +1 TO JX-OUT-LEN
                   MOVE "\" TO JX-OUT (JX-OUT-LEN : 1)
               END-IF
               IF JX-CHAR < SPACE
                   MOVE SPACE TO JX-CHAR
               END-IF
               ADD +1 TO JX-OUT-LEN
               MOVE JX-CHAR TO JX-OUT (JX-OUT-LEN : 1)
           END-PERFORM.

      *    A NUMBER OR LITERAL (true, false, null) -- TRIMMED, NOT
      *    QUOTED.
       875-PUT-BARE-TEXT.
           PERFORM 870-ESCAPE-TEXT
           PERFORM 850-BEGIN-LINE
           IF JX-OUT-LEN > 0
               STRING JX-OUT (1 : JX-OUT-LEN) DELIMITED BY SIZE
                   INTO JSON-LINE WITH POINTER JSON-PTR
               END-STRING
           END-IF
           PERFORM 860-EMIT-LINE.
       END PROGRAM AOCDASH.
