       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCBKOUT.
      *    RUN BACKOUT -- TAKES ONE BAD BOARD RUN (WRONG INPUT,
      *    BROKEN BUILD) BACK OUT OF EVERY SHARED DATASET IT WROTE TO,
      *    SO ITS ANSWERS STOP POISONING AOCDRIFT, AOCTREND AND THE
      *    AOCDAILY REPORT, IN PLACE OF DELETING KSDS RECORDS ONE AT A
      *    TIME THROUGH THE ISPF PANELS.  THE RUN IS NAMED BY ITS RUN
      *    KEY, THE RUN DATE AND RUN ID EVERY ANSWER OF THE RUN CARRIES
      *    (SEE ANSWRLOG), AND ITS RECORDS ARE FOUND IN:
      *        AOCANSWR -- THE ANSWERS ARCHIVE (KSDS): EVERY ANSWER
      *                    UNDER THE RUN KEY
      *        AOCRUNJL -- THE RUN JOURNAL: THE START AND STOP OF EACH
      *                    EXECUTION THAT PRODUCED THOSE ANSWERS.  THE
      *                    JOURNAL CARRIES NO RUN ID, SO EXECUTIONS ARE
      *                    PAIRED TO RUN KEYS EXACTLY AS AOCJAUD PAIRS
      *                    THEM: EVERY RUN KEY OF THE RUN DATE, IN KEY
      *                    ORDER, CLAIMS THE FIRST UNCLAIMED START/STOP
      *                    OF ITS PRODUCING PROGRAM, UNDER THE SAME
      *                    ACCOUNT, STILL RUNNING AT THE RUN ID'S TIME
      *                    (ANY TIME THAT DAY WHEN THE RUN ID IS NOT A
      *                    TIME)
      *        AOCREJDS -- THE REJECT DISPOSITION DATASET: EVERY
      *                    REJECT FOLDED UNDER THE RUN KEY.  A FOLD
      *                    MADE WITHOUT AOCRUNID CARRIES THE FOLD'S OWN
      *                    RUN ID -- THOSE ARE LISTED FOR A HAND CHECK
      *                    (SAME DATE, SAME PROGRAM) BUT NOT MOVED
      *        AOCFPREG -- THE INPUT FINGERPRINT REGISTRY: A ROW
      *                    REGISTERED ON THE RUN DATE WHOSE DSN AND
      *                    CHECKSUM ARE THE ONES STAMPED ON THE RUN'S
      *                    JOURNAL RECORDS, SO THE BAD INPUT IS NOT
      *                    VOUCHED FOR UNTIL AOCSTAGE STAGES IT AGAIN
      *    THE ANSWERS ARCHIVE AND JOURNAL ARE REQUIRED; THE OTHER TWO
      *    ARE SKIPPED (AND THE REPORT SAYS SO) WHEN NOT ALLOCATED.
      *    DD/ENV AOCBKCTL -- ONE CONTROL CARD (COMMENT CARDS START
      *                       WITH *):
      *        COL  1- 8  RUN DATE (YYYYMMDD)
      *        COL 10-17  RUN ID
      *        COL 19-26  USERID BACKING THE RUN OUT
      *        COL 28-87  REASON
      *    ALL FOUR ARE REQUIRED -- THE AUDIT RECORD NAMES WHO AND WHY.
      *    PARM KEYWORD (PARSED BY PARMPARS):
      *        CONFIRM=YES -- ACT.  WITHOUT IT THE RUN IS A DRY RUN:
      *                       THE REPORT LISTS EVERY RECORD THAT WOULD
      *                       BE MOVED AND NOTHING IS CHANGED
      *    ON CONFIRM=YES EVERY RECORD TO BE MOVED IS FIRST APPENDED
      *    TO THE BACKOUT HISTORY AND THE AUDIT RECORD WRITTEN; ONLY
      *    THEN ARE THE SHARED DATASETS UPDATED (THE ARCHIVE BY KEYED
      *    DELETE, THE OTHERS REWRITTEN WITHOUT THE RUN'S RECORDS).
      *    A HISTORY OR AUDIT FAILURE STOPS THE STEP RC=8 WITH THE
      *    SHARED DATASETS UNCHANGED.
      *    THE ARCHIVE IS SEALED (SEE SEALPOST AND AOCCHAIN), SO ONCE
      *    THE RUN'S ANSWERS ARE DELETED A NEW SEGMENT IS ANCHORED ON
      *    ITS SEAL LOG (DD/ENV AOCANSSL) NAMING THE RUN AND THE
      *    USERID, AND EVERY RECORD LEFT ON THE ARCHIVE IS SEALED
      *    UNDER IT.  THE JOB VERIFIES THE CHAIN FIRST, SO A BROKEN
      *    ONE IS NEVER RESEALED HERE.
      *    DD/ENV AOCBKHST -- BACKOUT HISTORY (OPENED EXTEND):
      *        COL  1- 8  BACKOUT DATE
      *        COL 10-17  RUN DATE           > THE RUN KEY
      *        COL 19-26  RUN ID             >
      *        COL 28-35  DD NAME OF THE DATASET THE RECORD CAME FROM
      *        COL 37-182 THE RECORD AS IT STOOD
      *    DD/ENV AOCBKAUD -- BACKOUT AUDIT TRAIL (OPENED EXTEND), ONE
      *                       RECORD PER CONFIRMED BACKOUT:
      *        COL  1- 8  BACKOUT DATE
      *        COL 10-17  BACKOUT TIME (HHMMSSTH)
      *        COL 19-26  RUN DATE
      *        COL 28-35  RUN ID
      *        COL 37-44  USERID
      *        COL 46-50  ANSWERS MOVED
      *        COL 52-56  JOURNAL RECORDS MOVED
      *        COL 58-62  REJECT DISPOSITIONS MOVED
      *        COL 64-68  FINGERPRINT ROWS MOVED
      *        COL 70-129 REASON
      *    DD/ENV AOCBKORP -- THE BACKOUT REPORT.
      *    RC=0 RUN FOUND (AND, ON CONFIRM=YES, BACKED OUT).  RC=4 NO
      *    ANSWER CARRIES THE RUN KEY -- NOTHING TO DO.  RC=8 BAD PARM
      *    OR CONTROL CARD, A REQUIRED DATASET THAT WILL NOT OPEN, A
      *    TABLE OVERFLOW, OR A FAILED UPDATE.  SEE JCL/AOCBKOUT.JCL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE
              ASSIGN TO AOCBKCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
           SELECT ANSWERS-FILE
              ASSIGN TO AOCANSWR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ANS-REC-KEY
              FILE STATUS IS ANS-FILE-STATUS.
           SELECT JOURNAL-FILE
              ASSIGN TO AOCRUNJL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JRN-FILE-STATUS.
           SELECT DISP-FILE
              ASSIGN TO AOCREJDS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DSP-FILE-STATUS.
           SELECT REGISTRY-FILE
              ASSIGN TO AOCFPREG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FPR-FILE-STATUS.
           SELECT HISTORY-FILE
              ASSIGN TO AOCBKHST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HST-FILE-STATUS.
           SELECT AUDIT-FILE
              ASSIGN TO AOCBKAUD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUD-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCBKORP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  BKC-RUN-DATE        PIC X(08).
           05  FILLER              PIC X.
           05  BKC-RUN-ID          PIC X(08).
           05  FILLER              PIC X.
           05  BKC-USER            PIC X(08).
           05  FILLER              PIC X.
           05  BKC-REASON          PIC X(60).

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
           05  ANS-REC-RC          PIC X(05).
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
           05  FILLER              PIC X.
           05  JRN-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  JRN-EVENT           PIC X(05).
           05  FILLER              PIC X.
           05  JRN-INPUT-DSN       PIC X(40).
           05  FILLER              PIC X.
           05  JRN-OVERRIDE        PIC X(01).
           05  FILLER              PIC X.
           05  JRN-RC              PIC X(05).
           05  FILLER              PIC X.
           05  JRN-FPRINT          PIC X(12).
           05  FILLER              PIC X(31).
           05  JRN-ACCOUNT         PIC X(08).
           05  FILLER              PIC X(13).

       FD  DISP-FILE.
       01  DISP-RECORD.
           05  DSP-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  DSP-RUN-KEY.
               10  DSP-RUN-DATE    PIC X(08).
               10  FILLER          PIC X.
               10  DSP-RUN-ID      PIC X(08).
           05  FILLER              PIC X(80).

       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD.
           05  FPR-DAY             PIC X(02).
           05  FILLER              PIC X.
           05  FPR-CHECKSUM        PIC X(12).
           05  FILLER              PIC X.
           05  FPR-DATE            PIC X(08).
           05  FILLER              PIC X.
           05  FPR-DSN             PIC X(44).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HST-BACKOUT-DATE    PIC X(08).
           05  FILLER              PIC X.
           05  HST-RUN-KEY         PIC X(17).
           05  FILLER              PIC X.
           05  HST-DDNAME          PIC X(08).
           05  FILLER              PIC X.
           05  HST-RECORD          PIC X(146).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-DATE            PIC X(08).
           05  FILLER              PIC X.
           05  AUD-TIME            PIC X(08).
           05  FILLER              PIC X.
           05  AUD-RUN-KEY         PIC X(17).
           05  FILLER              PIC X.
           05  AUD-USER            PIC X(08).
           05  FILLER              PIC X.
           05  AUD-ANSWERS         PIC 9(05).
           05  FILLER              PIC X.
           05  AUD-JOURNAL         PIC 9(05).
           05  FILLER              PIC X.
           05  AUD-REJECTS         PIC 9(05).
           05  FILLER              PIC X.
           05  AUD-REGISTRY        PIC 9(05).
           05  FILLER              PIC X.
           05  AUD-REASON          PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

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
           05  DSP-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 DSP-FILE-OK                 VALUE "00".
           05  SW-DSP-EOF          PIC  X     VALUE "N".
               88 DSP-EOF                     VALUE "Y".
           05  SW-DSP-READ         PIC  X     VALUE "N".
               88 DSP-WAS-READ                VALUE "Y".
           05  FPR-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 FPR-FILE-OK                 VALUE "00".
           05  SW-FPR-EOF          PIC  X     VALUE "N".
               88 FPR-EOF                     VALUE "Y".
           05  SW-FPR-READ         PIC  X     VALUE "N".
               88 FPR-WAS-READ                VALUE "Y".
           05  HST-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 HST-FILE-OK                 VALUE "00".
           05  AUD-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 AUD-FILE-OK                 VALUE "00".
           05  RPT-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                 VALUE "00".
      *    SET WHEN THE BACKOUT CANNOT GO ON -- BAD PARM OR CARD, A
      *    REQUIRED DATASET THAT WILL NOT OPEN, A TABLE OVERFLOW.
           05  SW-ABANDON          PIC  X     VALUE "N".
               88 BACKOUT-ABANDONED           VALUE "Y".

      *    PARM RESULT AREA AND LOOKUP FIELDS IN THE PARMPARS/
      *    PARMGETK LINKAGE SHAPES.
       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER          PIC X(12) VALUE "CONFIRM".
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

       01  BACKOUT-CONTROLS.
           05  SW-CONFIRM          PIC  X     VALUE "N".
               88 BACKOUT-CONFIRMED           VALUE "Y".
           05  BK-RUN-DATE         PIC  X(08) VALUE SPACES.
           05  BK-RUN-ID           PIC  X(08) VALUE SPACES.
           05  BK-USER             PIC  X(08) VALUE SPACES.
           05  BK-REASON           PIC  X(60) VALUE SPACES.
           05  BK-RUN-KEY          PIC  X(17) VALUE SPACES.
           05  TODAY-YYYYMMDD      PIC  9(08) VALUE ZEROES.
           05  TIME-NOW            PIC  9(08) VALUE ZEROES.

      *    THE WHOLE JOURNAL IS HELD HERE BETWEEN THE READ AND THE
      *    REWRITE, AS AOCHSKP HOLDS AN ARCHIVE; A JOURNAL THAT
      *    OVERFLOWS IT STOPS THE STEP WITH NOTHING CHANGED.
       01  JOURNAL-CONTROLS.
           05  JRW-MAX             PIC S9(9) COMP-5 VALUE +32000.
           05  JRW-COUNT           PIC S9(9) COMP-5 VALUE +0.
           05  JRW-NDX             PIC S9(9) COMP-5 VALUE +0.
       01  JOURNAL-TABLE.
           05  JRW-ENTRY OCCURS 32000 TIMES.
               10  JRW-TEXT        PIC  X(146).
               10  JRW-MOVE        PIC  X(01).
                   88 JRW-TO-MOVE            VALUE "Y".

      *    START/STOP PAIRS OF THE RUN DATE ONLY, WITH THE JOURNAL
      *    ROWS THEY CAME FROM, IN THE AOCJAUD SHAPE.
       01  INTERVAL-CONTROLS.
           05  INT-MAX             PIC S9(4) COMP-5 VALUE +4096.
           05  INT-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  INT-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  INT-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  INT-FREE            PIC S9(4) COMP-5 VALUE +0.
       01  INTERVAL-TABLE.
           05  INT-ENTRY OCCURS 4096 TIMES.
               10  INT-PROGRAM     PIC  X(08).
               10  INT-ACCOUNT     PIC  X(08).
               10  INT-START       PIC  X(16).
               10  INT-STOP        PIC  X(16).
               10  INT-STATE       PIC  X(01).
                   88 INT-OPEN               VALUE "O".
                   88 INT-CLOSED             VALUE "C".
                   88 INT-STOP-ONLY          VALUE "S".
               10  INT-RUN-KEY     PIC  X(17).
               10  INT-START-ROW   PIC S9(9) COMP-5.
               10  INT-STOP-ROW    PIC S9(9) COMP-5.

      *    THE RUN'S OWN ANSWERS, KEPT WHOLE FOR THE HISTORY.
       01  ANSWER-CONTROLS.
           05  RAN-MAX             PIC S9(4) COMP-5 VALUE +1000.
           05  RAN-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  RAN-NDX             PIC S9(4) COMP-5 VALUE +0.
       01  ANSWER-TABLE.
           05  RAN-TEXT OCCURS 1000 TIMES PIC X(118).

       01  DISPOSITION-CONTROLS.
           05  DSW-MAX             PIC S9(9) COMP-5 VALUE +32000.
           05  DSW-COUNT           PIC S9(9) COMP-5 VALUE +0.
           05  DSW-NDX             PIC S9(9) COMP-5 VALUE +0.
       01  DISPOSITION-TABLE.
           05  DSW-ENTRY OCCURS 32000 TIMES.
               10  DSW-TEXT        PIC  X(106).
               10  DSW-MOVE        PIC  X(01).
                   88 DSW-TO-MOVE            VALUE "Y".

       01  REGISTRY-CONTROLS.
           05  FRW-MAX             PIC S9(4) COMP-5 VALUE +512.
           05  FRW-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  FRW-NDX             PIC S9(4) COMP-5 VALUE +0.
       01  REGISTRY-TABLE.
           05  FRW-ENTRY OCCURS 512 TIMES.
               10  FRW-TEXT        PIC  X(68).
               10  FRW-MOVE        PIC  X(01).
                   88 FRW-TO-MOVE            VALUE "Y".

       01  PAIRING-WORK.
           05  JRN-STAMP           PIC  X(16) VALUE SPACES.
           05  ANS-STAMP           PIC  X(16) VALUE SPACES.
           05  THIS-RUN-KEY        PIC  X(17) VALUE SPACES.
           05  ROW-DDNAME          PIC  X(08) VALUE SPACES.
           05  ROW-WORK            PIC  X(146) VALUE SPACES.
           05  ROW-JOURNAL REDEFINES ROW-WORK.
               10  ROW-JRN-DATE    PIC  X(08).
               10  FILLER          PIC  X.
               10  ROW-JRN-TIME    PIC  X(08).
               10  FILLER          PIC  X.
               10  ROW-JRN-PROGRAM PIC  X(08).
               10  FILLER          PIC  X.
               10  ROW-JRN-EVENT   PIC  X(05).
               10  FILLER          PIC  X.
               10  ROW-JRN-DSN     PIC  X(40).
               10  FILLER          PIC  X(09).
               10  ROW-JRN-FPRINT  PIC  X(12).
               10  FILLER          PIC  X(52).
           05  ROW-REGISTRY REDEFINES ROW-WORK.
               10  FILLER          PIC  X(03).
               10  ROW-FPR-CHECKSUM PIC X(12).
               10  FILLER          PIC  X.
               10  ROW-FPR-DATE    PIC  X(08).
               10  FILLER          PIC  X.
               10  ROW-FPR-DSN     PIC  X(44).
               10  FILLER          PIC  X(64).

       01  BACKOUT-COUNTS.
           05  ANS-MOVE-COUNT      PIC S9(9) COMP-5 VALUE +0.
           05  JRN-MOVE-COUNT      PIC S9(9) COMP-5 VALUE +0.
           05  DSP-MOVE-COUNT      PIC S9(9) COMP-5 VALUE +0.
           05  FPR-MOVE-COUNT      PIC S9(9) COMP-5 VALUE +0.
           05  DSP-CHECK-COUNT     PIC S9(9) COMP-5 VALUE +0.
           05  UNPAIRED-COUNT      PIC S9(9) COMP-5 VALUE +0.
           05  DELETE-FAIL-COUNT   PIC S9(9) COMP-5 VALUE +0.
           05  COUNT-EDIT          PIC  Z(8)9.
           05  SEALED-COUNT        PIC S9(9) COMP-5 VALUE +0.
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.

       01  SEAL-CALL-AREA.
           05  SEAL-FUNCTION       PIC X(05) VALUE SPACES.
           05  SEAL-CHAIN          PIC X(01) VALUE "A".
           05  SEAL-KEY            PIC X(61) VALUE SPACES.
           05  SEAL-DATA           PIC X(128) VALUE SPACES.
           05  SEAL-LEN            PIC S9(4) COMP-5 VALUE +118.
           05  SEAL-PROGRAM        PIC X(08) VALUE "AOCBKOUT".
           05  SEAL-RESULT         PIC X(01) VALUE SPACE.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN            PIC S9(4) COMP-5.
           05  PARM-TEXT           PIC  X(40).

       PROCEDURE DIVISION USING PARM-AREA.
           PERFORM 000-PARSE-PARM
           IF NOT BACKOUT-ABANDONED
               PERFORM 020-READ-CONTROL-CARD
           END-IF
           IF NOT BACKOUT-ABANDONED
               PERFORM 050-OPEN-REPORT
           END-IF
           IF NOT BACKOUT-ABANDONED
               PERFORM 100-LOAD-JOURNAL
           END-IF
           IF NOT BACKOUT-ABANDONED
               PERFORM 200-FIND-RUN-ANSWERS
           END-IF
           IF NOT BACKOUT-ABANDONED AND ANS-MOVE-COUNT = 0
               MOVE SPACES TO REPORT-RECORD
               STRING "NO ANSWER IN THE ARCHIVE CARRIES RUN KEY "
                   BK-RUN-KEY " -- NOTHING TO BACK OUT"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               MOVE +4 TO WORST-RC
           END-IF
           IF NOT BACKOUT-ABANDONED AND ANS-MOVE-COUNT > 0
               PERFORM 300-MARK-JOURNAL-ROWS
               PERFORM 400-LOAD-DISPOSITIONS
               PERFORM 500-LOAD-REGISTRY
           END-IF
           IF NOT BACKOUT-ABANDONED AND ANS-MOVE-COUNT > 0
               PERFORM 600-LIST-RECORDS
               IF BACKOUT-CONFIRMED
                   PERFORM 700-WRITE-HISTORY
                   IF NOT BACKOUT-ABANDONED
                       PERFORM 750-WRITE-AUDIT
                   END-IF
                   IF NOT BACKOUT-ABANDONED
                       PERFORM 800-APPLY-BACKOUT
                   END-IF
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
               DISPLAY "AOCBKOUT: PARM IS NOT KEYWORD FORM --"
                   " EXPECTED CONFIRM=YES"
               MOVE +8 TO WORST-RC
               SET BACKOUT-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "CONFIRM" TO PG-KEY
           PERFORM 010-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               IF PG-VAL-TEXT = "YES"
                   SET BACKOUT-CONFIRMED TO TRUE
               ELSE
                   DISPLAY "AOCBKOUT: CONFIRM=" PG-VAL-TEXT
                       " -- ONLY CONFIRM=YES ACTS"
                   MOVE +8 TO WORST-RC
                   SET BACKOUT-ABANDONED TO TRUE
               END-IF
           END-IF.

       010-GET-ONE-KEYWORD.
           CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
               PG-VAL-TEXT, PG-VAL-NUM.

      *    THE FIRST NON-COMMENT CARD NAMES THE RUN, WHO, AND WHY.
       020-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF NOT CTL-FILE-OK
               DISPLAY "AOCBKCTL OPEN FAILED, STATUS=" CTL-FILE-STATUS
                   " -- THE RUN KEY CARD IS REQUIRED"
               MOVE +8 TO WORST-RC
               SET BACKOUT-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CTL-EOF
               READ CONTROL-FILE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END
                       IF CONTROL-RECORD (1 : 1) NOT = "*"
                          AND CONTROL-RECORD NOT = SPACES
                           MOVE BKC-RUN-DATE TO BK-RUN-DATE
                           MOVE BKC-RUN-ID   TO BK-RUN-ID
                           MOVE BKC-USER     TO BK-USER
                           MOVE BKC-REASON   TO BK-REASON
                           SET CTL-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           IF BK-RUN-DATE NOT NUMERIC OR BK-RUN-ID = SPACES
              OR BK-USER = SPACES OR BK-REASON = SPACES
               DISPLAY "AOCBKOUT: CONTROL CARD NEEDS RUN DATE (COL 1),"
                   " RUN ID (COL 10), USERID (COL 19), REASON (COL 28)"
               MOVE +8 TO WORST-RC
               SET BACKOUT-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           STRING BK-RUN-DATE " " BK-RUN-ID
               DELIMITED BY SIZE INTO BK-RUN-KEY
           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT TIME-NOW FROM TIME.

       050-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCBKORP REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               SET BACKOUT-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           IF BACKOUT-CONFIRMED
               STRING "RUN BACKOUT -- RUN KEY " BK-RUN-KEY
                   " -- CONFIRMED, RECORDS ARE MOVED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "RUN BACKOUT -- RUN KEY " BK-RUN-KEY
                   " -- DRY RUN, NOTHING IS CHANGED"
                   " (CONFIRM=YES TO ACT)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           PERFORM 990-PUT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING "  BY " BK-USER "  REASON: " BK-REASON
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           PERFORM 990-PUT-REPORT-LINE.

      *    ---- FINDING THE RUN ---------------------------------------
      *    EVERY JOURNAL ROW IS TABLED FOR THE REWRITE; ROWS OF THE
      *    RUN DATE ALSO BUILD THE START/STOP INTERVALS.
       100-LOAD-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF NOT JRN-FILE-OK
               DISPLAY "AOCRUNJL OPEN FAILED, STATUS="
                   JRN-FILE-STATUS
               MOVE +8 TO WORST-RC
               SET BACKOUT-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JRN-EOF
               READ JOURNAL-FILE
                   AT END SET JRN-EOF TO TRUE
                   NOT AT END PERFORM 110-TABLE-JOURNAL-ROW
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       110-TABLE-JOURNAL-ROW.
           IF JRW-COUNT >= JRW-MAX OR INT-COUNT >= INT-MAX
               DISPLAY "AOCBKOUT: JOURNAL EXCEEDS THE TABLE, LIMIT="
                   JRW-MAX " -- STEP STOPPED, NOTHING CHANGED"
               MOVE +8 TO WORST-RC
               SET BACKOUT-ABANDONED TO TRUE
               SET JRN-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO JRW-COUNT
           MOVE JOURNAL-RECORD TO JRW-TEXT (JRW-COUNT)
           MOVE "N" TO JRW-MOVE (JRW-COUNT)
           IF JRN-DATE NOT = BK-RUN-DATE OR JRN-PROGRAM = SPACES
              OR JRN-TIME NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE JRN-DATE TO JRN-STAMP (1 : 8)
           MOVE JRN-TIME TO JRN-STAMP (9 : 8)
           EVALUATE JRN-EVENT
               WHEN "START"
                   PERFORM 120-NEW-INTERVAL
                   MOVE JRN-STAMP TO INT-START (INT-COUNT)
                   MOVE JRW-COUNT TO INT-START-ROW (INT-COUNT)
                   SET INT-OPEN (INT-COUNT) TO TRUE
               WHEN "STOP"
                   MOVE +0 TO INT-FOUND
                   PERFORM VARYING INT-NDX FROM INT-COUNT BY -1
                       UNTIL INT-NDX < 1 OR INT-FOUND > 0
                       IF INT-PROGRAM (INT-NDX) = JRN-PROGRAM
                          AND INT-ACCOUNT (INT-NDX) = JRN-ACCOUNT
                          AND INT-OPEN (INT-NDX)
                           MOVE INT-NDX TO INT-FOUND
                       END-IF
                   END-PERFORM
                   IF INT-FOUND = 0
                       PERFORM 120-NEW-INTERVAL
                       MOVE INT-COUNT TO INT-FOUND
                       SET INT-STOP-ONLY (INT-FOUND) TO TRUE
                   ELSE
                       SET INT-CLOSED (INT-FOUND) TO TRUE
                   END-IF
                   MOVE JRN-STAMP TO INT-STOP (INT-FOUND)
                   MOVE JRW-COUNT TO INT-STOP-ROW (INT-FOUND)
           END-EVALUATE.

       120-NEW-INTERVAL.
           ADD +1 TO INT-COUNT
           MOVE JRN-PROGRAM TO INT-PROGRAM (INT-COUNT)
           MOVE JRN-ACCOUNT TO INT-ACCOUNT (INT-COUNT)
           MOVE SPACES TO INT-START (INT-COUNT)
                          INT-STOP (INT-COUNT)
                          INT-RUN-KEY (INT-COUNT)
           MOVE +0 TO INT-START-ROW (INT-COUNT)
                      INT-STOP-ROW (INT-COUNT).

      *    EVERY ANSWER OF THE RUN DATE IS PAIRED, IN KEY ORDER, SO
      *    AN EARLIER RUN KEY CLAIMS ITS OWN EXECUTION FIRST AND THE
      *    RUN BEING BACKED OUT GETS THE SAME ONE AOCJAUD GIVES IT.
       200-FIND-RUN-ANSWERS.
           OPEN INPUT ANSWERS-FILE
           IF NOT ANS-FILE-OK
               DISPLAY "AOCANSWR ANSWERS ARCHIVE OPEN FAILED,"
                   " STATUS=" ANS-FILE-STATUS
               MOVE +8 TO WORST-RC
               SET BACKOUT-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ANS-REC-KEY
           MOVE BK-RUN-DATE TO ANS-REC-DATE
           START ANSWERS-FILE KEY >= ANS-REC-KEY
               INVALID KEY SET ANS-EOF TO TRUE
           END-START
           PERFORM UNTIL ANS-EOF
               READ ANSWERS-FILE NEXT
                   AT END SET ANS-EOF TO TRUE
                   NOT AT END
                       IF ANS-REC-DATE NOT = BK-RUN-DATE
                           SET ANS-EOF TO TRUE
                       ELSE
                           PERFORM 210-PAIR-ONE-ANSWER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANSWERS-FILE.

       210-PAIR-ONE-ANSWER.
           MOVE SPACES TO THIS-RUN-KEY
           STRING ANS-REC-DATE " " ANS-REC-RUN-ID
               DELIMITED BY SIZE INTO THIS-RUN-KEY
           IF THIS-RUN-KEY = BK-RUN-KEY
               IF RAN-COUNT >= RAN-MAX
                   DISPLAY "AOCBKOUT: RUN HAS MORE THAN " RAN-MAX
                       " ANSWERS -- STEP STOPPED, NOTHING CHANGED"
                   MOVE +8 TO WORST-RC
                   SET BACKOUT-ABANDONED TO TRUE
                   SET ANS-EOF TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD +1 TO RAN-COUNT ANS-MOVE-COUNT
               MOVE ANSWERS-RECORD TO RAN-TEXT (RAN-COUNT)
           END-IF
           MOVE ANS-REC-DATE TO ANS-STAMP (1 : 8)
           IF ANS-REC-RUN-ID IS NUMERIC
               MOVE ANS-REC-RUN-ID TO ANS-STAMP (9 : 8)
           ELSE
               MOVE ZEROES TO ANS-STAMP (9 : 8)
           END-IF
           MOVE +0 TO INT-FOUND INT-FREE
           PERFORM VARYING INT-NDX FROM 1 BY 1
               UNTIL INT-NDX > INT-COUNT OR INT-FOUND > 0
               IF INT-PROGRAM (INT-NDX) = ANS-REC-PROGRAM AND
                  INT-ACCOUNT (INT-NDX) = ANS-REC-ACCOUNT AND
                  INT-CLOSED (INT-NDX) AND
                  INT-STOP (INT-NDX) >= ANS-STAMP
                   IF INT-RUN-KEY (INT-NDX) = THIS-RUN-KEY
                       MOVE INT-NDX TO INT-FOUND
                   END-IF
                   IF INT-RUN-KEY (INT-NDX) = SPACES AND
                      INT-FREE = 0
                       MOVE INT-NDX TO INT-FREE
                   END-IF
               END-IF
           END-PERFORM
           IF INT-FOUND = 0
               MOVE INT-FREE TO INT-FOUND
           END-IF
           IF INT-FOUND > 0
               MOVE THIS-RUN-KEY TO INT-RUN-KEY (INT-FOUND)
           ELSE
               IF THIS-RUN-KEY = BK-RUN-KEY
                   ADD +1 TO UNPAIRED-COUNT
               END-IF
           END-IF.

      *    THE START AND STOP ROWS OF EVERY EXECUTION THE RUN KEY
      *    CLAIMED.
       300-MARK-JOURNAL-ROWS.
           PERFORM VARYING INT-NDX FROM 1 BY 1
               UNTIL INT-NDX > INT-COUNT
               IF INT-RUN-KEY (INT-NDX) = BK-RUN-KEY
                   IF INT-START-ROW (INT-NDX) > 0
                       MOVE "Y" TO JRW-MOVE (INT-START-ROW (INT-NDX))
                   END-IF
                   IF INT-STOP-ROW (INT-NDX) > 0
                       MOVE "Y" TO JRW-MOVE (INT-STOP-ROW (INT-NDX))
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING JRW-NDX FROM 1 BY 1
               UNTIL JRW-NDX > JRW-COUNT
               IF JRW-TO-MOVE (JRW-NDX)
                   ADD +1 TO JRN-MOVE-COUNT
               END-IF
           END-PERFORM.

      *    REJECTS FOLDED UNDER THE RUN KEY MOVE.  A REJECT OF ONE OF
      *    THE RUN'S PROGRAMS FOLDED THE SAME DAY UNDER ANOTHER RUN
      *    ID IS COUNTED FOR A HAND CHECK.
       400-LOAD-DISPOSITIONS.
           OPEN INPUT DISP-FILE
           IF NOT DSP-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               STRING "AOCREJDS NOT READ (STATUS " DSP-FILE-STATUS
                   ") -- REJECT DISPOSITIONS NOT EXAMINED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           SET DSP-WAS-READ TO TRUE
           PERFORM UNTIL DSP-EOF
               READ DISP-FILE
                   AT END SET DSP-EOF TO TRUE
                   NOT AT END PERFORM 410-TABLE-DISPOSITION
               END-READ
           END-PERFORM
           CLOSE DISP-FILE.

       410-TABLE-DISPOSITION.
           IF DSW-COUNT >= DSW-MAX
               DISPLAY "AOCBKOUT: DISPOSITIONS EXCEED THE TABLE, LIMIT="
                   DSW-MAX " -- STEP STOPPED, NOTHING CHANGED"
               MOVE +8 TO WORST-RC
               SET BACKOUT-ABANDONED TO TRUE
               SET DSP-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO DSW-COUNT
           MOVE DISP-RECORD TO DSW-TEXT (DSW-COUNT)
           MOVE "N" TO DSW-MOVE (DSW-COUNT)
           IF DSP-RUN-KEY = BK-RUN-KEY
               MOVE "Y" TO DSW-MOVE (DSW-COUNT)
               ADD +1 TO DSP-MOVE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF DSP-RUN-DATE = BK-RUN-DATE
               PERFORM VARYING RAN-NDX FROM 1 BY 1
                   UNTIL RAN-NDX > RAN-COUNT
                   IF RAN-TEXT (RAN-NDX) (40 : 8) = DSP-PROGRAM
                       ADD +1 TO DSP-CHECK-COUNT
                       MOVE RAN-COUNT TO RAN-NDX
                   END-IF
               END-PERFORM
           END-IF.

      *    A REGISTRY ROW MOVES WHEN IT WAS REGISTERED ON THE RUN
      *    DATE AND VOUCHED FOR AN INPUT ONE OF THE RUN'S JOURNAL
      *    RECORDS WAS STAMPED WITH.
       500-LOAD-REGISTRY.
           OPEN INPUT REGISTRY-FILE
           IF NOT FPR-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               STRING "AOCFPREG NOT READ (STATUS " FPR-FILE-STATUS
                   ") -- FINGERPRINT REGISTRY NOT EXAMINED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           SET FPR-WAS-READ TO TRUE
           PERFORM UNTIL FPR-EOF
               READ REGISTRY-FILE
                   AT END SET FPR-EOF TO TRUE
                   NOT AT END PERFORM 510-TABLE-REGISTRY-ROW
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE.

       510-TABLE-REGISTRY-ROW.
           IF FRW-COUNT >= FRW-MAX
               DISPLAY "AOCBKOUT: REGISTRY EXCEEDS THE TABLE, LIMIT="
                   FRW-MAX " -- STEP STOPPED, NOTHING CHANGED"
               MOVE +8 TO WORST-RC
               SET BACKOUT-ABANDONED TO TRUE
               SET FPR-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO FRW-COUNT
           MOVE REGISTRY-RECORD TO FRW-TEXT (FRW-COUNT)
           MOVE "N" TO FRW-MOVE (FRW-COUNT)
           IF FPR-DATE NOT = BK-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING JRW-NDX FROM 1 BY 1
               UNTIL JRW-NDX > JRW-COUNT OR FRW-TO-MOVE (FRW-COUNT)
               IF JRW-TO-MOVE (JRW-NDX)
                   MOVE JRW-TEXT (JRW-NDX) TO ROW-WORK
                   IF ROW-JRN-FPRINT = FPR-CHECKSUM
                      AND ROW-JRN-DSN = FPR-DSN (1 : 40)
                      AND FPR-DSN (41 : 4) = SPACES
                       MOVE "Y" TO FRW-MOVE (FRW-COUNT)
                       ADD +1 TO FPR-MOVE-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      *    ---- REPORTING ---------------------------------------------
       600-LIST-RECORDS.
           MOVE SPACES TO REPORT-RECORD
           MOVE "AOCANSWR -- ANSWERS ARCHIVE" TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           PERFORM VARYING RAN-NDX FROM 1 BY 1
               UNTIL RAN-NDX > RAN-COUNT
               MOVE SPACES TO REPORT-RECORD
               MOVE RAN-TEXT (RAN-NDX) TO REPORT-RECORD (3 : 118)
               PERFORM 990-PUT-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE "AOCRUNJL -- RUN JOURNAL" TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           PERFORM VARYING JRW-NDX FROM 1 BY 1
               UNTIL JRW-NDX > JRW-COUNT
               IF JRW-TO-MOVE (JRW-NDX)
                   MOVE SPACES TO REPORT-RECORD
                   MOVE JRW-TEXT (JRW-NDX) (1 : 94)
                     TO REPORT-RECORD (3 : 94)
                   PERFORM 990-PUT-REPORT-LINE
               END-IF
           END-PERFORM
           IF UNPAIRED-COUNT > 0
               MOVE UNPAIRED-COUNT TO COUNT-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "  " COUNT-EDIT " ANSWER(S) WITH NO START/STOP"
                   " IN THE JOURNAL -- NOTHING THERE TO MOVE FOR THEM"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
           END-IF
           IF DSP-WAS-READ
               MOVE SPACES TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               MOVE "AOCREJDS -- REJECT DISPOSITIONS" TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               PERFORM VARYING DSW-NDX FROM 1 BY 1
                   UNTIL DSW-NDX > DSW-COUNT
                   IF DSW-TO-MOVE (DSW-NDX)
                       MOVE SPACES TO REPORT-RECORD
                       MOVE DSW-TEXT (DSW-NDX)
                         TO REPORT-RECORD (3 : 106)
                       PERFORM 990-PUT-REPORT-LINE
                   END-IF
               END-PERFORM
               IF DSP-CHECK-COUNT > 0
                   MOVE DSP-CHECK-COUNT TO COUNT-EDIT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  " COUNT-EDIT " MORE OF THE RUN'S PROGRAMS'"
                       " REJECTS FOLDED ON " BK-RUN-DATE " UNDER"
                       " ANOTHER RUN ID -- NOT MOVED, CHECK BY HAND"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 990-PUT-REPORT-LINE
               END-IF
           END-IF
           IF FPR-WAS-READ
               MOVE SPACES TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               MOVE "AOCFPREG -- FINGERPRINT REGISTRY" TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               PERFORM VARYING FRW-NDX FROM 1 BY 1
                   UNTIL FRW-NDX > FRW-COUNT
                   IF FRW-TO-MOVE (FRW-NDX)
                       MOVE SPACES TO REPORT-RECORD
                       MOVE FRW-TEXT (FRW-NDX) TO REPORT-RECORD (3 : 68)
                       PERFORM 990-PUT-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF.

      *    ---- BACKING OUT -------------------------------------------
      *    EVERY RECORD TO BE MOVED GOES TO THE HISTORY BEFORE ANY
      *    SHARED DATASET IS TOUCHED.
       700-WRITE-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF HST-FILE-STATUS = "05" OR HST-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF NOT HST-FILE-OK
               DISPLAY "AOCBKHST OPEN FAILED, STATUS=" HST-FILE-STATUS
                   " -- STEP STOPPED, NOTHING CHANGED"
               MOVE +8 TO WORST-RC
               SET BACKOUT-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "AOCANSWR" TO ROW-DDNAME
           PERFORM VARYING RAN-NDX FROM 1 BY 1
               UNTIL RAN-NDX > RAN-COUNT
               MOVE RAN-TEXT (RAN-NDX) TO ROW-WORK
               PERFORM 710-PUT-HISTORY
           END-PERFORM
           PERFORM VARYING JRW-NDX FROM 1 BY 1
               UNTIL JRW-NDX > JRW-COUNT
               IF JRW-TO-MOVE (JRW-NDX)
                   MOVE "AOCRUNJL" TO ROW-DDNAME
                   MOVE JRW-TEXT (JRW-NDX) TO ROW-WORK
                   PERFORM 710-PUT-HISTORY
               END-IF
           END-PERFORM
           PERFORM VARYING DSW-NDX FROM 1 BY 1
               UNTIL DSW-NDX > DSW-COUNT
               IF DSW-TO-MOVE (DSW-NDX)
                   MOVE "AOCREJDS" TO ROW-DDNAME
                   MOVE DSW-TEXT (DSW-NDX) TO ROW-WORK
                   PERFORM 710-PUT-HISTORY
               END-IF
           END-PERFORM
           PERFORM VARYING FRW-NDX FROM 1 BY 1
               UNTIL FRW-NDX > FRW-COUNT
               IF FRW-TO-MOVE (FRW-NDX)
                   MOVE "AOCFPREG" TO ROW-DDNAME
                   MOVE FRW-TEXT (FRW-NDX) TO ROW-WORK
                   PERFORM 710-PUT-HISTORY
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE.

       710-PUT-HISTORY.
           MOVE SPACES TO HISTORY-RECORD
           MOVE TODAY-YYYYMMDD TO HST-BACKOUT-DATE
           MOVE BK-RUN-KEY TO HST-RUN-KEY
           MOVE ROW-DDNAME TO HST-DDNAME
           MOVE ROW-WORK TO HST-RECORD
           WRITE HISTORY-RECORD
           IF NOT HST-FILE-OK
               DISPLAY "AOCBKHST WRITE FAILED, STATUS="
                   HST-FILE-STATUS " -- STEP STOPPED, NOTHING CHANGED"
               MOVE +8 TO WORST-RC
               SET BACKOUT-ABANDONED TO TRUE
           END-IF.

       750-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF AUD-FILE-STATUS = "05" OR AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT AUD-FILE-OK
               DISPLAY "AOCBKAUD OPEN FAILED, STATUS=" AUD-FILE-STATUS
                   " -- STEP STOPPED, NOTHING CHANGED"
               MOVE +8 TO WORST-RC
               SET BACKOUT-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           MOVE TODAY-YYYYMMDD TO AUD-DATE
           MOVE TIME-NOW       TO AUD-TIME
           MOVE BK-RUN-KEY     TO AUD-RUN-KEY
           MOVE BK-USER        TO AUD-USER
           MOVE ANS-MOVE-COUNT TO AUD-ANSWERS
           MOVE JRN-MOVE-COUNT TO AUD-JOURNAL
           MOVE DSP-MOVE-COUNT TO AUD-REJECTS
           MOVE FPR-MOVE-COUNT TO AUD-REGISTRY
           MOVE BK-REASON      TO AUD-REASON
           WRITE AUDIT-RECORD
           IF NOT AUD-FILE-OK
               DISPLAY "AOCBKAUD WRITE FAILED, STATUS="
                   AUD-FILE-STATUS " -- STEP STOPPED, NOTHING CHANGED"
               MOVE +8 TO WORST-RC
               SET BACKOUT-ABANDONED TO TRUE
           END-IF
           CLOSE AUDIT-FILE.

      *    THE ARCHIVE LOSES THE RUN BY KEYED DELETE; THE FLAT
      *    DATASETS ARE REWRITTEN FROM THEIR TABLES WITHOUT IT.
       800-APPLY-BACKOUT.
           OPEN I-O ANSWERS-FILE
           IF NOT ANS-FILE-OK
               DISPLAY "AOCANSWR I-O OPEN FAILED, STATUS="
                   ANS-FILE-STATUS " -- HISTORY AND AUDIT WRITTEN,"
                   " NOTHING REMOVED; RERUN WHEN THE ARCHIVE IS FREE"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RAN-NDX FROM 1 BY 1
               UNTIL RAN-NDX > RAN-COUNT
               MOVE RAN-TEXT (RAN-NDX) TO ANSWERS-RECORD
               DELETE ANSWERS-FILE RECORD
                   INVALID KEY ADD +1 TO DELETE-FAIL-COUNT
               END-DELETE
           END-PERFORM
           CLOSE ANSWERS-FILE
           PERFORM 850-RESEAL-ARCHIVE
           IF DELETE-FAIL-COUNT > 0
               MOVE DELETE-FAIL-COUNT TO COUNT-EDIT
               DISPLAY "AOCBKOUT: " COUNT-EDIT " ARCHIVE DELETE(S)"
                   " FAILED -- SEE AOCBKHST FOR THE RECORDS"
               MOVE +8 TO WORST-RC
           END-IF
           IF JRN-MOVE-COUNT > 0
               OPEN OUTPUT JOURNAL-FILE
               IF NOT JRN-FILE-OK
                   DISPLAY "AOCRUNJL REWRITE OPEN FAILED, STATUS="
                       JRN-FILE-STATUS
                   MOVE +8 TO WORST-RC
               ELSE
                   PERFORM VARYING JRW-NDX FROM 1 BY 1
                       UNTIL JRW-NDX > JRW-COUNT OR NOT JRN-FILE-OK
                       IF NOT JRW-TO-MOVE (JRW-NDX)
                           MOVE JRW-TEXT (JRW-NDX) TO JOURNAL-RECORD
                           WRITE JOURNAL-RECORD
                       END-IF
                   END-PERFORM
                   IF NOT JRN-FILE-OK
                       DISPLAY "AOCRUNJL REWRITE FAILED, STATUS="
                           JRN-FILE-STATUS " -- RUN ALREADY REMOVED"
                           " FROM THE ARCHIVE, AOCRUNJL ONLY PARTLY"
                           " REWRITTEN; RESTORE IT FROM BACKUP"
                           " AND DROP THE RUN'S RECORDS (SEE"
                           " AOCBKHST)"
                       MOVE +8 TO WORST-RC
                   END-IF
                   CLOSE JOURNAL-FILE
               END-IF
           END-IF
           IF DSP-MOVE-COUNT > 0
               OPEN OUTPUT DISP-FILE
               IF NOT DSP-FILE-OK
                   DISPLAY "AOCREJDS REWRITE OPEN FAILED, STATUS="
                       DSP-FILE-STATUS
                   MOVE +8 TO WORST-RC
               ELSE
                   PERFORM VARYING DSW-NDX FROM 1 BY 1
                       UNTIL DSW-NDX > DSW-COUNT OR NOT DSP-FILE-OK
                       IF NOT DSW-TO-MOVE (DSW-NDX)
                           MOVE DSW-TEXT (DSW-NDX) TO DISP-RECORD
                           WRITE DISP-RECORD
                       END-IF
                   END-PERFORM
                   IF NOT DSP-FILE-OK
                       DISPLAY "AOCREJDS REWRITE FAILED, STATUS="
                           DSP-FILE-STATUS " -- RUN ALREADY REMOVED"
                           " FROM THE ARCHIVE, AOCREJDS ONLY PARTLY"
                           " REWRITTEN; RESTORE IT FROM BACKUP"
                           " AND DROP THE RUN'S RECORDS (SEE"
                           " AOCBKHST)"
                       MOVE +8 TO WORST-RC
                   END-IF
                   CLOSE DISP-FILE
               END-IF
           END-IF
           IF FPR-MOVE-COUNT > 0
               OPEN OUTPUT REGISTRY-FILE
               IF NOT FPR-FILE-OK
                   DISPLAY "AOCFPREG REWRITE OPEN FAILED, STATUS="
                       FPR-FILE-STATUS
                   MOVE +8 TO WORST-RC
               ELSE
                   PERFORM VARYING FRW-NDX FROM 1 BY 1
                       UNTIL FRW-NDX > FRW-COUNT OR NOT FPR-FILE-OK
                       IF NOT FRW-TO-MOVE (FRW-NDX)
                           MOVE FRW-TEXT (FRW-NDX) TO REGISTRY-RECORD
                           WRITE REGISTRY-RECORD
                       END-IF
                   END-PERFORM
                   IF NOT FPR-FILE-OK
                       DISPLAY "AOCFPREG REWRITE FAILED, STATUS="
                           FPR-FILE-STATUS " -- RUN ALREADY REMOVED"
                           " FROM THE ARCHIVE, AOCFPREG ONLY PARTLY"
                           " REWRITTEN; RESTORE IT FROM BACKUP"
                           " AND DROP THE RUN'S RECORDS (SEE"
                           " AOCBKHST)"
                       MOVE +8 TO WORST-RC
                   END-IF
                   CLOSE REGISTRY-FILE
               END-IF
           END-IF.

      *    THE NEW SEGMENT: AN ANCHOR FOR THE BACKOUT, THEN A SEAL FOR
      *    EVERY ANSWER STILL ON THE ARCHIVE, IN KEY ORDER.  A SEAL
      *    LOG THAT WILL NOT OPEN LEAVES THE ARCHIVE UNSEALED, WHICH
      *    SEALPOST REPORTS ON THE JOB LOG AND AOCCHAIN FLAGS.
       850-RESEAL-ARCHIVE.
           MOVE "OPEN" TO SEAL-FUNCTION
           PERFORM 860-CALL-SEALPOST
           IF SEAL-RESULT NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "ANCHR" TO SEAL-FUNCTION
           MOVE SPACES TO SEAL-KEY
           STRING "BACKOUT " BK-RUN-DATE " " BK-RUN-ID " BY " BK-USER
               DELIMITED BY SIZE INTO SEAL-KEY
           END-STRING
           PERFORM 860-CALL-SEALPOST
           OPEN INPUT ANSWERS-FILE
           IF NOT ANS-FILE-OK
               DISPLAY "AOCANSWR RESEAL OPEN FAILED, STATUS="
                   ANS-FILE-STATUS " -- ARCHIVE LEFT UNSEALED"
               MOVE "CLOSE" TO SEAL-FUNCTION
               PERFORM 860-CALL-SEALPOST
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SW-ANS-EOF
           MOVE LOW-VALUES TO ANS-REC-KEY
           START ANSWERS-FILE KEY >= ANS-REC-KEY
               INVALID KEY SET ANS-EOF TO TRUE
           END-START
           PERFORM UNTIL ANS-EOF
               READ ANSWERS-FILE NEXT
                   AT END SET ANS-EOF TO TRUE
                   NOT AT END
                       MOVE "SEAL" TO SEAL-FUNCTION
                       MOVE ANS-REC-KEY TO SEAL-KEY
                       MOVE ANSWERS-RECORD TO SEAL-DATA
                       PERFORM 860-CALL-SEALPOST
                       ADD +1 TO SEALED-COUNT
               END-READ
           END-PERFORM
           CLOSE ANSWERS-FILE
           MOVE "CLOSE" TO SEAL-FUNCTION
           PERFORM 860-CALL-SEALPOST
           MOVE SEALED-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "NEW SEAL SEGMENT ANCHORED, ARCHIVE RECORDS SEALED="
               COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           PERFORM 990-PUT-REPORT-LINE.

       860-CALL-SEALPOST.
           CALL "SEALPOST" USING SEAL-FUNCTION, SEAL-CHAIN, SEAL-KEY,
               SEAL-DATA, SEAL-LEN, SEAL-PROGRAM, SEAL-RESULT.

       900-WRAP-UP.
           IF NOT RPT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           IF BACKOUT-CONFIRMED AND NOT BACKOUT-ABANDONED
              AND ANS-MOVE-COUNT > 0
               MOVE "MOVED TO AOCBKHST:" TO REPORT-RECORD
           ELSE
               MOVE "WOULD BE MOVED:" TO REPORT-RECORD
           END-IF
           PERFORM 990-PUT-REPORT-LINE
           MOVE ANS-MOVE-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  ANSWERS             " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE JRN-MOVE-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  JOURNAL RECORDS     " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE DSP-MOVE-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  REJECT DISPOSITIONS " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE FPR-MOVE-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  FINGERPRINT ROWS    " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           CLOSE REPORT-FILE.

       990-PUT-REPORT-LINE.
           IF RPT-FILE-OK
               WRITE REPORT-RECORD
           END-IF.
       END PROGRAM AOCBKOUT.
