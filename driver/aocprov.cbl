       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCPROV.
      *    ANSWER PROVENANCE CERTIFICATES -- ONE CERTIFICATE PER
      *    ARCHIVED ANSWER, TYING THE VALUE BACK THROUGH EVERY RECORD
      *    THE SHOP KEEPS ABOUT HOW IT WAS PRODUCED.  THIS IS THE
      *    SEASON-CLOSE AUDIT QUESTION ("HOW DID WE GET THIS ANSWER")
      *    ANSWERED FROM THE DATASETS INSTEAD OF BY HAND:
      *        ANSWERS ARCHIVE (AOCANSWR) -- VALUE, RUN KEY, PRODUCING
      *            PROGRAM-ID, RC AS LOGGED, COMPILE STAMP
      *        RUN JOURNAL (AOCRUNJL) -- THE PROGRAM'S STOP RECORD
      *            FOR THAT RUN: INPUT DSN, AOCOVRD OVERRIDE FLAG,
      *            INPUT FINGERPRINT, FINAL RC, COMPILE STAMP
      *        FINGERPRINT REGISTRY (AOCFPREG) -- THE ROW FOR THE
      *            INPUT DSN, SO THE JOURNALED FINGERPRINT CAN BE
      *            SHOWN AGAINST WHAT AOCSTAGE REGISTERED
      *        BOARD CONTROL (AOCBCTL) -- THE BOARD ENTRY THAT RAN
      *            THE PROGRAM, FOR THE PARM TEXT IT WAS PASSED
      *        CERTIFICATION LEDGER (AOCCERTL) -- WHETHER THE LABEL
      *            IS CERTIFIED, AND TO WHICH VALUE
      *    EVERY LINK THAT CANNOT BE FOUND (OR THAT CONTRADICTS THE
      *    ONE BEFORE IT) IS PRINTED AS A "**" LINE ON THE
      *    CERTIFICATE AND COUNTED, SO AN INCOMPLETE CHAIN CANNOT
      *    PASS FOR A COMPLETE ONE.
      *    THE JOURNAL CARRIES NO RUN ID, SO THE STOP RECORD IS
      *    FOUND BY PROGRAM-ID AND RUN DATE: WHEN THE RUN ID IS A
      *    TIME (ANSWRLOG'S DEFAULT, THE TIME OF THE RUN UNIT'S FIRST
      *    ANSWER) THE FIRST STOP AT OR AFTER THAT TIME IS TAKEN;
      *    OTHERWISE THE LAST STOP ON THE RUN DATE IS, AND THE
      *    CERTIFICATE SAYS IT WAS MATCHED ON DATE ONLY.  THE STOP
      *    AND THE LEDGER ROW MUST ALSO CARRY THE ANSWER'S ACCOUNT
      *    (THE ANALYST WHOSE PUZZLE INPUT PRODUCED IT), SO ONE
      *    ANALYST'S RUN OR CERTIFICATION NEVER VOUCHES FOR ANOTHER'S.
      *    THE BOARD ENTRY IS THE ROW FOR THE SAME PROGRAM AND DAY
      *    (AND PART, OR A "PARTS 1+2" ROW) WHOSE DSN MATCHES THE
      *    JOURNALED INPUT -- SO A FIXTURE RUN FINDS ITS F ROW AND A
      *    DATED RUN ITS D ROW -- FALLING BACK TO A D OR B ROW.
      *    PARM KEYWORDS (PARSED BY PARMPARS):
      *        DAY=NN, PART=N    -- THE ANSWER(S) TO CERTIFY, BY THE
      *                             DAY/PART IN THE ANSWER LABEL
      *        RUNDATE=YYYYMMDD  -- THE RUN KEY: EVERY ANSWER OF THE
      *        RUNID=XXXXXXXX       RUN (RUNID OPTIONAL)
      *        PROGRAM=XXX       -- NARROW TO ONE PRODUCING PROGRAM
      *        LAST=N            -- CERTIFY ONLY THE MOST RECENT N;
      *                             DEFAULTS TO 1 WHEN NO RUN KEY IS
      *                             GIVEN, SO PARM='DAY=9,PART=2'
      *                             CERTIFIES THE LATEST DAY 9 PART
      *                             2 ANSWER
      *    AT LEAST ONE OF DAY= OR RUNDATE= IS REQUIRED.
      *    CERTIFICATES GO TO DD/ENV AOCPRVRP.  RC=4 WHEN ANY
      *    CERTIFICATE HAS A FLAGGED LINK OR NOTHING MATCHED, RC=8
      *    ON A BAD PARM OR WHEN THE ARCHIVE OR REPORT CANNOT BE
      *    OPENED.  THE JOURNAL, REGISTRY, BOARD CONTROL AND LEDGER
      *    ARE READ IF PRESENT; AN ABSENT ONE FLAGS ITS LINK ON EVERY
      *    CERTIFICATE.  SEE JCL/AOCPROV.JCL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT REGISTRY-FILE
              ASSIGN TO AOCFPREG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FPR-FILE-STATUS.
           SELECT BOARD-CTL-FILE
              ASSIGN TO AOCBCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
           SELECT LEDGER-FILE
              ASSIGN TO AOCCERTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LDG-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCPRVRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05  FILLER              PIC X.
           05  JRN-CPU             PIC X(12).
           05  FILLER              PIC X.
           05  JRN-BUILD           PIC X(16).
           05  FILLER              PIC X.
           05  JRN-ACCOUNT         PIC X(08).

       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD.
           05  FPR-DAY             PIC X(02).
           05  FILLER              PIC X.
           05  FPR-CHECKSUM        PIC X(12).
           05  FILLER              PIC X.
           05  FPR-DATE            PIC X(08).
           05  FILLER              PIC X.
           05  FPR-DSN             PIC X(44).

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

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  ANS-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 ANS-FILE-OK                 VALUE "00".
           05  SW-ANS-EOF          PIC  X     VALUE "N".
               88 ANS-EOF                     VALUE "Y".
           05  JRN-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 JRN-FILE-OK                 VALUE "00".
           05  SW-JRN-EOF          PIC  X     VALUE "N".
               88 JRN-EOF                     VALUE "Y".
           05  SW-JRN-READ         PIC  X     VALUE "N".
               88 JRN-WAS-READ                VALUE "Y".
           05  FPR-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 FPR-FILE-OK                 VALUE "00".
           05  SW-FPR-EOF          PIC  X     VALUE "N".
               88 FPR-EOF                     VALUE "Y".
           05  SW-FPR-READ         PIC  X     VALUE "N".
               88 FPR-WAS-READ                VALUE "Y".
           05  CTL-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 CTL-FILE-OK                 VALUE "00".
           05  SW-CTL-EOF          PIC  X     VALUE "N".
               88 CTL-EOF                     VALUE "Y".
           05  SW-CTL-READ         PIC  X     VALUE "N".
               88 CTL-WAS-READ                VALUE "Y".
           05  LDG-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 LDG-FILE-OK                 VALUE "00".
           05  SW-LDG-EOF          PIC  X     VALUE "N".
               88 LDG-EOF                     VALUE "Y".
           05  SW-LDG-READ         PIC  X     VALUE "N".
               88 LDG-WAS-READ                VALUE "Y".
           05  RPT-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                 VALUE "00".

      *    PARM RESULT AREA AND LOOKUP FIELDS IN THE PARMPARS/
      *    PARMGETK LINKAGE SHAPES.
       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER          PIC X(12) VALUE "DAY".
               10  FILLER          PIC X(12) VALUE "PART".
               10  FILLER          PIC X(12) VALUE "PROGRAM".
               10  FILLER          PIC X(12) VALUE "RUNDATE".
               10  FILLER          PIC X(12) VALUE "RUNID".
               10  FILLER          PIC X(12) VALUE "LAST".
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

       01  QUERY-CONTROLS.
           05  QRY-DAY             PIC S9(4) COMP-5 VALUE +0.
           05  QRY-PART            PIC S9(4) COMP-5 VALUE +0.
           05  QRY-PROGRAM         PIC  X(08) VALUE SPACES.
           05  QRY-RUN-DATE        PIC  X(08) VALUE SPACES.
           05  QRY-RUN-ID          PIC  X(08) VALUE SPACES.
           05  QRY-LAST            PIC S9(4) COMP-5 VALUE +0.

      *    DAY/PART PARSED OUT OF A LABEL, THE WAY AOCMERGE AND
      *    AOCANSQ DERIVE IT -- USED ON THE ANSWER LABEL AND ON THE
      *    BOARD ENTRY LABEL ALIKE.
       01  LABEL-KEY-WORK.
           05  KW-DAY              PIC S9(4) COMP-5 VALUE +0.
           05  KW-PART             PIC S9(4) COMP-5 VALUE +0.
           05  KW-PTR              PIC S9(4) COMP-5 VALUE +0.
           05  KW-LABEL            PIC  X(20) VALUE SPACES.
           05  SW-KW-DONE          PIC  X     VALUE "N".

      *    THE ANSWERS TO CERTIFY, EACH WITH THE JOURNAL STOP RECORD
      *    MATCHED TO IT.  WHEN THE TABLE FILLS THE OLDEST ROW IS
      *    PUSHED OUT, SO LAST=N ALWAYS SEES THE TAIL.
       01  MATCH-CONTROLS.
           05  MAT-MAX             PIC S9(4) COMP-5 VALUE +64.
           05  MAT-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  MAT-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  MAT-FIRST           PIC S9(4) COMP-5 VALUE +1.
           05  MATCHED-TOTAL       PIC S9(9) COMP-5 VALUE +0.
       01  MATCH-TABLE.
           05  MAT-ENTRY OCCURS 64 TIMES.
               10  MAT-ANSWER      PIC  X(118).
               10  MAT-DAY         PIC S9(4) COMP-5.
               10  MAT-PART        PIC S9(4) COMP-5.
               10  MAT-JRN-HOW     PIC  X(01).
                   88 MAT-JRN-NONE           VALUE "N".
                   88 MAT-JRN-BY-TIME        VALUE "T".
                   88 MAT-JRN-BY-DATE        VALUE "D".
               10  MAT-JOURNAL     PIC  X(133).

      *    ONE ARCHIVED ANSWER HELD FOR MATCHING AND PRINTING.
       01  ANSWER-HOLD.
           05  ANH-DATE            PIC X(08).
           05  FILLER              PIC X.
           05  ANH-RUN-ID          PIC X(08).
           05  FILLER              PIC X.
           05  ANH-LABEL           PIC X(20).
           05  FILLER              PIC X.
           05  ANH-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  ANH-SEQ             PIC X(04).
           05  FILLER              PIC X.
           05  ANH-ACCOUNT         PIC X(08).
           05  FILLER              PIC X.
           05  ANH-RC              PIC X(05).
           05  FILLER              PIC X.
           05  ANH-VALUE           PIC X(32).
           05  ANH-VERSION         PIC X.
           05  FILLER              PIC X.
           05  ANH-BUILD           PIC X(16).

      *    ONE JOURNAL STOP RECORD HELD FOR MATCHING AND PRINTING.
       01  JOURNAL-HOLD.
           05  JRH-DATE            PIC X(08).
           05  FILLER              PIC X.
           05  JRH-TIME            PIC X(08).
           05  FILLER              PIC X.
           05  JRH-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  JRH-EVENT           PIC X(05).
           05  FILLER              PIC X.
           05  JRH-INPUT-DSN       PIC X(40).
           05  FILLER              PIC X.
           05  JRH-OVERRIDE        PIC X(01).
           05  FILLER              PIC X.
           05  JRH-RC              PIC X(05).
           05  FILLER              PIC X.
           05  JRH-FPRINT          PIC X(12).
           05  FILLER              PIC X.
           05  JRH-CPU             PIC X(12).
           05  FILLER              PIC X.
           05  JRH-BUILD           PIC X(16).

       01  REGISTRY-CONTROLS.
           05  REG-MAX             PIC S9(4) COMP-5 VALUE +64.
           05  REG-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  REG-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  REG-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  REG-LOOKUP-DSN      PIC  X(44) VALUE SPACES.
       01  REGISTRY-TABLE.
           05  REG-ENTRY OCCURS 64 TIMES.
               10  REG-CHECKSUM    PIC  X(12).
               10  REG-DATE        PIC  X(08).
               10  REG-DSN         PIC  X(44).

       01  BOARD-CONTROLS.
           05  BRD-MAX             PIC S9(4) COMP-5 VALUE +128.
           05  BRD-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  BRD-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  BRD-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  BRD-SCORE           PIC S9(4) COMP-5 VALUE +0.
           05  BRD-BEST-SCORE      PIC S9(4) COMP-5 VALUE +0.
           05  BRD-DOT             PIC S9(4) COMP-5 VALUE +0.
           05  BRD-TAIL            PIC  X(40) VALUE SPACES.
       01  BOARD-TABLE.
           05  BRD-ENTRY OCCURS 128 TIMES.
               10  BRD-FLAG        PIC  X(01).
               10  BRD-LABEL       PIC  X(20).
               10  BRD-PROGRAM     PIC  X(08).
               10  BRD-DSN         PIC  X(40).
               10  BRD-PARM-LEN    PIC  X(02).
               10  BRD-PARM-TEXT   PIC  X(19).
               10  BRD-DAY         PIC S9(4) COMP-5.
               10  BRD-PART        PIC S9(4) COMP-5.
               10  BRD-BOTH-PARTS  PIC  X(01).

       01  LEDGER-CONTROLS.
           05  LED-MAX             PIC S9(4) COMP-5 VALUE +256.
           05  LED-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  LED-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  LED-FOUND           PIC S9(4) COMP-5 VALUE +0.
       01  LEDGER-TABLE.
           05  LED-ENTRY OCCURS 256 TIMES.
               10  LED-LABEL       PIC  X(20).
               10  LED-ACCOUNT     PIC  X(08).
               10  LED-VALUE-X     PIC  X(18).
               10  LED-VALUE       PIC S9(31) COMP-3.
               10  LED-WHO         PIC  X(08).
               10  LED-DATE        PIC  X(08).

       01  CERTIFICATE-WORK.
           05  CERT-COUNT          PIC S9(4) COMP-5 VALUE +0.
           05  FLAGGED-COUNT       PIC S9(4) COMP-5 VALUE +0.
           05  LINK-FLAGS          PIC S9(4) COMP-5 VALUE +0.
           05  ANSWER-VALUE        PIC S9(31) COMP-3 VALUE +0.
           05  VALUE-LEAD          PIC S9(4) COMP-5 VALUE +0.
           05  VALUE-SHOW          PIC  X(32) VALUE SPACES.
           05  CERT-EDIT           PIC  9(04) VALUE ZEROES.
           05  FLAGS-EDIT          PIC  9(04) VALUE ZEROES.
           05  MATCHED-EDIT        PIC  9(09) VALUE ZEROES.
           05  QRY-DAY-EDIT        PIC  9(02) VALUE ZEROES.
           05  QRY-PART-EDIT       PIC  9(01) VALUE ZEROES.
           05  QRY-LAST-EDIT       PIC  9(04) VALUE ZEROES.
           05  RPT-TAG             PIC  X(20) VALUE SPACES.
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN            PIC S9(4) COMP-5.
           05  PARM-TEXT           PIC  X(40).

       PROCEDURE DIVISION USING PARM-AREA.
           PERFORM 000-PARSE-PARM
           IF WORST-RC < 8
               PERFORM 100-READ-ARCHIVE
           END-IF
           IF WORST-RC < 8 AND MAT-COUNT > 0
               PERFORM 200-MATCH-JOURNAL
               PERFORM 300-LOAD-REGISTRY
               PERFORM 400-LOAD-BOARD-CTL
               PERFORM 450-LOAD-LEDGER
           END-IF
           IF WORST-RC < 8
               PERFORM 500-WRITE-CERTIFICATES
           END-IF
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       000-PARSE-PARM.
           IF ADDRESS OF PARM-AREA = NULL OR PARM-LEN < 1
               DISPLAY "AOCPROV: NO PARM -- NAME THE ANSWER WITH"
                   " DAY=/PART= OR THE RUN WITH RUNDATE=/RUNID="
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           CALL "PARMPARS" USING PARM-LEN, PARM-TEXT,
               PP-VALID-KEYS, PP-RESULT
           IF NOT PP-KEYWORD-MODE
               DISPLAY "AOCPROV: PARM IS NOT KEYWORD FORM --"
                   " EXPECTED DAY=/PART=/PROGRAM=/RUNDATE=/RUNID="
                   "/LAST="
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "DAY" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-NUM TO QRY-DAY
           END-IF
           MOVE "PART" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-NUM TO QRY-PART
           END-IF
           MOVE "PROGRAM" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT (1 : 8) TO QRY-PROGRAM
           END-IF
           MOVE "RUNDATE" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT (1 : 8) TO QRY-RUN-DATE
           END-IF
           MOVE "RUNID" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT (1 : 8) TO QRY-RUN-ID
           END-IF
           MOVE "LAST" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-NUM TO QRY-LAST
           END-IF
           IF QRY-DAY < 1 AND QRY-RUN-DATE = SPACES
               DISPLAY "AOCPROV: DAY= OR RUNDATE= IS REQUIRED --"
                   " A CERTIFICATE RUN NAMES ITS ANSWERS"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           IF QRY-RUN-ID NOT = SPACES AND QRY-RUN-DATE = SPACES
               DISPLAY "AOCPROV: RUNID= NEEDS RUNDATE= -- THE RUN"
                   " KEY IS RUN DATE PLUS RUN ID"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
      *    A DAY/PART QUESTION IS ABOUT "THE" ANSWER -- THE LATEST
      *    ONE -- UNLESS LAST= ASKS FOR MORE HISTORY.
           IF QRY-RUN-DATE = SPACES AND QRY-LAST < 1
               MOVE +1 TO QRY-LAST
           END-IF.

       050-GET-ONE-KEYWORD.
           CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
               PG-VAL-TEXT, PG-VAL-NUM.

      *    A RUN KEY POSITIONS THE READ WITH A KEYED START AND THE
      *    LOOP ENDS WHEN THE KEY PASSES THE RUN; A DAY/PART-ONLY
      *    QUESTION READS THE WHOLE ARCHIVE IN KEY ORDER SO THE
      *    LATEST MATCHES FINISH AT THE TAIL OF THE TABLE.
       100-READ-ARCHIVE.
           OPEN INPUT ANSWERS-FILE
           IF NOT ANS-FILE-OK
               DISPLAY "AOCANSWR ANSWERS ARCHIVE OPEN FAILED,"
                   " STATUS=" ANS-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           IF QRY-RUN-DATE NOT = SPACES
               MOVE SPACES TO ANS-REC-KEY
               MOVE QRY-RUN-DATE TO ANS-REC-DATE
               MOVE QRY-RUN-ID   TO ANS-REC-RUN-ID
               START ANSWERS-FILE KEY >= ANS-REC-KEY
                   INVALID KEY SET ANS-EOF TO TRUE
               END-START
           END-IF
           PERFORM UNTIL ANS-EOF
               READ ANSWERS-FILE NEXT
                   AT END SET ANS-EOF TO TRUE
                   NOT AT END PERFORM 150-TEST-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE ANSWERS-FILE.

       150-TEST-ONE-RECORD.
           IF ANSWERS-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF QRY-RUN-DATE NOT = SPACES
               IF ANS-REC-DATE > QRY-RUN-DATE
                   SET ANS-EOF TO TRUE
                   EXIT PARAGRAPH
               END-IF
               IF QRY-RUN-ID NOT = SPACES AND
                  ANS-REC-RUN-ID NOT = QRY-RUN-ID
                   IF ANS-REC-RUN-ID > QRY-RUN-ID
                       SET ANS-EOF TO TRUE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF QRY-PROGRAM NOT = SPACES AND
              ANS-REC-PROGRAM NOT = QRY-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE ANS-REC-LABEL TO KW-LABEL
           PERFORM 170-DERIVE-LABEL-DAY-PART
           IF QRY-DAY > 0 AND KW-DAY NOT = QRY-DAY
               EXIT PARAGRAPH
           END-IF
           IF QRY-PART > 0 AND KW-PART NOT = QRY-PART
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO MATCHED-TOTAL
           IF MAT-COUNT >= MAT-MAX
      *        TABLE FULL -- DROP THE OLDEST MATCH SO THE TAIL (THE
      *        PART LAST=N WANTS) IS THE PART THAT SURVIVES.
               PERFORM VARYING MAT-NDX FROM 1 BY 1
                   UNTIL MAT-NDX >= MAT-COUNT
                   MOVE MAT-ENTRY (MAT-NDX + 1)
                     TO MAT-ENTRY (MAT-NDX)
               END-PERFORM
           ELSE
               ADD +1 TO MAT-COUNT
           END-IF
           MOVE ANSWERS-RECORD TO MAT-ANSWER (MAT-COUNT)
           MOVE KW-DAY  TO MAT-DAY (MAT-COUNT)
           MOVE KW-PART TO MAT-PART (MAT-COUNT)
           SET MAT-JRN-NONE (MAT-COUNT) TO TRUE
           MOVE SPACES TO MAT-JOURNAL (MAT-COUNT).

       170-DERIVE-LABEL-DAY-PART.
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
           END-PERFORM
           .

      *    ONE PASS OF THE JOURNAL FOR ALL THE ANSWERS BEING
      *    CERTIFIED.  ONLY STOP RECORDS COUNT -- THE OVERRIDE FLAG
      *    AND THE RC ARE DEFINITIVE THERE, NOT ON THE START.
       200-MATCH-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF NOT JRN-FILE-OK
               DISPLAY "AOCRUNJL OPEN FAILED, STATUS="
                   JRN-FILE-STATUS " -- JOURNAL LINKS UNAVAILABLE"
               EXIT PARAGRAPH
           END-IF
           SET JRN-WAS-READ TO TRUE
           PERFORM UNTIL JRN-EOF
               READ JOURNAL-FILE
                   AT END SET JRN-EOF TO TRUE
                   NOT AT END
                       IF JRN-EVENT = "STOP"
                           PERFORM VARYING MAT-NDX FROM 1 BY 1
                               UNTIL MAT-NDX > MAT-COUNT
                               PERFORM 250-MATCH-ONE-STOP
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

      *    A STOP AT OR AFTER A TIME-OF-DAY RUN ID IS THE RUN ITSELF
      *    AND THE FIRST ONE WINS; FAILING THAT, THE LAST STOP ON
      *    THE RUN DATE IS KEPT AS A DATE-ONLY MATCH.
       250-MATCH-ONE-STOP.
           MOVE MAT-ANSWER (MAT-NDX) TO ANSWER-HOLD
           IF JRN-PROGRAM NOT = ANH-PROGRAM OR
              JRN-DATE NOT = ANH-DATE OR
              JRN-ACCOUNT NOT = ANH-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           IF MAT-JRN-BY-TIME (MAT-NDX)
               EXIT PARAGRAPH
           END-IF
           IF ANH-RUN-ID IS NUMERIC AND
              JRN-TIME >= ANH-RUN-ID
               SET MAT-JRN-BY-TIME (MAT-NDX) TO TRUE
           ELSE
               SET MAT-JRN-BY-DATE (MAT-NDX) TO TRUE
           END-IF
           MOVE JOURNAL-RECORD TO MAT-JOURNAL (MAT-NDX).

       300-LOAD-REGISTRY.
           OPEN INPUT REGISTRY-FILE
           IF NOT FPR-FILE-OK
               DISPLAY "AOCFPREG OPEN FAILED, STATUS="
                   FPR-FILE-STATUS " -- FINGERPRINTS UNVERIFIED"
               EXIT PARAGRAPH
           END-IF
           SET FPR-WAS-READ TO TRUE
           PERFORM UNTIL FPR-EOF
               READ REGISTRY-FILE
                   AT END SET FPR-EOF TO TRUE
                   NOT AT END
                       IF REGISTRY-RECORD NOT = SPACES AND
                          FPR-DAY (1 : 1) NOT = "*" AND
                          REG-COUNT < REG-MAX
                           ADD +1 TO REG-COUNT
                           MOVE FPR-CHECKSUM
                             TO REG-CHECKSUM (REG-COUNT)
                           MOVE FPR-DATE TO REG-DATE (REG-COUNT)
                           MOVE FPR-DSN  TO REG-DSN (REG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE.

      *    ENABLED OR NOT, EVERY ENTRY ROW IS KEPT -- AN ENTRY
      *    DISABLED SINCE THE RUN STILL SAYS WHAT PARM IT PASSED.
       400-LOAD-BOARD-CTL.
           OPEN INPUT BOARD-CTL-FILE
           IF NOT CTL-FILE-OK
               DISPLAY "AOCBCTL OPEN FAILED, STATUS="
                   CTL-FILE-STATUS " -- BOARD PARMS UNAVAILABLE"
               EXIT PARAGRAPH
           END-IF
           SET CTL-WAS-READ TO TRUE
           PERFORM UNTIL CTL-EOF
               READ BOARD-CTL-FILE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END
                       IF (CTL-BOARD-FLAG = "D" OR "F" OR "B") AND
                          BRD-COUNT < BRD-MAX
                           PERFORM 410-KEEP-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOARD-CTL-FILE.

       410-KEEP-ONE-ENTRY.
           ADD +1 TO BRD-COUNT
           MOVE CTL-BOARD-FLAG TO BRD-FLAG (BRD-COUNT)
           MOVE CTL-LABEL      TO BRD-LABEL (BRD-COUNT)
           MOVE CTL-PROGRAM    TO BRD-PROGRAM (BRD-COUNT)
           MOVE CTL-DSN        TO BRD-DSN (BRD-COUNT)
           MOVE CTL-PARM-LEN-X TO BRD-PARM-LEN (BRD-COUNT)
           MOVE CTL-PARM-TEXT  TO BRD-PARM-TEXT (BRD-COUNT)
           MOVE CTL-LABEL TO KW-LABEL
           PERFORM 170-DERIVE-LABEL-DAY-PART
           MOVE KW-DAY  TO BRD-DAY (BRD-COUNT)
           MOVE KW-PART TO BRD-PART (BRD-COUNT)
           MOVE "N" TO BRD-BOTH-PARTS (BRD-COUNT)
           MOVE +0 TO BRD-DOT
           INSPECT CTL-LABEL TALLYING BRD-DOT FOR ALL "PARTS"
           IF BRD-DOT > 0
               MOVE "Y" TO BRD-BOTH-PARTS (BRD-COUNT)
           END-IF.

       450-LOAD-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF NOT LDG-FILE-OK
               DISPLAY "AOCCERTL OPEN FAILED, STATUS="
                   LDG-FILE-STATUS " -- LEDGER STATUS UNAVAILABLE"
               EXIT PARAGRAPH
           END-IF
           SET LDG-WAS-READ TO TRUE
           PERFORM UNTIL LDG-EOF
               READ LEDGER-FILE
                   AT END SET LDG-EOF TO TRUE
                   NOT AT END
                       IF LEDGER-RECORD NOT = SPACES AND
                          LDG-LABEL (1 : 1) NOT = "*" AND
                          LED-COUNT < LED-MAX
                           ADD +1 TO LED-COUNT
                           MOVE LDG-LABEL TO LED-LABEL (LED-COUNT)
                           MOVE LDG-ACCOUNT
                             TO LED-ACCOUNT (LED-COUNT)
                           MOVE LDG-VALUE TO LED-VALUE-X (LED-COUNT)
                           COMPUTE LED-VALUE (LED-COUNT) =
                               FUNCTION NUMVAL (LDG-VALUE)
                           MOVE LDG-WHO  TO LED-WHO (LED-COUNT)
                           MOVE LDG-DATE TO LED-DATE (LED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       500-WRITE-CERTIFICATES.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCPRVRP REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "ANSWER PROVENANCE CERTIFICATES"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE QRY-DAY  TO QRY-DAY-EDIT
           MOVE QRY-PART TO QRY-PART-EDIT
           MOVE QRY-LAST TO QRY-LAST-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  DAY=" QRY-DAY-EDIT " PART=" QRY-PART-EDIT
               " PROGRAM=" QRY-PROGRAM
               " RUNDATE=" QRY-RUN-DATE " RUNID=" QRY-RUN-ID
               " LAST=" QRY-LAST-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE +1 TO MAT-FIRST
           IF QRY-LAST > 0 AND MAT-COUNT > QRY-LAST
               COMPUTE MAT-FIRST = MAT-COUNT - QRY-LAST + 1
           END-IF
           PERFORM VARYING MAT-NDX FROM MAT-FIRST BY 1
               UNTIL MAT-NDX > MAT-COUNT
               PERFORM 550-WRITE-ONE-CERTIFICATE
           END-PERFORM
           MOVE ALL "=" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD
           MOVE MATCHED-TOTAL TO MATCHED-EDIT
           MOVE CERT-COUNT    TO CERT-EDIT
           MOVE FLAGGED-COUNT TO FLAGS-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "MATCHED=" MATCHED-EDIT
               " CERTIFICATES=" CERT-EDIT
               " WITH FLAGGED LINKS=" FLAGS-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           DISPLAY "AOCPROV: MATCHED=" MATCHED-TOTAL
               " CERTIFICATES=" CERT-COUNT
               " FLAGGED=" FLAGGED-COUNT
           IF (MATCHED-TOTAL = 0 OR FLAGGED-COUNT > 0)
              AND WORST-RC < 4
               MOVE +4 TO WORST-RC
           END-IF.

      *    ONE CERTIFICATE, LINK BY LINK, IN THE ORDER THE AUDITORS
      *    WALK IT: ANSWER, RUN, PROGRAM, JOURNAL, INPUT, OVERRIDE,
      *    BOARD PARM, RC, LEDGER.
       550-WRITE-ONE-CERTIFICATE.
           ADD +1 TO CERT-COUNT
           MOVE +0 TO LINK-FLAGS
           MOVE MAT-ANSWER (MAT-NDX) TO ANSWER-HOLD
           MOVE MAT-JOURNAL (MAT-NDX) TO JOURNAL-HOLD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD
           MOVE CERT-COUNT TO CERT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "CERTIFICATE " CERT-EDIT "  " ANH-LABEL
               "  ACCOUNT " ANH-ACCOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
      *    ANSWER VALUE AND RUN KEY
           MOVE +0 TO VALUE-LEAD
           INSPECT ANH-VALUE TALLYING VALUE-LEAD
               FOR LEADING SPACES
           MOVE SPACES TO VALUE-SHOW
           IF VALUE-LEAD < 32
               MOVE ANH-VALUE (VALUE-LEAD + 1 : ) TO VALUE-SHOW
           END-IF
           MOVE "ANSWER VALUE ......." TO RPT-TAG
           MOVE SPACES TO REPORT-RECORD
           STRING "  " RPT-TAG " " VALUE-SHOW
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "RUN KEY ............" TO RPT-TAG
           MOVE SPACES TO REPORT-RECORD
           STRING "  " RPT-TAG " " ANH-DATE " " ANH-RUN-ID
               " (SEQ " ANH-SEQ ")"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
      *    PRODUCING PROGRAM AND BUILD STAMP
           MOVE "PRODUCING PROGRAM .." TO RPT-TAG
           MOVE SPACES TO REPORT-RECORD
           STRING "  " RPT-TAG " " ANH-PROGRAM
               "  BUILD " ANH-BUILD
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF ANH-BUILD = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "** BUILD STAMP NOT RECORDED ON THE ARCHIVE"
                   " RECORD (FORMAT VERSION '" ANH-VERSION "')"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 590-WRITE-FLAG
           END-IF
           PERFORM 560-CERTIFY-JOURNAL
           PERFORM 570-CERTIFY-INPUT
           PERFORM 580-CERTIFY-BOARD-PARM
      *    RC AS LOGGED WITH THE ANSWER, AND AS THE RUN ENDED
           MOVE "RETURN CODE ........" TO RPT-TAG
           MOVE SPACES TO REPORT-RECORD
           IF MAT-JRN-NONE (MAT-NDX)
               STRING "  " RPT-TAG " " ANH-RC " AS LOGGED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "  " RPT-TAG " " ANH-RC " AS LOGGED, "
                   JRH-RC " AT STOP"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           PERFORM 585-CERTIFY-LEDGER
           MOVE "CHAIN OF CUSTODY ..." TO RPT-TAG
           MOVE SPACES TO REPORT-RECORD
           IF LINK-FLAGS = 0
               STRING "  " RPT-TAG " COMPLETE"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               ADD +1 TO FLAGGED-COUNT
               MOVE LINK-FLAGS TO FLAGS-EDIT
               STRING "  " RPT-TAG " " FLAGS-EDIT
                   " LINK(S) FLAGGED -- SEE ** LINES"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD.

       560-CERTIFY-JOURNAL.
           MOVE "RUN JOURNAL ........" TO RPT-TAG
           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN NOT JRN-WAS-READ
                   STRING "** RUN JOURNAL NOT AVAILABLE -- NO STOP"
                       " RECORD, INPUT, OVERRIDE OR FINAL RC"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 590-WRITE-FLAG
               WHEN MAT-JRN-NONE (MAT-NDX)
                   STRING "** NO JOURNAL STOP RECORD FOR "
                       ANH-PROGRAM " ON " ANH-DATE
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 590-WRITE-FLAG
               WHEN MAT-JRN-BY-TIME (MAT-NDX)
                   STRING "  " RPT-TAG " STOP " JRH-DATE " "
                       JRH-TIME "  (MATCHED ON RUN TIME)"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               WHEN OTHER
                   STRING "  " RPT-TAG " STOP " JRH-DATE " "
                       JRH-TIME "  (MATCHED ON RUN DATE ONLY)"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
           END-EVALUATE
           IF MAT-JRN-NONE (MAT-NDX)
               EXIT PARAGRAPH
           END-IF
           IF JRH-BUILD NOT = SPACES AND ANH-BUILD NOT = SPACES
              AND JRH-BUILD NOT = ANH-BUILD
               MOVE SPACES TO REPORT-RECORD
               STRING "** JOURNAL BUILD STAMP " JRH-BUILD
                   " DIFFERS FROM THE ARCHIVE'S"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 590-WRITE-FLAG
           END-IF.

      *    INPUT DSN AND FINGERPRINT FROM THE JOURNAL, CHECKED
      *    AGAINST THE REGISTRY ROW FOR THE SAME DSN; AND THE
      *    OVERRIDE FLAG THE RUN ENDED WITH.
       570-CERTIFY-INPUT.
           IF MAT-JRN-NONE (MAT-NDX)
               MOVE SPACES TO REPORT-RECORD
               STRING "** INPUT DSN, FINGERPRINT AND AOCOVRD"
                   " OVERRIDE UNKNOWN WITHOUT THE JOURNAL RECORD"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 590-WRITE-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE "INPUT DSN .........." TO RPT-TAG
           MOVE SPACES TO REPORT-RECORD
           IF JRH-INPUT-DSN = SPACES
               STRING "** INPUT DSN NOT RECORDED ON THE JOURNAL"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 590-WRITE-FLAG
           ELSE
               STRING "  " RPT-TAG " " JRH-INPUT-DSN
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE +0 TO REG-FOUND
           MOVE JRH-INPUT-DSN TO REG-LOOKUP-DSN
           PERFORM VARYING REG-NDX FROM 1 BY 1
               UNTIL REG-NDX > REG-COUNT OR REG-FOUND > 0
               IF REG-DSN (REG-NDX) = REG-LOOKUP-DSN
                   MOVE REG-NDX TO REG-FOUND
               END-IF
           END-PERFORM
           MOVE "INPUT FINGERPRINT .." TO RPT-TAG
           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN JRH-FPRINT = SPACES OR JRH-FPRINT = ZEROES
                   STRING "** NO FINGERPRINT ON THE JOURNAL -- INPUT"
                       " WAS NOT IN THE REGISTRY WHEN IT RAN"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 590-WRITE-FLAG
               WHEN NOT FPR-WAS-READ
                   STRING "  " RPT-TAG " " JRH-FPRINT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE SPACES TO REPORT-RECORD
                   STRING "** FINGERPRINT REGISTRY NOT AVAILABLE --"
                       " FINGERPRINT UNVERIFIED"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 590-WRITE-FLAG
               WHEN REG-FOUND = 0
                   STRING "  " RPT-TAG " " JRH-FPRINT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE SPACES TO REPORT-RECORD
                   STRING "** INPUT DSN HAS NO FINGERPRINT REGISTRY"
                       " ROW"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 590-WRITE-FLAG
      *        A RESTAGE SINCE THE RUN IS NOT A BROKEN LINK -- THE
      *        JOURNAL STILL SAYS WHAT WAS READ -- BUT THE AUDITOR
      *        SHOULD SEE THAT THE DATASET IS NO LONGER THAT INPUT.
               WHEN REG-CHECKSUM (REG-FOUND) = JRH-FPRINT
                   STRING "  " RPT-TAG " " JRH-FPRINT
                       "  (REGISTERED " REG-DATE (REG-FOUND)
                       ", CURRENT)"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               WHEN OTHER
                   STRING "  " RPT-TAG " " JRH-FPRINT
                       "  (RESTAGED " REG-DATE (REG-FOUND)
                       " AS " REG-CHECKSUM (REG-FOUND) ")"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
           END-EVALUATE
           MOVE "AOCOVRD OVERRIDE ..." TO RPT-TAG
           MOVE SPACES TO REPORT-RECORD
           EVALUATE JRH-OVERRIDE
               WHEN "Y"
                   STRING "  " RPT-TAG " Y -- IN EFFECT FOR THIS RUN"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               WHEN "N"
                   STRING "  " RPT-TAG " N -- NOT IN EFFECT"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               WHEN OTHER
                   STRING "** AOCOVRD OVERRIDE FLAG NOT RECORDED ON"
                       " THE JOURNAL"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 590-WRITE-FLAG
           END-EVALUATE.

      *    BEST BOARD ROW: SAME PROGRAM AND DAY, SAME PART OR A
      *    "PARTS" ROW; THEN +2 WHEN ITS DSN IS THE JOURNALED INPUT
      *    (A LEADING &HLQ. MATCHES ANY SEASON QUALIFIER) AND +1
      *    FOR A DATED-BOARD ROW.
       580-CERTIFY-BOARD-PARM.
           MOVE +0 TO BRD-FOUND BRD-BEST-SCORE
           MOVE SPACES TO BRD-TAIL
           IF NOT MAT-JRN-NONE (MAT-NDX)
               MOVE +0 TO BRD-DOT
               INSPECT JRH-INPUT-DSN TALLYING BRD-DOT
                   FOR CHARACTERS BEFORE INITIAL "."
               IF BRD-DOT < 39
                   MOVE JRH-INPUT-DSN (BRD-DOT + 2 : ) TO BRD-TAIL
               END-IF
           END-IF
           PERFORM VARYING BRD-NDX FROM 1 BY 1
               UNTIL BRD-NDX > BRD-COUNT
               IF BRD-PROGRAM (BRD-NDX) = ANH-PROGRAM AND
                  BRD-DAY (BRD-NDX) = MAT-DAY (MAT-NDX) AND
                  (BRD-PART (BRD-NDX) = MAT-PART (MAT-NDX) OR
                   BRD-BOTH-PARTS (BRD-NDX) = "Y")
                   MOVE +1 TO BRD-SCORE
                   IF BRD-PART (BRD-NDX) = MAT-PART (MAT-NDX)
                       ADD +4 TO BRD-SCORE
                   END-IF
                   IF NOT MAT-JRN-NONE (MAT-NDX) AND
                      (BRD-DSN (BRD-NDX) = JRH-INPUT-DSN OR
                       (BRD-DSN (BRD-NDX) (1 : 5) = "&HLQ." AND
                        BRD-DSN (BRD-NDX) (6 : ) = BRD-TAIL))
                       ADD +2 TO BRD-SCORE
                   END-IF
                   IF BRD-FLAG (BRD-NDX) NOT = "F"
                       ADD +1 TO BRD-SCORE
                   END-IF
                   IF BRD-SCORE > BRD-BEST-SCORE
                       MOVE BRD-SCORE TO BRD-BEST-SCORE
                       MOVE BRD-NDX TO BRD-FOUND
                   END-IF
               END-IF
           END-PERFORM
           MOVE "BOARD ENTRY PARM ..." TO RPT-TAG
           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN NOT CTL-WAS-READ
                   STRING "** BOARD CONTROL NOT AVAILABLE -- PARM"
                       " TEXT UNKNOWN"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 590-WRITE-FLAG
               WHEN BRD-FOUND = 0
                   STRING "** NO BOARD ENTRY RUNS " ANH-PROGRAM
                       " FOR THIS DAY/PART -- PARM TEXT UNKNOWN"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 590-WRITE-FLAG
               WHEN BRD-PARM-LEN (BRD-FOUND) = "00" OR
                    BRD-PARM-LEN (BRD-FOUND) = SPACES
                   STRING "  " RPT-TAG " " BRD-FLAG (BRD-FOUND)
                       " " BRD-LABEL (BRD-FOUND)
                       " LEN=00 (NO PARM)"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               WHEN OTHER
                   STRING "  " RPT-TAG " " BRD-FLAG (BRD-FOUND)
                       " " BRD-LABEL (BRD-FOUND)
                       " LEN=" BRD-PARM-LEN (BRD-FOUND)
                       " '" BRD-PARM-TEXT (BRD-FOUND) "'"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
           END-EVALUATE.

       585-CERTIFY-LEDGER.
           MOVE +0 TO LED-FOUND
           PERFORM VARYING LED-NDX FROM 1 BY 1
               UNTIL LED-NDX > LED-COUNT OR LED-FOUND > 0
               IF LED-LABEL (LED-NDX) = ANH-LABEL
                  AND LED-ACCOUNT (LED-NDX) = ANH-ACCOUNT
                   MOVE LED-NDX TO LED-FOUND
               END-IF
           END-PERFORM
           MOVE "LEDGER STATUS ......" TO RPT-TAG
           MOVE SPACES TO REPORT-RECORD
           IF NOT LDG-WAS-READ
               STRING "** CERTIFICATION LEDGER NOT AVAILABLE"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 590-WRITE-FLAG
               EXIT PARAGRAPH
           END-IF
           IF LED-FOUND = 0
               STRING "** LABEL NOT IN THE CERTIFICATION LEDGER --"
                   " ANSWER NEVER CERTIFIED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 590-WRITE-FLAG
               EXIT PARAGRAPH
           END-IF
           COMPUTE ANSWER-VALUE = FUNCTION NUMVAL (ANH-VALUE)
           IF ANSWER-VALUE = LED-VALUE (LED-FOUND)
               STRING "  " RPT-TAG " CERTIFIED BY "
                   LED-WHO (LED-FOUND) " ON " LED-DATE (LED-FOUND)
                   " -- VALUE MATCHES"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               STRING "** CERTIFIED VALUE " LED-VALUE-X (LED-FOUND)
                   " (" LED-WHO (LED-FOUND) " "
                   LED-DATE (LED-FOUND) ") DIFFERS FROM THIS ANSWER"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 590-WRITE-FLAG
           END-IF.

       590-WRITE-FLAG.
           WRITE REPORT-RECORD
           ADD +1 TO LINK-FLAGS.
       END PROGRAM AOCPROV.
