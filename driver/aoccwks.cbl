       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCCWKS.
      *    CERTIFICATION WORKSHEET -- RUN AFTER EACH MORNING'S BOARD,
      *    BEFORE ANSWERS ARE SUBMITTED.  READS THE LATEST RUN IN THE
      *    KEYED ANSWERS ARCHIVE (DD/ENV AOCANSWR) AND THE
      *    CERTIFICATION LEDGER (DD/ENV AOCCERTL, SEE AOCCERT) AND
      *    LISTS EVERY DAY/PART ANSWER OF THAT RUN THAT STILL NEEDS A
      *    CERTIFY:
      *        UNCERTIFIED -- THE LABEL HAS NO ROW ON THE LEDGER
      *        DIFFERS     -- THE LEDGER ROW CARRIES ANOTHER VALUE
      *    ANSWERS ALREADY CERTIFIED AT THEIR CURRENT VALUE ARE ONLY
      *    COUNTED.  EACH LISTED ANSWER CARRIES THE THREE THINGS THE
      *    ANALYST WEIGHS BEFORE SUBMITTING IT:
      *        DRIFT  -- THE VALUE AGAINST THE SAME LABEL/PROGRAM IN
      *                  THE RUN BEFORE (SAME, CHANGED, NEW), AS
      *                  AOCDRIFT JUDGES IT
      *        INPUT  -- WHETHER THE PROGRAM'S INPUT FINGERPRINT
      *                  CHANGED BETWEEN ITS LAST TWO JOURNALED
      *                  STOPS (DD/ENV AOCRUNJL, COLUMNS 83-94)
      *        RC     -- THE RC THE ANSWER WAS LOGGED WITH; +0004 IS
      *                  FLAGGED AS A WARNING
      *    THE WORKSHEET GOES TO DD/ENV AOCCWKR.  ALONGSIDE IT A
      *    DRAFT TRANSACTION FILE (DD/ENV AOCCWKT) IS WRITTEN IN
      *    AOCCERT'S AOCCERTT LAYOUT -- ONE CERTIFY PER LISTED
      *    ANSWER, EACH PRECEDED BY A "*" LINE CARRYING ITS
      *    STATUSES (AOCCERT SKIPS "*" LINES).  THE ANALYST DELETES
      *    WHAT IS NOT BEING SUBMITTED AND FEEDS THE REST TO AOCCERT
      *    AS AOCCERTT, SO NO VALUE IS KEYED BY HAND.
      *    AN ANSWER IS HELD -- LISTED, BUT LEFT OUT OF THE DRAFT AS
      *    A "*" LINE ONLY -- WHEN ITS VALUE IS WIDER THAN THE
      *    LEDGER'S 18-COLUMN VALUE FIELD, WHEN IT WAS LOGGED WITH
      *    RC 8 OR WORSE, OR WHEN AN EARLIER ANSWER OF THE SAME RUN
      *    ALREADY DRAFTED ITS LABEL FOR THE SAME ACCOUNT (THE LEDGER
      *    IS KEYED ON LABEL AND ACCOUNT).
      *    EVERY ANSWER IS JUDGED WITHIN ITS ACCOUNT -- THE ANALYST
      *    WHOSE PUZZLE INPUT PRODUCED IT, AS ANSWRLOG STAMPS IT: ITS
      *    LEDGER ROW, PRIOR-RUN VALUE AND INPUT FINGERPRINT ARE ALL
      *    THE SAME ACCOUNT'S, AND ITS DRAFT CERTIFY CARRIES THE
      *    ACCOUNT IN COLUMNS 59-66 SO AOCCERT FILES IT UNDER THAT
      *    ANALYST.
      *    PARM KEYWORDS (PARSED BY PARMPARS, ALL OPTIONAL):
      *        WHO=XXXXXXXX      -- CERTIFYING USER STAMPED IN
      *                             COLUMNS 50-57 OF EVERY DRAFT
      *                             CERTIFY; LEFT BLANK WITHOUT IT
      *    RC=0 WHEN EVERY LISTED ANSWER WAS DRAFTED (OR NOTHING
      *    NEEDED CERTIFYING), RC=4 WHEN ANY WAS HELD, RC=8 ON A BAD
      *    PARM OR WHEN THE ARCHIVE OR AN OUTPUT CANNOT BE OPENED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE ANSWERS ARCHIVE IS A VSAM KSDS (SEE ANSWRLOG AND
      *    JCL/AOCDEFV.JCL); SEQUENTIAL ACCESS READS IT IN KEY
      *    ORDER, WHICH IS RUN DATE/RUN ID ORDER.
           SELECT ANSWERS-FILE
              ASSIGN TO AOCANSWR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ANS-REC-KEY
              FILE STATUS IS ANS-FILE-STATUS.
      *    RUN JOURNAL, READ FOR THE INPUT FINGERPRINTS RUNLOG
      *    STAMPS.  OPTIONAL; ABSENT MEANS INPUT UNKNOWN THROUGHOUT.
           SELECT JOURNAL-FILE
              ASSIGN TO AOCRUNJL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JRN-FILE-STATUS.
      *    CERTIFICATION LEDGER.  OPTIONAL; ABSENT MEANS EVERY
      *    ANSWER OF THE RUN IS UNCERTIFIED.
           SELECT LEDGER-FILE
              ASSIGN TO AOCCERTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LDG-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCCWKR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT DRAFT-FILE
              ASSIGN TO AOCCWKT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DFT-FILE-STATUS.

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
           05  FILLER              PIC X(18).
           05  JRN-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  JRN-EVENT           PIC X(05).
           05  FILLER              PIC X(50).
           05  JRN-FPRINT          PIC X(12).
           05  FILLER              PIC X(31).
           05  JRN-ACCOUNT         PIC X(08).

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
       01  REPORT-RECORD           PIC X(132).

      *    AOCCERT'S TRANSACTION LAYOUT (AOCCERTT).
       FD  DRAFT-FILE.
       01  DRAFT-RECORD.
           05  DFT-VERB            PIC X(08).
           05  FILLER              PIC X.
           05  DFT-LABEL           PIC X(20).
           05  FILLER              PIC X.
           05  DFT-VALUE           PIC X(18).
           05  FILLER              PIC X.
           05  DFT-WHO             PIC X(08).
           05  FILLER              PIC X.
           05  DFT-ACCOUNT         PIC X(08).
           05  FILLER              PIC X(14).

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
           05  LDG-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 LDG-FILE-OK                 VALUE "00".
           05  SW-LDG-EOF          PIC  X     VALUE "N".
               88 LDG-EOF                     VALUE "Y".
           05  SW-LDG-READ         PIC  X     VALUE "N".
               88 LDG-WAS-READ                VALUE "Y".
           05  RPT-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                 VALUE "00".
           05  DFT-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 DFT-FILE-OK                 VALUE "00".

      *    PARM RESULT AREA AND LOOKUP FIELDS IN THE PARMPARS/
      *    PARMGETK LINKAGE SHAPES.
       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER          PIC X(12) VALUE "WHO".
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
           05  CERT-WHO            PIC X(08) VALUE SPACES.

      *    LAST TWO JOURNALED INPUT FINGERPRINTS PER PROGRAM AND
      *    ACCOUNT, IN FILE ORDER (STOP RECORDS ONLY) -- THE SAME
      *    LAST-TWO-RUNS ASSUMPTION AOCDRIFT'S INPUT VERDICT RESTS ON.
       01  FINGERPRINT-CONTROLS.
           05  FPG-MAX             PIC S9(4) COMP-5 VALUE +256.
           05  FPG-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  FPG-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  FPG-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  INPUT-VERDICT       PIC  X(15) VALUE SPACES.
       01  FINGERPRINT-TABLE.
           05  FPG-ENTRY OCCURS 256 TIMES.
               10  FPG-NAME        PIC  X(08).
               10  FPG-ACCOUNT     PIC  X(08).
               10  FPG-PREV        PIC  X(12).
               10  FPG-LAST        PIC  X(12).
               10  FPG-SEEN        PIC S9(4) COMP-5.

      *    DISTINCT RUN KEYS IN ORDER OF FIRST APPEARANCE -- THE LAST
      *    IS THE RUN BEING CERTIFIED, THE ONE BEFORE IT THE RUN ITS
      *    DRIFT IS JUDGED AGAINST.
       01  RUN-KEY-CONTROLS.
           05  RUN-MAX             PIC S9(4) COMP-5 VALUE +256.
           05  RUN-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  RUN-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  RUN-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  THIS-RUN-KEY        PIC  X(17) VALUE SPACES.
           05  CUR-RUN-KEY         PIC  X(17) VALUE SPACES.
           05  PRV-RUN-KEY         PIC  X(17) VALUE SPACES.
       01  RUN-KEY-TABLE.
           05  RUN-KEY-ENTRY OCCURS 256 TIMES.
               10  RUN-KEY         PIC  X(17).

      *    ONE ROW PER ANSWER IN THE LATEST RUN AND THE RUN BEFORE.
       01  ANSWER-SET-CONTROLS.
           05  SET-MAX             PIC S9(4) COMP-5 VALUE +512.
           05  CUR-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  PRV-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  SET-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  SET-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  DUP-FOUND           PIC S9(4) COMP-5 VALUE +0.
       01  CURRENT-ANSWER-TABLE.
           05  CUR-ENTRY OCCURS 512 TIMES.
               10  CUR-LABEL       PIC  X(20).
               10  CUR-PROGRAM     PIC  X(08).
               10  CUR-ACCOUNT     PIC  X(08).
               10  CUR-RC-TEXT     PIC  X(05).
               10  CUR-VALUE       PIC S9(31) COMP-3.
               10  CUR-DRAFTED     PIC  X(01).
                   88 CUR-WAS-DRAFTED        VALUE "Y".
       01  PRIOR-ANSWER-TABLE.
           05  PRV-ENTRY OCCURS 512 TIMES.
               10  PRV-LABEL       PIC  X(20).
               10  PRV-PROGRAM     PIC  X(08).
               10  PRV-ACCOUNT     PIC  X(08).
               10  PRV-VALUE       PIC S9(31) COMP-3.

       01  LEDGER-CONTROLS.
           05  LED-MAX             PIC S9(4) COMP-5 VALUE +256.
           05  LED-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  LED-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  LED-FOUND           PIC S9(4) COMP-5 VALUE +0.
       01  LEDGER-TABLE.
           05  LED-ENTRY OCCURS 256 TIMES.
               10  LED-LABEL       PIC  X(20).
               10  LED-ACCOUNT     PIC  X(08).
               10  LED-VALUE       PIC S9(31) COMP-3.
               10  LED-WHO         PIC  X(08).
               10  LED-DATE        PIC  X(08).

      *    THE VERDICTS AND EDITED VALUES FOR THE ANSWER IN HAND.
       01  WORKSHEET-CONTROLS.
           05  CERT-STATUS         PIC  X(11) VALUE SPACES.
           05  DRIFT-VERDICT       PIC  X(13) VALUE SPACES.
           05  RC-VERDICT          PIC  X(16) VALUE SPACES.
           05  HOLD-REASON         PIC  X(40) VALUE SPACES.
           05  ANS-RC-NUM          PIC S9(4) COMP-5 VALUE +0.
           05  CUR-EDIT            PIC  -(31)9.
           05  PRV-EDIT            PIC  -(31)9.
           05  CERT-EDIT           PIC  -(31)9.
           05  VALUE-TEXT          PIC  X(32) VALUE SPACES.
           05  VAL-START           PIC S9(4) COMP-5 VALUE +0.
           05  VAL-LEN             PIC S9(4) COMP-5 VALUE +0.
           05  COUNT-EDIT          PIC  ZZZ9.

       01  REPORT-CONTROLS.
           05  UNCERT-COUNT        PIC  9(04) VALUE ZEROES.
           05  DIFFERS-COUNT       PIC  9(04) VALUE ZEROES.
           05  CERTOK-COUNT        PIC  9(04) VALUE ZEROES.
           05  DRAFTED-COUNT       PIC  9(04) VALUE ZEROES.
           05  HELD-COUNT          PIC  9(04) VALUE ZEROES.
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN            PIC S9(4) COMP-5.
           05  PARM-TEXT           PIC  X(40).

       PROCEDURE DIVISION USING PARM-AREA.
           PERFORM 000-PARSE-PARM
           IF WORST-RC < 8
               PERFORM 060-OPEN-OUTPUTS
           END-IF
           IF WORST-RC < 8
               PERFORM 100-SCAN-RUN-KEYS
           END-IF
           IF WORST-RC < 8
               IF RUN-COUNT < 1
                   MOVE "NO RUNS ON THE ANSWERS ARCHIVE -- NOTHING"
                     & " TO CERTIFY" TO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE
                   MOVE RUN-KEY (RUN-COUNT)     TO CUR-RUN-KEY
                   IF RUN-COUNT > 1
                       SUBTRACT 1 FROM RUN-COUNT GIVING RUN-NDX
                       MOVE RUN-KEY (RUN-NDX)   TO PRV-RUN-KEY
                   END-IF
                   PERFORM 120-LOAD-FINGERPRINTS
                   PERFORM 160-LOAD-LEDGER
                   PERFORM 200-LOAD-TWO-RUNS
                   PERFORM 300-BUILD-WORKSHEET
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
               DISPLAY "AOCCWKS: PARM IS NOT KEYWORD FORM --"
                   " EXPECTED WHO="
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "WHO" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT (1 : 8) TO CERT-WHO
           END-IF.

       050-GET-ONE-KEYWORD.
           CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
               PG-VAL-TEXT, PG-VAL-NUM.

       060-OPEN-OUTPUTS.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCCWKR WORKSHEET OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DRAFT-FILE
           IF NOT DFT-FILE-OK
               DISPLAY "AOCCWKT DRAFT TRANSACTION OPEN FAILED,"
                   " STATUS=" DFT-FILE-STATUS
               CLOSE REPORT-FILE
               MOVE "99" TO RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "CERTIFICATION WORKSHEET" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD.

       100-SCAN-RUN-KEYS.
           OPEN INPUT ANSWERS-FILE
           IF NOT ANS-FILE-OK
               DISPLAY "AOCANSWR ANSWERS ARCHIVE OPEN FAILED,"
                   " STATUS=" ANS-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ANS-EOF
               READ ANSWERS-FILE
                   AT END SET ANS-EOF TO TRUE
                   NOT AT END PERFORM 150-NOTE-RUN-KEY
               END-READ
           END-PERFORM
           CLOSE ANSWERS-FILE.

       150-NOTE-RUN-KEY.
           IF ANSWERS-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO THIS-RUN-KEY
           STRING ANS-REC-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ANS-REC-RUN-ID DELIMITED BY SIZE
               INTO THIS-RUN-KEY
           END-STRING
           MOVE +0 TO RUN-FOUND
           PERFORM VARYING RUN-NDX FROM 1 BY 1
               UNTIL RUN-NDX > RUN-COUNT OR RUN-FOUND > 0
               IF RUN-KEY (RUN-NDX) = THIS-RUN-KEY
                   MOVE RUN-NDX TO RUN-FOUND
               END-IF
           END-PERFORM
           IF RUN-FOUND = 0
               IF RUN-COUNT >= RUN-MAX
                   DISPLAY "MORE DISTINCT RUNS THAN THE RUN TABLE"
                       " HOLDS, LIMIT=" RUN-MAX
                   MOVE +8 TO WORST-RC
               ELSE
                   ADD +1 TO RUN-COUNT
                   MOVE THIS-RUN-KEY TO RUN-KEY (RUN-COUNT)
               END-IF
           END-IF.

       120-LOAD-FINGERPRINTS.
           OPEN INPUT JOURNAL-FILE
           IF NOT JRN-FILE-OK
               DISPLAY "AOCRUNJL OPEN FAILED, STATUS="
                   JRN-FILE-STATUS " -- INPUT VERDICTS UNKNOWN"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JRN-EOF
               READ JOURNAL-FILE
                   AT END SET JRN-EOF TO TRUE
                   NOT AT END PERFORM 130-NOTE-ONE-STOP
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       130-NOTE-ONE-STOP.
           IF JRN-EVENT NOT = "STOP" OR JRN-PROGRAM = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO FPG-FOUND
           PERFORM VARYING FPG-NDX FROM 1 BY 1
               UNTIL FPG-NDX > FPG-COUNT OR FPG-FOUND > 0
               IF FPG-NAME (FPG-NDX) = JRN-PROGRAM
                  AND FPG-ACCOUNT (FPG-NDX) = JRN-ACCOUNT
                   MOVE FPG-NDX TO FPG-FOUND
               END-IF
           END-PERFORM
           IF FPG-FOUND = 0
               IF FPG-COUNT >= FPG-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD +1 TO FPG-COUNT
               MOVE FPG-COUNT TO FPG-FOUND
               MOVE JRN-PROGRAM TO FPG-NAME (FPG-FOUND)
               MOVE JRN-ACCOUNT TO FPG-ACCOUNT (FPG-FOUND)
               MOVE SPACES TO FPG-PREV (FPG-FOUND)
                              FPG-LAST (FPG-FOUND)
               MOVE +0 TO FPG-SEEN (FPG-FOUND)
           END-IF
           MOVE FPG-LAST (FPG-FOUND) TO FPG-PREV (FPG-FOUND)
           MOVE JRN-FPRINT           TO FPG-LAST (FPG-FOUND)
           ADD +1 TO FPG-SEEN (FPG-FOUND).

      *    THE VERDICT FOR ONE PROGRAM'S LAST TWO RUNS: CHANGED,
      *    UNCHANGED, OR UNKNOWN WHEN EITHER RUN CARRIES NO
      *    REGISTERED FINGERPRINT.
       140-JUDGE-INPUT-DRIFT.
           MOVE "INPUT UNKNOWN" TO INPUT-VERDICT
           MOVE +0 TO FPG-FOUND
           PERFORM VARYING FPG-NDX FROM 1 BY 1
               UNTIL FPG-NDX > FPG-COUNT OR FPG-FOUND > 0
               IF FPG-NAME (FPG-NDX) = CUR-PROGRAM (SET-NDX)
                  AND FPG-ACCOUNT (FPG-NDX) = CUR-ACCOUNT (SET-NDX)
                   MOVE FPG-NDX TO FPG-FOUND
               END-IF
           END-PERFORM
           IF FPG-FOUND > 0 AND FPG-SEEN (FPG-FOUND) >= 2
              AND FPG-PREV (FPG-FOUND) NOT = SPACES
              AND FPG-PREV (FPG-FOUND) NOT = ZEROES
              AND FPG-LAST (FPG-FOUND) NOT = SPACES
              AND FPG-LAST (FPG-FOUND) NOT = ZEROES
               IF FPG-PREV (FPG-FOUND) = FPG-LAST (FPG-FOUND)
                   MOVE "INPUT UNCHANGED" TO INPUT-VERDICT
               ELSE
                   MOVE "INPUT CHANGED" TO INPUT-VERDICT
               END-IF
           END-IF.

       160-LOAD-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF NOT LDG-FILE-OK
               DISPLAY "AOCCERTL ABSENT (STATUS " LDG-FILE-STATUS
                   ") -- EVERY ANSWER IS UNCERTIFIED"
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
                           MOVE LDG-LABEL
                             TO LED-LABEL (LED-COUNT)
                           MOVE LDG-ACCOUNT
                             TO LED-ACCOUNT (LED-COUNT)
                           COMPUTE LED-VALUE (LED-COUNT) =
                               FUNCTION NUMVAL (LDG-VALUE)
                           MOVE LDG-WHO  TO LED-WHO  (LED-COUNT)
                           MOVE LDG-DATE TO LED-DATE (LED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       200-LOAD-TWO-RUNS.
           MOVE "N" TO SW-ANS-EOF
           OPEN INPUT ANSWERS-FILE
           PERFORM UNTIL ANS-EOF
               READ ANSWERS-FILE
                   AT END SET ANS-EOF TO TRUE
                   NOT AT END PERFORM 250-LOAD-ONE-ANSWER
               END-READ
           END-PERFORM
           CLOSE ANSWERS-FILE.

       250-LOAD-ONE-ANSWER.
           IF ANSWERS-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO THIS-RUN-KEY
           STRING ANS-REC-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ANS-REC-RUN-ID DELIMITED BY SIZE
               INTO THIS-RUN-KEY
           END-STRING
           EVALUATE TRUE
               WHEN THIS-RUN-KEY = CUR-RUN-KEY
                   IF CUR-COUNT >= SET-MAX
                       DISPLAY "LATEST RUN HAS MORE ANSWERS THAN"
                           " THE TABLE HOLDS, LIMIT=" SET-MAX
                       MOVE +8 TO WORST-RC
                   ELSE
                       ADD +1 TO CUR-COUNT
                       MOVE ANS-REC-LABEL   TO CUR-LABEL (CUR-COUNT)
                       MOVE ANS-REC-PROGRAM TO CUR-PROGRAM
                           (CUR-COUNT)
                       MOVE ANS-REC-ACCOUNT TO CUR-ACCOUNT
                           (CUR-COUNT)
                       MOVE ANS-REC-RC      TO CUR-RC-TEXT
                           (CUR-COUNT)
                       COMPUTE CUR-VALUE (CUR-COUNT) =
                           FUNCTION NUMVAL (ANS-REC-VALUE)
                       MOVE "N" TO CUR-DRAFTED (CUR-COUNT)
                   END-IF
               WHEN PRV-RUN-KEY NOT = SPACES AND
                    THIS-RUN-KEY = PRV-RUN-KEY
                   IF PRV-COUNT >= SET-MAX
                       DISPLAY "PRIOR RUN HAS MORE ANSWERS THAN"
                           " THE TABLE HOLDS, LIMIT=" SET-MAX
                       MOVE +8 TO WORST-RC
                   ELSE
                       ADD +1 TO PRV-COUNT
                       MOVE ANS-REC-LABEL   TO PRV-LABEL (PRV-COUNT)
                       MOVE ANS-REC-PROGRAM TO PRV-PROGRAM
                           (PRV-COUNT)
                       MOVE ANS-REC-ACCOUNT TO PRV-ACCOUNT
                           (PRV-COUNT)
                       COMPUTE PRV-VALUE (PRV-COUNT) =
                           FUNCTION NUMVAL (ANS-REC-VALUE)
                   END-IF
           END-EVALUATE.

       300-BUILD-WORKSHEET.
           MOVE SPACES TO REPORT-RECORD
           MOVE CUR-COUNT TO COUNT-EDIT
           STRING "  LATEST RUN " CUR-RUN-KEY
               " (" COUNT-EDIT " ANSWERS)"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF PRV-RUN-KEY = SPACES
               MOVE "  PRIOR  RUN (NONE -- DRIFT NOT JUDGED)"
                 TO REPORT-RECORD
           ELSE
               MOVE PRV-COUNT TO COUNT-EDIT
               STRING "  PRIOR  RUN " PRV-RUN-KEY
                   " (" COUNT-EDIT " ANSWERS)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           IF NOT LDG-WAS-READ
               MOVE "  LEDGER     (NOT READ -- EVERY ANSWER LISTED)"
                 TO REPORT-RECORD
           ELSE
               MOVE SPACES TO REPORT-RECORD
               MOVE LED-COUNT TO COUNT-EDIT
               STRING "  LEDGER     " COUNT-EDIT " CERTIFIED LABELS"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD
      *    THE DRAFT OPENS WITH ITS OWN PROVENANCE AND INSTRUCTIONS,
      *    ALL AS "*" LINES AOCCERT PASSES OVER.
           MOVE SPACES TO DRAFT-RECORD
           STRING "* DRAFT AOCCERT TRANSACTIONS FROM RUN "
               CUR-RUN-KEY
               DELIMITED BY SIZE INTO DRAFT-RECORD
           WRITE DRAFT-RECORD
           MOVE "* DELETE EVERY CERTIFY NOT BEING SUBMITTED, THEN"
             & " APPLY WITH AOCCERT" TO DRAFT-RECORD
           WRITE DRAFT-RECORD
           IF CERT-WHO = SPACES
               MOVE "* NO WHO= PARM -- COLUMNS 50-57 (CERTIFYING"
                 & " USER) ARE BLANK" TO DRAFT-RECORD
               WRITE DRAFT-RECORD
           END-IF
           PERFORM VARYING SET-NDX FROM 1 BY 1
               UNTIL SET-NDX > CUR-COUNT
               PERFORM 350-WORKSHEET-ONE-ANSWER
           END-PERFORM.

       350-WORKSHEET-ONE-ANSWER.
           PERFORM 360-FIND-CERTIFIED-VALUE
           IF LED-FOUND > 0
               IF CUR-VALUE (SET-NDX) = LED-VALUE (LED-FOUND)
                   ADD 1 TO CERTOK-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE "DIFFERS" TO CERT-STATUS
               ADD 1 TO DIFFERS-COUNT
           ELSE
               MOVE "UNCERTIFIED" TO CERT-STATUS
               ADD 1 TO UNCERT-COUNT
           END-IF
           PERFORM 370-JUDGE-RUN-DRIFT
           PERFORM 140-JUDGE-INPUT-DRIFT
           MOVE SPACES TO RC-VERDICT
           STRING "RC=" CUR-RC-TEXT (SET-NDX)
               DELIMITED BY SIZE INTO RC-VERDICT
           IF CUR-RC-TEXT (SET-NDX) = "+0004"
               MOVE "RC=+0004 WARNING" TO RC-VERDICT
           END-IF
           PERFORM 380-JUDGE-HOLD
           MOVE CUR-VALUE (SET-NDX) TO CUR-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING CERT-STATUS " " CUR-LABEL (SET-NDX) " "
               CUR-ACCOUNT (SET-NDX) " "
               CUR-PROGRAM (SET-NDX) " NOW=" CUR-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           IF LED-FOUND > 0
               MOVE LED-VALUE (LED-FOUND) TO CERT-EDIT
               STRING " CERTIFIED=" CERT-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD (89 : 44)
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "            " DRIFT-VERDICT " " INPUT-VERDICT
               " " RC-VERDICT
               DELIMITED BY SIZE INTO REPORT-RECORD
           IF DRIFT-VERDICT = "DRIFT CHANGED"
               MOVE PRV-VALUE (SET-FOUND) TO PRV-EDIT
               STRING " WAS=" PRV-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD (62 : 37)
           END-IF
           WRITE REPORT-RECORD
           IF LED-FOUND > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "            CERTIFIED BY " LED-WHO (LED-FOUND)
                   " ON " LED-DATE (LED-FOUND)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
      *    THE STATUS LINE GOES INTO THE DRAFT EITHER WAY, SO A HELD
      *    ANSWER STILL SHOWS UP WHERE THE ANALYST IS LOOKING.
           MOVE SPACES TO DRAFT-RECORD
           STRING "* " CERT-STATUS " " DRIFT-VERDICT " "
               INPUT-VERDICT " " RC-VERDICT
               DELIMITED BY SIZE INTO DRAFT-RECORD
           WRITE DRAFT-RECORD
           IF HOLD-REASON NOT = SPACES
               ADD 1 TO HELD-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "            ** HELD -- " HOLD-REASON
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO DRAFT-RECORD
               STRING "* HELD " CUR-LABEL (SET-NDX) " "
                   CUR-ACCOUNT (SET-NDX) " -- "
                   HOLD-REASON
                   DELIMITED BY SIZE INTO DRAFT-RECORD
               WRITE DRAFT-RECORD
               IF WORST-RC < 4
                   MOVE +4 TO WORST-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DRAFT-RECORD
           MOVE "CERTIFY"            TO DFT-VERB
           MOVE CUR-LABEL (SET-NDX)  TO DFT-LABEL
           MOVE VALUE-TEXT (VAL-START : VAL-LEN) TO DFT-VALUE
           MOVE CERT-WHO             TO DFT-WHO
           MOVE CUR-ACCOUNT (SET-NDX) TO DFT-ACCOUNT
           WRITE DRAFT-RECORD
           SET CUR-WAS-DRAFTED (SET-NDX) TO TRUE
           ADD 1 TO DRAFTED-COUNT.

       360-FIND-CERTIFIED-VALUE.
           MOVE +0 TO LED-FOUND
           PERFORM VARYING LED-NDX FROM 1 BY 1
               UNTIL LED-NDX > LED-COUNT OR LED-FOUND > 0
               IF LED-LABEL (LED-NDX) = CUR-LABEL (SET-NDX)
                  AND LED-ACCOUNT (LED-NDX) = CUR-ACCOUNT (SET-NDX)
                   MOVE LED-NDX TO LED-FOUND
               END-IF
           END-PERFORM.

      *    RUN-TO-RUN DRIFT, MATCHED ON LABEL, PRODUCING PROGRAM-ID
      *    AND ACCOUNT THE WAY AOCDRIFT MATCHES IT.
       370-JUDGE-RUN-DRIFT.
           MOVE +0 TO SET-FOUND
           IF PRV-RUN-KEY = SPACES
               MOVE "NO PRIOR RUN" TO DRIFT-VERDICT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RUN-NDX FROM 1 BY 1
               UNTIL RUN-NDX > PRV-COUNT OR SET-FOUND > 0
               IF PRV-LABEL (RUN-NDX) = CUR-LABEL (SET-NDX) AND
                  PRV-PROGRAM (RUN-NDX) = CUR-PROGRAM (SET-NDX) AND
                  PRV-ACCOUNT (RUN-NDX) = CUR-ACCOUNT (SET-NDX)
                   MOVE RUN-NDX TO SET-FOUND
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN SET-FOUND = 0
                   MOVE "DRIFT NEW" TO DRIFT-VERDICT
               WHEN CUR-VALUE (SET-NDX) = PRV-VALUE (SET-FOUND)
                   MOVE "DRIFT SAME" TO DRIFT-VERDICT
               WHEN OTHER
                   MOVE "DRIFT CHANGED" TO DRIFT-VERDICT
           END-EVALUATE.

      *    WHETHER THE ANSWER CAN GO INTO THE DRAFT AS A CERTIFY,
      *    AND IF SO THE VALUE TEXT IT CARRIES -- THE EDITED VALUE
      *    WITHOUT ITS LEADING BLANKS, AS THE LEDGER IS KEYED.
       380-JUDGE-HOLD.
           MOVE SPACES TO HOLD-REASON
           MOVE CUR-VALUE (SET-NDX) TO CUR-EDIT
           MOVE CUR-EDIT TO VALUE-TEXT
           PERFORM VARYING VAL-START FROM 1 BY 1
               UNTIL VAL-START >= 32
                  OR VALUE-TEXT (VAL-START : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           COMPUTE VAL-LEN = 33 - VAL-START
           COMPUTE ANS-RC-NUM =
               FUNCTION NUMVAL (CUR-RC-TEXT (SET-NDX))
           MOVE +0 TO DUP-FOUND
           PERFORM VARYING RUN-NDX FROM 1 BY 1
               UNTIL RUN-NDX >= SET-NDX OR DUP-FOUND > 0
               IF CUR-LABEL (RUN-NDX) = CUR-LABEL (SET-NDX) AND
                  CUR-ACCOUNT (RUN-NDX) = CUR-ACCOUNT (SET-NDX) AND
                  CUR-WAS-DRAFTED (RUN-NDX)
                   MOVE RUN-NDX TO DUP-FOUND
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN VAL-LEN > 18
                   MOVE "VALUE WIDER THAN THE LEDGER'S 18 COLUMNS"
                     TO HOLD-REASON
               WHEN ANS-RC-NUM >= 8
                   MOVE "ANSWER WAS LOGGED WITH RC 8 OR WORSE"
                     TO HOLD-REASON
               WHEN DUP-FOUND > 0
                   MOVE "LABEL ALREADY DRAFTED BY AN EARLIER ROW"
                     TO HOLD-REASON
           END-EVALUATE.

       900-WRAP-UP.
           IF NOT RPT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "UNCERTIFIED=" UNCERT-COUNT
               " DIFFERS=" DIFFERS-COUNT
               " ALREADY CERTIFIED=" CERTOK-COUNT
               " DRAFTED=" DRAFTED-COUNT
               " HELD=" HELD-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY "AOCCWKS: " REPORT-RECORD (1 : 78)
           CLOSE REPORT-FILE
           CLOSE DRAFT-FILE.
       END PROGRAM AOCCWKS.
