       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCCHAIN.
      *    SEAL CHAIN VERIFICATION FOR THE ANSWERS ARCHIVE AND THE
      *    CERTIFICATION LEDGER.  ANYONE WITH UPDATE ACCESS TO EITHER
      *    DATASET CAN CHANGE AN ARCHIVED ANSWER OR A CERTIFIED VALUE
      *    WITHOUT GOING THROUGH THE PROGRAMS THAT OWN IT, SO EVERY
      *    RECORD THOSE PROGRAMS WRITE IS SEALED ON AN APPEND-ONLY
      *    SEAL LOG BY SEALPOST (SEE DAY/COMMON/SEALPOST.CBL FOR THE
      *    ENTRY LAYOUT): A HASH OF THE WHOLE RECORD CHAINED TO THE
      *    SEAL BEFORE IT.  THE SEALING WRITERS ARE ANSWRLOG AND
      *    AOCMERGE (NEW ANSWERS), AOCHSKP AND AOCBKOUT (ARCHIVE
      *    MOVES, WHICH ANCHOR A NEW SEGMENT AND RESEAL WHAT IS LEFT)
      *    AND AOCCERT (THE LEDGER, RESEALED AS A NEW SEGMENT ON EVERY
      *    REWRITE).  THIS DRIVER WALKS EACH SEAL LOG AND ITS DATASET
      *    AND REPORTS THE FIRST PLACE THE CHAIN BREAKS, WITH THE KEY
      *    EACH SIDE OF THE BREAK -- THE LAST RECORD THAT STILL
      *    VERIFIES AND THE FIRST THAT DOES NOT:
      *        EVERY ANCHOR MUST NAME THE HASH OF THE ENTRY BEFORE IT
      *            AND RECOMPUTE, SO NO SEGMENT CAN BE SPLICED OUT OF
      *            THE LOG OR INTO IT;
      *        EVERY RECORD SEALED IN THE LATEST SEGMENT MUST STILL BE
      *            ON THE DATASET AND STILL HASH, WITH THE SEAL BEFORE
      *            IT, TO ITS OWN SEAL -- A CHANGED RECORD, OR A SEAL
      *            EDITED TO MATCH ONE, BREAKS THE CHAIN THERE OR AT
      *            THE NEXT RECORD;
      *        EVERY RECORD ON THE DATASET MUST BE SEALED IN THE
      *            LATEST SEGMENT -- A RECORD ADDED BY HAND (OR BY A
      *            JOB RUN WITHOUT THE SEAL LOG ALLOCATED) IS A BREAK;
      *        THE LEDGER IS REWRITTEN WHOLE, SO ITS ROWS MUST ALSO
      *            STAND IN THE ORDER THEY WERE SEALED.
      *    A BREAK IS A SEVERITY-8 ALERT (ALERTLOG, KEY "ANSWERS
      *    CHAIN" OR "CERT CHAIN").  RUNS NIGHTLY AFTER THE DR
      *    REPLICATION, AND AHEAD OF HOUSEKEEPING, BACKOUT AND THE
      *    LEDGER MAINTENANCE JOB, WHICH DO NOT START A NEW SEGMENT
      *    OVER A BROKEN CHAIN -- SEE JCL/AOCCHAIN.JCL.
      *        AOCANSWR -- THE ANSWERS ARCHIVE CLUSTER
      *        AOCANSSL -- ITS SEAL LOG
      *        AOCCERTL -- THE CERTIFICATION LEDGER
      *        AOCCRTSL -- ITS SEAL LOG
      *        AOCCHNRP -- THE REPORT
      *        AOCALERT -- THE ALERT FEED (THROUGH ALERTLOG)
      *    A CHAIN WHOSE DATASET IS NOT ALLOCATED IS SKIPPED.  A
      *    MISSING SEAL LOG IS AN EMPTY ONE: EVERY RECORD ON THE
      *    DATASET IS THEN UNSEALED.
      *    PARM KEYWORDS (PARSED BY PARMPARS):
      *        CHAIN=ANSWERS | CERT -- ONE CHAIN ONLY; DEFAULT BOTH
      *        MODE=VERIFY          -- THE DEFAULT
      *        MODE=RESEAL          -- AFTER A BREAK HAS BEEN
      *                                INVESTIGATED AND THE DATASET
      *                                PUT RIGHT: VERIFY AND REPORT,
      *                                THEN ANCHOR A NEW SEGMENT
      *                                NAMING THE REVIEWER AND SEAL
      *                                THE DATASET AS IT STANDS.
      *                                NEEDS CHAIN= AND USER=
      *        USER=XXXXXXXX        -- THE REVIEWER (RESEAL ONLY)
      *    RC=0 -- EVERY CHAIN CHECKED IS INTACT (OR WAS RESEALED);
      *    RC=4 -- A CHAIN WAS SKIPPED, OR A RESEAL CLOSED A BREAK;
      *    RC=8 -- A CHAIN IS BROKEN, A SEGMENT OVERFLOWED THE TABLE,
      *            THE PARM IS BAD, OR A RESEAL COULD NOT WRITE.
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
           SELECT ANSWERS-SEAL-FILE
              ASSIGN TO AOCANSSL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ASL-FILE-STATUS.
           SELECT LEDGER-FILE
              ASSIGN TO AOCCERTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LDG-FILE-STATUS.
           SELECT CERT-SEAL-FILE
              ASSIGN TO AOCCRTSL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CSL-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCCHNRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANSWERS-FILE.
       01  ANSWERS-RECORD.
           05  ANS-REC-KEY         PIC X(61).
           05  FILLER              PIC X(57).

       FD  ANSWERS-SEAL-FILE.
       01  ANSWERS-SEAL-RECORD     PIC X(98).

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

       FD  CERT-SEAL-FILE.
       01  CERT-SEAL-RECORD        PIC X(98).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  ANS-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 ANS-FILE-OK                 VALUE "00".
           05  SW-ANS-EOF          PIC  X     VALUE "N".
               88 ANS-EOF                     VALUE "Y".
           05  ASL-FILE-STATUS     PIC  X(02) VALUE SPACES.
           05  LDG-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 LDG-FILE-OK                 VALUE "00".
           05  SW-LDG-EOF          PIC  X     VALUE "N".
               88 LDG-EOF                     VALUE "Y".
           05  CSL-FILE-STATUS     PIC  X(02) VALUE SPACES.
           05  SEAL-STATUS         PIC  X(02) VALUE SPACES.
           05  SW-SEAL-EOF         PIC  X     VALUE "N".
               88 SEAL-EOF                    VALUE "Y".
           05  RPT-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                 VALUE "00".

       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER          PIC X(12) VALUE "CHAIN".
               10  FILLER          PIC X(12) VALUE "MODE".
               10  FILLER          PIC X(12) VALUE "USER".
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

       01  RUN-OPTIONS.
           05  RUN-DATE            PIC  9(08) VALUE ZEROES.
           05  OPT-CHAIN           PIC  X(08) VALUE "ALL".
               88 CHAIN-ALL                   VALUE "ALL".
               88 CHAIN-ANSWERS               VALUE "ANSWERS".
               88 CHAIN-CERT                  VALUE "CERT".
           05  OPT-MODE            PIC  X(08) VALUE "VERIFY".
               88 MODE-VERIFY                 VALUE "VERIFY".
               88 MODE-RESEAL                 VALUE "RESEAL".
           05  OPT-USER            PIC  X(08) VALUE SPACES.
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.

      *    THE CHAIN UNDER CHECK.  CUR-CHAIN IS THE SEALPOST CHAIN
      *    LETTER, A OR C.
       01  CHAIN-CONTROLS.
           05  CUR-CHAIN           PIC  X(01) VALUE SPACE.
           05  CUR-NAME            PIC  X(08) VALUE SPACES.
           05  CUR-ALERT-KEY       PIC  X(20) VALUE SPACES.
           05  SW-DATASET-OPEN     PIC  X     VALUE "N".
               88 DATASET-OPEN                VALUE "Y".
           05  SW-CHAIN-BROKEN     PIC  X     VALUE "N".
               88 CHAIN-BROKEN                VALUE "Y".
           05  SW-SEG-OVERFLOW     PIC  X     VALUE "N".
               88 SEG-OVERFLOW                VALUE "Y".
           05  BREAK-WHY           PIC  X(44) VALUE SPACES.
           05  BREAK-GOOD-KEY      PIC  X(61) VALUE SPACES.
           05  BREAK-BAD-KEY       PIC  X(61) VALUE SPACES.
           05  CHAIN-HASH          PIC  X(16) VALUE SPACES.
           05  PREV-KEY            PIC  X(61) VALUE SPACES.
           05  ROW-KEY             PIC  X(61) VALUE SPACES.
           05  LOG-ENTRIES         PIC  9(09) VALUE ZEROES.
           05  ANCHOR-COUNT        PIC  9(06) VALUE ZEROES.
           05  DATASET-COUNT       PIC  9(09) VALUE ZEROES.
           05  RESEAL-COUNT        PIC  9(09) VALUE ZEROES.
           05  LAST-ANCHOR-DATE    PIC  X(08) VALUE SPACES.
           05  LAST-ANCHOR-PGM     PIC  X(08) VALUE SPACES.
           05  LAST-ANCHOR-WHY     PIC  X(44) VALUE SPACES.

      *    ONE SEAL LOG ENTRY -- SEE SEALPOST.
       01  SEAL-ROW.
           05  SR-TYPE             PIC X(01).
           05  FILLER              PIC X.
           05  SR-KEY              PIC X(61).
           05  SR-ANCHOR-VIEW      REDEFINES SR-KEY.
               10  SR-PRIOR        PIC X(16).
               10  FILLER          PIC X.
               10  SR-REASON       PIC X(44).
           05  FILLER              PIC X.
           05  SR-HASH             PIC X(16).
           05  FILLER              PIC X.
           05  SR-DATE             PIC X(08).
           05  FILLER              PIC X.
           05  SR-PROGRAM          PIC X(08).

      *    THE LATEST SEGMENT OF THE LOG, IN SEAL ORDER: EACH SEALED
      *    KEY, ITS HASH, THE HASH OF THE ENTRY BEFORE IT (THE ONE
      *    IT CHAINS FROM) AND WHETHER THE DATASET STILL HOLDS IT.
      *    SAME LIMIT AS THE AOCHSKP ARCHIVE TABLE.
       01  SEGMENT-CONTROLS.
           05  SEG-COUNT           PIC S9(09) COMP-5 VALUE +0.
           05  SEG-LIM             PIC S9(09) COMP-5 VALUE +65536.
           05  SEG-HINT            PIC S9(09) COMP-5 VALUE +0.
           05  SEG-FOUND           PIC S9(09) COMP-5 VALUE +0.
           05  SX                  PIC S9(09) COMP-5 VALUE +0.
       01  SEGMENT-TABLE.
           05  SEG-ENTRY           OCCURS 65536 TIMES.
               10  SEG-KEY         PIC X(61).
               10  SEG-HASH        PIC X(16).
               10  SEG-PRIOR       PIC X(16).

       01  HASH-CALL-AREA.
           05  HC-DATA             PIC X(128) VALUE SPACES.
           05  HC-LEN              PIC S9(4) COMP-5 VALUE +0.
           05  HC-RESULT           PIC X(16) VALUE SPACES.
           05  HC-PRIOR            PIC X(16) VALUE SPACES.

       01  SEAL-CALL-AREA.
           05  SEAL-FUNCTION       PIC X(05) VALUE SPACES.
           05  SEAL-KEY            PIC X(61) VALUE SPACES.
           05  SEAL-DATA           PIC X(128) VALUE SPACES.
           05  SEAL-LEN            PIC S9(4) COMP-5 VALUE +0.
           05  SEAL-PROGRAM        PIC X(08) VALUE "AOCCHAIN".
           05  SEAL-RESULT         PIC X(01) VALUE SPACE.

       01  ALERT-FIELDS.
           05  ALERT-PROGRAM       PIC  X(08) VALUE "AOCCHAIN".
           05  ALERT-SEVERITY      PIC S9(4) COMP-5 VALUE +0.
           05  ALERT-KEY           PIC  X(20) VALUE SPACES.
           05  ALERT-TEXT          PIC  X(80) VALUE SPACES.

       01  REPORT-WORK.
           05  COUNT-EDIT          PIC  Z(8)9.
           05  COUNT-EDIT-2        PIC  Z(8)9.
           05  BROKEN-COUNT        PIC  9(04) VALUE ZEROES.
           05  INTACT-COUNT        PIC  9(04) VALUE ZEROES.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN            PIC S9(4) COMP-5.
           05  PARM-TEXT           PIC  X(60).

       PROCEDURE DIVISION USING PARM-AREA.
           PERFORM 000-HOUSEKEEPING
           IF WORST-RC < 8
               IF CHAIN-ALL OR CHAIN-ANSWERS
                   PERFORM 100-ANSWERS-CHAIN
               END-IF
               IF CHAIN-ALL OR CHAIN-CERT
                   PERFORM 150-CERT-CHAIN
               END-IF
           END-IF
           PERFORM 900-WRAP-UP
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       000-HOUSEKEEPING.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCCHNRP REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           IF ADDRESS OF PARM-AREA NOT = NULL AND PARM-LEN > 0
               PERFORM 010-PARSE-PARM
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "SEAL CHAIN VERIFICATION -- MODE=" OPT-MODE
               " CHAIN=" OPT-CHAIN "  " RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD
           IF MODE-RESEAL AND (CHAIN-ALL OR OPT-USER = SPACES)
               MOVE "MODE=RESEAL NEEDS CHAIN=ANSWERS OR CHAIN=CERT"
                 & " AND USER= -- NOTHING DONE" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE +8 TO WORST-RC
           END-IF.

       010-PARSE-PARM.
           CALL "PARMPARS" USING PARM-LEN, PARM-TEXT,
               PP-VALID-KEYS, PP-RESULT
           IF NOT PP-KEYWORD-MODE
               DISPLAY "AOCCHAIN PARM IS NOT KEYWORD FORM"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "CHAIN" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT TO OPT-CHAIN
           END-IF
           MOVE "MODE" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT TO OPT-MODE
           END-IF
           MOVE "USER" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT TO OPT-USER
           END-IF
           IF NOT CHAIN-ALL AND NOT CHAIN-ANSWERS AND NOT CHAIN-CERT
               DISPLAY "AOCCHAIN CHAIN= MUST BE ANSWERS OR CERT"
               MOVE +8 TO WORST-RC
           END-IF
           IF NOT MODE-VERIFY AND NOT MODE-RESEAL
               DISPLAY "AOCCHAIN MODE= MUST BE VERIFY OR RESEAL"
               MOVE +8 TO WORST-RC
           END-IF.

       050-GET-ONE-KEYWORD.
           CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
               PG-VAL-TEXT, PG-VAL-NUM.

      *    ------------------------------------------------------
      *    THE ANSWERS ARCHIVE
      *    ------------------------------------------------------
       100-ANSWERS-CHAIN.
           MOVE "A" TO CUR-CHAIN
           MOVE "ANSWERS" TO CUR-NAME
           MOVE "ANSWERS CHAIN" TO CUR-ALERT-KEY
           PERFORM 200-START-CHAIN
           OPEN INPUT ANSWERS-FILE
           IF NOT ANS-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               STRING "ANSWERS ARCHIVE NOT ALLOCATED OR UNREADABLE,"
                   " STATUS=" ANS-FILE-STATUS " -- CHAIN NOT CHECKED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               IF WORST-RC < 4
                   MOVE +4 TO WORST-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 210-LOAD-SEAL-LOG
           IF NOT CHAIN-BROKEN AND NOT SEG-OVERFLOW
               PERFORM 300-CHECK-SEALED-ANSWER
                   VARYING SX FROM 1 BY 1
                   UNTIL SX > SEG-COUNT OR CHAIN-BROKEN
           END-IF
           IF NOT CHAIN-BROKEN AND NOT SEG-OVERFLOW
               PERFORM 320-FIND-UNSEALED-ANSWERS
           END-IF
           CLOSE ANSWERS-FILE
           PERFORM 800-REPORT-CHAIN
           IF MODE-RESEAL AND NOT SEG-OVERFLOW
               PERFORM 500-RESEAL-ANSWERS
           END-IF.

      *    ------------------------------------------------------
      *    THE CERTIFICATION LEDGER
      *    ------------------------------------------------------
       150-CERT-CHAIN.
           MOVE "C" TO CUR-CHAIN
           MOVE "CERT" TO CUR-NAME
           MOVE "CERT CHAIN" TO CUR-ALERT-KEY
           PERFORM 200-START-CHAIN
           MOVE "N" TO SW-LDG-EOF
           OPEN INPUT LEDGER-FILE
           IF NOT LDG-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               STRING "CERT LEDGER NOT ALLOCATED OR UNREADABLE,"
                   " STATUS=" LDG-FILE-STATUS " -- CHAIN NOT CHECKED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               IF WORST-RC < 4
                   MOVE +4 TO WORST-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 210-LOAD-SEAL-LOG
           IF NOT CHAIN-BROKEN AND NOT SEG-OVERFLOW
               PERFORM 400-CHECK-LEDGER
           END-IF
           CLOSE LEDGER-FILE
           PERFORM 800-REPORT-CHAIN
           IF MODE-RESEAL AND NOT SEG-OVERFLOW
               PERFORM 550-RESEAL-LEDGER
           END-IF.

       200-START-CHAIN.
           MOVE "N" TO SW-CHAIN-BROKEN SW-SEG-OVERFLOW
           MOVE SPACES TO BREAK-WHY BREAK-GOOD-KEY BREAK-BAD-KEY
               LAST-ANCHOR-DATE LAST-ANCHOR-PGM LAST-ANCHOR-WHY
           MOVE ALL "0" TO CHAIN-HASH
           MOVE "START OF THE SEAL LOG" TO PREV-KEY
           MOVE ZEROES TO LOG-ENTRIES ANCHOR-COUNT DATASET-COUNT
               RESEAL-COUNT
           MOVE +0 TO SEG-COUNT SEG-HINT.

      *    WALK THE WHOLE LOG.  EVERY ANCHOR IS CHECKED AGAINST THE
      *    ENTRY BEFORE IT AND EMPTIES THE SEGMENT TABLE; THE S
      *    ENTRIES AFTER THE LAST ANCHOR ARE WHAT IS LEFT IN IT.
       210-LOAD-SEAL-LOG.
           MOVE "N" TO SW-SEAL-EOF
           IF CUR-CHAIN = "A"
               OPEN INPUT ANSWERS-SEAL-FILE
               MOVE ASL-FILE-STATUS TO SEAL-STATUS
           ELSE
               OPEN INPUT CERT-SEAL-FILE
               MOVE CSL-FILE-STATUS TO SEAL-STATUS
           END-IF
           IF SEAL-STATUS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING CUR-NAME DELIMITED BY SPACE
                   " SEAL LOG ABSENT OR UNREADABLE, STATUS="
                   SEAL-STATUS " -- TREATED AS EMPTY"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SEAL-EOF OR CHAIN-BROKEN OR SEG-OVERFLOW
               IF CUR-CHAIN = "A"
                   READ ANSWERS-SEAL-FILE INTO SEAL-ROW
                       AT END SET SEAL-EOF TO TRUE
                   END-READ
               ELSE
                   READ CERT-SEAL-FILE INTO SEAL-ROW
                       AT END SET SEAL-EOF TO TRUE
                   END-READ
               END-IF
               IF NOT SEAL-EOF AND SEAL-ROW NOT = SPACES
                   ADD 1 TO LOG-ENTRIES
                   PERFORM 220-TAKE-SEAL-ENTRY
               END-IF
           END-PERFORM
           IF CUR-CHAIN = "A"
               CLOSE ANSWERS-SEAL-FILE
           ELSE
               CLOSE CERT-SEAL-FILE
           END-IF.

       220-TAKE-SEAL-ENTRY.
           EVALUATE SR-TYPE
               WHEN "A"
                   ADD 1 TO ANCHOR-COUNT
                   MOVE SPACES TO HC-DATA
                   MOVE SEAL-ROW (1 : 63) TO HC-DATA
                   MOVE +63 TO HC-LEN
                   MOVE CHAIN-HASH TO HC-PRIOR
                   CALL "SEALHASH" USING HC-PRIOR, HC-DATA, HC-LEN,
                       HC-RESULT
                   IF SR-PRIOR NOT = CHAIN-HASH
                      OR HC-RESULT NOT = SR-HASH
                       MOVE "SEGMENT ANCHOR DOES NOT CHAIN" TO BREAK-WHY
                       MOVE PREV-KEY TO BREAK-GOOD-KEY
                       MOVE SPACES TO BREAK-BAD-KEY
                       STRING "ANCHOR " SR-DATE " " SR-PROGRAM " "
                           SR-REASON DELIMITED BY SIZE
                           INTO BREAK-BAD-KEY
                       END-STRING
                       SET CHAIN-BROKEN TO TRUE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE +0 TO SEG-COUNT
                   MOVE SR-DATE TO LAST-ANCHOR-DATE
                   MOVE SR-PROGRAM TO LAST-ANCHOR-PGM
                   MOVE SR-REASON TO LAST-ANCHOR-WHY
                   MOVE SPACES TO PREV-KEY
                   STRING "ANCHOR " SR-DATE " " SR-PROGRAM
                       DELIMITED BY SIZE INTO PREV-KEY
                   END-STRING
                   PERFORM 810-REPORT-ANCHOR
               WHEN "S"
                   IF SEG-COUNT >= SEG-LIM
                       SET SEG-OVERFLOW TO TRUE
                       EXIT PARAGRAPH
                   END-IF
                   ADD +1 TO SEG-COUNT
                   MOVE SR-KEY TO SEG-KEY (SEG-COUNT)
                   MOVE SR-HASH TO SEG-HASH (SEG-COUNT)
                   MOVE CHAIN-HASH TO SEG-PRIOR (SEG-COUNT)
                   MOVE SR-KEY TO PREV-KEY
               WHEN OTHER
                   MOVE "SEAL LOG ENTRY OF UNKNOWN TYPE" TO BREAK-WHY
                   MOVE PREV-KEY TO BREAK-GOOD-KEY
                   MOVE SEAL-ROW (1 : 61) TO BREAK-BAD-KEY
                   SET CHAIN-BROKEN TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SR-HASH TO CHAIN-HASH.

      *    EACH SEALED KEY, IN SEAL ORDER, READ BACK AND REHASHED
      *    FROM THE SEAL BEFORE IT.
       300-CHECK-SEALED-ANSWER.
           MOVE SEG-KEY (SX) TO ANS-REC-KEY
           READ ANSWERS-FILE
               INVALID KEY
                   MOVE "SEALED RECORD NO LONGER ON THE ARCHIVE"
                     TO BREAK-WHY
                   PERFORM 310-BREAK-AT-ENTRY
               NOT INVALID KEY
                   MOVE SPACES TO HC-DATA
                   MOVE ANSWERS-RECORD TO HC-DATA
                   MOVE +118 TO HC-LEN
                   MOVE SEG-PRIOR (SX) TO HC-PRIOR
                   CALL "SEALHASH" USING HC-PRIOR, HC-DATA, HC-LEN,
                       HC-RESULT
                   IF HC-RESULT NOT = SEG-HASH (SX)
                       MOVE "RECORD DOES NOT MATCH ITS SEAL"
                         TO BREAK-WHY
                       PERFORM 310-BREAK-AT-ENTRY
                   END-IF
           END-READ.

       310-BREAK-AT-ENTRY.
           IF SX = 1
               IF LAST-ANCHOR-DATE = SPACES
                   MOVE "START OF THE SEAL LOG" TO BREAK-GOOD-KEY
               ELSE
                   MOVE SPACES TO BREAK-GOOD-KEY
                   STRING "ANCHOR " LAST-ANCHOR-DATE " "
                       LAST-ANCHOR-PGM DELIMITED BY SIZE
                       INTO BREAK-GOOD-KEY
                   END-STRING
               END-IF
           ELSE
               MOVE SEG-KEY (SX - 1) TO BREAK-GOOD-KEY
           END-IF
           MOVE SEG-KEY (SX) TO BREAK-BAD-KEY
           SET CHAIN-BROKEN TO TRUE.

      *    EVERY RECORD ON THE ARCHIVE, IN KEY ORDER, MUST BE IN THE
      *    SEGMENT.  A RESEALED SEGMENT IS IN KEY ORDER ITSELF, SO THE
      *    ENTRY AFTER THE LAST ONE FOUND IS TRIED FIRST.
       320-FIND-UNSEALED-ANSWERS.
           MOVE "START OF THE ARCHIVE" TO ROW-KEY
           MOVE "N" TO SW-ANS-EOF
           MOVE LOW-VALUES TO ANS-REC-KEY
           START ANSWERS-FILE KEY IS NOT LESS THAN ANS-REC-KEY
               INVALID KEY SET ANS-EOF TO TRUE
           END-START
           PERFORM UNTIL ANS-EOF OR CHAIN-BROKEN
               READ ANSWERS-FILE NEXT
                   AT END SET ANS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO DATASET-COUNT
                       PERFORM 330-FIND-IN-SEGMENT
                       IF SEG-FOUND = 0
                           MOVE "RECORD ON THE ARCHIVE WAS NEVER SEALED"
                             TO BREAK-WHY
                           MOVE ROW-KEY TO BREAK-GOOD-KEY
                           MOVE ANS-REC-KEY TO BREAK-BAD-KEY
                           SET CHAIN-BROKEN TO TRUE
                       END-IF
                       MOVE ANS-REC-KEY TO ROW-KEY
               END-READ
           END-PERFORM.

       330-FIND-IN-SEGMENT.
           MOVE +0 TO SEG-FOUND
           ADD +1 TO SEG-HINT
           IF SEG-HINT <= SEG-COUNT
               IF SEG-KEY (SEG-HINT) = ANS-REC-KEY
                   MOVE SEG-HINT TO SEG-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING SX FROM 1 BY 1
               UNTIL SX > SEG-COUNT OR SEG-FOUND > 0
               IF SEG-KEY (SX) = ANS-REC-KEY
                   MOVE SX TO SEG-FOUND
               END-IF
           END-PERFORM
           IF SEG-FOUND > 0
               MOVE SEG-FOUND TO SEG-HINT
           END-IF.

      *    THE LEDGER IS REWRITTEN WHOLE AND RESEALED IN FILE ORDER,
      *    SO ROW N MUST BE SEAL N: SAME KEY, SAME HASH.  BLANK AND
      *    COMMENT ROWS ARE SKIPPED, AS AOCCERT SKIPS THEM.
       400-CHECK-LEDGER.
           MOVE +0 TO SX
           PERFORM UNTIL LDG-EOF OR CHAIN-BROKEN
               READ LEDGER-FILE
                   AT END SET LDG-EOF TO TRUE
                   NOT AT END
                       IF LEDGER-RECORD NOT = SPACES AND
                          LDG-LABEL (1 : 1) NOT = "*"
                           ADD 1 TO DATASET-COUNT
                           ADD +1 TO SX
                           PERFORM 410-CHECK-LEDGER-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF NOT CHAIN-BROKEN AND SX < SEG-COUNT
               ADD +1 TO SX
               MOVE "SEALED ROW NO LONGER ON THE LEDGER" TO BREAK-WHY
               PERFORM 310-BREAK-AT-ENTRY
           END-IF.

       410-CHECK-LEDGER-ROW.
           MOVE SPACES TO ROW-KEY
           STRING LDG-LABEL " " LDG-ACCOUNT
               DELIMITED BY SIZE INTO ROW-KEY
           END-STRING
           IF SX > SEG-COUNT
               MOVE "ROW ON THE LEDGER WAS NEVER SEALED" TO BREAK-WHY
               IF SX = 1
                   MOVE "START OF THE LEDGER" TO BREAK-GOOD-KEY
               ELSE
                   MOVE SEG-KEY (SX - 1) TO BREAK-GOOD-KEY
               END-IF
               MOVE ROW-KEY TO BREAK-BAD-KEY
               SET CHAIN-BROKEN TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HC-DATA
           MOVE LEDGER-RECORD TO HC-DATA
           MOVE +66 TO HC-LEN
           MOVE SEG-PRIOR (SX) TO HC-PRIOR
           CALL "SEALHASH" USING HC-PRIOR, HC-DATA, HC-LEN, HC-RESULT
           IF SEG-KEY (SX) NOT = ROW-KEY
               MOVE "LEDGER ROW OUT OF ITS SEALED PLACE" TO BREAK-WHY
               PERFORM 310-BREAK-AT-ENTRY
               MOVE ROW-KEY TO BREAK-BAD-KEY
           ELSE
               IF HC-RESULT NOT = SEG-HASH (SX)
                   MOVE "ROW DOES NOT MATCH ITS SEAL" TO BREAK-WHY
                   PERFORM 310-BREAK-AT-ENTRY
               END-IF
           END-IF.

      *    ------------------------------------------------------
      *    RESEAL AFTER REVIEW
      *    ------------------------------------------------------
       500-RESEAL-ANSWERS.
           OPEN INPUT ANSWERS-FILE
           IF NOT ANS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 600-OPEN-SEGMENT
           IF SEAL-RESULT NOT = "Y"
               CLOSE ANSWERS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SW-ANS-EOF
           MOVE LOW-VALUES TO ANS-REC-KEY
           START ANSWERS-FILE KEY IS NOT LESS THAN ANS-REC-KEY
               INVALID KEY SET ANS-EOF TO TRUE
           END-START
           PERFORM UNTIL ANS-EOF
               READ ANSWERS-FILE NEXT
                   AT END SET ANS-EOF TO TRUE
                   NOT AT END
                       MOVE "SEAL" TO SEAL-FUNCTION
                       MOVE ANS-REC-KEY TO SEAL-KEY
                       MOVE ANSWERS-RECORD TO SEAL-DATA
                       MOVE +118 TO SEAL-LEN
                       PERFORM 610-CALL-SEALPOST
                       ADD 1 TO RESEAL-COUNT
               END-READ
           END-PERFORM
           CLOSE ANSWERS-FILE
           PERFORM 620-CLOSE-SEGMENT.

       550-RESEAL-LEDGER.
           MOVE "N" TO SW-LDG-EOF
           OPEN INPUT LEDGER-FILE
           IF NOT LDG-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 600-OPEN-SEGMENT
           IF SEAL-RESULT NOT = "Y"
               CLOSE LEDGER-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LDG-EOF
               READ LEDGER-FILE
                   AT END SET LDG-EOF TO TRUE
                   NOT AT END
                       IF LEDGER-RECORD NOT = SPACES AND
                          LDG-LABEL (1 : 1) NOT = "*"
                           MOVE "SEAL" TO SEAL-FUNCTION
                           MOVE SPACES TO SEAL-KEY
                           STRING LDG-LABEL " " LDG-ACCOUNT
                               DELIMITED BY SIZE INTO SEAL-KEY
                           END-STRING
                           MOVE LEDGER-RECORD TO SEAL-DATA
                           MOVE +66 TO SEAL-LEN
                           PERFORM 610-CALL-SEALPOST
                           ADD 1 TO RESEAL-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           PERFORM 620-CLOSE-SEGMENT.

      *    THE ANCHOR NAMES THE REVIEWER; THE BREAK, IF THERE WAS
      *    ONE, IS ALREADY ON THE REPORT ABOVE IT.
       600-OPEN-SEGMENT.
           MOVE "OPEN" TO SEAL-FUNCTION
           PERFORM 610-CALL-SEALPOST
           IF SEAL-RESULT NOT = "Y"
               MOVE SPACES TO REPORT-RECORD
               STRING CUR-NAME DELIMITED BY SPACE
                   " SEAL LOG WILL NOT OPEN FOR OUTPUT -- NOT"
                   " RESEALED" DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "ANCHR" TO SEAL-FUNCTION
           MOVE SPACES TO SEAL-KEY
           IF CHAIN-BROKEN
               STRING "RESEALED AFTER A BREAK, REVIEWED BY " OPT-USER
                   DELIMITED BY SIZE INTO SEAL-KEY
               END-STRING
           ELSE
               STRING "RESEALED INTACT, REQUESTED BY " OPT-USER
                   DELIMITED BY SIZE INTO SEAL-KEY
               END-STRING
           END-IF
           PERFORM 610-CALL-SEALPOST.

       610-CALL-SEALPOST.
           CALL "SEALPOST" USING SEAL-FUNCTION, CUR-CHAIN, SEAL-KEY,
               SEAL-DATA, SEAL-LEN, SEAL-PROGRAM, SEAL-RESULT.

       620-CLOSE-SEGMENT.
           MOVE "CLOSE" TO SEAL-FUNCTION
           PERFORM 610-CALL-SEALPOST
           MOVE RESEAL-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING CUR-NAME DELIMITED BY SPACE
               " CHAIN RESEALED BY " OPT-USER " --" COUNT-EDIT
               " RECORDS IN THE NEW SEGMENT"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO ALERT-TEXT
           STRING CUR-NAME DELIMITED BY SPACE
               " CHAIN RESEALED BY " OPT-USER COUNT-EDIT " RECORDS"
               DELIMITED BY SIZE INTO ALERT-TEXT
           END-STRING
           MOVE +4 TO ALERT-SEVERITY
           PERFORM 850-RAISE-ALERT
           IF CHAIN-BROKEN
               IF WORST-RC < 4
                   MOVE +4 TO WORST-RC
               END-IF
           END-IF.

      *    ------------------------------------------------------
      *    REPORTING
      *    ------------------------------------------------------
       800-REPORT-CHAIN.
           IF SEG-OVERFLOW
               MOVE SEG-LIM TO COUNT-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING CUR-NAME DELIMITED BY SPACE
                   " CHAIN NOT VERIFIED -- THE LATEST SEGMENT HOLDS"
                   " MORE THAN" COUNT-EDIT " SEALS"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           IF CHAIN-BROKEN
               ADD 1 TO BROKEN-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING CUR-NAME DELIMITED BY SPACE
                   " CHAIN BROKEN -- " BREAK-WHY
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "    LAST GOOD  " BREAK-GOOD-KEY
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "    FIRST BAD  " BREAK-BAD-KEY
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               IF MODE-VERIFY
                   MOVE SPACES TO ALERT-TEXT
                   STRING "CHAIN BROKEN AT " BREAK-BAD-KEY
                       DELIMITED BY SIZE INTO ALERT-TEXT
                   END-STRING
                   MOVE +8 TO ALERT-SEVERITY
                   PERFORM 850-RAISE-ALERT
                   MOVE +8 TO WORST-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO INTACT-COUNT
           MOVE DATASET-COUNT TO COUNT-EDIT
           MOVE LOG-ENTRIES TO COUNT-EDIT-2
           MOVE SPACES TO REPORT-RECORD
           STRING CUR-NAME DELIMITED BY SPACE
               " CHAIN INTACT --" COUNT-EDIT " RECORDS, ALL SEALED;"
               COUNT-EDIT-2 " SEAL LOG ENTRIES, " ANCHOR-COUNT
               " ANCHORS"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       810-REPORT-ANCHOR.
           MOVE SPACES TO REPORT-RECORD
           STRING CUR-NAME DELIMITED BY SPACE
               " SEGMENT ANCHORED " SR-DATE " BY " SR-PROGRAM
               ": " SR-REASON
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       850-RAISE-ALERT.
           MOVE CUR-ALERT-KEY TO ALERT-KEY
           CALL "ALERTLOG" USING ALERT-PROGRAM, ALERT-SEVERITY,
               ALERT-KEY, ALERT-TEXT.

       900-WRAP-UP.
           IF RPT-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD (1 : 78)
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING INTACT-COUNT " CHAINS INTACT, " BROKEN-COUNT
                   " BROKEN"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
           END-IF
           DISPLAY "AOCCHAIN: " INTACT-COUNT " INTACT, " BROKEN-COUNT
               " BROKEN RC=" WORST-RC.
       END PROGRAM AOCCHAIN.
