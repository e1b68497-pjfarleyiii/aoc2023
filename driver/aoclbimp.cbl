       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCLBIMP.
      *    PRIVATE LEADERBOARD IMPORT AND STAR RECONCILIATION -- THE
      *    PUZZLE SITE'S PRIVATE LEADERBOARD EXPORT IS THE REAL
      *    RECORD OF WHICH STARS WERE EARNED AND WHEN; THE
      *    CERTIFICATION LEDGER IS ONLY AS GOOD AS WHOEVER KEYED IT.
      *    THIS PROGRAM READS THE DOWNLOADED LEADERBOARD DOCUMENT,
      *    PICKS OUT THE TEAM'S OWN MEMBER, RECORDS THE STAR
      *    COMPLETION TIME OF EVERY DAY/PART, AND RECONCILES THE
      *    STARS AGAINST THE LEDGER.
      *        AOCLBJSN -- THE LEADERBOARD DOCUMENT (JSON) AS
      *                    DOWNLOADED.  RECORDS ARE JOINED END TO
      *                    END BEFORE SCANNING, SO THE DOWNLOAD MAY
      *                    BE ONE LONG LINE, PRETTY-PRINTED, OR
      *                    WRAPPED AT ANY RECORD LENGTH BY THE
      *                    UPLOAD.  THE STARS ARE READ FROM
      *                        MEMBERS.<ID>.COMPLETION_DAY_LEVEL.
      *                            <DAY>.<PART>.GET_STAR_TS
      *                    (SECONDS SINCE 1970-01-01 UTC, AS A
      *                    NUMBER OR A QUOTED NUMBER)
      *        AOCCERTL -- THE CERTIFICATION LEDGER (AOCCERT)
      *        AOCANSWR -- THE ANSWERS ARCHIVE (KSDS), FOR THE FIRST
      *                    BOARD RUN THAT PRODUCED EACH CERTIFIED
      *                    VALUE
      *        AOCSTARS -- THE STAR FILE, REWRITTEN EACH IMPORT
      *                    (THE LEADERBOARD IS CUMULATIVE), ONE
      *                    RECORD PER STAR EARNED:
      *                        COL  1-20  ANSWER LABEL
      *                        COL 22-31  STAR TIME, EPOCH SECONDS
      *                        COL 33-40  STAR DATE (YYYYMMDD)
      *                        COL 42-47  STAR TIME (HHMMSS)
      *                        COL 49-68  MEMBER ID
      *                    DATE AND TIME ARE ON THE RUN CLOCK (SEE
      *                    UTCOFS BELOW)
      *        AOCLBRP  -- THE RECONCILIATION REPORT
      *    EVERY DAY/PART WITH A STAR OR A CERTIFIED VALUE IS
      *    REPORTED AS ONE OF
      *        CREDITED    -- STAR AND CERTIFIED VALUE BOTH ON FILE;
      *                       THE LINE CARRIES THE LAG FROM THE
      *                       FIRST ARCHIVED RUN THAT PRODUCED THE
      *                       CERTIFIED VALUE TO THE STAR
      *        NOT CERTIFIED -- STAR EARNED, NO CERTIFIED ANSWER ON
      *                       THE LEDGER (RC=4)
      *        NOT CREDITED -- CERTIFIED ANSWER THE SITE NEVER
      *                       CREDITED (RC=8)
      *    DAY 25 PART 2 IS THE SITE'S FREE FIFTIETH STAR AND HAS NO
      *    ANSWER -- IT IS REPORTED BUT NEVER A FINDING.  A STAR
      *    TIMED AHEAD OF THE RUN THAT PRODUCED ITS VALUE, OR A SITE
      *    STAR COUNT THAT DISAGREES WITH THE STARS IMPORTED, IS AN
      *    RC=4 WARNING.  LEDGER LABELS OUTSIDE THE SEASON SHAPE ARE
      *    LISTED AND SKIPPED.
      *    PARM KEYWORDS (PARSED BY PARMPARS):
      *        MEMBER=NNNNNNN    -- THE TEAM'S MEMBER ID ON THE
      *                             LEADERBOARD (REQUIRED)
      *        UTCOFS=-N         -- HOURS FROM UTC TO THE CLOCK THE
      *                             BOARD RUNS ON, SO STAR TIMES AND
      *                             RUN KEYS COMPARE (DEFAULT 0)
      *        ACCOUNT=XXXXXXXX  -- THE BOARD ACCOUNT THE MEMBER'S
      *                             ANSWERS RUN UNDER: ONLY LEDGER
      *                             ROWS AND ARCHIVED RUNS STAMPED
      *                             WITH IT ARE RECONCILED (DEFAULT
      *                             BLANK, THE SEASON'S OWN INPUT)
      *    RC=8 ON A BAD PARM, A DOCUMENT THAT IS NOT WELL-FORMED, A
      *    MEMBER NOT ON THE LEADERBOARD, OR AN UNOPENABLE FILE --
      *    IN THOSE CASES THE STAR FILE IS NOT REWRITTEN.
      *    SEE JCL/AOCLBIMP.JCL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOARD-DOC-FILE
              ASSIGN TO AOCLBJSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DOC-FILE-STATUS.
           SELECT LEDGER-FILE
              ASSIGN TO AOCCERTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LDG-FILE-STATUS.
           SELECT ANSWERS-FILE
              ASSIGN TO AOCANSWR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ANS-REC-KEY
              FILE STATUS IS ANS-FILE-STATUS.
           SELECT STAR-FILE
              ASSIGN TO AOCSTARS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STR-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCLBRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOARD-DOC-FILE
           RECORD VARYING 1 TO 32756 DEPENDING ON DOC-LINELEN
           RECORDING MODE V.
       01  BOARD-DOC-RECORD          PIC X(32756).

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

       FD  STAR-FILE.
       01  STAR-RECORD.
           05  STR-LABEL           PIC X(20).
           05  FILLER              PIC X.
           05  STR-EPOCH           PIC 9(10).
           05  FILLER              PIC X.
           05  STR-DATE            PIC 9(08).
           05  FILLER              PIC X.
           05  STR-TIME            PIC 9(06).
           05  FILLER              PIC X.
           05  STR-MEMBER          PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  DOC-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 DOC-FILE-OK                 VALUE "00".
           05  SW-DOC-EOF          PIC  X     VALUE "N".
               88 DOC-EOF                     VALUE "Y".
           05  DOC-LINELEN         PIC  9(8) BINARY.
           05  LDG-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 LDG-FILE-OK                 VALUE "00".
           05  SW-LDG-EOF          PIC  X     VALUE "N".
               88 LDG-EOF                     VALUE "Y".
           05  ANS-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 ANS-FILE-OK                 VALUE "00".
           05  SW-ANS-EOF          PIC  X     VALUE "N".
               88 ANS-EOF                     VALUE "Y".
           05  STR-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 STR-FILE-OK                 VALUE "00".
           05  RPT-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                 VALUE "00".

      *    PARM RESULT AREA AND LOOKUP FIELDS IN THE PARMPARS/
      *    PARMGETK LINKAGE SHAPES.
       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER          PIC X(12) VALUE "MEMBER".
               10  FILLER          PIC X(12) VALUE "UTCOFS".
               10  FILLER          PIC X(12) VALUE "ACCOUNT".
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
           05  MEMBER-ID           PIC X(20) VALUE SPACES.
           05  MEMBER-ACCOUNT      PIC X(08) VALUE SPACES.
           05  UTC-OFFSET          PIC S9(4) COMP-5 VALUE +0.
           05  UTC-OFFSET-EDIT     PIC  -9(2).

      *    DOCUMENT SCANNER STATE.  THE DOCUMENT IS WALKED ONE
      *    CHARACTER AT A TIME; PATH-KEY (N) HOLDS THE MOST RECENT
      *    MEMBER NAME SEEN INSIDE THE N-TH OPEN OBJECT, SO THE
      *    PATH TO ANY VALUE IS PATH-KEY (1) THROUGH PATH-KEY
      *    (DEPTH).
       01  SCAN-CONTROLS.
           05  DEPTH-MAX           PIC S9(4) COMP-5 VALUE +32.
           05  DEPTH               PIC S9(4) COMP-5 VALUE +0.
           05  CHAR-NDX            PIC S9(8) COMP-5 VALUE +0.
           05  DOC-CHAR            PIC  X     VALUE SPACE.
               88 DOC-CHAR-IN-WORD            VALUE "0" THRU "9"
                                                    "a" THRU "z"
                                                    "A" THRU "Z"
                                                    "." "-" "+".
               88 DOC-CHAR-BLANK              VALUE SPACE X"09"
                                                    X"0D".
           05  TOK-MAX             PIC S9(4) COMP-5 VALUE +64.
           05  TOK-LEN             PIC S9(4) COMP-5 VALUE +0.
           05  TOK-TEXT            PIC  X(64) VALUE SPACES.
           05  SW-IN-STRING        PIC  X     VALUE "N".
               88 IN-STRING                   VALUE "Y".
           05  SW-ESCAPE           PIC  X     VALUE "N".
               88 ESCAPE-PENDING              VALUE "Y".
           05  SW-IN-BAREWORD      PIC  X     VALUE "N".
               88 IN-BAREWORD                 VALUE "Y".
           05  SW-EXPECT-VALUE     PIC  X     VALUE "N".
               88 EXPECT-VALUE                VALUE "Y".
           05  SW-MALFORMED        PIC  X     VALUE "N".
               88 DOC-MALFORMED               VALUE "Y".
           05  SW-MEMBER-SEEN      PIC  X     VALUE "N".
               88 MEMBER-SEEN                 VALUE "Y".
           05  DOC-EVENT           PIC  X(20) VALUE SPACES.
           05  MEMBER-NAME         PIC  X(40) VALUE SPACES.
           05  SITE-STARS          PIC S9(4) COMP-5 VALUE +0.
           05  IGNORED-STARS       PIC S9(4) COMP-5 VALUE +0.
       01  PATH-TABLE.
           05  PATH-KEY            PIC  X(64) OCCURS 32 TIMES.

      *    ONE SLOT PER DAY/PART -- SUBSCRIPT IS DAY * 2 - 2 + PART,
      *    AS AOCCLOSE NUMBERS THEM, EXTENDED TO DAY 25 PART 2 (50)
      *    FOR THE FREE STAR.
       01  SEASON-CONTROLS.
           05  SLOT-LIM            PIC S9(4) COMP-5 VALUE +50.
           05  SLOT-NDX            PIC S9(4) COMP-5 VALUE +0.
           05  SLOT-DAY            PIC S9(4) COMP-5 VALUE +0.
           05  SLOT-PART           PIC S9(4) COMP-5 VALUE +0.
       01  SEASON-TABLE.
           05  SEA-ENTRY OCCURS 50 TIMES.
               10  SEA-STAR-TS     PIC  9(10).
               10  SEA-HAS-STAR    PIC  X(01).
               10  SEA-HAS-CERT    PIC  X(01).
               10  SEA-CERT-LABEL  PIC  X(20).
               10  SEA-CERT-VALUE  PIC S9(31) COMP-3.
               10  SEA-CERT-TEXT   PIC  X(18).
               10  SEA-HAS-RUN     PIC  X(01).
               10  SEA-RUN-DATE    PIC  X(08).
               10  SEA-RUN-ID      PIC  X(08).

       01  LABEL-KEY-WORK.
           05  KW-DAY              PIC S9(4) COMP-5 VALUE +0.
           05  KW-PART             PIC S9(4) COMP-5 VALUE +0.
           05  KW-PTR              PIC S9(4) COMP-5 VALUE +0.
           05  KW-LABEL            PIC  X(20) VALUE SPACES.
           05  SW-KW-DONE          PIC  X     VALUE "N".

      *    EPOCH ARITHMETIC -- STAR TIMES ARE UTC SECONDS SINCE
      *    1970-01-01; RUN KEYS ARE A DATE AND AN HHMMSSCC RUN ID
      *    ON THE BOARD'S OWN CLOCK.
       01  CLOCK-WORK.
           05  EPOCH-BASE-DAY      PIC S9(9) COMP-5 VALUE +0.
           05  LOCAL-SECS          PIC S9(11) COMP-3 VALUE +0.
           05  EPOCH-DAYS          PIC S9(9) COMP-5 VALUE +0.
           05  DAY-SECS            PIC S9(9) COMP-5 VALUE +0.
           05  HOUR-SECS           PIC S9(9) COMP-5 VALUE +0.
           05  STAR-DATE           PIC  9(08) VALUE ZEROES.
           05  STAR-HH             PIC  9(02) VALUE ZEROES.
           05  STAR-MM             PIC  9(02) VALUE ZEROES.
           05  STAR-SS             PIC  9(02) VALUE ZEROES.
           05  STAR-TIME           PIC  9(06) VALUE ZEROES.
           05  RUN-DATE-9          PIC  9(08) VALUE ZEROES.
           05  RUN-TIME-X.
               10  RUN-HH          PIC  9(02).
               10  RUN-MM          PIC  9(02).
               10  RUN-SS          PIC  9(02).
           05  RUN-SECS            PIC S9(11) COMP-3 VALUE +0.
           05  LAG-SECS            PIC S9(11) COMP-3 VALUE +0.
           05  LAG-HOURS           PIC S9(9) COMP-5 VALUE +0.
           05  LAG-MINS            PIC S9(4) COMP-5 VALUE +0.
           05  LAG-REM             PIC S9(9) COMP-5 VALUE +0.
           05  LAG-SIGN            PIC  X     VALUE "+".
           05  LAG-HOURS-EDIT      PIC  ZZZZ9.
           05  LAG-MINS-EDIT       PIC  99.
           05  LAG-TEXT            PIC  X(40) VALUE SPACES.

       01  FINDING-COUNTS.
           05  IMPORTED-COUNT      PIC  9(04) VALUE ZEROES.
           05  CREDITED-COUNT      PIC  9(04) VALUE ZEROES.
           05  NOTCERT-COUNT       PIC  9(04) VALUE ZEROES.
           05  NOTCRED-COUNT       PIC  9(04) VALUE ZEROES.
           05  AHEAD-COUNT         PIC  9(04) VALUE ZEROES.
           05  OTHER-COUNT         PIC  9(04) VALUE ZEROES.
           05  SITE-STARS-EDIT     PIC  9(04) VALUE ZEROES.
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.
           05  DAY-EDIT            PIC  Z9.
           05  PART-EDIT           PIC  9(01) VALUE ZEROES.
           05  SLOT-LABEL          PIC  X(20) VALUE SPACES.
           05  STAMP-TEXT          PIC  X(19) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN            PIC S9(4) COMP-5.
           05  PARM-TEXT           PIC  X(40).

       PROCEDURE DIVISION USING PARM-AREA.
           PERFORM 000-PARSE-PARM
           IF WORST-RC < 8
               PERFORM 060-HOUSEKEEPING
           END-IF
           IF WORST-RC < 8
               PERFORM 100-SCAN-LEADERBOARD
           END-IF
           IF WORST-RC < 8
               PERFORM 200-WRITE-STAR-FILE
           END-IF
           IF WORST-RC < 8
               PERFORM 300-LOAD-LEDGER
               PERFORM 350-LOAD-FIRST-RUNS
               PERFORM 400-RECONCILE
           END-IF
           PERFORM 900-WRAP-UP
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       000-PARSE-PARM.
           IF ADDRESS OF PARM-AREA = NULL OR PARM-LEN < 1
               DISPLAY "AOCLBIMP: NO PARM -- NAME THE TEAM'S"
                   " LEADERBOARD MEMBER WITH MEMBER="
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           CALL "PARMPARS" USING PARM-LEN, PARM-TEXT,
               PP-VALID-KEYS, PP-RESULT
           IF NOT PP-KEYWORD-MODE
               DISPLAY "AOCLBIMP: PARM IS NOT KEYWORD FORM --"
                   " EXPECTED MEMBER=/UTCOFS=/ACCOUNT="
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "MEMBER" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT TO MEMBER-ID
           END-IF
           MOVE "UTCOFS" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               IF PG-VAL-NUM < -12 OR PG-VAL-NUM > 14
                   DISPLAY "AOCLBIMP: UTCOFS=" PG-VAL-TEXT
                       " IS NOT A UTC OFFSET IN HOURS"
                   MOVE +8 TO WORST-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE PG-VAL-NUM TO UTC-OFFSET
           END-IF
           MOVE "ACCOUNT" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT TO MEMBER-ACCOUNT
           END-IF
           IF MEMBER-ID = SPACES
               DISPLAY "AOCLBIMP: MEMBER= IS REQUIRED -- THE TEAM'S"
                   " MEMBER ID ON THE LEADERBOARD"
               MOVE +8 TO WORST-RC
           END-IF.

       050-GET-ONE-KEYWORD.
           CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
               PG-VAL-TEXT, PG-VAL-NUM.

       060-HOUSEKEEPING.
           COMPUTE EPOCH-BASE-DAY =
               FUNCTION INTEGER-OF-DATE (19700101)
           PERFORM VARYING SLOT-NDX FROM 1 BY 1
               UNTIL SLOT-NDX > SLOT-LIM
               MOVE ZEROES TO SEA-STAR-TS (SLOT-NDX)
               MOVE +0 TO SEA-CERT-VALUE (SLOT-NDX)
               MOVE SPACES TO SEA-CERT-LABEL (SLOT-NDX)
                              SEA-CERT-TEXT (SLOT-NDX)
                              SEA-RUN-DATE (SLOT-NDX)
                              SEA-RUN-ID (SLOT-NDX)
               MOVE "N" TO SEA-HAS-STAR (SLOT-NDX)
                           SEA-HAS-CERT (SLOT-NDX)
                           SEA-HAS-RUN (SLOT-NDX)
           END-PERFORM
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCLBRP REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "LEADERBOARD STAR RECONCILIATION" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD.

      *    MAP A LABEL TO ITS SEASON SLOT; SLOT-NDX COMES BACK
      *    ZERO FOR A LABEL OUTSIDE THE 25-DAY SEASON SHAPE.
       070-SLOT-FOR-LABEL.
           PERFORM 080-DERIVE-LABEL-DAY-PART
           MOVE +0 TO SLOT-NDX
           IF KW-DAY >= 1 AND KW-DAY <= 25
              AND KW-PART >= 1 AND KW-PART <= 2
               COMPUTE SLOT-NDX = KW-DAY * 2 - 2 + KW-PART
           END-IF.

       080-DERIVE-LABEL-DAY-PART.
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

      *    THE ANSWER LABEL FOR A SLOT, IN THE FORM THE DAY
      *    PROGRAMS LOG IT ("DAY 7 PART 2", "DAY 10 PART 1").
       090-LABEL-FOR-SLOT.
           COMPUTE SLOT-DAY = (SLOT-NDX + 1) / 2
           COMPUTE SLOT-PART = SLOT-NDX - (SLOT-DAY * 2) + 2
           MOVE SLOT-DAY TO DAY-EDIT
           MOVE SLOT-PART TO PART-EDIT
           MOVE SPACES TO SLOT-LABEL
           IF SLOT-DAY < 10
               STRING "DAY " DAY-EDIT (2 : 1) " PART " PART-EDIT
                   DELIMITED BY SIZE INTO SLOT-LABEL
           ELSE
               STRING "DAY " DAY-EDIT " PART " PART-EDIT
                   DELIMITED BY SIZE INTO SLOT-LABEL
           END-IF.

       100-SCAN-LEADERBOARD.
           OPEN INPUT BOARD-DOC-FILE
           IF NOT DOC-FILE-OK
               DISPLAY "AOCLBJSN LEADERBOARD OPEN FAILED, STATUS="
                   DOC-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DOC-EOF OR DOC-MALFORMED
               READ BOARD-DOC-FILE
                   AT END SET DOC-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING CHAR-NDX FROM 1 BY 1
                           UNTIL CHAR-NDX > DOC-LINELEN
                              OR DOC-MALFORMED
                           PERFORM 150-SCAN-ONE-CHARACTER
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE BOARD-DOC-FILE
           IF IN-BAREWORD
               PERFORM 180-END-VALUE
           END-IF
           IF IN-STRING OR DEPTH NOT = 0
               SET DOC-MALFORMED TO TRUE
           END-IF
           IF DOC-MALFORMED
               MOVE "** LEADERBOARD DOCUMENT IS NOT WELL-FORMED --"
                 & " NOTHING IMPORTED" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           IF NOT MEMBER-SEEN
               MOVE SPACES TO REPORT-RECORD
               STRING "** MEMBER " MEMBER-ID
                   " IS NOT ON THE LEADERBOARD -- NOTHING IMPORTED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE UTC-OFFSET TO UTC-OFFSET-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  EVENT " DOC-EVENT " MEMBER " MEMBER-ID
               " " MEMBER-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "  STAR TIMES SHOWN AT UTC" UTC-OFFSET-EDIT
               " HOURS, THE BOARD'S RUN CLOCK"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD.

      *    ONE CHARACTER OF THE DOCUMENT.  STRINGS ARE COLLECTED UP
      *    TO TOK-MAX CHARACTERS (ESCAPES KEEP THEIR SECOND
      *    CHARACTER ONLY); NUMBERS AND TRUE/FALSE/NULL ARE
      *    COLLECTED AS BAREWORDS UNTIL THE NEXT DELIMITER.
       150-SCAN-ONE-CHARACTER.
           MOVE BOARD-DOC-RECORD (CHAR-NDX : 1) TO DOC-CHAR
           IF IN-STRING
               EVALUATE TRUE
                   WHEN ESCAPE-PENDING
                       MOVE "N" TO SW-ESCAPE
                       PERFORM 160-ADD-TO-TOKEN
                   WHEN DOC-CHAR = "\"
                       SET ESCAPE-PENDING TO TRUE
                   WHEN DOC-CHAR = QUOTE
                       MOVE "N" TO SW-IN-STRING
                       IF EXPECT-VALUE
                           PERFORM 180-END-VALUE
                       END-IF
                   WHEN OTHER
                       PERFORM 160-ADD-TO-TOKEN
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF
           IF IN-BAREWORD
               IF DOC-CHAR-IN-WORD
                   PERFORM 160-ADD-TO-TOKEN
                   EXIT PARAGRAPH
               END-IF
               PERFORM 180-END-VALUE
           END-IF
           EVALUATE TRUE
               WHEN DOC-CHAR = QUOTE
                   SET IN-STRING TO TRUE
                   MOVE SPACES TO TOK-TEXT
                   MOVE +0 TO TOK-LEN
               WHEN DOC-CHAR = "{" OR DOC-CHAR = "["
                   IF DEPTH >= DEPTH-MAX
                       SET DOC-MALFORMED TO TRUE
                   ELSE
                       ADD +1 TO DEPTH
                       MOVE SPACES TO PATH-KEY (DEPTH)
                   END-IF
                   MOVE "N" TO SW-EXPECT-VALUE
               WHEN DOC-CHAR = "}" OR DOC-CHAR = "]"
                   IF DEPTH < 1
                       SET DOC-MALFORMED TO TRUE
                   ELSE
                       SUBTRACT 1 FROM DEPTH
                   END-IF
                   MOVE "N" TO SW-EXPECT-VALUE
               WHEN DOC-CHAR = ":"
                   IF DEPTH < 1
                       SET DOC-MALFORMED TO TRUE
                   ELSE
                       MOVE TOK-TEXT TO PATH-KEY (DEPTH)
                       SET EXPECT-VALUE TO TRUE
                   END-IF
               WHEN DOC-CHAR = ","
                   MOVE "N" TO SW-EXPECT-VALUE
               WHEN DOC-CHAR-BLANK
                   CONTINUE
               WHEN OTHER
                   SET IN-BAREWORD TO TRUE
                   MOVE SPACES TO TOK-TEXT
                   MOVE +0 TO TOK-LEN
                   PERFORM 160-ADD-TO-TOKEN
           END-EVALUATE.

       160-ADD-TO-TOKEN.
           IF TOK-LEN < TOK-MAX
               ADD +1 TO TOK-LEN
               MOVE DOC-CHAR TO TOK-TEXT (TOK-LEN : 1)
           END-IF.

      *    A COMPLETE VALUE, WHOSE NAME IS PATH-KEY (DEPTH).  ONLY
      *    THE EVENT, THE TEAM MEMBER'S NAME AND STAR COUNT, AND
      *    THE MEMBER'S STAR TIMESTAMPS ARE OF INTEREST.
       180-END-VALUE.
           MOVE "N" TO SW-IN-BAREWORD SW-EXPECT-VALUE
           EVALUATE TRUE
               WHEN DEPTH = 1 AND PATH-KEY (1) = "event"
                   MOVE TOK-TEXT TO DOC-EVENT
               WHEN DEPTH < 3
                   CONTINUE
               WHEN PATH-KEY (1) NOT = "members"
                 OR PATH-KEY (2) NOT = MEMBER-ID
                   CONTINUE
               WHEN DEPTH = 3
                   SET MEMBER-SEEN TO TRUE
                   EVALUATE PATH-KEY (3)
                       WHEN "name"
                           IF TOK-TEXT = "null"
                               MOVE "(ANONYMOUS)" TO MEMBER-NAME
                           ELSE
                               MOVE TOK-TEXT TO MEMBER-NAME
                           END-IF
                       WHEN "stars"
                           COMPUTE SITE-STARS =
                               FUNCTION NUMVAL (TOK-TEXT)
                   END-EVALUATE
               WHEN DEPTH = 6
                AND PATH-KEY (3) = "completion_day_level"
                AND PATH-KEY (6) = "get_star_ts"
                   PERFORM 190-NOTE-ONE-STAR
           END-EVALUATE.

       190-NOTE-ONE-STAR.
           MOVE +0 TO SLOT-NDX
           IF PATH-KEY (4) (1 : 1) IS NUMERIC
              AND PATH-KEY (5) (1 : 1) IS NUMERIC
              AND PATH-KEY (4) (3 : 1) = SPACE
              AND PATH-KEY (5) (2 : 1) = SPACE
               COMPUTE KW-DAY  = FUNCTION NUMVAL (PATH-KEY (4))
               COMPUTE KW-PART = FUNCTION NUMVAL (PATH-KEY (5))
               IF KW-DAY >= 1 AND KW-DAY <= 25
                  AND KW-PART >= 1 AND KW-PART <= 2
                   COMPUTE SLOT-NDX = KW-DAY * 2 - 2 + KW-PART
               END-IF
           END-IF
           IF SLOT-NDX = 0
               ADD +1 TO IGNORED-STARS
               EXIT PARAGRAPH
           END-IF
           COMPUTE SEA-STAR-TS (SLOT-NDX) =
               FUNCTION NUMVAL (TOK-TEXT)
           MOVE "Y" TO SEA-HAS-STAR (SLOT-NDX).

       200-WRITE-STAR-FILE.
           OPEN OUTPUT STAR-FILE
           IF NOT STR-FILE-OK
               DISPLAY "AOCSTARS STAR FILE OPEN FAILED, STATUS="
                   STR-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SLOT-NDX FROM 1 BY 1
               UNTIL SLOT-NDX > SLOT-LIM
               IF SEA-HAS-STAR (SLOT-NDX) = "Y"
                   PERFORM 090-LABEL-FOR-SLOT
                   PERFORM 250-CONVERT-STAR-TIME
                   MOVE SPACES TO STAR-RECORD
                   MOVE SLOT-LABEL TO STR-LABEL
                   MOVE SEA-STAR-TS (SLOT-NDX) TO STR-EPOCH
                   MOVE STAR-DATE TO STR-DATE
                   MOVE STAR-TIME TO STR-TIME
                   MOVE MEMBER-ID TO STR-MEMBER
                   WRITE STAR-RECORD
                   ADD 1 TO IMPORTED-COUNT
               END-IF
           END-PERFORM
           CLOSE STAR-FILE.

      *    STAR EPOCH SECONDS TO A DATE AND TIME ON THE RUN CLOCK.
       250-CONVERT-STAR-TIME.
           COMPUTE LOCAL-SECS =
               SEA-STAR-TS (SLOT-NDX) + UTC-OFFSET * 3600
           DIVIDE LOCAL-SECS BY 86400 GIVING EPOCH-DAYS
               REMAINDER DAY-SECS
           COMPUTE STAR-DATE = FUNCTION DATE-OF-INTEGER
               (EPOCH-BASE-DAY + EPOCH-DAYS)
           DIVIDE DAY-SECS BY 3600 GIVING STAR-HH
               REMAINDER HOUR-SECS
           DIVIDE HOUR-SECS BY 60 GIVING STAR-MM
               REMAINDER STAR-SS
           COMPUTE STAR-TIME = STAR-HH * 10000 + STAR-MM * 100
               + STAR-SS
           MOVE SPACES TO STAMP-TEXT
           STRING STAR-DATE " " STAR-HH ":" STAR-MM ":" STAR-SS
               DELIMITED BY SIZE INTO STAMP-TEXT.

       300-LOAD-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF NOT LDG-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               STRING "  AOCCERTL LEDGER ABSENT (STATUS "
                   LDG-FILE-STATUS ") -- NO ANSWER IS CERTIFIED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LDG-EOF
               READ LEDGER-FILE
                   AT END SET LDG-EOF TO TRUE
                   NOT AT END
                       IF LEDGER-RECORD NOT = SPACES AND
                          LDG-LABEL (1 : 1) NOT = "*" AND
                          LDG-ACCOUNT = MEMBER-ACCOUNT
                           PERFORM 310-NOTE-ONE-CERTIFICATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       310-NOTE-ONE-CERTIFICATE.
           MOVE LDG-LABEL TO KW-LABEL
           PERFORM 070-SLOT-FOR-LABEL
           IF SLOT-NDX = 0
               ADD 1 TO OTHER-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  LEDGER LABEL " LDG-LABEL
                   " IS NOT A SEASON DAY/PART -- NOT RECONCILED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "Y"       TO SEA-HAS-CERT (SLOT-NDX)
           MOVE LDG-LABEL TO SEA-CERT-LABEL (SLOT-NDX)
           MOVE LDG-VALUE TO SEA-CERT-TEXT (SLOT-NDX)
           COMPUTE SEA-CERT-VALUE (SLOT-NDX) =
               FUNCTION NUMVAL (LDG-VALUE).

      *    KEY ORDER IS DATE/RUN ORDER, SO THE FIRST ARCHIVED RUN
      *    WHOSE VALUE MATCHES THE CERTIFIED ONE IS THE RUN THE
      *    SUBMITTED ANSWER CAME FROM.
       350-LOAD-FIRST-RUNS.
           OPEN INPUT ANSWERS-FILE
           IF NOT ANS-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               STRING "  AOCANSWR ARCHIVE OPEN FAILED (STATUS "
                   ANS-FILE-STATUS ") -- NO LAGS COMPUTED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ANS-EOF
               READ ANSWERS-FILE
                   AT END SET ANS-EOF TO TRUE
                   NOT AT END
                       IF ANSWERS-RECORD NOT = SPACES AND
                          ANS-REC-ACCOUNT = MEMBER-ACCOUNT
                           MOVE ANS-REC-LABEL TO KW-LABEL
                           PERFORM 070-SLOT-FOR-LABEL
                           IF SLOT-NDX > 0
                               PERFORM 360-NOTE-FIRST-RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANSWERS-FILE.

       360-NOTE-FIRST-RUN.
           IF SEA-HAS-CERT (SLOT-NDX) NOT = "Y"
              OR SEA-HAS-RUN (SLOT-NDX) = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL (ANS-REC-VALUE) =
              SEA-CERT-VALUE (SLOT-NDX)
               MOVE "Y"            TO SEA-HAS-RUN (SLOT-NDX)
               MOVE ANS-REC-DATE   TO SEA-RUN-DATE (SLOT-NDX)
               MOVE ANS-REC-RUN-ID TO SEA-RUN-ID (SLOT-NDX)
           END-IF.

       400-RECONCILE.
           PERFORM VARYING SLOT-NDX FROM 1 BY 1
               UNTIL SLOT-NDX > SLOT-LIM
               IF SEA-HAS-STAR (SLOT-NDX) = "Y"
                  OR SEA-HAS-CERT (SLOT-NDX) = "Y"
                   PERFORM 090-LABEL-FOR-SLOT
                   PERFORM 450-RECONCILE-ONE-SLOT
               END-IF
           END-PERFORM.

       450-RECONCILE-ONE-SLOT.
           IF SEA-HAS-STAR (SLOT-NDX) = "Y"
               PERFORM 250-CONVERT-STAR-TIME
           END-IF
           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN SEA-HAS-STAR (SLOT-NDX) = "Y"
                AND SEA-HAS-CERT (SLOT-NDX) = "Y"
                   ADD 1 TO CREDITED-COUNT
                   PERFORM 470-JUDGE-LAG
                   STRING "CREDITED      " SLOT-LABEL " STAR "
                       STAMP-TEXT " " LAG-TEXT
                       DELIMITED BY SIZE INTO REPORT-RECORD
               WHEN SEA-HAS-STAR (SLOT-NDX) = "Y"
                AND SLOT-NDX = SLOT-LIM
                   STRING "FREE STAR     " SLOT-LABEL " STAR "
                       STAMP-TEXT " (NO ANSWER TO CERTIFY)"
                       DELIMITED BY SIZE INTO REPORT-RECORD
               WHEN SEA-HAS-STAR (SLOT-NDX) = "Y"
                   ADD 1 TO NOTCERT-COUNT
                   STRING "NOT CERTIFIED " SLOT-LABEL " STAR "
                       STAMP-TEXT " -- EARNED, NO CERTIFIED ANSWER"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   IF WORST-RC < 4
                       MOVE +4 TO WORST-RC
                   END-IF
               WHEN OTHER
                   ADD 1 TO NOTCRED-COUNT
                   STRING "NOT CREDITED  " SLOT-LABEL " CERTIFIED "
                       SEA-CERT-TEXT (SLOT-NDX)
                       " -- SITE SHOWS NO STAR"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   MOVE +8 TO WORST-RC
           END-EVALUATE
           WRITE REPORT-RECORD.

      *    LAG FROM THE FIRST RUN THAT PRODUCED THE CERTIFIED VALUE
      *    TO THE STAR.  THE RUN ID IS ANSWRLOG'S HHMMSSCC TIME
      *    UNLESS A JOB OVERRODE IT; AN OVERRIDDEN ID HAS NO TIME.
       470-JUDGE-LAG.
           MOVE SPACES TO LAG-TEXT
           IF SEA-HAS-RUN (SLOT-NDX) NOT = "Y"
               MOVE "LAG UNKNOWN -- VALUE NOT ON THE ARCHIVE"
                 TO LAG-TEXT
               EXIT PARAGRAPH
           END-IF
           IF SEA-RUN-DATE (SLOT-NDX) NOT NUMERIC
              OR SEA-RUN-ID (SLOT-NDX) (1 : 6) NOT NUMERIC
               STRING "LAG UNKNOWN -- RUN " SEA-RUN-DATE (SLOT-NDX)
                   " " SEA-RUN-ID (SLOT-NDX)
                   DELIMITED BY SIZE INTO LAG-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE SEA-RUN-DATE (SLOT-NDX) TO RUN-DATE-9
           MOVE SEA-RUN-ID (SLOT-NDX) (1 : 6) TO RUN-TIME-X
           COMPUTE RUN-SECS =
               (FUNCTION INTEGER-OF-DATE (RUN-DATE-9)
                - EPOCH-BASE-DAY) * 86400
               + RUN-HH * 3600 + RUN-MM * 60 + RUN-SS
           COMPUTE LAG-SECS = LOCAL-SECS - RUN-SECS
           MOVE "+" TO LAG-SIGN
           IF LAG-SECS < 0
               MOVE "-" TO LAG-SIGN
               COMPUTE LAG-SECS = 0 - LAG-SECS
           END-IF
           DIVIDE LAG-SECS BY 3600 GIVING LAG-HOURS
               REMAINDER LAG-REM
           DIVIDE LAG-REM BY 60 GIVING LAG-MINS
           MOVE LAG-HOURS TO LAG-HOURS-EDIT
           MOVE LAG-MINS  TO LAG-MINS-EDIT
           STRING "LAG " LAG-SIGN LAG-HOURS-EDIT ":" LAG-MINS-EDIT
               " FROM RUN " SEA-RUN-DATE (SLOT-NDX)
               DELIMITED BY SIZE INTO LAG-TEXT
           IF LAG-SIGN = "-"
               ADD 1 TO AHEAD-COUNT
               IF WORST-RC < 4
                   MOVE +4 TO WORST-RC
               END-IF
           END-IF.

       900-WRAP-UP.
           IF NOT RPT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           IF MEMBER-SEEN AND NOT DOC-MALFORMED
               MOVE SPACES TO REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD (1 : 78)
               WRITE REPORT-RECORD
               MOVE SITE-STARS TO SITE-STARS-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "STARS: SITE=" SITE-STARS-EDIT
                   " IMPORTED=" IMPORTED-COUNT
                   " CREDITED=" CREDITED-COUNT
                   " NOT-CERTIFIED=" NOTCERT-COUNT
                   " NOT-CREDITED=" NOTCRED-COUNT
                   " STAR-AHEAD-OF-RUN=" AHEAD-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY "AOCLBIMP: " REPORT-RECORD (1 : 110)
      *        THE SITE'S OWN COUNT IS THE CHECK ON THE SCAN -- A
      *        MISMATCH MEANS STARS THE IMPORT COULD NOT PLACE.
               IF SITE-STARS NOT = IMPORTED-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "** SITE STAR COUNT " SITE-STARS-EDIT
                       " DISAGREES WITH THE " IMPORTED-COUNT
                       " STARS IMPORTED"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   IF WORST-RC < 4
                       MOVE +4 TO WORST-RC
                   END-IF
               END-IF
           END-IF
           CLOSE REPORT-FILE.
       END PROGRAM AOCLBIMP.
