       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCPRIOR.
      *    PRIOR-SEASON BACK-LOAD -- THE SEASON COMPARISON, TREND AND
      *    PLAUSIBILITY WORK ONLY REACHES BACK TO THE FIRST SEASON THE
      *    SUITE RAN, AND THE SEASONS BEFORE THAT EXIST ONLY AS THE
      *    ANALYSTS' ANSWER LISTS AND SPREADSHEETS.  THIS PROGRAM
      *    LOADS ONE SUCH SEASON INTO THE ARCHIVE FORMAT UNDER THAT
      *    SEASON'S OWN HLQ, SO AOCSEASN CAN SET ANY EARLIER YEAR
      *    BESIDE THIS ONE.  ONE RUN LOADS ONE SEASON (PARM SEASON=);
      *    RUN IT ONCE PER SEASON AGAINST THE SAME IMPORT FILE --
      *    JCL/AOCPRIOR.JCL KEEPS THE FILE UNDER ONE NAME AND DERIVES
      *    THE HLQ FROM THE SEASON, SO ONLY SEASON= CHANGES.
      *        AOCPRIN  -- THE IMPORT FILE, ONE ANSWER PER ROW, FIVE
      *                    DELIMITED FIELDS:
      *                        SEASON    (FOUR-DIGIT YEAR)
      *                        DAY       (1-25)
      *                        PART      (1 OR 2; DAY 25 HAS PART 1
      *                                  ONLY)
      *                        VALUE     (THE ANSWER SUBMITTED, A
      *                                  WHOLE NUMBER OF UP TO 18
      *                                  DIGITS -- THE LEDGER WIDTH)
      *                        SUBMITTED (YYYYMMDD, YYYY-MM-DD OR
      *                                  YYYY/MM/DD)
      *                    THE DELIMITER IS THE FIRST COMMA,
      *                    SEMICOLON, BAR OR TAB ON THE ROW, SO A
      *                    SPREADSHEET SAVED AS CSV OR AS TEXT LOADS
      *                    AS IT STANDS; BLANKS AND DOUBLE QUOTES
      *                    AROUND A FIELD ARE DROPPED.  BLANK ROWS
      *                    AND ROWS STARTING * OR # ARE SKIPPED, AND
      *                    A FIRST ROW WHOSE SEASON IS NOT A NUMBER IS
      *                    TAKEN AS THE COLUMN HEADINGS.
      *        AOCANSWR -- THE SEASON'S ANSWERS ARCHIVE (KSDS)
      *        AOCCERTT -- CERTIFY TRANSACTIONS FOR AOCCERT (OUTPUT)
      *        AOCPRIRP -- THE LOAD REPORT
      *    EACH ANSWER LOADED IS ONE ARCHIVE RECORD IN THE ANSWRLOG
      *    LAYOUT: RUN DATE = THE DATE SUBMITTED, RUN ID = IMPORTED
      *    (RESERVED -- ANSWRLOG NEVER STAMPS IT ON A BOARD RUN),
      *    THE "DAY N PART N" LABEL THE DAY PROGRAMS LOG, PRODUCING
      *    PROGRAM AOCPRIOR, THE SEASON'S OWN (BLANK) ACCOUNT, RC
      *    ZERO, AND THIS PROGRAM'S COMPILE STAMP.  EACH IS SEALED ON
      *    THE ARCHIVE'S SEAL LOG (DD/ENV AOCANSSL) THROUGH SEALPOST
      *    AS IT LANDS, AS ANSWRLOG SEALS A BOARD RUN'S.
      *    THE MATCHING LEDGER ENTRIES ARE NOT WRITTEN HERE -- AOCCERT
      *    IS THE LEDGER'S ONLY WRITER -- BUT HANDED TO IT AS CERTIFY
      *    TRANSACTIONS ON AOCCERTT, CERTIFIED BY THE PARM USER= AS OF
      *    THE DATE SUBMITTED, FOR THE NEXT STEP OF JCL/AOCPRIOR.JCL
      *    TO APPLY.  A TRANSACTION IS WRITTEN FOR EVERY ROW OF THE
      *    SEASON THAT IS ON THE ARCHIVE AFTER THE RUN, WHETHER LOADED
      *    NOW OR BY AN EARLIER RUN, SO A RERUN AFTER A FAILURE PUTS
      *    THE LEDGER RIGHT AND LOADS ONLY WHAT IS MISSING.
      *    ROWS ARE REJECTED THROUGH REJWRITE (SEVERITY 4):
      *        FLDS -- NOT FIVE DELIMITED FIELDS
      *        SEAS -- SEASON NOT A YEAR FROM 2015 TO THIS ONE
      *        DAY  -- DAY NOT 1 THROUGH 25
      *        PART -- PART NOT 1 OR 2, OR DAY 25 PART 2
      *        VALU -- VALUE NOT A WHOLE NUMBER, OR WIDER THAN THE
      *                LEDGER HOLDS
      *        DATE -- SUBMITTED DATE NOT A REAL DATE, BEFORE THE
      *                PUZZLE OPENED, OR IN THE FUTURE
      *        CONF -- A DIFFERENT VALUE FOR A DAY/PART ALREADY ON
      *                THE ARCHIVE OR EARLIER IN THE FILE.  TO
      *                CORRECT A LOADED ANSWER, BACK ITS DATE OUT WITH
      *                AOCBKOUT (RUN ID IMPORTED) AND LOAD AGAIN
      *    A WELL-FORMED ROW FOR ANOTHER SEASON IS COUNTED AND LEFT
      *    FOR THAT SEASON'S RUN.  THE SAME VALUE FOR A DAY/PART
      *    ALREADY LOADED IS COUNTED AS ALREADY LOADED.
      *    PARM KEYWORDS (PARSED BY PARMPARS):
      *        SEASON=NNNN      -- THE SEASON BEING LOADED, WHICH MUST
      *                            BE THE SEASON OF THE HLQ (REQUIRED)
      *        USER=XXXXXXXX    -- THE ANALYST VOUCHING FOR THE
      *                            ANSWERS, NAMED ON THE LEDGER
      *                            (REQUIRED)
      *    AN ARCHIVE HOLDING ANY RECORD NOT IMPORTED BELONGS TO A
      *    SEASON THE SUITE RAN, AND IS NEVER LOADED INTO.
      *    RC=0 -- EVERY ROW LOADED, ALREADY LOADED OR ANOTHER
      *            SEASON'S;
      *    RC=4 -- SOME ROWS REJECTED, THE REST LOADED;
      *    RC=8 -- BAD PARM, A FILE THAT WILL NOT OPEN, AN ARCHIVE
      *            THE SUITE RAN, OR A FAILED WRITE.  NO TRANSACTIONS
      *            ARE WRITTEN, AND THE JOB SKIPS AOCCERT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPORT-FILE
              ASSIGN TO AOCPRIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS IMP-FILE-STATUS.
           SELECT ANSWERS-FILE
              ASSIGN TO AOCANSWR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ANS-REC-KEY
              FILE STATUS IS ANS-FILE-STATUS.
           SELECT TRANS-FILE
              ASSIGN TO AOCCERTT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRN-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCPRIRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMPORT-FILE.
       01  IMPORT-RECORD           PIC X(256).

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
               10  ANS-REC-SEQ     PIC 9(04).
               10  FILLER          PIC X.
               10  ANS-REC-ACCOUNT PIC X(08).
           05  FILLER              PIC X.
           05  ANS-REC-RC          PIC S9(4) SIGN LEADING SEPARATE.
           05  FILLER              PIC X.
           05  ANS-REC-VALUE       PIC -(31)9.
           05  ANS-REC-VALUE-X     REDEFINES ANS-REC-VALUE
                                   PIC X(32).
           05  ANS-REC-VERSION     PIC X.
           05  FILLER              PIC X.
           05  ANS-REC-BUILD       PIC X(16).

      *    AOCCERT'S TRANSACTION LAYOUT, WITH THE DATE CERTIFIED.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05  TRN-VERB            PIC X(08).
           05  FILLER              PIC X.
           05  TRN-LABEL           PIC X(20).
           05  FILLER              PIC X.
           05  TRN-VALUE           PIC X(18).
           05  FILLER              PIC X.
           05  TRN-WHO             PIC X(08).
           05  FILLER              PIC X.
           05  TRN-ACCOUNT         PIC X(08).
           05  FILLER              PIC X.
           05  TRN-CERT-DATE       PIC X(08).
           05  FILLER              PIC X(05).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  IMP-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 IMP-FILE-OK                 VALUE "00".
           05  SW-IMP-EOF          PIC  X     VALUE "N".
               88 IMP-EOF                     VALUE "Y".
           05  ANS-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 ANS-FILE-OK                 VALUE "00".
               88 ANS-FILE-ABSENT             VALUE "05" "35".
           05  SW-ANS-EOF          PIC  X     VALUE "N".
               88 ANS-EOF                     VALUE "Y".
           05  TRN-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 TRN-FILE-OK                 VALUE "00".
           05  RPT-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                 VALUE "00".

       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER          PIC X(12) VALUE "SEASON".
               10  FILLER          PIC X(12) VALUE "USER".
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

       01  RUN-OPTIONS.
           05  RUN-DATE            PIC  9(08) VALUE ZEROES.
           05  RUN-DATE-PARTS      REDEFINES RUN-DATE.
               10  RUN-YEAR        PIC  9(04).
               10  FILLER          PIC  9(04).
           05  OPT-SEASON          PIC  9(04) VALUE ZEROES.
           05  OPT-USER            PIC  X(08) VALUE SPACES.
           05  FIRST-SEASON        PIC  9(04) VALUE 2015.
           05  IMPORTED-RUN-ID     PIC  X(08) VALUE "IMPORTED".
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.

      *    ONE ROW OF THE IMPORT FILE, SPLIT AND TRIMMED.
       01  ROW-FIELDS.
           05  ROW-LINE            PIC S9(9) COMP-5 VALUE +0.
           05  DATA-ROWS           PIC S9(9) COMP-5 VALUE +0.
           05  SCAN-NDX            PIC S9(4) COMP-5 VALUE +0.
           05  DELIM-CHAR          PIC  X     VALUE SPACE.
           05  TAB-CHAR            PIC  X     VALUE X"09".
           05  FLD-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  FLD-SEASON          PIC  X(40) VALUE SPACES.
           05  FLD-DAY             PIC  X(40) VALUE SPACES.
           05  FLD-PART            PIC  X(40) VALUE SPACES.
           05  FLD-VALUE           PIC  X(40) VALUE SPACES.
           05  FLD-DATE            PIC  X(40) VALUE SPACES.
           05  FLD-EXTRA           PIC  X(40) VALUE SPACES.
           05  SEASON-LEN          PIC S9(4) COMP-5 VALUE +0.
           05  DAY-LEN             PIC S9(4) COMP-5 VALUE +0.
           05  PART-LEN            PIC S9(4) COMP-5 VALUE +0.
           05  VALUE-LEN           PIC S9(4) COMP-5 VALUE +0.
           05  DATE-LEN            PIC S9(4) COMP-5 VALUE +0.
           05  EMBEDDED-BLANKS     PIC S9(4) COMP-5 VALUE +0.
           05  ROW-SEASON          PIC  9(04) VALUE ZEROES.
           05  ROW-DAY             PIC  9(02) VALUE ZEROES.
           05  ROW-PART            PIC  9(01) VALUE ZEROES.
           05  ROW-VALUE-TEXT      PIC  X(18) VALUE SPACES.
           05  ROW-DATE-X          PIC  X(08) VALUE SPACES.
           05  ROW-DATE-N          REDEFINES ROW-DATE-X
                                   PIC  9(08).
           05  ROW-DATE-PARTS      REDEFINES ROW-DATE-X.
               10  ROW-YEAR        PIC  9(04).
               10  ROW-MONTH       PIC  9(02).
               10  ROW-DD          PIC  9(02).
           05  DATE-WHY            PIC  X(30) VALUE SPACES.

      *    FIELD TRIMMING -- LEADING AND TRAILING BLANKS, TABS AND
      *    DOUBLE QUOTES.
       01  TRIM-WORK.
           05  TRIM-IN             PIC  X(40) VALUE SPACES.
           05  TRIM-OUT            PIC  X(40) VALUE SPACES.
           05  TRIM-LEN            PIC S9(4) COMP-5 VALUE +0.
           05  TRIM-FROM           PIC S9(4) COMP-5 VALUE +0.
           05  TRIM-TO             PIC S9(4) COMP-5 VALUE +0.
           05  TRIM-CHAR           PIC  X     VALUE SPACE.
               88 TRIM-CHAR-BLANK             VALUE SPACE QUOTE
                                                    X"09".
           05  SW-TRIM-DONE        PIC  X     VALUE "N".
               88 TRIM-DONE                   VALUE "Y".

       01  CALENDAR-WORK.
           05  MONTH-DAYS-LIST     PIC  X(24)
                                   VALUE "312831303130313130313031".
           05  MONTH-DAYS-TABLE    REDEFINES MONTH-DAYS-LIST.
               10  MONTH-DAYS      PIC  9(02) OCCURS 12 TIMES.
           05  MONTH-LIMIT         PIC  9(02) VALUE ZEROES.
           05  LEAP-QUOT           PIC  9(04) VALUE ZEROES.
           05  LEAP-REM-4          PIC  9(04) VALUE ZEROES.
           05  LEAP-REM-100        PIC  9(04) VALUE ZEROES.
           05  LEAP-REM-400        PIC  9(04) VALUE ZEROES.
           05  RELEASE-DATE        PIC  9(08) VALUE ZEROES.

      *    NUMPARSE LINKAGE SHAPES, FOR THE ANSWER VALUE.
       01  NUMPARSE-AREA.
           05  NP-TOKEN            PIC  X(256) VALUE SPACES.
           05  NP-TOKEN-LEN        PIC  999 VALUE ZEROES.
           05  NP-VALUE            PIC S9(18) COMP-5 VALUE +0.
           05  NP-ERROR            PIC  X     VALUE "N".
           05  VALUE-EDIT          PIC  -(18)9.
           05  VALUE-EDIT-X        REDEFINES VALUE-EDIT
                                   PIC  X(19).

      *    ONE SLOT PER DAY/PART -- SUBSCRIPT IS DAY * 2 - 2 + PART,
      *    AS AOCCLOSE AND AOCLBIMP NUMBER THEM.  A SLOT IS ON THE
      *    ARCHIVE ALREADY (A), NEW FROM THIS FILE (N), OR FAILED TO
      *    LAND (F); SEA-IN-FILE MARKS THE SLOTS THE FILE SUPPLIED,
      *    WHICH ARE THE ONES HANDED TO AOCCERT.
       01  SEASON-CONTROLS.
           05  SLOT-LIM            PIC S9(4) COMP-5 VALUE +49.
           05  SLOT-NDX            PIC S9(4) COMP-5 VALUE +0.
           05  SLOT-FOUND          PIC S9(4) COMP-5 VALUE +0.
           05  SLOT-DAY            PIC S9(4) COMP-5 VALUE +0.
           05  SLOT-PART           PIC S9(4) COMP-5 VALUE +0.
           05  DAY-EDIT            PIC  Z9.
           05  PART-EDIT           PIC  9(01) VALUE ZEROES.
       01  SEASON-TABLE.
           05  SEA-ENTRY OCCURS 50 TIMES.
               10  SEA-LABEL       PIC  X(20).
               10  SEA-STATE       PIC  X(01).
                   88 SEA-EMPTY              VALUE SPACE.
                   88 SEA-ON-ARCHIVE         VALUE "A".
                   88 SEA-NEW                VALUE "N".
                   88 SEA-FAILED             VALUE "F".
               10  SEA-IN-FILE     PIC  X(01).
                   88 SEA-FROM-FILE          VALUE "Y".
               10  SEA-VALUE       PIC S9(18) COMP-5.
               10  SEA-VALUE-TEXT  PIC  X(18).
               10  SEA-DATE        PIC  X(08).

      *    THE NEW ANSWERS IN ARCHIVE KEY ORDER (SUBMITTED DATE, THEN
      *    LABEL), SO AN EMPTY CLUSTER CAN BE LOADED OPEN OUTPUT.
       01  ORDER-CONTROLS.
           05  ORD-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  ORD-I               PIC S9(4) COMP-5 VALUE +0.
           05  ORD-J               PIC S9(4) COMP-5 VALUE +0.
           05  ORD-HOLD            PIC S9(4) COMP-5 VALUE +0.
           05  SW-WRITE-FAILED     PIC  X     VALUE "N".
               88 WRITE-FAILED                VALUE "Y".
       01  ORDER-TABLE.
           05  ORD-SLOT            PIC S9(4) COMP-5 OCCURS 50 TIMES.

       01  SEAL-CALL-AREA.
           05  SEAL-FUNCTION       PIC  X(05) VALUE SPACES.
           05  SEAL-CHAIN          PIC  X(01) VALUE "A".
           05  SEAL-KEY            PIC  X(61) VALUE SPACES.
           05  SEAL-DATA           PIC  X(128) VALUE SPACES.
           05  SEAL-LEN            PIC S9(4) COMP-5 VALUE +118.
           05  SEAL-PROGRAM        PIC  X(08) VALUE "AOCPRIOR".
           05  SEAL-RESULT         PIC  X(01) VALUE SPACE.

       01  REJECT-FIELDS.
           05  REJ-PROGRAM         PIC  X(08) VALUE "AOCPRIOR".
           05  REJ-LINE-NUMBER     PIC S9(9) COMP-5 VALUE +0.
           05  REJ-REASON-CODE     PIC  X(04) VALUE SPACES.
           05  REJ-REASON-TEXT     PIC  X(30) VALUE SPACES.
           05  REJ-SEVERITY        PIC S9(4) COMP-5 VALUE +4.
           05  REJ-TEXT-LEN        PIC S9(4) COMP-5 VALUE +256.
           05  REJ-TEXT            PIC  X(256) VALUE SPACES.

       01  REPORT-WORK.
           05  BOARD-COUNT         PIC  9(06) VALUE ZEROES.
           05  ARCHIVED-COUNT      PIC  9(06) VALUE ZEROES.
           05  LOADED-COUNT        PIC  9(06) VALUE ZEROES.
           05  ALREADY-COUNT       PIC  9(06) VALUE ZEROES.
           05  OTHER-COUNT         PIC  9(06) VALUE ZEROES.
           05  REJECT-COUNT        PIC  9(06) VALUE ZEROES.
           05  CERTIFY-COUNT       PIC  9(06) VALUE ZEROES.
           05  LINE-EDIT           PIC  Z(8)9.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN            PIC S9(4) COMP-5.
           05  PARM-TEXT           PIC  X(40).

       PROCEDURE DIVISION USING PARM-AREA.
           PERFORM 000-HOUSEKEEPING
           IF WORST-RC < 8
               PERFORM 100-SCAN-ARCHIVE
           END-IF
           IF WORST-RC < 8
               PERFORM 200-READ-IMPORT-FILE
           END-IF
           IF WORST-RC < 8
               PERFORM 300-LOAD-ARCHIVE
           END-IF
           IF WORST-RC < 8
               PERFORM 400-WRITE-TRANSACTIONS
           END-IF
           PERFORM 900-WRAP-UP
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       000-HOUSEKEEPING.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCPRIRP REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           IF ADDRESS OF PARM-AREA NOT = NULL AND PARM-LEN > 0
               PERFORM 010-PARSE-PARM
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "PRIOR-SEASON BACK-LOAD -- SEASON=" OPT-SEASON
               " USER=" OPT-USER "  " RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD
           IF OPT-SEASON < FIRST-SEASON OR OPT-SEASON > RUN-YEAR
              OR OPT-USER = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "SEASON= (" FIRST-SEASON " OR LATER) AND USER="
                   " ARE BOTH REQUIRED -- NOTHING LOADED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SLOT-NDX FROM 1 BY 1
               UNTIL SLOT-NDX > SLOT-LIM
               PERFORM 060-SET-UP-SLOT
           END-PERFORM.

       010-PARSE-PARM.
           CALL "PARMPARS" USING PARM-LEN, PARM-TEXT,
               PP-VALID-KEYS, PP-RESULT
           IF NOT PP-KEYWORD-MODE
               DISPLAY "AOCPRIOR PARM IS NOT KEYWORD FORM"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "SEASON" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               IF PG-VAL-NUM > 0 AND PG-VAL-NUM < 10000
                   MOVE PG-VAL-NUM TO OPT-SEASON
               END-IF
           END-IF
           MOVE "USER" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT TO OPT-USER
           END-IF.

       050-GET-ONE-KEYWORD.
           CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
               PG-VAL-TEXT, PG-VAL-NUM.

      *    THE LABEL EACH SLOT IS LOGGED UNDER -- "DAY 7 PART 1",
      *    "DAY 17 PART 2" -- AS THE DAY PROGRAMS LOG THEM.
       060-SET-UP-SLOT.
           COMPUTE SLOT-DAY = (SLOT-NDX + 1) / 2
           COMPUTE SLOT-PART = SLOT-NDX - SLOT-DAY * 2 + 2
           MOVE SLOT-DAY TO DAY-EDIT
           MOVE SLOT-PART TO PART-EDIT
           MOVE SPACES TO SEA-LABEL (SLOT-NDX)
           IF SLOT-DAY < 10
               STRING "DAY " DAY-EDIT (2 : 1) " PART " PART-EDIT
                   DELIMITED BY SIZE INTO SEA-LABEL (SLOT-NDX)
               END-STRING
           ELSE
               STRING "DAY " DAY-EDIT " PART " PART-EDIT
                   DELIMITED BY SIZE INTO SEA-LABEL (SLOT-NDX)
               END-STRING
           END-IF
           MOVE SPACE TO SEA-STATE (SLOT-NDX)
           MOVE "N" TO SEA-IN-FILE (SLOT-NDX)
           MOVE +0 TO SEA-VALUE (SLOT-NDX)
           MOVE SPACES TO SEA-VALUE-TEXT (SLOT-NDX)
                          SEA-DATE (SLOT-NDX).

      *    ------------------------------------------------------
      *    WHAT THE ARCHIVE ALREADY HOLDS.  AN EMPTY OR UNLOADED
      *    CLUSTER HOLDS NOTHING; ANY RECORD NOT IMPORTED MEANS THE
      *    SUITE RAN THIS SEASON, AND THE LOAD STOPS.
      *    ------------------------------------------------------
       100-SCAN-ARCHIVE.
           OPEN INPUT ANSWERS-FILE
           IF ANS-FILE-ABSENT
               IF ANS-FILE-STATUS = "05"
                   CLOSE ANSWERS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT ANS-FILE-OK
               DISPLAY "AOCANSWR OPEN FAILED, STATUS=" ANS-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ANS-EOF
               READ ANSWERS-FILE NEXT
                   AT END SET ANS-EOF TO TRUE
                   NOT AT END PERFORM 150-NOTE-ARCHIVED-ANSWER
               END-READ
           END-PERFORM
           CLOSE ANSWERS-FILE
           IF BOARD-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "AOCANSWR HOLDS " BOARD-COUNT
                   " BOARD-RUN RECORDS -- THE SUITE RAN THIS SEASON,"
                   " NOTHING LOADED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE +8 TO WORST-RC
           END-IF.

       150-NOTE-ARCHIVED-ANSWER.
           IF ANS-REC-RUN-ID NOT = IMPORTED-RUN-ID
               ADD 1 TO BOARD-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO SLOT-FOUND
           PERFORM VARYING SLOT-NDX FROM 1 BY 1
               UNTIL SLOT-NDX > SLOT-LIM OR SLOT-FOUND > 0
               IF SEA-LABEL (SLOT-NDX) = ANS-REC-LABEL
                   MOVE SLOT-NDX TO SLOT-FOUND
               END-IF
           END-PERFORM
           IF SLOT-FOUND = 0 OR ANS-REC-ACCOUNT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ARCHIVED-COUNT
           SET SEA-ON-ARCHIVE (SLOT-FOUND) TO TRUE
           MOVE ANS-REC-DATE TO SEA-DATE (SLOT-FOUND)
           MOVE ANS-REC-VALUE-X TO TRIM-IN
           PERFORM 260-TRIM-FIELD
           MOVE TRIM-OUT TO SEA-VALUE-TEXT (SLOT-FOUND).

      *    ------------------------------------------------------
      *    THE IMPORT FILE, ONE ROW AT A TIME.
      *    ------------------------------------------------------
       200-READ-IMPORT-FILE.
           OPEN INPUT IMPORT-FILE
           IF NOT IMP-FILE-OK
               DISPLAY "AOCPRIN IMPORT FILE OPEN FAILED, STATUS="
                   IMP-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL IMP-EOF
               READ IMPORT-FILE
                   AT END SET IMP-EOF TO TRUE
                   NOT AT END PERFORM 250-EDIT-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE IMPORT-FILE.

       250-EDIT-ONE-ROW.
           ADD 1 TO ROW-LINE
           IF IMPORT-RECORD = SPACES
              OR IMPORT-RECORD (1 : 1) = "*" OR "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO DELIM-CHAR
           PERFORM VARYING SCAN-NDX FROM 1 BY 1
               UNTIL SCAN-NDX > 256 OR DELIM-CHAR NOT = SPACE
               IF IMPORT-RECORD (SCAN-NDX : 1) = "," OR ";" OR "|"
                  OR TAB-CHAR
                   MOVE IMPORT-RECORD (SCAN-NDX : 1) TO DELIM-CHAR
               END-IF
           END-PERFORM
           MOVE SPACES TO FLD-SEASON FLD-DAY FLD-PART FLD-VALUE
                          FLD-DATE FLD-EXTRA
           MOVE +0 TO FLD-COUNT
           IF DELIM-CHAR = SPACE
               MOVE IMPORT-RECORD TO FLD-SEASON
               MOVE +1 TO FLD-COUNT
           ELSE
               UNSTRING IMPORT-RECORD DELIMITED BY DELIM-CHAR
                   INTO FLD-SEASON FLD-DAY FLD-PART FLD-VALUE
                        FLD-DATE FLD-EXTRA
                   TALLYING IN FLD-COUNT
               END-UNSTRING
           END-IF
           MOVE FLD-SEASON TO TRIM-IN
           PERFORM 260-TRIM-FIELD
           MOVE TRIM-OUT TO FLD-SEASON
           MOVE TRIM-LEN TO SEASON-LEN
           MOVE FLD-DAY TO TRIM-IN
           PERFORM 260-TRIM-FIELD
           MOVE TRIM-OUT TO FLD-DAY
           MOVE TRIM-LEN TO DAY-LEN
           MOVE FLD-PART TO TRIM-IN
           PERFORM 260-TRIM-FIELD
           MOVE TRIM-OUT TO FLD-PART
           MOVE TRIM-LEN TO PART-LEN
           MOVE FLD-VALUE TO TRIM-IN
           PERFORM 260-TRIM-FIELD
           MOVE TRIM-OUT TO FLD-VALUE
           MOVE TRIM-LEN TO VALUE-LEN
           MOVE FLD-DATE TO TRIM-IN
           PERFORM 260-TRIM-FIELD
           MOVE TRIM-OUT TO FLD-DATE
           MOVE TRIM-LEN TO DATE-LEN
           MOVE FLD-EXTRA TO TRIM-IN
           PERFORM 260-TRIM-FIELD
           MOVE TRIM-OUT TO FLD-EXTRA
      *    A SPREADSHEET'S HEADING ROW, IF IT HAS ONE.
           IF DATA-ROWS = 0 AND FLD-SEASON (1 : 1) NOT NUMERIC
               MOVE SPACES TO REPORT-RECORD
               STRING "HEADING ROW SKIPPED: " IMPORT-RECORD (1 : 60)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               ADD 1 TO DATA-ROWS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DATA-ROWS
           IF FLD-COUNT < 5 OR FLD-EXTRA NOT = SPACES
               MOVE "FLDS" TO REJ-REASON-CODE
               MOVE "NOT FIVE DELIMITED FIELDS" TO REJ-REASON-TEXT
               PERFORM 290-REJECT-ROW
               EXIT PARAGRAPH
           END-IF
           IF SEASON-LEN NOT = 4 OR FLD-SEASON (1 : 4) NOT NUMERIC
               MOVE "SEAS" TO REJ-REASON-CODE
               MOVE "SEASON IS NOT A YEAR" TO REJ-REASON-TEXT
               PERFORM 290-REJECT-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE FLD-SEASON (1 : 4) TO ROW-SEASON
           IF ROW-SEASON < FIRST-SEASON OR ROW-SEASON > RUN-YEAR
               MOVE "SEAS" TO REJ-REASON-CODE
               MOVE "SEASON BEFORE 2015 OR TO COME" TO REJ-REASON-TEXT
               PERFORM 290-REJECT-ROW
               EXIT PARAGRAPH
           END-IF
           IF ROW-SEASON NOT = OPT-SEASON
               ADD 1 TO OTHER-COUNT
               EXIT PARAGRAPH
           END-IF
           IF DAY-LEN < 1 OR DAY-LEN > 2
              OR FLD-DAY (1 : DAY-LEN) NOT NUMERIC
               MOVE ZEROES TO ROW-DAY
           ELSE
               MOVE FLD-DAY (1 : DAY-LEN) TO ROW-DAY
           END-IF
           IF ROW-DAY < 1 OR ROW-DAY > 25
               MOVE "DAY " TO REJ-REASON-CODE
               MOVE "DAY NOT 1 THROUGH 25" TO REJ-REASON-TEXT
               PERFORM 290-REJECT-ROW
               EXIT PARAGRAPH
           END-IF
           IF PART-LEN NOT = 1 OR FLD-PART (1 : 1) NOT NUMERIC
               MOVE ZEROES TO ROW-PART
           ELSE
               MOVE FLD-PART (1 : 1) TO ROW-PART
           END-IF
           IF ROW-PART < 1 OR ROW-PART > 2
               MOVE "PART" TO REJ-REASON-CODE
               MOVE "PART NOT 1 OR 2" TO REJ-REASON-TEXT
               PERFORM 290-REJECT-ROW
               EXIT PARAGRAPH
           END-IF
           IF ROW-DAY = 25 AND ROW-PART = 2
               MOVE "PART" TO REJ-REASON-CODE
               MOVE "DAY 25 PART 2 HAS NO ANSWER" TO REJ-REASON-TEXT
               PERFORM 290-REJECT-ROW
               EXIT PARAGRAPH
           END-IF
      *    THE VALUE -- ONE WHOLE NUMBER, NO BLANKS INSIDE IT (WHERE
      *    NUMPARSE WOULD STOP QUIETLY AT THE FIRST), AND NARROW
      *    ENOUGH FOR THE LEDGER'S VALUE COLUMN.
           MOVE +0 TO EMBEDDED-BLANKS
           IF VALUE-LEN > 0
               INSPECT FLD-VALUE (1 : VALUE-LEN)
                   TALLYING EMBEDDED-BLANKS FOR ALL SPACE
           END-IF
           MOVE "N" TO NP-ERROR
           IF VALUE-LEN = 0 OR EMBEDDED-BLANKS > 0
               MOVE "Y" TO NP-ERROR
           ELSE
               MOVE FLD-VALUE TO NP-TOKEN
               MOVE VALUE-LEN TO NP-TOKEN-LEN
               CALL "NUMPARSE" USING NP-TOKEN, NP-TOKEN-LEN,
                   NP-VALUE, NP-ERROR
           END-IF
           IF NP-ERROR = "Y"
               MOVE "VALU" TO REJ-REASON-CODE
               MOVE "ANSWER IS NOT A WHOLE NUMBER" TO REJ-REASON-TEXT
               PERFORM 290-REJECT-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE NP-VALUE TO VALUE-EDIT
           MOVE VALUE-EDIT-X TO TRIM-IN
           PERFORM 260-TRIM-FIELD
           IF TRIM-LEN > 18
               MOVE "VALU" TO REJ-REASON-CODE
               MOVE "ANSWER WIDER THAN THE LEDGER" TO REJ-REASON-TEXT
               PERFORM 290-REJECT-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE TRIM-OUT TO ROW-VALUE-TEXT
           PERFORM 270-CHECK-DATE
           IF DATE-WHY NOT = SPACES
               MOVE "DATE" TO REJ-REASON-CODE
               MOVE DATE-WHY TO REJ-REASON-TEXT
               PERFORM 290-REJECT-ROW
               EXIT PARAGRAPH
           END-IF
           PERFORM 280-TAKE-ROW.

       260-TRIM-FIELD.
           MOVE SPACES TO TRIM-OUT
           MOVE +0 TO TRIM-LEN
           MOVE +1 TO TRIM-FROM
           MOVE "N" TO SW-TRIM-DONE
           PERFORM UNTIL TRIM-FROM > 40 OR TRIM-DONE
               MOVE TRIM-IN (TRIM-FROM : 1) TO TRIM-CHAR
               IF TRIM-CHAR-BLANK
                   ADD +1 TO TRIM-FROM
               ELSE
                   SET TRIM-DONE TO TRUE
               END-IF
           END-PERFORM
           IF TRIM-FROM > 40
               EXIT PARAGRAPH
           END-IF
           MOVE +40 TO TRIM-TO
           MOVE "N" TO SW-TRIM-DONE
           PERFORM UNTIL TRIM-DONE
               MOVE TRIM-IN (TRIM-TO : 1) TO TRIM-CHAR
               IF TRIM-CHAR-BLANK
                   SUBTRACT 1 FROM TRIM-TO
               ELSE
                   SET TRIM-DONE TO TRUE
               END-IF
           END-PERFORM
           COMPUTE TRIM-LEN = TRIM-TO - TRIM-FROM + 1
           MOVE TRIM-IN (TRIM-FROM : TRIM-LEN) TO TRIM-OUT.

      *    THE DATE SUBMITTED MUST BE A REAL DATE, NO EARLIER THAN
      *    THE DECEMBER DAY THE PUZZLE OPENED AND NO LATER THAN TODAY.
       270-CHECK-DATE.
           MOVE SPACES TO DATE-WHY ROW-DATE-X
           EVALUATE TRUE
               WHEN DATE-LEN = 8 AND FLD-DATE (1 : 8) NUMERIC
                   MOVE FLD-DATE (1 : 8) TO ROW-DATE-X
               WHEN DATE-LEN = 10
                    AND (FLD-DATE (5 : 1) = "-" OR "/")
                    AND FLD-DATE (8 : 1) = FLD-DATE (5 : 1)
                    AND FLD-DATE (1 : 4) NUMERIC
                    AND FLD-DATE (6 : 2) NUMERIC
                    AND FLD-DATE (9 : 2) NUMERIC
                   STRING FLD-DATE (1 : 4) FLD-DATE (6 : 2)
                       FLD-DATE (9 : 2)
                       DELIMITED BY SIZE INTO ROW-DATE-X
                   END-STRING
               WHEN OTHER
                   MOVE "SUBMITTED DATE NOT YYYYMMDD" TO DATE-WHY
                   EXIT PARAGRAPH
           END-EVALUATE
           IF ROW-MONTH < 1 OR ROW-MONTH > 12
               MOVE "SUBMITTED DATE NOT A REAL DATE" TO DATE-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE MONTH-DAYS (ROW-MONTH) TO MONTH-LIMIT
           IF ROW-MONTH = 2
               DIVIDE ROW-YEAR BY 4 GIVING LEAP-QUOT
                   REMAINDER LEAP-REM-4
               DIVIDE ROW-YEAR BY 100 GIVING LEAP-QUOT
                   REMAINDER LEAP-REM-100
               DIVIDE ROW-YEAR BY 400 GIVING LEAP-QUOT
                   REMAINDER LEAP-REM-400
               IF LEAP-REM-4 = 0
                  AND (LEAP-REM-100 NOT = 0 OR LEAP-REM-400 = 0)
                   MOVE 29 TO MONTH-LIMIT
               END-IF
           END-IF
           IF ROW-DD < 1 OR ROW-DD > MONTH-LIMIT
               MOVE "SUBMITTED DATE NOT A REAL DATE" TO DATE-WHY
               EXIT PARAGRAPH
           END-IF
           COMPUTE RELEASE-DATE = ROW-SEASON * 10000 + 1200 + ROW-DAY
           IF ROW-DATE-N < RELEASE-DATE
               MOVE "SUBMITTED BEFORE PUZZLE OPENED" TO DATE-WHY
               EXIT PARAGRAPH
           END-IF
           IF ROW-DATE-N > RUN-DATE
               MOVE "SUBMITTED DATE IS IN THE FUTURE" TO DATE-WHY
           END-IF.

       280-TAKE-ROW.
           COMPUTE SLOT-NDX = ROW-DAY * 2 - 2 + ROW-PART
           IF SEA-EMPTY (SLOT-NDX)
               SET SEA-NEW (SLOT-NDX) TO TRUE
               SET SEA-FROM-FILE (SLOT-NDX) TO TRUE
               MOVE NP-VALUE TO SEA-VALUE (SLOT-NDX)
               MOVE ROW-VALUE-TEXT TO SEA-VALUE-TEXT (SLOT-NDX)
               MOVE ROW-DATE-X TO SEA-DATE (SLOT-NDX)
               EXIT PARAGRAPH
           END-IF
           IF SEA-VALUE-TEXT (SLOT-NDX) NOT = ROW-VALUE-TEXT
               MOVE "CONF" TO REJ-REASON-CODE
               MOVE "CONFLICTS WITH A LOADED ANSWER" TO REJ-REASON-TEXT
               PERFORM 290-REJECT-ROW
               EXIT PARAGRAPH
           END-IF
           SET SEA-FROM-FILE (SLOT-NDX) TO TRUE
           ADD 1 TO ALREADY-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "ALREADY LOADED  " SEA-LABEL (SLOT-NDX) " = "
               SEA-VALUE-TEXT (SLOT-NDX) " SUBMITTED "
               SEA-DATE (SLOT-NDX)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       290-REJECT-ROW.
           ADD 1 TO REJECT-COUNT
           MOVE ROW-LINE TO REJ-LINE-NUMBER
           MOVE IMPORT-RECORD TO REJ-TEXT
           CALL "REJWRITE" USING REJ-PROGRAM, REJ-LINE-NUMBER,
               REJ-REASON-CODE, REJ-REASON-TEXT, REJ-SEVERITY,
               REJ-TEXT-LEN, REJ-TEXT
           MOVE ROW-LINE TO LINE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "REJECTED LINE" LINE-EDIT " " REJ-REASON-CODE " "
               REJ-REASON-TEXT " " IMPORT-RECORD (1 : 40)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WORST-RC < 4
               MOVE +4 TO WORST-RC
           END-IF.

      *    ------------------------------------------------------
      *    THE NEW ANSWERS ONTO THE ARCHIVE, IN KEY ORDER, EACH
      *    SEALED AS IT LANDS.
      *    ------------------------------------------------------
       300-LOAD-ARCHIVE.
           MOVE +0 TO ORD-COUNT
           PERFORM VARYING SLOT-NDX FROM 1 BY 1
               UNTIL SLOT-NDX > SLOT-LIM
               IF SEA-NEW (SLOT-NDX)
                   ADD +1 TO ORD-COUNT
                   MOVE SLOT-NDX TO ORD-SLOT (ORD-COUNT)
               END-IF
           END-PERFORM
           IF ORD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ORD-I FROM 1 BY 1 UNTIL ORD-I >= ORD-COUNT
               PERFORM 310-ORDER-ONE-PASS
           END-PERFORM
           OPEN I-O ANSWERS-FILE
           IF ANS-FILE-ABSENT
               OPEN OUTPUT ANSWERS-FILE
           END-IF
           IF NOT ANS-FILE-OK
               DISPLAY "AOCANSWR OPEN FOR UPDATE FAILED, STATUS="
                   ANS-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "OPEN" TO SEAL-FUNCTION
           PERFORM 360-CALL-SEALPOST
           PERFORM VARYING ORD-I FROM 1 BY 1
               UNTIL ORD-I > ORD-COUNT OR WRITE-FAILED
               MOVE ORD-SLOT (ORD-I) TO SLOT-NDX
               PERFORM 350-WRITE-ONE-ANSWER
           END-PERFORM
           CLOSE ANSWERS-FILE
           MOVE "CLOSE" TO SEAL-FUNCTION
           PERFORM 360-CALL-SEALPOST.

       310-ORDER-ONE-PASS.
           PERFORM VARYING ORD-J FROM 1 BY 1
               UNTIL ORD-J > ORD-COUNT - ORD-I
               IF SEA-DATE (ORD-SLOT (ORD-J))
                    > SEA-DATE (ORD-SLOT (ORD-J + 1))
                  OR (SEA-DATE (ORD-SLOT (ORD-J))
                    = SEA-DATE (ORD-SLOT (ORD-J + 1))
                   AND SEA-LABEL (ORD-SLOT (ORD-J))
                    > SEA-LABEL (ORD-SLOT (ORD-J + 1)))
                   MOVE ORD-SLOT (ORD-J) TO ORD-HOLD
                   MOVE ORD-SLOT (ORD-J + 1) TO ORD-SLOT (ORD-J)
                   MOVE ORD-HOLD TO ORD-SLOT (ORD-J + 1)
               END-IF
           END-PERFORM.

       350-WRITE-ONE-ANSWER.
           MOVE SPACES TO ANSWERS-RECORD
           MOVE SEA-DATE (SLOT-NDX)  TO ANS-REC-DATE
           MOVE IMPORTED-RUN-ID      TO ANS-REC-RUN-ID
           MOVE SEA-LABEL (SLOT-NDX) TO ANS-REC-LABEL
           MOVE "AOCPRIOR"           TO ANS-REC-PROGRAM
           MOVE 1                    TO ANS-REC-SEQ
           MOVE +0                   TO ANS-REC-RC
           MOVE SEA-VALUE (SLOT-NDX) TO ANS-REC-VALUE
           MOVE "4"                  TO ANS-REC-VERSION
           MOVE WHEN-COMPILED        TO ANS-REC-BUILD
           WRITE ANSWERS-RECORD
           IF NOT ANS-FILE-OK
               DISPLAY "AOCANSWR WRITE FAILED, STATUS="
                   ANS-FILE-STATUS " AT " ANS-REC-KEY
               SET SEA-FAILED (SLOT-NDX) TO TRUE
               SET WRITE-FAILED TO TRUE
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "SEAL" TO SEAL-FUNCTION
           MOVE ANS-REC-KEY TO SEAL-KEY
           MOVE ANSWERS-RECORD TO SEAL-DATA
           PERFORM 360-CALL-SEALPOST
           ADD 1 TO LOADED-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "LOADED          " SEA-LABEL (SLOT-NDX) " = "
               SEA-VALUE-TEXT (SLOT-NDX) " SUBMITTED "
               SEA-DATE (SLOT-NDX)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       360-CALL-SEALPOST.
           CALL "SEALPOST" USING SEAL-FUNCTION, SEAL-CHAIN, SEAL-KEY,
               SEAL-DATA, SEAL-LEN, SEAL-PROGRAM, SEAL-RESULT.

      *    ------------------------------------------------------
      *    ONE CERTIFY TRANSACTION PER ANSWER THE FILE SUPPLIED THAT
      *    IS ON THE ARCHIVE, FOR AOCCERT.
      *    ------------------------------------------------------
       400-WRITE-TRANSACTIONS.
           OPEN OUTPUT TRANS-FILE
           IF NOT TRN-FILE-OK
               DISPLAY "AOCCERTT TRANSACTION OPEN FAILED, STATUS="
                   TRN-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SLOT-NDX FROM 1 BY 1
               UNTIL SLOT-NDX > SLOT-LIM
               IF SEA-FROM-FILE (SLOT-NDX)
                  AND (SEA-NEW (SLOT-NDX) OR SEA-ON-ARCHIVE (SLOT-NDX))
                   MOVE SPACES TO TRANS-RECORD
                   MOVE "CERTIFY"                 TO TRN-VERB
                   MOVE SEA-LABEL (SLOT-NDX)      TO TRN-LABEL
                   MOVE SEA-VALUE-TEXT (SLOT-NDX) TO TRN-VALUE
                   MOVE OPT-USER                  TO TRN-WHO
                   MOVE SEA-DATE (SLOT-NDX)       TO TRN-CERT-DATE
                   WRITE TRANS-RECORD
                   ADD 1 TO CERTIFY-COUNT
               END-IF
           END-PERFORM
           CLOSE TRANS-FILE.

       900-WRAP-UP.
           IF RPT-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD (1 : 78)
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "LOADED=" LOADED-COUNT
                   " ALREADY LOADED=" ALREADY-COUNT
                   " OTHER SEASONS=" OTHER-COUNT
                   " REJECTED=" REJECT-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "ON THE ARCHIVE BEFORE THE RUN=" ARCHIVED-COUNT
                   " CERTIFY TRANSACTIONS=" CERTIFY-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
           END-IF
           DISPLAY "AOCPRIOR: SEASON=" OPT-SEASON
               " LOADED=" LOADED-COUNT " ALREADY=" ALREADY-COUNT
               " OTHER=" OTHER-COUNT " REJECTED=" REJECT-COUNT
               " RC=" WORST-RC.
       END PROGRAM AOCPRIOR.
