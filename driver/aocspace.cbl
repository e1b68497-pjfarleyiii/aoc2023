       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCSPACE.
      *    OUTPUT SPACE FORECAST, RUN AHEAD OF THE NIGHTLY BOARD.  THE
      *    RUN JOURNAL, THE REJECT FILE, THE AUDIT MAPS AND THE
      *    ANSWERS ARCHIVE GROW ALL SEASON, AND A DATASET THAT RUNS
      *    OUT OF SPACE PART-WAY THROUGH THE NIGHT ENDS THE RUN WITH
      *    AN SB37, SD37 OR SE37 AND HALF-WRITTEN OUTPUT.  THIS DRIVER
      *    ESTIMATES WHAT TONIGHT WILL WRITE TO EACH DATASET ROW OF
      *    THE SPACE CONTROL FILE (CTL/AOCSPACE.CTL), HOLDS IT AGAINST
      *    THE SPACE THE DATASET HAS LEFT, AND SAYS WHAT TO ALLOCATE
      *    INSTEAD WHEN IT WILL NOT FIT.
      *    TONIGHT'S RECORDS, PER PROGRAM:
      *        A (APPENDED, DATED) AND K (THE ARCHIVE KSDS) ROWS --
      *            THE DATASET ITSELF IS READ AND ITS RECORDS COUNTED
      *            BY DATE AND PROGRAM.  A PROGRAM'S LAST FIVE NIGHTS
      *            THAT WROTE ANYTHING, DIVIDED BY ITS STARTS IN THE
      *            RUN JOURNAL ON THOSE NIGHTS, GIVE RECORDS PER RUN.
      *        R (REWRITTEN EACH RUN) AND G (A NEW GENERATION EACH
      *            RUN) ROWS -- THE CURRENT CONTENTS (GENERATION (0)
      *            OF A G ROW) ARE THE LAST RUN'S OUTPUT.  WITH A
      *            PROGRAM COLUMN THEY ARE SPLIT BY PROGRAM AND
      *            DIVIDED BY ITS STARTS ON ITS LAST RUN DATE;
      *            WITHOUT ONE THE WHOLE DATASET IS THE OWNER'S.
      *    RECORDS PER RUN ARE THEN SCALED BY THE SIZE OF THE STAGED
      *    INPUT -- TONIGHT'S RECORD COUNT FROM THE INPUT PROFILE
      *    STORE AGAINST THE COUNTS THE SPACE HISTORY RECORDED ON THE
      *    NIGHTS MEASURED -- AND MULTIPLIED BY THE PROGRAM'S ENTRIES
      *    ON TONIGHT'S BOARD (ONE RUN FOR AN OWNER THAT IS NOT ON THE
      *    BOARD, AND ONE GENERATION FOR A G ROW).  EVERY RUN ADDS
      *    TONIGHT'S INPUT SIZES TO THE SPACE HISTORY FOR THE NIGHTS
      *    AFTER.
      *    THE SPACE:
      *        A, R AND G ROWS -- TWO BLOCKS OF HALF A 3390 TRACK PER
      *            TRACK AT THE ROW'S LRECL, AND THE ALLOCATION IN THE
      *            ROW: PRIMARY PLUS SECONDARY EXTENTS UP TO THE
      *            ROW'S EXTENT LIMIT (16 ON ONE VOLUME).  AN A ROW
      *            MUST HOLD WHAT IT HAS PLUS TONIGHT; AN R OR G ROW
      *            ONLY TONIGHT.
      *        K ROW -- THE IDCAMS LISTCAT ALL OF THE CLUSTER: HI-U-RBA
      *            OVER REC-TOTAL IS THE BYTES A RECORD TAKES,
      *            HI-A-RBA LESS HI-U-RBA IS LEFT IN THE CURRENT
      *            EXTENTS, AND EACH EXTENT STILL TO BE TAKEN ADDS ONE
      *            SECONDARY ALLOCATION.  WITHOUT A USABLE LISTCAT THE
      *            ROW IS JUDGED LIKE AN A ROW.
      *    A DATASET WHOSE NEED PASSES THE ROW'S WARNING PERCENT OF
      *    ITS CEILING IS A WARNING (RC=4, SEVERITY 4 ON THE ALERT
      *    FEED); ONE WHOSE NEED PASSES THE CEILING WOULD RUN OUT
      *    TONIGHT (RC=8, SEVERITY 8), AND JCL/AOCBOARD.JCL BYPASSES
      *    THE BOARD.  EITHER WAY THE REPORT SUGGESTS THE SPACE=
      *    TO REALLOCATE WITH: FOR A AND K ROWS, A PRIMARY THAT HOLDS
      *    WHAT IS THERE PLUS A MONTH OF NIGHTS LIKE TONIGHT AND A
      *    SECONDARY OF FIVE NIGHTS (AT LEAST A TENTH OF THE PRIMARY);
      *    FOR R AND G ROWS, HALF AS MUCH AGAIN AS TONIGHT NEEDS AND A
      *    QUARTER OF THAT AS SECONDARY.
      *        AOCSPCTL -- THE DATASETS TO FORECAST (CTL/AOCSPACE.CTL)
      *        AOCBCTL  -- THE BOARD CONTROL FILE (TONIGHT'S PROGRAMS)
      *        AOCRUNJL -- THE RUN JOURNAL (STARTS PER NIGHT)
      *        AOCPROFL -- THE INPUT PROFILE STORE (TONIGHT'S INPUT)
      *        AOCSPHST -- THE SPACE HISTORY (READ, THEN EXTENDED)
      *        AOCLSTCT -- IDCAMS LISTCAT ENTRIES(...) ALL OUTPUT FOR
      *                    THE ANSWERS ARCHIVE
      *        AOCANSWR -- THE ANSWERS ARCHIVE CLUSTER (K ROW)
      *        AOCSPDAT -- POINTED AT EACH A, R AND G DATASET IN TURN
      *        AOCSPCRP -- THE REPORT
      *        AOCALERT -- THE ALERT FEED (THROUGH ALERTLOG)
      *    THE JOURNAL, PROFILES, HISTORY AND LISTCAT ARE OPTIONAL --
      *    WITHOUT THEM A PROGRAM RUNS ONCE A NIGHT, ITS INPUT IS THE
      *    SAME SIZE AS BEFORE, AND THE ARCHIVE IS JUDGED FROM ITS ROW.
      *    PARM KEYWORDS (PARSED BY PARMPARS):
      *        HLQ=XXXXXXXX   -- THE SEASON HLQ THE CONTROL ROWS' DSNS
      *                          ARE UNDER; DEFAULT THE AOCHLQ
      *                          ENVIRONMENT VALUE, THEN AOC2023, THE
      *                          AOCBOARD RULE
      *    RC=0 -- EVERY DATASET HAS ROOM FOR TONIGHT;
      *    RC=4 -- A DATASET IS PAST ITS WARNING PERCENT, OR AN
      *            APPENDED DATASET COULD NOT BE READ;
      *    RC=8 -- A DATASET WOULD RUN OUT TONIGHT, A CONTROL ROW IS
      *            BAD, OR THE CONTROL OR BOARD FILE WOULD NOT OPEN.
      *            SEE JCL/AOCSPACE.JCL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPACE-CTL-FILE
              ASSIGN TO AOCSPCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SPC-FILE-STATUS.
           SELECT BOARD-CTL-FILE
              ASSIGN TO AOCBCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
           SELECT JOURNAL-FILE
              ASSIGN TO AOCRUNJL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JRN-FILE-STATUS.
           SELECT PROFILE-FILE
              ASSIGN TO AOCPROFL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PFL-FILE-STATUS.
           SELECT HISTORY-FILE
              ASSIGN TO AOCSPHST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HST-FILE-STATUS.
           SELECT LISTCAT-FILE
              ASSIGN TO AOCLSTCT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LCF-FILE-STATUS.
           SELECT ANSWERS-FILE
              ASSIGN TO AOCANSWR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ANS-REC-KEY
              FILE STATUS IS ANS-FILE-STATUS.
           SELECT DATA-FILE
              ASSIGN TO AOCSPDAT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DAT-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCSPCRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPACE-CTL-FILE.
       01  SPC-RECORD.
           05  SPC-TYPE              PIC  X.
           05  FILLER                PIC  X.
           05  SPC-DSN               PIC  X(26).
           05  FILLER                PIC  X.
           05  SPC-PGM-COL-X         PIC  X(03).
           05  SPC-PGM-COL-9        REDEFINES SPC-PGM-COL-X
                                     PIC  9(03).
           05  FILLER                PIC  X.
           05  SPC-DATE-COL-X        PIC  X(03).
           05  SPC-DATE-COL-9       REDEFINES SPC-DATE-COL-X
                                     PIC  9(03).
           05  FILLER                PIC  X.
           05  SPC-OWNER             PIC  X(08).
           05  FILLER                PIC  X.
           05  SPC-LRECL-X           PIC  X(05).
           05  SPC-LRECL-9          REDEFINES SPC-LRECL-X
                                     PIC  9(05).
           05  FILLER                PIC  X.
           05  SPC-PRI-X             PIC  X(04).
           05  SPC-PRI-9            REDEFINES SPC-PRI-X
                                     PIC  9(04).
           05  FILLER                PIC  X.
           05  SPC-SEC-X             PIC  X(04).
           05  SPC-SEC-9            REDEFINES SPC-SEC-X
                                     PIC  9(04).
           05  FILLER                PIC  X.
           05  SPC-WARN-X            PIC  X(03).
           05  SPC-WARN-9           REDEFINES SPC-WARN-X
                                     PIC  9(03).
           05  FILLER                PIC  X.
           05  SPC-MAXEXT-X          PIC  X(03).
           05  SPC-MAXEXT-9         REDEFINES SPC-MAXEXT-X
                                     PIC  9(03).
           05  FILLER                PIC  X(11).

       FD  BOARD-CTL-FILE.
       01  CTL-RECORD.
           05  CTL-BOARD-FLAG        PIC  X.
           05  FILLER                PIC  X.
           05  CTL-ENABLED-FLAG      PIC  X.
           05  FILLER                PIC  X.
           05  CTL-LABEL             PIC  X(20).
           05  FILLER                PIC  X.
           05  CTL-PROGRAM           PIC  X(8).
           05  FILLER                PIC  X(94).

       FD  JOURNAL-FILE.
       01  JRN-RECORD.
           05  JRN-DATE              PIC  X(08).
           05  FILLER                PIC  X.
           05  JRN-TIME              PIC  X(08).
           05  FILLER                PIC  X.
           05  JRN-PROGRAM           PIC  X(08).
           05  FILLER                PIC  X.
           05  JRN-EVENT             PIC  X(05).
           05  FILLER                PIC  X(114).

       FD  PROFILE-FILE.
       01  PFL-RECORD.
           05  PFL-DAY               PIC  X(02).
           05  PFL-DAY-9            REDEFINES PFL-DAY
                                     PIC  9(02).
           05  FILLER                PIC  X.
           05  PFL-DATE              PIC  X(08).
           05  FILLER                PIC  X.
           05  PFL-RECORDS           PIC  9(08).
           05  FILLER                PIC  X(102).

      *    SPACE HISTORY -- ONE ROW PER PROGRAM PER NIGHT FORECAST:
      *    THE DATE, THE PROGRAM AND ITS STAGED INPUT RECORD COUNT.
       FD  HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HST-RECORD.
           05  HST-DATE              PIC  X(08).
           05  FILLER                PIC  X.
           05  HST-PROGRAM           PIC  X(08).
           05  FILLER                PIC  X.
           05  HST-INPUT-X           PIC  X(09).
           05  HST-INPUT-9          REDEFINES HST-INPUT-X
                                     PIC  9(09).
           05  FILLER                PIC  X(53).

      *    IDCAMS SYSPRINT -- CARRIAGE CONTROL IN COLUMN 1, SO THE
      *    STATISTICS ARE FOUND BY NAME, NEVER BY COLUMN.
       FD  LISTCAT-FILE.
       01  LISTCAT-LINE              PIC  X(133).

       FD  ANSWERS-FILE.
       01  ANSWERS-RECORD.
           05  ANS-REC-KEY           PIC  X(61).
           05  FILLER                PIC  X(57).

       FD  DATA-FILE
           RECORD VARYING 1 TO 1028 DEPENDING ON DAT-LINELEN.
       01  DATA-RECORD               PIC  X(1028).

       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC  X(100).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  SPC-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 SPC-FILE-OK                   VALUE "00".
           05  SW-SPC-EOF            PIC  X     VALUE "N".
               88 SPC-EOF                       VALUE "Y".
           05  CTL-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 CTL-FILE-OK                   VALUE "00".
           05  SW-CTL-EOF            PIC  X     VALUE "N".
               88 CTL-EOF                       VALUE "Y".
           05  JRN-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 JRN-FILE-OK                   VALUE "00".
           05  SW-JRN-EOF            PIC  X     VALUE "N".
               88 JRN-EOF                       VALUE "Y".
           05  PFL-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 PFL-FILE-OK                   VALUE "00".
           05  SW-PFL-EOF            PIC  X     VALUE "N".
               88 PFL-EOF                       VALUE "Y".
           05  HST-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 HST-FILE-OK                   VALUE "00".
           05  SW-HST-EOF            PIC  X     VALUE "N".
               88 HST-EOF                       VALUE "Y".
           05  LCF-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 LCF-FILE-OK                   VALUE "00".
           05  SW-LCF-EOF            PIC  X     VALUE "N".
               88 LCF-EOF                       VALUE "Y".
           05  ANS-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 ANS-FILE-OK                   VALUE "00".
           05  SW-ANS-EOF            PIC  X     VALUE "N".
               88 ANS-EOF                       VALUE "Y".
           05  DAT-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 DAT-FILE-OK                   VALUE "00".
           05  SW-DAT-EOF            PIC  X     VALUE "N".
               88 DAT-EOF                       VALUE "Y".
           05  DAT-LINELEN           PIC  9(05) VALUE ZEROES.
           05  RPT-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                   VALUE "00".

       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER            PIC X(12) VALUE "HLQ".
               10  FILLER            PIC X(12) VALUE SPACES.
               10  FILLER            PIC X(12) VALUE SPACES.
               10  FILLER            PIC X(12) VALUE SPACES.
               10  FILLER            PIC X(12) VALUE SPACES.
               10  FILLER            PIC X(12) VALUE SPACES.
               10  FILLER            PIC X(12) VALUE SPACES.
               10  FILLER            PIC X(12) VALUE SPACES.
           05  PP-RESULT.
               10  PP-MODE           PIC X(01).
                   88 PP-KEYWORD-MODE          VALUE "K".
               10  PP-COUNT          PIC S9(4) COMP-5.
               10  PP-ENTRY OCCURS 8 TIMES.
                   15  PP-KEY        PIC X(12).
                   15  PP-VAL-TEXT   PIC X(20).
                   15  PP-VAL-LEN    PIC S9(4) COMP-5.
                   15  PP-VAL-NUM    PIC S9(18) COMP-5.
                   15  PP-VAL-NUMOK  PIC X(01).
           05  PG-KEY                PIC X(12) VALUE SPACES.
           05  PG-FOUND              PIC X(01) VALUE "N".
           05  PG-VAL-TEXT           PIC X(20) VALUE SPACES.
           05  PG-VAL-NUM            PIC S9(18) COMP-5 VALUE +0.

       01  RUN-OPTIONS.
           05  RUN-DATE              PIC  9(08) VALUE ZEROES.
           05  RUN-DATE-X           REDEFINES RUN-DATE
                                     PIC  X(08).
           05  WORST-RC              PIC S9(4) COMP-5 VALUE +0.

       01  HLQ-FIELDS.
           05  HLQ-VALUE             PIC  X(17) VALUE SPACES.
           05  HLQ-LEN               PIC S9(4) COMP-5 VALUE +0.
           05  DATA-DSN              PIC  X(44) VALUE SPACES.
           05  DSN-LEN               PIC S9(4) COMP-5 VALUE +0.

      *    THE CONTROL ROWS, VALIDATED AT LOAD.
       01  ROW-TABLE.
           05  ROW-COUNT             PIC S9(4) COMP-5 VALUE +0.
           05  ROW-ENTRY OCCURS 32 TIMES.
               10  ROW-TYPE          PIC  X.
                   88 ROW-APPENDED              VALUE "A".
                   88 ROW-REWRITTEN             VALUE "R".
                   88 ROW-GENERATION            VALUE "G".
                   88 ROW-ARCHIVE               VALUE "K".
               10  ROW-DSN           PIC  X(26).
               10  ROW-PGM-COL       PIC S9(4) COMP-5.
               10  ROW-DATE-COL      PIC S9(4) COMP-5.
               10  ROW-OWNER         PIC  X(08).
               10  ROW-LRECL         PIC S9(9) COMP-5.
               10  ROW-PRI           PIC S9(9) COMP-5.
               10  ROW-SEC           PIC S9(9) COMP-5.
               10  ROW-WARN-PCT      PIC S9(4) COMP-5.
               10  ROW-MAX-EXT       PIC S9(4) COMP-5.
       01  ROW-WORK.
           05  RX                    PIC S9(4) COMP-5 VALUE +0.
           05  SPC-ROW-NUMBER        PIC  9(04) VALUE ZEROES.
           05  BAD-ROW-COUNT         PIC S9(4) COMP-5 VALUE +0.
           05  BAD-ROW-REASON        PIC  X(50) VALUE SPACES.

      *    EVERY PROGRAM THE FORECAST KNOWS: TONIGHT'S BOARD ENTRIES
      *    AND THE CONTROL ROWS' OWNERS.  FOR EACH, ITS LAST EIGHT
      *    RUN NIGHTS FROM THE JOURNAL, ITS LAST EIGHT INPUT SIZES
      *    FROM THE SPACE HISTORY, AND -- FOR THE ROW BEING
      *    FORECAST -- ITS LAST FIVE NIGHTS' RECORDS.
       01  PROGRAM-TABLE.
           05  PGM-COUNT             PIC S9(4) COMP-5 VALUE +0.
           05  PGM-ENTRY OCCURS 64 TIMES.
               10  PGM-NAME          PIC  X(08).
               10  PGM-DAY           PIC S9(4) COMP-5.
               10  PGM-RUNS-TONIGHT  PIC S9(4) COMP-5.
               10  PGM-INPUT-NOW     PIC S9(9) COMP-5.
               10  PGM-LAST-RUN      PIC  X(08).
               10  PGM-HST-TODAY     PIC  X.
               10  PGM-JRN-N         PIC S9(4) COMP-5.
               10  PGM-JRN OCCURS 8 TIMES.
                   15  PJ-DATE       PIC  X(08).
                   15  PJ-RUNS       PIC S9(4) COMP-5.
               10  PGM-HST-N         PIC S9(4) COMP-5.
               10  PGM-HST OCCURS 8 TIMES.
                   15  PH-DATE       PIC  X(08).
                   15  PH-INPUT      PIC S9(9) COMP-5.
               10  PGM-OUT-N         PIC S9(4) COMP-5.
               10  PGM-OUT OCCURS 5 TIMES.
                   15  PO-DATE       PIC  X(08).
                   15  PO-COUNT      PIC S9(9) COMP-5.
               10  PGM-OUT-TOTAL     PIC S9(9) COMP-5.
       01  PROGRAM-WORK.
           05  PX                    PIC S9(4) COMP-5 VALUE +0.
           05  SX                    PIC S9(4) COMP-5 VALUE +0.
           05  LOOK-PROGRAM          PIC  X(08) VALUE SPACES.
           05  LOOK-DATE             PIC  X(08) VALUE SPACES.
           05  LAST-PX               PIC S9(4) COMP-5 VALUE +0.
           05  DAY-PTR               PIC S9(4) COMP-5 VALUE +0.
           05  DAY-DIGIT             PIC  9     VALUE ZERO.
           05  FOUND-RUNS            PIC S9(4) COMP-5 VALUE +0.
           05  FOUND-INPUT           PIC S9(9) COMP-5 VALUE +0.
           05  SY                    PIC S9(4) COMP-5 VALUE +0.

      *    ONE RECORD OF THE DATASET BEING MEASURED, WHICHEVER FILE
      *    IT CAME FROM.
       01  SCAN-WORK.
           05  SCAN-RECORD           PIC  X(1028) VALUE SPACES.
           05  SCAN-LEN              PIC S9(4) COMP-5 VALUE +0.
           05  SCAN-PROGRAM          PIC  X(08) VALUE SPACES.
           05  SCAN-DATE             PIC  X(08) VALUE SPACES.

      *    THE LISTCAT STATISTICS OF THE ARCHIVE'S DATA COMPONENT,
      *    FOUND BY NAME AS AOCVSAM FINDS THEM.
       01  LISTCAT-NAMES.
           05  FILLER                PIC  X(16) VALUE "REC-TOTAL".
           05  FILLER                PIC  X(16) VALUE "EXTENTS".
           05  FILLER                PIC  X(16) VALUE "HI-A-RBA".
           05  FILLER                PIC  X(16) VALUE "HI-U-RBA".
           05  FILLER                PIC  X(16) VALUE "SPACE-PRI".
           05  FILLER                PIC  X(16) VALUE "SPACE-SEC".
       01  LISTCAT-NAME-TABLE       REDEFINES LISTCAT-NAMES.
           05  LC-NAME               PIC  X(16) OCCURS 6 TIMES.
       01  LISTCAT-STATS.
           05  LC-STAT OCCURS 6 TIMES.
               10  LC-VALUE          PIC  9(15).
               10  LC-FOUND          PIC  X.
       01  LISTCAT-WORK.
           05  LX                    PIC S9(4) COMP-5 VALUE +0.
           05  LC-NAME-LEN           PIC S9(4) COMP-5 VALUE +0.
           05  LC-TALLY              PIC S9(4) COMP-5 VALUE +0.
           05  LC-POS                PIC S9(4) COMP-5 VALUE +0.
           05  LC-DIGIT              PIC  9     VALUE ZERO.
           05  SW-IN-DATA            PIC  X     VALUE "N".
               88 IN-DATA-COMPONENT             VALUE "Y".
           05  SW-CYLINDERS          PIC  X     VALUE "N".
               88 SPACE-IN-CYLINDERS            VALUE "Y".
           05  SW-LISTCAT-USABLE     PIC  X     VALUE "N".
               88 LISTCAT-USABLE                VALUE "Y".

      *    THE FORECAST OF THE ROW IN HAND.  TRACKS ARE 3390 TRACKS.
       01  FORECAST-WORK.
           05  FC-CURRENT            PIC S9(18) COMP-5 VALUE +0.
           05  FC-TONIGHT            PIC S9(18) COMP-5 VALUE +0.
           05  FC-RECS-PER-TRK       PIC S9(18) COMP-5 VALUE +0.
           05  FC-NEED-TRK           PIC S9(18) COMP-5 VALUE +0.
           05  FC-CEIL-TRK           PIC S9(18) COMP-5 VALUE +0.
           05  FC-GROWTH-TRK         PIC S9(18) COMP-5 VALUE +0.
           05  FC-PCT                PIC S9(18) COMP-5 VALUE +0.
           05  FC-NEW-PRI            PIC S9(18) COMP-5 VALUE +0.
           05  FC-NEW-SEC            PIC S9(18) COMP-5 VALUE +0.
           05  FC-SEC-TRK            PIC S9(18) COMP-5 VALUE +0.
           05  FC-ALLOC-TRK          PIC S9(18) COMP-5 VALUE +0.
           05  FC-BYTES-PER-REC      PIC S9(18) COMP-5 VALUE +0.
           05  FC-BYTES-PER-TRK      PIC S9(18) COMP-5 VALUE +0.
           05  FC-USED-BYTES         PIC S9(18) COMP-5 VALUE +0.
           05  FC-AFTER-BYTES        PIC S9(18) COMP-5 VALUE +0.
           05  FC-CAP-BYTES          PIC S9(18) COMP-5 VALUE +0.
           05  FC-EXTENTS            PIC S9(18) COMP-5 VALUE +0.
           05  FC-VERDICT            PIC  X(08) VALUE SPACES.
               88 FC-OK                         VALUE "OK".
               88 FC-WARN                       VALUE "WARNING".
               88 FC-FAIL                       VALUE "RUN OUT".
               88 FC-NOT-READ                   VALUE "NOT READ".
           05  SW-BY-LISTCAT         PIC  X     VALUE "N".
               88 JUDGED-BY-LISTCAT             VALUE "Y".
           05  FORECAST-COUNT        PIC  9(04) VALUE ZEROES.
           05  WARN-COUNT            PIC  9(04) VALUE ZEROES.
           05  FAIL-COUNT            PIC  9(04) VALUE ZEROES.

      *    ONE PROGRAM'S SHARE OF TONIGHT.  THE INPUT SCALE IS IN
      *    TENTHS OF A PERCENT (1000 = THE SAME SIZE AS BEFORE).
       01  ESTIMATE-WORK.
           05  EP-SUM-COUNT          PIC S9(18) COMP-5 VALUE +0.
           05  EP-SUM-RUNS           PIC S9(18) COMP-5 VALUE +0.
           05  EP-SUM-INPUT          PIC S9(18) COMP-5 VALUE +0.
           05  EP-KNOWN              PIC S9(4) COMP-5 VALUE +0.
           05  EP-NIGHTS             PIC S9(4) COMP-5 VALUE +0.
           05  EP-PER-RUN            PIC S9(18) COMP-5 VALUE +0.
           05  EP-RUNS               PIC S9(4) COMP-5 VALUE +0.
           05  EP-SCALE              PIC S9(18) COMP-5 VALUE +0.
           05  EP-ESTIMATE           PIC S9(18) COMP-5 VALUE +0.

       01  PROGRAM-LINE.
           05  FILLER                PIC  X(04) VALUE SPACES.
           05  PL-PROGRAM            PIC  X(08).
           05  FILLER                PIC  X(07) VALUE "  RUNS ".
           05  PL-RUNS               PIC  ZZ9.
           05  FILLER                PIC  X(10) VALUE "  PER RUN ".
           05  PL-PER-RUN            PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC  X(08) VALUE "  INPUT ".
           05  PL-SCALE              PIC  ZZZ9.
           05  FILLER                PIC  X(11) VALUE "%  TONIGHT ".
           05  PL-ESTIMATE           PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC  X(23) VALUE SPACES.

       01  SIZE-LINE.
           05  FILLER                PIC  X(04) VALUE SPACES.
           05  FILLER                PIC  X(04) VALUE "NOW ".
           05  SZ-CURRENT            PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC  X(10) VALUE "  TONIGHT ".
           05  SZ-TONIGHT            PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC  X(07) VALUE "  NEED ".
           05  SZ-NEED               PIC  ZZZ,ZZ9.
           05  FILLER                PIC  X(13) VALUE " TRK  CEILING".
           05  SZ-CEIL               PIC  ZZZ,ZZ9.
           05  FILLER                PIC  X(06) VALUE " TRK  ".
           05  SZ-PCT                PIC  ZZZ9.
           05  FILLER                PIC  X(03) VALUE "%  ".
           05  SZ-VERDICT            PIC  X(08).
           05  FILLER                PIC  X(05) VALUE SPACES.

      *    NUMBERS GO INTO THE REPORT AND ALERT TEXT WITHOUT LEADING
      *    BLANKS.
       01  NUMBER-WORK.
           05  NUM-IN                PIC  9(15) VALUE ZEROES.
           05  NUM-EDIT              PIC  Z(14)9.
           05  NUM-TEXT              PIC  X(15) VALUE SPACES.
           05  NUM-LEN               PIC S9(4) COMP-5 VALUE +0.
           05  NUM-NDX               PIC S9(4) COMP-5 VALUE +0.
           05  PRI-TEXT              PIC  X(15) VALUE SPACES.
           05  PRI-LEN               PIC S9(4) COMP-5 VALUE +0.
           05  SEC-TEXT              PIC  X(15) VALUE SPACES.
           05  SEC-LEN               PIC S9(4) COMP-5 VALUE +0.
           05  RPT-PTR               PIC S9(4) COMP-5 VALUE +0.

       01  ALERT-FIELDS.
           05  ALERT-PROGRAM         PIC  X(08) VALUE "AOCSPACE".
           05  ALERT-SEVERITY        PIC S9(4) COMP-5 VALUE +0.
           05  ALERT-KEY             PIC  X(20) VALUE SPACES.
           05  ALERT-TEXT            PIC  X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN              PIC S9(4) COMP-5.
           05  PARM-TEXT             PIC  X(60).

       PROCEDURE DIVISION USING PARM-AREA.
           PERFORM 000-HOUSEKEEPING
           IF WORST-RC < 8
               PERFORM 100-LOAD-SPACE-CONTROL
           END-IF
           IF WORST-RC < 8
               PERFORM 200-LOAD-BOARD
           END-IF
           IF WORST-RC < 8
               PERFORM 220-LOAD-JOURNAL
               PERFORM 240-LOAD-PROFILES
               PERFORM 260-LOAD-HISTORY
               PERFORM 300-FORECAST-ROW
                   VARYING RX FROM 1 BY 1 UNTIL RX > ROW-COUNT
               PERFORM 700-EXTEND-HISTORY
           END-IF
           PERFORM 900-WRAP-UP
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       000-HOUSEKEEPING.
           ACCEPT HLQ-VALUE FROM ENVIRONMENT "AOCHLQ"
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           IF ADDRESS OF PARM-AREA NOT = NULL AND PARM-LEN > 0
               PERFORM 010-PARSE-PARM
           END-IF
           IF HLQ-VALUE = SPACES OR HLQ-VALUE = LOW-VALUES
               MOVE "AOC2023" TO HLQ-VALUE
           END-IF
           PERFORM VARYING HLQ-LEN FROM +17 BY -1
               UNTIL HLQ-LEN < +1
                  OR HLQ-VALUE (HLQ-LEN : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCSPCRP REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "OUTPUT SPACE FORECAST -- " HLQ-VALUE (1 : HLQ-LEN)
               "  " RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD.

       010-PARSE-PARM.
           CALL "PARMPARS" USING PARM-LEN, PARM-TEXT,
               PP-VALID-KEYS, PP-RESULT
           IF NOT PP-KEYWORD-MODE
               DISPLAY "AOCSPACE PARM IS NOT KEYWORD FORM"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "HLQ" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT TO HLQ-VALUE
           END-IF.

       050-GET-ONE-KEYWORD.
           CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
               PG-VAL-TEXT, PG-VAL-NUM.

      *    ------------------------------------------------------
      *    THE CONTROL ROWS AND WHAT TONIGHT RUNS
      *    ------------------------------------------------------
      *    COMMENT AND BLANK ROWS ARE SKIPPED.  A BAD ROW IS LISTED
      *    AND STOPS THE FORECAST BEFORE ANY DATASET IS READ.
       100-LOAD-SPACE-CONTROL.
           OPEN INPUT SPACE-CTL-FILE
           IF NOT SPC-FILE-OK
               DISPLAY "AOCSPCTL SPACE CONTROL OPEN FAILED, STATUS="
                   SPC-FILE-STATUS
               MOVE SPACES TO REPORT-RECORD
               STRING "NO SPACE CONTROL FILE ON AOCSPCTL, STATUS="
                   SPC-FILE-STATUS
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SPC-EOF
               READ SPACE-CTL-FILE
                   AT END SET SPC-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO SPC-ROW-NUMBER
                       IF SPC-RECORD (1 : 1) NOT = "*"
                          AND SPC-RECORD NOT = SPACES
                           PERFORM 110-TAKE-SPACE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPACE-CTL-FILE
           IF BAD-ROW-COUNT > 0
               MOVE +8 TO WORST-RC
           END-IF.

       110-TAKE-SPACE-ROW.
           MOVE SPACES TO BAD-ROW-REASON
           EVALUATE TRUE
               WHEN SPC-TYPE NOT = "A" AND NOT = "R"
                                  AND NOT = "G" AND NOT = "K"
                   MOVE "TYPE IS NOT A, R, G OR K" TO BAD-ROW-REASON
               WHEN SPC-DSN = SPACES
                   MOVE "NO DATASET NAME" TO BAD-ROW-REASON
               WHEN SPC-PGM-COL-X IS NOT NUMERIC
                 OR SPC-DATE-COL-X IS NOT NUMERIC
                   MOVE "PROGRAM OR DATE COLUMN NOT THREE DIGITS"
                     TO BAD-ROW-REASON
               WHEN SPC-LRECL-X IS NOT NUMERIC OR SPC-LRECL-9 = 0
                   MOVE "LRECL NOT FIVE DIGITS" TO BAD-ROW-REASON
               WHEN SPC-PRI-X IS NOT NUMERIC OR SPC-PRI-9 = 0
                 OR SPC-SEC-X IS NOT NUMERIC
                   MOVE "PRIMARY OR SECONDARY NOT FOUR DIGITS"
                     TO BAD-ROW-REASON
               WHEN SPC-WARN-X NOT = SPACES
                AND (SPC-WARN-X IS NOT NUMERIC OR SPC-WARN-9 = 0)
                   MOVE "WARNING PERCENT NOT THREE DIGITS"
                     TO BAD-ROW-REASON
               WHEN SPC-MAXEXT-X NOT = SPACES
                AND (SPC-MAXEXT-X IS NOT NUMERIC OR SPC-MAXEXT-9 = 0)
                   MOVE "EXTENT LIMIT NOT THREE DIGITS"
                     TO BAD-ROW-REASON
               WHEN (SPC-TYPE = "A" OR "K")
                AND (SPC-PGM-COL-9 = 0 OR SPC-DATE-COL-9 = 0)
                   MOVE "A AND K ROWS NEED PROGRAM AND DATE COLUMNS"
                     TO BAD-ROW-REASON
               WHEN (SPC-TYPE = "R" OR "G")
                AND SPC-PGM-COL-9 = 0 AND SPC-OWNER = SPACES
                   MOVE "R AND G ROWS NEED A PROGRAM COLUMN OR OWNER"
                     TO BAD-ROW-REASON
               WHEN SPC-PGM-COL-9 > 1021 OR SPC-DATE-COL-9 > 1021
                   MOVE "COLUMN BEYOND THE LONGEST RECORD READ"
                     TO BAD-ROW-REASON
               WHEN ROW-COUNT >= 32
                   MOVE "MORE THAN 32 ROWS" TO BAD-ROW-REASON
           END-EVALUATE
           IF BAD-ROW-REASON NOT = SPACES
               ADD +1 TO BAD-ROW-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "BAD SPACE CONTROL ROW " SPC-ROW-NUMBER ": "
                   SPC-RECORD (1 : 28) " -- " BAD-ROW-REASON
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               DISPLAY "AOCSPACE BAD SPACE CONTROL ROW "
                   SPC-ROW-NUMBER
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO ROW-COUNT
           MOVE SPC-TYPE TO ROW-TYPE (ROW-COUNT)
           MOVE SPC-DSN TO ROW-DSN (ROW-COUNT)
           MOVE SPC-PGM-COL-9 TO ROW-PGM-COL (ROW-COUNT)
           MOVE SPC-DATE-COL-9 TO ROW-DATE-COL (ROW-COUNT)
           MOVE SPC-OWNER TO ROW-OWNER (ROW-COUNT)
           MOVE SPC-LRECL-9 TO ROW-LRECL (ROW-COUNT)
           MOVE SPC-PRI-9 TO ROW-PRI (ROW-COUNT)
           MOVE SPC-SEC-9 TO ROW-SEC (ROW-COUNT)
           IF SPC-WARN-X = SPACES
               MOVE +80 TO ROW-WARN-PCT (ROW-COUNT)
           ELSE
               MOVE SPC-WARN-9 TO ROW-WARN-PCT (ROW-COUNT)
           END-IF
           EVALUATE TRUE
               WHEN SPC-MAXEXT-X NOT = SPACES
                   MOVE SPC-MAXEXT-9 TO ROW-MAX-EXT (ROW-COUNT)
               WHEN SPC-TYPE = "K"
                   MOVE +123 TO ROW-MAX-EXT (ROW-COUNT)
               WHEN OTHER
                   MOVE +16 TO ROW-MAX-EXT (ROW-COUNT)
           END-EVALUATE
           IF SPC-OWNER NOT = SPACES
               MOVE SPC-OWNER TO LOOK-PROGRAM
               PERFORM 120-ADD-PROGRAM
           END-IF.

      *    FINDS LOOK-PROGRAM IN THE PROGRAM TABLE, ADDING IT IF IT
      *    IS NEW; PX IS ZERO ONLY WHEN THE TABLE IS FULL.  THE DAY
      *    IS TAKEN FROM THE NAME -- DAY16PT2 IS DAY 16 -- SO THE
      *    RIGHT INPUT PROFILE CAN BE FOUND FOR IT.
       120-ADD-PROGRAM.
           PERFORM 130-FIND-PROGRAM
           IF PX > 0 OR PGM-COUNT >= 64
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO PGM-COUNT
           MOVE PGM-COUNT TO PX
           MOVE LOOK-PROGRAM TO PGM-NAME (PX)
           MOVE +0 TO PGM-DAY (PX) PGM-RUNS-TONIGHT (PX)
               PGM-INPUT-NOW (PX) PGM-JRN-N (PX) PGM-HST-N (PX)
               PGM-OUT-N (PX) PGM-OUT-TOTAL (PX)
           MOVE SPACES TO PGM-LAST-RUN (PX)
           MOVE "N" TO PGM-HST-TODAY (PX)
           IF LOOK-PROGRAM (1 : 3) NOT = "DAY"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DAY-PTR FROM 4 BY 1
               UNTIL DAY-PTR > 8
                  OR LOOK-PROGRAM (DAY-PTR : 1) IS NOT NUMERIC
               MOVE LOOK-PROGRAM (DAY-PTR : 1) TO DAY-DIGIT
               COMPUTE PGM-DAY (PX) = PGM-DAY (PX) * 10 + DAY-DIGIT
           END-PERFORM.

       130-FIND-PROGRAM.
           IF LAST-PX > 0
               IF PGM-NAME (LAST-PX) = LOOK-PROGRAM
                   MOVE LAST-PX TO PX
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE +0 TO PX
           PERFORM VARYING SX FROM 1 BY 1
               UNTIL SX > PGM-COUNT OR PX > 0
               IF PGM-NAME (SX) = LOOK-PROGRAM
                   MOVE SX TO PX
               END-IF
           END-PERFORM
           IF PX > 0
               MOVE PX TO LAST-PX
           END-IF.

      *    EVERY ENABLED DATED-BOARD ENTRY IS ONE RUN TONIGHT.  AN
      *    ENTRY THE PROCESSING CALENDAR WILL SKIP IS COUNTED ANYWAY
      *    -- THE FORECAST ERRS ON THE LARGE SIDE.
       200-LOAD-BOARD.
           OPEN INPUT BOARD-CTL-FILE
           IF NOT CTL-FILE-OK
               DISPLAY "AOCBCTL BOARD CONTROL FILE OPEN FAILED,"
                   " STATUS=" CTL-FILE-STATUS
               MOVE SPACES TO REPORT-RECORD
               STRING "NO BOARD CONTROL FILE ON AOCBCTL, STATUS="
                   CTL-FILE-STATUS
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CTL-EOF
               READ BOARD-CTL-FILE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END
                       IF (CTL-BOARD-FLAG = "D" OR "B")
                          AND CTL-ENABLED-FLAG = "Y"
                          AND CTL-PROGRAM NOT = SPACES
                           MOVE CTL-PROGRAM TO LOOK-PROGRAM
                           PERFORM 120-ADD-PROGRAM
                           IF PX > 0
                               ADD +1 TO PGM-RUNS-TONIGHT (PX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOARD-CTL-FILE.

      *    A PROGRAM'S STARTS BY NIGHT.  THE JOURNAL IS IN DATE
      *    ORDER, SO EACH PROGRAM KEEPS ITS LAST EIGHT NIGHTS.
       220-LOAD-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF NOT JRN-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               STRING "NO RUN JOURNAL ON AOCRUNJL, STATUS="
                   JRN-FILE-STATUS
                   " -- EVERY PROGRAM TAKEN AS ONE RUN A NIGHT"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JRN-EOF
               READ JOURNAL-FILE
                   AT END SET JRN-EOF TO TRUE
                   NOT AT END
                       IF JRN-EVENT = "START"
                           PERFORM 225-TAKE-JOURNAL-START
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       225-TAKE-JOURNAL-START.
           MOVE JRN-PROGRAM TO LOOK-PROGRAM
           PERFORM 130-FIND-PROGRAM
           IF PX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE JRN-DATE TO PGM-LAST-RUN (PX)
           MOVE PGM-JRN-N (PX) TO SX
           IF SX > 0
               IF PJ-DATE (PX, SX) = JRN-DATE
                   ADD +1 TO PJ-RUNS (PX, SX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF SX < 8
               ADD +1 TO PGM-JRN-N (PX)
               MOVE PGM-JRN-N (PX) TO SX
           ELSE
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 7
                   MOVE PGM-JRN (PX, SX + 1) TO PGM-JRN (PX, SX)
               END-PERFORM
               MOVE +8 TO SX
           END-IF
           MOVE JRN-DATE TO PJ-DATE (PX, SX)
           MOVE +1 TO PJ-RUNS (PX, SX).

      *    TONIGHT'S INPUT IS THE LAST PROFILE STORED FOR THE DAY --
      *    THE STORE IS APPENDED AS EACH UPLOAD IS ACCEPTED.
       240-LOAD-PROFILES.
           OPEN INPUT PROFILE-FILE
           IF NOT PFL-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               STRING "NO INPUT PROFILE STORE ON AOCPROFL, STATUS="
                   PFL-FILE-STATUS
                   " -- INPUT SIZES NOT SCALED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PFL-EOF
               READ PROFILE-FILE
                   AT END SET PFL-EOF TO TRUE
                   NOT AT END
                       IF PFL-DAY IS NUMERIC
                          AND PFL-RECORDS IS NUMERIC
                           PERFORM VARYING PX FROM 1 BY 1
                               UNTIL PX > PGM-COUNT
                               IF PGM-DAY (PX) = PFL-DAY-9
                                   MOVE PFL-RECORDS
                                     TO PGM-INPUT-NOW (PX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE.

      *    EACH PROGRAM'S LAST EIGHT RECORDED INPUT SIZES.  A ROW FOR
      *    TONIGHT MEANS THE FORECAST HAS ALREADY RUN TODAY AND IS
      *    NOT RECORDED AGAIN.
       260-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF NOT HST-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HST-EOF
               READ HISTORY-FILE
                   AT END SET HST-EOF TO TRUE
                   NOT AT END
                       IF HST-INPUT-X IS NUMERIC
                           PERFORM 265-TAKE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       265-TAKE-HISTORY-ROW.
           MOVE HST-PROGRAM TO LOOK-PROGRAM
           PERFORM 130-FIND-PROGRAM
           IF PX = 0
               EXIT PARAGRAPH
           END-IF
           IF HST-DATE = RUN-DATE-X
               MOVE "Y" TO PGM-HST-TODAY (PX)
               EXIT PARAGRAPH
           END-IF
           IF PGM-HST-N (PX) < 8
               ADD +1 TO PGM-HST-N (PX)
               MOVE PGM-HST-N (PX) TO SX
           ELSE
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 7
                   MOVE PGM-HST (PX, SX + 1) TO PGM-HST (PX, SX)
               END-PERFORM
               MOVE +8 TO SX
           END-IF
           MOVE HST-DATE TO PH-DATE (PX, SX)
           MOVE HST-INPUT-9 TO PH-INPUT (PX, SX).

      *    ------------------------------------------------------
      *    ONE DATASET
      *    ------------------------------------------------------
       300-FORECAST-ROW.
           MOVE +0 TO FC-CURRENT FC-TONIGHT
           MOVE SPACES TO FC-VERDICT
           MOVE "N" TO SW-BY-LISTCAT
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PGM-COUNT
               MOVE +0 TO PGM-OUT-N (PX) PGM-OUT-TOTAL (PX)
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING ROW-DSN (RX) "  TYPE " ROW-TYPE (RX)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF ROW-ARCHIVE (RX)
               PERFORM 330-MEASURE-ARCHIVE
           ELSE
               PERFORM 310-MEASURE-DATASET
           END-IF
           IF FC-NOT-READ
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO FORECAST-COUNT
           PERFORM 400-ESTIMATE-PROGRAM
               VARYING PX FROM 1 BY 1 UNTIL PX > PGM-COUNT
           IF JUDGED-BY-LISTCAT
               PERFORM 520-JUDGE-BY-LISTCAT
           ELSE
               PERFORM 500-JUDGE-BY-TRACKS
           END-IF
           PERFORM 550-SET-VERDICT
           IF NOT FC-OK
               PERFORM 600-SUGGEST-SPACE
           END-IF.

      *    AN A, R OR G DATASET, READ THROUGH AOCSPDAT.  A DATASET
      *    THAT WILL NOT OPEN IS A WARNING WHEN IT SHOULD BE THERE
      *    (A), AND NOTHING TO FORECAST WHEN TONIGHT WRITES IT
      *    AFRESH (R, G) -- THE FIRST RUN ALLOCATES IT.
       310-MEASURE-DATASET.
           MOVE SPACES TO DATA-DSN
           IF ROW-GENERATION (RX)
               STRING HLQ-VALUE (1 : HLQ-LEN) "." ROW-DSN (RX)
                   DELIMITED BY SPACE
                   "(0)" DELIMITED BY SIZE
                   INTO DATA-DSN
               END-STRING
           ELSE
               STRING HLQ-VALUE (1 : HLQ-LEN) "." ROW-DSN (RX)
                   DELIMITED BY SPACE INTO DATA-DSN
               END-STRING
           END-IF
           DISPLAY "AOCSPDAT" UPON ENVIRONMENT-NAME
           DISPLAY DATA-DSN UPON ENVIRONMENT-VALUE
           OPEN INPUT DATA-FILE
           IF NOT DAT-FILE-OK
               SET FC-NOT-READ TO TRUE
               MOVE SPACES TO REPORT-RECORD
               IF ROW-APPENDED (RX)
                   STRING "    " DELIMITED BY SIZE
                       DATA-DSN DELIMITED BY SPACE
                       " WOULD NOT OPEN, STATUS=" DAT-FILE-STATUS
                       " -- NOT FORECAST"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   IF WORST-RC < 4
                       MOVE +4 TO WORST-RC
                   END-IF
               ELSE
                   STRING "    " DELIMITED BY SIZE
                       DATA-DSN DELIMITED BY SPACE
                       " NOT THERE YET -- NOTHING TO FORECAST"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               END-IF
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SW-DAT-EOF
           PERFORM UNTIL DAT-EOF
               READ DATA-FILE
                   AT END SET DAT-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO SCAN-RECORD
                       MOVE DAT-LINELEN TO SCAN-LEN
                       IF SCAN-LEN > 0
                           MOVE DATA-RECORD (1 : SCAN-LEN)
                             TO SCAN-RECORD (1 : SCAN-LEN)
                       END-IF
                       PERFORM 350-TALLY-RECORD
               END-READ
           END-PERFORM
           CLOSE DATA-FILE.

      *    THE ARCHIVE IS READ IN KEY ORDER -- DATE FIRST -- FOR ITS
      *    NIGHTS, AND ITS SPACE COMES FROM THE LISTCAT.
       330-MEASURE-ARCHIVE.
           OPEN INPUT ANSWERS-FILE
           IF NOT ANS-FILE-OK
               SET FC-NOT-READ TO TRUE
               MOVE SPACES TO REPORT-RECORD
               STRING "    THE ARCHIVE ON AOCANSWR WOULD NOT OPEN,"
                   " STATUS=" ANS-FILE-STATUS " -- NOT FORECAST"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               IF WORST-RC < 4
                   MOVE +4 TO WORST-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SW-ANS-EOF
           PERFORM UNTIL ANS-EOF
               READ ANSWERS-FILE NEXT RECORD
                   AT END SET ANS-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO SCAN-RECORD
                       MOVE ANSWERS-RECORD TO SCAN-RECORD (1 : 118)
                       MOVE +118 TO SCAN-LEN
                       PERFORM 350-TALLY-RECORD
               END-READ
           END-PERFORM
           CLOSE ANSWERS-FILE
           PERFORM 360-READ-LISTCAT.

      *    EVERY RECORD COUNTS TOWARD WHAT THE DATASET HOLDS; ONE
      *    WRITTEN BY A KNOWN PROGRAM ALSO COUNTS TOWARD THAT
      *    PROGRAM'S NIGHT.  APPENDED DATASETS ARE IN DATE ORDER, SO
      *    A NEW DATE FOR THE PROGRAM STARTS ITS NEXT NIGHT.
       350-TALLY-RECORD.
           ADD +1 TO FC-CURRENT
           IF ROW-PGM-COL (RX) > 0
               MOVE SCAN-RECORD (ROW-PGM-COL (RX) : 8) TO LOOK-PROGRAM
           ELSE
               MOVE ROW-OWNER (RX) TO LOOK-PROGRAM
           END-IF
           PERFORM 130-FIND-PROGRAM
           IF PX = 0
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO PGM-OUT-TOTAL (PX)
           IF ROW-DATE-COL (RX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SCAN-RECORD (ROW-DATE-COL (RX) : 8) TO SCAN-DATE
           IF SCAN-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE PGM-OUT-N (PX) TO SX
           IF SX > 0
               IF PO-DATE (PX, SX) = SCAN-DATE
                   ADD +1 TO PO-COUNT (PX, SX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF SX < 5
               ADD +1 TO PGM-OUT-N (PX)
               MOVE PGM-OUT-N (PX) TO SX
           ELSE
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 4
                   MOVE PGM-OUT (PX, SX + 1) TO PGM-OUT (PX, SX)
               END-PERFORM
               MOVE +5 TO SX
           END-IF
           MOVE SCAN-DATE TO PO-DATE (PX, SX)
           MOVE +1 TO PO-COUNT (PX, SX).

      *    ONLY THE DATA COMPONENT'S SECTION IS SCANNED.  WITHOUT A
      *    RECORD COUNT AND BOTH RBAS THE ARCHIVE IS JUDGED BY ITS
      *    CONTROL ROW INSTEAD.
       360-READ-LISTCAT.
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > 6
               MOVE ZEROES TO LC-VALUE (LX)
               MOVE "N" TO LC-FOUND (LX)
           END-PERFORM
           MOVE "N" TO SW-IN-DATA SW-CYLINDERS SW-LISTCAT-USABLE
           OPEN INPUT LISTCAT-FILE
           IF LCF-FILE-OK
               MOVE "N" TO SW-LCF-EOF
               PERFORM UNTIL LCF-EOF
                   READ LISTCAT-FILE
                       AT END SET LCF-EOF TO TRUE
                       NOT AT END PERFORM 365-SCAN-LISTCAT-LINE
                   END-READ
               END-PERFORM
               CLOSE LISTCAT-FILE
           END-IF
           IF LC-FOUND (1) = "Y" AND LC-FOUND (3) = "Y"
              AND LC-FOUND (4) = "Y" AND LC-VALUE (3) > 0
               SET LISTCAT-USABLE TO TRUE
               SET JUDGED-BY-LISTCAT TO TRUE
           ELSE
               MOVE SPACES TO REPORT-RECORD
               STRING "    NO USABLE LISTCAT ON AOCLSTCT -- JUDGED"
                   " FROM THE CONTROL ROW'S ALLOCATION"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

       365-SCAN-LISTCAT-LINE.
           MOVE +0 TO LC-TALLY
           INSPECT LISTCAT-LINE TALLYING LC-TALLY
               FOR ALL "DATA ------"
           IF LC-TALLY > 0
               SET IN-DATA-COMPONENT TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO LC-TALLY
           INSPECT LISTCAT-LINE TALLYING LC-TALLY
               FOR ALL "INDEX ------"
           IF LC-TALLY > 0
               MOVE "N" TO SW-IN-DATA
               EXIT PARAGRAPH
           END-IF
           IF NOT IN-DATA-COMPONENT
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO LC-TALLY
           INSPECT LISTCAT-LINE TALLYING LC-TALLY
               FOR ALL "SPACE-TYPE"
           IF LC-TALLY > 0
               MOVE +0 TO LC-TALLY
               INSPECT LISTCAT-LINE TALLYING LC-TALLY
                   FOR ALL "CYLINDER"
               IF LC-TALLY > 0
                   SET SPACE-IN-CYLINDERS TO TRUE
               END-IF
           END-IF
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > 6
               IF LC-FOUND (LX) NOT = "Y"
                   PERFORM 370-FIND-STATISTIC
               END-IF
           END-PERFORM.

      *    A STATISTIC PRINTS AS ITS NAME, A RUN OF DASHES, THEN THE
      *    NUMBER: REC-TOTAL--------12345.
       370-FIND-STATISTIC.
           PERFORM VARYING LC-NAME-LEN FROM +16 BY -1
               UNTIL LC-NAME-LEN < +1
                  OR LC-NAME (LX) (LC-NAME-LEN : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE +0 TO LC-TALLY
           INSPECT LISTCAT-LINE TALLYING LC-TALLY
               FOR CHARACTERS
               BEFORE INITIAL LC-NAME (LX) (1 : LC-NAME-LEN)
           IF LC-TALLY >= 133
               EXIT PARAGRAPH
           END-IF
           COMPUTE LC-POS = LC-TALLY + LC-NAME-LEN + 1
           PERFORM VARYING LC-POS FROM LC-POS BY 1
               UNTIL LC-POS > 133
                  OR LISTCAT-LINE (LC-POS : 1) NOT = "-"
               CONTINUE
           END-PERFORM
           IF LC-POS > 133
               EXIT PARAGRAPH
           END-IF
           IF LISTCAT-LINE (LC-POS : 1) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROES TO LC-VALUE (LX)
           PERFORM UNTIL LC-POS > 133
                  OR LISTCAT-LINE (LC-POS : 1) IS NOT NUMERIC
               MOVE LISTCAT-LINE (LC-POS : 1) TO LC-DIGIT
               COMPUTE LC-VALUE (LX) = LC-VALUE (LX) * 10
                   + LC-DIGIT
               ADD +1 TO LC-POS
           END-PERFORM
           MOVE "Y" TO LC-FOUND (LX).

      *    ------------------------------------------------------
      *    TONIGHT'S RECORDS
      *    ------------------------------------------------------
      *    ONE PROGRAM'S SHARE OF THE ROW.  ONLY A PROGRAM THAT RUNS
      *    TONIGHT -- ON THE BOARD, OR THE OWNER OF THE ROW -- AND
      *    HAS WRITTEN TO THE DATASET BEFORE CONTRIBUTES.
       400-ESTIMATE-PROGRAM.
           MOVE +0 TO EP-ESTIMATE
           IF PGM-OUT-TOTAL (PX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PGM-RUNS-TONIGHT (PX) TO EP-RUNS
           IF PGM-NAME (PX) = ROW-OWNER (RX) AND EP-RUNS = 0
               MOVE +1 TO EP-RUNS
           END-IF
           IF EP-RUNS = 0
               EXIT PARAGRAPH
           END-IF
           IF ROW-APPENDED (RX) OR ROW-ARCHIVE (RX)
               PERFORM 410-PER-RUN-BY-NIGHTS
           ELSE
               PERFORM 420-PER-RUN-LAST-RUN
           END-IF
           IF ROW-GENERATION (RX)
               MOVE +1 TO EP-RUNS
           END-IF
           COMPUTE EP-ESTIMATE =
               (EP-PER-RUN * EP-RUNS * EP-SCALE + 999) / 1000
           ADD EP-ESTIMATE TO FC-TONIGHT
           MOVE PGM-NAME (PX) TO PL-PROGRAM
           MOVE EP-RUNS TO PL-RUNS
           MOVE EP-PER-RUN TO PL-PER-RUN
           COMPUTE PL-SCALE = (EP-SCALE + 5) / 10
           MOVE EP-ESTIMATE TO PL-ESTIMATE
           MOVE PROGRAM-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    RECORDS OVER STARTS ACROSS THE PROGRAM'S MEASURED NIGHTS;
      *    THE INPUT SCALE ONLY WHEN EVERY ONE OF THOSE NIGHTS HAS
      *    ITS INPUT SIZE IN THE SPACE HISTORY.
       410-PER-RUN-BY-NIGHTS.
           MOVE +0 TO EP-SUM-COUNT EP-SUM-RUNS EP-SUM-INPUT EP-KNOWN
           MOVE PGM-OUT-N (PX) TO EP-NIGHTS
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > EP-NIGHTS
               ADD PO-COUNT (PX, SX) TO EP-SUM-COUNT
               MOVE PO-DATE (PX, SX) TO LOOK-DATE
               PERFORM 450-FIND-RUNS
               ADD FOUND-RUNS TO EP-SUM-RUNS
               PERFORM 460-FIND-INPUT
               IF FOUND-INPUT > 0
                   ADD FOUND-INPUT TO EP-SUM-INPUT
                   ADD +1 TO EP-KNOWN
               END-IF
           END-PERFORM
           IF EP-NIGHTS = 0
               MOVE PGM-OUT-TOTAL (PX) TO EP-SUM-COUNT
               MOVE +1 TO EP-SUM-RUNS
           END-IF
           COMPUTE EP-PER-RUN =
               (EP-SUM-COUNT + EP-SUM-RUNS - 1) / EP-SUM-RUNS
           MOVE +1000 TO EP-SCALE
           IF EP-NIGHTS > 0 AND EP-KNOWN = EP-NIGHTS
              AND PGM-INPUT-NOW (PX) > 0
               COMPUTE EP-SCALE = PGM-INPUT-NOW (PX) * 1000
                   * EP-NIGHTS / EP-SUM-INPUT
           END-IF.

      *    THE DATASET AS THE LAST RUN LEFT IT.  WRITTEN BY A WHOLE
      *    BOARD, IT HOLDS ONE SHARE PER START THAT NIGHT.
       420-PER-RUN-LAST-RUN.
           MOVE PGM-LAST-RUN (PX) TO LOOK-DATE
           MOVE +1 TO FOUND-RUNS
           IF ROW-PGM-COL (RX) > 0
               PERFORM 450-FIND-RUNS
           END-IF
           COMPUTE EP-PER-RUN =
               (PGM-OUT-TOTAL (PX) + FOUND-RUNS - 1) / FOUND-RUNS
           MOVE +1000 TO EP-SCALE
           PERFORM 460-FIND-INPUT
           IF FOUND-INPUT > 0 AND PGM-INPUT-NOW (PX) > 0
               COMPUTE EP-SCALE =
                   PGM-INPUT-NOW (PX) * 1000 / FOUND-INPUT
           END-IF.

      *    THE PROGRAM'S STARTS ON LOOK-DATE; ONE WHEN THE JOURNAL
      *    DOES NOT SAY.
       450-FIND-RUNS.
           MOVE +1 TO FOUND-RUNS
           PERFORM VARYING SY FROM 1 BY 1
               UNTIL SY > PGM-JRN-N (PX)
               IF PJ-DATE (PX, SY) = LOOK-DATE
                   MOVE PJ-RUNS (PX, SY) TO FOUND-RUNS
               END-IF
           END-PERFORM.

      *    THE PROGRAM'S RECORDED INPUT SIZE ON LOOK-DATE; ZERO WHEN
      *    THE HISTORY DOES NOT HAVE IT.
       460-FIND-INPUT.
           MOVE +0 TO FOUND-INPUT
           PERFORM VARYING SY FROM 1 BY 1
               UNTIL SY > PGM-HST-N (PX)
               IF PH-DATE (PX, SY) = LOOK-DATE
                   MOVE PH-INPUT (PX, SY) TO FOUND-INPUT
               END-IF
           END-PERFORM.

      *    ------------------------------------------------------
      *    THE SPACE
      *    ------------------------------------------------------
      *    HALF-TRACK BLOCKING ON A 3390: TWO BLOCKS OF 27998 BYTES
      *    A TRACK.  THE CEILING IS THE PRIMARY AND EVERY SECONDARY
      *    THE EXTENT LIMIT ALLOWS.
       500-JUDGE-BY-TRACKS.
           COMPUTE FC-RECS-PER-TRK = (27998 / ROW-LRECL (RX)) * 2
           IF FC-RECS-PER-TRK < 1
               MOVE +1 TO FC-RECS-PER-TRK
           END-IF
           IF ROW-REWRITTEN (RX) OR ROW-GENERATION (RX)
               COMPUTE FC-NEED-TRK =
                   (FC-TONIGHT + FC-RECS-PER-TRK - 1)
                   / FC-RECS-PER-TRK
           ELSE
               COMPUTE FC-NEED-TRK =
                   (FC-CURRENT + FC-TONIGHT + FC-RECS-PER-TRK - 1)
                   / FC-RECS-PER-TRK
           END-IF
           COMPUTE FC-CEIL-TRK = ROW-PRI (RX)
               + (ROW-MAX-EXT (RX) - 1) * ROW-SEC (RX)
           COMPUTE FC-GROWTH-TRK = (FC-TONIGHT + FC-RECS-PER-TRK - 1)
               / FC-RECS-PER-TRK
           MOVE SPACES TO REPORT-RECORD
           MOVE +1 TO RPT-PTR
           MOVE ROW-LRECL (RX) TO NUM-IN
           PERFORM 680-TRIM-NUMBER
           STRING "    LRECL " NUM-TEXT (1 : NUM-LEN) ", "
               DELIMITED BY SIZE INTO REPORT-RECORD
               WITH POINTER RPT-PTR
           END-STRING
           MOVE FC-RECS-PER-TRK TO NUM-IN
           PERFORM 680-TRIM-NUMBER
           STRING NUM-TEXT (1 : NUM-LEN) " RECORDS A TRACK, "
               DELIMITED BY SIZE INTO REPORT-RECORD
               WITH POINTER RPT-PTR
           END-STRING
           PERFORM 690-WRITE-ALLOCATION.

      *    THE ARCHIVE BY ITS RBAS.  A TRACK OF THE CLUSTER HOLDS
      *    HI-A-RBA OVER THE TRACKS ITS EXTENTS HAVE TAKEN, TAKING
      *    EACH EXTENT AFTER THE FIRST AS ONE SECONDARY.
       520-JUDGE-BY-LISTCAT.
           MOVE LC-VALUE (2) TO FC-EXTENTS
           IF FC-EXTENTS < 1
               MOVE +1 TO FC-EXTENTS
           END-IF
           IF LC-FOUND (5) = "Y" AND LC-FOUND (6) = "Y"
               MOVE LC-VALUE (5) TO FC-ALLOC-TRK
               MOVE LC-VALUE (6) TO FC-SEC-TRK
               IF SPACE-IN-CYLINDERS
                   COMPUTE FC-ALLOC-TRK = FC-ALLOC-TRK * 15
                   COMPUTE FC-SEC-TRK = FC-SEC-TRK * 15
               END-IF
           ELSE
               MOVE ROW-PRI (RX) TO FC-ALLOC-TRK
               MOVE ROW-SEC (RX) TO FC-SEC-TRK
           END-IF
           COMPUTE FC-ALLOC-TRK = FC-ALLOC-TRK
               + (FC-EXTENTS - 1) * FC-SEC-TRK
           IF FC-ALLOC-TRK < 1
               MOVE +1 TO FC-ALLOC-TRK
           END-IF
           COMPUTE FC-BYTES-PER-TRK = LC-VALUE (3) / FC-ALLOC-TRK
           IF FC-BYTES-PER-TRK < 1
               MOVE +1 TO FC-BYTES-PER-TRK
           END-IF
           MOVE LC-VALUE (4) TO FC-USED-BYTES
           IF LC-VALUE (1) > 0
               COMPUTE FC-BYTES-PER-REC =
                   (FC-USED-BYTES + LC-VALUE (1) - 1) / LC-VALUE (1)
           ELSE
               MOVE ROW-LRECL (RX) TO FC-BYTES-PER-REC
           END-IF
           COMPUTE FC-AFTER-BYTES =
               FC-USED-BYTES + FC-TONIGHT * FC-BYTES-PER-REC
           MOVE LC-VALUE (3) TO FC-CAP-BYTES
           IF FC-EXTENTS < ROW-MAX-EXT (RX)
               COMPUTE FC-CAP-BYTES = FC-CAP-BYTES
                   + (ROW-MAX-EXT (RX) - FC-EXTENTS)
                   * FC-SEC-TRK * FC-BYTES-PER-TRK
           END-IF
           COMPUTE FC-NEED-TRK =
               (FC-AFTER-BYTES + FC-BYTES-PER-TRK - 1)
               / FC-BYTES-PER-TRK
           COMPUTE FC-CEIL-TRK = FC-CAP-BYTES / FC-BYTES-PER-TRK
           COMPUTE FC-GROWTH-TRK =
               (FC-TONIGHT * FC-BYTES-PER-REC + FC-BYTES-PER-TRK - 1)
               / FC-BYTES-PER-TRK
           MOVE SPACES TO REPORT-RECORD
           MOVE +1 TO RPT-PTR
           MOVE FC-USED-BYTES TO NUM-IN
           PERFORM 680-TRIM-NUMBER
           STRING "    HI-U-RBA " NUM-TEXT (1 : NUM-LEN)
               DELIMITED BY SIZE INTO REPORT-RECORD
               WITH POINTER RPT-PTR
           END-STRING
           MOVE LC-VALUE (3) TO NUM-IN
           PERFORM 680-TRIM-NUMBER
           STRING " OF HI-A-RBA " NUM-TEXT (1 : NUM-LEN) ", "
               DELIMITED BY SIZE INTO REPORT-RECORD
               WITH POINTER RPT-PTR
           END-STRING
           MOVE FC-BYTES-PER-REC TO NUM-IN
           PERFORM 680-TRIM-NUMBER
           STRING NUM-TEXT (1 : NUM-LEN) " BYTES A RECORD"
               DELIMITED BY SIZE INTO REPORT-RECORD
               WITH POINTER RPT-PTR
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE +1 TO RPT-PTR
           MOVE FC-EXTENTS TO NUM-IN
           PERFORM 680-TRIM-NUMBER
           STRING "    " NUM-TEXT (1 : NUM-LEN) " EXTENTS TAKEN, "
               DELIMITED BY SIZE INTO REPORT-RECORD
               WITH POINTER RPT-PTR
           END-STRING
           MOVE FC-BYTES-PER-TRK TO NUM-IN
           PERFORM 680-TRIM-NUMBER
           STRING NUM-TEXT (1 : NUM-LEN) " BYTES A TRACK, "
               DELIMITED BY SIZE INTO REPORT-RECORD
               WITH POINTER RPT-PTR
           END-STRING
           IF LC-FOUND (5) = "Y" AND LC-FOUND (6) = "Y"
               MOVE LC-VALUE (5) TO ROW-PRI (RX)
               MOVE LC-VALUE (6) TO ROW-SEC (RX)
               IF SPACE-IN-CYLINDERS
                   COMPUTE ROW-PRI (RX) = ROW-PRI (RX) * 15
                   COMPUTE ROW-SEC (RX) = ROW-SEC (RX) * 15
               END-IF
           END-IF
           PERFORM 690-WRITE-ALLOCATION.

       550-SET-VERDICT.
           IF FC-CEIL-TRK < 1
               MOVE +1 TO FC-CEIL-TRK
           END-IF
           COMPUTE FC-PCT = FC-NEED-TRK * 100 / FC-CEIL-TRK
           EVALUATE TRUE
               WHEN FC-NEED-TRK > FC-CEIL-TRK
                   SET FC-FAIL TO TRUE
                   ADD +1 TO FAIL-COUNT
                   MOVE +8 TO WORST-RC
               WHEN FC-PCT >= ROW-WARN-PCT (RX)
                   SET FC-WARN TO TRUE
                   ADD +1 TO WARN-COUNT
                   IF WORST-RC < 4
                       MOVE +4 TO WORST-RC
                   END-IF
               WHEN OTHER
                   SET FC-OK TO TRUE
           END-EVALUATE
           MOVE FC-CURRENT TO SZ-CURRENT
           MOVE FC-TONIGHT TO SZ-TONIGHT
           MOVE FC-NEED-TRK TO SZ-NEED
           MOVE FC-CEIL-TRK TO SZ-CEIL
           MOVE FC-PCT TO SZ-PCT
           MOVE FC-VERDICT TO SZ-VERDICT
           MOVE SIZE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    THE SPACE= TO REALLOCATE WITH, ON THE REPORT AND THE ALERT
      *    FEED.  AN A OR K DATASET KEEPS GROWING: ROOM FOR WHAT IT
      *    HOLDS AND 31 NIGHTS LIKE TONIGHT, EXTENDING BY FIVE.  AN R
      *    OR G DATASET ONLY EVER HOLDS ONE NIGHT.
       600-SUGGEST-SPACE.
           IF FC-GROWTH-TRK < 1
               MOVE +1 TO FC-GROWTH-TRK
           END-IF
           IF ROW-APPENDED (RX) OR ROW-ARCHIVE (RX)
               COMPUTE FC-NEW-PRI = FC-NEED-TRK + 31 * FC-GROWTH-TRK
               COMPUTE FC-NEW-SEC = 5 * FC-GROWTH-TRK
               IF FC-NEW-SEC * 10 < FC-NEW-PRI
                   COMPUTE FC-NEW-SEC = (FC-NEW-PRI + 9) / 10
               END-IF
           ELSE
               COMPUTE FC-NEW-PRI = (FC-NEED-TRK * 3 + 1) / 2
               COMPUTE FC-NEW-SEC = (FC-NEW-PRI + 3) / 4
           END-IF
           IF FC-NEW-PRI < 1
               MOVE +1 TO FC-NEW-PRI
           END-IF
           IF FC-NEW-SEC < 1
               MOVE +1 TO FC-NEW-SEC
           END-IF
           MOVE FC-NEW-PRI TO NUM-IN
           PERFORM 680-TRIM-NUMBER
           MOVE NUM-TEXT TO PRI-TEXT
           MOVE NUM-LEN TO PRI-LEN
           MOVE FC-NEW-SEC TO NUM-IN
           PERFORM 680-TRIM-NUMBER
           MOVE NUM-TEXT TO SEC-TEXT
           MOVE NUM-LEN TO SEC-LEN
           MOVE SPACES TO REPORT-RECORD
           STRING "    SUGGEST SPACE=(TRK,(" PRI-TEXT (1 : PRI-LEN)
               "," SEC-TEXT (1 : SEC-LEN) "))"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF ROW-ARCHIVE (RX)
               MOVE SPACES TO REPORT-RECORD
               STRING "    AS TRACKS(...) ON THE CLUSTER'S REDEFINE,"
                   " RELOADED THROUGH JCL/AOCVSAM.JCL"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO ALERT-KEY ALERT-TEXT
           MOVE ROW-DSN (RX) TO ALERT-KEY
           MOVE FC-NEED-TRK TO NUM-IN
           PERFORM 680-TRIM-NUMBER
           IF FC-FAIL
               MOVE +8 TO ALERT-SEVERITY
               STRING ROW-DSN (RX) DELIMITED BY SPACE
                   " WOULD RUN OUT TONIGHT, NEEDS "
                   NUM-TEXT (1 : NUM-LEN) " TRK -- SPACE=(TRK,("
                   PRI-TEXT (1 : PRI-LEN) "," SEC-TEXT (1 : SEC-LEN)
                   "))" DELIMITED BY SIZE INTO ALERT-TEXT
               END-STRING
           ELSE
               MOVE +4 TO ALERT-SEVERITY
               MOVE FC-PCT TO NUM-IN
               PERFORM 680-TRIM-NUMBER
               STRING ROW-DSN (RX) DELIMITED BY SPACE
                   " WILL BE " NUM-TEXT (1 : NUM-LEN)
                   "% FULL TONIGHT -- SPACE=(TRK,("
                   PRI-TEXT (1 : PRI-LEN) "," SEC-TEXT (1 : SEC-LEN)
                   "))" DELIMITED BY SIZE INTO ALERT-TEXT
               END-STRING
           END-IF
           CALL "ALERTLOG" USING ALERT-PROGRAM, ALERT-SEVERITY,
               ALERT-KEY, ALERT-TEXT.

       680-TRIM-NUMBER.
           MOVE NUM-IN TO NUM-EDIT
           MOVE SPACES TO NUM-TEXT
           PERFORM VARYING NUM-NDX FROM 1 BY 1
               UNTIL NUM-NDX > 15
                  OR NUM-EDIT (NUM-NDX : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           COMPUTE NUM-LEN = 16 - NUM-NDX
           MOVE NUM-EDIT (NUM-NDX : NUM-LEN) TO NUM-TEXT.

       690-WRITE-ALLOCATION.
           MOVE ROW-PRI (RX) TO NUM-IN
           PERFORM 680-TRIM-NUMBER
           MOVE NUM-TEXT TO PRI-TEXT
           MOVE NUM-LEN TO PRI-LEN
           MOVE ROW-SEC (RX) TO NUM-IN
           PERFORM 680-TRIM-NUMBER
           MOVE NUM-TEXT TO SEC-TEXT
           MOVE NUM-LEN TO SEC-LEN
           MOVE ROW-MAX-EXT (RX) TO NUM-IN
           PERFORM 680-TRIM-NUMBER
           STRING "ALLOCATED (" PRI-TEXT (1 : PRI-LEN) ","
               SEC-TEXT (1 : SEC-LEN) ") TRK, AT MOST "
               NUM-TEXT (1 : NUM-LEN) " EXTENTS"
               DELIMITED BY SIZE INTO REPORT-RECORD
               WITH POINTER RPT-PTR
           END-STRING
           WRITE REPORT-RECORD.

      *    ------------------------------------------------------
      *    THE SPACE HISTORY
      *    ------------------------------------------------------
      *    TONIGHT'S INPUT SIZE FOR EVERY PROGRAM THAT RUNS, SO THE
      *    NIGHTS AFTER CAN SCALE BY IT.  WITHOUT THE DATASET THE
      *    FORECAST STILL STANDS; IT JUST NEVER SCALES.
       700-EXTEND-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF NOT HST-FILE-OK
               DISPLAY "AOCSPHST SPACE HISTORY OPEN FAILED, STATUS="
                   HST-FILE-STATUS " -- TONIGHT'S INPUT NOT RECORDED"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PGM-COUNT
               IF PGM-INPUT-NOW (PX) > 0
                  AND PGM-HST-TODAY (PX) NOT = "Y"
                  AND (PGM-RUNS-TONIGHT (PX) > 0
                       OR PGM-LAST-RUN (PX) NOT = SPACES)
                   MOVE SPACES TO HST-RECORD
                   MOVE RUN-DATE-X TO HST-DATE
                   MOVE PGM-NAME (PX) TO HST-PROGRAM
                   MOVE PGM-INPUT-NOW (PX) TO HST-INPUT-9
                   WRITE HST-RECORD
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE.

       900-WRAP-UP.
           IF RPT-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD (1 : 78)
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING FORECAST-COUNT " DATASETS FORECAST, "
                   WARN-COUNT " PAST THEIR WARNING PERCENT, "
                   FAIL-COUNT " WOULD RUN OUT TONIGHT"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
           END-IF
           DISPLAY "AOCSPACE: " FORECAST-COUNT " FORECAST, "
               WARN-COUNT " WARNING, " FAIL-COUNT " RUN OUT RC="
               WORST-RC.
       END PROGRAM AOCSPACE.
