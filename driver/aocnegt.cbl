       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCNEGT.
      *    MALFORMED-INPUT ROBUSTNESS PACK -- THE NEGATIVE-TEST
      *    COMPANION TO AOCFIXT.  AOCGEN PROVES THE CEILINGS WITH
      *    VALID OVERSIZED INPUT; THIS DRIVER PROVES THE REJECT
      *    HANDLING WITH BROKEN INPUT.  FOR EVERY PROGRAM ON THE
      *    FIXTURE BOARD (AOCBCTL ROWS FLAGGED F OR B, ENABLED --
      *    EACH PROGRAM ONCE, FROM ITS FIRST ROW) THE ROW'S SAMPLE
      *    FILE IS TAKEN AS A SEED AND FIVE MALFORMED VARIANTS ARE
      *    BUILT FROM IT, SHAPED BY THE DAY'S ROW IN THE STAGING
      *    CONTROL GRAMMAR (DD/ENV AOCSGCTL, SEE CTL/AOCSTAGE.CTL):
      *        TRUNC    -- EVERY RECORD CUT TO HALF ITS LENGTH
      *        FOREIGN  -- ONE CHARACTER IN THE MIDDLE OF EVERY
      *                    RECORD REPLACED BY A CHARACTER OUTSIDE
      *                    THE DAY'S ALLOWED SET
      *        EMPTY    -- NO RECORDS AT ALL
      *        NONNUM   -- THE FIRST RUN OF DIGITS IN EVERY RECORD
      *                    OVERWRITTEN WITH X'S
      *        OVERLEN  -- THE FIRST RECORD EXTENDED TO ONE BYTE
      *                    PAST THE DAY'S MAXLEN
      *    A VARIANT THAT WOULD COME OUT IDENTICAL TO THE SEED (NO
      *    DIGITS TO OVERWRITE, NOTHING TO CUT, A MAXLEN ALREADY AT
      *    THE 32756 CEILING) IS NOT RUN AND SHOWS AS N/A.  EACH
      *    VARIANT IS WRITTEN TO THE WORK DATASET NAMED BY THE
      *    AOCNEGWK ENVIRONMENT VALUE (DEFAULT HLQ.NEGTEST.VARIANT)
      *    THROUGH THE SAME AOCINPUT NAME THE CALLED PROGRAM READS,
      *    THE SEED IS READ THROUGH AOCNEGBS, AND THE PROGRAM IS
      *    CALLED WITH THE ROW'S OWN PARM.  A VARIANT PASSES WHEN
      *    THE PROGRAM ENDS RC 4 OR 8 AND WROTE AT LEAST ONE REJECT
      *    RECORD THROUGH REJWRITE (AOCREJECT, EMPTIED AT THE START
      *    AND RE-COUNTED AROUND EVERY CALL).  A CLEAN RC 0, ANY
      *    OTHER RC, OR NO REJECT RECORD IS A FAILURE.  THE PROGRAM
      *    IS CANCELLED AFTER EVERY CALL SO EACH VARIANT MEETS A
      *    FRESHLY LOADED COPY -- STATE CARRIED BETWEEN CALLS IS
      *    AOCFIXT REENTRY=Y'S BUSINESS, NOT THIS PACK'S.
      *    AN ABEND INSIDE A CALLED PROGRAM STILL ENDS THE RUN UNIT,
      *    SO EVERY VARIANT'S START AND END IS JOURNALED FIRST, THE
      *    AOCBOARD WAY (DD/ENV AOCNEGJL, OPEN-EXTEND/CLOSE PER
      *    EVENT).  RESUBMIT THE SAME JOB AND THE DRIVER RESTORES
      *    EVERY VARIANT THAT ENDED, SCORES THE ONE THAT STARTED
      *    AND NEVER ENDED AS ABEND (RC=16, FAIL), AND CARRIES ON
      *    WITH THE FIRST VARIANT THAT NEVER RAN.  A JOURNAL ENDING
      *    IN THE COMPLETE TRAILER (OR NO JOURNAL) STARTS FRESH.
      *    PARM KEYWORDS (OPTIONAL, PARSED BY PARMPARS):
      *        DAY=NN   -- ONLY THE PROGRAMS WHOSE BOARD LABEL IS
      *                    FOR DAY NN
      *    THE MATRIX REPORT (ONE ROW PER PROGRAM, ONE COLUMN PER
      *    VARIANT) AND A LINE PER FAILING CELL GO TO DD/ENV
      *    AOCNEGRP.  RC=8 WHEN ANY CELL FAILS OR THE BOARD CONTROL
      *    OR REPORT CANNOT BE OPENED.  SEE JCL/AOCNEGT.JCL.
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
           SELECT STAGE-CTL-FILE
              ASSIGN TO AOCSGCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SGC-FILE-STATUS.
      *    THE SEED IS READ THROUGH ITS OWN NAME, POINTED AT THE
      *    BOARD ROW'S DSN THE WAY AOCINPUT IS POINTED BEFORE A CALL.
           SELECT SEED-FILE
              ASSIGN TO AOCNEGBS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SED-FILE-STATUS.
      *    VARIANT-FILE IS ASSIGNED TO THE SAME AOCINPUT NAME THE
      *    CALLED PROGRAMS READ (AS AOCBOARD'S PREFLIGHT FILE IS).
           SELECT VARIANT-FILE
              ASSIGN TO AOCINPUT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VAR-FILE-STATUS.
           SELECT REJECT-FILE
              ASSIGN TO AOCREJECT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REJ-FILE-STATUS.
           SELECT JOURNAL-FILE
              ASSIGN TO AOCNEGJL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NJL-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCNEGRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

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
           05  CTL-PARM-LEN-9       REDEFINES CTL-PARM-LEN-X
                                     PIC  9(02).
           05  FILLER                PIC  X.
           05  CTL-PARM-TEXT         PIC  X(19).

       FD  STAGE-CTL-FILE.
       01  SGC-RECORD.
           05  SGC-DAY               PIC  X(02).
           05  SGC-DAY-9            REDEFINES SGC-DAY
                                     PIC  9(02).
           05  FILLER                PIC  X.
           05  SGC-MAXLEN-X          PIC  X(05).
           05  SGC-MAXLEN-9         REDEFINES SGC-MAXLEN-X
                                     PIC  9(05).
           05  FILLER                PIC  X.
           05  SGC-MAXRECS-X         PIC  X(07).
           05  FILLER                PIC  X.
           05  SGC-ALLOWED           PIC  X(60).

       FD  SEED-FILE
           RECORD VARYING 1 TO 32756 DEPENDING ON SED-LINELEN
           RECORDING MODE V.
       01  SEED-RECORD               PIC X(32756).

       FD  VARIANT-FILE
           RECORD VARYING 1 TO 32756 DEPENDING ON VAR-LINELEN
           RECORDING MODE V.
       01  VARIANT-RECORD            PIC X(32756).

      *    REJWRITE'S LAYOUT -- THE DRIVER ONLY COUNTS THE
      *    RECORDS AROUND EACH CALL, IT DOES NOT TRIAGE THEM.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-REC-PROGRAM       PIC  X(08).
           05  FILLER                PIC  X(250).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  NJL-EVENT             PIC  X(8).
           05  FILLER                PIC  X.
           05  NJL-PROGRAM           PIC  X(8).
           05  FILLER                PIC  X.
           05  NJL-VARIANT           PIC  X(8).
           05  FILLER                PIC  X.
           05  NJL-RC                PIC S9(4) SIGN LEADING SEPARATE.
           05  FILLER                PIC  X.
           05  NJL-REJECTS           PIC  9(6).

       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC  X(120).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  CTL-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 CTL-FILE-OK                   VALUE "00".
           05  SW-CTL-EOF            PIC  X     VALUE "N".
               88 CTL-EOF                       VALUE "Y".
           05  SGC-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 SGC-FILE-OK                   VALUE "00".
           05  SW-SGC-EOF            PIC  X     VALUE "N".
               88 SGC-EOF                       VALUE "Y".
           05  SED-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 SED-FILE-OK                   VALUE "00".
           05  SW-SED-EOF            PIC  X     VALUE "N".
               88 SED-EOF                       VALUE "Y".
           05  SED-LINELEN           PIC  9(8) BINARY.
           05  VAR-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 VAR-FILE-OK                   VALUE "00".
           05  VAR-LINELEN           PIC  9(8) BINARY.
           05  REJ-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 REJ-FILE-OK                   VALUE "00".
           05  SW-REJ-EOF            PIC  X     VALUE "N".
               88 REJ-EOF                       VALUE "Y".
           05  NJL-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 NJL-FILE-OK                   VALUE "00".
           05  SW-NJL-EOF            PIC  X     VALUE "N".
               88 NJL-EOF                       VALUE "Y".
           05  RPT-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                   VALUE "00".

       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER          PIC X(12) VALUE "DAY".
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

       01  QUERY-CONTROLS.
           05  ONLY-DAY            PIC S9(4) COMP-5 VALUE +0.
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.

      *    SEASON HLQ FOR &HLQ. PREFIXES AND THE DEFAULT WORK DSN --
      *    FROM THE AOCHLQ ENVIRONMENT VALUE, DEFAULTING TO THE 2023
      *    SEASON, AS AOCFIXT DOES.
       01  HLQ-FIELDS.
           05  HLQ-VALUE             PIC  X(17) VALUE SPACES.
           05  HLQ-LEN               PIC S9(4) COMP-5 VALUE +0.
           05  DSN-WORK              PIC  X(40) VALUE SPACES.
           05  VARIANT-DSN           PIC  X(44) VALUE SPACES.

      *    THE STAGING GRAMMAR, ONE SLOT PER DAY.  A DAY WITH NO ROW
      *    KEEPS THE AOCSTAGE DEFAULTS -- MAXLEN 32756, ANY
      *    CHARACTER.
       01  GRAMMAR-TABLE.
           05  GRAMMAR-ENTRY OCCURS 25 TIMES.
               10  GRM-MAXLEN        PIC  9(08).
               10  GRM-ALLOWED       PIC  X(60).

      *    ONE ENTRY PER PROGRAM ON THE FIXTURE BOARD, WITH ONE CELL
      *    PER VARIANT.  CELL STATE: BLANK NOT YET RUN, S STARTED
      *    (RESTORED FROM A JOURNAL WITH NO END -- THE ABENDER),
      *    E ENDED, X NOT APPLICABLE.
       01  BOARD-TABLE.
           05  BOARD-ENTRY OCCURS 64 TIMES
                           INDEXED BY BX.
               10  BRD-LABEL         PIC  X(20).
               10  BRD-PROGRAM       PIC  X(8).
               10  BRD-DSN           PIC  X(40).
               10  BRD-PARM-LEN      PIC S9(4) COMP-5.
               10  BRD-PARM-TEXT     PIC  X(19).
               10  BRD-DAY           PIC S9(4) COMP-5.
               10  BRD-CELL OCCURS 5 TIMES.
                   15  CEL-STATE     PIC  X(01).
                       88 CEL-NOT-RUN            VALUE SPACE.
                       88 CEL-ABENDED            VALUE "S".
                       88 CEL-ENDED              VALUE "E".
                       88 CEL-NOT-APPLICABLE     VALUE "X".
                   15  CEL-RC        PIC S9(4) COMP-5.
                   15  CEL-REJECTS   PIC S9(9) COMP-5.

       01  BOARD-CONTROLS.
           05  BOARD-MAX             PIC S9(4) COMP-5 VALUE +64.
           05  BOARD-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  BOARD-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  BOARD-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  SW-RESUMING           PIC  X     VALUE "N".
               88 RESUMING-PRIOR-RUN            VALUE "Y".
           05  SW-PRIOR-COMPLETE     PIC  X     VALUE "N".
               88 PRIOR-RUN-COMPLETE            VALUE "Y".
           05  JOURNAL-COUNT         PIC S9(9) COMP-5 VALUE +0.

       01  VARIANT-NAMES.
           05  FILLER                PIC  X(8) VALUE "TRUNC".
           05  FILLER                PIC  X(8) VALUE "FOREIGN".
           05  FILLER                PIC  X(8) VALUE "EMPTY".
           05  FILLER                PIC  X(8) VALUE "NONNUM".
           05  FILLER                PIC  X(8) VALUE "OVERLEN".
       01  VARIANT-NAME-TABLE REDEFINES VARIANT-NAMES.
           05  VARIANT-NAME          PIC  X(8) OCCURS 5 TIMES.

       01  VARIANT-CONTROLS.
           05  VX                    PIC S9(4) COMP-5 VALUE +0.
           05  VARIANT-COUNT         PIC S9(4) COMP-5 VALUE +5.
           05  VAR-MAXLEN            PIC  9(08) VALUE ZEROES.
           05  VAR-ALLOWED           PIC  X(60) VALUE SPACES.
           05  VAR-RECORDS           PIC S9(9) COMP-5 VALUE +0.
           05  VAR-CHANGES           PIC S9(9) COMP-5 VALUE +0.
           05  COL-NDX               PIC S9(9) COMP-5 VALUE +0.
           05  COL-FIRST             PIC S9(9) COMP-5 VALUE +0.
           05  COL-FROM              PIC S9(9) COMP-5 VALUE +0.
           05  CHAR-TALLY            PIC S9(4) COMP-5 VALUE +0.
      *    CANDIDATES FOR THE FOREIGN CHARACTER, TRIED IN ORDER --
      *    THE FIRST ONE ABSENT FROM THE DAY'S ALLOWED SET IS USED.
      *    A DAY THAT ACCEPTS ANYTHING GETS THE FIRST.
           05  FOREIGN-CANDIDATES    PIC  X(12) VALUE "~^`{}$!?;@\&".
           05  FOREIGN-NDX           PIC S9(4) COMP-5 VALUE +0.
           05  FOREIGN-CHAR          PIC  X(01) VALUE "~".
           05  SW-SEED-OK            PIC  X     VALUE "N".
               88 SEED-OPENED                   VALUE "Y".

       01  CALL-CONTROLS.
           05  REJECTS-BEFORE        PIC S9(9) COMP-5 VALUE +0.
           05  REJECTS-AFTER         PIC S9(9) COMP-5 VALUE +0.
           05  REJECT-TALLY          PIC S9(9) COMP-5 VALUE +0.
           05  CALL-RC               PIC S9(4) COMP-5 VALUE +0.

      *    SHAPED TO MATCH THE FRONT OF EVERY CALLED PROGRAM'S OWN
      *    01 PARM-AREA, AS IN AOCBOARD AND AOCFIXT.
       01  CALL-PARM-AREA.
           05  PARM-CALL-LEN         PIC S9(4) COMP-5.
           05  PARM-CALL-TEXT        PIC  X(19).

       01  JOURNAL-WORK.
           05  JWK-EVENT             PIC  X(8).
           05  JWK-PROGRAM           PIC  X(8).
           05  JWK-VARIANT           PIC  X(8).
           05  JWK-RC                PIC S9(4) COMP-5.
           05  JWK-REJECTS           PIC S9(9) COMP-5.

       01  TOTAL-CONTROLS.
           05  CELLS-RUN             PIC S9(4) COMP-5 VALUE +0.
           05  CELLS-PASSED          PIC S9(4) COMP-5 VALUE +0.
           05  CELLS-FAILED          PIC S9(4) COMP-5 VALUE +0.
           05  CELLS-ABENDED         PIC S9(4) COMP-5 VALUE +0.
           05  CELLS-NOT-APPLICABLE  PIC S9(4) COMP-5 VALUE +0.

       01  REPORT-WORK.
           05  RPT-DETAIL.
               10  RPT-LABEL         PIC  X(20).
               10  FILLER            PIC  X     VALUE SPACE.
               10  RPT-PROGRAM       PIC  X(8).
               10  FILLER            PIC  X     VALUE SPACE.
               10  RPT-CELL OCCURS 5 TIMES.
                   15  RPT-CELL-TEXT PIC  X(8).
                   15  FILLER        PIC  X     VALUE SPACE.
           05  RPT-CELL-WORK.
               10  RPT-CELL-WORD     PIC  X(5).
               10  RPT-CELL-RC       PIC  Z9.
               10  FILLER            PIC  X     VALUE SPACE.
           05  RC-EDIT               PIC  -(4)9.
           05  COUNT-EDIT            PIC  Z(8)9.
           05  FAIL-REASON           PIC  X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN              PIC S9(4) COMP-5.
           05  PARM-TEXT             PIC  X(40).

       PROCEDURE DIVISION USING PARM-AREA.
           PERFORM 000-PARSE-PARM
           IF WORST-RC < 8
               PERFORM 020-SET-HLQ
               PERFORM 100-LOAD-GRAMMAR
               PERFORM 150-LOAD-BOARD
           END-IF
           IF WORST-RC < 8
               PERFORM 200-READ-JOURNAL
               PERFORM 300-RUN-PACK
               PERFORM 800-WRITE-MATRIX
           END-IF
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       000-PARSE-PARM.
           IF ADDRESS OF PARM-AREA = NULL OR PARM-LEN < 1
               EXIT PARAGRAPH
           END-IF
           CALL "PARMPARS" USING PARM-LEN, PARM-TEXT,
               PP-VALID-KEYS, PP-RESULT
           IF NOT PP-KEYWORD-MODE
               DISPLAY "AOCNEGT PARM IS NOT KEYWORD FORM"
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "DAY" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               IF PG-VAL-NUM >= 1 AND PG-VAL-NUM <= 25
                   MOVE PG-VAL-NUM TO ONLY-DAY
                   DISPLAY "AOCNEGT: PACK SCOPED TO DAY " ONLY-DAY
               ELSE
                   DISPLAY "AOCNEGT NEEDS A USABLE DAY=NN"
                   MOVE +8 TO WORST-RC
               END-IF
           END-IF.

       050-GET-ONE-KEYWORD.
           CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
               PG-VAL-TEXT, PG-VAL-NUM.

       020-SET-HLQ.
           ACCEPT HLQ-VALUE FROM ENVIRONMENT "AOCHLQ"
           IF HLQ-VALUE = SPACES OR HLQ-VALUE = LOW-VALUES
               MOVE "AOC2023" TO HLQ-VALUE
           END-IF
           PERFORM VARYING HLQ-LEN FROM +17 BY -1
               UNTIL HLQ-LEN < +1
                  OR HLQ-VALUE (HLQ-LEN : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           ACCEPT VARIANT-DSN FROM ENVIRONMENT "AOCNEGWK"
           IF VARIANT-DSN = SPACES OR VARIANT-DSN = LOW-VALUES
               MOVE SPACES TO VARIANT-DSN
               STRING HLQ-VALUE (1 : HLQ-LEN)
                   ".NEGTEST.VARIANT"
                   DELIMITED BY SIZE INTO VARIANT-DSN
               END-STRING
           END-IF.

       100-LOAD-GRAMMAR.
           PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > 25
               MOVE 32756 TO GRM-MAXLEN  (VX)
               MOVE "*"   TO GRM-ALLOWED (VX)
           END-PERFORM
           OPEN INPUT STAGE-CTL-FILE
           IF NOT SGC-FILE-OK
               DISPLAY "AOCSGCTL OPEN FAILED, STATUS="
                   SGC-FILE-STATUS " -- DEFAULT GRAMMAR IN EFFECT"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SGC-EOF
               READ STAGE-CTL-FILE
                   AT END SET SGC-EOF TO TRUE
                   NOT AT END PERFORM 110-KEEP-GRAMMAR-ROW
               END-READ
           END-PERFORM
           CLOSE STAGE-CTL-FILE.

       110-KEEP-GRAMMAR-ROW.
           IF SGC-DAY NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF SGC-DAY-9 < 1 OR SGC-DAY-9 > 25
               EXIT PARAGRAPH
           END-IF
           IF SGC-MAXLEN-X NUMERIC
               MOVE SGC-MAXLEN-9 TO GRM-MAXLEN (SGC-DAY-9)
           END-IF
           IF SGC-ALLOWED NOT = SPACES
               MOVE SGC-ALLOWED TO GRM-ALLOWED (SGC-DAY-9)
           END-IF.

       150-LOAD-BOARD.
           OPEN INPUT BOARD-CTL-FILE
           IF NOT CTL-FILE-OK
               DISPLAY "AOCBCTL BOARD CONTROL FILE OPEN FAILED,"
                   " STATUS=" CTL-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CTL-EOF
               READ BOARD-CTL-FILE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END PERFORM 160-LOAD-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE BOARD-CTL-FILE
           IF BOARD-COUNT = 0 AND WORST-RC < 8
               DISPLAY "AOCBCTL SUPPLIED NO ENABLED FIXTURE-BOARD"
                   " ENTRIES"
               MOVE +8 TO WORST-RC
           END-IF.

      *    F AND B ROWS ONLY, EACH PROGRAM ONCE -- THE SECOND ROW OF
      *    A DUAL-PART PROGRAM ONLY DIFFERS IN ITS PARM, AND THE
      *    REJECT PATHS SIT IN THE PARSE, NOT THE PART.
       160-LOAD-ONE-ENTRY.
           EVALUATE TRUE
               WHEN CTL-RECORD = SPACES
                   CONTINUE
               WHEN CTL-BOARD-FLAG = "*"
                   CONTINUE
               WHEN CTL-BOARD-FLAG NOT = "F" AND
                    CTL-BOARD-FLAG NOT = "B"
                   CONTINUE
               WHEN CTL-ENABLED-FLAG NOT = "Y"
                   CONTINUE
               WHEN OTHER
                   PERFORM 170-ADD-ONE-ENTRY
           END-EVALUATE.

       170-ADD-ONE-ENTRY.
           MOVE +0 TO BOARD-FOUND
           PERFORM VARYING BOARD-NDX FROM 1 BY 1
               UNTIL BOARD-NDX > BOARD-COUNT OR BOARD-FOUND > 0
               IF BRD-PROGRAM (BOARD-NDX) = CTL-PROGRAM
                   MOVE BOARD-NDX TO BOARD-FOUND
               END-IF
           END-PERFORM
           IF BOARD-FOUND > 0
               EXIT PARAGRAPH
           END-IF
      *    THE DAY NUMBER SITS RIGHT-JUSTIFIED IN LABEL COLUMNS 5-6
      *    ("DAY  1 ...", "DAY 17 ...").
           MOVE +0 TO BOARD-NDX
           IF CTL-LABEL (6 : 1) IS NUMERIC
               IF CTL-LABEL (5 : 1) IS NUMERIC
                   COMPUTE BOARD-NDX =
                       FUNCTION NUMVAL (CTL-LABEL (5 : 2))
               ELSE
                   COMPUTE BOARD-NDX =
                       FUNCTION NUMVAL (CTL-LABEL (6 : 1))
               END-IF
           END-IF
           IF ONLY-DAY > 0 AND BOARD-NDX NOT = ONLY-DAY
               EXIT PARAGRAPH
           END-IF
           IF BOARD-COUNT >= BOARD-MAX
               DISPLAY "AOCBCTL HAS MORE PROGRAMS THAN THE PACK"
                   " TABLE HOLDS, LIMIT=" BOARD-MAX
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO BOARD-COUNT
           SET BX TO BOARD-COUNT
           MOVE CTL-LABEL   TO BRD-LABEL   (BX)
           MOVE CTL-PROGRAM TO BRD-PROGRAM (BX)
           MOVE CTL-DSN     TO BRD-DSN     (BX)
           MOVE BOARD-NDX   TO BRD-DAY     (BX)
           IF BRD-DSN (BX) (1 : 5) = "&HLQ."
               MOVE SPACES TO DSN-WORK
               STRING HLQ-VALUE (1 : HLQ-LEN)
                   "." CTL-DSN (6 : 35)
                   DELIMITED BY SIZE INTO DSN-WORK
               END-STRING
               MOVE DSN-WORK TO BRD-DSN (BX)
           END-IF
           IF CTL-PARM-LEN-X NUMERIC
               MOVE CTL-PARM-LEN-9 TO BRD-PARM-LEN (BX)
           ELSE
               MOVE +0             TO BRD-PARM-LEN (BX)
           END-IF
           MOVE CTL-PARM-TEXT TO BRD-PARM-TEXT (BX)
           PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > VARIANT-COUNT
               MOVE SPACE TO CEL-STATE   (BX VX)
               MOVE +0    TO CEL-RC      (BX VX)
               MOVE +0    TO CEL-REJECTS (BX VX)
           END-PERFORM.

      *    READ BACK THE JOURNAL A PRIOR RUN LEFT.  THE COMPLETE
      *    TRAILER (OR NO JOURNAL) MEANS START FRESH; OTHERWISE THE
      *    PRIOR RUN WAS CUT SHORT AND ITS CELLS ARE RESTORED.
       200-READ-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF NJL-FILE-OK
               PERFORM UNTIL NJL-EOF
                   READ JOURNAL-FILE
                       AT END SET NJL-EOF TO TRUE
                       NOT AT END PERFORM 210-NOTE-JOURNAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           IF PRIOR-RUN-COMPLETE OR JOURNAL-COUNT = 0
               PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BOARD-COUNT
                   PERFORM VARYING VX FROM 1 BY 1
                       UNTIL VX > VARIANT-COUNT
                       MOVE SPACE TO CEL-STATE   (BX VX)
                       MOVE +0    TO CEL-RC      (BX VX)
                       MOVE +0    TO CEL-REJECTS (BX VX)
                   END-PERFORM
               END-PERFORM
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
      *        A FRESH PACK STARTS WITH AN EMPTY REJECT DATASET SO
      *        THE COUNTS AROUND EACH CALL ARE THIS RUN'S ALONE.
               OPEN OUTPUT REJECT-FILE
               CLOSE REJECT-FILE
           ELSE
               SET RESUMING-PRIOR-RUN TO TRUE
               DISPLAY "AOCNEGJL SHOWS AN UNFINISHED PRIOR RUN --"
                   " RESUMING FROM THE JOURNAL"
           END-IF.

       210-NOTE-JOURNAL-RECORD.
           IF NJL-EVENT = "COMPLETE"
               SET PRIOR-RUN-COMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO JOURNAL-COUNT
           MOVE "N" TO SW-PRIOR-COMPLETE
           MOVE +0 TO BOARD-FOUND
           PERFORM VARYING BOARD-NDX FROM 1 BY 1
               UNTIL BOARD-NDX > BOARD-COUNT OR BOARD-FOUND > 0
               IF BRD-PROGRAM (BOARD-NDX) = NJL-PROGRAM
                   MOVE BOARD-NDX TO BOARD-FOUND
               END-IF
           END-PERFORM
           IF BOARD-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING VX FROM 1 BY 1
               UNTIL VX > VARIANT-COUNT
                  OR VARIANT-NAME (VX) = NJL-VARIANT
               CONTINUE
           END-PERFORM
           IF VX > VARIANT-COUNT
               EXIT PARAGRAPH
           END-IF
           EVALUATE NJL-EVENT
               WHEN "STARTED"
                   MOVE "S" TO CEL-STATE (BOARD-FOUND VX)
                   MOVE +16 TO CEL-RC    (BOARD-FOUND VX)
               WHEN "ENDED"
                   MOVE "E" TO CEL-STATE (BOARD-FOUND VX)
                   MOVE NJL-RC      TO CEL-RC      (BOARD-FOUND VX)
                   MOVE NJL-REJECTS TO CEL-REJECTS (BOARD-FOUND VX)
               WHEN "NOTAPPL"
                   MOVE "X" TO CEL-STATE (BOARD-FOUND VX)
           END-EVALUATE.

       300-RUN-PACK.
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BOARD-COUNT
               PERFORM VARYING VX FROM 1 BY 1
                   UNTIL VX > VARIANT-COUNT
                   IF CEL-NOT-RUN (BX VX)
                       PERFORM 310-RUN-ONE-VARIANT
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "COMPLETE" TO JWK-EVENT
           MOVE SPACES     TO JWK-PROGRAM JWK-VARIANT
           MOVE WORST-RC   TO JWK-RC
           MOVE +0         TO JWK-REJECTS
           PERFORM 390-WRITE-JOURNAL.

       310-RUN-ONE-VARIANT.
           MOVE BRD-PROGRAM (BX)  TO JWK-PROGRAM
           MOVE VARIANT-NAME (VX) TO JWK-VARIANT
           PERFORM 400-BUILD-VARIANT
           IF NOT SEED-OPENED
               DISPLAY "AOCNEGBS SEED " BRD-DSN (BX)
                   " OPEN FAILED, STATUS=" SED-FILE-STATUS
                   " -- " BRD-PROGRAM (BX) " " VARIANT-NAME (VX)
                   " NOT RUN"
               MOVE "X" TO CEL-STATE (BX VX)
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           IF VAR-CHANGES = 0 AND VX NOT = 3
               MOVE "X" TO CEL-STATE (BX VX)
               MOVE "NOTAPPL" TO JWK-EVENT
               MOVE +0 TO JWK-RC JWK-REJECTS
               PERFORM 390-WRITE-JOURNAL
               EXIT PARAGRAPH
           END-IF
           PERFORM 350-COUNT-REJECTS
           MOVE REJECT-TALLY TO REJECTS-BEFORE
           MOVE "STARTED" TO JWK-EVENT
           MOVE +0 TO JWK-RC JWK-REJECTS
           PERFORM 390-WRITE-JOURNAL
           DISPLAY "AOCINPUT" UPON ENVIRONMENT-NAME
           DISPLAY VARIANT-DSN UPON ENVIRONMENT-VALUE
           MOVE BRD-PARM-LEN  (BX) TO PARM-CALL-LEN
           MOVE BRD-PARM-TEXT (BX) TO PARM-CALL-TEXT
           MOVE 0 TO RETURN-CODE
           CALL BRD-PROGRAM (BX) USING CALL-PARM-AREA
               ON EXCEPTION
                   DISPLAY "PROGRAM " BRD-PROGRAM (BX)
                       " COULD NOT BE CALLED -- SCORED FAIL"
                   MOVE 16 TO RETURN-CODE
           END-CALL
      *    CAPTURE THE RC BEFORE ANY OTHER CALL OVERWRITES IT.
           MOVE RETURN-CODE TO CALL-RC
           CANCEL BRD-PROGRAM (BX)
           PERFORM 350-COUNT-REJECTS
           MOVE REJECT-TALLY TO REJECTS-AFTER
      *    REJWRITE OPENS OUTPUT ON ITS FIRST CALL OF THE RUN UNIT,
      *    SO AFTER A RESUME THE DATASET MAY HAVE BEEN RESTARTED
      *    UNDER THIS CALL -- THEN EVERYTHING ON IT IS THIS CALL'S.
           IF REJECTS-AFTER < REJECTS-BEFORE
               MOVE +0 TO REJECTS-BEFORE
           END-IF
           MOVE "E"      TO CEL-STATE (BX VX)
           MOVE CALL-RC  TO CEL-RC    (BX VX)
           COMPUTE CEL-REJECTS (BX VX) = REJECTS-AFTER
               - REJECTS-BEFORE
           MOVE "ENDED"  TO JWK-EVENT
           MOVE CALL-RC  TO JWK-RC
           MOVE CEL-REJECTS (BX VX) TO JWK-REJECTS
           PERFORM 390-WRITE-JOURNAL.

       350-COUNT-REJECTS.
           MOVE +0 TO REJECT-TALLY
           OPEN INPUT REJECT-FILE
           IF NOT REJ-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SW-REJ-EOF
           PERFORM UNTIL REJ-EOF
               READ REJECT-FILE
                   AT END SET REJ-EOF TO TRUE
                   NOT AT END
                       IF REJECT-RECORD NOT = SPACES
                           ADD +1 TO REJECT-TALLY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECT-FILE.

      *    ONE EVENT PER RECORD, OPENED EXTEND AND CLOSED AGAIN SO
      *    THE START IS ON DISK BEFORE THE CALLED PROGRAM GETS
      *    CONTROL (THE AOCBOARD RESTART JOURNAL PATTERN).
       390-WRITE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF NJL-FILE-STATUS = "05" OR NJL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE SPACES      TO JOURNAL-RECORD
           MOVE JWK-EVENT   TO NJL-EVENT
           MOVE JWK-PROGRAM TO NJL-PROGRAM
           MOVE JWK-VARIANT TO NJL-VARIANT
           MOVE JWK-RC      TO NJL-RC
           MOVE JWK-REJECTS TO NJL-REJECTS
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

      *    COPY THE SEED TO THE VARIANT DATASET, BREAKING IT THE WAY
      *    THE CURRENT VARIANT CALLS FOR.  VAR-CHANGES COUNTS THE
      *    RECORDS ACTUALLY ALTERED, SO A VARIANT THAT LEFT THE
      *    SEED INTACT IS NEVER MISTAKEN FOR A TEST.
       400-BUILD-VARIANT.
           MOVE +0 TO VAR-RECORDS VAR-CHANGES
           MOVE "N" TO SW-SEED-OK
           IF BRD-DAY (BX) >= 1 AND BRD-DAY (BX) <= 25
               MOVE GRM-MAXLEN  (BRD-DAY (BX)) TO VAR-MAXLEN
               MOVE GRM-ALLOWED (BRD-DAY (BX)) TO VAR-ALLOWED
           ELSE
               MOVE 32756 TO VAR-MAXLEN
               MOVE "*"   TO VAR-ALLOWED
           END-IF
           PERFORM 410-PICK-FOREIGN-CHAR
           DISPLAY "AOCNEGBS" UPON ENVIRONMENT-NAME
           DISPLAY BRD-DSN (BX) UPON ENVIRONMENT-VALUE
           OPEN INPUT SEED-FILE
           IF NOT SED-FILE-OK
               EXIT PARAGRAPH
           END-IF
           SET SEED-OPENED TO TRUE
           DISPLAY "AOCINPUT" UPON ENVIRONMENT-NAME
           DISPLAY VARIANT-DSN UPON ENVIRONMENT-VALUE
           OPEN OUTPUT VARIANT-FILE
           IF NOT VAR-FILE-OK
               DISPLAY "AOCINPUT VARIANT " VARIANT-DSN
                   " OPEN FAILED, STATUS=" VAR-FILE-STATUS
               CLOSE SEED-FILE
               MOVE "N" TO SW-SEED-OK
               EXIT PARAGRAPH
           END-IF
      *    THE EMPTY VARIANT IS JUST THE OPEN AND CLOSE.
           IF VX NOT = 3
               MOVE "N" TO SW-SED-EOF
               PERFORM UNTIL SED-EOF
                   READ SEED-FILE
                       AT END SET SED-EOF TO TRUE
                       NOT AT END PERFORM 420-WRITE-ONE-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SEED-FILE
           CLOSE VARIANT-FILE.

       410-PICK-FOREIGN-CHAR.
           MOVE FOREIGN-CANDIDATES (1 : 1) TO FOREIGN-CHAR
           IF VAR-ALLOWED (1 : 1) = "*"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FOREIGN-NDX FROM 1 BY 1
               UNTIL FOREIGN-NDX > 12
               MOVE +0 TO CHAR-TALLY
               INSPECT VAR-ALLOWED TALLYING CHAR-TALLY
                   FOR ALL FOREIGN-CANDIDATES (FOREIGN-NDX : 1)
               IF CHAR-TALLY = 0
                   MOVE FOREIGN-CANDIDATES (FOREIGN-NDX : 1)
                     TO FOREIGN-CHAR
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       420-WRITE-ONE-RECORD.
           ADD +1 TO VAR-RECORDS
      *    A BLANK SEED LINE IS CARRIED AS ONE SPACE.
           IF SED-LINELEN < 1
               MOVE 1 TO SED-LINELEN
               MOVE SPACE TO SEED-RECORD (1 : 1)
           END-IF
           MOVE SED-LINELEN TO VAR-LINELEN
           MOVE SEED-RECORD (1 : SED-LINELEN)
             TO VARIANT-RECORD (1 : SED-LINELEN)
           EVALUATE VX
               WHEN 1
                   IF SED-LINELEN > 1
                       COMPUTE VAR-LINELEN = SED-LINELEN / 2
                       ADD +1 TO VAR-CHANGES
                   END-IF
               WHEN 2
                   COMPUTE COL-NDX = (SED-LINELEN + 1) / 2
                   MOVE FOREIGN-CHAR TO VARIANT-RECORD (COL-NDX : 1)
                   ADD +1 TO VAR-CHANGES
               WHEN 4
                   PERFORM 430-OVERWRITE-DIGITS
               WHEN 5
                   IF VAR-RECORDS = 1 AND VAR-MAXLEN < 32756
                       PERFORM 440-EXTEND-RECORD
                   END-IF
           END-EVALUATE
           WRITE VARIANT-RECORD.

       430-OVERWRITE-DIGITS.
           MOVE +0 TO COL-FIRST
           PERFORM VARYING COL-NDX FROM 1 BY 1
               UNTIL COL-NDX > SED-LINELEN OR COL-FIRST > 0
               IF VARIANT-RECORD (COL-NDX : 1) IS NUMERIC
                   MOVE COL-NDX TO COL-FIRST
               END-IF
           END-PERFORM
           IF COL-FIRST = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING COL-NDX FROM COL-FIRST BY 1
               UNTIL COL-NDX > SED-LINELEN
                  OR VARIANT-RECORD (COL-NDX : 1) IS NOT NUMERIC
               MOVE "X" TO VARIANT-RECORD (COL-NDX : 1)
           END-PERFORM
           ADD +1 TO VAR-CHANGES.

      *    PAD BY REPEATING THE RECORD'S OWN TEXT, SO THE ONLY
      *    THING WRONG WITH IT IS ITS LENGTH.
       440-EXTEND-RECORD.
           COMPUTE VAR-LINELEN = VAR-MAXLEN + 1
           MOVE +1 TO COL-FROM
           COMPUTE COL-FIRST = SED-LINELEN + 1
           PERFORM VARYING COL-NDX FROM COL-FIRST BY 1
               UNTIL COL-NDX > VAR-LINELEN
               MOVE SEED-RECORD (COL-FROM : 1)
                 TO VARIANT-RECORD (COL-NDX : 1)
               ADD +1 TO COL-FROM
               IF COL-FROM > SED-LINELEN
                   MOVE +1 TO COL-FROM
               END-IF
           END-PERFORM
           ADD +1 TO VAR-CHANGES.

       800-WRITE-MATRIX.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCNEGRP REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "MALFORMED-INPUT ROBUSTNESS PACK -- PASS = RC 4 OR 8"
               & " WITH AT LEAST ONE REJECT RECORD" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO RPT-DETAIL
           MOVE "LABEL"   TO RPT-LABEL
           MOVE "PROGRAM" TO RPT-PROGRAM
           PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > VARIANT-COUNT
               MOVE VARIANT-NAME (VX) TO RPT-CELL-TEXT (VX)
           END-PERFORM
           MOVE RPT-DETAIL TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BOARD-COUNT
               PERFORM 810-WRITE-MATRIX-ROW
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "FAILING CELLS:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BOARD-COUNT
               PERFORM VARYING VX FROM 1 BY 1
                   UNTIL VX > VARIANT-COUNT
                   PERFORM 830-WRITE-FAILURE-LINE
               END-PERFORM
           END-PERFORM
           IF CELLS-FAILED = 0
               MOVE "  NONE" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM 850-WRITE-TOTALS
           CLOSE REPORT-FILE.

       810-WRITE-MATRIX-ROW.
           MOVE SPACES TO RPT-DETAIL
           MOVE BRD-LABEL   (BX) TO RPT-LABEL
           MOVE BRD-PROGRAM (BX) TO RPT-PROGRAM
           PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > VARIANT-COUNT
               PERFORM 820-SCORE-ONE-CELL
           END-PERFORM
           MOVE RPT-DETAIL TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    CELL TEXT: PASS NN / FAIL NN (NN = THE PROGRAM'S RC),
      *    ABEND, N/A, OR NOT RUN.
       820-SCORE-ONE-CELL.
           MOVE SPACES TO RPT-CELL-WORK
           EVALUATE TRUE
               WHEN CEL-NOT-APPLICABLE (BX VX)
                   ADD +1 TO CELLS-NOT-APPLICABLE
                   MOVE "N/A" TO RPT-CELL-TEXT (VX)
               WHEN CEL-ABENDED (BX VX)
                   ADD +1 TO CELLS-RUN CELLS-FAILED CELLS-ABENDED
                   MOVE "ABEND" TO RPT-CELL-TEXT (VX)
                   MOVE +8 TO WORST-RC
               WHEN CEL-NOT-RUN (BX VX)
                   MOVE "NOT RUN" TO RPT-CELL-TEXT (VX)
               WHEN (CEL-RC (BX VX) = 4 OR CEL-RC (BX VX) = 8)
                    AND CEL-REJECTS (BX VX) > 0
                   ADD +1 TO CELLS-RUN CELLS-PASSED
                   MOVE "PASS" TO RPT-CELL-WORD
                   MOVE CEL-RC (BX VX) TO RPT-CELL-RC
                   MOVE RPT-CELL-WORK TO RPT-CELL-TEXT (VX)
               WHEN OTHER
                   ADD +1 TO CELLS-RUN CELLS-FAILED
                   MOVE "FAIL" TO RPT-CELL-WORD
                   MOVE CEL-RC (BX VX) TO RPT-CELL-RC
                   MOVE RPT-CELL-WORK TO RPT-CELL-TEXT (VX)
                   MOVE +8 TO WORST-RC
           END-EVALUATE.

       830-WRITE-FAILURE-LINE.
           EVALUATE TRUE
               WHEN CEL-ABENDED (BX VX)
                   MOVE "STARTED, NEVER ENDED -- ABEND OR CANCEL"
                     TO FAIL-REASON
               WHEN NOT CEL-ENDED (BX VX)
                   EXIT PARAGRAPH
               WHEN (CEL-RC (BX VX) = 4 OR CEL-RC (BX VX) = 8)
                    AND CEL-REJECTS (BX VX) > 0
                   EXIT PARAGRAPH
               WHEN CEL-RC (BX VX) = 0
                   MOVE "CLEAN RC 0 ON MALFORMED INPUT"
                     TO FAIL-REASON
               WHEN CEL-RC (BX VX) NOT = 4 AND
                    CEL-RC (BX VX) NOT = 8
                   MOVE "RC OUTSIDE THE 4/8 REJECT GRADES"
                     TO FAIL-REASON
               WHEN OTHER
                   MOVE "NO REJECT RECORD WRITTEN"
                     TO FAIL-REASON
           END-EVALUATE
           MOVE CEL-RC (BX VX) TO RC-EDIT
           MOVE CEL-REJECTS (BX VX) TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  " BRD-LABEL (BX) " " BRD-PROGRAM (BX)
               " " VARIANT-NAME (VX) " RC=" RC-EDIT
               " REJ=" COUNT-EDIT " " FAIL-REASON
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       850-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE CELLS-RUN TO COUNT-EDIT
           STRING "CELLS RUN      " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE CELLS-PASSED TO COUNT-EDIT
           STRING "PASSED         " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE CELLS-FAILED TO COUNT-EDIT
           STRING "FAILED         " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE CELLS-ABENDED TO COUNT-EDIT
           STRING "  ABENDED      " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE CELLS-NOT-APPLICABLE TO COUNT-EDIT
           STRING "NOT APPLICABLE " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           DISPLAY "AOCNEGT: CELLS RUN=" CELLS-RUN
               " PASSED=" CELLS-PASSED " FAILED=" CELLS-FAILED
               " ABEND=" CELLS-ABENDED
               " N/A=" CELLS-NOT-APPLICABLE.
       END PROGRAM AOCNEGT.
