       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCCAPY.
      *    STORAGE CAPACITY REPORT -- EACH PROGRAM'S STORAGE PEAK
      *    OVER ITS RECENT RUNS SET AGAINST THE REGION ITS DECK
      *    GIVES IT, SO A PROGRAM GROWING TOWARD AN 878/80A ABEND
      *    (A LARGER PUZZLE INPUT, A HEAP THAT NEVER DRAINS) IS
      *    SEEN BEFORE THE NIGHT IT FAILS.  THE PEAK IS WHAT RUNLOG
      *    JOURNALS IN COLUMNS 135-146 OF EVERY STOP RECORD: THE
      *    MOST STORAGE THE SHARED ALLOCATING UTILITIES (PTYQ,
      *    GRIDLOAD, KEYSTOR) HELD AT ONCE DURING THE RUN, AS
      *    COUNTED BY STGACCT.  IT IS THE PART OF A PROGRAM'S
      *    STORAGE THAT GROWS WITH ITS INPUT, NOT THE WHOLE OF IT
      *    -- LOAD MODULE, WORKING-STORAGE AND RUNTIME ARE EXTRA --
      *    WHICH IS WHY THE HEADROOM IS GENEROUS.
      *    DD/ENV AOCRUNJL -- THE RUN JOURNAL.  STOP RECORDS DATED
      *                       IN THE WINDOW WITH A NUMERIC PEAK ARE
      *                       USED; STOP RECORDS FROM BEFORE THE
      *                       PEAK WAS JOURNALED ARE SKIPPED.
      *    DD/ENV AOCJCLIB -- THE JCL LIBRARY UNLOADED TO ONE
      *                       SEQUENTIAL DATASET, AS FOR AOCIMPCT
      *                       (SEE JCL/AOCCAPY.JCL).  EVERY STEP THAT
      *                       EXECUTES A JOURNALED PROGRAM GIVES IT
      *                       A LIMIT: THE STEP'S REGION=, ELSE THE
      *                       JOB CARD'S.  NNNK AND NNNM ARE TAKEN
      *                       AS BYTES; 0K/0M IS NO LIMIT.  WHERE
      *                       SEVERAL DECKS RUN THE SAME PROGRAM THE
      *                       SMALLEST LIMIT STANDS -- THE ONE IT
      *                       WILL HIT FIRST.
      *    DD/ENV AOCCAPRP -- THE REPORT, ONE LINE PER PROGRAM THAT
      *                       HELD ANY TRACKED STORAGE: RUNS, HIGHEST
      *                       AND LATEST PEAK, THE REGION AS CODED
      *                       AND IN BYTES, THE PERCENT OF IT USED,
      *                       THE DECK IT CAME FROM, AND A FLAG:
      *                           NEAR LIMIT  PEAK WITHIN THE
      *                                       HEADROOM OF THE LIMIT
      *                           OVER LIMIT  PEAK AT OR PAST IT
      *                           NO LIMIT    REGION=0M/0K
      *                           NO REGION   DECK CODES NO REGION --
      *                                       THE INSTALLATION
      *                                       DEFAULT APPLIES
      *                           NO DECK     NO STEP IN THE LIBRARY
      *                                       EXECUTES IT
      *    PARM KEYWORDS (PARSED BY PARMPARS, ALL OPTIONAL):
      *        DAYS=N      -- STOP RECORDS OF THE LAST N CALENDAR
      *                       DAYS, 1-366 (DEFAULT 30)
      *        HEADROOM=N  -- PERCENT OF THE LIMIT THAT COUNTS AS
      *                       NEAR, 1-99 (DEFAULT 20)
      *    RC=0 NOTHING NEAR ITS LIMIT, RC=4 A PROGRAM FLAGGED NEAR
      *    OR OVER LIMIT, RC=8 BAD PARM, JOURNAL UNREADABLE, REPORT
      *    NOT OPENED, OR THE PROGRAM TABLE OVERFLOWED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
              ASSIGN TO AOCRUNJL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JRN-FILE-STATUS.
           SELECT JCLLIB-FILE
              ASSIGN TO AOCJCLIB
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LIB-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCCAPRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JRN-DATE            PIC X(08).
           05  JRN-DATE-9          REDEFINES JRN-DATE
                                   PIC 9(08).
           05  FILLER              PIC X.
           05  JRN-TIME            PIC X(08).
           05  FILLER              PIC X.
           05  JRN-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  JRN-EVENT           PIC X(05).
           05  FILLER              PIC X(102).
           05  JRN-STG-PEAK        PIC X(12).
           05  JRN-STG-PEAK-9      REDEFINES JRN-STG-PEAK
                                   PIC 9(12).

       FD  JCLLIB-FILE.
       01  JCLLIB-RECORD           PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  JRN-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 JRN-FILE-OK                 VALUE "00".
           05  SW-JRN-EOF          PIC  X     VALUE "N".
               88 JRN-EOF                     VALUE "Y".
           05  LIB-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 LIB-FILE-OK                 VALUE "00".
           05  SW-LIB-EOF          PIC  X     VALUE "N".
               88 LIB-EOF                     VALUE "Y".
           05  RPT-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                 VALUE "00".

      *    PARM RESULT AREA AND LOOKUP FIELDS IN THE PARMPARS/
      *    PARMGETK LINKAGE SHAPES.
       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER          PIC X(12) VALUE "DAYS".
               10  FILLER          PIC X(12) VALUE "HEADROOM".
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

       01  WINDOW-FIELDS.
           05  WINDOW-DAYS         PIC S9(4) COMP-5 VALUE +30.
           05  HEADROOM-PCT        PIC S9(4) COMP-5 VALUE +20.
           05  TODAY-YYYYMMDD      PIC  9(08) VALUE ZEROES.
           05  CUTOFF-INTEGER      PIC S9(9) COMP-5 VALUE +0.
           05  CUTOFF-DATE         PIC  9(08) VALUE ZEROES.

      *    ONE ROW PER PROGRAM WITH A PEAK IN THE WINDOW.  CAP-LIMIT
      *    IS THE REGION IN BYTES: -1 NOT YET FOUND, 0 NO LIMIT.
       01  PROGRAM-CONTROLS.
           05  CAP-MAX             PIC S9(4) COMP-5 VALUE +500.
           05  CAP-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  CAP-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  CAP-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  SW-CAP-FULL         PIC  X     VALUE "N".
               88 CAP-TABLE-FULL             VALUE "Y".
       01  PROGRAM-TABLE.
           05  CAP-ENTRY OCCURS 500 TIMES.
               10  CAP-PROGRAM     PIC  X(08).
               10  CAP-RUNS        PIC S9(8) COMP-5.
               10  CAP-MAX-PEAK    PIC S9(18) COMP-5.
               10  CAP-LAST-PEAK   PIC S9(18) COMP-5.
               10  CAP-LAST-DATE   PIC  X(08).
               10  CAP-DECK-SEEN   PIC  X(01).
               10  CAP-LIMIT       PIC S9(18) COMP-5.
               10  CAP-REGION      PIC  X(08).
               10  CAP-DECK        PIC  X(12).

      *    THE JCL MEMBER UNDER READ AND THE STATEMENT BEING BUILT
      *    -- CONTINUATIONS JOINED THE WAY AOCIMPCT JOINS THEM.
       01  SOURCE-CONTEXT.
           05  CUR-MEMBER          PIC  X(12) VALUE SPACES.
           05  SW-MEMBER-CARD      PIC  X     VALUE "N".
               88 MEMBER-FROM-CARD           VALUE "Y".
           05  JOB-REGION          PIC  X(08) VALUE SPACES.
           05  STEP-REGION         PIC  X(08) VALUE SPACES.
           05  STEP-PROGRAM        PIC  X(08) VALUE SPACES.
       01  JCL-LINE                PIC  X(80) VALUE SPACES.
       01  JCL-FIELDS.
           05  LN-WORD-1           PIC  X(72) VALUE SPACES.
           05  LN-WORD-2           PIC  X(72) VALUE SPACES.
           05  LN-WORD-3           PIC  X(72) VALUE SPACES.
           05  LN-OPERANDS         PIC  X(72) VALUE SPACES.
           05  LN-LEN              PIC S9(4) COMP-5 VALUE +0.
       01  STATEMENT-WORK.
           05  SW-CONTINUED        PIC  X     VALUE "N".
               88 STATEMENT-CONTINUED        VALUE "Y".
           05  STMT-NAME           PIC  X(16) VALUE SPACES.
           05  STMT-OP             PIC  X(08) VALUE SPACES.
           05  STMT-OPERANDS       PIC  X(600) VALUE SPACES.
           05  STMT-PTR            PIC S9(4) COMP-5 VALUE +1.
           05  STMT-LEN            PIC S9(4) COMP-5 VALUE +0.
           05  OPND-START          PIC S9(4) COMP-5 VALUE +0.
           05  OPND-NDX            PIC S9(4) COMP-5 VALUE +0.
           05  OPND-DEPTH          PIC S9(4) COMP-5 VALUE +0.
           05  SW-OPND-QUOTE       PIC  X     VALUE "N".
           05  OPND-TEXT           PIC  X(200) VALUE SPACES.

      *    REGION= VALUE TO BYTES.
       01  REGION-WORK.
           05  RGN-TEXT            PIC  X(08) VALUE SPACES.
           05  RGN-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  RGN-DIGITS          PIC S9(9) COMP-5 VALUE +0.
           05  RGN-DIGIT           PIC  9(01) VALUE ZERO.
           05  RGN-UNIT            PIC  X(01) VALUE SPACE.
           05  RGN-BYTES           PIC S9(18) COMP-5 VALUE +0.
           05  SW-RGN-VALID        PIC  X     VALUE "N".
               88 RGN-VALID                  VALUE "Y".

       01  REPORT-WORK.
           05  RUNS-USED           PIC S9(8) COMP-5 VALUE +0.
           05  ZERO-PEAK-COUNT     PIC S9(4) COMP-5 VALUE +0.
           05  LISTED-COUNT        PIC S9(4) COMP-5 VALUE +0.
           05  FLAGGED-COUNT       PIC S9(4) COMP-5 VALUE +0.
           05  PCT-USED            PIC S9(9) COMP-5 VALUE +0.
           05  FLAG-TEXT           PIC  X(10) VALUE SPACES.
           05  BYTES-EDIT          PIC  ZZZ,ZZZ,ZZZ,ZZ9.
           05  RUNS-EDIT           PIC  ZZZZ9.
           05  PCT-EDIT            PIC  ZZZ9.
           05  COUNT-EDIT          PIC  ZZZ9.
           05  COUNT-EDIT-2        PIC  ZZZ9.
           05  DAYS-EDIT           PIC  ZZ9.
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.

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
               PERFORM 100-LOAD-JOURNAL
           END-IF
           IF WORST-RC < 8
               PERFORM 400-LOAD-JCL-LIBRARY
               PERFORM 500-REPORT-PROGRAMS
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
               DISPLAY "AOCCAPY: PARM IS NOT KEYWORD FORM --"
                   " EXPECTED DAYS=, HEADROOM="
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "DAYS" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               IF PG-VAL-NUM < 1 OR PG-VAL-NUM > 366
                   DISPLAY "AOCCAPY: DAYS= MUST BE 1-366, GOT "
                       PG-VAL-TEXT
                   MOVE +8 TO WORST-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE PG-VAL-NUM TO WINDOW-DAYS
           END-IF
           MOVE "HEADROOM" TO PG-KEY
           PERFORM 050-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               IF PG-VAL-NUM < 1 OR PG-VAL-NUM > 99
                   DISPLAY "AOCCAPY: HEADROOM= MUST BE 1-99, GOT "
                       PG-VAL-TEXT
                   MOVE +8 TO WORST-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE PG-VAL-NUM TO HEADROOM-PCT
           END-IF.

       050-GET-ONE-KEYWORD.
           CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
               PG-VAL-TEXT, PG-VAL-NUM.

       060-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCCAPRP REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE (TODAY-YYYYMMDD)
               - WINDOW-DAYS + 1
           COMPUTE CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (CUTOFF-INTEGER)
           MOVE WINDOW-DAYS TO DAYS-EDIT
           MOVE HEADROOM-PCT TO PCT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "STORAGE CAPACITY -- PEAK PER PROGRAM OVER THE LAST "
               DAYS-EDIT " DAYS (SINCE " CUTOFF-DATE
               ") AGAINST ITS REGION, HEADROOM " PCT-EDIT " PCT"
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING "PEAK = MOST STORAGE HELD AT ONCE BY PTYQ, GRIDLOAD"
               " AND KEYSTOR, AS JOURNALED ON THE STOP RECORD"
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE.

      *    ---- THE JOURNAL -------------------------------------------
       100-LOAD-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF NOT JRN-FILE-OK
               DISPLAY "AOCCAPY: AOCRUNJL OPEN FAILED, STATUS="
                   JRN-FILE-STATUS
               MOVE SPACES TO REPORT-RECORD
               STRING "RUN JOURNAL UNREADABLE (STATUS "
                   JRN-FILE-STATUS ") -- NO REPORT"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JRN-EOF
               READ JOURNAL-FILE
                   AT END SET JRN-EOF TO TRUE
                   NOT AT END PERFORM 110-TAKE-JOURNAL-RECORD
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF CAP-TABLE-FULL
               MOVE SPACES TO REPORT-RECORD
               STRING "*** MORE THAN 500 PROGRAMS IN THE JOURNAL --"
                   " THE REST WERE NOT COUNTED; THIS REPORT IS"
                   " INCOMPLETE"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               MOVE +8 TO WORST-RC
           END-IF.

       110-TAKE-JOURNAL-RECORD.
           IF JRN-EVENT NOT = "STOP"
              OR JRN-DATE NOT NUMERIC
              OR JRN-STG-PEAK NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF JRN-DATE-9 < CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO CAP-FOUND
           PERFORM VARYING CAP-NDX FROM 1 BY 1
               UNTIL CAP-NDX > CAP-COUNT OR CAP-FOUND > 0
               IF CAP-PROGRAM (CAP-NDX) = JRN-PROGRAM
                   MOVE CAP-NDX TO CAP-FOUND
               END-IF
           END-PERFORM
           IF CAP-FOUND = 0
               IF CAP-COUNT >= CAP-MAX
                   SET CAP-TABLE-FULL TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD +1 TO CAP-COUNT
               MOVE CAP-COUNT TO CAP-FOUND
               MOVE JRN-PROGRAM TO CAP-PROGRAM (CAP-FOUND)
               MOVE +0 TO CAP-RUNS (CAP-FOUND)
                          CAP-MAX-PEAK (CAP-FOUND)
               MOVE -1 TO CAP-LIMIT (CAP-FOUND)
               MOVE "N" TO CAP-DECK-SEEN (CAP-FOUND)
               MOVE SPACES TO CAP-REGION (CAP-FOUND)
                              CAP-DECK (CAP-FOUND)
           END-IF
           ADD +1 TO CAP-RUNS (CAP-FOUND) RUNS-USED
           MOVE JRN-STG-PEAK-9 TO CAP-LAST-PEAK (CAP-FOUND)
           MOVE JRN-DATE TO CAP-LAST-DATE (CAP-FOUND)
           IF JRN-STG-PEAK-9 > CAP-MAX-PEAK (CAP-FOUND)
               MOVE JRN-STG-PEAK-9 TO CAP-MAX-PEAK (CAP-FOUND)
           END-IF.

      *    ---- THE DECKS ---------------------------------------------
      *    A MISSING UNLOAD IS NOT FATAL -- EVERY PROGRAM COMES OUT
      *    "NO DECK" AND THE PEAKS ARE STILL WORTH SEEING.
       400-LOAD-JCL-LIBRARY.
           OPEN INPUT JCLLIB-FILE
           IF NOT LIB-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               STRING "NOT READ: AOCJCLIB (JCL LIBRARY UNLOAD) -- DD"
                   " NOT ALLOCATED (STATUS " LIB-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 470-RESET-STATEMENT
           MOVE SPACES TO CUR-MEMBER JOB-REGION
           PERFORM UNTIL LIB-EOF
               READ JCLLIB-FILE
                   AT END SET LIB-EOF TO TRUE
                   NOT AT END PERFORM 410-TAKE-LIBRARY-LINE
               END-READ
           END-PERFORM
           IF STATEMENT-CONTINUED
               PERFORM 720-END-STATEMENT
           END-IF
           CLOSE JCLLIB-FILE.

       410-TAKE-LIBRARY-LINE.
           EVALUATE TRUE
               WHEN JCLLIB-RECORD (1 : 11) = "MEMBER NAME"
                   MOVE SPACES TO LN-WORD-1 LN-WORD-2 LN-WORD-3
                   UNSTRING JCLLIB-RECORD (12 : 69)
                       DELIMITED BY ALL SPACE
                       INTO LN-WORD-1 LN-WORD-2
                   END-UNSTRING
                   IF LN-WORD-1 = SPACES
                       MOVE LN-WORD-2 TO CUR-MEMBER
                   ELSE
                       MOVE LN-WORD-1 TO CUR-MEMBER
                   END-IF
                   PERFORM 420-START-MEMBER
               WHEN JCLLIB-RECORD (1 : 2) = "./"
                   MOVE SPACES TO LN-WORD-1
                   UNSTRING JCLLIB-RECORD DELIMITED BY "NAME="
                       INTO LN-WORD-2 LN-WORD-1
                   END-UNSTRING
                   IF LN-WORD-1 NOT = SPACES
                       UNSTRING LN-WORD-1 DELIMITED BY "," OR SPACE
                           INTO CUR-MEMBER
                       END-UNSTRING
                       PERFORM 420-START-MEMBER
                   END-IF
               WHEN OTHER
                   MOVE JCLLIB-RECORD TO JCL-LINE
                   PERFORM 700-TAKE-JCL-LINE
           END-EVALUATE.

       420-START-MEMBER.
           PERFORM 470-RESET-STATEMENT
           SET MEMBER-FROM-CARD TO TRUE
           MOVE SPACES TO JOB-REGION.

       470-RESET-STATEMENT.
           MOVE "N" TO SW-CONTINUED
           MOVE SPACES TO STMT-NAME STMT-OP STMT-OPERANDS
           MOVE +1 TO STMT-PTR.

      *    ---- REPORTING ---------------------------------------------
       500-REPORT-PROGRAMS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           MOVE "PROGRAM"     TO REPORT-RECORD (1 : 7)
           MOVE "RUNS"        TO REPORT-RECORD (12 : 4)
           MOVE "HIGHEST PEAK" TO REPORT-RECORD (20 : 12)
           MOVE "LATEST PEAK" TO REPORT-RECORD (38 : 11)
           MOVE "LAST RUN"    TO REPORT-RECORD (51 : 8)
           MOVE "REGION"      TO REPORT-RECORD (61 : 6)
           MOVE "LIMIT BYTES" TO REPORT-RECORD (75 : 11)
           MOVE "PCT"         TO REPORT-RECORD (89 : 3)
           MOVE "FLAG"        TO REPORT-RECORD (94 : 4)
           MOVE "DECK"        TO REPORT-RECORD (106 : 4)
           PERFORM 990-PUT-REPORT-LINE
           PERFORM VARYING CAP-NDX FROM 1 BY 1
               UNTIL CAP-NDX > CAP-COUNT
               IF CAP-MAX-PEAK (CAP-NDX) > 0
                   PERFORM 520-PUT-PROGRAM
               ELSE
                   ADD +1 TO ZERO-PEAK-COUNT
               END-IF
           END-PERFORM
           IF LISTED-COUNT = 0
               MOVE SPACES TO REPORT-RECORD
               MOVE "  NO PROGRAM HELD TRACKED STORAGE IN THE WINDOW"
                 TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
           END-IF.

      *    THE FLAG: OVER AT OR PAST THE LIMIT, NEAR WHEN THE PEAK
      *    LEAVES LESS THAN THE HEADROOM PERCENT OF IT FREE.
       520-PUT-PROGRAM.
           ADD +1 TO LISTED-COUNT
           MOVE SPACES TO FLAG-TEXT
           MOVE +0 TO PCT-USED
           EVALUATE TRUE
               WHEN CAP-DECK-SEEN (CAP-NDX) = "N"
                   MOVE "NO DECK" TO FLAG-TEXT
               WHEN CAP-LIMIT (CAP-NDX) < 0
                   MOVE "NO REGION" TO FLAG-TEXT
               WHEN CAP-LIMIT (CAP-NDX) = 0
                   MOVE "NO LIMIT" TO FLAG-TEXT
               WHEN OTHER
                   COMPUTE PCT-USED ROUNDED =
                       CAP-MAX-PEAK (CAP-NDX) * 100
                       / CAP-LIMIT (CAP-NDX)
                   EVALUATE TRUE
                       WHEN CAP-MAX-PEAK (CAP-NDX)
                            >= CAP-LIMIT (CAP-NDX)
                           MOVE "OVER LIMIT" TO FLAG-TEXT
                           ADD +1 TO FLAGGED-COUNT
                       WHEN CAP-MAX-PEAK (CAP-NDX) * 100
                            >= CAP-LIMIT (CAP-NDX)
                               * (100 - HEADROOM-PCT)
                           MOVE "NEAR LIMIT" TO FLAG-TEXT
                           ADD +1 TO FLAGGED-COUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE
           MOVE SPACES TO REPORT-RECORD
           MOVE CAP-PROGRAM (CAP-NDX) TO REPORT-RECORD (1 : 8)
           MOVE CAP-RUNS (CAP-NDX) TO RUNS-EDIT
           MOVE RUNS-EDIT TO REPORT-RECORD (11 : 5)
           MOVE CAP-MAX-PEAK (CAP-NDX) TO BYTES-EDIT
           MOVE BYTES-EDIT TO REPORT-RECORD (17 : 15)
           MOVE CAP-LAST-PEAK (CAP-NDX) TO BYTES-EDIT
           MOVE BYTES-EDIT TO REPORT-RECORD (34 : 15)
           MOVE CAP-LAST-DATE (CAP-NDX) TO REPORT-RECORD (51 : 8)
           MOVE CAP-REGION (CAP-NDX) TO REPORT-RECORD (61 : 8)
           IF CAP-LIMIT (CAP-NDX) > 0
               MOVE CAP-LIMIT (CAP-NDX) TO BYTES-EDIT
               MOVE BYTES-EDIT TO REPORT-RECORD (71 : 15)
               IF PCT-USED > 9999
                   MOVE 9999 TO PCT-USED
               END-IF
               MOVE PCT-USED TO PCT-EDIT
               MOVE PCT-EDIT TO REPORT-RECORD (88 : 4)
           END-IF
           MOVE FLAG-TEXT TO REPORT-RECORD (94 : 10)
           MOVE CAP-DECK (CAP-NDX) TO REPORT-RECORD (106 : 12)
           PERFORM 990-PUT-REPORT-LINE.

      *    ---- JCL STATEMENTS ----------------------------------------
       700-TAKE-JCL-LINE.
           IF JCL-LINE (1 : 2) NOT = "//" OR JCL-LINE (3 : 1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LN-WORD-1 LN-WORD-2 LN-WORD-3
           UNSTRING JCL-LINE (3 : 69) DELIMITED BY ALL SPACE
               INTO LN-WORD-1 LN-WORD-2 LN-WORD-3
           END-UNSTRING
           IF STATEMENT-CONTINUED
               IF JCL-LINE (3 : 1) NOT = SPACE
      *            A NEW STATEMENT WHERE A CONTINUATION WAS DUE --
      *            TAKE WHAT WAS BUILT AND START OVER.
                   PERFORM 720-END-STATEMENT
               ELSE
                   MOVE LN-WORD-2 TO LN-OPERANDS
                   PERFORM 710-APPEND-OPERANDS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE LN-WORD-1 TO STMT-NAME
           MOVE LN-WORD-2 TO STMT-OP
           MOVE SPACES TO STMT-OPERANDS
           MOVE +1 TO STMT-PTR
           MOVE LN-WORD-3 TO LN-OPERANDS
           PERFORM 710-APPEND-OPERANDS.

       710-APPEND-OPERANDS.
           PERFORM VARYING LN-LEN FROM 72 BY -1
               UNTIL LN-LEN < 1 OR LN-OPERANDS (LN-LEN : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF LN-LEN > 0 AND STMT-PTR + LN-LEN <= 601
               STRING LN-OPERANDS (1 : LN-LEN) DELIMITED BY SIZE
                   INTO STMT-OPERANDS WITH POINTER STMT-PTR
           END-IF
           IF LN-LEN > 0 AND LN-OPERANDS (LN-LEN : 1) = ","
               SET STATEMENT-CONTINUED TO TRUE
           ELSE
               PERFORM 720-END-STATEMENT
           END-IF.

       720-END-STATEMENT.
           MOVE "N" TO SW-CONTINUED
           COMPUTE STMT-LEN = STMT-PTR - 1
           EVALUATE STMT-OP
               WHEN "JOB"
                   IF MEMBER-FROM-CARD
                       MOVE "N" TO SW-MEMBER-CARD
                   ELSE
                       MOVE STMT-NAME TO CUR-MEMBER
                   END-IF
                   MOVE SPACES TO JOB-REGION
                   PERFORM 740-SPLIT-OPERANDS
               WHEN "EXEC"
                   PERFORM 740-SPLIT-OPERANDS
                   PERFORM 730-NOTE-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO STMT-NAME STMT-OP STMT-OPERANDS
           MOVE +1 TO STMT-PTR.

      *    A STEP RUNNING A PROGRAM IN THE TABLE GIVES IT A LIMIT --
      *    THE STEP'S REGION, ELSE THE JOB'S, ELSE NONE CODED.  THE
      *    SMALLEST REAL LIMIT OVER ALL ITS DECKS STANDS; NO LIMIT
      *    (0M) OR NONE CODED ONLY WHILE NOTHING SMALLER IS FOUND.
       730-NOTE-EXEC.
           IF STEP-PROGRAM = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO CAP-FOUND
           PERFORM VARYING CAP-NDX FROM 1 BY 1
               UNTIL CAP-NDX > CAP-COUNT OR CAP-FOUND > 0
               IF CAP-PROGRAM (CAP-NDX) = STEP-PROGRAM
                   MOVE CAP-NDX TO CAP-FOUND
               END-IF
           END-PERFORM
           IF CAP-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF STEP-REGION NOT = SPACES
               MOVE STEP-REGION TO RGN-TEXT
           ELSE
               MOVE JOB-REGION TO RGN-TEXT
           END-IF
           IF CAP-DECK-SEEN (CAP-FOUND) = "N"
               MOVE "Y" TO CAP-DECK-SEEN (CAP-FOUND)
               MOVE CUR-MEMBER TO CAP-DECK (CAP-FOUND)
           END-IF
           IF RGN-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 760-REGION-TO-BYTES
           IF NOT RGN-VALID
               DISPLAY "AOCCAPY: REGION=" RGN-TEXT " IN " CUR-MEMBER
                   " NOT UNDERSTOOD -- IGNORED"
               EXIT PARAGRAPH
           END-IF
           IF CAP-LIMIT (CAP-FOUND) < 0
              OR (RGN-BYTES > 0 AND
                  (CAP-LIMIT (CAP-FOUND) = 0
                   OR RGN-BYTES < CAP-LIMIT (CAP-FOUND)))
               MOVE RGN-BYTES TO CAP-LIMIT (CAP-FOUND)
               MOVE RGN-TEXT TO CAP-REGION (CAP-FOUND)
               MOVE CUR-MEMBER TO CAP-DECK (CAP-FOUND)
           END-IF.

      *    SPLIT THE OPERANDS AT TOP-LEVEL COMMAS (NOT INSIDE
      *    PARENTHESES OR QUOTES) AND PICK OUT PGM= AND REGION=.
       740-SPLIT-OPERANDS.
           MOVE SPACES TO STEP-PROGRAM STEP-REGION
           MOVE +1 TO OPND-START
           MOVE +0 TO OPND-DEPTH
           MOVE "N" TO SW-OPND-QUOTE
           PERFORM VARYING OPND-NDX FROM 1 BY 1
               UNTIL OPND-NDX > STMT-LEN
               EVALUATE TRUE
                   WHEN STMT-OPERANDS (OPND-NDX : 1) = "'"
                       IF SW-OPND-QUOTE = "Y"
                           MOVE "N" TO SW-OPND-QUOTE
                       ELSE
                           MOVE "Y" TO SW-OPND-QUOTE
                       END-IF
                   WHEN SW-OPND-QUOTE = "Y"
                       CONTINUE
                   WHEN STMT-OPERANDS (OPND-NDX : 1) = "("
                       ADD +1 TO OPND-DEPTH
                   WHEN STMT-OPERANDS (OPND-NDX : 1) = ")"
                       SUBTRACT +1 FROM OPND-DEPTH
                   WHEN STMT-OPERANDS (OPND-NDX : 1) = ","
                    AND OPND-DEPTH = 0
                       PERFORM 745-NOTE-ONE-OPERAND
                       COMPUTE OPND-START = OPND-NDX + 1
               END-EVALUATE
           END-PERFORM
           PERFORM 745-NOTE-ONE-OPERAND.

       745-NOTE-ONE-OPERAND.
           IF OPND-NDX <= OPND-START
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OPND-TEXT
           MOVE STMT-OPERANDS (OPND-START : OPND-NDX - OPND-START)
             TO OPND-TEXT
           EVALUATE TRUE
               WHEN OPND-TEXT (1 : 4) = "PGM=" AND STMT-OP = "EXEC"
                   MOVE OPND-TEXT (5 : 8) TO STEP-PROGRAM
               WHEN OPND-TEXT (1 : 7) = "REGION="
                   IF STMT-OP = "JOB"
                       MOVE OPND-TEXT (8 : 8) TO JOB-REGION
                   ELSE
                       MOVE OPND-TEXT (8 : 8) TO STEP-REGION
                   END-IF
           END-EVALUATE.

      *    NNNNK OR NNNNM TO BYTES; 0K OR 0M IS NO LIMIT (ZERO).
       760-REGION-TO-BYTES.
           MOVE "N" TO SW-RGN-VALID
           MOVE +0 TO RGN-DIGITS RGN-BYTES
           MOVE SPACE TO RGN-UNIT
           PERFORM VARYING RGN-NDX FROM 1 BY 1
               UNTIL RGN-NDX > 8
                  OR RGN-TEXT (RGN-NDX : 1) NOT NUMERIC
               MOVE RGN-TEXT (RGN-NDX : 1) TO RGN-DIGIT
               COMPUTE RGN-DIGITS = RGN-DIGITS * 10 + RGN-DIGIT
           END-PERFORM
           IF RGN-NDX = 1 OR RGN-NDX > 8
               EXIT PARAGRAPH
           END-IF
           MOVE RGN-TEXT (RGN-NDX : 1) TO RGN-UNIT
           IF RGN-NDX < 8
               IF RGN-TEXT (RGN-NDX + 1 : 8 - RGN-NDX) NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE RGN-UNIT
               WHEN "K"
                   COMPUTE RGN-BYTES = RGN-DIGITS * 1024
               WHEN "M"
                   COMPUTE RGN-BYTES = RGN-DIGITS * 1048576
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           SET RGN-VALID TO TRUE.

       900-WRAP-UP.
           IF NOT RPT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           IF WORST-RC < 8 AND FLAGGED-COUNT > 0
               MOVE +4 TO WORST-RC
           END-IF
           MOVE LISTED-COUNT TO COUNT-EDIT
           MOVE FLAGGED-COUNT TO COUNT-EDIT-2
           MOVE SPACES TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING "PROGRAMS LISTED " COUNT-EDIT
               "   NEAR OR OVER LIMIT " COUNT-EDIT-2
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE ZERO-PEAK-COUNT TO COUNT-EDIT
           MOVE RUNS-USED TO RUNS-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "STOP RECORDS USED " RUNS-EDIT
               "   PROGRAMS HOLDING NO TRACKED STORAGE " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           DISPLAY "AOCCAPY: " COUNT-EDIT-2
               " PROGRAM(S) NEAR OR OVER THEIR REGION"
           CLOSE REPORT-FILE.

       990-PUT-REPORT-LINE.
           IF RPT-FILE-OK
               WRITE REPORT-RECORD
           END-IF.
       END PROGRAM AOCCAPY.
