              ASSIGN TO AOCCACHE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CCH-FILE-STATUS.
      *    ARRANGE-DUMP IS DAY12PT1'S PER-RECORD ARRANGEMENT COUNT
      *    DUMP (DD AOCARRDMP) -- WHEN PRESENT, EVERY RECORD IS ALSO
      *    COUNTED AT PART 1'S FOLDED SIZE BY THIS PROGRAM'S NFA SCAN
      *    AND RECONCILED AGAINST PART 1'S BRUTE-FORCE ENUMERATION,
      *    AND EVERY COUNT TAKEN FROM THE LINE CACHE IS RE-SCANNED;
      *    A DISAGREEMENT ENDS THE RUN RC=8, THE WAY DAY13PT2
      *    CROSS-CHECKS DAY13PT1 THROUGH AOCMIRDMP.
           SELECT ARRANGE-DUMP-FILE
              ASSIGN TO AOCARRDMP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DMP-FILE-STATUS.
      *    SLICE-FILE TAKES THE PARTIAL-RESULT RECORD OF A SLICE=K/N
      *    RUN IN PLACE OF THE ANSWER (SEE SLICE-CONTROLS BELOW).
      *    OPENED ONLY BY A SLICED RUN, WHICH MUST HAVE IT.
           SELECT SLICE-FILE
              ASSIGN TO AOCSLICE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SLC-FILE-STATUS.

       DATA DIVISION.
      *-------------
           RECORD CONTAINS 282 CHARACTERS.
       01  CACHE-FILE-RECORD     PIC X(282).

       FD  ARRANGE-DUMP-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  ARRANGE-DUMP-RECORD.
           05  DMP-SEQ           PIC 9(06).
           05  FILLER            PIC X.
           05  DMP-COUNT         PIC 9(18).
           05  FILLER            PIC X.
           05  DMP-PROGRAM       PIC X(08).
           05  FILLER            PIC X(06).

       FD  SLICE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  SLICE-RECORD          PIC X(100).

       WORKING-STORAGE SECTION.
       01  INPUT-FILE-VARIABLES.
           05  LINELEN           PIC  9(18) COMP-5.
      *    WRITES WHAT IT HAS, LOGS THE PARTIAL TOTAL UNDER A
      *    DISTINGUISHING LABEL, AND ENDS RC=4 SO THE SCOREBOARD
      *    SHOWS RAN-OUT-OF-BUDGET INSTEAD OF THE JOB GOING MAXCPU.
      *    SLICE=K/N COUNTS ONLY THIS PROGRAM'S K-TH SHARE OF THE
      *    RECORDS SO THE FILE CAN BE SPREAD OVER N JOBS (SEE
      *    SLICE-CONTROLS BELOW).
       01  PARM-PARSE-AREA.
           05  PP-PARM-LEN       PIC S9(4) COMP-5 VALUE +0.
           05  PP-PARM-TEXT      PIC  X(40) VALUE SPACES.
           05  PP-VALID-KEYS.
               10  FILLER        PIC  X(12) VALUE "BUDGET".
               10  FILLER        PIC  X(12) VALUE "SLICE".
               10  FILLER        PIC  X(72) VALUE SPACES.
           05  PP-RESULT.
               10  PP-MODE       PIC  X(01) VALUE "P".
                   88 PP-KEYWORD-MODE       VALUE "K".
           05  SW-BUDGET-STOP    PIC  X(01) VALUE "N".
               88 BUDGET-STOPPED            VALUE "Y".

      *    SLICED EXECUTION.  THE UNITS ARE THE INPUT RECORDS, BY
      *    RECORD NUMBER.  SLICE=K/N (1 <= K <= N <= 99) COUNTS ONLY
      *    RECORDS K, K+N, K+2N ... (EVERY RECORD IS STILL READ, SO
      *    EACH SLICE KNOWS THE FILE'S TOTAL), AND INSTEAD OF LOGGING
      *    THE ANSWER WRITES ONE PARTIAL-RESULT RECORD TO AOCSLICE --
      *    THIS SLICE'S ARRANGEMENT TOTAL, SUM-COMBINED.  THE
      *    AOCSLCMB COMBINER PROVES EVERY RECORD WAS COUNTED EXACTLY
      *    ONCE ACROSS THE N PARTIALS AND LOGS THE REAL ANSWER.  A
      *    SLICE CHECKPOINTS UNDER ITS OWN NAME (D12SKKNN) SO IT CAN
      *    NEVER RESUME FROM ANOTHER SLICE'S OR THE WHOLE RUN'S.
      *    AN UNSLICED RUN IS SLICE 1 OF 1 AND COUNTS EVERY RECORD.
      *    VALIDATE=Y IGNORES THE SLICE AND CHECKS EVERY RECORD.
       01  SLICE-CONTROLS.
           05  SLC-FILE-STATUS   PIC  X(02) VALUE SPACES.
               88 SLC-FILE-OK               VALUE "00".
           05  SW-SLICE-MODE     PIC  X(01) VALUE "N".
               88 SLICE-RUN                 VALUE "Y".
               88 SLICE-PARM-BAD            VALUE "E".
           05  SW-SLICE-LOST     PIC  X(01) VALUE "N".
               88 SLICE-PARTIAL-LOST        VALUE "Y".
           05  SW-IN-SLICE       PIC  X(01) VALUE "Y".
               88 UNIT-IN-SLICE             VALUE "Y".
           05  SLICE-NUMBER      PIC S9(4) COMP-5 VALUE +1.
           05  SLICE-COUNT       PIC S9(4) COMP-5 VALUE +1.
           05  SLICE-SLASHES     PIC S9(4) COMP-5 VALUE +0.
           05  SLICE-K-TEXT      PIC  X(20) VALUE SPACES.
           05  SLICE-N-TEXT      PIC  X(20) VALUE SPACES.
           05  SLICE-K-LEN       PIC S9(4) COMP-5 VALUE +0.
           05  SLICE-N-LEN       PIC S9(4) COMP-5 VALUE +0.
           05  SLICE-UNIT        PIC S9(9) COMP-5 VALUE +0.
           05  SLICE-SHARE       PIC S9(9) COMP-5 VALUE +0.
           05  SLICE-UNITS-DONE  PIC S9(9) COMP-5 VALUE +0.
      *    THE PARTIAL-RESULT RECORD, AS AOCSLCMB READS IT:
      *        COL  1- 8  PROGRAM-ID
      *        COL 10-29  ANSWER LABEL THE COMBINED VALUE LOGS UNDER
      *        COL 31-35  SLICE K/N
      *        COL 37     COMBINE BY S = SUM, M = MAXIMUM, E = EVERY
      *                   SLICE WORKS THE WHOLE ANSWER (MUST AGREE)
      *        COL 39     C = SLICE COMPLETE, B = BUDGET-STOPPED
      *        COL 41-49  UNITS IN THE WHOLE RUN
      *        COL 51-59  UNITS THIS SLICE COVERED
      *        COL 61-78  PARTIAL VALUE
      *        COL 80-95  COMPILE STAMP OF THE PROGRAM THAT RAN IT
       01  SLICE-PARTIAL.
           05  SLP-PROGRAM       PIC  X(08).
           05  FILLER            PIC  X(01) VALUE SPACE.
           05  SLP-LABEL         PIC  X(20).
           05  FILLER            PIC  X(01) VALUE SPACE.
           05  SLP-SLICE         PIC  9(02).
           05  FILLER            PIC  X(01) VALUE "/".
           05  SLP-SLICES        PIC  9(02).
           05  FILLER            PIC  X(01) VALUE SPACE.
           05  SLP-METHOD        PIC  X(01).
           05  FILLER            PIC  X(01) VALUE SPACE.
           05  SLP-STATUS        PIC  X(01).
           05  FILLER            PIC  X(01) VALUE SPACE.
           05  SLP-UNITS-TOTAL   PIC  9(09).
           05  FILLER            PIC  X(01) VALUE SPACE.
           05  SLP-UNITS-DONE    PIC  9(09).
           05  FILLER            PIC  X(01) VALUE SPACE.
           05  SLP-VALUE         PIC  9(18).
           05  FILLER            PIC  X(01) VALUE SPACE.
           05  SLP-BUILD         PIC  X(16).
           05  FILLER            PIC  X(05) VALUE SPACES.

      *    VALIDATE-ONLY RUN -- SET BY THE VALIDATE=Y PARM TOKEN
      *    (STRIPPED BY PARMVOPT BEFORE ANY OTHER PARM PARSING):
      *    PARSE AND VALIDATE THE INPUT, WRITE REJECTS WHERE
           05  CKPT-LEN           PIC S9(8) COMP-5 VALUE +0.
           05  CKPT-FOUND         PIC  X(01) VALUE "N".
               88 CKPT-RESTORED             VALUE "Y".
               88 CKPT-REFUSED              VALUE "S".
           05  CKPT-STATE.
               10  CKS-LINECTR    PIC S9(18) COMP-5 VALUE +0.
               10  CKS-ARR-TOTAL  PIC S9(18) COMP-5 VALUE +0.
               10  CACHE-LINE     PIC  X(256) VALUE SPACES.
               10  CACHE-COUNT    PIC S9(18) COMP-5 VALUE +0.

      *    DAY12PT1'S DUMPED COUNTS, TABLED BY RECORD NUMBER, AND THE
      *    RECONCILIATION TALLIES.
       01  ARRANGE-RECON-AREA.
           05  DMP-FILE-STATUS   PIC  X(02) VALUE SPACES.
               88 DMP-FILE-OK              VALUE "00".
           05  SW-DMP-EOF        PIC  X     VALUE "N".
               88 DMP-EOF                  VALUE "Y".
           05  SW-RECON-ACTIVE   PIC  X     VALUE "N".
               88 RECON-ACTIVE             VALUE "Y".
           05  RECON-MAX         PIC S9(4) COMP-5 VALUE +1024.
           05  RECON-COUNT       PIC S9(4) COMP-5 VALUE +0.
           05  RECON-CHECKED     PIC S9(4) COMP-5 VALUE +0.
           05  RECON-MISMATCHES  PIC S9(4) COMP-5 VALUE +0.
           05  RECON-HOLD-COUNT  PIC S9(18) COMP-5 VALUE +0.
           05  RECON-ENTRY OCCURS 1024 TIMES.
               10  REC-FOUND     PIC  X(01) VALUE "N".
                   88 REC-PRESENT          VALUE "Y".
               10  REC-COUNT     PIC S9(18) COMP-5 VALUE +0.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN          PIC S9(4) COMP-5.
           PERFORM 100-PROCESS-INPUT-DATA
           PERFORM 900-WRAP-UP
      *    EVERY CALL COPIES THE CALLED PROGRAM'S RETURN-CODE BACK
      *    OVER THIS ONE'S, SO THE BUDGET-STOP, STALE-CHECKPOINT AND
      *    RECONCILIATION SEVERITIES ARE RE-ASSERTED HERE, AFTER THE
      *    LAST CALL.
           IF (BUDGET-STOPPED OR CKPT-REFUSED) AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF RECON-MISMATCHES > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           IF SLICE-PARM-BAD OR SLICE-PARTIAL-LOST
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       000-HOUSEKEEPING.
               SW-USE-OVERRIDE, RUNLOG-RC
           PERFORM 010-PARSE-PARM
           PERFORM 020-PRELOAD-LINE-CACHE
           IF NOT VALIDATE-ONLY
               PERFORM 080-LOAD-ARRANGE-DUMP
           END-IF
           OPEN INPUT OVERRIDE-FILE
           IF OVR-FILE-OK
               SET USE-OVERRIDE-FILE TO TRUE
      *    ALONGSIDE THE FINAL TOTAL WITHOUT TURNING ON DEBUGGING MODE.
       100-PROCESS-INPUT-DATA.
           MOVE +0 TO FILE-GROUP-MAX ARR-TOTAL
           IF SLICE-PARM-BAD
               EXIT PARAGRAPH
           END-IF
           MOVE LENGTH OF CKPT-STATE TO CKPT-LEN
           IF VALIDATE-ONLY
               MOVE "N" TO CKPT-FOUND
               MOVE CKS-ARR-TOTAL TO ARR-TOTAL
               DISPLAY "RESUMING AFTER RECORD " CKS-LINECTR
                   " FROM AOCCKPT, TOTAL SO FAR=" ARR-TOTAL
               MOVE CKS-LINECTR TO SLICE-UNIT
               PERFORM 060-SLICE-SHARE
               MOVE SLICE-SHARE TO SLICE-UNITS-DONE
               PERFORM UNTIL END-OF-FILE OR LINECTR > CKS-LINECTR
                   PERFORM 095-READ-NEXT-RECORD
               END-PERFORM
           END-IF
           PERFORM UNTIL END-OF-FILE
               IF NOT VALIDATE-ONLY
                   MOVE LINECTR TO SLICE-UNIT
                   PERFORM 065-TEST-SLICE-UNIT
                   IF NOT UNIT-IN-SLICE
                       PERFORM 095-READ-NEXT-RECORD
                       EXIT PERFORM CYCLE
                   END-IF
               END-IF
               MOVE +0 TO ARR-COUNT
               IF VALIDATE-ONLY
                   PERFORM 115-VALIDATE-ONE-RECORD
                   PERFORM 105-CHECK-LINE-CACHE
               END-IF
               IF CACHE-NOT-HIT
                   PERFORM 117-SPLIT-RECORD
                   PERFORM 118-UNFOLD-RECORD
                   PERFORM 120-COUNT-ARRANGEMENTS
                   PERFORM 110-STORE-LINE-CACHE
               END-IF
               IF RECON-ACTIVE AND NOT VALIDATE-ONLY
                   PERFORM 155-RECONCILE-ONE-RECORD
               END-IF
               IF NOT VALIDATE-ONLY
                   ADD ARR-COUNT TO ARR-TOTAL
                   ADD +1 TO SLICE-UNITS-DONE
                   DISPLAY "RECORD " LINECTR " ARRANGEMENTS="
                       ARR-COUNT
                   MOVE LINECTR   TO CKS-LINECTR CKPT-SEQ
           END-PERFORM
           .

      *    117-SPLIT-RECORD BREAKS THE RAW RECORD INTO ITS SPRING
      *    PATTERN (SPR-TEXT) AND ITS GROUP LIST (GRP-TEXT), FOLDED.
       117-SPLIT-RECORD.
           UNSTRING LINEINPUT (1 : LINELEN)
               DELIMITED BY SPACE
               INTO SPR-TEXT COUNT IN SPR-LEN
           END-UNSTRING
      D    DISPLAY "DATA='" SPR-TEXT (1 : SPR-LEN) "'"
           COMPUTE GRP-LEN = LINELEN - SPR-LEN - 1
           MOVE LINEINPUT (SPR-LEN + 2 : GRP-LEN) TO GRP-TEXT
      D    DISPLAY "GROUPS='" GRP-TEXT (1 : GRP-LEN) "'"
           .

      *    118-UNFOLD-RECORD TURNS THE FOLDED PATTERN AND GROUP LIST
      *    INTO THEIR FIVE-COPY UNFOLDED FORM IN PLACE.
       118-UNFOLD-RECORD.
      *    UNFOLD THE MAP LINE
           STRING
               SPR-TEXT (1 : SPR-LEN) DELIMITED BY SIZE
               "?"                    DELIMITED BY SIZE
               SPR-TEXT (1 : SPR-LEN) DELIMITED BY SIZE
               "?"                    DELIMITED BY SIZE
               SPR-TEXT (1 : SPR-LEN) DELIMITED BY SIZE
               "?"                    DELIMITED BY SIZE
               SPR-TEXT (1 : SPR-LEN) DELIMITED BY SIZE
               "?"                    DELIMITED BY SIZE
               SPR-TEXT (1 : SPR-LEN) DELIMITED BY SIZE
               INTO SCAN-TEXT
           END-STRING
           COMPUTE SPR-LEN = (SPR-LEN * 5) + 4
           MOVE SCAN-TEXT (1 : SPR-LEN) TO SPR-TEXT
      D    DISPLAY "UNFOLD DATA='" SPR-TEXT (1 : SPR-LEN) "'"
      *    UNFOLD THE GROUPS
           STRING
               GRP-TEXT (1 : GRP-LEN) DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               GRP-TEXT (1 : GRP-LEN) DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               GRP-TEXT (1 : GRP-LEN) DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               GRP-TEXT (1 : GRP-LEN) DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               GRP-TEXT (1 : GRP-LEN) DELIMITED BY SIZE
               INTO SCAN-TEXT
           END-STRING
           COMPUTE GRP-LEN = (GRP-LEN * 5) + 4
           MOVE SCAN-TEXT (1 : GRP-LEN) TO GRP-TEXT
      D    DISPLAY "UNFOLD GROUPS='" GRP-TEXT (1 : GRP-LEN) "'"
           .

      *    120-COUNT-ARRANGEMENTS RUNS THE NFA STATE SCAN OVER
      *    WHATEVER PATTERN AND GROUP LIST ARE IN SPR-TEXT/GRP-TEXT --
      *    UNFOLDED FOR THE ANSWER, FOLDED FOR THE RECONCILIATION --
      *    AND LEAVES THE ARRANGEMENT COUNT IN ARR-COUNT.
       120-COUNT-ARRANGEMENTS.
      *    COUNT UNDAMAGED SPRINGS
           MOVE ZERO TO SPR-TOT
           INSPECT SPR-TEXT TALLYING SPR-TOT FOR ALL "#"
      *    CONVERT GROUPS TEXT TO INTEGERS IN GROUPS-DATA
           MOVE ZERO TO S41
           INSPECT GRP-TEXT TALLYING S41 FOR ALL ","
           ADD  +1 TO S41
           MOVE +1 TO S42
           MOVE +0 TO GRP-TOT
           PERFORM VARYING GRPNDX FROM 1 BY 1 UNTIL GRPNDX > S41
               MOVE SPACES TO GROUP-TEXT (GRPNDX)
               UNSTRING GRP-TEXT (1 : GRP-LEN)
                   DELIMITED BY ","
                   INTO GROUP-TEXT (GRPNDX)
                   COUNT   S43
                   POINTER S42
               END-UNSTRING
               SET GRP-MAX TO GRPNDX
               COMPUTE GROUP-VAL (GRPNDX) = FUNCTION NUMVAL (
                   GROUP-TEXT (GRPNDX) (1 : S43) )
               ADD GROUP-VAL (GRPNDX) TO GRP-TOT
               IF GROUP-VAL (GRPNDX) > FILE-GROUP-MAX
                   MOVE GROUP-VAL (GRPNDX) TO FILE-GROUP-MAX
               END-IF
      D        DISPLAY "GROUP[" GRP-MAX "],LEN=" S43 ",'"
      D            GROUP-TEXT (GRPNDX) (1 : S43) "'"
      D            ",VALUE=" GROUP-VAL (GRPNDX)
      D            ",TOTAL=" GRP-TOT
           END-PERFORM
      *    CONSTRUCT NFA STRING STATES
           MOVE '.' TO STATES (1 : 1)
           MOVE +2 TO S42
           PERFORM VARYING GRPNDX FROM 1 BY 1
               UNTIL GRPNDX > GRP-MAX
               MOVE ALL "#" TO STATES (S42 : GROUP-VAL (GRPNDX))
               ADD GROUP-VAL (GRPNDX) TO S42
               MOVE '.' TO STATES (S42 : 1)
               ADD +1 TO S42
           END-PERFORM
           COMPUTE STATES-LEN = S42 - 1
           IF STATES-LEN > FILE-STATES-MAX
               MOVE STATES-LEN TO FILE-STATES-MAX
           END-IF
      D    DISPLAY "STATES-LEN=" STATES-LEN
      D            ",STATES='" STATES (1 : STATES-LEN) "'"
      *    SCAN TEXT CREATING NFA STATES AND COUNTS
      *    INITIALIZING TABLES WITH LOW-VALUES MAKES ALL STATE
      *    AND NEW-STATE VALUES ZERO SO THEY CAN ALWAYS BE SAFELY
      *    USED FOR ADDITION CALCULATIONS
           MOVE LOW-VALUES TO STATES-AREA NEW-STATES-AREA
           MOVE STATES-LEN TO STATES-MAX  NEW-STATES-MAX
           MOVE +1 TO STATES-VAL (1)
           MOVE +0 TO ARR-COUNT
           PERFORM VARYING S41 FROM 1 BY 1 UNTIL S41 > SPR-LEN
               MOVE SPR-TEXT (S41 : 1) TO TEXT-CHAR
      D        DISPLAY "CHAR '" TEXT-CHAR "' AT POS=" S41
      *        ONLY NON-ZERO-VALUE ARRAY ELEMENTS ARE "IN" THE
      *        DICTONARY BECAUSE WE ARE SIMULATING DICTONARIES WITH
      *        ARRAYS.  WE PROCESS IN REVERSE ORDER TO SIMULATE THE
      *        ORIGINAL ALGORITHM'S POPULATION OF HIGHER-VALUED
      *        KEYS BEFORE LOWER-VALUED KEYS
               PERFORM VARYING STATESNDX FROM STATES-MAX BY -1
                   UNTIL STATESNDX < 1
                   IF STATES-VAL (STATESNDX) = +0
      *                DISPLAY "BYPASSING STATE[" STATE "]="
      *                    STATES-VAL (STATESNDX)
                       EXIT PERFORM CYCLE
                   END-IF
      *            IN THE ORIGINAL ALGOTITHM, "STATE" IS THE
      *            ZERO-BASED DICTIONARY KEY, NOT ITS VALUE
      *            COBOL ARRAYS ARE ONE-BASED, SO ADJUST AS NEEDED
                   SET STATE TO STATESNDX
                   SUBTRACT +1 FROM STATE
      *            STATE IS NOW ZERO-BASED
      D            COMPUTE S42 = STATE + 1
      D            DISPLAY "STATE=" STATE
      D                ",STATES[" STATE "]='" STATES (S42 : 1)
      D                "',STATES[" S42 "]='" STATES (S42 + 1 : 1)
      D                "'"
                   EVALUATE TEXT-CHAR
                       WHEN "?"
                           IF (STATE + 1) < STATES-LEN
                               ADD STATES-VAL (STATE + 1)
                                TO NEW-STATES-VAL (STATE + 2)
      D                        COMPUTE S42 = STATE + 1
      D                        DISPLAY "CASE 1:"
      D                            "ADDED NEW-DICT[" S42 "]="
      D                            NEW-STATES-VAL (S42 + 1)
                           END-IF
                           IF STATES (STATE + 1 : 1) = "."
                               ADD STATES-VAL (STATE + 1)
                                TO NEW-STATES-VAL (STATE + 1)
      D                        COMPUTE S42 = STATE + 1
      D                        DISPLAY "CASE 2:"
      D                            "ADDED NEW-DICT[" S42 "]="
      D                            NEW-STATES-VAL (S42)
                           END-IF
                       WHEN "."
                           IF (STATE + 1) < STATES-LEN AND
                              STATES (STATE + 2 : 1) = "."
                               ADD STATES-VAL (STATE + 1)
                                TO NEW-STATES-VAL (STATE + 2)
      D                        COMPUTE S42 = STATE + 1
      D                        DISPLAY "CASE 3:"
      D                            "ADDED NEW-DICT[" S42 "]="
      D                            NEW-STATES-VAL (S42 + 1)
                           END-IF
                           IF STATES (STATE + 1 : 1) = "."
                               ADD STATES-VAL (STATE + 1)
                                TO NEW-STATES-VAL (STATE + 1)
      D                        COMPUTE S42 = STATE + 1
      D                        DISPLAY "CASE 4:"
      D                            "ADDED NEW-DICT[" S42 "]="
      D                            NEW-STATES-VAL (S42)
                           END-IF
                       WHEN "#"
                           IF (STATE + 1) < STATES-LEN AND
                              STATES (STATE + 2 : 1) = "#"
                               ADD STATES-VAL (STATE + 1)
                                TO NEW-STATES-VAL (STATE + 2)
      D                        COMPUTE S42 = STATE + 1
      D                        DISPLAY "CASE 5:"
      D                            "ADDED NEW-DICT[" S42 "]="
      D                            NEW-STATES-VAL (S42 + 1)
                           END-IF
                   END-EVALUATE
               END-PERFORM
               MOVE NEW-STATES-DICT TO STATES-DICT
               MOVE LOW-VALUES      TO NEW-STATES-DICT
      D        PERFORM VARYING STATESNDX FROM STATES-MAX BY -1
      D            UNTIL STATESNDX < 1
      D            IF STATES-VAL (STATESNDX) > 0
      D                SET S42 TO STATESNDX
      D                DISPLAY "DICT[" S42 "]="
      D                    STATES-VAL (STATESNDX)
      D            END-IF
      D        END-PERFORM
           END-PERFORM
      D    COMPUTE S42 = STATES-MAX - 1
      D    COMPUTE S43 = STATES-MAX - 2
      D    DISPLAY "DICT[" S42 "]=" STATES-VAL (STATES-MAX)
      D            ",DICT[" S43 "]=" STATES-VAL (STATES-MAX - 1)
           ADD STATES-VAL (STATES-MAX)
               STATES-VAL (STATES-MAX - 1)
            TO ARR-COUNT
           .

       010-PARSE-PARM.
           MOVE SPACES TO PP-PARM-TEXT
           MOVE +0 TO PP-PARM-LEN
                   MOVE PG-VAL-NUM TO RECORD-BUDGET
                   DISPLAY "RECORD BUDGET IN EFFECT: " RECORD-BUDGET
               END-IF
               MOVE "SLICE" TO PG-KEY
               CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
                   PG-VAL-TEXT, PG-VAL-NUM
               IF PG-FOUND = "Y"
                   PERFORM 015-PARSE-SLICE
               END-IF
           END-IF
           .

      *    SLICE=K/N -- ONE OR TWO DIGITS EACH SIDE OF ONE "/".
       015-PARSE-SLICE.
           MOVE SPACES TO SLICE-K-TEXT SLICE-N-TEXT
           MOVE +0 TO SLICE-K-LEN SLICE-N-LEN SLICE-SLASHES
           INSPECT PG-VAL-TEXT TALLYING SLICE-SLASHES FOR ALL "/"
           UNSTRING PG-VAL-TEXT DELIMITED BY "/" OR SPACE
               INTO SLICE-K-TEXT COUNT IN SLICE-K-LEN
                    SLICE-N-TEXT COUNT IN SLICE-N-LEN
           END-UNSTRING
           SET SLICE-PARM-BAD TO TRUE
           IF SLICE-SLASHES = 1
              AND SLICE-K-LEN > 0 AND SLICE-K-LEN < 3
              AND SLICE-N-LEN > 0 AND SLICE-N-LEN < 3
               IF SLICE-K-TEXT (1 : SLICE-K-LEN) IS NUMERIC
                  AND SLICE-N-TEXT (1 : SLICE-N-LEN) IS NUMERIC
                   COMPUTE SLICE-NUMBER =
                       FUNCTION NUMVAL (SLICE-K-TEXT)
                   COMPUTE SLICE-COUNT =
                       FUNCTION NUMVAL (SLICE-N-TEXT)
                   IF SLICE-NUMBER >= 1
                      AND SLICE-NUMBER <= SLICE-COUNT
                       SET SLICE-RUN TO TRUE
                   END-IF
               END-IF
           END-IF
           IF SLICE-PARM-BAD
               DISPLAY "SLICE=" FUNCTION TRIM (PG-VAL-TEXT)
                   " IS NOT K/N WITH"
                   " 1 <= K <= N <= 99 -- NOTHING COUNTED"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SLICE-NUMBER TO SLP-SLICE
           MOVE SLICE-COUNT  TO SLP-SLICES
           MOVE SPACES TO CKPT-NAME
           STRING "D12S" SLP-SLICE SLP-SLICES DELIMITED BY SIZE
               INTO CKPT-NAME
           END-STRING
           DISPLAY "SLICE " SLP-SLICE " OF " SLP-SLICES
               " -- PARTIAL RESULT TO AOCSLICE, NO ANSWER LOGGED"
           .

      *    060-SLICE-SHARE -- HOW MANY OF UNITS 1 THRU SLICE-UNIT
      *    BELONG TO THIS SLICE, INTO SLICE-SHARE.
       060-SLICE-SHARE.
           IF SLICE-UNIT < SLICE-NUMBER
               MOVE +0 TO SLICE-SHARE
           ELSE
               COMPUTE SLICE-SHARE =
                   (SLICE-UNIT - SLICE-NUMBER) / SLICE-COUNT + 1
           END-IF
           .

      *    065-TEST-SLICE-UNIT -- IS UNIT SLICE-UNIT THIS SLICE'S?
       065-TEST-SLICE-UNIT.
           IF FUNCTION MOD (SLICE-UNIT - 1, SLICE-COUNT)
                = SLICE-NUMBER - 1
               SET UNIT-IN-SLICE TO TRUE
           ELSE
               MOVE "N" TO SW-IN-SLICE
           END-IF
           .

           END-IF
           .

       080-LOAD-ARRANGE-DUMP.
           OPEN INPUT ARRANGE-DUMP-FILE
           IF NOT DMP-FILE-OK
               DISPLAY "NO AOCARRDMP DUMP -- PART 1"
                   " RECONCILIATION SKIPPED"
               EXIT PARAGRAPH
           END-IF
           SET RECON-ACTIVE TO TRUE
           PERFORM UNTIL DMP-EOF
               READ ARRANGE-DUMP-FILE
                   AT END SET DMP-EOF TO TRUE
                   NOT AT END
                       IF DMP-SEQ NUMERIC AND DMP-COUNT NUMERIC
                          AND DMP-SEQ > 0 AND DMP-SEQ NOT > RECON-MAX
                           ADD +1 TO RECON-COUNT
                           MOVE "Y" TO REC-FOUND (DMP-SEQ)
                           MOVE DMP-COUNT TO REC-COUNT (DMP-SEQ)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARRANGE-DUMP-FILE
           DISPLAY "RECONCILING AGAINST " RECON-COUNT
               " DAY12PT1 RECORD COUNTS".

      *    THE NFA SCAN RUN AT PART 1'S FOLDED SIZE MUST AGREE WITH
      *    DAY12PT1'S BRUTE-FORCE ENUMERATION, RECORD BY RECORD -- TWO
      *    UNRELATED METHODS ARRIVING AT THE SAME COUNT.  A COUNT TAKEN
      *    FROM THE LINE CACHE IS ALSO RE-SCANNED UNFOLDED, SO A
      *    POISONED AOCCACHE ENTRY CANNOT SLIP INTO THE TOTAL: THE
      *    FRESH COUNT IS USED AND THE ENTRY IS CORRECTED BEFORE THE
      *    CACHE IS SAVED.  ANY DISAGREEMENT ENDS THE RUN RC=8.
       155-RECONCILE-ONE-RECORD.
           IF CACHE-WAS-HIT
               MOVE ARR-COUNT TO RECON-HOLD-COUNT
               PERFORM 117-SPLIT-RECORD
               PERFORM 118-UNFOLD-RECORD
               PERFORM 120-COUNT-ARRANGEMENTS
               IF ARR-COUNT NOT = RECON-HOLD-COUNT
                   ADD +1 TO RECON-MISMATCHES
                   DISPLAY "RECONCILE MISMATCH: RECORD " LINECTR
                       " AOCCACHE=" RECON-HOLD-COUNT
                       " THIS SCAN=" ARR-COUNT
                   MOVE ARR-COUNT TO CACHE-COUNT (CACHENDX)
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF LINECTR > RECON-MAX
               EXIT PARAGRAPH
           END-IF
           IF NOT REC-PRESENT (LINECTR)
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO RECON-CHECKED
           MOVE ARR-COUNT TO RECON-HOLD-COUNT
           PERFORM 117-SPLIT-RECORD
           PERFORM 120-COUNT-ARRANGEMENTS
           IF ARR-COUNT NOT = REC-COUNT (LINECTR)
               ADD +1 TO RECON-MISMATCHES
               DISPLAY "RECONCILE MISMATCH: RECORD " LINECTR
                   " DAY12PT1=" REC-COUNT (LINECTR)
                   " THIS SCAN FOLDED=" ARR-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE RECON-HOLD-COUNT TO ARR-COUNT.

       095-READ-NEXT-RECORD.
           IF USE-OVERRIDE-FILE
               READ OVERRIDE-FILE
           .

       900-WRAP-UP.
           IF RECON-ACTIVE
               IF RECON-MISMATCHES = 0
                   DISPLAY "RECONCILIATION CLEAN -- " RECON-CHECKED
                       " RECORDS MATCH DAY12PT1"
               ELSE
                   DISPLAY "RECONCILIATION MISMATCHES="
                       RECON-MISMATCHES " -- RC=8"
               END-IF
           END-IF
      *    EVERY SEVERITY THIS RUN ENDS WITH -- BUDGET STOP, STALE
      *    CHECKPOINT, RECONCILIATION, SLICE PARM, LOST SLICE
      *    PARTIAL -- IS SETTLED BEFORE THE STOP IS JOURNALED, SO THE
      *    JOURNAL, THE ARCHIVE RECORD AND THE STEP ALL CARRY THE
      *    SAME RC.  RUNLOG HANDS THE RC IT WAS GIVEN BACK.
           IF (BUDGET-STOPPED OR CKPT-REFUSED) AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF RECON-MISMATCHES > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           IF SLICE-PARM-BAD
               MOVE 8 TO RETURN-CODE
           ELSE
               IF VALIDATE-ONLY
                   DISPLAY "VALIDATE-ONLY: RECORDS CHECKED, NO"
                       " COMPUTATION, NO ANSWERS LOGGED"
               ELSE
                   DISPLAY "TOTAL ARRANGEMENTS = " ARR-TOTAL
               END-IF
               IF SLICE-RUN AND NOT VALIDATE-ONLY
                   PERFORM 960-WRITE-SLICE-PARTIAL
               END-IF
           END-IF
           MOVE "STOP"  TO RUNLOG-EVENT
           MOVE RETURN-CODE TO RUNLOG-RC
           CALL "RUNLOG" USING RUNLOG-EVENT, ANSWR-PROGRAM,
           END-IF.
      D    DISPLAY "FILE GROUP  MAX=" FILE-GROUP-MAX
      D            ",FILE STATES MAX=" FILE-STATES-MAX
           IF SLICE-PARM-BAD
               EXIT PARAGRAPH
           END-IF
           IF NOT VALIDATE-ONLY AND NOT SLICE-RUN
               IF BUDGET-STOPPED
                   MOVE "DAY 12 PT2 PARTIAL" TO ANSWR-LABEL
               END-IF
           END-IF
           CONTINUE.

      *    960-WRITE-SLICE-PARTIAL -- A SLICED RUN'S RESULT: THIS
      *    SLICE'S TOTAL, SUM-COMBINED.  A BUDGET STOP MARKS IT "B"
      *    SO THE COMBINER WILL NOT USE IT.
       960-WRITE-SLICE-PARTIAL.
           OPEN OUTPUT SLICE-FILE
           IF NOT SLC-FILE-OK
               DISPLAY "OPEN AOCSLICE FAILED, FILE STATUS="
                   SLC-FILE-STATUS " -- SLICE RESULT LOST"
               SET SLICE-PARTIAL-LOST TO TRUE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ANSWR-PROGRAM TO SLP-PROGRAM
           MOVE WHEN-COMPILED TO SLP-BUILD
           MOVE "DAY 12 PART 2" TO SLP-LABEL
           MOVE "S" TO SLP-METHOD
           IF BUDGET-STOPPED
               MOVE "B" TO SLP-STATUS
           ELSE
               MOVE "C" TO SLP-STATUS
           END-IF
           MOVE LINECTR TO SLP-UNITS-TOTAL
           MOVE SLICE-UNITS-DONE TO SLP-UNITS-DONE
           MOVE ARR-TOTAL TO SLP-VALUE
           WRITE SLICE-RECORD FROM SLICE-PARTIAL
           CLOSE SLICE-FILE
           DISPLAY "SLICE " SLP-SLICE " OF " SLP-SLICES ": "
               SLP-UNITS-DONE " OF " SLP-UNITS-TOTAL
               " RECORDS COUNTED, PARTIAL WRITTEN TO AOCSLICE"
           .

      *    950-SAVE-LINE-CACHE REWRITES AOCCACHE WITH EVERYTHING THE
      *    CACHE NOW HOLDS -- THE PRELOADED ENTRIES PLUS THIS RUN'S
      *    NEW ONES -- SO THE NEXT RUN STARTS THAT MUCH WARMER.  A
