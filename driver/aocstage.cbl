      *    SAME PLATFORM) IS WRITTEN TO DD/ENV AOCSTGRP.  A FILE THAT
      *    FAILS ANY CHECK IS QUARANTINED: THE TARGET IS NOT WRITTEN,
      *    EVERY REASON IS REPORTED, AND THE STEP ENDS RC=8.
      *    THE REPORT ALSO CARRIES THE UPLOAD'S PROFILE -- RECORD
      *    COUNT, MEAN LENGTH, A RECORD-LENGTH HISTOGRAM, CHARACTER
      *    FREQUENCIES AND CHARACTER-CLASS SHARES, AND FOR A GRID DAY
      *    THE ROW WIDTH AND WHETHER THE GRID IS RECTANGULAR.  EACH
      *    ACCEPTED DAY'S PROFILE IS KEPT IN DD/ENV AOCPROFL, AND A
      *    NEW UPLOAD FOR THE DAY IS COMPARED WITH IT AGAINST THE
      *    TOLERANCE IN THE DAY'S CONTROL ROW (COLUMNS 79-80):
      *        - RECORD COUNT AND MEAN LENGTH WITHIN TOLERANCE PERCENT
      *          OF THE ACCEPTED VALUES
      *        - EACH LENGTH BAND'S AND CHARACTER CLASS'S SHARE OF THE
      *          FILE WITHIN TOLERANCE PERCENTAGE POINTS
      *        - A GRID DAY'S GRID STILL RECTANGULAR AND THE SAME WIDTH
      *    AN UPLOAD THAT PASSES THE HARD LIMITS BUT DEPARTS FROM ITS
      *    DAY'S PROFILE IS QUARANTINED RC=8 THE SAME WAY.  WHEN THE
      *    NEW SHAPE IS GENUINE, RESTAGE WITH PARM DAY=NN,PROFILE=NEW
      *    -- THE DEPARTURES ARE REPORTED, THE STEP ENDS RC=4, AND THE
      *    NEW PROFILE REPLACES THE OLD.  A DAY WITH A BLANK TOLERANCE
      *    IS PROFILED BUT NOT COMPARED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
              ASSIGN TO AOCFPREG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FPR-FILE-STATUS.
      *    INPUT PROFILE STORE (DD/ENV AOCPROFL) -- ONE ROW PER DAY,
      *    THE PROFILE OF THE LAST INPUT ACCEPTED FOR IT.  READ WHOLE,
      *    UPDATED FOR THIS DAY, REWRITTEN, AS THE REGISTRY IS.
           SELECT PROFILE-FILE
              ASSIGN TO AOCPROFL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PFL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
                                     PIC  9(07).
           05  FILLER                PIC  X.
           05  SGC-ALLOWED           PIC  X(60).
           05  FILLER                PIC  X.
           05  SGC-TOLPCT-X          PIC  X(02).
           05  SGC-TOLPCT-9         REDEFINES SGC-TOLPCT-X
                                     PIC  9(02).

       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD.
           05  FILLER                PIC  X.
           05  FPR-DSN               PIC  X(44).

      *    DAY 1-2, DATE ACCEPTED 4-11, RECORDS 13-20, SHORTEST 22-26,
      *    LONGEST 28-32, MEAN 34-38, RECTANGULAR Y/N 40, ROW WIDTH
      *    42-46 (ZERO WHEN NOT RECTANGULAR), TEN LENGTH-BAND SHARES
      *    48-97 AND FIVE CHARACTER-CLASS SHARES 98-122, EACH PER
      *    MILLE FOLLOWED BY A BLANK.
       FD  PROFILE-FILE.
       01  PROFILE-RECORD.
           05  PFL-DAY               PIC  X(02).
           05  FILLER                PIC  X.
           05  PFL-DATE              PIC  X(08).
           05  FILLER                PIC  X.
           05  PFL-RECORDS           PIC  9(08).
           05  FILLER                PIC  X.
           05  PFL-SHORTEST          PIC  9(05).
           05  FILLER                PIC  X.
           05  PFL-LONGEST           PIC  9(05).
           05  FILLER                PIC  X.
           05  PFL-MEAN              PIC  9(05).
           05  FILLER                PIC  X.
           05  PFL-RECT              PIC  X.
           05  FILLER                PIC  X.
           05  PFL-WIDTH             PIC  9(05).
           05  FILLER                PIC  X.
           05  PFL-BAND OCCURS 10 TIMES.
               10  PFL-BAND-PM       PIC  9(04).
               10  FILLER            PIC  X.
           05  PFL-CLASS OCCURS 5 TIMES.
               10  PFL-CLASS-PM      PIC  9(04).
               10  FILLER            PIC  X.

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  STG-FILE-STATUS       PIC  X(02) VALUE SPACES.
           05  LIM-MAXRECS           PIC  9(08) VALUE 9999999.
           05  LIM-ALLOWED           PIC  X(60) VALUE "*".
           05  LIM-ALLOWED-LEN       PIC S9(4) COMP-5 VALUE +1.
           05  LIM-TOLPCT            PIC  9(02) VALUE ZEROES.
           05  SW-TOLERANCE          PIC  X     VALUE "N".
               88 PROFILE-TOLERANCE-SET         VALUE "Y".
           05  SW-PROFILE-NEW        PIC  X     VALUE "N".
               88 PROFILE-REBASE                VALUE "Y".
           05  PROFILE-NEW-HITS      PIC S9(4) COMP-5 VALUE +0.

       01  VALIDATION-COUNTS.
           05  RECORD-COUNT          PIC  9(08) VALUE ZEROES.
       01  REPORT-WORK.
           05  RPT-LINE              PIC  X(100) VALUE SPACES.

      *    THE UPLOAD'S PROFILE, TALLIED AS IT IS VALIDATED.  LENGTH
      *    BANDS DOUBLE IN WIDTH UP TO 1024, THEN TWO WIDE BANDS TAKE
      *    THE LONG-RECORD DAYS.
       01  PROFILE-TALLIES.
           05  SHORTEST-RECORD       PIC  9(08).
           05  FIRST-WIDTH           PIC  9(08).
           05  MEAN-LENGTH           PIC  9(08).
           05  SW-RECTANGULAR        PIC  X.
               88 GRID-IS-RECTANGULAR           VALUE "Y".
           05  BAND-COUNT            PIC  9(08) OCCURS 10 TIMES.
           05  BAND-PM               PIC  9(04) OCCURS 10 TIMES.
           05  CLASS-COUNT           PIC  9(12) OCCURS 5 TIMES.
           05  CLASS-PM              PIC  9(04) OCCURS 5 TIMES.
           05  CHAR-FREQ             PIC  9(08) OCCURS 256 TIMES.

       01  LENGTH-BAND-VALUES.
           05  FILLER                PIC  X(10) VALUE "0000000008".
           05  FILLER                PIC  X(10) VALUE "0000900016".
           05  FILLER                PIC  X(10) VALUE "0001700032".
           05  FILLER                PIC  X(10) VALUE "0003300064".
           05  FILLER                PIC  X(10) VALUE "0006500128".
           05  FILLER                PIC  X(10) VALUE "0012900256".
           05  FILLER                PIC  X(10) VALUE "0025700512".
           05  FILLER                PIC  X(10) VALUE "0051301024".
           05  FILLER                PIC  X(10) VALUE "0102504096".
           05  FILLER                PIC  X(10) VALUE "0409732756".
       01  LENGTH-BAND-TABLE REDEFINES LENGTH-BAND-VALUES.
           05  LENGTH-BAND OCCURS 10 TIMES.
               10  BAND-LOW          PIC  9(05).
               10  BAND-HIGH         PIC  9(05).

       01  CHAR-CLASS-VALUES.
           05  FILLER                PIC  X(05) VALUE "DIGIT".
           05  FILLER                PIC  X(05) VALUE "LOWER".
           05  FILLER                PIC  X(05) VALUE "UPPER".
           05  FILLER                PIC  X(05) VALUE "SPACE".
           05  FILLER                PIC  X(05) VALUE "OTHER".
       01  CHAR-CLASS-TABLE REDEFINES CHAR-CLASS-VALUES.
           05  CHAR-CLASS-NAME       PIC  X(05) OCCURS 5 TIMES.

       01  PROFILE-WORK.
           05  BAND-NDX              PIC S9(4) COMP-5 VALUE +0.
           05  CLASS-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  ORD-NDX               PIC S9(4) COMP-5 VALUE +0.
           05  FREQ-CHAR             PIC  X     VALUE SPACE.
           05  FREQ-LABEL            PIC  X(05) VALUE SPACES.
           05  FREQ-ON-LINE          PIC S9(4) COMP-5 VALUE +0.
           05  FREQ-LINE-PTR         PIC S9(4) COMP-5 VALUE +0.
           05  HEX-CODE              PIC S9(4) COMP-5 VALUE +0.
           05  HEX-HIGH              PIC S9(4) COMP-5 VALUE +0.
           05  HEX-LOW               PIC S9(4) COMP-5 VALUE +0.
           05  HEX-DIGITS            PIC  X(16) VALUE
               "0123456789ABCDEF".
           05  PUNCT-HITS            PIC S9(4) COMP-5 VALUE +0.
           05  PUNCT-SET             PIC  X(32) VALUE
               "!""#$%&'()*+,-./:;<=>?@[\]^_`{|}~".
           05  DEVIATION-COUNT       PIC  9(08) VALUE ZEROES.
           05  DEV-NAME              PIC  X(40) VALUE SPACES.
           05  DEV-UNIT              PIC  X(10) VALUE SPACES.
           05  DEV-NEW               PIC  9(08) VALUE ZEROES.
           05  DEV-OLD               PIC  9(08) VALUE ZEROES.
           05  DEV-DIFF              PIC S9(9) COMP-5 VALUE +0.
           05  DEV-LIMIT             PIC S9(9) COMP-5 VALUE +0.
           05  TOLPCT-EDIT           PIC  9(02) VALUE ZEROES.
           05  WIDTH-EDIT            PIC  9(05) VALUE ZEROES.

      *    THE DAY'S ACCEPTED PROFILE, AS LAST STORED IN AOCPROFL.
       01  PROFILE-CONTROLS.
           05  PFL-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 PFL-FILE-OK                   VALUE "00".
           05  SW-PFL-EOF            PIC  X     VALUE "N".
               88 PFL-EOF                       VALUE "Y".
           05  SW-BASE-FOUND         PIC  X     VALUE "N".
               88 BASE-PROFILE-FOUND            VALUE "Y".
           05  SW-GRID-DAY           PIC  X     VALUE "N".
               88 GRID-DAY                      VALUE "Y".
           05  PFT-MAX               PIC S9(4) COMP-5 VALUE +32.
           05  PFT-COUNT             PIC S9(4) COMP-5 VALUE +0.
           05  PFT-NDX               PIC S9(4) COMP-5 VALUE +0.
           05  PFT-THIS-DAY          PIC S9(4) COMP-5 VALUE +0.
       01  PROFILE-TABLE.
           05  PFT-ROW               PIC  X(122) OCCURS 32 TIMES.
       01  BASE-PROFILE.
           05  BAS-DAY               PIC  X(02).
           05  FILLER                PIC  X.
           05  BAS-DATE              PIC  X(08).
           05  FILLER                PIC  X.
           05  BAS-RECORDS           PIC  9(08).
           05  FILLER                PIC  X.
           05  BAS-SHORTEST          PIC  9(05).
           05  FILLER                PIC  X.
           05  BAS-LONGEST           PIC  9(05).
           05  FILLER                PIC  X.
           05  BAS-MEAN              PIC  9(05).
           05  FILLER                PIC  X.
           05  BAS-RECT              PIC  X.
           05  FILLER                PIC  X.
           05  BAS-WIDTH             PIC  9(05).
           05  FILLER                PIC  X.
           05  BAS-BAND OCCURS 10 TIMES.
               10  BAS-BAND-PM       PIC  9(04).
               10  FILLER            PIC  X.
           05  BAS-CLASS OCCURS 5 TIMES.
               10  BAS-CLASS-PM      PIC  9(04).
               10  FILLER            PIC  X.

       01  REGISTRY-CONTROLS.
           05  FPR-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 FPR-FILE-OK                   VALUE "00".
           END-IF
           IF RETURN-CODE < 8
               PERFORM 250-RECORD-FINGERPRINT
               PERFORM 260-RECORD-PROFILE
           END-IF
           PERFORM 900-WRAP-UP
           GOBACK.
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           INSPECT PARM-TEXT (1 : PARM-LEN) TALLYING PROFILE-NEW-HITS
               FOR ALL ",PROFILE=NEW"
           IF PROFILE-NEW-HITS > 0
               SET PROFILE-REBASE TO TRUE
           END-IF
           INITIALIZE PROFILE-TALLIES
           MOVE "Y" TO SW-RECTANGULAR
           CALL "RPTOPEN" USING RW-DDNAME, RW-PROGRAM,
               RW-TITLE, RW-RC
           IF RW-RC >= 8
               MOVE "  (NO CONTROL ROW FOR THIS DAY -- DEFAULT"
                  & " LIMITS IN EFFECT)" TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
           END-IF
           IF PROFILE-REBASE
               MOVE "  (PROFILE=NEW -- THIS UPLOAD'S PROFILE REPLACES"
                  & " THE DAY'S ACCEPTED ONE)" TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
           END-IF.

       050-LOAD-DAY-LIMITS.
                           IF SGC-ALLOWED NOT = SPACES
                               MOVE SGC-ALLOWED TO LIM-ALLOWED
                           END-IF
                           IF SGC-TOLPCT-X NUMERIC
                               MOVE SGC-TOLPCT-9 TO LIM-TOLPCT
                               SET PROFILE-TOLERANCE-SET TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
           END-IF
           IF RECORD-COUNT > 0
               PERFORM 165-LOAD-ACCEPTED-PROFILE
               PERFORM 170-REPORT-PROFILE
               PERFORM 180-COMPARE-PROFILE
           END-IF
           IF ERROR-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "FILE QUARANTINED -- " ERROR-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF DEVIATION-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF PROFILE-REBASE
               MOVE SPACES TO REPORT-RECORD
               STRING "WARNING: " DEVIATION-COUNT
                   " PROFILE DEVIATIONS ACCEPTED UNDER PROFILE=NEW"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES TO REPORT-RECORD
               STRING "FILE QUARANTINED -- " DEVIATION-COUNT
                   " PROFILE DEVIATIONS, TARGET NOT WRITTEN"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               STRING "  (RESTAGE WITH PARM DAY=" STAGE-DAY-X
                   ",PROFILE=NEW IF THE NEW SHAPE IS GENUINE)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       150-VALIDATE-ONE-RECORD.
           IF STG-LINELEN > LONGEST-RECORD
               MOVE STG-LINELEN TO LONGEST-RECORD
           END-IF
           IF RECORD-COUNT = 1
               MOVE STG-LINELEN TO SHORTEST-RECORD
               MOVE STG-LINELEN TO FIRST-WIDTH
           END-IF
           IF STG-LINELEN < SHORTEST-RECORD
               MOVE STG-LINELEN TO SHORTEST-RECORD
           END-IF
           IF STG-LINELEN NOT = FIRST-WIDTH
               MOVE "N" TO SW-RECTANGULAR
           END-IF
           PERFORM VARYING BAND-NDX FROM 1 BY 1
               UNTIL BAND-NDX > 9
                  OR STG-LINELEN <= BAND-HIGH (BAND-NDX)
               CONTINUE
           END-PERFORM
           ADD 1 TO BAND-COUNT (BAND-NDX)
           IF STG-LINELEN > LIM-MAXLEN
               ADD 1 TO ERROR-COUNT
               MOVE STG-LINELEN TO LINELEN-EDIT
                   + FUNCTION ORD (STAGED-RECORD (CHARPTR : 1))
                   * (FUNCTION MOD (CHARPTR, 251) + 1),
                   999999999999)
               MOVE FUNCTION ORD (STAGED-RECORD (CHARPTR : 1))
                 TO ORD-NDX
               ADD 1 TO CHAR-FREQ (ORD-NDX)
               IF LIM-ALLOWED (1 : 1) NOT = "*"
                   PERFORM 160-CHECK-ONE-CHARACTER
               END-IF
               END-IF
           END-IF.

      *    THE DAY'S ACCEPTED PROFILE, IF ANY.  THE WHOLE STORE IS
      *    KEPT SO 260 CAN REWRITE IT WITH THIS DAY'S ROW REPLACED.
       165-LOAD-ACCEPTED-PROFILE.
           OPEN INPUT PROFILE-FILE
           IF NOT PFL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PFL-EOF
               READ PROFILE-FILE
                   AT END SET PFL-EOF TO TRUE
                   NOT AT END
                       IF PROFILE-RECORD NOT = SPACES AND
                          PFT-COUNT < PFT-MAX
                           ADD +1 TO PFT-COUNT
                           MOVE PROFILE-RECORD TO PFT-ROW (PFT-COUNT)
                           IF PFL-DAY = STAGE-DAY-X
                               MOVE PFT-COUNT TO PFT-THIS-DAY
                               MOVE PROFILE-RECORD TO BASE-PROFILE
                               SET BASE-PROFILE-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE.

      *    THE UPLOAD'S PROFILE ON THE STAGING REPORT.  SHARES ARE PER
      *    MILLE -- LENGTH BANDS OF THE RECORDS, CHARACTER CLASSES OF
      *    THE BYTES.  A DAY IS A GRID DAY WHEN ITS ACCEPTED INPUT WAS
      *    A RECTANGULAR GRID, OR (FIRST STAGING) WHEN THIS ONE IS.
       170-REPORT-PROFILE.
           COMPUTE MEAN-LENGTH ROUNDED = BYTE-COUNT / RECORD-COUNT
           PERFORM VARYING BAND-NDX FROM 1 BY 1 UNTIL BAND-NDX > 10
               COMPUTE BAND-PM (BAND-NDX) ROUNDED =
                   BAND-COUNT (BAND-NDX) * 1000 / RECORD-COUNT
           END-PERFORM
           PERFORM VARYING ORD-NDX FROM 1 BY 1 UNTIL ORD-NDX > 256
               IF CHAR-FREQ (ORD-NDX) > 0
                   MOVE FUNCTION CHAR (ORD-NDX) TO FREQ-CHAR
                   EVALUATE TRUE
                       WHEN FREQ-CHAR = SPACE
                           MOVE 4 TO CLASS-NDX
                       WHEN FREQ-CHAR IS NUMERIC
                           MOVE 1 TO CLASS-NDX
                       WHEN FREQ-CHAR IS ALPHABETIC-LOWER
                           MOVE 2 TO CLASS-NDX
                       WHEN FREQ-CHAR IS ALPHABETIC-UPPER
                           MOVE 3 TO CLASS-NDX
                       WHEN OTHER
                           MOVE 5 TO CLASS-NDX
                   END-EVALUATE
                   ADD CHAR-FREQ (ORD-NDX) TO CLASS-COUNT (CLASS-NDX)
               END-IF
           END-PERFORM
           PERFORM VARYING CLASS-NDX FROM 1 BY 1 UNTIL CLASS-NDX > 5
               IF BYTE-COUNT > 0
                   COMPUTE CLASS-PM (CLASS-NDX) ROUNDED =
                       CLASS-COUNT (CLASS-NDX) * 1000 / BYTE-COUNT
               END-IF
           END-PERFORM
           IF (BASE-PROFILE-FOUND AND BAS-RECT = "Y"
                                  AND BAS-RECORDS > 1)
              OR (NOT BASE-PROFILE-FOUND AND GRID-IS-RECTANGULAR
                                         AND RECORD-COUNT > 1)
               SET GRID-DAY TO TRUE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING "INPUT PROFILE: RECORDS=" RECORD-COUNT
               "  SHORTEST=" SHORTEST-RECORD
               "  LONGEST=" LONGEST-RECORD
               "  MEAN=" MEAN-LENGTH
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           IF GRID-DAY
               MOVE SPACES TO REPORT-RECORD
               IF GRID-IS-RECTANGULAR
                   STRING "  GRID: ROW WIDTH " FIRST-WIDTH
                       ", RECTANGULAR"
                       DELIMITED BY SIZE INTO REPORT-RECORD
               ELSE
                   STRING "  GRID: NOT RECTANGULAR, ROWS "
                       SHORTEST-RECORD " TO " LONGEST-RECORD " WIDE"
                       DELIMITED BY SIZE INTO REPORT-RECORD
               END-IF
               PERFORM 990-PUT-REPORT-LINE
           END-IF
           MOVE "  RECORD-LENGTH HISTOGRAM:" TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           PERFORM VARYING BAND-NDX FROM 1 BY 1 UNTIL BAND-NDX > 10
               IF BAND-COUNT (BAND-NDX) > 0
                   MOVE SPACES TO REPORT-RECORD
                   STRING "    LENGTH " BAND-LOW (BAND-NDX)
                       "-" BAND-HIGH (BAND-NDX)
                       "  RECORDS " BAND-COUNT (BAND-NDX)
                       "  PER MILLE " BAND-PM (BAND-NDX)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 990-PUT-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           STRING "  CHARACTER CLASSES PER MILLE:"
               " DIGIT " CLASS-PM (1) " LOWER " CLASS-PM (2)
               " UPPER " CLASS-PM (3) " SPACE " CLASS-PM (4)
               " OTHER " CLASS-PM (5)
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE "  CHARACTER FREQUENCIES:" TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           MOVE +0 TO FREQ-ON-LINE
           MOVE +3 TO FREQ-LINE-PTR
           PERFORM VARYING ORD-NDX FROM 1 BY 1 UNTIL ORD-NDX > 256
               IF CHAR-FREQ (ORD-NDX) > 0
                   PERFORM 175-PUT-ONE-FREQUENCY
               END-IF
           END-PERFORM
           IF FREQ-ON-LINE > 0
               PERFORM 990-PUT-REPORT-LINE
           END-IF.

      *    ONE CHARACTER'S COUNT, SIX TO A LINE.  A CHARACTER THAT
      *    WOULD NOT PRINT IS SHOWN AS ITS HEX CODE.
       175-PUT-ONE-FREQUENCY.
           MOVE FUNCTION CHAR (ORD-NDX) TO FREQ-CHAR
           MOVE +0 TO PUNCT-HITS
           INSPECT PUNCT-SET TALLYING PUNCT-HITS FOR ALL FREQ-CHAR
           MOVE SPACES TO FREQ-LABEL
           IF FREQ-CHAR IS ALPHABETIC OR FREQ-CHAR IS NUMERIC
              OR PUNCT-HITS > 0
               STRING "'" FREQ-CHAR "'"
                   DELIMITED BY SIZE INTO FREQ-LABEL
           ELSE
               COMPUTE HEX-CODE = ORD-NDX - 1
               DIVIDE HEX-CODE BY 16 GIVING HEX-HIGH
                   REMAINDER HEX-LOW
               ADD +1 TO HEX-HIGH
               ADD +1 TO HEX-LOW
               STRING "X'" HEX-DIGITS (HEX-HIGH : 1)
                   HEX-DIGITS (HEX-LOW : 1) "'"
                   DELIMITED BY SIZE INTO FREQ-LABEL
           END-IF
           STRING "  " FREQ-LABEL "=" CHAR-FREQ (ORD-NDX)
               DELIMITED BY SIZE INTO REPORT-RECORD
               WITH POINTER FREQ-LINE-PTR
           ADD +1 TO FREQ-ON-LINE
           IF FREQ-ON-LINE = 6
               PERFORM 990-PUT-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               MOVE +0 TO FREQ-ON-LINE
               MOVE +3 TO FREQ-LINE-PTR
           END-IF.

      *    HOLD THE UPLOAD AGAINST THE DAY'S ACCEPTED PROFILE.  NO
      *    PROFILE ON FILE, OR NO TOLERANCE IN THE CONTROL ROW, AND
      *    THERE IS NOTHING TO COMPARE -- THE UPLOAD SETS THE PROFILE.
       180-COMPARE-PROFILE.
           IF NOT BASE-PROFILE-FOUND
               MOVE SPACES TO REPORT-RECORD
               STRING "NO ACCEPTED PROFILE ON FILE FOR DAY "
                   STAGE-DAY-X " -- THIS UPLOAD WILL SET IT"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF NOT PROFILE-TOLERANCE-SET
               MOVE SPACES TO REPORT-RECORD
               STRING "NO PROFILE TOLERANCE FOR DAY " STAGE-DAY-X
                   " -- PROFILE NOT COMPARED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE LIM-TOLPCT TO TOLPCT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "PROFILE COMPARED WITH DAY " STAGE-DAY-X
               "'S INPUT ACCEPTED " BAS-DATE
               ", TOLERANCE " TOLPCT-EDIT "%"
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE SPACES TO DEV-UNIT
           MOVE "RECORD COUNT" TO DEV-NAME
           MOVE RECORD-COUNT TO DEV-NEW
           MOVE BAS-RECORDS TO DEV-OLD
           PERFORM 185-CHECK-PERCENT
           MOVE "MEAN RECORD LENGTH" TO DEV-NAME
           MOVE MEAN-LENGTH TO DEV-NEW
           MOVE BAS-MEAN TO DEV-OLD
           PERFORM 185-CHECK-PERCENT
           MOVE " PER MILLE" TO DEV-UNIT
           PERFORM VARYING BAND-NDX FROM 1 BY 1 UNTIL BAND-NDX > 10
               MOVE SPACES TO DEV-NAME
               STRING "LENGTH " BAND-LOW (BAND-NDX)
                   "-" BAND-HIGH (BAND-NDX) " SHARE"
                   DELIMITED BY SIZE INTO DEV-NAME
               MOVE BAND-PM (BAND-NDX) TO DEV-NEW
               MOVE BAS-BAND-PM (BAND-NDX) TO DEV-OLD
               PERFORM 186-CHECK-SHARE
           END-PERFORM
           PERFORM VARYING CLASS-NDX FROM 1 BY 1 UNTIL CLASS-NDX > 5
               MOVE SPACES TO DEV-NAME
               STRING "CHARACTER CLASS " CHAR-CLASS-NAME (CLASS-NDX)
                   " SHARE" DELIMITED BY SIZE INTO DEV-NAME
               MOVE CLASS-PM (CLASS-NDX) TO DEV-NEW
               MOVE BAS-CLASS-PM (CLASS-NDX) TO DEV-OLD
               PERFORM 186-CHECK-SHARE
           END-PERFORM
      *    A GRID'S SHAPE HAS NO TOLERANCE -- A DAY'S PROGRAM SIZES
      *    ITS TABLES TO THE GRID, SO A CHANGED WIDTH OR A RAGGED ROW
      *    IS A BAD DOWNLOAD.
           IF BAS-RECT = "Y" AND BAS-RECORDS > 1
               MOVE SPACES TO DEV-UNIT
               IF NOT GRID-IS-RECTANGULAR
                   MOVE "GRID NOT RECTANGULAR, SHORTEST ROW"
                     TO DEV-NAME
                   MOVE SHORTEST-RECORD TO DEV-NEW
                   MOVE BAS-WIDTH TO DEV-OLD
                   PERFORM 187-PUT-DEVIATION
               ELSE
                   IF FIRST-WIDTH NOT = BAS-WIDTH
                       MOVE "GRID ROW WIDTH" TO DEV-NAME
                       MOVE FIRST-WIDTH TO DEV-NEW
                       MOVE BAS-WIDTH TO DEV-OLD
                       PERFORM 187-PUT-DEVIATION
                   END-IF
               END-IF
           END-IF
           IF DEVIATION-COUNT = 0
               MOVE "PROFILE WITHIN TOLERANCE" TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
           END-IF.

      *    A COUNT MAY MOVE BY TOLERANCE PERCENT OF ITS ACCEPTED VALUE.
       185-CHECK-PERCENT.
           COMPUTE DEV-DIFF = DEV-NEW - DEV-OLD
           IF DEV-DIFF < 0
               MULTIPLY -1 BY DEV-DIFF
           END-IF
           IF DEV-DIFF * 100 > LIM-TOLPCT * DEV-OLD
               PERFORM 187-PUT-DEVIATION
           END-IF.

      *    A SHARE MAY MOVE BY TOLERANCE PERCENTAGE POINTS -- TEN PER
      *    MILLE TO THE POINT.
       186-CHECK-SHARE.
           COMPUTE DEV-DIFF = DEV-NEW - DEV-OLD
           IF DEV-DIFF < 0
               MULTIPLY -1 BY DEV-DIFF
           END-IF
           COMPUTE DEV-LIMIT = LIM-TOLPCT * 10
           IF DEV-DIFF > DEV-LIMIT
               PERFORM 187-PUT-DEVIATION
           END-IF.

       187-PUT-DEVIATION.
           ADD 1 TO DEVIATION-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "DEVIATION: " DELIMITED BY SIZE
               DEV-NAME DELIMITED BY "  "
               " " DEV-NEW DELIMITED BY SIZE
               DEV-UNIT DELIMITED BY "  "
               " AGAINST ACCEPTED " DEV-OLD
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE.

       200-COPY-TO-TARGET.
           MOVE "N" TO SW-STG-EOF
           OPEN INPUT STAGED-FILE
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE.

      *    KEEP THE ACCEPTED UPLOAD'S PROFILE AS THE DAY'S NEW NORM,
      *    REPLACING ITS ROW IN THE STORE.
       260-RECORD-PROFILE.
           IF PFT-THIS-DAY = 0
               IF PFT-COUNT >= PFT-MAX
                   DISPLAY "PROFILE STORE FULL, LIMIT=" PFT-MAX
                       " -- DAY " STAGE-DAY-X " NOT RECORDED"
                   EXIT PARAGRAPH
               END-IF
               ADD +1 TO PFT-COUNT
               MOVE PFT-COUNT TO PFT-THIS-DAY
           END-IF
           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE SPACES TO PROFILE-RECORD
           MOVE STAGE-DAY-X     TO PFL-DAY
           MOVE TODAY-YYYYMMDD  TO PFL-DATE
           MOVE RECORD-COUNT    TO PFL-RECORDS
           MOVE SHORTEST-RECORD TO PFL-SHORTEST
           MOVE LONGEST-RECORD  TO PFL-LONGEST
           MOVE MEAN-LENGTH     TO PFL-MEAN
           MOVE SW-RECTANGULAR  TO PFL-RECT
           IF GRID-IS-RECTANGULAR
               MOVE FIRST-WIDTH TO PFL-WIDTH
           ELSE
               MOVE ZEROES TO PFL-WIDTH
           END-IF
           PERFORM VARYING BAND-NDX FROM 1 BY 1 UNTIL BAND-NDX > 10
               MOVE BAND-PM (BAND-NDX) TO PFL-BAND-PM (BAND-NDX)
           END-PERFORM
           PERFORM VARYING CLASS-NDX FROM 1 BY 1 UNTIL CLASS-NDX > 5
               MOVE CLASS-PM (CLASS-NDX) TO PFL-CLASS-PM (CLASS-NDX)
           END-PERFORM
           MOVE PROFILE-RECORD TO PFT-ROW (PFT-THIS-DAY)
           MOVE SPACES TO PFL-FILE-STATUS
           OPEN OUTPUT PROFILE-FILE
           IF NOT PFL-FILE-OK
               DISPLAY "AOCPROFL REWRITE OPEN FAILED, STATUS="
                   PFL-FILE-STATUS " -- PROFILE NOT RECORDED"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PFT-NDX FROM 1 BY 1
               UNTIL PFT-NDX > PFT-COUNT
               MOVE PFT-ROW (PFT-NDX) TO PROFILE-RECORD
               WRITE PROFILE-RECORD
           END-PERFORM
           CLOSE PROFILE-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "PROFILE RECORDED FOR DAY " STAGE-DAY-X
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE.

       900-WRAP-UP.
           IF RPT-FILE-OK
               MOVE SPACES TO REPORT-RECORD
