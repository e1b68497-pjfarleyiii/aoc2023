      *    FAILURE ON THE CALL ITSELF (MODULE NOT FOUND) IS TRAPPED
      *    WITH ON EXCEPTION AND SCORED FAIL RC=16, AND THE BOARD
      *    KEEPS GOING.
      *    THE ABENDER'S CEEDUMP AND SYSOUT ARE READ BY AOCTRIAG IN
      *    THE STEP BEHIND (COND=ONLY), WHICH APPENDS A TRIAGE RECORD
      *    (DD/ENV AOCTRIAG) AND JOURNALS TRIAGED FOR THE ENTRY.  THE
      *    RESUBMIT THEN RAISES THE TRIAGE -- ABEND CODE, FAILING
      *    PROGRAM, OFFSET, STATEMENT, CONDITION MESSAGE AND LAST
      *    DISPLAY LINE -- ON THE ALERT FEED UNDER THE ENTRY'S RC=16
      *    EVENT.  OPTIONAL; ABSENT MEANS THE RC=16 EVENT ALONE.
      *    THE BOARD ITSELF IS NO LONGER COMPILED IN -- IT IS LOADED
      *    FROM THE BOARD CONTROL DATASET (DD/ENV AOCBCTL, ONE RECORD
      *    PER ENTRY, SEE CTL/AOCBOARD.CTL FOR THE COLUMN LAYOUT).
      *    THIS DRIVER TAKES THE RECORDS FLAGGED D (DATED) OR B (BOTH);
      *    AOCFIXT TAKES F OR B.  OPERATIONS CAN ADD, REORDER, OR
      *    DISABLE AN ENTRY BY EDITING THAT FILE, NO RECOMPILE.
      *    AN ENTRY MAY NAME AN ACCOUNT (COLUMNS 99-106) -- THE
      *    ANALYST WHOSE PUZZLE INPUT IT RUNS.  THE SAME LABEL CAN
      *    THEN APPEAR ONCE PER ACCOUNT: AN &HLQ. DSN RESOLVES TO
      *    HLQ.ACCOUNT.REST SO EACH ACCOUNT READS ITS OWN INPUT, AND
      *    THE ACCOUNT IS PASSED TO THE CALLED PROGRAM IN THE
      *    AOCACCT ENVIRONMENT VALUE, WHERE ANSWRLOG AND RUNLOG
      *    STAMP IT ON THE ARCHIVE AND THE RUN JOURNAL.  A BLANK
      *    ACCOUNT IS THE SEASON'S OWN INPUT, EXACTLY AS BEFORE.
      *    A PARM OF ONLY=NN SCOPES THE RUN TO THE BOARD ENTRIES FOR
      *    DAY NN ALONE, SO THE BOARD CAN BE SPLIT INTO CONCURRENTLY
      *    RUNNABLE PER-DAY JOBS (SEE JCL/AOCSPLIT.JCL) -- EACH SPLIT
      *    JOB JOURNALS ITS RESULTS TO ITS OWN AOCRSTRT DATASET AND
      *    THE AOCCOLL COLLECTOR ASSEMBLES THE CONSOLIDATED SCOREBOARD
      *    FROM THOSE JOURNALS AFTERWARD.
      *    AN ENTRY MAY ALSO CARRY A RETRY POLICY (COLUMNS 108-129):
      *    A RETRY LIMIT AND UP TO FIVE RETRYABLE CONDITIONS, EACH A
      *    RETURN CODE OR A FILE STATUS ON THE AOCANSWR WRITE.  A
      *    FAILURE MATCHING ONE IS HELD UNSCORED AND CALLED AGAIN
      *    AFTER THE LAST ENTRY ON THE BOARD, UP TO THE LIMIT.  EACH
      *    ATTEMPT IS JOURNALED AS A RETRY RECORD (RC COLUMN = THE
      *    ATTEMPT NUMBER) FOLLOWED BY ITS OWN STARTED/ENDED PAIR,
      *    AND THE SCOREBOARD LINE SAYS WHICH RETRY IT PASSED OR
      *    FAILED ON.  AN ENTRY WITH NO RETRY POLICY, A FAILURE
      *    MATCHING NO CONDITION, AND AN ABEND ARE SCORED EXACTLY AS
      *    BEFORE.
      *    PREFLIGHT ALSO CHECKS AUTHORITY, NOT JUST EXISTENCE: EVERY
      *    DATASET THE RUN WILL TOUCH -- THE BOARD INPUTS, THE BOARD
      *    STEP'S OWN DATASETS LISTED IN THE ACCESS NEEDS FILE (DD/ENV
      *    AOCAUTH, SEE CTL/AOCAUTH.CTL) AND THE EXTRA DD LINES OF THE
      *    PROGRAMS ON THE BOARD (DD/ENV AOCJDDS) -- IS CHECKED
      *    THROUGH DSAUTH FOR THE READ, UPDATE OR ALTER ACCESS IT
      *    NEEDS, AND THE BOARD DOES NOT START WHILE THE SUBMITTING
      *    USER ID IS SHORT ON ANY OF THEM.
      *    FOLLOWS THE SAME SHOP-WIDE RETURN-CODE CONVENTION AS
      *    DAY/COMMON/TOKENIZE.CBL AND DAY/COMMON/PTYQ.CBL: AOCBOARD'S
      *    OWN RETURN-CODE ON EXIT IS THE WORST RETURN-CODE SEEN FROM
              ASSIGN TO AOCDRSTS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DRS-FILE-STATUS.
      *    ANSWERS ARCHIVE REORGANIZATION STATE -- WRITTEN BY AOCVSAM
      *    AT EACH PHASE OF AN UNLOAD/RELOAD.  UNLIKE THE DR STATUS
      *    THIS ONE STOPS THE BOARD: ONCE THE UNLOAD IS TAKEN, AN
      *    ANSWER ARCHIVED NOW WOULD BE LOST BY THE RELOAD, AND A
      *    RELOAD THAT DIED LEAVES A PART-WRITTEN CLUSTER.
      *    OPTIONAL; ABSENT MEANS NO REORGANIZATION HAS EVER RUN.
           SELECT REORG-STATE-FILE
              ASSIGN TO AOCRGSTA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RGS-FILE-STATUS.
      *    ABEND TRIAGE HISTORY (SEE DRIVER/AOCTRIAG.CBL) -- READ
      *    ONLY FOR AN ENTRY THE RESTART JOURNAL SHOWS TRIAGED.
           SELECT TRIAGE-FILE
              ASSIGN TO AOCTRIAG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRI-FILE-STATUS.
           SELECT COMMAND-FILE
              ASSIGN TO AOCCMDS
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ANS-REC-KEY
              FILE STATUS IS ANS-FILE-STATUS.
      *    DATASET ACCESS NEEDS (SEE CTL/AOCAUTH.CTL) AND THE PER-
      *    PROGRAM EXTRA DD LINES (SEE CTL/AOCJDDS.CTL), READ BY THE
      *    PREFLIGHT AUTHORITY CHECK TO LIST EVERY DATASET THE RUN
      *    WILL TOUCH AND THE ACCESS IT WILL NEED.  BOTH OPTIONAL;
      *    ABSENT MEANS THOSE NEEDS ARE NOT CHECKED.
           SELECT AUTH-FILE
              ASSIGN TO AOCAUTH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUT-FILE-STATUS.
           SELECT JDDS-FILE
              ASSIGN TO AOCJDDS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JDD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
                                     PIC  9(02).
           05  FILLER                PIC  X.
           05  CTL-PARM-TEXT         PIC  X(19).
           05  FILLER                PIC  X.
           05  CTL-ACCOUNT           PIC  X(08).
           05  FILLER                PIC  X.
           05  CTL-RETRY-MAX-X       PIC  X.
           05  CTL-RETRY-MAX-9      REDEFINES CTL-RETRY-MAX-X
                                     PIC  9.
           05  FILLER                PIC  X.
           05  CTL-RETRY-ON          PIC  X(20).

       FD  RESTART-FILE.
       01  RESTART-RECORD.
           05  RSJ-PROGRAM           PIC  X(8).
           05  FILLER                PIC  X.
           05  RSJ-RC                PIC S9(4) SIGN LEADING SEPARATE.
           05  FILLER                PIC  X.
           05  RSJ-ACCOUNT           PIC  X(08).

       FD  TRIAGE-FILE.
       01  TRIAGE-FILE-RECORD        PIC  X(430).

       FD  PREFLIGHT-FILE.
       01  PREFLIGHT-RECORD          PIC  X(256).
           05  DRS-VERDICT           PIC  X(08).
           05  FILLER                PIC  X(25).

       FD  REORG-STATE-FILE.
       01  REORG-STATE-RECORD.
           05  RGS-DATE              PIC  X(08).
           05  FILLER                PIC  X.
           05  RGS-TIME              PIC  X(08).
           05  FILLER                PIC  X.
           05  RGS-PHASE             PIC  X(10).
               88 RGS-HALF-FINISHED             VALUE "UNLOADING"
                                                      "UNLOADED"
                                                      "RELOADING"
                                                      "FAILED".
           05  FILLER                PIC  X(92).

       FD  COMMAND-FILE.
       01  COMMAND-RECORD.
           05  CMD-VERB              PIC  X(10).
               10  ANS-REC-PROGRAM   PIC  X(08).
               10  FILLER            PIC  X.
               10  ANS-REC-SEQ       PIC  9(04).
               10  FILLER            PIC  X.
               10  ANS-REC-ACCOUNT   PIC  X(08).
           05  FILLER                PIC  X.
           05  ANS-REC-RC            PIC S9(4) SIGN LEADING
                                     SEPARATE.
           05  FILLER                PIC  X.
           05  ANS-REC-BUILD         PIC  X(16).
       01  ANSWERS-RECORD-X         REDEFINES ANSWERS-RECORD.
           05  FILLER                PIC  X(68).
           05  ANS-REC-VALUE-X       PIC  X(32).
           05  FILLER                PIC  X(18).

           05  CAL-DATE-X            PIC  X(08).
           05  FILLER                PIC  X(69).

       FD  AUTH-FILE.
       01  AUTH-RECORD.
           05  AUR-DD                PIC  X(09).
           05  FILLER                PIC  X.
           05  AUR-ACCESS            PIC  X(06).
           05  FILLER                PIC  X.
           05  AUR-DSN               PIC  X(44).
           05  FILLER                PIC  X(19).
       FD  JDDS-FILE.
       01  JDDS-RECORD.
           05  JDR-PROGRAM           PIC  X(08).
           05  FILLER                PIC  X.
           05  JDR-LINE              PIC  X(80).

       WORKING-STORAGE SECTION.
       01  PREFLIGHT-CONTROLS.
           05  PRE-FILE-STATUS       PIC  X(02) VALUE SPACES.
           05  DRS-AGE-DAYS          PIC S9(9) COMP-5 VALUE +0.
           05  DRS-TODAY             PIC  9(08) VALUE ZEROES.
           05  DRS-DATE-9            PIC  9(08) VALUE ZEROES.
           05  RGS-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 RGS-FILE-OK                   VALUE "00".
           05  SW-REORG-PENDING      PIC  X     VALUE "N".
               88 REORG-PENDING                 VALUE "Y".

      *    PREFLIGHT AUTHORITY CHECK -- ONE ROW PER DISTINCT DATASET
      *    THE RUN WILL TOUCH, WITH THE HIGHEST ACCESS LEVEL ANY USE
      *    OF IT NEEDS (1 READ, 2 UPDATE, 3 ALTER) AND THE DD AND
      *    PROGRAM THAT NEED IT, FOR THE SHORTFALL MESSAGE.
       01  AUTH-CONTROLS.
           05  AUT-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 AUT-FILE-OK                   VALUE "00".
           05  JDD-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 JDD-FILE-OK                   VALUE "00".
           05  SW-AUT-EOF            PIC  X     VALUE "N".
               88 AUT-EOF                       VALUE "Y".
           05  SW-AUT-UNCHECKED      PIC  X     VALUE "N".
               88 AUT-UNCHECKED                 VALUE "Y".
           05  SW-AUT-FULL           PIC  X     VALUE "N".
               88 AUT-TABLE-FULL                VALUE "Y".
           05  SW-AUT-SKIP           PIC  X     VALUE "N".
               88 AUT-SKIP-DSN                  VALUE "Y".
           05  SW-AUT-ON-BOARD       PIC  X     VALUE "N".
               88 AUT-PROGRAM-ON-BOARD          VALUE "Y".
           05  AUT-MAX               PIC S9(4) COMP-5 VALUE +128.
           05  AUT-COUNT             PIC S9(4) COMP-5 VALUE +0.
           05  AUT-SHORT-COUNT       PIC S9(4) COMP-5 VALUE +0.
           05  AUT-UNPROT-COUNT      PIC S9(4) COMP-5 VALUE +0.
           05  AUT-OVR-COUNT         PIC S9(4) COMP-5 VALUE +0.
           05  AUT-NDX               PIC S9(4) COMP-5 VALUE +0.
           05  AUT-POS               PIC S9(4) COMP-5 VALUE +0.
           05  AUT-AMP-COUNT         PIC S9(4) COMP-5 VALUE +0.
           05  AUT-NEW-LEVEL         PIC S9(4) COMP-5 VALUE +0.
           05  AUT-NEW-DSN           PIC  X(44) VALUE SPACES.
           05  AUT-NEW-DD            PIC  X(09) VALUE SPACES.
           05  AUT-NEW-SOURCE        PIC  X(08) VALUE SPACES.
           05  AUT-DSN-RAW           PIC  X(60) VALUE SPACES.
           05  AUT-DSN-REST          PIC  X(60) VALUE SPACES.
           05  AUT-DISP-WORK         PIC  X(08) VALUE SPACES.
       01  AUTH-LEVEL-NAMES.
           05  FILLER                PIC  X(06) VALUE "READ".
           05  FILLER                PIC  X(06) VALUE "UPDATE".
           05  FILLER                PIC  X(06) VALUE "ALTER".
       01  AUTH-LEVEL-TABLE REDEFINES AUTH-LEVEL-NAMES.
           05  AUT-LEVEL-NAME        PIC  X(06) OCCURS 3 TIMES.
       01  AUTH-TABLE.
           05  AUTH-ENTRY OCCURS 128 TIMES
                          INDEXED BY AX.
               10  AUT-DSN           PIC  X(44).
               10  AUT-NEED          PIC S9(4) COMP-5.
               10  AUT-DD            PIC  X(09).
               10  AUT-SOURCE        PIC  X(08).
      *    AOCAUTH ROWS WITHOUT A DSN -- THE RAISED NEED FOR EVERY
      *    AOCJDDS LINE OF THAT DD NAME.
       01  AUTH-OVERRIDE-TABLE.
           05  AUTH-OVERRIDE OCCURS 32 TIMES.
               10  AOV-DD            PIC  X(09).
               10  AOV-NEED          PIC S9(4) COMP-5.
      *    DSAUTH CALL ARGUMENTS IN ITS LINKAGE SHAPE.
       01  DSAUTH-CALL-AREA.
           05  DA-DSN                PIC  X(44) VALUE SPACES.
           05  DA-NEED               PIC  X(06) VALUE SPACES.
           05  DA-RESULT             PIC  X(01) VALUE SPACE.
           05  DA-HAS                PIC  X(06) VALUE SPACES.
           05  DA-USERID             PIC  X(08) VALUE SPACES.
       01  BOARD-CTL-CONTROLS.
           05  CTL-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 CTL-FILE-OK                   VALUE "00".
               88 PRIOR-RUN-COMPLETE            VALUE "Y".
           05  SW-RESUME-MODE        PIC  X     VALUE "N".
               88 RESUMING-PRIOR-RUN            VALUE "Y".
           05  RST-MAX               PIC S9(4) COMP-5 VALUE +256.
           05  RST-COUNT             PIC S9(4) COMP-5 VALUE +0.
           05  RST-NDX               PIC S9(4) COMP-5 VALUE +0.
           05  RST-FOUND             PIC S9(4) COMP-5 VALUE +0.

       01  RESTART-TABLE.
           05  RESTART-ENTRY OCCURS 256 TIMES.
               10  RST-LABEL         PIC  X(20).
               10  RST-ACCOUNT       PIC  X(08).
               10  RST-STATE         PIC  X(01).
                   88 RST-ENTRY-ENDED          VALUE "E".
                   88 RST-ENTRY-STARTED        VALUE "S".
               10  RST-RC            PIC S9(4) COMP-5.
               10  RST-RETRIES       PIC S9(4) COMP-5.
               10  RST-TRIAGED       PIC  X(01).
                   88 RST-ENTRY-TRIAGED        VALUE "Y".

      *    TRIAGE RECORD LAYOUT (SEE DRIVER/AOCTRIAG.CBL).
       01  TRIAGE-RECORD.
           05  TRI-RUN-DATE          PIC  X(08).
           05  FILLER                PIC  X.
           05  TRI-RUN-ID            PIC  X(08).
           05  FILLER                PIC  X.
           05  TRI-LABEL             PIC  X(20).
           05  FILLER                PIC  X.
           05  TRI-ACCOUNT           PIC  X(08).
           05  FILLER                PIC  X(28).
           05  TRI-ABEND             PIC  X(05).
           05  FILLER                PIC  X.
           05  TRI-FAIL-PROGRAM      PIC  X(08).
           05  FILLER                PIC  X.
           05  TRI-OFFSET            PIC  X(09).
           05  FILLER                PIC  X.
           05  TRI-STATEMENT         PIC  X(08).
           05  FILLER                PIC  X.
           05  TRI-MESSAGE           PIC  X(80).
           05  FILLER                PIC  X.
           05  TRI-DISPLAY           PIC  X(80)
                                     OCCURS 3 TIMES.

      *    THE LATEST TRIAGE OF THE ENTRY BEING SCORED, HELD FROM
      *    156-FIND-TRIAGE UNTIL 158-SCORE-ONE-ENTRY HAS RAISED ITS
      *    RC=16 EVENT.
       01  TRIAGE-CONTROLS.
           05  TRI-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 TRI-FILE-OK                   VALUE "00".
           05  SW-TRI-EOF            PIC  X     VALUE "N".
               88 TRI-EOF                       VALUE "Y".
           05  SW-TRIAGE-HELD        PIC  X     VALUE "N".
               88 TRIAGE-HELD                   VALUE "Y".
           05  TRIAGE-ALERT-PROGRAM  PIC  X(08) VALUE "AOCTRIAG".
           05  HELD-TRIAGE           PIC  X(430) VALUE SPACES.

      *    STAGING FIELDS FOR 170-WRITE-JOURNAL -- FILLED BY THE
      *    CALLER SO THE WRITER NEVER TOUCHES THE BOARD TABLE ITSELF.
           05  JWK-LABEL             PIC  X(20).
           05  JWK-PROGRAM           PIC  X(8).
           05  JWK-RC                PIC S9(4) COMP-5.
           05  JWK-ACCOUNT           PIC  X(08).

      *    ONE ENTRY PER SCOREBOARD LINE -- MOST DAYS RUN ONCE, THE
      *    DUAL-PART PROGRAMS EACH OCCUPY ONE CONTROL RECORD PER PART,
      *    SO THE TABLE HAS MORE ROWS THAN THERE ARE SOURCE PROGRAMS,
      *    AND AN ENTRY RUN FOR SEVERAL ACCOUNTS OCCUPIES ONE ROW PER
      *    ACCOUNT.
       01  BOARD-TABLE.
           05  BOARD-ENTRY OCCURS 256 TIMES
                           INDEXED BY BX.
               10  BRD-LABEL         PIC  X(20).
               10  BRD-ACCOUNT       PIC  X(08).
               10  BRD-PROGRAM       PIC  X(8).
               10  BRD-DSN           PIC  X(40).
               10  BRD-PARM-LEN      PIC S9(4) COMP-5.
               10  BRD-RAN           PIC  X(01) VALUE "N".
                   88 BRD-WAS-RUN             VALUE "Y".
               10  BRD-ELAPSED       PIC S9(18) COMP-5 VALUE +0.
               10  BRD-RETRY-MAX     PIC S9(4) COMP-5 VALUE +0.
               10  BRD-RETRY-ON      PIC  X(20) VALUE SPACES.
               10  BRD-RETRIES       PIC S9(4) COMP-5 VALUE +0.
               10  BRD-RETRY-STATE   PIC  X(01) VALUE SPACE.
                   88 BRD-RETRY-PENDING       VALUE "P".
               10  BRD-ANS-STATUS    PIC  X(02) VALUE SPACES.

       01  BOARD-CONTROLS.
           05  BOARD-MAX             PIC S9(4) COMP-5 VALUE +256.
           05  BOARD-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  PASS-COUNT            PIC S9(4) COMP-5 VALUE +0.
           05  FAIL-COUNT            PIC S9(4) COMP-5 VALUE +0.
           05  DEP-NEEDER-POS        PIC S9(4) COMP-5 VALUE +0.
           05  DEP-NEEDED-POS        PIC S9(4) COMP-5 VALUE +0.
           05  DEP-SCAN              PIC S9(4) COMP-5 VALUE +0.
           05  DEP-NEEDER-SCAN       PIC S9(4) COMP-5 VALUE +0.
           05  SW-DEP-ACCT-MOVED     PIC  X     VALUE "N".
               88 DEP-ACCT-MOVED                VALUE "Y".
           05  DEP-PASS              PIC S9(4) COMP-5 VALUE +0.
           05  SW-DEP-MOVED          PIC  X     VALUE "N".
               88 DEP-MOVED-THIS-PASS           VALUE "Y".

       01  BOARD-HOLD-AREA.
           05  HLD-LABEL             PIC  X(20).
           05  HLD-ACCOUNT           PIC  X(08).
           05  HLD-PROGRAM           PIC  X(8).
           05  HLD-DSN               PIC  X(40).
           05  HLD-PARM-LEN          PIC S9(4) COMP-5.
           05  HLD-RC                PIC S9(4) COMP-5.
           05  HLD-RAN               PIC  X(01).
           05  HLD-ELAPSED           PIC S9(18) COMP-5.
           05  HLD-RETRY-MAX         PIC S9(4) COMP-5.
           05  HLD-RETRY-ON          PIC  X(20).
           05  HLD-RETRIES           PIC S9(4) COMP-5.
           05  HLD-RETRY-STATE       PIC  X(01).
           05  HLD-ANS-STATUS        PIC  X(02).

      *    SHAPED TO MATCH THE FRONT OF EVERY CALLED PROGRAM'S OWN
      *    01 PARM-AREA (PARM-LEN FOLLOWED BY ITS RAW PARM TEXT) --

       01  REPORT-LINE               PIC  X(60).

      *    RETRY POLICY -- AN ENTRY WHOSE CONTROL RECORD ALLOWS
      *    RETRIES (COLUMN 108) AND WHOSE RESULT MATCHES ONE OF ITS
      *    RETRYABLE CONDITIONS (COLUMNS 110-129) IS HELD UNSCORED
      *    AND CALLED AGAIN AFTER THE LAST ENTRY ON THE BOARD, UNTIL
      *    IT STOPS MATCHING OR ITS RETRIES ARE USED UP.  EACH SLOT
      *    IS RNN (THAT RETURN CODE) OR FXX (THAT FILE STATUS ON AN
      *    AOCANSWR WRITE, AS ANSWRLGW REPORTS IT IN THE AOCANSST
      *    ENVIRONMENT VALUE).
       01  RETRY-CONTROLS.
           05  RETRY-PENDING-COUNT   PIC S9(4) COMP-5 VALUE +0.
           05  RETRY-SLOT            PIC S9(4) COMP-5 VALUE +0.
           05  RETRY-SLOT-POS        PIC S9(4) COMP-5 VALUE +0.
           05  RETRY-SLOT-TEXT       PIC  X(03) VALUE SPACES.
           05  RETRY-SLOT-RC-X      REDEFINES RETRY-SLOT-TEXT.
               10  FILLER            PIC  X.
               10  RETRY-SLOT-RC     PIC  9(02).
           05  SW-RETRY-HIT          PIC  X     VALUE "N".
               88 RETRY-CONDITION-HIT           VALUE "Y".
           05  SW-STATUS-HIT         PIC  X     VALUE "N".
               88 STATUS-CONDITION-HIT          VALUE "Y".
           05  SW-RETRIED-THIS-PASS  PIC  X     VALUE "N".
               88 RETRIED-THIS-PASS             VALUE "Y".
           05  RETRY-PRIOR-ELAPSED   PIC S9(18) COMP-5 VALUE +0.
           05  RETRY-EDIT            PIC  9     VALUE ZERO.

      *    ALERT FEED CALL ARGUMENTS IN ALERTLOG'S LINKAGE SHAPE --
      *    FAILING ENTRIES AND PREFLIGHT FAILURES GO TO THE FEED AS
      *    THEY HAPPEN, NOT IN THE MORNING REPORT.
               10  EST-PGM-SUM       PIC S9(18) COMP-5.
               10  EST-PGM-RUNS      PIC S9(8) COMP-5.

      *    SCHEDULER COMPLETION EVENT (TRIGPOST) -- POSTED ONCE THE
      *    FINAL RC IS SET, FROM EVERY REAL RUN (NOT A VALIDATION
      *    SWEEP).  THE RUN KEY IS LEFT BLANK SO TRIGPOST DERIVES IT
      *    AS ANSWRLOG DOES; SET AOCRUNID IN THE JOB AND THE EVENT
      *    AND THE NIGHT'S ANSWERS CARRY THE SAME KEY.
       01  TRIGGER-CALL-AREA.
           05  TRG-ROLE              PIC  X(08) VALUE "BOARD".
           05  TRG-RUN-KEY           PIC  X(17) VALUE SPACES.
           05  TRG-WORST-RC          PIC S9(4) COMP-5 VALUE +0.
           05  TRG-ENTRIES           PIC S9(4) COMP-5 VALUE +0.
           05  TRG-FAILED            PIC S9(4) COMP-5 VALUE +0.
           05  TRG-DEADLINE          PIC  X     VALUE "-".
           05  TRG-STATE             PIC  X     VALUE "F".
           05  TRG-PROGRAM           PIC  X(08) VALUE "AOCBOARD".

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN              PIC S9(4) COMP-5.
               PERFORM 190-WRITE-SPLIT-TRAILERS
           END-IF
           PERFORM 900-PRINT-SCOREBOARD
           IF NOT VALIDATE-SWEEP-ACTIVE
               PERFORM 970-POST-COMPLETION
           END-IF
           GOBACK.

      *    ONLY=NN (ONE OR TWO DIGITS) SCOPES THE BOARD TO DAY NN.
                   SET BX TO BOARD-COUNT
                   MOVE CTL-LABEL        TO BRD-LABEL   (BX)
                   MOVE CTL-PROGRAM      TO BRD-PROGRAM (BX)
                   MOVE CTL-ACCOUNT      TO BRD-ACCOUNT (BX)
                   MOVE CTL-DSN          TO BRD-DSN     (BX)
                   IF BRD-DSN (BX) (1 : 5) = "&HLQ."
                       MOVE SPACES TO DSN-WORK
                       IF CTL-ACCOUNT = SPACES
                           STRING HLQ-VALUE (1 : HLQ-LEN)
                               "." CTL-DSN (6 : 35)
                               DELIMITED BY SIZE INTO DSN-WORK
                           END-STRING
                       ELSE
                           STRING HLQ-VALUE (1 : HLQ-LEN)
                               "." CTL-ACCOUNT DELIMITED BY SPACE
                               "." CTL-DSN (6 : 35)
                               DELIMITED BY SIZE INTO DSN-WORK
                           END-STRING
                       END-IF
                       MOVE DSN-WORK TO BRD-DSN (BX)
                   END-IF
                   IF CTL-PARM-LEN-X NUMERIC
                       MOVE +0             TO BRD-PARM-LEN (BX)
                   END-IF
                   MOVE CTL-PARM-TEXT    TO BRD-PARM-TEXT (BX)
                   IF CTL-RETRY-MAX-X NUMERIC
                       MOVE CTL-RETRY-MAX-9 TO BRD-RETRY-MAX (BX)
                   ELSE
                       MOVE +0              TO BRD-RETRY-MAX (BX)
                   END-IF
                   MOVE CTL-RETRY-ON     TO BRD-RETRY-ON (BX)
           END-EVALUATE.

      *    R RECORDS CARRY THE DEPENDENT LABEL IN THE LABEL COLUMN
      *    AND THE REQUIRED LABEL IN COLUMNS 26-45.  THEY NAME NO
      *    ACCOUNT -- A DEPENDENCY HOLDS WITHIN EVERY ACCOUNT THAT
      *    RUNS BOTH LABELS (SEE 056-APPLY-ONE-DEPENDENCY).
       052-LOAD-ONE-DEPENDENCY.
           IF DEP-COUNT >= DEP-MAX
               DISPLAY "AOCBCTL HAS MORE R RECORDS THAN THE"
               MOVE +8 TO WORST-RC
           END-IF.

      *    EACH ACCOUNT'S COPY OF THE DEPENDENT LABEL IS PAIRED WITH
      *    THE SAME ACCOUNT'S COPY OF THE REQUIRED LABEL, SO ONE R
      *    RECORD MAY MOVE AN ENTRY FOR EVERY ACCOUNT ON THE BOARD.
      *    THE ACCOUNTS ARE ALL SETTLED HERE RATHER THAN ONE PER PASS
      *    OF 055, WHICH WOULD MISTAKE A LONG BOARD FOR A CYCLE.
       056-APPLY-ONE-DEPENDENCY.
           MOVE "Y" TO SW-DEP-ACCT-MOVED
           PERFORM UNTIL NOT DEP-ACCT-MOVED
               PERFORM 057-APPLY-FOR-ONE-ACCOUNT
           END-PERFORM.

       057-APPLY-FOR-ONE-ACCOUNT.
           MOVE "N" TO SW-DEP-ACCT-MOVED
           MOVE +0 TO DEP-NEEDER-POS DEP-NEEDED-POS
           PERFORM VARYING DEP-NEEDER-SCAN FROM 1 BY 1
               UNTIL DEP-NEEDER-SCAN > BOARD-COUNT
                  OR DEP-NEEDED-POS > 0
               IF BRD-LABEL (DEP-NEEDER-SCAN) = DEP-NEEDER (DEP-NDX)
                   PERFORM VARYING DEP-SCAN FROM DEP-NEEDER-SCAN
                       BY 1 UNTIL DEP-SCAN > BOARD-COUNT
                          OR DEP-NEEDED-POS > 0
                       IF BRD-LABEL (DEP-SCAN) = DEP-NEEDED (DEP-NDX)
                          AND BRD-ACCOUNT (DEP-SCAN) =
                              BRD-ACCOUNT (DEP-NEEDER-SCAN)
                           MOVE DEP-NEEDER-SCAN TO DEP-NEEDER-POS
                           MOVE DEP-SCAN        TO DEP-NEEDED-POS
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF DEP-NEEDER-POS = 0 OR DEP-NEEDED-POS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE BOARD-ENTRY (DEP-NEEDED-POS) TO BOARD-HOLD-AREA
           END-PERFORM
           MOVE BOARD-HOLD-AREA TO BOARD-ENTRY (DEP-NEEDER-POS)
           SET DEP-MOVED-THIS-PASS TO TRUE
           SET DEP-ACCT-MOVED TO TRUE
           DISPLAY "DEPENDENCY: " DEP-NEEDED (DEP-NDX)
               " MOVED AHEAD OF " DEP-NEEDER (DEP-NDX)
               " " HLD-ACCOUNT.

      *    WALK THE WHOLE BOARD BEFORE ANY ENTRY RUNS AND TRY A READ-
      *    ONLY OPEN OF EACH DISTINCT DSN.  A MISSING OR UNREADABLE
               PERFORM 070-PREFLIGHT-ONE-DSN
           END-PERFORM
           PERFORM 080-CHECK-DR-STATUS
           PERFORM 085-CHECK-REORG-STATE
           PERFORM 090-CHECK-AUTHORITY
           IF PRE-FAIL-COUNT > 0
               DISPLAY "PREFLIGHT: " PRE-FAIL-COUNT " OF "
                   PRE-DSN-COUNT " DISTINCT INPUT DATASETS MISSING"
           ELSE
               DISPLAY "PREFLIGHT: ALL " PRE-DSN-COUNT " DISTINCT"
                   " INPUT DATASETS OPENED CLEANLY"
           END-IF
           IF REORG-PENDING
               DISPLAY "PREFLIGHT: ANSWERS ARCHIVE REORGANIZATION"
                   " LEFT HALF-FINISHED -- NO ENTRY HAS BEEN RUN"
               MOVE +8 TO WORST-RC
           END-IF
           IF AUT-SHORT-COUNT > 0
               DISPLAY "PREFLIGHT: " AUT-SHORT-COUNT " OF " AUT-COUNT
                   " DATASETS NEED MORE ACCESS THAN " DA-USERID
                   " HOLDS -- NO ENTRY HAS BEEN RUN"
               MOVE +8 TO WORST-RC
           END-IF.

       070-PREFLIGHT-ONE-DSN.
                   " OF " DRS-NEWEST-DATE
           END-IF.

      *    THE ONE-RECORD REORGANIZATION STATE AOCVSAM LEAVES BEHIND.
      *    UNLOADING, UNLOADED, RELOADING OR FAILED MEANS THE
      *    ARCHIVE IS MID-REORGANIZATION: THE BOARD REFUSES TO RUN
      *    AND A SEVERITY-8 ALERT SAYS WHY.  COMPLETE, ABANDONED
      *    (THE UNLOAD FAILED BEFORE THE CLUSTER WAS TOUCHED) OR NO
      *    STATE DATASET AT ALL LET THE BOARD RUN.
       085-CHECK-REORG-STATE.
           MOVE "N" TO SW-REORG-PENDING
           OPEN INPUT REORG-STATE-FILE
           IF NOT RGS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           READ REORG-STATE-FILE
               AT END MOVE SPACES TO REORG-STATE-RECORD
           END-READ
           CLOSE REORG-STATE-FILE
           IF NOT RGS-HALF-FINISHED
               EXIT PARAGRAPH
           END-IF
           SET REORG-PENDING TO TRUE
           DISPLAY "PREFLIGHT: ANSWERS ARCHIVE REORGANIZATION IS "
               RGS-PHASE " SINCE " RGS-DATE " " RGS-TIME
               " -- RESUBMIT JCL/AOCVSAM.JCL TO FINISH IT"
           MOVE +8             TO ALERT-SEVERITY
           MOVE "VSAM-REORG"   TO ALERT-KEY
           MOVE SPACES         TO ALERT-TEXT
           STRING "BOARD REFUSED -- ANSWERS ARCHIVE REORGANIZATION "
               "LEFT " RGS-PHASE " SINCE " RGS-DATE
               DELIMITED BY SIZE INTO ALERT-TEXT
           END-STRING
           CALL "ALERTLOG" USING ALERT-PROGRAM,
               ALERT-SEVERITY, ALERT-KEY, ALERT-TEXT.

      *    PREFLIGHT AUTHORITY CHECK.  THE INPUT OPEN IN 070 PROVES A
      *    DATASET EXISTS AND CAN BE READ, BUT NOT THAT THE SUBMITTING
      *    USER ID MAY UPDATE THE ARCHIVE OR A CHECKPOINT, OR DEFINE A
      *    NEW GENERATION -- THOSE FAIL ONLY WHEN THE ENTRY THAT NEEDS
      *    THEM OPENS, PART WAY THROUGH THE BOARD.  SO EVERY DATASET
      *    THE RUN WILL TOUCH IS LISTED HERE WITH THE ACCESS IT NEEDS
      *    -- THE BOARD INPUTS READ, THE AOCAUTH ROWS AS CODED, THE
      *    AOCJDDS LINES OF THE PROGRAMS ON THE BOARD BY THEIR DISP --
      *    AND THE SECURITY PRODUCT IS ASKED THROUGH DSAUTH WHETHER
      *    THE USER ID HOLDS IT.  EACH SHORTFALL IS REPORTED WITH THE
      *    ACCESS NEEDED AND THE ACCESS HELD, RAISES A SEVERITY-8
      *    ALERT UNDER THE PROGRAM THAT NEEDS IT, AND STOPS THE BOARD
      *    (SEE 060).  A DATASET NO PROFILE COVERS IS LEFT TO THE
      *    INSTALLATION DEFAULT AND ONLY COUNTED.  WITHOUT THE SAFAUTH
      *    STUB IN THE STEPLIB NOTHING CAN BE ASKED: ONE SEVERITY-4
      *    ALERT SAYS SO AND THE BOARD RUNS AS IT ALWAYS DID.
       090-CHECK-AUTHORITY.
           MOVE +0 TO AUT-COUNT AUT-SHORT-COUNT AUT-UNPROT-COUNT
                      AUT-OVR-COUNT
           MOVE "N" TO SW-AUT-UNCHECKED SW-AUT-FULL
           PERFORM 091-LOAD-AUTH-NEEDS
           PERFORM VARYING BX FROM 1 BY 1
               UNTIL BX > BOARD-COUNT
               PERFORM 075-RESOLVE-GENERATION
               MOVE PRE-DSN-WORK     TO AUT-DSN-RAW
               PERFORM 096-RESOLVE-AUTH-DSN
               MOVE +1               TO AUT-NEW-LEVEL
               MOVE "AOCINPUT"       TO AUT-NEW-DD
               MOVE BRD-PROGRAM (BX) TO AUT-NEW-SOURCE
               PERFORM 097-NOTE-AUTH-NEED
           END-PERFORM
           PERFORM 093-SCAN-EXTRA-DDS
           IF AUT-TABLE-FULL
               DISPLAY "PREFLIGHT: MORE THAN " AUT-MAX " DATASETS"
                   " TO CHECK -- THE REST ARE NOT VERIFIED"
           END-IF
           IF AUT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING AX FROM 1 BY 1
               UNTIL AX > AUT-COUNT OR AUT-UNCHECKED
               PERFORM 098-CHECK-ONE-AUTH
           END-PERFORM
           IF AUT-UNCHECKED
               MOVE +0 TO AUT-SHORT-COUNT
               DISPLAY "PREFLIGHT: NO SAFAUTH SECURITY INTERFACE IN"
                   " THE STEPLIB -- DATASET AUTHORITY NOT VERIFIED"
               MOVE +4             TO ALERT-SEVERITY
               MOVE "DS-AUTHORITY" TO ALERT-KEY
               MOVE SPACES         TO ALERT-TEXT
               STRING "DATASET AUTHORITY NOT VERIFIED -- NO SAFAUTH"
                   " IN THE BOARD STEPLIB"
                   DELIMITED BY SIZE INTO ALERT-TEXT
               END-STRING
               CALL "ALERTLOG" USING ALERT-PROGRAM,
                   ALERT-SEVERITY, ALERT-KEY, ALERT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF AUT-UNPROT-COUNT > 0
               DISPLAY "PREFLIGHT: " AUT-UNPROT-COUNT " OF " AUT-COUNT
                   " DATASETS HAVE NO COVERING SECURITY PROFILE"
           END-IF
           IF AUT-SHORT-COUNT = 0
               DISPLAY "PREFLIGHT: " DA-USERID " HOLDS THE ACCESS"
                   " ALL " AUT-COUNT " DATASETS NEED"
           END-IF.

       091-LOAD-AUTH-NEEDS.
           OPEN INPUT AUTH-FILE
           IF NOT AUT-FILE-OK
               DISPLAY "PREFLIGHT: NO ACCESS NEEDS ON AOCAUTH --"
                   " CHECKING THE BOARD INPUTS AND EXTRA DDS ONLY"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SW-AUT-EOF
           PERFORM UNTIL AUT-EOF
               READ AUTH-FILE
                   AT END SET AUT-EOF TO TRUE
                   NOT AT END
                       PERFORM 092-TAKE-AUTH-ROW
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE.

      *    A ROW WITH A DSN IS A NEED OF THE BOARD STEP ITSELF; A ROW
      *    WITHOUT ONE IS KEPT TO RAISE THE AOCJDDS LINES FOR ITS DD.
       092-TAKE-AUTH-ROW.
           IF AUTH-RECORD (1 : 1) = "*" OR AUTH-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO AUT-NEW-LEVEL
           PERFORM VARYING AUT-NDX FROM 1 BY 1 UNTIL AUT-NDX > 3
               IF AUT-LEVEL-NAME (AUT-NDX) = AUR-ACCESS
                   MOVE AUT-NDX TO AUT-NEW-LEVEL
               END-IF
           END-PERFORM
           IF AUT-NEW-LEVEL = 0
               DISPLAY "PREFLIGHT: AOCAUTH ROW FOR " AUR-DD
                   " HAS ACCESS '" AUR-ACCESS "' -- IGNORED"
               EXIT PARAGRAPH
           END-IF
           IF AUR-DSN = SPACES
               IF AUT-OVR-COUNT < 32
                   ADD +1 TO AUT-OVR-COUNT
                   MOVE AUR-DD        TO AOV-DD (AUT-OVR-COUNT)
                   MOVE AUT-NEW-LEVEL TO AOV-NEED (AUT-OVR-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE AUR-DSN    TO AUT-DSN-RAW
           PERFORM 096-RESOLVE-AUTH-DSN
           MOVE AUR-DD     TO AUT-NEW-DD
           MOVE "AOCBOARD" TO AUT-NEW-SOURCE
           PERFORM 097-NOTE-AUTH-NEED.

       093-SCAN-EXTRA-DDS.
           OPEN INPUT JDDS-FILE
           IF NOT JDD-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SW-AUT-EOF
           PERFORM UNTIL AUT-EOF
               READ JDDS-FILE
                   AT END SET AUT-EOF TO TRUE
                   NOT AT END
                       PERFORM 094-TAKE-EXTRA-DD-LINE
               END-READ
           END-PERFORM
           CLOSE JDDS-FILE.

      *    ONLY THE FIRST LINE OF A DD STATEMENT ("//NAME DD ...") IS
      *    READ, AND ONLY FOR A PROGRAM ON THIS RUN'S BOARD.  A SYSOUT
      *    DD NAMES NO DSN AND A && TEMPORARY IS THE STEP'S OWN, SO
      *    NEITHER IS CHECKED.  DISP SHR READS, OLD AND MOD UPDATE,
      *    AND NEW -- OR NO DISP, WHICH MEANS NEW -- DEFINES, WHICH
      *    TAKES ALTER.  AN AOCAUTH OVERRIDE FOR THE DD NAME CAN ONLY
      *    RAISE THE NEED.
       094-TAKE-EXTRA-DD-LINE.
           IF JDR-PROGRAM (1 : 1) = "*"
              OR JDR-LINE (1 : 2) NOT = "//"
              OR JDR-LINE (3 : 1) = SPACE OR JDR-LINE (3 : 1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SW-AUT-ON-BOARD
           PERFORM VARYING BX FROM 1 BY 1
               UNTIL BX > BOARD-COUNT OR AUT-PROGRAM-ON-BOARD
               IF BRD-PROGRAM (BX) = JDR-PROGRAM
                   SET AUT-PROGRAM-ON-BOARD TO TRUE
               END-IF
           END-PERFORM
           IF NOT AUT-PROGRAM-ON-BOARD
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO AUT-POS
           INSPECT JDR-LINE TALLYING AUT-POS
               FOR CHARACTERS BEFORE INITIAL "DSN="
           IF AUT-POS > 75
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AUT-DSN-RAW
           UNSTRING JDR-LINE (AUT-POS + 5 : )
               DELIMITED BY "," OR SPACE
               INTO AUT-DSN-RAW
           END-UNSTRING
           IF AUT-DSN-RAW (1 : 2) = "&&"
               EXIT PARAGRAPH
           END-IF
           MOVE "NEW" TO AUT-DISP-WORK
           MOVE +0 TO AUT-POS
           INSPECT JDR-LINE TALLYING AUT-POS
               FOR CHARACTERS BEFORE INITIAL "DISP="
           IF AUT-POS < 74
               ADD +6 TO AUT-POS
               IF JDR-LINE (AUT-POS : 1) = "("
                   ADD +1 TO AUT-POS
               END-IF
               MOVE SPACES TO AUT-DISP-WORK
               UNSTRING JDR-LINE (AUT-POS : )
                   DELIMITED BY "," OR ")" OR SPACE
                   INTO AUT-DISP-WORK
               END-UNSTRING
           END-IF
           EVALUATE AUT-DISP-WORK
               WHEN "SHR"
                   MOVE +1 TO AUT-NEW-LEVEL
               WHEN "OLD"
               WHEN "MOD"
                   MOVE +2 TO AUT-NEW-LEVEL
               WHEN OTHER
                   MOVE +3 TO AUT-NEW-LEVEL
           END-EVALUATE
           MOVE SPACES TO AUT-NEW-DD
           UNSTRING JDR-LINE (3 : ) DELIMITED BY SPACE
               INTO AUT-NEW-DD
           END-UNSTRING
           PERFORM VARYING AUT-NDX FROM 1 BY 1
               UNTIL AUT-NDX > AUT-OVR-COUNT
               IF AOV-DD (AUT-NDX) = AUT-NEW-DD
                  AND AOV-NEED (AUT-NDX) > AUT-NEW-LEVEL
                   MOVE AOV-NEED (AUT-NDX) TO AUT-NEW-LEVEL
               END-IF
           END-PERFORM
           MOVE JDR-PROGRAM TO AUT-NEW-SOURCE
           PERFORM 096-RESOLVE-AUTH-DSN
           PERFORM 097-NOTE-AUTH-NEED.

      *    &HLQ. (BOARD CONTROL STYLE) OR &HLQ.. (JCL STYLE) BECOMES
      *    THE SEASON HLQ.  A PARENTHESIZED GENERATION OR MEMBER IS
      *    DROPPED -- THE PROFILE PROTECTS THE NAME WITHOUT IT.  A
      *    NAME STILL CARRYING A SYMBOL THE BOARD CANNOT RESOLVE IS
      *    SKIPPED RATHER THAN ASKED ABOUT.
       096-RESOLVE-AUTH-DSN.
           MOVE "N" TO SW-AUT-SKIP
           MOVE SPACES TO AUT-DSN-REST AUT-NEW-DSN
           UNSTRING AUT-DSN-RAW DELIMITED BY "("
               INTO AUT-DSN-REST
           END-UNSTRING
           EVALUATE TRUE
               WHEN AUT-DSN-REST (1 : 6) = "&HLQ.."
                   STRING HLQ-VALUE (1 : HLQ-LEN)
                       "." AUT-DSN-REST (7 : )
                       DELIMITED BY SIZE INTO AUT-NEW-DSN
                   END-STRING
               WHEN AUT-DSN-REST (1 : 5) = "&HLQ."
                   STRING HLQ-VALUE (1 : HLQ-LEN)
                       "." AUT-DSN-REST (6 : )
                       DELIMITED BY SIZE INTO AUT-NEW-DSN
                   END-STRING
               WHEN OTHER
                   MOVE AUT-DSN-REST TO AUT-NEW-DSN
           END-EVALUATE
           MOVE +0 TO AUT-AMP-COUNT
           INSPECT AUT-NEW-DSN TALLYING AUT-AMP-COUNT FOR ALL "&"
           IF AUT-AMP-COUNT > 0 OR AUT-NEW-DSN = SPACES
               SET AUT-SKIP-DSN TO TRUE
           END-IF.

      *    ONE ROW PER DISTINCT DSN, KEEPING THE HIGHEST NEED AND THE
      *    DD AND PROGRAM THAT NEED IT.
       097-NOTE-AUTH-NEED.
           IF AUT-SKIP-DSN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING AX FROM 1 BY 1
               UNTIL AX > AUT-COUNT
                  OR AUT-DSN (AX) = AUT-NEW-DSN
               CONTINUE
           END-PERFORM
           IF AX <= AUT-COUNT
               IF AUT-NEW-LEVEL > AUT-NEED (AX)
                   MOVE AUT-NEW-LEVEL  TO AUT-NEED (AX)
                   MOVE AUT-NEW-DD     TO AUT-DD (AX)
                   MOVE AUT-NEW-SOURCE TO AUT-SOURCE (AX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF AUT-COUNT >= AUT-MAX
               SET AUT-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO AUT-COUNT
           MOVE AUT-NEW-DSN    TO AUT-DSN (AUT-COUNT)
           MOVE AUT-NEW-LEVEL  TO AUT-NEED (AUT-COUNT)
           MOVE AUT-NEW-DD     TO AUT-DD (AUT-COUNT)
           MOVE AUT-NEW-SOURCE TO AUT-SOURCE (AUT-COUNT).

       098-CHECK-ONE-AUTH.
           MOVE AUT-DSN (AX)                   TO DA-DSN
           MOVE AUT-LEVEL-NAME (AUT-NEED (AX)) TO DA-NEED
           CALL "DSAUTH" USING DA-DSN, DA-NEED, DA-RESULT, DA-HAS,
               DA-USERID
           EVALUATE DA-RESULT
               WHEN "X"
                   SET AUT-UNCHECKED TO TRUE
               WHEN "U"
                   ADD +1 TO AUT-UNPROT-COUNT
               WHEN "D"
                   ADD +1 TO AUT-SHORT-COUNT
                   DISPLAY "PREFLIGHT: " DA-NEED " ACCESS NEEDED, "
                       DA-USERID " HAS " DA-HAS " -- " AUT-SOURCE (AX)
                       " " AUT-DD (AX) " " AUT-DSN (AX)
                   MOVE +8              TO ALERT-SEVERITY
                   MOVE AUT-SOURCE (AX) TO ALERT-KEY
                   MOVE SPACES          TO ALERT-TEXT
                   STRING DA-USERID    DELIMITED BY SPACE
                          " LACKS "    DELIMITED BY SIZE
                          DA-NEED      DELIMITED BY SPACE
                          " ON "       DELIMITED BY SIZE
                          AUT-DSN (AX) DELIMITED BY SPACE
                          " (HAS "     DELIMITED BY SIZE
                          DA-HAS       DELIMITED BY SPACE
                          ")"          DELIMITED BY SIZE
                       INTO ALERT-TEXT
                   END-STRING
                   CALL "ALERTLOG" USING ALERT-PROGRAM,
                       ALERT-SEVERITY, ALERT-KEY, ALERT-TEXT
           END-EVALUATE.

      *    READ BACK THE RESTART JOURNAL LEFT BY A PRIOR RUN.  A
      *    JOURNAL ENDING IN THE COMPLETE TRAILER MEANS THE PRIOR RUN
      *    FINISHED, SO IT IS TRUNCATED AND THIS RUN STARTS FRESH;
                   PERFORM 040-FIND-JOURNAL-LABEL
                   IF RST-FOUND > 0
                       MOVE "S" TO RST-STATE (RST-FOUND)
                       MOVE "N" TO RST-TRIAGED (RST-FOUND)
                   END-IF
               WHEN "ENDED"
                   PERFORM 040-FIND-JOURNAL-LABEL
                       MOVE "E" TO RST-STATE (RST-FOUND)
                       MOVE +0 TO RST-RC (RST-FOUND)
                   END-IF
      *        A RETRY RECORD PRECEDES EACH RETRY ATTEMPT'S OWN
      *        STARTED/ENDED PAIR AND CARRIES THE ATTEMPT NUMBER IN
      *        ITS RC COLUMN, SO A RESUMED BOARD KNOWS HOW MANY OF
      *        THE ENTRY'S RETRIES ARE ALREADY SPENT.
               WHEN "RETRY"
                   PERFORM 040-FIND-JOURNAL-LABEL
                   IF RST-FOUND > 0
                       MOVE RSJ-RC TO RST-RETRIES (RST-FOUND)
                   END-IF
      *        AOCTRIAG HAS READ THE DUMP OF THE ENTRY THAT STARTED
      *        AND NEVER ENDED -- ITS TRIAGE RECORD IS WAITING.
               WHEN "TRIAGED"
                   PERFORM 040-FIND-JOURNAL-LABEL
                   IF RST-FOUND > 0
                       MOVE "Y" TO RST-TRIAGED (RST-FOUND)
                   END-IF
           END-EVALUATE.

       040-FIND-JOURNAL-LABEL.
           PERFORM VARYING RST-NDX FROM 1 BY 1
               UNTIL RST-NDX > RST-COUNT OR RST-FOUND > 0
               IF RST-LABEL (RST-NDX) = RSJ-LABEL
                  AND RST-ACCOUNT (RST-NDX) = RSJ-ACCOUNT
                   MOVE RST-NDX TO RST-FOUND
               END-IF
           END-PERFORM
                   ADD +1 TO RST-COUNT
                   MOVE RST-COUNT TO RST-FOUND
                   MOVE RSJ-LABEL TO RST-LABEL (RST-FOUND)
                   MOVE RSJ-ACCOUNT TO RST-ACCOUNT (RST-FOUND)
                   MOVE +0 TO RST-RC (RST-FOUND)
                   MOVE +0 TO RST-RETRIES (RST-FOUND)
                   MOVE "N" TO RST-TRIAGED (RST-FOUND)
               END-IF
           END-IF.

               UNTIL BX > BOARD-COUNT OR STOP-REQUESTED
               PERFORM 150-RUN-ONE-ENTRY
           END-PERFORM
           PERFORM 180-RETRY-BOARD
      *    AN OPERATOR STOP LEAVES THE JOURNAL WITHOUT ITS COMPLETE
      *    TRAILER, SO THE RESUBMIT RESUMES AT THE FIRST ENTRY THAT
      *    NEVER RAN -- EXACTLY THE ABEND-RECOVERY PATH, BUT CHOSEN.
               WHEN OTHER
                   MOVE "COMPLETE"        TO JWK-EVENT
                   MOVE SPACES            TO JWK-LABEL JWK-PROGRAM
                                             JWK-ACCOUNT
                   MOVE WORST-RC          TO JWK-RC
                   PERFORM 170-WRITE-JOURNAL
           END-EVALUATE.
                   " RECORDED SKIPPED, NOT CALLED"
               MOVE "SKIPPED"        TO JWK-EVENT
               MOVE BRD-LABEL (BX)   TO JWK-LABEL
               MOVE BRD-ACCOUNT (BX) TO JWK-ACCOUNT
               MOVE BRD-PROGRAM (BX) TO JWK-PROGRAM
               MOVE +0               TO JWK-RC
               PERFORM 170-WRITE-JOURNAL
           EVALUATE TRUE
               WHEN RST-FOUND > 0 AND RST-ENTRY-ENDED (RST-FOUND)
                   MOVE RST-RC (RST-FOUND) TO BRD-RC (BX)
                   MOVE RST-RETRIES (RST-FOUND) TO BRD-RETRIES (BX)
                   SET BRD-WAS-RUN (BX) TO TRUE
                   DISPLAY "RESTART: " BRD-LABEL (BX)
                       " RESTORED FROM JOURNAL, RC=" BRD-RC (BX)
               WHEN RST-FOUND > 0 AND RST-ENTRY-STARTED (RST-FOUND)
                   MOVE +16 TO BRD-RC (BX)
      *            AN ABEND IS NEVER RETRIED, WHATEVER THE ENTRY'S
      *            RETRY CONDITIONS SAY.
                   MOVE +0 TO BRD-RETRY-MAX (BX)
                   MOVE RST-RETRIES (RST-FOUND) TO BRD-RETRIES (BX)
                   SET BRD-WAS-RUN (BX) TO TRUE
                   DISPLAY "RESTART: " BRD-LABEL (BX)
                       " STARTED BUT NEVER ENDED IN THE PRIOR RUN --"
                       " SCORED FAIL, NOT RE-RUN"
                   IF RST-ENTRY-TRIAGED (RST-FOUND)
                       PERFORM 156-FIND-TRIAGE
                   END-IF
                   MOVE "ENDED"          TO JWK-EVENT
                   MOVE BRD-LABEL (BX)   TO JWK-LABEL
                   MOVE BRD-ACCOUNT (BX) TO JWK-ACCOUNT
                   MOVE BRD-PROGRAM (BX) TO JWK-PROGRAM
                   MOVE BRD-RC (BX)      TO JWK-RC
                   PERFORM 170-WRITE-JOURNAL
           IF BRD-RAN (BX) = "D"
               EXIT PARAGRAPH
           END-IF
      *    A RETRYABLE FAILURE IS NEITHER COUNTED NOR ALERTED YET --
      *    180-RETRY-BOARD SCORES IT ON ITS LAST ATTEMPT.
           PERFORM 157-CHECK-RETRY-CONDITIONS
           IF RETRY-CONDITION-HIT
              AND BRD-RETRIES (BX) < BRD-RETRY-MAX (BX)
               SET BRD-RETRY-PENDING (BX) TO TRUE
               ADD +1 TO RETRY-PENDING-COUNT
               DISPLAY "RETRY: " BRD-LABEL (BX) " RC=" BRD-RC (BX)
                   " STATUS=" BRD-ANS-STATUS (BX)
                   " -- HELD FOR RETRY AT THE END OF THE BOARD"
               EXIT PARAGRAPH
           END-IF
           PERFORM 158-SCORE-ONE-ENTRY.

      *    SETS RETRY-CONDITION-HIT WHEN THE ENTRY'S LAST RESULT
      *    MATCHES ANY OF ITS RETRYABLE CONDITION SLOTS (AND
      *    STATUS-CONDITION-HIT WHEN THE MATCH WAS AN AOCANSWR FILE
      *    STATUS).  AN ENTRY ALLOWED NO RETRIES MATCHES NOTHING.
       157-CHECK-RETRY-CONDITIONS.
           MOVE "N" TO SW-RETRY-HIT SW-STATUS-HIT
           IF BRD-RETRY-MAX (BX) = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RETRY-SLOT FROM 1 BY 1
               UNTIL RETRY-SLOT > 5
               COMPUTE RETRY-SLOT-POS = (RETRY-SLOT - 1) * 4 + 1
               MOVE BRD-RETRY-ON (BX) (RETRY-SLOT-POS : 3)
                 TO RETRY-SLOT-TEXT
               EVALUATE TRUE
                   WHEN RETRY-SLOT-TEXT (1 : 1) = "R"
                    AND RETRY-SLOT-TEXT (2 : 2) NUMERIC
                    AND BRD-RC (BX) NOT = 0
                    AND RETRY-SLOT-RC = BRD-RC (BX)
                       SET RETRY-CONDITION-HIT TO TRUE
                   WHEN RETRY-SLOT-TEXT (1 : 1) = "F"
                    AND RETRY-SLOT-TEXT (2 : 2) NOT = SPACES
                    AND RETRY-SLOT-TEXT (2 : 2) = BRD-ANS-STATUS (BX)
                       SET RETRY-CONDITION-HIT TO TRUE
                       SET STATUS-CONDITION-HIT TO TRUE
               END-EVALUATE
           END-PERFORM.

       158-SCORE-ONE-ENTRY.
      *    AN ANSWER STILL NOT ARCHIVED AFTER THE LAST RETRY IS A
      *    WARNING EVEN WHEN THE PROGRAM ITSELF ENDED CLEAN -- THE
      *    CONTROL RECORD SAID THAT STATUS MATTERS -- AND A SECOND
      *    ENDED RECORD JOURNALS THE RC IT IS SCORED WITH.
           IF STATUS-CONDITION-HIT AND BRD-RC (BX) < 4
               DISPLAY "RETRY: " BRD-LABEL (BX)
                   " ANSWER STILL NOT ARCHIVED, AOCANSWR STATUS="
                   BRD-ANS-STATUS (BX) " -- SCORED RC=4"
               MOVE +4 TO BRD-RC (BX)
               MOVE "ENDED"          TO JWK-EVENT
               MOVE BRD-LABEL (BX)   TO JWK-LABEL
               MOVE BRD-ACCOUNT (BX) TO JWK-ACCOUNT
               MOVE BRD-PROGRAM (BX) TO JWK-PROGRAM
               MOVE BRD-RC (BX)      TO JWK-RC
               PERFORM 170-WRITE-JOURNAL
           END-IF
           IF BRD-RC (BX) = 0
               ADD +1 TO PASS-COUNT
           ELSE
               MOVE BRD-RC (BX)    TO ALERT-RC-EDIT
               MOVE BRD-LABEL (BX) TO ALERT-KEY
               MOVE SPACES         TO ALERT-TEXT
               IF BRD-RETRIES (BX) > 0
                   MOVE BRD-RETRIES (BX) TO RETRY-EDIT
                   STRING "BOARD ENTRY ENDED RC=" ALERT-RC-EDIT
                       " PROGRAM " BRD-PROGRAM (BX)
                       " ON RETRY " RETRY-EDIT
                       DELIMITED BY SIZE INTO ALERT-TEXT
                   END-STRING
               ELSE
                   STRING "BOARD ENTRY ENDED RC=" ALERT-RC-EDIT
                       " PROGRAM " BRD-PROGRAM (BX)
                       DELIMITED BY SIZE INTO ALERT-TEXT
                   END-STRING
               END-IF
               CALL "ALERTLOG" USING ALERT-PROGRAM, ALERT-SEVERITY,
                   ALERT-KEY, ALERT-TEXT
               IF TRIAGE-HELD
                   PERFORM 159-RAISE-TRIAGE
               END-IF
           END-IF
           IF BRD-RC (BX) > WORST-RC
               MOVE BRD-RC (BX) TO WORST-RC
                       " MARKER WRITTEN"
                   MOVE "CHECKPT"        TO JWK-EVENT
                   MOVE SPACES           TO JWK-LABEL JWK-PROGRAM
                                            JWK-ACCOUNT
                   MOVE WORST-RC         TO JWK-RC
                   PERFORM 170-WRITE-JOURNAL
               WHEN "SKIP"
               " HELD PAST THE DEADLINE"
           MOVE "DEFERRED"       TO JWK-EVENT
           MOVE BRD-LABEL (BX)   TO JWK-LABEL
           MOVE BRD-ACCOUNT (BX) TO JWK-ACCOUNT
           MOVE BRD-PROGRAM (BX) TO JWK-PROGRAM
           MOVE +0               TO JWK-RC
           PERFORM 170-WRITE-JOURNAL
               PERFORM VARYING RST-NDX FROM 1 BY 1
                   UNTIL RST-NDX > RST-COUNT OR RST-FOUND > 0
                   IF RST-LABEL (RST-NDX) = BRD-LABEL (BX)
                      AND RST-ACCOUNT (RST-NDX) = BRD-ACCOUNT (BX)
                       MOVE RST-NDX TO RST-FOUND
                   END-IF
               END-PERFORM
           END-IF.

      *    THE LAST TRIAGE RECORD FOR THE ENTRY'S LABEL AND ACCOUNT
      *    IS THE ONE FOR THIS ABEND -- AN EARLIER ONE IS AN EARLIER
      *    NIGHT'S.
       156-FIND-TRIAGE.
           MOVE "N" TO SW-TRI-EOF SW-TRIAGE-HELD
           OPEN INPUT TRIAGE-FILE
           IF NOT TRI-FILE-OK
               DISPLAY "RESTART: " BRD-LABEL (BX)
                   " TRIAGED, BUT AOCTRIAG WOULD NOT OPEN, STATUS="
                   TRI-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TRI-EOF
               READ TRIAGE-FILE INTO TRIAGE-RECORD
                   AT END SET TRI-EOF TO TRUE
                   NOT AT END
                       IF TRI-LABEL = BRD-LABEL (BX)
                          AND TRI-ACCOUNT = BRD-ACCOUNT (BX)
                           MOVE TRIAGE-RECORD TO HELD-TRIAGE
                           SET TRIAGE-HELD TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRIAGE-FILE
           IF TRIAGE-HELD
               MOVE HELD-TRIAGE TO TRIAGE-RECORD
               DISPLAY "RESTART: " BRD-LABEL (BX)
                   " TRIAGE: ABEND " TRI-ABEND
                   " IN " TRI-FAIL-PROGRAM
                   " AT " TRI-OFFSET
                   " STATEMENT " TRI-STATEMENT
           END-IF.

      *    THE TRIAGE FOLLOWS THE RC=16 EVENT ON THE FEED, SAME KEY
      *    AND SEVERITY, UNDER AOCTRIAG'S NAME: WHAT BROKE, THE
      *    CONDITION MESSAGE, AND THE LAST THING THE PROGRAM SAID.
       159-RAISE-TRIAGE.
           MOVE "N" TO SW-TRIAGE-HELD
           MOVE HELD-TRIAGE TO TRIAGE-RECORD
           MOVE SPACES TO ALERT-TEXT
           STRING "TRIAGE ABEND " TRI-ABEND
               " PGM " TRI-FAIL-PROGRAM
               " OFFSET " TRI-OFFSET
               " STMT " TRI-STATEMENT
               DELIMITED BY SIZE INTO ALERT-TEXT
           END-STRING
           CALL "ALERTLOG" USING TRIAGE-ALERT-PROGRAM,
               ALERT-SEVERITY, ALERT-KEY, ALERT-TEXT
           IF TRI-MESSAGE NOT = SPACES
               MOVE TRI-MESSAGE TO ALERT-TEXT
               CALL "ALERTLOG" USING TRIAGE-ALERT-PROGRAM,
                   ALERT-SEVERITY, ALERT-KEY, ALERT-TEXT
           END-IF
           IF TRI-DISPLAY (3) NOT = SPACES
               MOVE SPACES TO ALERT-TEXT
               STRING "LAST DISPLAY: " TRI-DISPLAY (3)
                   DELIMITED BY SIZE INTO ALERT-TEXT
               END-STRING
               CALL "ALERTLOG" USING TRIAGE-ALERT-PROGRAM,
                   ALERT-SEVERITY, ALERT-KEY, ALERT-TEXT
           END-IF.

       160-CALL-ONE-ENTRY.
           DISPLAY "AOCINPUT" UPON ENVIRONMENT-NAME
           DISPLAY BRD-DSN (BX) UPON ENVIRONMENT-VALUE
           DISPLAY "AOCACCT" UPON ENVIRONMENT-NAME
           DISPLAY BRD-ACCOUNT (BX) UPON ENVIRONMENT-VALUE
           MOVE BRD-PARM-LEN  (BX) TO PARM-CALL-LEN
           MOVE BRD-PARM-TEXT (BX) TO PARM-CALL-TEXT
           IF VALIDATE-SWEEP-ACTIVE
           END-IF
           MOVE "STARTED"        TO JWK-EVENT
           MOVE BRD-LABEL (BX)   TO JWK-LABEL
           MOVE BRD-ACCOUNT (BX) TO JWK-ACCOUNT
           MOVE BRD-PROGRAM (BX) TO JWK-PROGRAM
           MOVE +0               TO JWK-RC
           PERFORM 170-WRITE-JOURNAL
      *    ANSWRLGW SETS AOCANSST ONLY WHEN AN ANSWER FAILS TO LAND,
      *    SO IT IS CLEARED FOR EVERY CALL.
           MOVE SPACES TO BRD-ANS-STATUS (BX)
           DISPLAY "AOCANSST" UPON ENVIRONMENT-NAME
           DISPLAY BRD-ANS-STATUS (BX) UPON ENVIRONMENT-VALUE
           MOVE 0 TO RETURN-CODE
           CALL "TIMEMARK" USING CALL-START-STAMP
           CALL BRD-PROGRAM (BX) USING CALL-PARM-AREA
      *    PROGRAM'S, SO THE TIMEMARK END-STAMP CALL BELOW WOULD
      *    WIPE IT TO ZERO.
           MOVE RETURN-CODE TO BRD-RC (BX)
           ACCEPT BRD-ANS-STATUS (BX) FROM ENVIRONMENT "AOCANSST"
           IF BRD-ANS-STATUS (BX) = LOW-VALUES
               MOVE SPACES TO BRD-ANS-STATUS (BX)
           END-IF
           CALL "TIMEMARK" USING CALL-END-STAMP
           COMPUTE BRD-ELAPSED (BX) =
               CALL-END-STAMP - CALL-START-STAMP
           MOVE BRD-RC (BX)      TO JWK-RC
           PERFORM 170-WRITE-JOURNAL.

      *    RE-RUN THE HELD RETRYABLE FAILURES AFTER THE LAST ENTRY,
      *    ONE ATTEMPT PER ENTRY PER PASS, SO A DATASET HELD BY
      *    ANOTHER JOB HAS THE WHOLE PASS TO BE RELEASED.  OPERATOR
      *    COMMANDS AND THE DEADLINE ARE HONOURED BEFORE EVERY
      *    ATTEMPT; WHATEVER IS STILL HELD WHEN THE PASSES END (OR
      *    STOP, OR THE DEADLINE) IS SCORED ON ITS LAST RESULT.
       180-RETRY-BOARD.
           IF RETRY-PENDING-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SW-RETRIED-THIS-PASS
           PERFORM UNTIL NOT RETRIED-THIS-PASS
              OR STOP-REQUESTED OR DEADLINE-TRIPPED
               MOVE "N" TO SW-RETRIED-THIS-PASS
               PERFORM VARYING BX FROM 1 BY 1
                   UNTIL BX > BOARD-COUNT
                      OR STOP-REQUESTED OR DEADLINE-TRIPPED
                   IF BRD-RETRY-PENDING (BX)
                       PERFORM 185-RETRY-ONE-ENTRY
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING BX FROM 1 BY 1
               UNTIL BX > BOARD-COUNT
               IF BRD-RETRY-PENDING (BX)
                   MOVE SPACE TO BRD-RETRY-STATE (BX)
                   PERFORM 157-CHECK-RETRY-CONDITIONS
                   PERFORM 158-SCORE-ONE-ENTRY
               END-IF
           END-PERFORM.

       185-RETRY-ONE-ENTRY.
           PERFORM 145-POLL-OPERATOR-COMMANDS
           IF STOP-REQUESTED
               EXIT PARAGRAPH
           END-IF
           PERFORM 149-CHECK-DEADLINE
           IF DEADLINE-TRIPPED
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO BRD-RETRIES (BX)
           MOVE BRD-RETRIES (BX) TO RETRY-EDIT
           DISPLAY "RETRY: " BRD-LABEL (BX) " ATTEMPT " RETRY-EDIT
               " OF " BRD-RETRY-MAX (BX)
           MOVE "RETRY"           TO JWK-EVENT
           MOVE BRD-LABEL (BX)    TO JWK-LABEL
           MOVE BRD-ACCOUNT (BX)  TO JWK-ACCOUNT
           MOVE BRD-PROGRAM (BX)  TO JWK-PROGRAM
           MOVE BRD-RETRIES (BX)  TO JWK-RC
           PERFORM 170-WRITE-JOURNAL
           MOVE BRD-ELAPSED (BX) TO RETRY-PRIOR-ELAPSED
           PERFORM 160-CALL-ONE-ENTRY
           ADD RETRY-PRIOR-ELAPSED TO BRD-ELAPSED (BX)
           PERFORM 157-CHECK-RETRY-CONDITIONS
           IF RETRY-CONDITION-HIT
              AND BRD-RETRIES (BX) < BRD-RETRY-MAX (BX)
               SET RETRIED-THIS-PASS TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO BRD-RETRY-STATE (BX)
           PERFORM 158-SCORE-ONE-ENTRY.

      *    ONE EVENT RECORD PER CALL, OPENED EXTEND AND CLOSED AGAIN
      *    IMMEDIATELY (THE SAME PATTERN AS ANSWRLOG) SO THE JOURNAL
      *    IS ON DISK BEFORE THE CALLED PROGRAM GETS CONTROL AND
           MOVE JWK-LABEL   TO RSJ-LABEL
           MOVE JWK-PROGRAM TO RSJ-PROGRAM
           MOVE JWK-RC      TO RSJ-RC
           MOVE JWK-ACCOUNT TO RSJ-ACCOUNT
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE.

               MOVE 1           TO ANS-REC-SEQ
               MOVE +0          TO ANS-REC-RC
               MOVE TRL-ANS-COUNT TO ANS-REC-VALUE
               MOVE "4"         TO ANS-REC-VERSION
               WRITE ANSWERS-RECORD
               IF ANS-FILE-STATUS = "22"
                   REWRITE ANSWERS-RECORD
       950-PRINT-ONE-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING BRD-LABEL (BX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BRD-ACCOUNT (BX) DELIMITED BY SIZE
               " PGM=" DELIMITED BY SIZE
               BRD-PROGRAM (BX) DELIMITED BY SIZE
               "  RC=" DELIMITED BY SIZE
               INTO REPORT-LINE
               WHEN NOT BRD-WAS-RUN (BX)
                   DISPLAY REPORT-LINE (1 : 48) BRD-RC (BX)
                       "  NOT RUN " ELAPSED-EDIT " SEC"
               WHEN BRD-RC (BX) = 0 AND BRD-RETRIES (BX) > 0
                   MOVE BRD-RETRIES (BX) TO RETRY-EDIT
                   DISPLAY REPORT-LINE (1 : 48) BRD-RC (BX)
                       "  PASSED ON RETRY " RETRY-EDIT " "
                       ELAPSED-EDIT " SEC"
               WHEN BRD-RC (BX) = 0
                   DISPLAY REPORT-LINE (1 : 48) BRD-RC (BX)
                       "  PASS    " ELAPSED-EDIT " SEC"
               WHEN BRD-RETRIES (BX) > 0
                   MOVE BRD-RETRIES (BX) TO RETRY-EDIT
                   DISPLAY REPORT-LINE (1 : 48) BRD-RC (BX)
                       "  FAILED ON RETRY " RETRY-EDIT " "
                       ELAPSED-EDIT " SEC"
               WHEN OTHER
                   DISPLAY REPORT-LINE (1 : 48) BRD-RC (BX)
                       "  FAIL    " ELAPSED-EDIT " SEC"
                   COMPUTE ELAPSED-SEC = BRD-ELAPSED (SLOW-PICK) / 100
                   MOVE ELAPSED-SEC TO ELAPSED-EDIT
                   DISPLAY "  " BRD-LABEL (SLOW-PICK) " "
                       BRD-ACCOUNT (SLOW-PICK) " "
                       ELAPSED-EDIT " SEC"
               END-IF
           END-PERFORM.

      *    COMPLETION EVENT FOR THE SCHEDULER'S DATASET TRIGGER --
      *    THE RC THE STEP ENDS WITH (DEFERRAL RC=2 INCLUDED), AND
      *    THE DEADLINE MISSED WHEN IT STOPPED ANY ENTRY LAUNCHING.
       970-POST-COMPLETION.
           MOVE RETURN-CODE TO TRG-WORST-RC
           MOVE BOARD-COUNT TO TRG-ENTRIES
           MOVE FAIL-COUNT  TO TRG-FAILED
           EVALUATE TRUE
               WHEN DEADLINE-TRIPPED OR DEFER-COUNT > 0
                   MOVE "N" TO TRG-DEADLINE
               WHEN DEADLINE-ACTIVE
                   MOVE "Y" TO TRG-DEADLINE
               WHEN OTHER
                   MOVE "-" TO TRG-DEADLINE
           END-EVALUATE
           CALL "TRIGPOST" USING TRG-ROLE, TRG-RUN-KEY, TRG-WORST-RC,
               TRG-ENTRIES, TRG-FAILED, TRG-DEADLINE, TRG-STATE,
               TRG-PROGRAM.
       END PROGRAM AOCBOARD.
