       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCRBGAP.
      *    RUNBOOK GAP AND FAILURE-FREQUENCY REPORT.  THE FAILURE
      *    RUNBOOK (CTL/AOCRUNBK.CTL) ONLY GROWS WHEN SOMEONE
      *    REMEMBERS TO ADD A ROW, SO MOST OVERNIGHT FAILURES ARE
      *    STILL CAUGHT ONLY BY THE GENERIC "* 08 **" ESCALATE ROW.
      *    THIS PROGRAM MINES THE SUITE'S THREE FAILURE RECORDS OVER
      *    A RANGE OF DATES:
      *        JRN -- RUN JOURNAL STOP RECORDS WITH RC 4 OR MORE
      *        REJ -- THE CUMULATIVE REJECT DISPOSITION DATASET
      *               (AOCREJD LAYOUT), BY REASON CODE -- THE
      *               CURRENT AOCREJECT ONLY HOLDS THE LAST RUN
      *        ALR -- ALERT FEED EVENTS, LESS THE RUNBOOK GUIDANCE
      *               RECORD ALERTLOG WRITES BEHIND A SEVERITY-8 ONE
      *    AND GROUPS THEM BY SOURCE, PROGRAM, RC AND REJECT REASON
      *    CODE WITH A COUNT, THE FIRST AND LAST DATE SEEN AND THE
      *    RUNBOOK ROW THAT MATCHES, PICKED AS AOCDAILY AND ALERTLOG
      *    PICK IT (MOST SPECIFIC WINS).  THE LOOKUP SUPPLIES:
      *        JRN -- PROGRAM, THE STOP RC, NO STATUS
      *        REJ -- PROGRAM, THE REJECT SEVERITY AS BOTH RC AND
      *               STATUS (THE RUNBOOK'S REJECT-SEVERITY COLUMN)
      *        ALR -- PROGRAM, THE SEVERITY AS RC, NO STATUS
      *    A GROUP MATCHED ONLY BY A "*" ANY-PROGRAM ROW, OR BY NO
      *    ROW AT ALL, IS A RUNBOOK GAP; THE GAPS ARE LISTED AGAIN,
      *    MOST FREQUENT FIRST, WITH THE KEY OF THE ROW TO WRITE --
      *    THE SENIOR ANALYSTS' MONTHLY TO-DO LIST.
      *    THE COUNT IS OCCURRENCES: ONE PER STOP, ONE PER ALERT
      *    EVENT, ONE PER RUN FOR REJECTS (A RUN'S REJECTS ARE
      *    FOLDED TOGETHER); THE REJECT RECORD COUNT IS SHOWN TOO.
      *    PARM KEYWORDS (OPTIONAL, PARSED BY PARMPARS):
      *        FROM=YYYYMMDD, TO=YYYYMMDD -- THE RANGE OF DATES.  A
      *                    MISSING END IS OPEN; NO PARM AT ALL MEANS
      *                    THE PREVIOUS CALENDAR MONTH
      *    DD/ENV AOCRUNJL -- THE RUN JOURNAL (RUNLOG LAYOUT)
      *    DD/ENV AOCREJDS -- THE REJECT DISPOSITION DATASET;
      *                       OPTIONAL, ABSENT MEANS NO REJECTS
      *    DD/ENV AOCALERT -- THE ALERT FEED; OPTIONAL, ABSENT
      *                       MEANS NO ALERTS
      *    DD/ENV AOCRUNBK -- THE FAILURE RUNBOOK
      *    DD/ENV AOCRBGRP -- THE REPORT
      *    RC=0 = EVERY FAILURE PATTERN HAS ITS OWN RUNBOOK ROW.
      *    RC=4 = AT LEAST ONE RUNBOOK GAP (SEE THE REPORT).
      *    RC=8 = BAD PARM, THE JOURNAL, RUNBOOK OR REPORT WOULD NOT
      *           OPEN, OR MORE PATTERNS THAN THE GROUP TABLE HOLDS.
      *    SEE JCL/AOCRBGAP.JCL.
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
           SELECT DISP-FILE
              ASSIGN TO AOCREJDS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DSP-FILE-STATUS.
           SELECT FEED-FILE
              ASSIGN TO AOCALERT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FED-FILE-STATUS.
           SELECT RUNBOOK-FILE
              ASSIGN TO AOCRUNBK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RBK-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCRBGRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JRN-DATE            PIC X(08).
           05  FILLER              PIC X.
           05  JRN-TIME            PIC X(08).
           05  FILLER              PIC X.
           05  JRN-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  JRN-EVENT           PIC X(05).
           05  FILLER              PIC X.
           05  JRN-INPUT-DSN       PIC X(40).
           05  FILLER              PIC X.
           05  JRN-OVERRIDE        PIC X(01).
           05  FILLER              PIC X.
           05  JRN-RC              PIC X(05).

       FD  DISP-FILE
           RECORD CONTAINS 106 CHARACTERS.
       01  DISP-RECORD.
           05  DSP-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  DSP-RUN-DATE        PIC X(08).
           05  FILLER              PIC X.
           05  DSP-RUN-ID          PIC X(08).
           05  FILLER              PIC X.
           05  DSP-LINE            PIC X(09).
           05  FILLER              PIC X.
           05  DSP-CODE            PIC X(04).
           05  FILLER              PIC X.
           05  DSP-SEVERITY        PIC X(02).
           05  FILLER              PIC X.
           05  DSP-STATUS          PIC X(12).
           05  FILLER              PIC X.
           05  DSP-DISP-DATE       PIC X(08).
           05  FILLER              PIC X.
           05  DSP-ANALYST         PIC X(08).
           05  FILLER              PIC X.
           05  DSP-COMMENT         PIC X(30).

       FD  FEED-FILE.
       01  FEED-RECORD.
           05  FED-DATE            PIC X(08).
           05  FILLER              PIC X.
           05  FED-TIME            PIC X(08).
           05  FILLER              PIC X.
           05  FED-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  FED-SEVERITY        PIC X(02).
           05  FILLER              PIC X.
           05  FED-KEY             PIC X(20).
           05  FILLER              PIC X.
           05  FED-TEXT            PIC X(80).
           05  FILLER              PIC X.
           05  FED-OWNER           PIC X(08).
           05  FILLER              PIC X.
           05  FED-BACKUP          PIC X(08).

       FD  RUNBOOK-FILE.
       01  RUNBOOK-RECORD.
           05  RBK-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  RBK-RC              PIC X(02).
           05  FILLER              PIC X.
           05  RBK-STATUS          PIC X(02).
           05  FILLER              PIC X.
           05  RBK-GUIDANCE        PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  JRN-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 JRN-FILE-OK                 VALUE "00".
           05  SW-JRN-EOF          PIC  X     VALUE "N".
               88 JRN-EOF                     VALUE "Y".
           05  DSP-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 DSP-FILE-OK                 VALUE "00".
           05  SW-DSP-EOF          PIC  X     VALUE "N".
               88 DSP-EOF                     VALUE "Y".
           05  FED-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 FED-FILE-OK                 VALUE "00".
           05  SW-FED-EOF          PIC  X     VALUE "N".
               88 FED-EOF                     VALUE "Y".
           05  RBK-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 RBK-FILE-OK                 VALUE "00".
           05  SW-RBK-EOF          PIC  X     VALUE "N".
               88 RBK-EOF                     VALUE "Y".
           05  RPT-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                 VALUE "00".
      *    SET WHEN THE REPORT CANNOT GO ON -- BAD PARM OR A
      *    REQUIRED DATASET THAT WILL NOT OPEN.
           05  SW-ABANDON          PIC  X     VALUE "N".
               88 REPORT-ABANDONED            VALUE "Y".

      *    PARM RESULT AREA AND LOOKUP FIELDS IN THE PARMPARS/
      *    PARMGETK LINKAGE SHAPES.
       01  PARM-PARSE-AREA.
           05  PP-VALID-KEYS.
               10  FILLER          PIC X(12) VALUE "FROM".
               10  FILLER          PIC X(12) VALUE "TO".
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

      *    THE RANGE OF DATES, BOTH ENDS INCLUSIVE.  AN OPEN END IS
      *    ALL ZEROS OR ALL NINES SO THE COMPARES NEED NO SPECIAL
      *    CASE.
       01  QUERY-CONTROLS.
           05  QRY-FROM            PIC  X(08) VALUE "00000000".
           05  QRY-TO              PIC  X(08) VALUE "99999999".
           05  TODAY-YYYYMMDD      PIC  9(08) VALUE ZEROES.
           05  TODAY-PARTS REDEFINES TODAY-YYYYMMDD.
               10  TODAY-YYYY      PIC  9(04).
               10  TODAY-MM        PIC  9(02).
               10  TODAY-DD        PIC  9(02).
           05  MONTH-START         PIC  9(08) VALUE ZEROES.
           05  MONTH-END           PIC  9(08) VALUE ZEROES.

      *    THE RUNBOOK, TABLED ONCE -- THE SAME MOST-SPECIFIC-MATCH
      *    SCORING AS AOCDAILY'S LOOKUP.
       01  RUNBOOK-CONTROLS.
           05  RBK-MAX             PIC S9(4) COMP-5 VALUE +64.
           05  RBK-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  RBK-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  RBK-BEST            PIC S9(4) COMP-5 VALUE +0.
           05  RBK-BEST-SCORE      PIC S9(4) COMP-5 VALUE +0.
           05  RBK-SCORE           PIC S9(4) COMP-5 VALUE +0.
           05  LOOK-PROGRAM        PIC  X(08) VALUE SPACES.
           05  LOOK-RC             PIC  X(02) VALUE SPACES.
           05  LOOK-STATUS         PIC  X(02) VALUE SPACES.
       01  RUNBOOK-TABLE.
           05  RBK-ENTRY OCCURS 64 TIMES.
               10  RBT-PROGRAM     PIC  X(08).
               10  RBT-RC          PIC  X(02).
               10  RBT-STATUS      PIC  X(02).
               10  RBT-GUIDANCE    PIC  X(80).

      *    ONE FAILURE EVENT AS THE THREE READERS HAND IT OVER.  A
      *    BLANK EVT-RUN COUNTS EVERY EVENT AS AN OCCURRENCE; A
      *    REJECT CARRIES ITS RUN SO A RUN COUNTS ONCE.
       01  EVENT-WORK.
           05  EVT-KEY.
               10  EVT-SOURCE      PIC  X(03).
               10  EVT-PROGRAM     PIC  X(08).
               10  EVT-RC          PIC  X(02).
               10  EVT-STATUS      PIC  X(02).
               10  EVT-REASON      PIC  X(04).
           05  EVT-STAMP           PIC  X(16) VALUE SPACES.
           05  EVT-RUN             PIC  X(16) VALUE SPACES.
           05  RC-NUM              PIC S9(4) COMP-5 VALUE +0.
           05  RC-9                PIC  9(02) VALUE ZEROES.
      *    THE PREVIOUS FEED RECORD'S STAMP, PROGRAM AND KEY --
      *    ALERTLOG'S RUNBOOK GUIDANCE RECORD REPEATS ALL FOUR, SO
      *    A REPEAT IS NOT A NEW EVENT.
           05  PREV-FEED-ID        PIC  X(46) VALUE SPACES.
           05  THIS-FEED-ID        PIC  X(46) VALUE SPACES.

      *    ONE ROW PER FAILURE PATTERN, IN ORDER OF FIRST SIGHTING.
       01  GROUP-CONTROLS.
           05  GRP-MAX             PIC S9(4) COMP-5 VALUE +512.
           05  GRP-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  GRP-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  GRP-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  GRP-PICK            PIC S9(4) COMP-5 VALUE +0.
           05  GAP-RANK            PIC S9(4) COMP-5 VALUE +0.
           05  LIST-SOURCE         PIC  X(03) VALUE SPACES.
       01  GROUP-TABLE.
           05  GRP-ENTRY OCCURS 512 TIMES.
               10  GRP-KEY.
                   15  GRP-SOURCE  PIC  X(03).
                   15  GRP-PROGRAM PIC  X(08).
                   15  GRP-RC      PIC  X(02).
                   15  GRP-STATUS  PIC  X(02).
                   15  GRP-REASON  PIC  X(04).
               10  GRP-OCCURS      PIC S9(9) COMP-5.
               10  GRP-RECORDS     PIC S9(9) COMP-5.
               10  GRP-FIRST       PIC  X(16).
               10  GRP-LAST        PIC  X(16).
               10  GRP-LAST-RUN    PIC  X(16).
               10  GRP-ROW         PIC S9(4) COMP-5.
               10  GRP-CLASS       PIC  X(01).
                   88 GRP-EXACT              VALUE "E".
                   88 GRP-WILDCARD           VALUE "W".
                   88 GRP-UNMATCHED          VALUE "N".
               10  GRP-LISTED      PIC  X(01).
                   88 GRP-WAS-LISTED         VALUE "Y".

       01  DETAIL-LINE.
           05  DTL-SOURCE          PIC  X(03).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  DTL-PROGRAM         PIC  X(08).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  DTL-RC              PIC  X(02).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  DTL-STATUS          PIC  X(02).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  DTL-REASON          PIC  X(04).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  DTL-OCCURS          PIC  Z(6)9.
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  DTL-RECORDS         PIC  Z(6)9.
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  DTL-FIRST           PIC  X(08).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  DTL-LAST            PIC  X(08).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  DTL-CLASS           PIC  X(08).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  DTL-ROW             PIC  X(14).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  DTL-GUIDANCE        PIC  X(50).

       01  GAP-LINE.
           05  GAP-RANK-EDIT       PIC  ZZ9.
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  GAP-OCCURS          PIC  Z(6)9.
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  GAP-SOURCE          PIC  X(03).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  GAP-PROGRAM         PIC  X(08).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  GAP-RC              PIC  X(02).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  GAP-STATUS          PIC  X(02).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  GAP-REASON          PIC  X(04).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  GAP-LAST            PIC  X(08).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  GAP-CLASS           PIC  X(08).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  GAP-ROW             PIC  X(14).

       01  REPORT-COUNTS.
           05  JRN-EVENTS          PIC S9(9) COMP-5 VALUE +0.
           05  REJ-EVENTS          PIC S9(9) COMP-5 VALUE +0.
           05  ALR-EVENTS          PIC S9(9) COMP-5 VALUE +0.
           05  EXACT-COUNT         PIC S9(9) COMP-5 VALUE +0.
           05  GAP-COUNT           PIC S9(9) COMP-5 VALUE +0.
           05  DROPPED-COUNT       PIC S9(9) COMP-5 VALUE +0.
           05  COUNT-EDIT          PIC  Z(8)9.
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN            PIC S9(4) COMP-5.
           05  PARM-TEXT           PIC  X(40).

       PROCEDURE DIVISION USING PARM-AREA.
           PERFORM 000-PARSE-PARM
           IF NOT REPORT-ABANDONED
               PERFORM 050-OPEN-REPORT
           END-IF
           IF NOT REPORT-ABANDONED
               PERFORM 090-LOAD-RUNBOOK
           END-IF
           IF NOT REPORT-ABANDONED
               PERFORM 200-READ-JOURNAL
           END-IF
           IF NOT REPORT-ABANDONED
               PERFORM 300-READ-REJECTS
               PERFORM 400-READ-ALERTS
               PERFORM 500-MATCH-GROUPS
               PERFORM 600-REPORT-GROUPS
               PERFORM 700-REPORT-GAPS
           END-IF
           IF RPT-FILE-OK
               PERFORM 900-WRITE-TOTALS
           END-IF
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

      *    NO PARM AT ALL REPORTS THE PREVIOUS CALENDAR MONTH -- THE
      *    MONTHLY SCHEDULE NEEDS NO PARM CHANGE.
       000-PARSE-PARM.
           IF ADDRESS OF PARM-AREA = NULL OR PARM-LEN < 1
               ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
               MOVE 01 TO TODAY-DD
               MOVE TODAY-YYYYMMDD TO MONTH-START
               COMPUTE MONTH-END = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (MONTH-START) - 1)
               MOVE MONTH-END TO TODAY-YYYYMMDD
               MOVE 01 TO TODAY-DD
               MOVE TODAY-YYYYMMDD TO QRY-FROM
               MOVE MONTH-END TO QRY-TO
               DISPLAY "AOCRBGAP: NO PARM -- PREVIOUS MONTH "
                   QRY-FROM " TO " QRY-TO
               EXIT PARAGRAPH
           END-IF
           CALL "PARMPARS" USING PARM-LEN, PARM-TEXT,
               PP-VALID-KEYS, PP-RESULT
           IF NOT PP-KEYWORD-MODE
               DISPLAY "AOCRBGAP: PARM IS NOT KEYWORD FORM --"
                   " EXPECTED FROM=/TO="
               MOVE +8 TO WORST-RC
               SET REPORT-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "FROM" TO PG-KEY
           PERFORM 010-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT (1 : 8) TO QRY-FROM
           END-IF
           MOVE "TO" TO PG-KEY
           PERFORM 010-GET-ONE-KEYWORD
           IF PG-FOUND = "Y"
               MOVE PG-VAL-TEXT (1 : 8) TO QRY-TO
           END-IF
           IF QRY-FROM NOT NUMERIC OR QRY-TO NOT NUMERIC
              OR QRY-FROM > QRY-TO
               DISPLAY "AOCRBGAP: FROM=" QRY-FROM " TO=" QRY-TO
                   " IS NOT A RANGE OF YYYYMMDD DATES"
               MOVE +8 TO WORST-RC
               SET REPORT-ABANDONED TO TRUE
           END-IF.

       010-GET-ONE-KEYWORD.
           CALL "PARMGETK" USING PP-RESULT, PG-KEY, PG-FOUND,
               PG-VAL-TEXT, PG-VAL-NUM.

       050-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCRBGRP REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               SET REPORT-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "RUNBOOK GAP AND FAILURE-FREQUENCY REPORT"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "  FROM=" QRY-FROM " TO=" QRY-TO
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD.

      *    WITHOUT THE RUNBOOK EVERY PATTERN WOULD SHOW AS A GAP,
      *    WHICH IS NOT A REPORT ANYONE CAN WORK FROM.
       090-LOAD-RUNBOOK.
           OPEN INPUT RUNBOOK-FILE
           IF NOT RBK-FILE-OK
               DISPLAY "AOCRUNBK OPEN FAILED, STATUS=" RBK-FILE-STATUS
               MOVE SPACES TO REPORT-RECORD
               STRING "*** RUNBOOK WOULD NOT OPEN, STATUS="
                   RBK-FILE-STATUS " -- NO REPORT ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE +8 TO WORST-RC
               SET REPORT-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RBK-EOF
               READ RUNBOOK-FILE
                   AT END SET RBK-EOF TO TRUE
                   NOT AT END PERFORM 092-TABLE-ONE-RULE
               END-READ
           END-PERFORM
           CLOSE RUNBOOK-FILE.

      *    A COLUMN-1 ASTERISK WITH MORE TEXT IN THE PROGRAM FIELD
      *    IS A COMMENT; A LONE ASTERISK IS THE ANY-PROGRAM
      *    WILDCARD ROW.
       092-TABLE-ONE-RULE.
           IF RUNBOOK-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF RBK-PROGRAM (1 : 1) = "*" AND
              RBK-PROGRAM NOT = "*       "
               EXIT PARAGRAPH
           END-IF
           IF RBK-COUNT >= RBK-MAX
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO RBK-COUNT
           MOVE RBK-PROGRAM  TO RBT-PROGRAM (RBK-COUNT)
           MOVE RBK-RC       TO RBT-RC (RBK-COUNT)
           MOVE RBK-STATUS   TO RBT-STATUS (RBK-COUNT)
           MOVE RBK-GUIDANCE TO RBT-GUIDANCE (RBK-COUNT).

      *    MOST-SPECIFIC-MATCH LOOKUP: EXACT PROGRAM SCORES 2,
      *    EXACT RC SCORES 1, EXACT STATUS SCORES 1, WILDCARDS
      *    SCORE NOTHING; THE HIGHEST-SCORING ROW WINS.  A ROW
      *    NAMING A SPECIFIC STATUS ONLY MATCHES WHEN THE CALLER
      *    SUPPLIES ONE.
       095-LOOKUP-RUNBOOK.
           MOVE +0 TO RBK-BEST
           MOVE -1 TO RBK-BEST-SCORE
           PERFORM VARYING RBK-NDX FROM 1 BY 1
               UNTIL RBK-NDX > RBK-COUNT
               MOVE +0 TO RBK-SCORE
               EVALUATE TRUE
                   WHEN RBT-PROGRAM (RBK-NDX) = LOOK-PROGRAM
                       ADD +2 TO RBK-SCORE
                   WHEN RBT-PROGRAM (RBK-NDX) = "*       "
                       CONTINUE
                   WHEN OTHER
                       MOVE -9 TO RBK-SCORE
               END-EVALUATE
               EVALUATE TRUE
                   WHEN RBT-RC (RBK-NDX) = LOOK-RC
                       ADD +1 TO RBK-SCORE
                   WHEN RBT-RC (RBK-NDX) = "**"
                       CONTINUE
                   WHEN OTHER
                       MOVE -9 TO RBK-SCORE
               END-EVALUATE
               EVALUATE TRUE
                   WHEN RBT-STATUS (RBK-NDX) = "**"
                    OR RBT-STATUS (RBK-NDX) = SPACES
                       CONTINUE
                   WHEN LOOK-STATUS NOT = SPACES
                    AND RBT-STATUS (RBK-NDX) = LOOK-STATUS
                       ADD +1 TO RBK-SCORE
                   WHEN OTHER
                       MOVE -9 TO RBK-SCORE
               END-EVALUATE
               IF RBK-SCORE >= 0 AND RBK-SCORE > RBK-BEST-SCORE
                   MOVE RBK-NDX TO RBK-BEST
                   MOVE RBK-SCORE TO RBK-BEST-SCORE
               END-IF
           END-PERFORM.

      *    ADD ONE EVENT TO ITS PATTERN'S GROUP, OPENING THE GROUP
      *    ON FIRST SIGHT.  A FULL TABLE DROPS THE EVENT AND THE
      *    TOTALS SAY HOW MANY WENT.
       150-NOTE-EVENT.
           MOVE +0 TO GRP-FOUND
           PERFORM VARYING GRP-NDX FROM 1 BY 1
               UNTIL GRP-NDX > GRP-COUNT OR GRP-FOUND > 0
               IF GRP-KEY (GRP-NDX) = EVT-KEY
                   MOVE GRP-NDX TO GRP-FOUND
               END-IF
           END-PERFORM
           IF GRP-FOUND = 0
               IF GRP-COUNT >= GRP-MAX
                   ADD +1 TO DROPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD +1 TO GRP-COUNT
               MOVE GRP-COUNT TO GRP-FOUND
               MOVE EVT-KEY   TO GRP-KEY (GRP-FOUND)
               MOVE +0        TO GRP-OCCURS (GRP-FOUND)
               MOVE +0        TO GRP-RECORDS (GRP-FOUND)
               MOVE EVT-STAMP TO GRP-FIRST (GRP-FOUND)
               MOVE EVT-STAMP TO GRP-LAST (GRP-FOUND)
               MOVE SPACES    TO GRP-LAST-RUN (GRP-FOUND)
               MOVE +0        TO GRP-ROW (GRP-FOUND)
               MOVE "N"       TO GRP-CLASS (GRP-FOUND)
               MOVE "N"       TO GRP-LISTED (GRP-FOUND)
           END-IF
           ADD +1 TO GRP-RECORDS (GRP-FOUND)
           IF EVT-RUN = SPACES OR
              EVT-RUN NOT = GRP-LAST-RUN (GRP-FOUND)
               ADD +1 TO GRP-OCCURS (GRP-FOUND)
               MOVE EVT-RUN TO GRP-LAST-RUN (GRP-FOUND)
           END-IF
           IF EVT-STAMP < GRP-FIRST (GRP-FOUND)
               MOVE EVT-STAMP TO GRP-FIRST (GRP-FOUND)
           END-IF
           IF EVT-STAMP > GRP-LAST (GRP-FOUND)
               MOVE EVT-STAMP TO GRP-LAST (GRP-FOUND)
           END-IF.

      *    RC AS THE RUNBOOK'S TWO-DIGIT COLUMN; ANYTHING PAST 99
      *    (A USER ABEND CODE) FILES UNDER 99.
       160-RC-TO-TEXT.
           IF RC-NUM > 99
               MOVE 99 TO RC-9
           ELSE
               MOVE RC-NUM TO RC-9
           END-IF
           MOVE RC-9 TO EVT-RC.

       200-READ-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF NOT JRN-FILE-OK
               DISPLAY "AOCRUNJL OPEN FAILED, STATUS=" JRN-FILE-STATUS
               MOVE SPACES TO REPORT-RECORD
               STRING "*** RUN JOURNAL WOULD NOT OPEN, STATUS="
                   JRN-FILE-STATUS " -- NO REPORT ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE +8 TO WORST-RC
               SET REPORT-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JRN-EOF
               READ JOURNAL-FILE
                   AT END SET JRN-EOF TO TRUE
                   NOT AT END PERFORM 250-JOURNAL-EVENT
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       250-JOURNAL-EVENT.
           IF JRN-EVENT NOT = "STOP "
              OR JRN-DATE < QRY-FROM OR JRN-DATE > QRY-TO
              OR JRN-RC (2 : 4) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE RC-NUM = FUNCTION NUMVAL (JRN-RC)
           IF RC-NUM < 4
               EXIT PARAGRAPH
           END-IF
           MOVE "JRN"       TO EVT-SOURCE
           MOVE JRN-PROGRAM TO EVT-PROGRAM
           PERFORM 160-RC-TO-TEXT
           MOVE SPACES      TO EVT-STATUS
           MOVE SPACES      TO EVT-REASON
           STRING JRN-DATE JRN-TIME DELIMITED BY SIZE
               INTO EVT-STAMP
           MOVE SPACES      TO EVT-RUN
           ADD +1 TO JRN-EVENTS
           PERFORM 150-NOTE-EVENT.

       300-READ-REJECTS.
           OPEN INPUT DISP-FILE
           IF NOT DSP-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               STRING "  REJECT DISPOSITION DATASET NOT OPENED, STATUS="
                   DSP-FILE-STATUS " -- NO REJECTS COUNTED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DSP-EOF
               READ DISP-FILE
                   AT END SET DSP-EOF TO TRUE
                   NOT AT END PERFORM 350-REJECT-EVENT
               END-READ
           END-PERFORM
           CLOSE DISP-FILE.

       350-REJECT-EVENT.
           IF DISP-RECORD = SPACES
              OR DSP-RUN-DATE < QRY-FROM OR DSP-RUN-DATE > QRY-TO
               EXIT PARAGRAPH
           END-IF
           MOVE "REJ"        TO EVT-SOURCE
           MOVE DSP-PROGRAM  TO EVT-PROGRAM
           MOVE DSP-SEVERITY TO EVT-RC
           MOVE DSP-SEVERITY TO EVT-STATUS
           MOVE DSP-CODE     TO EVT-REASON
           STRING DSP-RUN-DATE DSP-RUN-ID DELIMITED BY SIZE
               INTO EVT-STAMP
           MOVE EVT-STAMP    TO EVT-RUN
           ADD +1 TO REJ-EVENTS
           PERFORM 150-NOTE-EVENT.

       400-READ-ALERTS.
           OPEN INPUT FEED-FILE
           IF NOT FED-FILE-OK
               MOVE SPACES TO REPORT-RECORD
               STRING "  ALERT FEED NOT OPENED, STATUS="
                   FED-FILE-STATUS " -- NO ALERTS COUNTED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FED-EOF
               READ FEED-FILE
                   AT END SET FED-EOF TO TRUE
                   NOT AT END PERFORM 450-ALERT-EVENT
               END-READ
           END-PERFORM
           CLOSE FEED-FILE.

       450-ALERT-EVENT.
           MOVE FEED-RECORD (1 : 46) TO THIS-FEED-ID
           IF THIS-FEED-ID = PREV-FEED-ID
               EXIT PARAGRAPH
           END-IF
           MOVE THIS-FEED-ID TO PREV-FEED-ID
           IF FED-SEVERITY NOT NUMERIC
              OR FED-DATE < QRY-FROM OR FED-DATE > QRY-TO
               EXIT PARAGRAPH
           END-IF
           MOVE "ALR"        TO EVT-SOURCE
           MOVE FED-PROGRAM  TO EVT-PROGRAM
           MOVE FED-SEVERITY TO EVT-RC
           MOVE SPACES       TO EVT-STATUS
           MOVE SPACES       TO EVT-REASON
           STRING FED-DATE FED-TIME DELIMITED BY SIZE
               INTO EVT-STAMP
           MOVE SPACES       TO EVT-RUN
           ADD +1 TO ALR-EVENTS
           PERFORM 150-NOTE-EVENT.

      *    THE MATCHING ROW AND ITS CLASS: EXACT WHEN THE ROW NAMES
      *    THE PROGRAM, WILDCARD WHEN ONLY A "*" ROW CAUGHT IT,
      *    NONE WHEN NOTHING DID.  THE LAST TWO ARE THE GAPS.
       500-MATCH-GROUPS.
           PERFORM VARYING GRP-NDX FROM 1 BY 1
               UNTIL GRP-NDX > GRP-COUNT
               MOVE GRP-PROGRAM (GRP-NDX) TO LOOK-PROGRAM
               MOVE GRP-RC (GRP-NDX)      TO LOOK-RC
               MOVE GRP-STATUS (GRP-NDX)  TO LOOK-STATUS
               PERFORM 095-LOOKUP-RUNBOOK
               MOVE RBK-BEST TO GRP-ROW (GRP-NDX)
               EVALUATE TRUE
                   WHEN RBK-BEST = 0
                       MOVE "N" TO GRP-CLASS (GRP-NDX)
                       ADD +1 TO GAP-COUNT
                   WHEN RBT-PROGRAM (RBK-BEST) = "*       "
                       MOVE "W" TO GRP-CLASS (GRP-NDX)
                       ADD +1 TO GAP-COUNT
                   WHEN OTHER
                       MOVE "E" TO GRP-CLASS (GRP-NDX)
                       ADD +1 TO EXACT-COUNT
               END-EVALUATE
           END-PERFORM
           IF GAP-COUNT > 0 AND WORST-RC < 4
               MOVE +4 TO WORST-RC
           END-IF.

      *    EVERY PATTERN, SOURCE BY SOURCE, IN ORDER OF FIRST
      *    SIGHTING.
       600-REPORT-GROUPS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "SRC PROGRAM  RC ST RSN   OCCURS RECORDS FIRST    "
               "LAST     MATCH    RUNBOOK ROW    GUIDANCE"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "JRN" TO LIST-SOURCE
           PERFORM 610-REPORT-ONE-SOURCE
           MOVE "REJ" TO LIST-SOURCE
           PERFORM 610-REPORT-ONE-SOURCE
           MOVE "ALR" TO LIST-SOURCE
           PERFORM 610-REPORT-ONE-SOURCE
           IF GRP-COUNT = 0
               MOVE SPACES TO REPORT-RECORD
               STRING "  NO FAILURES IN THE RANGE"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       610-REPORT-ONE-SOURCE.
           PERFORM VARYING GRP-NDX FROM 1 BY 1
               UNTIL GRP-NDX > GRP-COUNT
               IF GRP-SOURCE (GRP-NDX) = LIST-SOURCE
                   PERFORM 650-WRITE-DETAIL
               END-IF
           END-PERFORM.

       650-WRITE-DETAIL.
           MOVE GRP-SOURCE (GRP-NDX)  TO DTL-SOURCE
           MOVE GRP-PROGRAM (GRP-NDX) TO DTL-PROGRAM
           MOVE GRP-RC (GRP-NDX)      TO DTL-RC
           MOVE GRP-STATUS (GRP-NDX)  TO DTL-STATUS
           MOVE GRP-REASON (GRP-NDX)  TO DTL-REASON
           MOVE GRP-OCCURS (GRP-NDX)  TO DTL-OCCURS
           MOVE GRP-RECORDS (GRP-NDX) TO DTL-RECORDS
           MOVE GRP-FIRST (GRP-NDX) (1 : 8) TO DTL-FIRST
           MOVE GRP-LAST (GRP-NDX) (1 : 8)  TO DTL-LAST
           MOVE SPACES TO DTL-ROW
           MOVE SPACES TO DTL-GUIDANCE
           EVALUATE TRUE
               WHEN GRP-EXACT (GRP-NDX)
                   MOVE "EXACT"    TO DTL-CLASS
               WHEN GRP-WILDCARD (GRP-NDX)
                   MOVE "WILDCARD" TO DTL-CLASS
               WHEN OTHER
                   MOVE "NONE"     TO DTL-CLASS
                   MOVE "(NO ROW)" TO DTL-ROW
           END-EVALUATE
           IF GRP-ROW (GRP-NDX) > 0
               MOVE GRP-ROW (GRP-NDX) TO RBK-NDX
               STRING RBT-PROGRAM (RBK-NDX) " " RBT-RC (RBK-NDX)
                   " " RBT-STATUS (RBK-NDX)
                   DELIMITED BY SIZE INTO DTL-ROW
               MOVE RBT-GUIDANCE (RBK-NDX) TO DTL-GUIDANCE
           END-IF
           MOVE DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    THE GAPS, MOST FREQUENT FIRST (THE LATER LAST SIGHTING
      *    BREAKS A TIE), EACH WITH THE KEY OF THE ROW TO WRITE:
      *    THE PROGRAM AND RC, AND FOR A REJECT ITS SEVERITY IN
      *    THE STATUS COLUMN.  A SIMPLE SELECTION -- THE TABLE IS
      *    SMALL AND THIS RUNS MONTHLY.
       700-REPORT-GAPS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "RUNBOOK GAPS -- PATTERNS WITH NO ROW OF THEIR OWN,"
               " MOST FREQUENT FIRST"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF GAP-COUNT = 0
               MOVE SPACES TO REPORT-RECORD
               STRING "  NONE -- EVERY PATTERN HAS ITS OWN RUNBOOK ROW"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "RNK  OCCURS SRC PROGRAM  RC ST RSN  LAST     "
               "MATCH    ROW TO WRITE"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE +0 TO GAP-RANK
           PERFORM GAP-COUNT TIMES
               PERFORM 710-PICK-NEXT-GAP
               IF GRP-PICK > 0
                   PERFORM 750-WRITE-GAP
               END-IF
           END-PERFORM.

       710-PICK-NEXT-GAP.
           MOVE +0 TO GRP-PICK
           PERFORM VARYING GRP-NDX FROM 1 BY 1
               UNTIL GRP-NDX > GRP-COUNT
               IF NOT GRP-EXACT (GRP-NDX)
                  AND NOT GRP-WAS-LISTED (GRP-NDX)
                   EVALUATE TRUE
                       WHEN GRP-PICK = 0
                           MOVE GRP-NDX TO GRP-PICK
                       WHEN GRP-OCCURS (GRP-NDX) >
                            GRP-OCCURS (GRP-PICK)
                           MOVE GRP-NDX TO GRP-PICK
                       WHEN GRP-OCCURS (GRP-NDX) =
                            GRP-OCCURS (GRP-PICK)
                        AND GRP-LAST (GRP-NDX) > GRP-LAST (GRP-PICK)
                           MOVE GRP-NDX TO GRP-PICK
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF GRP-PICK > 0
               SET GRP-WAS-LISTED (GRP-PICK) TO TRUE
           END-IF.

       750-WRITE-GAP.
           ADD +1 TO GAP-RANK
           MOVE GAP-RANK               TO GAP-RANK-EDIT
           MOVE GRP-OCCURS (GRP-PICK)  TO GAP-OCCURS
           MOVE GRP-SOURCE (GRP-PICK)  TO GAP-SOURCE
           MOVE GRP-PROGRAM (GRP-PICK) TO GAP-PROGRAM
           MOVE GRP-RC (GRP-PICK)      TO GAP-RC
           MOVE GRP-STATUS (GRP-PICK)  TO GAP-STATUS
           MOVE GRP-REASON (GRP-PICK)  TO GAP-REASON
           MOVE GRP-LAST (GRP-PICK) (1 : 8) TO GAP-LAST
           IF GRP-WILDCARD (GRP-PICK)
               MOVE "WILDCARD" TO GAP-CLASS
           ELSE
               MOVE "NONE"     TO GAP-CLASS
           END-IF
           MOVE SPACES TO GAP-ROW
           IF GRP-STATUS (GRP-PICK) = SPACES
               STRING GRP-PROGRAM (GRP-PICK) " " GRP-RC (GRP-PICK)
                   " **" DELIMITED BY SIZE INTO GAP-ROW
           ELSE
               STRING GRP-PROGRAM (GRP-PICK) " " GRP-RC (GRP-PICK)
                   " " GRP-STATUS (GRP-PICK)
                   DELIMITED BY SIZE INTO GAP-ROW
           END-IF
           MOVE GAP-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       900-WRITE-TOTALS.
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD
           MOVE JRN-EVENTS TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  JOURNAL FAILURES " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE REJ-EVENTS TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  REJECT RECORDS   " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALR-EVENTS TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  ALERT EVENTS     " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE GRP-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  PATTERNS         " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE EXACT-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  OWN RUNBOOK ROW  " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE GAP-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  RUNBOOK GAPS     " COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF DROPPED-COUNT > 0
               MOVE DROPPED-COUNT TO COUNT-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "*** GROUP TABLE FULL -- " COUNT-EDIT
                   " EVENTS NOT COUNTED, NARROW FROM=/TO= ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE +8 TO WORST-RC
           END-IF
           CLOSE REPORT-FILE.
