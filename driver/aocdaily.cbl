      *          (TOKENIZER OVERFLOWS, PRIORITY-QUEUE DISCARDS AND
      *          THE LIKE SURFACE AS RC=4 ON THE ANSWER AND JOURNAL
      *          RECORDS)
      *        - EVERY PAGED ALERT RAISED OVERNIGHT (SINCE 18:00 THE
      *          DAY BEFORE), FROM THE AOCALESC ACKNOWLEDGEMENT
      *          DATASET (DD/ENV AOCALACK, OPTIONAL): WHO ANSWERED IT
      *          AND HOW MANY MINUTES AFTER THE PAGE, THE ESCALATION
      *          RUNG IT REACHED, AND ANY STILL UNACKNOWLEDGED
      *        - THE STALL WATCHDOG'S FINDINGS OVER THE LAST SEVEN
      *          DAYS, FROM ITS HISTORY (DD/ENV AOCSTHST, OPTIONAL,
      *          WRITTEN BY AOCSTALL): ONE LINE PER PROGRAM WITH ITS
      *          STALL COUNT AND ITS LATEST STALL, A PROGRAM FLAGGED
      *          MORE THAN ONCE MARKED AS A REPEAT OFFENDER
      *        - OPEN ITEMS BY OWNER: EVERY FAILING, WARNING AND
      *          NOT-RUN ENTRY, EVERY PAGE STILL UNACKNOWLEDGED ON
      *          THE ACKNOWLEDGEMENT DATASET, AND EVERY PROGRAM WITH
      *          NEW REJECTS OLDER THAN SEVEN DAYS ON THE REJECT
      *          DISPOSITION DATASET (DD/ENV AOCREJDS, OPTIONAL),
      *          GROUPED UNDER THE OWNER THE OWNERSHIP ROSTER (DD/ENV
      *          AOCOWNER, VIA OWNRLOOK) NAMES FOR IT; ITEMS WITH NO
      *          OWNER COME LAST, UNDER ON-CALL
      *    A NOT-RUN ENTRY THE ABEND TRIAGE (DD/ENV AOCTRIAG,
      *    OPTIONAL, WRITTEN BY AOCTRIAG) SHOWS ABENDED IN THE LATEST
      *    RUN IS REPORTED AS ABENDED INSTEAD, SCORED RC=16 AS THE
      *    RESUBMITTED BOARD SCORES IT, WITH THE ABEND CODE, FAILING
      *    PROGRAM, OFFSET, STATEMENT, CONDITION MESSAGE AND LAST
      *    DISPLAY LINE PRINTED UNDER IT.
      *    EVERY FAILING AND NOT-RUN LINE ALSO NAMES ITS OWNER.
      *    EVERY ANSWER AND NOT-RUN LINE CARRIES ITS ACCOUNT (THE
      *    ANALYST WHOSE PUZZLE INPUT THE ENTRY RAN, BOARD CONTROL
      *    COLUMNS 99-106; BLANK IS THE SEASON'S OWN INPUT), AND A
      *    BOARD ENTRY IS NOT RUN PER ACCOUNT, SO ONE ANALYST'S
      *    ANSWER NEVER COVERS FOR ANOTHER'S MISSING ONE.
      *    THE LATEST RUN IS THE LAST DISTINCT RUN DATE/RUN ID KEY ON
      *    THE APPEND-ONLY ARCHIVE.  ELAPSED TIMES COME FROM PAIRING
      *    EACH PROGRAM'S START/STOP JOURNAL RECORDS IN FILE ORDER.
              ASSIGN TO AOCRUNBK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RBK-FILE-STATUS.
      *    ALERT ACKNOWLEDGEMENT DATASET (SEE AOCALESC) -- THE
      *    NIGHT'S PAGES AND THEIR RESPONSE TIMES.  OPTIONAL.
           SELECT ACK-FILE
              ASSIGN TO AOCALACK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACK-FILE-STATUS.
      *    STALL HISTORY (SEE AOCSTALL) -- ONE RECORD PER STALL THE
      *    WATCHDOG FLAGGED.  OPTIONAL.
           SELECT STALL-FILE
              ASSIGN TO AOCSTHST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STL-FILE-STATUS.
      *    REJECT DISPOSITION DATASET (SEE AOCREJD) -- REJECTS STILL
      *    NEW PAST THE AGE THRESHOLD ARE OPEN ITEMS.  OPTIONAL.
           SELECT DISP-FILE
              ASSIGN TO AOCREJDS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DSP-FILE-STATUS.
      *    ABEND TRIAGE HISTORY (SEE AOCTRIAG) -- ONE RECORD PER
      *    ABENDED BOARD STEP.  OPTIONAL.
           SELECT TRIAGE-FILE
              ASSIGN TO AOCTRIAG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRI-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CTL-PARM-LEN-X        PIC  X(02).
           05  FILLER                PIC  X.
           05  CTL-PARM-TEXT         PIC  X(19).
           05  FILLER                PIC  X.
           05  CTL-ACCOUNT           PIC  X(08).

       FD  ANSWERS-FILE.
       01  ANSWERS-RECORD.
               10  ANS-REC-PROGRAM PIC X(08).
               10  FILLER          PIC X.
               10  ANS-REC-SEQ     PIC X(04).
               10  FILLER          PIC X.
               10  ANS-REC-ACCOUNT PIC X(08).
           05  FILLER              PIC X.
           05  ANS-REC-RC          PIC X(05).
           05  FILLER              PIC X.
           05  JRN-OVERRIDE        PIC X(01).
           05  FILLER              PIC X.
           05  JRN-RC-TEXT         PIC X(05).
           05  FILLER              PIC X(44).
           05  JRN-ACCOUNT         PIC X(08).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  FILLER              PIC X.
           05  RBK-GUIDANCE        PIC X(80).

       FD  ACK-FILE.
       01  ACK-RECORD.
           05  ACK-DATE            PIC X(08).
           05  FILLER              PIC X.
           05  ACK-TIME            PIC X(08).
           05  FILLER              PIC X.
           05  ACK-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  ACK-SEVERITY        PIC X(02).
           05  FILLER              PIC X.
           05  ACK-KEY             PIC X(20).
           05  FILLER              PIC X.
           05  ACK-STATUS          PIC X(06).
           05  FILLER              PIC X.
           05  ACK-LEVEL           PIC X(02).
           05  FILLER              PIC X.
           05  ACK-CONTACT         PIC X(08).
           05  FILLER              PIC X.
           05  ACK-ESC-DATE        PIC X(08).
           05  FILLER              PIC X.
           05  ACK-ESC-TIME        PIC X(06).
           05  FILLER              PIC X.
           05  ACK-ACK-DATE        PIC X(08).
           05  FILLER              PIC X.
           05  ACK-ACK-TIME        PIC X(06).
           05  FILLER              PIC X.
           05  ACK-ACK-USER        PIC X(08).
           05  FILLER              PIC X(66).

       FD  STALL-FILE.
       01  STALL-RECORD.
           05  STL-DATE            PIC X(08).
           05  FILLER              PIC X.
           05  STL-TIME            PIC X(08).
           05  FILLER              PIC X.
           05  STL-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  STL-PHASE           PIC X(16).
           05  FILLER              PIC X.
           05  STL-DONE            PIC X(09).
           05  FILLER              PIC X.
           05  STL-TOTAL           PIC X(09).
           05  FILLER              PIC X.
           05  STL-POST-DATE       PIC X(08).
           05  FILLER              PIC X.
           05  STL-POST-TIME       PIC X(08).
           05  FILLER              PIC X.
           05  STL-SILENT-MIN      PIC X(06).
           05  FILLER              PIC X.
           05  STL-LIMIT-MIN       PIC X(04).
           05  FILLER              PIC X.
           05  STL-START-DATE      PIC X(08).
           05  FILLER              PIC X.
           05  STL-START-TIME      PIC X(08).

       FD  DISP-FILE.
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
           05  FILLER              PIC X(49).

       FD  TRIAGE-FILE.
       01  TRIAGE-FILE-RECORD      PIC X(430).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  CTL-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 JRN-EOF                     VALUE "Y".

       01  BOARD-TABLE.
           05  BOARD-ENTRY OCCURS 256 TIMES.
               10  BRD-LABEL       PIC  X(20).
               10  BRD-PROGRAM     PIC  X(08).
               10  BRD-ACCOUNT     PIC  X(08).
       01  BOARD-CONTROLS.
           05  BOARD-MAX           PIC S9(4) COMP-5 VALUE +256.
           05  BOARD-COUNT         PIC S9(4) COMP-5 VALUE +0.
           05  BRD-NDX             PIC S9(4) COMP-5 VALUE +0.

      *    LATEST RUN'S ANSWERS, KEYED BY LABEL, PROGRAM AND ACCOUNT.
       01  ANSWER-CONTROLS.
           05  ANS-MAX             PIC S9(4) COMP-5 VALUE +512.
           05  ANS-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  ANS-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  ANS-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  THIS-RUN-KEY        PIC  X(17) VALUE SPACES.
           05  CUR-RUN-KEY         PIC  X(17) VALUE SPACES.
       01  ANSWER-TABLE.
           05  ANS-ENTRY OCCURS 512 TIMES.
               10  ANS-LABEL       PIC  X(20).
               10  ANS-PROGRAM     PIC  X(08).
               10  ANS-ACCOUNT     PIC  X(08).
               10  ANS-RC-TEXT     PIC  X(05).
               10  ANS-VALUE-TEXT  PIC  X(32).

      *    PER-PROGRAM ELAPSED-TIME STATISTICS FROM THE RUN JOURNAL,
      *    KEPT APART PER ACCOUNT THE PROGRAM RAN UNDER:
      *    THE LATEST START/STOP DELTA AND THE SUM/COUNT OF EVERY
      *    COMPLETED DELTA, FROM WHICH THE TRAILING AVERAGE (ALL BUT
      *    THE LATEST) FALLS OUT.
       01  ELAPSED-TABLE.
           05  PGM-ENTRY OCCURS 64 TIMES.
               10  PGM-NAME        PIC  X(08).
               10  PGM-ACCOUNT     PIC  X(08).
               10  PGM-START-STAMP PIC S9(18) COMP-5.
               10  PGM-START-OPEN  PIC  X(01).
                   88 PGM-START-PENDING      VALUE "Y".
               10  RBT-STATUS      PIC  X(02).
               10  RBT-GUIDANCE    PIC  X(80).

      *    OVERNIGHT ALERT SECTION -- THE WINDOW OPENS AT 18:00 THE
      *    DAY BEFORE THE REPORT; STAMPS BECOME MINUTES SINCE THE
      *    INTEGER-OF-DATE EPOCH SO A RESPONSE SUBTRACTS ACROSS
      *    MIDNIGHT.
       01  OVERNIGHT-CONTROLS.
           05  ACK-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 ACK-FILE-OK                 VALUE "00".
           05  SW-ACK-EOF          PIC  X     VALUE "N".
               88 ACK-EOF                     VALUE "Y".
           05  OVERNIGHT-FROM-TIME PIC  X(06) VALUE "180000".
           05  YESTERDAY-YYYYMMDD  PIC  9(08) VALUE ZEROES.
           05  NOW-TIME            PIC  9(08) VALUE ZEROES.
           05  NOW-TIME-X         REDEFINES NOW-TIME
                                   PIC  X(08).
           05  NOW-MINUTES         PIC S9(18) COMP-5 VALUE +0.
           05  RAISED-MINUTES      PIC S9(18) COMP-5 VALUE +0.
           05  RESPONSE-MINUTES    PIC S9(18) COMP-5 VALUE +0.
           05  LONGEST-MINUTES     PIC S9(18) COMP-5 VALUE +0.
           05  STAMP-DATE-X        PIC  X(08) VALUE SPACES.
           05  STAMP-DATE-9       REDEFINES STAMP-DATE-X
                                   PIC  9(08).
           05  STAMP-TIME-X        PIC  X(06) VALUE SPACES.
           05  STAMP-TIME-9       REDEFINES STAMP-TIME-X.
               10  STAMP-HH        PIC  9(02).
               10  STAMP-MM        PIC  9(02).
               10  STAMP-SS        PIC  9(02).
           05  STAMP-MINUTES       PIC S9(18) COMP-5 VALUE +0.
           05  MINUTES-EDIT        PIC  ZZZZ9.
           05  NIGHT-ALERT-COUNT   PIC  9(04) VALUE ZEROES.
           05  NIGHT-ACKED-COUNT   PIC  9(04) VALUE ZEROES.
           05  NIGHT-UNACKED-COUNT PIC  9(04) VALUE ZEROES.

      *    STALL WATCHDOG SECTION -- THE WINDOW IS THE LAST SEVEN
      *    DAYS, TODAY INCLUDED; ONE ROW PER PROGRAM FLAGGED IN IT.
       01  STALL-CONTROLS.
           05  STL-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 STL-FILE-OK                 VALUE "00".
           05  SW-STL-EOF          PIC  X     VALUE "N".
               88 STL-EOF                     VALUE "Y".
           05  STALL-WINDOW-DAYS   PIC S9(4) COMP-5 VALUE +7.
           05  STALL-FROM-DATE     PIC  9(08) VALUE ZEROES.
           05  STP-MAX             PIC S9(4) COMP-5 VALUE +32.
           05  STP-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  STP-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  STP-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  STALL-EDIT          PIC  ZZZ9.
       01  STALL-PROGRAM-TABLE.
           05  STP-ENTRY OCCURS 32 TIMES.
               10  STP-PROGRAM     PIC  X(08).
               10  STP-STALLS      PIC S9(4) COMP-5.
               10  STP-LAST-DATE   PIC  X(08).
               10  STP-LAST-TIME   PIC  X(08).
               10  STP-LAST-PHASE  PIC  X(16).
               10  STP-LAST-DONE   PIC  X(09).
               10  STP-LAST-TOTAL  PIC  X(09).
               10  STP-LAST-SILENT PIC  X(06).

      *    OPEN ITEMS BY OWNER -- EACH ITEM KEEPS THE OWNER THE
      *    ROSTER NAMED WHEN IT WAS NOTED (SPACES = NO ROW, ON-CALL).
      *    OVERDUE REJECTS ARE COUNTED PER PROGRAM FIRST, SO A
      *    BACKLOG IS ONE ITEM, NOT ONE PER REJECT.
       01  OPEN-ITEM-CONTROLS.
           05  DSP-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 DSP-FILE-OK                 VALUE "00".
           05  SW-DSP-EOF          PIC  X     VALUE "N".
               88 DSP-EOF                     VALUE "Y".
           05  REJECT-AGE-DAYS     PIC S9(4) COMP-5 VALUE +7.
           05  REJECT-AGE-EDIT     PIC  Z9.
           05  REJECT-CUTOFF-DATE  PIC  9(08) VALUE ZEROES.
           05  RJP-MAX             PIC S9(4) COMP-5 VALUE +32.
           05  RJP-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  RJP-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  RJP-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  ITM-MAX             PIC S9(4) COMP-5 VALUE +128.
           05  ITM-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  ITM-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  ITM-HEAD            PIC S9(4) COMP-5 VALUE +0.
           05  ITM-OWNED-COUNT     PIC S9(4) COMP-5 VALUE +0.
           05  ITM-DROPPED         PIC S9(4) COMP-5 VALUE +0.
           05  ITEMS-EDIT          PIC  ZZ9.
           05  NEW-ITEM-KIND       PIC  X(08) VALUE SPACES.
           05  NEW-ITEM-TEXT       PIC  X(72) VALUE SPACES.
       01  REJECT-PROGRAM-TABLE.
           05  RJP-ENTRY OCCURS 32 TIMES.
               10  RJP-PROGRAM     PIC  X(08).
               10  RJP-OVERDUE     PIC S9(4) COMP-5.
               10  RJP-OLDEST      PIC  X(08).
       01  OPEN-ITEM-TABLE.
           05  ITM-ENTRY OCCURS 128 TIMES.
               10  ITM-OWNER       PIC  X(08).
               10  ITM-BACKUP      PIC  X(08).
               10  ITM-ADDR        PIC  X(40).
               10  ITM-KIND        PIC  X(08).
               10  ITM-TEXT        PIC  X(72).
               10  ITM-LISTED      PIC  X(01).
                   88 ITM-IS-LISTED          VALUE "Y".

      *    TRIAGE RECORD LAYOUT (SEE DRIVER/AOCTRIAG.CBL).
       01  TRIAGE-RECORD.
           05  TRI-RUN-DATE        PIC  X(08).
           05  FILLER              PIC  X.
           05  TRI-RUN-ID          PIC  X(08).
           05  FILLER              PIC  X.
           05  TRI-LABEL           PIC  X(20).
           05  FILLER              PIC  X.
           05  TRI-ACCOUNT         PIC  X(08).
           05  FILLER              PIC  X(28).
           05  TRI-ABEND           PIC  X(05).
           05  FILLER              PIC  X.
           05  TRI-FAIL-PROGRAM    PIC  X(08).
           05  FILLER              PIC  X.
           05  TRI-OFFSET          PIC  X(09).
           05  FILLER              PIC  X.
           05  TRI-STATEMENT       PIC  X(08).
           05  FILLER              PIC  X.
           05  TRI-MESSAGE         PIC  X(80).
           05  FILLER              PIC  X.
           05  TRI-DISPLAY         PIC  X(80) OCCURS 3 TIMES.

      *    THE LATEST RUN'S TRIAGES, ONE PER LABEL AND ACCOUNT.  A
      *    RECORD OF THE RUN DATE COUNTS; ONE CARRYING THE RUN ID AS
      *    WELL (AOCRUNID WAS SET) BEATS ONE THAT DOES NOT, AND
      *    OTHERWISE THE LATER RECORD WINS.
       01  TRIAGE-CONTROLS.
           05  TRI-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 TRI-FILE-OK                 VALUE "00".
           05  SW-TRI-EOF          PIC  X     VALUE "N".
               88 TRI-EOF                     VALUE "Y".
           05  TRG-MAX             PIC S9(4) COMP-5 VALUE +32.
           05  TRG-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  TRG-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  TRG-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  SW-TRG-EXACT        PIC  X     VALUE "N".
               88 TRG-RUN-ID-MATCH            VALUE "Y".
       01  TRIAGE-TABLE.
           05  TRG-ENTRY OCCURS 32 TIMES.
               10  TRG-EXACT       PIC  X(01).
                   88 TRG-IS-EXACT           VALUE "Y".
               10  TRG-RECORD      PIC  X(430).

      *    OWNERSHIP LOOKUP CALL ARGUMENTS IN OWNRLOOK'S LINKAGE
      *    SHAPE; SPACES FOR THE DATE MEANS TODAY.
       01  OWNER-CALL-AREA.
           05  OWNER-SUBJECT       PIC  X(20) VALUE SPACES.
           05  OWNER-DATE          PIC  X(08) VALUE SPACES.
           05  OWNER-RESULT.
               10  OWN-FOUND       PIC  X(01).
                   88 OWNER-FOUND            VALUE "Y".
               10  OWN-PRIMARY     PIC  X(08).
               10  OWN-BACKUP      PIC  X(08).
               10  OWN-PRIMARY-ADDR PIC X(40).
               10  OWN-BACKUP-ADDR PIC  X(40).

      *    THE REPORT GOES THROUGH THE SHARED REPORT WRITER
      *    (DAY/COMMON/RPTWRITE.CBL), WHICH STAMPS THE RUN KEY,
      *    PROGRAM, AND PAGE NUMBERS THE RETENTION PEOPLE REQUIRE.
           05  RPT-AVG-EDIT        PIC  ZZZZZ9.99.
           05  NOTRUN-COUNT        PIC S9(4) COMP-5 VALUE +0.
           05  WARN-COUNT          PIC S9(4) COMP-5 VALUE +0.
           05  ABEND-COUNT         PIC S9(4) COMP-5 VALUE +0.
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.

      *    ALERT FEED CALL ARGUMENTS IN ALERTLOG'S LINKAGE SHAPE.
           PERFORM 000-LOAD-BOARD
           PERFORM 100-LOAD-LATEST-ANSWERS
           PERFORM 200-LOAD-ELAPSED-STATS
           PERFORM 280-LOAD-TRIAGES
           PERFORM 500-WRITE-REPORT
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.
               ADD +1 TO KW-PTR
           END-PERFORM.

      *    OWNERSHIP ROSTER LOOKUP FOR OWNER-SUBJECT.
       080-LOOKUP-OWNER.
           CALL "OWNRLOOK" USING OWNER-SUBJECT, OWNER-DATE,
               OWNER-RESULT.

      *    A FAILURE OR NOT-RUN LINE NAMES ITS OWNER AT COLUMN 94,
      *    CLEAR OF THE SLOW FLAG.
       082-STAMP-LINE-OWNER.
           PERFORM 080-LOOKUP-OWNER
           IF OWNER-FOUND
               MOVE "OWNER"     TO REPORT-RECORD (94 : 5)
               MOVE OWN-PRIMARY TO REPORT-RECORD (100 : 8)
           END-IF.

      *    ADDS NEW-ITEM-KIND/NEW-ITEM-TEXT TO THE OPEN ITEMS UNDER
      *    THE OWNER THE LAST LOOKUP FOUND.
       085-NOTE-OPEN-ITEM.
           IF ITM-COUNT >= ITM-MAX
               ADD +1 TO ITM-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO ITM-COUNT
           MOVE NEW-ITEM-KIND TO ITM-KIND (ITM-COUNT)
           MOVE NEW-ITEM-TEXT TO ITM-TEXT (ITM-COUNT)
           MOVE "N"           TO ITM-LISTED (ITM-COUNT)
           IF OWNER-FOUND
               MOVE OWN-PRIMARY      TO ITM-OWNER (ITM-COUNT)
               MOVE OWN-BACKUP       TO ITM-BACKUP (ITM-COUNT)
               MOVE OWN-PRIMARY-ADDR TO ITM-ADDR (ITM-COUNT)
           ELSE
               MOVE SPACES TO ITM-OWNER (ITM-COUNT)
                              ITM-BACKUP (ITM-COUNT)
                              ITM-ADDR (ITM-COUNT)
           END-IF.

       090-LOAD-RUNBOOK.
           OPEN INPUT RUNBOOK-FILE
           IF NOT RBK-FILE-OK
                             TO BRD-LABEL (BOARD-COUNT)
                           MOVE CTL-PROGRAM
                             TO BRD-PROGRAM (BOARD-COUNT)
                           MOVE CTL-ACCOUNT
                             TO BRD-ACCOUNT (BOARD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           ADD +1 TO ANS-COUNT
           MOVE ANS-REC-LABEL   TO ANS-LABEL      (ANS-COUNT)
           MOVE ANS-REC-PROGRAM TO ANS-PROGRAM    (ANS-COUNT)
           MOVE ANS-REC-ACCOUNT TO ANS-ACCOUNT    (ANS-COUNT)
           MOVE ANS-REC-RC      TO ANS-RC-TEXT    (ANS-COUNT)
      *    A VERSION-2 RECORD CARRIES THE WIDE VALUE IN PLACE; AN
      *    OLD-LAYOUT RECORD HAS ITS 18 CHARACTERS ON THE LEFT OF
      *    THE FIELD, SO IT IS RIGHT-JUSTIFIED INTO THE SAME SHAPE.
           IF ANS-REC-VERSION = "2" OR "3" OR "4"
               MOVE ANS-REC-VALUE TO ANS-VALUE-TEXT (ANS-COUNT)
           ELSE
               MOVE SPACES TO ANS-VALUE-TEXT (ANS-COUNT)
           PERFORM VARYING PGM-NDX FROM 1 BY 1
               UNTIL PGM-NDX > PGM-COUNT OR PGM-FOUND > 0
               IF PGM-NAME (PGM-NDX) = JRN-PROGRAM
                  AND PGM-ACCOUNT (PGM-NDX) = JRN-ACCOUNT
                   MOVE PGM-NDX TO PGM-FOUND
               END-IF
           END-PERFORM
               ADD +1 TO PGM-COUNT
               MOVE PGM-COUNT TO PGM-FOUND
               MOVE JRN-PROGRAM TO PGM-NAME (PGM-FOUND)
               MOVE JRN-ACCOUNT TO PGM-ACCOUNT (PGM-FOUND)
               MOVE +0 TO PGM-START-STAMP (PGM-FOUND)
                          PGM-LAST-HUND   (PGM-FOUND)
                          PGM-SUM-HUND    (PGM-FOUND)
                   END-IF
           END-EVALUATE.

       280-LOAD-TRIAGES.
           IF CUR-RUN-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRIAGE-FILE
           IF NOT TRI-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TRI-EOF
               READ TRIAGE-FILE INTO TRIAGE-RECORD
                   AT END SET TRI-EOF TO TRUE
                   NOT AT END PERFORM 290-NOTE-ONE-TRIAGE
               END-READ
           END-PERFORM
           CLOSE TRIAGE-FILE.

       290-NOTE-ONE-TRIAGE.
           IF TRI-RUN-DATE NOT = CUR-RUN-KEY (1 : 8)
              OR TRI-LABEL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SW-TRG-EXACT
           IF TRI-RUN-ID = CUR-RUN-KEY (10 : 8)
               SET TRG-RUN-ID-MATCH TO TRUE
           END-IF
           PERFORM 295-FIND-TRIAGE
           IF TRG-FOUND = 0
               IF TRG-COUNT >= TRG-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD +1 TO TRG-COUNT
               MOVE TRG-COUNT TO TRG-FOUND
           ELSE
               IF TRG-IS-EXACT (TRG-FOUND) AND NOT TRG-RUN-ID-MATCH
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SW-TRG-EXACT  TO TRG-EXACT (TRG-FOUND)
           MOVE TRIAGE-RECORD TO TRG-RECORD (TRG-FOUND).

      *    TRG-FOUND = THE TABLED TRIAGE WITH TRI-LABEL AND
      *    TRI-ACCOUNT, ELSE 0.
       295-FIND-TRIAGE.
           MOVE +0 TO TRG-FOUND
           PERFORM VARYING TRG-NDX FROM 1 BY 1
               UNTIL TRG-NDX > TRG-COUNT OR TRG-FOUND > 0
               IF TRG-RECORD (TRG-NDX) (19 : 20) = TRI-LABEL
                  AND TRG-RECORD (TRG-NDX) (40 : 8) = TRI-ACCOUNT
                   MOVE TRG-NDX TO TRG-FOUND
               END-IF
           END-PERFORM.

       500-WRITE-REPORT.
           CALL "RPTOPEN" USING RW-DDNAME, RW-PROGRAM,
               RW-TITLE, RW-RC
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING "LABEL                ACCOUNT  PROGRAM  "
               "           VALUE RC    ELAPSED   TRAILAVG"
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
               UNTIL BRD-NDX > BOARD-COUNT
               PERFORM 550-CHECK-ENTRY-RAN
           END-PERFORM
           MOVE ALL "-" TO REPORT-RECORD (1 : 87)
           PERFORM 990-PUT-REPORT-LINE
           IF TODAY-IS-HOLIDAY
               MOVE "SHOP HOLIDAY TODAY -- BOARD NOT EXPECTED,"
               PERFORM 990-PUT-REPORT-LINE
           END-IF
           PERFORM 600-REPORT-WARNINGS
           PERFORM 650-REPORT-OVERNIGHT-ALERTS
           PERFORM 700-REPORT-STALLS
           PERFORM 720-LOAD-OVERDUE-REJECTS
           PERFORM 750-REPORT-OPEN-ITEMS
           IF UNR-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               MOVE "NOT YET RELEASED (PER THE PROCESSING"
           END-IF
           CALL "RPTCLOSE" USING RW-DDNAME
           DISPLAY "AOCDAILY SUMMARY WRITTEN, ENTRIES=" BOARD-COUNT
               " NOT RUN=" NOTRUN-COUNT " ABENDED=" ABEND-COUNT
               " WARNINGS=" WARN-COUNT
           IF (NOTRUN-COUNT > 0 OR ABEND-COUNT > 0) AND WORST-RC < 4
               MOVE +4 TO WORST-RC
           END-IF.

      *    ARCHIVE RECORDS; A BOARD ENTRY COUNTS AS NOT RUN WHEN ITS
      *    PROGRAM LOGGED NO ANSWER AT ALL THIS RUN (BOARD LABELS AND
      *    ANSWER LABELS ARE DIFFERENT TEXTS, SO THE JOIN IS ON THE
      *    PROGRAM-ID COLUMN BOTH FILES CARRY, WITHIN THE ENTRY'S
      *    ACCOUNT).
       550-CHECK-ENTRY-RAN.
           MOVE +0 TO ANS-FOUND
           PERFORM VARYING ANS-NDX FROM 1 BY 1
               UNTIL ANS-NDX > ANS-COUNT OR ANS-FOUND > 0
               IF ANS-PROGRAM (ANS-NDX) = BRD-PROGRAM (BRD-NDX)
                  AND ANS-ACCOUNT (ANS-NDX) = BRD-ACCOUNT (BRD-NDX)
                   MOVE ANS-NDX TO ANS-FOUND
               END-IF
           END-PERFORM
           IF ANS-FOUND = 0
               MOVE BRD-LABEL (BRD-NDX)   TO TRI-LABEL
               MOVE BRD-ACCOUNT (BRD-NDX) TO TRI-ACCOUNT
               PERFORM 295-FIND-TRIAGE
               IF TRG-FOUND > 0
                   PERFORM 570-WRITE-ABEND-LINES
                   EXIT PARAGRAPH
               END-IF
      *        NOT RUN IS ONLY AN ALARM WHEN THE CALENDAR SAYS THE
      *        DAY WAS EXPECTED: AN UNRELEASED DAY GOES TO ITS OWN
      *        SECTION, AND ON A SHOP HOLIDAY THE BOARD WAS NEVER
           IF ANS-FOUND = 0
               ADD +1 TO NOTRUN-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING BRD-LABEL (BRD-NDX) " " BRD-ACCOUNT (BRD-NDX)
                   " " BRD-PROGRAM (BRD-NDX)
                   "         *** NOT RUN THIS RUN ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               MOVE BRD-PROGRAM (BRD-NDX) TO OWNER-SUBJECT
               PERFORM 082-STAMP-LINE-OWNER
               PERFORM 990-PUT-REPORT-LINE
               MOVE "NOT RUN" TO NEW-ITEM-KIND
               MOVE SPACES TO NEW-ITEM-TEXT
               STRING BRD-LABEL (BRD-NDX) " " BRD-ACCOUNT (BRD-NDX)
                   " " BRD-PROGRAM (BRD-NDX)
                   DELIMITED BY SIZE INTO NEW-ITEM-TEXT
               PERFORM 085-NOTE-OPEN-ITEM
               MOVE BRD-PROGRAM (BRD-NDX) TO LOOK-PROGRAM
               MOVE "NR" TO LOOK-RC
               MOVE SPACES TO LOOK-STATUS
               MOVE BRD-LABEL (BRD-NDX) TO ALERT-KEY
               MOVE SPACES TO ALERT-TEXT
               STRING "BOARD ENTRY NOT RUN THIS RUN, PROGRAM "
                   BRD-PROGRAM (BRD-NDX) " ACCOUNT "
                   BRD-ACCOUNT (BRD-NDX)
                   DELIMITED BY SIZE INTO ALERT-TEXT
               END-STRING
               CALL "ALERTLOG" USING ALERT-PROGRAM, ALERT-SEVERITY,
           PERFORM VARYING PGM-NDX FROM 1 BY 1
               UNTIL PGM-NDX > PGM-COUNT OR PGM-FOUND > 0
               IF PGM-NAME (PGM-NDX) = ANS-PROGRAM (ANS-NDX)
                  AND PGM-ACCOUNT (PGM-NDX) = ANS-ACCOUNT (ANS-NDX)
                   MOVE PGM-NDX TO PGM-FOUND
               END-IF
           END-PERFORM
      *    COLUMNS HOLD; AN ANSWER WIDER THAN 18 DIGITS GETS ITS
      *    FULL 31-DIGIT FORM ON ITS OWN LINE UNDERNEATH.
           STRING ANS-LABEL (ANS-NDX) " "
               ANS-ACCOUNT (ANS-NDX) " "
               ANS-PROGRAM (ANS-NDX) " "
               ANS-VALUE-TEXT (ANS-NDX) (15 : 18) " "
               ANS-RC-TEXT (ANS-NDX) " "
               DELIMITED BY SIZE INTO REPORT-RECORD
           IF RPT-AVG-SEC > 0 AND
              RPT-ELAPSED-SEC > RPT-AVG-SEC * 2
               MOVE " SLOW" TO REPORT-RECORD (88 : 5)
           END-IF
           IF ANS-RC-TEXT (ANS-NDX) NOT = "+0000"
               MOVE ANS-PROGRAM (ANS-NDX) TO OWNER-SUBJECT
               PERFORM 082-STAMP-LINE-OWNER
           END-IF
           PERFORM 990-PUT-REPORT-LINE
           IF ANS-VALUE-TEXT (ANS-NDX) (1 : 14) NOT = SPACES
      *    UNDER IT, SO THE OPERATOR NEED NOT FIND AN ANALYST TO
      *    TRANSLATE THE RC.
           IF ANS-RC-TEXT (ANS-NDX) NOT = "+0000"
               IF ANS-RC-TEXT (ANS-NDX) = "+0004"
                   MOVE "WARNING" TO NEW-ITEM-KIND
               ELSE
                   MOVE "FAILED" TO NEW-ITEM-KIND
               END-IF
               MOVE SPACES TO NEW-ITEM-TEXT
               STRING ANS-LABEL (ANS-NDX) " " ANS-ACCOUNT (ANS-NDX)
                   " " ANS-PROGRAM (ANS-NDX)
                   " RC " ANS-RC-TEXT (ANS-NDX)
                   DELIMITED BY SIZE INTO NEW-ITEM-TEXT
               PERFORM 085-NOTE-OPEN-ITEM
               MOVE ANS-PROGRAM (ANS-NDX) TO LOOK-PROGRAM
               MOVE ANS-RC-TEXT (ANS-NDX) (4 : 2) TO LOOK-RC
               MOVE SPACES TO LOOK-STATUS
               END-IF
           END-IF.

      *    AN ENTRY THAT ABENDED LOGGED NO ANSWER, BUT IT DID RUN:
      *    THE LINE SAYS SO, THE TRIAGE SAYS WHAT BROKE, AND THE
      *    RUNBOOK GUIDANCE IS THE RC=16 ROW.  THE BOARD ALREADY
      *    PAGED IT, SO THERE IS NO NOT-RUN ALERT.
       570-WRITE-ABEND-LINES.
           MOVE TRG-RECORD (TRG-FOUND) TO TRIAGE-RECORD
           ADD +1 TO ABEND-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING BRD-LABEL (BRD-NDX) " " BRD-ACCOUNT (BRD-NDX)
               " " BRD-PROGRAM (BRD-NDX)
               "         *** ABENDED -- SCORED RC=16 ***"
               DELIMITED BY SIZE INTO REPORT-RECORD
           MOVE BRD-PROGRAM (BRD-NDX) TO OWNER-SUBJECT
           PERFORM 082-STAMP-LINE-OWNER
           PERFORM 990-PUT-REPORT-LINE
           MOVE "ABENDED" TO NEW-ITEM-KIND
           MOVE SPACES TO NEW-ITEM-TEXT
           STRING BRD-LABEL (BRD-NDX) " " BRD-ACCOUNT (BRD-NDX)
               " " BRD-PROGRAM (BRD-NDX)
               " ABEND " TRI-ABEND
               DELIMITED BY SIZE INTO NEW-ITEM-TEXT
           PERFORM 085-NOTE-OPEN-ITEM
           MOVE SPACES TO REPORT-RECORD
           STRING "    TRIAGE: ABEND " TRI-ABEND
               " IN " TRI-FAIL-PROGRAM
               " AT " TRI-OFFSET
               " STATEMENT " TRI-STATEMENT
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           IF TRI-MESSAGE NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "    TRIAGE: " TRI-MESSAGE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
           END-IF
           IF TRI-DISPLAY (3) NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "    LAST DISPLAY: " TRI-DISPLAY (3)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
           END-IF
           MOVE BRD-PROGRAM (BRD-NDX) TO LOOK-PROGRAM
           MOVE "16" TO LOOK-RC
           MOVE SPACES TO LOOK-STATUS
           PERFORM 095-LOOKUP-RUNBOOK
           IF RBK-BEST > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "    >> " RBT-GUIDANCE (RBK-BEST)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
           END-IF.

       600-REPORT-WARNINGS.
           MOVE SPACES TO REPORT-RECORD
           MOVE "RC=4 RECOVERABLE WARNINGS THIS RUN:"
                   ADD +1 TO WARN-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  " ANS-LABEL (ANS-NDX) " "
                       ANS-ACCOUNT (ANS-NDX) " "
                       ANS-PROGRAM (ANS-NDX)
                       " LOGGED WITH RC=4"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   MOVE ANS-LABEL (ANS-NDX) TO ALERT-KEY
                   MOVE SPACES TO ALERT-TEXT
                   STRING "ANSWER LOGGED WITH RC=4 BY "
                       ANS-PROGRAM (ANS-NDX) " ACCOUNT "
                       ANS-ACCOUNT (ANS-NDX)
                       DELIMITED BY SIZE INTO ALERT-TEXT
                   END-STRING
                   CALL "ALERTLOG" USING ALERT-PROGRAM,
               MOVE "  (NONE)" TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
           END-IF.
      *    A PAGE STILL UNACKNOWLEDGED AT REPORT TIME MAKES THE
      *    REPORT RC=4 -- NOBODY HAS ANSWERED IT YET.
       650-REPORT-OVERNIGHT-ALERTS.
           COMPUTE YESTERDAY-YYYYMMDD = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (TODAY-YYYYMMDD) - 1)
           ACCEPT NOW-TIME FROM TIME
           MOVE TODAY-YYYYMMDD TO STAMP-DATE-X
           MOVE NOW-TIME-X (1 : 6) TO STAMP-TIME-X
           PERFORM 670-MINUTES-OF-STAMP
           MOVE STAMP-MINUTES TO NOW-MINUTES
           MOVE SPACES TO REPORT-RECORD
           STRING "OVERNIGHT ALERTS (SINCE 18:00 ON "
               YESTERDAY-YYYYMMDD "):"
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           OPEN INPUT ACK-FILE
           IF NOT ACK-FILE-OK
               MOVE "  (NO ALERT ACKNOWLEDGEMENT DATASET)"
                 TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ACK-EOF
               READ ACK-FILE
                   AT END SET ACK-EOF TO TRUE
                   NOT AT END PERFORM 660-REPORT-ONE-ALERT
               END-READ
           END-PERFORM
           CLOSE ACK-FILE
           IF NIGHT-ALERT-COUNT = 0
               MOVE "  (NONE)" TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE LONGEST-MINUTES TO MINUTES-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  ALERTS=" NIGHT-ALERT-COUNT
               " ACKNOWLEDGED=" NIGHT-ACKED-COUNT
               " UNACKNOWLEDGED=" NIGHT-UNACKED-COUNT
               " LONGEST RESPONSE=" MINUTES-EDIT " MIN"
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           IF NIGHT-UNACKED-COUNT > 0 AND WORST-RC < 4
               MOVE +4 TO WORST-RC
           END-IF.

       660-REPORT-ONE-ALERT.
           IF ACK-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
      *    AN UNACKNOWLEDGED PAGE IS AN OPEN ITEM HOWEVER OLD IT IS;
      *    ITS OWNER IS FOUND THE WAY ALERTLOG STAMPED IT -- THE KEY
      *    FIRST, THEN THE PROGRAM THAT RAISED IT.
           IF ACK-STATUS = "OPEN"
               MOVE ACK-KEY TO OWNER-SUBJECT
               PERFORM 080-LOOKUP-OWNER
               IF NOT OWNER-FOUND
                   MOVE ACK-PROGRAM TO OWNER-SUBJECT
                   PERFORM 080-LOOKUP-OWNER
               END-IF
               MOVE "PAGE" TO NEW-ITEM-KIND
               MOVE SPACES TO NEW-ITEM-TEXT
               STRING ACK-DATE " " ACK-TIME (1 : 6) " "
                   ACK-PROGRAM " SEV " ACK-SEVERITY " " ACK-KEY
                   " UNACKNOWLEDGED"
                   DELIMITED BY SIZE INTO NEW-ITEM-TEXT
               PERFORM 085-NOTE-OPEN-ITEM
           END-IF
           IF ACK-DATE NOT = TODAY-YYYYMMDD
              AND (ACK-DATE NOT = YESTERDAY-YYYYMMDD
                   OR ACK-TIME (1 : 6) < OVERNIGHT-FROM-TIME)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NIGHT-ALERT-COUNT
           MOVE ACK-DATE TO STAMP-DATE-X
           MOVE ACK-TIME (1 : 6) TO STAMP-TIME-X
           PERFORM 670-MINUTES-OF-STAMP
           MOVE STAMP-MINUTES TO RAISED-MINUTES
           MOVE SPACES TO REPORT-RECORD
           IF ACK-STATUS = "OPEN"
               ADD 1 TO NIGHT-UNACKED-COUNT
               COMPUTE RESPONSE-MINUTES = NOW-MINUTES
                   - RAISED-MINUTES
               MOVE RESPONSE-MINUTES TO MINUTES-EDIT
               STRING "  " ACK-DATE " " ACK-TIME (1 : 6) " "
                   ACK-PROGRAM " SEV " ACK-SEVERITY " " ACK-KEY
                   " *** UNACKNOWLEDGED " MINUTES-EDIT " MIN ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               ADD 1 TO NIGHT-ACKED-COUNT
               MOVE ACK-ACK-DATE TO STAMP-DATE-X
               MOVE ACK-ACK-TIME TO STAMP-TIME-X
               PERFORM 670-MINUTES-OF-STAMP
               COMPUTE RESPONSE-MINUTES = STAMP-MINUTES
                   - RAISED-MINUTES
               IF RESPONSE-MINUTES > LONGEST-MINUTES
                   MOVE RESPONSE-MINUTES TO LONGEST-MINUTES
               END-IF
               MOVE RESPONSE-MINUTES TO MINUTES-EDIT
               STRING "  " ACK-DATE " " ACK-TIME (1 : 6) " "
                   ACK-PROGRAM " SEV " ACK-SEVERITY " " ACK-KEY
                   " " ACK-STATUS " AFTER " MINUTES-EDIT " MIN BY "
                   ACK-ACK-USER
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           IF ACK-LEVEL NUMERIC AND ACK-LEVEL NOT = "00"
               MOVE "RUNG"      TO REPORT-RECORD (92 : 4)
               MOVE ACK-LEVEL   TO REPORT-RECORD (97 : 2)
               MOVE ACK-CONTACT TO REPORT-RECORD (100 : 8)
           END-IF
           PERFORM 990-PUT-REPORT-LINE.

      *    STAMP-DATE-X/STAMP-TIME-X (HHMMSS) TO STAMP-MINUTES; A
      *    STAMP THAT IS NOT NUMERIC COUNTS AS NOW.
       670-MINUTES-OF-STAMP.
           IF STAMP-DATE-X NOT NUMERIC OR STAMP-TIME-X NOT NUMERIC
               MOVE NOW-MINUTES TO STAMP-MINUTES
               EXIT PARAGRAPH
           END-IF
           COMPUTE STAMP-MINUTES =
               FUNCTION INTEGER-OF-DATE (STAMP-DATE-9) * 1440
               + STAMP-HH * 60 + STAMP-MM.

      *    THE WATCHDOG APPENDS IN TIME ORDER, SO THE LAST RECORD
      *    READ FOR A PROGRAM IS ITS LATEST STALL.
       700-REPORT-STALLS.
           COMPUTE STALL-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (TODAY-YYYYMMDD)
                - STALL-WINDOW-DAYS + 1)
           MOVE SPACES TO REPORT-RECORD
           STRING "STALLS FLAGGED BY THE WATCHDOG (SINCE "
               STALL-FROM-DATE "):"
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           OPEN INPUT STALL-FILE
           IF NOT STL-FILE-OK
               MOVE "  (NO STALL HISTORY DATASET)" TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STL-EOF
               READ STALL-FILE
                   AT END SET STL-EOF TO TRUE
                   NOT AT END PERFORM 710-NOTE-ONE-STALL
               END-READ
           END-PERFORM
           CLOSE STALL-FILE
           IF STP-COUNT = 0
               MOVE "  (NONE)" TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING STP-NDX FROM 1 BY 1
               UNTIL STP-NDX > STP-COUNT
               MOVE STP-STALLS (STP-NDX) TO STALL-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "  " STP-PROGRAM (STP-NDX)
                   " STALLS=" STALL-EDIT
                   " LAST " STP-LAST-DATE (STP-NDX)
                   " " STP-LAST-TIME (STP-NDX) (1 : 6)
                   " " STP-LAST-PHASE (STP-NDX)
                   " " STP-LAST-DONE (STP-NDX)
                   "/" STP-LAST-TOTAL (STP-NDX)
                   " SILENT " STP-LAST-SILENT (STP-NDX) " MIN"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               IF STP-STALLS (STP-NDX) > 1
                   MOVE "*** REPEAT OFFENDER ***"
                     TO REPORT-RECORD (101 : 23)
               END-IF
               PERFORM 990-PUT-REPORT-LINE
           END-PERFORM.

       710-NOTE-ONE-STALL.
           IF STALL-RECORD = SPACES OR STL-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF STL-DATE < STALL-FROM-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO STP-FOUND
           PERFORM VARYING STP-NDX FROM 1 BY 1
               UNTIL STP-NDX > STP-COUNT OR STP-FOUND > 0
               IF STP-PROGRAM (STP-NDX) = STL-PROGRAM
                   MOVE STP-NDX TO STP-FOUND
               END-IF
           END-PERFORM
           IF STP-FOUND = 0
               IF STP-COUNT >= STP-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD +1 TO STP-COUNT
               MOVE STP-COUNT TO STP-FOUND
               MOVE STL-PROGRAM TO STP-PROGRAM (STP-FOUND)
               MOVE +0 TO STP-STALLS (STP-FOUND)
           END-IF
           ADD +1 TO STP-STALLS (STP-FOUND)
           MOVE STL-DATE       TO STP-LAST-DATE (STP-FOUND)
           MOVE STL-TIME       TO STP-LAST-TIME (STP-FOUND)
           MOVE STL-PHASE      TO STP-LAST-PHASE (STP-FOUND)
           MOVE STL-DONE       TO STP-LAST-DONE (STP-FOUND)
           MOVE STL-TOTAL      TO STP-LAST-TOTAL (STP-FOUND)
           MOVE STL-SILENT-MIN TO STP-LAST-SILENT (STP-FOUND).

      *    OVERDUE REJECTS -- NEW DISPOSITIONS WHOSE RUN DATE IS
      *    OLDER THAN AOCREJD'S DEFAULT AGE THRESHOLD, ONE OPEN ITEM
      *    PER REJECTING PROGRAM.
       720-LOAD-OVERDUE-REJECTS.
           COMPUTE REJECT-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (TODAY-YYYYMMDD)
                - REJECT-AGE-DAYS)
           OPEN INPUT DISP-FILE
           IF NOT DSP-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DSP-EOF
               READ DISP-FILE
                   AT END SET DSP-EOF TO TRUE
                   NOT AT END PERFORM 730-NOTE-ONE-REJECT
               END-READ
           END-PERFORM
           CLOSE DISP-FILE
           MOVE REJECT-AGE-DAYS TO REJECT-AGE-EDIT
           PERFORM VARYING RJP-NDX FROM 1 BY 1
               UNTIL RJP-NDX > RJP-COUNT
               MOVE RJP-PROGRAM (RJP-NDX) TO OWNER-SUBJECT
               PERFORM 080-LOOKUP-OWNER
               MOVE RJP-OVERDUE (RJP-NDX) TO ITEMS-EDIT
               MOVE "REJECTS" TO NEW-ITEM-KIND
               MOVE SPACES TO NEW-ITEM-TEXT
               STRING RJP-PROGRAM (RJP-NDX) " " ITEMS-EDIT
                   " NEW REJECTS OLDER THAN " REJECT-AGE-EDIT
                   " DAYS, OLDEST " RJP-OLDEST (RJP-NDX)
                   DELIMITED BY SIZE INTO NEW-ITEM-TEXT
               PERFORM 085-NOTE-OPEN-ITEM
           END-PERFORM.

       730-NOTE-ONE-REJECT.
           IF DISP-RECORD = SPACES OR DSP-RUN-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF DSP-STATUS NOT = "NEW"
              OR DSP-RUN-DATE >= REJECT-CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO RJP-FOUND
           PERFORM VARYING RJP-NDX FROM 1 BY 1
               UNTIL RJP-NDX > RJP-COUNT OR RJP-FOUND > 0
               IF RJP-PROGRAM (RJP-NDX) = DSP-PROGRAM
                   MOVE RJP-NDX TO RJP-FOUND
               END-IF
           END-PERFORM
           IF RJP-FOUND = 0
               IF RJP-COUNT >= RJP-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD +1 TO RJP-COUNT
               MOVE RJP-COUNT TO RJP-FOUND
               MOVE DSP-PROGRAM TO RJP-PROGRAM (RJP-FOUND)
               MOVE +0 TO RJP-OVERDUE (RJP-FOUND)
               MOVE DSP-RUN-DATE TO RJP-OLDEST (RJP-FOUND)
           END-IF
           ADD +1 TO RJP-OVERDUE (RJP-FOUND)
           IF DSP-RUN-DATE < RJP-OLDEST (RJP-FOUND)
               MOVE DSP-RUN-DATE TO RJP-OLDEST (RJP-FOUND)
           END-IF.

      *    ONE BLOCK PER OWNER IN THE ORDER THE OWNERS FIRST TURN UP
      *    (SO THE BOARD'S FAILURES LEAD), HEADED WITH THE BACKUP
      *    AND THE CONTACT ADDRESS; ITEMS NO ROSTER ROW COVERS COME
      *    LAST, UNDER ON-CALL.
       750-REPORT-OPEN-ITEMS.
           MOVE SPACES TO REPORT-RECORD
           MOVE "OPEN ITEMS BY OWNER:" TO REPORT-RECORD
           PERFORM 990-PUT-REPORT-LINE
           IF ITM-COUNT = 0
               MOVE "  (NONE)" TO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ITM-HEAD FROM 1 BY 1
               UNTIL ITM-HEAD > ITM-COUNT
               IF NOT ITM-IS-LISTED (ITM-HEAD)
                  AND ITM-OWNER (ITM-HEAD) NOT = SPACES
                   PERFORM 760-REPORT-ONE-OWNER
               END-IF
           END-PERFORM
           PERFORM VARYING ITM-HEAD FROM 1 BY 1
               UNTIL ITM-HEAD > ITM-COUNT
               IF NOT ITM-IS-LISTED (ITM-HEAD)
                   PERFORM 760-REPORT-ONE-OWNER
               END-IF
           END-PERFORM
           IF ITM-DROPPED > 0
               MOVE ITM-DROPPED TO ITEMS-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "  *** " ITEMS-EDIT
                   " MORE ITEMS THAN THE SECTION HOLDS ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 990-PUT-REPORT-LINE
           END-IF.

       760-REPORT-ONE-OWNER.
           MOVE +0 TO ITM-OWNED-COUNT
           PERFORM VARYING ITM-NDX FROM ITM-HEAD BY 1
               UNTIL ITM-NDX > ITM-COUNT
               IF ITM-OWNER (ITM-NDX) = ITM-OWNER (ITM-HEAD)
                   ADD +1 TO ITM-OWNED-COUNT
               END-IF
           END-PERFORM
           MOVE ITM-OWNED-COUNT TO ITEMS-EDIT
           MOVE SPACES TO REPORT-RECORD
           IF ITM-OWNER (ITM-HEAD) = SPACES
               STRING "  ON-CALL (NO OWNER)  ITEMS=" ITEMS-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "  " ITM-OWNER (ITM-HEAD)
                   " ITEMS=" ITEMS-EDIT
                   " BACKUP " ITM-BACKUP (ITM-HEAD)
                   " " ITM-ADDR (ITM-HEAD)
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           PERFORM 990-PUT-REPORT-LINE
           PERFORM VARYING ITM-NDX FROM ITM-HEAD BY 1
               UNTIL ITM-NDX > ITM-COUNT
               IF ITM-OWNER (ITM-NDX) = ITM-OWNER (ITM-HEAD)
                   MOVE SPACES TO REPORT-RECORD
                   STRING "      " ITM-KIND (ITM-NDX) " "
                       ITM-TEXT (ITM-NDX)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 990-PUT-REPORT-LINE
                   SET ITM-IS-LISTED (ITM-NDX) TO TRUE
               END-IF
           END-PERFORM.

       990-PUT-REPORT-LINE.
           CALL "RPTLINE" USING RW-DDNAME, REPORT-RECORD.
       END PROGRAM AOCDAILY.
