       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIGPOST.
      *    SHOP-WIDE UTILITY -- WRITES THE STANDARD COMPLETION EVENT
      *    RECORD AT THE END OF A BOARD, COLLECTOR OR MERGE RUN, SO
      *    THE ENTERPRISE SCHEDULER CAN RELEASE THE RIGHT SUCCESSOR
      *    STREAM (AOCDAILY, DR REPLICATION, ...) FROM A DATASET
      *    TRIGGER INSTEAD OF A HAND-BUILT JOB DEPENDENCY THAT CANNOT
      *    TELL AN RC=4 BOARD FROM AN RC=8 ONE.  CALLED THE WAY
      *    STATPOST IS:
      *        CALL "TRIGPOST" USING TRG-ROLE, TRG-RUN-KEY,
      *            TRG-WORST-RC, TRG-ENTRIES, TRG-FAILED,
      *            TRG-DEADLINE, TRG-STATE, TRG-PROGRAM
      *    TRG-ROLE      JOB ROLE -- BOARD, COLLECT OR MERGE.
      *    TRG-RUN-KEY   RUN DATE, BLANK, RUN ID; ALL SPACES TAKES THE
      *                  SAME DERIVATION AS ANSWRLOG (TODAY, AND THE
      *                  AOCRUNID ENVIRONMENT VALUE OR THE TIME NOW).
      *    TRG-WORST-RC  THE RC THE RUN ENDS WITH.
      *    TRG-ENTRIES   UNITS OF WORK THE RUN COVERED.
      *    TRG-FAILED    HOW MANY OF THEM FAILED.
      *    TRG-DEADLINE  Y = DEADLINE MET, N = MISSED, - = NONE SET.
      *    TRG-STATE     F = FINAL EVENT OF THE RUN, I = INTERIM (A
      *                  MULTI-STEP JOB'S EARLIER STEP).
      *    TRG-PROGRAM   THE POSTING PROGRAM-ID.
      *    EVENT RECORD (FIXED COLUMNS, 80 BYTES):
      *        COL  1- 8  JOB ROLE
      *        COL 10-17  RUN DATE (YYYYMMDD)   > RUN KEY
      *        COL 19-26  RUN ID                >
      *        COL 28-31  WORST RC
      *        COL 33-36  OUTCOME -- OK (RC 0), WARN (RC 1-7),
      *                   FAIL (RC 8 AND UP)
      *        COL 38-41  ENTRIES
      *        COL 43-46  ENTRIES FAILED
      *        COL 48     DEADLINE MET (Y/N/-)
      *        COL 50     EVENT STATE (F/I)
      *        COL 52-59  POSTED DATE (YYYYMMDD)
      *        COL 61-68  POSTED TIME (HHMMSSTH)
      *        COL 70-77  POSTING PROGRAM-ID
      *        COL 79-80  RECORD LAYOUT VERSION "01"
      *    THE RECORD IS REWRITTEN WHOLE ON THE ROLE'S TRIGGER
      *    DATASET (DD/ENV AOCTRIGR) EVERY CALL.  A FINAL EVENT IS
      *    ALSO WRITTEN TO ONE OUTCOME DATASET -- AOCTRGOK, AOCTRGWN
      *    OR AOCTRGFL -- SO A SCHEDULER TRIGGER ON THE CLOSE OF THAT
      *    ONE DATASET RELEASES THE SUCCESSOR FOR THAT OUTCOME WITH NO
      *    NEED TO READ THE RECORD.  AN OUTCOME DD THE JOB DOES NOT
      *    ALLOCATE IS SKIPPED.
      *    AN INTERIM EVENT IS CARRIED FORWARD: WHEN THE TRIGGER
      *    DATASET ALREADY HOLDS AN INTERIM EVENT FOR THE SAME ROLE
      *    AND RUN DATE, ITS WORST RC, ENTRIES AND FAILURES ARE
      *    FOLDED INTO THIS ONE, SO THE FINAL STEP OF A MULTI-STEP JOB
      *    (THE MERGE RUNS ONE STEP PER SPLIT JOB) POSTS THE WHOLE
      *    JOB'S OUTCOME.  A MISSING TRIGGER DATASET MEANS THE JOB
      *    RUNS WITHOUT A SCHEDULER TRIGGER -- NOTHING IS WRITTEN AND
      *    THE CALLER'S RETURN-CODE IS NEVER DISTURBED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIGGER-FILE
              ASSIGN TO AOCTRIGR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRG-FILE-STATUS.
           SELECT OUTCOME-OK-FILE
              ASSIGN TO AOCTRGOK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OUT-FILE-STATUS.
           SELECT OUTCOME-WARN-FILE
              ASSIGN TO AOCTRGWN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OUT-FILE-STATUS.
           SELECT OUTCOME-FAIL-FILE
              ASSIGN TO AOCTRGFL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIGGER-FILE.
       01  TRIGGER-RECORD.
           05  TRR-ROLE            PIC X(08).
           05  FILLER              PIC X.
           05  TRR-RUN-DATE        PIC X(08).
           05  FILLER              PIC X.
           05  TRR-RUN-ID          PIC X(08).
           05  FILLER              PIC X.
           05  TRR-WORST-RC        PIC 9(04).
           05  FILLER              PIC X.
           05  TRR-OUTCOME         PIC X(04).
           05  FILLER              PIC X.
           05  TRR-ENTRIES         PIC 9(04).
           05  FILLER              PIC X.
           05  TRR-FAILED          PIC 9(04).
           05  FILLER              PIC X.
           05  TRR-DEADLINE        PIC X.
           05  FILLER              PIC X.
           05  TRR-STATE           PIC X.
               88 TRR-INTERIM                VALUE "I".
           05  FILLER              PIC X.
           05  TRR-POST-DATE       PIC X(08).
           05  FILLER              PIC X.
           05  TRR-POST-TIME       PIC X(08).
           05  FILLER              PIC X.
           05  TRR-PROGRAM         PIC X(08).
           05  FILLER              PIC X.
           05  TRR-LAYOUT          PIC X(02).
       FD  OUTCOME-OK-FILE.
       01  OUTCOME-OK-RECORD       PIC X(80).
       FD  OUTCOME-WARN-FILE.
       01  OUTCOME-WARN-RECORD     PIC X(80).
       FD  OUTCOME-FAIL-FILE.
       01  OUTCOME-FAIL-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       01  TRG-FILE-STATUS         PIC XX    VALUE SPACES.
       01  OUT-FILE-STATUS         PIC XX    VALUE SPACES.
       01  CLOCK-FIELDS.
           05  DATE-NOW            PIC 9(08) VALUE ZEROES.
           05  TIME-NOW            PIC 9(08) VALUE ZEROES.
       01  CALLER-RC               PIC S9(4) COMP-5 VALUE +0.

      *    THE EVENT AS BUILT, AND WHAT AN EARLIER INTERIM EVENT OF
      *    THE SAME RUN CARRIES FORWARD INTO IT.
       01  EVENT-WORK.
           05  EVT-RUN-DATE        PIC X(08) VALUE SPACES.
           05  EVT-RUN-ID          PIC X(08) VALUE SPACES.
           05  EVT-WORST-RC        PIC S9(4) COMP-5 VALUE +0.
           05  EVT-ENTRIES         PIC S9(4) COMP-5 VALUE +0.
           05  EVT-FAILED          PIC S9(4) COMP-5 VALUE +0.
           05  EVT-OUTCOME         PIC X(04) VALUE SPACES.
           05  EVT-RECORD          PIC X(80) VALUE SPACES.
           05  SW-PRIOR-INTERIM    PIC X     VALUE "N".
               88 PRIOR-INTERIM              VALUE "Y".
           05  PRIOR-WORST-RC      PIC S9(4) COMP-5 VALUE +0.
           05  PRIOR-ENTRIES       PIC S9(4) COMP-5 VALUE +0.
           05  PRIOR-FAILED        PIC S9(4) COMP-5 VALUE +0.

       LINKAGE SECTION.
       01  TRG-ROLE                PIC X(08).
       01  TRG-RUN-KEY.
           05  TRG-RUN-DATE        PIC X(08).
           05  FILLER              PIC X.
           05  TRG-RUN-ID          PIC X(08).
       01  TRG-WORST-RC            PIC S9(4) COMP-5.
       01  TRG-ENTRIES             PIC S9(4) COMP-5.
       01  TRG-FAILED              PIC S9(4) COMP-5.
       01  TRG-DEADLINE            PIC X.
       01  TRG-STATE               PIC X.
           88 TRG-FINAL                      VALUE "F".
       01  TRG-PROGRAM             PIC X(08).

       PROCEDURE DIVISION USING TRG-ROLE, TRG-RUN-KEY, TRG-WORST-RC,
           TRG-ENTRIES, TRG-FAILED, TRG-DEADLINE, TRG-STATE,
           TRG-PROGRAM.
       TRIGPOST-MAIN.
           MOVE RETURN-CODE TO CALLER-RC
           ACCEPT DATE-NOW FROM DATE YYYYMMDD
           ACCEPT TIME-NOW FROM TIME
           IF TRG-RUN-KEY = SPACES
               MOVE DATE-NOW TO EVT-RUN-DATE
               ACCEPT EVT-RUN-ID FROM ENVIRONMENT "AOCRUNID"
               IF EVT-RUN-ID = SPACES OR EVT-RUN-ID = LOW-VALUES
                   MOVE TIME-NOW TO EVT-RUN-ID
               END-IF
           ELSE
               MOVE TRG-RUN-DATE TO EVT-RUN-DATE
               MOVE TRG-RUN-ID   TO EVT-RUN-ID
           END-IF
           PERFORM READ-PRIOR-EVENT
           MOVE TRG-WORST-RC TO EVT-WORST-RC
           MOVE TRG-ENTRIES  TO EVT-ENTRIES
           MOVE TRG-FAILED   TO EVT-FAILED
           IF PRIOR-INTERIM
               IF PRIOR-WORST-RC > EVT-WORST-RC
                   MOVE PRIOR-WORST-RC TO EVT-WORST-RC
               END-IF
               ADD PRIOR-ENTRIES TO EVT-ENTRIES
               ADD PRIOR-FAILED  TO EVT-FAILED
           END-IF
           PERFORM BUILD-EVENT-RECORD
           OPEN OUTPUT TRIGGER-FILE
           IF TRG-FILE-STATUS NOT = "00"
               MOVE CALLER-RC TO RETURN-CODE
               GOBACK
           END-IF
           WRITE TRIGGER-RECORD FROM EVT-RECORD
           CLOSE TRIGGER-FILE
           IF TRG-FINAL
               PERFORM WRITE-OUTCOME-EVENT
           END-IF
           DISPLAY "TRIGPOST: " EVT-RECORD
           MOVE CALLER-RC TO RETURN-CODE
           GOBACK.

      *    ONLY AN INTERIM EVENT OF THE SAME ROLE AND RUN DATE IS
      *    CARRIED -- A FINAL ONE, OR A STALE INTERIM LEFT BY A JOB
      *    THAT ABENDED ON AN EARLIER DAY, STARTS THE COUNT AFRESH.
       READ-PRIOR-EVENT.
           MOVE "N" TO SW-PRIOR-INTERIM
           OPEN INPUT TRIGGER-FILE
           IF TRG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ TRIGGER-FILE
               AT END CONTINUE
               NOT AT END
                   IF TRR-INTERIM AND TRR-ROLE = TRG-ROLE
                      AND TRR-RUN-DATE = EVT-RUN-DATE
                      AND TRR-LAYOUT = "01"
                       SET PRIOR-INTERIM TO TRUE
                       MOVE TRR-WORST-RC TO PRIOR-WORST-RC
                       MOVE TRR-ENTRIES  TO PRIOR-ENTRIES
                       MOVE TRR-FAILED   TO PRIOR-FAILED
                   END-IF
           END-READ
           CLOSE TRIGGER-FILE.

       BUILD-EVENT-RECORD.
           MOVE SPACES       TO TRIGGER-RECORD
           MOVE TRG-ROLE     TO TRR-ROLE
           MOVE EVT-RUN-DATE TO TRR-RUN-DATE
           MOVE EVT-RUN-ID   TO TRR-RUN-ID
           IF EVT-WORST-RC < 0
               MOVE ZEROES TO TRR-WORST-RC
           ELSE
               MOVE EVT-WORST-RC TO TRR-WORST-RC
           END-IF
           EVALUATE TRUE
               WHEN EVT-WORST-RC >= 8
                   MOVE "FAIL" TO TRR-OUTCOME
               WHEN EVT-WORST-RC > 0
                   MOVE "WARN" TO TRR-OUTCOME
               WHEN OTHER
                   MOVE "OK"   TO TRR-OUTCOME
           END-EVALUATE
           MOVE EVT-ENTRIES  TO TRR-ENTRIES
           MOVE EVT-FAILED   TO TRR-FAILED
           MOVE TRG-DEADLINE TO TRR-DEADLINE
           MOVE TRG-STATE    TO TRR-STATE
           MOVE TRR-OUTCOME  TO EVT-OUTCOME
           MOVE DATE-NOW     TO TRR-POST-DATE
           MOVE TIME-NOW     TO TRR-POST-TIME
           MOVE TRG-PROGRAM  TO TRR-PROGRAM
           MOVE "01"         TO TRR-LAYOUT
           MOVE TRIGGER-RECORD TO EVT-RECORD.

       WRITE-OUTCOME-EVENT.
           EVALUATE EVT-OUTCOME
               WHEN "OK"
                   OPEN OUTPUT OUTCOME-OK-FILE
                   IF OUT-FILE-STATUS = "00"
                       WRITE OUTCOME-OK-RECORD FROM EVT-RECORD
                       CLOSE OUTCOME-OK-FILE
                   END-IF
               WHEN "WARN"
                   OPEN OUTPUT OUTCOME-WARN-FILE
                   IF OUT-FILE-STATUS = "00"
                       WRITE OUTCOME-WARN-RECORD FROM EVT-RECORD
                       CLOSE OUTCOME-WARN-FILE
                   END-IF
               WHEN OTHER
                   OPEN OUTPUT OUTCOME-FAIL-FILE
                   IF OUT-FILE-STATUS = "00"
                       WRITE OUTCOME-FAIL-RECORD FROM EVT-RECORD
                       CLOSE OUTCOME-FAIL-FILE
                   END-IF
           END-EVALUATE.
       END PROGRAM TRIGPOST.
