       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCTRIAG.
      *    ABEND TRIAGE FOR THE BOARD JOB.  AN ENTRY THAT ABENDS
      *    TAKES AOCBOARD DOWN WITH IT, AND THE RESUBMIT CAN ONLY
      *    SCORE IT FAIL RC=16 -- UNTIL NOW SOMEONE THEN HAD TO READ
      *    THE CEEDUMP TO FIND OUT WHAT BROKE.  THIS PROGRAM RUNS IN
      *    THE STEP BEHIND A BOARD STEP THAT ABENDED (COND=ONLY, SEE
      *    JCL/AOCBOARD.JCL, OR ON ITS OWN FROM JCL/AOCTRIAG.JCL)
      *    AND READS WHAT THE ABENDED STEP LEFT BEHIND:
      *        DD/ENV AOCTRDMP -- THE BOARD STEP'S CEEDUMP
      *        DD/ENV AOCTRSYS -- THE BOARD STEP'S SYSOUT
      *        DD/ENV AOCRSTRT -- THE BOARD RESTART JOURNAL
      *    AND PULLS OUT:
      *        - THE BOARD ENTRY IN FLIGHT -- THE LAST ONE THE
      *          RESTART JOURNAL SHOWS STARTED AND NEVER ENDED
      *        - THE ABEND CODE (SNNN SYSTEM, UNNNN USER), FROM THE
      *          "SYSTEM/USER COMPLETION CODE=" TEXT OF THE LE
      *          CONDITION MESSAGE OR AN "ABEND SNNN/UNNNN" MESSAGE
      *        - THE FAILING PROGRAM-ID, OFFSET AND STATEMENT, FROM
      *          THE CEEDUMP LOCATION LINE OF THE CONDITION
      *          INFORMATION, ELSE THE TRACEBACK ROW MARKED
      *          EXCEPTION (THE STATEMENT IS ONLY THERE WHEN THE
      *          PROGRAM WAS COMPILED WITH TEST), ELSE WHERE THE
      *          SYSOUT'S RUNTIME MESSAGES PLACE IT
      *        - THE CONDITION MESSAGE, FROM THE CEEDUMP'S CURRENT
      *          CONDITION, ELSE THE FIRST SEVERE CEE/IGZ MESSAGE IN
      *          THE SYSOUT
      *        - THE LAST THREE DISPLAY LINES THE SYSOUT HOLDS
      *          BEFORE THAT FIRST SEVERE MESSAGE
      *    AND APPENDS ONE TRIAGE RECORD (DD/ENV AOCTRIAG, OPENED
      *    EXTEND) KEYED TO THE RUN KEY AND THE BOARD ENTRY.  A
      *    TRIAGED RECORD IS ALSO JOURNALED ON AOCRSTRT FOR THAT
      *    ENTRY, SO THE RESUBMITTED BOARD KNOWS A TRIAGE EXISTS
      *    AND RAISES ITS SUMMARY ON THE ALERT FEED RIGHT UNDER THE
      *    RC=16 EVENT; AOCDAILY PRINTS IT UNDER THE ENTRY'S LINE.
      *    THE RUN KEY IS THE RUN DATE AND THE AOCRUNID ENVIRONMENT
      *    VALUE, THE ANSWRLOG RULE -- SET AOCRUNID IN THE BOARD JOB
      *    AND THE TRIAGE CARRIES THE NIGHT'S RUN KEY; WITHOUT IT
      *    THE TIME NOW STANDS IN FOR THE RUN ID.
      *    TRIAGE RECORD (FIXED COLUMNS):
      *        COL   1-  8  RUN DATE (YYYYMMDD)
      *        COL  10- 17  RUN ID
      *        COL  19- 38  BOARD ENTRY LABEL (BLANK = NO ENTRY WAS
      *                     IN FLIGHT, THE DRIVER ITSELF ABENDED)
      *        COL  40- 47  ACCOUNT
      *        COL  49- 56  THE ENTRY'S PROGRAM (BOARD CONTROL)
      *        COL  58- 65  DATE TRIAGED
      *        COL  67- 74  TIME TRIAGED (HHMMSSTH)
      *        COL  76- 80  ABEND CODE (BLANK = NOT FOUND)
      *        COL  82- 89  FAILING PROGRAM-ID (MAY BE A CALLED
      *                     SUBPROGRAM OF THE ENTRY'S PROGRAM)
      *        COL  91- 99  OFFSET (+HEX)
      *        COL 101-108  STATEMENT NUMBER
      *        COL 110-189  CONDITION MESSAGE
      *        COL 191-270  THIRD-LAST DISPLAY LINE BEFORE THE ABEND
      *        COL 271-350  SECOND-LAST DISPLAY LINE
      *        COL 351-430  LAST DISPLAY LINE
      *    THE REPORT (DD/ENV AOCTRGRP) SHOWS THE SAME SUMMARY FOR
      *    THE NIGHT OPERATOR TO MATCH AGAINST THE FAILURE RUNBOOK.
      *    RC=0 -- TRIAGED: ENTRY, ABEND CODE AND FAILING PROGRAM
      *            ALL FOUND;
      *    RC=4 -- TRIAGE WRITTEN BUT INCOMPLETE (NO ENTRY IN
      *            FLIGHT, OR NO ABEND CODE OR FAILING PROGRAM IN
      *            THE DUMP OR THE SYSOUT);
      *    RC=8 -- NEITHER THE CEEDUMP NOR THE SYSOUT WOULD OPEN, OR
      *            THE TRIAGE DATASET OR REPORT WOULD NOT OPEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUMP-FILE
              ASSIGN TO AOCTRDMP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DMP-FILE-STATUS.
           SELECT SYSOUT-FILE
              ASSIGN TO AOCTRSYS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SYS-FILE-STATUS.
           SELECT RESTART-FILE
              ASSIGN TO AOCRSTRT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RST-FILE-STATUS.
           SELECT TRIAGE-FILE
              ASSIGN TO AOCTRIAG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRG-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCTRGRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUMP-FILE.
       01  DUMP-RECORD               PIC  X(255).

       FD  SYSOUT-FILE.
       01  SYSOUT-RECORD             PIC  X(255).

       FD  RESTART-FILE.
       01  RESTART-RECORD.
           05  RSJ-EVENT             PIC  X(8).
           05  FILLER                PIC  X.
           05  RSJ-LABEL             PIC  X(20).
           05  FILLER                PIC  X.
           05  RSJ-PROGRAM           PIC  X(8).
           05  FILLER                PIC  X.
           05  RSJ-RC                PIC S9(4) SIGN LEADING SEPARATE.
           05  FILLER                PIC  X.
           05  RSJ-ACCOUNT           PIC  X(08).

       FD  TRIAGE-FILE.
       01  TRIAGE-RECORD.
           05  TRG-RUN-DATE          PIC  X(08).
           05  FILLER                PIC  X.
           05  TRG-RUN-ID            PIC  X(08).
           05  FILLER                PIC  X.
           05  TRG-LABEL             PIC  X(20).
           05  FILLER                PIC  X.
           05  TRG-ACCOUNT           PIC  X(08).
           05  FILLER                PIC  X.
           05  TRG-ENTRY-PROGRAM     PIC  X(08).
           05  FILLER                PIC  X.
           05  TRG-DATE              PIC  X(08).
           05  FILLER                PIC  X.
           05  TRG-TIME              PIC  X(08).
           05  FILLER                PIC  X.
           05  TRG-ABEND             PIC  X(05).
           05  FILLER                PIC  X.
           05  TRG-FAIL-PROGRAM      PIC  X(08).
           05  FILLER                PIC  X.
           05  TRG-OFFSET            PIC  X(09).
           05  FILLER                PIC  X.
           05  TRG-STATEMENT         PIC  X(08).
           05  FILLER                PIC  X.
           05  TRG-MESSAGE           PIC  X(80).
           05  FILLER                PIC  X.
           05  TRG-DISPLAY           PIC  X(80)
                                     OCCURS 3 TIMES.

       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC  X(133).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  DMP-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 DMP-FILE-OK                   VALUE "00".
           05  SW-DMP-EOF            PIC  X     VALUE "N".
               88 DMP-EOF                       VALUE "Y".
           05  SYS-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 SYS-FILE-OK                   VALUE "00".
           05  SW-SYS-EOF            PIC  X     VALUE "N".
               88 SYS-EOF                       VALUE "Y".
           05  RST-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 RST-FILE-OK                   VALUE "00".
           05  SW-RST-EOF            PIC  X     VALUE "N".
               88 RST-EOF                       VALUE "Y".
           05  TRG-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 TRG-FILE-OK                   VALUE "00".
           05  RPT-FILE-STATUS       PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                   VALUE "00".
           05  SW-DMP-READ           PIC  X     VALUE "N".
               88 DUMP-WAS-READ                 VALUE "Y".
           05  SW-SYS-READ           PIC  X     VALUE "N".
               88 SYSOUT-WAS-READ               VALUE "Y".

      *    RUN KEY, THE ANSWRLOG RULE.
       01  CLOCK-FIELDS.
           05  DATE-NOW              PIC  9(08) VALUE ZEROES.
           05  TIME-NOW              PIC  9(08) VALUE ZEROES.
           05  RUN-DATE              PIC  X(08) VALUE SPACES.
           05  RUN-ID                PIC  X(08) VALUE SPACES.

      *    THE ENTRY IN FLIGHT -- SET BY EACH STARTED RECORD AND
      *    CLEARED BY ITS ENDED OR SKIPPED, OR BY THE COMPLETE
      *    TRAILER; THE BOARD RUNS ONE ENTRY AT A TIME, SO WHAT IS
      *    LEFT AT THE END OF THE JOURNAL IS THE ABENDER.
       01  FLIGHT-FIELDS.
           05  SW-IN-FLIGHT          PIC  X     VALUE "N".
               88 ENTRY-IN-FLIGHT               VALUE "Y".
           05  FLIGHT-LABEL          PIC  X(20) VALUE SPACES.
           05  FLIGHT-ACCOUNT        PIC  X(08) VALUE SPACES.
           05  FLIGHT-PROGRAM        PIC  X(08) VALUE SPACES.

      *    WHAT THE DUMP AND THE SYSOUT YIELDED.  THE LOCATION LINE
      *    BEATS THE TRACEBACK ROW, WHICH BEATS WHERE THE SYSOUT'S
      *    RUNTIME MESSAGES PLACE THE FAILURE; THE DUMP'S CONDITION
      *    BEATS THE SYSOUT'S FIRST SEVERE MESSAGE.
       01  FINDINGS.
           05  FOUND-ABEND           PIC  X(05) VALUE SPACES.
           05  LOC-PROGRAM           PIC  X(08) VALUE SPACES.
           05  LOC-OFFSET            PIC  X(09) VALUE SPACES.
           05  LOC-STATEMENT         PIC  X(08) VALUE SPACES.
           05  SW-LOC-FOUND          PIC  X     VALUE "N".
               88 LOCATION-FOUND                VALUE "Y".
           05  TB-PROGRAM            PIC  X(08) VALUE SPACES.
           05  TB-OFFSET             PIC  X(09) VALUE SPACES.
           05  TB-STATEMENT          PIC  X(08) VALUE SPACES.
           05  SW-TB-FOUND           PIC  X     VALUE "N".
               88 TRACEBACK-ROW-FOUND           VALUE "Y".
           05  SYS-PROGRAM           PIC  X(08) VALUE SPACES.
           05  SYS-OFFSET            PIC  X(09) VALUE SPACES.
           05  SYS-STATEMENT         PIC  X(08) VALUE SPACES.
           05  DUMP-MESSAGE          PIC  X(80) VALUE SPACES.
           05  SYSOUT-MESSAGE        PIC  X(80) VALUE SPACES.
           05  DISPLAY-LINE          PIC  X(80)
                                     OCCURS 3 TIMES VALUE SPACES.
           05  DISPLAY-NDX           PIC S9(4) COMP-5 VALUE +0.
           05  DISPLAY-COUNT         PIC S9(4) COMP-5 VALUE +0.

      *    SCAN STATE FOR THE DUMP -- INSIDE THE TRACEBACK, AND
      *    WAITING FOR THE LINE AFTER "CURRENT CONDITION:"; FOR THE
      *    SYSOUT -- PAST THE FIRST SEVERE MESSAGE.
       01  SCAN-CONTROLS.
           05  SW-IN-TRACEBACK       PIC  X     VALUE "N".
               88 IN-TRACEBACK                  VALUE "Y".
           05  SW-WANT-CONDITION     PIC  X     VALUE "N".
               88 WANT-CONDITION                VALUE "Y".
           05  SW-PAST-ABEND         PIC  X     VALUE "N".
               88 PAST-ABEND                    VALUE "Y".
           05  SW-MESSAGE-LINE       PIC  X     VALUE "N".
               88 LINE-IS-MESSAGE               VALUE "Y".
           05  SW-SEVERE-MESSAGE     PIC  X     VALUE "N".
               88 MESSAGE-IS-SEVERE             VALUE "Y".

      *    ONE LINE UNDER SCAN: THE TEXT AS READ, AN UPPER-CASE
      *    COPY FOR THE KEYWORD TESTS (THE DUMP IS MIXED CASE), AND
      *    ITS FIRST 24 BLANK-DELIMITED TOKENS.
       01  SCAN-WORK.
           05  SCAN-TEXT             PIC  X(255) VALUE SPACES.
           05  SCAN-LINE             PIC  X(255) VALUE SPACES.
           05  SCAN-LEAD             PIC S9(4) COMP-5 VALUE +0.
           05  SCAN-POS              PIC S9(4) COMP-5 VALUE +0.
           05  SCAN-END              PIC S9(4) COMP-5 VALUE +0.
           05  TOKEN-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  TOKEN-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  TOKEN-PTR             PIC S9(4) COMP-5 VALUE +0.
           05  TOKEN-TABLE.
               10  TOKEN             PIC  X(40) OCCURS 24 TIMES.
           05  CODE-DIGITS           PIC  X(08) VALUE SPACES.
           05  CODE-LEN              PIC S9(4) COMP-5 VALUE +0.
           05  LOWER-LETTERS         PIC  X(26) VALUE
               "abcdefghijklmnopqrstuvwxyz".
           05  UPPER-LETTERS         PIC  X(26) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  TRIAGE-COUNTS.
           05  DUMP-LINES            PIC S9(8) COMP-5 VALUE +0.
           05  SYSOUT-LINES          PIC S9(8) COMP-5 VALUE +0.
           05  LINES-EDIT            PIC  Z(7)9.
           05  WORST-RC              PIC S9(4) COMP-5 VALUE +0.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           IF WORST-RC < 8
               PERFORM 100-READ-JOURNAL
               PERFORM 200-READ-DUMP
               PERFORM 300-READ-SYSOUT
               IF NOT DUMP-WAS-READ AND NOT SYSOUT-WAS-READ
                   DISPLAY "AOCTRIAG: NEITHER AOCTRDMP NOR AOCTRSYS"
                       " WOULD OPEN -- NOTHING TO TRIAGE"
                   MOVE +8 TO WORST-RC
               END-IF
           END-IF
           IF WORST-RC < 8
               PERFORM 400-WRITE-TRIAGE
           END-IF
           IF WORST-RC < 8
               PERFORM 450-JOURNAL-TRIAGED
           END-IF
           PERFORM 900-WRAP-UP
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       000-HOUSEKEEPING.
           ACCEPT DATE-NOW FROM DATE YYYYMMDD
           ACCEPT TIME-NOW FROM TIME
           MOVE DATE-NOW TO RUN-DATE
           ACCEPT RUN-ID FROM ENVIRONMENT "AOCRUNID"
           IF RUN-ID = SPACES OR RUN-ID = LOW-VALUES
               MOVE TIME-NOW TO RUN-ID
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "AOCTRGRP REPORT OPEN FAILED, STATUS="
                   RPT-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "BOARD ABEND TRIAGE -- " DATE-NOW " "
               TIME-NOW (1 : 6) "   RUN KEY " RUN-DATE " " RUN-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD.

      *    A MISSING JOURNAL IS NOT AN ERROR -- THE TRIAGE IS STILL
      *    WRITTEN, WITH NO ENTRY, AND THE STEP ENDS RC=4.
       100-READ-JOURNAL.
           OPEN INPUT RESTART-FILE
           IF NOT RST-FILE-OK
               DISPLAY "AOCTRIAG: AOCRSTRT WOULD NOT OPEN, STATUS="
                   RST-FILE-STATUS " -- BOARD ENTRY UNKNOWN"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RST-EOF
               READ RESTART-FILE
                   AT END SET RST-EOF TO TRUE
                   NOT AT END PERFORM 150-NOTE-JOURNAL-RECORD
               END-READ
           END-PERFORM
           CLOSE RESTART-FILE.

       150-NOTE-JOURNAL-RECORD.
           EVALUATE RSJ-EVENT
               WHEN "STARTED"
                   SET ENTRY-IN-FLIGHT TO TRUE
                   MOVE RSJ-LABEL   TO FLIGHT-LABEL
                   MOVE RSJ-ACCOUNT TO FLIGHT-ACCOUNT
                   MOVE RSJ-PROGRAM TO FLIGHT-PROGRAM
               WHEN "ENDED"
               WHEN "SKIPPED"
                   IF RSJ-LABEL = FLIGHT-LABEL
                      AND RSJ-ACCOUNT = FLIGHT-ACCOUNT
                       MOVE "N" TO SW-IN-FLIGHT
                   END-IF
               WHEN "COMPLETE"
                   MOVE "N" TO SW-IN-FLIGHT
           END-EVALUATE.

       200-READ-DUMP.
           OPEN INPUT DUMP-FILE
           IF NOT DMP-FILE-OK
               DISPLAY "AOCTRIAG: AOCTRDMP CEEDUMP WOULD NOT OPEN,"
                   " STATUS=" DMP-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           SET DUMP-WAS-READ TO TRUE
           PERFORM UNTIL DMP-EOF
               READ DUMP-FILE
                   AT END SET DMP-EOF TO TRUE
                   NOT AT END
                       ADD +1 TO DUMP-LINES
                       MOVE DUMP-RECORD TO SCAN-TEXT
                       PERFORM 600-PREPARE-LINE
                       PERFORM 250-NOTE-DUMP-LINE
               END-READ
           END-PERFORM
           CLOSE DUMP-FILE.

       250-NOTE-DUMP-LINE.
           IF SCAN-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 650-CHECK-ABEND-CODE
           IF WANT-CONDITION
               MOVE "N" TO SW-WANT-CONDITION
               IF DUMP-MESSAGE = SPACES
                   MOVE SCAN-LINE (SCAN-LEAD + 1 : 80) TO DUMP-MESSAGE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO SCAN-POS
           INSPECT SCAN-LINE TALLYING SCAN-POS FOR ALL "TRACEBACK:"
           IF SCAN-POS > 0
               SET IN-TRACEBACK TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO SCAN-POS
           INSPECT SCAN-LINE TALLYING SCAN-POS
               FOR ALL "CONDITION INFORMATION"
           IF SCAN-POS > 0
               MOVE "N" TO SW-IN-TRACEBACK
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO SCAN-POS
           INSPECT SCAN-LINE TALLYING SCAN-POS
               FOR ALL "CURRENT CONDITION:"
           IF SCAN-POS > 0
               SET WANT-CONDITION TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF TOKEN (1) = "PROGRAM" AND TOKEN (2) = "UNIT:"
              AND NOT LOCATION-FOUND
               PERFORM 270-NOTE-LOCATION-LINE
               EXIT PARAGRAPH
           END-IF
           IF IN-TRACEBACK AND NOT TRACEBACK-ROW-FOUND
               PERFORM 260-NOTE-TRACEBACK-ROW
           END-IF.

      *    A TRACEBACK ROW IS DSA, ENTRY, [E], OFFSET, [STATEMENT],
      *    LOAD MOD, PROGRAM UNIT, [SERVICE], STATUS; THE OFFSET IS
      *    THE TOKEN STARTING "+", THE ENTRY IS THE LAST TOKEN OF
      *    MORE THAN ONE CHARACTER BEFORE IT.  ONLY THE ROW WHOSE
      *    STATUS IS EXCEPTION MATTERS.
       260-NOTE-TRACEBACK-ROW.
           IF TOKEN (TOKEN-COUNT) NOT = "EXCEPTION"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TOKEN-NDX FROM 2 BY 1
               UNTIL TOKEN-NDX > TOKEN-COUNT
                  OR TOKEN (TOKEN-NDX) (1 : 1) = "+"
               CONTINUE
           END-PERFORM
           IF TOKEN-NDX > TOKEN-COUNT
               EXIT PARAGRAPH
           END-IF
           SET TRACEBACK-ROW-FOUND TO TRUE
           MOVE TOKEN (TOKEN-NDX) TO TB-OFFSET
           IF TOKEN (TOKEN-NDX - 1) (2 : 1) = SPACE
              AND TOKEN-NDX > 3
               MOVE TOKEN (TOKEN-NDX - 2) TO TB-PROGRAM
           ELSE
               MOVE TOKEN (TOKEN-NDX - 1) TO TB-PROGRAM
           END-IF
           IF TOKEN-NDX < TOKEN-COUNT
              AND TOKEN (TOKEN-NDX + 1) (1 : 1) IS NUMERIC
               MOVE TOKEN (TOKEN-NDX + 1) TO TB-STATEMENT
           END-IF.

      *    "PROGRAM UNIT: XXXXXXXX ENTRY: XXXXXXXX STATEMENT: NNN
      *    OFFSET: +XXXXXXXX" -- THE FIRST ONE IS THE CONDITION'S
      *    OWN ROUTINE.
       270-NOTE-LOCATION-LINE.
           SET LOCATION-FOUND TO TRUE
           PERFORM VARYING TOKEN-NDX FROM 2 BY 1
               UNTIL TOKEN-NDX >= TOKEN-COUNT
               EVALUATE TOKEN (TOKEN-NDX)
                   WHEN "UNIT:"
                       MOVE TOKEN (TOKEN-NDX + 1) TO LOC-PROGRAM
                   WHEN "STATEMENT:"
                       IF TOKEN (TOKEN-NDX + 1) (1 : 1) IS NUMERIC
                           MOVE TOKEN (TOKEN-NDX + 1)
                             TO LOC-STATEMENT
                       END-IF
                   WHEN "OFFSET:"
                       MOVE TOKEN (TOKEN-NDX + 1) TO LOC-OFFSET
               END-EVALUATE
           END-PERFORM.

       300-READ-SYSOUT.
           OPEN INPUT SYSOUT-FILE
           IF NOT SYS-FILE-OK
               DISPLAY "AOCTRIAG: AOCTRSYS SYSOUT WOULD NOT OPEN,"
                   " STATUS=" SYS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           SET SYSOUT-WAS-READ TO TRUE
           PERFORM UNTIL SYS-EOF
               READ SYSOUT-FILE
                   AT END SET SYS-EOF TO TRUE
                   NOT AT END
                       ADD +1 TO SYSOUT-LINES
                       MOVE SYSOUT-RECORD TO SCAN-TEXT
                       PERFORM 600-PREPARE-LINE
                       PERFORM 350-NOTE-SYSOUT-LINE
               END-READ
           END-PERFORM
           CLOSE SYSOUT-FILE.

      *    RUNTIME MESSAGES ARE NOT DISPLAY LINES.  THE FIRST SEVERE
      *    ONE MARKS THE ABEND: NOTHING AFTER IT IS KEPT, SO THE
      *    THREE LINES LEFT ARE THE PROGRAM'S LAST WORDS.
       350-NOTE-SYSOUT-LINE.
           IF SCAN-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 650-CHECK-ABEND-CODE
           PERFORM 660-CHECK-MESSAGE-ID
           IF LINE-IS-MESSAGE
               IF MESSAGE-IS-SEVERE AND NOT PAST-ABEND
                   SET PAST-ABEND TO TRUE
                   MOVE SCAN-LINE (SCAN-LEAD + 1 : 80)
                     TO SYSOUT-MESSAGE
                   PERFORM 370-NOTE-SYSOUT-LOCATION
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF PAST-ABEND
               IF TOKEN (1) = "FROM" AND TOKEN (2) = "COMPILE"
                   PERFORM 370-NOTE-SYSOUT-LOCATION
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE DISPLAY-LINE (2) TO DISPLAY-LINE (1)
           MOVE DISPLAY-LINE (3) TO DISPLAY-LINE (2)
           MOVE SCAN-TEXT (SCAN-LEAD + 1 : 80) TO DISPLAY-LINE (3)
           IF DISPLAY-COUNT < 3
               ADD +1 TO DISPLAY-COUNT
           END-IF.

      *    WITHOUT A DUMP THE SYSOUT STILL PLACES THE FAILURE: "FROM
      *    COMPILE UNIT X AT ENTRY POINT X AT STATEMENT N AT COMPILE
      *    UNIT OFFSET +X" UNDER AN LE MESSAGE, OR "... IN PROGRAM
      *    X ..." IN A COBOL RUNTIME MESSAGE.  THE FIRST NAMED
      *    PROGRAM IS KEPT.
       370-NOTE-SYSOUT-LOCATION.
           PERFORM VARYING TOKEN-NDX FROM 1 BY 1
               UNTIL TOKEN-NDX >= TOKEN-COUNT
               EVALUATE TRUE
                   WHEN TOKEN (TOKEN-NDX) = "UNIT"
                    AND TOKEN (TOKEN-NDX + 1) NOT = "OFFSET"
                    AND SYS-PROGRAM = SPACES
                       MOVE TOKEN (TOKEN-NDX + 1) TO SYS-PROGRAM
                   WHEN TOKEN (TOKEN-NDX) = "PROGRAM"
                    AND SYS-PROGRAM = SPACES
                       MOVE TOKEN (TOKEN-NDX + 1) TO SYS-PROGRAM
                   WHEN TOKEN (TOKEN-NDX) = "STATEMENT"
                    AND TOKEN (TOKEN-NDX + 1) (1 : 1) IS NUMERIC
                       MOVE TOKEN (TOKEN-NDX + 1) TO SYS-STATEMENT
                   WHEN TOKEN (TOKEN-NDX) = "OFFSET"
                    AND TOKEN (TOKEN-NDX + 1) (1 : 1) = "+"
                       MOVE TOKEN (TOKEN-NDX + 1) TO SYS-OFFSET
               END-EVALUATE
           END-PERFORM
           INSPECT SYS-PROGRAM REPLACING ALL "." BY SPACE
                                         ALL "," BY SPACE
           INSPECT SYS-STATEMENT REPLACING ALL "." BY SPACE.

      *    THE FINDINGS BECOME ONE TRIAGE RECORD, OPENED EXTEND AND
      *    CLOSED AGAIN LIKE THE OTHER APPEND-ONLY HISTORIES.
       400-WRITE-TRIAGE.
           MOVE SPACES TO TRIAGE-RECORD
           MOVE RUN-DATE TO TRG-RUN-DATE
           MOVE RUN-ID   TO TRG-RUN-ID
           IF ENTRY-IN-FLIGHT
               MOVE FLIGHT-LABEL   TO TRG-LABEL
               MOVE FLIGHT-ACCOUNT TO TRG-ACCOUNT
               MOVE FLIGHT-PROGRAM TO TRG-ENTRY-PROGRAM
           END-IF
           MOVE DATE-NOW TO TRG-DATE
           MOVE TIME-NOW TO TRG-TIME
           MOVE FOUND-ABEND TO TRG-ABEND
           IF LOCATION-FOUND AND LOC-PROGRAM NOT = SPACES
               MOVE LOC-PROGRAM   TO TRG-FAIL-PROGRAM
               MOVE LOC-OFFSET    TO TRG-OFFSET
               MOVE LOC-STATEMENT TO TRG-STATEMENT
           ELSE
               IF TRACEBACK-ROW-FOUND
                   MOVE TB-PROGRAM    TO TRG-FAIL-PROGRAM
                   MOVE TB-OFFSET     TO TRG-OFFSET
                   MOVE TB-STATEMENT  TO TRG-STATEMENT
               ELSE
                   MOVE SYS-PROGRAM   TO TRG-FAIL-PROGRAM
                   MOVE SYS-OFFSET    TO TRG-OFFSET
                   MOVE SYS-STATEMENT TO TRG-STATEMENT
               END-IF
           END-IF
           IF TRG-STATEMENT = SPACES AND TB-STATEMENT NOT = SPACES
               MOVE TB-STATEMENT TO TRG-STATEMENT
           END-IF
           IF DUMP-MESSAGE NOT = SPACES
               MOVE DUMP-MESSAGE TO TRG-MESSAGE
           ELSE
               MOVE SYSOUT-MESSAGE TO TRG-MESSAGE
           END-IF
           PERFORM VARYING DISPLAY-NDX FROM 1 BY 1
               UNTIL DISPLAY-NDX > 3
               MOVE DISPLAY-LINE (DISPLAY-NDX)
                 TO TRG-DISPLAY (DISPLAY-NDX)
           END-PERFORM
           IF NOT ENTRY-IN-FLIGHT OR TRG-ABEND = SPACES
              OR TRG-FAIL-PROGRAM = SPACES
               MOVE +4 TO WORST-RC
           END-IF
           OPEN EXTEND TRIAGE-FILE
           IF TRG-FILE-STATUS = "05" OR TRG-FILE-STATUS = "35"
               OPEN OUTPUT TRIAGE-FILE
           END-IF
           IF NOT TRG-FILE-OK
               DISPLAY "AOCTRIAG: AOCTRIAG TRIAGE DATASET OPEN"
                   " FAILED, STATUS=" TRG-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           WRITE TRIAGE-RECORD
           CLOSE TRIAGE-FILE.

      *    THE TRIAGED MARKER TELLS THE RESUBMITTED BOARD TO LOOK
      *    FOR THIS ENTRY'S TRIAGE WHEN IT SCORES THE ENTRY RC=16.
      *    AOCBOARD AND AOCCOLL PASS OVER EVENTS THEY DO NOT USE.
       450-JOURNAL-TRIAGED.
           IF NOT ENTRY-IN-FLIGHT
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND RESTART-FILE
           IF RST-FILE-STATUS = "05" OR RST-FILE-STATUS = "35"
               OPEN OUTPUT RESTART-FILE
           END-IF
           IF NOT RST-FILE-OK
               DISPLAY "AOCTRIAG: AOCRSTRT WOULD NOT OPEN FOR THE"
                   " TRIAGED MARKER, STATUS=" RST-FILE-STATUS
               IF WORST-RC < 4
                   MOVE +4 TO WORST-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES         TO RESTART-RECORD
           MOVE "TRIAGED"      TO RSJ-EVENT
           MOVE FLIGHT-LABEL   TO RSJ-LABEL
           MOVE FLIGHT-PROGRAM TO RSJ-PROGRAM
           MOVE +16            TO RSJ-RC
           MOVE FLIGHT-ACCOUNT TO RSJ-ACCOUNT
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE.

      *    UPPER-CASE COPY OF SCAN-TEXT, ITS LEADING BLANKS (WHICH
      *    TAKE IN A CARRIAGE-CONTROL BLANK) AND ITS TOKENS.
       600-PREPARE-LINE.
           MOVE SCAN-TEXT TO SCAN-LINE
           INSPECT SCAN-LINE CONVERTING LOWER-LETTERS
               TO UPPER-LETTERS
           MOVE +0 TO SCAN-LEAD TOKEN-COUNT
           MOVE SPACES TO TOKEN-TABLE
           IF SCAN-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           INSPECT SCAN-LINE TALLYING SCAN-LEAD FOR LEADING SPACES
           COMPUTE TOKEN-PTR = SCAN-LEAD + 1
           PERFORM VARYING TOKEN-NDX FROM 1 BY 1
               UNTIL TOKEN-NDX > 24 OR TOKEN-PTR > 255
               UNSTRING SCAN-LINE DELIMITED BY ALL SPACES
                   INTO TOKEN (TOKEN-NDX)
                   WITH POINTER TOKEN-PTR
               END-UNSTRING
               IF TOKEN (TOKEN-NDX) NOT = SPACES
                   MOVE TOKEN-NDX TO TOKEN-COUNT
               END-IF
           END-PERFORM.

      *    "SYSTEM COMPLETION CODE=0C7" -> S0C7;
      *    "USER COMPLETION CODE=4038" -> U4038;
      *    "ABEND S222" OR "ABEND U4038" -> AS WRITTEN.
       650-CHECK-ABEND-CODE.
           IF FOUND-ABEND NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO SCAN-POS
           INSPECT SCAN-LINE TALLYING SCAN-POS FOR CHARACTERS
               BEFORE INITIAL "SYSTEM COMPLETION CODE="
           IF SCAN-POS < 255
               COMPUTE SCAN-POS = SCAN-POS + 24
               PERFORM 655-TAKE-CODE-DIGITS
               IF CODE-LEN > 0
                   MOVE SPACES TO FOUND-ABEND
                   STRING "S" CODE-DIGITS (1 : CODE-LEN)
                       DELIMITED BY SIZE INTO FOUND-ABEND
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO SCAN-POS
           INSPECT SCAN-LINE TALLYING SCAN-POS FOR CHARACTERS
               BEFORE INITIAL "USER COMPLETION CODE="
           IF SCAN-POS < 255
               COMPUTE SCAN-POS = SCAN-POS + 22
               PERFORM 655-TAKE-CODE-DIGITS
               IF CODE-LEN > 0
                   MOVE SPACES TO FOUND-ABEND
                   STRING "U" CODE-DIGITS (1 : CODE-LEN)
                       DELIMITED BY SIZE INTO FOUND-ABEND
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TOKEN-NDX FROM 1 BY 1
               UNTIL TOKEN-NDX >= TOKEN-COUNT
                  OR FOUND-ABEND NOT = SPACES
               IF TOKEN (TOKEN-NDX) = "ABEND"
                   PERFORM 657-CHECK-ABEND-TOKEN
               END-IF
           END-PERFORM.

      *    THE TOKEN AFTER "ABEND" IS A CODE WHEN IT IS S AND THREE
      *    HEX DIGITS, OR U AND FOUR DECIMAL DIGITS.
       657-CHECK-ABEND-TOKEN.
           MOVE TOKEN (TOKEN-NDX + 1) (2 : 4) TO CODE-DIGITS
           EVALUATE TRUE
               WHEN TOKEN (TOKEN-NDX + 1) (1 : 1) = "U"
                AND CODE-DIGITS (1 : 4) IS NUMERIC
                AND TOKEN (TOKEN-NDX + 1) (6 : 1) = SPACE
                   MOVE TOKEN (TOKEN-NDX + 1) TO FOUND-ABEND
               WHEN TOKEN (TOKEN-NDX + 1) (1 : 1) = "S"
                AND CODE-DIGITS (4 : 1) = SPACE
                   INSPECT CODE-DIGITS (1 : 3) CONVERTING "ABCDEF"
                       TO "000000"
                   IF CODE-DIGITS (1 : 3) IS NUMERIC
                       MOVE TOKEN (TOKEN-NDX + 1) TO FOUND-ABEND
                   END-IF
           END-EVALUATE.

      *    THE CODE IS EVERYTHING FROM SCAN-POS UP TO THE FIRST
      *    ")", "," OR BLANK, AT MOST FOUR CHARACTERS.
       655-TAKE-CODE-DIGITS.
           MOVE SPACES TO CODE-DIGITS
           MOVE +0 TO CODE-LEN
           PERFORM VARYING SCAN-END FROM SCAN-POS BY 1
               UNTIL SCAN-END > 255 OR CODE-LEN >= 4
                  OR SCAN-LINE (SCAN-END : 1) = ")"
                  OR SCAN-LINE (SCAN-END : 1) = ","
                  OR SCAN-LINE (SCAN-END : 1) = SPACE
               ADD +1 TO CODE-LEN
               MOVE SCAN-LINE (SCAN-END : 1)
                 TO CODE-DIGITS (CODE-LEN : 1)
           END-PERFORM.

      *    A RUNTIME MESSAGE STARTS WITH ITS ID: CEE OR IGZ, FOUR
      *    DIGITS AND A SEVERITY LETTER.  S, C AND E ARE SEVERE.
       660-CHECK-MESSAGE-ID.
           MOVE "N" TO SW-MESSAGE-LINE SW-SEVERE-MESSAGE
           IF TOKEN (1) (1 : 3) NOT = "CEE"
              AND TOKEN (1) (1 : 3) NOT = "IGZ"
               EXIT PARAGRAPH
           END-IF
           IF TOKEN (1) (4 : 4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           EVALUATE TOKEN (1) (8 : 1)
               WHEN "S"
               WHEN "C"
               WHEN "E"
                   SET LINE-IS-MESSAGE TO TRUE
                   SET MESSAGE-IS-SEVERE TO TRUE
               WHEN "I"
               WHEN "W"
                   SET LINE-IS-MESSAGE TO TRUE
           END-EVALUATE.

       900-WRAP-UP.
           IF RPT-FILE-OK
               PERFORM 950-WRITE-REPORT
               CLOSE REPORT-FILE
           END-IF
           DISPLAY "AOCTRIAG: ENTRY=" TRG-LABEL " ABEND=" TRG-ABEND
               " PROGRAM=" TRG-FAIL-PROGRAM " OFFSET=" TRG-OFFSET
               " STATEMENT=" TRG-STATEMENT " RC=" WORST-RC.

       950-WRITE-REPORT.
           IF WORST-RC >= 8 AND TRIAGE-RECORD = SPACES
               MOVE "NO TRIAGE WRITTEN -- SEE THE STEP SYSOUT"
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           IF ENTRY-IN-FLIGHT
               STRING "BOARD ENTRY      " TRG-LABEL
                   "  ACCOUNT " TRG-ACCOUNT
                   "  PROGRAM " TRG-ENTRY-PROGRAM
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               MOVE "BOARD ENTRY      NONE IN FLIGHT ON AOCRSTRT --"
                  & " THE DRIVER ITSELF ABENDED" TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF TRG-ABEND = SPACES
               MOVE "ABEND CODE       NOT FOUND IN THE DUMP OR SYSOUT"
                 TO REPORT-RECORD
           ELSE
               STRING "ABEND CODE       " TRG-ABEND
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF TRG-FAIL-PROGRAM = SPACES
               MOVE "FAILING PROGRAM  NOT FOUND IN THE DUMP OR SYSOUT"
                 TO REPORT-RECORD
           ELSE
               STRING "FAILING PROGRAM  " TRG-FAIL-PROGRAM
                   "  OFFSET " TRG-OFFSET
                   "  STATEMENT " TRG-STATEMENT
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "CONDITION        " TRG-MESSAGE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "LAST DISPLAY LINES BEFORE THE ABEND:"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF DISPLAY-COUNT = 0
               MOVE "  (NONE)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING DISPLAY-NDX FROM 1 BY 1
               UNTIL DISPLAY-NDX > 3
               IF TRG-DISPLAY (DISPLAY-NDX) NOT = SPACES
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  " TRG-DISPLAY (DISPLAY-NDX)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD (1 : 78)
           WRITE REPORT-RECORD
           MOVE DUMP-LINES TO LINES-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "CEEDUMP LINES READ " LINES-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           MOVE SYSOUT-LINES TO LINES-EDIT
           STRING "   SYSOUT LINES READ " LINES-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD (28 : 40)
           WRITE REPORT-RECORD
           IF WORST-RC < 8 AND ENTRY-IN-FLIGHT
               MOVE "RESUBMIT THE BOARD: IT SCORES THIS ENTRY RC=16"
                  & " AND RAISES THIS TRIAGE UNDER THE RC=16 ALERT"
                 TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       END PROGRAM AOCTRIAG.
