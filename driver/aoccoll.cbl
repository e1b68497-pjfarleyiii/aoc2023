      *    JOURNAL SHOWS STARTED BUT NEVER ENDED (A SPLIT JOB THAT
      *    ABENDED) IS SCORED FAIL RC=16; AN ENTRY WITH NO JOURNAL
      *    RECORD AT ALL (A SPLIT JOB THAT NEVER RAN) IS SHOWN
      *    NOT RUN AND DRIVES RC=8.  AN ENTRY RUN FOR SEVERAL
      *    ACCOUNTS (CONTROL COLUMNS 99-106) IS SCORED ONCE PER
      *    ACCOUNT, MATCHED TO THE JOURNAL ON LABEL AND ACCOUNT.
      *    A RETRIED ENTRY IS SCORED ON ITS LAST ATTEMPT: EACH
      *    STARTED RECORD BEGINS THE ENTRY'S STATE AFRESH, AND THE
      *    RETRY RECORD AHEAD OF IT (ATTEMPT NUMBER IN THE RC COLUMN)
      *    IS KEPT SO THE LINE SAYS WHICH RETRY IT PASSED OR FAILED
      *    ON, AS AOCBOARD'S OWN SCOREBOARD DOES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
           05  CTL-PARM-LEN-X        PIC  X(02).
           05  FILLER                PIC  X.
           05  CTL-PARM-TEXT         PIC  X(19).
           05  FILLER                PIC  X.
           05  CTL-ACCOUNT           PIC  X(08).

      *    SAME RECORD SHAPE AOCBOARD'S 170-WRITE-JOURNAL PRODUCES.
       FD  RESULTS-FILE.
           05  RSJ-PROGRAM           PIC  X(8).
           05  FILLER                PIC  X.
           05  RSJ-RC                PIC S9(4) SIGN LEADING SEPARATE.
           05  FILLER                PIC  X.
           05  RSJ-ACCOUNT           PIC  X(08).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
               88 RSL-EOF                       VALUE "Y".

       01  BOARD-TABLE.
           05  BOARD-ENTRY OCCURS 256 TIMES
                           INDEXED BY BX.
               10  BRD-LABEL         PIC  X(20).
               10  BRD-ACCOUNT       PIC  X(08).
               10  BRD-PROGRAM       PIC  X(8).
               10  BRD-RC            PIC S9(4) COMP-5 VALUE +0.
               10  BRD-STATE         PIC  X(01) VALUE "N".
                   88 BRD-NEVER-RAN            VALUE "N".
                   88 BRD-STARTED              VALUE "S".
                   88 BRD-ENDED                VALUE "E".
               10  BRD-RETRIES       PIC S9(4) COMP-5 VALUE +0.

       01  BOARD-CONTROLS.
           05  BOARD-MAX             PIC S9(4) COMP-5 VALUE +256.
           05  BOARD-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  PASS-COUNT            PIC S9(4) COMP-5 VALUE +0.
           05  FAIL-COUNT            PIC S9(4) COMP-5 VALUE +0.
           05  WORST-RC              PIC S9(4) COMP-5 VALUE +0.
           05  BRD-FOUND             PIC S9(4) COMP-5 VALUE +0.
           05  BRD-NDX               PIC S9(4) COMP-5 VALUE +0.
           05  RETRY-EDIT            PIC  9     VALUE ZERO.

       01  REPORT-LINE               PIC  X(60).

      *    SCHEDULER COMPLETION EVENT (TRIGPOST) FOR THE SPLIT BOARD
      *    AS A WHOLE -- THE SPLIT JOBS THEMSELVES POST NONE.  AN
      *    ENTRY WHOSE SPLIT JOB NEVER RAN COUNTS AS FAILED HERE, AS
      *    IT DRIVES RC=8.  NO DEADLINE IS KNOWN TO THE COLLECTOR.
       01  TRIGGER-CALL-AREA.
           05  TRG-ROLE              PIC  X(08) VALUE "COLLECT".
           05  TRG-RUN-KEY           PIC  X(17) VALUE SPACES.
           05  TRG-WORST-RC          PIC S9(4) COMP-5 VALUE +0.
           05  TRG-ENTRIES           PIC S9(4) COMP-5 VALUE +0.
           05  TRG-FAILED            PIC S9(4) COMP-5 VALUE +0.
           05  TRG-DEADLINE          PIC  X     VALUE "-".
           05  TRG-STATE             PIC  X     VALUE "F".
           05  TRG-PROGRAM           PIC  X(08) VALUE "AOCCOLL".

       PROCEDURE DIVISION.
           PERFORM 000-LOAD-BOARD
           IF WORST-RC < 8
               PERFORM 200-SCORE-BOARD
           END-IF
           PERFORM 900-PRINT-SCOREBOARD
           PERFORM 970-POST-COMPLETION
           GOBACK.

       000-LOAD-BOARD.
                   ADD +1 TO BOARD-COUNT
                   SET BX TO BOARD-COUNT
                   MOVE CTL-LABEL   TO BRD-LABEL   (BX)
                   MOVE CTL-ACCOUNT TO BRD-ACCOUNT (BX)
                   MOVE CTL-PROGRAM TO BRD-PROGRAM (BX)
           END-EVALUATE.


       150-NOTE-ONE-RESULT.
           IF RSJ-EVENT NOT = "STARTED" AND RSJ-EVENT NOT = "ENDED"
              AND RSJ-EVENT NOT = "RETRY"
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO BRD-FOUND
           PERFORM VARYING BRD-NDX FROM 1 BY 1
               UNTIL BRD-NDX > BOARD-COUNT OR BRD-FOUND > 0
               IF BRD-LABEL (BRD-NDX) = RSJ-LABEL
                  AND BRD-ACCOUNT (BRD-NDX) = RSJ-ACCOUNT
                   MOVE BRD-NDX TO BRD-FOUND
               END-IF
           END-PERFORM
           IF BRD-FOUND = 0
               DISPLAY "RESULT FOR UNKNOWN BOARD ENTRY IGNORED: "
                   RSJ-LABEL " " RSJ-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           SET BX TO BRD-FOUND
           EVALUATE RSJ-EVENT
               WHEN "RETRY"
                   MOVE RSJ-RC TO BRD-RETRIES (BX)
               WHEN "STARTED"
                   MOVE "S" TO BRD-STATE (BX)
                   MOVE +0 TO BRD-RC (BX)
               WHEN OTHER
                   MOVE "E" TO BRD-STATE (BX)
                   MOVE RSJ-RC TO BRD-RC (BX)
           END-EVALUATE.

       200-SCORE-BOARD.
           PERFORM VARYING BX FROM 1 BY 1
       950-PRINT-ONE-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING BRD-LABEL (BX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BRD-ACCOUNT (BX) DELIMITED BY SIZE
               " PGM=" DELIMITED BY SIZE
               BRD-PROGRAM (BX) DELIMITED BY SIZE
               "  RC=" DELIMITED BY SIZE
               INTO REPORT-LINE
               WHEN BRD-NEVER-RAN (BX)
                   DISPLAY REPORT-LINE (1 : 48) BRD-RC (BX)
                       "  NOT RUN"
               WHEN BRD-RC (BX) = 0 AND BRD-RETRIES (BX) > 0
                   MOVE BRD-RETRIES (BX) TO RETRY-EDIT
                   DISPLAY REPORT-LINE (1 : 48) BRD-RC (BX)
                       "  PASSED ON RETRY " RETRY-EDIT
               WHEN BRD-RC (BX) = 0
                   DISPLAY REPORT-LINE (1 : 48) BRD-RC (BX) "  PASS"
               WHEN BRD-RETRIES (BX) > 0
                   MOVE BRD-RETRIES (BX) TO RETRY-EDIT
                   DISPLAY REPORT-LINE (1 : 48) BRD-RC (BX)
                       "  FAILED ON RETRY " RETRY-EDIT
               WHEN OTHER
                   DISPLAY REPORT-LINE (1 : 48) BRD-RC (BX) "  FAIL"
           END-EVALUATE.

       970-POST-COMPLETION.
           MOVE WORST-RC    TO TRG-WORST-RC
           MOVE BOARD-COUNT TO TRG-ENTRIES
           COMPUTE TRG-FAILED = FAIL-COUNT + NOTRUN-COUNT
           CALL "TRIGPOST" USING TRG-ROLE, TRG-RUN-KEY, TRG-WORST-RC,
               TRG-ENTRIES, TRG-FAILED, TRG-DEADLINE, TRG-STATE,
               TRG-PROGRAM.
       END PROGRAM AOCCOLL.
