      *    KEYS KEEP THEIR ARRIVAL ORDER.  EITHER INPUT DD MAY BE
      *    ABSENT (NOTED, NOT AN ERROR); A MERGE THAT OVERFLOWS THE
      *    TABLE STOPS RC=8 WITH THE MASTERS UNTOUCHED.
      *    THE MASTER ARCHIVE IS SEALED (SEE SEALPOST AND AOCCHAIN):
      *    EACH MERGED RECORD IS SEALED ON ITS SEAL LOG (DD/ENV
      *    AOCANSSL) AS IT LANDS, AS ANSWRLOG SEALS A SERIAL RUN'S.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
               10  ANI-REC-PROGRAM   PIC  X(08).
               10  FILLER            PIC  X.
               10  ANI-REC-SEQ       PIC  X(04).
               10  FILLER            PIC  X.
               10  ANI-REC-ACCOUNT   PIC  X(08).
           05  FILLER                PIC  X.
           05  ANI-REC-RC            PIC  X(05).
           05  FILLER                PIC  X.
           05  ANO-REC-KEY.
               10  FILLER            PIC  X(48).
               10  ANO-REC-SEQ       PIC  9(04).
               10  FILLER            PIC  X(09).
           05  FILLER                PIC  X(57).

       FD  JOURNAL-IN-FILE
           RECORD CONTAINS 146 CHARACTERS.
       01  JOURNAL-IN-RECORD         PIC  X(146).

       FD  JOURNAL-OUT-FILE
           RECORD CONTAINS 146 CHARACTERS.
       01  JOURNAL-OUT-RECORD        PIC  X(146).

       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC  X(100).
                                     INDEXED BY MRGNDX.
               10  MRG-KEY           PIC S9(09) COMP-5.
               10  MRG-SEQ           PIC S9(09) COMP-5.
               10  MRG-TEXT          PIC  X(146).

       01  KEY-WORK.
           05  KW-DAY                PIC S9(04) COMP-5 VALUE +0.
           05  MRK-TIME-NOW          PIC  9(08) VALUE ZEROES.
           05  MRK-SEQ-TRY           PIC  9(04) VALUE ZEROES.

      *    SCHEDULER COMPLETION EVENT (TRIGPOST).  THE MERGE JOB IS
      *    ONE ANSWER STEP PER SPLIT JOB AND THEN THE JOURNAL STEP,
      *    SO EACH ANSWER STEP POSTS AN INTERIM EVENT (ONE ENTRY,
      *    FAILED WHEN IT ENDS RC=8) AND THE JOURNAL STEP -- THE ONE
      *    WITH NO ANSWERS INPUT -- POSTS THE FINAL EVENT, INTO WHICH
      *    TRIGPOST FOLDS THE ANSWER STEPS' RESULTS.  NO DEADLINE.
       01  TRIGGER-CALL-AREA.
           05  TRG-ROLE              PIC  X(08) VALUE "MERGE".
           05  TRG-RUN-KEY.
               10  TRG-RUN-DATE      PIC  X(08) VALUE SPACES.
               10  FILLER            PIC  X     VALUE SPACE.
               10  TRG-RUN-ID        PIC  X(08) VALUE SPACES.
           05  TRG-WORST-RC          PIC S9(4) COMP-5 VALUE +0.
           05  TRG-ENTRIES           PIC S9(4) COMP-5 VALUE +1.
           05  TRG-FAILED            PIC S9(4) COMP-5 VALUE +0.
           05  TRG-DEADLINE          PIC  X     VALUE "-".
           05  TRG-STATE             PIC  X     VALUE "F".
           05  TRG-PROGRAM           PIC  X(08) VALUE "AOCMERGE".

       01  SORT-WORK.
           05  SRT-I                 PIC S9(09) COMP-5.
           05  SRT-J                 PIC S9(09) COMP-5.
           05  SRT-KEY               PIC S9(09) COMP-5.
           05  SRT-SEQ               PIC S9(09) COMP-5.
           05  SRT-TEXT              PIC  X(146).
           05  SW-SORT-SWAPPED       PIC  X     VALUE "N".

      *    SEALPOST HANDS BACK A ZERO RETURN-CODE, SO THE STEP'S CODE
      *    IS SAVED ACROSS THE SEALING CALLS.
       01  SEAL-CALL-AREA.
           05  SEAL-FUNCTION         PIC  X(05) VALUE SPACES.
           05  SEAL-CHAIN            PIC  X(01) VALUE "A".
           05  SEAL-KEY              PIC  X(61) VALUE SPACES.
           05  SEAL-DATA             PIC  X(128) VALUE SPACES.
           05  SEAL-LEN              PIC S9(4) COMP-5 VALUE +118.
           05  SEAL-PROGRAM          PIC  X(08) VALUE "AOCMERGE".
           05  SEAL-RESULT           PIC  X(01) VALUE SPACE.
           05  SEAL-SAVE-RC          PIC S9(4) COMP-5 VALUE +0.

       PROCEDURE DIVISION.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FILE-OK
           IF RPT-FILE-OK
               CLOSE REPORT-FILE
           END-IF
           PERFORM 900-POST-COMPLETION
           GOBACK.

       100-MERGE-ANSWERS.
                   ") -- NO ANSWERS TO MERGE"
               EXIT PARAGRAPH
           END-IF
           MOVE "I" TO TRG-STATE
           MOVE +0 TO MRG-MAX
           MOVE "N" TO SW-ANI-EOF
           PERFORM UNTIL ANI-EOF
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "OPEN" TO SEAL-FUNCTION
           PERFORM 150-CALL-SEALPOST
           PERFORM VARYING SRT-I FROM 1 BY 1 UNTIL SRT-I > MRG-MAX
               SET MRGNDX TO SRT-I
               MOVE MRG-TEXT (MRGNDX) (1 : 118)
                 TO ANSWERS-OUT-RECORD
      *        RESTAMP THE RUN KEY -- ONE KEY FOR THE WHOLE MERGED
      *        BOARD, SO THE DOWNSTREAM LAST-TWO-RUNS READERS SEE
                   MOVE MRK-SEQ-TRY TO ANO-REC-SEQ
                   WRITE ANSWERS-OUT-RECORD
               END-PERFORM
               IF ANO-FILE-STATUS = "00"
                   MOVE "SEAL" TO SEAL-FUNCTION
                   MOVE ANO-REC-KEY TO SEAL-KEY
                   MOVE ANSWERS-OUT-RECORD TO SEAL-DATA
                   PERFORM 150-CALL-SEALPOST
               END-IF
               ADD 1 TO ANSWERS-MERGED
           END-PERFORM
           CLOSE ANSWERS-OUT-FILE
           MOVE "CLOSE" TO SEAL-FUNCTION
           PERFORM 150-CALL-SEALPOST
           IF ANSWERS-MERGED NOT = EXP-ANS-COUNT
               MOVE EXP-ANS-COUNT TO BAL-EXP-EDIT
               MOVE ANSWERS-MERGED TO BAL-ACT-EDIT
               WRITE REPORT-RECORD
           END-IF.

       150-CALL-SEALPOST.
           MOVE RETURN-CODE TO SEAL-SAVE-RC
           CALL "SEALPOST" USING SEAL-FUNCTION, SEAL-CHAIN, SEAL-KEY,
               SEAL-DATA, SEAL-LEN, SEAL-PROGRAM, SEAL-RESULT
           MOVE SEAL-SAVE-RC TO RETURN-CODE
           .

      *    110-DERIVE-DAY-PART-KEY READS THE LABEL IN COLUMNS 19-38
      *    OF THE ANSWER RECORD JUST TABLED: THE NUMBER AFTER "DAY"
      *    IS THE DAY, THE FIRST DIGIT AFTER THAT NUMBER IS THE PART.
           END-PERFORM
           .

       900-POST-COMPLETION.
           MOVE MRK-DATE    TO TRG-RUN-DATE
           MOVE MRK-ID      TO TRG-RUN-ID
           MOVE RETURN-CODE TO TRG-WORST-RC
           IF RETURN-CODE >= 8
               MOVE +1 TO TRG-FAILED
           END-IF
           CALL "TRIGPOST" USING TRG-ROLE, TRG-RUN-KEY, TRG-WORST-RC,
               TRG-ENTRIES, TRG-FAILED, TRG-DEADLINE, TRG-STATE,
               TRG-PROGRAM.
       END PROGRAM AOCMERGE.
