      *    THE KEPT ONES REWRITTEN THROUGH AN OPEN OUTPUT ON THE
      *    REUSABLE CLUSTER, STILL IN ASCENDING KEY ORDER.  WITHOUT
      *    THE TOKEN THE ARCHIVE IS THE FLAT LAYOUT AS BEFORE.
      *    THE KSDS ARCHIVE IS SEALED (SEE SEALPOST AND AOCCHAIN): A
      *    REWRITE THAT PURGED ANYTHING ANCHORS A NEW SEGMENT ON ITS
      *    SEAL LOG (DD/ENV AOCANSSL) AND SEALS EVERY KEPT RECORD AS
      *    IT GOES BACK.  THE JOB VERIFIES THE CHAIN FIRST, SO A
      *    BROKEN ONE IS NEVER RESEALED HERE.
      *    DD/ENV AOCARCH  -- THE ARCHIVE TO PRUNE (READ, THEN
      *                       REWRITTEN WITH ONLY THE KEPT RECORDS)
      *    DD/ENV AOCHIST  -- THE YEARLY HISTORY (OPENED EXTEND;

       FD  ARCHIVE-KSDS-FILE.
       01  ARCHIVE-KSDS-RECORD.
           05  AKS-KEY               PIC  X(61).
           05  FILLER                PIC  X(57).

       FD  HISTORY-FILE
           05  ARCHIVED-COUNT        PIC  9(09) VALUE ZEROES.
           05  KEEP-EDIT             PIC  9(09) VALUE ZEROES.
           05  CUTOFF-DATE-EDIT      PIC  9(08) VALUE ZEROES.
           05  SEALED-COUNT          PIC  9(09) VALUE ZEROES.

      *    SEALPOST, LIKE ANY CALLEE, HANDS BACK A ZERO RETURN-CODE,
      *    SO THE STEP'S CODE IS SAVED ACROSS THE SEALING CALLS.
       01  SEAL-CALL-AREA.
           05  SEAL-FUNCTION         PIC  X(05) VALUE SPACES.
           05  SEAL-CHAIN            PIC  X(01) VALUE "A".
           05  SEAL-KEY              PIC  X(61) VALUE SPACES.
           05  SEAL-DATA             PIC  X(128) VALUE SPACES.
           05  SEAL-LEN              PIC S9(4) COMP-5 VALUE +118.
           05  SEAL-PROGRAM          PIC  X(08) VALUE "AOCHSKP".
           05  SEAL-RESULT           PIC  X(01) VALUE "N".
           05  SEAL-SAVE-RC          PIC S9(4) COMP-5 VALUE +0.

       01  RECORD-WORK               PIC  X(132) VALUE SPACES.

               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE RETURN-CODE TO SEAL-SAVE-RC
           IF PURGED-COUNT > 0
               PERFORM 430-ANCHOR-SEGMENT
           END-IF
           PERFORM VARYING S91 FROM 1 BY 1 UNTIL S91 > ARC-MAX
               SET ARCNDX TO S91
               IF ARC-RUN-SLOT (ARCNDX) >= +0
                   MOVE ARC-TEXT (ARCNDX) (1 : 118)
                     TO ARCHIVE-KSDS-RECORD
                   WRITE ARCHIVE-KSDS-RECORD
                   IF SEAL-RESULT = "Y"
                       MOVE "SEAL" TO SEAL-FUNCTION
                       MOVE AKS-KEY TO SEAL-KEY
                       MOVE ARCHIVE-KSDS-RECORD TO SEAL-DATA
                       PERFORM 440-CALL-SEALPOST
                       ADD 1 TO SEALED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARCHIVE-KSDS-FILE
           IF PURGED-COUNT > 0
               MOVE "CLOSE" TO SEAL-FUNCTION
               PERFORM 440-CALL-SEALPOST
           END-IF
           MOVE SEAL-SAVE-RC TO RETURN-CODE
           IF SEAL-RESULT = "Y"
               MOVE SPACES TO REPORT-RECORD
               STRING "NEW SEAL SEGMENT ANCHORED, RECORDS SEALED="
                   SEALED-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               PERFORM 990-PUT-REPORT-LINE
           END-IF
           .

      *    NOTHING PURGED LEAVES THE SAME RECORDS UNDER THE SAME KEYS
      *    AND THE CURRENT SEGMENT STILL DESCRIBES THEM.  A SEAL LOG
      *    THAT WILL NOT OPEN LEAVES THE ARCHIVE UNSEALED, WHICH
      *    SEALPOST REPORTS ON THE JOB LOG AND AOCCHAIN FLAGS.
       430-ANCHOR-SEGMENT.
           MOVE "OPEN" TO SEAL-FUNCTION
           PERFORM 440-CALL-SEALPOST
           IF SEAL-RESULT NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "ANCHR" TO SEAL-FUNCTION
           MOVE SPACES TO SEAL-KEY
           STRING "HOUSEKEEPING PURGED=" PURGED-COUNT
               " KEPT=" KEPT-COUNT
               DELIMITED BY SIZE INTO SEAL-KEY
           END-STRING
           PERFORM 440-CALL-SEALPOST
           .

       440-CALL-SEALPOST.
           CALL "SEALPOST" USING SEAL-FUNCTION, SEAL-CHAIN, SEAL-KEY,
               SEAL-DATA, SEAL-LEN, SEAL-PROGRAM, SEAL-RESULT
           .

      *    MODE=GENS DRIVER -- LOAD THE LISTCAT EXTRACT, DECIDE
