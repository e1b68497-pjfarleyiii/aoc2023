      *    WHEN ONE EXISTS, SO "DRIFTED FROM LAST RUN" AND
      *    "DRIFTED FROM THE ACCEPTED ANSWER" ARE DIFFERENT
      *    FINDINGS.  LEDGER COLUMNS:
      *        COL  1-20  ANSWER LABEL          > THE KEY
      *        COL 22-39  CERTIFIED VALUE
      *        COL 41-48  CERTIFIED BY (TSO USER)
      *        COL 50-57  DATE CERTIFIED (YYYYMMDD)
      *        COL 59-66  ACCOUNT               > THE KEY
      *    THE ACCOUNT IS THE ANALYST WHOSE PUZZLE INPUT THE VALUE
      *    WAS CERTIFIED FOR -- EACH ANALYST HAS A DIFFERENT INPUT
      *    AND SO A DIFFERENT ACCEPTED ANSWER, AND THE BOARD STAMPS
      *    THE SAME ACCOUNT ON THE ARCHIVE (SEE ANSWRLOG).  BLANK IS
      *    THE SEASON'S OWN ACCOUNT, SO A LEDGER THAT PREDATES THE
      *    COLUMN READS UNCHANGED.
      *    THIS PROGRAM APPLIES A TRANSACTION FILE (DD/ENV
      *    AOCCERTT) TO THE LEDGER AND REPORTS EVERY ACTION TO
      *    DD/ENV AOCCERTR.  TRANSACTION COLUMNS:
      *        COL 10-29  ANSWER LABEL
      *        COL 31-48  VALUE (CERTIFY ONLY)
      *        COL 50-57  CERTIFYING USER
      *        COL 59-66  ACCOUNT (BLANK = THE SEASON'S OWN)
      *        COL 68-75  DATE CERTIFIED (YYYYMMDD, CERTIFY ONLY;
      *                   BLANK = THE RUN DATE).  AOCPRIOR SETS IT
      *                   TO THE DATE A BACK-LOADED SEASON'S ANSWER
      *                   WAS SUBMITTED; A DATE LATER THAN THE RUN
      *                   DATE IS TAKEN AS THE RUN DATE
      *    THE AOCMNT PANELS DRIVE THE SAME LEDGER INTERACTIVELY
      *    (OPTION 3) BY QUEUEING TRANSACTIONS IN THE SAME LAYOUT TO
      *    THE PENDING QUEUE (DD/ENV AOCCRTQ, OPTIONAL); THIS PROGRAM
      *    APPLIES THE QUEUE AFTER AOCCERTT AND EMPTIES IT ONCE THE
      *    LEDGER IS REWRITTEN.  AOCCERTT IS THE BATCH PATH FOR
      *    SCRIPTED LOADS.
      *    SEALING: THIS IS THE ONLY PROGRAM THAT WRITES THE LEDGER.
      *    EVERY REWRITE ANCHORS A NEW SEGMENT ON THE LEDGER'S SEAL
      *    LOG (DD/ENV AOCCRTSL) THROUGH SEALPOST AND SEALS EACH ROW
      *    AS IT IS WRITTEN, SO AOCCHAIN CAN TELL A LEDGER EDITED BY
      *    HAND FROM ONE THIS PROGRAM LEFT.
      *    AN UNKNOWN VERB OR A REVOKE OF AN ABSENT LABEL IS
      *    REPORTED AND DRIVES RC=4; THE LEDGER IS REWRITTEN ONLY
      *    WHEN EVERY TRANSACTION PARSED.  SEE JCL/AOCCERT.JCL.
              ASSIGN TO AOCCERTT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRN-FILE-STATUS.
           SELECT QUEUE-FILE
              ASSIGN TO AOCCRTQ
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS QUE-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO AOCCERTR
              ORGANIZATION IS LINE SEQUENTIAL
           05  LDG-WHO             PIC X(08).
           05  FILLER              PIC X.
           05  LDG-DATE            PIC X(08).
           05  FILLER              PIC X.
           05  LDG-ACCOUNT         PIC X(08).

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05  TRN-VALUE           PIC X(18).
           05  FILLER              PIC X.
           05  TRN-WHO             PIC X(08).
           05  FILLER              PIC X.
           05  TRN-ACCOUNT         PIC X(08).
           05  FILLER              PIC X.
           05  TRN-CERT-DATE       PIC X(08).
           05  TRN-CERT-DATE-N     REDEFINES TRN-CERT-DATE
                                   PIC 9(08).
           05  FILLER              PIC X(05).

       FD  QUEUE-FILE.
       01  QUEUE-RECORD            PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(100).
               88 TRN-FILE-OK                 VALUE "00".
           05  SW-TRN-EOF          PIC  X     VALUE "N".
               88 TRN-EOF                     VALUE "Y".
           05  QUE-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 QUE-FILE-OK                 VALUE "00".
           05  SW-QUE-EOF          PIC  X     VALUE "N".
               88 QUE-EOF                     VALUE "Y".
           05  SW-QUEUE-READ       PIC  X     VALUE "N".
               88 QUEUE-READ                  VALUE "Y".
           05  RPT-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                 VALUE "00".

       01  LEDGER-CONTROLS.
           05  LED-MAX             PIC S9(4) COMP-5 VALUE +256.
           05  LED-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  LED-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  LED-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  TODAY-YYYYMMDD      PIC  9(08) VALUE ZEROES.
       01  LEDGER-TABLE.
           05  LED-ENTRY OCCURS 256 TIMES.
               10  LED-LABEL       PIC  X(20).
               10  LED-ACCOUNT     PIC  X(08).
               10  LED-VALUE       PIC  X(18).
               10  LED-WHO         PIC  X(08).
               10  LED-DATE        PIC  X(08).
           05  CERTIFY-COUNT       PIC  9(04) VALUE ZEROES.
           05  REVOKE-COUNT        PIC  9(04) VALUE ZEROES.
           05  ERROR-COUNT         PIC  9(04) VALUE ZEROES.
           05  QUEUED-COUNT        PIC  9(04) VALUE ZEROES.
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.

       01  SEAL-CALL-AREA.
           05  SEAL-FUNCTION       PIC X(05) VALUE SPACES.
           05  SEAL-CHAIN          PIC X(01) VALUE "C".
           05  SEAL-KEY            PIC X(61) VALUE SPACES.
           05  SEAL-DATA           PIC X(128) VALUE SPACES.
           05  SEAL-LEN            PIC S9(4) COMP-5 VALUE +66.
           05  SEAL-PROGRAM        PIC X(08) VALUE "AOCCERT".
           05  SEAL-RESULT         PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           IF WORST-RC < 8
           IF WORST-RC < 8
               PERFORM 200-APPLY-TRANSACTIONS
           END-IF
           IF WORST-RC < 8
               PERFORM 220-APPLY-QUEUE
           END-IF
           IF WORST-RC < 8
               PERFORM 300-REWRITE-LEDGER
           END-IF
           IF WORST-RC < 8 AND QUEUE-READ
               PERFORM 350-CLEAR-QUEUE
           END-IF
           PERFORM 900-WRAP-UP
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.
                           ADD +1 TO LED-COUNT
                           MOVE LDG-LABEL
                             TO LED-LABEL (LED-COUNT)
                           MOVE LDG-ACCOUNT
                             TO LED-ACCOUNT (LED-COUNT)
                           MOVE LDG-VALUE
                             TO LED-VALUE (LED-COUNT)
                           MOVE LDG-WHO TO LED-WHO (LED-COUNT)
           END-PERFORM
           CLOSE TRANS-FILE.

      *    THE PANEL QUEUE, IF ALLOCATED.  ITS RECORDS ARE IN THE
      *    TRANSACTION LAYOUT, SO EACH IS APPLIED AS ONE.
       220-APPLY-QUEUE.
           OPEN INPUT QUEUE-FILE
           IF NOT QUE-FILE-OK
               EXIT PARAGRAPH
           END-IF
           SET QUEUE-READ TO TRUE
           PERFORM UNTIL QUE-EOF
               READ QUEUE-FILE
                   AT END SET QUE-EOF TO TRUE
                   NOT AT END
                       MOVE QUEUE-RECORD TO TRANS-RECORD
                       IF TRANS-RECORD NOT = SPACES
                           ADD 1 TO QUEUED-COUNT
                       END-IF
                       PERFORM 250-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.

       250-APPLY-ONE-TRANSACTION.
           IF TRANS-RECORD = SPACES OR TRN-VERB (1 : 1) = "*"
               EXIT PARAGRAPH
           PERFORM VARYING LED-NDX FROM 1 BY 1
               UNTIL LED-NDX > LED-COUNT OR LED-FOUND > 0
               IF LED-LABEL (LED-NDX) = TRN-LABEL
                  AND LED-ACCOUNT (LED-NDX) = TRN-ACCOUNT
                  AND NOT LED-IS-DROPPED (LED-NDX)
                   MOVE LED-NDX TO LED-FOUND
               END-IF
                       ADD 1 TO REVOKE-COUNT
                       MOVE SPACES TO REPORT-RECORD
                       STRING "REVOKED  " TRN-LABEL
                           " " TRN-ACCOUNT
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   ELSE
                       ADD 1 TO ERROR-COUNT
                       MOVE SPACES TO REPORT-RECORD
                       STRING "REVOKE OF UNCERTIFIED LABEL "
                           TRN-LABEL " " TRN-ACCOUNT " -- IGNORED"
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
               ADD +1 TO LED-COUNT
               MOVE LED-COUNT TO LED-FOUND
               MOVE TRN-LABEL TO LED-LABEL (LED-FOUND)
               MOVE TRN-ACCOUNT TO LED-ACCOUNT (LED-FOUND)
               MOVE "N" TO LED-DROPPED (LED-FOUND)
           END-IF
           MOVE TRN-VALUE      TO LED-VALUE (LED-FOUND)
           MOVE TRN-WHO        TO LED-WHO   (LED-FOUND)
           IF TRN-CERT-DATE NUMERIC
              AND TRN-CERT-DATE-N NOT > TODAY-YYYYMMDD
               MOVE TRN-CERT-DATE  TO LED-DATE  (LED-FOUND)
           ELSE
               MOVE TODAY-YYYYMMDD TO LED-DATE  (LED-FOUND)
           END-IF
           ADD 1 TO CERTIFY-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "CERTIFIED " TRN-LABEL " " TRN-ACCOUNT
               " = " TRN-VALUE " BY " TRN-WHO
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM 310-ANCHOR-SEGMENT
      *    THE SEAL IS TAKEN FROM THE ROW AS BUILT, AHEAD OF THE
      *    WRITE; A FAILED WRITE STOPS THE REWRITE UNSEALED AND
      *    LEAVES THE QUEUE IN PLACE FOR THE RERUN.
           PERFORM VARYING LED-NDX FROM 1 BY 1
               UNTIL LED-NDX > LED-COUNT OR WORST-RC >= 8
               IF NOT LED-IS-DROPPED (LED-NDX)
                   MOVE SPACES TO LEDGER-RECORD
                   MOVE LED-LABEL (LED-NDX) TO LDG-LABEL
                   MOVE LED-VALUE (LED-NDX) TO LDG-VALUE
                   MOVE LED-WHO   (LED-NDX) TO LDG-WHO
                   MOVE LED-DATE  (LED-NDX) TO LDG-DATE
                   MOVE LED-ACCOUNT (LED-NDX) TO LDG-ACCOUNT
                   MOVE SPACES TO SEAL-KEY
                   STRING LED-LABEL (LED-NDX) " " LED-ACCOUNT (LED-NDX)
                       DELIMITED BY SIZE INTO SEAL-KEY
                   END-STRING
                   MOVE LEDGER-RECORD TO SEAL-DATA
                   WRITE LEDGER-RECORD
                   IF NOT LDG-FILE-OK
                       DISPLAY "AOCCERTL REWRITE FAILED, STATUS="
                           LDG-FILE-STATUS " -- LEDGER INCOMPLETE,"
                           " QUEUE KEPT; RESTORE THE LEDGER AND RERUN"
                       MOVE +8 TO WORST-RC
                   ELSE
                       IF SEAL-RESULT = "Y"
                           MOVE "SEAL" TO SEAL-FUNCTION
                           PERFORM 320-CALL-SEALPOST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LEDGER-FILE
           MOVE "CLOSE" TO SEAL-FUNCTION
           PERFORM 320-CALL-SEALPOST.

      *    THE REWRITE STARTS A NEW SEGMENT.  A SEAL LOG THAT IS NOT
      *    ALLOCATED LEAVES THE LEDGER UNSEALED (SEALPOST SAYS SO ON
      *    THE JOB LOG) AND AOCCHAIN WILL REPORT IT.
       310-ANCHOR-SEGMENT.
           MOVE "OPEN" TO SEAL-FUNCTION
           PERFORM 320-CALL-SEALPOST
           IF SEAL-RESULT NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "ANCHR" TO SEAL-FUNCTION
           MOVE SPACES TO SEAL-KEY
           STRING "LEDGER REWRITE CERTIFIED=" CERTIFY-COUNT
               " REVOKED=" REVOKE-COUNT
               DELIMITED BY SIZE INTO SEAL-KEY
           END-STRING
           PERFORM 320-CALL-SEALPOST.

       320-CALL-SEALPOST.
           CALL "SEALPOST" USING SEAL-FUNCTION, SEAL-CHAIN, SEAL-KEY,
               SEAL-DATA, SEAL-LEN, SEAL-PROGRAM, SEAL-RESULT.

      *    THE QUEUE IS NOW ON THE LEDGER.  IF IT CANNOT BE EMPTIED
      *    THE NEXT RUN APPLIES IT AGAIN, WHICH IS HARMLESS: A
      *    CERTIFY REPLACES ITS OWN ROW AND A SECOND REVOKE OF THE
      *    SAME ROW IS ONLY REPORTED.
       350-CLEAR-QUEUE.
           OPEN OUTPUT QUEUE-FILE
           IF QUE-FILE-OK
               CLOSE QUEUE-FILE
           ELSE
               DISPLAY "AOCCRTQ QUEUE NOT EMPTIED, STATUS="
                   QUE-FILE-STATUS " -- THE NEXT RUN RE-APPLIES IT"
           END-IF.

       900-WRAP-UP.
           IF RPT-FILE-OK
               STRING "CERTIFIED=" CERTIFY-COUNT
                   " REVOKED=" REVOKE-COUNT
                   " ERRORS=" ERROR-COUNT
                   " FROM QUEUE=" QUEUED-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
