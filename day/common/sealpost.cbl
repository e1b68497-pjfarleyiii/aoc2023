       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEALHASH.
      *    SHOP-WIDE CHAIN HASH -- FOLDS A PRIOR 16-CHARACTER HASH AND
      *    A RECORD IMAGE INTO A NEW 16-CHARACTER HASH, SO THAT EACH
      *    SEAL DEPENDS ON THE RECORD IT COVERS AND ON EVERY SEAL
      *    BEFORE IT.  CHANGE ONE BYTE OF ONE RECORD AND EVERY HASH
      *    FROM THAT RECORD ON NO LONGER RECOMPUTES.
      *        CALL "SEALHASH" USING SH-PRIOR, SH-DATA, SH-LEN,
      *            SH-RESULT
      *    SH-PRIOR  PIC X(16)  THE PREVIOUS SEAL'S HASH (SIXTEEN
      *                         ZEROES AT THE START OF A CHAIN)
      *    SH-DATA   PIC X(128) THE RECORD IMAGE
      *    SH-LEN    PIC S9(4) COMP-5  BYTES OF SH-DATA TO FOLD IN,
      *                         1-128 (THE WHOLE FIXED RECORD, TRAILING
      *                         BLANKS INCLUDED)
      *    SH-RESULT PIC X(16)  RETURNED, UPPER-CASE HEX
      *    TWO INDEPENDENT LANES, EACH A MULTIPLY-AND-ADD OVER EVERY
      *    BYTE REDUCED MODULO A PRIME JUST UNDER 2**32, GIVE EIGHT
      *    HEX DIGITS APIECE.  THE PRODUCTS STAY UNDER 10**17, WELL
      *    INSIDE AN 18-DIGIT BINARY FIELD.  THIS IS TAMPER EVIDENCE
      *    FOR UPDATES MADE OUTSIDE THE SEALING PROGRAMS, NOT A
      *    CRYPTOGRAPHIC SIGNATURE -- THE ALGORITHM IS HERE IN THE
      *    SOURCE -- SO THE SEAL LOGS THEMSELVES ARE PROTECTED LIKE
      *    THE LOAD LIBRARY (UPDATE FOR THE BATCH USER IDS ONLY).
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  HASH-LANES.
           05  LANE-1              PIC S9(18) COMP-5 VALUE +0.
           05  LANE-2              PIC S9(18) COMP-5 VALUE +0.
           05  LANE-WORK           PIC S9(18) COMP-5 VALUE +0.
           05  LANE-DIGIT          PIC S9(4)  COMP-5 VALUE +0.
           05  BYTE-VALUE          PIC S9(4)  COMP-5 VALUE +0.
           05  BYTE-NDX            PIC S9(4)  COMP-5 VALUE +0.
           05  HEX-NDX             PIC S9(4)  COMP-5 VALUE +0.
           05  FOLD-CHAR           PIC X(01)  VALUE SPACE.
       01  HASH-CONSTANTS.
           05  PRIME-1             PIC S9(18) COMP-5
                                   VALUE +4294967291.
           05  PRIME-2             PIC S9(18) COMP-5
                                   VALUE +4294967279.
           05  MULT-1              PIC S9(18) COMP-5 VALUE +16777619.
           05  MULT-2              PIC S9(18) COMP-5 VALUE +1000003.
           05  SEED-1              PIC S9(18) COMP-5
                                   VALUE +2166136261.
           05  SEED-2              PIC S9(18) COMP-5
                                   VALUE +1315423911.
       01  HEX-DIGITS              PIC X(16)
                                   VALUE "0123456789ABCDEF".

       LINKAGE SECTION.
       01  SH-PRIOR                PIC X(16).
       01  SH-DATA                 PIC X(128).
       01  SH-LEN                  PIC S9(4) COMP-5.
       01  SH-RESULT               PIC X(16).

       PROCEDURE DIVISION USING SH-PRIOR, SH-DATA, SH-LEN, SH-RESULT.
       SEALHASH-MAIN.
           MOVE SEED-1 TO LANE-1
           MOVE SEED-2 TO LANE-2
           PERFORM VARYING BYTE-NDX FROM 1 BY 1 UNTIL BYTE-NDX > 16
               MOVE SH-PRIOR (BYTE-NDX : 1) TO FOLD-CHAR
               PERFORM 100-FOLD-ONE-BYTE
           END-PERFORM
           PERFORM VARYING BYTE-NDX FROM 1 BY 1
               UNTIL BYTE-NDX > SH-LEN OR BYTE-NDX > 128
               MOVE SH-DATA (BYTE-NDX : 1) TO FOLD-CHAR
               PERFORM 100-FOLD-ONE-BYTE
           END-PERFORM
      *    THE LENGTH GOES IN LAST, SO A RECORD CANNOT BE EXTENDED
      *    WITH BYTES THAT HAPPEN TO LEAVE THE LANES WHERE THEY WERE.
           COMPUTE LANE-1 = FUNCTION MOD
               (LANE-1 * MULT-1 + SH-LEN, PRIME-1)
           MOVE LANE-1 TO LANE-WORK
           PERFORM VARYING HEX-NDX FROM 8 BY -1 UNTIL HEX-NDX < 1
               PERFORM 200-TAKE-HEX-DIGIT
               MOVE HEX-DIGITS (LANE-DIGIT + 1 : 1)
                 TO SH-RESULT (HEX-NDX : 1)
           END-PERFORM
           MOVE LANE-2 TO LANE-WORK
           PERFORM VARYING HEX-NDX FROM 16 BY -1 UNTIL HEX-NDX < 9
               PERFORM 200-TAKE-HEX-DIGIT
               MOVE HEX-DIGITS (LANE-DIGIT + 1 : 1)
                 TO SH-RESULT (HEX-NDX : 1)
           END-PERFORM
           GOBACK.

       100-FOLD-ONE-BYTE.
           COMPUTE BYTE-VALUE = FUNCTION ORD (FOLD-CHAR)
           COMPUTE LANE-1 = FUNCTION MOD
               (LANE-1 * MULT-1 + BYTE-VALUE, PRIME-1)
           COMPUTE LANE-2 = FUNCTION MOD
               ((LANE-2 + BYTE-VALUE) * MULT-2, PRIME-2).

       200-TAKE-HEX-DIGIT.
           DIVIDE LANE-WORK BY 16 GIVING LANE-WORK
               REMAINDER LANE-DIGIT.
       END PROGRAM SEALHASH.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEALPOST.
      *    SHOP-WIDE SEAL LOG WRITER -- APPENDS ONE ENTRY TO THE SEAL
      *    LOG OF A PROTECTED DATASET, CHAINED BY SEALHASH TO THE
      *    ENTRY BEFORE IT.  TWO DATASETS ARE SEALED:
      *        CHAIN A -- THE ANSWERS ARCHIVE; SEAL LOG DD/ENV AOCANSSL
      *        CHAIN C -- THE CERTIFICATION LEDGER; SEAL LOG DD/ENV
      *                   AOCCRTSL
      *    THE SEAL LOG IS APPEND-ONLY.  ENTRY LAYOUT (98 BYTES):
      *        COL  1     ENTRY TYPE -- S SEALS ONE RECORD, A IS A
      *                   SEGMENT ANCHOR
      *        COL  3-63  S: THE RECORD'S KEY (THE ARCHIVE KEY; THE
      *                      LEDGER LABEL, A BLANK, THE ACCOUNT)
      *                   A: COLS 3-18 THE HASH THE CHAIN STOOD AT
      *                      WHEN THE SEGMENT WAS OPENED, COLS 20-63
      *                      WHY (WHICH MOVE, HOW MANY RECORDS)
      *        COL 65-80  THE CHAIN HASH -- S: SEALHASH OF THE ENTRY
      *                   BEFORE'S HASH AND THE WHOLE RECORD IMAGE;
      *                   A: OF THE ENTRY BEFORE'S HASH AND COLS 1-63
      *        COL 82-89  DATE SEALED (YYYYMMDD)
      *        COL 91-98  THE SEALING PROGRAM
      *    A SEGMENT IS AN ANCHOR AND THE S ENTRIES AFTER IT.  A
      *    PROGRAM THAT MOVES RECORDS OUT OF A SEALED DATASET
      *    (HOUSEKEEPING, BACKOUT, THE LEDGER REWRITE) WRITES AN
      *    ANCHOR AND THEN AN S ENTRY FOR EVERY RECORD THE DATASET
      *    HOLDS AFTERWARD, SO THE LATEST SEGMENT ALWAYS DESCRIBES THE
      *    DATASET AS IT STANDS AND THE ANCHOR RECORDS WHERE THE OLD
      *    CHAIN ENDED.  AOCCHAIN VERIFIES THE LATEST SEGMENT AGAINST
      *    THE DATASET AND EVERY ANCHOR AGAINST THE ENTRY BEFORE IT.
      *        CALL "SEALPOST" USING SP-FUNCTION, SP-CHAIN, SP-KEY,
      *            SP-DATA, SP-LEN, SP-PROGRAM, SP-RESULT
      *    SP-FUNCTION PIC X(05) --
      *        OPEN   READ THE LOG TO ITS END FOR THE LAST HASH AND
      *               HOLD IT OPEN FOR A RUN OF SEALS (A RESEAL OR A
      *               MERGE) UNTIL CLOSE
      *        SEAL   APPEND AN S ENTRY FOR SP-KEY/SP-DATA
      *        ANCHR  APPEND AN A ENTRY; SP-KEY (1 : 44) IS THE REASON
      *        CLOSE  CLOSE A HELD LOG
      *        A SEAL OR ANCHR WITH THE LOG NOT HELD OPENS IT, WRITES
      *        THE ONE ENTRY AND CLOSES IT AGAIN -- THE SAME OPEN/
      *        WRITE/CLOSE CYCLE ANSWRLGW KEEPS, SO A LONG RUN NEVER
      *        CHAINS FROM A STALE HASH.
      *    SP-CHAIN    PIC X(01)  A OR C
      *    SP-KEY      PIC X(61)
      *    SP-DATA     PIC X(128) THE RECORD IMAGE (SEAL ONLY)
      *    SP-LEN      PIC S9(4) COMP-5  ITS LENGTH (SEAL ONLY)
      *    SP-PROGRAM  PIC X(08)  THE CALLER'S PROGRAM-ID
      *    SP-RESULT   PIC X(01)  RETURNED -- Y WRITTEN, N THE SEAL
      *                           LOG IS NOT ALLOCATED OR WILL NOT
      *                           OPEN (NOTHING WRITTEN)
      *    A RUN UNIT WITH NO SEAL LOG ALLOCATED (A FIXTURE OR SPLIT
      *    JOB LOGGING TO A WORK CLUSTER) IS TOLD SO ONCE AND THEN
      *    LEFT ALONE; A RECORD WRITTEN TO THE REAL DATASET THAT WAY
      *    IS WHAT AOCCHAIN REPORTS AS UNSEALED.  THE CALLER'S RC IS
      *    NEVER CHANGED HERE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANSWERS-SEAL-FILE
              ASSIGN TO AOCANSSL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ASL-FILE-STATUS.
           SELECT CERT-SEAL-FILE
              ASSIGN TO AOCCRTSL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CSL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANSWERS-SEAL-FILE.
       01  ANSWERS-SEAL-RECORD     PIC X(98).
       FD  CERT-SEAL-FILE.
       01  CERT-SEAL-RECORD        PIC X(98).

       WORKING-STORAGE SECTION.
       01  ASL-FILE-STATUS         PIC XX    VALUE SPACES.
       01  CSL-FILE-STATUS         PIC XX    VALUE SPACES.
       01  SEAL-STATUS             PIC XX    VALUE SPACES.
       01  SW-SEAL-EOF             PIC X     VALUE "N".
           88 SEAL-EOF                       VALUE "Y".
       01  SW-ONE-SHOT             PIC X     VALUE "N".
           88 ONE-SHOT                       VALUE "Y".
      *    PER CHAIN: WHETHER THE LOG IS HELD OPEN, THE HASH THE
      *    CHAIN STANDS AT WHILE IT IS, AND WHETHER THE RUN UNIT HAS
      *    ALREADY BEEN TOLD THE LOG IS MISSING.  1 = A, 2 = C.
       01  CHAIN-STATE.
           05  CHAIN-ENTRY OCCURS 2 TIMES.
               10  CH-HELD         PIC X(01) VALUE "N".
                   88 CH-IS-HELD             VALUE "Y".
               10  CH-LAST-HASH    PIC X(16) VALUE ALL "0".
               10  CH-MISSING      PIC X(01) VALUE "N".
                   88 CH-IS-MISSING          VALUE "Y".
       01  CX                      PIC S9(4) COMP-5 VALUE +0.
       01  CHAIN-DDNAME            PIC X(08) VALUE SPACES.
       01  DATE-NOW                PIC 9(08) VALUE ZEROES.
       01  SEAL-ROW.
           05  SR-TYPE             PIC X(01).
           05  FILLER              PIC X.
           05  SR-KEY              PIC X(61).
           05  SR-ANCHOR-VIEW      REDEFINES SR-KEY.
               10  SR-PRIOR        PIC X(16).
               10  FILLER          PIC X.
               10  SR-REASON       PIC X(44).
           05  FILLER              PIC X.
           05  SR-HASH             PIC X(16).
           05  FILLER              PIC X.
           05  SR-DATE             PIC X(08).
           05  FILLER              PIC X.
           05  SR-PROGRAM          PIC X(08).
       01  HASH-CALL-AREA.
           05  HC-DATA             PIC X(128) VALUE SPACES.
           05  HC-LEN              PIC S9(4) COMP-5 VALUE +0.
           05  HC-RESULT           PIC X(16) VALUE SPACES.

       LINKAGE SECTION.
       01  SP-FUNCTION             PIC X(05).
       01  SP-CHAIN                PIC X(01).
       01  SP-KEY                  PIC X(61).
       01  SP-DATA                 PIC X(128).
       01  SP-LEN                  PIC S9(4) COMP-5.
       01  SP-PROGRAM              PIC X(08).
       01  SP-RESULT               PIC X(01).

       PROCEDURE DIVISION USING SP-FUNCTION, SP-CHAIN, SP-KEY,
           SP-DATA, SP-LEN, SP-PROGRAM, SP-RESULT.
       SEALPOST-MAIN.
           MOVE "Y" TO SP-RESULT
           IF SP-CHAIN = "C"
               MOVE +2 TO CX
               MOVE "AOCCRTSL" TO CHAIN-DDNAME
           ELSE
               MOVE +1 TO CX
               MOVE "AOCANSSL" TO CHAIN-DDNAME
           END-IF
           EVALUATE SP-FUNCTION
               WHEN "OPEN"
                   IF NOT CH-IS-HELD (CX)
                       PERFORM 100-OPEN-LOG
                   END-IF
                   IF NOT CH-IS-HELD (CX)
                       MOVE "N" TO SP-RESULT
                   END-IF
               WHEN "CLOSE"
                   IF CH-IS-HELD (CX)
                       PERFORM 300-CLOSE-LOG
                   END-IF
               WHEN "SEAL"
               WHEN "ANCHR"
                   MOVE "N" TO SW-ONE-SHOT
                   IF NOT CH-IS-HELD (CX)
                       PERFORM 100-OPEN-LOG
                       SET ONE-SHOT TO TRUE
                   END-IF
                   IF CH-IS-HELD (CX)
                       PERFORM 200-WRITE-ENTRY
                       IF ONE-SHOT
                           PERFORM 300-CLOSE-LOG
                       END-IF
                   ELSE
                       MOVE "N" TO SP-RESULT
                   END-IF
           END-EVALUATE
           GOBACK.

      *    READ THROUGH TO THE LAST ENTRY FOR THE HASH TO CHAIN FROM
      *    (AN EMPTY OR NEW LOG STARTS FROM ZEROES), THEN REOPEN THE
      *    LOG EXTEND.
       100-OPEN-LOG.
           MOVE ALL "0" TO CH-LAST-HASH (CX)
           MOVE "N" TO SW-SEAL-EOF
           IF CX = 1
               OPEN INPUT ANSWERS-SEAL-FILE
               MOVE ASL-FILE-STATUS TO SEAL-STATUS
           ELSE
               OPEN INPUT CERT-SEAL-FILE
               MOVE CSL-FILE-STATUS TO SEAL-STATUS
           END-IF
           IF SEAL-STATUS = "00"
               PERFORM UNTIL SEAL-EOF
                   IF CX = 1
                       READ ANSWERS-SEAL-FILE INTO SEAL-ROW
                           AT END SET SEAL-EOF TO TRUE
                       END-READ
                   ELSE
                       READ CERT-SEAL-FILE INTO SEAL-ROW
                           AT END SET SEAL-EOF TO TRUE
                       END-READ
                   END-IF
                   IF NOT SEAL-EOF AND SR-HASH NOT = SPACES
                       MOVE SR-HASH TO CH-LAST-HASH (CX)
                   END-IF
               END-PERFORM
               IF CX = 1
                   CLOSE ANSWERS-SEAL-FILE
               ELSE
                   CLOSE CERT-SEAL-FILE
               END-IF
           END-IF
           IF CX = 1
               OPEN EXTEND ANSWERS-SEAL-FILE
               IF ASL-FILE-STATUS = "05" OR ASL-FILE-STATUS = "35"
                   OPEN OUTPUT ANSWERS-SEAL-FILE
               END-IF
               MOVE ASL-FILE-STATUS TO SEAL-STATUS
           ELSE
               OPEN EXTEND CERT-SEAL-FILE
               IF CSL-FILE-STATUS = "05" OR CSL-FILE-STATUS = "35"
                   OPEN OUTPUT CERT-SEAL-FILE
               END-IF
               MOVE CSL-FILE-STATUS TO SEAL-STATUS
           END-IF
           IF SEAL-STATUS (1 : 1) = "0"
               SET CH-IS-HELD (CX) TO TRUE
           ELSE
               IF NOT CH-IS-MISSING (CX)
                   DISPLAY "SEALPOST: " CHAIN-DDNAME
                       " SEAL LOG WILL NOT OPEN, STATUS="
                       SEAL-STATUS " -- RECORDS OF THIS RUN"
                       " ARE NOT SEALED"
                   SET CH-IS-MISSING (CX) TO TRUE
               END-IF
           END-IF.

       200-WRITE-ENTRY.
           ACCEPT DATE-NOW FROM DATE YYYYMMDD
           MOVE SPACES TO SEAL-ROW
           MOVE DATE-NOW TO SR-DATE
           MOVE SP-PROGRAM TO SR-PROGRAM
           IF SP-FUNCTION = "ANCHR"
               MOVE "A" TO SR-TYPE
               MOVE CH-LAST-HASH (CX) TO SR-PRIOR
               MOVE SP-KEY (1 : 44) TO SR-REASON
               MOVE SPACES TO HC-DATA
               MOVE SEAL-ROW (1 : 63) TO HC-DATA
               MOVE +63 TO HC-LEN
           ELSE
               MOVE "S" TO SR-TYPE
               MOVE SP-KEY TO SR-KEY
               MOVE SPACES TO HC-DATA
               MOVE SP-LEN TO HC-LEN
               IF HC-LEN > +128
                   MOVE +128 TO HC-LEN
               END-IF
               IF HC-LEN < +1
                   MOVE +1 TO HC-LEN
               END-IF
               MOVE SP-DATA (1 : HC-LEN) TO HC-DATA
           END-IF
           CALL "SEALHASH" USING CH-LAST-HASH (CX), HC-DATA, HC-LEN,
               HC-RESULT
           MOVE HC-RESULT TO SR-HASH
           IF CX = 1
               WRITE ANSWERS-SEAL-RECORD FROM SEAL-ROW
               MOVE ASL-FILE-STATUS TO SEAL-STATUS
           ELSE
               WRITE CERT-SEAL-RECORD FROM SEAL-ROW
               MOVE CSL-FILE-STATUS TO SEAL-STATUS
           END-IF
           IF SEAL-STATUS (1 : 1) = "0"
               MOVE HC-RESULT TO CH-LAST-HASH (CX)
           ELSE
               DISPLAY "SEALPOST: " CHAIN-DDNAME " WRITE FAILED,"
                   " STATUS=" SEAL-STATUS " -- " SR-KEY
                   " NOT SEALED"
               MOVE "N" TO SP-RESULT
           END-IF.

       300-CLOSE-LOG.
           IF CX = 1
               CLOSE ANSWERS-SEAL-FILE
           ELSE
               CLOSE CERT-SEAL-FILE
           END-IF
           MOVE "N" TO CH-HELD (CX).
       END PROGRAM SEALPOST.
