       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYPUT.
      *    SHOP-WIDE KEYED-STORE UTILITY -- SEVEN CALLABLE ENTRY
      *    POINTS IN THIS SOURCE, ONE PER PROGRAM-ID, PACKAGED THE
      *    WAY DAY/COMMON/PTYQ.CBL PACKAGES THE PRIORITY QUEUE:
      *        KEYPUT  USING KS-PTR, KS-BUCKET, KS-KEY, KS-DATA-PTR,
      *        KEYWALK USING KS-PTR, KW-BUCKET, KW-SLOT, KS-KEY,
      *                      KS-DATA-PTR, KS-FOUND
      *        KEYFREE USING KS-PTR
      *        KEYSAVE USING KS-PTR, KS-DATA-LEN, KS-SAVED
      *        KEYLOAD USING KS-PTR, KS-DATA-LEN, KS-FOUND
      *    THIS IS DAY15PT2'S 256-BOX LABEL/FOCAL TABLE GENERALIZED:
      *    256 BUCKETS OF INSERTION-ORDERED SLOTS, PUT REPLACING IN
      *    PLACE (THE SLOT KEEPS ITS POSITION, THE OLD PAYLOAD COMES
      *    THEN INSERTION ORDER, KW-BUCKET/KW-SLOT NAMING EACH.
      *    A FULL BUCKET DISCARDS THE PUT WITH RETURN-CODE 4, THE
      *    SAME SHOP CONVENTION AS PTYQPUSH'S FULL-HEAP OVERFLOW.
      *    KEYSAVE AND KEYLOAD GIVE A STORE A LIFE BEYOND THE RUN
      *    UNIT: KEYSAVE WRITES IT TO DD/ENV AOCKEYSV, COPYING
      *    KS-DATA-LEN BYTES OF EACH PAYLOAD, AND KEYLOAD REBUILDS
      *    IT FROM THERE INTO A NULL KS-PTR, VERIFYING THE SAVE'S
      *    EYECATCHER, LAYOUT VERSION, COUNT AND TRAILER (DETAIL AT
      *    EACH ENTRY POINT BELOW).  A PROGRAM THAT WANTS A TABLE TO
      *    PERSIST CALLS THESE INSTEAD OF INVENTING A FILE FORMAT.
      *    THE FIRST PUT AND KEYFREE REPORT THE STORE'S OWN
      *    STRUCTURES TO STGACCT FOR THE RUN'S STORAGE PEAK; THE
      *    PAYLOADS ARE THE CALLER'S AND ARE NOT COUNTED.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
               10  FILLER        PIC X(28) VALUE
                   "abcdefghijklmnopqrstuvwxyz.-".
       01  STG-CALL-AREA.
           05  STG-ACTION        PIC X(01) VALUE SPACE.
           05  STG-BYTES         PIC S9(18) COMP-5 VALUE +0.
           05  STG-TOTALS.
               10  STG-ALLOCATED PIC S9(18) COMP-5.
               10  STG-FREED     PIC S9(18) COMP-5.
               10  STG-CURRENT   PIC S9(18) COMP-5.
               10  STG-PEAK      PIC S9(18) COMP-5.

       LINKAGE SECTION.
       01  KS-PTR                POINTER.
                   UNTIL SLOT-SCAN > 256
                   MOVE +0 TO KS-SLOT-CNT (SLOT-SCAN)
               END-PERFORM
               MOVE "A" TO STG-ACTION
               COMPUTE STG-BYTES = LENGTH OF KSTOR-T
                   + LENGTH OF KSTOR-BUCKETS
               CALL "STGACCT" USING STG-ACTION, STG-BYTES, STG-TOTALS
           ELSE
               SET ADDRESS OF KSTOR-T TO KS-PTR
               SET ADDRESS OF KSTOR-BUCKETS TO KS-BUCKETS-PTR
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  STG-CALL-AREA.
           05  STG-ACTION        PIC X(01) VALUE SPACE.
           05  STG-BYTES         PIC S9(18) COMP-5 VALUE +0.
           05  STG-TOTALS.
               10  STG-ALLOCATED PIC S9(18) COMP-5.
               10  STG-FREED     PIC S9(18) COMP-5.
               10  STG-CURRENT   PIC S9(18) COMP-5.
               10  STG-PEAK      PIC S9(18) COMP-5.

       LINKAGE SECTION.
       01  KS-PTR                POINTER.
           05  KS-BUCKET-LIM     PIC S9(8) COMP-5.
           05  KS-ENTRY-CNT     PIC S9(8) COMP-5.

       01  KSTOR-BUCKETS.
           05  KSB-EYECATCH      PIC  X(8).
               88 VALID-KSLOTS             VALUE "KEYSLOTT".
           05  KS-BUCKET-T       OCCURS 256 TIMES.
               10  KS-SLOT-CNT   PIC S9(4) COMP-5.
               10  KS-SLOT-T     OCCURS 256 TIMES.
                   15  KS-SLOT-KEY  PIC X(16).
                   15  KS-SLOT-DATA POINTER.

      *    THE STORE'S OWN STRUCTURES ARE RELEASED; PAYLOADS ARE THE
      *    CALLER'S TO FREE FIRST (A KEYWALK PASS REACHES THEM ALL).
       PROCEDURE DIVISION USING KS-PTR.
           FREE KS-BUCKETS-PTR
           FREE KS-PTR
           SET KS-PTR TO NULL
           MOVE "F" TO STG-ACTION
           COMPUTE STG-BYTES = LENGTH OF KSTOR-T
               + LENGTH OF KSTOR-BUCKETS
           CALL "STGACCT" USING STG-ACTION, STG-BYTES, STG-TOTALS
           EXIT PROGRAM
           .
       END PROGRAM KEYFREE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYSAVE.
      *    WRITES THE WHOLE STORE TO DD/ENV AOCKEYSV SO IT CAN
      *    OUTLIVE THE RUN UNIT -- REBUILT BY KEYLOAD, OR JUST READ
      *    FOR INSPECTION.  KS-DATA-LEN IS THE CALLER'S PAYLOAD
      *    LENGTH (1-512); THAT MANY BYTES OF EVERY PAYLOAD ARE
      *    COPIED, IN HEX SO BINARY FIELDS PASS THROUGH THE TEXT
      *    DATASET INTACT (THE AOCCKPT CONVENTION).  THE DATASET IS
      *    REWRITTEN WHOLE, FIXED COLUMNS:
      *        HEADER   COL  1- 8  EYECATCHER "AOCKEYSV"
      *                 COL 10-11  LAYOUT VERSION "01"
      *                 COL 13-20  ENTRY COUNT
      *                 COL 22-24  PAYLOAD LENGTH
      *                 COL 26-33  SAVED DATE (YYYYMMDD)
      *                 COL 35-42  SAVED TIME (HHMMSSTH)
      *        ENTRY    COL  1- 3  BUCKET (000-255)
      *                 COL  5-20  KEY
      *                 COL 22-    PAYLOAD, TWO HEX DIGITS PER BYTE
      *        TRAILER  COL  1- 8  EYECATCHER "AOCKEYND"
      *                 COL 10-17  ENTRY COUNT AGAIN
      *    ENTRIES ARE WRITTEN IN KEYWALK ORDER -- BUCKET, THEN
      *    INSERTION ORDER -- AND CARRY THEIR BUCKET, SO A RELOADED
      *    STORE HAS EVERY KEY IN THE SAME BUCKET AND SLOT EVEN WHEN
      *    THE CALLER CHOSE THE BUCKETS.  A NULL STORE SAVES AS
      *    ZERO ENTRIES.  KS-SAVED COMES BACK "Y" WHEN THE DATASET
      *    WAS WRITTEN; AN UNALLOCATED AOCKEYSV IS "N" AT RC=0 (THE
      *    SAVE IS OPTIONAL FOR THE CALLER'S STEP), ANY OTHER OPEN
      *    FAILURE "N" AT RC=4, A PAYLOAD LENGTH OUT OF RANGE "N"
      *    AT RC=8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAVE-FILE
              ASSIGN TO AOCKEYSV
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SAVE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAVE-FILE.
       01  SAVE-HEADER-RECORD.
           05  SVH-EYECATCH        PIC X(08).
           05  FILLER              PIC X.
           05  SVH-LAYOUT          PIC X(02).
           05  FILLER              PIC X.
           05  SVH-COUNT           PIC 9(08).
           05  FILLER              PIC X.
           05  SVH-DATA-LEN        PIC 9(03).
           05  FILLER              PIC X.
           05  SVH-DATE            PIC 9(08).
           05  FILLER              PIC X.
           05  SVH-TIME            PIC 9(08).
       01  SAVE-ENTRY-RECORD.
           05  SVE-BUCKET          PIC 9(03).
           05  FILLER              PIC X.
           05  SVE-KEY             PIC X(16).
           05  FILLER              PIC X.
           05  SVE-DATA-HEX        PIC X(1024).
       01  SAVE-TRAILER-RECORD.
           05  SVT-EYECATCH        PIC X(08).
           05  FILLER              PIC X.
           05  SVT-COUNT           PIC 9(08).

       WORKING-STORAGE SECTION.
       01  SAVE-FILE-STATUS        PIC XX.
       01  HEX-WORK.
           05  HEX-DIGITS          PIC X(16) VALUE "0123456789ABCDEF".
           05  BYTE-ORD            PIC S9(8) COMP-5 VALUE +0.
           05  HI-NIBBLE           PIC S9(8) COMP-5 VALUE +0.
           05  LO-NIBBLE           PIC S9(8) COMP-5 VALUE +0.
           05  DATA-POS            PIC S9(8) COMP-5 VALUE +0.
       01  WALK-WORK.
           05  KW-BUCKET           PIC S9(4) COMP-5 VALUE +0.
           05  KW-SLOT             PIC S9(4) COMP-5 VALUE +0.
           05  WALK-KEY            PIC X(16) VALUE SPACES.
           05  WALK-DATA-PTR       POINTER   VALUE NULL.
           05  WALK-FOUND          PIC X(01) VALUE "N".
           05  SAVE-COUNT          PIC S9(8) COMP-5 VALUE +0.

       LINKAGE SECTION.
       01  KS-PTR                  POINTER.
       01  KS-DATA-LEN             PIC S9(8) COMP-5.
       01  KS-SAVED                PIC X(01).

       01  KSTOR-T.
           05  KS-EYECATCH         PIC  X(8).
               88 VALID-KSTOR                VALUE "KEYSTORT".
           05  KS-BUCKETS-PTR      POINTER.
           05  KS-BUCKET-LIM       PIC S9(8) COMP-5.
           05  KS-ENTRY-CNT        PIC S9(8) COMP-5.

       01  KS-PAYLOAD              PIC X(512).

       PROCEDURE DIVISION USING KS-PTR, KS-DATA-LEN, KS-SAVED.
       KEYSAVE-MAIN.
           MOVE "N" TO KS-SAVED
           MOVE 0 TO RETURN-CODE
           IF KS-DATA-LEN < 1 OR KS-DATA-LEN > 512
               DISPLAY "KEYSAVE: PAYLOAD LENGTH " KS-DATA-LEN
                   " OUTSIDE 1-512 -- STORE NOT SAVED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE +0 TO SAVE-COUNT
           IF KS-PTR NOT = NULL
               SET ADDRESS OF KSTOR-T TO KS-PTR
               IF VALID-KSTOR
                   MOVE KS-ENTRY-CNT TO SAVE-COUNT
               END-IF
           END-IF
           OPEN OUTPUT SAVE-FILE
           IF SAVE-FILE-STATUS NOT = "00"
               IF SAVE-FILE-STATUS NOT = "35"
                   DISPLAY "KEYSAVE: AOCKEYSV OPEN FAILED, STATUS="
                       SAVE-FILE-STATUS " -- STORE NOT SAVED"
                   MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF
           MOVE SPACES      TO SAVE-HEADER-RECORD
           MOVE "AOCKEYSV"  TO SVH-EYECATCH
           MOVE "01"        TO SVH-LAYOUT
           MOVE SAVE-COUNT  TO SVH-COUNT
           MOVE KS-DATA-LEN TO SVH-DATA-LEN
           ACCEPT SVH-DATE FROM DATE YYYYMMDD
           ACCEPT SVH-TIME FROM TIME
           WRITE SAVE-HEADER-RECORD
           MOVE +0 TO KW-BUCKET KW-SLOT SAVE-COUNT
           MOVE "Y" TO WALK-FOUND
           PERFORM UNTIL WALK-FOUND = "N"
               CALL "KEYWALK" USING KS-PTR, KW-BUCKET, KW-SLOT,
                   WALK-KEY, WALK-DATA-PTR, WALK-FOUND
               IF WALK-FOUND = "Y"
                   PERFORM WRITE-ONE-ENTRY
               END-IF
           END-PERFORM
           MOVE SPACES     TO SAVE-TRAILER-RECORD
           MOVE "AOCKEYND" TO SVT-EYECATCH
           MOVE SAVE-COUNT TO SVT-COUNT
           WRITE SAVE-TRAILER-RECORD
           CLOSE SAVE-FILE
           MOVE "Y" TO KS-SAVED
           GOBACK.

       WRITE-ONE-ENTRY.
           SET ADDRESS OF KS-PAYLOAD TO WALK-DATA-PTR
           MOVE SPACES    TO SAVE-ENTRY-RECORD
           MOVE KW-BUCKET TO SVE-BUCKET
           MOVE WALK-KEY  TO SVE-KEY
           PERFORM VARYING DATA-POS FROM 1 BY 1
               UNTIL DATA-POS > KS-DATA-LEN
               COMPUTE BYTE-ORD =
                   FUNCTION ORD (KS-PAYLOAD (DATA-POS : 1)) - 1
               COMPUTE HI-NIBBLE = BYTE-ORD / 16
               COMPUTE LO-NIBBLE = FUNCTION MOD (BYTE-ORD, 16)
               MOVE HEX-DIGITS (HI-NIBBLE + 1 : 1)
                 TO SVE-DATA-HEX (DATA-POS * 2 - 1 : 1)
               MOVE HEX-DIGITS (LO-NIBBLE + 1 : 1)
                 TO SVE-DATA-HEX (DATA-POS * 2 : 1)
           END-PERFORM
           WRITE SAVE-ENTRY-RECORD
           ADD +1 TO SAVE-COUNT.
       END PROGRAM KEYSAVE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYLOAD.
      *    REBUILDS A STORE FROM A DATASET KEYSAVE WROTE ON DD/ENV
      *    AOCKEYSV.  KS-PTR MUST BE NULL -- THE REBUILT STORE IS
      *    RETURNED THERE, NEVER MERGED INTO A LIVE ONE.  EVERY
      *    PAYLOAD IS ALLOCATED AT KS-DATA-LEN BYTES (THE CALLER
      *    FREES THEM, AS WITH ITS OWN PUTS) AND PUT BACK IN ITS
      *    SAVED BUCKET AND ORDER.  THE SAVE IS VERIFIED AS IT IS
      *    READ: THE EYECATCHER AND LAYOUT VERSION, THE PAYLOAD
      *    LENGTH AGAINST KS-DATA-LEN, EVERY ENTRY'S BUCKET AND HEX,
      *    AND THE ENTRY COUNT AGAINST BOTH THE HEADER AND THE
      *    TRAILER.  KS-FOUND COMES BACK "Y" WITH THE STORE BUILT;
      *    "N" AT RC=0 WHEN AOCKEYSV IS ABSENT OR EMPTY (NOTHING
      *    SAVED YET -- START FRESH); "N" AT RC=8 WHEN THE SAVE
      *    FAILS VERIFICATION, IN WHICH CASE WHATEVER WAS REBUILT IS
      *    FREED AND KS-PTR STAYS NULL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAVE-FILE
              ASSIGN TO AOCKEYSV
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SAVE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAVE-FILE.
       01  SAVE-HEADER-RECORD.
           05  SVH-EYECATCH        PIC X(08).
               88 VALID-SAVE-HEADER          VALUE "AOCKEYSV".
           05  FILLER              PIC X.
           05  SVH-LAYOUT          PIC X(02).
               88 KNOWN-SAVE-LAYOUT          VALUE "01".
           05  FILLER              PIC X.
           05  SVH-COUNT           PIC 9(08).
           05  FILLER              PIC X.
           05  SVH-DATA-LEN        PIC 9(03).
           05  FILLER              PIC X.
           05  SVH-DATE            PIC 9(08).
           05  FILLER              PIC X.
           05  SVH-TIME            PIC 9(08).
       01  SAVE-ENTRY-RECORD.
           05  SVE-BUCKET          PIC 9(03).
           05  FILLER              PIC X.
           05  SVE-KEY             PIC X(16).
           05  FILLER              PIC X.
           05  SVE-DATA-HEX        PIC X(1024).
       01  SAVE-TRAILER-RECORD.
           05  SVT-EYECATCH        PIC X(08).
               88 VALID-SAVE-TRAILER         VALUE "AOCKEYND".
           05  FILLER              PIC X.
           05  SVT-COUNT           PIC 9(08).

       WORKING-STORAGE SECTION.
       01  SAVE-FILE-STATUS        PIC XX.
       01  SW-SAVE-EOF             PIC X     VALUE "N".
           88 SAVE-EOF                       VALUE "Y".
       01  HEX-WORK.
           05  HEX-DIGITS          PIC X(16) VALUE "0123456789ABCDEF".
           05  BYTE-ORD            PIC S9(8) COMP-5 VALUE +0.
           05  HI-NIBBLE           PIC S9(8) COMP-5 VALUE +0.
           05  LO-NIBBLE           PIC S9(8) COMP-5 VALUE +0.
           05  DATA-POS            PIC S9(8) COMP-5 VALUE +0.
       01  LOAD-WORK.
           05  LOAD-PTR            POINTER   VALUE NULL.
           05  LOAD-BUCKET         PIC S9(4) COMP-5 VALUE +0.
           05  LOAD-KEY            PIC X(16) VALUE SPACES.
           05  LOAD-DATA-PTR       POINTER   VALUE NULL.
           05  LOAD-OLD-PTR        POINTER   VALUE NULL.
           05  LOAD-COUNT          PIC S9(8) COMP-5 VALUE +0.
           05  HEADER-COUNT        PIC S9(8) COMP-5 VALUE +0.
           05  LOAD-ERROR          PIC X(40) VALUE SPACES.
           05  KW-BUCKET           PIC S9(4) COMP-5 VALUE +0.
           05  KW-SLOT             PIC S9(4) COMP-5 VALUE +0.
           05  WALK-FOUND          PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  KS-PTR                  POINTER.
       01  KS-DATA-LEN             PIC S9(8) COMP-5.
       01  KS-FOUND                PIC X(01).

       01  KS-PAYLOAD              PIC X(512).

       PROCEDURE DIVISION USING KS-PTR, KS-DATA-LEN, KS-FOUND.
       KEYLOAD-MAIN.
           MOVE "N" TO KS-FOUND SW-SAVE-EOF
           MOVE 0 TO RETURN-CODE
           IF KS-PTR NOT = NULL
               DISPLAY "KEYLOAD: STORE ALREADY BUILT -- AOCKEYSV NOT"
                   " LOADED OVER IT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF KS-DATA-LEN < 1 OR KS-DATA-LEN > 512
               DISPLAY "KEYLOAD: PAYLOAD LENGTH " KS-DATA-LEN
                   " OUTSIDE 1-512 -- STORE NOT LOADED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SAVE-FILE
           IF SAVE-FILE-STATUS NOT = "00"
               IF SAVE-FILE-STATUS NOT = "35"
                   DISPLAY "KEYLOAD: AOCKEYSV OPEN STATUS="
                       SAVE-FILE-STATUS ", STARTING FRESH"
               END-IF
               GOBACK
           END-IF
           READ SAVE-FILE
               AT END SET SAVE-EOF TO TRUE
           END-READ
           IF SAVE-EOF
               CLOSE SAVE-FILE
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN NOT VALID-SAVE-HEADER
                   MOVE "NO AOCKEYSV EYECATCHER" TO LOAD-ERROR
               WHEN NOT KNOWN-SAVE-LAYOUT
                   MOVE "UNKNOWN LAYOUT VERSION" TO LOAD-ERROR
               WHEN SVH-COUNT NOT NUMERIC
                 OR SVH-DATA-LEN NOT NUMERIC
                   MOVE "HEADER COUNTS NOT NUMERIC" TO LOAD-ERROR
               WHEN SVH-DATA-LEN NOT = KS-DATA-LEN
                   MOVE "PAYLOAD LENGTH DIFFERS FROM CALLER'S"
                     TO LOAD-ERROR
           END-EVALUATE
           IF LOAD-ERROR = SPACES
               MOVE SVH-COUNT TO HEADER-COUNT
               MOVE +0 TO LOAD-COUNT
               READ SAVE-FILE
                   AT END SET SAVE-EOF TO TRUE
               END-READ
               PERFORM UNTIL SAVE-EOF OR LOAD-ERROR NOT = SPACES
                  OR SVT-EYECATCH = "AOCKEYND"
                   PERFORM LOAD-ONE-ENTRY
                   READ SAVE-FILE
                       AT END SET SAVE-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           IF LOAD-ERROR = SPACES
               EVALUATE TRUE
                   WHEN SAVE-EOF
                       MOVE "NO TRAILER -- SAVE TRUNCATED" TO LOAD-ERROR
                   WHEN SVT-COUNT NOT NUMERIC
                     OR SVT-COUNT NOT = HEADER-COUNT
                     OR LOAD-COUNT NOT = HEADER-COUNT
                       MOVE "ENTRY COUNT DOES NOT MATCH" TO LOAD-ERROR
               END-EVALUATE
           END-IF
           CLOSE SAVE-FILE
           IF LOAD-ERROR NOT = SPACES
               DISPLAY "KEYLOAD: AOCKEYSV REJECTED, " LOAD-ERROR
               PERFORM DISCARD-PARTIAL-STORE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           SET KS-PTR TO LOAD-PTR
           SET LOAD-PTR TO NULL
           MOVE "Y" TO KS-FOUND
           GOBACK.

       LOAD-ONE-ENTRY.
           IF SVE-BUCKET NOT NUMERIC OR SVE-BUCKET > 255
               MOVE "ENTRY BUCKET NOT 000-255" TO LOAD-ERROR
               EXIT PARAGRAPH
           END-IF
           ALLOCATE KS-DATA-LEN CHARACTERS RETURNING LOAD-DATA-PTR
           SET ADDRESS OF KS-PAYLOAD TO LOAD-DATA-PTR
           PERFORM VARYING DATA-POS FROM 1 BY 1
               UNTIL DATA-POS > KS-DATA-LEN
               MOVE +0 TO HI-NIBBLE LO-NIBBLE
               INSPECT HEX-DIGITS TALLYING HI-NIBBLE
                   FOR CHARACTERS BEFORE INITIAL
                   SVE-DATA-HEX (DATA-POS * 2 - 1 : 1)
               INSPECT HEX-DIGITS TALLYING LO-NIBBLE
                   FOR CHARACTERS BEFORE INITIAL
                   SVE-DATA-HEX (DATA-POS * 2 : 1)
               IF HI-NIBBLE > 15 OR LO-NIBBLE > 15
                   MOVE "ENTRY PAYLOAD NOT HEX" TO LOAD-ERROR
               ELSE
                   COMPUTE BYTE-ORD = HI-NIBBLE * 16 + LO-NIBBLE + 1
                   MOVE FUNCTION CHAR (BYTE-ORD)
                     TO KS-PAYLOAD (DATA-POS : 1)
               END-IF
           END-PERFORM
           MOVE SVE-BUCKET TO LOAD-BUCKET
           MOVE SVE-KEY    TO LOAD-KEY
           MOVE 0 TO RETURN-CODE
           CALL "KEYPUT" USING LOAD-PTR, LOAD-BUCKET, LOAD-KEY,
               LOAD-DATA-PTR, LOAD-OLD-PTR
           IF RETURN-CODE > 0
               MOVE 0 TO RETURN-CODE
               MOVE "ENTRY OVERFLOWS ITS BUCKET" TO LOAD-ERROR
               FREE LOAD-DATA-PTR
               EXIT PARAGRAPH
           END-IF
           IF LOAD-OLD-PTR NOT = NULL
               MOVE "ENTRY KEY DUPLICATED" TO LOAD-ERROR
               FREE LOAD-OLD-PTR
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO LOAD-COUNT.

      *    A REJECTED SAVE LEAVES NOTHING BEHIND -- EVERY PAYLOAD
      *    REBUILT SO FAR AND THE STORE ITSELF ARE FREED.
       DISCARD-PARTIAL-STORE.
           MOVE +0 TO KW-BUCKET KW-SLOT
           MOVE "Y" TO WALK-FOUND
           PERFORM UNTIL WALK-FOUND = "N"
               CALL "KEYWALK" USING LOAD-PTR, KW-BUCKET, KW-SLOT,
                   LOAD-KEY, LOAD-DATA-PTR, WALK-FOUND
               IF WALK-FOUND = "Y"
                   FREE LOAD-DATA-PTR
               END-IF
           END-PERFORM
           CALL "KEYFREE" USING LOAD-PTR.
       END PROGRAM KEYLOAD.
