      *    INQUIRY, THE AOCANS1 BROWSE) POSITION BY KEY INSTEAD OF
      *    RE-READING THE WHOLE FILE FRONT TO BACK.  EVERY RECORD
      *    CARRIES THE FULL KEY (RUN DATE, RUN ID, ANSWER LABEL,
      *    PRODUCING PROGRAM-ID, SEQUENCE, ACCOUNT) PLUS THE CALLER'S
      *    RETURN-CODE AS OF THE CALL AND THE ANSWER VALUE, SO THE
      *    ARCHIVE CAN ANSWER "WHAT DID DAY 9 PART 2 PRODUCE ON EACH
      *    OF THE LAST TEN RUNS" WITH A KEYED READ.  FIXED COLUMNS:
      *        COL  1- 8  RUN DATE (YYYYMMDD)      > RECORD KEY,
      *        COL 10-17  RUN ID                   > COLUMNS 1-61,
      *        COL 19-38  ANSWER LABEL             > SEPARATOR
      *        COL 40-47  PRODUCING PROGRAM-ID     > BLANKS
      *        COL 49-52  SEQUENCE (0001 UP)       > INCLUDED
      *        COL 54-61  ACCOUNT                  >
      *        COL 63-67  CALLER'S RETURN-CODE (SIGNED)
      *        COL 69-100 ANSWER VALUE (UP TO 31 DIGITS)
      *        COL 101    RECORD FORMAT VERSION -- "4" FOR THIS
      *                   LAYOUT.  THE VERSION-3 LAYOUT BEFORE IT
      *                   HAD NO ACCOUNT COLUMN AND A 52-BYTE KEY,
      *                   SO EVERY FIELD AFTER THE SEQUENCE SITS
      *                   NINE COLUMNS EARLIER IN IT (VERSION FLAG
      *                   IN 92); A VERSION-3 CLUSTER IS CARRIED
      *                   FORWARD ONCE BY JCL/AOCACNV.JCL, WHICH
      *                   STAMPS EVERY OLD ANSWER WITH THE BLANK
      *                   ACCOUNT
      *        COL 103-118 THE PRODUCING PROGRAM'S COMPILE STAMP
      *                   (WHEN-COMPILED), FROM THE AOCBUILD
      *                   ENVIRONMENT VALUE EVERY PROGRAM PUBLISHES
      *                   AT THE TOP OF ITS HOUSEKEEPING -- SO
      *                   AOCDRIFT CAN SAY WHETHER A DRIFTED
      *                   ANSWER'S PROGRAM WAS REBUILT BETWEEN THE
      *                   COMPARED RUNS
      *    THE ACCOUNT IS WHOSE PUZZLE INPUT PRODUCED THE ANSWER --
      *    EVERY ANALYST ON THE TEAM HAS A DIFFERENT INPUT, AND
      *    AOCBOARD RUNS EACH ACCOUNT'S ENTRIES IN ONE BOARD.  IT
      *    COMES FROM THE AOCACCT ENVIRONMENT VALUE THE BOARD SETS
      *    BESIDE AOCINPUT BEFORE EACH CALL, SO UNLIKE THE RUN STAMP
      *    IT IS PICKED UP AFRESH ON EVERY CALL.  BLANK IS THE
      *    SEASON'S OWN ACCOUNT: A STANDALONE DECK, OR A BOARD ENTRY
      *    THAT NAMES NONE.
      *    THE SEQUENCE COLUMN EXISTS ONLY TO KEEP THE PRIMARY KEY
      *    UNIQUE -- A FIXTURE RUN CAN LOG THE SAME LABEL FROM THE
      *    SAME PROGRAM MORE THAN ONCE UNDER ONE RUN KEY (THE TWO
      *    A DRIVER OR JOB CAN STAMP EVERY ANSWER IN ITS RUN WITH ONE
      *    IDENTIFIER; WHEN AOCRUNID IS NOT SET, THE TIME OF THE
      *    FIRST CALL IN THE RUN UNIT (HHMMSSTH) IS USED INSTEAD.
      *    RUN ID IMPORTED IS RESERVED FOR ANSWERS BACK-LOADED BY
      *    AOCPRIOR AND IS TREATED HERE AS NOT SET.
      *    EITHER WAY THE STAMP IS CAPTURED ONCE AND REUSED FOR EVERY
      *    CALL IN THE RUN UNIT, SO ALL OF A RUN'S ANSWERS SHARE ONE
      *    KEY.  THE RETURN-CODE COLUMN IS THE SPECIAL REGISTER AS OF
      *    THE MOMENT OF LOGGING, WHICH FOR THE WRAP-UP CALLS THE DAY
      *    PROGRAMS MAKE IS THE RC THE RUN ENDS WITH (RECOVERABLE
      *    RC=4 WARNINGS INCLUDED).
      *    A RECORD THAT CANNOT BE WRITTEN IS DISPLAYED AND LEFT OFF
      *    THE ARCHIVE WITHOUT CHANGING THE CALLER'S RC; THE FAILING
      *    FILE STATUS (THE OPEN'S WHEN THE CLUSTER DID NOT OPEN) IS
      *    ALSO SET AS THE AOCANSST ENVIRONMENT VALUE, WHERE AOCBOARD
      *    PICKS IT UP TO APPLY AN ENTRY'S RETRY CONDITIONS.
      *    PUBLICATION: WHEN THE AOCANSMQ ENVIRONMENT VALUE NAMES AN
      *    MQ QUEUE, EVERY RECORD THAT LANDS ON THE ARCHIVE IS ALSO
      *    HANDED TO ANSWRPUB, WHICH PUTS IT ON THAT QUEUE WITH THE
      *    RUN KEY IN THE MESSAGE HEADER.  THE QUEUE NAME IS PICKED
      *    UP WITH THE RUN STAMP ON THE FIRST CALL.  A FAILED PUT IS
      *    JOURNALED THERE AND NEVER CHANGES THE CALLER'S RC; WITH
      *    AOCANSMQ UNSET ANSWRPUB IS NEVER CALLED.
      *    SEALING: EVERY RECORD THAT LANDS ON THE ARCHIVE IS ALSO
      *    SEALED ON THE ARCHIVE'S SEAL LOG (DD/ENV AOCANSSL) THROUGH
      *    SEALPOST -- A HASH OF THE WHOLE RECORD CHAINED TO THE SEAL
      *    BEFORE IT -- SO AOCCHAIN CAN SHOW ANY RECORD CHANGED OR
      *    ADDED BY OTHER MEANS.  A RUN LOGGING TO A WORK CLUSTER HAS
      *    NO SEAL LOG ALLOCATED AND SEALS NOTHING.
      *    TWO ENTRIES SHARE THIS SOURCE MEMBER.  ANSWRLGW IS THE
      *    WRITER PROPER AND TAKES THE VALUE AS PIC S9(31) COMP-3 --
      *    THE PART-2 COMBINATORIC COUNTS WERE BRUSHING AGAINST 18
               10  ANS-REC-PROGRAM PIC X(08).
               10  FILLER          PIC X.
               10  ANS-REC-SEQ     PIC 9(04).
               10  FILLER          PIC X.
               10  ANS-REC-ACCOUNT PIC X(08).
           05  FILLER              PIC X.
           05  ANS-REC-RC          PIC S9(4) SIGN LEADING SEPARATE.
           05  FILLER              PIC X.
       01  CALLER-RC               PIC S9(4) COMP-5 VALUE +0.
       01  SEQ-TRY                 PIC 9(04) VALUE ZEROES.
       01  BUILD-NOW               PIC X(16) VALUE SPACES.
       01  ACCOUNT-NOW             PIC X(08) VALUE SPACES.
       01  PUBLISH-QUEUE           PIC X(48) VALUE SPACES.
      *    THE STATUS THAT LOST AN ANSWER -- THE OPEN'S WHEN THE
      *    CLUSTER NEVER OPENED (ANOTHER JOB HOLDING IT), ELSE THE
      *    WRITE'S.
       01  OPEN-STATUS             PIC XX    VALUE SPACES.
       01  LOST-STATUS             PIC XX    VALUE SPACES.
       01  SEAL-CALL-AREA.
           05  SEAL-FUNCTION       PIC X(05) VALUE "SEAL".
           05  SEAL-CHAIN          PIC X(01) VALUE "A".
           05  SEAL-LEN            PIC S9(4) COMP-5 VALUE +118.
           05  SEAL-PROGRAM        PIC X(08) VALUE "ANSWRLGW".
           05  SEAL-RESULT         PIC X(01) VALUE SPACE.
           05  SEAL-KEY            PIC X(61) VALUE SPACES.
           05  SEAL-DATA           PIC X(128) VALUE SPACES.

       LINKAGE SECTION.
       01  ANS-LABEL               PIC X(20).
               MOVE DATE-NOW TO RUN-DATE
               ACCEPT RUN-ID FROM ENVIRONMENT "AOCRUNID"
               IF RUN-ID = SPACES OR RUN-ID = LOW-VALUES
                  OR RUN-ID = "IMPORTED"
                   ACCEPT TIME-NOW FROM TIME
                   MOVE TIME-NOW TO RUN-ID
               END-IF
               ACCEPT PUBLISH-QUEUE FROM ENVIRONMENT "AOCANSMQ"
               IF PUBLISH-QUEUE = LOW-VALUES
                   MOVE SPACES TO PUBLISH-QUEUE
               END-IF
               SET RUN-ID-SET TO TRUE
           END-IF
           OPEN I-O ANSWERS-FILE
           IF ANS-FILE-STATUS = "05" OR ANS-FILE-STATUS = "35"
               OPEN OUTPUT ANSWERS-FILE
           END-IF
           MOVE ANS-FILE-STATUS TO OPEN-STATUS
           MOVE SPACES      TO ANSWERS-RECORD
           MOVE RUN-DATE    TO ANS-REC-DATE
           MOVE RUN-ID      TO ANS-REC-RUN-ID
           MOVE ANS-PROGRAM TO ANS-REC-PROGRAM
           MOVE 1           TO SEQ-TRY
           MOVE SEQ-TRY     TO ANS-REC-SEQ
           MOVE SPACES TO ACCOUNT-NOW
           ACCEPT ACCOUNT-NOW FROM ENVIRONMENT "AOCACCT"
           IF ACCOUNT-NOW = LOW-VALUES
               MOVE SPACES TO ACCOUNT-NOW
           END-IF
           MOVE ACCOUNT-NOW TO ANS-REC-ACCOUNT
           MOVE CALLER-RC   TO ANS-REC-RC
           MOVE ANS-VALUE   TO ANS-REC-VALUE
           MOVE "4"         TO ANS-REC-VERSION
           MOVE SPACES TO BUILD-NOW
           ACCEPT BUILD-NOW FROM ENVIRONMENT "AOCBUILD"
           MOVE BUILD-NOW   TO ANS-REC-BUILD
           END-PERFORM
           IF ANS-FILE-STATUS NOT = "00" AND
              ANS-FILE-STATUS NOT = "02"
               IF OPEN-STATUS (1 : 1) NOT = "0"
                   MOVE OPEN-STATUS TO LOST-STATUS
               ELSE
                   MOVE ANS-FILE-STATUS TO LOST-STATUS
               END-IF
               DISPLAY "ANSWRLGW: AOCANSWR WRITE FAILED, STATUS="
                   LOST-STATUS " -- ANSWER RECORD LOST"
               DISPLAY "AOCANSST" UPON ENVIRONMENT-NAME
               DISPLAY LOST-STATUS UPON ENVIRONMENT-VALUE
           ELSE
               MOVE ANS-REC-KEY TO SEAL-KEY
               MOVE ANSWERS-RECORD TO SEAL-DATA
               CALL "SEALPOST" USING SEAL-FUNCTION, SEAL-CHAIN,
                   SEAL-KEY, SEAL-DATA, SEAL-LEN, SEAL-PROGRAM,
                   SEAL-RESULT
               IF PUBLISH-QUEUE NOT = SPACES
                   CALL "ANSWRPUB" USING ANSWERS-RECORD,
                       PUBLISH-QUEUE, ANS-PROGRAM
               END-IF
           END-IF
           CLOSE ANSWERS-FILE
           MOVE CALLER-RC TO RETURN-CODE
