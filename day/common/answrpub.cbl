       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANSWRPUB.
      *    SHOP-WIDE UTILITY -- PUBLISHES ONE ANSWERS ARCHIVE RECORD
      *    AS A MESSAGE ON AN MQ QUEUE THE MOMENT ANSWRLGW HAS
      *    WRITTEN IT, SO THE DASHBOARD AND THE CERTIFICATION TEAM'S
      *    TRACKER SEE A NEW ANSWER WHEN THE DAY PROGRAM LOGS IT
      *    INSTEAD OF AFTER THE NEXT BATCH EXTRACT.  ANSWRLGW CALLS
      *    THIS ONLY WHEN THE AOCANSMQ ENVIRONMENT VALUE NAMES A
      *    QUEUE; WITHOUT IT NOTHING HERE IS EVER LOADED.
      *        CALL "ANSWRPUB" USING PUB-RECORD, PUB-QUEUE,
      *            PUB-PROGRAM
      *    PUB-RECORD IS THE 118-BYTE ARCHIVE RECORD EXACTLY AS
      *    WRITTEN (VERSION-4 LAYOUT, SEE ANSWRLOG), PUB-QUEUE THE
      *    TARGET QUEUE NAME, PUB-PROGRAM THE LOGGING PROGRAM-ID.
      *    THE QUEUE MANAGER IS THE AOCMQMGR ENVIRONMENT VALUE
      *    (BLANK = THE SITE DEFAULT).  THE MESSAGE IS FORMAT
      *    MQSTR, PERSISTENT, PUT OUTSIDE SYNCPOINT SO IT IS ON THE
      *    QUEUE AT ONCE, WITH THE RUN KEY (RUN DATE, BLANK, RUN ID)
      *    IN THE FIRST 17 BYTES OF THE CORRELATION ID AS WELL AS IN
      *    THE BODY, SO A CONSUMER CAN GET ONE RUN'S ANSWERS BY
      *    CORRELATION ID.  MESSAGE BODY, FIXED COLUMNS:
      *        COL   1-  8  MESSAGE TYPE "AOCANSWR"
      *        COL  10- 11  MESSAGE LAYOUT VERSION "01"
      *        COL  13- 20  RUN DATE (YYYYMMDD)   > RUN KEY
      *        COL  22- 29  RUN ID                >
      *        COL  31-148  THE ARCHIVE RECORD AS WRITTEN -- SAME
      *                     FIELDS, SAME COLUMNS (PLUS 30) AS THE
      *                     ARCHIVE ITSELF
      *    THE QUEUE MANAGER IS CONNECTED ON THE FIRST CALL OF THE
      *    RUN UNIT AND KEPT; EACH ANSWER IS ONE MQPUT1, THE MQ
      *    COUNTERPART OF ANSWRLOG'S OPEN/WRITE/CLOSE PER CALL.
      *    A FAILED CONNECT OR PUT NEVER FAILS THE DAY PROGRAM: IT
      *    IS DISPLAYED AND JOURNALED THROUGH RUNLOG AS AN "MQERR"
      *    EVENT WHOSE RC COLUMN CARRIES THE MQ REASON CODE, AND THE
      *    ANSWER STAYS ON THE ARCHIVE FOR THE BATCH EXTRACTS.  A
      *    BROKEN CONNECTION IS DROPPED SO THE NEXT ANSWER
      *    RECONNECTS.  LINK THIS MEMBER WITH THE SITE'S MQ BATCH
      *    STUB; THE STEP NEEDS THE MQ LOAD LIBRARIES ON STEPLIB
      *    ONLY WHEN AOCANSMQ IS SET (SEE JCL/AOCBOARD.JCL).
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MQ-CONSTANTS.
           COPY CMQV.
       01  MQM-OBJECT-DESCRIPTOR.
           COPY CMQODV.
       01  MQM-MESSAGE-DESCRIPTOR.
           COPY CMQMDV.
       01  MQM-PUT-MESSAGE-OPTIONS.
           COPY CMQPMOV.

       01  CONNECTION-FIELDS.
           05  SW-CONNECTED        PIC X     VALUE "N".
               88 QMGR-CONNECTED             VALUE "Y".
           05  QMGR-NAME           PIC X(48) VALUE SPACES.
           05  HCONN               PIC S9(9) BINARY VALUE +0.
           05  COMPCODE            PIC S9(9) BINARY VALUE +0.
           05  REASON              PIC S9(9) BINARY VALUE +0.
           05  REASON-EDIT         PIC 9(04) VALUE ZEROES.
           05  FAILED-CALL         PIC X(06) VALUE SPACES.

       01  MESSAGE-LENGTH          PIC S9(9) BINARY VALUE +148.
       01  ANSWER-MESSAGE.
           05  MSG-TYPE            PIC X(08) VALUE "AOCANSWR".
           05  FILLER              PIC X     VALUE SPACE.
           05  MSG-LAYOUT          PIC X(02) VALUE "01".
           05  FILLER              PIC X     VALUE SPACE.
           05  MSG-RUN-KEY.
               10  MSG-RUN-DATE    PIC X(08) VALUE SPACES.
               10  FILLER          PIC X     VALUE SPACE.
               10  MSG-RUN-ID      PIC X(08) VALUE SPACES.
           05  FILLER              PIC X     VALUE SPACE.
           05  MSG-ANSWER          PIC X(118) VALUE SPACES.

      *    RUNLOG CALL ARGUMENTS FOR A FAILED PUT.
       01  JOURNAL-CALL-AREA.
           05  JRN-EVENT           PIC X(05) VALUE "MQERR".
           05  JRN-OVERRIDE        PIC X(01) VALUE "N".
           05  JRN-REASON          PIC S9(4) COMP-5 VALUE +0.

       LINKAGE SECTION.
       01  PUB-RECORD.
           05  PUB-RUN-DATE        PIC X(08).
           05  FILLER              PIC X.
           05  PUB-RUN-ID          PIC X(08).
           05  FILLER              PIC X(101).
       01  PUB-QUEUE               PIC X(48).
       01  PUB-PROGRAM             PIC X(08).

       PROCEDURE DIVISION USING PUB-RECORD, PUB-QUEUE, PUB-PROGRAM.
       ANSWRPUB-MAIN.
           IF NOT QMGR-CONNECTED
               PERFORM CONNECT-QUEUE-MANAGER
               IF NOT QMGR-CONNECTED
                   MOVE +0 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE PUB-RUN-DATE TO MSG-RUN-DATE
           MOVE PUB-RUN-ID   TO MSG-RUN-ID
           MOVE PUB-RECORD   TO MSG-ANSWER
           MOVE PUB-QUEUE    TO MQOD-OBJECTNAME
           MOVE SPACES       TO MQOD-OBJECTQMGRNAME
           MOVE MQMI-NONE    TO MQMD-MSGID
           MOVE MQCI-NONE    TO MQMD-CORRELID
           MOVE MSG-RUN-KEY  TO MQMD-CORRELID (1 : 17)
           MOVE MQFMT-STRING TO MQMD-FORMAT
           MOVE MQMT-DATAGRAM TO MQMD-MSGTYPE
           MOVE MQPER-PERSISTENT TO MQMD-PERSISTENCE
           COMPUTE MQPMO-OPTIONS = MQPMO-NO-SYNCPOINT
               + MQPMO-NEW-MSG-ID
               + MQPMO-FAIL-IF-QUIESCING
           CALL "MQPUT1" USING HCONN, MQM-OBJECT-DESCRIPTOR,
               MQM-MESSAGE-DESCRIPTOR, MQM-PUT-MESSAGE-OPTIONS,
               MESSAGE-LENGTH, ANSWER-MESSAGE, COMPCODE, REASON
           IF COMPCODE = MQCC-FAILED
               MOVE "MQPUT1" TO FAILED-CALL
               PERFORM JOURNAL-FAILED-PUT
               IF REASON = MQRC-CONNECTION-BROKEN OR
                  REASON = MQRC-HCONN-ERROR
                   MOVE "N" TO SW-CONNECTED
               END-IF
           END-IF
           MOVE +0 TO RETURN-CODE
           GOBACK.

       CONNECT-QUEUE-MANAGER.
           MOVE SPACES TO QMGR-NAME
           ACCEPT QMGR-NAME FROM ENVIRONMENT "AOCMQMGR"
           IF QMGR-NAME = LOW-VALUES
               MOVE SPACES TO QMGR-NAME
           END-IF
           CALL "MQCONN" USING QMGR-NAME, HCONN, COMPCODE, REASON
           IF COMPCODE = MQCC-FAILED
               MOVE "MQCONN" TO FAILED-CALL
               PERFORM JOURNAL-FAILED-PUT
           ELSE
               SET QMGR-CONNECTED TO TRUE
           END-IF.

      *    THE REASON CODE GOES IN THE JOURNAL'S RC COLUMN; MQ
      *    REASON CODES ARE FOUR DIGITS.
       JOURNAL-FAILED-PUT.
           IF REASON > 9999 OR REASON < 0
               MOVE 9999 TO REASON-EDIT
           ELSE
               MOVE REASON TO REASON-EDIT
           END-IF
           DISPLAY "ANSWRPUB: " FAILED-CALL " FAILED, REASON="
               REASON-EDIT " QUEUE=" PUB-QUEUE
           DISPLAY "ANSWRPUB: " PUB-PROGRAM
               " ANSWER IS ARCHIVED BUT NOT PUBLISHED"
           MOVE REASON-EDIT TO JRN-REASON
           CALL "RUNLOG" USING JRN-EVENT, PUB-PROGRAM, JRN-OVERRIDE,
               JRN-REASON.
       END PROGRAM ANSWRPUB.
