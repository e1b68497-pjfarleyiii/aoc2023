       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCAINQ.
      *    ANSWERS ARCHIVE ONLINE INQUIRY -- CICS TRANSACTION AOCI,
      *    FOR THE HELP DESK AND THE MANAGERS WHO HAVE NO TSO SESSION
      *    FOR THE AOCANSQ JOB OR THE AOCANS1 BROWSE.  "DID DAY 17
      *    COME OUT" IS DAY 17 ON THE SCREEN AND ENTER.
      *    THE SCREEN (MAPSET AOCAINM, MAP AOCAIN1) TAKES A DAY, A
      *    PART, A PRODUCING PROGRAM-ID, AND AN ACCOUNT -- ANY MAY BE
      *    BLANK FOR ALL; ACCOUNT * IS THE SEASON'S OWN INPUT, AS ON
      *    THE ISPF BROWSE.  ENTER SHOWS THE LATEST EIGHT MATCHING
      *    ARCHIVED ANSWERS, NEWEST FIRST: RUN DATE, RUN ID, LABEL,
      *    PROGRAM, ACCOUNT, RC, VALUE, BUILD STAMP, AND THE
      *    CERTIFICATION STATUS --
      *        CERTIFIED  THE LEDGER HOLDS THIS VALUE FOR THE LABEL
      *                   AND ACCOUNT
      *        DIFFERS    THE LEDGER HOLDS ANOTHER VALUE (SHOWN)
      *        NOT CERT   THE LABEL IS NOT IN THE LEDGER
      *        NO LEDGER  THE LEDGER COPY IS CLOSED OR UNDEFINED
      *    PF7 PAGES BACK THROUGH EARLIER RUNS, PF8 FORWARD AGAIN,
      *    PF3 OR CLEAR ENDS THE TRANSACTION.
      *    FILES (DEFINED TO THE REGION BY JCL/AOCCSD.JCL) --
      *        AOCANSWR -- THE ANSWERS ARCHIVE KSDS ITSELF, OPENED
      *                    READ/BROWSE ONLY.  THE KEY IS THE
      *                    ANSWRLOG LAYOUT (RUN DATE, RUN ID, LABEL,
      *                    PROGRAM, SEQUENCE, ACCOUNT), SO "LATEST"
      *                    IS A BACKWARD BROWSE FROM THE END
      *        AOCCRTK  -- A KEYED COPY OF THE CERTIFICATION LEDGER,
      *                    REFRESHED BY JCL/AOCCERT.JCL AFTER EVERY
      *                    LEDGER UPDATE (THE LEDGER ITSELF IS A FLAT
      *                    FILE CICS CANNOT READ).  KEY IS LABEL AND
      *                    ACCOUNT, COLUMNS 1-28
      *    THE TRANSACTION IS PSEUDO-CONVERSATIONAL: THE SELECTION
      *    AND THE KEYS OF THE NEWEST AND OLDEST RECORDS ON THE
      *    SCREEN RIDE IN THE COMMAREA, AND EACH PF7/PF8 RESTARTS THE
      *    BROWSE FROM THE SAVED KEY.  ONE SCREEN READS AT MOST
      *    SCAN-MAX ARCHIVE RECORDS; A NARROW SELECTION OVER A LONG
      *    ARCHIVE SAYS SO AND PF7 CARRIES ON FROM WHERE IT STOPPED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    ONE ARCHIVE RECORD -- THE ANSWRLOG VERSION-4 LAYOUT.
       01  ANSWERS-RECORD.
           05  ANS-REC-KEY.
               10  ANS-REC-DATE    PIC X(08).
               10  FILLER          PIC X.
               10  ANS-REC-RUN-ID  PIC X(08).
               10  FILLER          PIC X.
               10  ANS-REC-LABEL   PIC X(20).
               10  FILLER          PIC X.
               10  ANS-REC-PROGRAM PIC X(08).
               10  FILLER          PIC X.
               10  ANS-REC-SEQ     PIC X(04).
               10  FILLER          PIC X.
               10  ANS-REC-ACCOUNT PIC X(08).
           05  FILLER              PIC X.
           05  ANS-REC-RC          PIC X(05).
           05  FILLER              PIC X.
           05  ANS-REC-VALUE       PIC X(32).
           05  ANS-REC-VERSION     PIC X.
           05  FILLER              PIC X.
           05  ANS-REC-BUILD       PIC X(16).

      *    ONE ROW OF THE KEYED LEDGER COPY -- THE AOCCERT LEDGER
      *    COLUMNS WITH THE ACCOUNT MOVED UP BESIDE THE LABEL TO
      *    MAKE A CONTIGUOUS KEY.
       01  LEDGER-COPY-RECORD.
           05  CRT-KEY.
               10  CRT-LABEL       PIC X(20).
               10  CRT-ACCOUNT     PIC X(08).
           05  FILLER              PIC X.
           05  CRT-VALUE           PIC X(18).
           05  FILLER              PIC X.
           05  CRT-WHO             PIC X(08).
           05  FILLER              PIC X.
           05  CRT-DATE            PIC X(08).

      *    CARRIED FROM ONE SCREEN TO THE NEXT IN THE COMMAREA.
       01  INQUIRY-STATE.
           05  INQ-SELECTION.
               10  INQ-DAY         PIC X(02).
               10  INQ-DAY-N REDEFINES INQ-DAY
                                   PIC 9(02).
               10  INQ-PART        PIC X(01).
               10  INQ-PART-N REDEFINES INQ-PART
                                   PIC 9(01).
               10  INQ-PROGRAM     PIC X(08).
               10  INQ-ACCOUNT     PIC X(08).
           05  INQ-NEWEST-KEY      PIC X(61).
           05  INQ-OLDEST-KEY      PIC X(61).
           05  INQ-ROWS-SHOWN      PIC S9(4) COMP-5.

       01  BROWSE-CONTROLS.
           05  CICS-RESP           PIC S9(8) COMP-5 VALUE +0.
           05  RESP-EDIT           PIC  9(04) VALUE ZEROES.
           05  BRW-KEY             PIC  X(61) VALUE SPACES.
           05  SKIP-KEY            PIC  X(61) VALUE SPACES.
           05  LAST-READ-KEY       PIC  X(61) VALUE SPACES.
           05  LDG-KEY             PIC  X(28) VALUE SPACES.
           05  SCAN-MAX            PIC S9(9) COMP-5 VALUE +2000.
           05  SCAN-COUNT          PIC S9(9) COMP-5 VALUE +0.
           05  SCAN-EDIT           PIC  ZZZ9  VALUE ZEROES.
           05  SW-BROWSE-END       PIC  X     VALUE "N".
               88 BROWSE-END                 VALUE "Y".
           05  SW-SCAN-LIMIT       PIC  X     VALUE "N".
               88 SCAN-LIMIT-HIT             VALUE "Y".
           05  SW-POSITION-LOST    PIC  X     VALUE "N".
               88 POSITION-LOST              VALUE "Y".
           05  SW-ARCHIVE-FAILED   PIC  X     VALUE "N".
               88 ARCHIVE-FAILED             VALUE "Y".
           05  SW-LEDGER-GONE      PIC  X     VALUE "N".
               88 LEDGER-UNAVAILABLE         VALUE "Y".
           05  SW-SELECTION        PIC  X     VALUE "Y".
               88 SELECTION-OK               VALUE "Y".
           05  SW-RECORD-MATCH     PIC  X     VALUE "N".
               88 RECORD-MATCHES             VALUE "Y".

      *    DAY/PART PARSED OUT OF EACH RECORD'S LABEL, THE WAY
      *    AOCANSQ DOES IT.
       01  LABEL-KEY-WORK.
           05  KW-DAY              PIC S9(4) COMP-5 VALUE +0.
           05  KW-PART             PIC S9(4) COMP-5 VALUE +0.
           05  KW-PTR              PIC S9(4) COMP-5 VALUE +0.
           05  KW-LABEL            PIC  X(20) VALUE SPACES.
           05  SW-KW-DONE          PIC  X     VALUE "N".

      *    THE PAGE BEING BUILT.  A BACKWARD BROWSE FILLS THE TABLE
      *    NEWEST FIRST; A FORWARD ONE FILLS IT OLDEST FIRST AND THE
      *    PAGE IS PAINTED FROM THE BOTTOM UP.
       01  ROW-CONTROLS.
           05  ROW-MAX             PIC S9(4) COMP-5 VALUE +8.
           05  ROW-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  ROW-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  DTL-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  SW-ROW-ORDER        PIC  X     VALUE "D".
               88 ROWS-ASCENDING             VALUE "A".
               88 ROWS-DESCENDING            VALUE "D".
       01  ROW-TABLE.
           05  ROW-TEXT OCCURS 8 TIMES PIC X(118).

       01  DETAIL-WORK.
           05  DTL-LINE-A          PIC  X(79) VALUE SPACES.
           05  DTL-LINE-B          PIC  X(79) VALUE SPACES.
           05  CERT-STATUS         PIC  X(09) VALUE SPACES.
           05  CERT-VALUE-X        PIC  X(18) VALUE SPACES.
           05  ANSWER-VALUE        PIC S9(31) COMP-3 VALUE +0.
           05  CERT-VALUE          PIC S9(31) COMP-3 VALUE +0.
           05  PAGE-MESSAGE        PIC  X(79) VALUE SPACES.
           05  END-MESSAGE         PIC  X(40)
                   VALUE "AOCI ANSWERS ARCHIVE INQUIRY ENDED".

           COPY AOCAINM.

           COPY DFHAID.

       LINKAGE SECTION.
      *    THE LENGTH OF INQUIRY-STATE.
       01  DFHCOMMAREA             PIC X(143).

       PROCEDURE DIVISION.
           IF EIBCALEN = 0
               PERFORM 100-FIRST-TIME
           ELSE
               MOVE DFHCOMMAREA TO INQUIRY-STATE
               EVALUATE EIBAID
                   WHEN DFHPF3
                   WHEN DFHCLEAR
                       PERFORM 900-END-INQUIRY
                   WHEN DFHENTER
                       PERFORM 200-RECEIVE-SELECTION
                       IF SELECTION-OK
                           PERFORM 300-LATEST-PAGE
                       END-IF
                   WHEN DFHPF7
                       PERFORM 400-EARLIER-PAGE
                   WHEN DFHPF8
                       PERFORM 500-LATER-PAGE
                   WHEN OTHER
                       MOVE "THAT KEY IS NOT ACTIVE HERE -- ENTER,"
                         & " PF7, PF8, OR PF3"
                         TO PAGE-MESSAGE
                       PERFORM 820-SEND-MESSAGE
               END-EVALUATE
           END-IF
           EXEC CICS RETURN
               TRANSID (EIBTRNID)
               COMMAREA (INQUIRY-STATE)
           END-EXEC
           GOBACK.

       100-FIRST-TIME.
           MOVE SPACES TO INQUIRY-STATE
           MOVE +0 TO INQ-ROWS-SHOWN
           MOVE LOW-VALUES TO AOCAIN1O
           MOVE "KEY A DAY/PART, PROGRAM OR ACCOUNT, OR PRESS ENTER"
             & " FOR THE LATEST ANSWERS" TO MSGO
           EXEC CICS SEND MAP ('AOCAIN1')
               MAPSET ('AOCAINM')
               FROM (AOCAIN1O)
               ERASE
           END-EXEC.

      *    THE SELECTION FIELDS ARE FSET ON THE MAP, SO EVERY ENTER
      *    BRINGS ALL FOUR BACK; AN EMPTY FIELD IS LENGTH ZERO.
       200-RECEIVE-SELECTION.
           MOVE "Y" TO SW-SELECTION
           EXEC CICS RECEIVE MAP ('AOCAIN1')
               MAPSET ('AOCAINM')
               INTO (AOCAIN1I)
               RESP (CICS-RESP)
           END-EXEC
           IF CICS-RESP = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO AOCAIN1I
           END-IF
           MOVE SPACES TO INQ-DAY INQ-PART INQ-PROGRAM INQ-ACCOUNT
           IF DAYINL > 0
               MOVE DAYINI TO INQ-DAY
           END-IF
           IF PARTINL > 0
               MOVE PARTINI TO INQ-PART
           END-IF
           IF PGMINL > 0
               MOVE PGMINI TO INQ-PROGRAM
           END-IF
           IF ACCTINL > 0
               MOVE ACCTINI TO INQ-ACCOUNT
           END-IF
           INSPECT INQ-SELECTION
               REPLACING ALL LOW-VALUES BY SPACES
           IF INQ-DAY NOT = SPACES
               IF INQ-DAY IS NOT NUMERIC OR
                  INQ-DAY-N < 1 OR INQ-DAY-N > 25
                   MOVE "N" TO SW-SELECTION
                   MOVE LOW-VALUES TO AOCAIN1O
                   MOVE -1 TO DAYINL
                   MOVE "DAY MUST BE 01 TO 25, OR BLANK FOR EVERY DAY"
                     TO PAGE-MESSAGE
                   PERFORM 810-SEND-FIELD-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF INQ-PART NOT = SPACES
               IF INQ-PART NOT = "1" AND INQ-PART NOT = "2"
                   MOVE "N" TO SW-SELECTION
                   MOVE LOW-VALUES TO AOCAIN1O
                   MOVE -1 TO PARTINL
                   MOVE "PART MUST BE 1 OR 2, OR BLANK FOR BOTH"
                     TO PAGE-MESSAGE
                   PERFORM 810-SEND-FIELD-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-IF.

       300-LATEST-PAGE.
           MOVE HIGH-VALUES TO BRW-KEY SKIP-KEY
           PERFORM 600-SCAN-BACKWARD
           IF ARCHIVE-FAILED
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN ROW-COUNT = 0 AND SCAN-LIMIT-HIT
                   MOVE SCAN-COUNT TO SCAN-EDIT
                   MOVE SPACES TO PAGE-MESSAGE
                   STRING "NO MATCH IN THE LATEST " SCAN-EDIT
                       " RECORDS -- PF7 SEARCHES FURTHER BACK"
                       DELIMITED BY SIZE INTO PAGE-MESSAGE
               WHEN ROW-COUNT = 0
                   MOVE "NO ARCHIVED ANSWER MATCHES THAT SELECTION"
                     TO PAGE-MESSAGE
               WHEN BROWSE-END
                   MOVE "LATEST ANSWERS, NEWEST FIRST -- NO EARLIER"
                     & " RUNS MATCH" TO PAGE-MESSAGE
               WHEN OTHER
                   MOVE "LATEST ANSWERS, NEWEST FIRST -- PF7 FOR"
                     & " EARLIER RUNS" TO PAGE-MESSAGE
           END-EVALUATE
           PERFORM 700-SHOW-PAGE.

       400-EARLIER-PAGE.
           IF INQ-OLDEST-KEY = SPACES
               MOVE "PRESS ENTER FOR THE LATEST ANSWERS FIRST"
                 TO PAGE-MESSAGE
               PERFORM 820-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE INQ-OLDEST-KEY TO BRW-KEY SKIP-KEY
           PERFORM 600-SCAN-BACKWARD
           IF ARCHIVE-FAILED
               EXIT PARAGRAPH
           END-IF
           IF POSITION-LOST
               MOVE "THE ARCHIVE CHANGED UNDER THIS SCREEN -- PRESS"
                 & " ENTER TO START AGAIN" TO PAGE-MESSAGE
               PERFORM 820-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF ROW-COUNT = 0
               IF SCAN-LIMIT-HIT
                   MOVE SCAN-COUNT TO SCAN-EDIT
                   MOVE SPACES TO PAGE-MESSAGE
                   STRING "NO MATCH IN THE NEXT " SCAN-EDIT
                       " RECORDS BACK -- PF7 SEARCHES FURTHER"
                       DELIMITED BY SIZE INTO PAGE-MESSAGE
               ELSE
                   MOVE "NO EARLIER RUNS MATCH -- THIS IS THE OLDEST"
                     & " PAGE" TO PAGE-MESSAGE
               END-IF
               PERFORM 820-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF BROWSE-END
               MOVE "EARLIER RUNS, NEWEST FIRST -- THE OLDEST MATCHING"
                 & " RUN IS SHOWN" TO PAGE-MESSAGE
           ELSE
               MOVE "EARLIER RUNS, NEWEST FIRST -- PF7 FURTHER BACK,"
                 & " PF8 FORWARD" TO PAGE-MESSAGE
           END-IF
           PERFORM 700-SHOW-PAGE.

      *    FORWARD FROM THE NEWEST RECORD ON THE SCREEN.  REACHING
      *    THE END OF THE ARCHIVE MEANS THE NEXT PAGE UP IS THE TOP
      *    ONE, SO THE LATEST PAGE IS SHOWN IN FULL INSTEAD.
       500-LATER-PAGE.
           IF INQ-NEWEST-KEY = SPACES
               MOVE "PRESS ENTER FOR THE LATEST ANSWERS FIRST"
                 TO PAGE-MESSAGE
               PERFORM 820-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE INQ-NEWEST-KEY TO BRW-KEY SKIP-KEY
           PERFORM 650-SCAN-FORWARD
           IF ARCHIVE-FAILED
               EXIT PARAGRAPH
           END-IF
           IF BROWSE-END
               PERFORM 300-LATEST-PAGE
               EXIT PARAGRAPH
           END-IF
           IF ROW-COUNT = 0
               MOVE SCAN-COUNT TO SCAN-EDIT
               MOVE SPACES TO PAGE-MESSAGE
               STRING "NO MATCH IN THE NEXT " SCAN-EDIT
                   " RECORDS FORWARD -- PF8 SEARCHES FURTHER"
                   DELIMITED BY SIZE INTO PAGE-MESSAGE
               PERFORM 820-SEND-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "LATER RUNS, NEWEST FIRST -- PF8 FURTHER FORWARD,"
             & " PF7 BACK" TO PAGE-MESSAGE
           PERFORM 700-SHOW-PAGE.

      *    BACKWARD BROWSE FROM BRW-KEY.  HIGH-VALUES STARTS AT THE
      *    END OF THE ARCHIVE; ANY OTHER KEY IS THE OLDEST RECORD ON
      *    THE LAST SCREEN, WHICH THE FIRST READPREV RETURNS AGAIN
      *    AND IS SKIPPED.  A NOTFND ON THAT READ MEANS THE RECORD
      *    WAS PRUNED SINCE (AOCHSKP) AND THE PAGE CANNOT CONTINUE.
       600-SCAN-BACKWARD.
           SET ROWS-DESCENDING TO TRUE
           MOVE +0 TO ROW-COUNT SCAN-COUNT
           MOVE "N" TO SW-BROWSE-END SW-SCAN-LIMIT SW-POSITION-LOST
           MOVE SPACES TO LAST-READ-KEY
           EXEC CICS STARTBR FILE ('AOCANSWR')
               RIDFLD (BRW-KEY)
               GTEQ
               RESP (CICS-RESP)
           END-EXEC
           IF CICS-RESP = DFHRESP(NOTFND)
               SET BROWSE-END TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF CICS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 830-ARCHIVE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BROWSE-END OR SCAN-LIMIT-HIT
                      OR ARCHIVE-FAILED OR ROW-COUNT >= ROW-MAX
               EXEC CICS READPREV FILE ('AOCANSWR')
                   INTO (ANSWERS-RECORD)
                   RIDFLD (BRW-KEY)
                   RESP (CICS-RESP)
               END-EXEC
               EVALUATE CICS-RESP
                   WHEN DFHRESP(NORMAL)
                       PERFORM 610-TAKE-ONE-RECORD
                   WHEN DFHRESP(ENDFILE)
                       SET BROWSE-END TO TRUE
                   WHEN DFHRESP(NOTFND)
                       SET POSITION-LOST TO TRUE
                       SET BROWSE-END TO TRUE
                   WHEN OTHER
                       PERFORM 830-ARCHIVE-ERROR
               END-EVALUATE
           END-PERFORM
           EXEC CICS ENDBR FILE ('AOCANSWR')
               RESP (CICS-RESP)
           END-EXEC
           IF LAST-READ-KEY NOT = SPACES
               MOVE LAST-READ-KEY TO INQ-OLDEST-KEY
           END-IF
           IF ROW-COUNT > 0
               MOVE ROW-TEXT (1) (1 : 61) TO INQ-NEWEST-KEY
               MOVE ROW-TEXT (ROW-COUNT) (1 : 61) TO INQ-OLDEST-KEY
               IF SCAN-LIMIT-HIT
                   MOVE LAST-READ-KEY TO INQ-OLDEST-KEY
               END-IF
           END-IF.

       610-TAKE-ONE-RECORD.
           IF ANS-REC-KEY = SKIP-KEY
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO SCAN-COUNT
           MOVE ANS-REC-KEY TO LAST-READ-KEY
           PERFORM 660-TEST-ONE-RECORD
           IF RECORD-MATCHES
               ADD +1 TO ROW-COUNT
               MOVE ANSWERS-RECORD TO ROW-TEXT (ROW-COUNT)
           END-IF
           IF SCAN-COUNT >= SCAN-MAX
               SET SCAN-LIMIT-HIT TO TRUE
           END-IF.

      *    FORWARD BROWSE FROM THE NEWEST RECORD ON THE SCREEN.  THE
      *    FIRST READNEXT RETURNS THAT RECORD ITSELF (OR, IF IT WAS
      *    PRUNED, THE NEXT ONE UP) AND THE SKIP-KEY TEST DROPS IT.
       650-SCAN-FORWARD.
           SET ROWS-ASCENDING TO TRUE
           MOVE +0 TO ROW-COUNT SCAN-COUNT
           MOVE "N" TO SW-BROWSE-END SW-SCAN-LIMIT SW-POSITION-LOST
           MOVE SPACES TO LAST-READ-KEY
           EXEC CICS STARTBR FILE ('AOCANSWR')
               RIDFLD (BRW-KEY)
               GTEQ
               RESP (CICS-RESP)
           END-EXEC
           IF CICS-RESP = DFHRESP(NOTFND)
               SET BROWSE-END TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF CICS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 830-ARCHIVE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BROWSE-END OR SCAN-LIMIT-HIT
                      OR ARCHIVE-FAILED OR ROW-COUNT >= ROW-MAX
               EXEC CICS READNEXT FILE ('AOCANSWR')
                   INTO (ANSWERS-RECORD)
                   RIDFLD (BRW-KEY)
                   RESP (CICS-RESP)
               END-EXEC
               EVALUATE CICS-RESP
                   WHEN DFHRESP(NORMAL)
                       PERFORM 610-TAKE-ONE-RECORD
                   WHEN DFHRESP(ENDFILE)
                       SET BROWSE-END TO TRUE
                   WHEN OTHER
                       PERFORM 830-ARCHIVE-ERROR
               END-EVALUATE
           END-PERFORM
           EXEC CICS ENDBR FILE ('AOCANSWR')
               RESP (CICS-RESP)
           END-EXEC
           IF ROW-COUNT > 0
               MOVE ROW-TEXT (1) (1 : 61) TO INQ-OLDEST-KEY
               MOVE ROW-TEXT (ROW-COUNT) (1 : 61) TO INQ-NEWEST-KEY
           END-IF
           IF SCAN-LIMIT-HIT
               MOVE LAST-READ-KEY TO INQ-NEWEST-KEY
           END-IF.

       660-TEST-ONE-RECORD.
           MOVE "N" TO SW-RECORD-MATCH
           IF INQ-PROGRAM NOT = SPACES AND
              ANS-REC-PROGRAM NOT = INQ-PROGRAM
               EXIT PARAGRAPH
           END-IF
           IF INQ-ACCOUNT = "*"
               IF ANS-REC-ACCOUNT NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF INQ-ACCOUNT NOT = SPACES AND
                  ANS-REC-ACCOUNT NOT = INQ-ACCOUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF INQ-DAY NOT = SPACES OR INQ-PART NOT = SPACES
               PERFORM 670-DERIVE-LABEL-DAY-PART
               IF INQ-DAY NOT = SPACES AND KW-DAY NOT = INQ-DAY-N
                   EXIT PARAGRAPH
               END-IF
               IF INQ-PART NOT = SPACES AND KW-PART NOT = INQ-PART-N
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET RECORD-MATCHES TO TRUE.

       670-DERIVE-LABEL-DAY-PART.
           MOVE +0 TO KW-DAY KW-PART
           MOVE ANS-REC-LABEL TO KW-LABEL
           MOVE "N" TO SW-KW-DONE
           MOVE +4 TO KW-PTR
           PERFORM UNTIL KW-PTR > 20 OR SW-KW-DONE = "Y"
               IF KW-LABEL (KW-PTR : 1) IS NUMERIC
                   COMPUTE KW-DAY = KW-DAY * 10 +
                       FUNCTION NUMVAL (KW-LABEL (KW-PTR : 1))
                   IF KW-PTR = 20
                      OR KW-LABEL (KW-PTR + 1 : 1) NOT NUMERIC
                       MOVE "Y" TO SW-KW-DONE
                   END-IF
               ELSE
                   IF KW-DAY > +0
                       MOVE "Y" TO SW-KW-DONE
                   END-IF
               END-IF
               ADD +1 TO KW-PTR
           END-PERFORM
           MOVE "N" TO SW-KW-DONE
           PERFORM UNTIL KW-PTR > 20 OR SW-KW-DONE = "Y"
               IF KW-LABEL (KW-PTR : 1) IS NUMERIC
                   COMPUTE KW-PART =
                       FUNCTION NUMVAL (KW-LABEL (KW-PTR : 1))
                   MOVE "Y" TO SW-KW-DONE
               END-IF
               ADD +1 TO KW-PTR
           END-PERFORM
           .

      *    A FULL SCREEN: THE SELECTION ECHOED, TWO LINES PER ROW,
      *    NEWEST ROW AT THE TOP WHICHEVER WAY THE BROWSE RAN.
       700-SHOW-PAGE.
           MOVE LOW-VALUES TO AOCAIN1O
           MOVE INQ-DAY     TO DAYINO
           MOVE INQ-PART    TO PARTINO
           MOVE INQ-PROGRAM TO PGMINO
           MOVE INQ-ACCOUNT TO ACCTINO
           PERFORM VARYING DTL-NDX FROM 1 BY 1 UNTIL DTL-NDX > 16
               MOVE SPACES TO DTLO (DTL-NDX)
           END-PERFORM
           MOVE +0 TO DTL-NDX
           PERFORM VARYING ROW-NDX FROM 1 BY 1
               UNTIL ROW-NDX > ROW-COUNT
               IF ROWS-ASCENDING
                   MOVE ROW-TEXT (ROW-COUNT - ROW-NDX + 1)
                     TO ANSWERS-RECORD
               ELSE
                   MOVE ROW-TEXT (ROW-NDX) TO ANSWERS-RECORD
               END-IF
               PERFORM 720-FORMAT-ONE-ROW
               ADD +1 TO DTL-NDX
               MOVE DTL-LINE-A TO DTLO (DTL-NDX)
               ADD +1 TO DTL-NDX
               MOVE DTL-LINE-B TO DTLO (DTL-NDX)
           END-PERFORM
           MOVE PAGE-MESSAGE TO MSGO
           MOVE ROW-COUNT TO INQ-ROWS-SHOWN
           EXEC CICS SEND MAP ('AOCAIN1')
               MAPSET ('AOCAINM')
               FROM (AOCAIN1O)
               ERASE
           END-EXEC.

       720-FORMAT-ONE-ROW.
           PERFORM 750-CERT-STATUS
           MOVE SPACES TO DTL-LINE-A DTL-LINE-B
           MOVE ANS-REC-DATE    TO DTL-LINE-A (1 : 8)
           MOVE ANS-REC-RUN-ID  TO DTL-LINE-A (10 : 8)
           MOVE ANS-REC-LABEL   TO DTL-LINE-A (19 : 20)
           MOVE ANS-REC-PROGRAM TO DTL-LINE-A (40 : 8)
           MOVE ANS-REC-ACCOUNT TO DTL-LINE-A (49 : 8)
           MOVE ANS-REC-RC      TO DTL-LINE-A (58 : 5)
           MOVE CERT-STATUS     TO DTL-LINE-A (64 : 9)
           MOVE ANS-REC-VALUE   TO DTL-LINE-B (10 : 32)
           MOVE ANS-REC-BUILD   TO DTL-LINE-B (43 : 16)
           MOVE CERT-VALUE-X    TO DTL-LINE-B (61 : 18).

      *    ONE KEYED READ OF THE LEDGER COPY PER ROW.  ONCE THE FILE
      *    ANSWERS ANYTHING BUT NORMAL OR NOTFND (CLOSED FOR ITS
      *    REFRESH, OR NOT DEFINED IN THIS REGION) THE REST OF THE
      *    PAGE SHOWS NO LEDGER WITHOUT ASKING AGAIN.
       750-CERT-STATUS.
           MOVE SPACES TO CERT-STATUS CERT-VALUE-X
           IF LEDGER-UNAVAILABLE
               MOVE "NO LEDGER" TO CERT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE ANS-REC-LABEL   TO LDG-KEY (1 : 20)
           MOVE ANS-REC-ACCOUNT TO LDG-KEY (21 : 8)
           EXEC CICS READ FILE ('AOCCRTK')
               INTO (LEDGER-COPY-RECORD)
               RIDFLD (LDG-KEY)
               RESP (CICS-RESP)
           END-EXEC
           EVALUATE CICS-RESP
               WHEN DFHRESP(NORMAL)
                   COMPUTE ANSWER-VALUE =
                       FUNCTION NUMVAL (ANS-REC-VALUE)
                   COMPUTE CERT-VALUE = FUNCTION NUMVAL (CRT-VALUE)
                   IF ANSWER-VALUE = CERT-VALUE
                       MOVE "CERTIFIED" TO CERT-STATUS
                   ELSE
                       MOVE "DIFFERS" TO CERT-STATUS
                       MOVE CRT-VALUE TO CERT-VALUE-X
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE "NOT CERT" TO CERT-STATUS
               WHEN OTHER
                   SET LEDGER-UNAVAILABLE TO TRUE
                   MOVE "NO LEDGER" TO CERT-STATUS
           END-EVALUATE.

      *    A SELECTION FIELD IN ERROR: THE CALLER HAS CLEARED THE
      *    MAP AND SET THAT FIELD'S LENGTH TO -1 FOR THE CURSOR.
       810-SEND-FIELD-ERROR.
           MOVE PAGE-MESSAGE TO MSGO
           EXEC CICS SEND MAP ('AOCAIN1')
               MAPSET ('AOCAINM')
               FROM (AOCAIN1O)
               DATAONLY
               CURSOR
           END-EXEC.

      *    MESSAGE ONLY -- THE ROWS ALREADY ON THE SCREEN STAY PUT.
       820-SEND-MESSAGE.
           MOVE LOW-VALUES TO AOCAIN1O
           MOVE PAGE-MESSAGE TO MSGO
           EXEC CICS SEND MAP ('AOCAIN1')
               MAPSET ('AOCAINM')
               FROM (AOCAIN1O)
               DATAONLY
           END-EXEC.

       830-ARCHIVE-ERROR.
           SET ARCHIVE-FAILED TO TRUE
           MOVE CICS-RESP TO RESP-EDIT
           MOVE SPACES TO PAGE-MESSAGE
           STRING "ANSWERS ARCHIVE (FILE AOCANSWR) NOT AVAILABLE,"
               " RESP=" RESP-EDIT " -- TRY AGAIN LATER"
               DELIMITED BY SIZE INTO PAGE-MESSAGE
           PERFORM 820-SEND-MESSAGE.

       900-END-INQUIRY.
           EXEC CICS SEND TEXT
               FROM (END-MESSAGE)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
       END PROGRAM AOCAINQ.
