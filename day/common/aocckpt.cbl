      *    EXACTLY THE LAST CONSISTENT SNAPSHOT.  CKPTREAD RESTORES
      *    SEQ AND STATE AND SETS CK-FOUND TO "Y", OR "N" WHEN THE
      *    DATASET IS ABSENT, EMPTY, OR CARRIES A DIFFERENT NAME OR
      *    FORMAT VERSION (A FRESH RUN, NOT AN ERROR).  EVERY
      *    CHECKPOINT IS STAMPED WITH THE DATE AND TIME IT WAS TAKEN
      *    AND THE INPUT IT WAS TAKEN AGAINST (THE AOCINPUT DSN AND
      *    ITS FINGERPRINT FROM THE REGISTRY ON DD/ENV AOCFPREG, AS
      *    RUNLOG JOURNALS THEM).  CKPTREAD REFUSES TO RESUME FROM A
      *    CHECKPOINT TAKEN AGAINST ANOTHER INPUT, ONE OLDER THAN
      *    AOCCKAGE DAYS (LE ENVIRONMENT, DEFAULT 7, 0 = NO AGE
      *    LIMIT), OR ONE WRITTEN BEFORE CHECKPOINTS WERE STAMPED --
      *    IT SAYS WHY ON SYSOUT, SETS CK-FOUND TO "S" AND RETURN-CODE
      *    TO 4, AND THE CALLER STARTS FRESH AS FOR "N" (ITS FIRST
      *    CKPTWRIT THEN REPLACES THE STALE CHECKPOINT).  THE CALLER
      *    RE-ASSERTS THE RC=4 AFTER ITS LAST CALL.  TWO MORE ENTRY
      *    POINTS SERVE PROGRAMS THAT KEEP THEIR OWN CHECKPOINT
      *    LAYOUT (DAY14PT2) AND THE AOCCKINV INVENTORY:
      *        CKPTSTMP USING CK-STAMP
      *        CKPTJUDG USING CK-SAVED-STAMP, CK-NOW-STAMP,
      *                       CK-VERDICT, CK-AGE-DAYS, CK-REASON
      *    CKPTSTMP BUILDS THE STAMP FOR THIS RUN; CKPTJUDG HOLDS A
      *    SAVED STAMP AGAINST IT AND RETURNS CURRENT, INPUT (TAKEN
      *    AGAINST ANOTHER INPUT), AGED (PAST THE AGE LIMIT) OR
      *    NOSTAMP, THE CHECKPOINT'S AGE IN DAYS, AND A ONE-LINE
      *    REASON FOR ANY VERDICT BUT CURRENT.  CKPTDROP IS
      *    THE CUTOVER AT CLEAN END OF RUN -- IT EMPTIES THE DATASET
      *    SO THE NEXT RUN STARTS FRESH.  HOW OFTEN TO CHECKPOINT IS
      *    THE CALLER'S CHOICE (DAY12PT2 AFTER EVERY INPUT RECORD,
       FD  CHECKPOINT-FILE.
       01  CKPT-HEADER-RECORD.
           05  CKH-EYECATCH        PIC X(08).
               88 VALID-CKPT-HEADER          VALUE "AOCCKPT2".
           05  FILLER              PIC X.
           05  CKH-NAME            PIC X(08).
           05  FILLER              PIC X.
           05  CKH-SEQ             PIC 9(18).
           05  FILLER              PIC X.
           05  CKH-DATA-LEN        PIC 9(09).
           05  FILLER              PIC X.
           05  CKH-STAMP           PIC X(71).
       01  CKPT-DATA-RECORD        PIC X(512).

       WORKING-STORAGE SECTION.
           05  LO-NIBBLE           PIC S9(8) COMP-5 VALUE +0.
           05  DATA-PTR            PIC S9(8) COMP-5 VALUE +0.
           05  REC-PTR             PIC S9(8) COMP-5 VALUE +0.
       01  STAMP-NOW               PIC X(71) VALUE SPACES.

       LINKAGE SECTION.
       01  CK-NAME                 PIC X(08).
       PROCEDURE DIVISION USING CK-NAME, CK-SEQ, CK-DATA-LEN,
           CK-DATA.
       CKPTWRIT-MAIN.
           CALL "CKPTSTMP" USING STAMP-NOW
           OPEN OUTPUT CHECKPOINT-FILE
           IF CKPT-FILE-STATUS NOT = "00"
               DISPLAY "CKPTWRIT: AOCCKPT OPEN FAILED, STATUS="
               GOBACK
           END-IF
           MOVE SPACES      TO CKPT-HEADER-RECORD
           MOVE "AOCCKPT2"  TO CKH-EYECATCH
           MOVE CK-NAME     TO CKH-NAME
           MOVE CK-SEQ      TO CKH-SEQ
           MOVE CK-DATA-LEN TO CKH-DATA-LEN
           MOVE STAMP-NOW   TO CKH-STAMP
           WRITE CKPT-HEADER-RECORD
           MOVE SPACES TO CKPT-DATA-RECORD
           MOVE +0 TO REC-PTR
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE.
      *    AOCCKPT1 IS THE UNSTAMPED HEADER CHECKPOINTS CARRIED
      *    BEFORE THE RUN STAMP WAS ADDED -- STILL RECOGNIZED, SO ITS
      *    OWNER IS TOLD WHY IT IS NOT RESUMED.
       01  CKPT-HEADER-RECORD.
           05  CKH-EYECATCH        PIC X(08).
               88 VALID-CKPT-HEADER          VALUE "AOCCKPT2".
               88 UNSTAMPED-CKPT-HEADER      VALUE "AOCCKPT1".
           05  FILLER              PIC X.
           05  CKH-NAME            PIC X(08).
           05  FILLER              PIC X.
           05  CKH-SEQ             PIC 9(18).
           05  FILLER              PIC X.
           05  CKH-DATA-LEN        PIC 9(09).
           05  FILLER              PIC X.
           05  CKH-STAMP           PIC X(71).
       01  CKPT-DATA-RECORD        PIC X(512).

       WORKING-STORAGE SECTION.
           05  RESTORE-LEN         PIC S9(8) COMP-5 VALUE +0.
           05  SW-CKPT-EOF         PIC X     VALUE "N".
               88 CKPT-EOF                   VALUE "Y".
       01  JUDGE-AREA.
           05  STAMP-SAVED         PIC X(71) VALUE SPACES.
           05  STAMP-NOW           PIC X(71) VALUE SPACES.
           05  JUDGE-VERDICT       PIC X(08) VALUE SPACES.
               88 JUDGED-CURRENT             VALUE "CURRENT".
           05  JUDGE-AGE-DAYS      PIC S9(8) COMP-5 VALUE +0.
           05  JUDGE-REASON        PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  CK-NAME                 PIC X(08).
           READ CHECKPOINT-FILE
               AT END SET CKPT-EOF TO TRUE
           END-READ
           IF CKPT-EOF
              OR (NOT VALID-CKPT-HEADER AND NOT UNSTAMPED-CKPT-HEADER)
              OR CKH-NAME NOT = CK-NAME
               IF NOT CKPT-EOF AND CKPT-HEADER-RECORD NOT = SPACES
                   DISPLAY "CKPTREAD: AOCCKPT HOLDS NO USABLE "
               CLOSE CHECKPOINT-FILE
               GOBACK
           END-IF
      *    THE CHECKPOINT IS THIS CALLER'S -- BUT ONLY RESUMABLE IF
      *    IT WAS TAKEN AGAINST THIS INPUT AND IS WITHIN THE AGE
      *    LIMIT.  AN UNSTAMPED HEADER IS SHORTER THAN THE RECORD, SO
      *    ITS STAMP READS AS SPACES AND JUDGES NOSTAMP.
           MOVE CKH-STAMP TO STAMP-SAVED
           CALL "CKPTSTMP" USING STAMP-NOW
           CALL "CKPTJUDG" USING STAMP-SAVED, STAMP-NOW,
               JUDGE-VERDICT, JUDGE-AGE-DAYS, JUDGE-REASON
           IF NOT JUDGED-CURRENT
               DISPLAY "CKPTREAD: " CK-NAME " CHECKPOINT AT SEQ "
                   CKH-SEQ " NOT RESUMED, STARTING FRESH --"
               DISPLAY "CKPTREAD: " JUDGE-REASON
               CLOSE CHECKPOINT-FILE
               MOVE "S" TO CK-FOUND
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE CKH-SEQ TO CK-SEQ
           MOVE CKH-DATA-LEN TO RESTORE-LEN
           IF RESTORE-LEN > CK-DATA-LEN
           END-IF
           GOBACK.
       END PROGRAM CKPTDROP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKPTSTMP.
      *    THE RUN STAMP A CHECKPOINT CARRIES -- TODAY'S DATE AND
      *    TIME, THE AOCINPUT DSN IN EFFECT, AND THAT DSN'S
      *    FINGERPRINT FROM THE REGISTRY ON AOCFPREG (THE SAME LOOKUP
      *    RUNLOG MAKES FOR THE JOURNAL).  AN ABSENT REGISTRY OR AN
      *    UNREGISTERED INPUT LEAVES THE ALL-ZERO FINGERPRINT, NEVER
      *    AN ERROR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE
              ASSIGN TO AOCFPREG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD.
           05  FPR-DAY             PIC X(02).
           05  FILLER              PIC X.
           05  FPR-CHECKSUM        PIC X(12).
           05  FILLER              PIC X.
           05  FPR-DATE            PIC X(08).
           05  FILLER              PIC X.
           05  FPR-DSN             PIC X(44).

       WORKING-STORAGE SECTION.
       01  REGISTRY-FIELDS.
           05  FPR-FILE-STATUS     PIC XX    VALUE SPACES.
               88 FPR-FILE-OK                VALUE "00".
           05  SW-FPR-EOF          PIC X     VALUE "N".
               88 FPR-EOF                    VALUE "Y".
       01  CLOCK-FIELDS.
           05  DATE-NOW            PIC 9(08) VALUE ZEROES.
           05  TIME-NOW            PIC 9(08) VALUE ZEROES.

       LINKAGE SECTION.
       01  CK-STAMP.
           05  CK-STAMP-DATE       PIC X(08).
           05  FILLER              PIC X.
           05  CK-STAMP-TIME       PIC X(08).
           05  FILLER              PIC X.
           05  CK-STAMP-DSN        PIC X(40).
           05  FILLER              PIC X.
           05  CK-STAMP-FPRINT     PIC X(12).

       PROCEDURE DIVISION USING CK-STAMP.
       CKPTSTMP-MAIN.
           MOVE SPACES TO CK-STAMP
           ACCEPT DATE-NOW FROM DATE YYYYMMDD
           ACCEPT TIME-NOW FROM TIME
           MOVE DATE-NOW TO CK-STAMP-DATE
           MOVE TIME-NOW TO CK-STAMP-TIME
           ACCEPT CK-STAMP-DSN FROM ENVIRONMENT "AOCINPUT"
           MOVE ZEROES TO CK-STAMP-FPRINT
           IF CK-STAMP-DSN = SPACES
               GOBACK
           END-IF
           MOVE "N" TO SW-FPR-EOF
           OPEN INPUT REGISTRY-FILE
           IF NOT FPR-FILE-OK
               GOBACK
           END-IF
           PERFORM UNTIL FPR-EOF
               READ REGISTRY-FILE
                   AT END SET FPR-EOF TO TRUE
                   NOT AT END
                       IF FPR-DSN (1 : 40) = CK-STAMP-DSN
                          AND FPR-DSN (41 : 4) = SPACES
                           MOVE FPR-CHECKSUM TO CK-STAMP-FPRINT
                           SET FPR-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE
           GOBACK.
       END PROGRAM CKPTSTMP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKPTJUDG.
      *    HOLDS A SAVED RUN STAMP AGAINST THE CURRENT ONE.  THE
      *    INPUT TEST COMES FIRST -- A CHECKPOINT OF ANOTHER INPUT IS
      *    WRONG AT ANY AGE -- THEN THE AGE LIMIT, AOCCKAGE DAYS FROM
      *    THE LE ENVIRONMENT (DEFAULT 7; 0 TURNS THE AGE TEST OFF).
      *    A STAMP WITH NO VALID DATE IS NOSTAMP: NOTHING IS KNOWN
      *    ABOUT WHAT IT WAS TAKEN AGAINST, SO IT IS NEVER TRUSTED.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  AGE-FIELDS.
           05  AGE-LIMIT-TEXT      PIC X(04) VALUE SPACES.
           05  AGE-LIMIT           PIC S9(8) COMP-5 VALUE +7.
           05  AGE-DIGIT-SUB       PIC S9(4) COMP-5 VALUE +0.
           05  AGE-ONE-DIGIT       PIC 9     VALUE 0.
           05  SW-AGE-LIMIT-BAD    PIC X     VALUE "N".
               88 AGE-LIMIT-BAD              VALUE "Y".
           05  SAVED-DATE-9        PIC 9(08) VALUE ZEROES.
           05  NOW-DATE-9          PIC 9(08) VALUE ZEROES.
           05  AGE-DAYS-EDIT       PIC Z(7)9.
           05  AGE-LIMIT-EDIT      PIC Z(7)9.
           05  DAYS-LEAD           PIC S9(4) COMP-5 VALUE +0.
           05  LIMIT-LEAD          PIC S9(4) COMP-5 VALUE +0.

       LINKAGE SECTION.
       01  CK-SAVED-STAMP.
           05  CK-SAVED-DATE       PIC X(08).
           05  FILLER              PIC X.
           05  CK-SAVED-TIME       PIC X(08).
           05  FILLER              PIC X.
           05  CK-SAVED-DSN        PIC X(40).
           05  FILLER              PIC X.
           05  CK-SAVED-FPRINT     PIC X(12).
       01  CK-NOW-STAMP.
           05  CK-NOW-DATE         PIC X(08).
           05  FILLER              PIC X.
           05  CK-NOW-TIME         PIC X(08).
           05  FILLER              PIC X.
           05  CK-NOW-DSN          PIC X(40).
           05  FILLER              PIC X.
           05  CK-NOW-FPRINT       PIC X(12).
       01  CK-VERDICT              PIC X(08).
       01  CK-AGE-DAYS             PIC S9(8) COMP-5.
       01  CK-REASON               PIC X(80).

       PROCEDURE DIVISION USING CK-SAVED-STAMP, CK-NOW-STAMP,
           CK-VERDICT, CK-AGE-DAYS, CK-REASON.
       CKPTJUDG-MAIN.
           MOVE SPACES TO CK-REASON
           MOVE +0 TO CK-AGE-DAYS
           IF CK-SAVED-DATE NOT NUMERIC
              OR CK-SAVED-DATE (5 : 2) < "01"
              OR CK-SAVED-DATE (5 : 2) > "12"
              OR CK-SAVED-DATE (7 : 2) < "01"
              OR CK-SAVED-DATE (7 : 2) > "31"
               MOVE "NOSTAMP" TO CK-VERDICT
               MOVE "CHECKPOINT CARRIES NO RUN STAMP -- WRITTEN BEFORE"
                 & " CHECKPOINTS WERE STAMPED" TO CK-REASON
               GOBACK
           END-IF
           MOVE CK-SAVED-DATE TO SAVED-DATE-9
           MOVE CK-NOW-DATE   TO NOW-DATE-9
           COMPUTE CK-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (NOW-DATE-9)
             - FUNCTION INTEGER-OF-DATE (SAVED-DATE-9)
           IF CK-AGE-DAYS < 0
               MOVE +0 TO CK-AGE-DAYS
           END-IF
           IF CK-SAVED-DSN NOT = CK-NOW-DSN
               MOVE "INPUT" TO CK-VERDICT
               IF CK-SAVED-DSN = SPACES
                   MOVE "TAKEN WITH NO AOCINPUT NAMED, NOT AGAINST THE"
                     & " CURRENT INPUT" TO CK-REASON
               ELSE
                   STRING "TAKEN AGAINST " DELIMITED BY SIZE
                       CK-SAVED-DSN DELIMITED BY SPACE
                       ", NOT THE CURRENT INPUT" DELIMITED BY SIZE
                       INTO CK-REASON
                   END-STRING
               END-IF
               GOBACK
           END-IF
           IF CK-SAVED-FPRINT NOT = CK-NOW-FPRINT
               MOVE "INPUT" TO CK-VERDICT
               STRING "TAKEN AGAINST FINGERPRINT " CK-SAVED-FPRINT
                   " -- THE INPUT IS NOW " CK-NOW-FPRINT
                   DELIMITED BY SIZE INTO CK-REASON
               END-STRING
               GOBACK
           END-IF
           PERFORM GET-AGE-LIMIT
           IF AGE-LIMIT > 0 AND CK-AGE-DAYS > AGE-LIMIT
               MOVE "AGED" TO CK-VERDICT
               MOVE CK-AGE-DAYS TO AGE-DAYS-EDIT
               MOVE AGE-LIMIT   TO AGE-LIMIT-EDIT
               MOVE +0 TO DAYS-LEAD LIMIT-LEAD
               INSPECT AGE-DAYS-EDIT TALLYING DAYS-LEAD
                   FOR LEADING SPACES
               INSPECT AGE-LIMIT-EDIT TALLYING LIMIT-LEAD
                   FOR LEADING SPACES
               STRING "TAKEN " CK-SAVED-DATE ", "
                   AGE-DAYS-EDIT (DAYS-LEAD + 1 : )
                   " DAYS AGO -- OLDER THAN THE "
                   AGE-LIMIT-EDIT (LIMIT-LEAD + 1 : )
                   "-DAY LIMIT (AOCCKAGE)"
                   DELIMITED BY SIZE INTO CK-REASON
               END-STRING
               GOBACK
           END-IF
           MOVE "CURRENT" TO CK-VERDICT
           GOBACK.

      *    AOCCKAGE IS WHOLE DAYS, UP TO FOUR DIGITS.  ANYTHING ELSE
      *    IS SAID ON SYSOUT AND THE 7-DAY DEFAULT STANDS -- A TYPO IN
      *    THE LE OPTIONS MUST NOT SWITCH THE AGE TEST OFF.
       GET-AGE-LIMIT.
           MOVE +7 TO AGE-LIMIT
           MOVE SPACES TO AGE-LIMIT-TEXT
           ACCEPT AGE-LIMIT-TEXT FROM ENVIRONMENT "AOCCKAGE"
           IF AGE-LIMIT-TEXT = SPACES OR AGE-LIMIT-TEXT = LOW-VALUES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SW-AGE-LIMIT-BAD
           MOVE +0 TO AGE-LIMIT
           PERFORM VARYING AGE-DIGIT-SUB FROM 1 BY 1
               UNTIL AGE-DIGIT-SUB > 4
                  OR AGE-LIMIT-TEXT (AGE-DIGIT-SUB : 1) = SPACE
               IF AGE-LIMIT-TEXT (AGE-DIGIT-SUB : 1) NUMERIC
                   MOVE AGE-LIMIT-TEXT (AGE-DIGIT-SUB : 1)
                     TO AGE-ONE-DIGIT
                   COMPUTE AGE-LIMIT = AGE-LIMIT * 10 + AGE-ONE-DIGIT
               ELSE
                   SET AGE-LIMIT-BAD TO TRUE
               END-IF
           END-PERFORM
           IF AGE-LIMIT-BAD OR AGE-LIMIT-TEXT (1 : 1) = SPACE
               DISPLAY "CKPTJUDG: AOCCKAGE=" AGE-LIMIT-TEXT
                   " IS NOT A NUMBER OF DAYS, 7 USED"
               MOVE +7 TO AGE-LIMIT
           END-IF.
       END PROGRAM CKPTJUDG.
