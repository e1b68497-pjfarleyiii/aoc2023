      *                   PROGRAM WAS REBUILT BETWEEN THE COMPARED
      *                   RUNS; BLANK WHEN THE CALLER PREDATES THE
      *                   STAMP.
      *        COL 126-133 THE ACCOUNT WHOSE PUZZLE INPUT THE RUN
      *                   READ, FROM THE AOCACCT ENVIRONMENT VALUE
      *                   AOCBOARD SETS BESIDE AOCINPUT FOR EACH
      *                   ENTRY (SEE CTL/AOCBOARD.CTL).  BLANK IS
      *                   THE SEASON'S OWN ACCOUNT -- A STANDALONE
      *                   DECK, OR A BOARD ENTRY NAMING NO ACCOUNT.
      *        COL 135-146 STOP RECORDS ONLY: THE MOST STORAGE, IN
      *                   BYTES, THE SHARED ALLOCATING UTILITIES
      *                   (PTYQ, GRIDLOAD, KEYSTOR) HELD AT ONCE
      *                   SINCE THE MATCHING START -- THE STGACCT
      *                   PEAK, WHICH EVERY START RECORD RESETS SO A
      *                   BOARD RUN'S PROGRAMS EACH GET THEIR OWN.
      *                   ZEROES FOR A PROGRAM THAT USES NONE OF
      *                   THEM; BLANK ON START AND OTHER EVENTS.
      *                   AOCCAPY SETS IT AGAINST THE DECK'S REGION.
      *    EACH CALL OPENS THE JOURNAL EXTEND, WRITES ONE RECORD, AND
      *    CLOSES IT AGAIN -- SAME DURABILITY PATTERN AS ANSWRLOG, SO
      *    THE START RECORD SURVIVES WHATEVER THE RUN DOES AFTERWARD.
           05  JRN-CPU             PIC 9(12).
           05  FILLER              PIC X.
           05  JRN-BUILD           PIC X(16).
           05  FILLER              PIC X.
           05  JRN-ACCOUNT         PIC X(08).
           05  FILLER              PIC X.
           05  JRN-STG-PEAK        PIC X(12).
           05  JRN-STG-PEAK-N      REDEFINES JRN-STG-PEAK
                                   PIC 9(12).

       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD.
           05  DATE-NOW            PIC 9(08) VALUE ZEROES.
           05  TIME-NOW            PIC 9(08) VALUE ZEROES.
       01  INPUT-DSN-NOW           PIC X(40) VALUE SPACES.
       01  ACCOUNT-NOW             PIC X(08) VALUE SPACES.
       01  CALLER-RC               PIC S9(4) COMP-5 VALUE +0.
       01  STG-CALL-AREA.
           05  STG-ACTION          PIC X(01) VALUE SPACE.
           05  STG-BYTES           PIC S9(18) COMP-5 VALUE +0.
           05  STG-TOTALS.
               10  STG-ALLOCATED   PIC S9(18) COMP-5.
               10  STG-FREED       PIC S9(18) COMP-5.
               10  STG-CURRENT     PIC S9(18) COMP-5.
               10  STG-PEAK        PIC S9(18) COMP-5.

       LINKAGE SECTION.
       01  RUN-EVENT               PIC X(05).
           MOVE SPACES TO BUILD-NOW
           ACCEPT BUILD-NOW FROM ENVIRONMENT "AOCBUILD"
           MOVE BUILD-NOW TO JRN-BUILD
           MOVE SPACES TO ACCOUNT-NOW
           ACCEPT ACCOUNT-NOW FROM ENVIRONMENT "AOCACCT"
           IF ACCOUNT-NOW = LOW-VALUES
               MOVE SPACES TO ACCOUNT-NOW
           END-IF
           MOVE ACCOUNT-NOW TO JRN-ACCOUNT
           PERFORM NOTE-STORAGE-PEAK
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           MOVE CALLER-RC TO RETURN-CODE
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE.

      *    A START BEGINS A FRESH STORAGE PEAK FOR THE PROGRAM; ITS
      *    STOP JOURNALS THE PEAK REACHED SINCE.  STORAGE A PRIOR
      *    PROGRAM OF THE RUN UNIT STILL HOLDS COUNTS TOWARD IT --
      *    IT IS IN THE REGION ALL THE SAME.
       NOTE-STORAGE-PEAK.
           MOVE +0 TO STG-BYTES
           EVALUATE RUN-EVENT
               WHEN "START"
                   MOVE "R" TO STG-ACTION
                   CALL "STGACCT" USING STG-ACTION, STG-BYTES,
                       STG-TOTALS
               WHEN "STOP"
                   MOVE "Q" TO STG-ACTION
                   CALL "STGACCT" USING STG-ACTION, STG-BYTES,
                       STG-TOTALS
                   MOVE STG-PEAK TO JRN-STG-PEAK-N
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       END PROGRAM RUNLOG.
