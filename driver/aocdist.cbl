       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCDIST.
      *    REPORT BURSTING AND DISTRIBUTION -- RPTWRITE STAMPS EVERY
      *    REGISTERED REPORT, BUT THE REPORTS STILL SAT WHERE THEIR
      *    JOBS LEFT THEM FOR WHOEVER NEEDED THEM TO GO AND FIND.
      *    THIS STEP RUNS AFTER THE BOARD AND SENDS EACH RECIPIENT
      *    ONLY THEIR PAGES, PER THE DISTRIBUTION CONTROL FILE
      *    (DD/ENV AOCDSTCT, SEE CTL/AOCDIST.CTL): ONE ROW PER
      *    RECIPIENT OF ONE REPORT, NAMING THE REPORT BY ITS RPTWRITE
      *    DD, THE DELIVERY METHOD, AN OPTIONAL SECTION, AND THE
      *    DESTINATION.  EACH REPORT IS READ FROM ITS OWN DD IN THIS
      *    STEP -- THE SAME SEVEN DDS RPTWRITE SERVES; A REPORT DD
      *    THE STEP DOES NOT ALLOCATE IS "NOREPORT" FOR ITS ROWS.
      *    BURSTING: RPTWRITE STARTS EVERY PAGE WITH ITS STANDARD
      *    HEADER (TITLE IN COLUMNS 1-60, "  PGM=" AT 61, "  RUN " AT
      *    75, THE RUN KEY AT 81-97) AND A SECTION BREAK (RPTTITLE)
      *    IS A NEW PAGE UNDER A NEW TITLE, SO A MULTI-SECTION REPORT
      *    SPLITS CLEANLY ON ITS HEADERS.  A ROW WITH A SECTION TAKES
      *    ONLY THE PAGES WHOSE TITLE CONTAINS THAT TEXT; A BLANK
      *    SECTION TAKES THE WHOLE REPORT.  EACH ROW'S REPORT IS
      *    SCANNED ONCE TO BURST IT (PAGES AND LINES SELECTED, RUN
      *    KEY) AND READ AGAIN TO DELIVER, SO A RECIPIENT WITH NO
      *    PAGES IS NEVER SENT AN EMPTY MESSAGE.
      *    DELIVERY METHODS:
      *        M  MAILBOX -- ONE SMTP MESSAGE PER ROW, WRITTEN IN
      *           BATCH-SMTP FORM TO DD/ENV AOCSMTP (A SYSOUT DD ON
      *           THE SITE'S SMTP WRITER); SENDER FROM THE AOCMAILF
      *           ENVIRONMENT VALUE, DEFAULT AOCBATCH.  LINES THAT
      *           START WITH A PERIOD ARE DOUBLED PER RFC 5321.
      *        D  RETAINED DATASET -- THE PAGES REWRITE THE NAMED
      *           DATASET (DD/ENV AOCDSTDS IS POINTED AT IT, THE WAY
      *           AOCNTAKE POINTS AOCSTGOT), WHICH MUST BE ALLOCATED.
      *        P  PRINT DESTINATION -- AN IEBGENER PRINT JOB IS
      *           SUBMITTED THROUGH THE INTERNAL READER (DD/ENV
      *           AOCDSTPR) WITH THE PAGES INSTREAM AND SYSUT2 ROUTED
      *           TO THE NAMED JES DESTINATION.
      *    EVERY ROW IS JOURNALED (DD/ENV AOCDSTJL, APPENDED) SO WHO
      *    RECEIVED WHAT CAN BE PROVED.  NO JOURNAL, NO DISTRIBUTION.
      *    THE AOCDSTRP ENVIRONMENT VALUE, WHEN SET, NAMES THE ONE
      *    REPORT DD THIS RUN DISTRIBUTES (A REPORT JOB SENDING ITS
      *    OWN REPORT); OTHER ROWS ARE SKIPPED UNJOURNALED.
      *    FIXED COLUMNS:
      *        COL   1-  8  DISTRIBUTION DATE (YYYYMMDD)
      *        COL  10- 17  DISTRIBUTION TIME (HHMMSSTH)
      *        COL  19- 26  REPORT DD
      *        COL  28- 35  REPORT RUN DATE  > FROM THE REPORT'S OWN
      *        COL  37- 44  REPORT RUN ID    > PAGE HEADER
      *        COL  46- 53  RECIPIENT
      *        COL  55      METHOD (M/D/P)
      *        COL  57- 76  SECTION (BLANK = WHOLE REPORT)
      *        COL  78- 81  PAGES SENT
      *        COL  83- 88  LINES SENT
      *        COL  90- 97  STATUS -- SENT, NOPAGES (NOTHING IN THE
      *                     REPORT FOR THE ROW'S SECTION), NOREPORT
      *                     (REPORT DD NOT READABLE), FAILED (THE
      *                     DESTINATION COULD NOT BE WRITTEN)
      *        COL  99-158  DESTINATION
      *    SENT MEANS HANDED TO THE SMTP WRITER, THE DATASET, OR THE
      *    INTERNAL READER; ONWARD DELIVERY IS THEIRS.
      *    RC=0 = EVERY ROW SENT.  RC=4 = A ROW WAS IGNORED, OR A
      *    REPORT WAS MISSING OR HAD NOTHING FOR A ROW.  RC=8 = NO
      *    USABLE CONTROL ROWS, NO JOURNAL, OR A DELIVERY FAILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
       SOURCE-COMPUTER.
           Z-SYSTEM
      *        WITH DEBUGGING MODE
           .
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE
              ASSIGN TO AOCDSTCT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
           SELECT JOURNAL-FILE
              ASSIGN TO AOCDSTJL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JRN-FILE-STATUS.
           SELECT MAIL-FILE
              ASSIGN TO AOCSMTP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MAL-FILE-STATUS.
           SELECT DATASET-FILE
              ASSIGN TO AOCDSTDS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DSO-FILE-STATUS.
           SELECT PRINT-FILE
              ASSIGN TO AOCDSTPR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PRT-FILE-STATUS.
      *    THE REPORTS, ONE SELECT PER RPTWRITE SLOT, IN RPTWRITE'S
      *    SLOT ORDER AND RECORD WIDTHS.
           SELECT REPORT-FILE-1
              ASSIGN TO AOCDAILY
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT REPORT-FILE-2
              ASSIGN TO AOCHKRPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT REPORT-FILE-3
              ASSIGN TO AOCSTGRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT REPORT-FILE-4
              ASSIGN TO AOCCOVER
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT REPORT-FILE-5
              ASSIGN TO AOCWFRPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT REPORT-FILE-6
              ASSIGN TO AOCMAPQA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT REPORT-FILE-7
              ASSIGN TO AOCCHGRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-DDNAME          PIC X(08).
           05  FILLER              PIC X.
           05  CTL-RECIPIENT       PIC X(08).
           05  FILLER              PIC X.
           05  CTL-METHOD          PIC X.
           05  FILLER              PIC X.
           05  CTL-SECTION         PIC X(20).
           05  FILLER              PIC X.
           05  CTL-DEST            PIC X(60).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JRN-DATE            PIC X(08).
           05  FILLER              PIC X.
           05  JRN-TIME            PIC X(08).
           05  FILLER              PIC X.
           05  JRN-DDNAME          PIC X(08).
           05  FILLER              PIC X.
           05  JRN-RUN-DATE        PIC X(08).
           05  FILLER              PIC X.
           05  JRN-RUN-ID          PIC X(08).
           05  FILLER              PIC X.
           05  JRN-RECIPIENT       PIC X(08).
           05  FILLER              PIC X.
           05  JRN-METHOD          PIC X.
           05  FILLER              PIC X.
           05  JRN-SECTION         PIC X(20).
           05  FILLER              PIC X.
           05  JRN-PAGES           PIC 9(04).
           05  FILLER              PIC X.
           05  JRN-LINES           PIC 9(06).
           05  FILLER              PIC X.
           05  JRN-STATUS          PIC X(08).
           05  FILLER              PIC X.
           05  JRN-DEST            PIC X(60).

       FD  MAIL-FILE.
       01  MAIL-RECORD             PIC X(200).
       FD  DATASET-FILE.
       01  DATASET-RECORD          PIC X(160).
       FD  PRINT-FILE.
       01  PRINT-RECORD            PIC X(160).

       FD  REPORT-FILE-1.
       01  REPORT-1-RECORD         PIC X(132).
       FD  REPORT-FILE-2.
       01  REPORT-2-RECORD         PIC X(100).
       FD  REPORT-FILE-3.
       01  REPORT-3-RECORD         PIC X(100).
       FD  REPORT-FILE-4.
       01  REPORT-4-RECORD         PIC X(100).
       FD  REPORT-FILE-5.
       01  REPORT-5-RECORD         PIC X(100).
       FD  REPORT-FILE-6.
       01  REPORT-6-RECORD         PIC X(160).
       FD  REPORT-FILE-7.
       01  REPORT-7-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  CTL-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 CTL-FILE-OK                 VALUE "00".
           05  SW-CTL-EOF          PIC  X     VALUE "N".
               88 CTL-EOF                     VALUE "Y".
           05  JRN-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 JRN-FILE-OK                 VALUE "00".
           05  MAL-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 MAL-FILE-OK                 VALUE "00".
           05  SW-MAIL-OPEN        PIC  X     VALUE "N".
               88 MAIL-IS-OPEN                VALUE "Y".
           05  DSO-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 DSO-FILE-OK                 VALUE "00".
           05  PRT-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 PRT-FILE-OK                 VALUE "00".
           05  SW-PRINT-OPEN       PIC  X     VALUE "N".
               88 PRINT-IS-OPEN               VALUE "Y".
           05  RPT-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 RPT-FILE-OK                 VALUE "00".
           05  SW-RPT-EOF          PIC  X     VALUE "N".
               88 RPT-EOF                     VALUE "Y".

      *    THE DISTRIBUTION CONTROL FILE, TABLED ONCE, IN FILE ORDER.
      *    ONLY-DDNAME (THE AOCDSTRP ENVIRONMENT VALUE) LIMITS THE RUN
      *    TO ONE REPORT'S ROWS.
       01  DIST-CONTROLS.
           05  DST-MAX             PIC S9(4) COMP-5 VALUE +200.
           05  DST-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  DST-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  ONLY-DDNAME         PIC  X(08) VALUE SPACES.
       01  DIST-TABLE.
           05  DST-ENTRY OCCURS 200 TIMES.
               10  DST-DDNAME      PIC  X(08).
               10  DST-SLOT        PIC S9(4) COMP-5.
               10  DST-RECIPIENT   PIC  X(08).
               10  DST-METHOD      PIC  X.
                   88 DST-BY-MAIL            VALUE "M".
                   88 DST-TO-DATASET         VALUE "D".
                   88 DST-TO-PRINT           VALUE "P".
               10  DST-SECTION     PIC  X(20).
               10  DST-SECT-LEN    PIC S9(4) COMP-5.
               10  DST-DEST        PIC  X(60).

      *    ONE REPORT PASS -- THE SLOT BEING READ, THE CURRENT LINE,
      *    WHETHER THE PAGE IT SITS ON IS SELECTED, AND THE COUNTS.
       01  BURST-CONTROLS.
           05  RW-SLOT             PIC S9(4) COMP-5 VALUE +0.
           05  LOOK-DDNAME         PIC  X(08) VALUE SPACES.
           05  LINE-WORK           PIC  X(160) VALUE SPACES.
           05  SW-REPORT-READ      PIC  X     VALUE "N".
               88 REPORT-WAS-READ             VALUE "Y".
           05  SW-PAGE-SELECTED    PIC  X     VALUE "N".
               88 PAGE-IS-SELECTED            VALUE "Y".
           05  SECT-TALLY          PIC S9(4) COMP-5 VALUE +0.
           05  SEL-PAGES           PIC S9(4) COMP-5 VALUE +0.
           05  SEL-LINES           PIC S9(9) COMP-5 VALUE +0.
           05  RUN-DATE-SEEN       PIC  X(08) VALUE SPACES.
           05  RUN-ID-SEEN         PIC  X(08) VALUE SPACES.
           05  DIST-STATUS         PIC  X(08) VALUE SPACES.

       01  MAIL-WORK.
           05  MAIL-FROM           PIC  X(60) VALUE SPACES.
           05  MAIL-HELO           PIC  X(08) VALUE "AOCBATCH".

       01  CLOCK-CONTROLS.
           05  TODAY-YYYYMMDD      PIC  9(08) VALUE ZEROES.
           05  TIME-NOW            PIC  9(08) VALUE ZEROES.

       01  COUNT-WORK.
           05  SENT-COUNT          PIC  9(04) VALUE ZEROES.
           05  UNSENT-COUNT        PIC  9(04) VALUE ZEROES.
           05  WORST-RC            PIC S9(4) COMP-5 VALUE +0.

       PROCEDURE DIVISION.
           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT MAIL-FROM FROM ENVIRONMENT "AOCMAILF"
           IF MAIL-FROM = SPACES OR MAIL-FROM = LOW-VALUES
               MOVE "AOCBATCH" TO MAIL-FROM
           END-IF
           ACCEPT ONLY-DDNAME FROM ENVIRONMENT "AOCDSTRP"
           IF ONLY-DDNAME = LOW-VALUES
               MOVE SPACES TO ONLY-DDNAME
           END-IF
           PERFORM 100-LOAD-DISTRIBUTION
           IF WORST-RC < 8
               PERFORM 150-OPEN-JOURNAL
           END-IF
           IF WORST-RC < 8
               PERFORM VARYING DST-NDX FROM 1 BY 1
                   UNTIL DST-NDX > DST-COUNT
                   PERFORM 200-DISTRIBUTE-ONE
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           PERFORM 900-WRAP-UP
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

      *    A ROW THAT NAMES A REPORT THIS STEP CANNOT READ, OR HAS NO
      *    RECIPIENT, METHOD OR DESTINATION, IS IGNORED AT RC=4 --
      *    THE REST STILL GO.  WITH AOCDSTRP SET, ROWS FOR OTHER
      *    REPORTS ARE LEFT FOR THE RUN THAT SENDS THOSE.
       100-LOAD-DISTRIBUTION.
           OPEN INPUT CONTROL-FILE
           IF NOT CTL-FILE-OK
               DISPLAY "AOCDSTCT DISTRIBUTION CONTROL OPEN FAILED,"
                   " STATUS=" CTL-FILE-STATUS
               MOVE +8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CTL-EOF
               READ CONTROL-FILE
                   AT END SET CTL-EOF TO TRUE
                   NOT AT END PERFORM 110-TABLE-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           IF DST-COUNT = 0
               DISPLAY "AOCDSTCT SUPPLIED NO USABLE DISTRIBUTION ROWS"
               MOVE +8 TO WORST-RC
           END-IF.

       110-TABLE-ONE-ROW.
           IF CONTROL-RECORD = SPACES OR CTL-DDNAME (1 : 1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF ONLY-DDNAME NOT = SPACES AND CTL-DDNAME NOT = ONLY-DDNAME
               EXIT PARAGRAPH
           END-IF
           MOVE CTL-DDNAME TO LOOK-DDNAME
           PERFORM 120-SLOT-FOR-DDNAME
           IF RW-SLOT = 0 OR CTL-RECIPIENT = SPACES
              OR CTL-DEST = SPACES OR DST-COUNT >= DST-MAX
              OR (CTL-METHOD NOT = "M" AND CTL-METHOD NOT = "D"
                  AND CTL-METHOD NOT = "P")
               DISPLAY "DISTRIBUTION ROW IGNORED: "
                   CONTROL-RECORD (1 : 60)
               IF WORST-RC < 4
                   MOVE +4 TO WORST-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD +1 TO DST-COUNT
           MOVE CTL-DDNAME    TO DST-DDNAME (DST-COUNT)
           MOVE RW-SLOT       TO DST-SLOT (DST-COUNT)
           MOVE CTL-RECIPIENT TO DST-RECIPIENT (DST-COUNT)
           MOVE CTL-METHOD    TO DST-METHOD (DST-COUNT)
           MOVE CTL-SECTION   TO DST-SECTION (DST-COUNT)
           MOVE CTL-DEST      TO DST-DEST (DST-COUNT)
           PERFORM VARYING DST-SECT-LEN (DST-COUNT) FROM 20 BY -1
               UNTIL DST-SECT-LEN (DST-COUNT) < +1
               OR CTL-SECTION (DST-SECT-LEN (DST-COUNT) : 1)
                  NOT = SPACE
               CONTINUE
           END-PERFORM.

      *    THE SAME SLOT NUMBERS RPTWRITE GIVES ITS REGISTERED DDS --
      *    ADD A SLOT HERE (AND ITS SELECT/FD PAIR) WHEN RPTWRITE
      *    GAINS ONE.
       120-SLOT-FOR-DDNAME.
           EVALUATE LOOK-DDNAME
               WHEN "AOCDAILY" MOVE +1 TO RW-SLOT
               WHEN "AOCHKRPT" MOVE +2 TO RW-SLOT
               WHEN "AOCSTGRP" MOVE +3 TO RW-SLOT
               WHEN "AOCCOVER" MOVE +4 TO RW-SLOT
               WHEN "AOCWFRPT" MOVE +5 TO RW-SLOT
               WHEN "AOCMAPQA" MOVE +6 TO RW-SLOT
               WHEN "AOCCHGRP" MOVE +7 TO RW-SLOT
               WHEN OTHER      MOVE +0 TO RW-SLOT
           END-EVALUATE.

       150-OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF JRN-FILE-STATUS = "05" OR JRN-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF NOT JRN-FILE-OK
               DISPLAY "AOCDSTJL DISTRIBUTION JOURNAL OPEN FAILED,"
                   " STATUS=" JRN-FILE-STATUS " -- NOTHING SENT"
               MOVE +8 TO WORST-RC
           END-IF.

      *    BURST FIRST, THEN DELIVER ONLY WHEN THERE IS SOMETHING TO
      *    DELIVER; EITHER WAY THE ROW IS JOURNALED.
       200-DISTRIBUTE-ONE.
           MOVE DST-SLOT (DST-NDX) TO RW-SLOT
           PERFORM 300-BURST-SCAN
           EVALUATE TRUE
               WHEN NOT REPORT-WAS-READ
                   MOVE "NOREPORT" TO DIST-STATUS
               WHEN SEL-PAGES = 0
                   MOVE "NOPAGES"  TO DIST-STATUS
               WHEN DST-BY-MAIL (DST-NDX)
                   PERFORM 400-SEND-MAIL
               WHEN DST-TO-DATASET (DST-NDX)
                   PERFORM 500-WRITE-DATASET
               WHEN OTHER
                   PERFORM 600-SUBMIT-PRINT
           END-EVALUATE
           EVALUATE DIST-STATUS
               WHEN "SENT"
                   ADD 1 TO SENT-COUNT
               WHEN "FAILED"
                   ADD 1 TO UNSENT-COUNT
                   MOVE +8 TO WORST-RC
               WHEN OTHER
                   ADD 1 TO UNSENT-COUNT
                   IF WORST-RC < 4
                       MOVE +4 TO WORST-RC
                   END-IF
           END-EVALUATE
           IF DIST-STATUS NOT = "SENT"
               MOVE +0 TO SEL-PAGES SEL-LINES
           END-IF
           DISPLAY DST-DDNAME (DST-NDX) " TO " DST-RECIPIENT (DST-NDX)
               " " DST-METHOD (DST-NDX) " " DIST-STATUS
               " PAGES=" SEL-PAGES " LINES=" SEL-LINES
           PERFORM 700-JOURNAL-ONE.

      *    THE BURST PASS: WHICH PAGES OF THE REPORT THIS ROW TAKES,
      *    AND THE RUN KEY FROM THE FIRST PAGE HEADER.
       300-BURST-SCAN.
           MOVE +0 TO SEL-PAGES SEL-LINES
           MOVE SPACES TO RUN-DATE-SEEN RUN-ID-SEEN
           PERFORM 330-OPEN-REPORT
           IF NOT REPORT-WAS-READ
               EXIT PARAGRAPH
           END-IF
           PERFORM 335-READ-REPORT
           PERFORM UNTIL RPT-EOF
               PERFORM 320-NOTE-REPORT-LINE
               IF PAGE-IS-SELECTED
                   ADD +1 TO SEL-LINES
               END-IF
               PERFORM 335-READ-REPORT
           END-PERFORM
           PERFORM 340-CLOSE-REPORT.

      *    A PAGE HEADER STARTS A PAGE; IT IS SELECTED WHEN THE ROW
      *    HAS NO SECTION OR THE TITLE CONTAINS THE SECTION TEXT.
      *    LINES AHEAD OF THE FIRST HEADER GO WITH A WHOLE-REPORT
      *    ROW ONLY.
       320-NOTE-REPORT-LINE.
           IF LINE-WORK (61 : 6) NOT = "  PGM="
              OR LINE-WORK (75 : 6) NOT = "  RUN "
               EXIT PARAGRAPH
           END-IF
           IF RUN-DATE-SEEN = SPACES
               MOVE LINE-WORK (81 : 8) TO RUN-DATE-SEEN
               MOVE LINE-WORK (90 : 8) TO RUN-ID-SEEN
           END-IF
           MOVE "N" TO SW-PAGE-SELECTED
           IF DST-SECT-LEN (DST-NDX) < 1
               SET PAGE-IS-SELECTED TO TRUE
           ELSE
               MOVE +0 TO SECT-TALLY
               INSPECT LINE-WORK (1 : 60) TALLYING SECT-TALLY
                   FOR ALL DST-SECTION (DST-NDX)
                           (1 : DST-SECT-LEN (DST-NDX))
               IF SECT-TALLY > 0
                   SET PAGE-IS-SELECTED TO TRUE
               END-IF
           END-IF
           IF PAGE-IS-SELECTED
               ADD +1 TO SEL-PAGES
           END-IF.

       330-OPEN-REPORT.
           MOVE "N" TO SW-REPORT-READ SW-RPT-EOF
           IF DST-SECT-LEN (DST-NDX) < 1
               SET PAGE-IS-SELECTED TO TRUE
           ELSE
               MOVE "N" TO SW-PAGE-SELECTED
           END-IF
           EVALUATE RW-SLOT
               WHEN 1 OPEN INPUT REPORT-FILE-1
               WHEN 2 OPEN INPUT REPORT-FILE-2
               WHEN 3 OPEN INPUT REPORT-FILE-3
               WHEN 4 OPEN INPUT REPORT-FILE-4
               WHEN 5 OPEN INPUT REPORT-FILE-5
               WHEN 6 OPEN INPUT REPORT-FILE-6
               WHEN 7 OPEN INPUT REPORT-FILE-7
           END-EVALUATE
           IF RPT-FILE-OK
               SET REPORT-WAS-READ TO TRUE
           ELSE
               DISPLAY DST-DDNAME (DST-NDX) " REPORT OPEN FAILED,"
                   " STATUS=" RPT-FILE-STATUS
           END-IF.

       335-READ-REPORT.
           MOVE SPACES TO LINE-WORK
           EVALUATE RW-SLOT
               WHEN 1
                   READ REPORT-FILE-1 INTO LINE-WORK
                       AT END SET RPT-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ REPORT-FILE-2 INTO LINE-WORK
                       AT END SET RPT-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ REPORT-FILE-3 INTO LINE-WORK
                       AT END SET RPT-EOF TO TRUE
                   END-READ
               WHEN 4
                   READ REPORT-FILE-4 INTO LINE-WORK
                       AT END SET RPT-EOF TO TRUE
                   END-READ
               WHEN 5
                   READ REPORT-FILE-5 INTO LINE-WORK
                       AT END SET RPT-EOF TO TRUE
                   END-READ
               WHEN 6
                   READ REPORT-FILE-6 INTO LINE-WORK
                       AT END SET RPT-EOF TO TRUE
                   END-READ
               WHEN 7
                   READ REPORT-FILE-7 INTO LINE-WORK
                       AT END SET RPT-EOF TO TRUE
                   END-READ
           END-EVALUATE.

       340-CLOSE-REPORT.
           EVALUATE RW-SLOT
               WHEN 1 CLOSE REPORT-FILE-1
               WHEN 2 CLOSE REPORT-FILE-2
               WHEN 3 CLOSE REPORT-FILE-3
               WHEN 4 CLOSE REPORT-FILE-4
               WHEN 5 CLOSE REPORT-FILE-5
               WHEN 6 CLOSE REPORT-FILE-6
               WHEN 7 CLOSE REPORT-FILE-7
           END-EVALUATE.

      *    THE DELIVERY PASS: THE SAME SELECTION AS THE BURST PASS,
      *    EACH SELECTED LINE HANDED TO THE ROW'S METHOD.  THE
      *    COUNTS ARE TAKEN AGAIN SO THE JOURNAL SHOWS WHAT WAS SENT.
       350-COPY-SELECTED-PAGES.
           MOVE +0 TO SEL-PAGES SEL-LINES
           PERFORM 330-OPEN-REPORT
           IF NOT REPORT-WAS-READ
               MOVE "FAILED" TO DIST-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM 335-READ-REPORT
           PERFORM UNTIL RPT-EOF
               PERFORM 320-NOTE-REPORT-LINE
               IF PAGE-IS-SELECTED
                   ADD +1 TO SEL-LINES
                   EVALUATE TRUE
                       WHEN DST-BY-MAIL (DST-NDX)
                           PERFORM 420-PUT-MAIL-BODY-LINE
                       WHEN DST-TO-DATASET (DST-NDX)
                           WRITE DATASET-RECORD FROM LINE-WORK
                       WHEN OTHER
                           WRITE PRINT-RECORD FROM LINE-WORK
                   END-EVALUATE
               END-IF
               PERFORM 335-READ-REPORT
           END-PERFORM
           PERFORM 340-CLOSE-REPORT.

      *    ONE BATCH-SMTP MESSAGE PER ROW ON THE ONE SMTP SYSOUT
      *    DATASET: HELO ONCE, THEN MAIL FROM/RCPT TO/DATA PER
      *    MESSAGE, QUIT AT WRAP-UP.
       400-SEND-MAIL.
           MOVE "SENT" TO DIST-STATUS
           IF NOT MAIL-IS-OPEN
               OPEN OUTPUT MAIL-FILE
               IF NOT MAL-FILE-OK
                   DISPLAY "AOCSMTP MAIL OPEN FAILED, STATUS="
                       MAL-FILE-STATUS
                   MOVE "FAILED" TO DIST-STATUS
                   EXIT PARAGRAPH
               END-IF
               SET MAIL-IS-OPEN TO TRUE
               MOVE SPACES TO MAIL-RECORD
               STRING "HELO " MAIL-HELO
                   DELIMITED BY SIZE INTO MAIL-RECORD
               WRITE MAIL-RECORD
           END-IF
           MOVE SPACES TO MAIL-RECORD
           STRING "MAIL FROM:<" DELIMITED BY SIZE
               MAIL-FROM DELIMITED BY SPACE
               ">" DELIMITED BY SIZE INTO MAIL-RECORD
           WRITE MAIL-RECORD
           MOVE SPACES TO MAIL-RECORD
           STRING "RCPT TO:<" DELIMITED BY SIZE
               DST-DEST (DST-NDX) DELIMITED BY SPACE
               ">" DELIMITED BY SIZE INTO MAIL-RECORD
           WRITE MAIL-RECORD
           MOVE "DATA" TO MAIL-RECORD
           WRITE MAIL-RECORD
           MOVE SPACES TO MAIL-RECORD
           STRING "From: " MAIL-FROM
               DELIMITED BY SIZE INTO MAIL-RECORD
           WRITE MAIL-RECORD
           MOVE SPACES TO MAIL-RECORD
           STRING "To: " DST-DEST (DST-NDX)
               DELIMITED BY SIZE INTO MAIL-RECORD
           WRITE MAIL-RECORD
           MOVE SPACES TO MAIL-RECORD
           STRING "Subject: AOC REPORT " DST-DDNAME (DST-NDX)
               " RUN " RUN-DATE-SEEN " " RUN-ID-SEEN " "
               DST-SECTION (DST-NDX)
               DELIMITED BY SIZE INTO MAIL-RECORD
           WRITE MAIL-RECORD
           MOVE SPACES TO MAIL-RECORD
           WRITE MAIL-RECORD
           PERFORM 350-COPY-SELECTED-PAGES
           MOVE "." TO MAIL-RECORD
           WRITE MAIL-RECORD.

       420-PUT-MAIL-BODY-LINE.
           MOVE SPACES TO MAIL-RECORD
           IF LINE-WORK (1 : 1) = "."
               STRING "." LINE-WORK
                   DELIMITED BY SIZE INTO MAIL-RECORD
           ELSE
               MOVE LINE-WORK TO MAIL-RECORD
           END-IF
           WRITE MAIL-RECORD.

      *    THE RETAINED DATASET IS REWRITTEN WHOLE WITH THE ROW'S
      *    PAGES.
       500-WRITE-DATASET.
           MOVE "SENT" TO DIST-STATUS
           DISPLAY "AOCDSTDS" UPON ENVIRONMENT-NAME
           DISPLAY DST-DEST (DST-NDX) UPON ENVIRONMENT-VALUE
           OPEN OUTPUT DATASET-FILE
           IF NOT DSO-FILE-OK
               DISPLAY "AOCDSTDS " DST-DEST (DST-NDX)
                   " OPEN FAILED, STATUS=" DSO-FILE-STATUS
               MOVE "FAILED" TO DIST-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM 350-COPY-SELECTED-PAGES
           CLOSE DATASET-FILE.

      *    ONE PRINT JOB PER ROW ON THE INTERNAL READER -- THE PAGES
      *    GO INSTREAM TO IEBGENER, WHOSE SYSUT2 IS ROUTED TO THE
      *    ROW'S DESTINATION.  THE JOBS SUBMIT WHEN THE READER IS
      *    CLOSED AT WRAP-UP.
       600-SUBMIT-PRINT.
           MOVE "SENT" TO DIST-STATUS
           IF NOT PRINT-IS-OPEN
               OPEN OUTPUT PRINT-FILE
               IF NOT PRT-FILE-OK
                   DISPLAY "AOCDSTPR INTERNAL READER OPEN FAILED,"
                       " STATUS=" PRT-FILE-STATUS
                   MOVE "FAILED" TO DIST-STATUS
                   EXIT PARAGRAPH
               END-IF
               SET PRINT-IS-OPEN TO TRUE
           END-IF
           MOVE SPACES TO PRINT-RECORD
           STRING "//AOCDPRT  JOB (AOC2023),'" DELIMITED BY SIZE
               DST-RECIPIENT (DST-NDX) DELIMITED BY SPACE
               "',CLASS=A," DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE "//             MSGCLASS=X" TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE "//PRINT    EXEC PGM=IEBGENER" TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE "//SYSPRINT DD DUMMY" TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE "//SYSIN    DD DUMMY" TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "//SYSUT2   DD SYSOUT=A,DEST=" DELIMITED BY SIZE
               DST-DEST (DST-NDX) DELIMITED BY SPACE
               INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE "//SYSUT1   DD DATA,DLM=$$,DCB=(RECFM=FB,LRECL=160)"
             TO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM 350-COPY-SELECTED-PAGES
           MOVE "$$" TO PRINT-RECORD
           WRITE PRINT-RECORD.

       700-JOURNAL-ONE.
           ACCEPT TIME-NOW FROM TIME
           MOVE SPACES                 TO JOURNAL-RECORD
           MOVE TODAY-YYYYMMDD         TO JRN-DATE
           MOVE TIME-NOW               TO JRN-TIME
           MOVE DST-DDNAME (DST-NDX)    TO JRN-DDNAME
           MOVE RUN-DATE-SEEN          TO JRN-RUN-DATE
           MOVE RUN-ID-SEEN            TO JRN-RUN-ID
           MOVE DST-RECIPIENT (DST-NDX) TO JRN-RECIPIENT
           MOVE DST-METHOD (DST-NDX)    TO JRN-METHOD
           MOVE DST-SECTION (DST-NDX)   TO JRN-SECTION
           MOVE SEL-PAGES              TO JRN-PAGES
           MOVE SEL-LINES              TO JRN-LINES
           MOVE DIST-STATUS            TO JRN-STATUS
           MOVE DST-DEST (DST-NDX)      TO JRN-DEST
           WRITE JOURNAL-RECORD.

       900-WRAP-UP.
           IF MAIL-IS-OPEN
               MOVE "QUIT" TO MAIL-RECORD
               WRITE MAIL-RECORD
               CLOSE MAIL-FILE
           END-IF
           IF PRINT-IS-OPEN
               CLOSE PRINT-FILE
           END-IF
           DISPLAY "AOCDIST COMPLETE: ROWS=" DST-COUNT
               " SENT=" SENT-COUNT " NOT SENT=" UNSENT-COUNT.
       END PROGRAM AOCDIST.
