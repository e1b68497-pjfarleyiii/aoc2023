       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNRLOOK.
      *    SHOP-WIDE OWNER LOOKUP -- NAMES THE ANALYST WHO OWNS A
      *    PROGRAM OR A DAY, FROM THE OWNERSHIP ROSTER (DD/ENV
      *    AOCOWNER, SEE CTL/AOCOWNER.CTL), SO A FAILURE GOES TO THE
      *    PERSON WHO KNOWS THE PROGRAM BEFORE IT GOES TO ON-CALL.
      *        CALL "OWNRLOOK" USING OWNER-SUBJECT, OWNER-DATE,
      *            OWNER-RESULT
      *    OWNER-SUBJECT (X20) IS WHAT THE CALLER IS REPORTING ON --
      *    A PROGRAM-ID, OR AN ANSWER OR BOARD LABEL ("DAY 5 PART
      *    1", "DAY  5 PARTS 1+2").  OWNER-DATE (X8, YYYYMMDD) IS
      *    THE DAY THE ROSTER IS READ FOR; SPACES MEANS TODAY.
      *    OWNER-RESULT COMES BACK AS:
      *        OWN-FOUND           X(01)  Y = AN OWNER ROW MATCHED
      *        OWN-PRIMARY         X(08)  OWNER'S HUB ROUTING NAME
      *        OWN-BACKUP          X(08)  BACKUP'S ROUTING NAME
      *        OWN-PRIMARY-ADDR    X(40)  OWNER'S CONTACT ADDRESS
      *        OWN-BACKUP-ADDR     X(40)  BACKUP'S CONTACT ADDRESS
      *    THE MOST SPECIFIC ROW IN EFFECT ON THE DATE WINS: A ROW
      *    NAMING THE PROGRAM BEATS THE ROW FOR ITS DAY (DAYNN, THE
      *    DAY NUMBER TAKEN FROM A PROGRAM-ID OR A LABEL), AND A
      *    DATED ROW -- A VACATION COVER -- BEATS AN UNDATED ONE OF
      *    THE SAME KIND.  THE ROSTER IS TABLED ON THE FIRST CALL OF
      *    THE RUN UNIT.  A MISSING AOCOWNER DD MEANS NO OWNERS, NOT
      *    AN ERROR: EVERY ANSWER COMES BACK OWN-FOUND "N" AND THE
      *    CALLER ROUTES AS IT ALWAYS DID.  THE CALL NEVER DISTURBS
      *    THE CALLER'S RETURN-CODE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE
              ASSIGN TO AOCOWNER
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OWR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05  OWR-SUBJECT         PIC X(08).
           05  FILLER              PIC X.
           05  OWR-FROM            PIC X(08).
           05  FILLER              PIC X.
           05  OWR-TO              PIC X(08).
           05  FILLER              PIC X.
           05  OWR-PRIMARY         PIC X(08).
           05  FILLER              PIC X.
           05  OWR-BACKUP          PIC X(08).
           05  FILLER              PIC X.
           05  OWR-PRIMARY-ADDR    PIC X(40).
           05  FILLER              PIC X.
           05  OWR-BACKUP-ADDR     PIC X(40).

       WORKING-STORAGE SECTION.
       01  ROSTER-CONTROLS.
           05  OWR-FILE-STATUS     PIC  X(02) VALUE SPACES.
               88 OWR-FILE-OK                 VALUE "00".
           05  SW-OWR-EOF          PIC  X     VALUE "N".
               88 OWR-EOF                     VALUE "Y".
           05  SW-ROSTER-LOADED    PIC  X     VALUE "N".
               88 ROSTER-LOADED               VALUE "Y".
           05  ROS-MAX             PIC S9(4) COMP-5 VALUE +128.
           05  ROS-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  ROS-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  ROS-BEST            PIC S9(4) COMP-5 VALUE +0.
           05  ROS-BEST-SCORE      PIC S9(4) COMP-5 VALUE +0.
           05  ROS-SCORE           PIC S9(4) COMP-5 VALUE +0.
       01  ROSTER-TABLE.
           05  ROS-ENTRY OCCURS 128 TIMES.
               10  ROS-SUBJECT     PIC  X(08).
               10  ROS-FROM        PIC  X(08).
               10  ROS-TO          PIC  X(08).
               10  ROS-PRIMARY     PIC  X(08).
               10  ROS-BACKUP      PIC  X(08).
               10  ROS-PRIMARY-ADDR PIC X(40).
               10  ROS-BACKUP-ADDR PIC  X(40).

       01  LOOKUP-WORK.
           05  CALLER-RC           PIC S9(4) COMP-5 VALUE +0.
           05  LOOK-DATE           PIC  X(08) VALUE SPACES.
           05  LOOK-PROGRAM        PIC  X(08) VALUE SPACES.
           05  LOOK-DAY-KEY        PIC  X(08) VALUE SPACES.
           05  SUBJ-DAY            PIC S9(4) COMP-5 VALUE +0.
           05  SUBJ-DAY-9          PIC  9(02) VALUE ZEROES.
           05  SUBJ-PTR            PIC S9(4) COMP-5 VALUE +0.
           05  SW-SUBJ-DONE        PIC  X     VALUE "N".
               88 SUBJ-DONE                   VALUE "Y".

       LINKAGE SECTION.
       01  OWNER-SUBJECT           PIC X(20).
       01  OWNER-DATE              PIC X(08).
       01  OWNER-RESULT.
           05  OWN-FOUND           PIC X(01).
           05  OWN-PRIMARY         PIC X(08).
           05  OWN-BACKUP          PIC X(08).
           05  OWN-PRIMARY-ADDR    PIC X(40).
           05  OWN-BACKUP-ADDR     PIC X(40).

       PROCEDURE DIVISION USING OWNER-SUBJECT, OWNER-DATE,
           OWNER-RESULT.
       OWNRLOOK-MAIN.
           MOVE RETURN-CODE TO CALLER-RC
           IF NOT ROSTER-LOADED
               PERFORM LOAD-ROSTER
               SET ROSTER-LOADED TO TRUE
           END-IF
           MOVE "N"    TO OWN-FOUND
           MOVE SPACES TO OWN-PRIMARY OWN-BACKUP
                          OWN-PRIMARY-ADDR OWN-BACKUP-ADDR
           IF OWNER-DATE = SPACES
               ACCEPT LOOK-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE OWNER-DATE TO LOOK-DATE
           END-IF
           MOVE OWNER-SUBJECT (1 : 8) TO LOOK-PROGRAM
           PERFORM DERIVE-DAY-KEY
           MOVE +0 TO ROS-BEST
           MOVE +0 TO ROS-BEST-SCORE
           PERFORM VARYING ROS-NDX FROM 1 BY 1
               UNTIL ROS-NDX > ROS-COUNT
               PERFORM SCORE-ONE-ROW
           END-PERFORM
           IF ROS-BEST > 0
               MOVE "Y" TO OWN-FOUND
               MOVE ROS-PRIMARY (ROS-BEST)      TO OWN-PRIMARY
               MOVE ROS-BACKUP (ROS-BEST)       TO OWN-BACKUP
               MOVE ROS-PRIMARY-ADDR (ROS-BEST) TO OWN-PRIMARY-ADDR
               MOVE ROS-BACKUP-ADDR (ROS-BEST)  TO OWN-BACKUP-ADDR
           END-IF
           MOVE CALLER-RC TO RETURN-CODE
           GOBACK.

      *    A "*" IN COLUMN 1 IS A COMMENT; A ROW WITH NO OWNER IS
      *    IGNORED.
       LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE
           IF NOT OWR-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OWR-EOF
               READ ROSTER-FILE
                   AT END SET OWR-EOF TO TRUE
                   NOT AT END
                       IF ROSTER-RECORD NOT = SPACES
                          AND OWR-SUBJECT (1 : 1) NOT = "*"
                          AND OWR-PRIMARY NOT = SPACES
                          AND ROS-COUNT < ROS-MAX
                           ADD +1 TO ROS-COUNT
                           MOVE OWR-SUBJECT TO ROS-SUBJECT (ROS-COUNT)
                           MOVE OWR-FROM    TO ROS-FROM (ROS-COUNT)
                           MOVE OWR-TO      TO ROS-TO (ROS-COUNT)
                           MOVE OWR-PRIMARY TO ROS-PRIMARY (ROS-COUNT)
                           MOVE OWR-BACKUP  TO ROS-BACKUP (ROS-COUNT)
                           MOVE OWR-PRIMARY-ADDR
                             TO ROS-PRIMARY-ADDR (ROS-COUNT)
                           MOVE OWR-BACKUP-ADDR
                             TO ROS-BACKUP-ADDR (ROS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROSTER-FILE.

      *    THE DAY NUMBER IS THE FIRST RUN OF DIGITS AFTER A LEADING
      *    "DAY", SPACES SKIPPED -- DAY5PT1, DAY14PT2, "DAY  5 PART
      *    1" ALL WORK.  ANY OTHER SUBJECT HAS NO DAY KEY.
       DERIVE-DAY-KEY.
           MOVE SPACES TO LOOK-DAY-KEY
           IF OWNER-SUBJECT (1 : 3) NOT = "DAY"
               EXIT PARAGRAPH
           END-IF
           MOVE +0 TO SUBJ-DAY
           MOVE "N" TO SW-SUBJ-DONE
           MOVE +4 TO SUBJ-PTR
           PERFORM UNTIL SUBJ-PTR > 20 OR SUBJ-DONE
               EVALUATE TRUE
                   WHEN OWNER-SUBJECT (SUBJ-PTR : 1) IS NUMERIC
                       COMPUTE SUBJ-DAY = SUBJ-DAY * 10 +
                           FUNCTION NUMVAL
                               (OWNER-SUBJECT (SUBJ-PTR : 1))
                   WHEN OWNER-SUBJECT (SUBJ-PTR : 1) = SPACE
                    AND SUBJ-DAY = 0
                       CONTINUE
                   WHEN OTHER
                       SET SUBJ-DONE TO TRUE
               END-EVALUATE
               ADD +1 TO SUBJ-PTR
           END-PERFORM
           IF SUBJ-DAY >= 1 AND SUBJ-DAY <= 25
               MOVE SUBJ-DAY TO SUBJ-DAY-9
               STRING "DAY" SUBJ-DAY-9 DELIMITED BY SIZE
                   INTO LOOK-DAY-KEY
           END-IF.

      *    PROGRAM ROW 4, DAY ROW 2, PLUS 1 FOR A DATED ROW; A ROW
      *    NOT IN EFFECT ON THE DATE, OR FOR ANOTHER SUBJECT, IS
      *    SKIPPED.  THE FIRST OF EQUAL SCORES WINS.
       SCORE-ONE-ROW.
           IF ROS-FROM (ROS-NDX) NOT = SPACES
              AND ROS-FROM (ROS-NDX) > LOOK-DATE
               EXIT PARAGRAPH
           END-IF
           IF ROS-TO (ROS-NDX) NOT = SPACES
              AND ROS-TO (ROS-NDX) < LOOK-DATE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN ROS-SUBJECT (ROS-NDX) = LOOK-PROGRAM
                   MOVE +4 TO ROS-SCORE
               WHEN LOOK-DAY-KEY NOT = SPACES
                AND ROS-SUBJECT (ROS-NDX) = LOOK-DAY-KEY
                   MOVE +2 TO ROS-SCORE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF ROS-FROM (ROS-NDX) NOT = SPACES
              OR ROS-TO (ROS-NDX) NOT = SPACES
               ADD +1 TO ROS-SCORE
           END-IF
           IF ROS-SCORE > ROS-BEST-SCORE
               MOVE ROS-NDX TO ROS-BEST
               MOVE ROS-SCORE TO ROS-BEST-SCORE
           END-IF.
       END PROGRAM OWNRLOOK.
