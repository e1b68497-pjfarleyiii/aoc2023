      *        COL  59- 66  DISPOSITION DATE
      *        COL  68- 75  DISPOSING ANALYST
      *        COL  77-106  ANALYST COMMENT
      *    DD/ENV AOCREJRP -- THE AGING REPORT; EVERY OVER-AGE LINE
      *                       NAMES THE REJECTING PROGRAM'S OWNER
      *                       FROM THE OWNERSHIP ROSTER (DD/ENV
      *                       AOCOWNER, VIA OWNRLOOK), AND A CLOSING
      *                       BLOCK TOTALS THE OVER-AGE REJECTS PER
      *                       PROGRAM WITH ITS OWNER AND BACKUP
      *    DD/ENV AOCALERT -- ONE SEVERITY-4 EVENT PER PROGRAM WITH
      *                       OVER-AGE REJECTS, KEYED BY THE PROGRAM
      *                       SO ALERTLOG STAMPS ITS OWNER AND THE
      *                       HUB ROUTES IT THERE FIRST
      *    RC=4 = AT LEAST ONE NEW REJECT OLDER THAN THE THRESHOLD.
      *    RC=8 = THE DISPOSITION DATASET COULD NOT BE WRITTEN.
       ENVIRONMENT DIVISION.
           05  NEW-COUNT           PIC  9(09) VALUE ZEROES.
           05  AGED-COUNT          PIC  9(09) VALUE ZEROES.

      *    OVER-AGE REJECTS PER REJECTING PROGRAM, FOR THE OWNER
      *    BLOCK AND THE ROUTED ALERT.
       01  OVERDUE-CONTROLS.
           05  OVD-MAX             PIC S9(4) COMP-5 VALUE +64.
           05  OVD-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  OVD-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  OVD-FOUND           PIC S9(4) COMP-5 VALUE +0.
       01  OVERDUE-TABLE.
           05  OVD-ENTRY OCCURS 64 TIMES.
               10  OVD-PROGRAM     PIC  X(08).
               10  OVD-REJECTS     PIC  9(05).
               10  OVD-OLDEST      PIC  X(08).

      *    OWNERSHIP LOOKUP CALL ARGUMENTS IN OWNRLOOK'S LINKAGE
      *    SHAPE; SPACES FOR THE DATE MEANS TODAY.
       01  OWNER-CALL-AREA.
           05  OWNER-SUBJECT       PIC  X(20) VALUE SPACES.
           05  OWNER-DATE          PIC  X(08) VALUE SPACES.
           05  OWNER-RESULT.
               10  OWN-FOUND       PIC  X(01).
                   88 OWNER-FOUND            VALUE "Y".
               10  OWN-PRIMARY     PIC  X(08).
               10  OWN-BACKUP      PIC  X(08).
               10  OWN-PRIMARY-ADDR PIC X(40).
               10  OWN-BACKUP-ADDR PIC  X(40).

      *    ALERT FEED CALL ARGUMENTS IN ALERTLOG'S LINKAGE SHAPE.
       01  ALERT-CALL-AREA.
           05  ALERT-PROGRAM       PIC  X(08) VALUE "AOCREJD".
           05  ALERT-SEVERITY      PIC S9(4) COMP-5 VALUE +0.
           05  ALERT-KEY           PIC  X(20) VALUE SPACES.
           05  ALERT-TEXT          PIC  X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LEN            PIC S9(4) COMP-5.
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           PERFORM 990-PUT-REPORT-LINE
           MOVE AGE-LIMIT-DAYS TO AGE-EDIT
           PERFORM 250-ROUTE-ONE-PROGRAM
               VARYING OVD-NDX FROM 1 BY 1
               UNTIL OVD-NDX > OVD-COUNT
           IF AGED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
                   " NEW FOR " AGE-EDIT " DAYS"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               MOVE DSP-PROGRAM TO OWNER-SUBJECT
               PERFORM 230-LOOKUP-OWNER
               IF OWNER-FOUND
                   MOVE "OWNER"     TO REPORT-RECORD (66 : 5)
                   MOVE OWN-PRIMARY TO REPORT-RECORD (72 : 8)
               END-IF
               PERFORM 990-PUT-REPORT-LINE
               PERFORM 220-NOTE-OVERDUE-PROGRAM
           END-IF
           .

       220-NOTE-OVERDUE-PROGRAM.
           MOVE +0 TO OVD-FOUND
           PERFORM VARYING OVD-NDX FROM 1 BY 1
               UNTIL OVD-NDX > OVD-COUNT OR OVD-FOUND > 0
               IF OVD-PROGRAM (OVD-NDX) = DSP-PROGRAM
                   MOVE OVD-NDX TO OVD-FOUND
               END-IF
           END-PERFORM
           IF OVD-FOUND = 0
               IF OVD-COUNT >= OVD-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD +1 TO OVD-COUNT
               MOVE OVD-COUNT TO OVD-FOUND
               MOVE DSP-PROGRAM  TO OVD-PROGRAM (OVD-FOUND)
               MOVE ZEROES       TO OVD-REJECTS (OVD-FOUND)
               MOVE DSP-RUN-DATE TO OVD-OLDEST (OVD-FOUND)
           END-IF
           ADD 1 TO OVD-REJECTS (OVD-FOUND)
           IF DSP-RUN-DATE < OVD-OLDEST (OVD-FOUND)
               MOVE DSP-RUN-DATE TO OVD-OLDEST (OVD-FOUND)
           END-IF
           .

      *    THE CALLER PUTS THE PROGRAM IN OWNER-SUBJECT -- THE
      *    ROUTING PASS RUNS AFTER THE DISPOSITION FILE IS CLOSED.
       230-LOOKUP-OWNER.
           CALL "OWNRLOOK" USING OWNER-SUBJECT, OWNER-DATE,
               OWNER-RESULT
           .

      *    ONE LINE PER PROGRAM WITH OVER-AGE REJECTS, NAMING WHO
      *    SHOULD WORK THEM, AND ONE ALERT KEYED BY THE PROGRAM SO
      *    THE FEED CARRIES THE SAME OWNER TO THE HUB.
       250-ROUTE-ONE-PROGRAM.
           MOVE OVD-PROGRAM (OVD-NDX) TO OWNER-SUBJECT
           PERFORM 230-LOOKUP-OWNER
           IF NOT OWNER-FOUND
               MOVE "ON-CALL" TO OWN-PRIMARY
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "OWNER " OWN-PRIMARY " BACKUP " OWN-BACKUP
               " " OVD-PROGRAM (OVD-NDX)
               " OVER AGE=" OVD-REJECTS (OVD-NDX)
               " OLDEST " OVD-OLDEST (OVD-NDX)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           PERFORM 990-PUT-REPORT-LINE
           MOVE +4 TO ALERT-SEVERITY
           MOVE OVD-PROGRAM (OVD-NDX) TO ALERT-KEY
           MOVE SPACES TO ALERT-TEXT
           STRING OVD-REJECTS (OVD-NDX) " NEW REJECTS OVER "
               AGE-EDIT " DAYS, OLDEST " OVD-OLDEST (OVD-NDX)
               " -- AOCMNT OPTION 5"
               DELIMITED BY SIZE INTO ALERT-TEXT
           END-STRING
           CALL "ALERTLOG" USING ALERT-PROGRAM, ALERT-SEVERITY,
               ALERT-KEY, ALERT-TEXT
           .

       900-WRAP-UP.
