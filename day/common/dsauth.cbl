       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSAUTH.
      *    SHOP-WIDE DATASET AUTHORITY CHECK -- ASKS THE SECURITY
      *    PRODUCT WHETHER THE RUNNING USER ID HOLDS A GIVEN ACCESS
      *    LEVEL TO A DATASET, WITHOUT OPENING IT, SO A PREFLIGHT CAN
      *    FIND AN UPDATE OR ALTER SHORTFALL BEFORE THE STEP THAT
      *    NEEDS IT FAILS ON ITS OPEN.
      *        CALL "DSAUTH" USING DA-DSN, DA-NEED, DA-RESULT,
      *            DA-HAS, DA-USERID
      *    DA-DSN    PIC X(44)  THE FULLY QUALIFIED DATASET NAME
      *    DA-NEED   PIC X(06)  READ, UPDATE OR ALTER
      *    DA-RESULT PIC X(01)  RETURNED --
      *                  G  GRANTED: THE USER HOLDS DA-NEED
      *                  D  DENIED: DA-HAS IS THE HIGHEST LOWER
      *                     LEVEL THE USER DOES HOLD, OR NONE
      *                  U  UNPROTECTED: NO PROFILE COVERS THE
      *                     DATASET, SO THE PRODUCT MADE NO DECISION
      *                     AND THE OPEN WILL BE JUDGED BY THE
      *                     INSTALLATION'S DEFAULT
      *                  X  NOT CHECKED: THE SAFAUTH STUB IS NOT IN
      *                     THE STEPLIB
      *    DA-HAS    PIC X(06)  RETURNED, SEE D ABOVE
      *    DA-USERID PIC X(08)  RETURNED, THE USER ID CHECKED
      *    THE QUESTION ITSELF GOES TO THE SITE'S SAFAUTH STUB -- THE
      *    SMALL ASSEMBLER WRAPPER AROUND RACROUTE REQUEST=AUTH,
      *    CLASS='DATASET',LOG=NONE THAT THE SECURITY TEAM SUPPLIES
      *    (IT LOCATES THE CATALOGED VOLUME ITSELF AND ANSWERS FOR
      *    THE TASK'S OWN ACEE), CALLED USING THE ENTITY (X(44)),
      *    THE ATTRIBUTE (X(08) READ, UPDATE OR ALTER), AND THREE
      *    RETURNED FIELDS: THE USER ID (X(08)), THE SAF RETURN
      *    CODE AND THE RACF REASON CODE (BOTH S9(8) COMP-5).  SAF
      *    RC 0 IS PERMITTED, 4 IS NO DECISION, 8 IS NOT PERMITTED.
      *    LOG=NONE KEEPS THE LOWER-LEVEL PROBES OF A DENIED DATASET
      *    OFF THE SECURITY VIOLATION REPORTS.  WHERE THE STUB IS NOT
      *    IN THE STEPLIB THE FIRST CALL TAKES THE EXCEPTION PATH,
      *    EVERY CALL OF THE RUN UNIT ANSWERS X, AND THE CALLER
      *    DECIDES WHAT AN UNCHECKED DATASET MEANS.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SAF-CALL-AREA.
           05  SAF-ENTITY          PIC X(44) VALUE SPACES.
           05  SAF-ATTR            PIC X(08) VALUE SPACES.
           05  SAF-USERID          PIC X(08) VALUE SPACES.
           05  SAF-RC              PIC S9(8) COMP-5 VALUE +0.
           05  SAF-REASON          PIC S9(8) COMP-5 VALUE +0.
       01  SW-STUB-MISSING         PIC X     VALUE "N".
           88 STUB-MISSING                   VALUE "Y".
      *    THE ACCESS LEVELS IN ASCENDING ORDER.
       01  LEVEL-NAMES.
           05  FILLER              PIC X(06) VALUE "READ".
           05  FILLER              PIC X(06) VALUE "UPDATE".
           05  FILLER              PIC X(06) VALUE "ALTER".
       01  LEVEL-TABLE REDEFINES LEVEL-NAMES.
           05  LEVEL-NAME          PIC X(06) OCCURS 3 TIMES.
       01  LEVEL-NEED              PIC S9(4) COMP-5 VALUE +0.
       01  LEVEL-NDX               PIC S9(4) COMP-5 VALUE +0.

       LINKAGE SECTION.
       01  DA-DSN                  PIC X(44).
       01  DA-NEED                 PIC X(06).
       01  DA-RESULT               PIC X(01).
       01  DA-HAS                  PIC X(06).
       01  DA-USERID               PIC X(08).

       PROCEDURE DIVISION USING DA-DSN, DA-NEED, DA-RESULT, DA-HAS,
           DA-USERID.
       DSAUTH-MAIN.
           MOVE "NONE" TO DA-HAS
           MOVE SAF-USERID TO DA-USERID
           IF STUB-MISSING
               MOVE "X" TO DA-RESULT
               GOBACK
           END-IF
           MOVE +0 TO LEVEL-NEED
           PERFORM VARYING LEVEL-NDX FROM 1 BY 1 UNTIL LEVEL-NDX > 3
               IF LEVEL-NAME (LEVEL-NDX) = DA-NEED
                   MOVE LEVEL-NDX TO LEVEL-NEED
               END-IF
           END-PERFORM
           IF LEVEL-NEED = 0
               MOVE +3 TO LEVEL-NEED
           END-IF
           MOVE LEVEL-NEED TO LEVEL-NDX
           PERFORM 100-ASK-SAF
           IF STUB-MISSING
               MOVE "X" TO DA-RESULT
               GOBACK
           END-IF
           MOVE SAF-USERID TO DA-USERID
           EVALUATE SAF-RC
               WHEN 0
                   MOVE "G" TO DA-RESULT
                   MOVE DA-NEED TO DA-HAS
                   GOBACK
               WHEN 4
                   MOVE "U" TO DA-RESULT
                   GOBACK
           END-EVALUATE
      *    DENIED -- WALK DOWN TO THE HIGHEST LEVEL THAT IS HELD, SO
      *    THE SHORTFALL CAN BE REPORTED AS "NEEDS X, HAS Y".
           MOVE "D" TO DA-RESULT
           SUBTRACT 1 FROM LEVEL-NEED
           PERFORM VARYING LEVEL-NDX FROM LEVEL-NEED BY -1
               UNTIL LEVEL-NDX < 1 OR DA-HAS NOT = "NONE"
               PERFORM 100-ASK-SAF
               IF SAF-RC = 0
                   MOVE LEVEL-NAME (LEVEL-NDX) TO DA-HAS
               END-IF
           END-PERFORM
           GOBACK.

       100-ASK-SAF.
           MOVE DA-DSN TO SAF-ENTITY
           MOVE LEVEL-NAME (LEVEL-NDX) TO SAF-ATTR
           MOVE +8 TO SAF-RC
           MOVE +0 TO SAF-REASON
           CALL "SAFAUTH" USING SAF-ENTITY, SAF-ATTR, SAF-USERID,
               SAF-RC, SAF-REASON
               ON EXCEPTION
                   SET STUB-MISSING TO TRUE
           END-CALL.
       END PROGRAM DSAUTH.
