      *        MISSING  -- LOGGED LAST RUN, ABSENT FROM THIS ONE
      *                    (DRIVES RC=4)
      *    ANSWERS ARE MATCHED ON LABEL PLUS PRODUCING PROGRAM-ID,
      *    SINCE TWO PROGRAMS CAN LEGITIMATELY LOG THE SAME LABEL,
      *    PLUS THE ACCOUNT ANSWRLOG STAMPS -- EACH ANALYST'S PUZZLE
      *    INPUT HAS ITS OWN ANSWER, SO ONE ACCOUNT'S VALUE IS NEVER
      *    COMPARED WITH ANOTHER'S.  EVERY LINE NAMES ITS ACCOUNT, AND
      *    THE CERTIFIED VALUE AND INPUT FINGERPRINT CONSULTED ARE
      *    THE SAME ACCOUNT'S.
      *    RUNS ARE IDENTIFIED BY THE RUN DATE/RUN ID KEY ANSWRLOG
      *    STAMPS ON EVERY RECORD.  THE ARCHIVE IS A VSAM KSDS, SO
      *    A SEQUENTIAL READ DELIVERS THE RECORDS IN KEY ORDER --
      *    KEYS SEEN ARE THE TWO RUNS COMPARED.  WITH FEWER THAN
      *    TWO RUNS ON FILE THERE IS NOTHING TO COMPARE AND THE
      *    PROGRAM SAYS SO, RC=0.
      *    EVERY CHANGED LINE ENDS WITH THE PRODUCING PROGRAM'S OWNER
      *    FROM THE OWNERSHIP ROSTER (DD/ENV AOCOWNER, VIA OWNRLOOK),
      *    ON-CALL WHEN NO ROSTER ROW COVERS IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
               10  ANS-REC-PROGRAM PIC X(08).
               10  FILLER          PIC X.
               10  ANS-REC-SEQ     PIC X(04).
               10  FILLER          PIC X.
               10  ANS-REC-ACCOUNT PIC X(08).
           05  FILLER              PIC X.
           05  ANS-REC-RC          PIC X(05).
           05  FILLER              PIC X.
           05  JRN-EVENT           PIC X(05).
           05  FILLER              PIC X(50).
           05  JRN-FPRINT          PIC X(12).
           05  FILLER              PIC X(31).
           05  JRN-ACCOUNT         PIC X(08).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  LDG-WHO             PIC X(08).
           05  FILLER              PIC X.
           05  LDG-DATE            PIC X(08).
           05  FILLER              PIC X.
           05  LDG-ACCOUNT         PIC X(08).

       WORKING-STORAGE SECTION.
       01  FILE-CONTROLS.
           05  SW-JRN-EOF          PIC  X     VALUE "N".
               88 JRN-EOF                     VALUE "Y".

      *    LAST TWO JOURNALED INPUT FINGERPRINTS PER PROGRAM AND
      *    ACCOUNT, IN FILE ORDER (STOP RECORDS ONLY) -- THE SAME
      *    LAST-TWO-RUNS ASSUMPTION THE ARCHIVE COMPARISON ITSELF
      *    RESTS ON.
       01  FINGERPRINT-CONTROLS.
           05  FPG-MAX             PIC S9(4) COMP-5 VALUE +256.
           05  FPG-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  FPG-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  FPG-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  INPUT-VERDICT       PIC  X(15) VALUE SPACES.
           05  BUILD-VERDICT       PIC  X(15) VALUE SPACES.
       01  FINGERPRINT-TABLE.
           05  FPG-ENTRY OCCURS 256 TIMES.
               10  FPG-NAME        PIC  X(08).
               10  FPG-ACCOUNT     PIC  X(08).
               10  FPG-PREV        PIC  X(12).
               10  FPG-LAST        PIC  X(12).
               10  FPG-SEEN        PIC S9(4) COMP-5.

      *    ONE ROW PER ANSWER IN EACH OF THE TWO RUNS COMPARED.
       01  ANSWER-SET-CONTROLS.
           05  SET-MAX             PIC S9(4) COMP-5 VALUE +512.
           05  CUR-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  PRV-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  SET-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  SET-FOUND           PIC S9(4) COMP-5 VALUE +0.
       01  CURRENT-ANSWER-TABLE.
           05  CUR-ENTRY OCCURS 512 TIMES.
               10  CUR-LABEL       PIC  X(20).
               10  CUR-PROGRAM     PIC  X(08).
               10  CUR-ACCOUNT     PIC  X(08).
               10  CUR-VALUE       PIC S9(31) COMP-3.
               10  CUR-BUILD       PIC  X(16).
       01  PRIOR-ANSWER-TABLE.
           05  PRV-ENTRY OCCURS 512 TIMES.
               10  PRV-LABEL       PIC  X(20).
               10  PRV-PROGRAM     PIC  X(08).
               10  PRV-ACCOUNT     PIC  X(08).
               10  PRV-VALUE       PIC S9(31) COMP-3.
               10  PRV-BUILD       PIC  X(16).
               10  PRV-MATCHED     PIC  X(01).
               88 LDG-FILE-OK                 VALUE "00".
           05  SW-LDG-EOF          PIC  X     VALUE "N".
               88 LDG-EOF                     VALUE "Y".
           05  LED-MAX             PIC S9(4) COMP-5 VALUE +256.
           05  LED-COUNT           PIC S9(4) COMP-5 VALUE +0.
           05  LED-NDX             PIC S9(4) COMP-5 VALUE +0.
           05  LED-FOUND           PIC S9(4) COMP-5 VALUE +0.
           05  CERT-EDIT           PIC  -(31)9.
       01  LEDGER-TABLE.
           05  LED-ENTRY OCCURS 256 TIMES.
               10  LED-LABEL       PIC  X(20).
               10  LED-ACCOUNT     PIC  X(08).
               10  LED-VALUE       PIC S9(31) COMP-3.

       01  REPORT-CONTROLS.
           05  ALERT-KEY           PIC  X(20) VALUE SPACES.
           05  ALERT-TEXT          PIC  X(80) VALUE SPACES.

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

       PROCEDURE DIVISION.
           PERFORM 100-SCAN-RUN-KEYS
           IF RUN-COUNT < 2
           PERFORM VARYING FPG-NDX FROM 1 BY 1
               UNTIL FPG-NDX > FPG-COUNT OR FPG-FOUND > 0
               IF FPG-NAME (FPG-NDX) = JRN-PROGRAM
                  AND FPG-ACCOUNT (FPG-NDX) = JRN-ACCOUNT
                   MOVE FPG-NDX TO FPG-FOUND
               END-IF
           END-PERFORM
               ADD +1 TO FPG-COUNT
               MOVE FPG-COUNT TO FPG-FOUND
               MOVE JRN-PROGRAM TO FPG-NAME (FPG-FOUND)
               MOVE JRN-ACCOUNT TO FPG-ACCOUNT (FPG-FOUND)
               MOVE SPACES TO FPG-PREV (FPG-FOUND)
                              FPG-LAST (FPG-FOUND)
               MOVE +0 TO FPG-SEEN (FPG-FOUND)
           PERFORM VARYING FPG-NDX FROM 1 BY 1
               UNTIL FPG-NDX > FPG-COUNT OR FPG-FOUND > 0
               IF FPG-NAME (FPG-NDX) = CUR-PROGRAM (SET-NDX)
                  AND FPG-ACCOUNT (FPG-NDX) = CUR-ACCOUNT (SET-NDX)
                   MOVE FPG-NDX TO FPG-FOUND
               END-IF
           END-PERFORM
                           ADD +1 TO LED-COUNT
                           MOVE LDG-LABEL
                             TO LED-LABEL (LED-COUNT)
                           MOVE LDG-ACCOUNT
                             TO LED-ACCOUNT (LED-COUNT)
                           COMPUTE LED-VALUE (LED-COUNT) =
                               FUNCTION NUMVAL (LDG-VALUE)
                       END-IF
                       MOVE ANS-REC-LABEL   TO CUR-LABEL (CUR-COUNT)
                       MOVE ANS-REC-PROGRAM TO CUR-PROGRAM
                           (CUR-COUNT)
                       MOVE ANS-REC-ACCOUNT TO CUR-ACCOUNT
                           (CUR-COUNT)
                       COMPUTE CUR-VALUE (CUR-COUNT) =
                           FUNCTION NUMVAL (ANS-REC-VALUE)
                       MOVE ANS-REC-BUILD TO CUR-BUILD (CUR-COUNT)
                       MOVE ANS-REC-LABEL   TO PRV-LABEL (PRV-COUNT)
                       MOVE ANS-REC-PROGRAM TO PRV-PROGRAM
                           (PRV-COUNT)
                       MOVE ANS-REC-ACCOUNT TO PRV-ACCOUNT
                           (PRV-COUNT)
                       COMPUTE PRV-VALUE (PRV-COUNT) =
                           FUNCTION NUMVAL (ANS-REC-VALUE)
                       MOVE ANS-REC-BUILD TO PRV-BUILD (PRV-COUNT)
                   ADD +1 TO MISSING-COUNT
                   MOVE PRV-VALUE (SET-NDX) TO PRV-EDIT
                   DISPLAY "MISSING " PRV-LABEL (SET-NDX) " "
                       PRV-ACCOUNT (SET-NDX) " "
                       PRV-PROGRAM (SET-NDX)
                       " WAS=" PRV-EDIT " NOT LOGGED THIS RUN"
                   MOVE +4 TO ALERT-SEVERITY
                   MOVE PRV-LABEL (SET-NDX) TO ALERT-KEY
                   MOVE SPACES TO ALERT-TEXT
                   STRING "ANSWER MISSING THIS RUN, WAS="
                       PRV-EDIT " ACCOUNT " PRV-ACCOUNT (SET-NDX)
                       DELIMITED BY SIZE INTO ALERT-TEXT
                   END-STRING
                   CALL "ALERTLOG" USING ALERT-PROGRAM,
           END-IF.

      *    EACH CURRENT ANSWER CONSUMES THE FIRST UNMATCHED PRIOR
      *    ROW WITH THE SAME LABEL, PROGRAM AND ACCOUNT, SO A LABEL
      *    LOGGED TWICE IN BOTH RUNS LINES UP PAIRWISE IN ORDER.
       350-COMPARE-ONE-ANSWER.
           MOVE +0 TO SET-FOUND
           PERFORM VARYING RUN-NDX FROM 1 BY 1
               UNTIL RUN-NDX > PRV-COUNT OR SET-FOUND > 0
               IF PRV-LABEL (RUN-NDX) = CUR-LABEL (SET-NDX) AND
                  PRV-PROGRAM (RUN-NDX) = CUR-PROGRAM (SET-NDX) AND
                  PRV-ACCOUNT (RUN-NDX) = CUR-ACCOUNT (SET-NDX) AND
                  NOT PRV-WAS-MATCHED (RUN-NDX)
                   MOVE RUN-NDX TO SET-FOUND
               END-IF
               WHEN SET-FOUND = 0
                   ADD +1 TO NEW-COUNT
                   DISPLAY "NEW     " CUR-LABEL (SET-NDX) " "
                       CUR-ACCOUNT (SET-NDX) " "
                       CUR-PROGRAM (SET-NDX) " NOW=" CUR-EDIT
               WHEN CUR-VALUE (SET-NDX) = PRV-VALUE (SET-FOUND)
                   SET PRV-WAS-MATCHED (SET-FOUND) TO TRUE
                   ADD +1 TO SAME-COUNT
                   DISPLAY "SAME    " CUR-LABEL (SET-NDX) " "
                       CUR-ACCOUNT (SET-NDX) " "
                       CUR-PROGRAM (SET-NDX) " = " CUR-EDIT
      *        A CHANGE THAT LANDS ON THE CERTIFIED VALUE IS THE
      *        ARCHIVE CATCHING UP WITH THE ACCEPTED ANSWER --
                   SET PRV-WAS-MATCHED (SET-FOUND) TO TRUE
                   ADD +1 TO CHGOK-COUNT
                   MOVE PRV-VALUE (SET-FOUND) TO PRV-EDIT
                   PERFORM 370-LOOKUP-OWNER
                   DISPLAY "CHANGED " CUR-LABEL (SET-NDX) " "
                       CUR-ACCOUNT (SET-NDX) " "
                       CUR-PROGRAM (SET-NDX)
                       " WAS=" PRV-EDIT " NOW=" CUR-EDIT
                       " (NOW MATCHES CERTIFIED)"
                       " OWNER=" OWN-PRIMARY
                   MOVE +4 TO ALERT-SEVERITY
                   MOVE CUR-LABEL (SET-NDX) TO ALERT-KEY
                   MOVE SPACES TO ALERT-TEXT
                   MOVE PRV-VALUE (SET-FOUND) TO PRV-EDIT
                   PERFORM 140-JUDGE-INPUT-DRIFT
                   PERFORM 145-JUDGE-BUILD-DRIFT
                   PERFORM 370-LOOKUP-OWNER
                   DISPLAY "CHANGED " CUR-LABEL (SET-NDX) " "
                       CUR-ACCOUNT (SET-NDX) " "
                       CUR-PROGRAM (SET-NDX)
                       " WAS=" PRV-EDIT " NOW=" CUR-EDIT
                       " " INPUT-VERDICT " " BUILD-VERDICT
                       " OWNER=" OWN-PRIMARY
      *            SAME INPUT, SAME BUILD, DIFFERENT ANSWER IS THE
      *            ONE CASE THAT SHOULD PAGE SOMEBODY -- NEITHER OF
      *            THE TWO HONEST EXPLANATIONS APPLIES.
               ADD +1 TO CERTMISS-COUNT
               MOVE LED-VALUE (LED-FOUND) TO CERT-EDIT
               DISPLAY "CERTMISS" " " CUR-LABEL (SET-NDX) " "
                   CUR-ACCOUNT (SET-NDX) " "
                   CUR-PROGRAM (SET-NDX)
                   " CERTIFIED=" CERT-EDIT " NOW=" CUR-EDIT
               MOVE +8 TO ALERT-SEVERITY
           PERFORM VARYING LED-NDX FROM 1 BY 1
               UNTIL LED-NDX > LED-COUNT OR LED-FOUND > 0
               IF LED-LABEL (LED-NDX) = CUR-LABEL (SET-NDX)
                  AND LED-ACCOUNT (LED-NDX) = CUR-ACCOUNT (SET-NDX)
                   MOVE LED-NDX TO LED-FOUND
               END-IF
           END-PERFORM.

      *    THE PRODUCING PROGRAM'S OWNER -- ITS OWN ROSTER ROW, ELSE
      *    ITS DAY'S -- FOR THE CHANGED LINE.
       370-LOOKUP-OWNER.
           MOVE CUR-PROGRAM (SET-NDX) TO OWNER-SUBJECT
           CALL "OWNRLOOK" USING OWNER-SUBJECT, OWNER-DATE,
               OWNER-RESULT
           IF NOT OWNER-FOUND
               MOVE "ON-CALL" TO OWN-PRIMARY
           END-IF.
       END PROGRAM AOCDRIFT.
