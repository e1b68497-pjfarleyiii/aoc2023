      *    (DAY19PT2'S AOCWKFLO DD WENT MISSING FOR WEEKS THAT WAY).
      *        AOCBCTL  -- THE BOARD CONTROL FILE; D/B ENTRIES WITH
      *                    ENABLED=Y EACH GET A DECK, WITH THE
      *                    SEASON HLQ (AND THE ENTRY'S ACCOUNT, AS
      *                    HLQ.ACCOUNT.) RESOLVED IN THE DSN THE SAME
      *                    WAY AOCBOARD RESOLVES IT
      *        AOCJSKEL -- THE DECK SKELETON (SEE CTL/AOCJSKEL.CTL
      *                    FOR THE ++ TAGS)
      *    PROGRAM-ID; A PROGRAM APPEARING ON SEVERAL ENTRIES GETS
      *    A DECK PER ENTRY (ONLY THE PARM DIFFERS).  SEE
      *    JCL/AOCJGEN.JCL.
      *    AN ENTRY RUN UNDER ANOTHER ACCOUNT GETS THAT ACCOUNT
      *    INTO THE STEP'S ENVIRONMENT AT THE WHOLE-LINE ++ACCOUNT
      *    TAG (A CEEOPTS DD SETTING AOCACCT, AS AOCBOARD SETS IT
      *    BEFORE THE CALL), SO ANSWRLOG AND RUNLOG STAMP THE SAME
      *    ACCOUNT A BOARD RUN WOULD; THE OWN ACCOUNT EMITS NOTHING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
                                     PIC  9(02).
           05  FILLER                PIC  X.
           05  CTL-PARM-TEXT         PIC  X(19).
           05  FILLER                PIC  X.
           05  CTL-ACCOUNT           PIC  X(08).

       FD  SKELETON-FILE.
       01  SKELETON-RECORD           PIC  X(80).
       01  ENTRY-FIELDS.
           05  ENT-LABEL             PIC  X(20) VALUE SPACES.
           05  ENT-PROGRAM           PIC  X(08) VALUE SPACES.
           05  ENT-ACCOUNT           PIC  X(08) VALUE SPACES.
           05  ENT-DSN               PIC  X(44) VALUE SPACES.
           05  ENT-PARM-CLAUSE       PIC  X(30) VALUE SPACES.
           05  ENT-JOBNAME           PIC  X(08) VALUE SPACES.
           ADD 1 TO ENTRY-COUNT
           MOVE CTL-LABEL   TO ENT-LABEL
           MOVE CTL-PROGRAM TO ENT-PROGRAM
           MOVE CTL-ACCOUNT TO ENT-ACCOUNT
           MOVE SPACES TO ENT-DSN
           IF CTL-DSN (1 : 5) = "&HLQ."
               IF CTL-ACCOUNT = SPACES
                   STRING HLQ-VALUE (1 : HLQ-LEN)
                       "." CTL-DSN (6 : 35)
                       DELIMITED BY SIZE INTO ENT-DSN
                   END-STRING
               ELSE
                   STRING HLQ-VALUE (1 : HLQ-LEN)
                       "." CTL-ACCOUNT DELIMITED BY SPACE
                       "." CTL-DSN (6 : 35)
                       DELIMITED BY SIZE INTO ENT-DSN
                   END-STRING
               END-IF
           ELSE
               MOVE CTL-DSN TO ENT-DSN
           END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
      *    THE WHOLE-LINE ++ACCOUNT TAG EXPANDS TO A CEEOPTS DD
      *    SETTING AOCACCT -- OR TO NOTHING FOR THE OWN ACCOUNT.
           IF SKL-LINE (SKL-NDX) (1 : 9) = "++ACCOUNT"
               IF ENT-ACCOUNT NOT = SPACES
                   MOVE "//CEEOPTS  DD *" TO DECK-RECORD
                   WRITE DECK-RECORD
                   MOVE SPACES TO DECK-RECORD
                   STRING "ENVAR(" QUOTE "AOCACCT=" DELIMITED BY SIZE
                       ENT-ACCOUNT DELIMITED BY SPACE
                       QUOTE ")" DELIMITED BY SIZE INTO DECK-RECORD
                   END-STRING
                   WRITE DECK-RECORD
                   MOVE "/*" TO DECK-RECORD
                   WRITE DECK-RECORD
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SUB-LINE
           MOVE SKL-LINE (SKL-NDX) TO SUB-LINE (1 : 80)
           MOVE +0 TO SUB-PASSES
