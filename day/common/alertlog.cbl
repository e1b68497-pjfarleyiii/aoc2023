      *        COL  31- 50  EVENT KEY (ANSWER LABEL, BOARD ENTRY
      *                     LABEL, OR DATASET NAME FRAGMENT)
      *        COL  52-131  EVENT TEXT
      *        COL 133-140  OWNER -- HUB ROUTING NAME OF THE ANALYST
      *                     WHO OWNS THE EVENT'S SUBJECT, FROM THE
      *                     OWNERSHIP ROSTER (SEE OWNRLOOK); THE
      *                     BRIDGE PAGES THE OWNER FIRST.  BLANK =
      *                     NO OWNER, ROUTED TO ON-CALL AS BEFORE
      *        COL 142-149  THE OWNER'S BACKUP
      *    THE SUBJECT IS THE EVENT KEY WHEN THE ROSTER KNOWS IT (A
      *    PROGRAM-ID OR A DAY'S LABEL), OTHERWISE THE REPORTING
      *    PROGRAM.  AOCALESC'S RE-RAISES CARRY NO OWNER -- THEY ARE
      *    ROUTED TO THE LADDER CONTACT NAMED IN THEIR TEXT.
      *    AOCTRIAG'S EVENTS CARRY NO RUNBOOK GUIDANCE -- THEY FOLLOW
      *    THE BOARD'S RC=16 EVENT FOR THE SAME ENTRY, WHICH ALREADY
      *    DID.
      *    THE MINIMUM SEVERITY WRITTEN IS THE AOCALMIN ENVIRONMENT
      *    VALUE (DEFAULT 4) -- SET AOCALMIN=8 AND THE FEED CARRIES
      *    ONLY THE CONDITIONS WORTH A PAGE.  EVENTS BELOW THE
           05  ALR-REC-KEY         PIC X(20).
           05  FILLER              PIC X.
           05  ALR-REC-TEXT        PIC X(80).
           05  FILLER              PIC X.
           05  ALR-REC-OWNER       PIC X(08).
           05  FILLER              PIC X.
           05  ALR-REC-BACKUP      PIC X(08).

       FD  RUNBOOK-FILE.
       01  RUNBOOK-RECORD.
           05  BEST-SCORE          PIC S9(4) COMP-5 VALUE -1.
           05  THIS-SCORE          PIC S9(4) COMP-5 VALUE +0.
           05  BEST-GUIDANCE       PIC X(80) VALUE SPACES.
      *    OWNRLOOK CALL ARGUMENTS IN ITS LINKAGE SHAPE.
       01  OWNER-CALL-AREA.
           05  OWNER-SUBJECT       PIC X(20) VALUE SPACES.
           05  OWNER-DATE          PIC X(08) VALUE SPACES.
           05  OWNER-RESULT.
               10  OWN-FOUND       PIC X(01).
               10  OWN-PRIMARY     PIC X(08).
               10  OWN-BACKUP      PIC X(08).
               10  OWN-PRIMARY-ADDR PIC X(40).
               10  OWN-BACKUP-ADDR PIC X(40).

       LINKAGE SECTION.
       01  ALERT-PROGRAM           PIC X(08).
           MOVE ALERT-SEVERITY TO ALR-REC-SEVERITY
           MOVE ALERT-KEY      TO ALR-REC-KEY
           MOVE ALERT-TEXT     TO ALR-REC-TEXT
           PERFORM LOOKUP-EVENT-OWNER
           WRITE ALERT-RECORD
           IF ALERT-SEVERITY >= 8 AND ALERT-PROGRAM NOT = "AOCTRIAG"
               PERFORM LOOKUP-RUNBOOK-GUIDANCE
               IF BEST-SCORE >= 0
                   MOVE BEST-GUIDANCE TO ALR-REC-TEXT
           MOVE CALLER-RC TO RETURN-CODE
           GOBACK.

       LOOKUP-EVENT-OWNER.
           IF ALERT-PROGRAM = "AOCALESC"
               EXIT PARAGRAPH
           END-IF
           MOVE ALERT-KEY TO OWNER-SUBJECT
           CALL "OWNRLOOK" USING OWNER-SUBJECT, OWNER-DATE,
               OWNER-RESULT
           IF OWN-FOUND NOT = "Y"
               MOVE ALERT-PROGRAM TO OWNER-SUBJECT
               CALL "OWNRLOOK" USING OWNER-SUBJECT, OWNER-DATE,
                   OWNER-RESULT
           END-IF
           IF OWN-FOUND = "Y"
               MOVE OWN-PRIMARY TO ALR-REC-OWNER
               MOVE OWN-BACKUP  TO ALR-REC-BACKUP
           END-IF.

      *    MOST-SPECIFIC RUNBOOK MATCH ON PROGRAM PLUS RC --
      *    EXACT PROGRAM SCORES 2, EXACT RC 1, WILDCARDS NOTHING.
      *    SEVERITY-8 EVENTS ARE RARE, SO THE PER-EVENT FILE SCAN
