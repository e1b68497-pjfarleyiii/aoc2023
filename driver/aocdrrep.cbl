       FILE SECTION.
       FD  ANSWERS-IN-FILE.
       01  ANSWERS-IN-RECORD.
           05  ANI-REC-KEY         PIC X(61).
           05  FILLER              PIC X(57).

       FD  ANSWERS-DR-FILE.
       01  ANSWERS-DR-RECORD.
           05  AND-REC-KEY         PIC X(61).
           05  FILLER              PIC X(57).

       FD  JOURNAL-IN-FILE
           RECORD CONTAINS 146 CHARACTERS.
       01  JOURNAL-IN-RECORD       PIC X(146).

       FD  JOURNAL-DR-FILE
           RECORD CONTAINS 146 CHARACTERS.
       01  JOURNAL-DR-RECORD       PIC X(146).

       FD  LEDGER-IN-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  LEDGER-IN-RECORD        PIC X(70).

       FD  LEDGER-DR-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  LEDGER-DR-RECORD        PIC X(70).

       FD  CKPT-IN-FILE
           RECORD CONTAINS 512 CHARACTERS.
           05  DSN-TAG             PIC  X(08) VALUE SPACES.
           05  SRC-COUNT           PIC S9(09) COMP-5 VALUE +0.
           05  TGT-COUNT           PIC S9(09) COMP-5 VALUE +0.
           05  SRC-LAST-KEY        PIC  X(61) VALUE SPACES.
           05  TGT-LAST-KEY        PIC  X(61) VALUE SPACES.
           05  COPY-VERDICT        PIC  X(08) VALUE SPACES.
           05  FLAT-NDX            PIC S9(4) COMP-5 VALUE +0.
           05  BAD-COUNT           PIC S9(4) COMP-5 VALUE +0.
