      *    SYMBOLIC MAP FOR MAPSET AOCAINM, MAP AOCAIN1 -- THE
      *    TYPE=DSECT ASSEMBLY OF CICS/AOCAINM.BMS.  KEEP THE TWO IN
      *    STEP: REASSEMBLE THE MAPSET AND REPLACE THIS MEMBER WHEN A
      *    FIELD IS ADDED OR RESIZED.
       01  AOCAIN1I.
           02  FILLER PIC X(12).
           02  DAYINL    COMP  PIC  S9(4).
           02  DAYINF    PICTURE X.
           02  FILLER REDEFINES DAYINF.
             03 DAYINA    PICTURE X.
           02  DAYINI  PIC X(2).
           02  PARTINL    COMP  PIC  S9(4).
           02  PARTINF    PICTURE X.
           02  FILLER REDEFINES PARTINF.
             03 PARTINA    PICTURE X.
           02  PARTINI  PIC X(1).
           02  PGMINL    COMP  PIC  S9(4).
           02  PGMINF    PICTURE X.
           02  FILLER REDEFINES PGMINF.
             03 PGMINA    PICTURE X.
           02  PGMINI  PIC X(8).
           02  ACCTINL    COMP  PIC  S9(4).
           02  ACCTINF    PICTURE X.
           02  FILLER REDEFINES ACCTINF.
             03 ACCTINA    PICTURE X.
           02  ACCTINI  PIC X(8).
           02  DFHMS1 OCCURS 16 TIMES.
             03  DTLL    COMP  PIC  S9(4).
             03  DTLF    PICTURE X.
             03  FILLER REDEFINES DTLF.
               04 DTLA    PICTURE X.
             03  DTLI  PIC X(79).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  MSGI  PIC X(79).
       01  AOCAIN1O REDEFINES AOCAIN1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DAYINO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  PARTINO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  PGMINO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ACCTINO  PIC X(8).
           02  DFHMS2 OCCURS 16 TIMES.
             03  FILLER PICTURE X(3).
             03  DTLO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MSGO  PIC X(79).
