      *    STILL PICKS THE BUCKET, AND THE STORE KEEPS THE LENSES IN
      *    INSERTION ORDER WITH REPLACE-IN-PLACE AND CLOSE-THE-GAP
      *    DELETE, EXACTLY THE LENS-BOX RULES.  EACH PAYLOAD IS AN
      *    ALLOCATED LENS-REC HOLDING THE FOCAL LENGTH.  THE FINAL
      *    BOXES ARE SAVED (KEYSAVE) TO THE OPTIONAL AOCKEYSV DD FOR
      *    INSPECTION BEFORE THE STORE IS FREED.
       01  JOURNAL-AREA.
           05  JRN-FILE-STATUS   PIC  X(02) VALUE SPACES.
               88 JRN-FILE-OK              VALUE "00".
           05  KS-FOUND          PIC  X(01) VALUE "N".
           05  KW-BUCKET         PIC S9(4) COMP-5 VALUE +0.
           05  KW-SLOT           PIC S9(4) COMP-5 VALUE +0.
           05  KS-DATA-LEN       PIC S9(8) COMP-5 VALUE +0.
           05  KS-SAVED          PIC  X(01) VALUE "N".
           05  KS-CALLER-RC      PIC S9(4) COMP-5 VALUE +0.

       LINKAGE SECTION.
       01  LENS-REC.
           ELSE
               CLOSE INPUT-FILE
           END-IF
      *    A SAVE THAT CANNOT BE WRITTEN IS REPORTED BY KEYSAVE BUT
      *    NEVER CHANGES THE DAY'S RC.
           MOVE RETURN-CODE TO KS-CALLER-RC
           MOVE LENGTH OF LENS-REC TO KS-DATA-LEN
           CALL "KEYSAVE" USING KS-PTR, KS-DATA-LEN, KS-SAVED
           IF KS-SAVED = "Y"
               DISPLAY "LENS BOXES SAVED TO AOCKEYSV"
           END-IF
           MOVE KS-CALLER-RC TO RETURN-CODE
           MOVE +0 TO KW-BUCKET KW-SLOT
           MOVE "Y" TO KS-FOUND
           PERFORM UNTIL KS-FOUND = "N"
