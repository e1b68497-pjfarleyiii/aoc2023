      *    ANY SLOWER OR RC WORSE LINE DRIVES RC=4 -- THE REPORT IS
      *    FOR PLANNING, NOT FOR STOPPING A STREAM.  SEE
      *    JCL/AOCSEASN.JCL.
      *    EITHER SIDE MAY BE ANY EARLIER SEASON, INCLUDING ONE
      *    BACK-LOADED BY AOCPRIOR: ITS ANSWERS CARRY RUN ID IMPORTED
      *    UNDER THE DATES THEY WERE SUBMITTED, AND ARE TAKEN
      *    TOGETHER AS ONE RUN.  A BACK-LOADED SEASON HAS NO JOURNAL
      *    HISTORY, SO ITS ELAPSED AVERAGES ARE ZERO AND IT NEVER
      *    DRIVES A SLOWER FLAG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * UNCOMMENT WITH DEBUGGING CLAUSE FOR DEBUG LINES TO EXECUTE.
               10  AN1-REC-PROGRAM PIC X(08).
               10  FILLER          PIC X.
               10  AN1-REC-SEQ     PIC X(04).
               10  FILLER          PIC X.
               10  AN1-REC-ACCOUNT PIC X(08).
           05  FILLER              PIC X.
           05  AN1-REC-RC          PIC X(05).
           05  FILLER              PIC X.
               10  AN2-REC-PROGRAM PIC X(08).
               10  FILLER          PIC X.
               10  AN2-REC-SEQ     PIC X(04).
               10  FILLER          PIC X.
               10  AN2-REC-ACCOUNT PIC X(08).
           05  FILLER              PIC X.
           05  AN2-REC-RC          PIC X(05).
           05  FILLER              PIC X.
                       STRING AN1-REC-DATE " " AN1-REC-RUN-ID
                           DELIMITED BY SIZE INTO THIS-RUN-KEY
                       END-STRING
                       IF AN1-REC-RUN-ID = "IMPORTED"
                           MOVE "IMPORTED" TO THIS-RUN-KEY
                       END-IF
                       MOVE THIS-RUN-KEY TO CUR1-RUN-KEY
               END-READ
           END-PERFORM
           STRING AN1-REC-DATE " " AN1-REC-RUN-ID
               DELIMITED BY SIZE INTO THIS-RUN-KEY
           END-STRING
           IF AN1-REC-RUN-ID = "IMPORTED"
               MOVE "IMPORTED" TO THIS-RUN-KEY
           END-IF
           IF THIS-RUN-KEY NOT = CUR1-RUN-KEY
               EXIT PARAGRAPH
           END-IF
                       STRING AN2-REC-DATE " " AN2-REC-RUN-ID
                           DELIMITED BY SIZE INTO THIS-RUN-KEY
                       END-STRING
                       IF AN2-REC-RUN-ID = "IMPORTED"
                           MOVE "IMPORTED" TO THIS-RUN-KEY
                       END-IF
                       MOVE THIS-RUN-KEY TO CUR2-RUN-KEY
               END-READ
           END-PERFORM
           STRING AN2-REC-DATE " " AN2-REC-RUN-ID
               DELIMITED BY SIZE INTO THIS-RUN-KEY
           END-STRING
           IF AN2-REC-RUN-ID = "IMPORTED"
               MOVE "IMPORTED" TO THIS-RUN-KEY
           END-IF
           IF THIS-RUN-KEY NOT = CUR2-RUN-KEY
               EXIT PARAGRAPH
           END-IF
