      *                     the matching end record                   *
      *   JL-REC-TYPE "E" - journal the end of a run with elapsed     *
      *                     seconds and the final condition code      *
      *   JL-REC-TYPE "V" - nothing is written; JL-RUN-MODE carries   *
      *                     the program's release id, remembered and  *
      *                     stamped on every later start record (set  *
      *                     by PGMVERS as the job comes up)           *
      *                                                               *
      * Each call opens RUNJRNL.DAT in EXTEND mode, appends one       *
      * record, and closes again, so an abend between start and end   *
       01  WS-HH                  PIC 9(2).
       01  WS-MM                  PIC 9(2).
       01  WS-SS                  PIC 9(2).
       01  WS-VERSION-ID          PIC X(8)  VALUE SPACES.
       LINKAGE SECTION.
       01  JL-JOB-NAME            PIC X(12).
       01  JL-REC-TYPE            PIC X(1).
       PROCEDURE DIVISION USING JL-JOB-NAME JL-REC-TYPE JL-RUN-MODE
                                JL-COND-CODE.
       RUNJRNL.
           IF JL-REC-TYPE = "V"
              MOVE JL-RUN-MODE TO WS-VERSION-ID
              GOBACK
           END-IF.
           ACCEPT WS-TIME-NOW FROM TIME.
           PERFORM 0010-OPEN-JOURNAL.
           MOVE SPACES          TO JR-JOURNAL-RECORD.
              MOVE ZEROS            TO JR-END-TIME
              MOVE 0                TO JR-ELAPSED-SECS
              MOVE 0                TO JR-COND-CODE
              MOVE WS-VERSION-ID    TO JR-VERSION-ID
           END-IF.
           WRITE JR-JOURNAL-RECORD.
           CLOSE RUN-JOURNAL-FILE.
