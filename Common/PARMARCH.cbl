       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMARCH.
      *****************************************************************
      * PARMARCH - parameter-card archiver for the card-driven batch  *
      * jobs. CALLed the way RUNJRNL is:                              *
      *                                                               *
      *   CALL "PARMARCH" USING PA-JOB-NAME PA-FUNCTION PA-RUN-ID     *
      *                         PA-CARD                               *
      *                                                               *
      *   PA-FUNCTION "C" - remember PA-CARD as the next card of the  *
      *                     job's set; called for every card read,    *
      *                     before the job has a run id               *
      *   PA-FUNCTION "W" - append the remembered set to PARMHIST.DAT *
      *                     under PA-RUN-ID (layout PARMHIST); a run  *
      *                     that read no cards is recorded as such.   *
      *                     Called once the run id is issued, and     *
      *                     again for each further pass of the run    *
      *                     under its own run id                      *
      *                                                               *
      * The history file is shared by every job, so it is opened      *
      * EXTEND with the same lock-and-retry serialization as the      *
      * other shared logs. An archive that cannot be written is       *
      * reported on the console but never fails the job.              *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-HISTORY-FILE  ASSIGN TO "PARMHIST.DAT"
              ORGANIZATION IS SEQUENTIAL
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-HISTORY-FILE
           RECORD CONTAINS 128 CHARACTERS
           RECORDING MODE IS F.
           COPY PARMHIST.

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS         PIC XX    VALUE SPACES.
       01  WS-TIME-NOW            PIC X(8)  VALUE SPACES.
       01  WS-RETRY-COUNT         PIC 9(2)  VALUE 0.
       01  WS-RETRY-MAX           PIC 9(2)  VALUE 5.
       01  WS-RETRY-WAIT-SECS     PIC 9(4) COMP VALUE 1.
       01  WS-OPEN-DONE-SW        PIC X     VALUE 'N'.
           88  HISTORY-OPEN-DONE            VALUE 'Y'.
       01  WS-OVERFLOW-SW         PIC X     VALUE 'N'.
           88  CARD-SET-OVERFLOW            VALUE 'Y'.
      *--------------- the run's card set as read
       01  WS-CARD-MAX            PIC 9(3)  VALUE 200.
       01  WS-CARD-USED           PIC 9(3)  VALUE 0.
       01  WS-CARD-IX             PIC 9(3).
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 200 TIMES
                                  PIC X(80).
       LINKAGE SECTION.
       01  PA-JOB-NAME            PIC X(12).
       01  PA-FUNCTION            PIC X(1).
       01  PA-RUN-ID              PIC X(12).
       01  PA-CARD                PIC X(80).
       PROCEDURE DIVISION USING PA-JOB-NAME PA-FUNCTION PA-RUN-ID
                                PA-CARD.
       PARMARCH.
           IF PA-FUNCTION = "C"
              IF WS-CARD-USED < WS-CARD-MAX
                 ADD 1 TO WS-CARD-USED
                 MOVE PA-CARD TO WS-CARD-ENTRY(WS-CARD-USED)
              ELSE
                 MOVE 'Y' TO WS-OVERFLOW-SW
              END-IF
              GOBACK
           END-IF.
           PERFORM 0010-OPEN-HISTORY.
           IF NOT HISTORY-OPEN-DONE
              DISPLAY FUNCTION TRIM(PA-JOB-NAME)
                 ": PARMHIST.DAT BUSY OR BROKEN - STATUS "
                 WS-HIST-STATUS " - CARD SET NOT ARCHIVED"
              GOBACK
           END-IF.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE SPACES           TO PH-HISTORY-RECORD.
           MOVE PA-JOB-NAME      TO PH-JOB-NAME.
           MOVE PA-RUN-ID        TO PH-RUN-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PH-RUN-DATE.
           MOVE WS-TIME-NOW(1:6) TO PH-RUN-TIME.
           IF WS-CARD-USED = 0
              MOVE "N" TO PH-REC-TYPE
              MOVE 0   TO PH-CARD-SEQ
              WRITE PH-HISTORY-RECORD
           ELSE
              MOVE "C" TO PH-REC-TYPE
              PERFORM VARYING WS-CARD-IX FROM 1 BY 1
                 UNTIL WS-CARD-IX > WS-CARD-USED
                 MOVE WS-CARD-IX               TO PH-CARD-SEQ
                 MOVE WS-CARD-ENTRY(WS-CARD-IX) TO PH-CARD
                 WRITE PH-HISTORY-RECORD
              END-PERFORM
           END-IF.
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY FUNCTION TRIM(PA-JOB-NAME)
                 ": WRITE TO PARMHIST.DAT FAILED - STATUS "
                 WS-HIST-STATUS
           END-IF.
           CLOSE PARM-HISTORY-FILE.
           IF CARD-SET-OVERFLOW
              DISPLAY FUNCTION TRIM(PA-JOB-NAME) ": MORE THAN "
                 WS-CARD-MAX " PARAMETER CARDS - ONLY THE FIRST "
                 WS-CARD-MAX " ARCHIVED"
           END-IF.
           GOBACK.

       0010-OPEN-HISTORY.
           MOVE 'N' TO WS-OPEN-DONE-SW.
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL HISTORY-OPEN-DONE
              OR WS-RETRY-COUNT > WS-RETRY-MAX
              MOVE SPACES TO WS-HIST-STATUS
              OPEN EXTEND PARM-HISTORY-FILE
              EVALUATE WS-HIST-STATUS
                 WHEN "00"
                    MOVE 'Y' TO WS-OPEN-DONE-SW
                 WHEN "35"
                    ADD 1 TO WS-RETRY-COUNT
                    OPEN OUTPUT PARM-HISTORY-FILE
                    CLOSE PARM-HISTORY-FILE
                 WHEN OTHER
                    ADD 1 TO WS-RETRY-COUNT
                    CALL "C$SLEEP" USING WS-RETRY-WAIT-SECS
              END-EVALUATE
           END-PERFORM.
