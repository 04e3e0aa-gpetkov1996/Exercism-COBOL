       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMRPT.
      *****************************************************************
      * PARMRPT - parameter-card change report over the shared card   *
      * history PARMHIST.DAT (see PARMARCH).                          *
      *                                                               *
      * Every card-driven job archives the card set it ran with under *
      * its run id. For each run on the report date this compares the *
      * set with the same job's set before it, option by option, the  *
      * way PARMSCAN reads them (the last card for a name wins, and   *
      * comments and blank cards do not count), and lists:            *
      *                                                               *
      *   ADDED    - an option the previous run did not have          *
      *   REMOVED  - an option the previous run had and this lacks    *
      *   CHANGED  - an option whose value differs                    *
      *                                                               *
      * A positional control card that is not NAME=VALUE (ROTPARM)    *
      * is compared whole, as option CARD nnn by its place in the     *
      * set. A run that found no card file compares as an empty set.  *
      * Each job with any difference gets a "PARAMETERS CHANGED:"     *
      * line at the end, which HANDOVER carries onto the handover.    *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - run date (YYYYMMDD); defaults to today              *
      *   output - PARMRPT.DAT, one 80-byte print line per report     *
      *            line, plus the same report on the console          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-HISTORY-FILE  ASSIGN TO "PARMHIST.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-HIST-STATUS.
           SELECT PARM-REPORT-FILE   ASSIGN TO "PARMRPT.DAT"
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-HISTORY-FILE
           RECORD CONTAINS 128 CHARACTERS
           RECORDING MODE IS F.
           COPY PARMHIST.

       FD  PARM-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PRM-PRINT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
       01  WS-DATE-ARG            PIC X(8)  VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-HIST-STATUS         PIC XX    VALUE SPACES.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-HISTORY                  VALUE 'Y'.
       01  WS-SETS-REPORTED       PIC 9(4)  VALUE 0.
       01  WS-SET-CHANGES         PIC 9(3)  VALUE 0.
       01  WS-ACTION              PIC X(8)  VALUE SPACES.
       01  WS-OPT-NAME            PIC X(12) VALUE SPACES.
       01  WS-OPT-VALUE           PIC X(40) VALUE SPACES.
       01  WS-SEQ-EDIT            PIC 9(3).
       01  WS-PS-NAME             PIC X(12) VALUE SPACES.
       01  WS-PS-VALUE            PIC X(16) VALUE SPACES.
       01  WS-PS-STATUS           PIC X(2)  VALUE SPACES.

      *--------------- the set being read: job, run id, and its
      *--------------- options as PARMSCAN sees them
       01  WS-CUR-JOB             PIC X(12) VALUE SPACES.
       01  WS-CUR-RUN-ID          PIC X(12) VALUE SPACES.
       01  WS-CUR-DATE            PIC X(8)  VALUE SPACES.
       01  WS-CUR-TIME            PIC X(6)  VALUE SPACES.
       01  WS-OPT-MAX             PIC 9(3)  VALUE 50.
       01  WS-CUR-USED            PIC 9(3)  VALUE 0.
       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY OCCURS 50 TIMES.
               10  WS-CUR-NAME        PIC X(12).
               10  WS-CUR-VALUE       PIC X(40).
       01  WS-OPT-IX              PIC 9(3).
       01  WS-OPT-HIT             PIC 9(3)  VALUE 0.
       01  WS-CMP-IX              PIC 9(3).

      *--------------- each job's previous set, and the number of
      *--------------- option differences found for it on the date
       01  WS-JOB-MAX             PIC 9(2)  VALUE 20.
       01  WS-JOB-USED            PIC 9(2)  VALUE 0.
       01  WS-JOB-IX              PIC 9(2).
       01  WS-JOB-HIT             PIC 9(2)  VALUE 0.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 20 TIMES.
               10  WS-JOB-NAME        PIC X(12).
               10  WS-JOB-RUN-ID      PIC X(12).
               10  WS-JOB-CHANGES     PIC 9(3).
               10  WS-JOB-OPT-USED    PIC 9(3).
               10  WS-JOB-OPT OCCURS 50 TIMES.
                   15  WS-JOB-OPT-NAME    PIC X(12).
                   15  WS-JOB-OPT-VALUE   PIC X(40).

       01  WS-PRINT-LINE          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PARMRPT.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-DATE-ARG FROM ARGUMENT-VALUE.
           IF WS-DATE-ARG = SPACES OR WS-DATE-ARG = LOW-VALUES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
              MOVE WS-DATE-ARG TO WS-RUN-DATE
           END-IF.
           OPEN OUTPUT PARM-REPORT-FILE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "===== PARAMETER CARD CHANGES FOR " WS-RUN-DATE
              " =====" DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM 0010-SCAN-HISTORY.
           IF WS-SETS-REPORTED = 0
              MOVE "NO PARAMETER CARD SETS ARCHIVED FOR DATE"
                 TO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-IF.
           PERFORM 0070-PRINT-SUMMARY.
           CLOSE PARM-REPORT-FILE.
           STOP RUN.

       0010-SCAN-HISTORY.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-HIST-STATUS.
           OPEN INPUT PARM-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "PARMRPT: CANNOT OPEN PARMHIST.DAT - STATUS "
                 WS-HIST-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CUR-JOB WS-CUR-RUN-ID.
           MOVE 0 TO WS-CUR-USED.
           PERFORM UNTIL EOF-HISTORY
              READ PARM-HISTORY-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF PH-JOB-NAME NOT = WS-CUR-JOB
                       OR PH-RUN-ID NOT = WS-CUR-RUN-ID
                       PERFORM 0030-CLOSE-SET
                       MOVE PH-JOB-NAME TO WS-CUR-JOB
                       MOVE PH-RUN-ID   TO WS-CUR-RUN-ID
                       MOVE PH-RUN-DATE TO WS-CUR-DATE
                       MOVE PH-RUN-TIME TO WS-CUR-TIME
                       MOVE 0 TO WS-CUR-USED
                    END-IF
                    IF PH-CARD-RECORD
                       PERFORM 0020-POST-CARD
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM 0030-CLOSE-SET.
           CLOSE PARM-HISTORY-FILE.

       0020-POST-CARD.
      *--------------- reduce one archived card to a name and value
           CALL "PARMSCAN" USING PH-CARD WS-PS-NAME WS-PS-VALUE
                                 WS-PS-STATUS.
           EVALUATE WS-PS-STATUS
              WHEN "00"
                 MOVE WS-PS-NAME  TO WS-OPT-NAME
                 MOVE WS-PS-VALUE TO WS-OPT-VALUE
              WHEN "20"
                 MOVE PH-CARD-SEQ TO WS-SEQ-EDIT
                 MOVE SPACES TO WS-OPT-NAME
                 STRING "CARD " WS-SEQ-EDIT DELIMITED BY SIZE
                    INTO WS-OPT-NAME
                 MOVE PH-CARD(1:40) TO WS-OPT-VALUE
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE.
           MOVE 0 TO WS-OPT-HIT.
           PERFORM VARYING WS-OPT-IX FROM 1 BY 1
              UNTIL WS-OPT-IX > WS-CUR-USED OR WS-OPT-HIT > 0
              IF WS-CUR-NAME(WS-OPT-IX) = WS-OPT-NAME
                 MOVE WS-OPT-IX TO WS-OPT-HIT
              END-IF
           END-PERFORM.
           IF WS-OPT-HIT = 0
              IF WS-CUR-USED NOT < WS-OPT-MAX
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-CUR-USED
              MOVE WS-CUR-USED TO WS-OPT-HIT
              MOVE WS-OPT-NAME TO WS-CUR-NAME(WS-OPT-HIT)
           END-IF.
           MOVE WS-OPT-VALUE TO WS-CUR-VALUE(WS-OPT-HIT).

       0030-CLOSE-SET.
      *--------------- a set is complete: report it if it ran on the
      *--------------- date, then keep it as the job's previous set
           IF WS-CUR-JOB = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-JOB-HIT.
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
              UNTIL WS-JOB-IX > WS-JOB-USED OR WS-JOB-HIT > 0
              IF WS-JOB-NAME(WS-JOB-IX) = WS-CUR-JOB
                 MOVE WS-JOB-IX TO WS-JOB-HIT
              END-IF
           END-PERFORM.
           IF WS-JOB-HIT = 0
              IF WS-JOB-USED NOT < WS-JOB-MAX
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-JOB-USED
              MOVE WS-JOB-USED TO WS-JOB-HIT
              MOVE WS-CUR-JOB  TO WS-JOB-NAME(WS-JOB-HIT)
              MOVE SPACES      TO WS-JOB-RUN-ID(WS-JOB-HIT)
              MOVE 0           TO WS-JOB-CHANGES(WS-JOB-HIT)
              MOVE 0           TO WS-JOB-OPT-USED(WS-JOB-HIT)
           END-IF.
           IF WS-CUR-DATE = WS-RUN-DATE
              PERFORM 0040-COMPARE-SET
           END-IF.
           MOVE WS-CUR-RUN-ID TO WS-JOB-RUN-ID(WS-JOB-HIT).
           MOVE WS-CUR-USED   TO WS-JOB-OPT-USED(WS-JOB-HIT).
           PERFORM VARYING WS-OPT-IX FROM 1 BY 1
              UNTIL WS-OPT-IX > WS-CUR-USED
              MOVE WS-CUR-NAME(WS-OPT-IX)
                 TO WS-JOB-OPT-NAME(WS-JOB-HIT, WS-OPT-IX)
              MOVE WS-CUR-VALUE(WS-OPT-IX)
                 TO WS-JOB-OPT-VALUE(WS-JOB-HIT, WS-OPT-IX)
           END-PERFORM.

       0040-COMPARE-SET.
           ADD 1 TO WS-SETS-REPORTED.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-JOB-RUN-ID(WS-JOB-HIT) = SPACES
              STRING WS-CUR-JOB " RUN " WS-CUR-RUN-ID " AT "
                 WS-CUR-TIME " - FIRST SET ON FILE, NOTHING TO "
                 "COMPARE" DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
              EXIT PARAGRAPH
           END-IF.
           STRING WS-CUR-JOB " RUN " WS-CUR-RUN-ID " AT "
              WS-CUR-TIME " AGAINST RUN " WS-JOB-RUN-ID(WS-JOB-HIT)
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE 0 TO WS-SET-CHANGES.
      *--------------- previous options: removed or changed
           PERFORM VARYING WS-CMP-IX FROM 1 BY 1
              UNTIL WS-CMP-IX > WS-JOB-OPT-USED(WS-JOB-HIT)
              MOVE 0 TO WS-OPT-HIT
              PERFORM VARYING WS-OPT-IX FROM 1 BY 1
                 UNTIL WS-OPT-IX > WS-CUR-USED OR WS-OPT-HIT > 0
                 IF WS-CUR-NAME(WS-OPT-IX)
                    = WS-JOB-OPT-NAME(WS-JOB-HIT, WS-CMP-IX)
                    MOVE WS-OPT-IX TO WS-OPT-HIT
                 END-IF
              END-PERFORM
              IF WS-OPT-HIT = 0
                 MOVE "REMOVED" TO WS-ACTION
                 PERFORM 0050-PRINT-ONE-SIDE
              ELSE
                 IF WS-CUR-VALUE(WS-OPT-HIT)
                    NOT = WS-JOB-OPT-VALUE(WS-JOB-HIT, WS-CMP-IX)
                    PERFORM 0060-PRINT-CHANGE
                 END-IF
              END-IF
           END-PERFORM.
      *--------------- current options the previous set lacked
           PERFORM VARYING WS-OPT-IX FROM 1 BY 1
              UNTIL WS-OPT-IX > WS-CUR-USED
              MOVE 0 TO WS-OPT-HIT
              PERFORM VARYING WS-CMP-IX FROM 1 BY 1
                 UNTIL WS-CMP-IX > WS-JOB-OPT-USED(WS-JOB-HIT)
                    OR WS-OPT-HIT > 0
                 IF WS-JOB-OPT-NAME(WS-JOB-HIT, WS-CMP-IX)
                    = WS-CUR-NAME(WS-OPT-IX)
                    MOVE WS-CMP-IX TO WS-OPT-HIT
                 END-IF
              END-PERFORM
              IF WS-OPT-HIT = 0
                 MOVE "ADDED" TO WS-ACTION
                 MOVE WS-CUR-NAME(WS-OPT-IX)  TO WS-OPT-NAME
                 MOVE WS-CUR-VALUE(WS-OPT-IX) TO WS-OPT-VALUE
                 PERFORM 0055-PRINT-OPTION
              END-IF
           END-PERFORM.
           IF WS-SET-CHANGES = 0
              MOVE "   NO CHANGE" TO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-IF.
           ADD WS-SET-CHANGES TO WS-JOB-CHANGES(WS-JOB-HIT).

       0050-PRINT-ONE-SIDE.
           MOVE WS-JOB-OPT-NAME(WS-JOB-HIT, WS-CMP-IX)  TO WS-OPT-NAME.
           MOVE WS-JOB-OPT-VALUE(WS-JOB-HIT, WS-CMP-IX) TO WS-OPT-VALUE.
           PERFORM 0055-PRINT-OPTION.

       0055-PRINT-OPTION.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "   " WS-ACTION " " WS-OPT-NAME " = "
              FUNCTION TRIM(WS-OPT-VALUE)
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           ADD 1 TO WS-SET-CHANGES.

       0060-PRINT-CHANGE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "   CHANGED  " WS-JOB-OPT-NAME(WS-JOB-HIT, WS-CMP-IX)
              " " FUNCTION TRIM(WS-JOB-OPT-VALUE(WS-JOB-HIT, WS-CMP-IX))
              " -> " FUNCTION TRIM(WS-CUR-VALUE(WS-OPT-HIT))
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           ADD 1 TO WS-SET-CHANGES.

       0070-PRINT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
              UNTIL WS-JOB-IX > WS-JOB-USED
              IF WS-JOB-CHANGES(WS-JOB-IX) > 0
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING "PARAMETERS CHANGED: " WS-JOB-NAME(WS-JOB-IX)
                    " " WS-JOB-CHANGES(WS-JOB-IX) " OPTION(S)"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                 PERFORM 0090-WRITE-PRINT-LINE
              END-IF
           END-PERFORM.

       0090-WRITE-PRINT-LINE.
           MOVE WS-PRINT-LINE TO PRM-PRINT-LINE.
           WRITE PRM-PRINT-LINE.
           DISPLAY WS-PRINT-LINE.
