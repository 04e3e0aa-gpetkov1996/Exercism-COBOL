      * all-time top ten step counts and top ten peaks, rewrites the  *
      * standing registry COLLRECS.DAT, and reports - with a "NEW     *
      * RECORDS THIS RUN" section listing every number that was not   *
      * in the registry before this pass displaced somebody. Entries  *
      * COLLVRFY has flagged suspect are left off the boards.         *
      *                                                               *
      * Output - RECSRPT.DAT print lines plus the console.            *
      *****************************************************************
      *--------------- same layout COLCONJ keeps for its cached
      *--------------- sweep results
       FD  COLLATZ-HISTORY-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  HIST-RECORD.
           05  HIST-START-NUM          PIC 9(8).
           05  HIST-STEPS              PIC 9(4).
           05  HIST-RUN-DATE           PIC X(8).
           05  HIST-PEAK               PIC 9(18).
           05  HIST-PEAK-STEP          PIC 9(4).
           05  HIST-VERIFY-FLAG        PIC X(1).
               88  HIST-SUSPECT                  VALUE 'S'.
           05  HIST-VERIFIED-ON        PIC X(8).

      *--------------- widened from 56 to 66 bytes with the
      *--------------- history file's 18-digit peak
       FD  RECORDS-FILE
           RECORD CONTAINS 66 CHARACTERS
           RECORDING MODE IS F.
       01  REC-RECORD.
           05  REC-CATEGORY            PIC X(5).
           05  FILLER                  PIC X(1).
           05  REC-STEPS               PIC 9(4).
           05  FILLER                  PIC X(1).
           05  REC-PEAK                PIC 9(18).
           05  FILLER                  PIC X(1).
           05  REC-PEAK-STEP           PIC 9(4).
           05  FILLER                  PIC X(1).
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-SCAN-FILE                VALUE 'Y'.
       01  WS-ENTRY-COUNT         PIC 9(8)  VALUE 0.
       01  WS-SUSPECT-COUNT       PIC 9(8)  VALUE 0.
       01  WS-NEW-RECORD-COUNT    PIC 9(2)  VALUE 0.
       01  WS-INS-IX              PIC 9(2).
       01  WS-TOP-IX              PIC 9(2).
           05  WS-STP-ENTRY OCCURS 10 TIMES.
               10  WS-STP-NUM         PIC 9(8).
               10  WS-STP-STEPS       PIC 9(4).
               10  WS-STP-PEAK        PIC 9(18).
               10  WS-STP-PEAK-STEP   PIC 9(4).
               10  WS-STP-DATE        PIC X(8).
       01  WS-STEP-USED           PIC 9(2)  VALUE 0.
           05  WS-PKB-ENTRY OCCURS 10 TIMES.
               10  WS-PKB-NUM         PIC 9(8).
               10  WS-PKB-STEPS       PIC 9(4).
               10  WS-PKB-PEAK        PIC 9(18).
               10  WS-PKB-PEAK-STEP   PIC 9(4).
               10  WS-PKB-DATE        PIC X(8).
       01  WS-PEAK-USED           PIC 9(2)  VALUE 0.
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
      *--------------- an entry COLLVRFY has flagged suspect cannot
      *--------------- hold a record until a sweep recomputes it
                    IF HIST-SUSPECT
                       ADD 1 TO WS-SUSPECT-COUNT
                    ELSE
                       ADD 1 TO WS-ENTRY-COUNT
                       PERFORM 0025-POST-STEP-BOARD
                       PERFORM 0030-POST-PEAK-BOARD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COLLATZ-HISTORY-FILE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE "----- LONGEST STEP COUNTS -----" TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RANK START-NUM  STEPS  PEAK                "
              "AT    CACHED-ON" DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM VARYING WS-TOP-IX FROM 1 BY 1
              UNTIL WS-TOP-IX > WS-STEP-USED
           END-PERFORM.
           MOVE "----- HIGHEST PEAKS -----" TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RANK START-NUM  STEPS  PEAK                "
              "AT    CACHED-ON" DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM VARYING WS-TOP-IX FROM 1 BY 1
              UNTIL WS-TOP-IX > WS-PEAK-USED
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-PERFORM.
           IF WS-SUSPECT-COUNT > 0
              MOVE SPACES TO WS-PRINT-LINE
              STRING "SUSPECT HISTORY ENTRIES LEFT OFF THE BOARDS: "
                 WS-SUSPECT-COUNT DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-IF.

       0060-PRINT-NEW-RECORDS.
      *--------------- a number on the new board that was not in the
