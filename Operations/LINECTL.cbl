       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINECTL.
      *****************************************************************
      * LINECTL - dependency-aware lineup control for the overnight   *
      * window. NIGHTLY.sh used to stop at the first failure, so a    *
      * pangram abend took rotcipher and the whole genomics chain     *
      * down with it, and a rerun after the fix started again at      *
      * preflite and reprocessed every job that had already finished  *
      * clean. The driver now asks LINECTL before each step whether   *
      * the step may run, and tells it afterwards how the step ended. *
      *                                                               *
      * Inputs:                                                       *
      *   JOBDEPS.DAT  - one 80-byte record per step:                 *
      *     cols  1-12  step name as NIGHTLY.sh runs it (lower case,  *
      *                 the JOBFREQ.DAT convention)                   *
      *     cols 14-23, 25-34, 36-45, 47-56, 58-67, 69-78             *
      *                 up to six prerequisite step names; a step     *
      *                 with more prerequisites repeats its name on   *
      *                 further records, and a step with no record    *
      *                 has no prerequisites. "*" in col 1 = comment  *
      *   RUNJRNL.DAT  - every step's outcome is journaled under run  *
      *                  mode LINEUP (job name = step name in upper   *
      *                  case); the latest LINEUP end record for the  *
      *                  run date is the step's standing result       *
      *   LINEUP.DAT   - SKEDCTL's decisions; a step SKEDCTL held for *
      *                  the run date has nothing due, which counts   *
      *                  as complete both for itself and for anything *
      *                  that depends on it                           *
      *                                                               *
      * Calling interface:                                            *
      *   CHECK step [run date YYYYMMDD, defaults to today]           *
      *     condition code 0 - run the step                           *
      *     condition code 2 - skip it: already ended with condition  *
      *                        code 0 for this run date, or held by   *
      *                        the schedule                           *
      *     condition code 4 - skip it: a prerequisite did not end    *
      *                        with condition code 0 for this run     *
      *                        date (failed, skipped or never run)    *
      *     condition code 8 - JOBDEPS.DAT missing - a lineup must    *
      *                        never be decided by guesswork          *
      *   POST step condition-code [lineup date YYYYMMDD, defaults    *
      *        to today]                                              *
      *     journals the step's outcome under run mode LINEUP, dated  *
      *     with the lineup date rather than the calendar date, so a  *
      *     step that ends after midnight, or a morning rerun of last *
      *     night's lineup, still stands against the night it belongs *
      *     to                                                        *
      * A step skipped for a failed dependency is not posted, so a    *
      * rerun for the same date picks it up again as soon as its      *
      * prerequisites have been put right.                            *
      *                                                               *
      * The standard lineup's JOBDEPS.DAT:                            *
      *   leap, collatz, luhn, pangram, rnatran, rotcipher: preflite  *
      *   collvrfy: collatz      collrecs, collstat: collvrfy         *
      *   detoken: luhn          qctrend, codontrn, motifscn: rnatran *
      *   codonuse, fastaexp: codontrn    rnadist: codontrn motifscn  *
      *   auditrec: leap collatz luhn pangram rnatran codontrn        *
      *             rotcipher                                         *
      *   ledgseal: auditrec                                          *
      *   housekpg: ledgseal collrecs collstat detoken qctrend        *
      *             codonuse fastaexp rnadist (housekeeping still     *
      *             waits for a clean window)                         *
      *   ledgindx: none - the ledger indexes are rebuilt last even   *
      *             after a failed housekeeping pass                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-DEPS-FILE      ASSIGN TO "JOBDEPS.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-DEPS-STATUS.
           SELECT RUN-JOURNAL-FILE   ASSIGN TO "RUNJRNL.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT LINEUP-FILE        ASSIGN TO "LINEUP.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-LINEUP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-DEPS-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  JD-DEPS-RECORD.
           05  JD-STEP-NAME           PIC X(12).
           05  FILLER                 PIC X(1).
           05  JD-PREREQ-ENTRY        OCCURS 6 TIMES.
               10  JD-PREREQ-NAME     PIC X(10).
               10  FILLER             PIC X(1).
           05  FILLER                 PIC X(1).

           COPY RUNJRNL.

      *--------------- SKEDCTL's decision layout, read back as input
       FD  LINEUP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  LN-DECISION-RECORD.
           05  LN-JOB-NAME            PIC X(12).
           05  FILLER                 PIC X(2).
           05  LN-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(2).
           05  LN-DECISION            PIC X(4).
           05  FILLER                 PIC X(2).
           05  LN-REASON              PIC X(40).
           05  FILLER                 PIC X(2).
           05  LN-REGION              PIC X(4).
           05  FILLER                 PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-DEPS-STATUS         PIC XX    VALUE SPACES.
       01  WS-JOURNAL-STATUS      PIC XX    VALUE SPACES.
       01  WS-LINEUP-STATUS       PIC XX    VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-FUNCTION-ARG        PIC X(8)  VALUE SPACES.
       01  WS-STEP-ARG            PIC X(12) VALUE SPACES.
       01  WS-PARM-3              PIC X(8)  VALUE SPACES.
       01  WS-PARM-4              PIC X(8)  VALUE SPACES.
       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
       01  WS-TIME-NOW            PIC X(8)  VALUE SPACES.
       01  WS-STEP-NAME           PIC X(12) VALUE SPACES.
       01  WS-TEST-NAME           PIC X(12) VALUE SPACES.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-SCAN-FILE                VALUE 'Y'.
       01  WS-LOWER-CASE          PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE          PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *--------------- the step and its prerequisites, with each
      *--------------- one's standing for the run date; slot 1 is the
      *--------------- step itself
       01  WS-NAME-MAX            PIC 9(3)  VALUE 41.
       01  WS-NAME-USED           PIC 9(3)  VALUE 0.
       01  WS-NAME-IX             PIC 9(3)  VALUE 0.
       01  WS-PRQ-IX              PIC 9(2)  VALUE 0.
       01  WS-NAME-TABLE.
           05  WS-NAME-ENTRY      OCCURS 41 TIMES.
               10  WS-NM-NAME         PIC X(12).
               10  WS-NM-POSTED-SW    PIC X(1).
                   88  NM-POSTED              VALUE 'Y'.
               10  WS-NM-LAST-CC      PIC 9(3).
               10  WS-NM-HELD-SW      PIC X(1).
                   88  NM-HELD                VALUE 'Y'.
       01  WS-BLOCKER-IX          PIC 9(3)  VALUE 0.
       01  WS-BLOCKER-TEXT        PIC X(30) VALUE SPACES.
       01  WS-CC-EDIT             PIC ZZ9.

      *--------------- LINEUP records are written here rather than
      *--------------- through RUNJRNL, which stamps the calendar date
       01  WS-JRNL-MODE           PIC X(8)  VALUE "LINEUP".
       01  WS-COND-CODE           PIC 9(3)  VALUE 0.

       PROCEDURE DIVISION.
       LINECTL.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-FUNCTION-ARG FROM ARGUMENT-VALUE.
           MOVE 2 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-STEP-ARG FROM ARGUMENT-VALUE.
           MOVE 3 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-3 FROM ARGUMENT-VALUE.
           MOVE 4 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-4 FROM ARGUMENT-VALUE.
           INSPECT WS-FUNCTION-ARG
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-STEP-ARG = SPACES OR WS-STEP-ARG = LOW-VALUES
              DISPLAY "LINECTL: NO STEP NAME GIVEN"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      *--------------- step names are compared in upper case, the
      *--------------- way the run journal carries job names
           MOVE WS-STEP-ARG TO WS-STEP-NAME.
           INSPECT WS-STEP-NAME
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           EVALUATE WS-FUNCTION-ARG
              WHEN "CHECK"
                 PERFORM 0010-CHECK-STEP
              WHEN "POST"
                 PERFORM 0060-POST-STEP
              WHEN OTHER
                 DISPLAY "LINECTL: UNKNOWN FUNCTION " WS-FUNCTION-ARG
                    " - USE CHECK OR POST"
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       0010-CHECK-STEP.
           IF WS-PARM-3 = SPACES OR WS-PARM-3 = LOW-VALUES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
              MOVE WS-PARM-3 TO WS-RUN-DATE
           END-IF.
           MOVE 1 TO WS-NAME-USED.
           MOVE WS-STEP-NAME TO WS-NM-NAME(1).
           MOVE 'N' TO WS-NM-POSTED-SW(1).
           MOVE 0   TO WS-NM-LAST-CC(1).
           MOVE 'N' TO WS-NM-HELD-SW(1).
           PERFORM 0020-LOAD-PREREQUISITES.
           IF WS-DEPS-STATUS NOT = "00" AND WS-DEPS-STATUS NOT = "10"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0030-SCAN-JOURNAL.
           PERFORM 0040-SCAN-LINEUP.
      *--------------- the step's own standing first: a rerun for the
      *--------------- same date passes over whatever already ended
      *--------------- clean, and a held step has nothing due
           IF NM-HELD(1)
              DISPLAY "LINECTL: " WS-STEP-ARG " SKIPPED - HELD BY "
                 "THE SCHEDULE FOR " WS-RUN-DATE
              MOVE 2 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           IF NM-POSTED(1) AND WS-NM-LAST-CC(1) = 0
              DISPLAY "LINECTL: " WS-STEP-ARG " SKIPPED - ALREADY "
                 "COMPLETE FOR " WS-RUN-DATE
              MOVE 2 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0050-FIND-BLOCKER.
           IF WS-BLOCKER-IX > 0
              DISPLAY "LINECTL: " WS-STEP-ARG " SKIPPED - PREREQUISITE "
                 WS-NM-NAME(WS-BLOCKER-IX) " " WS-BLOCKER-TEXT
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           IF WS-NAME-USED > 1
              DISPLAY "LINECTL: " WS-STEP-ARG " CLEARED TO RUN - "
                 "PREREQUISITES COMPLETE"
           ELSE
              DISPLAY "LINECTL: " WS-STEP-ARG " CLEARED TO RUN - "
                 "NO PREREQUISITES"
           END-IF.
           MOVE 0 TO RETURN-CODE.

       0020-LOAD-PREREQUISITES.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-DEPS-STATUS.
           OPEN INPUT JOB-DEPS-FILE.
           IF WS-DEPS-STATUS NOT = "00"
              DISPLAY "LINECTL: CANNOT OPEN JOBDEPS.DAT - STATUS "
                 WS-DEPS-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ JOB-DEPS-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF JD-STEP-NAME NOT = SPACES
                       AND JD-STEP-NAME(1:1) NOT = "*"
                       MOVE JD-STEP-NAME TO WS-TEST-NAME
                       INSPECT WS-TEST-NAME
                          CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                       IF WS-TEST-NAME = WS-STEP-NAME
                          PERFORM 0025-ADD-PREREQUISITES
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE JOB-DEPS-FILE.

       0025-ADD-PREREQUISITES.
           PERFORM VARYING WS-PRQ-IX FROM 1 BY 1 UNTIL WS-PRQ-IX > 6
              IF JD-PREREQ-NAME(WS-PRQ-IX) NOT = SPACES
                 AND WS-NAME-USED < WS-NAME-MAX
                 ADD 1 TO WS-NAME-USED
                 MOVE SPACES TO WS-NM-NAME(WS-NAME-USED)
                 MOVE JD-PREREQ-NAME(WS-PRQ-IX)
                    TO WS-NM-NAME(WS-NAME-USED)
                 INSPECT WS-NM-NAME(WS-NAME-USED)
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                 MOVE 'N' TO WS-NM-POSTED-SW(WS-NAME-USED)
                 MOVE 0   TO WS-NM-LAST-CC(WS-NAME-USED)
                 MOVE 'N' TO WS-NM-HELD-SW(WS-NAME-USED)
              END-IF
           END-PERFORM.

       0030-SCAN-JOURNAL.
      *--------------- the journal is in time order, so the last
      *--------------- LINEUP end record seen for a name on the run
      *--------------- date is its standing result; a step that
      *--------------- failed and was rerun clean stands at zero.
      *--------------- LINEUP records carry the lineup date POST was
      *--------------- given, so only that exact date counts
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-JOURNAL-STATUS.
           OPEN INPUT RUN-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ RUN-JOURNAL-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF JR-REC-TYPE = "E"
                       AND JR-RUN-MODE = "LINEUP"
                       AND JR-RUN-DATE = WS-RUN-DATE
                       PERFORM VARYING WS-NAME-IX FROM 1 BY 1
                          UNTIL WS-NAME-IX > WS-NAME-USED
                          IF WS-NM-NAME(WS-NAME-IX) = JR-JOB-NAME
                             MOVE 'Y' TO WS-NM-POSTED-SW(WS-NAME-IX)
                             MOVE JR-COND-CODE
                                TO WS-NM-LAST-CC(WS-NAME-IX)
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-JOURNAL-STATUS = "00" OR WS-JOURNAL-STATUS = "10"
              CLOSE RUN-JOURNAL-FILE
           END-IF.

       0040-SCAN-LINEUP.
      *--------------- no LINEUP.DAT, or none for this date, means
      *--------------- SKEDCTL held nothing back
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-LINEUP-STATUS.
           OPEN INPUT LINEUP-FILE.
           IF WS-LINEUP-STATUS NOT = "00"
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ LINEUP-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF LN-RUN-DATE = WS-RUN-DATE
                       AND LN-DECISION = "SKIP"
                       MOVE LN-JOB-NAME TO WS-TEST-NAME
                       INSPECT WS-TEST-NAME
                          CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                       PERFORM VARYING WS-NAME-IX FROM 1 BY 1
                          UNTIL WS-NAME-IX > WS-NAME-USED
                          IF WS-NM-NAME(WS-NAME-IX) = WS-TEST-NAME
                             MOVE 'Y' TO WS-NM-HELD-SW(WS-NAME-IX)
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LINEUP-STATUS = "00" OR WS-LINEUP-STATUS = "10"
              CLOSE LINEUP-FILE
           END-IF.

       0050-FIND-BLOCKER.
      *--------------- the first prerequisite that neither ended
      *--------------- clean nor was held by the schedule blocks the
      *--------------- step
           MOVE 0 TO WS-BLOCKER-IX.
           MOVE SPACES TO WS-BLOCKER-TEXT.
           PERFORM VARYING WS-NAME-IX FROM 2 BY 1
              UNTIL WS-NAME-IX > WS-NAME-USED OR WS-BLOCKER-IX > 0
              EVALUATE TRUE
                 WHEN NM-HELD(WS-NAME-IX)
                    CONTINUE
                 WHEN NOT NM-POSTED(WS-NAME-IX)
                    MOVE WS-NAME-IX TO WS-BLOCKER-IX
                    MOVE "HAS NOT RUN CLEAN" TO WS-BLOCKER-TEXT
                 WHEN WS-NM-LAST-CC(WS-NAME-IX) NOT = 0
                    MOVE WS-NAME-IX TO WS-BLOCKER-IX
                    MOVE WS-NM-LAST-CC(WS-NAME-IX) TO WS-CC-EDIT
                    STRING "ENDED WITH CONDITION CODE " WS-CC-EDIT
                       DELIMITED BY SIZE INTO WS-BLOCKER-TEXT
              END-EVALUATE
           END-PERFORM.

       0060-POST-STEP.
      *--------------- a start and an immediate end under run mode
      *--------------- LINEUP, the way SKEDCTL journals a hold: the
      *--------------- step's own S/E records keep its timings, this
      *--------------- pair only records how the lineup saw it end,
      *--------------- and for which night
           IF WS-PARM-3 = SPACES OR WS-PARM-3 = LOW-VALUES
              OR FUNCTION TEST-NUMVAL(WS-PARM-3) NOT = 0
              DISPLAY "LINECTL: NO CONDITION CODE GIVEN FOR "
                 WS-STEP-ARG
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           IF WS-PARM-4 = SPACES OR WS-PARM-4 = LOW-VALUES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
              MOVE WS-PARM-4 TO WS-RUN-DATE
           END-IF.
           IF WS-RUN-DATE IS NOT NUMERIC
              DISPLAY "LINECTL: LINEUP DATE " WS-PARM-4
                 " IS NOT YYYYMMDD - " WS-STEP-ARG " NOT POSTED"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-PARM-3) TO WS-COND-CODE.
           ACCEPT WS-TIME-NOW FROM TIME.
           PERFORM 0065-OPEN-JOURNAL.
           IF WS-JOURNAL-STATUS NOT = "00"
              DISPLAY "LINECTL: CANNOT EXTEND RUNJRNL.DAT - STATUS "
                 WS-JOURNAL-STATUS " - " WS-STEP-ARG " NOT POSTED"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES           TO JR-JOURNAL-RECORD.
           MOVE WS-STEP-NAME     TO JR-JOB-NAME.
           MOVE WS-RUN-DATE      TO JR-RUN-DATE.
           MOVE "S"              TO JR-REC-TYPE.
           MOVE WS-TIME-NOW(1:6) TO JR-START-TIME.
           MOVE ZEROS            TO JR-END-TIME.
           MOVE 0                TO JR-ELAPSED-SECS.
           MOVE 0                TO JR-COND-CODE.
           MOVE WS-JRNL-MODE     TO JR-RUN-MODE.
           WRITE JR-JOURNAL-RECORD.
           MOVE "E"              TO JR-REC-TYPE.
           MOVE WS-TIME-NOW(1:6) TO JR-END-TIME.
           MOVE WS-COND-CODE     TO JR-COND-CODE.
           WRITE JR-JOURNAL-RECORD.
           CLOSE RUN-JOURNAL-FILE.
           MOVE 0 TO RETURN-CODE.

       0065-OPEN-JOURNAL.
      *--------------- as RUNJRNL does: create RUNJRNL.DAT on first
      *--------------- use, since OPEN EXTEND fails with status 35
           MOVE SPACES TO WS-JOURNAL-STATUS.
           OPEN EXTEND RUN-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
              OPEN OUTPUT RUN-JOURNAL-FILE
              CLOSE RUN-JOURNAL-FILE
              OPEN EXTEND RUN-JOURNAL-FILE
           END-IF.
