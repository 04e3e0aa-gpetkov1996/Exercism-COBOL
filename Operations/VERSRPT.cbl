       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERSRPT.
      *****************************************************************
      * VERSRPT - release report over RUNJRNL.DAT and the program     *
      * release registry PGMREG.DAT.                                  *
      *                                                               *
      * Every batch job stamps its release id on its journal start    *
      * records (see PGMVERS). For each run date in the range this    *
      * lists which release of each job ran and how many times, and   *
      * judges each one against the registry as it stood that date:   *
      *                                                               *
      *   OK              - the job's current installed release       *
      *   *OLD RELEASE*   - installed once, superseded by that date   *
      *   *NOT REGISTERED*- never installed, backed out, or only      *
      *                     installed from a later date               *
      *   *NOT STAMPED*   - start record carries no release id        *
      *                                                               *
      * The lineup's own LINEUP and SKIP journal pairs are not runs   *
      * of the job and are left out.                                  *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - first run date (YYYYMMDD); defaults to today        *
      *   arg 2 - last run date; defaults to the first                *
      *   output - VERSRPT.DAT, one 80-byte print line per report     *
      *            line, plus the same report on the console.         *
      *            Condition code 4 when any run is flagged.          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-JOURNAL-FILE   ASSIGN TO "RUNJRNL.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REGISTRY-FILE      ASSIGN TO "PGMREG.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REG-STATUS.
           SELECT VERSION-REPORT-FILE ASSIGN TO "VERSRPT.DAT"
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

           COPY RUNJRNL.

       FD  REGISTRY-FILE
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
           COPY PGMREG.

       FD  VERSION-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  VER-PRINT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FROM-DATE           PIC X(8)  VALUE SPACES.
       01  WS-TO-DATE             PIC X(8)  VALUE SPACES.
       01  WS-DATE-ARG            PIC X(8)  VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-JOURNAL-STATUS      PIC XX    VALUE SPACES.
       01  WS-REG-STATUS          PIC XX    VALUE SPACES.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-INPUT                    VALUE 'Y'.
       01  WS-FLAG-COUNT          PIC 9(5)  VALUE 0.
       01  WS-RUN-TOTAL           PIC 9(7)  VALUE 0.
       01  WS-LAST-DATE           PIC X(8)  VALUE SPACES.
       01  WS-VERDICT             PIC X(16) VALUE SPACES.

      *--------------- the registry, held whole; it grows by a few
      *--------------- records per release
       01  WS-REG-MAX             PIC 9(4)  VALUE 1000.
       01  WS-REG-USED            PIC 9(4)  VALUE 0.
       01  WS-REG-IX              PIC 9(4).
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 1000 TIMES.
               10  WS-REG-JOB         PIC X(12).
               10  WS-REG-VERSION     PIC X(8).
               10  WS-REG-STATE       PIC X(1).
               10  WS-REG-EFFECTIVE   PIC X(8).

      *--------------- one slot per date, job and release seen on the
      *--------------- journal, in journal order
       01  WS-RUN-MAX             PIC 9(4)  VALUE 2000.
       01  WS-RUN-USED            PIC 9(4)  VALUE 0.
       01  WS-RUN-IX              PIC 9(4).
       01  WS-RUN-HIT             PIC 9(4)  VALUE 0.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 2000 TIMES.
               10  WS-RUN-DATE        PIC X(8).
               10  WS-RUN-JOB         PIC X(12).
               10  WS-RUN-VERSION     PIC X(8).
               10  WS-RUN-COUNT       PIC 9(5).

      *--------------- standing of each release of one job as of one
      *--------------- date: latest registry record effective on or
      *--------------- before it, the later entry winning a tie
       01  WS-VT-MAX              PIC 9(3)  VALUE 50.
       01  WS-VT-COUNT            PIC 9(3)  VALUE 0.
       01  WS-VT-IX               PIC 9(3).
       01  WS-VT-HIT              PIC 9(3)  VALUE 0.
       01  WS-VERSION-TABLE.
           05  WS-VT-ENTRY OCCURS 50 TIMES.
               10  WS-VT-VERSION      PIC X(8).
               10  WS-VT-EFFECTIVE    PIC X(8).
               10  WS-VT-STATE        PIC X(1).
       01  WS-CURRENT-VERSION     PIC X(8)  VALUE SPACES.
       01  WS-CURRENT-EFFECTIVE   PIC X(8)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-DATE        PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DTL-JOB         PIC X(12).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DTL-VERSION     PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DTL-RUNS        PIC ZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DTL-VERDICT     PIC X(16).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DTL-CURRENT     PIC X(8).
           05  FILLER             PIC X(15) VALUE SPACES.
       01  WS-PRINT-LINE          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       VERSRPT.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-DATE-ARG FROM ARGUMENT-VALUE.
           IF WS-DATE-ARG = SPACES OR WS-DATE-ARG = LOW-VALUES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FROM-DATE
           ELSE
              MOVE WS-DATE-ARG TO WS-FROM-DATE
           END-IF.
           MOVE 2 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-DATE-ARG.
           ACCEPT WS-DATE-ARG FROM ARGUMENT-VALUE.
           IF WS-DATE-ARG = SPACES OR WS-DATE-ARG = LOW-VALUES
              MOVE WS-FROM-DATE TO WS-TO-DATE
           ELSE
              MOVE WS-DATE-ARG TO WS-TO-DATE
           END-IF.
           OPEN OUTPUT VERSION-REPORT-FILE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-FROM-DATE = WS-TO-DATE
              STRING "===== RELEASES RUN ON " WS-FROM-DATE " ====="
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
              STRING "===== RELEASES RUN " WS-FROM-DATE " TO "
                 WS-TO-DATE " ====="
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM 0010-LOAD-REGISTRY.
           PERFORM 0020-SCAN-JOURNAL.
           MOVE "DATE      JOB          VERSION   RUNS  VERDICT"
              TO WS-PRINT-LINE.
           MOVE "CURRENT" TO WS-PRINT-LINE(58:7).
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM VARYING WS-RUN-IX FROM 1 BY 1
              UNTIL WS-RUN-IX > WS-RUN-USED
              PERFORM 0040-JUDGE-RUN
              PERFORM 0050-PRINT-RUN-LINE
           END-PERFORM.
           IF WS-RUN-USED = 0
              MOVE "NO JOB RUNS JOURNALED FOR THE DATES"
                 TO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RUNS: " WS-RUN-TOTAL "   FLAGGED RELEASES: "
              WS-FLAG-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           CLOSE VERSION-REPORT-FILE.
           IF WS-FLAG-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0010-LOAD-REGISTRY.
           MOVE 0 TO WS-REG-USED.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-REG-STATUS.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REG-STATUS NOT = "00"
              MOVE SPACES TO WS-PRINT-LINE
              STRING "*NO REGISTRY*: PGMREG.DAT STATUS " WS-REG-STATUS
                 " - NO RELEASE CAN BE CONFIRMED"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-INPUT
              READ REGISTRY-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF WS-REG-USED < WS-REG-MAX
                       ADD 1 TO WS-REG-USED
                       MOVE PR-JOB-NAME  TO WS-REG-JOB(WS-REG-USED)
                       MOVE PR-VERSION   TO WS-REG-VERSION(WS-REG-USED)
                       MOVE PR-STATE     TO WS-REG-STATE(WS-REG-USED)
                       MOVE PR-EFFECTIVE
                          TO WS-REG-EFFECTIVE(WS-REG-USED)
                    ELSE
                       DISPLAY "VERSRPT: MORE THAN " WS-REG-MAX
                          " REGISTRY RECORDS - REST IGNORED"
                       MOVE 'Y' TO WS-EOF-SW
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REGISTRY-FILE.

       0020-SCAN-JOURNAL.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-JOURNAL-STATUS.
           OPEN INPUT RUN-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
              DISPLAY "VERSRPT: CANNOT OPEN RUNJRNL.DAT - STATUS "
                 WS-JOURNAL-STATUS
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM UNTIL EOF-INPUT
              READ RUN-JOURNAL-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF JR-REC-TYPE = "S"
                       AND JR-RUN-DATE NOT < WS-FROM-DATE
                       AND JR-RUN-DATE NOT > WS-TO-DATE
                       AND JR-RUN-MODE NOT = "LINEUP"
                       AND JR-RUN-MODE NOT = "SKIP"
                       PERFORM 0030-COUNT-RUN
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-JOURNAL-STATUS = "00" OR WS-JOURNAL-STATUS = "10"
              CLOSE RUN-JOURNAL-FILE
           END-IF.

       0030-COUNT-RUN.
           ADD 1 TO WS-RUN-TOTAL.
           MOVE 0 TO WS-RUN-HIT.
           PERFORM VARYING WS-RUN-IX FROM 1 BY 1
              UNTIL WS-RUN-IX > WS-RUN-USED OR WS-RUN-HIT > 0
              IF WS-RUN-DATE(WS-RUN-IX) = JR-RUN-DATE
                 AND WS-RUN-JOB(WS-RUN-IX) = JR-JOB-NAME
                 AND WS-RUN-VERSION(WS-RUN-IX) = JR-VERSION-ID
                 MOVE WS-RUN-IX TO WS-RUN-HIT
              END-IF
           END-PERFORM.
           IF WS-RUN-HIT = 0
              IF WS-RUN-USED NOT < WS-RUN-MAX
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-RUN-USED
              MOVE WS-RUN-USED   TO WS-RUN-HIT
              MOVE JR-RUN-DATE   TO WS-RUN-DATE(WS-RUN-HIT)
              MOVE JR-JOB-NAME   TO WS-RUN-JOB(WS-RUN-HIT)
              MOVE JR-VERSION-ID TO WS-RUN-VERSION(WS-RUN-HIT)
              MOVE 0             TO WS-RUN-COUNT(WS-RUN-HIT)
           END-IF.
           ADD 1 TO WS-RUN-COUNT(WS-RUN-HIT).

       0040-JUDGE-RUN.
      *--------------- rebuild the job's release standing as of the
      *--------------- run date, then place the release that ran
           MOVE 0 TO WS-VT-COUNT.
           MOVE SPACES TO WS-CURRENT-VERSION WS-CURRENT-EFFECTIVE.
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
              UNTIL WS-REG-IX > WS-REG-USED
              IF WS-REG-JOB(WS-REG-IX) = WS-RUN-JOB(WS-RUN-IX)
                 AND WS-REG-EFFECTIVE(WS-REG-IX)
                    NOT > WS-RUN-DATE(WS-RUN-IX)
                 PERFORM 0045-POST-RELEASE
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-VT-IX FROM 1 BY 1
              UNTIL WS-VT-IX > WS-VT-COUNT
              IF WS-VT-STATE(WS-VT-IX) = "I"
                 AND WS-VT-EFFECTIVE(WS-VT-IX)
                    NOT < WS-CURRENT-EFFECTIVE
                 MOVE WS-VT-VERSION(WS-VT-IX)   TO WS-CURRENT-VERSION
                 MOVE WS-VT-EFFECTIVE(WS-VT-IX) TO WS-CURRENT-EFFECTIVE
              END-IF
           END-PERFORM.
           IF WS-RUN-VERSION(WS-RUN-IX) = SPACES
              MOVE "*NOT STAMPED*" TO WS-VERDICT
              ADD 1 TO WS-FLAG-COUNT
              EXIT PARAGRAPH
           END-IF.
           MOVE "*NOT REGISTERED*" TO WS-VERDICT.
           PERFORM VARYING WS-VT-IX FROM 1 BY 1
              UNTIL WS-VT-IX > WS-VT-COUNT
              IF WS-VT-VERSION(WS-VT-IX) = WS-RUN-VERSION(WS-RUN-IX)
                 AND WS-VT-STATE(WS-VT-IX) = "I"
                 IF WS-RUN-VERSION(WS-RUN-IX) = WS-CURRENT-VERSION
                    MOVE "OK" TO WS-VERDICT
                 ELSE
                    MOVE "*OLD RELEASE*" TO WS-VERDICT
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-VERDICT NOT = "OK"
              ADD 1 TO WS-FLAG-COUNT
           END-IF.

       0045-POST-RELEASE.
           MOVE 0 TO WS-VT-HIT.
           PERFORM VARYING WS-VT-IX FROM 1 BY 1
              UNTIL WS-VT-IX > WS-VT-COUNT OR WS-VT-HIT > 0
              IF WS-VT-VERSION(WS-VT-IX) = WS-REG-VERSION(WS-REG-IX)
                 MOVE WS-VT-IX TO WS-VT-HIT
              END-IF
           END-PERFORM.
           IF WS-VT-HIT = 0
              IF WS-VT-COUNT NOT < WS-VT-MAX
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-VT-COUNT
              MOVE WS-VT-COUNT TO WS-VT-HIT
              MOVE WS-REG-VERSION(WS-REG-IX)
                 TO WS-VT-VERSION(WS-VT-HIT)
              MOVE LOW-VALUES TO WS-VT-EFFECTIVE(WS-VT-HIT)
           END-IF.
           IF WS-REG-EFFECTIVE(WS-REG-IX)
              NOT < WS-VT-EFFECTIVE(WS-VT-HIT)
              MOVE WS-REG-EFFECTIVE(WS-REG-IX)
                 TO WS-VT-EFFECTIVE(WS-VT-HIT)
              MOVE WS-REG-STATE(WS-REG-IX) TO WS-VT-STATE(WS-VT-HIT)
           END-IF.

       0050-PRINT-RUN-LINE.
      *--------------- the date is printed once per group of lines
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-RUN-DATE(WS-RUN-IX) NOT = WS-LAST-DATE
              MOVE WS-RUN-DATE(WS-RUN-IX) TO WS-DTL-DATE
              MOVE WS-RUN-DATE(WS-RUN-IX) TO WS-LAST-DATE
           END-IF.
           MOVE WS-RUN-JOB(WS-RUN-IX)     TO WS-DTL-JOB.
           MOVE WS-RUN-VERSION(WS-RUN-IX) TO WS-DTL-VERSION.
           MOVE WS-RUN-COUNT(WS-RUN-IX)   TO WS-DTL-RUNS.
           MOVE WS-VERDICT                TO WS-DTL-VERDICT.
           MOVE WS-CURRENT-VERSION        TO WS-DTL-CURRENT.
           MOVE WS-DETAIL-LINE            TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.

       0090-WRITE-PRINT-LINE.
           MOVE WS-PRINT-LINE TO VER-PRINT-LINE.
           WRITE VER-PRINT-LINE.
           DISPLAY WS-PRINT-LINE.
