       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLSTAT.
      *****************************************************************
      * COLLSTAT - step-count analytics over the COLLHIST.DAT history *
      * cache. COLLRECS names the champions and the sweep summary the *
      * run's longest walk; this answers the analysts' questions      *
      * about the shape of the data instead.                          *
      *                                                               *
      * For each decade band of starting number (1-9, 10-99, ... up   *
      * to the 8-digit key limit) it reports:                         *
      *   - entries cached and the share of the band they cover       *
      *   - mean, median, 95th percentile, lowest and highest steps   *
      *   - a step-count histogram in buckets of a chosen width       *
      *   - the peak-to-start ratio: lowest, mean, highest (and the   *
      *     number reaching it) and a count by order of magnitude     *
      * and then the coverage gaps - key ranges no sweep has cached - *
      * in key order, the widest ten, and the range above the         *
      * highest key cached.                                           *
      *                                                               *
      * Entries COLLVRFY has flagged suspect count toward coverage    *
      * (the key was swept) but are left out of every statistic, and  *
      * counted. Percentiles are nearest-rank over exact step counts; *
      * a count above 1999 steps is tallied at 1999.                  *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - histogram bucket width in steps (default 25)        *
      *   output - STATRPT.DAT print lines plus the console           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLATZ-HISTORY-FILE ASSIGN TO "COLLHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIST-START-NUM
              FILE STATUS IS WS-HIST-STATUS.
           SELECT STATS-REPORT-FILE  ASSIGN TO "STATRPT.DAT"
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD  STATS-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  STS-PRINT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS         PIC XX    VALUE SPACES.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-SCAN-FILE                VALUE 'Y'.
       01  WS-ARGN                PIC 9(2).
       01  WS-WIDTH-ARG           PIC X(8)  VALUE SPACES.
       01  WS-BUCKET-WIDTH        PIC 9(4)  VALUE 25.
       01  WS-ENTRY-COUNT         PIC 9(8)  VALUE 0.
       01  WS-USED-COUNT          PIC 9(8)  VALUE 0.
       01  WS-SUSPECT-COUNT       PIC 9(8)  VALUE 0.
       01  WS-UNREADABLE-COUNT    PIC 9(8)  VALUE 0.
       01  WS-PRINT-LINE          PIC X(80) VALUE SPACES.

      *--------------- the eight decade bands of an 8-digit key
       01  WS-BAND-LIMITS.
           05  FILLER             PIC 9(8)  VALUE 1.
           05  FILLER             PIC 9(8)  VALUE 9.
           05  FILLER             PIC 9(8)  VALUE 10.
           05  FILLER             PIC 9(8)  VALUE 99.
           05  FILLER             PIC 9(8)  VALUE 100.
           05  FILLER             PIC 9(8)  VALUE 999.
           05  FILLER             PIC 9(8)  VALUE 1000.
           05  FILLER             PIC 9(8)  VALUE 9999.
           05  FILLER             PIC 9(8)  VALUE 10000.
           05  FILLER             PIC 9(8)  VALUE 99999.
           05  FILLER             PIC 9(8)  VALUE 100000.
           05  FILLER             PIC 9(8)  VALUE 999999.
           05  FILLER             PIC 9(8)  VALUE 1000000.
           05  FILLER             PIC 9(8)  VALUE 9999999.
           05  FILLER             PIC 9(8)  VALUE 10000000.
           05  FILLER             PIC 9(8)  VALUE 99999999.
       01  WS-BAND-LIMIT-TABLE REDEFINES WS-BAND-LIMITS.
           05  WS-BAND-RANGE OCCURS 8 TIMES.
               10  WS-BAND-LOW        PIC 9(8).
               10  WS-BAND-HIGH       PIC 9(8).
       01  WS-BAND-IX             PIC 9(2).

      *--------------- per-band accumulators
       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY OCCURS 8 TIMES.
               10  WS-BD-KEYS         PIC 9(8).
               10  WS-BD-COUNT        PIC 9(8).
               10  WS-BD-STEP-SUM     PIC 9(12).
               10  WS-BD-MIN-STEPS    PIC 9(4).
               10  WS-BD-MAX-STEPS    PIC 9(4).
               10  WS-BD-RATIO-SUM    PIC 9(18)V99.
               10  WS-BD-MIN-RATIO    PIC 9(16)V99.
               10  WS-BD-MAX-RATIO    PIC 9(16)V99.
               10  WS-BD-MAX-RATIO-NUM PIC 9(8).
               10  WS-BD-RATIO-CLASS  PIC 9(8) OCCURS 5 TIMES.
      *--------------- exact step-count frequencies, 0 to 1999, so
      *--------------- percentiles come out exact
       01  WS-STEP-FREQ-TABLE.
           05  WS-SF-BAND OCCURS 8 TIMES.
               10  WS-SF-COUNT        PIC 9(8) OCCURS 2000 TIMES.
       01  WS-SF-IX               PIC 9(4).
       01  WS-SF-CAP              PIC 9(4)  VALUE 1999.

      *--------------- ratio classes by order of magnitude
       01  WS-RATIO-CLASS-NAMES.
           05  FILLER             PIC X(12) VALUE "UNDER 2     ".
           05  FILLER             PIC X(12) VALUE "2 TO 9      ".
           05  FILLER             PIC X(12) VALUE "10 TO 99    ".
           05  FILLER             PIC X(12) VALUE "100 TO 999  ".
           05  FILLER             PIC X(12) VALUE "1000 AND UP ".
       01  WS-RATIO-CLASS-TABLE REDEFINES WS-RATIO-CLASS-NAMES.
           05  WS-RATIO-CLASS-NAME PIC X(12) OCCURS 5 TIMES.
       01  WS-RC-IX               PIC 9(1).
       01  WS-RATIO               PIC 9(16)V99 VALUE 0.

      *--------------- band report working fields
       01  WS-MEAN-STEPS          PIC 9(4)V99 VALUE 0.
       01  WS-MEAN-RATIO          PIC 9(16)V99 VALUE 0.
       01  WS-COVER-PCT           PIC 9(3)V99 VALUE 0.
       01  WS-MEDIAN              PIC 9(4)  VALUE 0.
       01  WS-P95                 PIC 9(4)  VALUE 0.
       01  WS-PCT-WANTED          PIC 9(3)  VALUE 0.
       01  WS-RANK-WANTED         PIC 9(8)  VALUE 0.
       01  WS-RANK-RESULT         PIC 9(4)  VALUE 0.
       01  WS-CUM-COUNT           PIC 9(8)  VALUE 0.
       01  WS-RANK-FOUND-SW       PIC X     VALUE 'N'.
           88  RANK-FOUND                   VALUE 'Y'.
       01  WS-BKT-LOW             PIC 9(5)  VALUE 0.
       01  WS-BKT-HIGH            PIC 9(5)  VALUE 0.
       01  WS-BKT-TOP             PIC 9(4)  VALUE 0.
       01  WS-BKT-COUNT           PIC 9(8)  VALUE 0.
       01  WS-BKT-MAX             PIC 9(8)  VALUE 0.
       01  WS-BAR-LEN             PIC 9(2)  VALUE 0.
       01  WS-BAR                 PIC X(40) VALUE SPACES.
       01  WS-BAR-FULL            PIC X(40) VALUE ALL "*".
       01  WS-EDT-MEAN            PIC ZZZ9.99.
       01  WS-EDT-PCT             PIC ZZ9.99.
       01  WS-EDT-RATIO           PIC Z(15)9.99.

      *--------------- coverage gaps
       01  WS-PREV-KEY            PIC 9(8)  VALUE 0.
       01  WS-GAP-LOW             PIC 9(8)  VALUE 0.
       01  WS-GAP-HIGH            PIC 9(8)  VALUE 0.
       01  WS-GAP-WIDTH           PIC 9(8)  VALUE 0.
       01  WS-GAP-COUNT           PIC 9(8)  VALUE 0.
       01  WS-GAP-KEYS            PIC 9(8)  VALUE 0.
       01  WS-GAP-LIST-MAX        PIC 9(3)  VALUE 50.
       01  WS-GAP-LISTED          PIC 9(3)  VALUE 0.
       01  WS-GAP-LIST.
           05  WS-GL-ENTRY OCCURS 50 TIMES.
               10  WS-GL-LOW          PIC 9(8).
               10  WS-GL-HIGH         PIC 9(8).
               10  WS-GL-WIDTH        PIC 9(8).
      *--------------- the ten widest, kept sorted widest-first by
      *--------------- sorted insert as in the COLLRECS boards
       01  WS-WIDE-BOARD.
           05  WS-WB-ENTRY OCCURS 10 TIMES.
               10  WS-WB-LOW          PIC 9(8).
               10  WS-WB-HIGH         PIC 9(8).
               10  WS-WB-WIDTH        PIC 9(8).
       01  WS-WIDE-USED           PIC 9(2)  VALUE 0.
       01  WS-INS-IX              PIC 9(2).
       01  WS-TOP-IX              PIC 9(3).

      *--------------- every opener of an indexed master goes
      *--------------- through the ENQUEUE gatekeeper, this scan
      *--------------- included
       01  WS-EQ-FUNC             PIC X(3)  VALUE SPACES.
       01  WS-EQ-RESOURCE         PIC X(8)  VALUE "COLLHIST".
       01  WS-EQ-RUN-ID           PIC X(12) VALUE "COLLSTAT".
       01  WS-EQ-STATUS           PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       COLLSTAT.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-WIDTH-ARG FROM ARGUMENT-VALUE.
           IF WS-WIDTH-ARG NOT = SPACES
              AND WS-WIDTH-ARG NOT = LOW-VALUES
              IF FUNCTION TRIM(WS-WIDTH-ARG) IS NUMERIC
                 AND FUNCTION NUMVAL(WS-WIDTH-ARG) > 0
                 AND FUNCTION NUMVAL(WS-WIDTH-ARG) < 2000
                 MOVE FUNCTION NUMVAL(WS-WIDTH-ARG) TO WS-BUCKET-WIDTH
              ELSE
                 DISPLAY "COLLSTAT: BUCKET WIDTH " WS-WIDTH-ARG
                    " NOT VALID - DEFAULT " WS-BUCKET-WIDTH " USED"
              END-IF
           END-IF.
           INITIALIZE WS-BAND-TABLE.
           INITIALIZE WS-STEP-FREQ-TABLE.
           PERFORM 0020-SCAN-HISTORY.
           IF RETURN-CODE NOT = 0
              STOP RUN
           END-IF.
           IF WS-ENTRY-COUNT = 0
              DISPLAY "COLLSTAT: NO HISTORY ENTRIES - NOTHING TO "
                 "ANALYSE"
              STOP RUN
           END-IF.
           OPEN OUTPUT STATS-REPORT-FILE.
           PERFORM 0050-PRINT-OVERVIEW.
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
              UNTIL WS-BAND-IX > 8
              IF WS-BD-COUNT(WS-BAND-IX) > 0
                 PERFORM 0060-PRINT-BAND-DETAIL
              END-IF
           END-PERFORM.
           PERFORM 0070-PRINT-GAPS.
           CLOSE STATS-REPORT-FILE.
           STOP RUN.

       0020-SCAN-HISTORY.
           MOVE 'N' TO WS-EOF-SW.
           MOVE "ENQ" TO WS-EQ-FUNC.
           CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE
                                WS-EQ-RUN-ID WS-EQ-STATUS.
           IF WS-EQ-STATUS NOT = "00"
              DISPLAY "COLLSTAT: COLLHIST.DAT LOCK NOT ACQUIRED - "
                 "STATUS " WS-EQ-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-HIST-STATUS.
           OPEN INPUT COLLATZ-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "COLLSTAT: CANNOT OPEN COLLHIST.DAT - STATUS "
                 WS-HIST-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 0022-RELEASE-HISTORY-LOCK
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO HIST-START-NUM.
           START COLLATZ-HISTORY-FILE KEY >= HIST-START-NUM
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL EOF-SCAN-FILE
              READ COLLATZ-HISTORY-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM 0030-POST-ENTRY
              END-READ
           END-PERFORM.
           CLOSE COLLATZ-HISTORY-FILE.
           PERFORM 0022-RELEASE-HISTORY-LOCK.

       0022-RELEASE-HISTORY-LOCK.
           MOVE "DEQ" TO WS-EQ-FUNC.
           CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE
                                WS-EQ-RUN-ID WS-EQ-STATUS.

       0030-POST-ENTRY.
           IF HIST-START-NUM IS NOT NUMERIC
              OR HIST-START-NUM = 0
              ADD 1 TO WS-UNREADABLE-COUNT
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ENTRY-COUNT.
           PERFORM 0040-NOTE-GAP.
           PERFORM VARYING WS-BAND-IX FROM 8 BY -1
              UNTIL WS-BAND-IX = 1
                 OR HIST-START-NUM >= WS-BAND-LOW(WS-BAND-IX)
              CONTINUE
           END-PERFORM.
           ADD 1 TO WS-BD-KEYS(WS-BAND-IX).
           IF HIST-SUSPECT
              ADD 1 TO WS-SUSPECT-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF HIST-STEPS IS NOT NUMERIC OR HIST-PEAK IS NOT NUMERIC
              ADD 1 TO WS-UNREADABLE-COUNT
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-USED-COUNT.
           ADD 1 TO WS-BD-COUNT(WS-BAND-IX).
           ADD HIST-STEPS TO WS-BD-STEP-SUM(WS-BAND-IX).
           IF WS-BD-COUNT(WS-BAND-IX) = 1
              OR HIST-STEPS < WS-BD-MIN-STEPS(WS-BAND-IX)
              MOVE HIST-STEPS TO WS-BD-MIN-STEPS(WS-BAND-IX)
           END-IF.
           IF HIST-STEPS > WS-BD-MAX-STEPS(WS-BAND-IX)
              MOVE HIST-STEPS TO WS-BD-MAX-STEPS(WS-BAND-IX)
           END-IF.
           IF HIST-STEPS > WS-SF-CAP
              MOVE WS-SF-CAP TO WS-SF-IX
           ELSE
              MOVE HIST-STEPS TO WS-SF-IX
           END-IF.
           ADD 1 TO WS-SF-COUNT(WS-BAND-IX, WS-SF-IX + 1).
      *--------------- peak over start; the peak never falls below
      *--------------- the start, so the ratio is at least 1
           COMPUTE WS-RATIO ROUNDED = HIST-PEAK / HIST-START-NUM.
           ADD WS-RATIO TO WS-BD-RATIO-SUM(WS-BAND-IX).
           IF WS-BD-COUNT(WS-BAND-IX) = 1
              OR WS-RATIO < WS-BD-MIN-RATIO(WS-BAND-IX)
              MOVE WS-RATIO TO WS-BD-MIN-RATIO(WS-BAND-IX)
           END-IF.
           IF WS-RATIO > WS-BD-MAX-RATIO(WS-BAND-IX)
              MOVE WS-RATIO TO WS-BD-MAX-RATIO(WS-BAND-IX)
              MOVE HIST-START-NUM TO WS-BD-MAX-RATIO-NUM(WS-BAND-IX)
           END-IF.
           EVALUATE TRUE
              WHEN WS-RATIO < 2
                 MOVE 1 TO WS-RC-IX
              WHEN WS-RATIO < 10
                 MOVE 2 TO WS-RC-IX
              WHEN WS-RATIO < 100
                 MOVE 3 TO WS-RC-IX
              WHEN WS-RATIO < 1000
                 MOVE 4 TO WS-RC-IX
              WHEN OTHER
                 MOVE 5 TO WS-RC-IX
           END-EVALUATE.
           ADD 1 TO WS-BD-RATIO-CLASS(WS-BAND-IX, WS-RC-IX).

       0040-NOTE-GAP.
      *--------------- the file is read in key order, so any jump
      *--------------- past the next key is a range never cached
           IF HIST-START-NUM > WS-PREV-KEY + 1
              COMPUTE WS-GAP-LOW  = WS-PREV-KEY + 1
              COMPUTE WS-GAP-HIGH = HIST-START-NUM - 1
              PERFORM 0045-RECORD-GAP
           END-IF.
           MOVE HIST-START-NUM TO WS-PREV-KEY.

       0045-RECORD-GAP.
           COMPUTE WS-GAP-WIDTH = WS-GAP-HIGH - WS-GAP-LOW + 1.
           ADD 1 TO WS-GAP-COUNT.
           ADD WS-GAP-WIDTH TO WS-GAP-KEYS.
           IF WS-GAP-LISTED < WS-GAP-LIST-MAX
              ADD 1 TO WS-GAP-LISTED
              MOVE WS-GAP-LOW   TO WS-GL-LOW(WS-GAP-LISTED)
              MOVE WS-GAP-HIGH  TO WS-GL-HIGH(WS-GAP-LISTED)
              MOVE WS-GAP-WIDTH TO WS-GL-WIDTH(WS-GAP-LISTED)
           END-IF.
           IF WS-WIDE-USED = 10
              AND WS-GAP-WIDTH <= WS-WB-WIDTH(10)
              EXIT PARAGRAPH
           END-IF.
           IF WS-WIDE-USED < 10
              ADD 1 TO WS-WIDE-USED
           END-IF.
           PERFORM VARYING WS-INS-IX FROM WS-WIDE-USED BY -1
              UNTIL WS-INS-IX = 1
                 OR WS-WB-WIDTH(WS-INS-IX - 1) >= WS-GAP-WIDTH
              MOVE WS-WB-ENTRY(WS-INS-IX - 1)
                 TO WS-WB-ENTRY(WS-INS-IX)
           END-PERFORM.
           MOVE WS-GAP-LOW   TO WS-WB-LOW(WS-INS-IX).
           MOVE WS-GAP-HIGH  TO WS-WB-HIGH(WS-INS-IX).
           MOVE WS-GAP-WIDTH TO WS-WB-WIDTH(WS-INS-IX).

       0050-PRINT-OVERVIEW.
           MOVE "===== COLLATZ HISTORY STEP-COUNT ANALYTICS ====="
              TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ENTRIES " WS-ENTRY-COUNT
              "  ANALYSED " WS-USED-COUNT
              "  SUSPECT " WS-SUSPECT-COUNT
              "  UNREADABLE " WS-UNREADABLE-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BAND                ENTRIES  COVER%     MEAN  "
              "MEDIAN  P95   MIN   MAX"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
              UNTIL WS-BAND-IX > 8
              IF WS-BD-KEYS(WS-BAND-IX) > 0
                 PERFORM 0055-BAND-FIGURES
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING WS-BAND-LOW(WS-BAND-IX) "-"
                    WS-BAND-HIGH(WS-BAND-IX) "  "
                    WS-BD-COUNT(WS-BAND-IX) "  " WS-EDT-PCT "  "
                    WS-EDT-MEAN "    " WS-MEDIAN " " WS-P95 "  "
                    WS-BD-MIN-STEPS(WS-BAND-IX) "  "
                    WS-BD-MAX-STEPS(WS-BAND-IX)
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                 PERFORM 0090-WRITE-PRINT-LINE
              END-IF
           END-PERFORM.

       0055-BAND-FIGURES.
      *--------------- coverage counts every key swept, suspect or
      *--------------- not; the step figures only the entries used
           COMPUTE WS-COVER-PCT ROUNDED =
              WS-BD-KEYS(WS-BAND-IX) * 100
              / (WS-BAND-HIGH(WS-BAND-IX) - WS-BAND-LOW(WS-BAND-IX)
                 + 1).
           MOVE WS-COVER-PCT TO WS-EDT-PCT.
           MOVE 0 TO WS-MEAN-STEPS WS-MEDIAN WS-P95.
           IF WS-BD-COUNT(WS-BAND-IX) > 0
              COMPUTE WS-MEAN-STEPS ROUNDED =
                 WS-BD-STEP-SUM(WS-BAND-IX) / WS-BD-COUNT(WS-BAND-IX)
              MOVE 50 TO WS-PCT-WANTED
              PERFORM 0057-FIND-PERCENTILE
              MOVE WS-RANK-RESULT TO WS-MEDIAN
              MOVE 95 TO WS-PCT-WANTED
              PERFORM 0057-FIND-PERCENTILE
              MOVE WS-RANK-RESULT TO WS-P95
           END-IF.
           MOVE WS-MEAN-STEPS TO WS-EDT-MEAN.

       0057-FIND-PERCENTILE.
      *--------------- nearest rank: the smallest step count with at
      *--------------- least pct percent of the band at or below it
           COMPUTE WS-RANK-WANTED =
              (WS-BD-COUNT(WS-BAND-IX) * WS-PCT-WANTED + 99) / 100.
           IF WS-RANK-WANTED < 1
              MOVE 1 TO WS-RANK-WANTED
           END-IF.
           MOVE 0 TO WS-CUM-COUNT.
           MOVE 'N' TO WS-RANK-FOUND-SW.
           PERFORM VARYING WS-SF-IX FROM 1 BY 1
              UNTIL WS-SF-IX > 2000 OR RANK-FOUND
              ADD WS-SF-COUNT(WS-BAND-IX, WS-SF-IX) TO WS-CUM-COUNT
              IF WS-CUM-COUNT >= WS-RANK-WANTED
                 MOVE 'Y' TO WS-RANK-FOUND-SW
                 COMPUTE WS-RANK-RESULT = WS-SF-IX - 1
              END-IF
           END-PERFORM.

       0060-PRINT-BAND-DETAIL.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "----- BAND " WS-BAND-LOW(WS-BAND-IX) "-"
              WS-BAND-HIGH(WS-BAND-IX) " - STEP-COUNT HISTOGRAM -----"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
      *--------------- first pass finds the fullest bucket so the
      *--------------- bars scale to it; the second prints
           IF WS-BD-MAX-STEPS(WS-BAND-IX) > WS-SF-CAP
              MOVE WS-SF-CAP TO WS-BKT-TOP
           ELSE
              MOVE WS-BD-MAX-STEPS(WS-BAND-IX) TO WS-BKT-TOP
           END-IF.
           MOVE 0 TO WS-BKT-MAX.
           MOVE 0 TO WS-BKT-LOW.
           PERFORM UNTIL WS-BKT-LOW > WS-BKT-TOP
              PERFORM 0065-COUNT-BUCKET
              IF WS-BKT-COUNT > WS-BKT-MAX
                 MOVE WS-BKT-COUNT TO WS-BKT-MAX
              END-IF
              ADD WS-BUCKET-WIDTH TO WS-BKT-LOW
           END-PERFORM.
           MOVE WS-BD-MIN-STEPS(WS-BAND-IX) TO WS-BKT-LOW.
           DIVIDE WS-BKT-LOW BY WS-BUCKET-WIDTH GIVING WS-BKT-LOW.
           MULTIPLY WS-BUCKET-WIDTH BY WS-BKT-LOW.
           PERFORM UNTIL WS-BKT-LOW > WS-BKT-TOP
              PERFORM 0065-COUNT-BUCKET
              MOVE SPACES TO WS-BAR
              IF WS-BKT-COUNT > 0
                 COMPUTE WS-BAR-LEN = WS-BKT-COUNT * 40 / WS-BKT-MAX
                 IF WS-BAR-LEN < 1
                    MOVE 1 TO WS-BAR-LEN
                 END-IF
                 MOVE WS-BAR-FULL(1:WS-BAR-LEN) TO WS-BAR
              END-IF
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  STEPS " WS-BKT-LOW "-" WS-BKT-HIGH "  "
                 WS-BKT-COUNT "  " WS-BAR
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
              ADD WS-BUCKET-WIDTH TO WS-BKT-LOW
           END-PERFORM.
           COMPUTE WS-MEAN-RATIO ROUNDED =
              WS-BD-RATIO-SUM(WS-BAND-IX) / WS-BD-COUNT(WS-BAND-IX).
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  PEAK/START RATIO" DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE WS-BD-MIN-RATIO(WS-BAND-IX) TO WS-EDT-RATIO.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "    LOWEST  " WS-EDT-RATIO
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE WS-MEAN-RATIO TO WS-EDT-RATIO.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "    MEAN    " WS-EDT-RATIO
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE WS-BD-MAX-RATIO(WS-BAND-IX) TO WS-EDT-RATIO.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "    HIGHEST " WS-EDT-RATIO "  AT START "
              WS-BD-MAX-RATIO-NUM(WS-BAND-IX)
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM VARYING WS-RC-IX FROM 1 BY 1 UNTIL WS-RC-IX > 5
              MOVE SPACES TO WS-PRINT-LINE
              STRING "    RATIO " WS-RATIO-CLASS-NAME(WS-RC-IX)
                 WS-BD-RATIO-CLASS(WS-BAND-IX, WS-RC-IX)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-PERFORM.

       0065-COUNT-BUCKET.
           COMPUTE WS-BKT-HIGH = WS-BKT-LOW + WS-BUCKET-WIDTH - 1.
           MOVE 0 TO WS-BKT-COUNT.
           PERFORM VARYING WS-SF-IX FROM WS-BKT-LOW BY 1
              UNTIL WS-SF-IX > WS-BKT-HIGH OR WS-SF-IX > WS-SF-CAP
              ADD WS-SF-COUNT(WS-BAND-IX, WS-SF-IX + 1)
                 TO WS-BKT-COUNT
           END-PERFORM.

       0070-PRINT-GAPS.
      *--------------- ranges below the highest key that no sweep
      *--------------- has cached, then everything above it
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE "===== COVERAGE GAPS =====" TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "GAPS BELOW HIGHEST KEY " WS-GAP-COUNT
              "  KEYS NOT CACHED " WS-GAP-KEYS
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-PREV-KEY < 99999999
              COMPUTE WS-GAP-LOW = WS-PREV-KEY + 1
              STRING "NEVER SWEPT ABOVE HIGHEST KEY: " WS-GAP-LOW
                 "-99999999" DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
              MOVE "CACHED UP TO THE 8-DIGIT KEY LIMIT"
                 TO WS-PRINT-LINE
           END-IF.
           PERFORM 0090-WRITE-PRINT-LINE.
           IF WS-GAP-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE "----- WIDEST GAPS -----" TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM VARYING WS-TOP-IX FROM 1 BY 1
              UNTIL WS-TOP-IX > WS-WIDE-USED
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  " WS-WB-LOW(WS-TOP-IX) "-"
                 WS-WB-HIGH(WS-TOP-IX) "  KEYS "
                 WS-WB-WIDTH(WS-TOP-IX)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-PERFORM.
           MOVE "----- GAPS IN KEY ORDER -----" TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM VARYING WS-TOP-IX FROM 1 BY 1
              UNTIL WS-TOP-IX > WS-GAP-LISTED
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  " WS-GL-LOW(WS-TOP-IX) "-"
                 WS-GL-HIGH(WS-TOP-IX) "  KEYS "
                 WS-GL-WIDTH(WS-TOP-IX)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-PERFORM.
           IF WS-GAP-COUNT > WS-GAP-LISTED
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  ... FIRST " WS-GAP-LISTED " OF "
                 WS-GAP-COUNT " GAPS LISTED"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-IF.

       0090-WRITE-PRINT-LINE.
           MOVE WS-PRINT-LINE TO STS-PRINT-LINE.
           WRITE STS-PRINT-LINE.
           DISPLAY WS-PRINT-LINE.
