       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLVRFY.
      *****************************************************************
      * COLLVRFY - sampled re-verification of the COLLHIST.DAT        *
      * history cache. The accelerated sweeps take a cached step      *
      * count and peak as given, so one corrupt entry spreads into    *
      * every sweep that passes through its number and into the       *
      * COLLRECS registry. Each night this job walks a sample of      *
      * cached entries again from scratch - never through the cache - *
      * and compares steps, peak and peak step.                       *
      *                                                               *
      * The sample rotates: COLLVCUR.DAT keeps the last key verified, *
      * each run carries on from the key after it, and on reaching    *
      * the end of the file it wraps to the lowest key and starts a   *
      * new cycle, so the whole file is covered once per cycle.       *
      *                                                               *
      *   - an entry that agrees is stamped with today's date in      *
      *     HIST-VERIFIED-ON (and a stale suspect flag is cleared)    *
      *   - an entry that disagrees is flagged suspect ("S" in        *
      *     HIST-VERIFY-FLAG), listed field by field on COLLVRPT.DAT, *
      *     and raised as a HIGH alert through ALERTWRT. COLCONJ      *
      *     never short-cuts through a suspect entry and recomputes   *
      *     it the next time it meets the number as a starting        *
      *     number; COLLRECS keeps it off the boards meanwhile.       *
      *   - an entry already suspect that still disagrees is listed   *
      *     again but not re-alerted                                  *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - sample size, entries per run (default 500)          *
      *   output - COLLVRPT.DAT with the standard header and trailer  *
      *            (record count = detail lines, control total =      *
      *            entries newly flagged) plus the console            *
      * Condition code 8 when the history file or its lock cannot be  *
      * had. Mismatches are carried by the alerts and the flag, not   *
      * by the condition code, so the lineup behind it still runs.    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLATZ-HISTORY-FILE ASSIGN TO "COLLHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIST-START-NUM
              FILE STATUS IS WS-HIST-STATUS.
           SELECT VERIFY-CURSOR-FILE  ASSIGN TO "COLLVCUR.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CUR-STATUS.
           SELECT VERIFY-REPORT-FILE  ASSIGN TO "COLLVRPT.DAT"
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

      *--------------- one record: where the rotation stands
       FD  VERIFY-CURSOR-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  VC-CURSOR-RECORD.
           05  VC-LAST-KEY             PIC 9(8).
           05  FILLER                  PIC X(1).
           05  VC-CYCLE                PIC 9(6).
           05  FILLER                  PIC X(1).
           05  VC-CYCLE-STARTED        PIC X(8).
           05  FILLER                  PIC X(1).
           05  VC-LAST-RUN-DATE        PIC X(8).
           05  FILLER                  PIC X(1).
           05  VC-LAST-RUN-ID          PIC X(12).
           05  FILLER                  PIC X(34).

       FD  VERIFY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  VR-PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDTR.
      *--------------- report generation roll (RPTGEN)
       01  WS-RG-FUNC             PIC X(4)  VALUE "ROLL".
       01  WS-RG-FILE             PIC X(12) VALUE "COLLVRPT.DAT".
       01  WS-RG-RUN-ID           PIC X(12) VALUE SPACES.
       01  WS-RG-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-HIST-STATUS         PIC XX    VALUE SPACES.
       01  WS-CUR-STATUS          PIC XX    VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-SAMPLE-ARG          PIC X(8)  VALUE SPACES.
       01  WS-SAMPLE-SIZE         PIC 9(5)  VALUE 500.
       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
       01  WS-RUN-ID              PIC X(12) VALUE SPACES.
       01  WS-RUN-MODE            PIC X(8)  VALUE "SAMPLE".
       01  WS-JRNL-JOB            PIC X(12) VALUE "COLLVRFY".
       01  WS-JRNL-TYPE           PIC X(1).
      *--------------- release id of this program as installed;
      *--------------- changed with every release and registered
      *--------------- in PGMREG.DAT by VERSMANT
       01  WS-PV-PROGRAM          PIC X(16) VALUE "COLLVRFY".
       01  WS-PV-VERSION          PIC X(8)  VALUE "01.00".
       01  WS-PV-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-COND-CODE           PIC 9(3)  VALUE 0.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-HISTORY-SCAN             VALUE 'Y'.
       01  WS-WRAPPED-SW          PIC X     VALUE 'N'.
           88  SCAN-HAS-WRAPPED             VALUE 'Y'.
       01  WS-HIST-OPEN-SW        PIC X     VALUE 'N'.
           88  HISTORY-FILE-OPEN            VALUE 'Y'.

      *--------------- the rotation cursor as loaded and as left
       01  WS-CUR-LAST-KEY        PIC 9(8)  VALUE 0.
       01  WS-CUR-CYCLE           PIC 9(6)  VALUE 1.
       01  WS-CUR-CYCLE-STARTED   PIC X(8)  VALUE SPACES.
       01  WS-FIRST-KEY           PIC 9(8)  VALUE 0.
       01  WS-FIRST-KEY-SW        PIC X     VALUE 'N'.
           88  FIRST-KEY-TAKEN              VALUE 'Y'.

      *--------------- run counts
       01  WS-CHECKED-COUNT       PIC 9(8)  VALUE 0.
       01  WS-AGREED-COUNT        PIC 9(8)  VALUE 0.
       01  WS-FLAGGED-COUNT       PIC 9(8)  VALUE 0.
       01  WS-STILL-BAD-COUNT     PIC 9(8)  VALUE 0.
       01  WS-CLEARED-COUNT       PIC 9(8)  VALUE 0.
       01  WS-DETAIL-COUNT        PIC 9(8)  VALUE 0.
       01  WS-REWRITE-FAILS       PIC 9(8)  VALUE 0.

      *--------------- the independent walk - the same 18-digit
      *--------------- arithmetic and 3n+1 guard COLCONJ uses
       01  WS-VF-NUMBER           PIC S9(18) VALUE 0.
       01  WS-VF-NEXT             PIC S9(18) VALUE 0.
       01  WS-VF-R                PIC S9(18) VALUE 0.
       01  WS-VF-Q                PIC S9(18) VALUE 0.
       01  WS-VF-STEPS            PIC 9(5)  VALUE 0.
       01  WS-VF-PEAK             PIC S9(18) VALUE 0.
       01  WS-VF-PEAK-STEP        PIC 9(5)  VALUE 0.
       01  WS-TRIPLE-MAX          PIC S9(18) VALUE 333333333333333332.
       01  WS-VF-ERROR            PIC X(30) VALUE SPACES.
       01  WS-ENTRY-BAD-SW        PIC X     VALUE 'N'.
           88  ENTRY-DISAGREES              VALUE 'Y'.
       01  WS-FIELD-NAME          PIC X(10) VALUE SPACES.
       01  WS-CACHED-TEXT         PIC X(18) VALUE SPACES.
       01  WS-COMPUTED-TEXT       PIC X(18) VALUE SPACES.
       01  WS-EDT-NUMBER          PIC 9(18).
       01  WS-PRINT-LINE          PIC X(80) VALUE SPACES.

      *--------------- every opener of the history master goes
      *--------------- through the ENQUEUE gatekeeper
       01  WS-EQ-FUNC             PIC X(3)  VALUE SPACES.
       01  WS-EQ-RESOURCE         PIC X(8)  VALUE "COLLHIST".
       01  WS-EQ-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-EQ-HELD-SW          PIC X     VALUE 'N'.
           88  HISTORY-LOCK-HELD            VALUE 'Y'.

       01  WS-AW-SEVERITY         PIC X(4)  VALUE SPACES.
       01  WS-AW-MESSAGE          PIC X(38) VALUE SPACES.
       01  WS-AW-STATUS           PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       COLLVRFY.
           CALL "PGMVERS" USING WS-PV-PROGRAM WS-JRNL-JOB WS-PV-VERSION
                                WS-PV-STATUS.
           MOVE WS-PV-VERSION TO RH-VERSION-ID.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-SAMPLE-ARG FROM ARGUMENT-VALUE.
           IF WS-SAMPLE-ARG NOT = SPACES
              AND WS-SAMPLE-ARG NOT = LOW-VALUES
              IF FUNCTION TRIM(WS-SAMPLE-ARG) IS NUMERIC
                 AND FUNCTION NUMVAL(WS-SAMPLE-ARG) > 0
                 AND FUNCTION NUMVAL(WS-SAMPLE-ARG) < 100000
                 MOVE FUNCTION NUMVAL(WS-SAMPLE-ARG) TO WS-SAMPLE-SIZE
              ELSE
                 DISPLAY "COLLVRFY: SAMPLE SIZE " WS-SAMPLE-ARG
                    " NOT VALID - DEFAULT " WS-SAMPLE-SIZE " USED"
              END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           MOVE "S" TO WS-JRNL-TYPE.
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-RUN-MODE
                                WS-COND-CODE.
           PERFORM 0010-LOAD-CURSOR.
           PERFORM 0020-OPEN-HISTORY.
           IF HISTORY-FILE-OPEN
              PERFORM 0025-ROLL-REPORT-GENERATION
              OPEN OUTPUT VERIFY-REPORT-FILE
              PERFORM 0030-WRITE-REPORT-HEADER
              PERFORM 0100-VERIFY-SAMPLE
              PERFORM 0040-WRITE-REPORT-TRAILER
              CLOSE VERIFY-REPORT-FILE
              PERFORM 0060-SAVE-CURSOR
              PERFORM 0070-PRINT-SUMMARY
           END-IF.
           PERFORM 0050-CLOSE-HISTORY.
           PERFORM 0096-WRITE-JOURNAL-END.
           STOP RUN.

       0010-LOAD-CURSOR.
      *--------------- no cursor yet means the first run of the
      *--------------- first cycle, starting at the lowest key
           MOVE 0 TO WS-CUR-LAST-KEY.
           MOVE 1 TO WS-CUR-CYCLE.
           MOVE WS-RUN-DATE TO WS-CUR-CYCLE-STARTED.
           MOVE SPACES TO WS-CUR-STATUS.
           OPEN INPUT VERIFY-CURSOR-FILE.
           IF WS-CUR-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ VERIFY-CURSOR-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF VC-LAST-KEY IS NUMERIC AND VC-CYCLE IS NUMERIC
                    MOVE VC-LAST-KEY      TO WS-CUR-LAST-KEY
                    MOVE VC-CYCLE         TO WS-CUR-CYCLE
                    MOVE VC-CYCLE-STARTED TO WS-CUR-CYCLE-STARTED
                 ELSE
                    DISPLAY "COLLVRFY: COLLVCUR.DAT UNREADABLE - "
                       "ROTATION RESTARTED AT THE LOWEST KEY"
                 END-IF
           END-READ.
           CLOSE VERIFY-CURSOR-FILE.

       0020-OPEN-HISTORY.
           MOVE "ENQ" TO WS-EQ-FUNC.
           CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE
                                WS-RUN-ID WS-EQ-STATUS.
           IF WS-EQ-STATUS NOT = "00"
              DISPLAY "COLLVRFY: COLLHIST.DAT LOCK NOT ACQUIRED - "
                 "STATUS " WS-EQ-STATUS
              MOVE 8 TO WS-COND-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-EQ-HELD-SW.
           MOVE SPACES TO WS-HIST-STATUS.
           OPEN I-O COLLATZ-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "COLLVRFY: CANNOT OPEN COLLHIST.DAT - STATUS "
                 WS-HIST-STATUS
              MOVE 8 TO WS-COND-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-HIST-OPEN-SW.

       0025-ROLL-REPORT-GENERATION.
      *--------------- the last run's report is rolled to a numbered
      *--------------- generation before OPEN OUTPUT replaces it; a
      *--------------- roll that fails ends the run rather than
      *--------------- overwrite a report nobody has kept
           CALL "RPTGEN" USING WS-RG-FUNC WS-RG-FILE WS-RG-RUN-ID
                               WS-RG-STATUS.
           IF WS-RG-STATUS NOT = "00"
              DISPLAY "RUN ABORTED - " WS-RG-FILE
                 " NOT ROLLED - STATUS " WS-RG-STATUS
              MOVE 12 TO WS-COND-CODE
              PERFORM 0050-CLOSE-HISTORY
              PERFORM 0096-WRITE-JOURNAL-END
              STOP RUN
           END-IF.

       0030-WRITE-REPORT-HEADER.
           MOVE "COLLVRFY"   TO RH-JOB-NAME.
           MOVE WS-RUN-DATE  TO RH-RUN-DATE.
           MOVE WS-RUN-MODE  TO RH-RUN-MODE.
           MOVE WS-RUN-ID    TO RH-RUN-ID.
           WRITE VR-PRINT-LINE FROM RH-HEADER-RECORD.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "START-NUM  FIELD       CACHED              "
              "COMPUTED" DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE VR-PRINT-LINE FROM WS-PRINT-LINE.

       0040-WRITE-REPORT-TRAILER.
           MOVE WS-DETAIL-COUNT  TO RT-RECORD-COUNT.
           MOVE WS-FLAGGED-COUNT TO RT-CONTROL-TOTAL.
           WRITE VR-PRINT-LINE FROM RT-TRAILER-RECORD.

       0050-CLOSE-HISTORY.
           IF HISTORY-FILE-OPEN
              CLOSE COLLATZ-HISTORY-FILE
              MOVE 'N' TO WS-HIST-OPEN-SW
           END-IF.
           IF HISTORY-LOCK-HELD
              MOVE "DEQ" TO WS-EQ-FUNC
              CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE
                                   WS-RUN-ID WS-EQ-STATUS
              MOVE 'N' TO WS-EQ-HELD-SW
           END-IF.

       0060-SAVE-CURSOR.
           OPEN OUTPUT VERIFY-CURSOR-FILE.
           MOVE SPACES TO VC-CURSOR-RECORD.
           MOVE WS-CUR-LAST-KEY      TO VC-LAST-KEY.
           MOVE WS-CUR-CYCLE         TO VC-CYCLE.
           MOVE WS-CUR-CYCLE-STARTED TO VC-CYCLE-STARTED.
           MOVE WS-RUN-DATE          TO VC-LAST-RUN-DATE.
           MOVE WS-RUN-ID            TO VC-LAST-RUN-ID.
           WRITE VC-CURSOR-RECORD.
           CLOSE VERIFY-CURSOR-FILE.

       0070-PRINT-SUMMARY.
           DISPLAY "===== COLLHIST VERIFICATION SUMMARY =====".
           DISPLAY "SAMPLE SIZE        : " WS-SAMPLE-SIZE.
           DISPLAY "ENTRIES CHECKED    : " WS-CHECKED-COUNT.
           DISPLAY "ENTRIES AGREED     : " WS-AGREED-COUNT.
           DISPLAY "NEWLY FLAGGED      : " WS-FLAGGED-COUNT.
           DISPLAY "STILL SUSPECT      : " WS-STILL-BAD-COUNT.
           DISPLAY "FLAGS CLEARED      : " WS-CLEARED-COUNT.
           DISPLAY "REWRITES FAILED    : " WS-REWRITE-FAILS.
           DISPLAY "CYCLE              : " WS-CUR-CYCLE
              " STARTED " WS-CUR-CYCLE-STARTED.
           DISPLAY "RESUMES AFTER KEY  : " WS-CUR-LAST-KEY.
           DISPLAY "==========================================".

       0100-VERIFY-SAMPLE.
      *--------------- carry on from the key after the cursor; the
      *--------------- end of the file wraps once to the lowest key
      *--------------- and opens a new cycle. A sample larger than
      *--------------- the file stops at the first key it took.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'N' TO WS-WRAPPED-SW.
           MOVE WS-CUR-LAST-KEY TO HIST-START-NUM.
           START COLLATZ-HISTORY-FILE KEY > HIST-START-NUM
              INVALID KEY
                 PERFORM 0110-WRAP-TO-LOWEST-KEY
           END-START.
           PERFORM UNTIL EOF-HISTORY-SCAN
              OR WS-CHECKED-COUNT >= WS-SAMPLE-SIZE
              READ COLLATZ-HISTORY-FILE NEXT RECORD
                 AT END
                    PERFORM 0110-WRAP-TO-LOWEST-KEY
                 NOT AT END
                    IF SCAN-HAS-WRAPPED AND FIRST-KEY-TAKEN
                       AND HIST-START-NUM >= WS-FIRST-KEY
                       MOVE 'Y' TO WS-EOF-SW
                    ELSE
                       PERFORM 0200-VERIFY-ONE-ENTRY
                    END-IF
              END-READ
           END-PERFORM.

       0110-WRAP-TO-LOWEST-KEY.
           IF SCAN-HAS-WRAPPED
              MOVE 'Y' TO WS-EOF-SW
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-WRAPPED-SW.
           MOVE 0 TO HIST-START-NUM.
           START COLLATZ-HISTORY-FILE KEY >= HIST-START-NUM
              INVALID KEY
      *--------------- nothing cached at all
                 MOVE 'Y' TO WS-EOF-SW
                 EXIT PARAGRAPH
           END-START.
      *--------------- a first run on a fresh cursor is the opening
      *--------------- of cycle 1, not the close of cycle 0
           IF WS-CUR-LAST-KEY NOT = 0 OR WS-CHECKED-COUNT > 0
              ADD 1 TO WS-CUR-CYCLE
              MOVE WS-RUN-DATE TO WS-CUR-CYCLE-STARTED
              DISPLAY "COLLVRFY: END OF FILE REACHED - CYCLE "
                 WS-CUR-CYCLE " BEGINS"
           END-IF.

       0200-VERIFY-ONE-ENTRY.
           ADD 1 TO WS-CHECKED-COUNT.
           IF NOT FIRST-KEY-TAKEN
              MOVE HIST-START-NUM TO WS-FIRST-KEY
              MOVE 'Y' TO WS-FIRST-KEY-SW
           END-IF.
           MOVE HIST-START-NUM TO WS-CUR-LAST-KEY.
           PERFORM 0300-WALK-SEQUENCE.
           MOVE 'N' TO WS-ENTRY-BAD-SW.
           IF WS-VF-ERROR NOT = SPACES
              MOVE "WALK" TO WS-FIELD-NAME
              MOVE SPACES TO WS-CACHED-TEXT
              MOVE WS-VF-ERROR TO WS-COMPUTED-TEXT
              PERFORM 0250-REPORT-DISAGREEMENT
           ELSE
              PERFORM 0210-COMPARE-FIELDS
           END-IF.
           IF ENTRY-DISAGREES
              PERFORM 0220-FLAG-ENTRY
           ELSE
              ADD 1 TO WS-AGREED-COUNT
              IF HIST-SUSPECT
                 ADD 1 TO WS-CLEARED-COUNT
              END-IF
              MOVE SPACE TO HIST-VERIFY-FLAG
              MOVE WS-RUN-DATE TO HIST-VERIFIED-ON
              PERFORM 0230-REWRITE-ENTRY
           END-IF.

       0210-COMPARE-FIELDS.
      *--------------- a field that is not even numeric disagrees
           IF HIST-STEPS IS NOT NUMERIC
              OR HIST-STEPS NOT = WS-VF-STEPS
              MOVE "STEPS" TO WS-FIELD-NAME
              MOVE HIST-STEPS TO WS-CACHED-TEXT
              MOVE WS-VF-STEPS TO WS-EDT-NUMBER
              MOVE WS-EDT-NUMBER(15:4) TO WS-COMPUTED-TEXT
              PERFORM 0250-REPORT-DISAGREEMENT
           END-IF.
           IF HIST-PEAK IS NOT NUMERIC
              OR HIST-PEAK NOT = WS-VF-PEAK
              MOVE "PEAK" TO WS-FIELD-NAME
              MOVE HIST-PEAK TO WS-CACHED-TEXT
              MOVE WS-VF-PEAK TO WS-EDT-NUMBER
              MOVE WS-EDT-NUMBER TO WS-COMPUTED-TEXT
              PERFORM 0250-REPORT-DISAGREEMENT
           END-IF.
           IF HIST-PEAK-STEP IS NOT NUMERIC
              OR HIST-PEAK-STEP NOT = WS-VF-PEAK-STEP
              MOVE "PEAK-STEP" TO WS-FIELD-NAME
              MOVE HIST-PEAK-STEP TO WS-CACHED-TEXT
              MOVE WS-VF-PEAK-STEP TO WS-EDT-NUMBER
              MOVE WS-EDT-NUMBER(15:4) TO WS-COMPUTED-TEXT
              PERFORM 0250-REPORT-DISAGREEMENT
           END-IF.

       0220-FLAG-ENTRY.
      *--------------- only a newly found mismatch is alerted; one
      *--------------- already flagged was alerted when it was found
           IF HIST-SUSPECT
              ADD 1 TO WS-STILL-BAD-COUNT
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FLAGGED-COUNT.
           MOVE 'S' TO HIST-VERIFY-FLAG.
           PERFORM 0230-REWRITE-ENTRY.
           MOVE "HIGH" TO WS-AW-SEVERITY.
           MOVE SPACES TO WS-AW-MESSAGE.
           STRING "COLLHIST " HIST-START-NUM " FAILED VERIFY"
              DELIMITED BY SIZE INTO WS-AW-MESSAGE.
           CALL "ALERTWRT" USING WS-JRNL-JOB WS-RUN-ID
                                 WS-AW-SEVERITY WS-AW-MESSAGE
                                 WS-AW-STATUS.
           IF WS-AW-STATUS NOT = "00"
              DISPLAY "COLLVRFY: ALERT NOT LOGGED - STATUS "
                 WS-AW-STATUS " - " WS-AW-MESSAGE
           END-IF.

       0230-REWRITE-ENTRY.
           REWRITE HIST-RECORD
              INVALID KEY
                 ADD 1 TO WS-REWRITE-FAILS
                 DISPLAY "COLLVRFY: REWRITE FAILED FOR "
                    HIST-START-NUM " - STATUS " WS-HIST-STATUS
           END-REWRITE.

       0250-REPORT-DISAGREEMENT.
           MOVE 'Y' TO WS-ENTRY-BAD-SW.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING HIST-START-NUM "   " WS-FIELD-NAME "  "
              WS-CACHED-TEXT "  " WS-COMPUTED-TEXT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           IF HIST-SUSPECT
              MOVE "(ALREADY SUSPECT)" TO WS-PRINT-LINE(63:17)
           END-IF.
           WRITE VR-PRINT-LINE FROM WS-PRINT-LINE.
           ADD 1 TO WS-DETAIL-COUNT.
           DISPLAY "COLLVRFY: " WS-PRINT-LINE.

       0300-WALK-SEQUENCE.
      *--------------- a full walk from the starting number to 1,
      *--------------- tracking the peak and the step it fell on
      *--------------- exactly as COLLATZ-STEP-COUNT does
           MOVE SPACES TO WS-VF-ERROR.
           MOVE HIST-START-NUM TO WS-VF-NUMBER.
           MOVE WS-VF-NUMBER TO WS-VF-PEAK.
           MOVE 0 TO WS-VF-STEPS.
           MOVE 0 TO WS-VF-PEAK-STEP.
           IF WS-VF-NUMBER <= 0
              MOVE "Not a positive starting number" TO WS-VF-ERROR
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-VF-NUMBER = 1 OR WS-VF-ERROR NOT = SPACES
              DIVIDE WS-VF-NUMBER BY 2 GIVING WS-VF-R
                 REMAINDER WS-VF-Q
              IF WS-VF-Q = 0
                 MOVE WS-VF-R TO WS-VF-NUMBER
              ELSE
                 IF WS-VF-NUMBER > WS-TRIPLE-MAX
                    MOVE "Overflow on 3n+1 step" TO WS-VF-ERROR
                 ELSE
                    COMPUTE WS-VF-NEXT = WS-VF-NUMBER * 3 + 1
                    MOVE WS-VF-NEXT TO WS-VF-NUMBER
                 END-IF
              END-IF
              IF WS-VF-ERROR = SPACES
                 ADD 1 TO WS-VF-STEPS
                 IF WS-VF-NUMBER > WS-VF-PEAK
                    MOVE WS-VF-NUMBER TO WS-VF-PEAK
                    MOVE WS-VF-STEPS  TO WS-VF-PEAK-STEP
                 END-IF
              END-IF
           END-PERFORM.

       0096-WRITE-JOURNAL-END.
      *--------------- end-of-run record for the shared run journal,
      *--------------- with elapsed time and final condition code
           MOVE "E" TO WS-JRNL-TYPE.
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-RUN-MODE
                                WS-COND-CODE.
           MOVE WS-COND-CODE TO RETURN-CODE.
