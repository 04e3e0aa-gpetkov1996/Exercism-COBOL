      *                 or REKEY)                                     *
      *                                                               *
      * Output - PREFRPT.DAT print lines plus the console.            *
      *          PREFHIST.DAT - appended: one record per check with   *
      *          the date and time it ran, so a month's pre-flight    *
      *          failures are still on file after PREFRPT.DAT has     *
      *          been overwritten (FEEDCARD reads it).                *
      *                                                               *
      * Replayed feeds - every input feed (not the ROTPARM card) is   *
      * fingerprinted as it is checked: record count, a position-     *
      * weighted byte checksum, and the first and last record images. *
      * A feed whose fingerprint matches one registered in the look-  *
      * back window on an earlier date is an upstream resend of a     *
      * feed already processed: it fails, and a HIGH alert goes out   *
      * through ALERTWRT. When every check passes, the night's        *
      * fingerprints are appended to the registry FEEDFPRT.DAT with   *
      * the date and the job each feed drives.                        *
      *                                                               *
      * A deliberate reprocess is let through by an override card in  *
      * FEEDOVRD.DAT (80 bytes; "*" in column 1 is a comment):        *
      *   cols  1-12  feed file (CARDIN.DAT ...)                      *
      *   cols 14-21  the date of the run it is for (YYYYMMDD) - a    *
      *               card left in the deck does nothing next night   *
      *   cols 23-30  authorizing operator's user id                  *
      *   cols 32-80  reason                                          *
      * The authorizer must hold CUSTODIAN standing in OPSSEC.DAT -   *
      * checked through SIGNON, which audits it - and is recorded on  *
      * the report, the history, the registry entry and a MED alert.  *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - replay look-back in days (default 7, max 366)       *
      *   arg 2 - the window's run date, YYYYMMDD (default today).    *
      *           Replays, the registry, override cards and the       *
      *           history are all dated with it, so a rerun of a      *
      *           night's window after midnight is still that night   *
      *                                                               *
      * Ends with condition code 8 on any failed check so the        *
      * driver's skip-on-failure logic holds the whole window.        *
      *****************************************************************
              FILE STATUS IS WS-FILE-STATUS.
           SELECT PREFLIGHT-REPORT-FILE ASSIGN TO "PREFRPT.DAT"
              ORGANIZATION IS SEQUENTIAL.
           SELECT PREFLIGHT-HISTORY-FILE ASSIGN TO "PREFHIST.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-HIST-STATUS.
           SELECT FINGERPRINT-FILE   ASSIGN TO "FEEDFPRT.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FPRT-STATUS.
           SELECT OVERRIDE-CARD-FILE ASSIGN TO "FEEDOVRD.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-INPUT-FILE
           RECORDING MODE IS F.
       01  PRE-PRINT-LINE             PIC X(80).

       FD  PREFLIGHT-HISTORY-FILE
           RECORD CONTAINS 84 CHARACTERS
           RECORDING MODE IS F.
       01  PFH-HISTORY-RECORD.
           05  PFH-CHECK-NAME         PIC X(12).
           05  FILLER                 PIC X(1).
           05  PFH-DATE               PIC X(8).
           05  FILLER                 PIC X(1).
           05  PFH-TIME               PIC X(6).
           05  FILLER                 PIC X(1).
           05  PFH-RESULT             PIC X(8).
           05  FILLER                 PIC X(1).
           05  PFH-DETAIL             PIC X(44).
           05  FILLER                 PIC X(2).

      *--------------- the feed fingerprint registry, one record per
      *--------------- feed per night the window was cleared
       FD  FINGERPRINT-FILE
           RECORD CONTAINS 330 CHARACTERS
           RECORDING MODE IS F.
       01  FPR-REGISTRY-RECORD.
           05  FPR-FEED-FILE          PIC X(12).
           05  FILLER                 PIC X(1).
           05  FPR-RUN-DATE           PIC X(8).
           05  FILLER                 PIC X(1).
           05  FPR-JOB-NAME           PIC X(12).
           05  FILLER                 PIC X(1).
           05  FPR-REC-COUNT          PIC 9(8).
           05  FILLER                 PIC X(1).
           05  FPR-CHECKSUM           PIC 9(10).
           05  FILLER                 PIC X(1).
      *--------------- operator who authorized a reprocess; blank on
      *--------------- an ordinary night
           05  FPR-OVERRIDE-BY        PIC X(8).
           05  FILLER                 PIC X(1).
           05  FPR-FIRST-IMAGE        PIC X(128).
           05  FILLER                 PIC X(1).
           05  FPR-LAST-IMAGE         PIC X(128).
           05  FILLER                 PIC X(9).

       FD  OVERRIDE-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  OVR-CARD-RECORD.
           05  OVR-FEED-FILE          PIC X(12).
           05  FILLER                 PIC X(1).
           05  OVR-RUN-DATE           PIC X(8).
           05  FILLER                 PIC X(1).
           05  OVR-AUTH-BY            PIC X(8).
           05  FILLER                 PIC X(1).
           05  OVR-REASON             PIC X(49).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX    VALUE SPACES.
       01  WS-HIST-STATUS         PIC XX    VALUE SPACES.
       01  WS-HIST-OPEN-SW        PIC X     VALUE 'N'.
           88  HISTORY-IS-OPEN              VALUE 'Y'.
       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
       01  WS-RUN-DATE-ARG        PIC X(8)  VALUE SPACES.
       01  WS-TIME-NOW            PIC X(8)  VALUE SPACES.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-CHECK-FILE               VALUE 'Y'.
       01  WS-REC-COUNT           PIC 9(8)  VALUE 0.
           05  FILLER             PIC X(12) VALUE SPACES.
       01  WS-PRINT-LINE          PIC X(80) VALUE SPACES.

      *--------------- replayed-feed detection
       01  WS-FPRT-STATUS         PIC XX    VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-LOOKBACK-ARG        PIC X(8)  VALUE SPACES.
       01  WS-LOOKBACK-DAYS       PIC 9(3)  VALUE 7.
       01  WS-CUTOFF-NUM          PIC 9(8)  VALUE 0.
       01  WS-CUTOFF-DATE         PIC X(8)  VALUE SPACES.
       01  WS-FEED-JOB            PIC X(12) VALUE SPACES.
       01  WS-FP-BUFFER           PIC X(128) VALUE SPACES.
       01  WS-FP-LEN              PIC 9(3)  VALUE 0.
       01  WS-FP-IX               PIC 9(3).
       01  WS-FP-BYTE             PIC 9(3)  VALUE 0.
       01  WS-FP-REC-SUM          PIC 9(10) VALUE 0.
       01  WS-FP-CHECKSUM         PIC 9(10) VALUE 0.
       01  WS-FP-FIRST            PIC X(128) VALUE SPACES.
       01  WS-FP-LAST             PIC X(128) VALUE SPACES.
       01  WS-REPLAY-SW           PIC X     VALUE 'N'.
           88  FEED-IS-REPLAY               VALUE 'Y'.
           88  REPLAY-OVERRIDDEN            VALUE 'O'.
       01  WS-REPLAY-DATE         PIC X(8)  VALUE SPACES.
       01  WS-OVERRIDE-BY         PIC X(8)  VALUE SPACES.

      *--------------- registered fingerprints inside the look-back,
      *--------------- tonight's included so a rerun of PREFLITE does
      *--------------- not register a feed twice
       01  WS-REG-MAX             PIC 9(4)  VALUE 1000.
       01  WS-REG-USED            PIC 9(4)  VALUE 0.
       01  WS-REG-IX              PIC 9(4).
       01  WS-REG-FULL-SW         PIC X     VALUE 'N'.
       01  WS-ON-FILE-SW          PIC X     VALUE 'N'.
           88  ALREADY-REGISTERED           VALUE 'Y'.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 1000 TIMES.
               10  WS-RG-FEED         PIC X(12).
               10  WS-RG-DATE         PIC X(8).
               10  WS-RG-COUNT        PIC 9(8).
               10  WS-RG-CHECKSUM     PIC 9(10).
               10  WS-RG-FIRST        PIC X(128).
               10  WS-RG-LAST         PIC X(128).

      *--------------- tonight's fingerprints, registered at the end
      *--------------- when the window is cleared
       01  WS-NEW-MAX             PIC 9(2)  VALUE 6.
       01  WS-NEW-USED            PIC 9(2)  VALUE 0.
       01  WS-NEW-IX              PIC 9(2).
       01  WS-NEW-TABLE.
           05  WS-NEW-ENTRY OCCURS 6 TIMES.
               10  WS-NW-FEED         PIC X(12).
               10  WS-NW-JOB          PIC X(12).
               10  WS-NW-COUNT        PIC 9(8).
               10  WS-NW-CHECKSUM     PIC 9(10).
               10  WS-NW-OVERRIDE-BY  PIC X(8).
               10  WS-NW-FIRST        PIC X(128).
               10  WS-NW-LAST         PIC X(128).

      *--------------- reprocess override cards for tonight
       01  WS-OVR-MAX             PIC 9(2)  VALUE 12.
       01  WS-OVR-USED            PIC 9(2)  VALUE 0.
       01  WS-OVR-IX              PIC 9(2).
       01  WS-OVR-TABLE.
           05  WS-OVR-ENTRY OCCURS 12 TIMES.
               10  WS-OV-FEED         PIC X(12).
               10  WS-OV-AUTH-BY      PIC X(8).
               10  WS-OV-REASON       PIC X(49).

      *--------------- authorizer check and alerts
       01  WS-RUN-ID              PIC X(12) VALUE SPACES.
       01  WS-JOB-NAME            PIC X(12) VALUE "PREFLITE".
       01  WS-SG-PROGRAM          PIC X(12) VALUE "PREFLITE".
       01  WS-SG-FUNCTION         PIC X(10) VALUE "REPROCESS".
       01  WS-SG-MIN-ROLE         PIC X(9)  VALUE "CUSTODIAN".
       01  WS-SG-USER             PIC X(8)  VALUE SPACES.
       01  WS-SG-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-AW-SEVERITY         PIC X(4)  VALUE SPACES.
       01  WS-AW-MESSAGE          PIC X(38) VALUE SPACES.
       01  WS-AW-STATUS           PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       PREFLITE.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-LOOKBACK-ARG FROM ARGUMENT-VALUE.
           IF WS-LOOKBACK-ARG NOT = SPACES
              AND WS-LOOKBACK-ARG NOT = LOW-VALUES
              AND FUNCTION TRIM(WS-LOOKBACK-ARG) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-LOOKBACK-ARG) TO WS-LOOKBACK-DAYS
           END-IF.
           IF WS-LOOKBACK-DAYS < 1 OR WS-LOOKBACK-DAYS > 366
              MOVE 7 TO WS-LOOKBACK-DAYS
           END-IF.
      *--------------- the window's run date, not the calendar: a
      *--------------- rerun after midnight still checks, registers
      *--------------- and takes override cards for the night it is
      *--------------- rerunning
           MOVE 2 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-RUN-DATE-ARG FROM ARGUMENT-VALUE.
           IF WS-RUN-DATE-ARG = SPACES OR WS-RUN-DATE-ARG = LOW-VALUES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
              MOVE WS-RUN-DATE-ARG TO WS-RUN-DATE
           END-IF.
           IF WS-RUN-DATE IS NOT NUMERIC
              DISPLAY "PREFLITE: RUN DATE " WS-RUN-DATE-ARG
                 " IS NOT YYYYMMDD - NOTHING CHECKED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(WS-RUN-DATE)) NOT = 0
              DISPLAY "PREFLITE: RUN DATE " WS-RUN-DATE-ARG
                 " IS NOT A CALENDAR DATE - NOTHING CHECKED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           OPEN OUTPUT PREFLIGHT-REPORT-FILE.
           PERFORM 0080-OPEN-HISTORY.
           PERFORM 0060-LOAD-FINGERPRINTS.
           PERFORM 0062-LOAD-OVERRIDE-CARDS.
           MOVE "===== PRE-FLIGHT INPUT VALIDATION ====="
              TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           PERFORM 0090-WRITE-PRINT-LINE.
           IF WS-FAIL-COUNT = 0
              PERFORM 0078-REGISTER-FINGERPRINTS
           END-IF.
           CLOSE PREFLIGHT-REPORT-FILE.
           IF HISTORY-IS-OPEN
              CLOSE PREFLIGHT-HISTORY-FILE
           END-IF.
           IF WS-FAIL-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

       1000-CHECK-CARDIN.
           MOVE "CARDIN.DAT" TO WS-CHECK-NAME.
           MOVE "LUHN" TO WS-FEED-JOB.
           PERFORM 0065-START-FINGERPRINT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-REC-COUNT.
           MOVE 0 TO WS-GOOD-COUNT.
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-REC-COUNT
                    MOVE CARD-IN-RECORD TO WS-FP-BUFFER
                    MOVE 32 TO WS-FP-LEN
                    PERFORM 0070-FOLD-RECORD
                    IF CARD-IN-RECORD NOT = SPACES
                       ADD 1 TO WS-GOOD-COUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CARD-INPUT-FILE.
           PERFORM 0075-MATCH-FINGERPRINT.
           EVALUATE TRUE
              WHEN WS-REC-COUNT = 0
                 PERFORM 0086-REPORT-EMPTY
                 MOVE "EVERY CARD RECORD IS BLANK" TO WS-CHECK-DETAIL
                 ADD 1 TO WS-FAIL-COUNT
                 PERFORM 0089-REPORT-CHECK
              WHEN FEED-IS-REPLAY
                 PERFORM 0088-REPORT-REPLAY
              WHEN OTHER
                 PERFORM 0087-REPORT-PASS
           END-EVALUATE.

       1100-CHECK-YEARIN.
           MOVE "YEARIN.DAT" TO WS-CHECK-NAME.
           MOVE "LEAP" TO WS-FEED-JOB.
           PERFORM 0065-START-FINGERPRINT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-REC-COUNT.
           MOVE 0 TO WS-GOOD-COUNT.
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-REC-COUNT
                    MOVE YEAR-IN-RECORD TO WS-FP-BUFFER
                    MOVE 4 TO WS-FP-LEN
                    PERFORM 0070-FOLD-RECORD
                    IF YEAR-IN-RECORD IS NUMERIC
                       ADD 1 TO WS-GOOD-COUNT
                    ELSE
              END-READ
           END-PERFORM.
           CLOSE YEAR-INPUT-FILE.
           PERFORM 0075-MATCH-FINGERPRINT.
           EVALUATE TRUE
              WHEN WS-REC-COUNT = 0
                 PERFORM 0086-REPORT-EMPTY
                    TO WS-CHECK-DETAIL
                 ADD 1 TO WS-FAIL-COUNT
                 PERFORM 0089-REPORT-CHECK
              WHEN FEED-IS-REPLAY
                 PERFORM 0088-REPORT-REPLAY
              WHEN WS-BAD-COUNT > 0
                 AND NOT REPLAY-OVERRIDDEN
                 MOVE "PASS" TO WS-CHECK-RESULT
                 MOVE SPACES TO WS-CHECK-DETAIL
                 STRING "OK WITH " WS-BAD-COUNT

       1200-CHECK-COLLIN.
           MOVE "COLLIN.DAT" TO WS-CHECK-NAME.
           MOVE "COLLATZ" TO WS-FEED-JOB.
           PERFORM 0065-START-FINGERPRINT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-REC-COUNT.
           MOVE 0 TO WS-GOOD-COUNT.
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-REC-COUNT
                    MOVE COLL-IN-RECORD TO WS-FP-BUFFER
                    MOVE 8 TO WS-FP-LEN
                    PERFORM 0070-FOLD-RECORD
                    IF FUNCTION TRIM(COLL-IN-RECORD) IS NUMERIC
                       ADD 1 TO WS-GOOD-COUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COLLATZ-INPUT-FILE.
           PERFORM 0075-MATCH-FINGERPRINT.
           EVALUATE TRUE
              WHEN WS-REC-COUNT = 0
                 PERFORM 0086-REPORT-EMPTY
                    TO WS-CHECK-DETAIL
                 ADD 1 TO WS-FAIL-COUNT
                 PERFORM 0089-REPORT-CHECK
              WHEN FEED-IS-REPLAY
                 PERFORM 0088-REPORT-REPLAY
              WHEN OTHER
                 PERFORM 0087-REPORT-PASS
           END-EVALUATE.

       1300-CHECK-PANGIN.
           MOVE "PANGIN.DAT" TO WS-CHECK-NAME.
           MOVE "PANGRAM" TO WS-FEED-JOB.
           PERFORM 0065-START-FINGERPRINT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-REC-COUNT.
           MOVE 0 TO WS-GOOD-COUNT.
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-REC-COUNT
                    MOVE PANG-IN-RECORD TO WS-FP-BUFFER
                    MOVE 80 TO WS-FP-LEN
                    PERFORM 0070-FOLD-RECORD
                    IF PANG-IN-RECORD NOT = SPACES
                       ADD 1 TO WS-GOOD-COUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PANGRAM-INPUT-FILE.
           PERFORM 0075-MATCH-FINGERPRINT.
           EVALUATE TRUE
              WHEN WS-REC-COUNT = 0
                 PERFORM 0086-REPORT-EMPTY
                 MOVE "EVERY SAMPLE LINE IS BLANK" TO WS-CHECK-DETAIL
                 ADD 1 TO WS-FAIL-COUNT
                 PERFORM 0089-REPORT-CHECK
              WHEN FEED-IS-REPLAY
                 PERFORM 0088-REPORT-REPLAY
              WHEN OTHER
                 PERFORM 0087-REPORT-PASS
           END-EVALUATE.

       1400-CHECK-RNAIN.
           MOVE "RNAIN.DAT" TO WS-CHECK-NAME.
           MOVE "RNATRAN" TO WS-FEED-JOB.
           PERFORM 0065-START-FINGERPRINT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-REC-COUNT.
           MOVE 0 TO WS-GOOD-COUNT.
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-REC-COUNT
                    MOVE RNA-IN-RECORD TO WS-FP-BUFFER
                    MOVE 80 TO WS-FP-LEN
                    PERFORM 0070-FOLD-RECORD
                    IF RNA-IN-RECORD NOT = SPACES
                       ADD 1 TO WS-GOOD-COUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RNA-INPUT-FILE.
           PERFORM 0075-MATCH-FINGERPRINT.
           EVALUATE TRUE
              WHEN WS-REC-COUNT = 0
                 PERFORM 0086-REPORT-EMPTY
                    TO WS-CHECK-DETAIL
                 ADD 1 TO WS-FAIL-COUNT
                 PERFORM 0089-REPORT-CHECK
              WHEN FEED-IS-REPLAY
                 PERFORM 0088-REPORT-REPLAY
              WHEN OTHER
                 PERFORM 0087-REPORT-PASS
           END-EVALUATE.

       1500-CHECK-ROTIN.
           MOVE "ROTIN.DAT" TO WS-CHECK-NAME.
           MOVE "ROTCIPHER" TO WS-FEED-JOB.
           PERFORM 0065-START-FINGERPRINT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-REC-COUNT.
           MOVE SPACES TO WS-FILE-STATUS.
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-REC-COUNT
                    MOVE ROT-IN-RECORD TO WS-FP-BUFFER
                    MOVE 128 TO WS-FP-LEN
                    PERFORM 0070-FOLD-RECORD
              END-READ
           END-PERFORM.
           CLOSE ROT-INPUT-FILE.
           PERFORM 0075-MATCH-FINGERPRINT.
           EVALUATE TRUE
              WHEN WS-REC-COUNT = 0
                 PERFORM 0086-REPORT-EMPTY
              WHEN FEED-IS-REPLAY
                 PERFORM 0088-REPORT-REPLAY
              WHEN OTHER
                 PERFORM 0087-REPORT-PASS
           END-EVALUATE.

       1600-CHECK-ROTPARM.
           MOVE "ROTPARM.DAT" TO WS-CHECK-NAME.
       0087-REPORT-PASS.
           MOVE "PASS" TO WS-CHECK-RESULT.
           MOVE SPACES TO WS-CHECK-DETAIL.
           IF REPLAY-OVERRIDDEN
              STRING "REPROCESS OF " WS-REPLAY-DATE " AUTH BY "
                 WS-OVERRIDE-BY
                 DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           ELSE
              STRING WS-REC-COUNT " RECORDS"
                 DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-IF.
           PERFORM 0089-REPORT-CHECK.

       0088-REPORT-REPLAY.
           MOVE "*FAIL*" TO WS-CHECK-RESULT.
           MOVE SPACES TO WS-CHECK-DETAIL.
           STRING "REPLAY - SAME FEED AS " WS-REPLAY-DATE
              " RUN" DELIMITED BY SIZE INTO WS-CHECK-DETAIL.
           ADD 1 TO WS-FAIL-COUNT.
           PERFORM 0089-REPORT-CHECK.
           MOVE "HIGH" TO WS-AW-SEVERITY.
           MOVE SPACES TO WS-AW-MESSAGE.
           STRING "REPLAY OF " DELIMITED BY SIZE
                  WS-CHECK-NAME DELIMITED BY SPACE
                  " FROM " WS-REPLAY-DATE DELIMITED BY SIZE
              INTO WS-AW-MESSAGE.
           PERFORM 0079-RAISE-ALERT.

       0089-REPORT-CHECK.
           MOVE SPACES          TO WS-DETAIL-LINE.
           MOVE WS-CHECK-DETAIL TO WS-DTL-DETAIL.
           MOVE WS-DETAIL-LINE  TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           IF HISTORY-IS-OPEN
              MOVE SPACES          TO PFH-HISTORY-RECORD
              MOVE WS-CHECK-NAME   TO PFH-CHECK-NAME
              MOVE WS-RUN-DATE     TO PFH-DATE
              MOVE WS-TIME-NOW(1:6) TO PFH-TIME
              MOVE WS-CHECK-RESULT TO PFH-RESULT
              MOVE WS-CHECK-DETAIL TO PFH-DETAIL
              WRITE PFH-HISTORY-RECORD
           END-IF.

       0060-LOAD-FINGERPRINTS.
      *--------------- only the look-back window is kept in core; a
      *--------------- missing registry is the first night's state
           COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
              - WS-LOOKBACK-DAYS).
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FPRT-STATUS.
           OPEN INPUT FINGERPRINT-FILE.
           IF WS-FPRT-STATUS = "35"
              EXIT PARAGRAPH
           END-IF.
           IF WS-FPRT-STATUS NOT = "00"
              DISPLAY "PREFLITE: CANNOT OPEN FEEDFPRT.DAT - STATUS "
                 WS-FPRT-STATUS " - NO REPLAY CHECK TONIGHT"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-CHECK-FILE
              READ FINGERPRINT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF FPR-RUN-DATE >= WS-CUTOFF-DATE
                       AND FPR-RUN-DATE <= WS-RUN-DATE
                       PERFORM 0061-KEEP-FINGERPRINT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FINGERPRINT-FILE.

       0061-KEEP-FINGERPRINT.
           IF WS-REG-USED >= WS-REG-MAX
              IF WS-REG-FULL-SW = 'N'
                 DISPLAY "PREFLITE: MORE THAN " WS-REG-MAX
                    " FINGERPRINTS IN THE LOOK-BACK - LATER ONES "
                    "NOT CHECKED"
                 MOVE 'Y' TO WS-REG-FULL-SW
              END-IF
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REG-USED.
           MOVE FPR-FEED-FILE   TO WS-RG-FEED(WS-REG-USED).
           MOVE FPR-RUN-DATE    TO WS-RG-DATE(WS-REG-USED).
           MOVE FPR-REC-COUNT   TO WS-RG-COUNT(WS-REG-USED).
           MOVE FPR-CHECKSUM    TO WS-RG-CHECKSUM(WS-REG-USED).
           MOVE FPR-FIRST-IMAGE TO WS-RG-FIRST(WS-REG-USED).
           MOVE FPR-LAST-IMAGE  TO WS-RG-LAST(WS-REG-USED).

       0062-LOAD-OVERRIDE-CARDS.
      *--------------- no FEEDOVRD.DAT is the usual night; only the
      *--------------- cards dated for tonight count
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT OVERRIDE-CARD-FILE.
           IF WS-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-CHECK-FILE
              READ OVERRIDE-CARD-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF OVR-CARD-RECORD NOT = SPACES
                       AND OVR-FEED-FILE(1:1) NOT = "*"
                       AND OVR-RUN-DATE = WS-RUN-DATE
                       PERFORM 0063-KEEP-OVERRIDE-CARD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OVERRIDE-CARD-FILE.

       0063-KEEP-OVERRIDE-CARD.
           IF WS-OVR-USED >= WS-OVR-MAX
              DISPLAY "PREFLITE: MORE THAN " WS-OVR-MAX
                 " OVERRIDE CARDS - " OVR-FEED-FILE " IGNORED"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OVR-USED.
           MOVE OVR-FEED-FILE TO WS-OV-FEED(WS-OVR-USED).
           MOVE OVR-AUTH-BY   TO WS-OV-AUTH-BY(WS-OVR-USED).
           MOVE OVR-REASON    TO WS-OV-REASON(WS-OVR-USED).

       0065-START-FINGERPRINT.
           MOVE 0 TO WS-FP-CHECKSUM.
           MOVE SPACES TO WS-FP-FIRST.
           MOVE SPACES TO WS-FP-LAST.
           MOVE 'N' TO WS-REPLAY-SW.
           MOVE SPACES TO WS-REPLAY-DATE.
           MOVE SPACES TO WS-OVERRIDE-BY.

       0070-FOLD-RECORD.
      *--------------- LEDGSEAL's position-weighted byte sum per
      *--------------- record, folded into the file total in record
      *--------------- order so a reshuffled resend still differs
           MOVE 0 TO WS-FP-REC-SUM.
           PERFORM VARYING WS-FP-IX FROM 1 BY 1
              UNTIL WS-FP-IX > WS-FP-LEN
              COMPUTE WS-FP-BYTE =
                 FUNCTION ORD(WS-FP-BUFFER(WS-FP-IX:1)) - 1
              COMPUTE WS-FP-REC-SUM = FUNCTION MOD(
                 WS-FP-REC-SUM + (WS-FP-BYTE * WS-FP-IX),
                 9999999999)
           END-PERFORM.
           COMPUTE WS-FP-CHECKSUM = FUNCTION MOD(
              (WS-FP-CHECKSUM * 31) + WS-FP-REC-SUM, 9999999999).
           IF WS-REC-COUNT = 1
              MOVE WS-FP-BUFFER TO WS-FP-FIRST
           END-IF.
           MOVE WS-FP-BUFFER TO WS-FP-LAST.

       0075-MATCH-FINGERPRINT.
      *--------------- a replay matches an earlier night's feed on
      *--------------- all four parts; tonight's own entries (a
      *--------------- PREFLITE rerun) never count
           IF WS-REC-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
              UNTIL WS-REG-IX > WS-REG-USED
              IF WS-RG-FEED(WS-REG-IX) = WS-CHECK-NAME
                 AND WS-RG-DATE(WS-REG-IX) < WS-RUN-DATE
                 AND WS-RG-COUNT(WS-REG-IX) = WS-REC-COUNT
                 AND WS-RG-CHECKSUM(WS-REG-IX) = WS-FP-CHECKSUM
                 AND WS-RG-FIRST(WS-REG-IX) = WS-FP-FIRST
                 AND WS-RG-LAST(WS-REG-IX) = WS-FP-LAST
                 MOVE 'Y' TO WS-REPLAY-SW
                 MOVE WS-RG-DATE(WS-REG-IX) TO WS-REPLAY-DATE
              END-IF
           END-PERFORM.
           IF FEED-IS-REPLAY
              PERFORM 0077-CHECK-OVERRIDE
           END-IF.
           IF NOT FEED-IS-REPLAY
              PERFORM 0076-NOTE-FINGERPRINT
           END-IF.

       0076-NOTE-FINGERPRINT.
           IF WS-NEW-USED >= WS-NEW-MAX
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NEW-USED.
           MOVE WS-CHECK-NAME  TO WS-NW-FEED(WS-NEW-USED).
           MOVE WS-FEED-JOB    TO WS-NW-JOB(WS-NEW-USED).
           MOVE WS-REC-COUNT   TO WS-NW-COUNT(WS-NEW-USED).
           MOVE WS-FP-CHECKSUM TO WS-NW-CHECKSUM(WS-NEW-USED).
           MOVE WS-OVERRIDE-BY TO WS-NW-OVERRIDE-BY(WS-NEW-USED).
           MOVE WS-FP-FIRST    TO WS-NW-FIRST(WS-NEW-USED).
           MOVE WS-FP-LAST     TO WS-NW-LAST(WS-NEW-USED).

       0077-CHECK-OVERRIDE.
      *--------------- a reprocess card for the feed lets the replay
      *--------------- through only when its authorizer is an enabled
      *--------------- operator of CUSTODIAN standing or higher
           PERFORM VARYING WS-OVR-IX FROM 1 BY 1
              UNTIL WS-OVR-IX > WS-OVR-USED OR REPLAY-OVERRIDDEN
              IF WS-OV-FEED(WS-OVR-IX) = WS-CHECK-NAME
                 MOVE WS-OV-AUTH-BY(WS-OVR-IX) TO WS-SG-USER
                 CALL "SIGNON" USING WS-SG-PROGRAM WS-SG-FUNCTION
                                     WS-SG-MIN-ROLE WS-SG-USER
                                     WS-SG-STATUS
                 IF WS-SG-STATUS = "00"
                    MOVE 'O' TO WS-REPLAY-SW
                    MOVE WS-OV-AUTH-BY(WS-OVR-IX) TO WS-OVERRIDE-BY
                    DISPLAY "PREFLITE: " WS-CHECK-NAME
                       " REPROCESS AUTHORIZED BY " WS-OVERRIDE-BY
                       " - " WS-OV-REASON(WS-OVR-IX)
                 ELSE
                    DISPLAY "PREFLITE: " WS-CHECK-NAME
                       " REPROCESS CARD NOT HONORED - "
                       WS-OV-AUTH-BY(WS-OVR-IX) " STATUS "
                       WS-SG-STATUS
                 END-IF
              END-IF
           END-PERFORM.
           IF REPLAY-OVERRIDDEN
              MOVE "MED " TO WS-AW-SEVERITY
              MOVE SPACES TO WS-AW-MESSAGE
              STRING "REPROCESS " DELIMITED BY SIZE
                     WS-CHECK-NAME DELIMITED BY SPACE
                     " AUTH BY " WS-OVERRIDE-BY DELIMITED BY SIZE
                 INTO WS-AW-MESSAGE
              PERFORM 0079-RAISE-ALERT
           END-IF.

       0078-REGISTER-FINGERPRINTS.
      *--------------- the window is cleared, so tonight's feeds are
      *--------------- the ones processed; create-on-first-use as
      *--------------- for the history
           MOVE SPACES TO WS-FPRT-STATUS.
           OPEN EXTEND FINGERPRINT-FILE.
           IF WS-FPRT-STATUS = "35"
              OPEN OUTPUT FINGERPRINT-FILE
              CLOSE FINGERPRINT-FILE
              OPEN EXTEND FINGERPRINT-FILE
           END-IF.
           IF WS-FPRT-STATUS NOT = "00"
              DISPLAY "PREFLITE: CANNOT APPEND TO FEEDFPRT.DAT - "
                 "STATUS " WS-FPRT-STATUS
              MOVE "MED " TO WS-AW-SEVERITY
              MOVE "FEEDFPRT.DAT NOT UPDATED" TO WS-AW-MESSAGE
              PERFORM 0079-RAISE-ALERT
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-NEW-IX FROM 1 BY 1
              UNTIL WS-NEW-IX > WS-NEW-USED
              MOVE 'N' TO WS-ON-FILE-SW
              PERFORM VARYING WS-REG-IX FROM 1 BY 1
                 UNTIL WS-REG-IX > WS-REG-USED
                 IF WS-RG-FEED(WS-REG-IX) = WS-NW-FEED(WS-NEW-IX)
                    AND WS-RG-DATE(WS-REG-IX) = WS-RUN-DATE
                    AND WS-RG-COUNT(WS-REG-IX) = WS-NW-COUNT(WS-NEW-IX)
                    AND WS-RG-CHECKSUM(WS-REG-IX)
                        = WS-NW-CHECKSUM(WS-NEW-IX)
                    MOVE 'Y' TO WS-ON-FILE-SW
                 END-IF
              END-PERFORM
              IF NOT ALREADY-REGISTERED
                 MOVE SPACES TO FPR-REGISTRY-RECORD
                 MOVE WS-NW-FEED(WS-NEW-IX)     TO FPR-FEED-FILE
                 MOVE WS-RUN-DATE               TO FPR-RUN-DATE
                 MOVE WS-NW-JOB(WS-NEW-IX)      TO FPR-JOB-NAME
                 MOVE WS-NW-COUNT(WS-NEW-IX)    TO FPR-REC-COUNT
                 MOVE WS-NW-CHECKSUM(WS-NEW-IX) TO FPR-CHECKSUM
                 MOVE WS-NW-OVERRIDE-BY(WS-NEW-IX)
                    TO FPR-OVERRIDE-BY
                 MOVE WS-NW-FIRST(WS-NEW-IX)    TO FPR-FIRST-IMAGE
                 MOVE WS-NW-LAST(WS-NEW-IX)     TO FPR-LAST-IMAGE
                 WRITE FPR-REGISTRY-RECORD
              END-IF
           END-PERFORM.
           CLOSE FINGERPRINT-FILE.

       0079-RAISE-ALERT.
           CALL "ALERTWRT" USING WS-JOB-NAME WS-RUN-ID
                                 WS-AW-SEVERITY WS-AW-MESSAGE
                                 WS-AW-STATUS.

       0080-OPEN-HISTORY.
      *--------------- create-on-first-use, the FEEDJRNL handling;
      *--------------- a history that will not open costs the month's
      *--------------- scorecard a night, never the window
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE SPACES TO WS-HIST-STATUS.
           OPEN EXTEND PREFLIGHT-HISTORY-FILE.
           IF WS-HIST-STATUS = "35"
              OPEN OUTPUT PREFLIGHT-HISTORY-FILE
              CLOSE PREFLIGHT-HISTORY-FILE
              OPEN EXTEND PREFLIGHT-HISTORY-FILE
           END-IF.
           IF WS-HIST-STATUS = "00"
              MOVE 'Y' TO WS-HIST-OPEN-SW
           ELSE
              DISPLAY "PREFLITE: CANNOT APPEND TO PREFHIST.DAT - "
                 "STATUS " WS-HIST-STATUS
           END-IF.

       0090-WRITE-PRINT-LINE.
           MOVE WS-PRINT-LINE TO PRE-PRINT-LINE.
