       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTCONV.
      *****************************************************************
      * HISTCONV - one-time conversion of the COLLHIST.DAT history    *
      * file to the 51-byte layout COLCONJ now keeps (18-digit peak,  *
      * COLLVRFY suspect flag and last-verified date). Either older   *
      * layout can be carried across:                                 *
      *   arg 1 = 42 (the default) - the 42-byte 18-digit-peak file   *
      *   arg 1 = 32               - the 32-byte 8-digit-peak file    *
      * Start number, steps, cached-on date and peak step carry       *
      * across unchanged; the peak is widened in place, and every     *
      * entry arrives unflagged and not yet verified. An entry whose  *
      * peak is not numeric (one rebuilt from the old 20-byte era     *
      * with no peak) is carried across with a zero peak and counted. *
      *                                                               *
      * Procedure: rename the old COLLHIST.DAT to COLLHOLD.DAT, run   *
      * HISTCONV, and keep COLLHOLD.DAT until the converted file has  *
      * been checked with HISTMANT STATS. The run refuses to start    *
      * if a COLLHIST.DAT is already present, so a converted file is  *
      * never overwritten by a second run.                            *
      *                                                               *
      * Return code 0 - every entry converted                         *
      *             4 - converted, but entries were skipped           *
      *             8 - nothing converted                             *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE ASSIGN TO "COLLHOLD.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OLD-START-NUM
              FILE STATUS IS WS-OLD-STATUS.
           SELECT MID-HISTORY-FILE ASSIGN TO "COLLHOLD.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MID-START-NUM
              FILE STATUS IS WS-OLD-STATUS.
           SELECT COLLATZ-HISTORY-FILE ASSIGN TO "COLLHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIST-START-NUM
              FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *--------------- the 32-byte layout, 8-digit peak
       FD  OLD-HISTORY-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  OLD-RECORD.
           05  OLD-START-NUM           PIC 9(8).
           05  OLD-STEPS               PIC 9(4).
           05  OLD-RUN-DATE            PIC X(8).
           05  OLD-PEAK                PIC 9(8).
           05  OLD-PEAK-STEP           PIC 9(4).

      *--------------- the 42-byte layout, 18-digit peak
       FD  MID-HISTORY-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  MID-RECORD.
           05  MID-START-NUM           PIC 9(8).
           05  MID-STEPS               PIC 9(4).
           05  MID-RUN-DATE            PIC X(8).
           05  MID-PEAK                PIC 9(18).
           05  MID-PEAK-STEP           PIC 9(4).

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

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS          PIC XX    VALUE SPACES.
       01  WS-HIST-STATUS         PIC XX    VALUE SPACES.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-OLD-HISTORY              VALUE 'Y'.
       01  WS-READ-COUNT          PIC 9(8)  VALUE 0.
       01  WS-WRITE-COUNT         PIC 9(8)  VALUE 0.
       01  WS-SKIP-COUNT          PIC 9(8)  VALUE 0.
       01  WS-NO-PEAK-COUNT       PIC 9(8)  VALUE 0.
       01  WS-ARGN                PIC 9(2).
       01  WS-LAYOUT-ARG          PIC X(2)  VALUE SPACES.
           88  FROM-32-BYTE-LAYOUT          VALUE "32".
           88  FROM-42-BYTE-LAYOUT          VALUE "42".
      *--------------- every opener of the history master goes
      *--------------- through the ENQUEUE gatekeeper, this
      *--------------- conversion included
       01  WS-EQ-FUNC             PIC X(3)  VALUE SPACES.
       01  WS-EQ-RESOURCE         PIC X(8)  VALUE "COLLHIST".
       01  WS-EQ-RUN-ID           PIC X(12) VALUE "HISTCONV".
       01  WS-EQ-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-EQ-HELD-SW          PIC X     VALUE 'N'.
           88  HISTORY-LOCK-HELD            VALUE 'Y'.

       PROCEDURE DIVISION.
       HISTCONV.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-LAYOUT-ARG FROM ARGUMENT-VALUE.
           IF WS-LAYOUT-ARG = SPACES OR WS-LAYOUT-ARG = LOW-VALUES
              MOVE "42" TO WS-LAYOUT-ARG
           END-IF.
           IF NOT FROM-32-BYTE-LAYOUT AND NOT FROM-42-BYTE-LAYOUT
              DISPLAY "HISTCONV: OLD LAYOUT " WS-LAYOUT-ARG
                 " NOT KNOWN - USE 32 OR 42"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0040-ACQUIRE-HISTORY-LOCK.
           IF HISTORY-LOCK-HELD
              PERFORM 1000-CONVERT-HISTORY
              PERFORM 0050-RELEASE-HISTORY-LOCK
           END-IF.
           STOP RUN.

       0040-ACQUIRE-HISTORY-LOCK.
           MOVE "ENQ" TO WS-EQ-FUNC.
           CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE
                                WS-EQ-RUN-ID WS-EQ-STATUS.
           IF WS-EQ-STATUS = "00"
              MOVE 'Y' TO WS-EQ-HELD-SW
           ELSE
              DISPLAY "HISTCONV: COLLHIST.DAT LOCK NOT ACQUIRED - "
                 "STATUS " WS-EQ-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

       0050-RELEASE-HISTORY-LOCK.
           MOVE "DEQ" TO WS-EQ-FUNC.
           CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE
                                WS-EQ-RUN-ID WS-EQ-STATUS.
           MOVE 'N' TO WS-EQ-HELD-SW.

       1000-CONVERT-HISTORY.
      *--------------- a COLLHIST.DAT already on hand is either the
      *--------------- old file not yet renamed or a file already
      *--------------- converted - in neither case is it ours to
      *--------------- overwrite
           MOVE SPACES TO WS-HIST-STATUS.
           OPEN INPUT COLLATZ-HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
              CLOSE COLLATZ-HISTORY-FILE
              DISPLAY "HISTCONV: COLLHIST.DAT ALREADY PRESENT - "
                 "RENAME THE OLD FILE TO COLLHOLD.DAT FIRST"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-OLD-STATUS.
           IF FROM-32-BYTE-LAYOUT
              OPEN INPUT OLD-HISTORY-FILE
           ELSE
              OPEN INPUT MID-HISTORY-FILE
           END-IF.
           IF WS-OLD-STATUS NOT = "00"
              DISPLAY "HISTCONV: CANNOT OPEN COLLHOLD.DAT - STATUS "
                 WS-OLD-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT COLLATZ-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "HISTCONV: CANNOT CREATE COLLHIST.DAT - STATUS "
                 WS-HIST-STATUS
              PERFORM 1200-CLOSE-OLD-HISTORY
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           IF FROM-32-BYTE-LAYOUT
              MOVE 0 TO OLD-START-NUM
              START OLD-HISTORY-FILE KEY >= OLD-START-NUM
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF-SW
              END-START
           ELSE
              MOVE 0 TO MID-START-NUM
              START MID-HISTORY-FILE KEY >= MID-START-NUM
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF-SW
              END-START
           END-IF.
           PERFORM UNTIL EOF-OLD-HISTORY
              IF FROM-32-BYTE-LAYOUT
                 READ OLD-HISTORY-FILE NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 1100-CONVERT-ONE-ENTRY
                 END-READ
              ELSE
                 READ MID-HISTORY-FILE NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 1150-CONVERT-ONE-42-ENTRY
                 END-READ
              END-IF
           END-PERFORM.
           PERFORM 1200-CLOSE-OLD-HISTORY.
           CLOSE COLLATZ-HISTORY-FILE.
           DISPLAY "===== COLLHIST CONVERSION SUMMARY =====".
           DISPLAY "ENTRIES READ      : " WS-READ-COUNT.
           DISPLAY "ENTRIES WRITTEN   : " WS-WRITE-COUNT.
           DISPLAY "ENTRIES SKIPPED   : " WS-SKIP-COUNT.
           DISPLAY "PEAK NOT CARRIED  : " WS-NO-PEAK-COUNT.
           DISPLAY "=======================================".
           IF WS-SKIP-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       1100-CONVERT-ONE-ENTRY.
      *--------------- the old file is read in key order, so the new
      *--------------- one loads in key order too; a bad key is
      *--------------- counted and skipped, as REBUILD does
           IF OLD-START-NUM IS NOT NUMERIC
              ADD 1 TO WS-SKIP-COUNT
              EXIT PARAGRAPH
           END-IF.
           MOVE OLD-START-NUM     TO HIST-START-NUM.
           MOVE OLD-STEPS         TO HIST-STEPS.
           MOVE OLD-RUN-DATE      TO HIST-RUN-DATE.
           IF OLD-PEAK IS NUMERIC AND OLD-PEAK-STEP IS NUMERIC
              MOVE OLD-PEAK       TO HIST-PEAK
              MOVE OLD-PEAK-STEP  TO HIST-PEAK-STEP
           ELSE
              MOVE 0              TO HIST-PEAK
              MOVE 0              TO HIST-PEAK-STEP
              ADD 1 TO WS-NO-PEAK-COUNT
           END-IF.
           PERFORM 1300-WRITE-NEW-ENTRY.

       1150-CONVERT-ONE-42-ENTRY.
      *--------------- the peak is already 18 digits; only the
      *--------------- verification fields are new
           IF MID-START-NUM IS NOT NUMERIC
              ADD 1 TO WS-SKIP-COUNT
              EXIT PARAGRAPH
           END-IF.
           MOVE MID-START-NUM     TO HIST-START-NUM.
           MOVE MID-STEPS         TO HIST-STEPS.
           MOVE MID-RUN-DATE      TO HIST-RUN-DATE.
           IF MID-PEAK IS NUMERIC AND MID-PEAK-STEP IS NUMERIC
              MOVE MID-PEAK       TO HIST-PEAK
              MOVE MID-PEAK-STEP  TO HIST-PEAK-STEP
           ELSE
              MOVE 0              TO HIST-PEAK
              MOVE 0              TO HIST-PEAK-STEP
              ADD 1 TO WS-NO-PEAK-COUNT
           END-IF.
           PERFORM 1300-WRITE-NEW-ENTRY.

       1200-CLOSE-OLD-HISTORY.
           IF FROM-32-BYTE-LAYOUT
              CLOSE OLD-HISTORY-FILE
           ELSE
              CLOSE MID-HISTORY-FILE
           END-IF.

       1300-WRITE-NEW-ENTRY.
           MOVE SPACE             TO HIST-VERIFY-FLAG.
           MOVE SPACES            TO HIST-VERIFIED-ON.
           WRITE HIST-RECORD
              INVALID KEY
                 ADD 1 TO WS-SKIP-COUNT
              NOT INVALID KEY
                 ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
