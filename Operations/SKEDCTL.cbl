      * the feeds legitimately never arrived.                         *
      *                                                               *
      * Inputs:                                                       *
      *   CALENDAR.DAT - the generated business calendars; only the   *
      *                  region's own calendar is consulted           *
      *   JOBFREQ.DAT  - one 40-byte record per job:                  *
      *     cols  1-12  job name (luhn, leap, collatz, pangram,       *
      *                 rnatran, codontrn, rotcipher)                 *
      *     col   14-21 frequency: DAILY, BUSDAY (business days       *
      *                 only), WEEKLY (on the day of week in col 23), *
      *                 MTHEND (last business day of the month),      *
      *                 FPEND (last business day of the fiscal        *
      *                 period, per CALBUILD's fiscal stamp)          *
      *     col   23    weekday 1-7, Monday=1 (WEEKLY only)           *
      * Output:                                                       *
      *   LINEUP.DAT   - one decision record per job: RUN or SKIP     *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - run date (YYYYMMDD); defaults to today              *
      *   arg 2 - region (defaults to HQ); each region is scheduled   *
      *           on the CALENDAR.DAT calendar carrying its code as   *
      *           calendar id, so one site's bank holiday no longer   *
      *           holds another site's lineup                         *
      * Condition code 8 when the date is outside the region's        *
      * calendar (or the region has none) or the frequency file is    *
      * missing - a lineup must never be decided by guesswork.        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
      *--------------- CALBUILD's calendar layout, read back as input
       FD  CALENDAR-FILE
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
       01  CAL-RECORD.
           05  CAL-DATE               PIC X(8).
           05  FILLER                 PIC X(2).
           05  CAL-HOLIDAY-NAME       PIC X(20).
           05  FILLER                 PIC X(3).
           05  CAL-FISCAL-YEAR        PIC X(4).
           05  FILLER                 PIC X(1).
           05  CAL-FISCAL-PERIOD      PIC X(2).
           05  FILLER                 PIC X(18).
           05  CAL-CALENDAR-ID        PIC X(4).
           05  FILLER                 PIC X(5).

       FD  JOB-FREQ-FILE
           RECORD CONTAINS 40 CHARACTERS
           05  LN-DECISION            PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LN-REASON              PIC X(40).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LN-REGION              PIC X(4).
           05  FILLER                 PIC X(4)  VALUE SPACES.

       WORKING-STORAGE SECTION.
       01  WS-CAL-STATUS          PIC XX    VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-DATE-ARG            PIC X(8)  VALUE SPACES.
       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
       01  WS-REGION-CODE         PIC X(4)  VALUE "HQ".
       01  WS-REGION-ARG          PIC X(4)  VALUE SPACES.
       01  WS-CAL-ID              PIC X(4)  VALUE SPACES.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-SCAN-FILE                VALUE 'Y'.
       01  WS-DATE-FOUND-SW       PIC X     VALUE 'N'.
           88  RUN-DATE-ON-CALENDAR         VALUE 'Y'.
       01  WS-LATER-BUSDAY-SW     PIC X     VALUE 'N'.
           88  LATER-BUSDAY-IN-MONTH        VALUE 'Y'.
       01  WS-LATER-FP-BUSDAY-SW  PIC X     VALUE 'N'.
           88  LATER-BUSDAY-IN-FISCAL-PER   VALUE 'Y'.
       01  WS-DAY-FISCAL-PER.
           05  WS-DAY-FISCAL-YEAR PIC X(4)  VALUE SPACES.
           05  WS-DAY-FISCAL-PERIOD PIC X(2) VALUE SPACES.
       01  WS-DAY-BUSINESS        PIC X(1)  VALUE SPACES.
       01  WS-DAY-DOW             PIC X(1)  VALUE SPACES.
       01  WS-DAY-DOW-NAME        PIC X(12) VALUE SPACES.
           ELSE
              MOVE WS-DATE-ARG TO WS-RUN-DATE
           END-IF.
           MOVE 2 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-REGION-ARG FROM ARGUMENT-VALUE.
           IF WS-REGION-ARG NOT = SPACES
              AND WS-REGION-ARG NOT = LOW-VALUES
              MOVE WS-REGION-ARG TO WS-REGION-CODE
           END-IF.
           PERFORM 0010-READ-CALENDAR-DAY.
           IF NOT RUN-DATE-ON-CALENDAR
              DISPLAY "SKEDCTL: " WS-RUN-DATE " IS NOT ON THE "
                 WS-REGION-CODE " CALENDAR IN CALENDAR.DAT - RERUN "
                 "CALBUILD BEFORE SCHEDULING"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "SKEDCTL: REGION " WS-REGION-CODE.
           DISPLAY "SKEDCTL: " WS-RUN-DATE " IS " WS-DAY-DOW-NAME
              " BUSINESS-DAY=" WS-DAY-BUSINESS
              " HOLIDAY=" WS-DAY-HOLIDAY " " WS-DAY-HOL-NAME.
       0010-READ-CALENDAR-DAY.
      *--------------- one pass: the run date's own facts, plus
      *--------------- whether any LATER date in the same month is a
      *--------------- business day (that decides MTHEND), and the
      *--------------- same for the run date's fiscal period (that
      *--------------- decides FPEND), all on the region's own
      *--------------- calendar; header and trailer records carry
      *--------------- no numeric date and are passed over, and a
      *--------------- record with no calendar id is HQ's
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'N' TO WS-DATE-FOUND-SW.
           MOVE 'N' TO WS-LATER-BUSDAY-SW.
           MOVE 'N' TO WS-LATER-FP-BUSDAY-SW.
           MOVE SPACES TO WS-CAL-STATUS.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = "00"
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    MOVE CAL-CALENDAR-ID TO WS-CAL-ID
                    IF WS-CAL-ID = SPACES
                       MOVE "HQ" TO WS-CAL-ID
                    END-IF
                    IF CAL-DATE IS NUMERIC
                       AND WS-CAL-ID = WS-REGION-CODE
                       IF CAL-DATE = WS-RUN-DATE
                          MOVE 'Y' TO WS-DATE-FOUND-SW
                          MOVE CAL-BUSINESS-DAY TO WS-DAY-BUSINESS
                          MOVE CAL-DOW-NAME     TO WS-DAY-DOW-NAME
                          MOVE CAL-HOLIDAY-FLAG TO WS-DAY-HOLIDAY
                          MOVE CAL-HOLIDAY-NAME TO WS-DAY-HOL-NAME
                          MOVE CAL-FISCAL-YEAR  TO WS-DAY-FISCAL-YEAR
                          MOVE CAL-FISCAL-PERIOD
                             TO WS-DAY-FISCAL-PERIOD
                       END-IF
                       IF CAL-DATE > WS-RUN-DATE
                          AND CAL-DATE(1:6) = WS-RUN-DATE(1:6)
                          AND CAL-BUSINESS-DAY = "Y"
                          MOVE 'Y' TO WS-LATER-BUSDAY-SW
                       END-IF
                       IF CAL-DATE > WS-RUN-DATE
                          AND CAL-FISCAL-PERIOD IS NUMERIC
                          AND CAL-FISCAL-YEAR = WS-DAY-FISCAL-YEAR
                          AND CAL-FISCAL-PERIOD = WS-DAY-FISCAL-PERIOD
                          AND CAL-BUSINESS-DAY = "Y"
                          MOVE 'Y' TO WS-LATER-FP-BUSDAY-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
                    MOVE "BUSINESS DAY" TO WS-REASON
                 ELSE
                    MOVE "SKIP" TO WS-DECISION
                    IF WS-DAY-HOLIDAY = "H" OR WS-DAY-HOLIDAY = "O"
                       MOVE SPACES TO WS-REASON
                       STRING "NOT A BUSINESS DAY - "
                          WS-DAY-HOL-NAME
                    MOVE "NOT THE LAST BUSINESS DAY OF MONTH"
                       TO WS-REASON
                 END-IF
              WHEN "FPEND"
                 EVALUATE TRUE
                    WHEN WS-DAY-FISCAL-PERIOD IS NOT NUMERIC
                       MOVE "SKIP" TO WS-DECISION
                       MOVE "NO FISCAL PERIOD ON THE CALENDAR"
                          TO WS-REASON
                    WHEN WS-DAY-BUSINESS = "Y"
                       AND NOT LATER-BUSDAY-IN-FISCAL-PER
                       MOVE SPACES TO WS-REASON
                       STRING "LAST BUSINESS DAY OF FISCAL "
                          WS-DAY-FISCAL-YEAR " P"
                          WS-DAY-FISCAL-PERIOD
                          DELIMITED BY SIZE INTO WS-REASON
                    WHEN OTHER
                       MOVE "SKIP" TO WS-DECISION
                       MOVE "NOT LAST BUSINESS DAY OF FISCAL PERIOD"
                          TO WS-REASON
                 END-EVALUATE
              WHEN OTHER
                 MOVE "SKIP" TO WS-DECISION
                 MOVE SPACES TO WS-REASON
           MOVE WS-RUN-DATE   TO LN-RUN-DATE.
           MOVE WS-DECISION   TO LN-DECISION.
           MOVE WS-REASON     TO LN-REASON.
           MOVE WS-REGION-CODE TO LN-REGION.
           WRITE LN-DECISION-RECORD.
           DISPLAY JF-JOB-NAME " " WS-DECISION " " WS-REASON.
           IF WS-DECISION = "SKIP"
