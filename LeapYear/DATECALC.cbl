      *                                                               *
      *   CALL "DATECALC" USING DC-FUNCTION DC-DATE-1 DC-DATE-2      *
      *                         DC-DAYS DC-RESULT-TEXT DC-STATUS     *
      *                         DC-CALENDAR                          *
      *                                                               *
      *   DC-FUNCTION "DOW " - day of week of DC-DATE-1: DC-DAYS     *
      *                        1-7 (Monday=1), name in RESULT-TEXT   *
      *   DC-FUNCTION "DIFB" - business days between DC-DATE-1       *
      *                        (exclusive) and DC-DATE-2 (inclusive) *
      *                        into DC-DAYS, signed                  *
      *   DC-FUNCTION "VAL " - validate DC-DATE-1 only; given a      *
      *                        calendar id, also whether it is a     *
      *                        business day there: DC-DAYS 1 or 0,   *
      *                        "BUSINESS DAY" or "NOT BUSINESS" in   *
      *                        RESULT-TEXT                           *
      *   DC-FUNCTION "FPER" - fiscal period of DC-DATE-1 into       *
      *                        DC-DAYS, "YYYY PNN WNN" (fiscal year, *
      *                        period, week) in RESULT-TEXT          *
      *   DC-FUNCTION "FPFB" - first business day of DC-DATE-1's     *
      *                        fiscal period into DC-DATE-2          *
      *   DC-FUNCTION "FPLB" - last business day of DC-DATE-1's      *
      *                        fiscal period into DC-DATE-2          *
      *   DC-FUNCTION "ISOW" - ISO 8601 week of DC-DATE-1 into       *
      *                        DC-DAYS, "YYYY-WNN" (ISO year) in     *
      *                        RESULT-TEXT                           *
      *                                                               *
      *   DC-CALENDAR - cols 1-4 the calendar id the business-day    *
      *   functions (ADDB, DIFB, VAL, FPFB, FPLB) and FPER answer    *
      *   on, blank meaning HQ (blank for VAL means no calendar      *
      *   check); cols 5-8 a second calendar id for a joint request  *
      *   - a day then counts as a business day only when it is one *
      *   on BOTH calendars, as a settlement date between two        *
      *   countries must be. Blank for no joint calendar.            *
      *                                                               *
      *   DC-STATUS "00" ok, "10" unknown function, "20" invalid     *
      *   date, "30" ADDD result outside 16010101-99991231, "40"     *
      *   ADDB/DIFB touched a date outside the generated calendar -  *
      *   a distinct status, never a silently wrong answer. "50"     *
      *   FPER/FPFB/FPLB on a date no FISCALYR.DAT year covers. The  *
      *   fiscal functions read CALBUILD's fiscal stamps, so they    *
      *   answer "40" off the calendar exactly as ADDB does. "60"    *
      *   a calendar id CALENDAR.DAT does not carry.                 *
      *   Every function validates its input dates first. Every      *
      *   calendar is loaded once on the first business-day call     *
      *   and held for the life of the run.                          *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *--------------- CALBUILD's calendar layout, read back; only
      *--------------- the date, business-day flag, fiscal stamp and
      *--------------- calendar id matter here
       FD  CALENDAR-FILE
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
       01  CAL-RECORD.
           05  CAL-DATE               PIC X(8).
           05  FILLER                 PIC X(2).
           05  CAL-HOLIDAY-NAME       PIC X(20).
           05  FILLER                 PIC X(3).
           05  CAL-FISCAL-KEY.
               10  CAL-FISCAL-YEAR    PIC X(4).
               10  FILLER             PIC X(1).
               10  CAL-FISCAL-PERIOD  PIC X(2).
               10  FILLER             PIC X(1).
               10  CAL-FISCAL-WEEK    PIC X(2).
           05  FILLER                 PIC X(1).
           05  CAL-ISO-YEAR           PIC X(4).
           05  FILLER                 PIC X(1).
           05  CAL-ISO-WEEK           PIC X(2).
           05  FILLER                 PIC X(7).
           05  CAL-CALENDAR-ID        PIC X(4).
           05  FILLER                 PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-DATE-NUM            PIC 9(8)  VALUE 0.
       01  WS-DOW-TABLE REDEFINES WS-DOW-NAMES.
           05  WS-DOW-NAME        PIC X(12) OCCURS 7 TIMES.

      *--------------- the calendar a call asks about, held as one
      *--------------- business-day flag per day, addressed by
      *--------------- offset from its first date; copied out of
      *--------------- the calendar store below whenever a call
      *--------------- names a different calendar from the last
       01  WS-CAL-STATUS          PIC XX    VALUE SPACES.
       01  WS-CAL-TRIED-SW        PIC X     VALUE 'N'.
           88  CALENDAR-LOAD-TRIED          VALUE 'Y'.
       01  WS-CAL-MAX             PIC 9(4)  VALUE 7500.
       01  WS-CAL-DAYS            PIC 9(4)  VALUE 0.
       01  WS-CAL-BASE-INT        PIC 9(8)  VALUE 0.
       01  WS-CAL-IX              PIC 9(4)  VALUE 0.
       01  WS-CAL-FLAG-TABLE.
           05  WS-CAL-FLAG        PIC X(1)  OCCURS 7500 TIMES.
       01  WS-CAL-OFFSET          PIC S9(8) VALUE 0.
       01  WS-OFF-1               PIC S9(8) VALUE 0.
       01  WS-OFF-2               PIC S9(8) VALUE 0.
       01  WS-SCAN-OFF            PIC S9(8) VALUE 0.
      *--------------- the fiscal stamp held beside each day's flag:
      *--------------- year, period and week, blank where no fiscal
      *--------------- year was declared
       01  WS-CAL-FISCAL-TABLE.
           05  WS-CAL-FISCAL      OCCURS 7500 TIMES.
               10  WS-CF-YEAR     PIC X(4).
               10  WS-CF-PERIOD   PIC X(2).
               10  WS-CF-WEEK     PIC X(2).

      *--------------- every calendar on CALENDAR.DAT, loaded once
      *--------------- per run on first use; the file runs calendar
      *--------------- by calendar, each in date order
       01  WS-CS-MAX              PIC 9(2)  VALUE 8.
       01  WS-CS-USED             PIC 9(2)  VALUE 0.
       01  WS-CS-IX               PIC 9(2).
       01  WS-CS-LOAD-SLOT        PIC 9(2)  VALUE 0.
       01  WS-CS-LOAD-ID          PIC X(4)  VALUE SPACES.
       01  WS-CS-FIND-ID          PIC X(4)  VALUE SPACES.
       01  WS-CS-FOUND            PIC 9(2)  VALUE 0.
       01  WS-CAL-STORE.
           05  WS-CS-ENTRY OCCURS 8 TIMES.
               10  WS-CS-ID           PIC X(4).
               10  WS-CS-DAYS         PIC 9(4).
               10  WS-CS-BASE-INT     PIC 9(8).
               10  WS-CS-FLAGS        PIC X(7500).
               10  WS-CS-FISCALS.
                   15  WS-CS-FISCAL   OCCURS 7500 TIMES.
                       20  WS-CS-FY   PIC X(4).
                       20  WS-CS-FP   PIC X(2).
                       20  WS-CS-FW   PIC X(2).
       01  WS-DEFAULT-CALENDAR    PIC X(4)  VALUE "HQ".
       01  WS-WANT-KEY.
           05  WS-WANT-ID         PIC X(4)  VALUE SPACES.
           05  WS-WANT-JOINT      PIC X(4)  VALUE SPACES.
       01  WS-ACTIVE-KEY          PIC X(8)  VALUE HIGH-VALUES.
       01  WS-CAL-KNOWN-SW        PIC X     VALUE 'Y'.
           88  CALENDAR-NOT-KNOWN           VALUE 'N'.
       01  WS-SEL-1               PIC 9(2)  VALUE 0.
       01  WS-SEL-2               PIC 9(2)  VALUE 0.
       01  WS-JOINT-FROM          PIC S9(8) VALUE 0.
       01  WS-JOINT-TO            PIC S9(8) VALUE 0.
       01  WS-JOINT-TO-2          PIC S9(8) VALUE 0.
       01  WS-JOINT-OFF-1         PIC S9(8) VALUE 0.
       01  WS-JOINT-OFF-2         PIC S9(8) VALUE 0.
       01  WS-JOINT-IX            PIC 9(4).
       01  WS-FP-KEY              PIC X(6)  VALUE SPACES.
       01  WS-FP-STEP             PIC S9(1) VALUE 0.
       01  WS-FP-FOUND-SW         PIC X     VALUE 'N'.
           88  FP-BUSDAY-FOUND              VALUE 'Y'.
       01  WS-FISCAL-TEXT.
           05  WS-FT-YEAR         PIC X(4).
           05  FILLER             PIC X(2)  VALUE " P".
           05  WS-FT-PERIOD       PIC X(2).
           05  FILLER             PIC X(2)  VALUE " W".
           05  WS-FT-WEEK         PIC X(2).
      *--------------- ISO week: the week belongs to the year its
      *--------------- Thursday falls in
       01  WS-ISO-THURSDAY        PIC S9(8) VALUE 0.
       01  WS-ISO-JAN1            PIC 9(8)  VALUE 0.
       01  WS-ISO-WEEK            PIC 9(2)  VALUE 0.
       01  WS-ISO-TEXT.
           05  WS-IT-YEAR         PIC X(4).
           05  FILLER             PIC X(2)  VALUE "-W".
           05  WS-IT-WEEK         PIC 9(2).
       LINKAGE SECTION.
       01  DC-FUNCTION            PIC X(4).
       01  DC-DATE-1              PIC X(8).
       01  DC-DAYS                PIC S9(7).
       01  DC-RESULT-TEXT         PIC X(12).
       01  DC-STATUS              PIC X(2).
       01  DC-CALENDAR.
           05  DC-CAL-ID          PIC X(4).
           05  DC-CAL-JOINT-ID    PIC X(4).
       PROCEDURE DIVISION USING DC-FUNCTION DC-DATE-1 DC-DATE-2
                                DC-DAYS DC-RESULT-TEXT DC-STATUS
                                DC-CALENDAR.
       DATECALC.
           MOVE "00"   TO DC-STATUS.
           MOVE SPACES TO DC-RESULT-TEXT.
                 PERFORM 7000-BUSINESS-DAYS-BETWEEN
              WHEN "VAL "
                 PERFORM 5000-VALIDATE-ONLY
              WHEN "FPER"
                 PERFORM 7500-FISCAL-PERIOD
              WHEN "FPFB"
                 MOVE -1 TO WS-FP-STEP
                 PERFORM 7600-FISCAL-PERIOD-BUSDAY
              WHEN "FPLB"
                 MOVE 1 TO WS-FP-STEP
                 PERFORM 7600-FISCAL-PERIOD-BUSDAY
              WHEN "ISOW"
                 PERFORM 7800-ISO-WEEK
              WHEN OTHER
                 MOVE "10" TO DC-STATUS
           END-EVALUATE.
           ELSE
              MOVE "INVALID" TO DC-RESULT-TEXT
              MOVE "20" TO DC-STATUS
              EXIT PARAGRAPH
           END-IF.
      *--------------- no calendar named: a plain date edit, as it
      *--------------- always was
           IF DC-CALENDAR = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM 8000-LOAD-CALENDAR.
           IF CALENDAR-NOT-KNOWN
              MOVE "60" TO DC-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM 8100-OFFSET-OF-DATE-NUM.
           IF WS-CAL-OFFSET = 0
              MOVE "40" TO DC-STATUS
              EXIT PARAGRAPH
           END-IF.
           IF WS-CAL-FLAG(WS-CAL-OFFSET) = "Y"
              MOVE 1 TO DC-DAYS
              MOVE "BUSINESS DAY" TO DC-RESULT-TEXT
           ELSE
              MOVE 0 TO DC-DAYS
              MOVE "NOT BUSINESS" TO DC-RESULT-TEXT
           END-IF.

       9000-VALIDATE-DATE.
              EXIT PARAGRAPH
           END-IF.
           PERFORM 8000-LOAD-CALENDAR.
           IF CALENDAR-NOT-KNOWN
              MOVE "60" TO DC-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM 8100-OFFSET-OF-DATE-NUM.
           IF WS-CAL-OFFSET = 0
              MOVE "40" TO DC-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM 8000-LOAD-CALENDAR.
           IF CALENDAR-NOT-KNOWN
              MOVE "60" TO DC-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM 8100-OFFSET-OF-DATE-NUM.
           MOVE WS-CAL-OFFSET TO WS-OFF-1.
           MOVE DC-DATE-2 TO WS-DATE-NUM(1:8).
              COMPUTE DC-DAYS = 0 - WS-BUS-COUNTED
           END-IF.

       7500-FISCAL-PERIOD.
           MOVE DC-DATE-1 TO WS-DATE-NUM(1:8).
           PERFORM 9000-VALIDATE-DATE.
           IF NOT DATE-IS-VALID
              MOVE "20" TO DC-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM 8000-LOAD-CALENDAR.
           IF CALENDAR-NOT-KNOWN
              MOVE "60" TO DC-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM 8100-OFFSET-OF-DATE-NUM.
           IF WS-CAL-OFFSET = 0
              MOVE "40" TO DC-STATUS
              EXIT PARAGRAPH
           END-IF.
           IF WS-CF-PERIOD(WS-CAL-OFFSET) IS NOT NUMERIC
              MOVE "50" TO DC-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CF-YEAR(WS-CAL-OFFSET)   TO WS-FT-YEAR.
           MOVE WS-CF-PERIOD(WS-CAL-OFFSET) TO WS-FT-PERIOD.
           MOVE WS-CF-WEEK(WS-CAL-OFFSET)   TO WS-FT-WEEK.
           MOVE WS-CF-PERIOD(WS-CAL-OFFSET) TO DC-DAYS.
           MOVE WS-FISCAL-TEXT TO DC-RESULT-TEXT.

       7600-FISCAL-PERIOD-BUSDAY.
      *--------------- walk outward from the date (back for FPFB,
      *--------------- forward for FPLB) to the edge of its fiscal
      *--------------- period, then back inward to the first
      *--------------- business day met. Running off the calendar
      *--------------- before the edge is found is status 40: the
      *--------------- period is not wholly on the calendar.
           MOVE DC-DATE-1 TO WS-DATE-NUM(1:8).
           PERFORM 9000-VALIDATE-DATE.
           IF NOT DATE-IS-VALID
              MOVE "20" TO DC-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM 8000-LOAD-CALENDAR.
           IF CALENDAR-NOT-KNOWN
              MOVE "60" TO DC-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM 8100-OFFSET-OF-DATE-NUM.
           IF WS-CAL-OFFSET = 0
              MOVE "40" TO DC-STATUS
              EXIT PARAGRAPH
           END-IF.
           IF WS-CF-PERIOD(WS-CAL-OFFSET) IS NOT NUMERIC
              MOVE "50" TO DC-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CAL-FISCAL(WS-CAL-OFFSET)(1:6) TO WS-FP-KEY.
           MOVE WS-CAL-OFFSET TO WS-SCAN-OFF.
           PERFORM UNTIL WS-CAL-FISCAL(WS-SCAN-OFF)(1:6)
                         NOT = WS-FP-KEY
              COMPUTE WS-SCAN-OFF = WS-SCAN-OFF + WS-FP-STEP
              IF WS-SCAN-OFF < 1 OR WS-SCAN-OFF > WS-CAL-DAYS
                 MOVE "40" TO DC-STATUS
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           MOVE 'N' TO WS-FP-FOUND-SW.
           PERFORM UNTIL FP-BUSDAY-FOUND
              COMPUTE WS-SCAN-OFF = WS-SCAN-OFF - WS-FP-STEP
              IF WS-CAL-FISCAL(WS-SCAN-OFF)(1:6) NOT = WS-FP-KEY
                 MOVE "40" TO DC-STATUS
                 EXIT PARAGRAPH
              END-IF
              IF WS-CAL-FLAG(WS-SCAN-OFF) = "Y"
                 MOVE 'Y' TO WS-FP-FOUND-SW
              END-IF
           END-PERFORM.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
              WS-CAL-BASE-INT + WS-SCAN-OFF - 1).
           MOVE WS-DATE-NUM(1:8) TO DC-DATE-2.
           MOVE WS-CF-PERIOD(WS-SCAN-OFF) TO DC-DAYS.
           MOVE WS-CF-YEAR(WS-SCAN-OFF)   TO WS-FT-YEAR.
           MOVE WS-CF-PERIOD(WS-SCAN-OFF) TO WS-FT-PERIOD.
           MOVE SPACES TO DC-RESULT-TEXT.
           MOVE WS-FISCAL-TEXT(1:8) TO DC-RESULT-TEXT.

       7800-ISO-WEEK.
      *--------------- ISO 8601: weeks run Monday to Sunday and
      *--------------- week 1 is the week holding the year's first
      *--------------- Thursday, so the Thursday of a date's week
      *--------------- decides both its ISO year and its week
           MOVE DC-DATE-1 TO WS-DATE-NUM(1:8).
           PERFORM 9000-VALIDATE-DATE.
           IF NOT DATE-IS-VALID
              MOVE "20" TO DC-STATUS
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INT-1 =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-DOW-NUM =
              FUNCTION MOD(WS-INT-1 - 1, 7) + 1.
           COMPUTE WS-ISO-THURSDAY = WS-INT-1 - WS-DOW-NUM + 4.
           IF WS-ISO-THURSDAY > 3067671
              MOVE "30" TO DC-STATUS
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-ISO-THURSDAY).
           MOVE WS-DATE-NUM(1:4) TO WS-IT-YEAR.
           MOVE WS-DATE-NUM(1:4) TO WS-ISO-JAN1(1:4).
           MOVE "0101" TO WS-ISO-JAN1(5:4).
           COMPUTE WS-ISO-WEEK =
              (WS-ISO-THURSDAY
               - FUNCTION INTEGER-OF-DATE(WS-ISO-JAN1)) / 7 + 1.
           MOVE WS-ISO-WEEK TO WS-IT-WEEK.
           MOVE WS-ISO-WEEK TO DC-DAYS.
           MOVE WS-ISO-TEXT TO DC-RESULT-TEXT.

       8000-LOAD-CALENDAR.
      *--------------- one load per run; the header and trailer
      *--------------- carry no numeric date and are passed over. A
      *--------------- missing calendar just leaves the span empty,
      *--------------- and every business-day request then answers
      *--------------- status 40. A record with no calendar id is
      *--------------- HQ's.
           IF NOT CALENDAR-LOAD-TRIED
              PERFORM 8010-LOAD-CALENDAR-STORE
           END-IF.
           PERFORM 8050-SELECT-CALENDAR.

       8010-LOAD-CALENDAR-STORE.
           MOVE 'Y' TO WS-CAL-TRIED-SW.
           MOVE 'N' TO WS-CAL-EOF-SW.
           MOVE SPACES TO WS-CAL-STATUS.
                    MOVE 'Y' TO WS-CAL-EOF-SW
                 NOT AT END
                    IF CAL-DATE IS NUMERIC
                       PERFORM 8020-STORE-ONE-DAY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.

       8020-STORE-ONE-DAY.
           IF CAL-CALENDAR-ID = SPACES
              MOVE WS-DEFAULT-CALENDAR TO CAL-CALENDAR-ID
           END-IF.
           IF CAL-CALENDAR-ID NOT = WS-CS-LOAD-ID
              MOVE CAL-CALENDAR-ID TO WS-CS-LOAD-ID
              MOVE CAL-CALENDAR-ID TO WS-CS-FIND-ID
              PERFORM 8030-FIND-CALENDAR-SLOT
              MOVE WS-CS-FOUND TO WS-CS-LOAD-SLOT
              IF WS-CS-LOAD-SLOT = 0
                 IF WS-CS-USED < WS-CS-MAX
                    ADD 1 TO WS-CS-USED
                    MOVE WS-CS-USED TO WS-CS-LOAD-SLOT
                    MOVE CAL-CALENDAR-ID TO WS-CS-ID(WS-CS-USED)
                    MOVE 0 TO WS-CS-DAYS(WS-CS-USED)
                 ELSE
                    DISPLAY "DATECALC: MORE THAN " WS-CS-MAX
                       " CALENDARS - " CAL-CALENDAR-ID " IGNORED"
                 END-IF
              END-IF
           END-IF.
           IF WS-CS-LOAD-SLOT = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-CS-DAYS(WS-CS-LOAD-SLOT) >= WS-CAL-MAX
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CS-DAYS(WS-CS-LOAD-SLOT).
           MOVE WS-CS-DAYS(WS-CS-LOAD-SLOT) TO WS-CAL-IX.
           IF WS-CAL-IX = 1
              COMPUTE WS-CS-BASE-INT(WS-CS-LOAD-SLOT) =
                 FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CAL-DATE))
           END-IF.
           MOVE CAL-BUSINESS-DAY
              TO WS-CS-FLAGS(WS-CS-LOAD-SLOT)(WS-CAL-IX:1).
           MOVE CAL-FISCAL-YEAR
              TO WS-CS-FY(WS-CS-LOAD-SLOT, WS-CAL-IX).
           MOVE CAL-FISCAL-PERIOD
              TO WS-CS-FP(WS-CS-LOAD-SLOT, WS-CAL-IX).
           MOVE CAL-FISCAL-WEEK
              TO WS-CS-FW(WS-CS-LOAD-SLOT, WS-CAL-IX).

       8030-FIND-CALENDAR-SLOT.
           MOVE 0 TO WS-CS-FOUND.
           PERFORM VARYING WS-CS-IX FROM 1 BY 1
              UNTIL WS-CS-IX > WS-CS-USED OR WS-CS-FOUND > 0
              IF WS-CS-ID(WS-CS-IX) = WS-CS-FIND-ID
                 MOVE WS-CS-IX TO WS-CS-FOUND
              END-IF
           END-PERFORM.

       8050-SELECT-CALENDAR.
      *--------------- make the calendar this call names the one
      *--------------- the business-day paragraphs walk. A joint
      *--------------- request keeps only the span both calendars
      *--------------- cover, and only the days that are business
      *--------------- days on both; the fiscal stamp is the first
      *--------------- calendar's.
           MOVE DC-CAL-ID       TO WS-WANT-ID.
           MOVE DC-CAL-JOINT-ID TO WS-WANT-JOINT.
           IF WS-WANT-ID = SPACES
              MOVE WS-DEFAULT-CALENDAR TO WS-WANT-ID
           END-IF.
           IF WS-WANT-JOINT = WS-WANT-ID
              MOVE SPACES TO WS-WANT-JOINT
           END-IF.
           IF WS-WANT-KEY = WS-ACTIVE-KEY
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-WANT-KEY TO WS-ACTIVE-KEY.
           MOVE 'Y' TO WS-CAL-KNOWN-SW.
           MOVE 0 TO WS-CAL-DAYS WS-CAL-BASE-INT.
           IF WS-CS-USED = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-WANT-ID TO WS-CS-FIND-ID.
           PERFORM 8030-FIND-CALENDAR-SLOT.
           MOVE WS-CS-FOUND TO WS-SEL-1.
           MOVE 0 TO WS-SEL-2.
           IF WS-WANT-JOINT NOT = SPACES
              MOVE WS-WANT-JOINT TO WS-CS-FIND-ID
              PERFORM 8030-FIND-CALENDAR-SLOT
              MOVE WS-CS-FOUND TO WS-SEL-2
              IF WS-SEL-2 = 0
                 MOVE 'N' TO WS-CAL-KNOWN-SW
              END-IF
           END-IF.
           IF WS-SEL-1 = 0
              MOVE 'N' TO WS-CAL-KNOWN-SW
           END-IF.
           IF CALENDAR-NOT-KNOWN
              EXIT PARAGRAPH
           END-IF.
           IF WS-SEL-2 = 0
              MOVE WS-CS-DAYS(WS-SEL-1)     TO WS-CAL-DAYS
              MOVE WS-CS-BASE-INT(WS-SEL-1) TO WS-CAL-BASE-INT
              MOVE WS-CS-FLAGS(WS-SEL-1)    TO WS-CAL-FLAG-TABLE
              MOVE WS-CS-FISCALS(WS-SEL-1)  TO WS-CAL-FISCAL-TABLE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CS-BASE-INT(WS-SEL-1) TO WS-JOINT-FROM.
           IF WS-CS-BASE-INT(WS-SEL-2) > WS-JOINT-FROM
              MOVE WS-CS-BASE-INT(WS-SEL-2) TO WS-JOINT-FROM
           END-IF.
           COMPUTE WS-JOINT-TO =
              WS-CS-BASE-INT(WS-SEL-1) + WS-CS-DAYS(WS-SEL-1) - 1.
           COMPUTE WS-JOINT-TO-2 =
              WS-CS-BASE-INT(WS-SEL-2) + WS-CS-DAYS(WS-SEL-2) - 1.
           IF WS-JOINT-TO-2 < WS-JOINT-TO
              MOVE WS-JOINT-TO-2 TO WS-JOINT-TO
           END-IF.
           IF WS-JOINT-TO < WS-JOINT-FROM
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CAL-DAYS = WS-JOINT-TO - WS-JOINT-FROM + 1.
           MOVE WS-JOINT-FROM TO WS-CAL-BASE-INT.
           COMPUTE WS-JOINT-OFF-1 =
              WS-JOINT-FROM - WS-CS-BASE-INT(WS-SEL-1).
           COMPUTE WS-JOINT-OFF-2 =
              WS-JOINT-FROM - WS-CS-BASE-INT(WS-SEL-2).
           MOVE WS-CS-FLAGS(WS-SEL-1)(WS-JOINT-OFF-1 + 1:WS-CAL-DAYS)
              TO WS-CAL-FLAG-TABLE.
           MOVE WS-CS-FISCALS(WS-SEL-1)
                (WS-JOINT-OFF-1 * 8 + 1:WS-CAL-DAYS * 8)
              TO WS-CAL-FISCAL-TABLE.
           PERFORM VARYING WS-JOINT-IX FROM 1 BY 1
              UNTIL WS-JOINT-IX > WS-CAL-DAYS
              IF WS-CS-FLAGS(WS-SEL-2)(WS-JOINT-OFF-2 + WS-JOINT-IX:1)
                 NOT = "Y"
                 MOVE "N" TO WS-CAL-FLAG(WS-JOINT-IX)
              END-IF
           END-PERFORM.

       8100-OFFSET-OF-DATE-NUM.
      *--------------- a date off either end of the span answers
      *--------------- offset zero, which the callers turn into
