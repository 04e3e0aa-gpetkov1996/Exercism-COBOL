      * Calling interface:                                            *
      *   arg 1 - start year (YYYY)    arg 2 - end year (YYYY)        *
      *                                                               *
      * Holiday rules - HOLIDAYS.DAT, 48-byte records:                *
      *   cols  1-5   rule type: FIXED (same month/day every year),   *
      *               NTHDW (nth weekday of a month; nth 5 means      *
      *               the last occurrence) or EASTR (a signed offset  *
      *               in days from Easter Sunday)                     *
      *   cols  7-8   month          cols 10-11  day (FIXED)          *
      *   cols  7-10  offset from Easter, e.g. -002, +001 (EASTR)     *
      *   col   13    weekday 1-7, Monday=1 (NTHDW)                   *
      *   col   15    nth occurrence 1-5 (NTHDW)                      *
      *   cols 17-36  holiday name                                    *
      *   col   38    weekend observance: N or blank (none - stays    *
      *               on the weekend), W (nearest weekday: Saturday   *
      *               to Friday, Sunday to Monday) or M (next Monday) *
      *   cols 41-44  calendar id the rule belongs to (blank means    *
      *               HQ, the head-office calendar)                   *
      * An observed day that is already a holiday, or already taken   *
      * by another holiday's observance, cascades to the next free    *
      * business day. The holiday itself is marked H; the day it is   *
      * observed on is marked O and carries the same name.            *
      *                                                               *
      * Fiscal years - FISCALYR.DAT, 40-byte records, one per year:   *
      *   cols  1-4   fiscal year                                     *
      *   cols  6-13  first day of the fiscal year (YYYYMMDD)         *
      *   cols 15-16  weeks in the year, 52 or 53                     *
      *   cols 18-20  weeks per period within each quarter: 445,      *
      *               454 or 544 (blank means 445)                    *
      * A 53-week year carries the extra week in period 12. Days no   *
      * fiscal year covers are written with the fiscal stamp blank.   *
      *                                                               *
      * Output - CALENDAR.DAT, one 90-byte record per day per         *
      * calendar: date, day-of-week number and name, business-day     *
      * flag (weekday and not a holiday), holiday marker and name,    *
      * fiscal year, period and week, ISO year and week, on a         *
      * holiday the rule type and observance that put it there, and   *
      * the calendar id in cols 82-85. Every calendar named in        *
      * HOLIDAYS.DAT is built in the one pass, in calendar-id order,  *
      * each over the whole year range; HQ is always built, holidays  *
      * or not. Standard header/trailer records bracket the file;     *
      * the fiscal stamp is the same on every calendar. Month         *
      * lengths (February included) come from DATECALC, which asks    *
      * LEAPCALC; ISO weeks and the holiday date arithmetic come      *
      * from DATECALC too.                                            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HOLIDAY-RULES-FILE ASSIGN TO "HOLIDAYS.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-HOL-STATUS.
           SELECT FISCAL-YEAR-FILE   ASSIGN TO "FISCALYR.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FY-STATUS.
           SELECT CALENDAR-FILE      ASSIGN TO "CALENDAR.DAT"
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-RULES-FILE
           RECORD CONTAINS 48 CHARACTERS
           RECORDING MODE IS F.
       01  HOL-RULE-RECORD.
           05  HOL-RULE-TYPE          PIC X(5).
           05  FILLER                 PIC X(1).
           05  HOL-MONTH-DAY.
               10  HOL-MONTH          PIC X(2).
               10  FILLER             PIC X(1).
               10  HOL-DAY            PIC X(2).
      *--------------- an EASTR rule keeps its offset where the
      *--------------- month and day would be
           05  HOL-EASTER-OFFSET REDEFINES HOL-MONTH-DAY.
               10  HOL-EASTER-SIGN    PIC X(1).
               10  HOL-EASTER-DAYS    PIC X(3).
               10  FILLER             PIC X(1).
           05  FILLER                 PIC X(1).
           05  HOL-DOW                PIC X(1).
           05  FILLER                 PIC X(1).
           05  HOL-NTH                PIC X(1).
           05  FILLER                 PIC X(1).
           05  HOL-NAME               PIC X(20).
           05  FILLER                 PIC X(1).
           05  HOL-OBSERVANCE         PIC X(1).
           05  FILLER                 PIC X(2).
           05  HOL-CALENDAR-ID        PIC X(4).
           05  FILLER                 PIC X(4).

       FD  FISCAL-YEAR-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  FY-DEFINITION-RECORD.
           05  FY-YEAR                PIC X(4).
           05  FILLER                 PIC X(1).
           05  FY-START-DATE          PIC X(8).
           05  FILLER                 PIC X(1).
           05  FY-WEEKS               PIC X(2).
           05  FILLER                 PIC X(1).
           05  FY-PATTERN             PIC X(3).
           05  FILLER                 PIC X(20).

       FD  CALENDAR-FILE
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
       01  CAL-RECORD.
           05  CAL-DATE               PIC X(8).
           05  CAL-HOLIDAY-FLAG       PIC X(1).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CAL-HOLIDAY-NAME       PIC X(20).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  CAL-OBSERVANCE         PIC X(1).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  CAL-FISCAL-YEAR        PIC X(4).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  CAL-FISCAL-PERIOD      PIC X(2).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  CAL-FISCAL-WEEK        PIC X(2).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  CAL-ISO-YEAR           PIC X(4).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  CAL-ISO-WEEK           PIC X(2).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  CAL-HOLIDAY-RULE       PIC X(5).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  CAL-CALENDAR-ID        PIC X(4).
           05  FILLER                 PIC X(5)  VALUE SPACES.


       WORKING-STORAGE SECTION.
       01  WS-LW-BUFFER           PIC X(110) VALUE SPACES.
       01  WS-LW-STATUS           PIC XX    VALUE SPACES.
       01  WS-HOL-STATUS          PIC XX    VALUE SPACES.
       01  WS-FY-STATUS           PIC XX    VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-PARM-TEXT           PIC X(8)  VALUE SPACES.
       01  WS-START-YEAR          PIC 9(4)  VALUE 0.
       01  WS-HOLIDAY-HIT-SW      PIC X     VALUE 'N'.
           88  DAY-IS-HOLIDAY               VALUE 'Y'.
       01  WS-HOLIDAY-NAME        PIC X(20) VALUE SPACES.
       01  WS-HOLIDAY-KIND        PIC X(1)  VALUE SPACES.
       01  WS-HOLIDAY-RULE-TYPE   PIC X(5)  VALUE SPACES.
       01  WS-HOLIDAY-OBSERVE     PIC X(1)  VALUE SPACES.
       01  WS-OBSERVED-DAYS       PIC 9(8)  VALUE 0.
       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
       01  WS-RUN-ID              PIC X(12) VALUE SPACES.
       01  WS-REGION-CODE             PIC X(4)      VALUE "HQ".
       01  WS-JRNL-JOB            PIC X(12) VALUE "CALBUILD".
       01  WS-JRNL-TYPE           PIC X(1).
       01  WS-JRNL-MODE           PIC X(8)  VALUE "RANGE".
      *--------------- release id of this program as installed;
      *--------------- changed with every release and registered
      *--------------- in PGMREG.DAT by VERSMANT
       01  WS-PV-PROGRAM          PIC X(16) VALUE "CALBUILD".
       01  WS-PV-VERSION          PIC X(8)  VALUE "01.00".
       01  WS-PV-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-COND-CODE           PIC 9(3)  VALUE 0.
           COPY RPTHDTR.
      *--------------- report generation roll (RPTGEN)
       01  WS-RG-FUNC             PIC X(4)  VALUE "ROLL".
       01  WS-RG-FILE             PIC X(12) VALUE "CALENDAR.DAT".
       01  WS-RG-RUN-ID           PIC X(12) VALUE SPACES.
       01  WS-RG-STATUS           PIC X(2)  VALUE SPACES.

      *--------------- loaded holiday rules, every calendar's
       01  WS-RULE-MAX            PIC 9(3)  VALUE 200.
       01  WS-RULE-USED           PIC 9(3)  VALUE 0.
       01  WS-RULE-IX             PIC 9(3).
       01  WS-RULE-BEFORE         PIC 9(3)  VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 200 TIMES.
               10  WS-RULE-CALENDAR   PIC X(4).
               10  WS-RULE-TYPE       PIC X(5).
               10  WS-RULE-MONTH      PIC 9(2).
               10  WS-RULE-DAY        PIC 9(2).
               10  WS-RULE-DOW        PIC 9(1).
               10  WS-RULE-NTH        PIC 9(1).
               10  WS-RULE-NAME       PIC X(20).
               10  WS-RULE-OFFSET     PIC S9(3).
               10  WS-RULE-OBSERVE    PIC X(1).

      *--------------- the holidays of the year being built and of
      *--------------- the years either side of it, in date order:
      *--------------- a Saturday New Year's Day is observed the
      *--------------- December before, a Sunday December 31st the
      *--------------- January after
       01  WS-HD-MAX              PIC 9(3)  VALUE 150.
       01  WS-HD-USED             PIC 9(3)  VALUE 0.
       01  WS-HD-IX               PIC 9(3).
       01  WS-HD-JX               PIC 9(3).
       01  WS-HD-TABLE.
           05  WS-HD-ENTRY OCCURS 150 TIMES.
               10  WS-HD-ACTUAL       PIC X(8).
               10  WS-HD-OBSERVED     PIC X(8).
               10  WS-HD-ACTUAL-DOW   PIC 9(1).
               10  WS-HD-RULE-IX      PIC 9(3).
       01  WS-HD-SWAP             PIC X(20) VALUE SPACES.
       01  WS-HD-SWAP-SW          PIC X     VALUE 'N'.
           88  PLAN-ENTRIES-SWAPPED         VALUE 'Y'.
       01  WS-PLAN-FROM           PIC 9(5)  VALUE 0.
       01  WS-PLAN-TO             PIC 9(5)  VALUE 0.
       01  WS-PLAN-YEAR           PIC 9(5)  VALUE 0.
       01  WS-PLAN-BUILD.
           05  WS-PB-YEAR         PIC 9(4).
           05  WS-PB-MONTH        PIC 9(2).
           05  WS-PB-DAY          PIC 9(2).
       01  WS-PLAN-DOW            PIC 9(1)  VALUE 0.
       01  WS-PLAN-OK-SW          PIC X     VALUE 'N'.
           88  PLAN-DATE-OK                 VALUE 'Y'.
       01  WS-OBS-SHIFT           PIC S9(1) VALUE 0.
       01  WS-OBS-CANDIDATE       PIC X(8)  VALUE SPACES.
       01  WS-OBS-TAKEN-SW        PIC X     VALUE 'N'.
           88  OBS-DAY-TAKEN                VALUE 'Y'.

      *--------------- Easter Sunday, Gregorian computus (the
      *--------------- anonymous Meeus/Jones/Butcher method)
       01  WS-EASTER-WORK.
           05  WS-EA-A            PIC S9(5).
           05  WS-EA-B            PIC S9(5).
           05  WS-EA-C            PIC S9(5).
           05  WS-EA-D            PIC S9(5).
           05  WS-EA-E            PIC S9(5).
           05  WS-EA-F            PIC S9(5).
           05  WS-EA-G            PIC S9(5).
           05  WS-EA-H            PIC S9(5).
           05  WS-EA-I            PIC S9(5).
           05  WS-EA-K            PIC S9(5).
           05  WS-EA-L            PIC S9(5).
           05  WS-EA-M            PIC S9(5).
           05  WS-EA-N            PIC S9(5).
           05  WS-EA-DAY0         PIC S9(5).

      *--------------- DATECALC call interface
       01  WS-DC-FUNCTION         PIC X(4)  VALUE SPACES.
       01  WS-DC-DAYS             PIC S9(7) VALUE 0.
       01  WS-DC-RESULT-TEXT      PIC X(12) VALUE SPACES.
       01  WS-DC-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-DC-CALENDAR         PIC X(8)  VALUE SPACES.
       01  WS-DATE-BUILD.
           05  WS-DB-YEAR         PIC 9(4).
           05  WS-DB-MONTH        PIC 9(2).
           05  WS-DB-DAY          PIC 9(2).
       01  WS-DOW-OF-DAY          PIC 9(1)  VALUE 0.
       01  WS-DOW-NAME-OF-DAY     PIC X(12) VALUE SPACES.

      *--------------- loaded fiscal-year definitions; the last day
      *--------------- of each year is worked out once at load time
       01  WS-FY-MAX              PIC 9(2)  VALUE 50.
       01  WS-FY-USED             PIC 9(2)  VALUE 0.
       01  WS-FY-IX               PIC 9(2).
       01  WS-FY-HIT              PIC 9(2)  VALUE 0.
       01  WS-FY-TABLE.
           05  WS-FY-ENTRY OCCURS 50 TIMES.
               10  WS-FY-YEAR         PIC X(4).
               10  WS-FY-START        PIC X(8).
               10  WS-FY-END          PIC X(8).
               10  WS-FY-WEEKS        PIC 9(2).
               10  WS-FY-PATTERN.
                   15  WS-FY-PER-WEEKS PIC 9(1) OCCURS 3 TIMES.
       01  WS-FY-NEW-END          PIC X(8)  VALUE SPACES.
       01  WS-FY-OVERLAP-SW       PIC X     VALUE 'N'.
           88  FY-OVERLAPS                  VALUE 'Y'.
       01  WS-FISCAL-WEEK         PIC 9(2)  VALUE 0.
       01  WS-FISCAL-PERIOD       PIC 9(2)  VALUE 0.
       01  WS-FISCAL-QTR          PIC 9(1)  VALUE 0.
       01  WS-WEEK-IN-QTR         PIC 9(2)  VALUE 0.
       01  WS-NO-FISCAL-DAYS      PIC 9(8)  VALUE 0.

      *--------------- the calendars to build, kept in id order so
      *--------------- the file runs calendar by calendar, each in
      *--------------- date order; HQ is seeded before any rule
       01  WS-CALID-MAX           PIC 9(2)  VALUE 8.
       01  WS-CALID-USED          PIC 9(2)  VALUE 0.
       01  WS-CALID-IX            PIC 9(2).
       01  WS-CALID-JX            PIC 9(2).
       01  WS-CALID-TABLE.
           05  WS-CALID-ENTRY     PIC X(4)  OCCURS 8 TIMES
                                            VALUE SPACES.
       01  WS-DEFAULT-CALENDAR    PIC X(4)  VALUE "HQ".
       01  WS-BUILD-CALENDAR      PIC X(4)  VALUE SPACES.
       01  WS-CALID-FOUND-SW      PIC X     VALUE 'N'.
           88  CALENDAR-ID-KNOWN            VALUE 'Y'.

       PROCEDURE DIVISION.
       CALBUILD.
           CALL "PGMVERS" USING WS-PV-PROGRAM WS-JRNL-JOB WS-PV-VERSION
                                WS-PV-STATUS.
           MOVE WS-PV-VERSION TO RH-VERSION-ID.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-PARM-TEXT.
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-JRNL-MODE
                                WS-COND-CODE.
           MOVE WS-COND-CODE TO RETURN-CODE.
           MOVE 1 TO WS-CALID-USED.
           MOVE WS-DEFAULT-CALENDAR TO WS-CALID-ENTRY(1).
           PERFORM 0010-LOAD-HOLIDAY-RULES.
           PERFORM 0016-LOAD-FISCAL-YEARS.
           PERFORM 0090-ROLL-REPORT-GENERATION.
           OPEN OUTPUT CALENDAR-FILE.
           MOVE "CALBUILD"   TO RH-JOB-NAME.
           MOVE WS-RUN-DATE  TO RH-RUN-DATE.
           MOVE WS-RUN-ID    TO RH-RUN-ID.
           MOVE WS-REGION-CODE TO RH-REGION.
           WRITE CAL-RECORD FROM RH-HEADER-RECORD.
           PERFORM VARYING WS-CALID-IX FROM 1 BY 1
              UNTIL WS-CALID-IX > WS-CALID-USED
              MOVE WS-CALID-ENTRY(WS-CALID-IX) TO WS-BUILD-CALENDAR
              PERFORM VARYING WS-YEAR FROM WS-START-YEAR BY 1
                 UNTIL WS-YEAR > WS-END-YEAR
                 PERFORM 0021-PLAN-YEAR-HOLIDAYS
                 PERFORM VARYING WS-MONTH FROM 1 BY 1
                    UNTIL WS-MONTH > 12
                    PERFORM 0020-BUILD-ONE-MONTH
                 END-PERFORM
              END-PERFORM
           END-PERFORM.
           MOVE WS-DAYS-WRITTEN TO RT-RECORD-COUNT.
           DISPLAY "===== CALENDAR BUILD SUMMARY =====".
           DISPLAY "YEARS           : " WS-START-YEAR " - "
              WS-END-YEAR.
           DISPLAY "CALENDARS       : " WS-CALID-USED.
           PERFORM VARYING WS-CALID-IX FROM 1 BY 1
              UNTIL WS-CALID-IX > WS-CALID-USED
              DISPLAY "  CALENDAR      : " WS-CALID-ENTRY(WS-CALID-IX)
           END-PERFORM.
           DISPLAY "DAYS WRITTEN    : " WS-DAYS-WRITTEN.
           DISPLAY "BUSINESS DAYS   : " WS-BUSINESS-DAYS.
           DISPLAY "HOLIDAY RULES   : " WS-RULE-USED.
           DISPLAY "OBSERVED DAYS   : " WS-OBSERVED-DAYS.
           DISPLAY "FISCAL YEARS    : " WS-FY-USED.
           DISPLAY "NO FISCAL YEAR  : " WS-NO-FISCAL-DAYS " DAYS".
           DISPLAY "==================================".
           PERFORM 0095-WRITE-LEDGER.
           MOVE "E" TO WS-JRNL-TYPE.
                 " HOLIDAY RULES - EXTRAS IGNORED"
              EXIT PARAGRAPH
           END-IF.
           IF HOL-OBSERVANCE = SPACE
              MOVE "N" TO HOL-OBSERVANCE
           END-IF.
           IF HOL-OBSERVANCE NOT = "N" AND HOL-OBSERVANCE NOT = "W"
              AND HOL-OBSERVANCE NOT = "M"
              DISPLAY "CALBUILD: SKIPPING HOLIDAY RULE WITH BAD "
                 "OBSERVANCE: " HOL-RULE-RECORD
              EXIT PARAGRAPH
           END-IF.
           IF HOL-CALENDAR-ID = SPACES
              MOVE WS-DEFAULT-CALENDAR TO HOL-CALENDAR-ID
           END-IF.
           PERFORM 0018-FIND-CALENDAR-ID.
           IF NOT CALENDAR-ID-KNOWN
              AND WS-CALID-USED >= WS-CALID-MAX
              DISPLAY "CALBUILD: MORE THAN " WS-CALID-MAX
                 " CALENDARS - SKIPPING RULE: " HOL-RULE-RECORD
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-RULE-USED TO WS-RULE-BEFORE.
           EVALUATE TRUE
              WHEN HOL-RULE-TYPE = "FIXED"
                 AND HOL-MONTH IS NUMERIC
                 MOVE 0             TO WS-RULE-DOW(WS-RULE-USED)
                 MOVE 0             TO WS-RULE-NTH(WS-RULE-USED)
                 MOVE HOL-NAME      TO WS-RULE-NAME(WS-RULE-USED)
                 MOVE 0             TO WS-RULE-OFFSET(WS-RULE-USED)
                 MOVE HOL-OBSERVANCE
                                    TO WS-RULE-OBSERVE(WS-RULE-USED)
              WHEN HOL-RULE-TYPE = "NTHDW"
                 AND HOL-MONTH IS NUMERIC
                 AND HOL-DOW IS NUMERIC
                 MOVE HOL-DOW       TO WS-RULE-DOW(WS-RULE-USED)
                 MOVE HOL-NTH       TO WS-RULE-NTH(WS-RULE-USED)
                 MOVE HOL-NAME      TO WS-RULE-NAME(WS-RULE-USED)
                 MOVE 0             TO WS-RULE-OFFSET(WS-RULE-USED)
                 MOVE HOL-OBSERVANCE
                                    TO WS-RULE-OBSERVE(WS-RULE-USED)
              WHEN HOL-RULE-TYPE = "EASTR"
                 AND HOL-EASTER-DAYS IS NUMERIC
                 AND (HOL-EASTER-SIGN = "+" OR HOL-EASTER-SIGN = "-"
                      OR HOL-EASTER-SIGN = SPACE)
                 ADD 1 TO WS-RULE-USED
                 MOVE HOL-RULE-TYPE TO WS-RULE-TYPE(WS-RULE-USED)
                 MOVE 0             TO WS-RULE-MONTH(WS-RULE-USED)
                 MOVE 0             TO WS-RULE-DAY(WS-RULE-USED)
                 MOVE 0             TO WS-RULE-DOW(WS-RULE-USED)
                 MOVE 0             TO WS-RULE-NTH(WS-RULE-USED)
                 MOVE HOL-NAME      TO WS-RULE-NAME(WS-RULE-USED)
                 MOVE HOL-EASTER-DAYS
                                    TO WS-RULE-OFFSET(WS-RULE-USED)
                 IF HOL-EASTER-SIGN = "-"
                    COMPUTE WS-RULE-OFFSET(WS-RULE-USED) =
                       0 - WS-RULE-OFFSET(WS-RULE-USED)
                 END-IF
                 MOVE HOL-OBSERVANCE
                                    TO WS-RULE-OBSERVE(WS-RULE-USED)
              WHEN OTHER
                 DISPLAY "CALBUILD: SKIPPING BAD HOLIDAY RULE: "
                    HOL-RULE-RECORD
           END-EVALUATE.
           IF WS-RULE-USED > WS-RULE-BEFORE
              MOVE HOL-CALENDAR-ID TO WS-RULE-CALENDAR(WS-RULE-USED)
              IF NOT CALENDAR-ID-KNOWN
                 PERFORM 0019-ADD-CALENDAR-ID
              END-IF
           END-IF.

       0018-FIND-CALENDAR-ID.
           MOVE 'N' TO WS-CALID-FOUND-SW.
           PERFORM VARYING WS-CALID-IX FROM 1 BY 1
              UNTIL WS-CALID-IX > WS-CALID-USED OR CALENDAR-ID-KNOWN
              IF WS-CALID-ENTRY(WS-CALID-IX) = HOL-CALENDAR-ID
                 MOVE 'Y' TO WS-CALID-FOUND-SW
              END-IF
           END-PERFORM.

       0019-ADD-CALENDAR-ID.
      *--------------- slotted in ahead of the first id that sorts
      *--------------- after it; the unused slots are spaces
           PERFORM VARYING WS-CALID-IX FROM 1 BY 1
              UNTIL WS-CALID-IX > WS-CALID-USED
                 OR WS-CALID-ENTRY(WS-CALID-IX) > HOL-CALENDAR-ID
              CONTINUE
           END-PERFORM.
           PERFORM VARYING WS-CALID-JX FROM WS-CALID-USED BY -1
              UNTIL WS-CALID-JX < WS-CALID-IX
              MOVE WS-CALID-ENTRY(WS-CALID-JX)
                 TO WS-CALID-ENTRY(WS-CALID-JX + 1)
           END-PERFORM.
           MOVE HOL-CALENDAR-ID TO WS-CALID-ENTRY(WS-CALID-IX).
           ADD 1 TO WS-CALID-USED.

       0016-LOAD-FISCAL-YEARS.
      *--------------- like the holiday rules, a missing file is a
      *--------------- console note and a calendar with the fiscal
      *--------------- stamp blank, not a failed run; a definition
      *--------------- overlapping one already loaded is skipped
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FY-STATUS.
           OPEN INPUT FISCAL-YEAR-FILE.
           IF WS-FY-STATUS NOT = "00"
              DISPLAY "CALBUILD: NO FISCALYR.DAT - FISCAL PERIODS "
                 "WILL BE LEFT BLANK"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-HOLIDAY-RULES
              READ FISCAL-YEAR-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF FY-YEAR NOT = SPACES
                       AND FY-YEAR(1:1) NOT = "*"
                       PERFORM 0017-LOAD-ONE-FISCAL-YEAR
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FISCAL-YEAR-FILE.

       0017-LOAD-ONE-FISCAL-YEAR.
           IF WS-FY-USED >= WS-FY-MAX
              DISPLAY "CALBUILD: MORE THAN " WS-FY-MAX
                 " FISCAL YEARS - EXTRAS IGNORED"
              EXIT PARAGRAPH
           END-IF.
           IF FY-PATTERN = SPACES
              MOVE "445" TO FY-PATTERN
           END-IF.
           MOVE "VAL " TO WS-DC-FUNCTION.
           MOVE FY-START-DATE TO WS-DC-DATE-1.
           CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-DAYS
                                 WS-DC-RESULT-TEXT WS-DC-STATUS
                                 WS-DC-CALENDAR.
           IF FY-YEAR IS NOT NUMERIC
              OR WS-DC-STATUS NOT = "00"
              OR (FY-WEEKS NOT = "52" AND FY-WEEKS NOT = "53")
              OR (FY-PATTERN NOT = "445" AND FY-PATTERN NOT = "454"
                  AND FY-PATTERN NOT = "544")
              DISPLAY "CALBUILD: SKIPPING BAD FISCAL YEAR: "
                 FY-DEFINITION-RECORD
              EXIT PARAGRAPH
           END-IF.
           MOVE "ADDD" TO WS-DC-FUNCTION.
           COMPUTE WS-DC-DAYS = FUNCTION NUMVAL(FY-WEEKS) * 7 - 1.
           CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-DAYS
                                 WS-DC-RESULT-TEXT WS-DC-STATUS
                                 WS-DC-CALENDAR.
           MOVE WS-DC-DATE-2 TO WS-FY-NEW-END.
           MOVE 'N' TO WS-FY-OVERLAP-SW.
           PERFORM VARYING WS-FY-IX FROM 1 BY 1
              UNTIL WS-FY-IX > WS-FY-USED
              IF FY-START-DATE <= WS-FY-END(WS-FY-IX)
                 AND WS-FY-NEW-END >= WS-FY-START(WS-FY-IX)
                 MOVE 'Y' TO WS-FY-OVERLAP-SW
              END-IF
           END-PERFORM.
           IF FY-OVERLAPS
              DISPLAY "CALBUILD: SKIPPING OVERLAPPING FISCAL YEAR: "
                 FY-DEFINITION-RECORD
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FY-USED.
           MOVE FY-YEAR       TO WS-FY-YEAR(WS-FY-USED).
           MOVE FY-START-DATE TO WS-FY-START(WS-FY-USED).
           MOVE WS-FY-NEW-END TO WS-FY-END(WS-FY-USED).
           MOVE FY-WEEKS      TO WS-FY-WEEKS(WS-FY-USED).
           MOVE FY-PATTERN    TO WS-FY-PATTERN(WS-FY-USED).

       0020-BUILD-ONE-MONTH.
           MOVE WS-YEAR  TO WS-DB-YEAR.
           MOVE WS-DATE-BUILD TO WS-DC-DATE-1.
           CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-DAYS
                                 WS-DC-RESULT-TEXT WS-DC-STATUS
                                 WS-DC-CALENDAR.
           MOVE WS-DC-DAYS TO WS-MONTH-LEN.
           PERFORM VARYING WS-DAY FROM 1 BY 1
              UNTIL WS-DAY > WS-MONTH-LEN
              PERFORM 0030-BUILD-ONE-DAY
           END-PERFORM.

       0021-PLAN-YEAR-HOLIDAYS.
      *--------------- every rule of the calendar being built
      *--------------- placed on its actual date in the year and the
      *--------------- years either side, the table put
      *--------------- in date order, then each weekend holiday
      *--------------- moved to its observed day - earliest first,
      *--------------- so when Christmas and Boxing Day both fall on
      *--------------- the weekend Christmas takes the Monday
           MOVE 0 TO WS-HD-USED.
           COMPUTE WS-PLAN-FROM = WS-YEAR - 1.
           COMPUTE WS-PLAN-TO   = WS-YEAR + 1.
           IF WS-PLAN-FROM < 1601
              MOVE 1601 TO WS-PLAN-FROM
           END-IF.
           IF WS-PLAN-TO > 9999
              MOVE 9999 TO WS-PLAN-TO
           END-IF.
           PERFORM VARYING WS-PLAN-YEAR FROM WS-PLAN-FROM BY 1
              UNTIL WS-PLAN-YEAR > WS-PLAN-TO
              PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                 UNTIL WS-RULE-IX > WS-RULE-USED
                 IF WS-RULE-CALENDAR(WS-RULE-IX) = WS-BUILD-CALENDAR
                    PERFORM 0022-PLACE-ONE-HOLIDAY
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE 'Y' TO WS-HD-SWAP-SW.
           PERFORM UNTIL NOT PLAN-ENTRIES-SWAPPED
              MOVE 'N' TO WS-HD-SWAP-SW
              PERFORM VARYING WS-HD-IX FROM 2 BY 1
                 UNTIL WS-HD-IX > WS-HD-USED
                 COMPUTE WS-HD-JX = WS-HD-IX - 1
                 IF WS-HD-ACTUAL(WS-HD-JX) > WS-HD-ACTUAL(WS-HD-IX)
                    MOVE WS-HD-ENTRY(WS-HD-JX) TO WS-HD-SWAP
                    MOVE WS-HD-ENTRY(WS-HD-IX)
                       TO WS-HD-ENTRY(WS-HD-JX)
                    MOVE WS-HD-SWAP TO WS-HD-ENTRY(WS-HD-IX)
                    MOVE 'Y' TO WS-HD-SWAP-SW
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-HD-IX FROM 1 BY 1
              UNTIL WS-HD-IX > WS-HD-USED
              PERFORM 0025-OBSERVE-ONE-HOLIDAY
           END-PERFORM.

       0022-PLACE-ONE-HOLIDAY.
      *--------------- the rule's actual date in WS-PLAN-YEAR; a
      *--------------- FIXED February 29th simply has no date in a
      *--------------- common year
           MOVE 'N' TO WS-PLAN-OK-SW.
           MOVE WS-PLAN-YEAR TO WS-PB-YEAR.
           EVALUATE WS-RULE-TYPE(WS-RULE-IX)
              WHEN "FIXED"
                 MOVE WS-RULE-MONTH(WS-RULE-IX) TO WS-PB-MONTH
                 MOVE WS-RULE-DAY(WS-RULE-IX)   TO WS-PB-DAY
                 MOVE "VAL " TO WS-DC-FUNCTION
                 MOVE WS-PLAN-BUILD TO WS-DC-DATE-1
                 CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                       WS-DC-DATE-2 WS-DC-DAYS
                                       WS-DC-RESULT-TEXT
                                       WS-DC-STATUS
                                       WS-DC-CALENDAR
                 IF WS-DC-STATUS = "00"
                    MOVE 'Y' TO WS-PLAN-OK-SW
                 END-IF
              WHEN "NTHDW"
                 PERFORM 0023-PLACE-NTH-WEEKDAY
              WHEN "EASTR"
                 PERFORM 0024-EASTER-SUNDAY
                 MOVE "ADDD" TO WS-DC-FUNCTION
                 MOVE WS-PLAN-BUILD TO WS-DC-DATE-1
                 MOVE WS-RULE-OFFSET(WS-RULE-IX) TO WS-DC-DAYS
                 CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                       WS-DC-DATE-2 WS-DC-DAYS
                                       WS-DC-RESULT-TEXT
                                       WS-DC-STATUS
                                       WS-DC-CALENDAR
                 IF WS-DC-STATUS = "00"
                    MOVE WS-DC-DATE-2 TO WS-PLAN-BUILD
                    MOVE 'Y' TO WS-PLAN-OK-SW
                 END-IF
           END-EVALUATE.
           IF NOT PLAN-DATE-OK
              EXIT PARAGRAPH
           END-IF.
           IF WS-HD-USED >= WS-HD-MAX
              DISPLAY "CALBUILD: MORE THAN " WS-HD-MAX
                 " HOLIDAYS AROUND " WS-YEAR " - EXTRAS IGNORED"
              EXIT PARAGRAPH
           END-IF.
           MOVE "DOW " TO WS-DC-FUNCTION.
           MOVE WS-PLAN-BUILD TO WS-DC-DATE-1.
           CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-DAYS
                                 WS-DC-RESULT-TEXT WS-DC-STATUS
                                 WS-DC-CALENDAR.
           ADD 1 TO WS-HD-USED.
           MOVE WS-PLAN-BUILD TO WS-HD-ACTUAL(WS-HD-USED).
           MOVE WS-PLAN-BUILD TO WS-HD-OBSERVED(WS-HD-USED).
           MOVE WS-DC-DAYS    TO WS-HD-ACTUAL-DOW(WS-HD-USED).
           MOVE WS-RULE-IX    TO WS-HD-RULE-IX(WS-HD-USED).

       0023-PLACE-NTH-WEEKDAY.
      *--------------- nth 1-4 counts on from the month's first
      *--------------- day; nth 5 counts back from its last
           MOVE WS-RULE-MONTH(WS-RULE-IX) TO WS-PB-MONTH.
           MOVE 1 TO WS-PB-DAY.
           IF WS-RULE-NTH(WS-RULE-IX) = 5
              MOVE "MLEN" TO WS-DC-FUNCTION
              MOVE WS-PLAN-BUILD TO WS-DC-DATE-1
              CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                    WS-DC-DATE-2 WS-DC-DAYS
                                    WS-DC-RESULT-TEXT WS-DC-STATUS
                                    WS-DC-CALENDAR
              IF WS-DC-STATUS NOT = "00"
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-DC-DAYS TO WS-PB-DAY
           END-IF.
           MOVE "DOW " TO WS-DC-FUNCTION.
           MOVE WS-PLAN-BUILD TO WS-DC-DATE-1.
           CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-DAYS
                                 WS-DC-RESULT-TEXT WS-DC-STATUS
                                 WS-DC-CALENDAR.
           IF WS-DC-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DC-DAYS TO WS-PLAN-DOW.
           IF WS-RULE-NTH(WS-RULE-IX) = 5
              COMPUTE WS-PB-DAY = WS-PB-DAY
                 - FUNCTION MOD(WS-PLAN-DOW
                                - WS-RULE-DOW(WS-RULE-IX) + 7, 7)
           ELSE
              COMPUTE WS-PB-DAY = 1
                 + FUNCTION MOD(WS-RULE-DOW(WS-RULE-IX)
                                - WS-PLAN-DOW + 7, 7)
                 + (WS-RULE-NTH(WS-RULE-IX) - 1) * 7
           END-IF.
           MOVE 'Y' TO WS-PLAN-OK-SW.

       0024-EASTER-SUNDAY.
           DIVIDE WS-PLAN-YEAR BY 19 GIVING WS-EA-N
              REMAINDER WS-EA-A.
           DIVIDE WS-PLAN-YEAR BY 100 GIVING WS-EA-B
              REMAINDER WS-EA-C.
           DIVIDE WS-EA-B BY 4 GIVING WS-EA-D REMAINDER WS-EA-E.
           COMPUTE WS-EA-F = (WS-EA-B + 8) / 25.
           COMPUTE WS-EA-G = (WS-EA-B - WS-EA-F + 1) / 3.
           COMPUTE WS-EA-N =
              19 * WS-EA-A + WS-EA-B - WS-EA-D - WS-EA-G + 15.
           DIVIDE WS-EA-N BY 30 GIVING WS-EA-M REMAINDER WS-EA-H.
           DIVIDE WS-EA-C BY 4 GIVING WS-EA-I REMAINDER WS-EA-K.
           COMPUTE WS-EA-N =
              32 + 2 * WS-EA-E + 2 * WS-EA-I - WS-EA-H - WS-EA-K.
           DIVIDE WS-EA-N BY 7 GIVING WS-EA-M REMAINDER WS-EA-L.
           COMPUTE WS-EA-M =
              (WS-EA-A + 11 * WS-EA-H + 22 * WS-EA-L) / 451.
           COMPUTE WS-EA-N =
              WS-EA-H + WS-EA-L - 7 * WS-EA-M + 114.
           DIVIDE WS-EA-N BY 31 GIVING WS-PB-MONTH
              REMAINDER WS-EA-DAY0.
           COMPUTE WS-PB-DAY = WS-EA-DAY0 + 1.
           MOVE WS-PLAN-YEAR TO WS-PB-YEAR.

       0025-OBSERVE-ONE-HOLIDAY.
      *--------------- W: Saturday back to Friday, Sunday on to
      *--------------- Monday; M: either on to Monday. A day already
      *--------------- a holiday or already observed for one pushes
      *--------------- the observance on to the next free business
      *--------------- day.
           MOVE WS-HD-RULE-IX(WS-HD-IX) TO WS-RULE-IX.
           IF WS-RULE-OBSERVE(WS-RULE-IX) = "N"
              OR WS-HD-ACTUAL-DOW(WS-HD-IX) <= 5
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN WS-RULE-OBSERVE(WS-RULE-IX) = "W"
                 AND WS-HD-ACTUAL-DOW(WS-HD-IX) = 6
                 MOVE -1 TO WS-OBS-SHIFT
              WHEN WS-RULE-OBSERVE(WS-RULE-IX) = "M"
                 AND WS-HD-ACTUAL-DOW(WS-HD-IX) = 6
                 MOVE 2 TO WS-OBS-SHIFT
              WHEN OTHER
                 MOVE 1 TO WS-OBS-SHIFT
           END-EVALUATE.
           MOVE "ADDD" TO WS-DC-FUNCTION.
           MOVE WS-HD-ACTUAL(WS-HD-IX) TO WS-DC-DATE-1.
           MOVE WS-OBS-SHIFT TO WS-DC-DAYS.
           CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-DAYS
                                 WS-DC-RESULT-TEXT WS-DC-STATUS
                                 WS-DC-CALENDAR.
           IF WS-DC-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DC-DATE-2 TO WS-OBS-CANDIDATE.
           PERFORM 0026-CHECK-DAY-TAKEN.
           PERFORM UNTIL NOT OBS-DAY-TAKEN
              MOVE "ADDD" TO WS-DC-FUNCTION
              MOVE WS-OBS-CANDIDATE TO WS-DC-DATE-1
              MOVE 1 TO WS-DC-DAYS
              CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                    WS-DC-DATE-2 WS-DC-DAYS
                                    WS-DC-RESULT-TEXT WS-DC-STATUS
                                    WS-DC-CALENDAR
              IF WS-DC-STATUS NOT = "00"
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-DC-DATE-2 TO WS-OBS-CANDIDATE
              PERFORM 0026-CHECK-DAY-TAKEN
           END-PERFORM.
           MOVE WS-OBS-CANDIDATE TO WS-HD-OBSERVED(WS-HD-IX).

       0026-CHECK-DAY-TAKEN.
      *--------------- a weekend day, a holiday's own date, or a day
      *--------------- another holiday is already observed on
           MOVE 'N' TO WS-OBS-TAKEN-SW.
           MOVE "DOW " TO WS-DC-FUNCTION.
           MOVE WS-OBS-CANDIDATE TO WS-DC-DATE-1.
           CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-DAYS
                                 WS-DC-RESULT-TEXT WS-DC-STATUS
                                 WS-DC-CALENDAR.
           IF WS-DC-DAYS > 5
              MOVE 'Y' TO WS-OBS-TAKEN-SW
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-HD-JX FROM 1 BY 1
              UNTIL WS-HD-JX > WS-HD-USED OR OBS-DAY-TAKEN
              IF WS-HD-JX NOT = WS-HD-IX
                 AND (WS-HD-ACTUAL(WS-HD-JX) = WS-OBS-CANDIDATE
                   OR WS-HD-OBSERVED(WS-HD-JX) = WS-OBS-CANDIDATE)
                 MOVE 'Y' TO WS-OBS-TAKEN-SW
              END-IF
           END-PERFORM.

       0030-BUILD-ONE-DAY.
           MOVE WS-DAY TO WS-DB-DAY.
           MOVE "DOW " TO WS-DC-FUNCTION.
           MOVE WS-DATE-BUILD TO WS-DC-DATE-1.
           CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-DAYS
                                 WS-DC-RESULT-TEXT WS-DC-STATUS
                                 WS-DC-CALENDAR.
           MOVE WS-DC-DAYS        TO WS-DOW-OF-DAY.
           MOVE WS-DC-RESULT-TEXT TO WS-DOW-NAME-OF-DAY.
           PERFORM 0040-CHECK-HOLIDAY.
           MOVE SPACES           TO CAL-RECORD.
           MOVE WS-DATE-BUILD    TO CAL-DATE.
           MOVE WS-BUILD-CALENDAR TO CAL-CALENDAR-ID.
           MOVE WS-DOW-OF-DAY    TO CAL-DOW-NUM.
           MOVE WS-DOW-NAME-OF-DAY TO CAL-DOW-NAME.
           IF WS-DOW-OF-DAY <= 5 AND NOT DAY-IS-HOLIDAY
              MOVE "Y" TO CAL-BUSINESS-DAY
              ADD 1 TO WS-BUSINESS-DAYS
           ELSE
              MOVE "N" TO CAL-BUSINESS-DAY
           END-IF.
           IF DAY-IS-HOLIDAY
              MOVE WS-HOLIDAY-KIND      TO CAL-HOLIDAY-FLAG
              MOVE WS-HOLIDAY-NAME      TO CAL-HOLIDAY-NAME
              MOVE WS-HOLIDAY-RULE-TYPE TO CAL-HOLIDAY-RULE
              MOVE WS-HOLIDAY-OBSERVE   TO CAL-OBSERVANCE
           ELSE
              MOVE " " TO CAL-HOLIDAY-FLAG
           END-IF.
           PERFORM 0050-STAMP-FISCAL-PERIOD.
           MOVE "ISOW" TO WS-DC-FUNCTION.
           MOVE WS-DATE-BUILD TO WS-DC-DATE-1.
           CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-DAYS
                                 WS-DC-RESULT-TEXT WS-DC-STATUS
                                 WS-DC-CALENDAR.
           MOVE WS-DC-RESULT-TEXT(1:4) TO CAL-ISO-YEAR.
           MOVE WS-DC-RESULT-TEXT(7:2) TO CAL-ISO-WEEK.
           WRITE CAL-RECORD.
           ADD 1 TO WS-DAYS-WRITTEN.

       0040-CHECK-HOLIDAY.
      *--------------- a holiday's own date is marked H; failing
      *--------------- that, a day some weekend holiday has been
      *--------------- moved to is marked O under the same name
           MOVE 'N' TO WS-HOLIDAY-HIT-SW.
           MOVE SPACES TO WS-HOLIDAY-NAME WS-HOLIDAY-KIND
                          WS-HOLIDAY-RULE-TYPE WS-HOLIDAY-OBSERVE.
           PERFORM VARYING WS-HD-IX FROM 1 BY 1
              UNTIL WS-HD-IX > WS-HD-USED OR DAY-IS-HOLIDAY
              IF WS-HD-ACTUAL(WS-HD-IX) = WS-DATE-BUILD
                 MOVE 'Y' TO WS-HOLIDAY-HIT-SW
                 MOVE "H" TO WS-HOLIDAY-KIND
                 PERFORM 0045-NAME-HOLIDAY
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-HD-IX FROM 1 BY 1
              UNTIL WS-HD-IX > WS-HD-USED OR DAY-IS-HOLIDAY
              IF WS-HD-OBSERVED(WS-HD-IX) = WS-DATE-BUILD
                 AND WS-HD-ACTUAL(WS-HD-IX) NOT = WS-DATE-BUILD
                 MOVE 'Y' TO WS-HOLIDAY-HIT-SW
                 MOVE "O" TO WS-HOLIDAY-KIND
                 ADD 1 TO WS-OBSERVED-DAYS
                 PERFORM 0045-NAME-HOLIDAY
              END-IF
           END-PERFORM.

       0045-NAME-HOLIDAY.
           MOVE WS-HD-RULE-IX(WS-HD-IX) TO WS-RULE-IX.
           MOVE WS-RULE-NAME(WS-RULE-IX)    TO WS-HOLIDAY-NAME.
           MOVE WS-RULE-TYPE(WS-RULE-IX)    TO WS-HOLIDAY-RULE-TYPE.
           MOVE WS-RULE-OBSERVE(WS-RULE-IX) TO WS-HOLIDAY-OBSERVE.

       0050-STAMP-FISCAL-PERIOD.
      *--------------- fiscal week from the days since the year's
      *--------------- first day; the period from the week's place
      *--------------- in its 13-week quarter under the year's
      *--------------- pattern. Week 53 lands in period 12.
           MOVE 0 TO WS-FY-HIT.
           PERFORM VARYING WS-FY-IX FROM 1 BY 1
              UNTIL WS-FY-IX > WS-FY-USED OR WS-FY-HIT > 0
              IF WS-DATE-BUILD >= WS-FY-START(WS-FY-IX)
                 AND WS-DATE-BUILD <= WS-FY-END(WS-FY-IX)
                 MOVE WS-FY-IX TO WS-FY-HIT
              END-IF
           END-PERFORM.
           IF WS-FY-HIT = 0
              ADD 1 TO WS-NO-FISCAL-DAYS
              EXIT PARAGRAPH
           END-IF.
           MOVE "DIFF" TO WS-DC-FUNCTION.
           MOVE WS-FY-START(WS-FY-HIT) TO WS-DC-DATE-1.
           MOVE WS-DATE-BUILD TO WS-DC-DATE-2.
           CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-DAYS
                                 WS-DC-RESULT-TEXT WS-DC-STATUS
                                 WS-DC-CALENDAR.
           COMPUTE WS-FISCAL-WEEK = WS-DC-DAYS / 7 + 1.
           COMPUTE WS-FISCAL-QTR = (WS-FISCAL-WEEK - 1) / 13.
           IF WS-FISCAL-QTR > 3
              MOVE 3 TO WS-FISCAL-QTR
           END-IF.
           COMPUTE WS-WEEK-IN-QTR =
              WS-FISCAL-WEEK - (WS-FISCAL-QTR * 13).
           EVALUATE TRUE
              WHEN WS-WEEK-IN-QTR <= WS-FY-PER-WEEKS(WS-FY-HIT, 1)
                 COMPUTE WS-FISCAL-PERIOD = WS-FISCAL-QTR * 3 + 1
              WHEN WS-WEEK-IN-QTR <= WS-FY-PER-WEEKS(WS-FY-HIT, 1)
                                   + WS-FY-PER-WEEKS(WS-FY-HIT, 2)
                 COMPUTE WS-FISCAL-PERIOD = WS-FISCAL-QTR * 3 + 2
              WHEN OTHER
                 COMPUTE WS-FISCAL-PERIOD = WS-FISCAL-QTR * 3 + 3
           END-EVALUATE.
           MOVE WS-FY-YEAR(WS-FY-HIT) TO CAL-FISCAL-YEAR.
           MOVE WS-FISCAL-PERIOD      TO CAL-FISCAL-PERIOD.
           MOVE WS-FISCAL-WEEK        TO CAL-FISCAL-WEEK.

       0090-ROLL-REPORT-GENERATION.
      *--------------- the calendar in use is rolled to a numbered
      *--------------- generation before OPEN OUTPUT replaces it; a
      *--------------- roll that fails ends the run rather than
      *--------------- overwrite a calendar nobody has kept
           CALL "RPTGEN" USING WS-RG-FUNC WS-RG-FILE WS-RG-RUN-ID
                               WS-RG-STATUS.
           IF WS-RG-STATUS NOT = "00"
              DISPLAY "RUN ABORTED - " WS-RG-FILE
                 " NOT ROLLED - STATUS " WS-RG-STATUS
              MOVE 12 TO WS-COND-CODE
              MOVE "E" TO WS-JRNL-TYPE
              CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE
                                   WS-JRNL-MODE WS-COND-CODE
              MOVE WS-COND-CODE TO RETURN-CODE
              STOP RUN
           END-IF.

       0095-WRITE-LEDGER.
      *--------------- control-total record appended to the shared
      *--------------- daily ledger after every batch run
