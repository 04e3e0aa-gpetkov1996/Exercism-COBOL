      * suite to a file of date requests, so the spreadsheet date     *
      * arithmetic moves onto one tested engine.                      *
      *                                                               *
      * Input  - DATEIN.DAT, 40-byte request records:                 *
      *   cols  1-4   function (DOW /DIFF/MLEN/ADDD/ADDB/DIFB/VAL /   *
      *               FPER/FPFB/FPLB/ISOW)                            *
      *   col   5     space                                           *
      *   cols  6-13  date 1 (YYYYMMDD)                               *
      *   col   14    space                                           *
      *   cols 15-22  date 2 (DIFF and DIFB only)                     *
      *   col   23    space                                           *
      *   cols 24-30  signed day count (ADDD and ADDB, e.g. -000030)  *
      *   cols 32-35  calendar id (blank means HQ; for VAL, blank     *
      *               means the date alone is checked)                *
      *   cols 37-40  second calendar id for a joint request - the    *
      *               day must be a business day on both calendars    *
      * ADDB and DIFB are the settlement desk's T+N value-date        *
      * functions, counted in business days off the named calendar    *
      * on CALENDAR.DAT (status 60 for a calendar it lacks); a        *
      * request touching a date outside the generated calendar        *
      * answers DC-STATUS 40 instead of a silently wrong date.        *
      * FPER answers a date's fiscal year, period and week; FPFB and  *
      * FPLB the first and last business day of its fiscal period     *
      * (status 50 where no fiscal year is declared); ISOW its ISO    *
      * week. All four take date 1 only.                              *
      * Output - DATERPT.DAT, 80-byte result records with the         *
      *   standard header/trailer; requests DATECALC flags bad go     *
      *   to the shared reject ledger.                                *
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-INPUT-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  DI-REQUEST-RECORD.
           05  DI-FUNCTION            PIC X(4).
           05  DI-DATE-2              PIC X(8).
           05  FILLER                 PIC X(1).
           05  DI-DAYS-TEXT           PIC X(7).
           05  FILLER                 PIC X(1).
           05  DI-CALENDAR-ID         PIC X(4).
           05  FILLER                 PIC X(1).
           05  DI-JOINT-ID            PIC X(4).

       FD  DATE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           05  DR-RESULT-TEXT         PIC X(12).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DR-STATUS              PIC X(2).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DR-CALENDAR-ID         PIC X(4).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  DR-JOINT-ID            PIC X(4).
           05  FILLER                 PIC X(18) VALUE SPACES.


       WORKING-STORAGE SECTION.
       01  WS-JRNL-JOB            PIC X(12) VALUE "DATEBAT".
       01  WS-JRNL-TYPE           PIC X(1).
       01  WS-JRNL-MODE           PIC X(8)  VALUE "FILE".
      *--------------- release id of this program as installed;
      *--------------- changed with every release and registered
      *--------------- in PGMREG.DAT by VERSMANT
       01  WS-PV-PROGRAM          PIC X(16) VALUE "DATEBAT".
       01  WS-PV-VERSION          PIC X(8)  VALUE "01.00".
       01  WS-PV-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-COND-CODE           PIC 9(3)  VALUE 0.
           COPY RPTHDTR.
      *--------------- report generation roll (RPTGEN)
       01  WS-RG-FUNC             PIC X(4)  VALUE "ROLL".
       01  WS-RG-FILE             PIC X(12) VALUE "DATERPT.DAT".
       01  WS-RG-RUN-ID           PIC X(12) VALUE SPACES.
       01  WS-RG-STATUS           PIC X(2)  VALUE SPACES.

      *--------------- DATECALC call interface
       01  WS-DC-FUNCTION         PIC X(4)  VALUE SPACES.
       01  WS-DC-DAYS             PIC S9(7) VALUE 0.
       01  WS-DC-RESULT-TEXT      PIC X(12) VALUE SPACES.
       01  WS-DC-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-DC-CALENDAR.
           05  WS-DC-CAL-ID       PIC X(4)  VALUE SPACES.
           05  WS-DC-CAL-JOINT-ID PIC X(4)  VALUE SPACES.
       01  WS-DAYS-EDIT           PIC X(7)  VALUE SPACES.

       PROCEDURE DIVISION.
       DATEBAT.
           CALL "PGMVERS" USING WS-PV-PROGRAM WS-JRNL-JOB WS-PV-VERSION
                                WS-PV-STATUS.
           MOVE WS-PV-VERSION TO RH-VERSION-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           MOVE "S" TO WS-JRNL-TYPE.
              MOVE WS-COND-CODE TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0090-ROLL-REPORT-GENERATION.
           OPEN OUTPUT DATE-REPORT-FILE.
           MOVE "DATEBAT"    TO RH-JOB-NAME.
           MOVE WS-RUN-DATE  TO RH-RUN-DATE.
           MOVE DI-DATE-1   TO WS-DC-DATE-1.
           MOVE DI-DATE-2   TO WS-DC-DATE-2.
           MOVE 0           TO WS-DC-DAYS.
           MOVE DI-CALENDAR-ID TO WS-DC-CAL-ID.
           MOVE DI-JOINT-ID TO WS-DC-CAL-JOINT-ID.
           MOVE DI-DAYS-TEXT TO WS-DAYS-EDIT.
           IF WS-DC-FUNCTION = "ADDD" OR WS-DC-FUNCTION = "ADDB"
              IF WS-DAYS-EDIT(1:1) = "-"
           END-IF.
           CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-DAYS
                                 WS-DC-RESULT-TEXT WS-DC-STATUS
                                 WS-DC-CALENDAR.
           MOVE SPACES           TO DR-RESULT-RECORD.
           MOVE WS-DC-FUNCTION   TO DR-FUNCTION.
           MOVE WS-DC-DATE-1     TO DR-DATE-1.
           MOVE WS-DC-DAYS       TO DR-DAYS.
           MOVE WS-DC-RESULT-TEXT TO DR-RESULT-TEXT.
           MOVE WS-DC-STATUS     TO DR-STATUS.
           MOVE WS-DC-CAL-ID     TO DR-CALENDAR-ID.
           MOVE WS-DC-CAL-JOINT-ID TO DR-JOINT-ID.
           WRITE DR-RESULT-RECORD.
           IF WS-DC-STATUS = "00"
              ADD 1 TO WS-LG-OUT
              PERFORM 0092-PUT-REJECT-LEDGER
           END-IF.

       0090-ROLL-REPORT-GENERATION.
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
              MOVE "E" TO WS-JRNL-TYPE
              CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE
                                   WS-JRNL-MODE WS-COND-CODE
              MOVE WS-COND-CODE TO RETURN-CODE
              STOP RUN
           END-IF.

       0092-PUT-REJECT-LEDGER.
      *--------------- all reject-ledger appends go through the
      *--------------- LEDGRWRT gatekeeper
