      * stops laying schedules out in a spreadsheet against a wall    *
      * calendar.                                                     *
      *                                                               *
      * Input  - LOANIN.DAT, 80-byte request records:                 *
      *   cols  1-10  loan identifier                                 *
      *   cols 12-19  start date (YYYYMMDD)                           *
      *   cols 21-23  term in months                                  *
      *   cols 25-32  payment frequency: MONTHLY or QUARTRLY          *
      *   cols 34-39  business-day roll: FOLLOW (forward), PRECED     *
      *               (back) or NONE                                  *
      *   cols 41-44  business calendar the loan pays on (blank       *
      *               means HQ)                                       *
      *   cols 46-49  second calendar for a loan settling across two  *
      *               countries - a payment then rolls to a day that  *
      *               is a business day on both                       *
      *   cols 52-62  principal, 9 digits and 2 implied decimals;     *
      *               blank for a dates-only schedule                 *
      *   cols 64-70  annual rate, 3 digits and 4 implied decimals    *
      *               (0052500 is 5.25 percent)                       *
      *   cols 72-78  day-count convention: 30/360, ACT/360,          *
      *               ACT/365 or ACT/ACT                              *
      * Output - LOANRPT.DAT, 132-byte rows with the standard         *
      *   header/trailer: one dated payment row per period, the raw   *
      *   date and the rolled date side by side, then the accrued     *
      *   days, interest, principal repaid, payment and closing       *
      *   balance. Interest accrues from the start date (then from    *
      *   the previous rolled date) to the period's ROLLED date, on   *
      *   the loan's day-count convention; ACT/ACT splits the         *
      *   accrual at each year end and asks LEAPCALC whether each     *
      *   year has 366 days. The payment is level, set from the       *
      *   periodic rate, and the last period repays whatever          *
      *   balance is left, so the principal repaid always sums to     *
      *   the loan to the penny. The trailer control total is the     *
      *   total interest in cents.                                    *
      *                                                               *
      * A schedule whose dates run past CALENDAR.DAT's horizon is     *
      * REJECTED WHOLE (reason PASTHRZN, to the shared reject         *
      * ledger) - a silently wrong date is precisely what this        *
      * program exists to prevent. Bad requests reject as BADREQ, a   *
      * calendar CALENDAR.DAT does not carry as BADCAL, a bad         *
      * principal or rate as BADAMT and an unknown day-count          *
      * convention as BADBASIS.                                       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-INPUT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  LI-REQUEST-RECORD.
           05  LI-LOAN-ID             PIC X(10).
           05  FILLER                 PIC X(1).
           05  LI-ROLL                PIC X(6).
           05  FILLER                 PIC X(1).
           05  LI-CALENDAR-ID         PIC X(4).
           05  FILLER                 PIC X(1).
           05  LI-JOINT-ID            PIC X(4).
           05  FILLER                 PIC X(2).
           05  LI-PRINCIPAL           PIC X(11).
           05  LI-PRINCIPAL-NUM REDEFINES LI-PRINCIPAL
                                      PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  LI-RATE                PIC X(7).
           05  LI-RATE-NUM REDEFINES LI-RATE
                                      PIC 9(3)V9(4).
           05  FILLER                 PIC X(1).
           05  LI-DAY-COUNT           PIC X(7).
           05  FILLER                 PIC X(2).

      *--------------- CALBUILD's calendar layout, read back as input
       FD  CALENDAR-FILE
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
       01  CAL-RECORD.
           05  CAL-DATE               PIC X(8).
           05  CAL-HOLIDAY-FLAG      PIC X(1).
           05  FILLER                 PIC X(2).
           05  CAL-HOLIDAY-NAME       PIC X(20).
           05  FILLER                 PIC X(37).

       FD  LOAN-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  LR-RESULT-RECORD.
           05  LR-LOAN-ID             PIC X(10).
           05  LR-ROLLED-DATE         PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LR-STATUS              PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LR-CALENDAR-ID         PIC X(4).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  LR-JOINT-ID            PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LR-ACCRUED-DAYS        PIC ZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LR-INTEREST            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  LR-PRINCIPAL           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  LR-PAYMENT             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  LR-BALANCE             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(4)  VALUE SPACES.

       WORKING-STORAGE SECTION.

       01  WS-JRNL-JOB            PIC X(12) VALUE "LOANSCHD".
       01  WS-JRNL-TYPE           PIC X(1).
       01  WS-JRNL-MODE           PIC X(8)  VALUE "FILE".
      *--------------- release id of this program as installed;
      *--------------- changed with every release and registered
      *--------------- in PGMREG.DAT by VERSMANT
       01  WS-PV-PROGRAM          PIC X(16) VALUE "LOANSCHD".
       01  WS-PV-VERSION          PIC X(8)  VALUE "01.00".
       01  WS-PV-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-COND-CODE           PIC 9(3)  VALUE 0.
           COPY RPTHDTR.
      *--------------- report generation roll (RPTGEN)
       01  WS-RG-FUNC             PIC X(4)  VALUE "ROLL".
       01  WS-RG-FILE             PIC X(12) VALUE "LOANRPT.DAT".
       01  WS-RG-RUN-ID           PIC X(12) VALUE SPACES.
       01  WS-RG-STATUS           PIC X(2)  VALUE SPACES.

      *--------------- the calendars themselves are DATECALC's;
      *--------------- the file is only opened here to make sure
      *--------------- there is one before any loan is read
       01  WS-CAL-LOADED-SW       PIC X     VALUE 'N'.
           88  CALENDAR-LOADED              VALUE 'Y'.

       01  WS-DC-DAYS             PIC S9(7) VALUE 0.
       01  WS-DC-RESULT-TEXT      PIC X(12) VALUE SPACES.
       01  WS-DC-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-DC-CALENDAR.
           05  WS-DC-CAL-ID       PIC X(4)  VALUE SPACES.
           05  WS-DC-CAL-JOINT-ID PIC X(4)  VALUE SPACES.

      *--------------- per-schedule generation state; every date is
      *--------------- computed and range-checked BEFORE any row is
           05  WS-PAY-ENTRY OCCURS 360 TIMES.
               10  WS-PAY-RAW         PIC X(8).
               10  WS-PAY-ROLLED      PIC X(8).
               10  WS-PAY-ACCRUED     PIC S9(5).
               10  WS-PAY-INTEREST    PIC S9(9)V99.
               10  WS-PAY-PRINCIPAL   PIC S9(9)V99.
               10  WS-PAY-PAYMENT     PIC S9(9)V99.
               10  WS-PAY-BALANCE     PIC S9(9)V99.
       01  WS-WORK-DATE.
           05  WS-WD-YEAR         PIC 9(4).
           05  WS-WD-MONTH        PIC 9(2).
       01  WS-START-DAY           PIC 9(2)  VALUE 0.
       01  WS-MONTH-TOTAL         PIC S9(4) VALUE 0.
       01  WS-MONTH-LEN           PIC 9(2)  VALUE 0.
       01  WS-ROLL-DATE           PIC X(8)  VALUE SPACES.
       01  WS-ROLL-STEP           PIC S9(1) VALUE 0.

      *--------------- amortization: a level payment off the
      *--------------- periodic rate, interest accrued on the
      *--------------- loan's day-count convention between rolled
      *--------------- dates, the last period clearing the balance
       01  WS-AMOUNTS-SW          PIC X     VALUE 'N'.
           88  AMOUNTS-REQUESTED            VALUE 'Y'.
       01  WS-PRINCIPAL           PIC S9(9)V99 VALUE 0.
       01  WS-ANNUAL-RATE         PIC S9(3)V9(4) VALUE 0.
       01  WS-PERIOD-RATE         PIC S9(1)V9(14) VALUE 0.
       01  WS-LEVEL-FACTOR        PIC S9(9)V9(14) VALUE 0.
       01  WS-LEVEL-PAYMENT       PIC S9(9)V99 VALUE 0.
       01  WS-BALANCE             PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-INTEREST      PIC S9(9)V99 VALUE 0.
       01  WS-RUN-INTEREST        PIC S9(9)V99 VALUE 0.
       01  WS-EDT-INTEREST        PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-ACC-FROM            PIC X(8)  VALUE SPACES.
       01  WS-ACC-TO              PIC X(8)  VALUE SPACES.
       01  WS-ACC-DAYS            PIC S9(5) VALUE 0.
       01  WS-ACC-FRACTION        PIC S9(3)V9(14) VALUE 0.
       01  WS-D360-FROM.
           05  WS-DF-YEAR         PIC 9(4).
           05  WS-DF-MONTH        PIC 9(2).
           05  WS-DF-DAY          PIC 9(2).
       01  WS-D360-TO.
           05  WS-DT-YEAR         PIC 9(4).
           05  WS-DT-MONTH        PIC 9(2).
           05  WS-DT-DAY          PIC 9(2).
       01  WS-AA-YEAR             PIC 9(4)  VALUE 0.
       01  WS-AA-SEG-FROM         PIC X(8)  VALUE SPACES.
       01  WS-AA-SEG-TO           PIC X(8)  VALUE SPACES.
      *--------------- LEAPCALC call interface (ACT/ACT)
       01  WS-LEAP-YEAR           PIC 9(4).
       01  WS-LEAP-RESULT         PIC A(3).
       01  WS-LEAP-DAYS           PIC 9(3).
       01  WS-LEAP-RULE           PIC X(10).

       PROCEDURE DIVISION.
       LOANSCHD.
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
           OPEN OUTPUT LOAN-REPORT-FILE.
           MOVE "LOANSCHD"   TO RH-JOB-NAME.
           MOVE WS-RUN-DATE  TO RH-RUN-DATE.
              END-READ
           END-PERFORM.
           MOVE WS-ROWS-WRITTEN TO RT-RECORD-COUNT.
           COMPUTE RT-CONTROL-TOTAL = WS-RUN-INTEREST * 100.
           WRITE LR-RESULT-RECORD FROM RT-TRAILER-RECORD.
           CLOSE LOAN-INPUT-FILE.
           CLOSE LOAN-REPORT-FILE.
           DISPLAY "SCHEDULES WRITTEN  : " WS-LG-OUT.
           DISPLAY "SCHEDULES REJECTED : " WS-LG-REJ.
           DISPLAY "PAYMENT ROWS       : " WS-ROWS-WRITTEN.
           MOVE WS-RUN-INTEREST TO WS-EDT-INTEREST.
           DISPLAY "TOTAL INTEREST     : " WS-EDT-INTEREST.
           DISPLAY "=====================================".
           PERFORM 0095-WRITE-LEDGER.
           MOVE "E" TO WS-JRNL-TYPE.
           STOP RUN.

       0010-LOAD-CALENDAR.
      *--------------- the calendar is usable once one dated day is
      *--------------- read; the header carries no numeric date and
      *--------------- is passed over
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-CAL-STATUS.
           OPEN INPUT CALENDAR-FILE.
              MOVE 'Y' TO WS-EOF-SW
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-LOAN-INPUT OR CALENDAR-LOADED
              READ CALENDAR-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF CAL-DATE IS NUMERIC
                       MOVE 'Y' TO WS-CAL-LOADED-SW
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.
           MOVE 'N' TO WS-EOF-SW.

       1000-PROCESS-ONE-LOAN.
           MOVE 'N' TO WS-SCHED-BAD-SW.
           MOVE 'N' TO WS-AMOUNTS-SW.
           MOVE 0 TO WS-TOTAL-INTEREST.
           MOVE SPACES TO WS-REJ-REASON.
           PERFORM 1100-EDIT-THE-REQUEST.
           IF NOT SCHEDULE-REJECTED
              PERFORM 1200-COMPUTE-ALL-DATES
           END-IF.
           IF NOT SCHEDULE-REJECTED AND AMOUNTS-REQUESTED
              PERFORM 1600-COMPUTE-AMOUNTS
           END-IF.
           IF SCHEDULE-REJECTED
              ADD 1 TO WS-LG-REJ
              MOVE SPACES          TO LR-RESULT-RECORD
              PERFORM 0092-PUT-REJECT-LEDGER
           ELSE
              ADD 1 TO WS-LG-OUT
              ADD WS-TOTAL-INTEREST TO WS-RUN-INTEREST
              PERFORM 1500-WRITE-SCHEDULE-ROWS
           END-IF.

       1100-EDIT-THE-REQUEST.
           MOVE SPACES TO WS-DC-CALENDAR.
           MOVE "VAL " TO WS-DC-FUNCTION.
           MOVE LI-START-DATE TO WS-DC-DATE-1.
           CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-DAYS
                                 WS-DC-RESULT-TEXT WS-DC-STATUS
                                 WS-DC-CALENDAR.
           EVALUATE TRUE
              WHEN LI-LOAN-ID = SPACES
                 MOVE 'Y' TO WS-SCHED-BAD-SW
           IF WS-PAY-COUNT = 0 OR WS-PAY-COUNT > 360
              MOVE 'Y' TO WS-SCHED-BAD-SW
              MOVE "BADTERM" TO WS-REJ-REASON
              EXIT PARAGRAPH
           END-IF.
      *--------------- from here on every DATECALC call answers on
      *--------------- the loan's own calendar; one it does not
      *--------------- know is the request's fault, not the horizon's
           MOVE LI-CALENDAR-ID TO WS-DC-CAL-ID.
           MOVE LI-JOINT-ID    TO WS-DC-CAL-JOINT-ID.
           MOVE "VAL " TO WS-DC-FUNCTION.
           MOVE LI-START-DATE TO WS-DC-DATE-1.
           CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-DAYS
                                 WS-DC-RESULT-TEXT WS-DC-STATUS
                                 WS-DC-CALENDAR.
           IF WS-DC-STATUS = "60"
              MOVE 'Y' TO WS-SCHED-BAD-SW
              MOVE "BADCAL" TO WS-REJ-REASON
              EXIT PARAGRAPH
           END-IF.
      *--------------- no principal: the dates-only schedule this
      *--------------- program has always produced
           IF LI-PRINCIPAL = SPACES
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN LI-PRINCIPAL IS NOT NUMERIC
                 OR LI-RATE IS NOT NUMERIC
                 MOVE 'Y' TO WS-SCHED-BAD-SW
                 MOVE "BADAMT" TO WS-REJ-REASON
              WHEN LI-PRINCIPAL-NUM = 0
                 MOVE 'Y' TO WS-SCHED-BAD-SW
                 MOVE "BADAMT" TO WS-REJ-REASON
              WHEN LI-DAY-COUNT NOT = "30/360"
                 AND LI-DAY-COUNT NOT = "ACT/360"
                 AND LI-DAY-COUNT NOT = "ACT/365"
                 AND LI-DAY-COUNT NOT = "ACT/ACT"
                 MOVE 'Y' TO WS-SCHED-BAD-SW
                 MOVE "BADBASIS" TO WS-REJ-REASON
              WHEN OTHER
                 MOVE 'Y' TO WS-AMOUNTS-SW
                 MOVE LI-PRINCIPAL-NUM TO WS-PRINCIPAL
                 MOVE LI-RATE-NUM TO WS-ANNUAL-RATE
           END-EVALUATE.

       1200-COMPUTE-ALL-DATES.
      *--------------- payment n falls n*step months after the start
           MOVE WS-WORK-DATE TO WS-DC-DATE-1.
           CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-DAYS
                                 WS-DC-RESULT-TEXT WS-DC-STATUS
                                 WS-DC-CALENDAR.
           IF WS-DC-STATUS NOT = "00"
              MOVE 'Y' TO WS-SCHED-BAD-SW
              MOVE "PASTHRZN" TO WS-REJ-REASON
      *--------------- must whatever day it rolls to; walking off
      *--------------- either end of the generated span rejects the
      *--------------- whole schedule rather than inventing a date
           MOVE WS-PAY-RAW(WS-PAY-IX) TO WS-ROLL-DATE.
           PERFORM 1410-ASK-BUSINESS-DAY.
           IF SCHEDULE-REJECTED
              EXIT PARAGRAPH
           END-IF.
           IF LI-ROLL = "NONE" OR WS-DC-DAYS = 1
              MOVE WS-PAY-RAW(WS-PAY-IX)
                 TO WS-PAY-ROLLED(WS-PAY-IX)
              EXIT PARAGRAPH
           END-IF.
           IF LI-ROLL = "FOLLOW"
              MOVE 1 TO WS-ROLL-STEP
           ELSE
              MOVE -1 TO WS-ROLL-STEP
           END-IF.
           PERFORM UNTIL WS-DC-DAYS = 1 OR SCHEDULE-REJECTED
              MOVE "ADDD" TO WS-DC-FUNCTION
              MOVE WS-ROLL-DATE TO WS-DC-DATE-1
              MOVE WS-ROLL-STEP TO WS-DC-DAYS
              CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                    WS-DC-DATE-2 WS-DC-DAYS
                                    WS-DC-RESULT-TEXT WS-DC-STATUS
                                    WS-DC-CALENDAR
              IF WS-DC-STATUS NOT = "00"
                 MOVE 'Y' TO WS-SCHED-BAD-SW
                 MOVE "PASTHRZN" TO WS-REJ-REASON
              ELSE
                 MOVE WS-DC-DATE-2 TO WS-ROLL-DATE
                 PERFORM 1410-ASK-BUSINESS-DAY
              END-IF
           END-PERFORM.
           IF SCHEDULE-REJECTED
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ROLL-DATE TO WS-PAY-ROLLED(WS-PAY-IX).

       1410-ASK-BUSINESS-DAY.
      *--------------- VAL on the loan's calendar: DC-DAYS comes
      *--------------- back 1 on a business day, status 40 off the
      *--------------- generated span
           MOVE "VAL " TO WS-DC-FUNCTION.
           MOVE WS-ROLL-DATE TO WS-DC-DATE-1.
           CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-DAYS
                                 WS-DC-RESULT-TEXT WS-DC-STATUS
                                 WS-DC-CALENDAR.
           EVALUATE WS-DC-STATUS
              WHEN "00"
                 CONTINUE
              WHEN "60"
                 MOVE 'Y' TO WS-SCHED-BAD-SW
                 MOVE "BADCAL" TO WS-REJ-REASON
              WHEN OTHER
                 MOVE 'Y' TO WS-SCHED-BAD-SW
                 MOVE "PASTHRZN" TO WS-REJ-REASON
           END-EVALUATE.

       1600-COMPUTE-AMOUNTS.
      *--------------- the level payment P*r*F/(F-1), F being
      *--------------- (1+r)**n at the periodic rate r, taken in two
      *--------------- steps to keep the decimals; at a zero rate
      *--------------- simply the principal over the payments
           COMPUTE WS-PERIOD-RATE =
              WS-ANNUAL-RATE / 100 * WS-STEP-MONTHS / 12.
           IF WS-PERIOD-RATE = 0
              COMPUTE WS-LEVEL-PAYMENT ROUNDED =
                 WS-PRINCIPAL / WS-PAY-COUNT
           ELSE
              COMPUTE WS-LEVEL-FACTOR =
                 (1 + WS-PERIOD-RATE) ** WS-PAY-COUNT
              COMPUTE WS-LEVEL-FACTOR =
                 WS-LEVEL-FACTOR / (WS-LEVEL-FACTOR - 1)
              COMPUTE WS-LEVEL-PAYMENT ROUNDED =
                 WS-PRINCIPAL * WS-PERIOD-RATE * WS-LEVEL-FACTOR
           END-IF.
           MOVE WS-PRINCIPAL TO WS-BALANCE.
           MOVE 0 TO WS-TOTAL-INTEREST.
           MOVE LI-START-DATE TO WS-ACC-FROM.
           PERFORM VARYING WS-PAY-IX FROM 1 BY 1
              UNTIL WS-PAY-IX > WS-PAY-COUNT
                 OR SCHEDULE-REJECTED
              PERFORM 1610-AMORTIZE-ONE-PERIOD
           END-PERFORM.

       1610-AMORTIZE-ONE-PERIOD.
           MOVE WS-PAY-ROLLED(WS-PAY-IX) TO WS-ACC-TO.
           PERFORM 1620-DAY-COUNT-FRACTION.
           IF SCHEDULE-REJECTED
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACC-DAYS TO WS-PAY-ACCRUED(WS-PAY-IX).
           COMPUTE WS-PAY-INTEREST(WS-PAY-IX) ROUNDED =
              WS-BALANCE * WS-ANNUAL-RATE / 100 * WS-ACC-FRACTION.
      *--------------- the last payment repays the balance exactly,
      *--------------- which is what makes the schedule balance to
      *--------------- the penny whatever the rounding on the way
           IF WS-PAY-IX = WS-PAY-COUNT
              OR WS-LEVEL-PAYMENT - WS-PAY-INTEREST(WS-PAY-IX)
                 > WS-BALANCE
              MOVE WS-BALANCE TO WS-PAY-PRINCIPAL(WS-PAY-IX)
           ELSE
              COMPUTE WS-PAY-PRINCIPAL(WS-PAY-IX) =
                 WS-LEVEL-PAYMENT - WS-PAY-INTEREST(WS-PAY-IX)
           END-IF.
           COMPUTE WS-PAY-PAYMENT(WS-PAY-IX) =
              WS-PAY-PRINCIPAL(WS-PAY-IX) + WS-PAY-INTEREST(WS-PAY-IX).
           SUBTRACT WS-PAY-PRINCIPAL(WS-PAY-IX) FROM WS-BALANCE.
           MOVE WS-BALANCE TO WS-PAY-BALANCE(WS-PAY-IX).
           ADD WS-PAY-INTEREST(WS-PAY-IX) TO WS-TOTAL-INTEREST.
           MOVE WS-ACC-TO TO WS-ACC-FROM.

       1620-DAY-COUNT-FRACTION.
      *--------------- accrued days and the year fraction from
      *--------------- WS-ACC-FROM to WS-ACC-TO on the loan's
      *--------------- convention. 30/360 is the bond basis: a 31st
      *--------------- counts as the 30th, and so does a closing
      *--------------- 31st when the period opened on the 30th.
           MOVE "DIFF" TO WS-DC-FUNCTION.
           MOVE WS-ACC-FROM TO WS-DC-DATE-1.
           MOVE WS-ACC-TO TO WS-DC-DATE-2.
           CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-DAYS
                                 WS-DC-RESULT-TEXT WS-DC-STATUS
                                 WS-DC-CALENDAR.
           IF WS-DC-STATUS NOT = "00"
              MOVE 'Y' TO WS-SCHED-BAD-SW
              MOVE "BADAMT" TO WS-REJ-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DC-DAYS TO WS-ACC-DAYS.
           EVALUATE LI-DAY-COUNT
              WHEN "30/360"
                 MOVE WS-ACC-FROM TO WS-D360-FROM
                 MOVE WS-ACC-TO TO WS-D360-TO
                 IF WS-DF-DAY = 31
                    MOVE 30 TO WS-DF-DAY
                 END-IF
                 IF WS-DT-DAY = 31 AND WS-DF-DAY = 30
                    MOVE 30 TO WS-DT-DAY
                 END-IF
                 COMPUTE WS-ACC-DAYS =
                    360 * (WS-DT-YEAR - WS-DF-YEAR)
                    + 30 * (WS-DT-MONTH - WS-DF-MONTH)
                    + (WS-DT-DAY - WS-DF-DAY)
                 COMPUTE WS-ACC-FRACTION = WS-ACC-DAYS / 360
              WHEN "ACT/360"
                 COMPUTE WS-ACC-FRACTION = WS-ACC-DAYS / 360
              WHEN "ACT/365"
                 COMPUTE WS-ACC-FRACTION = WS-ACC-DAYS / 365
              WHEN "ACT/ACT"
                 PERFORM 1630-ACTUAL-ACTUAL-FRACTION
           END-EVALUATE.

       1630-ACTUAL-ACTUAL-FRACTION.
      *--------------- the days falling in each calendar year over
      *--------------- that year's own length, 366 where LEAPCALC
      *--------------- says it is a leap year
           MOVE 0 TO WS-ACC-FRACTION.
           MOVE WS-ACC-FROM TO WS-D360-FROM.
           MOVE WS-ACC-TO TO WS-D360-TO.
           PERFORM VARYING WS-AA-YEAR FROM WS-DF-YEAR BY 1
              UNTIL WS-AA-YEAR > WS-DT-YEAR
              IF WS-AA-YEAR = WS-DF-YEAR
                 MOVE WS-ACC-FROM TO WS-AA-SEG-FROM
              ELSE
                 MOVE WS-AA-YEAR TO WS-AA-SEG-FROM(1:4)
                 MOVE "0101" TO WS-AA-SEG-FROM(5:4)
              END-IF
              IF WS-AA-YEAR = WS-DT-YEAR
                 MOVE WS-ACC-TO TO WS-AA-SEG-TO
              ELSE
                 COMPUTE WS-LEAP-YEAR = WS-AA-YEAR + 1
                 MOVE WS-LEAP-YEAR TO WS-AA-SEG-TO(1:4)
                 MOVE "0101" TO WS-AA-SEG-TO(5:4)
              END-IF
              MOVE "DIFF" TO WS-DC-FUNCTION
              MOVE WS-AA-SEG-FROM TO WS-DC-DATE-1
              MOVE WS-AA-SEG-TO TO WS-DC-DATE-2
              CALL "DATECALC" USING WS-DC-FUNCTION WS-DC-DATE-1
                                    WS-DC-DATE-2 WS-DC-DAYS
                                    WS-DC-RESULT-TEXT WS-DC-STATUS
                                    WS-DC-CALENDAR
              MOVE WS-AA-YEAR TO WS-LEAP-YEAR
              CALL "LEAPCALC" USING WS-LEAP-YEAR WS-LEAP-RESULT
                                    WS-LEAP-DAYS WS-LEAP-RULE
              COMPUTE WS-ACC-FRACTION = WS-ACC-FRACTION
                 + WS-DC-DAYS / WS-LEAP-DAYS
           END-PERFORM.

       1500-WRITE-SCHEDULE-ROWS.
           PERFORM VARYING WS-PAY-IX FROM 1 BY 1
              MOVE WS-PAY-IX  TO LR-PAY-SEQ
              MOVE WS-PAY-RAW(WS-PAY-IX)    TO LR-RAW-DATE
              MOVE WS-PAY-ROLLED(WS-PAY-IX) TO LR-ROLLED-DATE
              MOVE LI-CALENDAR-ID TO LR-CALENDAR-ID
              MOVE LI-JOINT-ID    TO LR-JOINT-ID
              IF AMOUNTS-REQUESTED
                 MOVE WS-PAY-ACCRUED(WS-PAY-IX)   TO LR-ACCRUED-DAYS
                 MOVE WS-PAY-INTEREST(WS-PAY-IX)  TO LR-INTEREST
                 MOVE WS-PAY-PRINCIPAL(WS-PAY-IX) TO LR-PRINCIPAL
                 MOVE WS-PAY-PAYMENT(WS-PAY-IX)   TO LR-PAYMENT
                 MOVE WS-PAY-BALANCE(WS-PAY-IX)   TO LR-BALANCE
              END-IF
              IF WS-PAY-RAW(WS-PAY-IX)
                 = WS-PAY-ROLLED(WS-PAY-IX)
                 MOVE "OK" TO LR-STATUS
              ADD 1 TO WS-ROWS-WRITTEN
           END-PERFORM.

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
