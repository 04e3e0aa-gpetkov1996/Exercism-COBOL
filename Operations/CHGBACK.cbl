      * accounted for as unrated). Condition code 4 when any job      *
      * with ledger volume has no rate on file.                       *
      *                                                               *
      * Finance closes on the 4-4-5 fiscal calendar: given a fiscal   *
      * period instead of a month, the rollup covers that period's    *
      * dates and the fiscal year to date, both taken from the        *
      * fiscal stamp CALBUILD puts on CALENDAR.DAT. Condition code 8  *
      * when the period is not on the calendar.                       *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - billing month (YYYYMM) or fiscal period (YYYYPNN,   *
      *           e.g. 2026P03); defaults to this calendar month      *
      *                                                               *
      * GLIFACE reads CHGSTMT.DAT back for the general-ledger batch:  *
      * the heading, DEPARTMENT and DEPARTMENT TOTAL lines and the    *
      * balancing verdict are an interface and keep their columns.    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RATE-TABLE-FILE    ASSIGN TO "CHGRATES.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-RATE-STATUS.
           SELECT CTL-INDEX-FILE     ASSIGN TO "CTLLEDGX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LXC-INDEX-KEY
              FILE STATUS IS WS-FILE-STATUS.
           SELECT CALENDAR-FILE      ASSIGN TO "CALENDAR.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CAL-STATUS.
           SELECT STATEMENT-FILE     ASSIGN TO "CHGSTMT.DAT"
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
           05  RT-RATE-TEXT           PIC X(8).
           05  FILLER                 PIC X(14).

           COPY CTLLEDGX.

      *--------------- CALBUILD's calendar layout; only the date and
      *--------------- the fiscal stamp matter here
       FD  CALENDAR-FILE
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
       01  CAL-RECORD.
           05  CAL-DATE               PIC X(8).
           05  FILLER                 PIC X(48).
           05  CAL-FISCAL-YEAR        PIC X(4).
           05  FILLER                 PIC X(1).
           05  CAL-FISCAL-PERIOD      PIC X(2).
           05  FILLER                 PIC X(18).
           05  CAL-CALENDAR-ID        PIC X(4).
           05  FILLER                 PIC X(5).

       FD  STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS
       01  STM-PRINT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CTLLEDGR.

       01  WS-RATE-STATUS         PIC XX    VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX    VALUE SPACES.
       01  WS-CAL-STATUS          PIC XX    VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-MONTH-ARG           PIC X(8)  VALUE SPACES.
       01  WS-BILL-MONTH          PIC X(6)  VALUE SPACES.
       01  WS-BILL-LABEL          PIC X(15) VALUE SPACES.
      *--------------- the billing period and the year to date as
      *--------------- inclusive date ranges, whichever way the
      *--------------- period was asked for
       01  WS-YTD-FROM            PIC X(8)  VALUE SPACES.
       01  WS-PER-FROM            PIC X(8)  VALUE SPACES.
       01  WS-PER-TO              PIC X(8)  VALUE SPACES.
       01  WS-FISCAL-YEAR         PIC X(4)  VALUE SPACES.
       01  WS-FISCAL-PERIOD       PIC X(2)  VALUE SPACES.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-SCAN-FILE                VALUE 'Y'.
       01  WS-UNRATED-COUNT       PIC 9(2)  VALUE 0.
           05  FILLER             PIC X(9)  VALUE SPACES.
       01  WS-PRINT-LINE          PIC X(80) VALUE SPACES.

      *--------------- report generation roll (RPTGEN)
       01  WS-RG-FUNC             PIC X(4)  VALUE "ROLL".
       01  WS-RG-FILE             PIC X(12) VALUE SPACES.
       01  WS-RG-RUN-ID           PIC X(12) VALUE SPACES.
       01  WS-RG-STATUS           PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       CHGBACK.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-MONTH-ARG FROM ARGUMENT-VALUE.
           IF WS-MONTH-ARG(1:4) IS NUMERIC
              AND WS-MONTH-ARG(5:1) = "P"
              AND WS-MONTH-ARG(6:2) IS NUMERIC
              MOVE WS-MONTH-ARG(1:4) TO WS-FISCAL-YEAR
              MOVE WS-MONTH-ARG(6:2) TO WS-FISCAL-PERIOD
              PERFORM 0005-FIND-FISCAL-PERIOD
              IF WS-PER-FROM = SPACES
                 DISPLAY "CHGBACK: FISCAL " WS-FISCAL-YEAR " P"
                    WS-FISCAL-PERIOD " IS NOT ON CALENDAR.DAT - "
                    "NOTHING BILLED"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              STRING "FISCAL " WS-FISCAL-YEAR " P" WS-FISCAL-PERIOD
                 DELIMITED BY SIZE INTO WS-BILL-LABEL
           ELSE
              IF WS-MONTH-ARG(1:6) IS NUMERIC
                 MOVE WS-MONTH-ARG(1:6) TO WS-BILL-MONTH
              ELSE
                 MOVE FUNCTION CURRENT-DATE(1:6) TO WS-BILL-MONTH
              END-IF
              MOVE WS-BILL-MONTH TO WS-BILL-LABEL
      *--------------- "31" bounds every month: a ledger date is
      *--------------- never a day the month does not have
              STRING WS-BILL-MONTH(1:4) "0101"
                 DELIMITED BY SIZE INTO WS-YTD-FROM
              STRING WS-BILL-MONTH "01"
                 DELIMITED BY SIZE INTO WS-PER-FROM
              STRING WS-BILL-MONTH "31"
                 DELIMITED BY SIZE INTO WS-PER-TO
           END-IF.
           PERFORM 0010-LOAD-RATE-TABLE.
           IF WS-RATE-USED = 0
              DISPLAY "CHGBACK: NO USABLE CHGRATES.DAT - NOTHING TO "
              STOP RUN
           END-IF.
           PERFORM 0020-ROLL-UP-LEDGER.
           MOVE "CHGSTMT.DAT" TO WS-RG-FILE.
           PERFORM 0095-ROLL-REPORT-GENERATION.
           OPEN OUTPUT STATEMENT-FILE.
           PERFORM 1000-WRITE-STATEMENTS.
           PERFORM 2000-WRITE-BALANCING-SECTION.
           END-IF.
           STOP RUN.

       0005-FIND-FISCAL-PERIOD.
      *--------------- the calendar is in date order: the first day
      *--------------- stamped with the fiscal year opens the year
      *--------------- to date, the period's first and last days
      *--------------- bound the billing period. Every calendar
      *--------------- carries the same fiscal stamp; HQ's is read.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-CAL-STATUS.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = "00"
              DISPLAY "CHGBACK: CANNOT OPEN CALENDAR.DAT - STATUS "
                 WS-CAL-STATUS
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ CALENDAR-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF CAL-DATE IS NUMERIC
                       AND (CAL-CALENDAR-ID = SPACES
                            OR CAL-CALENDAR-ID = "HQ")
                       AND CAL-FISCAL-YEAR = WS-FISCAL-YEAR
                       IF WS-YTD-FROM = SPACES
                          MOVE CAL-DATE TO WS-YTD-FROM
                       END-IF
                       IF CAL-FISCAL-PERIOD = WS-FISCAL-PERIOD
                          IF WS-PER-FROM = SPACES
                             MOVE CAL-DATE TO WS-PER-FROM
                          END-IF
                          MOVE CAL-DATE TO WS-PER-TO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-CAL-STATUS = "00" OR WS-CAL-STATUS = "10"
              CLOSE CALENDAR-FILE
           END-IF.

       0010-LOAD-RATE-TABLE.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-RATE-STATUS.
           END-IF.

       0020-ROLL-UP-LEDGER.
      *--------------- year to date through the end of the period,
      *--------------- read keyed from the ledger index
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT CTL-INDEX-FILE.
           IF WS-FILE-STATUS NOT = "00"
              DISPLAY "CHGBACK: CANNOT OPEN CTLLEDGX.DAT - STATUS "
                 WS-FILE-STATUS " - RUN LEDGINDX REBUILD"
              MOVE 'Y' TO WS-EOF-SW
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO LXC-INDEX-KEY.
           MOVE WS-YTD-FROM TO LXC-RUN-DATE.
           START CTL-INDEX-FILE KEY >= LXC-INDEX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL EOF-SCAN-FILE
              READ CTL-INDEX-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF LXC-RUN-DATE > WS-PER-TO
                       MOVE 'Y' TO WS-EOF-SW
                    ELSE
                       MOVE LXC-LEDGER-RECORD TO LG-LEDGER-RECORD
                       IF LG-RUN-DATE IS NUMERIC
                          PERFORM 0025-POST-LEDGER-ENTRY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CTL-INDEX-FILE.

       0025-POST-LEDGER-ENTRY.
           MOVE 'N' TO WS-JOB-FOUND-SW.
              MOVE 'N' TO WS-JOB-BILLED-SW(WS-JOB-IX)
           END-IF.
           ADD LG-RECORDS-IN TO WS-JOB-YTD-RECS(WS-JOB-IX).
           IF LG-RUN-DATE >= WS-PER-FROM
              ADD LG-RECORDS-IN TO WS-JOB-MTH-RECS(WS-JOB-IX)
              ADD LG-RECORDS-IN TO WS-TOT-MTH-RECS
           END-IF.

       1000-WRITE-STATEMENTS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "===== CHARGEBACK STATEMENTS FOR "
                 DELIMITED BY SIZE
              WS-BILL-LABEL DELIMITED BY "  "
              " =====" DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
           MOVE WS-PRINT-LINE TO STM-PRINT-LINE.
           WRITE STM-PRINT-LINE.
           DISPLAY WS-PRINT-LINE.

       0095-ROLL-REPORT-GENERATION.
      *--------------- the last run's output is rolled to a numbered
      *--------------- generation before OPEN OUTPUT replaces it; a
      *--------------- roll that fails ends the run rather than
      *--------------- overwrite output nobody has kept
           CALL "RPTGEN" USING WS-RG-FUNC WS-RG-FILE WS-RG-RUN-ID
                               WS-RG-STATUS.
           IF WS-RG-STATUS NOT = "00"
              DISPLAY "RUN ABORTED - " WS-RG-FILE
                 " NOT ROLLED - STATUS " WS-RG-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
