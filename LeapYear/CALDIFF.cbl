      *                                                               *
      * Working procedure: copy the live calendar to CALPRIOR.DAT     *
      * BEFORE rerunning CALBUILD, then run CALDIFF. It walks the     *
      * two files in step (both run calendar by calendar in id        *
      * order, each in date order; a record with no calendar id is    *
      * HQ's) and reports, per calendar, every date whose             *
      * CAL-BUSINESS-DAY or CAL-HOLIDAY-FLAG changed, with the old    *
      * and new values and the holiday rule responsible - its name,   *
      * its rule type and the weekend observance that moved it -      *
      * plus any horizon difference between the two generations.     *
      * Flag H is a holiday on its own date, O the day a weekend      *
      * holiday is observed on.                                       *
      *                                                               *
      * Output - CALDIFF.DAT print lines plus the console.            *
      * Condition code 4 when any date changed.                       *
       FILE SECTION.
      *--------------- CALBUILD's calendar layout, both generations
       FD  NEW-CALENDAR-FILE
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
       01  NEW-CAL-RECORD.
           05  NC-DATE                PIC X(8).
           05  NC-HOLIDAY-FLAG        PIC X(1).
           05  FILLER                 PIC X(2).
           05  NC-HOLIDAY-NAME        PIC X(20).
           05  FILLER                 PIC X(1).
           05  NC-OBSERVANCE          PIC X(1).
           05  FILLER                 PIC X(20).
           05  NC-HOLIDAY-RULE        PIC X(5).
           05  FILLER                 PIC X(1).
           05  NC-CALENDAR-ID         PIC X(4).
           05  FILLER                 PIC X(5).

       FD  OLD-CALENDAR-FILE
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
       01  OLD-CAL-RECORD.
           05  OC-DATE                PIC X(8).
           05  OC-HOLIDAY-FLAG        PIC X(1).
           05  FILLER                 PIC X(2).
           05  OC-HOLIDAY-NAME        PIC X(20).
           05  FILLER                 PIC X(1).
           05  OC-OBSERVANCE          PIC X(1).
           05  FILLER                 PIC X(20).
           05  OC-HOLIDAY-RULE        PIC X(5).
           05  FILLER                 PIC X(1).
           05  OC-CALENDAR-ID         PIC X(4).
           05  FILLER                 PIC X(5).

       FD  DIFF-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
       01  WS-OLD-ONLY-COUNT      PIC 9(6)  VALUE 0.
       01  WS-DATES-COMPARED      PIC 9(6)  VALUE 0.
       01  WS-RULE-NAME           PIC X(20) VALUE SPACES.
       01  WS-RULE-TYPE           PIC X(5)  VALUE SPACES.
       01  WS-RULE-OBSERVANCE     PIC X(1)  VALUE SPACES.
       01  WS-OBSERVANCE-TEXT     PIC X(8)  VALUE SPACES.
       01  WS-PRINT-LINE          PIC X(80) VALUE SPACES.
      *--------------- the two files are matched on calendar id and
      *--------------- date together
       01  WS-DEFAULT-CALENDAR    PIC X(4)  VALUE "HQ".
       01  WS-NEW-KEY.
           05  WS-NEW-KEY-CAL     PIC X(4)  VALUE SPACES.
           05  WS-NEW-KEY-DATE    PIC X(8)  VALUE SPACES.
       01  WS-OLD-KEY.
           05  WS-OLD-KEY-CAL     PIC X(4)  VALUE SPACES.
           05  WS-OLD-KEY-DATE    PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION.
       CALDIFF.
           MOVE "===== CALENDAR REGENERATION DIFFERENCES ====="
              TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE "CAL  DATE      WAS BUS/HOL  NOW BUS/HOL  RULE"
              & "                  TYPE  OBSERVED" TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM 0010-READ-NEW-DAY.
           PERFORM 0020-READ-OLD-DAY.
                 WHEN EOF-NEW-CALENDAR
                    ADD 1 TO WS-OLD-ONLY-COUNT
                    PERFORM 0020-READ-OLD-DAY
                 WHEN WS-NEW-KEY < WS-OLD-KEY
                    ADD 1 TO WS-NEW-ONLY-COUNT
                    PERFORM 0010-READ-NEW-DAY
                 WHEN WS-OLD-KEY < WS-NEW-KEY
                    ADD 1 TO WS-OLD-ONLY-COUNT
                    PERFORM 0020-READ-OLD-DAY
                 WHEN OTHER
                    MOVE 'Y' TO WS-NEW-EOF-SW
              END-READ
           END-PERFORM.
           MOVE NC-CALENDAR-ID TO WS-NEW-KEY-CAL.
           IF WS-NEW-KEY-CAL = SPACES
              MOVE WS-DEFAULT-CALENDAR TO WS-NEW-KEY-CAL
           END-IF.
           MOVE NC-DATE TO WS-NEW-KEY-DATE.

       0020-READ-OLD-DAY.
           IF EOF-OLD-CALENDAR
                    MOVE 'Y' TO WS-OLD-EOF-SW
              END-READ
           END-PERFORM.
           MOVE OC-CALENDAR-ID TO WS-OLD-KEY-CAL.
           IF WS-OLD-KEY-CAL = SPACES
              MOVE WS-DEFAULT-CALENDAR TO WS-OLD-KEY-CAL
           END-IF.
           MOVE OC-DATE TO WS-OLD-KEY-DATE.

       0030-COMPARE-ONE-DAY.
           IF NC-BUSINESS-DAY = OC-BUSINESS-DAY
      *--------------- what used to be there
           IF NC-HOLIDAY-NAME NOT = SPACES
              MOVE NC-HOLIDAY-NAME TO WS-RULE-NAME
              MOVE NC-HOLIDAY-RULE TO WS-RULE-TYPE
              MOVE NC-OBSERVANCE   TO WS-RULE-OBSERVANCE
           ELSE
              MOVE OC-HOLIDAY-NAME TO WS-RULE-NAME
              MOVE OC-HOLIDAY-RULE TO WS-RULE-TYPE
              MOVE OC-OBSERVANCE   TO WS-RULE-OBSERVANCE
           END-IF.
           EVALUATE WS-RULE-OBSERVANCE
              WHEN "N"
                 MOVE "NONE"     TO WS-OBSERVANCE-TEXT
              WHEN "W"
                 MOVE "NEAREST"  TO WS-OBSERVANCE-TEXT
              WHEN "M"
                 MOVE "NEXT MON" TO WS-OBSERVANCE-TEXT
              WHEN OTHER
                 MOVE SPACES     TO WS-OBSERVANCE-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-NEW-KEY-CAL " " NC-DATE "  "
              OC-BUSINESS-DAY "/" OC-HOLIDAY-FLAG
              "          " NC-BUSINESS-DAY "/" NC-HOLIDAY-FLAG
              "          " WS-RULE-NAME
              "  " WS-RULE-TYPE " " WS-OBSERVANCE-TEXT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.

