       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDCARD.
      *****************************************************************
      * FEEDCARD - monthly upstream feed-supplier scorecard. We chase *
      * the same upstream teams every month; this puts numbers behind *
      * the escalation. For every feed registered in FEEDREG.DAT      *
      * (CARDIN, YEARIN, COLLIN, PANGIN, RNAIN, ROTIN) the month is   *
      * rolled up out of:                                             *
      *                                                               *
      *   FEEDJRNL.DAT  - FEEDWTCH's evening passes: a night's        *
      *                   arrival time is the first pass that saw     *
      *                   the feed with records in it, judged against *
      *                   the FEEDREG expected-by time; a night that  *
      *                   never saw records is a missing night, and   *
      *                   one whose last sighting was SMALL a small-  *
      *                   feed night                                  *
      *   PREFHIST.DAT  - PREFLITE's checks; nights with a *FAIL* on  *
      *                   the feed                                    *
      *   CTLLEDGX.DAT  - records in and rejected for the job the     *
      *                   feed drives, read keyed from the month's    *
      *                   first date                                  *
      *   REJLEDGX.DAT  - the same job's rejects by reason code, for  *
      *                   the top three reasons                       *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - month (YYYYMM); defaults to this calendar month     *
      *                                                               *
      * Output - one page per feed, each in a file of its own so it   *
      * can go to the feed's owner as it stands: FSCxxxxxx.DAT, where *
      * xxxxxx is the feed file's name without ".DAT" (FSCCARDIN.DAT  *
      * and so on). FEEDSCOR.DAT carries every page together for      *
      * operations, and the console a line per feed.                  *
      * Condition code 4 when a page could not be written, 8 when     *
      * FEEDREG.DAT is unusable.                                      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-REG-FILE      ASSIGN TO "FEEDREG.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REG-STATUS.
           SELECT FEED-JOURNAL-FILE  ASSIGN TO "FEEDJRNL.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT PREFLIGHT-HISTORY-FILE ASSIGN TO "PREFHIST.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT CTL-INDEX-FILE     ASSIGN TO "CTLLEDGX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LXC-INDEX-KEY
              FILE STATUS IS WS-FILE-STATUS.
           SELECT REJ-INDEX-FILE     ASSIGN TO "REJLEDGX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LXR-INDEX-KEY
              FILE STATUS IS WS-FILE-STATUS.
      *--------------- one FD serves every feed's page; the file name
      *--------------- is built per feed before each OPEN
           SELECT PAGE-FILE          ASSIGN USING WS-PAGE-FILE-NAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PAGE-STATUS.
           SELECT SCORECARD-FILE     ASSIGN TO "FEEDSCOR.DAT"
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED-REG-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  FR-REG-RECORD.
           05  FR-FEED-FILE           PIC X(12).
           05  FILLER                 PIC X(1).
           05  FR-JOB-NAME            PIC X(12).
           05  FILLER                 PIC X(1).
           05  FR-EXPECTED-BY         PIC X(4).
           05  FILLER                 PIC X(10).

      *--------------- FEEDWTCH's arrival journal, read back
       FD  FEED-JOURNAL-FILE
           RECORD CONTAINS 48 CHARACTERS
           RECORDING MODE IS F.
       01  FJ-JOURNAL-RECORD.
           05  FJ-FEED-FILE           PIC X(12).
           05  FILLER                 PIC X(1).
           05  FJ-DATE                PIC X(8).
           05  FILLER                 PIC X(1).
           05  FJ-TIME                PIC X(6).
           05  FILLER                 PIC X(1).
           05  FJ-VERDICT             PIC X(8).
           05  FILLER                 PIC X(1).
           05  FJ-REC-COUNT           PIC 9(8).
           05  FILLER                 PIC X(2).

      *--------------- PREFLITE's check history, read back
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

           COPY CTLLEDGX.

           COPY REJLEDGX.

       FD  PAGE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PAG-PRINT-LINE             PIC X(80).

       FD  SCORECARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  SCR-PRINT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CTLLEDGR.
           COPY REJFLDS.

       01  WS-REG-STATUS          PIC XX    VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX    VALUE SPACES.
       01  WS-PAGE-STATUS         PIC XX    VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-MONTH-ARG           PIC X(8)  VALUE SPACES.
       01  WS-MONTH               PIC X(6)  VALUE SPACES.
       01  WS-FROM-DATE           PIC X(8)  VALUE SPACES.
       01  WS-TO-DATE             PIC X(8)  VALUE SPACES.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-SCAN-FILE                VALUE 'Y'.
       01  WS-PAGES-FAILED        PIC 9(2)  VALUE 0.
       01  WS-PAGE-FILE-NAME      PIC X(16) VALUE SPACES.
       01  WS-PAGE-OPEN-SW        PIC X     VALUE 'N'.
           88  PAGE-FILE-OPEN               VALUE 'Y'.

      *--------------- one slot per registered feed: the month's
      *--------------- tallies, and the night being accumulated out
      *--------------- of the journal
       01  WS-FEED-MAX            PIC 9(2)  VALUE 12.
       01  WS-FEED-USED           PIC 9(2)  VALUE 0.
       01  WS-FEED-IX             PIC 9(2).
       01  WS-HIT-FEED-IX         PIC 9(2)  VALUE 0.
       01  WS-SEEK-FEED           PIC X(12) VALUE SPACES.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 12 TIMES.
               10  WS-FD-FILE         PIC X(12).
               10  WS-FD-JOB          PIC X(12).
               10  WS-FD-EXPECTED     PIC X(4).
               10  WS-FD-NIGHTS       PIC 9(3).
               10  WS-FD-ON-TIME      PIC 9(3).
               10  WS-FD-LATE         PIC 9(3).
               10  WS-FD-MISSING      PIC 9(3).
               10  WS-FD-SMALL        PIC 9(3).
               10  WS-FD-LATE-MINS    PIC 9(7).
               10  WS-FD-WORST-MINS   PIC 9(5).
               10  WS-FD-WORST-DATE   PIC X(8).
               10  WS-FD-PREF-FAILS   PIC 9(3).
               10  WS-FD-PREF-DATE    PIC X(8).
               10  WS-FD-RECS-IN      PIC 9(10).
               10  WS-FD-RECS-REJ     PIC 9(10).
               10  WS-FD-NT-DATE      PIC X(8).
               10  WS-FD-NT-ARRIVED   PIC X(1).
               10  WS-FD-NT-ARR-TIME  PIC X(6).
               10  WS-FD-NT-LAST      PIC X(8).

      *--------------- reject counts by feed and reason code
       01  WS-RSN-MAX             PIC 9(3)  VALUE 120.
       01  WS-RSN-USED            PIC 9(3)  VALUE 0.
       01  WS-RSN-IX              PIC 9(3).
       01  WS-RSN-FOUND-SW        PIC X     VALUE 'N'.
           88  RSN-SLOT-FOUND               VALUE 'Y'.
       01  WS-RSN-TABLE.
           05  WS-RSN-ENTRY OCCURS 120 TIMES.
               10  WS-RSN-FEED-IX     PIC 9(2).
               10  WS-RSN-CODE        PIC X(12).
               10  WS-RSN-COUNT       PIC 9(8).
               10  WS-RSN-SHOWN       PIC X(1).
       01  WS-TOP-RANK            PIC 9(1).
       01  WS-TOP-IX              PIC 9(3).
       01  WS-TOP-COUNT           PIC 9(8).

      *--------------- lateness arithmetic, in minutes past midnight
       01  WS-ARR-MINS            PIC 9(5)  VALUE 0.
       01  WS-EXP-MINS            PIC 9(5)  VALUE 0.
       01  WS-LATE-MINS           PIC 9(5)  VALUE 0.
       01  WS-HH                  PIC 9(2).
       01  WS-MM                  PIC 9(2).

      *--------------- page figures
       01  WS-PCT                 PIC 9(3)V99 VALUE 0.
       01  WS-EDT-PCT             PIC ZZ9.99.
       01  WS-AVG-MINS            PIC 9(5)  VALUE 0.
       01  WS-EDT-COUNT           PIC ZZ9.
       01  WS-EDT-MINS            PIC ZZZZ9.
       01  WS-EDT-RECS            PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDT-RSN-COUNT       PIC ZZ,ZZZ,ZZ9.
       01  WS-PRINT-LINE          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       FEEDCARD.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-MONTH-ARG FROM ARGUMENT-VALUE.
           IF WS-MONTH-ARG(1:6) IS NUMERIC
              MOVE WS-MONTH-ARG(1:6) TO WS-MONTH
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MONTH
           END-IF.
      *--------------- "31" bounds every month, as in CHGBACK
           STRING WS-MONTH "01" DELIMITED BY SIZE INTO WS-FROM-DATE.
           STRING WS-MONTH "31" DELIMITED BY SIZE INTO WS-TO-DATE.
           PERFORM 0010-LOAD-FEED-REGISTER.
           IF WS-FEED-USED = 0
              DISPLAY "FEEDCARD: NO USABLE FEEDREG.DAT - NO "
                 "SCORECARD"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0020-READ-ARRIVAL-JOURNAL.
           PERFORM 0030-READ-PREFLIGHT-HISTORY.
           PERFORM 0040-READ-CONTROL-LEDGER.
           PERFORM 0050-READ-REJECT-LEDGER.
           OPEN OUTPUT SCORECARD-FILE.
           PERFORM 1000-WRITE-ONE-PAGE
              VARYING WS-FEED-IX FROM 1 BY 1
              UNTIL WS-FEED-IX > WS-FEED-USED.
           CLOSE SCORECARD-FILE.
           IF WS-PAGES-FAILED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0010-LOAD-FEED-REGISTER.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-REG-STATUS.
           OPEN INPUT FEED-REG-FILE.
           IF WS-REG-STATUS NOT = "00"
              DISPLAY "FEEDCARD: CANNOT OPEN FEEDREG.DAT - STATUS "
                 WS-REG-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ FEED-REG-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF FR-FEED-FILE NOT = SPACES
                       AND FR-FEED-FILE(1:1) NOT = "*"
                       PERFORM 0015-REGISTER-ONE-FEED
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FEED-REG-FILE.

       0015-REGISTER-ONE-FEED.
           IF WS-FEED-USED >= WS-FEED-MAX
              DISPLAY "FEEDCARD: MORE THAN " WS-FEED-MAX
                 " FEEDS - " FR-FEED-FILE " NOT SCORED"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FEED-USED.
           INITIALIZE WS-FEED-ENTRY(WS-FEED-USED).
           MOVE FR-FEED-FILE   TO WS-FD-FILE(WS-FEED-USED).
           MOVE FR-JOB-NAME    TO WS-FD-JOB(WS-FEED-USED).
           MOVE FR-EXPECTED-BY TO WS-FD-EXPECTED(WS-FEED-USED).

       0020-READ-ARRIVAL-JOURNAL.
      *--------------- the journal is appended pass by pass, so each
      *--------------- feed's sightings come in time order; a night
      *--------------- is closed when the feed's next sighting is on
      *--------------- a later date, and the last one at the end
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT FEED-JOURNAL-FILE.
           IF WS-FILE-STATUS NOT = "00"
              DISPLAY "FEEDCARD: CANNOT OPEN FEEDJRNL.DAT - STATUS "
                 WS-FILE-STATUS " - NO ARRIVAL FIGURES"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ FEED-JOURNAL-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF FJ-DATE >= WS-FROM-DATE
                       AND FJ-DATE <= WS-TO-DATE
                       PERFORM 0025-POST-SIGHTING
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FEED-JOURNAL-FILE.
           PERFORM VARYING WS-FEED-IX FROM 1 BY 1
              UNTIL WS-FEED-IX > WS-FEED-USED
              IF WS-FD-NT-DATE(WS-FEED-IX) NOT = SPACES
                 PERFORM 0027-CLOSE-NIGHT
              END-IF
           END-PERFORM.

       0025-POST-SIGHTING.
           MOVE FJ-FEED-FILE TO WS-SEEK-FEED.
           PERFORM 0080-FIND-FEED.
           IF WS-HIT-FEED-IX = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-HIT-FEED-IX TO WS-FEED-IX.
           IF FJ-DATE NOT = WS-FD-NT-DATE(WS-FEED-IX)
              IF WS-FD-NT-DATE(WS-FEED-IX) NOT = SPACES
                 PERFORM 0027-CLOSE-NIGHT
              END-IF
              MOVE FJ-DATE TO WS-FD-NT-DATE(WS-FEED-IX)
              MOVE 'N'     TO WS-FD-NT-ARRIVED(WS-FEED-IX)
              MOVE SPACES  TO WS-FD-NT-ARR-TIME(WS-FEED-IX)
           END-IF.
           IF (FJ-VERDICT = "ARRIVED" OR FJ-VERDICT = "SMALL")
              AND WS-FD-NT-ARRIVED(WS-FEED-IX) = 'N'
              MOVE 'Y'     TO WS-FD-NT-ARRIVED(WS-FEED-IX)
              MOVE FJ-TIME TO WS-FD-NT-ARR-TIME(WS-FEED-IX)
           END-IF.
           MOVE FJ-VERDICT TO WS-FD-NT-LAST(WS-FEED-IX).

       0027-CLOSE-NIGHT.
           ADD 1 TO WS-FD-NIGHTS(WS-FEED-IX).
           IF WS-FD-NT-ARRIVED(WS-FEED-IX) = 'N'
              ADD 1 TO WS-FD-MISSING(WS-FEED-IX)
              EXIT PARAGRAPH
           END-IF.
           IF WS-FD-NT-LAST(WS-FEED-IX) = "SMALL"
              ADD 1 TO WS-FD-SMALL(WS-FEED-IX)
           END-IF.
           MOVE WS-FD-NT-ARR-TIME(WS-FEED-IX)(1:2) TO WS-HH.
           MOVE WS-FD-NT-ARR-TIME(WS-FEED-IX)(3:2) TO WS-MM.
           COMPUTE WS-ARR-MINS = WS-HH * 60 + WS-MM.
           MOVE 0 TO WS-EXP-MINS.
           IF WS-FD-EXPECTED(WS-FEED-IX) IS NUMERIC
              MOVE WS-FD-EXPECTED(WS-FEED-IX)(1:2) TO WS-HH
              MOVE WS-FD-EXPECTED(WS-FEED-IX)(3:2) TO WS-MM
              COMPUTE WS-EXP-MINS = WS-HH * 60 + WS-MM
           END-IF.
           IF WS-ARR-MINS <= WS-EXP-MINS
              ADD 1 TO WS-FD-ON-TIME(WS-FEED-IX)
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LATE-MINS = WS-ARR-MINS - WS-EXP-MINS.
           ADD 1 TO WS-FD-LATE(WS-FEED-IX).
           ADD WS-LATE-MINS TO WS-FD-LATE-MINS(WS-FEED-IX).
           IF WS-LATE-MINS > WS-FD-WORST-MINS(WS-FEED-IX)
              MOVE WS-LATE-MINS TO WS-FD-WORST-MINS(WS-FEED-IX)
              MOVE WS-FD-NT-DATE(WS-FEED-IX)
                 TO WS-FD-WORST-DATE(WS-FEED-IX)
           END-IF.

       0030-READ-PREFLIGHT-HISTORY.
      *--------------- a rerun of PREFLITE on the same night counts
      *--------------- the night once
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT PREFLIGHT-HISTORY-FILE.
           IF WS-FILE-STATUS NOT = "00"
              DISPLAY "FEEDCARD: CANNOT OPEN PREFHIST.DAT - STATUS "
                 WS-FILE-STATUS " - NO PRE-FLIGHT FIGURES"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ PREFLIGHT-HISTORY-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF PFH-DATE >= WS-FROM-DATE
                       AND PFH-DATE <= WS-TO-DATE
                       AND PFH-RESULT = "*FAIL*"
                       PERFORM 0035-POST-PREFLIGHT-FAILURE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PREFLIGHT-HISTORY-FILE.

       0035-POST-PREFLIGHT-FAILURE.
           MOVE PFH-CHECK-NAME TO WS-SEEK-FEED.
           PERFORM 0080-FIND-FEED.
           IF WS-HIT-FEED-IX = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-FD-PREF-DATE(WS-HIT-FEED-IX) NOT = PFH-DATE
              ADD 1 TO WS-FD-PREF-FAILS(WS-HIT-FEED-IX)
              MOVE PFH-DATE TO WS-FD-PREF-DATE(WS-HIT-FEED-IX)
           END-IF.

       0040-READ-CONTROL-LEDGER.
      *--------------- the month's volumes, read keyed from the
      *--------------- ledger index
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT CTL-INDEX-FILE.
           IF WS-FILE-STATUS NOT = "00"
              DISPLAY "FEEDCARD: CANNOT OPEN CTLLEDGX.DAT - STATUS "
                 WS-FILE-STATUS " - RUN LEDGINDX REBUILD"
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO LXC-INDEX-KEY.
           MOVE WS-FROM-DATE TO LXC-RUN-DATE.
           START CTL-INDEX-FILE KEY >= LXC-INDEX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL EOF-SCAN-FILE
              READ CTL-INDEX-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF LXC-RUN-DATE > WS-TO-DATE
                       MOVE 'Y' TO WS-EOF-SW
                    ELSE
                       MOVE LXC-LEDGER-RECORD TO LG-LEDGER-RECORD
                       PERFORM 0045-POST-VOLUME
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CTL-INDEX-FILE.

       0045-POST-VOLUME.
           PERFORM VARYING WS-FEED-IX FROM 1 BY 1
              UNTIL WS-FEED-IX > WS-FEED-USED
              IF WS-FD-JOB(WS-FEED-IX) = LG-JOB-NAME
                 ADD LG-RECORDS-IN TO WS-FD-RECS-IN(WS-FEED-IX)
                 ADD LG-RECORDS-REJECTED
                    TO WS-FD-RECS-REJ(WS-FEED-IX)
              END-IF
           END-PERFORM.

       0050-READ-REJECT-LEDGER.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT REJ-INDEX-FILE.
           IF WS-FILE-STATUS NOT = "00"
              DISPLAY "FEEDCARD: CANNOT OPEN REJLEDGX.DAT - STATUS "
                 WS-FILE-STATUS " - RUN LEDGINDX REBUILD"
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO LXR-INDEX-KEY.
           MOVE WS-FROM-DATE TO LXR-RUN-DATE.
           START REJ-INDEX-FILE KEY >= LXR-INDEX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL EOF-SCAN-FILE
              READ REJ-INDEX-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF LXR-RUN-DATE > WS-TO-DATE
                       MOVE 'Y' TO WS-EOF-SW
                    ELSE
                       MOVE LXR-REJECT-RECORD TO RJL-REJECT-RECORD
                       PERFORM 0055-POST-REASON
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REJ-INDEX-FILE.

       0055-POST-REASON.
           MOVE 0 TO WS-HIT-FEED-IX.
           PERFORM VARYING WS-FEED-IX FROM 1 BY 1
              UNTIL WS-FEED-IX > WS-FEED-USED
              IF WS-FD-JOB(WS-FEED-IX) = RJL-JOB-NAME
                 MOVE WS-FEED-IX TO WS-HIT-FEED-IX
              END-IF
           END-PERFORM.
           IF WS-HIT-FEED-IX = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-RSN-FOUND-SW.
           PERFORM VARYING WS-RSN-IX FROM 1 BY 1
              UNTIL WS-RSN-IX > WS-RSN-USED OR RSN-SLOT-FOUND
              IF WS-RSN-FEED-IX(WS-RSN-IX) = WS-HIT-FEED-IX
                 AND WS-RSN-CODE(WS-RSN-IX) = RJL-REASON-CODE
                 MOVE 'Y' TO WS-RSN-FOUND-SW
                 SUBTRACT 1 FROM WS-RSN-IX
              END-IF
           END-PERFORM.
           IF NOT RSN-SLOT-FOUND
              IF WS-RSN-USED >= WS-RSN-MAX
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-RSN-USED
              MOVE WS-RSN-USED     TO WS-RSN-IX
              MOVE WS-HIT-FEED-IX  TO WS-RSN-FEED-IX(WS-RSN-IX)
              MOVE RJL-REASON-CODE TO WS-RSN-CODE(WS-RSN-IX)
              MOVE 0               TO WS-RSN-COUNT(WS-RSN-IX)
              MOVE 'N'             TO WS-RSN-SHOWN(WS-RSN-IX)
           END-IF.
           ADD 1 TO WS-RSN-COUNT(WS-RSN-IX).

       0080-FIND-FEED.
           MOVE 0 TO WS-HIT-FEED-IX.
           PERFORM VARYING WS-FEED-IX FROM 1 BY 1
              UNTIL WS-FEED-IX > WS-FEED-USED
              IF WS-FD-FILE(WS-FEED-IX) = WS-SEEK-FEED
                 MOVE WS-FEED-IX TO WS-HIT-FEED-IX
              END-IF
           END-PERFORM.

       1000-WRITE-ONE-PAGE.
           MOVE SPACES TO WS-PAGE-FILE-NAME.
           STRING "FSC" DELIMITED BY SIZE
                  WS-FD-FILE(WS-FEED-IX) DELIMITED BY "."
                  ".DAT" DELIMITED BY SIZE
              INTO WS-PAGE-FILE-NAME.
           MOVE 'N' TO WS-PAGE-OPEN-SW.
           MOVE SPACES TO WS-PAGE-STATUS.
           OPEN OUTPUT PAGE-FILE.
           IF WS-PAGE-STATUS = "00"
              MOVE 'Y' TO WS-PAGE-OPEN-SW
           ELSE
              DISPLAY "FEEDCARD: CANNOT OPEN " WS-PAGE-FILE-NAME
                 " - STATUS " WS-PAGE-STATUS " - PAGE ONLY IN "
                 "FEEDSCOR.DAT"
              ADD 1 TO WS-PAGES-FAILED
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "===== UPSTREAM FEED SCORECARD FOR " WS-MONTH
              " =====" DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "FEED                   : " WS-FD-FILE(WS-FEED-IX)
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DRIVES JOB             : " WS-FD-JOB(WS-FEED-IX)
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EXPECTED BY            : "
              WS-FD-EXPECTED(WS-FEED-IX)
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM 1100-WRITE-ARRIVAL-LINES.
           PERFORM 1200-WRITE-REJECT-LINES.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "===== END OF SCORECARD FOR "
                 DELIMITED BY SIZE
              WS-FD-FILE(WS-FEED-IX) DELIMITED BY SPACE
              " =====" DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           IF PAGE-FILE-OPEN
              CLOSE PAGE-FILE
              MOVE 'N' TO WS-PAGE-OPEN-SW
           END-IF.
           MOVE 0 TO WS-PCT.
           IF WS-FD-NIGHTS(WS-FEED-IX) > 0
              COMPUTE WS-PCT ROUNDED =
                 (WS-FD-ON-TIME(WS-FEED-IX) * 100)
                 / WS-FD-NIGHTS(WS-FEED-IX)
           END-IF.
           MOVE WS-PCT TO WS-EDT-PCT.
           DISPLAY "FEEDCARD: " WS-FD-FILE(WS-FEED-IX) " ON TIME "
              WS-EDT-PCT "%  MISSING " WS-FD-MISSING(WS-FEED-IX)
              "  SMALL " WS-FD-SMALL(WS-FEED-IX) "  PRE-FLIGHT "
              WS-FD-PREF-FAILS(WS-FEED-IX).

       1100-WRITE-ARRIVAL-LINES.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-FD-NIGHTS(WS-FEED-IX) TO WS-EDT-COUNT.
           STRING "NIGHTS WATCHED         : " WS-EDT-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
      *--------------- on-time rate over every night watched; a
      *--------------- missing night is not an on-time night
           MOVE 0 TO WS-PCT.
           IF WS-FD-NIGHTS(WS-FEED-IX) > 0
              COMPUTE WS-PCT ROUNDED =
                 (WS-FD-ON-TIME(WS-FEED-IX) * 100)
                 / WS-FD-NIGHTS(WS-FEED-IX)
           END-IF.
           MOVE WS-PCT TO WS-EDT-PCT.
           MOVE WS-FD-ON-TIME(WS-FEED-IX) TO WS-EDT-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ARRIVED ON TIME        : " WS-EDT-COUNT
              "  (" WS-EDT-PCT "% ON-TIME ARRIVAL RATE)"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE WS-FD-LATE(WS-FEED-IX) TO WS-EDT-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ARRIVED LATE           : " WS-EDT-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE 0 TO WS-AVG-MINS.
           IF WS-FD-LATE(WS-FEED-IX) > 0
              COMPUTE WS-AVG-MINS ROUNDED =
                 WS-FD-LATE-MINS(WS-FEED-IX)
                 / WS-FD-LATE(WS-FEED-IX)
           END-IF.
           MOVE WS-AVG-MINS TO WS-EDT-MINS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "AVERAGE LATENESS       : " WS-EDT-MINS
              " MINUTES (LATE NIGHTS)"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE WS-FD-WORST-MINS(WS-FEED-IX) TO WS-EDT-MINS.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-FD-WORST-MINS(WS-FEED-IX) > 0
              STRING "WORST LATENESS         : " WS-EDT-MINS
                 " MINUTES ON " WS-FD-WORST-DATE(WS-FEED-IX)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
              STRING "WORST LATENESS         : " WS-EDT-MINS
                 " MINUTES"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE WS-FD-MISSING(WS-FEED-IX) TO WS-EDT-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "MISSING NIGHTS         : " WS-EDT-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE WS-FD-SMALL(WS-FEED-IX) TO WS-EDT-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SMALL-FEED NIGHTS      : " WS-EDT-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE WS-FD-PREF-FAILS(WS-FEED-IX) TO WS-EDT-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PRE-FLIGHT FAILURES    : " WS-EDT-COUNT
              " NIGHT(S)" DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.

       1200-WRITE-REJECT-LINES.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE WS-FD-RECS-IN(WS-FEED-IX) TO WS-EDT-RECS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RECORDS RECEIVED       : " WS-EDT-RECS
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE 0 TO WS-PCT.
           IF WS-FD-RECS-IN(WS-FEED-IX) > 0
              COMPUTE WS-PCT ROUNDED =
                 (WS-FD-RECS-REJ(WS-FEED-IX) * 100)
                 / WS-FD-RECS-IN(WS-FEED-IX)
           END-IF.
           MOVE WS-PCT TO WS-EDT-PCT.
           MOVE WS-FD-RECS-REJ(WS-FEED-IX) TO WS-EDT-RECS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RECORDS REJECTED       : " WS-EDT-RECS
              "  (" WS-EDT-PCT "% REJECT RATE)"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE "TOP REJECT REASONS     :" TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM 1210-WRITE-TOP-REASON
              VARYING WS-TOP-RANK FROM 1 BY 1
              UNTIL WS-TOP-RANK > 3.

       1210-WRITE-TOP-REASON.
      *--------------- the highest count not yet shown; ties go to
      *--------------- the reason seen first
           MOVE 0 TO WS-TOP-IX.
           MOVE 0 TO WS-TOP-COUNT.
           PERFORM VARYING WS-RSN-IX FROM 1 BY 1
              UNTIL WS-RSN-IX > WS-RSN-USED
              IF WS-RSN-FEED-IX(WS-RSN-IX) = WS-FEED-IX
                 AND WS-RSN-SHOWN(WS-RSN-IX) = 'N'
                 AND WS-RSN-COUNT(WS-RSN-IX) > WS-TOP-COUNT
                 MOVE WS-RSN-IX TO WS-TOP-IX
                 MOVE WS-RSN-COUNT(WS-RSN-IX) TO WS-TOP-COUNT
              END-IF
           END-PERFORM.
           IF WS-TOP-IX = 0
              IF WS-TOP-RANK = 1
                 MOVE "   (NO REJECTS ON FILE)" TO WS-PRINT-LINE
                 PERFORM 0090-WRITE-PRINT-LINE
              END-IF
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RSN-SHOWN(WS-TOP-IX).
           MOVE WS-TOP-COUNT TO WS-EDT-RSN-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "   " WS-TOP-RANK ". " WS-RSN-CODE(WS-TOP-IX)
              "  " WS-EDT-RSN-COUNT " RECORDS"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.

       0090-WRITE-PRINT-LINE.
           MOVE WS-PRINT-LINE TO SCR-PRINT-LINE.
           WRITE SCR-PRINT-LINE.
           IF PAGE-FILE-OPEN
              MOVE WS-PRINT-LINE TO PAG-PRINT-LINE
              WRITE PAG-PRINT-LINE
           END-IF.
