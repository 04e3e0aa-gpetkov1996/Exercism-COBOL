      * reject rate creeping up - and the daily balancing view        *
      * cannot see them.                                              *
      *                                                               *
      * Reads CTLLEDGR.DAT across a date range (keyed, through its    *
      * index CTLLEDGX.DAT), plots each job's daily volume as a       *
      * character bar, computes a trailing average over the prior     *
      * days (up to seven), and flags any day whose volume or reject  *
      * rate deviates from its trailing average by more than the      *
      * configured percentage.                                        *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - start date (YYYYMMDD; default 13 days back)         *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-INDEX-FILE     ASSIGN TO "CTLLEDGX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LXC-INDEX-KEY
              FILE STATUS IS WS-LEDGER-STATUS.
           SELECT TREND-REPORT-FILE  ASSIGN TO "TRENDRPT.DAT"
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

           COPY CTLLEDGX.

       FD  TREND-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
       01  TRD-PRINT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CTLLEDGR.

       01  WS-LEDGER-STATUS       PIC XX    VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-PARM-TEXT           PIC X(8)  VALUE SPACES.
      *--------------- all of a date's entries per job are summed, so
      *--------------- a rerun or recycle pass counts into that day's
      *--------------- volume the way it counts into its totals
      *--------------- the range is read keyed from the ledger
      *--------------- index, starting at the first date wanted
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-LEDGER-STATUS.
           OPEN INPUT CTL-INDEX-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
              DISPLAY "TRENDRPT: CANNOT OPEN CTLLEDGX.DAT - STATUS "
                 WS-LEDGER-STATUS " - RUN LEDGINDX REBUILD"
              MOVE 'Y' TO WS-EOF-SW
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO LXC-INDEX-KEY.
           MOVE WS-START-DATE TO LXC-RUN-DATE.
           START CTL-INDEX-FILE KEY >= LXC-INDEX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL EOF-LEDGER
              READ CTL-INDEX-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF LXC-RUN-DATE > WS-END-DATE
                       MOVE 'Y' TO WS-EOF-SW
                    ELSE
                       MOVE LXC-LEDGER-RECORD TO LG-LEDGER-RECORD
                       IF LG-RUN-DATE IS NUMERIC
                          PERFORM 1100-POST-LEDGER-ENTRY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CTL-INDEX-FILE.

       1100-POST-LEDGER-ENTRY.
           MOVE 'N' TO WS-JOB-FOUND-SW.
