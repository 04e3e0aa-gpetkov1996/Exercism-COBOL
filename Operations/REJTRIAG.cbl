      * REJTRIAG - reject-ledger triage and aging report over          *
      * REJLEDGR.DAT.                                                 *
      *                                                               *
      * Summarizes the reject ledger through the as-of date (read     *
      * keyed, through its index REJLEDGX.DAT) by job name and reason *
      * code so a recurring reject (the signature of a broken         *
      * upstream feed) stands out, breaks each combination down by    *
      * age (1 day, 2-7 days, older), and prints a worklist of the    *
      * Ledger records written before RJL-RUN-DATE existed carry      *
      * spaces there; they are aged into the "older" bucket and       *
      * sort to the top of the worklist as date unknown.              *
      *                                                               *
      * Each reason code is looked up on the reason-code master       *
      * RSNCODE.DAT (see RSNCODE) for its description, owning team,   *
      * recyclable flag and target days to resolve. Open items are    *
      * grouped by owning team with the code descriptions, and an     *
      * open item older than its code's target (or with no run date)  *
      * is counted and flagged LATE. A code not on the master is      *
      * shown under team UNREGISTERED with no target.                 *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJ-INDEX-FILE     ASSIGN TO "REJLEDGX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LXR-INDEX-KEY
              FILE STATUS IS WS-REJLEDGER-STATUS.
           SELECT TRIAGE-REPORT-FILE ASSIGN TO "REJTRPT.DAT"
              ORGANIZATION IS SEQUENTIAL.
           SELECT DISPOSITION-FILE   ASSIGN TO "REJDISP.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-DISP-STATUS.
           SELECT REASON-CODE-FILE   ASSIGN TO "RSNCODE.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-RSN-STATUS.
       DATA DIVISION.
       FILE SECTION.

           COPY REJLEDGX.

       FD  TRIAGE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           05  FILLER                  PIC X(1).
           05  DSP-NOTE                PIC X(30).

       FD  REASON-CODE-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
           COPY RSNCODE.

       WORKING-STORAGE SECTION.
           COPY REJFLDS.

       01  WS-ASOF-DATE           PIC X(8)  VALUE SPACES.
       01  WS-DATE-ARG            PIC X(8)  VALUE SPACES.
       01  WS-REGION-ARG          PIC X(8)  VALUE SPACES.
       01  WS-RESOLVED-COUNT      PIC 9(6)  VALUE 0.
       01  WS-RECYCLED-COUNT      PIC 9(6)  VALUE 0.
       01  WS-ACCEPTED-COUNT      PIC 9(6)  VALUE 0.
       01  WS-LATE-COUNT          PIC 9(6)  VALUE 0.
       01  WS-LATE-SW             PIC X     VALUE 'N'.
           88  ITEM-PAST-TARGET             VALUE 'Y'.
       01  WS-LATE-FLAG           PIC X(4)  VALUE SPACES.

      *--------------- the reason-code master; a missing file leaves
      *--------------- every code unregistered and the report says so
       01  WS-RSN-STATUS          PIC XX    VALUE SPACES.
       01  WS-RSN-EOF-SW          PIC X     VALUE 'N'.
           88  EOF-REASON-FILE              VALUE 'Y'.
       01  WS-RSN-MISSING-SW      PIC X     VALUE 'N'.
           88  RSN-MASTER-MISSING           VALUE 'Y'.
       01  WS-RSN-MAX             PIC 9(3)  VALUE 300.
       01  WS-RSN-USED            PIC 9(3)  VALUE 0.
       01  WS-RSN-IX              PIC 9(3).
       01  WS-RSN-HIT             PIC 9(3)  VALUE 0.
       01  WS-RSN-TABLE.
           05  WS-RSN-ENTRY OCCURS 300 TIMES.
               10  WS-RSN-CODE        PIC X(12).
               10  WS-RSN-DESC        PIC X(40).
               10  WS-RSN-TEAM        PIC X(12).
               10  WS-RSN-RECYCLE     PIC X(1).
               10  WS-RSN-DAYS        PIC 9(3).

      *--------------- open items per reason code and per owning
      *--------------- team, for the by-team section
       01  WS-CDT-MAX             PIC 9(3)  VALUE 100.
       01  WS-CDT-USED            PIC 9(3)  VALUE 0.
       01  WS-CDT-IX              PIC 9(3).
       01  WS-CDT-FOUND-SW        PIC X     VALUE 'N'.
           88  CDT-SLOT-FOUND               VALUE 'Y'.
       01  WS-CODE-TOTALS.
           05  WS-CDT-ENTRY OCCURS 100 TIMES.
               10  WS-CDT-REASON      PIC X(12).
               10  WS-CDT-TEAM        PIC X(12).
               10  WS-CDT-DESC        PIC X(40).
               10  WS-CDT-RECYCLE     PIC X(1).
               10  WS-CDT-DAYS        PIC 9(3).
               10  WS-CDT-OPEN        PIC 9(6).
               10  WS-CDT-LATE        PIC 9(6).
       01  WS-TMT-MAX             PIC 9(2)  VALUE 30.
       01  WS-TMT-USED            PIC 9(2)  VALUE 0.
       01  WS-TMT-IX              PIC 9(2).
       01  WS-TMT-FOUND-SW        PIC X     VALUE 'N'.
           88  TMT-SLOT-FOUND               VALUE 'Y'.
       01  WS-TEAM-TOTALS.
           05  WS-TMT-ENTRY OCCURS 30 TIMES.
               10  WS-TMT-TEAM        PIC X(12).
               10  WS-TMT-OPEN        PIC 9(6).
               10  WS-TMT-LATE        PIC 9(6).
       01  WS-ITEM-TEAM           PIC X(12) VALUE SPACES.

      *--------------- loaded dispositions; the last disposition
      *--------------- recorded for a triple wins
               10  WS-EXC-ID          PIC X(16).
               10  WS-EXC-REASON      PIC X(12).
               10  WS-EXC-AGE         PIC 9(5).
               10  WS-EXC-LATE        PIC X(4).

      *--------------- summary accumulators, one slot per distinct
      *--------------- job/reason combination seen in the ledger
               10  WS-SUM-AGE-2-7     PIC 9(6).
               10  WS-SUM-AGE-OLDER   PIC 9(6).
               10  WS-SUM-OLDEST      PIC X(8).
               10  WS-SUM-LATE        PIC 9(6).

      *--------------- worklist of the oldest unresolved items,
      *--------------- kept sorted oldest-first; a record with no
               10  WS-WORK-JOB        PIC X(12).
               10  WS-WORK-ID         PIC X(16).
               10  WS-WORK-REASON     PIC X(12).
               10  WS-WORK-TEAM       PIC X(12).
               10  WS-WORK-LATE       PIC X(4).

       01  WS-SUMMARY-LINE.
           05  WS-SML-JOB         PIC X(12).
           05  WS-SML-AGE-OLDER   PIC ZZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-SML-OLDEST      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-SML-LATE        PIC ZZZZZ9.
           05  FILLER             PIC X(6)  VALUE SPACES.
       01  WS-WORK-LINE.
           05  WS-WKL-DATE        PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-WKL-ID          PIC X(16).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-WKL-REASON      PIC X(12).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-WKL-TEAM        PIC X(12).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-WKL-LATE        PIC X(4).
           05  FILLER             PIC X(6)  VALUE SPACES.
       01  WS-TEAM-CODE-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-TCL-REASON      PIC X(12).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-TCL-DESC        PIC X(36).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-TCL-RECYCLE     PIC X(1).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-TCL-TARGET      PIC ZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-TCL-OPEN        PIC ZZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-TCL-LATE        PIC ZZZZZ9.
           05  FILLER             PIC X(8)  VALUE SPACES.
       01  WS-PRINT-LINE          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
              MOVE FUNCTION NUMVAL(WS-AGE-ARG) TO WS-OPEN-AGE-LIMIT
           END-IF.
           PERFORM 0005-LOAD-DISPOSITIONS.
           PERFORM 0007-LOAD-REASON-CODES.
           PERFORM 0010-SCAN-REJECT-LEDGER.
           OPEN OUTPUT TRIAGE-REPORT-FILE.
           PERFORM 0040-PRINT-SUMMARY.
           PERFORM 0042-PRINT-TEAM-SUMMARY.
           PERFORM 0045-PRINT-DISPOSED-SUMMARY.
           PERFORM 0050-PRINT-WORKLIST.
           PERFORM 0055-PRINT-EXCEPTIONS.
           STOP RUN.

       0010-SCAN-REJECT-LEDGER.
      *--------------- the backlog is everything up to the as-of
      *--------------- date, read keyed from the reject ledger's
      *--------------- index; undated records key first and are
      *--------------- read first
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-REJLEDGER-STATUS.
           OPEN INPUT REJ-INDEX-FILE.
           IF WS-REJLEDGER-STATUS NOT = "00"
              DISPLAY "REJTRIAG: CANNOT OPEN REJLEDGX.DAT - STATUS "
                 WS-REJLEDGER-STATUS " - RUN LEDGINDX REBUILD"
              MOVE 'Y' TO WS-EOF-SW
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO LXR-INDEX-KEY.
           START REJ-INDEX-FILE KEY >= LXR-INDEX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL EOF-REJLEDGER
              READ REJ-INDEX-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    MOVE LXR-REJECT-RECORD TO RJL-REJECT-RECORD
                    IF LXR-RUN-DATE IS NUMERIC
                       AND LXR-RUN-DATE > WS-ASOF-DATE
                       MOVE 'Y' TO WS-EOF-SW
                    ELSE
                       PERFORM 0012-TRIAGE-ONE-REJECT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REJ-INDEX-FILE.

       0012-TRIAGE-ONE-REJECT.
           IF WS-REGION-FILTER = SPACES
              OR RJL-REGION = WS-REGION-FILTER
              ADD 1 TO WS-TOT-REJECTS
              PERFORM 0015-AGE-RECORD
              PERFORM 0017-LOOK-UP-DISPOSITION
              IF DISPOSITION-FOUND
                 PERFORM 0018-COUNT-DISPOSED
              ELSE
                 ADD 1 TO WS-OPEN-COUNT
                 PERFORM 0019-CHECK-TARGET
                 PERFORM 0025-POST-CODE-TOTALS
                 PERFORM 0020-POST-SUMMARY
                 PERFORM 0030-POST-WORKLIST
                 PERFORM 0035-POST-EXCEPTION
              END-IF
           END-IF.

       0005-LOAD-DISPOSITIONS.
           END-IF.
           MOVE DSP-DISPOSITION TO WS-DSP-CODE(WS-DSP-IX).

       0007-LOAD-REASON-CODES.
           MOVE 'N' TO WS-RSN-EOF-SW.
           MOVE SPACES TO WS-RSN-STATUS.
           OPEN INPUT REASON-CODE-FILE.
           IF WS-RSN-STATUS NOT = "00"
              DISPLAY "REJTRIAG: NO RSNCODE.DAT - STATUS "
                 WS-RSN-STATUS " - REASON CODES NOT DESCRIBED"
              MOVE 'Y' TO WS-RSN-MISSING-SW
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-REASON-FILE
              READ REASON-CODE-FILE
                 AT END
                    MOVE 'Y' TO WS-RSN-EOF-SW
                 NOT AT END
                    IF WS-RSN-USED < WS-RSN-MAX
                       ADD 1 TO WS-RSN-USED
                       MOVE RSN-REASON-CODE
                          TO WS-RSN-CODE(WS-RSN-USED)
                       MOVE RSN-DESCRIPTION
                          TO WS-RSN-DESC(WS-RSN-USED)
                       MOVE RSN-OWNER-TEAM
                          TO WS-RSN-TEAM(WS-RSN-USED)
                       MOVE RSN-RECYCLABLE
                          TO WS-RSN-RECYCLE(WS-RSN-USED)
                       MOVE RSN-TARGET-DAYS
                          TO WS-RSN-DAYS(WS-RSN-USED)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REASON-CODE-FILE.

       0017-LOOK-UP-DISPOSITION.
           MOVE 'N' TO WS-DSP-FOUND-SW.
           MOVE SPACES TO WS-HIT-CODE.
                 ADD 1 TO WS-ACCEPTED-COUNT
           END-EVALUATE.

       0019-CHECK-TARGET.
      *--------------- an open item is late once its age passes its
      *--------------- code's target; undated items count as late,
      *--------------- an unregistered code has no target to miss
           MOVE 0 TO WS-RSN-HIT.
           PERFORM VARYING WS-RSN-IX FROM 1 BY 1
              UNTIL WS-RSN-IX > WS-RSN-USED OR WS-RSN-HIT > 0
              IF WS-RSN-CODE(WS-RSN-IX) = RJL-REASON-CODE
                 MOVE WS-RSN-IX TO WS-RSN-HIT
              END-IF
           END-PERFORM.
           MOVE 'N' TO WS-LATE-SW.
           MOVE SPACES TO WS-LATE-FLAG.
           IF WS-RSN-HIT = 0
              MOVE "UNREGISTERED" TO WS-ITEM-TEAM
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-RSN-TEAM(WS-RSN-HIT) TO WS-ITEM-TEAM.
           IF NOT REC-DATE-KNOWN
              OR WS-AGE-DAYS > WS-RSN-DAYS(WS-RSN-HIT)
              MOVE 'Y' TO WS-LATE-SW
              MOVE "LATE" TO WS-LATE-FLAG
              ADD 1 TO WS-LATE-COUNT
           END-IF.

       0025-POST-CODE-TOTALS.
           MOVE 'N' TO WS-CDT-FOUND-SW.
           PERFORM VARYING WS-CDT-IX FROM 1 BY 1
              UNTIL WS-CDT-IX > WS-CDT-USED OR CDT-SLOT-FOUND
              IF WS-CDT-REASON(WS-CDT-IX) = RJL-REASON-CODE
                 MOVE 'Y' TO WS-CDT-FOUND-SW
                 SUBTRACT 1 FROM WS-CDT-IX
              END-IF
           END-PERFORM.
           IF NOT CDT-SLOT-FOUND
              IF WS-CDT-USED >= WS-CDT-MAX
                 DISPLAY "REJTRIAG: MORE THAN " WS-CDT-MAX
                    " REASON CODES - EXTRAS NOT GROUPED BY TEAM"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-CDT-USED
              MOVE WS-CDT-USED TO WS-CDT-IX
              MOVE RJL-REASON-CODE TO WS-CDT-REASON(WS-CDT-IX)
              MOVE WS-ITEM-TEAM    TO WS-CDT-TEAM(WS-CDT-IX)
              IF WS-RSN-HIT = 0
                 MOVE "NOT ON THE REASON-CODE MASTER"
                    TO WS-CDT-DESC(WS-CDT-IX)
                 MOVE "?" TO WS-CDT-RECYCLE(WS-CDT-IX)
                 MOVE 0   TO WS-CDT-DAYS(WS-CDT-IX)
              ELSE
                 MOVE WS-RSN-DESC(WS-RSN-HIT)
                    TO WS-CDT-DESC(WS-CDT-IX)
                 MOVE WS-RSN-RECYCLE(WS-RSN-HIT)
                    TO WS-CDT-RECYCLE(WS-CDT-IX)
                 MOVE WS-RSN-DAYS(WS-RSN-HIT)
                    TO WS-CDT-DAYS(WS-CDT-IX)
              END-IF
              MOVE 0 TO WS-CDT-OPEN(WS-CDT-IX)
              MOVE 0 TO WS-CDT-LATE(WS-CDT-IX)
           END-IF.
           ADD 1 TO WS-CDT-OPEN(WS-CDT-IX).
           IF ITEM-PAST-TARGET
              ADD 1 TO WS-CDT-LATE(WS-CDT-IX)
           END-IF.
           MOVE 'N' TO WS-TMT-FOUND-SW.
           PERFORM VARYING WS-TMT-IX FROM 1 BY 1
              UNTIL WS-TMT-IX > WS-TMT-USED OR TMT-SLOT-FOUND
              IF WS-TMT-TEAM(WS-TMT-IX) = WS-ITEM-TEAM
                 MOVE 'Y' TO WS-TMT-FOUND-SW
                 SUBTRACT 1 FROM WS-TMT-IX
              END-IF
           END-PERFORM.
           IF NOT TMT-SLOT-FOUND
              IF WS-TMT-USED >= WS-TMT-MAX
                 DISPLAY "REJTRIAG: MORE THAN " WS-TMT-MAX
                    " OWNING TEAMS - EXTRAS NOT TOTALLED"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-TMT-USED
              MOVE WS-TMT-USED TO WS-TMT-IX
              MOVE WS-ITEM-TEAM TO WS-TMT-TEAM(WS-TMT-IX)
              MOVE 0 TO WS-TMT-OPEN(WS-TMT-IX)
              MOVE 0 TO WS-TMT-LATE(WS-TMT-IX)
           END-IF.
           ADD 1 TO WS-TMT-OPEN(WS-TMT-IX).
           IF ITEM-PAST-TARGET
              ADD 1 TO WS-TMT-LATE(WS-TMT-IX)
           END-IF.

       0035-POST-EXCEPTION.
      *--------------- an OPEN reject past the age threshold is the
      *--------------- thing the triage call exists to surface
           MOVE RJL-JOB-NAME    TO WS-EXC-JOB(WS-EXC-USED).
           MOVE RJL-RECORD-ID   TO WS-EXC-ID(WS-EXC-USED).
           MOVE RJL-REASON-CODE TO WS-EXC-REASON(WS-EXC-USED).
           MOVE WS-LATE-FLAG    TO WS-EXC-LATE(WS-EXC-USED).

       0015-AGE-RECORD.
      *--------------- age in days relative to the as-of date; a
              MOVE 0 TO WS-SUM-AGE-2-7(WS-SUM-IX)
              MOVE 0 TO WS-SUM-AGE-OLDER(WS-SUM-IX)
              MOVE HIGH-VALUES TO WS-SUM-OLDEST(WS-SUM-IX)
              MOVE 0 TO WS-SUM-LATE(WS-SUM-IX)
           END-IF.
           ADD 1 TO WS-SUM-COUNT(WS-SUM-IX).
           IF ITEM-PAST-TARGET
              ADD 1 TO WS-SUM-LATE(WS-SUM-IX)
           END-IF.
           EVALUATE TRUE
              WHEN NOT REC-DATE-KNOWN
                 ADD 1 TO WS-SUM-AGE-OLDER(WS-SUM-IX)
           MOVE RJL-JOB-NAME    TO WS-WORK-JOB(WS-WORK-IX).
           MOVE RJL-RECORD-ID   TO WS-WORK-ID(WS-WORK-IX).
           MOVE RJL-REASON-CODE TO WS-WORK-REASON(WS-WORK-IX).
           MOVE WS-ITEM-TEAM    TO WS-WORK-TEAM(WS-WORK-IX).
           MOVE WS-LATE-FLAG    TO WS-WORK-LATE(WS-WORK-IX).

       0040-PRINT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "OPEN ITEMS: " WS-OPEN-COUNT
              "   DISPOSITIONED: " WS-DISPOSED-COUNT
              "   PAST TARGET: " WS-LATE-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE "----- OPEN ITEMS BY JOB AND REASON -----"
              TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE "JOB          REASON-CODE   COUNT   1-DAY   2-7DY"
              & "   OLDER  OLDEST      LATE" TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM VARYING WS-SUM-IX FROM 1 BY 1
              UNTIL WS-SUM-IX > WS-SUM-USED
              MOVE WS-SUM-AGE-2-7(WS-SUM-IX)   TO WS-SML-AGE-2-7
              MOVE WS-SUM-AGE-OLDER(WS-SUM-IX) TO WS-SML-AGE-OLDER
              MOVE WS-SUM-OLDEST(WS-SUM-IX)    TO WS-SML-OLDEST
              MOVE WS-SUM-LATE(WS-SUM-IX)      TO WS-SML-LATE
              MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-PERFORM.
              PERFORM 0090-WRITE-PRINT-LINE
           END-IF.

       0042-PRINT-TEAM-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE "----- OPEN ITEMS BY OWNING TEAM -----"
              TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           IF RSN-MASTER-MISSING
              MOVE "NO RSNCODE.DAT - RUN RSNMANT STANDARD TO REGISTER "
                 & "THE REASON CODES" TO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-IF.
           IF WS-TMT-USED = 0
              MOVE "NO OPEN REJECTS" TO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE "  REASON-CODE  DESCRIPTION                          "
              & "R  TGT   OPEN   LATE" TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM VARYING WS-TMT-IX FROM 1 BY 1
              UNTIL WS-TMT-IX > WS-TMT-USED
              PERFORM 0043-PRINT-ONE-TEAM
           END-PERFORM.

       0043-PRINT-ONE-TEAM.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TEAM " WS-TMT-TEAM(WS-TMT-IX)
              "  OPEN: " WS-TMT-OPEN(WS-TMT-IX)
              "  PAST TARGET: " WS-TMT-LATE(WS-TMT-IX)
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM VARYING WS-CDT-IX FROM 1 BY 1
              UNTIL WS-CDT-IX > WS-CDT-USED
              IF WS-CDT-TEAM(WS-CDT-IX) = WS-TMT-TEAM(WS-TMT-IX)
                 MOVE SPACES TO WS-TEAM-CODE-LINE
                 MOVE WS-CDT-REASON(WS-CDT-IX)  TO WS-TCL-REASON
                 MOVE WS-CDT-DESC(WS-CDT-IX)    TO WS-TCL-DESC
                 MOVE WS-CDT-RECYCLE(WS-CDT-IX) TO WS-TCL-RECYCLE
                 MOVE WS-CDT-DAYS(WS-CDT-IX)    TO WS-TCL-TARGET
                 MOVE WS-CDT-OPEN(WS-CDT-IX)    TO WS-TCL-OPEN
                 MOVE WS-CDT-LATE(WS-CDT-IX)    TO WS-TCL-LATE
                 MOVE WS-TEAM-CODE-LINE TO WS-PRINT-LINE
                 PERFORM 0090-WRITE-PRINT-LINE
              END-IF
           END-PERFORM.

       0045-PRINT-DISPOSED-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
              EXIT PARAGRAPH
           END-IF.
           MOVE "RUN-DATE  JOB           RECORD-ID         "
              & "REASON-CODE    AGE   LATE" TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM VARYING WS-EXC-IX FROM 1 BY 1
              UNTIL WS-EXC-IX > WS-EXC-USED
                 WS-EXC-JOB(WS-EXC-IX) "  "
                 WS-EXC-ID(WS-EXC-IX) "  "
                 WS-EXC-REASON(WS-EXC-IX) "  "
                 WS-EXC-AGE(WS-EXC-IX) "  "
                 WS-EXC-LATE(WS-EXC-IX)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-PERFORM.
              TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE "RUN-DATE  JOB           RECORD-ID         REASON-CODE"
              & "   OWNING-TEAM   LATE" TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM VARYING WS-WORK-IX FROM 1 BY 1
              UNTIL WS-WORK-IX > WS-WORK-USED
              MOVE WS-WORK-JOB(WS-WORK-IX)    TO WS-WKL-JOB
              MOVE WS-WORK-ID(WS-WORK-IX)     TO WS-WKL-ID
              MOVE WS-WORK-REASON(WS-WORK-IX) TO WS-WKL-REASON
              MOVE WS-WORK-TEAM(WS-WORK-IX)   TO WS-WKL-TEAM
              MOVE WS-WORK-LATE(WS-WORK-IX)   TO WS-WKL-LATE
              MOVE WS-WORK-LINE TO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-PERFORM.
