      * CTLBAL - morning balancing report over the shared daily       *
      * control-total ledger (CTLLEDGR.DAT).                          *
      *                                                               *
      * Reads the ledger for one run date - a keyed START on the      *
      * ledger's index, CTLLEDGX.DAT, rather than a pass over the     *
      * whole file - and prints one line per expected job in the      *
      * overnight lineup with its records-in/out/rejected, then an    *
      * exception list flagging:                                      *
      *   NO-RUN  - a job with no ledger entry for the date (a        *
      *             silent no-run)                                    *
      *   OUT-OF-BAL - a job whose records-in does not equal          *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-INDEX-FILE     ASSIGN TO "CTLLEDGX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LXC-INDEX-KEY
              FILE STATUS IS WS-LEDGER-STATUS.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "BALRPT.DAT"
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

           COPY CTLLEDGX.

       FD  BALANCE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
       01  BAL-PRINT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CTLLEDGR.

       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
       01  WS-DATE-ARG            PIC X(8)  VALUE SPACES.
       01  WS-REGION-ARG          PIC X(8)  VALUE SPACES.
           05  FILLER             PIC X(16) VALUE SPACES.
       01  WS-PRINT-LINE          PIC X(80) VALUE SPACES.

      *--------------- report generation roll (RPTGEN)
       01  WS-RG-FUNC             PIC X(4)  VALUE "ROLL".
       01  WS-RG-FILE             PIC X(12) VALUE SPACES.
       01  WS-RG-RUN-ID           PIC X(12) VALUE SPACES.
       01  WS-RG-STATUS           PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       CTLBAL.
           MOVE 1 TO WS-ARGN.
              MOVE WS-REGION-ARG(1:4) TO WS-REGION-FILTER
           END-IF.
           PERFORM 0010-SCAN-LEDGER.
           MOVE "BALRPT.DAT" TO WS-RG-FILE.
           PERFORM 0095-ROLL-REPORT-GENERATION.
           OPEN OUTPUT BALANCE-REPORT-FILE.
           PERFORM 0020-PRINT-JOB-LINES.
           PERFORM 0030-PRINT-EXCEPTIONS.
           STOP RUN.

       0010-SCAN-LEDGER.
      *--------------- only the requested date's entries are read,
      *--------------- keyed from the index, and summed per job
      *--------------- across regions. The exception logic later
      *--------------- calls out a rerun when a job posted more
      *--------------- entries than distinct regions.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-LEDGER-STATUS.
           OPEN INPUT CTL-INDEX-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
              DISPLAY "CTLBAL: CANNOT OPEN CTLLEDGX.DAT - STATUS "
                 WS-LEDGER-STATUS " - RUN LEDGINDX REBUILD"
              MOVE 'Y' TO WS-EOF-SW
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO LXC-INDEX-KEY.
           MOVE WS-RUN-DATE TO LXC-RUN-DATE.
           START CTL-INDEX-FILE KEY >= LXC-INDEX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL EOF-LEDGER
              READ CTL-INDEX-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF LXC-RUN-DATE NOT = WS-RUN-DATE
                       MOVE 'Y' TO WS-EOF-SW
                    ELSE
                       MOVE LXC-LEDGER-RECORD TO LG-LEDGER-RECORD
                       IF WS-REGION-FILTER = SPACES
                          OR LG-REGION = WS-REGION-FILTER
                          PERFORM 0015-POST-LEDGER-ENTRY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CTL-INDEX-FILE.

       0015-POST-LEDGER-ENTRY.
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
           MOVE WS-PRINT-LINE TO BAL-PRINT-LINE.
           WRITE BAL-PRINT-LINE.
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
