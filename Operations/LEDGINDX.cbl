       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGINDX.
      *****************************************************************
      * LEDGINDX - rebuilds the keyed companions of the two shared    *
      * ledgers from the ledgers themselves:                          *
      *                                                               *
      *   CTLLEDGR.DAT  ->  CTLLEDGX.DAT  (layout CTLLEDGX)           *
      *   REJLEDGR.DAT  ->  REJLEDGX.DAT  (layout REJLEDGX)           *
      *                                                               *
      * LEDGRWRT keeps the indexes current as it appends, but         *
      * anything that rewrites a ledger wholesale leaves its index    *
      * describing records that are no longer there: a GENREST        *
      * restore, the HOUSEKPG trim, or an index lost or damaged on    *
      * its own. Run this after any of them; AUDITREC reports an      *
      * index whose count has drifted from its ledger.                *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - REBUILD                                             *
      *   arg 2 - CTL, REJ or ALL (default ALL)                       *
      *                                                               *
      * Each index is recreated empty and reloaded in ledger order,   *
      * numbering postings under the same run date, job and run id    *
      * the way LEDGRWRT does. The ledger is held exclusively while   *
      * its index is rebuilt so no append can slip in between. A      *
      * ledger that does not exist yet gets an empty index.           *
      * Condition code 8 when a ledger cannot be read or an index     *
      * cannot be written in full.                                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-LEDGER-FILE    ASSIGN TO "CTLLEDGR.DAT"
              ORGANIZATION IS SEQUENTIAL
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS WS-FILE-STATUS.
           SELECT REJECT-LEDGER-FILE ASSIGN TO "REJLEDGR.DAT"
              ORGANIZATION IS SEQUENTIAL
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS WS-FILE-STATUS.
           SELECT CTL-INDEX-FILE     ASSIGN TO "CTLLEDGX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LXC-INDEX-KEY
              FILE STATUS IS WS-INDEX-STATUS.
           SELECT REJ-INDEX-FILE     ASSIGN TO "REJLEDGX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LXR-INDEX-KEY
              FILE STATUS IS WS-INDEX-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD  CTL-LEDGER-FILE
           RECORD CONTAINS 78 CHARACTERS
           RECORDING MODE IS F.

           COPY CTLLEDGR.

       FD  REJECT-LEDGER-FILE
           RECORD CONTAINS 110 CHARACTERS
           RECORDING MODE IS F.

           COPY REJFLDS.

           COPY CTLLEDGX.

           COPY REJLEDGX.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX    VALUE SPACES.
       01  WS-INDEX-STATUS        PIC XX    VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-FUNCTION-ARG        PIC X(8)  VALUE SPACES.
       01  WS-LEDGER-ARG          PIC X(8)  VALUE SPACES.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-LEDGER                   VALUE 'Y'.
       01  WS-PROBE-EOF-SW        PIC X     VALUE 'N'.
           88  PROBE-DONE                   VALUE 'Y'.
       01  WS-LEDGER-COUNT        PIC 9(8)  VALUE 0.
       01  WS-INDEX-COUNT         PIC 9(8)  VALUE 0.
       01  WS-FAILED-COUNT        PIC 9(8)  VALUE 0.
      *--------------- run date, job and run id of the entry being
      *--------------- indexed, and of the last one, with the
      *--------------- sequence it was given
       01  WS-ENTRY-PREFIX        PIC X(32) VALUE SPACES.
       01  WS-LAST-PREFIX         PIC X(32) VALUE SPACES.
       01  WS-LAST-SEQ            PIC 9(6)  VALUE 0.

       PROCEDURE DIVISION.
       LEDGINDX.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-FUNCTION-ARG FROM ARGUMENT-VALUE.
           MOVE 2 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-LEDGER-ARG.
           ACCEPT WS-LEDGER-ARG FROM ARGUMENT-VALUE.
           IF WS-LEDGER-ARG = SPACES OR WS-LEDGER-ARG = LOW-VALUES
              MOVE "ALL" TO WS-LEDGER-ARG
           END-IF.
           IF WS-FUNCTION-ARG NOT = "REBUILD"
              DISPLAY "LEDGINDX: UNKNOWN FUNCTION " WS-FUNCTION-ARG
              DISPLAY "USE REBUILD [CTL|REJ|ALL]"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           EVALUATE WS-LEDGER-ARG
              WHEN "CTL"
                 PERFORM 1000-REBUILD-CONTROL-INDEX
              WHEN "REJ"
                 PERFORM 2000-REBUILD-REJECT-INDEX
              WHEN "ALL"
                 PERFORM 1000-REBUILD-CONTROL-INDEX
                 PERFORM 2000-REBUILD-REJECT-INDEX
              WHEN OTHER
                 DISPLAY "LEDGINDX: UNKNOWN LEDGER " WS-LEDGER-ARG
                 DISPLAY "USE REBUILD [CTL|REJ|ALL]"
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       0090-REPORT-COUNTS.
           DISPLAY "LEDGINDX: " WS-LEDGER-COUNT " LEDGER RECORDS, "
              WS-INDEX-COUNT " INDEXED, " WS-FAILED-COUNT
              " NOT INDEXED".
           IF WS-FAILED-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

       1000-REBUILD-CONTROL-INDEX.
           MOVE 0 TO WS-LEDGER-COUNT WS-INDEX-COUNT WS-FAILED-COUNT.
           MOVE SPACES TO WS-LAST-PREFIX.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT CTL-LEDGER-FILE.
           IF WS-FILE-STATUS = "35"
              MOVE 'Y' TO WS-EOF-SW
           ELSE
              IF WS-FILE-STATUS NOT = "00"
                 DISPLAY "LEDGINDX: CANNOT OPEN CTLLEDGR.DAT - STATUS "
                    WS-FILE-STATUS " - CTLLEDGX.DAT LEFT AS IT WAS"
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE SPACES TO WS-INDEX-STATUS.
           OPEN OUTPUT CTL-INDEX-FILE.
           IF WS-INDEX-STATUS = "00"
              CLOSE CTL-INDEX-FILE
              OPEN I-O CTL-INDEX-FILE
           END-IF.
           IF WS-INDEX-STATUS NOT = "00"
              DISPLAY "LEDGINDX: CANNOT CREATE CTLLEDGX.DAT - STATUS "
                 WS-INDEX-STATUS
              MOVE 8 TO RETURN-CODE
              IF NOT EOF-LEDGER
                 CLOSE CTL-LEDGER-FILE
              END-IF
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "LEDGINDX: REBUILDING CTLLEDGX.DAT FROM "
              "CTLLEDGR.DAT".
           PERFORM UNTIL EOF-LEDGER
              READ CTL-LEDGER-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-LEDGER-COUNT
                    PERFORM 1100-INDEX-CONTROL-ENTRY
              END-READ
           END-PERFORM.
           IF WS-FILE-STATUS = "00" OR WS-FILE-STATUS = "10"
              CLOSE CTL-LEDGER-FILE
           END-IF.
           CLOSE CTL-INDEX-FILE.
           PERFORM 0090-REPORT-COUNTS.

       1100-INDEX-CONTROL-ENTRY.
           MOVE SPACES TO WS-ENTRY-PREFIX.
           STRING LG-RUN-DATE LG-JOB-NAME LG-RUN-ID
              DELIMITED BY SIZE INTO WS-ENTRY-PREFIX.
           IF WS-ENTRY-PREFIX = WS-LAST-PREFIX
              ADD 1 TO WS-LAST-SEQ
           ELSE
              PERFORM 1110-PROBE-CONTROL-INDEX
           END-IF.
           MOVE WS-ENTRY-PREFIX  TO LXC-INDEX-KEY(1:32).
           MOVE WS-LAST-SEQ      TO LXC-ENTRY-SEQ.
           MOVE LG-LEDGER-RECORD TO LXC-LEDGER-RECORD.
           WRITE LXC-INDEX-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF WS-INDEX-STATUS = "00"
              ADD 1 TO WS-INDEX-COUNT
           ELSE
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY "LEDGINDX: CTLLEDGR.DAT RECORD " WS-LEDGER-COUNT
                 " NOT INDEXED - STATUS " WS-INDEX-STATUS
           END-IF.

       1110-PROBE-CONTROL-INDEX.
      *--------------- a run id seen earlier in the ledger but not
      *--------------- on the record just before (a resumed run)
      *--------------- numbers on from what is already indexed
           MOVE WS-ENTRY-PREFIX TO WS-LAST-PREFIX.
           MOVE 1 TO WS-LAST-SEQ.
           MOVE 'N' TO WS-PROBE-EOF-SW.
           MOVE WS-ENTRY-PREFIX TO LXC-INDEX-KEY(1:32).
           MOVE 0 TO LXC-ENTRY-SEQ.
           START CTL-INDEX-FILE KEY > LXC-INDEX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-PROBE-EOF-SW
           END-START.
           PERFORM UNTIL PROBE-DONE
              READ CTL-INDEX-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-PROBE-EOF-SW
                 NOT AT END
                    IF LXC-INDEX-KEY(1:32) = WS-ENTRY-PREFIX
                       COMPUTE WS-LAST-SEQ = LXC-ENTRY-SEQ + 1
                    ELSE
                       MOVE 'Y' TO WS-PROBE-EOF-SW
                    END-IF
              END-READ
           END-PERFORM.

       2000-REBUILD-REJECT-INDEX.
           MOVE 0 TO WS-LEDGER-COUNT WS-INDEX-COUNT WS-FAILED-COUNT.
           MOVE SPACES TO WS-LAST-PREFIX.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT REJECT-LEDGER-FILE.
           IF WS-FILE-STATUS = "35"
              MOVE 'Y' TO WS-EOF-SW
           ELSE
              IF WS-FILE-STATUS NOT = "00"
                 DISPLAY "LEDGINDX: CANNOT OPEN REJLEDGR.DAT - STATUS "
                    WS-FILE-STATUS " - REJLEDGX.DAT LEFT AS IT WAS"
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE SPACES TO WS-INDEX-STATUS.
           OPEN OUTPUT REJ-INDEX-FILE.
           IF WS-INDEX-STATUS = "00"
              CLOSE REJ-INDEX-FILE
              OPEN I-O REJ-INDEX-FILE
           END-IF.
           IF WS-INDEX-STATUS NOT = "00"
              DISPLAY "LEDGINDX: CANNOT CREATE REJLEDGX.DAT - STATUS "
                 WS-INDEX-STATUS
              MOVE 8 TO RETURN-CODE
              IF NOT EOF-LEDGER
                 CLOSE REJECT-LEDGER-FILE
              END-IF
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "LEDGINDX: REBUILDING REJLEDGX.DAT FROM "
              "REJLEDGR.DAT".
           PERFORM UNTIL EOF-LEDGER
              READ REJECT-LEDGER-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-LEDGER-COUNT
                    PERFORM 2100-INDEX-REJECT-ENTRY
              END-READ
           END-PERFORM.
           IF WS-FILE-STATUS = "00" OR WS-FILE-STATUS = "10"
              CLOSE REJECT-LEDGER-FILE
           END-IF.
           CLOSE REJ-INDEX-FILE.
           PERFORM 0090-REPORT-COUNTS.

       2100-INDEX-REJECT-ENTRY.
           MOVE SPACES TO WS-ENTRY-PREFIX.
           STRING RJL-RUN-DATE RJL-JOB-NAME RJL-RUN-ID
              DELIMITED BY SIZE INTO WS-ENTRY-PREFIX.
           IF WS-ENTRY-PREFIX = WS-LAST-PREFIX
              ADD 1 TO WS-LAST-SEQ
           ELSE
              PERFORM 2110-PROBE-REJECT-INDEX
           END-IF.
           MOVE WS-ENTRY-PREFIX   TO LXR-INDEX-KEY(1:32).
           MOVE WS-LAST-SEQ       TO LXR-ENTRY-SEQ.
           MOVE RJL-REJECT-RECORD TO LXR-REJECT-RECORD.
           WRITE LXR-INDEX-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF WS-INDEX-STATUS = "00"
              ADD 1 TO WS-INDEX-COUNT
           ELSE
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY "LEDGINDX: REJLEDGR.DAT RECORD " WS-LEDGER-COUNT
                 " NOT INDEXED - STATUS " WS-INDEX-STATUS
           END-IF.

       2110-PROBE-REJECT-INDEX.
           MOVE WS-ENTRY-PREFIX TO WS-LAST-PREFIX.
           MOVE 1 TO WS-LAST-SEQ.
           MOVE 'N' TO WS-PROBE-EOF-SW.
           MOVE WS-ENTRY-PREFIX TO LXR-INDEX-KEY(1:32).
           MOVE 0 TO LXR-ENTRY-SEQ.
           START REJ-INDEX-FILE KEY > LXR-INDEX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-PROBE-EOF-SW
           END-START.
           PERFORM UNTIL PROBE-DONE
              READ REJ-INDEX-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-PROBE-EOF-SW
                 NOT AT END
                    IF LXR-INDEX-KEY(1:32) = WS-ENTRY-PREFIX
                       COMPUTE WS-LAST-SEQ = LXR-ENTRY-SEQ + 1
                    ELSE
                       MOVE 'Y' TO WS-PROBE-EOF-SW
                    END-IF
              END-READ
           END-PERFORM.
