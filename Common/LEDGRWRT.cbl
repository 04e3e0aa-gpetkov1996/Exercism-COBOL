      * the call gives up; any failure comes back in LW-STATUS        *
      * ("00" on success) so the caller can stop ignoring failed      *
      * ledger writes.                                                *
      *                                                               *
      * While the ledger is still held, the same record is written    *
      * to the ledger's keyed companion (CTLLEDGX.DAT / REJLEDGX.DAT, *
      * keyed by run date, job and run id) so the morning reports     *
      * can read one date or job without scanning the ledger. The     *
      * ledger is the record of truth: an index entry that cannot be  *
      * written is reported on the console but does not fail the      *
      * append - LEDGINDX REBUILD puts the index right, and AUDITREC  *
      * catches the count being short.                                *
      *                                                               *
      * A reject's reason code must be registered on the reason-code  *
      * master RSNCODE.DAT (see RSNCODE, maintained by RSNMANT). A    *
      * reject with an unregistered code is not appended: LW-STATUS   *
      * comes back "RC" and a HIGH alert is raised, once per code per *
      * run, so a new or misspelled code stops the job the night it   *
      * first appears instead of landing on the ledger unowned. The   *
      * master is read once per run. Until it exists every code is    *
      * accepted (run RSNMANT STANDARD to create it); if it exists    *
      * but cannot be read, codes are accepted and an alert says so.  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS SEQUENTIAL
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS WS-REJ-STATUS.
           SELECT CTL-INDEX-FILE     ASSIGN TO "CTLLEDGX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LXC-INDEX-KEY
              FILE STATUS IS WS-CTLX-STATUS.
           SELECT REJ-INDEX-FILE     ASSIGN TO "REJLEDGX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LXR-INDEX-KEY
              FILE STATUS IS WS-REJX-STATUS.
           SELECT REASON-CODE-FILE   ASSIGN TO "RSNCODE.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-RSN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-LEDGER-FILE
           RECORDING MODE IS F.
       01  LWR-REJECT-RECORD          PIC X(110).

           COPY CTLLEDGX.

           COPY REJLEDGX.

       FD  REASON-CODE-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
           COPY RSNCODE.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS          PIC XX    VALUE SPACES.
       01  WS-REJ-STATUS          PIC XX    VALUE SPACES.
       01  WS-RETRY-WAIT-SECS     PIC 9(4) COMP VALUE 1.
       01  WS-OPEN-DONE-SW        PIC X     VALUE 'N'.
           88  LEDGER-OPEN-DONE             VALUE 'Y'.
       01  WS-CTLX-STATUS         PIC XX    VALUE SPACES.
       01  WS-REJX-STATUS         PIC XX    VALUE SPACES.
       01  WS-PROBE-EOF-SW        PIC X     VALUE 'N'.
           88  PROBE-DONE                   VALUE 'Y'.
      *--------------- the index key (run date, job, run id) of the
      *--------------- last entry written to each ledger by this run
      *--------------- and the sequence it got; a run's later
      *--------------- postings under the same run id just take the
      *--------------- next number, a new run id probes the index for
      *--------------- entries an earlier pass may have left there
       01  WS-ENTRY-PREFIX        PIC X(32) VALUE SPACES.
       01  WS-CTL-LAST-PREFIX     PIC X(32) VALUE SPACES.
       01  WS-CTL-LAST-SEQ        PIC 9(6)  VALUE 0.
       01  WS-REJ-LAST-PREFIX     PIC X(32) VALUE SPACES.
       01  WS-REJ-LAST-SEQ        PIC 9(6)  VALUE 0.
      *--------------- the registered reason codes, read once on the
      *--------------- first reject of the run; codes already refused
      *--------------- this run are remembered so each is alerted once
       01  WS-RSN-STATUS          PIC XX    VALUE SPACES.
       01  WS-RSN-LOADED-SW       PIC X     VALUE 'N'.
           88  RSN-CODES-LOADED             VALUE 'Y'.
       01  WS-RSN-CHECK-SW        PIC X     VALUE 'Y'.
           88  RSN-CHECK-ACTIVE             VALUE 'Y'.
       01  WS-RSN-EOF-SW          PIC X     VALUE 'N'.
           88  EOF-REASON-FILE              VALUE 'Y'.
       01  WS-RSN-FOUND-SW        PIC X     VALUE 'N'.
           88  RSN-CODE-FOUND               VALUE 'Y'.
       01  WS-RSN-MAX             PIC 9(3)  VALUE 300.
       01  WS-RSN-USED            PIC 9(3)  VALUE 0.
       01  WS-RSN-IX              PIC 9(3).
       01  WS-RSN-TABLE.
           05  WS-RSN-CODE        PIC X(12) OCCURS 300 TIMES.
       01  WS-REFUSED-MAX         PIC 9(2)  VALUE 50.
       01  WS-REFUSED-USED        PIC 9(2)  VALUE 0.
       01  WS-REFUSED-IX          PIC 9(2).
       01  WS-REFUSED-TABLE.
           05  WS-REFUSED-CODE    PIC X(12) OCCURS 50 TIMES.
       01  WS-AW-JOB              PIC X(12) VALUE SPACES.
       01  WS-AW-RUN-ID           PIC X(12) VALUE SPACES.
       01  WS-AW-SEVERITY         PIC X(4)  VALUE "HIGH".
       01  WS-AW-MESSAGE          PIC X(38) VALUE SPACES.
       01  WS-AW-STATUS           PIC X(2)  VALUE SPACES.

           COPY CTLLEDGR.

           COPY REJFLDS.
       LINKAGE SECTION.
       01  LW-FUNCTION            PIC X(3).
       01  LW-RECORD              PIC X(110).
              WHEN "CTL"
                 PERFORM 1000-APPEND-CONTROL-LEDGER
              WHEN "REJ"
                 PERFORM 2050-CHECK-REASON-CODE
                 IF RSN-CODE-FOUND
                    PERFORM 2000-APPEND-REJECT-LEDGER
                 END-IF
              WHEN OTHER
                 DISPLAY "LEDGRWRT: UNKNOWN FUNCTION " LW-FUNCTION
                 MOVE "99" TO LW-STATUS
           MOVE LW-RECORD(1:78) TO LWC-LEDGER-RECORD.
           WRITE LWC-LEDGER-RECORD.
           MOVE WS-CTL-STATUS TO LW-STATUS.
           IF WS-CTL-STATUS = "00"
              PERFORM 1100-INDEX-CONTROL-ENTRY
           END-IF.
           CLOSE CTL-LEDGER-FILE.

       1100-INDEX-CONTROL-ENTRY.
           MOVE SPACES TO WS-CTLX-STATUS.
           OPEN I-O CTL-INDEX-FILE.
           IF WS-CTLX-STATUS = "35"
              OPEN OUTPUT CTL-INDEX-FILE
              CLOSE CTL-INDEX-FILE
              OPEN I-O CTL-INDEX-FILE
           END-IF.
           IF WS-CTLX-STATUS NOT = "00"
              DISPLAY "LEDGRWRT: CTLLEDGX.DAT NOT AVAILABLE - STATUS "
                 WS-CTLX-STATUS " - RUN LEDGINDX REBUILD"
              EXIT PARAGRAPH
           END-IF.
           MOVE LW-RECORD(1:78) TO LG-LEDGER-RECORD.
           MOVE SPACES TO WS-ENTRY-PREFIX.
           STRING LG-RUN-DATE LG-JOB-NAME LG-RUN-ID
              DELIMITED BY SIZE INTO WS-ENTRY-PREFIX.
           IF WS-ENTRY-PREFIX = WS-CTL-LAST-PREFIX
              ADD 1 TO WS-CTL-LAST-SEQ
           ELSE
              PERFORM 1110-PROBE-CONTROL-INDEX
           END-IF.
           MOVE WS-ENTRY-PREFIX  TO LXC-INDEX-KEY(1:32).
           MOVE WS-CTL-LAST-SEQ  TO LXC-ENTRY-SEQ.
           MOVE LG-LEDGER-RECORD TO LXC-LEDGER-RECORD.
           WRITE LXC-INDEX-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF WS-CTLX-STATUS NOT = "00"
              DISPLAY "LEDGRWRT: CTLLEDGX.DAT ENTRY NOT WRITTEN - "
                 "STATUS " WS-CTLX-STATUS " - RUN LEDGINDX REBUILD"
           END-IF.
           CLOSE CTL-INDEX-FILE.

       1110-PROBE-CONTROL-INDEX.
      *--------------- first posting under this run id from this
      *--------------- run: number on from whatever the index
      *--------------- already holds under the same key
           MOVE WS-ENTRY-PREFIX TO WS-CTL-LAST-PREFIX.
           MOVE 1 TO WS-CTL-LAST-SEQ.
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
                       COMPUTE WS-CTL-LAST-SEQ = LXC-ENTRY-SEQ + 1
                    ELSE
                       MOVE 'Y' TO WS-PROBE-EOF-SW
                    END-IF
              END-READ
           END-PERFORM.

       2000-APPEND-REJECT-LEDGER.
           MOVE 'N' TO WS-OPEN-DONE-SW.
           MOVE 0 TO WS-RETRY-COUNT.
           MOVE LW-RECORD(1:110) TO LWR-REJECT-RECORD.
           WRITE LWR-REJECT-RECORD.
           MOVE WS-REJ-STATUS TO LW-STATUS.
           IF WS-REJ-STATUS = "00"
              PERFORM 2100-INDEX-REJECT-ENTRY
           END-IF.
           CLOSE REJECT-LEDGER-FILE.

       2050-CHECK-REASON-CODE.
           IF NOT RSN-CODES-LOADED
              PERFORM 2060-LOAD-REASON-CODES
           END-IF.
           MOVE 'Y' TO WS-RSN-FOUND-SW.
           IF NOT RSN-CHECK-ACTIVE
              EXIT PARAGRAPH
           END-IF.
           MOVE LW-RECORD(1:110) TO RJL-REJECT-RECORD.
           MOVE 'N' TO WS-RSN-FOUND-SW.
           PERFORM VARYING WS-RSN-IX FROM 1 BY 1
              UNTIL WS-RSN-IX > WS-RSN-USED OR RSN-CODE-FOUND
              IF WS-RSN-CODE(WS-RSN-IX) = RJL-REASON-CODE
                 MOVE 'Y' TO WS-RSN-FOUND-SW
              END-IF
           END-PERFORM.
           IF NOT RSN-CODE-FOUND
              DISPLAY "LEDGRWRT: REASON CODE " RJL-REASON-CODE
                 " NOT REGISTERED - REJECT " RJL-RECORD-ID
                 " FROM " RJL-JOB-NAME " REFUSED"
              MOVE "RC" TO LW-STATUS
              PERFORM 2070-ALERT-UNREGISTERED-CODE
           END-IF.

       2060-LOAD-REASON-CODES.
           MOVE 'Y' TO WS-RSN-LOADED-SW.
           MOVE 0 TO WS-RSN-USED.
           MOVE SPACES TO WS-RSN-STATUS.
           OPEN INPUT REASON-CODE-FILE.
           IF WS-RSN-STATUS = "35"
      *--------------- no master yet: nothing to check against
              DISPLAY "LEDGRWRT: NO RSNCODE.DAT - REASON CODES NOT "
                 "CHECKED THIS RUN"
              MOVE 'N' TO WS-RSN-CHECK-SW
              EXIT PARAGRAPH
           END-IF.
           IF WS-RSN-STATUS NOT = "00"
              DISPLAY "LEDGRWRT: RSNCODE.DAT UNREADABLE - STATUS "
                 WS-RSN-STATUS " - REASON CODES NOT CHECKED"
              MOVE 'N' TO WS-RSN-CHECK-SW
              MOVE LW-RECORD(1:110) TO RJL-REJECT-RECORD
              MOVE RJL-JOB-NAME TO WS-AW-JOB
              MOVE RJL-RUN-ID   TO WS-AW-RUN-ID
              MOVE "RSNCODE.DAT UNREADABLE - NOT CHECKED"
                 TO WS-AW-MESSAGE
              CALL "ALERTWRT" USING WS-AW-JOB WS-AW-RUN-ID
                                    WS-AW-SEVERITY WS-AW-MESSAGE
                                    WS-AW-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-RSN-EOF-SW.
           PERFORM UNTIL EOF-REASON-FILE
              READ REASON-CODE-FILE
                 AT END
                    MOVE 'Y' TO WS-RSN-EOF-SW
                 NOT AT END
                    IF WS-RSN-USED < WS-RSN-MAX
                       ADD 1 TO WS-RSN-USED
                       MOVE RSN-REASON-CODE
                          TO WS-RSN-CODE(WS-RSN-USED)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REASON-CODE-FILE.

       2070-ALERT-UNREGISTERED-CODE.
           PERFORM VARYING WS-REFUSED-IX FROM 1 BY 1
              UNTIL WS-REFUSED-IX > WS-REFUSED-USED
              IF WS-REFUSED-CODE(WS-REFUSED-IX) = RJL-REASON-CODE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF WS-REFUSED-USED < WS-REFUSED-MAX
              ADD 1 TO WS-REFUSED-USED
              MOVE RJL-REASON-CODE TO WS-REFUSED-CODE(WS-REFUSED-USED)
           END-IF.
           MOVE RJL-JOB-NAME TO WS-AW-JOB.
           MOVE RJL-RUN-ID   TO WS-AW-RUN-ID.
           MOVE SPACES TO WS-AW-MESSAGE.
           STRING "UNREGISTERED REASON CODE " RJL-REASON-CODE
              DELIMITED BY SIZE INTO WS-AW-MESSAGE.
           CALL "ALERTWRT" USING WS-AW-JOB WS-AW-RUN-ID
                                 WS-AW-SEVERITY WS-AW-MESSAGE
                                 WS-AW-STATUS.

       2100-INDEX-REJECT-ENTRY.
           MOVE SPACES TO WS-REJX-STATUS.
           OPEN I-O REJ-INDEX-FILE.
           IF WS-REJX-STATUS = "35"
              OPEN OUTPUT REJ-INDEX-FILE
              CLOSE REJ-INDEX-FILE
              OPEN I-O REJ-INDEX-FILE
           END-IF.
           IF WS-REJX-STATUS NOT = "00"
              DISPLAY "LEDGRWRT: REJLEDGX.DAT NOT AVAILABLE - STATUS "
                 WS-REJX-STATUS " - RUN LEDGINDX REBUILD"
              EXIT PARAGRAPH
           END-IF.
           MOVE LW-RECORD(1:110) TO RJL-REJECT-RECORD.
           MOVE SPACES TO WS-ENTRY-PREFIX.
           STRING RJL-RUN-DATE RJL-JOB-NAME RJL-RUN-ID
              DELIMITED BY SIZE INTO WS-ENTRY-PREFIX.
           IF WS-ENTRY-PREFIX = WS-REJ-LAST-PREFIX
              ADD 1 TO WS-REJ-LAST-SEQ
           ELSE
              PERFORM 2110-PROBE-REJECT-INDEX
           END-IF.
           MOVE WS-ENTRY-PREFIX   TO LXR-INDEX-KEY(1:32).
           MOVE WS-REJ-LAST-SEQ   TO LXR-ENTRY-SEQ.
           MOVE RJL-REJECT-RECORD TO LXR-REJECT-RECORD.
           WRITE LXR-INDEX-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF WS-REJX-STATUS NOT = "00"
              DISPLAY "LEDGRWRT: REJLEDGX.DAT ENTRY NOT WRITTEN - "
                 "STATUS " WS-REJX-STATUS " - RUN LEDGINDX REBUILD"
           END-IF.
           CLOSE REJ-INDEX-FILE.

       2110-PROBE-REJECT-INDEX.
           MOVE WS-ENTRY-PREFIX TO WS-REJ-LAST-PREFIX.
           MOVE 1 TO WS-REJ-LAST-SEQ.
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
                       COMPUTE WS-REJ-LAST-SEQ = LXR-ENTRY-SEQ + 1
                    ELSE
                       MOVE 'Y' TO WS-PROBE-EOF-SW
                    END-IF
              END-READ
           END-PERFORM.
