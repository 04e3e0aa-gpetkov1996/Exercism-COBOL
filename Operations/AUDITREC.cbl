      *   RNATRAN   - RNARPT.DAT detail ("D") count vs records-in     *
      *   ROTCIPHER - ROTOUT.DAT count vs records-out                 *
      *                                                               *
      * and, over the whole of each shared ledger, the entries in its *
      * keyed index against the ledger's own record count:            *
      *                                                               *
      *   CTLLEDGX.DAT count vs CTLLEDGR.DAT count                    *
      *   REJLEDGX.DAT count vs REJLEDGR.DAT count                    *
      *                                                               *
      * An index that has drifted from its ledger means the morning   *
      * reports are reading the wrong records; LEDGINDX REBUILD puts  *
      * it right.                                                     *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - run date (YYYYMMDD); defaults to today              *
      *   output - AUDITRPT.DAT print lines plus the console          *
           SELECT CTL-LEDGER-FILE    ASSIGN TO "CTLLEDGR.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT REJECT-LEDGER-FILE ASSIGN TO "REJLEDGR.DAT"
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
           SELECT CARD-REPORT-FILE   ASSIGN TO "CARDRPT.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.

           COPY CTLLEDGR.

       FD  REJECT-LEDGER-FILE
           RECORD CONTAINS 110 CHARACTERS
           RECORDING MODE IS F.

           COPY REJFLDS.

           COPY CTLLEDGX.

           COPY REJLEDGX.

       FD  CARD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  YR-RPT-RECORD              PIC X(80).

       FD  COLLATZ-REPORT-FILE
           RECORD CONTAINS 77 CHARACTERS
           RECORDING MODE IS F.
       01  COL-RPT-RECORD             PIC X(77).

       FD  PANGRAM-REPORT-FILE
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
       01  PAN-RPT-RECORD             PIC X(90).

       FD  RNA-REPORT-FILE
           RECORD CONTAINS 96 CHARACTERS
           05  FILLER             PIC X(34) VALUE SPACES.
       01  WS-PRINT-LINE          PIC X(80) VALUE SPACES.
       01  WS-LEDGER-EXPECT       PIC 9(8)  VALUE 0.
      *--------------- whole-ledger record counts, for the index
      *--------------- comparison
       01  WS-CTL-LEDGER-RECS     PIC 9(8)  VALUE 0.
       01  WS-REJ-LEDGER-RECS     PIC 9(8)  VALUE 0.
       01  WS-INDEX-MISSING-SW    PIC X     VALUE 'N'.
           88  INDEX-FILE-MISSING           VALUE 'Y'.
       01  WS-INDEX-DRIFT-SW      PIC X     VALUE 'N'.
           88  INDEX-HAS-DRIFTED            VALUE 'Y'.

       PROCEDURE DIVISION.
       AUDITREC.
           PERFORM 1400-AUDIT-PANGRPT.
           PERFORM 1500-AUDIT-RNARPT.
           PERFORM 1600-AUDIT-ROTOUT.
           PERFORM 1700-AUDIT-CTL-INDEX.
           PERFORM 1800-AUDIT-REJ-INDEX.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           IF INDEX-HAS-DRIFTED
              MOVE "LEDGER INDEX OUT OF STEP - RUN LEDGINDX REBUILD"
                 TO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-IF.
           IF WS-MISMATCH-COUNT = 0
              MOVE "ALL PHYSICAL COUNTS RECONCILE WITH THE LEDGER"
                 TO WS-PRINT-LINE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-CTL-LEDGER-RECS
                    IF LG-RUN-DATE = WS-RUN-DATE
                       PERFORM VARYING WS-JOB-IX FROM 1 BY 1
                          UNTIL WS-JOB-IX > 6
           MOVE "ROTOUT.DAT" TO WS-CMP-FILE.
           PERFORM 0080-COMPARE-COUNTS.

       1700-AUDIT-CTL-INDEX.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'N' TO WS-INDEX-MISSING-SW.
           MOVE 0 TO WS-PHYS-COUNT.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT CTL-INDEX-FILE.
           IF WS-FILE-STATUS NOT = "00"
              MOVE 'Y' TO WS-INDEX-MISSING-SW
              MOVE 'Y' TO WS-EOF-SW
           ELSE
              MOVE LOW-VALUES TO LXC-INDEX-KEY
              START CTL-INDEX-FILE KEY >= LXC-INDEX-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF-SW
              END-START
           END-IF.
           PERFORM UNTIL EOF-COUNT-FILE
              READ CTL-INDEX-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-PHYS-COUNT
              END-READ
           END-PERFORM.
           IF NOT INDEX-FILE-MISSING
              CLOSE CTL-INDEX-FILE
           END-IF.
           MOVE WS-CTL-LEDGER-RECS TO WS-LEDGER-EXPECT.
           MOVE "CTLLEDGX.DAT" TO WS-CMP-FILE.
           PERFORM 0085-COMPARE-INDEX-COUNT.

       1800-AUDIT-REJ-INDEX.
      *--------------- the reject ledger is counted here; nothing
      *--------------- else in the audit reads it
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT REJECT-LEDGER-FILE.
           IF WS-FILE-STATUS NOT = "00"
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM UNTIL EOF-COUNT-FILE
              READ REJECT-LEDGER-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-REJ-LEDGER-RECS
              END-READ
           END-PERFORM.
           IF WS-FILE-STATUS = "00" OR WS-FILE-STATUS = "10"
              CLOSE REJECT-LEDGER-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'N' TO WS-INDEX-MISSING-SW.
           MOVE 0 TO WS-PHYS-COUNT.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT REJ-INDEX-FILE.
           IF WS-FILE-STATUS NOT = "00"
              MOVE 'Y' TO WS-INDEX-MISSING-SW
              MOVE 'Y' TO WS-EOF-SW
           ELSE
              MOVE LOW-VALUES TO LXR-INDEX-KEY
              START REJ-INDEX-FILE KEY >= LXR-INDEX-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF-SW
              END-START
           END-IF.
           PERFORM UNTIL EOF-COUNT-FILE
              READ REJ-INDEX-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-PHYS-COUNT
              END-READ
           END-PERFORM.
           IF NOT INDEX-FILE-MISSING
              CLOSE REJ-INDEX-FILE
           END-IF.
           MOVE WS-REJ-LEDGER-RECS TO WS-LEDGER-EXPECT.
           MOVE "REJLEDGX.DAT" TO WS-CMP-FILE.
           PERFORM 0085-COMPARE-INDEX-COUNT.

       0080-COMPARE-COUNTS.
      *--------------- one comparison line per file; a job with no
      *--------------- ledger entry for the date is CTLBAL's finding,
           MOVE WS-COMPARE-LINE TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.

       0085-COMPARE-INDEX-COUNT.
      *--------------- the index's entry count against its ledger's
      *--------------- record count; no index at all is only a
      *--------------- finding when the ledger has records to index
           MOVE WS-PHYS-COUNT TO WS-CMP-PHYS.
           MOVE WS-LEDGER-EXPECT TO WS-CMP-LEDGER.
           EVALUATE TRUE
              WHEN INDEX-FILE-MISSING
                 AND WS-LEDGER-EXPECT = 0
                 MOVE "NO-LEDGER"    TO WS-CMP-FLAG
              WHEN INDEX-FILE-MISSING
                 MOVE "*NO-INDEX*"   TO WS-CMP-FLAG
                 ADD 1 TO WS-MISMATCH-COUNT
                 MOVE 'Y' TO WS-INDEX-DRIFT-SW
              WHEN WS-PHYS-COUNT = WS-LEDGER-EXPECT
                 MOVE "MATCHED"      TO WS-CMP-FLAG
              WHEN OTHER
                 MOVE "*MISMATCH*"   TO WS-CMP-FLAG
                 ADD 1 TO WS-MISMATCH-COUNT
                 MOVE 'Y' TO WS-INDEX-DRIFT-SW
           END-EVALUATE.
           MOVE WS-COMPARE-LINE TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.

       0090-WRITE-PRINT-LINE.
           MOVE WS-PRINT-LINE TO AUD-PRINT-LINE.
           WRITE AUD-PRINT-LINE.
