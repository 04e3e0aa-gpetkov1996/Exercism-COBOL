      * proving every INK-UNITS value in the period was billed        *
      * exactly once or is accounted for as unmatched/unrated.        *
      * Condition code 4 when anything could not be billed.           *
      *                                                               *
      * Each client invoice carries an invoice number - the run id    *
      * plus a two-digit sequence within the run - and every job      *
      * billed on it is posted to the job-ticket master               *
      * (JOBTMAST.DAT, layout JOBTKT) with that number and the        *
      * invoice date. A job the master has never seen is added as     *
      * INVOICED with no proof dates, which is exactly what the       *
      * JOBTMANT exception report looks for. A master that is locked  *
      * or will not open costs the run its ticket postings, not the   *
      * invoices.                                                     *
      *                                                               *
      * GLIFACE reads INKINV.DAT back for the general-ledger batch:   *
      * the CLIENT, INVOICE and CLIENT TOTAL lines and the balancing  *
      * verdict are an interface and keep their columns.              *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              FILE STATUS IS WS-RATE-STATUS.
           SELECT INVOICE-FILE       ASSIGN TO "INKINV.DAT"
              ORGANIZATION IS SEQUENTIAL.
           SELECT JOB-TICKET-FILE    ASSIGN TO "JOBTMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS JT-JOB-NUMBER
              FILE STATUS IS WS-JT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *--------------- PANGRAM's ink estimation layout, read back
      *--------------- PANGRAM's proofing report layout, read back
      *--------------- for the sample-to-client join
       FD  PANGRAM-REPORT-FILE
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
       01  PR-RECORD.
           05  PR-SAMPLE-NUM        PIC X(4).
           05  FILLER               PIC X(2).
           05  PR-CLIENT-CODE       PIC X(8).
           05  FILLER               PIC X(2).
           05  PR-FINDINGS          PIC X(4).
           05  FILLER               PIC X(6).

       FD  RATE-TABLE-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  INV-PRINT-LINE             PIC X(80).

           COPY JOBTKT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX    VALUE SPACES.
       01  WS-RATE-STATUS         PIC XX    VALUE SPACES.
           05  FILLER             PIC X(42) VALUE SPACES.
       01  WS-PRINT-LINE          PIC X(80) VALUE SPACES.

      *--------------- invoice numbering: run id, a dash, and the
      *--------------- invoice's sequence within the run
       01  WS-RUN-ID              PIC X(12) VALUE SPACES.
       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
       01  WS-INVOICE-SEQ         PIC 9(2)  VALUE 0.
       01  WS-INVOICE-NUMBER.
           05  WS-INV-RUN-ID      PIC X(12).
           05  FILLER             PIC X(1)  VALUE "-".
           05  WS-INV-SEQ         PIC 9(2).

      *--------------- job-ticket master, held under the ENQUEUE
      *--------------- gatekeeper for the run
       01  WS-JT-STATUS           PIC XX    VALUE SPACES.
       01  WS-JT-OPEN-SW          PIC X     VALUE 'N'.
           88  JOB-TICKETS-OPEN             VALUE 'Y'.
       01  WS-JT-FOUND-SW         PIC X     VALUE 'N'.
           88  JOB-TICKET-FOUND             VALUE 'Y'.
       01  WS-JT-POSTED           PIC 9(4)  VALUE 0.
       01  WS-EQ-FUNC             PIC X(3)  VALUE SPACES.
       01  WS-EQ-RESOURCE         PIC X(8)  VALUE "JOBTMAST".
       01  WS-EQ-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-EQ-HELD-SW          PIC X     VALUE 'N'.
           88  TICKET-LOCK-HELD             VALUE 'Y'.

      *--------------- report generation roll (RPTGEN)
       01  WS-RG-FUNC             PIC X(4)  VALUE "ROLL".
       01  WS-RG-FILE             PIC X(12) VALUE SPACES.
       01  WS-RG-RUN-ID           PIC X(12) VALUE SPACES.
       01  WS-RG-STATUS           PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       INKBILL.
           PERFORM 0010-LOAD-RATE-TABLE.
           END-IF.
           PERFORM 0020-LOAD-SAMPLE-CLIENTS.
           PERFORM 0030-BILL-INK-DETAILS.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           MOVE WS-RUN-ID(1:8) TO WS-RUN-DATE.
      *--------------- rolled before the ticket lock is taken, so a
      *--------------- failed roll leaves nothing held
           MOVE "INKINV.DAT" TO WS-RG-FILE.
           PERFORM 0095-ROLL-REPORT-GENERATION.
           PERFORM 0060-OPEN-JOB-TICKETS.
           OPEN OUTPUT INVOICE-FILE.
           PERFORM 1000-WRITE-INVOICES.
           PERFORM 2000-WRITE-BALANCING-SECTION.
           CLOSE INVOICE-FILE.
           PERFORM 0070-CLOSE-JOB-TICKETS.
           IF WS-UNMATCHED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STRING "----- CLIENT " WS-RT-CLIENT(WS-RATE-IX)
              " -----" DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           ADD 1 TO WS-INVOICE-SEQ.
           MOVE WS-RUN-ID      TO WS-INV-RUN-ID.
           MOVE WS-INVOICE-SEQ TO WS-INV-SEQ.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INVOICE " WS-INVOICE-NUMBER "  DATED " WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE "SMPL  JOB-TICKET     UNITS      AMOUNT"
              TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
                 MOVE WS-DT-AMOUNT(WS-DTL-IX) TO WS-IVL-AMOUNT
                 MOVE WS-INVOICE-LINE TO WS-PRINT-LINE
                 PERFORM 0090-WRITE-PRINT-LINE
                 PERFORM 1200-POST-INVOICED
              END-IF
           END-PERFORM.
      *--------------- the minimum charge applies to the invoice
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.

       1200-POST-INVOICED.
      *--------------- a job billed on several samples is posted once
      *--------------- per sample; the postings agree. CLOSED tickets
      *--------------- keep their status but record the invoice.
           IF NOT JOB-TICKETS-OPEN
              OR WS-DT-JOB(WS-DTL-IX) = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DT-JOB(WS-DTL-IX) TO JT-JOB-NUMBER.
           READ JOB-TICKET-FILE
              INVALID KEY
                 MOVE 'N' TO WS-JT-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO WS-JT-FOUND-SW
           END-READ.
           IF NOT JOB-TICKET-FOUND
              MOVE SPACES               TO JT-TICKET-RECORD
              MOVE WS-DT-JOB(WS-DTL-IX) TO JT-JOB-NUMBER
              MOVE 0                    TO JT-PROOF-COUNT
              MOVE 0                    TO JT-REVISION-COUNT
              MOVE "N"                  TO JT-REPROOF-PENDING
              MOVE "N"                  TO JT-REV-AFTER-INV
           END-IF.
           IF JT-CLIENT-CODE = SPACES
              MOVE WS-RT-CLIENT(WS-RATE-IX) TO JT-CLIENT-CODE
           END-IF.
           MOVE WS-INVOICE-NUMBER TO JT-INVOICE-NUMBER.
           MOVE WS-RUN-DATE TO JT-INVOICE-DATE.
           IF NOT JT-CLOSED
              MOVE "INVOICED" TO JT-STATUS
           END-IF.
           MOVE WS-RUN-ID TO JT-LAST-RUN-ID.
           MOVE WS-RUN-DATE TO JT-LAST-UPDATED.
           IF JOB-TICKET-FOUND
              REWRITE JT-TICKET-RECORD
           ELSE
              WRITE JT-TICKET-RECORD
           END-IF.
           ADD 1 TO WS-JT-POSTED.

       0060-OPEN-JOB-TICKETS.
      *--------------- create-on-first-use, the CARDMAST handling
           MOVE "ENQ" TO WS-EQ-FUNC.
           CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE WS-RUN-ID
                                WS-EQ-STATUS.
           IF WS-EQ-STATUS NOT = "00"
              DISPLAY "INKBILL: JOBTMAST.DAT LOCK NOT ACQUIRED - "
                 "STATUS " WS-EQ-STATUS " - TICKETS NOT UPDATED"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-EQ-HELD-SW.
           MOVE SPACES TO WS-JT-STATUS.
           OPEN I-O JOB-TICKET-FILE.
           IF WS-JT-STATUS = "35"
              OPEN OUTPUT JOB-TICKET-FILE
              CLOSE JOB-TICKET-FILE
              OPEN I-O JOB-TICKET-FILE
           END-IF.
           IF WS-JT-STATUS = "00"
              MOVE 'Y' TO WS-JT-OPEN-SW
           ELSE
              DISPLAY "INKBILL: JOBTMAST.DAT UNAVAILABLE - STATUS "
                 WS-JT-STATUS " - TICKETS NOT UPDATED"
           END-IF.

       0070-CLOSE-JOB-TICKETS.
           IF JOB-TICKETS-OPEN
              CLOSE JOB-TICKET-FILE
              MOVE 'N' TO WS-JT-OPEN-SW
              DISPLAY "INKBILL: JOB TICKETS POSTED AS INVOICED: "
                 WS-JT-POSTED
           END-IF.
           IF TICKET-LOCK-HELD
              MOVE "DEQ" TO WS-EQ-FUNC
              CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE
                                   WS-RUN-ID WS-EQ-STATUS
              MOVE 'N' TO WS-EQ-HELD-SW
           END-IF.

       2000-WRITE-BALANCING-SECTION.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE WS-PRINT-LINE TO INV-PRINT-LINE.
           WRITE INV-PRINT-LINE.
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
