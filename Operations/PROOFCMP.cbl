      *                                                               *
      * Output - PRFCRPT.DAT print lines plus the console.            *
      * Condition code 4 when anything changed.                       *
      *                                                               *
      * Each CHANGED job is posted to the job-ticket master           *
      * (JOBTMAST.DAT, layout JOBTKT) as a revision: revision count,  *
      * latest revision date, and a re-proof owed. A revision to a    *
      * job already invoiced is marked for the JOBTMANT exception     *
      * report. A master that is locked or will not open costs the    *
      * run its ticket postings, not the comparison.                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              FILE STATUS IS WS-INK-STATUS.
           SELECT COMPARE-REPORT-FILE ASSIGN TO "PRFCRPT.DAT"
              ORGANIZATION IS SEQUENTIAL.
           SELECT JOB-TICKET-FILE    ASSIGN TO "JOBTMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS JT-JOB-NUMBER
              FILE STATUS IS WS-JT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NEW-PROOF-FILE
           RECORDING MODE IS F.
       01  PRF-PRINT-LINE             PIC X(80).

           COPY JOBTKT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX    VALUE SPACES.
       01  WS-INK-STATUS          PIC XX    VALUE SPACES.
       01  WS-LINE-NUM-ED         PIC Z9.
       01  WS-PRINT-LINE          PIC X(80) VALUE SPACES.

      *--------------- job-ticket master, held under the ENQUEUE
      *--------------- gatekeeper for the run
       01  WS-RUN-ID              PIC X(12) VALUE SPACES.
       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
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

       PROCEDURE DIVISION.
       PROOFCMP.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           MOVE WS-RUN-ID(1:8) TO WS-RUN-DATE.
           PERFORM 0010-LOAD-INK-WEIGHTS.
           MOVE 1 TO WS-SIDE.
           PERFORM 0020-LOAD-ONE-SIDE.
           MOVE "===== PROOF-REVISION COMPARISON ====="
              TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM 0060-OPEN-JOB-TICKETS.
           PERFORM 1000-COMPARE-NEW-AGAINST-OLD.
           PERFORM 2000-REPORT-REMOVED-JOBS.
           MOVE SPACES TO WS-PRINT-LINE.
              "  UNKEYED BLOCKS: " WS-UNKEYED-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           IF TICKET-LOCK-HELD
              MOVE SPACES TO WS-PRINT-LINE
              STRING "JOB TICKETS POSTED AS REVISED: " WS-JT-POSTED
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-IF.
           PERFORM 0070-CLOSE-JOB-TICKETS.
           CLOSE COMPARE-REPORT-FILE.
           IF WS-CHANGE-COUNT > 0
              MOVE 4 TO RETURN-CODE
              " -> " WS-NEW-INK
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM 1700-POST-REVISION.

       1200-DIFF-THE-LINES.
      *--------------- line-for-line; the changed line numbers are
              END-IF
           END-PERFORM.

       0060-OPEN-JOB-TICKETS.
      *--------------- create-on-first-use, the CARDMAST handling
           MOVE "ENQ" TO WS-EQ-FUNC.
           CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE WS-RUN-ID
                                WS-EQ-STATUS.
           IF WS-EQ-STATUS NOT = "00"
              DISPLAY "PROOFCMP: JOBTMAST.DAT LOCK NOT ACQUIRED - "
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
              DISPLAY "PROOFCMP: JOBTMAST.DAT UNAVAILABLE - STATUS "
                 WS-JT-STATUS " - TICKETS NOT UPDATED"
           END-IF.

       0070-CLOSE-JOB-TICKETS.
           IF JOB-TICKETS-OPEN
              CLOSE JOB-TICKET-FILE
              MOVE 'N' TO WS-JT-OPEN-SW
           END-IF.
           IF TICKET-LOCK-HELD
              MOVE "DEQ" TO WS-EQ-FUNC
              CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE
                                   WS-RUN-ID WS-EQ-STATUS
              MOVE 'N' TO WS-EQ-HELD-SW
           END-IF.

       1700-POST-REVISION.
      *--------------- a revision owes the job a fresh proof; one that
      *--------------- lands after the invoice is an exception for
      *--------------- the billing clerks. CLOSED tickets keep their
      *--------------- status but still record the revision.
           IF NOT JOB-TICKETS-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-JOB(WS-NEW-IX) TO JT-JOB-NUMBER.
           READ JOB-TICKET-FILE
              INVALID KEY
                 MOVE 'N' TO WS-JT-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO WS-JT-FOUND-SW
           END-READ.
           IF NOT JOB-TICKET-FOUND
              MOVE SPACES                TO JT-TICKET-RECORD
              MOVE WS-NEW-JOB(WS-NEW-IX) TO JT-JOB-NUMBER
              MOVE 0                     TO JT-PROOF-COUNT
              MOVE 0                     TO JT-REVISION-COUNT
              MOVE "N"                   TO JT-REV-AFTER-INV
           END-IF.
           ADD 1 TO JT-REVISION-COUNT.
           MOVE WS-RUN-DATE TO JT-LAST-REVISION-DATE.
           MOVE "Y" TO JT-REPROOF-PENDING.
           IF JT-INVOICE-NUMBER NOT = SPACES
              MOVE "Y" TO JT-REV-AFTER-INV
           END-IF.
           IF NOT JT-CLOSED
              MOVE "REVISED" TO JT-STATUS
           END-IF.
           MOVE WS-RUN-ID TO JT-LAST-RUN-ID.
           MOVE WS-RUN-DATE TO JT-LAST-UPDATED.
           IF JOB-TICKET-FOUND
              REWRITE JT-TICKET-RECORD
           ELSE
              WRITE JT-TICKET-RECORD
           END-IF.
           ADD 1 TO WS-JT-POSTED.

       0090-WRITE-PRINT-LINE.
           MOVE WS-PRINT-LINE TO PRF-PRINT-LINE.
           WRITE PRF-PRINT-LINE.
