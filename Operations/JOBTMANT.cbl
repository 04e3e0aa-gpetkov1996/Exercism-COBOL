       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBTMANT.
      *****************************************************************
      * JOBTMANT - inquiry, exception report and close-out for the    *
      * print job-ticket master JOBTMAST.DAT (layout JOBTKT), which   *
      * PANGRAM, PROOFCMP and INKBILL post to as a job is proofed,    *
      * revised and invoiced.                                         *
      *                                                               *
      * Calling interface (arg 1 = function):                         *
      *   INQ   job-number - show one ticket                          *
      *   EXCP  - exception report to JOBTRPT.DAT plus the console:   *
      *           jobs invoiced but never proofed, and jobs revised   *
      *           after they were invoiced; then a count of tickets   *
      *           by status. Condition code 4 when any exception is   *
      *           listed.                                             *
      *   CLOSE job-number - close out an INVOICED ticket; any other  *
      *           status is refused with condition code 8             *
      *                                                               *
      * A CLOSED ticket is the billing clerks' sign-off on the job    *
      * and no longer appears on the exception report, though it is   *
      * still counted.                                                *
      *                                                               *
      * Every function signs on through SIGNON first: INQ and EXCP    *
      * need VIEW and CLOSE needs OPERATOR. A refusal is condition    *
      * code 8.                                                       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-TICKET-FILE    ASSIGN TO "JOBTMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS JT-JOB-NUMBER
              FILE STATUS IS WS-JT-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "JOBTRPT.DAT"
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY JOBTKT.

       FD  EXCEPTION-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  JTR-PRINT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-JT-STATUS           PIC XX    VALUE SPACES.
       01  WS-FUNCTION-ARG        PIC X(8)  VALUE SPACES.
       01  WS-PARM-2              PIC X(10) VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-SAVE-RC             PIC S9(4) VALUE 0.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-TICKET-SCAN              VALUE 'Y'.
       01  WS-TICKET-COUNT        PIC 9(6)  VALUE 0.
       01  WS-NEVER-PROOFED       PIC 9(6)  VALUE 0.
       01  WS-REV-AFTER-INV       PIC 9(6)  VALUE 0.
       01  WS-CNT-PROOFED         PIC 9(6)  VALUE 0.
       01  WS-CNT-REVISED         PIC 9(6)  VALUE 0.
       01  WS-CNT-INVOICED        PIC 9(6)  VALUE 0.
       01  WS-CNT-CLOSED          PIC 9(6)  VALUE 0.
       01  WS-CNT-OTHER           PIC 9(6)  VALUE 0.
       01  WS-PRINT-LINE          PIC X(80) VALUE SPACES.
       01  WS-EXCP-LINE.
           05  WS-EXL-JOB         PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-EXL-CLIENT      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-EXL-STATUS      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-EXL-INVOICE     PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-EXL-INV-DATE    PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-EXL-OTHER-DATE  PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-EXL-FLAG        PIC X(1).
           05  FILLER             PIC X(10) VALUE SPACES.
      *--------------- every opener of the ticket master goes through
      *--------------- the ENQUEUE gatekeeper, this utility included
       01  WS-EQ-FUNC             PIC X(3)  VALUE SPACES.
       01  WS-EQ-RESOURCE         PIC X(8)  VALUE "JOBTMAST".
       01  WS-EQ-RUN-ID           PIC X(12) VALUE "JOBTMANT".
       01  WS-EQ-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-EQ-HELD-SW          PIC X     VALUE 'N'.
           88  TICKET-LOCK-HELD             VALUE 'Y'.
      *--------------- operator sign-on; SIGNON checks the function's
      *--------------- minimum role and audits the grant or refusal
       01  WS-SG-PROGRAM          PIC X(12) VALUE "JOBTMANT".
       01  WS-SG-FUNCTION         PIC X(10) VALUE SPACES.
       01  WS-SG-MIN-ROLE         PIC X(9)  VALUE SPACES.
       01  WS-SG-USER             PIC X(8)  VALUE SPACES.
       01  WS-SG-STATUS           PIC X(2)  VALUE SPACES.
           88  SIGN-ON-GRANTED              VALUE "00".

       PROCEDURE DIVISION.
       JOBTMANT.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-FUNCTION-ARG FROM ARGUMENT-VALUE.
           MOVE 2 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-2 FROM ARGUMENT-VALUE.
           PERFORM 0005-SIGN-ON.
           IF NOT SIGN-ON-GRANTED
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0040-ACQUIRE-TICKET-LOCK.
           IF TICKET-LOCK-HELD
              EVALUATE WS-FUNCTION-ARG
                 WHEN "INQ"
                    PERFORM 1000-INQUIRE-TICKET
                 WHEN "EXCP"
                    PERFORM 2000-EXCEPTION-REPORT
                 WHEN "CLOSE"
                    PERFORM 3000-CLOSE-TICKET
                 WHEN OTHER
                    DISPLAY "JOBTMANT: UNKNOWN FUNCTION "
                       WS-FUNCTION-ARG
                    DISPLAY "USE INQ, EXCP OR CLOSE"
                    MOVE 8 TO RETURN-CODE
              END-EVALUATE
              PERFORM 0050-RELEASE-TICKET-LOCK
           END-IF.
           STOP RUN.

       0005-SIGN-ON.
      *--------------- nothing runs without a signed-on operator
      *--------------- whose role covers the function
           EVALUATE WS-FUNCTION-ARG
              WHEN "CLOSE"
                 MOVE "OPERATOR" TO WS-SG-MIN-ROLE
              WHEN OTHER
                 MOVE "VIEW" TO WS-SG-MIN-ROLE
           END-EVALUATE.
           MOVE WS-FUNCTION-ARG TO WS-SG-FUNCTION.
           MOVE SPACES TO WS-SG-USER.
           CALL "SIGNON" USING WS-SG-PROGRAM WS-SG-FUNCTION
                               WS-SG-MIN-ROLE WS-SG-USER
                               WS-SG-STATUS.

       0040-ACQUIRE-TICKET-LOCK.
           MOVE "ENQ" TO WS-EQ-FUNC.
           CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE
                                WS-EQ-RUN-ID WS-EQ-STATUS.
           IF WS-EQ-STATUS = "00"
              MOVE 'Y' TO WS-EQ-HELD-SW
           ELSE
              DISPLAY "JOBTMANT: JOBTMAST.DAT LOCK NOT ACQUIRED - "
                 "STATUS " WS-EQ-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

       0050-RELEASE-TICKET-LOCK.
      *--------------- the CALL resets RETURN-CODE; keep the
      *--------------- function's condition code across it
           MOVE RETURN-CODE TO WS-SAVE-RC.
           MOVE "DEQ" TO WS-EQ-FUNC.
           CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE
                                WS-EQ-RUN-ID WS-EQ-STATUS.
           MOVE 'N' TO WS-EQ-HELD-SW.
           MOVE WS-SAVE-RC TO RETURN-CODE.

       0010-OPEN-TICKETS-INPUT.
           MOVE SPACES TO WS-JT-STATUS.
           OPEN INPUT JOB-TICKET-FILE.
           IF WS-JT-STATUS NOT = "00"
              DISPLAY "JOBTMANT: CANNOT OPEN JOBTMAST.DAT - STATUS "
                 WS-JT-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SW
           END-IF.

       0020-CHECK-JOB-PARM.
           IF WS-PARM-2 = SPACES OR WS-PARM-2 = LOW-VALUES
              DISPLAY "JOBTMANT: " FUNCTION TRIM(WS-FUNCTION-ARG)
                 " NEEDS A JOB NUMBER"
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SW
           END-IF.

       1000-INQUIRE-TICKET.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 0020-CHECK-JOB-PARM.
           IF EOF-TICKET-SCAN
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0010-OPEN-TICKETS-INPUT.
           IF EOF-TICKET-SCAN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-PARM-2 TO JT-JOB-NUMBER.
           READ JOB-TICKET-FILE
              INVALID KEY
                 DISPLAY "JOBTMANT: JOB " WS-PARM-2
                    " NOT ON THE TICKET MASTER"
                 MOVE 4 TO RETURN-CODE
              NOT INVALID KEY
                 PERFORM 1100-SHOW-TICKET
           END-READ.
           CLOSE JOB-TICKET-FILE.

       1100-SHOW-TICKET.
           DISPLAY "===== JOB TICKET " JT-JOB-NUMBER " =====".
           DISPLAY "CLIENT            : " JT-CLIENT-CODE.
           DISPLAY "STATUS            : " JT-STATUS.
           DISPLAY "FIRST PROOF DATE  : " JT-FIRST-PROOF-DATE.
           DISPLAY "LATEST PROOF DATE : " JT-LAST-PROOF-DATE.
           DISPLAY "PROOF RESULT      : " JT-PROOF-RESULT
              "  (" JT-PROOF-COUNT " PROOFS)".
           DISPLAY "REVISIONS         : " JT-REVISION-COUNT.
           DISPLAY "LATEST REVISION   : " JT-LAST-REVISION-DATE.
           DISPLAY "INVOICE NUMBER    : " JT-INVOICE-NUMBER.
           DISPLAY "INVOICE DATE      : " JT-INVOICE-DATE.
           DISPLAY "LAST UPDATED      : " JT-LAST-UPDATED
              "  BY RUN " JT-LAST-RUN-ID.
           IF JT-AWAITING-REPROOF
              DISPLAY "*** REVISED SINCE LAST PROOF - RE-PROOF OWED"
           END-IF.
           IF JT-INVOICE-NUMBER NOT = SPACES
              AND JT-FIRST-PROOF-DATE = SPACES
              DISPLAY "*** INVOICED BUT NEVER PROOFED"
           END-IF.
           IF JT-REVISED-AFTER-INVOICE
              DISPLAY "*** REVISED AFTER INVOICING"
           END-IF.

       2000-EXCEPTION-REPORT.
      *--------------- two passes over the master in key order, one
      *--------------- per exception list, so each list prints whole
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 0010-OPEN-TICKETS-INPUT.
           IF EOF-TICKET-SCAN
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE "===== JOB-TICKET EXCEPTIONS =====" TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE "INVOICED BUT NEVER PROOFED" TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE "JOB         CLIENT    STATUS    INVOICE          "
              & "INV-DATE  REVISED   R" TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM 0030-START-AT-FIRST-TICKET.
           PERFORM UNTIL EOF-TICKET-SCAN
              READ JOB-TICKET-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM 2100-COUNT-TICKET
                    IF NOT JT-CLOSED
                       AND JT-INVOICE-NUMBER NOT = SPACES
                       AND JT-FIRST-PROOF-DATE = SPACES
                       ADD 1 TO WS-NEVER-PROOFED
                       MOVE JT-LAST-REVISION-DATE TO WS-EXL-OTHER-DATE
                       PERFORM 2200-PRINT-EXCEPTION
                    END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  JOBS LISTED: " WS-NEVER-PROOFED
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE "REVISED AFTER INVOICING" TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE "JOB         CLIENT    STATUS    INVOICE          "
              & "INV-DATE  REVISED   R" TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 0030-START-AT-FIRST-TICKET.
           PERFORM UNTIL EOF-TICKET-SCAN
              READ JOB-TICKET-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF NOT JT-CLOSED
                       AND JT-REVISED-AFTER-INVOICE
                       ADD 1 TO WS-REV-AFTER-INV
                       MOVE JT-LAST-REVISION-DATE TO WS-EXL-OTHER-DATE
                       PERFORM 2200-PRINT-EXCEPTION
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE JOB-TICKET-FILE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  JOBS LISTED: " WS-REV-AFTER-INV
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM 2300-PRINT-STATUS-COUNTS.
           CLOSE EXCEPTION-REPORT-FILE.
           IF WS-NEVER-PROOFED > 0 OR WS-REV-AFTER-INV > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       0030-START-AT-FIRST-TICKET.
           MOVE LOW-VALUES TO JT-JOB-NUMBER.
           START JOB-TICKET-FILE KEY >= JT-JOB-NUMBER
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-SW
           END-START.

       2100-COUNT-TICKET.
           ADD 1 TO WS-TICKET-COUNT.
           EVALUATE TRUE
              WHEN JT-PROOFED
                 ADD 1 TO WS-CNT-PROOFED
              WHEN JT-REVISED
                 ADD 1 TO WS-CNT-REVISED
              WHEN JT-INVOICED
                 ADD 1 TO WS-CNT-INVOICED
              WHEN JT-CLOSED
                 ADD 1 TO WS-CNT-CLOSED
              WHEN OTHER
                 ADD 1 TO WS-CNT-OTHER
           END-EVALUATE.

       2200-PRINT-EXCEPTION.
      *--------------- R marks a ticket still owed a re-proof
           MOVE SPACES              TO WS-EXCP-LINE.
           MOVE JT-JOB-NUMBER       TO WS-EXL-JOB.
           MOVE JT-CLIENT-CODE      TO WS-EXL-CLIENT.
           MOVE JT-STATUS           TO WS-EXL-STATUS.
           MOVE JT-INVOICE-NUMBER   TO WS-EXL-INVOICE.
           MOVE JT-INVOICE-DATE     TO WS-EXL-INV-DATE.
           IF JT-AWAITING-REPROOF
              MOVE "R" TO WS-EXL-FLAG
           END-IF.
           MOVE WS-EXCP-LINE TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.

       2300-PRINT-STATUS-COUNTS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE "TICKETS BY STATUS" TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  PROOFED  : " WS-CNT-PROOFED
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  REVISED  : " WS-CNT-REVISED
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  INVOICED : " WS-CNT-INVOICED
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  CLOSED   : " WS-CNT-CLOSED
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           IF WS-CNT-OTHER > 0
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  OTHER    : " WS-CNT-OTHER
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  TOTAL    : " WS-TICKET-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.

       3000-CLOSE-TICKET.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 0020-CHECK-JOB-PARM.
           IF EOF-TICKET-SCAN
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-JT-STATUS.
           OPEN I-O JOB-TICKET-FILE.
           IF WS-JT-STATUS NOT = "00"
              DISPLAY "JOBTMANT: CANNOT OPEN JOBTMAST.DAT - STATUS "
                 WS-JT-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-PARM-2 TO JT-JOB-NUMBER.
           READ JOB-TICKET-FILE
              INVALID KEY
                 DISPLAY "JOBTMANT: JOB " WS-PARM-2
                    " NOT ON THE TICKET MASTER"
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 PERFORM 3100-CLOSE-IF-INVOICED
           END-READ.
           CLOSE JOB-TICKET-FILE.

       3100-CLOSE-IF-INVOICED.
      *--------------- only a billed job can be signed off; a revised
      *--------------- one must be re-proofed and re-billed first
           IF NOT JT-INVOICED
              DISPLAY "JOBTMANT: JOB " JT-JOB-NUMBER " IS "
                 JT-STATUS " - ONLY AN INVOICED JOB CAN BE CLOSED"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE "CLOSED" TO JT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JT-LAST-UPDATED.
           MOVE WS-EQ-RUN-ID TO JT-LAST-RUN-ID.
           REWRITE JT-TICKET-RECORD.
           DISPLAY "JOBTMANT: JOB " JT-JOB-NUMBER " CLOSED".

       0090-WRITE-PRINT-LINE.
           MOVE WS-PRINT-LINE TO JTR-PRINT-LINE.
           WRITE JTR-PRINT-LINE.
           DISPLAY WS-PRINT-LINE.
