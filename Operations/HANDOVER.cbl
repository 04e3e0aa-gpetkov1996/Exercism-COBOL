      * morning operator. The 07:00 call used to mean reading         *
      * BALRPT.DAT, REJTRPT.DAT, TIMERPT.DAT and CKPTRPT.DAT side     *
      * by side and joining them in your head; this reads all four    *
      * plus RUNJRNL.DAT and CTLLEDGR.DAT (keyed, through its index   *
      * CTLLEDGX.DAT) and writes one page:                            *
      *                                                               *
      *   1. the window verdict up top - CLEAN, DEGRADED or FAILED    *
      *   2. one line per job: condition code, elapsed seconds,       *
      *      in/out/reject counts and checkpoint state                *
      *   3. outstanding items: journal starts with no end record,    *
      *      in-progress checkpoints, out-of-balance or no-run jobs,  *
      *      the open-reject headline from the triage report, and     *
      *      any job whose parameter cards changed tonight (PARMRPT)  *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - run date (YYYYMMDD); defaults to today              *
      * Condition code 8 on a FAILED verdict, 4 on DEGRADED.          *
      *                                                               *
      * Run AFTER the morning reporting lineup - this report reads    *
      * what CTLBAL, REJTRIAG, JRNLRPT, CKPTMON and PARMRPT left      *
      * behind.                                                       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RUN-JOURNAL-FILE   ASSIGN TO "RUNJRNL.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CTL-INDEX-FILE     ASSIGN TO "CTLLEDGX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LXC-INDEX-KEY
              FILE STATUS IS WS-FILE-STATUS.
           SELECT PARAMETER-REPORT-FILE ASSIGN TO "PARMRPT.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT HANDOVER-REPORT-FILE ASSIGN TO "HANDRPT.DAT"

           COPY RUNJRNL.

           COPY CTLLEDGX.

       FD  PARAMETER-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PRM-PRINT-LINE             PIC X(80).

       FD  HANDOVER-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
       01  HND-PRINT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CTLLEDGR.

       01  WS-FILE-STATUS         PIC XX    VALUE SPACES.
       01  WS-JOURNAL-STATUS      PIC XX    VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-INPROG-CKPTS        PIC 9(2)  VALUE 0.
       01  WS-TRIAGE-HEADLINE     PIC X(80) VALUE SPACES.
       01  WS-TIME-HEADLINE       PIC X(80) VALUE SPACES.
      *--------------- jobs PARMRPT found running on changed cards
       01  WS-PARM-MAX            PIC 9(2)  VALUE 12.
       01  WS-PARM-CHANGED        PIC 9(2)  VALUE 0.
       01  WS-PARM-IX             PIC 9(2).
       01  WS-PARM-TABLE.
           05  WS-PARM-ENTRY OCCURS 12 TIMES.
               10  WS-PARM-JOB        PIC X(12).
               10  WS-PARM-OPTIONS    PIC X(3).

      *--------------- per-job state joined from the journal, the
      *--------------- ledger, and the checkpoint monitor's lines
           PERFORM 4000-SCAN-CKPT-REPORT.
           PERFORM 4500-SCAN-TIME-REPORT.
           PERFORM 5000-SCAN-TRIAGE-REPORT.
           PERFORM 5500-SCAN-PARM-REPORT.
           PERFORM 6000-SETTLE-VERDICT.
           OPEN OUTPUT HANDOVER-REPORT-FILE.
           PERFORM 7000-PRINT-HANDOVER.
                 NOT AT END
                    IF JR-RUN-DATE = WS-RUN-DATE
                       AND JR-RUN-MODE NOT = "SKIP"
                       AND JR-RUN-MODE NOT = "LINEUP"
                       MOVE JR-JOB-NAME TO WS-TEST-JOB
                       PERFORM 0500-FIND-JOB-SLOT
                       IF WS-JOB-IX > 0
           END-PERFORM.

       2000-SCAN-LEDGER.
      *--------------- the date's entries only, keyed from the
      *--------------- ledger index
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT CTL-INDEX-FILE.
           IF WS-FILE-STATUS NOT = "00"
              MOVE 'Y' TO WS-EOF-SW
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO LXC-INDEX-KEY.
           MOVE WS-RUN-DATE TO LXC-RUN-DATE.
           START CTL-INDEX-FILE KEY >= LXC-INDEX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL EOF-SCAN-FILE
              READ CTL-INDEX-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    MOVE LXC-LEDGER-RECORD TO LG-LEDGER-RECORD
                    IF LXC-RUN-DATE NOT = WS-RUN-DATE
                       MOVE 'Y' TO WS-EOF-SW
                    ELSE
                       MOVE LG-JOB-NAME TO WS-TEST-JOB
                       PERFORM 0500-FIND-JOB-SLOT
                       IF WS-JOB-IX > 0
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CTL-INDEX-FILE.

       3000-SCAN-BALANCE-REPORT.
      *--------------- CTLBAL's own verdicts are taken from its
              CLOSE TRIAGE-REPORT-FILE
           END-IF.

       5500-SCAN-PARM-REPORT.
      *--------------- PARMRPT closes with one line per job whose
      *--------------- cards differ from its previous run; a card
      *--------------- change is worth knowing about at handover
      *--------------- but does not move the verdict
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT PARAMETER-REPORT-FILE.
           IF WS-FILE-STATUS NOT = "00"
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ PARAMETER-REPORT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF PRM-PRINT-LINE(1:20) = "PARAMETERS CHANGED: "
                       AND WS-PARM-CHANGED < WS-PARM-MAX
                       ADD 1 TO WS-PARM-CHANGED
                       MOVE PRM-PRINT-LINE(21:12)
                          TO WS-PARM-JOB(WS-PARM-CHANGED)
                       MOVE PRM-PRINT-LINE(34:3)
                          TO WS-PARM-OPTIONS(WS-PARM-CHANGED)
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-FILE-STATUS = "00" OR WS-FILE-STATUS = "10"
              CLOSE PARAMETER-REPORT-FILE
           END-IF.

       6000-SETTLE-VERDICT.
           EVALUATE TRUE
              WHEN WS-MAX-CC >= 8 OR WS-NEVER-ENDED > 0
              MOVE WS-TRIAGE-HEADLINE TO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-IF.
           PERFORM VARYING WS-PARM-IX FROM 1 BY 1
              UNTIL WS-PARM-IX > WS-PARM-CHANGED
              MOVE SPACES TO WS-PRINT-LINE
              STRING WS-PARM-JOB(WS-PARM-IX)
                 " PARAMETERS CHANGED TONIGHT - "
                 WS-PARM-OPTIONS(WS-PARM-IX)
                 " OPTION(S), SEE PARMRPT.DAT"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-PERFORM.
           IF WS-NEVER-ENDED = 0 AND WS-INPROG-CKPTS = 0
              AND WS-OUT-OF-BAL = 0 AND WS-NO-RUNS = 0
              AND WS-PARM-CHANGED = 0
              MOVE "NOTHING OUTSTANDING - HAND OVER AND GO HOME"
                 TO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
