           SELECT PARM-CARD-FILE ASSIGN TO "COLLPARM.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
           SELECT COLLATZ-PRED-FILE    ASSIGN TO "COLLPRED.DAT"
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COLLATZ-INPUT-FILE
      *--------------- widened from 51 to 67 bytes: the peak value
      *--------------- reached and the step it was reached at tell
      *--------------- the analysts how close a number came to the
      *--------------- overflow guard. Widened again to 77 bytes
      *--------------- when the arithmetic went to 18 digits.
       FD  COLLATZ-REPORT-FILE
           RECORD CONTAINS 77 CHARACTERS
           RECORDING MODE IS F.
       01  CR-RECORD.
           05  CR-START-NUM            PIC S9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CR-STEPS                PIC 9(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CR-PEAK                 PIC 9(18).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CR-PEAK-STEP            PIC 9(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CR-ERROR                PIC X(35).

       FD  COLLATZ-TRAJ-FILE
           RECORD CONTAINS 34 CHARACTERS
           RECORDING MODE IS F.
       01  TRJ-RECORD.
           05  TRJ-START-NUM           PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  TRJ-STEP                PIC 9(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  TRJ-VALUE               PIC 9(18).

      *--------------- partition-numbered report and checkpoint
      *--------------- files for partitioned sweeps; a process only
      *--------------- ever drives the one its partition number
      *--------------- selects
       FD  PART1-REPORT-FILE
           RECORD CONTAINS 77 CHARACTERS
           RECORDING MODE IS F.
       01  PR1-RECORD                  PIC X(77).

       FD  PART2-REPORT-FILE
           RECORD CONTAINS 77 CHARACTERS
           RECORDING MODE IS F.
       01  PR2-RECORD                  PIC X(77).

       FD  PART3-REPORT-FILE
           RECORD CONTAINS 77 CHARACTERS
           RECORDING MODE IS F.
       01  PR3-RECORD                  PIC X(77).

       FD  PART4-REPORT-FILE
           RECORD CONTAINS 77 CHARACTERS
           RECORDING MODE IS F.
       01  PR4-RECORD                  PIC X(77).

       FD  PART1-CKPT-FILE
           RECORD CONTAINS 92 CHARACTERS

      *--------------- widened from 20 to 32 bytes to cache the
      *--------------- peak alongside the step count; an old-format
      *--------------- history file must be rebuilt before use.
      *--------------- Widened to 42 bytes for the 18-digit peak;
      *--------------- HISTCONV carries a 32-byte file across.
      *--------------- Widened to 51 bytes for the COLLVRFY suspect
      *--------------- flag and last-verified date; HISTCONV carries
      *--------------- a 42-byte file across too.
       FD  COLLATZ-HISTORY-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  HIST-RECORD.
           05  HIST-START-NUM          PIC 9(8).
           05  HIST-STEPS              PIC 9(4).
           05  HIST-RUN-DATE           PIC X(8).
           05  HIST-PEAK               PIC 9(18).
           05  HIST-PEAK-STEP          PIC 9(4).
           05  HIST-VERIFY-FLAG        PIC X(1).
               88  HIST-SUSPECT                  VALUE 'S'.
           05  HIST-VERIFIED-ON        PIC X(8).

       FD  PARM-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PC-PARM-CARD                PIC X(80).

      *--------------- predecessor-tree output: one record per
      *--------------- starting number found to reach the target,
      *--------------- with its depth below the target, the value
      *--------------- it steps to, its total step count and the
      *--------------- outcome of the history-file check
       FD  COLLATZ-PRED-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PRD-RECORD.
           05  PRD-VALUE               PIC 9(18).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PRD-DEPTH               PIC 9(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PRD-PARENT              PIC 9(18).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PRD-STEPS               PIC 9(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PRD-CHECK               PIC X(10).
           05  FILLER                  PIC X(20) VALUE SPACES.

           COPY CHKPT.


       01  WS-LW-FUNC             PIC X(3)  VALUE SPACES.
       01  WS-LW-BUFFER           PIC X(110) VALUE SPACES.
       01  WS-LW-STATUS           PIC XX    VALUE SPACES.
      *--------------- trajectory arithmetic carries 18 digits;
      *--------------- starting numbers stay 8-digit history keys
       01  WS-NUMBER   PIC S9(18).
       01  WS-STEPS    PIC 9(4).
       01  WS-ERROR    PIC X(35).
       01  WS-R        PIC S9(18).
       01  WS-Q        PIC S9(18).
       01  WS-RUN-MODE PIC X(8).
       01  WS-ARGN     PIC 9(2).
       01  WS-PARM-TEXT PIC X(8).
       01  WS-END-NUM   PIC S9(8).
       01  WS-MAX-STEPS PIC 9(4)    VALUE 0.
       01  WS-MAX-START-NUM PIC S9(8) VALUE 0.
       01  WS-NEXT-VALUE     PIC S9(18).
       01  WS-NUMBER-MAX     PIC S9(18) VALUE 999999999999999999.
      *--------------- the largest value whose 3n+1 still fits: the
      *--------------- guard is tested before the multiply, so the
      *--------------- product never has to hold a 19th digit
       01  WS-TRIPLE-MAX     PIC S9(18) VALUE 333333333333333332.
       01  WS-START-MAX      PIC S9(8)  VALUE 99999999.
       01  WS-ORIG-NUMBER    PIC S9(8).
       01  WS-HIST-FOUND-SW  PIC X     VALUE 'N'.
           88  HISTORY-FOUND           VALUE 'Y'.
       01  WS-LG-OUT           PIC 9(6) VALUE 0.
       01  WS-LG-REJ           PIC 9(6) VALUE 0.
           COPY RPTHDTR.
      *--------------- report generation roll (RPTGEN)
       01  WS-RG-FUNC          PIC X(4)  VALUE "ROLL".
       01  WS-RG-FILE          PIC X(12) VALUE "COLLRPT.DAT".
       01  WS-RG-RUN-ID        PIC X(12) VALUE SPACES.
       01  WS-RG-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-JRNL-JOB         PIC X(12) VALUE "COLLATZ".
       01  WS-JRNL-TYPE        PIC X(1).
      *--------------- release id of this program as installed;
      *--------------- changed with every release and registered
      *--------------- in PGMREG.DAT by VERSMANT
       01  WS-PV-PROGRAM       PIC X(16) VALUE "COLCONJ".
       01  WS-PV-VERSION       PIC X(8)  VALUE "01.00".
       01  WS-PV-STATUS        PIC X(2)  VALUE SPACES.
      *--------------- parameter-card archive (PARMARCH): each card
      *--------------- is collected as read, the set written once
      *--------------- the run id is issued
       01  WS-PA-COLLECT       PIC X(1)  VALUE "C".
       01  WS-PA-WRITE         PIC X(1)  VALUE "W".
       01  WS-COND-CODE        PIC 9(3) VALUE 0.
       01  WS-RUN-ID           PIC X(12) VALUE SPACES.
       01  WS-REGION-CODE          PIC X(4)      VALUE "HQ".
       01  WS-PRT-ACTION       PIC X(6)  VALUE SPACES.
       01  WS-PRT-LINE         PIC X(132) VALUE SPACES.
       01  WS-PRT-START        PIC -(7)9.
       01  WS-PEAK-VALUE       PIC S9(18) VALUE 0.
       01  WS-PEAK-STEP        PIC 9(4)  VALUE 0.
       01  WS-TRACE-SW         PIC X     VALUE 'N'.
           88  TRACE-ON                  VALUE 'Y'.
       01  WS-ACCEL-SW         PIC X     VALUE 'N'.
           88  ACCEL-ON                  VALUE 'Y'.
       01  WS-ACCEL-HITS       PIC 9(8)  VALUE 0.
      *--------------- entries COLLVRFY has flagged suspect are
      *--------------- never short-cut through; a sweep that lands
      *--------------- on one as a starting number recomputes it
       01  WS-HIST-SUSPECT-SW  PIC X     VALUE 'N'.
           88  SUSPECT-RECOMPUTED        VALUE 'Y'.
       01  WS-SUSPECT-SKIPS    PIC 9(8)  VALUE 0.
       01  WS-SUSPECT-FIXED    PIC 9(8)  VALUE 0.
       01  WS-PCKPT-STATUS     PIC XX    VALUE SPACES.
       01  WS-PART-NUM         PIC 9(1)  VALUE 0.
       01  WS-PART-COUNT       PIC 9(1)  VALUE 0.
       01  WS-PART-SIZE        PIC S9(8) VALUE 0.
       01  WS-PART-START       PIC S9(8) VALUE 0.
       01  WS-PART-END         PIC S9(8) VALUE 0.
      *--------------- predecessor-tree runs: the tree is grown one
      *--------------- depth at a time, the level being expanded in
      *--------------- one half of WS-PRED-TABLE and the level being
      *--------------- built in the other. A level wider than the
      *--------------- table is still written out in full but only
      *--------------- its first WS-PRED-WIDTH values are expanded.
       01  WS-PRED-TARGET      PIC S9(18) VALUE 0.
       01  WS-PRED-DEPTH       PIC 9(2)  VALUE 0.
       01  WS-PRED-LEVEL       PIC 9(2)  VALUE 0.
       01  WS-PRED-BASE-STEPS  PIC 9(4)  VALUE 0.
       01  WS-PRED-VALUE       PIC S9(18) VALUE 0.
       01  WS-PRED-WORK        PIC S9(18) VALUE 0.
       01  WS-PRED-PARENT      PIC S9(18) VALUE 0.
       01  WS-PRED-PAR-PEAK    PIC S9(18) VALUE 0.
       01  WS-PRED-PAR-STEP    PIC 9(4)  VALUE 0.
       01  WS-PRED-PEAK        PIC S9(18) VALUE 0.
       01  WS-PRED-PEAK-STEP   PIC 9(4)  VALUE 0.
       01  WS-PRED-STEPS       PIC 9(4)  VALUE 0.
       01  WS-PRED-HALF-MAX    PIC S9(18) VALUE 499999999999999999.
       01  WS-PRED-WIDTH       PIC 9(4)  VALUE 5000.
       01  WS-PRED-FROM        PIC 9(1)  VALUE 1.
       01  WS-PRED-TO          PIC 9(1)  VALUE 2.
       01  WS-PRED-IX          PIC 9(4)  VALUE 0.
       01  WS-PRED-TOTAL       PIC 9(8)  VALUE 0.
       01  WS-PRED-CACHE-OK    PIC 9(8)  VALUE 0.
       01  WS-PRED-CACHE-BAD   PIC 9(8)  VALUE 0.
       01  WS-PRED-BEYOND      PIC 9(8)  VALUE 0.
       01  WS-PRED-SAVE-ACCEL  PIC X     VALUE 'N'.
       01  WS-PRED-TRUNC-SW    PIC X     VALUE 'N'.
           88  PRED-TREE-TRUNCATED       VALUE 'Y'.
       01  WS-PRED-TABLE.
           05  WS-PT-LEVEL OCCURS 2 TIMES.
               10  WS-PT-COUNT        PIC 9(4).
               10  WS-PT-ITEM OCCURS 5000 TIMES.
                   15  WS-PT-VALUE      PIC S9(18).
                   15  WS-PT-PEAK       PIC S9(18).
                   15  WS-PT-PEAK-STEP  PIC 9(4).
       01  WS-PRED-DEPTH-TABLE.
           05  WS-PD-COUNT OCCURS 99 TIMES PIC 9(8).

       PROCEDURE DIVISION.

       COLLATZ-CONJECTURE.
      *---------------

           CALL "PGMVERS" USING WS-PV-PROGRAM WS-JRNL-JOB WS-PV-VERSION
                                WS-PV-STATUS.
           MOVE WS-PV-VERSION TO RH-VERSION-ID.
           PERFORM 0023-READ-PARM-CARDS.
           IF PARM-CARD-ERROR
              DISPLAY "RUN ABORTED - INVALID PARAMETER CARDS"
                 PERFORM 0011-RUN-TRACE
              WHEN "PRANGE"
                 PERFORM 0014-RUN-PARTITION
              WHEN "PREDTREE"
                 PERFORM 0029-RUN-PREDECESSORS
              WHEN OTHER
                 PERFORM 0003-RUN-INTERACTIVE
           END-EVALUATE.
           MOVE 0 TO WS-MAX-START-NUM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           CALL "PARMARCH" USING WS-JRNL-JOB WS-PA-WRITE WS-RUN-ID
                                 PC-PARM-CARD.
           MOVE "S" TO WS-JRNL-TYPE.
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-RUN-MODE
                                WS-COND-CODE.
      *--------------- sweep already wrote
              OPEN EXTEND COLLATZ-REPORT-FILE
           ELSE
              PERFORM 0090-ROLL-REPORT-GENERATION
              OPEN OUTPUT COLLATZ-REPORT-FILE
              PERFORM 0097-WRITE-REPORT-HEADER
           END-IF.
           DISPLAY "STARTING NUMBER     : " WS-MAX-START-NUM.
           IF ACCEL-ON
              DISPLAY "HISTORY SHORT-CUTS  : " WS-ACCEL-HITS
              DISPLAY "SUSPECT NOT USED    : " WS-SUSPECT-SKIPS
           END-IF.
           IF WS-SUSPECT-FIXED > 0
              DISPLAY "SUSPECT RECOMPUTED  : " WS-SUSPECT-FIXED
           END-IF.
           DISPLAY "========================================".
           PERFORM 0093-CLOSE-PRINT-REPORT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           CALL "PARMARCH" USING WS-JRNL-JOB WS-PA-WRITE WS-RUN-ID
                                 PC-PARM-CARD.
           MOVE "S" TO WS-JRNL-TYPE.
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-RUN-MODE
                                WS-COND-CODE.
      *--------------- a range sweep does, so the day's COLLRPT.DAT
      *--------------- always reconciles against the ledger entry
      *--------------- regardless of which mode produced it
           PERFORM 0090-ROLL-REPORT-GENERATION.
           OPEN OUTPUT COLLATZ-REPORT-FILE.
           PERFORM 0097-WRITE-REPORT-HEADER.
           MOVE "OPEN" TO WS-PRT-ACTION.
           MOVE 'N' TO WS-EOF-SW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           CALL "PARMARCH" USING WS-JRNL-JOB WS-PA-WRITE WS-RUN-ID
                                 PC-PARM-CARD.
           MOVE "S" TO WS-JRNL-TYPE.
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-RUN-MODE
                                WS-COND-CODE.
           MOVE 0 TO WS-LG-REJ.
           MOVE 'Y' TO WS-TRACE-SW.
           OPEN INPUT COLLATZ-INPUT-FILE.
           PERFORM 0090-ROLL-REPORT-GENERATION.
      *--------------- the trajectory file has no header of its own
      *--------------- and is cataloged under the report's run id
           MOVE "COLLTRAJ.DAT" TO WS-RG-FILE.
           PERFORM 0090-ROLL-REPORT-GENERATION.
           OPEN OUTPUT COLLATZ-REPORT-FILE.
           PERFORM 0097-WRITE-REPORT-HEADER.
           MOVE "OPEN" TO WS-PRT-ACTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HIST-RUN-DATE.
           MOVE WS-PEAK-VALUE              TO HIST-PEAK.
           MOVE WS-PEAK-STEP               TO HIST-PEAK-STEP.
           MOVE SPACE                      TO HIST-VERIFY-FLAG.
           MOVE SPACES                     TO HIST-VERIFIED-ON.
           IF HISTORY-FOUND
              REWRITE HIST-RECORD
           ELSE
           MOVE 0 TO WS-MAX-START-NUM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           CALL "PARMARCH" USING WS-JRNL-JOB WS-PA-WRITE WS-RUN-ID
                                 PC-PARM-CARD.
           MOVE "S" TO WS-JRNL-TYPE.
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-RUN-MODE
                                WS-COND-CODE.
           DISPLAY "STARTING NUMBER     : " WS-MAX-START-NUM.
           IF ACCEL-ON
              DISPLAY "HISTORY SHORT-CUTS  : " WS-ACCEL-HITS
              DISPLAY "SUSPECT NOT USED    : " WS-SUSPECT-SKIPS
           END-IF.
           IF WS-SUSPECT-FIXED > 0
              DISPLAY "SUSPECT RECOMPUTED  : " WS-SUSPECT-FIXED
           END-IF.
           DISPLAY "==========================================".
           PERFORM 0022-WRITE-PART-LEDGER.
           CLOSE PARM-CARD-FILE.

       0025-APPLY-PARM-CARD.
           CALL "PARMARCH" USING WS-JRNL-JOB WS-PA-COLLECT WS-RUN-ID
                                 PC-PARM-CARD.
           CALL "PARMSCAN" USING PC-PARM-CARD WS-PS-NAME
                                 WS-PS-VALUE WS-PS-STATUS.
           EVALUATE TRUE
                    DISPLAY "REJECTED PARAMETER CARD: " PC-PARM-CARD
                    MOVE 'Y' TO WS-PARM-ERR-SW
                 END-IF
              WHEN WS-PS-NAME = "TARGET"
                 IF FUNCTION TRIM(WS-PS-VALUE) IS NUMERIC
                    MOVE FUNCTION NUMVAL(WS-PS-VALUE)
                       TO WS-PRED-TARGET
                    DISPLAY "PARM ACCEPTED: TARGET=" WS-PRED-TARGET
                 ELSE
                    DISPLAY "REJECTED PARAMETER CARD: " PC-PARM-CARD
                    MOVE 'Y' TO WS-PARM-ERR-SW
                 END-IF
              WHEN WS-PS-NAME = "DEPTH"
                 IF FUNCTION TRIM(WS-PS-VALUE) IS NUMERIC
                    MOVE FUNCTION NUMVAL(WS-PS-VALUE)
                       TO WS-PRED-DEPTH
                    DISPLAY "PARM ACCEPTED: DEPTH=" WS-PRED-DEPTH
                 ELSE
                    DISPLAY "REJECTED PARAMETER CARD: " PC-PARM-CARD
                    MOVE 'Y' TO WS-PARM-ERR-SW
                 END-IF
              WHEN WS-PS-NAME = "REGION"
                 MOVE WS-PS-VALUE(1:4) TO WS-REGION-CODE
                 DISPLAY "PARM ACCEPTED: REGION=" WS-REGION-CODE
      *--------------- is rejected here, before it can key into the
      *--------------- history file under its positive magnitude and
      *--------------- pick up an unrelated cached result.
      *--------------- An entry COLLVRFY has flagged suspect is not
      *--------------- trusted: the number is recomputed and the
      *--------------- entry rewritten, which clears the flag.
           MOVE WS-NUMBER TO WS-ORIG-NUMBER.
      *--------------- the trajectory may climb to 18 digits but a
      *--------------- starting number must still fit the 8-digit
      *--------------- history key
           IF WS-NUMBER > WS-START-MAX
              MOVE "Starting number above 99999999" TO WS-ERROR
              MOVE 0 TO WS-PEAK-VALUE
              MOVE 0 TO WS-PEAK-STEP
              EXIT PARAGRAPH
           END-IF.
           IF WS-NUMBER <= 0
              MOVE "Only positive integers are allowed" TO WS-ERROR
           ELSE
                       MOVE 'Y' TO WS-HIST-FOUND-SW
                 END-READ
              END-IF
              MOVE 'N' TO WS-HIST-SUSPECT-SW
              IF HISTORY-FOUND AND HIST-SUSPECT
                 MOVE 'Y' TO WS-HIST-SUSPECT-SW
                 MOVE 'N' TO WS-HIST-FOUND-SW
              END-IF
              IF HISTORY-FOUND
                 MOVE HIST-STEPS     TO WS-STEPS
                 MOVE HIST-PEAK      TO WS-PEAK-VALUE
                    MOVE FUNCTION CURRENT-DATE(1:8) TO HIST-RUN-DATE
                    MOVE WS-PEAK-VALUE            TO HIST-PEAK
                    MOVE WS-PEAK-STEP             TO HIST-PEAK-STEP
                    MOVE SPACE                    TO HIST-VERIFY-FLAG
                    MOVE SPACES                   TO HIST-VERIFIED-ON
                    IF SUSPECT-RECOMPUTED
                       REWRITE HIST-RECORD
                       ADD 1 TO WS-SUSPECT-FIXED
                    ELSE
                       WRITE HIST-RECORD
                    END-IF
                 END-IF
              END-IF
           END-IF.

       0029-RUN-PREDECESSORS.
      *--------------- inverse run: which starting numbers reach the
      *--------------- target within the given depth. From each
      *--------------- value the tree steps back to 2n and, when
      *--------------- n-1 is three times an odd number above 1, to
      *--------------- (n-1)/3. A predecessor's step count is its
      *--------------- depth plus the target's, and its peak and
      *--------------- peak step follow from its parent's, so a
      *--------------- cached entry can be checked without walking
      *--------------- it. Nothing here reaches COLLRPT.DAT, so no
      *--------------- COLLATZ ledger entry is posted - the run is
      *--------------- journalled only.
           IF NOT PARMS-FROM-FILE
              MOVE 2 TO WS-ARGN
              DISPLAY WS-ARGN UPON ARGUMENT-NUMBER
              ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              MOVE WS-PARM-TEXT TO WS-PRED-TARGET
              MOVE 3 TO WS-ARGN
              DISPLAY WS-ARGN UPON ARGUMENT-NUMBER
              ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
              MOVE WS-PARM-TEXT(1:2) TO WS-PRED-DEPTH
           END-IF.
           IF WS-PRED-TARGET <= 0 OR WS-PRED-DEPTH < 1
              DISPLAY "PREDECESSOR RUN ABORTED - TARGET "
                 WS-PRED-TARGET " DEPTH " WS-PRED-DEPTH
                 " IS NOT VALID"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           CALL "PARMARCH" USING WS-JRNL-JOB WS-PA-WRITE WS-RUN-ID
                                 PC-PARM-CARD.
           MOVE "S" TO WS-JRNL-TYPE.
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-RUN-MODE
                                WS-COND-CODE.
           MOVE WS-COND-CODE TO RETURN-CODE.
      *--------------- the target itself is walked, never taken from
      *--------------- the cache the run is about to check
           MOVE WS-ACCEL-SW TO WS-PRED-SAVE-ACCEL.
           MOVE 'N' TO WS-ACCEL-SW.
           MOVE WS-PRED-TARGET TO WS-NUMBER.
           MOVE WS-PRED-TARGET TO WS-ORIG-NUMBER.
           MOVE 0 TO WS-STEPS.
           MOVE SPACES TO WS-ERROR.
           PERFORM COLLATZ-STEP-COUNT.
           MOVE WS-PRED-SAVE-ACCEL TO WS-ACCEL-SW.
           IF WS-ERROR NOT = SPACES
              DISPLAY "PREDECESSOR RUN ABORTED - TARGET "
                 WS-PRED-TARGET " - " WS-ERROR
              MOVE 8 TO WS-COND-CODE
              PERFORM 0096-WRITE-JOURNAL-END
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-STEPS TO WS-PRED-BASE-STEPS.
           MOVE 1 TO WS-PRED-FROM.
           MOVE 2 TO WS-PRED-TO.
           MOVE 1 TO WS-PT-COUNT(1).
           MOVE WS-PRED-TARGET TO WS-PT-VALUE(1 1).
           MOVE WS-PEAK-VALUE  TO WS-PT-PEAK(1 1).
           MOVE WS-PEAK-STEP   TO WS-PT-PEAK-STEP(1 1).
           MOVE 0 TO WS-PRED-TOTAL WS-PRED-CACHE-OK WS-PRED-CACHE-BAD
                     WS-PRED-BEYOND.
           INITIALIZE WS-PRED-DEPTH-TABLE.
           MOVE "COLLPRED.DAT" TO WS-RG-FILE.
           PERFORM 0090-ROLL-REPORT-GENERATION.
           OPEN OUTPUT COLLATZ-PRED-FILE.
           MOVE "COLLATZ"    TO RH-JOB-NAME.
           MOVE WS-RUN-DATE  TO RH-RUN-DATE.
           MOVE WS-RUN-MODE  TO RH-RUN-MODE.
           MOVE WS-RUN-ID    TO RH-RUN-ID.
           MOVE WS-REGION-CODE TO RH-REGION.
           WRITE PRD-RECORD FROM RH-HEADER-RECORD.
           PERFORM 0006-OPEN-HISTORY-FILE.
           PERFORM VARYING WS-PRED-LEVEL FROM 1 BY 1
              UNTIL WS-PRED-LEVEL > WS-PRED-DEPTH
                 OR WS-PT-COUNT(WS-PRED-FROM) = 0
              PERFORM 0030-GROW-ONE-LEVEL
           END-PERFORM.
           MOVE WS-PRED-TOTAL     TO RT-RECORD-COUNT.
           MOVE WS-PRED-CACHE-BAD TO RT-CONTROL-TOTAL.
           WRITE PRD-RECORD FROM RT-TRAILER-RECORD.
           CLOSE COLLATZ-PRED-FILE.
           PERFORM 0027-CLOSE-HISTORY-FILE.
           DISPLAY "===== COLLATZ PREDECESSOR TREE SUMMARY =====".
           DISPLAY "TARGET              : " WS-PRED-TARGET.
           DISPLAY "TARGET STEP COUNT   : " WS-PRED-BASE-STEPS.
           DISPLAY "DEPTH REQUESTED     : " WS-PRED-DEPTH.
           PERFORM VARYING WS-PRED-LEVEL FROM 1 BY 1
              UNTIL WS-PRED-LEVEL > WS-PRED-DEPTH
              DISPLAY "  DEPTH " WS-PRED-LEVEL "  PREDECESSORS "
                 WS-PD-COUNT(WS-PRED-LEVEL)
           END-PERFORM.
           DISPLAY "PREDECESSORS        : " WS-PRED-TOTAL.
           DISPLAY "CACHE ENTRIES AGREE : " WS-PRED-CACHE-OK.
           DISPLAY "CACHE MISMATCHES    : " WS-PRED-CACHE-BAD.
           DISPLAY "BEYOND 18 DIGITS    : " WS-PRED-BEYOND.
           IF PRED-TREE-TRUNCATED
              DISPLAY "WARNING: A LEVEL EXCEEDED " WS-PRED-WIDTH
                 " VALUES - DEEPER LEVELS ARE INCOMPLETE"
           END-IF.
           DISPLAY "=============================================".
           IF (WS-PRED-CACHE-BAD > 0 OR PRED-TREE-TRUNCATED)
              AND WS-COND-CODE < 4
              MOVE 4 TO WS-COND-CODE
           END-IF.
           PERFORM 0096-WRITE-JOURNAL-END.

       0030-GROW-ONE-LEVEL.
      *--------------- expand every value of the level in hand into
      *--------------- the other half of the table, then swap halves
           MOVE 0 TO WS-PT-COUNT(WS-PRED-TO).
           PERFORM VARYING WS-PRED-IX FROM 1 BY 1
              UNTIL WS-PRED-IX > WS-PT-COUNT(WS-PRED-FROM)
              MOVE WS-PT-VALUE(WS-PRED-FROM WS-PRED-IX)
                 TO WS-PRED-PARENT
              MOVE WS-PT-PEAK(WS-PRED-FROM WS-PRED-IX)
                 TO WS-PRED-PAR-PEAK
              MOVE WS-PT-PEAK-STEP(WS-PRED-FROM WS-PRED-IX)
                 TO WS-PRED-PAR-STEP
              IF WS-PRED-PARENT > WS-PRED-HALF-MAX
                 ADD 1 TO WS-PRED-BEYOND
              ELSE
                 COMPUTE WS-PRED-VALUE = WS-PRED-PARENT * 2
                 PERFORM 0031-ADD-PREDECESSOR
              END-IF
              COMPUTE WS-PRED-WORK = WS-PRED-PARENT - 1
              DIVIDE WS-PRED-WORK BY 3 GIVING WS-PRED-VALUE
                 REMAINDER WS-Q
              IF WS-Q = 0 AND WS-PRED-VALUE > 1
                 DIVIDE WS-PRED-VALUE BY 2 GIVING WS-R
                    REMAINDER WS-Q
                 IF WS-Q = 1
                    PERFORM 0031-ADD-PREDECESSOR
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-PRED-FROM TO WS-PRED-IX.
           MOVE WS-PRED-TO   TO WS-PRED-FROM.
           MOVE WS-PRED-IX   TO WS-PRED-TO.

       0031-ADD-PREDECESSOR.
      *--------------- the new value's walk is one step into its
      *--------------- parent's: it is its own peak if it tops the
      *--------------- parent's, otherwise the parent's peak comes
      *--------------- one step later than it did for the parent
           ADD 1 TO WS-PRED-TOTAL.
           ADD 1 TO WS-PD-COUNT(WS-PRED-LEVEL).
           IF WS-PRED-VALUE > WS-PRED-PAR-PEAK
              MOVE WS-PRED-VALUE TO WS-PRED-PEAK
              MOVE 0 TO WS-PRED-PEAK-STEP
           ELSE
              MOVE WS-PRED-PAR-PEAK TO WS-PRED-PEAK
              COMPUTE WS-PRED-PEAK-STEP = WS-PRED-PAR-STEP + 1
           END-IF.
           COMPUTE WS-PRED-STEPS = WS-PRED-BASE-STEPS + WS-PRED-LEVEL.
           MOVE SPACES         TO PRD-RECORD.
           MOVE WS-PRED-VALUE  TO PRD-VALUE.
           MOVE WS-PRED-LEVEL  TO PRD-DEPTH.
           MOVE WS-PRED-PARENT TO PRD-PARENT.
           MOVE WS-PRED-STEPS  TO PRD-STEPS.
           PERFORM 0032-CHECK-PRED-HISTORY.
           WRITE PRD-RECORD.
           IF WS-PT-COUNT(WS-PRED-TO) < WS-PRED-WIDTH
              ADD 1 TO WS-PT-COUNT(WS-PRED-TO)
              MOVE WS-PRED-VALUE TO
                 WS-PT-VALUE(WS-PRED-TO WS-PT-COUNT(WS-PRED-TO))
              MOVE WS-PRED-PEAK TO
                 WS-PT-PEAK(WS-PRED-TO WS-PT-COUNT(WS-PRED-TO))
              MOVE WS-PRED-PEAK-STEP TO
                 WS-PT-PEAK-STEP(WS-PRED-TO WS-PT-COUNT(WS-PRED-TO))
           ELSE
              MOVE 'Y' TO WS-PRED-TRUNC-SW
           END-IF.

       0032-CHECK-PRED-HISTORY.
      *--------------- a cached entry that disagrees with the tree on
      *--------------- steps, peak or peak step is a cache problem;
      *--------------- values above the 8-digit key are never cached
           MOVE "NOT CACHED" TO PRD-CHECK.
           IF NOT HISTORY-FILE-OPEN
              OR WS-PRED-VALUE > WS-START-MAX
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-PRED-VALUE TO HIST-START-NUM.
           READ COLLATZ-HISTORY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF HIST-STEPS = WS-PRED-STEPS
                    AND HIST-PEAK = WS-PRED-PEAK
                    AND HIST-PEAK-STEP = WS-PRED-PEAK-STEP
                    MOVE "CACHE OK" TO PRD-CHECK
                    ADD 1 TO WS-PRED-CACHE-OK
                 ELSE
                    MOVE "CACHE BAD" TO PRD-CHECK
                    ADD 1 TO WS-PRED-CACHE-BAD
                    DISPLAY "CACHE PROBLEM: " HIST-START-NUM
                       " CACHED STEPS " HIST-STEPS " PEAK " HIST-PEAK
                       " AT " HIST-PEAK-STEP
                    DISPLAY "               TREE   STEPS "
                       WS-PRED-STEPS " PEAK " WS-PRED-PEAK
                       " AT " WS-PRED-PEAK-STEP
                 END-IF
           END-READ.

       0095-WRITE-LEDGER.
      *--------------- control-total record appended to the shared
      *--------------- daily ledger after every batch run
              MOVE 12 TO WS-COND-CODE
           END-IF.

       0090-ROLL-REPORT-GENERATION.
      *--------------- the last run's report is rolled to a numbered
      *--------------- generation before OPEN OUTPUT replaces it; a
      *--------------- roll that fails ends the run rather than
      *--------------- overwrite a report nobody has kept
           CALL "RPTGEN" USING WS-RG-FUNC WS-RG-FILE WS-RG-RUN-ID
                               WS-RG-STATUS.
           IF WS-RG-STATUS NOT = "00"
              DISPLAY "RUN ABORTED - " WS-RG-FILE
                 " NOT ROLLED - STATUS " WS-RG-STATUS
              MOVE 12 TO WS-COND-CODE
              PERFORM 0096-WRITE-JOURNAL-END
              STOP RUN
           END-IF.

       0091-OPEN-PRINT-REPORT.
      *--------------- 132-column print companion via the shared
      *--------------- report writer; WS-PRT-ACTION is preset to OPEN
      *--------------- for a fresh run or EXTEND for a resumed sweep
           MOVE "START NUMBER  STEPS  PEAK                AT    ERROR"
              TO WS-PRT-LINE.
           CALL "RPTWRITE" USING WS-PRT-ACTION WS-JRNL-JOB
                                 WS-RUN-DATE WS-PRT-LINE.
                       ADD 1 TO WS-STEPS
                       PERFORM 0013-NOTE-STEP
                    ELSE
                       IF WS-NUMBER > WS-TRIPLE-MAX
                          MOVE "Overflow on 3n+1 step" TO WS-ERROR
                       ELSE
                          COMPUTE WS-NEXT-VALUE = WS-NUMBER * 3 + 1
                          MOVE WS-NEXT-VALUE TO WS-NUMBER
                          ADD 1 TO WS-STEPS
                          PERFORM 0013-NOTE-STEP
      *--------------- it is higher - so the reported summary is
      *--------------- identical to a full computation. Trace runs
      *--------------- never short-cut: a cached count has no path
      *--------------- to replay. An entry flagged suspect is
      *--------------- walked past as though it were not cached.
           MOVE WS-NUMBER TO HIST-START-NUM.
           READ COLLATZ-HISTORY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF HIST-SUSPECT
                    ADD 1 TO WS-SUSPECT-SKIPS
                    EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO WS-ACCEL-HITS
                 IF HIST-PEAK > WS-PEAK-VALUE
                    MOVE HIST-PEAK TO WS-PEAK-VALUE
