      *   VERIFY - recompute every sealed date from the live ledgers  *
      *          and compare against its seal; the last seal written  *
      *          for a ledger/date wins (a re-seal supersedes)        *
      *   RESEAL - re-seal the days queued in RESEALQ.DAT by a        *
      *          sanctioned change to sealed records (CARDERAS        *
      *          erasure). A day is re-sealed only if it now equals   *
      *          its old seal adjusted by exactly the queued changes; *
      *          otherwise it is a mismatch and stays queued. The     *
      *          operator signs on through SIGNON first and needs     *
      *          CUSTODIAN; a refusal is condition code 8. A queue    *
      *          holding more days than LEDGSEAL can net in one pass  *
      *          is condition code 8 with nothing re-sealed and       *
      *          RESEALQ.DAT left exactly as it was                   *
      *                                                               *
      * A sealed date whose records have since been moved to the      *
      * archive by HOUSEKPG recomputes to zero live; the day is then  *
           SELECT SEAL-FILE          ASSIGN TO "LEDGSEAL.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-SEAL-STATUS.
           SELECT RESEAL-QUEUE-FILE  ASSIGN TO "RESEALQ.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-QUEUE-STATUS.
       DATA DIVISION.
       FILE SECTION.

           05  SL-SEALED-AT            PIC X(6).
           05  FILLER                  PIC X(3).

       FD  RESEAL-QUEUE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

           COPY RESEALQ.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX    VALUE SPACES.
       01  WS-SEAL-STATUS         PIC XX    VALUE SPACES.
       01  WS-QUEUE-STATUS        PIC XX    VALUE SPACES.
       01  WS-FUNCTION-ARG        PIC X(8)  VALUE SPACES.
       01  WS-DATE-ARG            PIC X(8)  VALUE SPACES.
       01  WS-SEAL-DATE           PIC X(8)  VALUE SPACES.
               10  WS-SEL-COUNT       PIC 9(8).
               10  WS-SEL-CHECKSUM    PIC 9(10).

      *--------------- RESEAL: queued changes netted per ledger/date;
      *--------------- state R re-sealed, F failed (stays queued),
      *--------------- U day never sealed (the next SEAL covers it)
       01  WS-RQE-MAX             PIC 9(3)  VALUE 200.
       01  WS-RQE-USED            PIC 9(3)  VALUE 0.
       01  WS-RQE-IX              PIC 9(3).
       01  WS-RQE-FOUND-SW        PIC X     VALUE 'N'.
           88  RQE-SLOT-FOUND               VALUE 'Y'.
       01  WS-RQE-OVERFLOW-SW     PIC X     VALUE 'N'.
           88  RQE-TABLE-OVERFLOWED         VALUE 'Y'.
       01  WS-RQE-EXTRA-COUNT     PIC 9(6)  VALUE 0.
       01  WS-RQE-TABLE.
           05  WS-RQE-ENTRY OCCURS 200 TIMES.
               10  WS-RQE-LEDGER      PIC X(8).
               10  WS-RQE-DATE        PIC X(8).
               10  WS-RQE-OLD-SUM     PIC 9(10).
               10  WS-RQE-NEW-SUM     PIC 9(10).
               10  WS-RQE-CHANGES     PIC 9(6).
               10  WS-RQE-STATE       PIC X(1).
       01  WS-EXPECTED-SUM        PIC S9(12) VALUE 0.
       01  WS-RESEALED-COUNT      PIC 9(4)  VALUE 0.
       01  WS-UNSEALED-COUNT      PIC 9(4)  VALUE 0.

      *--------------- operator sign-on; SIGNON checks the function's
      *--------------- minimum role and audits the grant or refusal
       01  WS-SG-PROGRAM          PIC X(12) VALUE "LEDGSEAL".
       01  WS-SG-FUNCTION         PIC X(10) VALUE SPACES.
       01  WS-SG-MIN-ROLE         PIC X(9)  VALUE SPACES.
       01  WS-SG-USER             PIC X(8)  VALUE SPACES.
       01  WS-SG-STATUS           PIC X(2)  VALUE SPACES.
           88  SIGN-ON-GRANTED              VALUE "00".

       PROCEDURE DIVISION.
       LEDGSEAL.
           MOVE 1 TO WS-ARGN.
                 PERFORM 1000-SEAL-THE-DAY
              WHEN "VERIFY"
                 PERFORM 2000-VERIFY-SEALS
              WHEN "RESEAL"
                 PERFORM 0005-SIGN-ON
                 IF SIGN-ON-GRANTED
                    PERFORM 3000-RESEAL-QUEUED
                 ELSE
                    MOVE 8 TO RETURN-CODE
                 END-IF
              WHEN OTHER
                 DISPLAY "LEDGSEAL: UNKNOWN FUNCTION "
                    WS-FUNCTION-ARG
                 DISPLAY "USE SEAL, VERIFY OR RESEAL"
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       0005-SIGN-ON.
      *--------------- SEAL and VERIFY only read the ledgers and run
      *--------------- unattended in the lineup; a re-seal accepts
      *--------------- changed records as genuine, so an operator
      *--------------- of CUSTODIAN standing has to sign for it
           MOVE WS-FUNCTION-ARG TO WS-SG-FUNCTION.
           MOVE "CUSTODIAN" TO WS-SG-MIN-ROLE.
           MOVE SPACES TO WS-SG-USER.
           CALL "SIGNON" USING WS-SG-PROGRAM WS-SG-FUNCTION
                               WS-SG-MIN-ROLE WS-SG-USER
                               WS-SG-STATUS.

       0060-SUM-RECORD-BYTES.
      *--------------- position-weighted so a swap of two records
      *--------------- or two bytes still moves the total
                       " ARCH " WS-ARC-COUNT "/" WS-ARC-CHECKSUM
              END-EVALUATE
           END-PERFORM.

       3000-RESEAL-QUEUED.
           PERFORM 3100-LOAD-QUEUE.
           IF WS-RQE-USED = 0
              DISPLAY "LEDGSEAL: NO CHANGES QUEUED - NOTHING TO "
                 "RESEAL"
              EXIT PARAGRAPH
           END-IF.
      *--------------- the queue is rewritten from the table, so a
      *--------------- day that did not fit would be lost with it;
      *--------------- stop before anything is re-sealed instead
           IF RQE-TABLE-OVERFLOWED
              DISPLAY "LEDGSEAL: MORE THAN " WS-RQE-MAX
                 " QUEUED DAYS - " WS-RQE-EXTRA-COUNT
                 " CHANGES DID NOT FIT"
              DISPLAY "LEDGSEAL: NOTHING RESEALED - RESEALQ.DAT LEFT "
                 "AS IT WAS"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 2100-LOAD-SEALS.
           PERFORM 2200-ACCUMULATE-CTL.
           PERFORM 2300-ACCUMULATE-REJ.
           MOVE 'Y' TO WS-ARCH-POST-SW.
           PERFORM 2250-ACCUMULATE-CTL-ARCH.
           PERFORM 2350-ACCUMULATE-REJ-ARCH.
           MOVE 'N' TO WS-ARCH-POST-SW.
           PERFORM VARYING WS-RQE-IX FROM 1 BY 1
              UNTIL WS-RQE-IX > WS-RQE-USED
              PERFORM 3200-RESEAL-ONE-DAY
           END-PERFORM.
           PERFORM 3300-REWRITE-QUEUE.
           DISPLAY "DAYS RESEALED  : " WS-RESEALED-COUNT.
           DISPLAY "DAYS NOT SEALED: " WS-UNSEALED-COUNT.
           DISPLAY "SEAL MISMATCHES: " WS-MISMATCH-COUNT.
           IF WS-MISMATCH-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

       3100-LOAD-QUEUE.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-QUEUE-STATUS.
           OPEN INPUT RESEAL-QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ RESEAL-QUEUE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM 3110-POST-ONE-CHANGE
              END-READ
           END-PERFORM.
           CLOSE RESEAL-QUEUE-FILE.

       3110-POST-ONE-CHANGE.
           MOVE 'N' TO WS-RQE-FOUND-SW.
           PERFORM VARYING WS-RQE-IX FROM 1 BY 1
              UNTIL WS-RQE-IX > WS-RQE-USED OR RQE-SLOT-FOUND
              IF WS-RQE-LEDGER(WS-RQE-IX) = RQ-LEDGER-NAME
                 AND WS-RQE-DATE(WS-RQE-IX) = RQ-LEDGER-DATE
                 MOVE 'Y' TO WS-RQE-FOUND-SW
                 SUBTRACT 1 FROM WS-RQE-IX
              END-IF
           END-PERFORM.
           IF NOT RQE-SLOT-FOUND
              IF WS-RQE-USED >= WS-RQE-MAX
                 MOVE 'Y' TO WS-RQE-OVERFLOW-SW
                 ADD 1 TO WS-RQE-EXTRA-COUNT
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-RQE-USED
              MOVE WS-RQE-USED TO WS-RQE-IX
              MOVE RQ-LEDGER-NAME TO WS-RQE-LEDGER(WS-RQE-IX)
              MOVE RQ-LEDGER-DATE TO WS-RQE-DATE(WS-RQE-IX)
              MOVE 0 TO WS-RQE-OLD-SUM(WS-RQE-IX)
              MOVE 0 TO WS-RQE-NEW-SUM(WS-RQE-IX)
              MOVE 0 TO WS-RQE-CHANGES(WS-RQE-IX)
              MOVE SPACE TO WS-RQE-STATE(WS-RQE-IX)
           END-IF.
           COMPUTE WS-RQE-OLD-SUM(WS-RQE-IX) = FUNCTION MOD(
              WS-RQE-OLD-SUM(WS-RQE-IX) + RQ-OLD-CHECKSUM,
              9999999999).
           COMPUTE WS-RQE-NEW-SUM(WS-RQE-IX) = FUNCTION MOD(
              WS-RQE-NEW-SUM(WS-RQE-IX) + RQ-NEW-CHECKSUM,
              9999999999).
           ADD 1 TO WS-RQE-CHANGES(WS-RQE-IX).

       3200-RESEAL-ONE-DAY.
           MOVE WS-RQE-LEDGER(WS-RQE-IX) TO WS-WORK-LEDGER.
           MOVE WS-RQE-DATE(WS-RQE-IX)   TO WS-WORK-DATE.
           MOVE 'N' TO WS-ACC-FOUND-SW.
           PERFORM VARYING WS-SEAL-IX FROM 1 BY 1
              UNTIL WS-SEAL-IX > WS-SEAL-USED OR ACC-SLOT-FOUND
              IF WS-SEL-LEDGER(WS-SEAL-IX) = WS-WORK-LEDGER
                 AND WS-SEL-DATE(WS-SEAL-IX) = WS-WORK-DATE
                 MOVE 'Y' TO WS-ACC-FOUND-SW
                 SUBTRACT 1 FROM WS-SEAL-IX
              END-IF
           END-PERFORM.
           IF NOT ACC-SLOT-FOUND
              MOVE "U" TO WS-RQE-STATE(WS-RQE-IX)
              ADD 1 TO WS-UNSEALED-COUNT
              DISPLAY WS-WORK-LEDGER " " WS-WORK-DATE
                 " NOT YET SEALED - THE NEXT SEAL COVERS IT"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-DAY-COUNT.
           MOVE 0 TO WS-DAY-CHECKSUM.
           MOVE 0 TO WS-ARC-COUNT.
           MOVE 0 TO WS-ARC-CHECKSUM.
           PERFORM VARYING WS-ACC-IX FROM 1 BY 1
              UNTIL WS-ACC-IX > WS-ACC-USED
              IF WS-ACC-LEDGER(WS-ACC-IX) = WS-WORK-LEDGER
                 AND WS-ACC-DATE(WS-ACC-IX) = WS-WORK-DATE
                 MOVE WS-ACC-COUNT(WS-ACC-IX) TO WS-DAY-COUNT
                 MOVE WS-ACC-CHECKSUM(WS-ACC-IX) TO WS-DAY-CHECKSUM
                 MOVE WS-ACC-ARC-COUNT(WS-ACC-IX) TO WS-ARC-COUNT
                 MOVE WS-ACC-ARC-SUM(WS-ACC-IX) TO WS-ARC-CHECKSUM
              END-IF
           END-PERFORM.
      *--------------- an archived day is re-sealed from the archive,
      *--------------- so VERIFY's archive leg still vouches for it
           IF WS-DAY-COUNT = 0
              MOVE WS-ARC-COUNT    TO WS-DAY-COUNT
              MOVE WS-ARC-CHECKSUM TO WS-DAY-CHECKSUM
           END-IF.
      *--------------- the old seal, less what the queued records
      *--------------- summed to before the change, plus what they
      *--------------- sum to now
           COMPUTE WS-EXPECTED-SUM = WS-SEL-CHECKSUM(WS-SEAL-IX)
              - WS-RQE-OLD-SUM(WS-RQE-IX)
              + WS-RQE-NEW-SUM(WS-RQE-IX).
           IF WS-EXPECTED-SUM < 0
              ADD 9999999999 TO WS-EXPECTED-SUM
           END-IF.
           COMPUTE WS-EXPECTED-SUM = FUNCTION MOD(WS-EXPECTED-SUM,
              9999999999).
           IF WS-DAY-COUNT = WS-SEL-COUNT(WS-SEAL-IX)
              AND WS-DAY-CHECKSUM = WS-EXPECTED-SUM
              MOVE WS-WORK-DATE TO WS-SEAL-DATE
              PERFORM 1900-APPEND-SEAL
              MOVE "R" TO WS-RQE-STATE(WS-RQE-IX)
              ADD 1 TO WS-RESEALED-COUNT
              DISPLAY "RESEALED " WS-WORK-LEDGER " " WS-WORK-DATE
                 " COUNT " WS-DAY-COUNT " CHECKSUM " WS-DAY-CHECKSUM
                 " (" WS-RQE-CHANGES(WS-RQE-IX) " RECORDS CHANGED)"
           ELSE
              MOVE "F" TO WS-RQE-STATE(WS-RQE-IX)
              ADD 1 TO WS-MISMATCH-COUNT
              DISPLAY "*SEAL MISMATCH* " WS-WORK-LEDGER " "
                 WS-WORK-DATE " SEALED " WS-SEL-COUNT(WS-SEAL-IX)
                 "/" WS-SEL-CHECKSUM(WS-SEAL-IX)
                 " NOW " WS-DAY-COUNT "/" WS-DAY-CHECKSUM
                 " - NOT RESEALED"
           END-IF.

       3300-REWRITE-QUEUE.
      *--------------- a failed day stays queued, netted to one entry,
      *--------------- so it can be re-sealed once explained
           MOVE SPACES TO WS-QUEUE-STATUS.
           OPEN OUTPUT RESEAL-QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00"
              DISPLAY "LEDGSEAL: CANNOT REWRITE RESEALQ.DAT - "
                 "STATUS " WS-QUEUE-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RQE-IX FROM 1 BY 1
              UNTIL WS-RQE-IX > WS-RQE-USED
              IF WS-RQE-STATE(WS-RQE-IX) = "F"
                 MOVE SPACES TO RQ-QUEUE-RECORD
                 MOVE WS-RQE-LEDGER(WS-RQE-IX)  TO RQ-LEDGER-NAME
                 MOVE WS-RQE-DATE(WS-RQE-IX)    TO RQ-LEDGER-DATE
                 MOVE WS-RQE-OLD-SUM(WS-RQE-IX) TO RQ-OLD-CHECKSUM
                 MOVE WS-RQE-NEW-SUM(WS-RQE-IX) TO RQ-NEW-CHECKSUM
                 MOVE "LEDGSEAL" TO RQ-QUEUED-BY
                 WRITE RQ-QUEUE-RECORD
              END-IF
           END-PERFORM.
           CLOSE RESEAL-QUEUE-FILE.
