       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACQRECON.
      *****************************************************************
      * ACQRECON - acquirer response reconciliation for the per-      *
      * brand submission extracts. LUHN cuts VISASUB/MCSUB/AMEXSUB/   *
      * DISCSUB.DAT, DETOKEN hands them off, and each acquirer sends  *
      * back a response file with an accept or decline per card.      *
      * This matches every brand's responses to what we submitted     *
      * under that run id and reports what Payments used to phone     *
      * about:                                                        *
      *                                                               *
      *   - cards submitted but never answered                        *
      *   - responses for cards we never submitted                    *
      *   - declines, counted by decline code                         *
      *                                                               *
      * A declined card is posted to REJLEDGR.DAT under reason        *
      * ACQDECLINE, and every answered card has its latest acquirer   *
      * outcome recorded on its CARDMAST entry.                       *
      *                                                               *
      * Response files - VISARSP/MCRSP/AMEXRSP/DISCRSP.DAT, 80 bytes: *
      *   first record - the standard header off the hand-off file,   *
      *                  echoed back, so its run id names the         *
      *                  submission being answered                    *
      *   cols  1-32  card number (digits, left-justified)            *
      *   col  34     outcome - A accepted, D declined                *
      *   cols 36-39  acquirer decline code (blank on an accept)      *
      *   a trailing "T" record, if sent, is ignored                  *
      *                                                               *
      * Every response set reconciled is registered in ACQRREG.DAT    *
      * (brand, the run id it answers, its response count, and the    *
      * date and run that reconciled it) once the whole file has      *
      * been read. A set already in the registry - a rerun with the   *
      * same files still on hand - is refused for that brand before   *
      * anything is posted, so no decline reaches REJLEDGR.DAT twice, *
      * and a HIGH alert goes out as for a replayed inbound feed.     *
      *                                                               *
      * The acquirers answer in card numbers; each is turned into     *
      * its token through CARDTOKN (look-up only, never assigned) and *
      * only the token or the masked number is written anywhere.      *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - VISA / MC / AMEX / DISC, or ALL (the default)       *
      *   output - ACQRPT.DAT print lines plus the console            *
      * Condition code 8 when a submission extract is missing, a      *
      * response file answers a different run or was already         *
      * reconciled, or the token vault is unavailable; 4 when         *
      * anything is unanswered or unsubmitted.                        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISA-SUB-FILE      ASSIGN TO "VISASUB.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-SUB-STATUS.
           SELECT MC-SUB-FILE        ASSIGN TO "MCSUB.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-SUB-STATUS.
           SELECT AMEX-SUB-FILE      ASSIGN TO "AMEXSUB.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-SUB-STATUS.
           SELECT DISC-SUB-FILE      ASSIGN TO "DISCSUB.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-SUB-STATUS.
           SELECT VISA-RSP-FILE      ASSIGN TO "VISARSP.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-RSP-STATUS.
           SELECT MC-RSP-FILE        ASSIGN TO "MCRSP.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-RSP-STATUS.
           SELECT AMEX-RSP-FILE      ASSIGN TO "AMEXRSP.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-RSP-STATUS.
           SELECT DISC-RSP-FILE      ASSIGN TO "DISCRSP.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-RSP-STATUS.
           SELECT CARD-MASTER-FILE   ASSIGN TO "CARDMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-CARD-KEY
              FILE STATUS IS WS-MAST-STATUS.
           SELECT ACQ-REPORT-FILE    ASSIGN TO "ACQRPT.DAT"
              ORGANIZATION IS SEQUENTIAL.
           SELECT RECON-REGISTRY-FILE ASSIGN TO "ACQRREG.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-ARR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VISA-SUB-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  VSB-RECORD                 PIC X(80).

       FD  MC-SUB-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  MSB-RECORD                 PIC X(80).

       FD  AMEX-SUB-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ASB-RECORD                 PIC X(80).

       FD  DISC-SUB-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  DSB-RECORD                 PIC X(80).

       FD  VISA-RSP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  VRS-RECORD                 PIC X(80).

       FD  MC-RSP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  MRS-RECORD                 PIC X(80).

       FD  AMEX-RSP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ARS-RECORD                 PIC X(80).

       FD  DISC-RSP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  DRS-RECORD                 PIC X(80).

      *--------------- same layout LUHN keeps for the card master
       FD  CARD-MASTER-FILE
           RECORD CONTAINS 104 CHARACTERS.
       01  CM-MASTER-RECORD.
           05  CM-CARD-KEY.
               10  CM-CARD-TOKEN      PIC X(16).
               10  CM-DIGIT-COUNT     PIC 9(2).
               10  FILLER             PIC X(16).
           05  CM-FIRST-SEEN          PIC X(8).
           05  CM-LAST-SEEN           PIC X(8).
           05  CM-LAST-RESULT         PIC X(5).
           05  CM-BRAND               PIC X(10).
           05  CM-MASKED              PIC X(32).
           05  CM-ACQ-OUTCOME         PIC X(1).
           05  CM-ACQ-CODE            PIC X(4).
           05  FILLER                 PIC X(2).

       FD  ACQ-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ACQ-PRINT-LINE             PIC X(80).

      *--------------- one reconciled response set per record
       FD  RECON-REGISTRY-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ARR-REGISTRY-RECORD.
           05  ARR-BRAND              PIC X(8).
           05  FILLER                 PIC X(1).
           05  ARR-RSP-RUN-ID         PIC X(12).
           05  FILLER                 PIC X(1).
           05  ARR-RSP-COUNT          PIC 9(8).
           05  FILLER                 PIC X(1).
           05  ARR-RECON-DATE         PIC X(8).
           05  FILLER                 PIC X(1).
           05  ARR-RECON-RUN-ID       PIC X(12).
           05  FILLER                 PIC X(1).
           05  ARR-DECLINES           PIC 9(6).
           05  FILLER                 PIC X(21).

       WORKING-STORAGE SECTION.

           COPY REJFLDS.

           COPY RPTHDTR.

       01  WS-SUB-STATUS          PIC XX    VALUE SPACES.
       01  WS-RSP-STATUS          PIC XX    VALUE SPACES.
       01  WS-MAST-STATUS         PIC XX    VALUE SPACES.
       01  WS-ARR-STATUS          PIC XX    VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-BRAND-ARG           PIC X(8)  VALUE SPACES.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-SCAN-FILE                VALUE 'Y'.
       01  WS-RUN-ID              PIC X(12) VALUE SPACES.
       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
       01  WS-JOB-NAME            PIC X(12) VALUE "ACQRECON".
       01  WS-COND-CODE           PIC 9(3)  VALUE 0.
      *--------------- slot order matches LUHN's 0028-PICK-SUB-BRAND
       01  WS-BRAND-NAMES.
           05  FILLER             PIC X(8)  VALUE "VISA".
           05  FILLER             PIC X(8)  VALUE "MC".
           05  FILLER             PIC X(8)  VALUE "AMEX".
           05  FILLER             PIC X(8)  VALUE "DISC".
       01  WS-BRAND-TABLE REDEFINES WS-BRAND-NAMES.
           05  WS-BRAND-NAME      PIC X(8)  OCCURS 4 TIMES.
       01  WS-BRAND-IX            PIC 9(1)  VALUE 0.
       01  WS-PICKED-SW           PIC X     VALUE 'N'.
           88  BRAND-WAS-PICKED             VALUE 'Y'.
      *--------------- one extract or response record
       01  WS-IN-RECORD.
           05  WS-IN-CARD         PIC X(32).
           05  FILLER             PIC X(1).
           05  WS-IN-OUTCOME      PIC X(1).
           05  FILLER             PIC X(1).
           05  WS-IN-DECLINE-CODE PIC X(4).
           05  FILLER             PIC X(41).
       01  WS-IN-TYPE REDEFINES WS-IN-RECORD.
           05  WS-IN-REC-TYPE     PIC X(1).
           05  WS-IN-SEPARATOR    PIC X(1).
           05  FILLER             PIC X(78).
       01  WS-SUB-RUN-ID          PIC X(12) VALUE SPACES.
       01  WS-SUB-REGION          PIC X(4)  VALUE SPACES.
       01  WS-HEADER-SW           PIC X     VALUE 'N'.
           88  RESPONSE-HEADER-SEEN         VALUE 'Y'.
       01  WS-WRONG-RUN-SW        PIC X     VALUE 'N'.
           88  RESPONSE-FOR-WRONG-RUN       VALUE 'Y'.

      *--------------- the response set in hand, taken by a first
      *--------------- pass before anything is posted
       01  WS-RSP-RUN-ID          PIC X(12) VALUE SPACES.
       01  WS-RSP-COUNT           PIC 9(8)  VALUE 0.
       01  WS-RSP-READ-SW         PIC X     VALUE 'N'.
           88  RESPONSE-SET-READ            VALUE 'Y'.
       01  WS-DONE-SW             PIC X     VALUE 'N'.
           88  SET-ALREADY-RECONCILED       VALUE 'Y'.
       01  WS-DONE-DATE           PIC X(8)  VALUE SPACES.

      *--------------- the submitted tokens for the brand in hand;
      *--------------- the answered switch is set as responses match
       01  WS-SUBM-MAX            PIC 9(5)  VALUE 20000.
       01  WS-SUBM-USED           PIC 9(5)  VALUE 0.
       01  WS-SUBM-IX             PIC 9(5).
       01  WS-SUBM-FOUND-SW       PIC X     VALUE 'N'.
           88  SUBMISSION-FOUND             VALUE 'Y'.
       01  WS-SUBM-TABLE.
           05  WS-SUBM-ENTRY OCCURS 20000 TIMES.
               10  WS-SUBM-TOKEN      PIC X(16).
               10  WS-SUBM-ANSWER     PIC X(1).

      *--------------- declines by acquirer decline code, per brand
       01  WS-DCL-MAX             PIC 9(3)  VALUE 100.
       01  WS-DCL-USED            PIC 9(3)  VALUE 0.
       01  WS-DCL-IX              PIC 9(3).
       01  WS-DCL-FOUND-SW        PIC X     VALUE 'N'.
           88  DECLINE-SLOT-FOUND           VALUE 'Y'.
       01  WS-DCL-TABLE.
           05  WS-DCL-ENTRY OCCURS 100 TIMES.
               10  WS-DCL-CODE        PIC X(4).
               10  WS-DCL-COUNT       PIC 9(6).

      *--------------- per-brand counts, rolled into the run totals
       01  WS-SUBMITTED           PIC 9(6)  VALUE 0.
       01  WS-RESPONSES           PIC 9(6)  VALUE 0.
       01  WS-ACCEPTED            PIC 9(6)  VALUE 0.
       01  WS-DECLINED            PIC 9(6)  VALUE 0.
       01  WS-UNANSWERED          PIC 9(6)  VALUE 0.
       01  WS-UNSUBMITTED         PIC 9(6)  VALUE 0.
       01  WS-DUPLICATES          PIC 9(6)  VALUE 0.
       01  WS-UNREADABLE          PIC 9(6)  VALUE 0.
       01  WS-TOT-DECLINED        PIC 9(6)  VALUE 0.
       01  WS-TOT-EXCEPTIONS      PIC 9(6)  VALUE 0.
       01  WS-MAST-UPDATES        PIC 9(6)  VALUE 0.

      *--------------- card number in hand: its digit count, masked
      *--------------- image and vault token
       01  WS-CARD-LEN            PIC 9(2)  VALUE 0.
       01  WS-MASKED-CARD         PIC X(32) VALUE SPACES.
       01  WS-MASK-IX             PIC 9(2).
       01  WS-TK-FUNCTION         PIC X(4)  VALUE SPACES.
       01  WS-TK-DIGITS           PIC X(32) VALUE SPACES.
       01  WS-TK-DIGIT-COUNT      PIC 9(2)  VALUE 0.
       01  WS-CARD-TOKEN          PIC X(16) VALUE SPACES.
       01  WS-TK-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-VALT-OPEN-SW        PIC X     VALUE 'N'.
           88  TOKEN-VAULT-OPEN             VALUE 'Y'.

       01  WS-LW-FUNC             PIC X(3)  VALUE SPACES.
       01  WS-LW-BUFFER           PIC X(110) VALUE SPACES.
       01  WS-LW-STATUS           PIC XX    VALUE SPACES.
       01  WS-AW-SEVERITY         PIC X(4)  VALUE SPACES.
       01  WS-AW-MESSAGE          PIC X(38) VALUE SPACES.
       01  WS-AW-STATUS           PIC X(2)  VALUE SPACES.
      *--------------- the card master is enqueued and access-logged
      *--------------- like every other opener of it
       01  WS-EQ-FUNC             PIC X(3)  VALUE SPACES.
       01  WS-EQ-RESOURCE         PIC X(8)  VALUE "CARDMAST".
       01  WS-EQ-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-EQ-HELD-SW          PIC X     VALUE 'N'.
           88  MASTER-LOCK-HELD             VALUE 'Y'.
       01  WS-MAST-OPEN-SW        PIC X     VALUE 'N'.
           88  MASTER-FILE-OPEN             VALUE 'Y'.
       01  WS-CA-OPEN-MODE        PIC X(6)  VALUE "I-O   ".
       01  WS-CA-READS            PIC 9(8)  VALUE 0.
       01  WS-CA-WRITES           PIC 9(8)  VALUE 0.
       01  WS-CA-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-PRINT-LINE          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       ACQRECON.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-BRAND-ARG FROM ARGUMENT-VALUE.
           IF WS-BRAND-ARG = SPACES OR WS-BRAND-ARG = LOW-VALUES
              MOVE "ALL" TO WS-BRAND-ARG
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           PERFORM 0010-OPEN-TOKEN-VAULT.
           IF NOT TOKEN-VAULT-OPEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0020-OPEN-CARD-MASTER.
           OPEN OUTPUT ACQ-REPORT-FILE.
           MOVE "===== ACQUIRER RESPONSE RECONCILIATION ====="
              TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM VARYING WS-BRAND-IX FROM 1 BY 1
              UNTIL WS-BRAND-IX > 4
              IF WS-BRAND-ARG = "ALL"
                 OR WS-BRAND-ARG = WS-BRAND-NAME(WS-BRAND-IX)
                 MOVE 'Y' TO WS-PICKED-SW
                 PERFORM 0100-RECONCILE-ONE-BRAND
              END-IF
           END-PERFORM.
           IF NOT BRAND-WAS-PICKED
              MOVE SPACES TO WS-PRINT-LINE
              STRING "UNKNOWN BRAND " WS-BRAND-ARG
                 " - USE VISA, MC, AMEX, DISC OR ALL"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
              PERFORM 0095-SET-COND-8
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DECLINES POSTED: " WS-TOT-DECLINED
              "  EXCEPTIONS: " WS-TOT-EXCEPTIONS
              "  CARDMAST UPDATED: " WS-MAST-UPDATES
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           CLOSE ACQ-REPORT-FILE.
           PERFORM 0030-CLOSE-CARD-MASTER.
           MOVE "CLOS" TO WS-TK-FUNCTION.
           CALL "CARDTOKN" USING WS-TK-FUNCTION WS-RUN-ID
                                 WS-TK-DIGITS WS-TK-DIGIT-COUNT
                                 WS-CARD-TOKEN WS-TK-STATUS.
           IF WS-TOT-EXCEPTIONS > 0 AND WS-COND-CODE < 4
              MOVE 4 TO WS-COND-CODE
           END-IF.
           MOVE WS-COND-CODE TO RETURN-CODE.
           STOP RUN.

       0010-OPEN-TOKEN-VAULT.
           MOVE "OPEN" TO WS-TK-FUNCTION.
           CALL "CARDTOKN" USING WS-TK-FUNCTION WS-RUN-ID
                                 WS-TK-DIGITS WS-TK-DIGIT-COUNT
                                 WS-CARD-TOKEN WS-TK-STATUS.
           IF WS-TK-STATUS = "00"
              MOVE 'Y' TO WS-VALT-OPEN-SW
           ELSE
              DISPLAY "ACQRECON: CARDVALT.DAT UNAVAILABLE - STATUS "
                 WS-TK-STATUS " - NOTHING RECONCILED"
              MOVE "HIGH" TO WS-AW-SEVERITY
              MOVE "CARDVALT UNAVAILABLE - NO RECON"
                 TO WS-AW-MESSAGE
              PERFORM 0080-RAISE-ALERT
           END-IF.

       0020-OPEN-CARD-MASTER.
      *--------------- a master that will not open costs the run its
      *--------------- outcome updates, not the reconciliation
           MOVE "ENQ" TO WS-EQ-FUNC.
           CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE WS-RUN-ID
                                WS-EQ-STATUS.
           IF WS-EQ-STATUS NOT = "00"
              DISPLAY "ACQRECON: CARDMAST.DAT LOCK NOT ACQUIRED - "
                 "STATUS " WS-EQ-STATUS " - OUTCOMES NOT RECORDED"
              PERFORM 0096-SET-COND-4
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-EQ-HELD-SW.
           MOVE SPACES TO WS-MAST-STATUS.
           OPEN I-O CARD-MASTER-FILE.
           IF WS-MAST-STATUS = "00"
              MOVE 'Y' TO WS-MAST-OPEN-SW
           ELSE
              DISPLAY "ACQRECON: CARDMAST.DAT UNAVAILABLE - STATUS "
                 WS-MAST-STATUS " - OUTCOMES NOT RECORDED"
              PERFORM 0096-SET-COND-4
           END-IF.

       0030-CLOSE-CARD-MASTER.
           IF MASTER-FILE-OPEN
              CLOSE CARD-MASTER-FILE
              MOVE 'N' TO WS-MAST-OPEN-SW
              CALL "CMACCLOG" USING WS-JOB-NAME WS-RUN-ID
                                    WS-CA-OPEN-MODE WS-CA-READS
                                    WS-CA-WRITES WS-CA-STATUS
           END-IF.
           IF MASTER-LOCK-HELD
              MOVE "DEQ" TO WS-EQ-FUNC
              CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE
                                   WS-RUN-ID WS-EQ-STATUS
              MOVE 'N' TO WS-EQ-HELD-SW
           END-IF.

       0080-RAISE-ALERT.
           CALL "ALERTWRT" USING WS-JOB-NAME WS-RUN-ID
                                 WS-AW-SEVERITY WS-AW-MESSAGE
                                 WS-AW-STATUS.

       0090-WRITE-PRINT-LINE.
           MOVE WS-PRINT-LINE TO ACQ-PRINT-LINE.
           WRITE ACQ-PRINT-LINE.
           DISPLAY WS-PRINT-LINE.

       0095-SET-COND-8.
           IF WS-COND-CODE < 8
              MOVE 8 TO WS-COND-CODE
           END-IF.

       0096-SET-COND-4.
           IF WS-COND-CODE < 4
              MOVE 4 TO WS-COND-CODE
           END-IF.

       0100-RECONCILE-ONE-BRAND.
           MOVE 0 TO WS-SUBMITTED WS-RESPONSES WS-ACCEPTED
                     WS-DECLINED WS-UNANSWERED WS-UNSUBMITTED
                     WS-DUPLICATES WS-UNREADABLE.
           MOVE 0 TO WS-SUBM-USED WS-DCL-USED.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "----- " WS-BRAND-NAME(WS-BRAND-IX) " -----"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM 0110-LOAD-SUBMISSION.
           IF WS-SUB-STATUS NOT = "00" AND WS-SUB-STATUS NOT = "10"
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0116-COUNT-RESPONSES.
           IF WS-RSP-RUN-ID NOT = SPACES
              PERFORM 0117-CHECK-REGISTRY
              IF SET-ALREADY-RECONCILED
                 PERFORM 0118-REPORT-RECONCILED
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           PERFORM 0120-MATCH-RESPONSES.
           IF RESPONSE-FOR-WRONG-RUN
              EXIT PARAGRAPH
           END-IF.
           IF RESPONSE-SET-READ AND WS-RSP-RUN-ID NOT = SPACES
              PERFORM 0150-REGISTER-RESPONSE-SET
           END-IF.
           PERFORM 0130-REPORT-UNANSWERED.
           PERFORM 0140-REPORT-DECLINE-CODES.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SUBMITTED " WS-SUBMITTED
              " ACCEPTED " WS-ACCEPTED
              " DECLINED " WS-DECLINED
              " UNANSWERED " WS-UNANSWERED
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NOT SUBMITTED " WS-UNSUBMITTED
              " DUPLICATE " WS-DUPLICATES
              " UNREADABLE " WS-UNREADABLE
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           ADD WS-DECLINED TO WS-TOT-DECLINED.
           ADD WS-UNANSWERED WS-UNSUBMITTED WS-DUPLICATES
               WS-UNREADABLE TO WS-TOT-EXCEPTIONS.
           IF WS-DECLINED > 0
              MOVE "MED " TO WS-AW-SEVERITY
              MOVE SPACES TO WS-AW-MESSAGE
              STRING WS-BRAND-NAME(WS-BRAND-IX) " ACQUIRER DECLINES "
                 WS-DECLINED
                 DELIMITED BY SIZE INTO WS-AW-MESSAGE
              PERFORM 0080-RAISE-ALERT
           END-IF.

       0110-LOAD-SUBMISSION.
      *--------------- the extract's header names the run being
      *--------------- answered; every card record carries a token
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-SUB-RUN-ID WS-SUB-REGION.
           MOVE SPACES TO WS-SUB-STATUS.
           EVALUATE WS-BRAND-IX
              WHEN 1
                 OPEN INPUT VISA-SUB-FILE
              WHEN 2
                 OPEN INPUT MC-SUB-FILE
              WHEN 3
                 OPEN INPUT AMEX-SUB-FILE
              WHEN 4
                 OPEN INPUT DISC-SUB-FILE
           END-EVALUATE.
           IF WS-SUB-STATUS NOT = "00"
              MOVE SPACES TO WS-PRINT-LINE
              STRING "*ERROR* NO SUBMISSION EXTRACT - STATUS "
                 WS-SUB-STATUS
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
              PERFORM 0095-SET-COND-8
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              EVALUATE WS-BRAND-IX
                 WHEN 1
                    READ VISA-SUB-FILE INTO WS-IN-RECORD
                       AT END
                          MOVE 'Y' TO WS-EOF-SW
                    END-READ
                 WHEN 2
                    READ MC-SUB-FILE INTO WS-IN-RECORD
                       AT END
                          MOVE 'Y' TO WS-EOF-SW
                    END-READ
                 WHEN 3
                    READ AMEX-SUB-FILE INTO WS-IN-RECORD
                       AT END
                          MOVE 'Y' TO WS-EOF-SW
                    END-READ
                 WHEN 4
                    READ DISC-SUB-FILE INTO WS-IN-RECORD
                       AT END
                          MOVE 'Y' TO WS-EOF-SW
                    END-READ
              END-EVALUATE
              IF NOT EOF-SCAN-FILE
                 PERFORM 0115-POST-ONE-SUBMISSION
              END-IF
           END-PERFORM.
           EVALUATE WS-BRAND-IX
              WHEN 1
                 CLOSE VISA-SUB-FILE
              WHEN 2
                 CLOSE MC-SUB-FILE
              WHEN 3
                 CLOSE AMEX-SUB-FILE
              WHEN 4
                 CLOSE DISC-SUB-FILE
           END-EVALUATE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SUBMISSION RUN " WS-SUB-RUN-ID
              " CARDS " WS-SUBMITTED
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.

       0115-POST-ONE-SUBMISSION.
      *--------------- the blank second byte tells the "H"/"T"
      *--------------- records from a "TK" token
           IF WS-IN-SEPARATOR = SPACE
              IF WS-IN-REC-TYPE = "H"
                 MOVE WS-IN-RECORD TO RH-HEADER-RECORD
                 MOVE RH-RUN-ID TO WS-SUB-RUN-ID
                 MOVE RH-REGION TO WS-SUB-REGION
              END-IF
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SUBMITTED.
           IF WS-SUBM-USED >= WS-SUBM-MAX
              IF WS-SUBM-USED = WS-SUBM-MAX
                 DISPLAY "ACQRECON: MORE THAN " WS-SUBM-MAX
                    " CARDS SUBMITTED - EXTRAS NOT RECONCILED"
                 PERFORM 0095-SET-COND-8
              END-IF
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SUBM-USED.
           MOVE WS-IN-CARD(1:16) TO WS-SUBM-TOKEN(WS-SUBM-USED).
           MOVE 'N' TO WS-SUBM-ANSWER(WS-SUBM-USED).

       0116-COUNT-RESPONSES.
      *--------------- the run answered and the number of responses
      *--------------- identify the set; a missing file leaves both
      *--------------- empty and 0120 reports it
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-RSP-RUN-ID.
           MOVE 0 TO WS-RSP-COUNT.
           MOVE SPACES TO WS-RSP-STATUS.
           EVALUATE WS-BRAND-IX
              WHEN 1
                 OPEN INPUT VISA-RSP-FILE
              WHEN 2
                 OPEN INPUT MC-RSP-FILE
              WHEN 3
                 OPEN INPUT AMEX-RSP-FILE
              WHEN 4
                 OPEN INPUT DISC-RSP-FILE
           END-EVALUATE.
           IF WS-RSP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              EVALUATE WS-BRAND-IX
                 WHEN 1
                    READ VISA-RSP-FILE INTO WS-IN-RECORD
                       AT END
                          MOVE 'Y' TO WS-EOF-SW
                    END-READ
                 WHEN 2
                    READ MC-RSP-FILE INTO WS-IN-RECORD
                       AT END
                          MOVE 'Y' TO WS-EOF-SW
                    END-READ
                 WHEN 3
                    READ AMEX-RSP-FILE INTO WS-IN-RECORD
                       AT END
                          MOVE 'Y' TO WS-EOF-SW
                    END-READ
                 WHEN 4
                    READ DISC-RSP-FILE INTO WS-IN-RECORD
                       AT END
                          MOVE 'Y' TO WS-EOF-SW
                    END-READ
              END-EVALUATE
              IF NOT EOF-SCAN-FILE
                 IF WS-IN-SEPARATOR = SPACE
                    AND (WS-IN-REC-TYPE = "H" OR WS-IN-REC-TYPE = "T")
                    IF WS-IN-REC-TYPE = "H" AND WS-RSP-RUN-ID = SPACES
                       MOVE WS-IN-RECORD TO RH-HEADER-RECORD
                       MOVE RH-RUN-ID TO WS-RSP-RUN-ID
                    END-IF
                 ELSE
                    ADD 1 TO WS-RSP-COUNT
                 END-IF
              END-IF
           END-PERFORM.
           EVALUATE WS-BRAND-IX
              WHEN 1
                 CLOSE VISA-RSP-FILE
              WHEN 2
                 CLOSE MC-RSP-FILE
              WHEN 3
                 CLOSE AMEX-RSP-FILE
              WHEN 4
                 CLOSE DISC-RSP-FILE
           END-EVALUATE.

       0117-CHECK-REGISTRY.
      *--------------- a missing registry is the first run's state;
      *--------------- one that cannot be read is a warning, the way
      *--------------- PREFLITE treats its fingerprint registry
           MOVE 'N' TO WS-DONE-SW.
           MOVE SPACES TO WS-DONE-DATE.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-ARR-STATUS.
           OPEN INPUT RECON-REGISTRY-FILE.
           IF WS-ARR-STATUS = "35"
              EXIT PARAGRAPH
           END-IF.
           IF WS-ARR-STATUS NOT = "00"
              DISPLAY "ACQRECON: CANNOT OPEN ACQRREG.DAT - STATUS "
                 WS-ARR-STATUS " - NO RERUN CHECK"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE OR SET-ALREADY-RECONCILED
              READ RECON-REGISTRY-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF ARR-BRAND = WS-BRAND-NAME(WS-BRAND-IX)
                       AND ARR-RSP-RUN-ID = WS-RSP-RUN-ID
                       AND ARR-RSP-COUNT = WS-RSP-COUNT
                       MOVE 'Y' TO WS-DONE-SW
                       MOVE ARR-RECON-DATE TO WS-DONE-DATE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RECON-REGISTRY-FILE.

       0118-REPORT-RECONCILED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "*ERROR* RESPONSE RUN " WS-RSP-RUN-ID
              " ALREADY RECONCILED " WS-DONE-DATE
              " - NOTHING POSTED"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM 0095-SET-COND-8.
           MOVE "HIGH" TO WS-AW-SEVERITY.
           MOVE SPACES TO WS-AW-MESSAGE.
           STRING WS-BRAND-NAME(WS-BRAND-IX) DELIMITED BY SPACE
                  " RESPONSES ALREADY RECONCILED"
                  DELIMITED BY SIZE
              INTO WS-AW-MESSAGE.
           PERFORM 0080-RAISE-ALERT.

       0120-MATCH-RESPONSES.
      *--------------- a missing response file means nothing has come
      *--------------- back yet; every card then stands unanswered
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'N' TO WS-HEADER-SW.
           MOVE 'N' TO WS-WRONG-RUN-SW.
           MOVE 'N' TO WS-RSP-READ-SW.
           MOVE SPACES TO WS-RSP-STATUS.
           EVALUATE WS-BRAND-IX
              WHEN 1
                 OPEN INPUT VISA-RSP-FILE
              WHEN 2
                 OPEN INPUT MC-RSP-FILE
              WHEN 3
                 OPEN INPUT AMEX-RSP-FILE
              WHEN 4
                 OPEN INPUT DISC-RSP-FILE
           END-EVALUATE.
           IF WS-RSP-STATUS NOT = "00"
              MOVE "NO RESPONSE FILE ON HAND - NOTHING ANSWERED YET"
                 TO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              EVALUATE WS-BRAND-IX
                 WHEN 1
                    READ VISA-RSP-FILE INTO WS-IN-RECORD
                       AT END
                          MOVE 'Y' TO WS-EOF-SW
                    END-READ
                 WHEN 2
                    READ MC-RSP-FILE INTO WS-IN-RECORD
                       AT END
                          MOVE 'Y' TO WS-EOF-SW
                    END-READ
                 WHEN 3
                    READ AMEX-RSP-FILE INTO WS-IN-RECORD
                       AT END
                          MOVE 'Y' TO WS-EOF-SW
                    END-READ
                 WHEN 4
                    READ DISC-RSP-FILE INTO WS-IN-RECORD
                       AT END
                          MOVE 'Y' TO WS-EOF-SW
                    END-READ
              END-EVALUATE
              IF NOT EOF-SCAN-FILE
                 PERFORM 0125-CHECK-ONE-RESPONSE
              END-IF
           END-PERFORM.
           MOVE 'Y' TO WS-RSP-READ-SW.
           EVALUATE WS-BRAND-IX
              WHEN 1
                 CLOSE VISA-RSP-FILE
              WHEN 2
                 CLOSE MC-RSP-FILE
              WHEN 3
                 CLOSE AMEX-RSP-FILE
              WHEN 4
                 CLOSE DISC-RSP-FILE
           END-EVALUATE.

       0125-CHECK-ONE-RESPONSE.
      *--------------- nothing is posted until the echoed header
      *--------------- proves the file answers this submission
           IF WS-IN-SEPARATOR = SPACE
              AND (WS-IN-REC-TYPE = "H" OR WS-IN-REC-TYPE = "T")
              IF WS-IN-REC-TYPE = "H"
                 MOVE WS-IN-RECORD TO RH-HEADER-RECORD
                 MOVE 'Y' TO WS-HEADER-SW
                 IF RH-RUN-ID NOT = WS-SUB-RUN-ID
                    MOVE 'Y' TO WS-WRONG-RUN-SW
                 END-IF
              END-IF
           ELSE
              IF NOT RESPONSE-HEADER-SEEN
                 MOVE "(NO HEADER)" TO RH-RUN-ID
                 MOVE 'Y' TO WS-WRONG-RUN-SW
              END-IF
           END-IF.
           IF RESPONSE-FOR-WRONG-RUN
              MOVE SPACES TO WS-PRINT-LINE
              STRING "*ERROR* RESPONSE FILE ANSWERS RUN " RH-RUN-ID
                 " NOT " WS-SUB-RUN-ID " - NOT RECONCILED"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
              PERFORM 0095-SET-COND-8
              MOVE 'Y' TO WS-EOF-SW
              EXIT PARAGRAPH
           END-IF.
           IF WS-IN-SEPARATOR NOT = SPACE
              OR (WS-IN-REC-TYPE NOT = "H" AND WS-IN-REC-TYPE NOT = "T")
              PERFORM 0200-POST-ONE-RESPONSE
           END-IF.

       0130-REPORT-UNANSWERED.
           PERFORM VARYING WS-SUBM-IX FROM 1 BY 1
              UNTIL WS-SUBM-IX > WS-SUBM-USED
              IF WS-SUBM-ANSWER(WS-SUBM-IX) = 'N'
                 ADD 1 TO WS-UNANSWERED
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING "*UNANSWERED* " WS-SUBM-TOKEN(WS-SUBM-IX)
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                 PERFORM 0090-WRITE-PRINT-LINE
              END-IF
           END-PERFORM.

       0140-REPORT-DECLINE-CODES.
           IF WS-DCL-USED = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE "DECLINES BY CODE:" TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM VARYING WS-DCL-IX FROM 1 BY 1
              UNTIL WS-DCL-IX > WS-DCL-USED
              MOVE SPACES TO WS-PRINT-LINE
              STRING "   " WS-DCL-CODE(WS-DCL-IX) "  "
                 WS-DCL-COUNT(WS-DCL-IX)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-PERFORM.

       0150-REGISTER-RESPONSE-SET.
      *--------------- create-on-first-use append, the FEEDFPRT way;
      *--------------- a set that cannot be registered can be posted
      *--------------- again by a rerun, so that is a warning
           MOVE SPACES TO WS-ARR-STATUS.
           OPEN EXTEND RECON-REGISTRY-FILE.
           IF WS-ARR-STATUS = "35"
              OPEN OUTPUT RECON-REGISTRY-FILE
           END-IF.
           IF WS-ARR-STATUS NOT = "00"
              DISPLAY "ACQRECON: CANNOT APPEND TO ACQRREG.DAT - STATUS "
                 WS-ARR-STATUS " - A RERUN WOULD POST AGAIN"
              PERFORM 0096-SET-COND-4
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ARR-REGISTRY-RECORD.
           MOVE WS-BRAND-NAME(WS-BRAND-IX) TO ARR-BRAND.
           MOVE WS-RSP-RUN-ID TO ARR-RSP-RUN-ID.
           MOVE WS-RSP-COUNT  TO ARR-RSP-COUNT.
           MOVE WS-RUN-DATE   TO ARR-RECON-DATE.
           MOVE WS-RUN-ID     TO ARR-RECON-RUN-ID.
           MOVE WS-DECLINED   TO ARR-DECLINES.
           WRITE ARR-REGISTRY-RECORD.
           CLOSE RECON-REGISTRY-FILE.

       0200-POST-ONE-RESPONSE.
           ADD 1 TO WS-RESPONSES.
           PERFORM 0210-MASK-RESPONSE-CARD.
           IF WS-CARD-LEN = 0
              OR WS-IN-CARD(1:WS-CARD-LEN) IS NOT NUMERIC
              OR (WS-IN-OUTCOME NOT = "A" AND WS-IN-OUTCOME NOT = "D")
              ADD 1 TO WS-UNREADABLE
              MOVE SPACES TO WS-PRINT-LINE
              STRING "*UNREADABLE* " WS-MASKED-CARD
                 " OUTCOME " WS-IN-OUTCOME
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
              EXIT PARAGRAPH
           END-IF.
      *--------------- look-up only: a card the vault has never seen
      *--------------- was never submitted by anybody
           MOVE WS-IN-CARD TO WS-TK-DIGITS.
           MOVE WS-CARD-LEN TO WS-TK-DIGIT-COUNT.
           MOVE "FIND" TO WS-TK-FUNCTION.
           CALL "CARDTOKN" USING WS-TK-FUNCTION WS-RUN-ID
                                 WS-TK-DIGITS WS-TK-DIGIT-COUNT
                                 WS-CARD-TOKEN WS-TK-STATUS.
           MOVE 'N' TO WS-SUBM-FOUND-SW.
           IF WS-TK-STATUS = "00"
              PERFORM VARYING WS-SUBM-IX FROM 1 BY 1
                 UNTIL WS-SUBM-IX > WS-SUBM-USED OR SUBMISSION-FOUND
                 IF WS-SUBM-TOKEN(WS-SUBM-IX) = WS-CARD-TOKEN
                    MOVE 'Y' TO WS-SUBM-FOUND-SW
                    SUBTRACT 1 FROM WS-SUBM-IX
                 END-IF
              END-PERFORM
           END-IF.
           IF NOT SUBMISSION-FOUND
              ADD 1 TO WS-UNSUBMITTED
              MOVE SPACES TO WS-PRINT-LINE
              STRING "*NOT SUBMITTED* " WS-MASKED-CARD
                 " OUTCOME " WS-IN-OUTCOME " " WS-IN-DECLINE-CODE
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF WS-SUBM-ANSWER(WS-SUBM-IX) NOT = 'N'
              ADD 1 TO WS-DUPLICATES
              MOVE SPACES TO WS-PRINT-LINE
              STRING "*DUPLICATE* " WS-CARD-TOKEN " "
                 WS-MASKED-CARD
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-OUTCOME TO WS-SUBM-ANSWER(WS-SUBM-IX).
           IF WS-IN-OUTCOME = "A"
              ADD 1 TO WS-ACCEPTED
           ELSE
              ADD 1 TO WS-DECLINED
              PERFORM 0220-POST-DECLINE-CODE
              PERFORM 0230-PUT-DECLINE-REJECT
           END-IF.
           PERFORM 0240-UPDATE-CARD-MASTER.

       0210-MASK-RESPONSE-CARD.
      *--------------- the report never shows the full number: all
      *--------------- but the last four digits are starred out
           MOVE 0 TO WS-CARD-LEN.
           IF WS-IN-CARD NOT = SPACES
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-IN-CARD TRAILING))
                 TO WS-CARD-LEN
           END-IF.
           MOVE WS-IN-CARD TO WS-MASKED-CARD.
           IF WS-CARD-LEN > 4
              PERFORM VARYING WS-MASK-IX FROM 1 BY 1
                 UNTIL WS-MASK-IX > WS-CARD-LEN - 4
                 MOVE "*" TO WS-MASKED-CARD(WS-MASK-IX:1)
              END-PERFORM
           END-IF.

       0220-POST-DECLINE-CODE.
           MOVE 'N' TO WS-DCL-FOUND-SW.
           PERFORM VARYING WS-DCL-IX FROM 1 BY 1
              UNTIL WS-DCL-IX > WS-DCL-USED OR DECLINE-SLOT-FOUND
              IF WS-DCL-CODE(WS-DCL-IX) = WS-IN-DECLINE-CODE
                 MOVE 'Y' TO WS-DCL-FOUND-SW
                 SUBTRACT 1 FROM WS-DCL-IX
              END-IF
           END-PERFORM.
           IF DECLINE-SLOT-FOUND
              ADD 1 TO WS-DCL-COUNT(WS-DCL-IX)
           ELSE
              IF WS-DCL-USED < WS-DCL-MAX
                 ADD 1 TO WS-DCL-USED
                 MOVE WS-IN-DECLINE-CODE TO WS-DCL-CODE(WS-DCL-USED)
                 MOVE 1 TO WS-DCL-COUNT(WS-DCL-USED)
              END-IF
           END-IF.

       0230-PUT-DECLINE-REJECT.
      *--------------- all reject-ledger appends go through the
      *--------------- LEDGRWRT gatekeeper
           MOVE SPACES TO RJL-REJECT-RECORD.
           MOVE WS-JOB-NAME TO RJL-JOB-NAME.
           MOVE WS-CARD-TOKEN TO RJL-RECORD-ID.
           MOVE "ACQDECLINE" TO RJL-REASON-CODE.
           STRING WS-BRAND-NAME(WS-BRAND-IX) " DECLINE "
              WS-IN-DECLINE-CODE
              DELIMITED BY SIZE INTO RJL-BAD-VALUE.
           MOVE WS-RUN-DATE TO RJL-RUN-DATE.
           MOVE WS-RUN-ID TO RJL-RUN-ID.
           MOVE WS-SUB-REGION TO RJL-REGION.
           MOVE "REJ" TO WS-LW-FUNC.
           MOVE RJL-REJECT-RECORD TO WS-LW-BUFFER.
           CALL "LEDGRWRT" USING WS-LW-FUNC WS-LW-BUFFER
                                 WS-LW-STATUS.
           IF WS-LW-STATUS NOT = "00"
              DISPLAY "LEDGER APPEND FAILED - STATUS " WS-LW-STATUS
              MOVE 12 TO WS-COND-CODE
           END-IF.

       0240-UPDATE-CARD-MASTER.
      *--------------- latest acquirer outcome on the card's master
      *--------------- entry; a card the master no longer holds (a
      *--------------- purge since the submission) is just counted
           IF NOT MASTER-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CM-CARD-KEY.
           MOVE WS-CARD-TOKEN TO CM-CARD-TOKEN.
           MOVE WS-CARD-LEN TO CM-DIGIT-COUNT.
           ADD 1 TO WS-CA-READS.
           READ CARD-MASTER-FILE
              INVALID KEY
                 DISPLAY "ACQRECON: " WS-CARD-TOKEN
                    " NOT ON CARDMAST - OUTCOME NOT RECORDED"
              NOT INVALID KEY
                 MOVE WS-IN-OUTCOME TO CM-ACQ-OUTCOME
                 IF WS-IN-OUTCOME = "D"
                    MOVE WS-IN-DECLINE-CODE TO CM-ACQ-CODE
                 ELSE
                    MOVE SPACES TO CM-ACQ-CODE
                 END-IF
                 REWRITE CM-MASTER-RECORD
                 ADD 1 TO WS-CA-WRITES
                 ADD 1 TO WS-MAST-UPDATES
           END-READ.
