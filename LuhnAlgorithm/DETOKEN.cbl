       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETOKEN.
      *****************************************************************
      * DETOKEN - acquirer hand-off cut from the per-brand submission *
      * extracts. LUHN writes VISASUB/MCSUB/AMEXSUB/DISCSUB.DAT with  *
      * each card's CARDVALT token, not its number; the acquirers     *
      * settle on the digits, so this is the one program allowed to   *
      * turn a token back into a card number. Every run is enqueued   *
      * on CARDVALT and logged through CMACCLOG as DETOKEN, so the    *
      * CMACCRPT review shows each hand-off.                          *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - VISA / MC / AMEX / DISC, or ALL (the default)       *
      *   input  - xxxSUB.DAT for each brand selected                 *
      *   output - xxxACQ.DAT, the same records with the token in     *
      *            the card field replaced by the digits; the         *
      *            standard header and trailer pass through as-is     *
      *                                                               *
      * Condition code 8 when a token is not in the vault (the card   *
      * is left out and the hand-off must not be transmitted), an     *
      * extract is missing, or the vault cannot be opened.            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-VAULT-FILE    ASSIGN TO "CARDVALT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TV-CARD-KEY
              ALTERNATE RECORD KEY IS TV-TOKEN
              FILE STATUS IS WS-VALT-STATUS.
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
           SELECT VISA-ACQ-FILE      ASSIGN TO "VISAACQ.DAT"
              ORGANIZATION IS SEQUENTIAL.
           SELECT MC-ACQ-FILE        ASSIGN TO "MCACQ.DAT"
              ORGANIZATION IS SEQUENTIAL.
           SELECT AMEX-ACQ-FILE      ASSIGN TO "AMEXACQ.DAT"
              ORGANIZATION IS SEQUENTIAL.
           SELECT DISC-ACQ-FILE      ASSIGN TO "DISCACQ.DAT"
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       COPY CARDVALT.

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

       FD  VISA-ACQ-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  VAQ-RECORD                 PIC X(80).

       FD  MC-ACQ-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  MAQ-RECORD                 PIC X(80).

       FD  AMEX-ACQ-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  AAQ-RECORD                 PIC X(80).

       FD  DISC-ACQ-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  DAQ-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-VALT-STATUS         PIC XX    VALUE SPACES.
       01  WS-SUB-STATUS          PIC XX    VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-BRAND-ARG           PIC X(8)  VALUE SPACES.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-SUB-EXTRACT              VALUE 'Y'.
       01  WS-VALT-OPEN-SW        PIC X     VALUE 'N'.
           88  VAULT-IS-OPEN                VALUE 'Y'.
       01  WS-RUN-ID              PIC X(12) VALUE SPACES.
       01  WS-JOB-NAME            PIC X(12) VALUE "DETOKEN".
       01  WS-COND-CODE           PIC 9(3)  VALUE 0.
      *--------------- slot order matches LUHN's 0028-PICK-SUB-BRAND
       01  WS-BRAND-NAMES.
           05  FILLER             PIC X(8)  VALUE "VISA".
           05  FILLER             PIC X(8)  VALUE "MC".
           05  FILLER             PIC X(8)  VALUE "AMEX".
           05  FILLER             PIC X(8)  VALUE "DISC".
       01  WS-BRAND-TABLE REDEFINES WS-BRAND-NAMES.
           05  WS-BRAND-NAME      PIC X(8)  OCCURS 4 TIMES.
       01  WS-SUB-IX              PIC 9(1)  VALUE 0.
       01  WS-PICKED-SW           PIC X     VALUE 'N'.
           88  BRAND-WAS-PICKED             VALUE 'Y'.
      *--------------- one extract record: header, trailer or a card
       01  WS-IN-RECORD.
           05  WS-IN-TOKEN        PIC X(16).
           05  FILLER             PIC X(64).
       01  WS-IN-TYPE REDEFINES WS-IN-RECORD.
           05  WS-IN-REC-TYPE     PIC X(1).
           05  WS-IN-SEPARATOR    PIC X(1).
           05  FILLER             PIC X(78).
       01  WS-OUT-RECORD.
           05  WS-OUT-CARD        PIC X(32).
           05  WS-OUT-REST        PIC X(48).
       01  WS-IN-COUNT            PIC 9(8)  VALUE 0.
       01  WS-OUT-COUNT           PIC 9(8)  VALUE 0.
       01  WS-MISS-COUNT          PIC 9(8)  VALUE 0.
       01  WS-TOT-OUT             PIC 9(8)  VALUE 0.
       01  WS-TOT-MISS            PIC 9(8)  VALUE 0.
       01  WS-TRAILER-SW          PIC X     VALUE 'N'.
           88  TRAILER-SEEN                 VALUE 'Y'.
       01  WS-AW-SEVERITY         PIC X(4)  VALUE SPACES.
       01  WS-AW-MESSAGE          PIC X(38) VALUE SPACES.
       01  WS-AW-STATUS           PIC X(2)  VALUE SPACES.
      *--------------- the vault is enqueued and access-logged
      *--------------- exactly as CARDTOKN does it
       01  WS-EQ-FUNC             PIC X(3)  VALUE SPACES.
       01  WS-EQ-RESOURCE         PIC X(8)  VALUE "CARDVALT".
       01  WS-EQ-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-CA-OPEN-MODE        PIC X(6)  VALUE "INPUT ".
       01  WS-CA-READS            PIC 9(8)  VALUE 0.
       01  WS-CA-WRITES           PIC 9(8)  VALUE 0.
       01  WS-CA-STATUS           PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       DETOKEN.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-BRAND-ARG FROM ARGUMENT-VALUE.
           IF WS-BRAND-ARG = SPACES OR WS-BRAND-ARG = LOW-VALUES
              MOVE "ALL" TO WS-BRAND-ARG
           END-IF.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           PERFORM 0010-OPEN-VAULT.
           IF VAULT-IS-OPEN
              PERFORM VARYING WS-SUB-IX FROM 1 BY 1
                 UNTIL WS-SUB-IX > 4
                 IF WS-BRAND-ARG = "ALL"
                    OR WS-BRAND-ARG = WS-BRAND-NAME(WS-SUB-IX)
                    MOVE 'Y' TO WS-PICKED-SW
                    PERFORM 0100-CONVERT-ONE-EXTRACT
                 END-IF
              END-PERFORM
              IF NOT BRAND-WAS-PICKED
                 DISPLAY "DETOKEN: UNKNOWN BRAND " WS-BRAND-ARG
                    " - USE VISA, MC, AMEX, DISC OR ALL"
                 MOVE 8 TO WS-COND-CODE
              END-IF
              PERFORM 0020-CLOSE-VAULT
           END-IF.
           DISPLAY "===== DETOKEN HAND-OFF SUMMARY =====".
           DISPLAY "CARDS HANDED OFF : " WS-TOT-OUT.
           DISPLAY "UNKNOWN TOKENS   : " WS-TOT-MISS.
           DISPLAY "====================================".
           MOVE WS-COND-CODE TO RETURN-CODE.
           STOP RUN.

       0010-OPEN-VAULT.
           MOVE "ENQ" TO WS-EQ-FUNC.
           CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE WS-RUN-ID
                                WS-EQ-STATUS.
           IF WS-EQ-STATUS NOT = "00"
              DISPLAY "DETOKEN: CARDVALT LOCK NOT ACQUIRED - STATUS "
                 WS-EQ-STATUS
              MOVE "HIGH" TO WS-AW-SEVERITY
              MOVE "CARDVALT LOCK BUSY - NO HAND-OFF"
                 TO WS-AW-MESSAGE
              PERFORM 0030-RAISE-ALERT
              MOVE 8 TO WS-COND-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-VALT-STATUS.
           OPEN INPUT CARD-VAULT-FILE.
           IF WS-VALT-STATUS NOT = "00"
              DISPLAY "DETOKEN: CARDVALT.DAT UNAVAILABLE - STATUS "
                 WS-VALT-STATUS
              MOVE "HIGH" TO WS-AW-SEVERITY
              MOVE "CARDVALT UNAVAILABLE - NO HAND-OFF"
                 TO WS-AW-MESSAGE
              PERFORM 0030-RAISE-ALERT
              MOVE 8 TO WS-COND-CODE
              MOVE "DEQ" TO WS-EQ-FUNC
              CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE
                                   WS-RUN-ID WS-EQ-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-VALT-OPEN-SW.

       0020-CLOSE-VAULT.
      *--------------- the access record counts the tokens looked up
      *--------------- and the card numbers written out in clear
           CLOSE CARD-VAULT-FILE.
           MOVE 'N' TO WS-VALT-OPEN-SW.
           MOVE WS-TOT-OUT TO WS-CA-WRITES.
           CALL "CMACCLOG" USING WS-JOB-NAME WS-RUN-ID
                                 WS-CA-OPEN-MODE WS-CA-READS
                                 WS-CA-WRITES WS-CA-STATUS.
           MOVE "DEQ" TO WS-EQ-FUNC.
           CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE WS-RUN-ID
                                WS-EQ-STATUS.

       0030-RAISE-ALERT.
           CALL "ALERTWRT" USING WS-JOB-NAME WS-RUN-ID
                                 WS-AW-SEVERITY WS-AW-MESSAGE
                                 WS-AW-STATUS.

       0100-CONVERT-ONE-EXTRACT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'N' TO WS-TRAILER-SW.
           MOVE 0 TO WS-IN-COUNT WS-OUT-COUNT WS-MISS-COUNT.
           MOVE SPACES TO WS-SUB-STATUS.
           PERFORM 0110-OPEN-SUB-EXTRACT.
           IF WS-SUB-STATUS NOT = "00"
              DISPLAY "DETOKEN: NO " WS-BRAND-NAME(WS-SUB-IX)
                 " SUBMISSION EXTRACT - STATUS " WS-SUB-STATUS
              MOVE 8 TO WS-COND-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0120-OPEN-ACQ-FILE.
           PERFORM UNTIL EOF-SUB-EXTRACT
              PERFORM 0130-READ-SUB-EXTRACT
              IF NOT EOF-SUB-EXTRACT
                 PERFORM 0200-CONVERT-ONE-RECORD
              END-IF
           END-PERFORM.
           PERFORM 0140-CLOSE-EXTRACT-PAIR.
           ADD WS-OUT-COUNT TO WS-TOT-OUT.
           ADD WS-MISS-COUNT TO WS-TOT-MISS.
           DISPLAY "DETOKEN: " WS-BRAND-NAME(WS-SUB-IX)
              " CARDS " WS-OUT-COUNT " UNKNOWN TOKENS " WS-MISS-COUNT.
           IF NOT TRAILER-SEEN
              DISPLAY "DETOKEN: " WS-BRAND-NAME(WS-SUB-IX)
                 " EXTRACT HAS NO TRAILER - CUT SHORT"
              MOVE 8 TO WS-COND-CODE
           END-IF.

       0110-OPEN-SUB-EXTRACT.
           EVALUATE WS-SUB-IX
              WHEN 1
                 OPEN INPUT VISA-SUB-FILE
              WHEN 2
                 OPEN INPUT MC-SUB-FILE
              WHEN 3
                 OPEN INPUT AMEX-SUB-FILE
              WHEN 4
                 OPEN INPUT DISC-SUB-FILE
           END-EVALUATE.

       0120-OPEN-ACQ-FILE.
           EVALUATE WS-SUB-IX
              WHEN 1
                 OPEN OUTPUT VISA-ACQ-FILE
              WHEN 2
                 OPEN OUTPUT MC-ACQ-FILE
              WHEN 3
                 OPEN OUTPUT AMEX-ACQ-FILE
              WHEN 4
                 OPEN OUTPUT DISC-ACQ-FILE
           END-EVALUATE.

       0130-READ-SUB-EXTRACT.
           EVALUATE WS-SUB-IX
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
           END-EVALUATE.

       0140-CLOSE-EXTRACT-PAIR.
           EVALUATE WS-SUB-IX
              WHEN 1
                 CLOSE VISA-SUB-FILE
                 CLOSE VISA-ACQ-FILE
              WHEN 2
                 CLOSE MC-SUB-FILE
                 CLOSE MC-ACQ-FILE
              WHEN 3
                 CLOSE AMEX-SUB-FILE
                 CLOSE AMEX-ACQ-FILE
              WHEN 4
                 CLOSE DISC-SUB-FILE
                 CLOSE DISC-ACQ-FILE
           END-EVALUATE.

       0200-CONVERT-ONE-RECORD.
      *--------------- header and trailer go across untouched (the
      *--------------- blank second byte tells a "T" trailer from a
      *--------------- "TK" token); a card record has its token
      *--------------- looked up on the vault's alternate key
           IF (WS-IN-REC-TYPE = "H" OR WS-IN-REC-TYPE = "T")
              AND WS-IN-SEPARATOR = SPACE
              IF WS-IN-REC-TYPE = "T"
                 MOVE 'Y' TO WS-TRAILER-SW
              END-IF
              MOVE WS-IN-RECORD TO WS-OUT-RECORD
              PERFORM 0210-WRITE-ACQ-RECORD
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-IN-COUNT.
           MOVE WS-IN-TOKEN TO TV-TOKEN.
           READ CARD-VAULT-FILE KEY IS TV-TOKEN
              INVALID KEY
                 ADD 1 TO WS-MISS-COUNT
                 DISPLAY "DETOKEN: TOKEN " WS-IN-TOKEN
                    " NOT IN VAULT - CARD LEFT OUT"
                 MOVE "HIGH" TO WS-AW-SEVERITY
                 MOVE SPACES TO WS-AW-MESSAGE
                 STRING "UNKNOWN TOKEN " WS-IN-TOKEN
                    DELIMITED BY SIZE INTO WS-AW-MESSAGE
                 PERFORM 0030-RAISE-ALERT
                 MOVE 8 TO WS-COND-CODE
              NOT INVALID KEY
                 ADD 1 TO WS-CA-READS
                 MOVE SPACES TO WS-OUT-RECORD
                 MOVE TV-CARD-DIGITS(1:TV-DIGIT-COUNT)
                    TO WS-OUT-CARD
                 MOVE WS-IN-RECORD(33:48) TO WS-OUT-REST
                 PERFORM 0210-WRITE-ACQ-RECORD
                 ADD 1 TO WS-OUT-COUNT
           END-READ.

       0210-WRITE-ACQ-RECORD.
           EVALUATE WS-SUB-IX
              WHEN 1
                 WRITE VAQ-RECORD FROM WS-OUT-RECORD
              WHEN 2
                 WRITE MAQ-RECORD FROM WS-OUT-RECORD
              WHEN 3
                 WRITE AAQ-RECORD FROM WS-OUT-RECORD
              WHEN 4
                 WRITE DAQ-RECORD FROM WS-OUT-RECORD
           END-EVALUATE.
