       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDTOKN.
      *****************************************************************
      * CARDTOKN - gatekeeper for the card token vault, CARDVALT.DAT, *
      * in the LEDGRWRT mold. The card master, the delta file, the    *
      * reject files and the acquirer extracts carry a surrogate      *
      * token instead of the card digits; this is the only way a      *
      * program turns digits into a token:                            *
      *                                                               *
      *   CALL "CARDTOKN" USING TK-FUNCTION TK-RUN-ID TK-DIGITS       *
      *                         TK-DIGIT-COUNT TK-TOKEN TK-STATUS     *
      *                                                               *
      *   TK-FUNCTION "OPEN" - take the CARDVALT enqueue and open     *
      *                        the vault (created on first use)       *
      *               "TOKN" - return the token for TK-DIGITS(1:      *
      *                        TK-DIGIT-COUNT), assigning the next    *
      *                        one if the card has never been seen    *
      *               "FIND" - as TOKN but never assigns; "23" when   *
      *                        the card is not in the vault           *
      *               "ERAS" - delete the card's vault entry for a    *
      *                        right-to-erasure request; "23" when    *
      *                        the card is not in the vault           *
      *               "CLOS" - close, log the access via CMACCLOG     *
      *                        under CARDTOKN, release the enqueue    *
      *                                                               *
      * TK-STATUS is "00" on success. Token to digits is DETOKEN's    *
      * job alone and is deliberately not offered here.               *
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
       DATA DIVISION.
       FILE SECTION.
       COPY CARDVALT.

       WORKING-STORAGE SECTION.
       01  WS-VALT-STATUS         PIC XX    VALUE SPACES.
       01  WS-VALT-OPEN-SW        PIC X     VALUE 'N'.
           88  VAULT-IS-OPEN                VALUE 'Y'.
       01  WS-CONTROL-KEY.
           05  FILLER             PIC X(32) VALUE "*CONTROL*".
           05  FILLER             PIC 9(2)  VALUE 0.
       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
       01  WS-NEXT-SEQ            PIC 9(14) VALUE 0.
       01  WS-NEW-TOKEN.
           05  FILLER             PIC X(2)  VALUE "TK".
           05  WS-NEW-TOKEN-SEQ   PIC 9(14) VALUE 0.
       01  WS-SAVE-KEY            PIC X(34) VALUE SPACES.
      *--------------- the vault open is enqueued and access-logged
      *--------------- exactly like the card master's
       01  WS-EQ-FUNC             PIC X(3)  VALUE SPACES.
       01  WS-EQ-RESOURCE         PIC X(8)  VALUE "CARDVALT".
       01  WS-EQ-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-RUN-ID              PIC X(12) VALUE SPACES.
       01  WS-CA-PROGRAM          PIC X(12) VALUE "CARDTOKN".
       01  WS-CA-OPEN-MODE        PIC X(6)  VALUE "I-O   ".
       01  WS-CA-READS            PIC 9(8)  VALUE 0.
       01  WS-CA-WRITES           PIC 9(8)  VALUE 0.
       01  WS-CA-STATUS           PIC X(2)  VALUE SPACES.
       LINKAGE SECTION.
       01  TK-FUNCTION            PIC X(4).
       01  TK-RUN-ID              PIC X(12).
       01  TK-DIGITS              PIC X(32).
       01  TK-DIGIT-COUNT         PIC 9(2).
       01  TK-TOKEN               PIC X(16).
       01  TK-STATUS              PIC X(2).
       PROCEDURE DIVISION USING TK-FUNCTION TK-RUN-ID TK-DIGITS
                                TK-DIGIT-COUNT TK-TOKEN TK-STATUS.
       CARDTOKN.
           MOVE "00" TO TK-STATUS.
           EVALUATE TK-FUNCTION
              WHEN "OPEN"
                 PERFORM 1000-OPEN-VAULT
              WHEN "TOKN"
                 PERFORM 2000-TOKENIZE
              WHEN "FIND"
                 PERFORM 3000-FIND-TOKEN
              WHEN "ERAS"
                 PERFORM 5000-ERASE-CARD
              WHEN "CLOS"
                 PERFORM 4000-CLOSE-VAULT
              WHEN OTHER
                 DISPLAY "CARDTOKN: UNKNOWN FUNCTION " TK-FUNCTION
                 MOVE "99" TO TK-STATUS
           END-EVALUATE.
           GOBACK.

       1000-OPEN-VAULT.
           IF VAULT-IS-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE TK-RUN-ID TO WS-RUN-ID.
           MOVE 0 TO WS-CA-READS WS-CA-WRITES.
           MOVE "ENQ" TO WS-EQ-FUNC.
           CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE WS-RUN-ID
                                WS-EQ-STATUS.
           IF WS-EQ-STATUS NOT = "00"
              DISPLAY "CARDTOKN: CARDVALT ENQUEUE REFUSED - STATUS "
                 WS-EQ-STATUS
              MOVE WS-EQ-STATUS TO TK-STATUS
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O CARD-VAULT-FILE.
           IF WS-VALT-STATUS = "35"
      *--------------- first use: create the vault and seed the
      *--------------- control record at sequence zero
              OPEN OUTPUT CARD-VAULT-FILE
              MOVE SPACES TO TV-VAULT-RECORD
              MOVE WS-CONTROL-KEY TO TV-CARD-KEY
              MOVE "TK00000000000000" TO TV-TOKEN
              MOVE 0 TO TV-LAST-SEQ
              ACCEPT TV-CREATED FROM DATE YYYYMMDD
              MOVE WS-RUN-ID TO TV-CREATED-RUN-ID
              WRITE TV-VAULT-RECORD
              CLOSE CARD-VAULT-FILE
              OPEN I-O CARD-VAULT-FILE
           END-IF.
           IF WS-VALT-STATUS NOT = "00"
              DISPLAY "CARDTOKN: CARDVALT.DAT OPEN FAILED - STATUS "
                 WS-VALT-STATUS
              MOVE WS-VALT-STATUS TO TK-STATUS
              MOVE "DEQ" TO WS-EQ-FUNC
              CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE WS-RUN-ID
                                   WS-EQ-STATUS
              EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'Y' TO WS-VALT-OPEN-SW.

       2000-TOKENIZE.
           PERFORM 3000-FIND-TOKEN.
           IF TK-STATUS NOT = "23"
              EXIT PARAGRAPH
           END-IF.
      *--------------- never seen: take the next sequence from the
      *--------------- control record, then store the new card
           MOVE WS-CONTROL-KEY TO TV-CARD-KEY.
           READ CARD-VAULT-FILE KEY IS TV-CARD-KEY
              INVALID KEY
                 DISPLAY "CARDTOKN: CONTROL RECORD MISSING"
                 MOVE "99" TO TK-STATUS
                 EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-CA-READS.
           ADD 1 TO TV-LAST-SEQ.
           MOVE TV-LAST-SEQ TO WS-NEXT-SEQ.
           REWRITE TV-VAULT-RECORD.
           IF WS-VALT-STATUS NOT = "00"
              DISPLAY "CARDTOKN: CONTROL REWRITE FAILED - STATUS "
                 WS-VALT-STATUS
              MOVE WS-VALT-STATUS TO TK-STATUS
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CA-WRITES.
           MOVE WS-NEXT-SEQ TO WS-NEW-TOKEN-SEQ.
           MOVE SPACES TO TV-VAULT-RECORD.
           MOVE WS-SAVE-KEY TO TV-CARD-KEY.
           MOVE WS-NEW-TOKEN TO TV-TOKEN.
           MOVE WS-RUN-DATE TO TV-CREATED.
           MOVE WS-RUN-ID TO TV-CREATED-RUN-ID.
           MOVE 0 TO TV-LAST-SEQ.
           WRITE TV-VAULT-RECORD.
           IF WS-VALT-STATUS NOT = "00"
              DISPLAY "CARDTOKN: VAULT WRITE FAILED - STATUS "
                 WS-VALT-STATUS
              MOVE WS-VALT-STATUS TO TK-STATUS
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CA-WRITES.
           MOVE WS-NEW-TOKEN TO TK-TOKEN.
           MOVE "00" TO TK-STATUS.

       3000-FIND-TOKEN.
           MOVE SPACES TO TK-TOKEN.
           IF NOT VAULT-IS-OPEN
              MOVE "48" TO TK-STATUS
              EXIT PARAGRAPH
           END-IF.
           IF TK-DIGIT-COUNT = 0 OR TK-DIGIT-COUNT > 32
              MOVE "99" TO TK-STATUS
              EXIT PARAGRAPH
           END-IF.
      *--------------- key exactly as the card master used to be:
      *--------------- the significant digits, blank-padded, plus
      *--------------- the count
           MOVE SPACES TO TV-CARD-DIGITS.
           MOVE TK-DIGITS(1:TK-DIGIT-COUNT) TO TV-CARD-DIGITS.
           MOVE TK-DIGIT-COUNT TO TV-DIGIT-COUNT.
           MOVE TV-CARD-KEY TO WS-SAVE-KEY.
           READ CARD-VAULT-FILE KEY IS TV-CARD-KEY
              INVALID KEY
                 MOVE "23" TO TK-STATUS
              NOT INVALID KEY
                 ADD 1 TO WS-CA-READS
                 MOVE TV-TOKEN TO TK-TOKEN
                 MOVE "00" TO TK-STATUS
           END-READ.

       4000-CLOSE-VAULT.
           IF NOT VAULT-IS-OPEN
              EXIT PARAGRAPH
           END-IF.
           CLOSE CARD-VAULT-FILE.
           MOVE 'N' TO WS-VALT-OPEN-SW.
           CALL "CMACCLOG" USING WS-CA-PROGRAM WS-RUN-ID
                                 WS-CA-OPEN-MODE WS-CA-READS
                                 WS-CA-WRITES WS-CA-STATUS.
           MOVE "DEQ" TO WS-EQ-FUNC.
           CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE WS-RUN-ID
                                WS-EQ-STATUS.

       5000-ERASE-CARD.
      *--------------- once the entry is gone nothing can turn the
      *--------------- card's token back into digits, and the digits
      *--------------- would draw a new token if ever seen again
           PERFORM 3000-FIND-TOKEN.
           IF TK-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           DELETE CARD-VAULT-FILE RECORD.
           IF WS-VALT-STATUS NOT = "00"
              DISPLAY "CARDTOKN: VAULT DELETE FAILED - STATUS "
                 WS-VALT-STATUS
              MOVE WS-VALT-STATUS TO TK-STATUS
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CA-WRITES.
