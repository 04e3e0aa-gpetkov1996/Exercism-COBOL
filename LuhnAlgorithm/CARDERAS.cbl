       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDERAS.
      *****************************************************************
      * CARDERAS - right-to-erasure processing for card numbers.      *
      * Takes the day's erasure requests and removes or irreversibly  *
      * blanks each card everywhere this system keeps it, then writes *
      * a certificate showing, per request, every file searched and   *
      * how many occurrences were changed in it:                      *
      *                                                               *
      *   CARDVALT.DAT  vault entry deleted (through CARDTOKN), so    *
      *                 the card's token can never be turned back     *
      *   CARDMAST.DAT  master entry deleted                          *
      *   CARDREJ.DAT   number and token blanked in place; the file   *
      *                 keeps its record count for AUDITREC           *
      *   LUHNCORR.DAT  correction entries dropped                    *
      *   REJLEDGR.DAT  record id and RJL-BAD-VALUE blanked in place  *
      *   REJLARCH.DAT  the same, in the HOUSEKPG archive             *
      *   REJLEDGX.DAT  the same, in the reject ledger's keyed index  *
      *   BACKUP1-3.DAT card master and vault entries retagged ERASED *
      *                 (GENREST skips them), ledger entries blanked  *
      *                 as above                                      *
      *                                                               *
      * A card is recognized by its token or, in records older than   *
      * the vault, by its digits. Blanked fields read *ERASED*.       *
      *                                                               *
      * Every blanked ledger record is queued to RESEALQ.DAT with its *
      * seal checksum before and after, and LEDGSEAL RESEAL must run  *
      * next (ERASURE.sh runs the pair) so the next VERIFY does not   *
      * report our own erasure as tampering.                          *
      *                                                               *
      * Request file - ERASREQ.DAT, 80 bytes:                         *
      *   cols  1-12  request reference                               *
      *   cols 14-45  card number (digits, left-justified)            *
      *   cols 47-54  date the request was received (YYYYMMDD)        *
      *                                                               *
      * Certificates are appended to ERASCERT.DAT and never rewritten *
      * and carry only the masked number. When every file was         *
      * searched, ERASREQ.DAT is emptied - it holds the very numbers  *
      * being erased - otherwise it is left for a rerun, which is     *
      * harmless because everything already erased stays erased.      *
      *                                                               *
      * The operator signs on through SIGNON before anything is read; *
      * an erasure needs ADMIN, and a refusal is condition code 8.    *
      * The operator's user id is carried on every certificate.       *
      *                                                               *
      * Condition code 8 when a file could not be searched or the     *
      * vault or card master is unavailable (nothing is changed in    *
      * the latter case); 4 when a request could not be processed.    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASE-REQUEST-FILE ASSIGN TO "ERASREQ.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT CERTIFICATE-FILE   ASSIGN TO "ERASCERT.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CERT-STATUS.
           SELECT CARD-MASTER-FILE   ASSIGN TO "CARDMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-CARD-KEY
              FILE STATUS IS WS-MAST-STATUS.
           SELECT CARD-REJECT-FILE   ASSIGN TO "CARDREJ.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT CARD-CORR-FILE     ASSIGN TO "LUHNCORR.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT REJECT-LEDGER-FILE ASSIGN TO "REJLEDGR.DAT"
              ORGANIZATION IS SEQUENTIAL
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS WS-FILE-STATUS.
           SELECT REJ-ARCHIVE-FILE   ASSIGN TO "REJLARCH.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT REJ-INDEX-FILE     ASSIGN TO "REJLEDGX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LXR-INDEX-KEY
              FILE STATUS IS WS-FILE-STATUS.
           SELECT BACKUP1-FILE       ASSIGN TO "BACKUP1.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT BACKUP2-FILE       ASSIGN TO "BACKUP2.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT BACKUP3-FILE       ASSIGN TO "BACKUP3.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT RESEAL-QUEUE-FILE  ASSIGN TO "RESEALQ.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-QUEUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ERASE-REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ER-REQUEST-RECORD.
           05  ER-REFERENCE           PIC X(12).
           05  FILLER                 PIC X(1).
           05  ER-CARD-NUMBER         PIC X(32).
           05  FILLER                 PIC X(1).
           05  ER-RECEIVED            PIC X(8).
           05  FILLER                 PIC X(26).

       FD  CERTIFICATE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CERT-PRINT-LINE            PIC X(80).

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

       FD  CARD-REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REJ-RECORD.
           05  REJ-CARD-NUMBER        PIC X(32).
           05  FILLER                 PIC X(2).
           05  REJ-REASON-CODE        PIC X(12).
           05  FILLER                 PIC X(2).
           05  REJ-CARD-TOKEN         PIC X(16).
           05  FILLER                 PIC X(16).

       FD  CARD-CORR-FILE
           RECORD CONTAINS 32 CHARACTERS
           RECORDING MODE IS F.
       01  CC-CARD-NUMBER             PIC X(32).

       FD  REJECT-LEDGER-FILE
           RECORD CONTAINS 110 CHARACTERS
           RECORDING MODE IS F.
       01  LDG-REJECT-RECORD          PIC X(110).

       FD  REJ-ARCHIVE-FILE
           RECORD CONTAINS 110 CHARACTERS
           RECORDING MODE IS F.
       01  ARC-REJECT-RECORD          PIC X(110).

           COPY REJLEDGX.

       FD  BACKUP1-FILE
           RECORD CONTAINS 134 CHARACTERS
           RECORDING MODE IS F.
       01  BK1-RECORD                 PIC X(134).

       FD  BACKUP2-FILE
           RECORD CONTAINS 134 CHARACTERS
           RECORDING MODE IS F.
       01  BK2-RECORD                 PIC X(134).

       FD  BACKUP3-FILE
           RECORD CONTAINS 134 CHARACTERS
           RECORDING MODE IS F.
       01  BK3-RECORD                 PIC X(134).

       FD  RESEAL-QUEUE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

           COPY RESEALQ.

       WORKING-STORAGE SECTION.

           COPY REJFLDS.

       01  WS-FILE-STATUS         PIC XX    VALUE SPACES.
       01  WS-CERT-STATUS         PIC XX    VALUE SPACES.
       01  WS-MAST-STATUS         PIC XX    VALUE SPACES.
       01  WS-QUEUE-STATUS        PIC XX    VALUE SPACES.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-SCAN-FILE                VALUE 'Y'.
       01  WS-RUN-ID              PIC X(12) VALUE SPACES.
       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
       01  WS-JOB-NAME            PIC X(12) VALUE "CARDERAS".
       01  WS-COND-CODE           PIC 9(3)  VALUE 0.
       01  WS-ERASED-MARK         PIC X(8)  VALUE "*ERASED*".

      *--------------- the files searched, in certificate order
       01  WS-FILE-NAMES.
           05  FILLER             PIC X(12) VALUE "CARDVALT.DAT".
           05  FILLER             PIC X(12) VALUE "CARDMAST.DAT".
           05  FILLER             PIC X(12) VALUE "CARDREJ.DAT".
           05  FILLER             PIC X(12) VALUE "LUHNCORR.DAT".
           05  FILLER             PIC X(12) VALUE "REJLEDGR.DAT".
           05  FILLER             PIC X(12) VALUE "REJLARCH.DAT".
           05  FILLER             PIC X(12) VALUE "BACKUP1.DAT".
           05  FILLER             PIC X(12) VALUE "BACKUP2.DAT".
           05  FILLER             PIC X(12) VALUE "BACKUP3.DAT".
           05  FILLER             PIC X(12) VALUE "REJLEDGX.DAT".
       01  WS-FILE-TABLE REDEFINES WS-FILE-NAMES.
           05  WS-FILE-NAME       PIC X(12) OCCURS 10 TIMES.
       01  WS-FILE-STATES.
           05  WS-FILE-STATE      PIC X(12) OCCURS 10 TIMES.
       01  WS-FILE-COUNTS.
           05  WS-FILE-SEARCHED   PIC 9(8)  OCCURS 10 TIMES.
       01  WS-FILE-IX             PIC 9(2).
       01  WS-CUR-FILE            PIC 9(2)  VALUE 0.
       01  WS-SEARCH-FAILED-SW    PIC X     VALUE 'N'.
           88  A-FILE-WAS-MISSED            VALUE 'Y'.

      *--------------- the requests in hand, with the occurrences
      *--------------- changed for each in each file
       01  WS-REQ-MAX             PIC 9(3)  VALUE 200.
       01  WS-REQ-USED            PIC 9(3)  VALUE 0.
       01  WS-REQ-IX              PIC 9(3).
       01  WS-MATCH-REQ           PIC 9(3)  VALUE 0.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 200 TIMES.
               10  WS-REQ-REFERENCE   PIC X(12).
               10  WS-REQ-RECEIVED    PIC X(8).
               10  WS-REQ-DIGITS      PIC X(32).
               10  WS-REQ-COUNT       PIC 9(2).
               10  WS-REQ-MASKED      PIC X(32).
               10  WS-REQ-TOKEN       PIC X(16).
               10  WS-REQ-VALID-SW    PIC X(1).
               10  WS-REQ-HITS        PIC 9(6)  OCCURS 10 TIMES.
               10  WS-REQ-TOTAL       PIC 9(6).
       01  WS-MATCH-VALUE         PIC X(32) VALUE SPACES.
       01  WS-REC-CHANGED-SW      PIC X     VALUE 'N'.
           88  RECORD-WAS-CHANGED           VALUE 'Y'.

      *--------------- card number in hand: digit count and masked
      *--------------- image, the way ACQRECON builds them
       01  WS-CARD-WORK           PIC X(32) VALUE SPACES.
       01  WS-CARD-LEN            PIC 9(2)  VALUE 0.
       01  WS-MASKED-CARD         PIC X(32) VALUE SPACES.
       01  WS-MASK-IX             PIC 9(2).

      *--------------- LUHNCORR.DAT is rewritten without the erased
      *--------------- entries; it is one day's corrections at most
       01  WS-CORR-MAX            PIC 9(5)  VALUE 5000.
       01  WS-CORR-USED           PIC 9(5)  VALUE 0.
       01  WS-CORR-IX             PIC 9(5).
       01  WS-CORR-DROPPED        PIC 9(5)  VALUE 0.
       01  WS-CORR-TABLE.
           05  WS-CORR-ENTRY OCCURS 5000 TIMES.
               10  WS-CORR-CARD       PIC X(32).
               10  WS-CORR-KEEP-SW    PIC X(1).

      *--------------- one generation-set record, as GENBKUP cuts it
       01  WS-BKP-RECORD.
           05  WS-BKP-FILE-ID     PIC X(12).
           05  FILLER             PIC X(2).
           05  WS-BKP-DATA        PIC X(120).
       01  WS-BKP-SLOT            PIC 9(1)  VALUE 0.

      *--------------- the LEDGSEAL record checksum, computed the
      *--------------- same way so RESEAL can net the change out
       01  WS-SUM-BUFFER          PIC X(110) VALUE SPACES.
       01  WS-SUM-LEN             PIC 9(3)  VALUE 110.
       01  WS-SUM-IX              PIC 9(3).
       01  WS-SUM-BYTE            PIC 9(3)  VALUE 0.
       01  WS-REC-CHECKSUM        PIC 9(10) VALUE 0.
       01  WS-OLD-CHECKSUM        PIC 9(10) VALUE 0.
       01  WS-QUEUED-COUNT        PIC 9(6)  VALUE 0.
       01  WS-QUEUE-OPEN-SW       PIC X     VALUE 'N'.
           88  RESEAL-QUEUE-OPEN            VALUE 'Y'.

       01  WS-TK-FUNCTION         PIC X(4)  VALUE SPACES.
       01  WS-TK-DIGITS           PIC X(32) VALUE SPACES.
       01  WS-TK-DIGIT-COUNT      PIC 9(2)  VALUE 0.
       01  WS-CARD-TOKEN          PIC X(16) VALUE SPACES.
       01  WS-TK-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-VALT-OPEN-SW        PIC X     VALUE 'N'.
           88  TOKEN-VAULT-OPEN             VALUE 'Y'.
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

      *--------------- operator sign-on; SIGNON checks the function's
      *--------------- minimum role and audits the grant or refusal
       01  WS-SG-PROGRAM          PIC X(12) VALUE "CARDERAS".
       01  WS-SG-FUNCTION         PIC X(10) VALUE SPACES.
       01  WS-SG-MIN-ROLE         PIC X(9)  VALUE SPACES.
       01  WS-SG-USER             PIC X(8)  VALUE SPACES.
       01  WS-SG-STATUS           PIC X(2)  VALUE SPACES.
           88  SIGN-ON-GRANTED              VALUE "00".

       PROCEDURE DIVISION.
       CARDERAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           PERFORM 0005-SIGN-ON.
           IF NOT SIGN-ON-GRANTED
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0010-LOAD-REQUESTS.
           IF WS-REQ-USED = 0
              DISPLAY "CARDERAS: NO ERASURE REQUESTS IN ERASREQ.DAT"
              MOVE 0 TO RETURN-CODE
              STOP RUN
           END-IF.
      *--------------- without the vault the tokens cannot be found,
      *--------------- and without the master lock nothing may be
      *--------------- touched: either way, change nothing at all
           PERFORM 0020-OPEN-TOKEN-VAULT.
           IF TOKEN-VAULT-OPEN
              PERFORM 0030-OPEN-CARD-MASTER
           END-IF.
           IF NOT TOKEN-VAULT-OPEN OR NOT MASTER-FILE-OPEN
              PERFORM 0040-CLOSE-CARD-MASTER
              PERFORM 0050-CLOSE-TOKEN-VAULT
              DISPLAY "CARDERAS: NOTHING ERASED - REQUESTS LEFT IN "
                 "ERASREQ.DAT FOR A RERUN"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0060-FIND-REQUEST-TOKENS.
           MOVE SPACES TO WS-FILE-STATES.
           MOVE 0 TO WS-FILE-COUNTS.
           PERFORM 0200-ERASE-CARD-MASTER.
           PERFORM 0300-ERASE-CARD-REJECTS.
           PERFORM 0400-ERASE-CORRECTIONS.
           PERFORM 0500-ERASE-REJECT-LEDGER.
           PERFORM 0550-ERASE-REJECT-ARCHIVE.
           PERFORM 0570-ERASE-REJECT-INDEX.
           PERFORM VARYING WS-BKP-SLOT FROM 1 BY 1
              UNTIL WS-BKP-SLOT > 3
              PERFORM 0600-ERASE-BACKUP-SLOT
           END-PERFORM.
      *--------------- the vault goes last: every file above is
      *--------------- matched on the token it hands out
           PERFORM 0700-ERASE-VAULT-ENTRIES.
           PERFORM 0040-CLOSE-CARD-MASTER.
           PERFORM 0050-CLOSE-TOKEN-VAULT.
           IF RESEAL-QUEUE-OPEN
              CLOSE RESEAL-QUEUE-FILE
           END-IF.
           PERFORM 0800-WRITE-CERTIFICATES.
           IF A-FILE-WAS-MISSED
              PERFORM 0095-SET-COND-8
              DISPLAY "CARDERAS: NOT EVERY FILE WAS SEARCHED - "
                 "REQUESTS LEFT IN ERASREQ.DAT FOR A RERUN"
           ELSE
              OPEN OUTPUT ERASE-REQUEST-FILE
              CLOSE ERASE-REQUEST-FILE
           END-IF.
           DISPLAY "CARDERAS: LEDGER RECORDS QUEUED FOR RESEAL "
              WS-QUEUED-COUNT.
           MOVE WS-COND-CODE TO RETURN-CODE.
           STOP RUN.

       0005-SIGN-ON.
      *--------------- an erasure destroys card data beyond recovery,
      *--------------- backups included, so it is an ADMIN function
           MOVE "ERASE" TO WS-SG-FUNCTION.
           MOVE "ADMIN" TO WS-SG-MIN-ROLE.
           MOVE SPACES TO WS-SG-USER.
           CALL "SIGNON" USING WS-SG-PROGRAM WS-SG-FUNCTION
                               WS-SG-MIN-ROLE WS-SG-USER
                               WS-SG-STATUS.

       0010-LOAD-REQUESTS.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT ERASE-REQUEST-FILE.
           IF WS-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ ERASE-REQUEST-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM 0015-POST-ONE-REQUEST
              END-READ
           END-PERFORM.
           CLOSE ERASE-REQUEST-FILE.

       0015-POST-ONE-REQUEST.
           IF ER-REQUEST-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF WS-REQ-USED >= WS-REQ-MAX
              IF WS-REQ-USED = WS-REQ-MAX
                 DISPLAY "CARDERAS: MORE THAN " WS-REQ-MAX
                    " REQUESTS - THE REST WAIT FOR A RERUN"
                 PERFORM 0095-SET-COND-8
                 MOVE 'Y' TO WS-SEARCH-FAILED-SW
              END-IF
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REQ-USED.
           MOVE WS-REQ-USED TO WS-REQ-IX.
           MOVE ER-REFERENCE   TO WS-REQ-REFERENCE(WS-REQ-IX).
           MOVE ER-RECEIVED    TO WS-REQ-RECEIVED(WS-REQ-IX).
           MOVE ER-CARD-NUMBER TO WS-CARD-WORK.
           PERFORM 0070-MASK-CARD.
           MOVE ER-CARD-NUMBER TO WS-REQ-DIGITS(WS-REQ-IX).
           MOVE WS-CARD-LEN    TO WS-REQ-COUNT(WS-REQ-IX).
           MOVE WS-MASKED-CARD TO WS-REQ-MASKED(WS-REQ-IX).
           MOVE SPACES         TO WS-REQ-TOKEN(WS-REQ-IX).
           MOVE 0 TO WS-REQ-TOTAL(WS-REQ-IX).
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
              UNTIL WS-FILE-IX > 10
              MOVE 0 TO WS-REQ-HITS(WS-REQ-IX, WS-FILE-IX)
           END-PERFORM.
           IF WS-CARD-LEN = 0
              OR ER-CARD-NUMBER(1:WS-CARD-LEN) IS NOT NUMERIC
              MOVE 'N' TO WS-REQ-VALID-SW(WS-REQ-IX)
              PERFORM 0096-SET-COND-4
           ELSE
              MOVE 'Y' TO WS-REQ-VALID-SW(WS-REQ-IX)
           END-IF.

       0020-OPEN-TOKEN-VAULT.
           MOVE "OPEN" TO WS-TK-FUNCTION.
           CALL "CARDTOKN" USING WS-TK-FUNCTION WS-RUN-ID
                                 WS-TK-DIGITS WS-TK-DIGIT-COUNT
                                 WS-CARD-TOKEN WS-TK-STATUS.
           IF WS-TK-STATUS = "00"
              MOVE 'Y' TO WS-VALT-OPEN-SW
           ELSE
              DISPLAY "CARDERAS: CARDVALT.DAT UNAVAILABLE - STATUS "
                 WS-TK-STATUS
           END-IF.

       0030-OPEN-CARD-MASTER.
           MOVE "ENQ" TO WS-EQ-FUNC.
           CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE WS-RUN-ID
                                WS-EQ-STATUS.
           IF WS-EQ-STATUS NOT = "00"
              DISPLAY "CARDERAS: CARDMAST.DAT LOCK NOT ACQUIRED - "
                 "STATUS " WS-EQ-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-EQ-HELD-SW.
           MOVE SPACES TO WS-MAST-STATUS.
           OPEN I-O CARD-MASTER-FILE.
           IF WS-MAST-STATUS = "00"
              MOVE 'Y' TO WS-MAST-OPEN-SW
           ELSE
              DISPLAY "CARDERAS: CARDMAST.DAT UNAVAILABLE - STATUS "
                 WS-MAST-STATUS
           END-IF.

       0040-CLOSE-CARD-MASTER.
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

       0050-CLOSE-TOKEN-VAULT.
           IF TOKEN-VAULT-OPEN
              MOVE "CLOS" TO WS-TK-FUNCTION
              CALL "CARDTOKN" USING WS-TK-FUNCTION WS-RUN-ID
                                    WS-TK-DIGITS WS-TK-DIGIT-COUNT
                                    WS-CARD-TOKEN WS-TK-STATUS
              MOVE 'N' TO WS-VALT-OPEN-SW
           END-IF.

       0060-FIND-REQUEST-TOKENS.
      *--------------- look-up only; a card the vault never saw has
      *--------------- no token, and is matched on its digits alone
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
              UNTIL WS-REQ-IX > WS-REQ-USED
              IF WS-REQ-VALID-SW(WS-REQ-IX) = 'Y'
                 MOVE WS-REQ-DIGITS(WS-REQ-IX) TO WS-TK-DIGITS
                 MOVE WS-REQ-COUNT(WS-REQ-IX)  TO WS-TK-DIGIT-COUNT
                 MOVE "FIND" TO WS-TK-FUNCTION
                 CALL "CARDTOKN" USING WS-TK-FUNCTION WS-RUN-ID
                                       WS-TK-DIGITS WS-TK-DIGIT-COUNT
                                       WS-CARD-TOKEN WS-TK-STATUS
                 IF WS-TK-STATUS = "00"
                    MOVE WS-CARD-TOKEN TO WS-REQ-TOKEN(WS-REQ-IX)
                 END-IF
              END-IF
           END-PERFORM.

       0070-MASK-CARD.
      *--------------- all but the last four digits starred out
           MOVE 0 TO WS-CARD-LEN.
           IF WS-CARD-WORK NOT = SPACES
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CARD-WORK
                 TRAILING)) TO WS-CARD-LEN
           END-IF.
           MOVE WS-CARD-WORK TO WS-MASKED-CARD.
           IF WS-CARD-LEN > 4
              PERFORM VARYING WS-MASK-IX FROM 1 BY 1
                 UNTIL WS-MASK-IX > WS-CARD-LEN - 4
                 MOVE "*" TO WS-MASKED-CARD(WS-MASK-IX:1)
              END-PERFORM
           END-IF.

       0080-MATCH-VALUE.
      *--------------- WS-MATCH-VALUE against every request: the
      *--------------- token alone in the field, or the digits alone
      *--------------- in it. WS-MATCH-REQ is the first request hit
           MOVE 0 TO WS-MATCH-REQ.
           IF WS-MATCH-VALUE = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
              UNTIL WS-REQ-IX > WS-REQ-USED OR WS-MATCH-REQ > 0
              IF WS-REQ-VALID-SW(WS-REQ-IX) = 'Y'
                 IF WS-MATCH-VALUE = WS-REQ-DIGITS(WS-REQ-IX)
                    MOVE WS-REQ-IX TO WS-MATCH-REQ
                 END-IF
                 IF WS-REQ-TOKEN(WS-REQ-IX) NOT = SPACES
                    AND WS-MATCH-VALUE(1:16) = WS-REQ-TOKEN(WS-REQ-IX)
                    AND WS-MATCH-VALUE(17:16) = SPACES
                    MOVE WS-REQ-IX TO WS-MATCH-REQ
                 END-IF
              END-IF
           END-PERFORM.

       0085-COUNT-HIT.
           ADD 1 TO WS-REQ-HITS(WS-MATCH-REQ, WS-CUR-FILE).
           ADD 1 TO WS-REQ-TOTAL(WS-MATCH-REQ).

       0090-FILE-NOT-SEARCHED.
           MOVE "NOT SEARCHED" TO WS-FILE-STATE(WS-CUR-FILE).
           MOVE 'Y' TO WS-SEARCH-FAILED-SW.
           DISPLAY "CARDERAS: " WS-FILE-NAME(WS-CUR-FILE)
              " NOT SEARCHED - STATUS " WS-FILE-STATUS.

       0095-SET-COND-8.
           IF WS-COND-CODE < 8
              MOVE 8 TO WS-COND-CODE
           END-IF.

       0096-SET-COND-4.
           IF WS-COND-CODE < 4
              MOVE 4 TO WS-COND-CODE
           END-IF.

       0100-ERASE-LEDGER-FIELDS.
      *--------------- RJL-REJECT-RECORD in hand: the record id or the
      *--------------- bad value naming an erased card blanks both;
      *--------------- job, reason, date and run stay for the counts
           MOVE 'N' TO WS-REC-CHANGED-SW.
           MOVE SPACES TO WS-MATCH-VALUE.
           MOVE RJL-RECORD-ID TO WS-MATCH-VALUE(1:16).
           PERFORM 0080-MATCH-VALUE.
           IF WS-MATCH-REQ = 0
              MOVE RJL-BAD-VALUE TO WS-MATCH-VALUE
              PERFORM 0080-MATCH-VALUE
           END-IF.
           IF WS-MATCH-REQ = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ERASED-MARK TO RJL-RECORD-ID.
           MOVE WS-ERASED-MARK TO RJL-BAD-VALUE.
           MOVE 'Y' TO WS-REC-CHANGED-SW.

       0110-SUM-RECORD-BYTES.
      *--------------- LEDGSEAL's position-weighted byte sum
           MOVE 0 TO WS-REC-CHECKSUM.
           PERFORM VARYING WS-SUM-IX FROM 1 BY 1
              UNTIL WS-SUM-IX > WS-SUM-LEN
              COMPUTE WS-SUM-BYTE =
                 FUNCTION ORD(WS-SUM-BUFFER(WS-SUM-IX:1)) - 1
              COMPUTE WS-REC-CHECKSUM = FUNCTION MOD(
                 WS-REC-CHECKSUM + (WS-SUM-BYTE * WS-SUM-IX),
                 9999999999)
           END-PERFORM.

       0120-QUEUE-RESEAL.
      *--------------- called after a successful REWRITE with the
      *--------------- record's old checksum in WS-OLD-CHECKSUM
           IF RJL-RUN-DATE = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF NOT RESEAL-QUEUE-OPEN
              MOVE SPACES TO WS-QUEUE-STATUS
              OPEN EXTEND RESEAL-QUEUE-FILE
              IF WS-QUEUE-STATUS = "35"
                 OPEN OUTPUT RESEAL-QUEUE-FILE
              END-IF
              IF WS-QUEUE-STATUS NOT = "00"
                 DISPLAY "CARDERAS: CANNOT APPEND TO RESEALQ.DAT - "
                    "STATUS " WS-QUEUE-STATUS
                    " - RUN LEDGSEAL SEAL FOR " RJL-RUN-DATE
                 PERFORM 0095-SET-COND-8
                 EXIT PARAGRAPH
              END-IF
              MOVE 'Y' TO WS-QUEUE-OPEN-SW
           END-IF.
           MOVE SPACES TO WS-SUM-BUFFER.
           MOVE RJL-REJECT-RECORD TO WS-SUM-BUFFER.
           PERFORM 0110-SUM-RECORD-BYTES.
           MOVE SPACES TO RQ-QUEUE-RECORD.
           MOVE "REJLEDGR"      TO RQ-LEDGER-NAME.
           MOVE RJL-RUN-DATE    TO RQ-LEDGER-DATE.
           MOVE WS-OLD-CHECKSUM TO RQ-OLD-CHECKSUM.
           MOVE WS-REC-CHECKSUM TO RQ-NEW-CHECKSUM.
           MOVE WS-JOB-NAME     TO RQ-QUEUED-BY.
           MOVE WS-RUN-ID       TO RQ-RUN-ID.
           WRITE RQ-QUEUE-RECORD.
           ADD 1 TO WS-QUEUED-COUNT.

       0200-ERASE-CARD-MASTER.
      *--------------- keyed: one look-up per tokenized request
           MOVE 2 TO WS-CUR-FILE.
           MOVE "SEARCHED" TO WS-FILE-STATE(WS-CUR-FILE).
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
              UNTIL WS-REQ-IX > WS-REQ-USED
              IF WS-REQ-TOKEN(WS-REQ-IX) NOT = SPACES
                 MOVE WS-REQ-IX TO WS-MATCH-REQ
                 PERFORM 0210-DELETE-MASTER-ENTRY
              END-IF
           END-PERFORM.

       0210-DELETE-MASTER-ENTRY.
           MOVE SPACES TO CM-CARD-KEY.
           MOVE WS-REQ-TOKEN(WS-MATCH-REQ) TO CM-CARD-TOKEN.
           MOVE WS-REQ-COUNT(WS-MATCH-REQ) TO CM-DIGIT-COUNT.
           ADD 1 TO WS-FILE-SEARCHED(WS-CUR-FILE).
           ADD 1 TO WS-CA-READS.
           READ CARD-MASTER-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           DELETE CARD-MASTER-FILE RECORD.
           IF WS-MAST-STATUS = "00"
              ADD 1 TO WS-CA-WRITES
              PERFORM 0085-COUNT-HIT
           ELSE
              MOVE WS-MAST-STATUS TO WS-FILE-STATUS
              PERFORM 0090-FILE-NOT-SEARCHED
           END-IF.

       0300-ERASE-CARD-REJECTS.
           MOVE 3 TO WS-CUR-FILE.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN I-O CARD-REJECT-FILE.
           IF WS-FILE-STATUS = "35"
              MOVE "NOT PRESENT" TO WS-FILE-STATE(WS-CUR-FILE)
              EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
              PERFORM 0090-FILE-NOT-SEARCHED
              EXIT PARAGRAPH
           END-IF.
           MOVE "SEARCHED" TO WS-FILE-STATE(WS-CUR-FILE).
           PERFORM UNTIL EOF-SCAN-FILE
              READ CARD-REJECT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-FILE-SEARCHED(WS-CUR-FILE)
                    PERFORM 0310-ERASE-ONE-REJECT
              END-READ
           END-PERFORM.
           CLOSE CARD-REJECT-FILE.

       0310-ERASE-ONE-REJECT.
           MOVE REJ-CARD-NUMBER TO WS-MATCH-VALUE.
           PERFORM 0080-MATCH-VALUE.
           IF WS-MATCH-REQ = 0
              MOVE SPACES TO WS-MATCH-VALUE
              MOVE REJ-CARD-TOKEN TO WS-MATCH-VALUE(1:16)
              PERFORM 0080-MATCH-VALUE
           END-IF.
           IF WS-MATCH-REQ = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ERASED-MARK TO REJ-CARD-NUMBER.
           MOVE SPACES TO REJ-CARD-TOKEN.
           REWRITE REJ-RECORD.
           IF WS-FILE-STATUS = "00"
              PERFORM 0085-COUNT-HIT
           ELSE
              PERFORM 0090-FILE-NOT-SEARCHED
              MOVE 'Y' TO WS-EOF-SW
           END-IF.

       0400-ERASE-CORRECTIONS.
      *--------------- LUHN RECYCLE would resubmit a blanked entry,
      *--------------- so the erased cards are dropped outright
           MOVE 4 TO WS-CUR-FILE.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-CORR-USED.
           MOVE 0 TO WS-CORR-DROPPED.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT CARD-CORR-FILE.
           IF WS-FILE-STATUS = "35"
              MOVE "NOT PRESENT" TO WS-FILE-STATE(WS-CUR-FILE)
              EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
              PERFORM 0090-FILE-NOT-SEARCHED
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ CARD-CORR-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM 0410-HOLD-ONE-CORRECTION
              END-READ
           END-PERFORM.
           CLOSE CARD-CORR-FILE.
           IF WS-CORR-USED > WS-CORR-MAX
              MOVE "00" TO WS-FILE-STATUS
              DISPLAY "CARDERAS: MORE THAN " WS-CORR-MAX
                 " ENTRIES IN LUHNCORR.DAT - LEFT UNCHANGED"
              PERFORM 0090-FILE-NOT-SEARCHED
              EXIT PARAGRAPH
           END-IF.
           MOVE "SEARCHED" TO WS-FILE-STATE(WS-CUR-FILE).
           IF WS-CORR-DROPPED = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CARD-CORR-FILE.
           IF WS-FILE-STATUS NOT = "00"
              PERFORM 0090-FILE-NOT-SEARCHED
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CORR-IX FROM 1 BY 1
              UNTIL WS-CORR-IX > WS-CORR-USED
              IF WS-CORR-KEEP-SW(WS-CORR-IX) = 'Y'
                 MOVE WS-CORR-CARD(WS-CORR-IX) TO CC-CARD-NUMBER
                 WRITE CC-CARD-NUMBER
              END-IF
           END-PERFORM.
           CLOSE CARD-CORR-FILE.

       0410-HOLD-ONE-CORRECTION.
           ADD 1 TO WS-FILE-SEARCHED(WS-CUR-FILE).
           ADD 1 TO WS-CORR-USED.
           IF WS-CORR-USED > WS-CORR-MAX
              EXIT PARAGRAPH
           END-IF.
           MOVE CC-CARD-NUMBER TO WS-CORR-CARD(WS-CORR-USED).
           MOVE 'Y' TO WS-CORR-KEEP-SW(WS-CORR-USED).
           MOVE CC-CARD-NUMBER TO WS-MATCH-VALUE.
           PERFORM 0080-MATCH-VALUE.
           IF WS-MATCH-REQ > 0
              MOVE 'N' TO WS-CORR-KEEP-SW(WS-CORR-USED)
              ADD 1 TO WS-CORR-DROPPED
              PERFORM 0085-COUNT-HIT
           END-IF.

       0500-ERASE-REJECT-LEDGER.
      *--------------- exclusive open, the same serialization point
      *--------------- LEDGRWRT uses for its appends
           MOVE 5 TO WS-CUR-FILE.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN I-O REJECT-LEDGER-FILE.
           IF WS-FILE-STATUS = "35"
              MOVE "NOT PRESENT" TO WS-FILE-STATE(WS-CUR-FILE)
              EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
              PERFORM 0090-FILE-NOT-SEARCHED
              EXIT PARAGRAPH
           END-IF.
           MOVE "SEARCHED" TO WS-FILE-STATE(WS-CUR-FILE).
           PERFORM UNTIL EOF-SCAN-FILE
              READ REJECT-LEDGER-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-FILE-SEARCHED(WS-CUR-FILE)
                    MOVE LDG-REJECT-RECORD TO RJL-REJECT-RECORD
                    PERFORM 0510-ERASE-ONE-LEDGER-RECORD
              END-READ
           END-PERFORM.
           CLOSE REJECT-LEDGER-FILE.

       0510-ERASE-ONE-LEDGER-RECORD.
           MOVE SPACES TO WS-SUM-BUFFER.
           MOVE RJL-REJECT-RECORD TO WS-SUM-BUFFER.
           PERFORM 0100-ERASE-LEDGER-FIELDS.
           IF NOT RECORD-WAS-CHANGED
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0110-SUM-RECORD-BYTES.
           MOVE WS-REC-CHECKSUM TO WS-OLD-CHECKSUM.
           MOVE RJL-REJECT-RECORD TO LDG-REJECT-RECORD.
           REWRITE LDG-REJECT-RECORD.
           IF WS-FILE-STATUS = "00"
              PERFORM 0085-COUNT-HIT
              PERFORM 0120-QUEUE-RESEAL
           ELSE
              PERFORM 0090-FILE-NOT-SEARCHED
              MOVE 'Y' TO WS-EOF-SW
           END-IF.

       0550-ERASE-REJECT-ARCHIVE.
           MOVE 6 TO WS-CUR-FILE.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN I-O REJ-ARCHIVE-FILE.
           IF WS-FILE-STATUS = "35"
              MOVE "NOT PRESENT" TO WS-FILE-STATE(WS-CUR-FILE)
              EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
              PERFORM 0090-FILE-NOT-SEARCHED
              EXIT PARAGRAPH
           END-IF.
           MOVE "SEARCHED" TO WS-FILE-STATE(WS-CUR-FILE).
           PERFORM UNTIL EOF-SCAN-FILE
              READ REJ-ARCHIVE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-FILE-SEARCHED(WS-CUR-FILE)
                    MOVE ARC-REJECT-RECORD TO RJL-REJECT-RECORD
                    PERFORM 0560-ERASE-ONE-ARCHIVE-RECORD
              END-READ
           END-PERFORM.
           CLOSE REJ-ARCHIVE-FILE.

       0570-ERASE-REJECT-INDEX.
      *--------------- the index carries a copy of every ledger
      *--------------- record, so it is blanked the same way; it is
      *--------------- not sealed, so nothing is queued for RESEAL
           MOVE 10 TO WS-CUR-FILE.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN I-O REJ-INDEX-FILE.
           IF WS-FILE-STATUS = "35"
              MOVE "NOT PRESENT" TO WS-FILE-STATE(WS-CUR-FILE)
              EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
              PERFORM 0090-FILE-NOT-SEARCHED
              EXIT PARAGRAPH
           END-IF.
           MOVE "SEARCHED" TO WS-FILE-STATE(WS-CUR-FILE).
           MOVE LOW-VALUES TO LXR-INDEX-KEY.
           START REJ-INDEX-FILE KEY >= LXR-INDEX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL EOF-SCAN-FILE
              READ REJ-INDEX-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-FILE-SEARCHED(WS-CUR-FILE)
                    MOVE LXR-REJECT-RECORD TO RJL-REJECT-RECORD
                    PERFORM 0580-ERASE-ONE-INDEX-RECORD
              END-READ
           END-PERFORM.
           CLOSE REJ-INDEX-FILE.

       0580-ERASE-ONE-INDEX-RECORD.
           PERFORM 0100-ERASE-LEDGER-FIELDS.
           IF NOT RECORD-WAS-CHANGED
              EXIT PARAGRAPH
           END-IF.
           MOVE RJL-REJECT-RECORD TO LXR-REJECT-RECORD.
           REWRITE LXR-INDEX-RECORD.
           IF WS-FILE-STATUS = "00"
              PERFORM 0085-COUNT-HIT
           ELSE
              PERFORM 0090-FILE-NOT-SEARCHED
              MOVE 'Y' TO WS-EOF-SW
           END-IF.

       0560-ERASE-ONE-ARCHIVE-RECORD.
           MOVE SPACES TO WS-SUM-BUFFER.
           MOVE RJL-REJECT-RECORD TO WS-SUM-BUFFER.
           PERFORM 0100-ERASE-LEDGER-FIELDS.
           IF NOT RECORD-WAS-CHANGED
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0110-SUM-RECORD-BYTES.
           MOVE WS-REC-CHECKSUM TO WS-OLD-CHECKSUM.
           MOVE RJL-REJECT-RECORD TO ARC-REJECT-RECORD.
           REWRITE ARC-REJECT-RECORD.
           IF WS-FILE-STATUS = "00"
              PERFORM 0085-COUNT-HIT
              PERFORM 0120-QUEUE-RESEAL
           ELSE
              PERFORM 0090-FILE-NOT-SEARCHED
              MOVE 'Y' TO WS-EOF-SW
           END-IF.

       0600-ERASE-BACKUP-SLOT.
           COMPUTE WS-CUR-FILE = 6 + WS-BKP-SLOT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           EVALUATE WS-BKP-SLOT
              WHEN 1
                 OPEN I-O BACKUP1-FILE
              WHEN 2
                 OPEN I-O BACKUP2-FILE
              WHEN 3
                 OPEN I-O BACKUP3-FILE
           END-EVALUATE.
           IF WS-FILE-STATUS = "35"
              MOVE "NOT PRESENT" TO WS-FILE-STATE(WS-CUR-FILE)
              EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
              PERFORM 0090-FILE-NOT-SEARCHED
              EXIT PARAGRAPH
           END-IF.
           MOVE "SEARCHED" TO WS-FILE-STATE(WS-CUR-FILE).
           PERFORM UNTIL EOF-SCAN-FILE
              EVALUATE WS-BKP-SLOT
                 WHEN 1
                    READ BACKUP1-FILE INTO WS-BKP-RECORD
                       AT END
                          MOVE 'Y' TO WS-EOF-SW
                    END-READ
                 WHEN 2
                    READ BACKUP2-FILE INTO WS-BKP-RECORD
                       AT END
                          MOVE 'Y' TO WS-EOF-SW
                    END-READ
                 WHEN 3
                    READ BACKUP3-FILE INTO WS-BKP-RECORD
                       AT END
                          MOVE 'Y' TO WS-EOF-SW
                    END-READ
              END-EVALUATE
              IF NOT EOF-SCAN-FILE
                 ADD 1 TO WS-FILE-SEARCHED(WS-CUR-FILE)
                 PERFORM 0610-ERASE-ONE-BACKUP-RECORD
              END-IF
           END-PERFORM.
           EVALUATE WS-BKP-SLOT
              WHEN 1
                 CLOSE BACKUP1-FILE
              WHEN 2
                 CLOSE BACKUP2-FILE
              WHEN 3
                 CLOSE BACKUP3-FILE
           END-EVALUATE.

       0610-ERASE-ONE-BACKUP-RECORD.
      *--------------- a card master or vault entry is retagged
      *--------------- ERASED with its old tag as the only data left;
      *--------------- a ledger entry is blanked just as on the live
      *--------------- ledger
           MOVE 'N' TO WS-REC-CHANGED-SW.
           EVALUATE WS-BKP-FILE-ID
              WHEN "CARDMAST"
                 MOVE SPACES TO WS-MATCH-VALUE
                 MOVE WS-BKP-DATA(1:16) TO WS-MATCH-VALUE(1:16)
                 PERFORM 0080-MATCH-VALUE
                 IF WS-MATCH-REQ = 0
                    MOVE WS-BKP-DATA(1:32) TO WS-MATCH-VALUE
                    PERFORM 0080-MATCH-VALUE
                 END-IF
                 IF WS-MATCH-REQ > 0
                    MOVE "ERASED" TO WS-BKP-FILE-ID
                    MOVE SPACES TO WS-BKP-DATA
                    MOVE "CARDMAST" TO WS-BKP-DATA(1:12)
                    MOVE 'Y' TO WS-REC-CHANGED-SW
                 END-IF
              WHEN "CARDVALT"
                 MOVE SPACES TO WS-MATCH-VALUE
                 MOVE WS-BKP-DATA(35:16) TO WS-MATCH-VALUE(1:16)
                 PERFORM 0080-MATCH-VALUE
                 IF WS-MATCH-REQ = 0
                    MOVE WS-BKP-DATA(1:32) TO WS-MATCH-VALUE
                    PERFORM 0080-MATCH-VALUE
                 END-IF
                 IF WS-MATCH-REQ > 0
                    MOVE "ERASED" TO WS-BKP-FILE-ID
                    MOVE SPACES TO WS-BKP-DATA
                    MOVE "CARDVALT" TO WS-BKP-DATA(1:12)
                    MOVE 'Y' TO WS-REC-CHANGED-SW
                 END-IF
              WHEN "REJLEDGR"
                 MOVE WS-BKP-DATA(1:110) TO RJL-REJECT-RECORD
                 PERFORM 0100-ERASE-LEDGER-FIELDS
                 IF RECORD-WAS-CHANGED
                    MOVE RJL-REJECT-RECORD TO WS-BKP-DATA(1:110)
                 END-IF
           END-EVALUATE.
           IF NOT RECORD-WAS-CHANGED
              EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-BKP-SLOT
              WHEN 1
                 REWRITE BK1-RECORD FROM WS-BKP-RECORD
              WHEN 2
                 REWRITE BK2-RECORD FROM WS-BKP-RECORD
              WHEN 3
                 REWRITE BK3-RECORD FROM WS-BKP-RECORD
           END-EVALUATE.
           IF WS-FILE-STATUS = "00"
              PERFORM 0085-COUNT-HIT
           ELSE
              PERFORM 0090-FILE-NOT-SEARCHED
              MOVE 'Y' TO WS-EOF-SW
           END-IF.

       0700-ERASE-VAULT-ENTRIES.
           MOVE 1 TO WS-CUR-FILE.
           MOVE "SEARCHED" TO WS-FILE-STATE(WS-CUR-FILE).
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
              UNTIL WS-REQ-IX > WS-REQ-USED
              IF WS-REQ-TOKEN(WS-REQ-IX) NOT = SPACES
                 MOVE WS-REQ-IX TO WS-MATCH-REQ
                 ADD 1 TO WS-FILE-SEARCHED(WS-CUR-FILE)
                 MOVE WS-REQ-DIGITS(WS-REQ-IX) TO WS-TK-DIGITS
                 MOVE WS-REQ-COUNT(WS-REQ-IX)  TO WS-TK-DIGIT-COUNT
                 MOVE "ERAS" TO WS-TK-FUNCTION
                 CALL "CARDTOKN" USING WS-TK-FUNCTION WS-RUN-ID
                                       WS-TK-DIGITS WS-TK-DIGIT-COUNT
                                       WS-CARD-TOKEN WS-TK-STATUS
                 EVALUATE WS-TK-STATUS
                    WHEN "00"
                       PERFORM 0085-COUNT-HIT
                    WHEN "23"
                       CONTINUE
                    WHEN OTHER
                       MOVE WS-TK-STATUS TO WS-FILE-STATUS
                       PERFORM 0090-FILE-NOT-SEARCHED
                 END-EVALUATE
              END-IF
           END-PERFORM.

       0800-WRITE-CERTIFICATES.
      *--------------- appended, never rewritten: the certificates
      *--------------- are the proof the erasure was done
           MOVE SPACES TO WS-CERT-STATUS.
           OPEN EXTEND CERTIFICATE-FILE.
           IF WS-CERT-STATUS = "35"
              OPEN OUTPUT CERTIFICATE-FILE
           END-IF.
           IF WS-CERT-STATUS NOT = "00"
              DISPLAY "CARDERAS: CANNOT APPEND TO ERASCERT.DAT - "
                 "STATUS " WS-CERT-STATUS
              PERFORM 0095-SET-COND-8
              MOVE 'Y' TO WS-SEARCH-FAILED-SW
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
              UNTIL WS-REQ-IX > WS-REQ-USED
              PERFORM 0810-WRITE-ONE-CERTIFICATE
           END-PERFORM.
           CLOSE CERTIFICATE-FILE.

       0810-WRITE-ONE-CERTIFICATE.
           MOVE ALL "=" TO WS-PRINT-LINE.
           PERFORM 0890-WRITE-CERT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ERASURE CERTIFICATE  REQUEST "
              WS-REQ-REFERENCE(WS-REQ-IX)
              "  RECEIVED " WS-REQ-RECEIVED(WS-REQ-IX)
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0890-WRITE-CERT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CARD " WS-REQ-MASKED(WS-REQ-IX)(1:20)
              " RUN " WS-RUN-ID " ON " WS-RUN-DATE
              " BY " WS-SG-USER
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0890-WRITE-CERT-LINE.
           IF WS-REQ-VALID-SW(WS-REQ-IX) NOT = 'Y'
              MOVE "RESULT: NOT PROCESSED - CARD NUMBER NOT ALL DIGITS"
                 TO WS-PRINT-LINE
              PERFORM 0890-WRITE-CERT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-REQ-TOKEN(WS-REQ-IX) = SPACES
              MOVE "TOKEN: NONE - CARD NOT IN THE VAULT"
                 TO WS-PRINT-LINE
           ELSE
              STRING "TOKEN: " WS-REQ-TOKEN(WS-REQ-IX)
                 " (NOW UNRESOLVABLE)"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           PERFORM 0890-WRITE-CERT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  FILE          STATE         SEARCHED"
              "    CHANGED"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0890-WRITE-CERT-LINE.
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
              UNTIL WS-FILE-IX > 10
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  " WS-FILE-NAME(WS-FILE-IX)
                 "  " WS-FILE-STATE(WS-FILE-IX)
                 "  " WS-FILE-SEARCHED(WS-FILE-IX)
                 "          " WS-REQ-HITS(WS-REQ-IX, WS-FILE-IX)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0890-WRITE-CERT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           IF A-FILE-WAS-MISSED
              STRING "RESULT: INCOMPLETE - " WS-REQ-TOTAL(WS-REQ-IX)
                 " CHANGED; A FILE WAS NOT SEARCHED"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
              STRING "RESULT: COMPLETE - " WS-REQ-TOTAL(WS-REQ-IX)
                 " OCCURRENCES CHANGED"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           PERFORM 0890-WRITE-CERT-LINE.

       0890-WRITE-CERT-LINE.
           MOVE WS-PRINT-LINE TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE.
           DISPLAY WS-PRINT-LINE.
