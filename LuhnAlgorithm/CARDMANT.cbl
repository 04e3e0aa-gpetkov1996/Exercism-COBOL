      *           is older than the cutoff, reporting what went       *
      *   EXPORT  - copy all entries to sequential CARDMSEQ.DAT       *
      *   REBUILD - recreate CARDMAST.DAT from CARDMSEQ.DAT           *
      *   TOKENIZE - one-time conversion: recreate CARDMAST.DAT from  *
      *           an export cut while the master was still keyed on   *
      *           card digits, swapping each number for its CARDVALT  *
      *           token through CARDTOKN; entries already carrying a  *
      *           token load unchanged                                *
      *                                                               *
      * Every function signs on through SIGNON first: LIST and STATS  *
      * need VIEW, EXPORT needs CUSTODIAN, and PURGE, REBUILD and     *
      * TOKENIZE need ADMIN. A refusal is condition code 8.           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       FD  MASTER-BACKUP-FILE
           RECORD CONTAINS 104 CHARACTERS
           RECORDING MODE IS F.
       01  BKP-RECORD                 PIC X(104).
      *--------------- the same record as exported before the token
      *--------------- vault, when the key was the digits themselves
       01  BKP-DIGITS-RECORD REDEFINES BKP-RECORD.
           05  BKP-CARD-DIGITS        PIC X(32).
           05  BKP-DIGIT-COUNT        PIC 9(2).
           05  FILLER                 PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-MAST-STATUS         PIC XX    VALUE SPACES.
       01  WS-EQ-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-EQ-HELD-SW          PIC X     VALUE 'N'.
           88  MASTER-LOCK-HELD             VALUE 'Y'.
      *--------------- operator sign-on; SIGNON checks the function's
      *--------------- minimum role and audits the grant or refusal
       01  WS-SG-PROGRAM          PIC X(12) VALUE "CARDMANT".
       01  WS-SG-FUNCTION         PIC X(10) VALUE SPACES.
       01  WS-SG-MIN-ROLE         PIC X(9)  VALUE SPACES.
       01  WS-SG-USER             PIC X(8)  VALUE SPACES.
       01  WS-SG-STATUS           PIC X(2)  VALUE SPACES.
           88  SIGN-ON-GRANTED              VALUE "00".
      *--------------- compliance access trail: every open of the
      *--------------- card master is logged through CMACCLOG with
      *--------------- the records read and written under it
       01  WS-ENTRY-COUNT         PIC 9(8)  VALUE 0.
       01  WS-ACTION-COUNT        PIC 9(8)  VALUE 0.
       01  WS-ERROR-COUNT         PIC 9(8)  VALUE 0.
      *--------------- CARDTOKN interface for the TOKENIZE conversion
       01  WS-TK-FUNCTION         PIC X(4)  VALUE SPACES.
       01  WS-TK-DIGITS           PIC X(32) VALUE SPACES.
       01  WS-TK-DIGIT-COUNT      PIC 9(2)  VALUE 0.
       01  WS-TK-TOKEN            PIC X(16) VALUE SPACES.
       01  WS-TK-STATUS           PIC X(2)  VALUE SPACES.

      *--------------- last-seen date distribution accumulators
       01  WS-DATE-MAX            PIC 9(3)  VALUE 100.
           MOVE 3 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-3 FROM ARGUMENT-VALUE.
           PERFORM 0005-SIGN-ON.
           IF NOT SIGN-ON-GRANTED
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0040-ACQUIRE-MASTER-LOCK.
           IF MASTER-LOCK-HELD
              EVALUATE WS-FUNCTION-ARG
                    PERFORM 4000-EXPORT-BACKUP
                 WHEN "REBUILD"
                    PERFORM 5000-REBUILD-FROM-BACKUP
                 WHEN "TOKENIZE"
                    PERFORM 6000-TOKENIZE-FROM-BACKUP
                 WHEN OTHER
                    DISPLAY "CARDMANT: UNKNOWN FUNCTION "
                       WS-FUNCTION-ARG
                    DISPLAY "USE LIST, STATS, PURGE, EXPORT, "
                       "REBUILD OR TOKENIZE"
                    MOVE 8 TO RETURN-CODE
              END-EVALUATE
              PERFORM 0050-RELEASE-MASTER-LOCK
           END-IF.
           STOP RUN.

       0005-SIGN-ON.
      *--------------- nothing runs without a signed-on operator
      *--------------- whose role covers the function
           EVALUATE WS-FUNCTION-ARG
              WHEN "PURGE"
              WHEN "REBUILD"
              WHEN "TOKENIZE"
                 MOVE "ADMIN" TO WS-SG-MIN-ROLE
              WHEN "EXPORT"
                 MOVE "CUSTODIAN" TO WS-SG-MIN-ROLE
              WHEN OTHER
                 MOVE "VIEW" TO WS-SG-MIN-ROLE
           END-EVALUATE.
           MOVE WS-FUNCTION-ARG TO WS-SG-FUNCTION.
           MOVE SPACES TO WS-SG-USER.
           CALL "SIGNON" USING WS-SG-PROGRAM WS-SG-FUNCTION
                               WS-SG-MIN-ROLE WS-SG-USER
                               WS-SG-STATUS.

       0040-ACQUIRE-MASTER-LOCK.
           MOVE "ENQ" TO WS-EQ-FUNC.
           CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE
           END-IF.
           PERFORM 0020-START-AT-LOW-KEY.
           DISPLAY "MASKED NUMBER                     LN FIRST-SEEN"
              "  LAST-SEEN  RESULT BRAND     ACQ".
           PERFORM UNTIL EOF-MASTER-SCAN
              READ CARD-MASTER-FILE NEXT RECORD
                 AT END
                       DISPLAY CM-MASKED "  " CM-DIGIT-COUNT "  "
                          CM-FIRST-SEEN "  " CM-LAST-SEEN "  "
                          CM-LAST-RESULT "  " CM-BRAND
                          CM-ACQ-OUTCOME " " CM-ACQ-CODE
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-ERROR-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       6000-TOKENIZE-FROM-BACKUP.
      *--------------- the export is read in its old digits-keyed
      *--------------- layout; each number goes through CARDTOKN and
      *--------------- only the token reaches the new master. The
      *--------------- vault stays open (and enqueued) for the whole
      *--------------- load
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-SEQ-STATUS.
           OPEN INPUT MASTER-BACKUP-FILE.
           IF WS-SEQ-STATUS NOT = "00"
              DISPLAY "CARDMANT: CANNOT OPEN CARDMSEQ.DAT - STATUS "
                 WS-SEQ-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE "OPEN" TO WS-TK-FUNCTION.
           CALL "CARDTOKN" USING WS-TK-FUNCTION WS-EQ-RUN-ID
                                 WS-TK-DIGITS WS-TK-DIGIT-COUNT
                                 WS-TK-TOKEN WS-TK-STATUS.
           IF WS-TK-STATUS NOT = "00"
              DISPLAY "CARDMANT: CARDVALT.DAT UNAVAILABLE - STATUS "
                 WS-TK-STATUS " - NOTHING CONVERTED"
              CLOSE MASTER-BACKUP-FILE
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE "OUTPUT" TO WS-CA-OPEN-MODE.
           OPEN OUTPUT CARD-MASTER-FILE.
           PERFORM UNTIL EOF-MASTER-SCAN
              READ MASTER-BACKUP-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM 6010-TOKENIZE-ONE-ENTRY
              END-READ
           END-PERFORM.
           CLOSE MASTER-BACKUP-FILE.
           CLOSE CARD-MASTER-FILE.
           MOVE "CLOS" TO WS-TK-FUNCTION.
           CALL "CARDTOKN" USING WS-TK-FUNCTION WS-EQ-RUN-ID
                                 WS-TK-DIGITS WS-TK-DIGIT-COUNT
                                 WS-TK-TOKEN WS-TK-STATUS.
           DISPLAY "ENTRIES LOADED : " WS-ACTION-COUNT.
           DISPLAY "ENTRIES SKIPPED: " WS-ERROR-COUNT.
           DISPLAY "CARDMSEQ.DAT STILL HOLDS CARD NUMBERS - RUN "
              "CARDMANT EXPORT NOW TO REPLACE IT".
           IF WS-ERROR-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       6010-TOKENIZE-ONE-ENTRY.
           IF BKP-RECORD(1:34) = SPACES
              ADD 1 TO WS-ERROR-COUNT
              EXIT PARAGRAPH
           END-IF.
           MOVE BKP-RECORD TO CM-MASTER-RECORD.
           IF BKP-CARD-DIGITS(1:2) NOT = "TK"
              IF BKP-DIGIT-COUNT IS NOT NUMERIC
                 OR BKP-DIGIT-COUNT = 0
                 OR BKP-DIGIT-COUNT > 32
                 ADD 1 TO WS-ERROR-COUNT
                 EXIT PARAGRAPH
              END-IF
              MOVE BKP-CARD-DIGITS TO WS-TK-DIGITS
              MOVE BKP-DIGIT-COUNT TO WS-TK-DIGIT-COUNT
              MOVE "TOKN" TO WS-TK-FUNCTION
              CALL "CARDTOKN" USING WS-TK-FUNCTION WS-EQ-RUN-ID
                                    WS-TK-DIGITS WS-TK-DIGIT-COUNT
                                    WS-TK-TOKEN WS-TK-STATUS
              IF WS-TK-STATUS NOT = "00"
                 DISPLAY "CARDMANT: NO TOKEN FOR " CM-MASKED
                    " - STATUS " WS-TK-STATUS
                 ADD 1 TO WS-ERROR-COUNT
                 EXIT PARAGRAPH
              END-IF
              MOVE SPACES TO CM-CARD-KEY
              MOVE WS-TK-TOKEN TO CM-CARD-TOKEN
              MOVE WS-TK-DIGIT-COUNT TO CM-DIGIT-COUNT
           END-IF.
           WRITE CM-MASTER-RECORD
              INVALID KEY
                 ADD 1 TO WS-ERROR-COUNT
              NOT INVALID KEY
                 ADD 1 TO WS-ACTION-COUNT
                 ADD 1 TO WS-CA-WRITES
           END-WRITE.
