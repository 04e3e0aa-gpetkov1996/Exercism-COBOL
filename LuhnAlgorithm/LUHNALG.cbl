           SELECT ISSUER-TABLE-FILE  ASSIGN TO "ISSUERS.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-ISS-STATUS.
           SELECT HOT-LIST-FILE      ASSIGN TO "HOTCARD.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-HOT-STATUS.
           SELECT VISA-SUB-FILE      ASSIGN TO "VISASUB.DAT"
              ORGANIZATION IS SEQUENTIAL.
           SELECT MC-SUB-FILE        ASSIGN TO "MCSUB.DAT"
       01  GN-CARD-NUMBER             PIC X(80).

      *--------------- indexed card master, kept the way COLCONJ
      *--------------- keeps COLLHIST.DAT. The key is the card's
      *--------------- CARDVALT token plus its digit count, padded
      *--------------- out to the 34 bytes the digits-keyed master
      *--------------- used, so backup/restore copies it unchanged;
      *--------------- the digits themselves live only in the vault
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

       FD  CARD-DELTA-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  DLT-RECORD.
           05  DLT-CHANGE-TYPE        PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  DLT-TOKEN              PIC X(16).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  DLT-MASKED             PIC X(32).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  DLT-OLD-RESULT         PIC X(5).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  DLT-NEW-RESULT         PIC X(5).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  DLT-LAST-SEEN          PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.

       FD  CARD-REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS
           05  REJ-CARD-NUMBER        PIC X(32).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  REJ-REASON-CODE        PIC X(12).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  REJ-CARD-TOKEN         PIC X(16).
           05  FILLER                 PIC X(16) VALUE SPACES.

       FD  PARM-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           05  ISS-NAME               PIC X(20).
           05  FILLER                 PIC X(4).

      *--------------- fraud team's hot-card negative list: lost,
      *--------------- stolen and compromised numbers (cleaned digits,
      *--------------- left-justified), the date the block takes
      *--------------- effect, and fraud's reason for the block
       FD  HOT-LIST-FILE
           RECORD CONTAINS 64 CHARACTERS
           RECORDING MODE IS F.
       01  HOT-LIST-RECORD.
           05  HOT-CARD-DIGITS        PIC X(32).
           05  FILLER                 PIC X(1).
           05  HOT-BLOCK-DATE         PIC X(8).
           05  FILLER                 PIC X(1).
           05  HOT-REASON             PIC X(12).
           05  FILLER                 PIC X(10).

      *--------------- per-brand acquirer submission extracts, cut by
      *--------------- a BATCH run so nobody splits CARDRPT.DAT by
      *--------------- hand any more: one file per acquirer brand,
      *--------------- VALID cards only, each bracketed by its own
      *--------------- standard header/trailer so it transmits and
      *--------------- balances on its own. They carry the card's
      *--------------- token; DETOKEN cuts the acquirer hand-off
       FD  VISA-SUB-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  WS-CA-READS            PIC 9(8)  VALUE 0.
       01  WS-CA-WRITES           PIC 9(8)  VALUE 0.
       01  WS-CA-STATUS           PIC X(2)  VALUE SPACES.
      *--------------- card token vault: every card is turned into
      *--------------- its CARDVALT token through the CARDTOKN
      *--------------- gatekeeper, and only the token is written to
      *--------------- the master, the delta, the rejects and the
      *--------------- extracts. A vault that will not open leaves
      *--------------- the master and the extracts unwritten and the
      *--------------- run at condition code 8
       01  WS-TK-FUNCTION         PIC X(4)  VALUE SPACES.
       01  WS-TK-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-CARD-TOKEN          PIC X(16) VALUE SPACES.
       01  WS-TK-DIGIT-COUNT      PIC 9(2)  VALUE 0.
       01  WS-VALT-OPEN-SW        PIC X     VALUE 'N'.
           88  TOKEN-VAULT-OPEN             VALUE 'Y'.
       01  WS-TOKEN-ERRORS        PIC 9(6)  VALUE 0.
       01  WS-REASON-CODE         PIC X(12)      VALUE SPACES.
       01  WS-BRAND-CODE          PIC X(10)      VALUE SPACES.
      *--------------- loaded issuer BIN ranges; with no ISSUERS.DAT
           05  FILLER             PIC X(8)       VALUE "INVALID=".
           05  WS-ISL-INVALID     PIC 9(6).
           05  FILLER             PIC X(16)      VALUE SPACES.
      *--------------- loaded hot-card list; a card on it whose block
      *--------------- is in effect on the run date fails as HOTCARD
      *--------------- however good its check digit is. With no
      *--------------- HOTCARD.DAT on file nothing is screened, and
      *--------------- the run says so on the console and alert file
       01  WS-HOT-STATUS          PIC XX         VALUE SPACES.
       01  WS-HOT-LOADED-SW       PIC X          VALUE 'N'.
           88  HOT-LIST-LOADED                   VALUE 'Y'.
       01  WS-HOT-EOF-SW          PIC X          VALUE 'N'.
           88  EOF-HOT-LIST                      VALUE 'Y'.
       01  WS-HOT-MAX             PIC 9(5)       VALUE 10000.
       01  WS-HOT-USED            PIC 9(5)       VALUE 0.
       01  WS-HOT-IX              PIC 9(5).
       01  WS-HOT-HIT-IX          PIC 9(5)       VALUE 0.
       01  WS-HOT-LEN             PIC 9(2)       VALUE 0.
       01  WS-HOT-HITS            PIC 9(6)       VALUE 0.
       01  WS-HOT-LAST4           PIC X(4)       VALUE SPACES.
       01  WS-HOT-TABLE.
           05  WS-HOT-ENTRY OCCURS 10000 TIMES.
               10  WS-HOT-DIGITS      PIC X(32).
               10  WS-HOT-DIGIT-LEN   PIC 9(2).
               10  WS-HOT-EFFECTIVE   PIC X(8).
               10  WS-HOT-REASON      PIC X(12).
      *--------------- per-brand submission bookkeeping; slot order
      *--------------- matches the EVALUATE in 0028-PICK-SUB-BRAND.
      *--------------- UNKNOWN-brand cards have no acquirer and are
       01  WS-PRT-ACTION          PIC X(6)       VALUE SPACES.
       01  WS-PRT-LINE            PIC X(132)     VALUE SPACES.
           COPY RPTHDTR.
      *--------------- report generation roll (RPTGEN)
       01  WS-RG-FUNC             PIC X(4)       VALUE "ROLL".
       01  WS-RG-FILE             PIC X(12)      VALUE SPACES.
       01  WS-RG-RUN-ID           PIC X(12)      VALUE SPACES.
       01  WS-RG-STATUS           PIC X(2)       VALUE SPACES.
       01  WS-JRNL-JOB            PIC X(12)      VALUE "LUHN".
       01  WS-JRNL-TYPE           PIC X(1).
      *--------------- release id of this program as installed;
      *--------------- changed with every release and registered
      *--------------- in PGMREG.DAT by VERSMANT
       01  WS-PV-PROGRAM          PIC X(16) VALUE "LUHNALG".
       01  WS-PV-VERSION          PIC X(8)  VALUE "01.00".
       01  WS-PV-STATUS           PIC X(2)  VALUE SPACES.
      *--------------- parameter-card archive (PARMARCH): each card
      *--------------- is collected as read, the set written once
      *--------------- the run id is issued
       01  WS-PA-COLLECT          PIC X(1)  VALUE "C".
       01  WS-PA-WRITE            PIC X(1)  VALUE "W".
       01  WS-COND-CODE           PIC 9(3)       VALUE 0.

       PROCEDURE DIVISION.
       LUHN.

           CALL "PGMVERS" USING WS-PV-PROGRAM WS-JRNL-JOB WS-PV-VERSION
                                WS-PV-STATUS.
           MOVE WS-PV-VERSION TO RH-VERSION-ID.
           PERFORM 0097-READ-PARM-CARDS.
           IF PARM-CARD-ERROR
              DISPLAY "RUN ABORTED - INVALID PARAMETER CARDS"
           CLOSE PARM-CARD-FILE.

       0099-APPLY-PARM-CARD.
           CALL "PARMARCH" USING WS-JRNL-JOB WS-PA-COLLECT WS-RUN-ID
                                 PC-PARM-CARD.
           CALL "PARMSCAN" USING PC-PARM-CARD WS-PS-NAME
                                 WS-PS-VALUE WS-PS-STATUS.
           EVALUATE TRUE
           MOVE 'N' TO WS-DUP-OVERFLOW-SW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           CALL "PARMARCH" USING WS-JRNL-JOB WS-PA-WRITE WS-RUN-ID
                                 PC-PARM-CARD.
           MOVE "S" TO WS-JRNL-TYPE.
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-RUN-MODE
                                WS-COND-CODE.
           MOVE WS-COND-CODE TO RETURN-CODE.
           PERFORM 0022-LOAD-ISSUER-TABLE.
           PERFORM 0035-LOAD-HOT-LIST.
           MOVE "I" TO WS-CKPT-RUN-STATUS.
           PERFORM 0007-CHECK-RESTART.
      *--------------- outputs are rolled before the vault or the
      *--------------- master is locked, so a failed roll leaves
      *--------------- nothing held behind it
           IF NOT CKPT-FOUND
              PERFORM 0096-ROLL-BATCH-OUTPUTS
           END-IF.
           PERFORM 0038-OPEN-TOKEN-VAULT.
           OPEN INPUT CARD-INPUT-FILE.
           IF CKPT-FOUND
      *--------------- a checkpoint only ever exists once a prior run
                       PERFORM 0010-INIT-VAR
                       MOVE CR-CARD-NUMBER TO WS-CARD-NUMBER
                       PERFORM 0015-PROCESS-ONE-CARD
                       PERFORM 0039-GET-CARD-TOKEN
                       PERFORM 0027-POST-ISSUER-COUNT
                       PERFORM 0029-PUT-SUB-EXTRACT
                       IF WS-IX-CNTR > 0
                    PERFORM 0010-INIT-VAR
                    MOVE CR-CARD-NUMBER TO WS-CARD-NUMBER
                    PERFORM 0015-PROCESS-ONE-CARD
                    PERFORM 0039-GET-CARD-TOKEN
                    ADD 1 TO WS-TOT-READ
                    ADD WS-CHECKSUM TO WS-HASH-TOTAL
                    MOVE SPACES         TO RPT-RECORD
                       MOVE SPACES          TO REJ-RECORD
                       MOVE WS-MASKED-CARD  TO REJ-CARD-NUMBER
                       MOVE WS-REASON-CODE  TO REJ-REASON-CODE
                       MOVE WS-CARD-TOKEN   TO REJ-CARD-TOKEN
                       WRITE REJ-RECORD
                       MOVE SPACES          TO RJL-REJECT-RECORD
                       MOVE "LUHN"          TO RJL-JOB-NAME
                       IF WS-CARD-TOKEN NOT = SPACES
                          MOVE WS-CARD-TOKEN  TO RJL-RECORD-ID
                       ELSE
                          MOVE WS-MASKED-CARD TO RJL-RECORD-ID
                       END-IF
                       MOVE WS-REASON-CODE  TO RJL-REASON-CODE
                       MOVE WS-MASKED-CARD  TO RJL-BAD-VALUE
                       MOVE WS-RUN-DATE     TO RJL-RUN-DATE
           PERFORM 0032-CLOSE-SUB-EXTRACTS.
           PERFORM 0021-SCAN-FOR-DROPPED-CARDS.
           PERFORM 0034-CLOSE-CARD-MASTER.
           PERFORM 0041-CLOSE-TOKEN-VAULT.
           CLOSE CARD-DELTA-FILE.
           CLOSE CARD-INPUT-FILE.
           CLOSE CARD-REPORT-FILE.
           MOVE 0 TO WS-HASH-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           CALL "PARMARCH" USING WS-JRNL-JOB WS-PA-WRITE WS-RUN-ID
                                 PC-PARM-CARD.
           MOVE "S" TO WS-JRNL-TYPE.
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-RUN-MODE
                                WS-COND-CODE.
           MOVE 0 TO WS-HASH-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           CALL "PARMARCH" USING WS-JRNL-JOB WS-PA-WRITE WS-RUN-ID
                                 PC-PARM-CARD.
           MOVE "S" TO WS-JRNL-TYPE.
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-RUN-MODE
                                WS-COND-CODE.
           MOVE WS-COND-CODE TO RETURN-CODE.
           PERFORM 0022-LOAD-ISSUER-TABLE.
           PERFORM 0035-LOAD-HOT-LIST.
           MOVE SPACES TO WS-CORR-STATUS.
           OPEN INPUT CARD-CORR-FILE.
           IF WS-CORR-STATUS NOT = "00"
           PERFORM 0090-WRITE-REPORT-HEADER.
           MOVE "EXTEND" TO WS-PRT-ACTION.
           PERFORM 0092-OPEN-PRINT-REPORT.
           PERFORM 0038-OPEN-TOKEN-VAULT.
           PERFORM 0011-OPEN-CARD-MASTER.
           OPEN EXTEND CARD-DELTA-FILE.
           IF WS-DELTA-STATUS = "35"
                    PERFORM 0010-INIT-VAR
                    MOVE CC-CARD-NUMBER TO WS-CARD-NUMBER
                    PERFORM 0015-PROCESS-ONE-CARD
                    PERFORM 0039-GET-CARD-TOKEN
                    ADD 1 TO WS-TOT-READ
                    ADD WS-CHECKSUM TO WS-HASH-TOTAL
                    MOVE SPACES         TO RPT-RECORD
                       MOVE SPACES          TO REJ-RECORD
                       MOVE WS-MASKED-CARD  TO REJ-CARD-NUMBER
                       MOVE WS-REASON-CODE  TO REJ-REASON-CODE
                       MOVE WS-CARD-TOKEN   TO REJ-CARD-TOKEN
                       WRITE REJ-RECORD
                       MOVE SPACES          TO RJL-REJECT-RECORD
                       MOVE "LUHN"          TO RJL-JOB-NAME
                       IF WS-CARD-TOKEN NOT = SPACES
                          MOVE WS-CARD-TOKEN  TO RJL-RECORD-ID
                       ELSE
                          MOVE WS-MASKED-CARD TO RJL-RECORD-ID
                       END-IF
                       MOVE WS-REASON-CODE  TO RJL-REASON-CODE
                       MOVE WS-MASKED-CARD  TO RJL-BAD-VALUE
                       MOVE WS-RUN-DATE     TO RJL-RUN-DATE
           PERFORM 0023-WRITE-ISSUER-SECTION.
           PERFORM 0091-WRITE-REPORT-TRAILER.
           PERFORM 0034-CLOSE-CARD-MASTER.
           PERFORM 0041-CLOSE-TOKEN-VAULT.
           CLOSE CARD-DELTA-FILE.
           CLOSE CARD-REPORT-FILE.
           CLOSE CARD-REJECT-FILE.
              MOVE 'N' TO WS-EQ-HELD-SW
           END-IF.

       0038-OPEN-TOKEN-VAULT.
      *--------------- the vault is taken before the card master and
      *--------------- held for the whole pass; CARDTOKN does its own
      *--------------- CARDVALT enqueue and access logging
           MOVE 'N' TO WS-VALT-OPEN-SW.
           MOVE 0 TO WS-TOKEN-ERRORS.
           MOVE "OPEN" TO WS-TK-FUNCTION.
           CALL "CARDTOKN" USING WS-TK-FUNCTION WS-RUN-ID
                                 WS-CARD-DIGITS WS-TK-DIGIT-COUNT
                                 WS-CARD-TOKEN WS-TK-STATUS.
           IF WS-TK-STATUS = "00"
              MOVE 'Y' TO WS-VALT-OPEN-SW
           ELSE
              DISPLAY "ERROR: CARDVALT.DAT UNAVAILABLE - STATUS "
                 WS-TK-STATUS " - MASTER AND EXTRACTS NOT WRITTEN"
              MOVE "HIGH" TO WS-AW-SEVERITY
              MOVE "CARDVALT UNAVAILABLE - NO TOKENS"
                 TO WS-AW-MESSAGE
              PERFORM 0033-RAISE-ALERT
              IF WS-COND-CODE < 8
                 MOVE 8 TO WS-COND-CODE
              END-IF
           END-IF.

       0039-GET-CARD-TOKEN.
           MOVE SPACES TO WS-CARD-TOKEN.
           IF NOT TOKEN-VAULT-OPEN
              OR WS-IX-CNTR = 0
              OR WS-IX-CNTR > 32
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-IX-CNTR TO WS-TK-DIGIT-COUNT.
           MOVE "TOKN" TO WS-TK-FUNCTION.
           CALL "CARDTOKN" USING WS-TK-FUNCTION WS-RUN-ID
                                 WS-CARD-DIGITS WS-TK-DIGIT-COUNT
                                 WS-CARD-TOKEN WS-TK-STATUS.
           IF WS-TK-STATUS NOT = "00"
              MOVE SPACES TO WS-CARD-TOKEN
              ADD 1 TO WS-TOKEN-ERRORS
              DISPLAY "ERROR: TOKEN NOT ASSIGNED FOR " WS-MASKED-CARD
                 " - STATUS " WS-TK-STATUS
              IF WS-COND-CODE < 8
                 MOVE 8 TO WS-COND-CODE
              END-IF
           END-IF.

       0041-CLOSE-TOKEN-VAULT.
           IF TOKEN-VAULT-OPEN
              MOVE "CLOS" TO WS-TK-FUNCTION
              CALL "CARDTOKN" USING WS-TK-FUNCTION WS-RUN-ID
                                    WS-CARD-DIGITS WS-TK-DIGIT-COUNT
                                    WS-CARD-TOKEN WS-TK-STATUS
              MOVE 'N' TO WS-VALT-OPEN-SW
           END-IF.

       0019-UPDATE-CARD-MASTER.
      *--------------- first-seen/last-seen/latest-result bookkeeping
      *--------------- per card; a card never seen before is NEW, a
      *--------------- card whose validity flipped since its last run
      *--------------- is CHANGED - the delta fraud review reads
      *--------------- a card the vault could not tokenize has no
      *--------------- key to file it under
           IF NOT MASTER-FILE-OPEN
              OR WS-CARD-TOKEN = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES         TO CM-CARD-KEY.
           MOVE WS-CARD-TOKEN  TO CM-CARD-TOKEN.
           MOVE WS-IX-CNTR     TO CM-DIGIT-COUNT.
           MOVE 'N' TO WS-MAST-FOUND-SW.
           ADD 1 TO WS-CA-READS.
                 ADD 1 TO WS-DELTA-CHANGED
                 MOVE SPACES         TO DLT-RECORD
                 MOVE "CHANGED"      TO DLT-CHANGE-TYPE
                 MOVE WS-CARD-TOKEN  TO DLT-TOKEN
                 MOVE WS-MASKED-CARD TO DLT-MASKED
                 MOVE CM-LAST-RESULT TO DLT-OLD-RESULT
                 MOVE WS-VALID       TO DLT-NEW-RESULT
              REWRITE CM-MASTER-RECORD
              ADD 1 TO WS-CA-WRITES
           ELSE
              MOVE SPACES         TO CM-CARD-KEY
              MOVE WS-CARD-TOKEN  TO CM-CARD-TOKEN
              MOVE WS-IX-CNTR     TO CM-DIGIT-COUNT
              MOVE WS-RUN-DATE    TO CM-FIRST-SEEN
              MOVE WS-RUN-DATE    TO CM-LAST-SEEN
              MOVE WS-VALID       TO CM-LAST-RESULT
              MOVE WS-BRAND-CODE  TO CM-BRAND
              MOVE WS-MASKED-CARD TO CM-MASKED
              MOVE SPACES         TO CM-ACQ-OUTCOME
              MOVE SPACES         TO CM-ACQ-CODE
              WRITE CM-MASTER-RECORD
              ADD 1 TO WS-CA-WRITES
              ADD 1 TO WS-DELTA-NEW
              MOVE SPACES         TO DLT-RECORD
              MOVE "NEW"          TO DLT-CHANGE-TYPE
              MOVE WS-CARD-TOKEN  TO DLT-TOKEN
              MOVE WS-MASKED-CARD TO DLT-MASKED
              MOVE WS-VALID       TO DLT-NEW-RESULT
              MOVE WS-RUN-DATE    TO DLT-LAST-SEEN
                          ADD 1 TO WS-DELTA-DROPPED
                          MOVE SPACES         TO DLT-RECORD
                          MOVE "DROPPED"      TO DLT-CHANGE-TYPE
                          MOVE CM-CARD-TOKEN  TO DLT-TOKEN
                          MOVE CM-MASKED      TO DLT-MASKED
                          MOVE CM-LAST-RESULT TO DLT-OLD-RESULT
                          MOVE CM-LAST-SEEN   TO DLT-LAST-SEEN
           CALL "RPTWRITE" USING WS-PRT-ACTION WS-JRNL-JOB
                                 WS-RUN-DATE WS-PRT-LINE.

       0095-ROLL-REPORT-GENERATION.
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
              MOVE "E" TO WS-JRNL-TYPE
              CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE
                                   WS-RUN-MODE WS-COND-CODE
              MOVE WS-COND-CODE TO RETURN-CODE
              STOP RUN
           END-IF.

       0096-ROLL-BATCH-OUTPUTS.
      *--------------- every file a fresh batch run truncates; the
      *--------------- reject and delta files carry no header of
      *--------------- their own and are cataloged under the run id
      *--------------- the report roll hands back
           MOVE SPACES TO WS-RG-RUN-ID.
           MOVE "CARDRPT.DAT"  TO WS-RG-FILE.
           PERFORM 0095-ROLL-REPORT-GENERATION.
           MOVE "CARDREJ.DAT"  TO WS-RG-FILE.
           PERFORM 0095-ROLL-REPORT-GENERATION.
           MOVE "CARDDLTA.DAT" TO WS-RG-FILE.
           PERFORM 0095-ROLL-REPORT-GENERATION.
           MOVE "VISASUB.DAT"  TO WS-RG-FILE.
           PERFORM 0095-ROLL-REPORT-GENERATION.
           MOVE "MCSUB.DAT"    TO WS-RG-FILE.
           PERFORM 0095-ROLL-REPORT-GENERATION.
           MOVE "AMEXSUB.DAT"  TO WS-RG-FILE.
           PERFORM 0095-ROLL-REPORT-GENERATION.
           MOVE "DISCSUB.DAT"  TO WS-RG-FILE.
           PERFORM 0095-ROLL-REPORT-GENERATION.

       0086-CHECK-REJECT-RATE.
      *--------------- data-quality gate: a run that finishes without
      *--------------- crashing but rejects most of its feed is a
           DISPLAY "CARDS NEW       : " WS-DELTA-NEW.
           DISPLAY "CARDS CHANGED   : " WS-DELTA-CHANGED.
           DISPLAY "CARDS DROPPED   : " WS-DELTA-DROPPED.
           IF WS-TOKEN-ERRORS > 0
              DISPLAY "UNTOKENIZED     : " WS-TOKEN-ERRORS
           END-IF.
           IF HOT-LIST-LOADED
              DISPLAY "HOT LIST ENTRIES: " WS-HOT-USED
              DISPLAY "HOT CARD HITS   : " WS-HOT-HITS
           END-IF.
           IF ISSUER-TABLE-LOADED
              DISPLAY "ISSUER RANGES   : " WS-ISS-USED
              DISPLAY "UNMATCHED BINS  : " WS-ISS-UNKNOWN
              PERFORM 0040-CHK-OTP
           END-IF.
           PERFORM 0070-MASK-CARD.
           IF WS-VALID = "VALID"
              PERFORM 0037-SCREEN-HOT-LIST
           END-IF.

       0070-MASK-CARD.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CARD-NUMBER))
           MOVE 0 TO WS-ISS-VALID(WS-ISS-USED).
           MOVE 0 TO WS-ISS-INVALID(WS-ISS-USED).

       0035-LOAD-HOT-LIST.
      *--------------- loaded the way ISSUERS.DAT is; a bad entry is
      *--------------- skipped with a console note rather than
      *--------------- failing the run. A missing list is not fatal
      *--------------- either, but screening is off for the night and
      *--------------- that must not pass unnoticed
           MOVE 'N' TO WS-HOT-LOADED-SW.
           MOVE 'N' TO WS-HOT-EOF-SW.
           MOVE 0 TO WS-HOT-USED.
           MOVE 0 TO WS-HOT-HITS.
           MOVE SPACES TO WS-HOT-STATUS.
           OPEN INPUT HOT-LIST-FILE.
           IF WS-HOT-STATUS NOT = "00"
              DISPLAY "WARNING: NO HOTCARD.DAT - HOT-CARD SCREENING "
                 "NOT APPLIED"
              MOVE "MED " TO WS-AW-SEVERITY
              MOVE "NO HOTCARD.DAT - SCREENING NOT APPLIED"
                 TO WS-AW-MESSAGE
              PERFORM 0033-RAISE-ALERT
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-HOT-LIST
              READ HOT-LIST-FILE
                 AT END
                    MOVE 'Y' TO WS-HOT-EOF-SW
                 NOT AT END
                    PERFORM 0036-LOAD-ONE-HOT-CARD
              END-READ
           END-PERFORM.
           CLOSE HOT-LIST-FILE.
           MOVE 'Y' TO WS-HOT-LOADED-SW.
           DISPLAY "HOT LIST LOADED: " WS-HOT-USED " ENTRIES".

       0036-LOAD-ONE-HOT-CARD.
           IF WS-HOT-USED >= WS-HOT-MAX
              DISPLAY "WARNING: MORE THAN " WS-HOT-MAX
                 " HOT-LIST ENTRIES - EXTRAS IGNORED"
              EXIT PARAGRAPH
           END-IF.
           IF HOT-CARD-DIGITS = SPACES
              OR FUNCTION TRIM(HOT-CARD-DIGITS) IS NOT NUMERIC
              DISPLAY "SKIPPING BAD HOT-LIST ENTRY: " HOT-BLOCK-DATE
                 " " HOT-REASON
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HOT-USED.
           MOVE FUNCTION TRIM(HOT-CARD-DIGITS)
              TO WS-HOT-DIGITS(WS-HOT-USED).
           MOVE FUNCTION LENGTH(FUNCTION TRIM(HOT-CARD-DIGITS))
              TO WS-HOT-DIGIT-LEN(WS-HOT-USED).
      *--------------- a blank or unreadable block date blocks from
      *--------------- the day the entry was loaded - fraud would
      *--------------- rather over-block than let the card through
           IF HOT-BLOCK-DATE IS NUMERIC
              MOVE HOT-BLOCK-DATE TO WS-HOT-EFFECTIVE(WS-HOT-USED)
           ELSE
              MOVE ZEROS TO WS-HOT-EFFECTIVE(WS-HOT-USED)
           END-IF.
           IF HOT-REASON = SPACES
              MOVE "UNSPECIFIED" TO WS-HOT-REASON(WS-HOT-USED)
           ELSE
              MOVE HOT-REASON TO WS-HOT-REASON(WS-HOT-USED)
           END-IF.

       0037-SCREEN-HOT-LIST.
      *--------------- a card that passed its check digit is looked up
      *--------------- on the hot list by its cleaned digits and digit
      *--------------- count (the same pair the master is keyed on,
      *--------------- so a short number cannot alias a longer one).
      *--------------- A hit fails the card as HOTCARD, which keeps
      *--------------- it out of the acquirer extracts and puts it on
      *--------------- the reject file and ledger; every hit is also
      *--------------- a HIGH alert for the morning review. During a
      *--------------- checkpoint-resume replay the verdict is rebuilt
      *--------------- but the alert is not raised a second time.
           IF NOT HOT-LIST-LOADED OR WS-IX-CNTR = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-HOT-HIT-IX.
           PERFORM VARYING WS-HOT-IX FROM 1 BY 1
              UNTIL WS-HOT-IX > WS-HOT-USED OR WS-HOT-HIT-IX > 0
              MOVE WS-HOT-DIGIT-LEN(WS-HOT-IX) TO WS-HOT-LEN
              IF WS-HOT-LEN = WS-IX-CNTR
                 AND WS-HOT-DIGITS(WS-HOT-IX)(1:WS-HOT-LEN)
                    = WS-CARD-DIGITS(1:WS-HOT-LEN)
                 AND WS-HOT-EFFECTIVE(WS-HOT-IX) <= WS-RUN-DATE
                 MOVE WS-HOT-IX TO WS-HOT-HIT-IX
              END-IF
           END-PERFORM.
           IF WS-HOT-HIT-IX = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE "FALSE"   TO WS-VALID.
           MOVE "HOTCARD" TO WS-REASON-CODE.
           IF SUB-REPLAY-ONLY
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HOT-HITS.
           IF WS-IX-CNTR > 4
              MOVE WS-CARD-DIGITS(WS-IX-CNTR - 3:4) TO WS-HOT-LAST4
           ELSE
              MOVE WS-CARD-DIGITS(1:4) TO WS-HOT-LAST4
           END-IF.
           DISPLAY "HOT CARD HIT: " WS-MASKED-CARD " BLOCKED "
              WS-HOT-EFFECTIVE(WS-HOT-HIT-IX) " "
              WS-HOT-REASON(WS-HOT-HIT-IX).
           MOVE "HIGH" TO WS-AW-SEVERITY.
           MOVE SPACES TO WS-AW-MESSAGE.
           STRING "HOTCARD ****" WS-HOT-LAST4 " "
              WS-HOT-REASON(WS-HOT-HIT-IX)
              DELIMITED BY SIZE INTO WS-AW-MESSAGE.
           PERFORM 0033-RAISE-ALERT.

       0026-CLS-BRAND-TABLE.
      *--------------- first matching BIN range wins: the leading
      *--------------- digits of the cleaned number, taken at each

       0029-PUT-SUB-EXTRACT.
      *--------------- VALID cards only; the record carries the
      *--------------- card's vault token - DETOKEN swaps it for the
      *--------------- digits the acquirer settles on at hand-off. A
      *--------------- card with no token is left out of the count
      *--------------- as well as the file, so the trailer balances
           IF NOT SUB-EXTRACTS-ACTIVE
              OR WS-VALID NOT = "VALID"
              OR WS-IX-CNTR = 0
              OR WS-CARD-TOKEN = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0028-PICK-SUB-BRAND.
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SUB-CARD.
           MOVE WS-CARD-TOKEN TO WS-SUB-CARD.
           MOVE WS-BRAND-CODE TO WS-SUB-BRAND.
           EVALUATE WS-SUB-IX
              WHEN 1
