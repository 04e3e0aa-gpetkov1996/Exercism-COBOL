      * preserved fields of ROTMAP.DAT ride through untouched and a  *
      * certification section in ROTCERT.DAT proves the counts and   *
      * the untouched fields.                                        *
      *                                                              *
      * Digits in masked fields are enciphered too, by a keyed       *
      * mod-10 shift drawn from the same key (rotation amount or     *
      * substitution alphabet) and varying with the column, so       *
      * every masked digit changes. A field flagged L in ROTMAP.DAT  *
      * is masked like M but its last digit is kept as a Luhn check  *
      * digit: a valid account number masks to a valid one, so the   *
      * partner's Luhn edit still passes. The extract header         *
      * carries a DIGITS=Y marker; an extract cut before digits      *
      * were masked has none, and DECODE and REKEY then treat its    *
      * digits as clear.                                             *
      *                                                              *
      * Partners that cap inbound files by record count are listed   *
      * in ROTLIMIT.DAT under their PARM-PARTNER code. When the      *
      * night's extract exceeds the partner's limit, ROTOUT.DAT is   *
      * still written whole (the audit and run-compare copy) and is  *
      * then cut into volumes ROTOUT01.DAT, ROTOUT02.DAT, ... for    *
      * transfer, each with its own header (VOL n OF m), trailer     *
      * count and checksum, and its own TRANSMIT.DAT manifest.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
              ORGANIZATION IS SEQUENTIAL.
           SELECT ROT-CERT-FILE   ASSIGN TO "ROTCERT.DAT"
              ORGANIZATION IS SEQUENTIAL.
           SELECT ROT-LIMIT-FILE  ASSIGN TO "ROTLIMIT.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-LIMIT-STATUS.
           SELECT ROT-VOLUME-FILE ASSIGN USING WS-VOL-FILE-NAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-VOL-STATUS.
           SELECT TRANSMIT-FILE   ASSIGN TO "TRANSMIT.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-XMIT-STATUS.
      *--------------- extract field, start column, length, and M
      *--------------- (mask) or P (preserve); account keys and
      *--------------- record-type codes ride through as P so the
      *--------------- masked extract still joins downstream. L
      *--------------- masks like M and keeps the field's trailing
      *--------------- check digit Luhn-valid
       FD  ROT-MAP-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
           05  XM-REC-COUNT        PIC 9(8).
           05  FILLER              PIC X(1).
           05  XM-CHECKSUM         PIC 9(10).
      *--------------- volume n of m for a split shipment; an
      *--------------- unsplit extract is volume 1 of 1, and a
      *--------------- manifest from before volumes has spaces here
           05  FILLER              PIC X(1).
           05  XM-VOL-NUM          PIC 9(3).
           05  FILLER              PIC X(1).
           05  XM-VOL-TOTAL        PIC 9(3).
           05  FILLER              PIC X(5).

      *--------------- per-partner transfer limits: partner code as
      *--------------- on the control card and the most detail
      *--------------- records one inbound file may carry
       FD  ROT-LIMIT-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  LM-LIMIT-RECORD.
           05  LM-PARTNER          PIC X(8).
           05  FILLER              PIC X(1).
           05  LM-MAX-RECORDS      PIC X(8).
           05  FILLER              PIC X(23).

      *--------------- one transfer volume of a split extract
       FD  ROT-VOLUME-FILE
           RECORD CONTAINS 128 CHARACTERS
           RECORDING MODE IS F.
       01  VO-CIPHER               PIC X(128).


       WORKING-STORAGE SECTION.
           88  EOF-FIELD-MAP                 VALUE 'Y'.
       01  WS-MAP-IX                PIC 9(3).

      *--------------- digit masking: Y columns carry their digits
      *--------------- through a keyed mod-10 shift of 1-9, so no
      *--------------- masked digit ever comes out unchanged; each
      *--------------- record's copy of the mask marks the check
      *--------------- digit of every L field C, and that digit is
      *--------------- recomputed rather than shifted
       01  WS-REC-MASK              PIC X(128) VALUE SPACES.
       01  WS-CHK-MAX               PIC 9(2) VALUE 20.
       01  WS-CHK-COUNT             PIC 9(2) VALUE 0.
       01  WS-CHK-IX                PIC 9(2) VALUE 0.
       01  WS-CHK-TABLE.
           05  WS-CHK-FIELD OCCURS 20 TIMES.
               10  WS-CHK-START     PIC 9(3).
               10  WS-CHK-END       PIC 9(3).
               10  WS-CHK-COL       PIC 9(3).
       01  WS-DIGIT-MARK            PIC X(8) VALUE "DIGITS=Y".
       01  WS-IN-DIGITS-SW          PIC X    VALUE 'Y'.
           88  INPUT-DIGITS-MASKED           VALUE 'Y'.
       01  WS-DIG-KEY               PIC 9(2) VALUE 0.
       01  WS-OLD-DIG-KEY           PIC 9(2) VALUE 0.
       01  WS-DIG-SHIFT             PIC 9(1) VALUE 0.
       01  WS-OLD-DIG-SHIFT         PIC 9(1) VALUE 0.
       01  WS-DIG-CHAR              PIC X(1) VALUE "0".
       01  WS-DIG-VAL REDEFINES WS-DIG-CHAR PIC 9(1).
       01  WS-DIG-WORK              PIC S9(3) VALUE 0.
       01  WS-LUHN-TEXT             PIC X(128) VALUE SPACES.
       01  WS-LUHN-COL              PIC S9(3) VALUE 0.
       01  WS-LUHN-SUM              PIC 9(5) VALUE 0.
       01  WS-LUHN-DBL-SW           PIC X    VALUE 'N'.
           88  LUHN-DOUBLE-THIS              VALUE 'Y'.
       01  WS-LUHN-CHECK            PIC 9(1) VALUE 0.
       01  WS-IN-CHECK              PIC 9(1) VALUE 0.
       01  WS-IN-LUHN               PIC 9(1) VALUE 0.
       01  WS-LUHN-VALID-SW         PIC X    VALUE 'N'.
           88  LUHN-FIELD-VALID              VALUE 'Y'.
       01  WS-LUHN-VALID-IN         PIC X    VALUE 'N'.
       01  WS-REC-LETTERS           PIC 9(3) VALUE 0.
       01  WS-REC-DIGITS            PIC 9(3) VALUE 0.
       01  WS-REC-CHECKS            PIC 9(3) VALUE 0.
       01  WS-TOT-LETTERS           PIC 9(8) VALUE 0.
       01  WS-TOT-DIGITS            PIC 9(8) VALUE 0.
       01  WS-TOT-CHECKS            PIC 9(8) VALUE 0.
       01  WS-CLEAR-DIGITS          PIC 9(6) VALUE 0.
       01  WS-CHK-CHANGED           PIC 9(6) VALUE 0.
       01  WS-CHK-BEFORE            PIC X(128) VALUE SPACES.
       01  WS-CHK-AFTER             PIC X(128) VALUE SPACES.

      *--------------- rotation key/mode sourced from a control card
      *--------------- instead of an interactive ACCEPT, so this job
      *--------------- can run unattended in the overnight batch window
       01  WS-XMIT-CHECKSUM        PIC 9(10) VALUE 0.
       01  WS-XM-IX                PIC 9(3)  VALUE 0.
       01  WS-XM-BYTE              PIC 9(3)  VALUE 0.
       01  WS-MAN-RECS             PIC 9(8)  VALUE 0.
      *--------------- volume splitting state; a limit of zero (no
      *--------------- ROTLIMIT.DAT entry for the partner) means the
      *--------------- extract ships as one file
       01  WS-LIMIT-STATUS         PIC XX    VALUE SPACES.
       01  WS-LIMIT-EOF-SW         PIC X     VALUE 'N'.
           88  EOF-LIMIT-FILE                VALUE 'Y'.
       01  WS-VOL-LIMIT            PIC 9(8)  VALUE 0.
       01  WS-VOL-STATUS           PIC XX    VALUE SPACES.
       01  WS-VOL-FILE-NAME        PIC X(12) VALUE SPACES.
       01  WS-VOL-NUM              PIC 9(3)  VALUE 0.
       01  WS-VOL-NUM-2            PIC 9(2)  VALUE 0.
       01  WS-VOL-TOTAL            PIC 9(3)  VALUE 1.
       01  WS-VOL-RECS             PIC 9(8)  VALUE 0.
       01  WS-VOL-SOURCE-IX        PIC 9(8)  VALUE 0.
       01  WS-VOL-EOF-SW           PIC X     VALUE 'N'.
           88  EOF-VOLUME-SOURCE             VALUE 'Y'.
       01  WS-VOL-TAG.
           05  FILLER              PIC X(4)  VALUE "VOL ".
           05  WS-VT-NUM           PIC 9(3).
           05  FILLER              PIC X(4)  VALUE " OF ".
           05  WS-VT-TOTAL         PIC 9(3).

      *--------------- batch run over a whole extract file
       01  WS-EOF-SW                PIC X VALUE 'N'.
       01  WS-ARGN                   PIC 9(2).
       01  WS-PARM-TEXT              PIC X(8) VALUE SPACES.
           COPY RPTHDTR.
      *--------------- report generation roll (RPTGEN)
       01  WS-RG-FUNC                PIC X(4)  VALUE "ROLL".
       01  WS-RG-FILE                PIC X(12) VALUE SPACES.
       01  WS-RG-RUN-ID              PIC X(12) VALUE SPACES.
       01  WS-RG-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-JRNL-JOB               PIC X(12) VALUE "ROTCIPHER".
       01  WS-JRNL-TYPE              PIC X(1).
       01  WS-JRNL-MODE              PIC X(8) VALUE SPACES.
      *--------------- release id of this program as installed;
      *--------------- changed with every release and registered
      *--------------- in PGMREG.DAT by VERSMANT
       01  WS-PV-PROGRAM             PIC X(16) VALUE "ROTCIPERFINAL".
       01  WS-PV-VERSION             PIC X(8)  VALUE "01.00".
       01  WS-PV-STATUS              PIC X(2)  VALUE SPACES.
      *--------------- parameter-card archive (PARMARCH): each card
      *--------------- is collected as read, the set written once
      *--------------- the run id is issued
       01  WS-PA-COLLECT             PIC X(1)  VALUE "C".
       01  WS-PA-WRITE               PIC X(1)  VALUE "W".
       01  WS-PA-CARD                PIC X(80) VALUE SPACES.
       01  WS-COND-CODE              PIC 9(3) VALUE 0.
       01  WS-RUN-ID                 PIC X(12) VALUE SPACES.
       01  WS-REGION-CODE                PIC X(4)      VALUE "HQ".

       PROCEDURE DIVISION.
       ROTATIONAL-CIPHER.
           CALL "PGMVERS" USING WS-PV-PROGRAM WS-JRNL-JOB WS-PV-VERSION
                                WS-PV-STATUS.
           MOVE WS-PV-VERSION TO RH-VERSION-ID.
      *--------------- optional region code as the only argument; a
      *--------------- consolidated site runs one copy per region
      *--------------- working directory
           END-IF.
           PERFORM A015-LOAD-FIELD-MAP.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           CALL "PARMARCH" USING WS-JRNL-JOB WS-PA-WRITE WS-RUN-ID
                                 WS-PA-CARD.
           MOVE WS-MODE TO WS-JRNL-MODE.
           MOVE "S" TO WS-JRNL-TYPE.
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-JRNL-MODE
                 MOVE 0        TO WS-KEY
                 MOVE "ENCODE" TO WS-MODE
              NOT AT END
                 MOVE PARM-RECORD TO WS-PA-CARD
                 CALL "PARMARCH" USING WS-JRNL-JOB WS-PA-COLLECT
                                       WS-RUN-ID WS-PA-CARD
                 MOVE PARM-KEY  TO WS-KEY
                 MOVE PARM-MODE TO WS-MODE
                 IF PARM-METHOD = "SUBST "
                 END-IF
           END-READ.
           CLOSE ROT-PARM-FILE.
           PERFORM A014-LOAD-PARTNER-LIMIT.
      *--------------- PARM-KEY is read as PIC 9(2) (0-99) with no
      *--------------- other edit on it, but B010-ROTATE-RECORD's
      *--------------- wraparound only ever applies a single +/-26
              COMPUTE WS-KEY = FUNCTION MOD(WS-KEY, 26)
           END-IF.

       A014-LOAD-PARTNER-LIMIT.
      *--------------- no limits file, or no entry for this partner,
      *--------------- leaves the extract unsplit
           MOVE 0 TO WS-VOL-LIMIT.
           MOVE 'N' TO WS-LIMIT-EOF-SW.
           MOVE SPACES TO WS-LIMIT-STATUS.
           OPEN INPUT ROT-LIMIT-FILE.
           IF WS-LIMIT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-LIMIT-FILE
              READ ROT-LIMIT-FILE
                 AT END
                    MOVE 'Y' TO WS-LIMIT-EOF-SW
                 NOT AT END
                    IF LM-PARTNER = WS-PARTNER
                       IF LM-MAX-RECORDS IS NUMERIC
                          MOVE LM-MAX-RECORDS TO WS-VOL-LIMIT
                       ELSE
                          DISPLAY "WARNING: BAD TRANSFER LIMIT FOR "
                             "PARTNER " WS-PARTNER " - NOT SPLIT"
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ROT-LIMIT-FILE.
           IF WS-VOL-LIMIT > 0
              DISPLAY "PARTNER " WS-PARTNER " TRANSFER LIMIT "
                 WS-VOL-LIMIT " RECORDS PER FILE"
           END-IF.

       A012-SELECT-SCHEDULED-KEY.
      *--------------- ENCODE/VERIFY/REKEY runs take the key
      *--------------- effective for the run date (for REKEY that is
                 WRITE CERT-PRINT-LINE
              END-IF
           END-PERFORM.
           MOVE WS-TEXT   TO WS-CHK-BEFORE.
           MOVE WS-CIPHER TO WS-CHK-AFTER.
           PERFORM A027-CERTIFY-CHECK-FIELDS.

       A015-LOAD-FIELD-MAP.
      *--------------- a missing or empty ROTMAP.DAT leaves the whole

       A016-APPLY-MAP-ENTRY.
           IF MAP-START IS NOT NUMERIC OR MAP-LENGTH IS NOT NUMERIC
              OR (MAP-FLAG NOT = "M" AND MAP-FLAG NOT = "P"
                  AND MAP-FLAG NOT = "L")
              DISPLAY "SKIPPING BAD FIELD-MAP ENTRY: " MAP-RECORD
              EXIT PARAGRAPH
           END-IF.
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MAP-COUNT.
           IF MAP-FLAG = "M" OR MAP-FLAG = "L"
              PERFORM VARYING WS-MAP-IX FROM WS-MAP-START-N BY 1
                 UNTIL WS-MAP-IX > WS-MAP-END-N
                 MOVE "Y" TO WS-COL-MASK(WS-MAP-IX:1)
              END-PERFORM
           END-IF.
      *--------------- a check-digit field past the table's room is
      *--------------- still masked, only its check digit is lost
           IF MAP-FLAG = "L"
              IF WS-CHK-COUNT < WS-CHK-MAX
                 ADD 1 TO WS-CHK-COUNT
                 MOVE WS-MAP-START-N TO WS-CHK-START(WS-CHK-COUNT)
                 MOVE WS-MAP-END-N   TO WS-CHK-END(WS-CHK-COUNT)
              ELSE
                 DISPLAY "WARNING: TOO MANY CHECK-DIGIT FIELDS - "
                    MAP-NAME " MASKED WITHOUT ITS CHECK DIGIT"
              END-IF
           END-IF.
      *--------------- the accepted map is echoed so the run output
      *--------------- records exactly what was masked
           DISPLAY "FIELD MAP: " MAP-NAME " COLS " MAP-START "-"
                 END-IF
              END-IF
           END-PERFORM.
      *--------------- digit fields are certified as well: no
      *--------------- masked digit may ship unchanged, and every
      *--------------- check-digit field must be exactly as Luhn-
      *--------------- valid masked as it was in the source
           PERFORM VARYING WS-VFY-COL FROM 1 BY 1
              UNTIL WS-VFY-COL > 128
              IF WS-REC-MASK(WS-VFY-COL:1) = "Y"
                 AND WS-ORIG-TEXT(WS-VFY-COL:1) IS NUMERIC
                 AND WS-ENCODED-TEXT(WS-VFY-COL:1)
                    = WS-ORIG-TEXT(WS-VFY-COL:1)
                 ADD 1 TO WS-CLEAR-DIGITS
                 MOVE SPACES TO WS-CERT-LINE
                 STRING "DIGIT IN CLEAR RECORD " WS-REC-COUNT
                    " COLUMN " WS-VFY-COL
                    DELIMITED BY SIZE INTO WS-CERT-LINE
                 MOVE WS-CERT-LINE TO CERT-PRINT-LINE
                 WRITE CERT-PRINT-LINE
              END-IF
           END-PERFORM.
           MOVE WS-ORIG-TEXT    TO WS-CHK-BEFORE.
           MOVE WS-ENCODED-TEXT TO WS-CHK-AFTER.
           PERFORM A027-CERTIFY-CHECK-FIELDS.
      *--------------- the shipped record stays the ENCODED image
           MOVE WS-ENCODED-TEXT TO WS-CIPHER.

       A027-CERTIFY-CHECK-FIELDS.
      *--------------- a check-digit field whose Luhn validity
      *--------------- differs between WS-CHK-BEFORE and
      *--------------- WS-CHK-AFTER would fail (or falsely pass) the
      *--------------- partner's edit
           PERFORM VARYING WS-CHK-IX FROM 1 BY 1
              UNTIL WS-CHK-IX > WS-CHK-COUNT
              IF WS-CHK-COL(WS-CHK-IX) > 0
                 MOVE WS-CHK-BEFORE TO WS-LUHN-TEXT
                 PERFORM Z065-LUHN-FIELD-VALID
                 MOVE WS-LUHN-VALID-SW TO WS-LUHN-VALID-IN
                 MOVE WS-CHK-AFTER TO WS-LUHN-TEXT
                 PERFORM Z065-LUHN-FIELD-VALID
                 IF WS-LUHN-VALID-SW NOT = WS-LUHN-VALID-IN
                    ADD 1 TO WS-CHK-CHANGED
                    MOVE SPACES TO WS-CERT-LINE
                    STRING "CHECK-DIGIT VALIDITY CHANGED RECORD "
                       WS-REC-COUNT " COLUMN "
                       WS-CHK-COL(WS-CHK-IX)
                       DELIMITED BY SIZE INTO WS-CERT-LINE
                    MOVE WS-CERT-LINE TO CERT-PRINT-LINE
                    WRITE CERT-PRINT-LINE
                 END-IF
              END-IF
           END-PERFORM.

       A020-RUN-BATCH.
      *--------------- reads a file of text fields and a rotation
      *--------------- key, rotating every record through the same
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0   TO WS-REC-COUNT.
           OPEN INPUT  ROT-INPUT-FILE.
           MOVE SPACES TO WS-RG-RUN-ID.
           MOVE "ROTOUT.DAT" TO WS-RG-FILE.
           PERFORM B015-ROLL-REPORT-GENERATION.
      *--------------- the certificate has no header of its own and
      *--------------- is cataloged under the extract's run id
           IF MODE-IS-VERIFY OR MODE-IS-REKEY
              MOVE "ROTCERT.DAT" TO WS-RG-FILE
              PERFORM B015-ROLL-REPORT-GENERATION
           END-IF.
           OPEN OUTPUT ROT-OUTPUT-FILE.
           IF MODE-IS-VERIFY
              OPEN OUTPUT ROT-CERT-FILE
      *--------------- letters is never mistaken for a control
      *--------------- record and dropped.
                       MOVE RI-TEXT(51:8) TO WS-HDR-KEY-ID
                       IF RI-TEXT(81:8) = WS-DIGIT-MARK
                          MOVE 'Y' TO WS-IN-DIGITS-SW
                       ELSE
                          MOVE 'N' TO WS-IN-DIGITS-SW
                       END-IF
                       IF WS-HDR-KEY-ID NOT = SPACES
                          IF MODE-IS-REKEY
                             PERFORM A023-LOOKUP-OLD-KEY
                          PERFORM A026-CERTIFY-REKEY-RECORD
                       END-IF
                    END-IF
                    ADD WS-REC-LETTERS TO WS-TOT-LETTERS
                    ADD WS-REC-DIGITS  TO WS-TOT-DIGITS
                    ADD WS-REC-CHECKS  TO WS-TOT-CHECKS
                    MOVE WS-CIPHER TO RO-CIPHER
                    WRITE RO-CIPHER
                    PERFORM B070-SUM-SHIPPED-RECORD
                 DELIMITED BY SIZE INTO WS-CERT-LINE
              MOVE WS-CERT-LINE TO CERT-PRINT-LINE
              WRITE CERT-PRINT-LINE
              PERFORM A028-CERTIFY-DIGIT-COUNTS
              IF WS-VFY-MISMATCHES = 0
                 AND WS-CLEAR-DIGITS = 0
                 AND WS-CHK-CHANGED = 0
                 MOVE "CERTIFIED - MASKING IS REVERSIBLE AND "
                    & "COMPLETE" TO CERT-PRINT-LINE
              ELSE
              CLOSE ROT-CERT-FILE
              DISPLAY "VERIFY MISMATCHES   : " WS-VFY-MISMATCHES
              IF WS-VFY-MISMATCHES > 0
                 OR WS-CLEAR-DIGITS > 0
                 OR WS-CHK-CHANGED > 0
      *--------------- accumulated, not RETURN-CODE directly: the
      *--------------- print-writer and ledger CALLs still to come
      *--------------- would reset RETURN-CODE before STOP RUN
                 DELIMITED BY SIZE INTO WS-CERT-LINE
              MOVE WS-CERT-LINE TO CERT-PRINT-LINE
              WRITE CERT-PRINT-LINE
              PERFORM A028-CERTIFY-DIGIT-COUNTS
              IF WS-RKY-MISMATCHES = 0
                 AND WS-CHK-CHANGED = 0
                 MOVE "CERTIFIED - PRESERVED FIELDS PASSED "
                    & "THROUGH UNTOUCHED" TO CERT-PRINT-LINE
              ELSE
              WRITE CERT-PRINT-LINE
              CLOSE ROT-CERT-FILE
              IF WS-RKY-MISMATCHES > 0
                 OR WS-CHK-CHANGED > 0
                 MOVE 8 TO WS-COND-CODE
              END-IF
           END-IF.
              DISPLAY "FIELD MAP           : NONE - WHOLE RECORD"
           END-IF.
           DISPLAY "RECORDS PROCESSED   : " WS-REC-COUNT.
           DISPLAY "LETTERS TRANSFORMED : " WS-TOT-LETTERS.
           DISPLAY "DIGITS TRANSFORMED  : " WS-TOT-DIGITS.
           DISPLAY "CHECK DIGITS SET    : " WS-TOT-CHECKS.
           DISPLAY "================================================".
           PERFORM A030-WRITE-LEDGER.
           IF NOT MODE-IS-DECODE
      *--------------- every outward extract leaves its manifest; a
      *--------------- DECODE run ships nothing. Past the partner's
      *--------------- limit each volume carries its own manifest
      *--------------- instead
              IF WS-VOL-LIMIT > 0 AND WS-REC-COUNT > WS-VOL-LIMIT
                 PERFORM A050-SPLIT-VOLUMES
              ELSE
                 MOVE 1                TO WS-VOL-NUM
                 MOVE 1                TO WS-VOL-TOTAL
                 MOVE WS-REC-COUNT     TO WS-MAN-RECS
                 PERFORM A040-WRITE-MANIFEST
              END-IF
           END-IF.

       A028-CERTIFY-DIGIT-COUNTS.
      *--------------- letter and digit fields certified side by
      *--------------- side
           MOVE SPACES TO WS-CERT-LINE.
           STRING "LETTERS " WS-TOT-LETTERS
              "  DIGITS " WS-TOT-DIGITS
              "  CHECK DIGITS " WS-TOT-CHECKS
              DELIMITED BY SIZE INTO WS-CERT-LINE.
           MOVE WS-CERT-LINE TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "DIGITS IN CLEAR " WS-CLEAR-DIGITS
              "  CHECK-DIGIT VALIDITY CHANGED " WS-CHK-CHANGED
              DELIMITED BY SIZE INTO WS-CERT-LINE.
           MOVE WS-CERT-LINE TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE.

       A030-WRITE-LEDGER.
      *--------------- control-total record appended to the shared
      *--------------- daily ledger after every batch run
           MOVE WS-RUN-DATE      TO XM-RUN-DATE.
           MOVE WS-KEY-ID        TO XM-KEY-ID.
           MOVE WS-PARTNER       TO XM-PARTNER.
           MOVE WS-MAN-RECS      TO XM-REC-COUNT.
           MOVE WS-XMIT-CHECKSUM TO XM-CHECKSUM.
           MOVE WS-VOL-NUM       TO XM-VOL-NUM.
           MOVE WS-VOL-TOTAL     TO XM-VOL-TOTAL.
           WRITE XM-MANIFEST-RECORD.
           CLOSE TRANSMIT-FILE.
           DISPLAY "MANIFEST WRITTEN FOR PARTNER " WS-PARTNER
              " VOL " WS-VOL-NUM "/" WS-VOL-TOTAL
              " COUNT " WS-MAN-RECS " CHECKSUM "
              WS-XMIT-CHECKSUM.

       A050-SPLIT-VOLUMES.
      *--------------- the whole extract just written is read back
      *--------------- and dealt into volumes of at most the
      *--------------- partner's limit; its own header and trailer
      *--------------- are not copied, each volume gets its own.
      *--------------- They are known by position - the first record
      *--------------- and whatever follows the run's detail count -
      *--------------- never by content, which a masked detail line
      *--------------- can imitate
           COMPUTE WS-VOL-TOTAL =
              (WS-REC-COUNT + WS-VOL-LIMIT - 1) / WS-VOL-LIMIT.
           IF WS-VOL-TOTAL > 99
              DISPLAY "PARTNER " WS-PARTNER " LIMIT " WS-VOL-LIMIT
                 " NEEDS " WS-VOL-TOTAL " VOLUMES - MORE THAN 99, "
                 "NOTHING SPLIT OR MANIFESTED"
              MOVE 8 TO WS-COND-CODE
              EXIT PARAGRAPH
           END-IF.
      *--------------- every volume about to be rewritten is rolled
      *--------------- before the first one is opened
           MOVE 0   TO WS-VOL-NUM.
           PERFORM A056-ROLL-ONE-VOLUME WS-VOL-TOTAL TIMES.
           MOVE 0   TO WS-VOL-NUM.
           MOVE 'N' TO WS-VOL-EOF-SW.
           MOVE 0   TO WS-VOL-SOURCE-IX.
           OPEN INPUT ROT-OUTPUT-FILE.
           PERFORM UNTIL EOF-VOLUME-SOURCE
              READ ROT-OUTPUT-FILE
                 AT END
                    MOVE 'Y' TO WS-VOL-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-VOL-SOURCE-IX
                    IF WS-VOL-SOURCE-IX > 1
                       AND WS-VOL-SOURCE-IX <= WS-REC-COUNT + 1
                       PERFORM A055-PUT-VOLUME-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ROT-OUTPUT-FILE.
           IF WS-VOL-NUM > 0
              PERFORM A052-CLOSE-VOLUME
           END-IF.
           DISPLAY "EXTRACT SPLIT INTO " WS-VOL-NUM
              " VOLUMES OF AT MOST " WS-VOL-LIMIT " RECORDS".

       A051-OPEN-VOLUME.
           ADD 1 TO WS-VOL-NUM.
           MOVE WS-VOL-NUM TO WS-VOL-NUM-2.
           MOVE SPACES TO WS-VOL-FILE-NAME.
           STRING "ROTOUT" WS-VOL-NUM-2 ".DAT"
              DELIMITED BY SIZE INTO WS-VOL-FILE-NAME.
           MOVE 0 TO WS-VOL-RECS.
           MOVE 0 TO WS-XMIT-CHECKSUM.
           OPEN OUTPUT ROT-VOLUME-FILE.
           MOVE RH-HEADER-RECORD TO VO-CIPHER.
           MOVE WS-DIGIT-MARK    TO VO-CIPHER(81:8).
           MOVE WS-VOL-NUM       TO WS-VT-NUM.
           MOVE WS-VOL-TOTAL     TO WS-VT-TOTAL.
           MOVE WS-VOL-TAG       TO VO-CIPHER(90:14).
           WRITE VO-CIPHER.

       A052-CLOSE-VOLUME.
      *--------------- the volume trailer carries its own count and
      *--------------- checksum, and the volume its own manifest
           MOVE WS-VOL-RECS      TO RT-RECORD-COUNT.
           MOVE WS-XMIT-CHECKSUM TO RT-CONTROL-TOTAL.
           MOVE RT-TRAILER-RECORD TO VO-CIPHER.
           WRITE VO-CIPHER.
           CLOSE ROT-VOLUME-FILE.
           MOVE WS-VOL-RECS TO WS-MAN-RECS.
           PERFORM A040-WRITE-MANIFEST.

       A055-PUT-VOLUME-RECORD.
           IF WS-VOL-NUM = 0 OR WS-VOL-RECS >= WS-VOL-LIMIT
              IF WS-VOL-NUM > 0
                 PERFORM A052-CLOSE-VOLUME
              END-IF
              PERFORM A051-OPEN-VOLUME
           END-IF.
           MOVE RO-CIPHER TO WS-CIPHER.
           MOVE RO-CIPHER TO VO-CIPHER.
           WRITE VO-CIPHER.
           ADD 1 TO WS-VOL-RECS.
           PERFORM B070-SUM-SHIPPED-RECORD.

       A056-ROLL-ONE-VOLUME.
           ADD 1 TO WS-VOL-NUM.
           MOVE WS-VOL-NUM TO WS-VOL-NUM-2.
           MOVE SPACES TO WS-VOL-FILE-NAME.
           STRING "ROTOUT" WS-VOL-NUM-2 ".DAT"
              DELIMITED BY SIZE INTO WS-VOL-FILE-NAME.
           MOVE WS-VOL-FILE-NAME TO WS-RG-FILE.
           MOVE SPACES TO WS-RG-RUN-ID.
           PERFORM B015-ROLL-REPORT-GENERATION.

       B015-ROLL-REPORT-GENERATION.
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
                                   WS-JRNL-MODE WS-COND-CODE
              MOVE WS-COND-CODE TO RETURN-CODE
              STOP RUN
           END-IF.

       B020-WRITE-REPORT-HEADER.
      *--------------- standard header record so the outside test
      *--------------- teams receiving the extract can tell which run
           MOVE WS-RUN-ID    TO RH-RUN-ID.
           MOVE WS-REGION-CODE TO RH-REGION.
           MOVE WS-KEY-ID    TO RH-AUX-ID.
           MOVE RH-HEADER-RECORD TO RO-CIPHER.
      *--------------- a masked extract says its digits are masked
      *--------------- too, so a later DECODE or REKEY knows
           IF NOT MODE-IS-DECODE
              MOVE WS-DIGIT-MARK TO RO-CIPHER(81:8)
           END-IF.
           WRITE RO-CIPHER.

       B030-WRITE-REPORT-TRAILER.
      *--------------- standard trailer record; an extract with no

       B010-ROTATE-RECORD.
      *--------------- column-by-column cipher honoring the field
      *--------------- map: only letters and digits in masked
      *--------------- columns change; preserved fields,
      *--------------- punctuation and spaces ride through in place,
      *--------------- so field boundaries in the fixed extract never
      *--------------- shift. The transform itself is method-aware.
           MOVE SPACES TO WS-CIPHER.
           MOVE WS-COL-MASK TO WS-REC-MASK.
           MOVE 0 TO WS-REC-LETTERS.
           MOVE 0 TO WS-REC-DIGITS.
           MOVE 0 TO WS-REC-CHECKS.
           PERFORM Z050-DERIVE-DIGIT-KEYS.
           PERFORM B012-FIND-CHECK-DIGITS.
           PERFORM VARYING WCN-CNT FROM 1 BY 1
              UNTIL WCN-CNT > 128
              MOVE WS-TEXT(WCN-CNT:1) TO WCV-LT
              IF WS-REC-MASK(WCN-CNT:1) = "Y"
                 AND WCV-LT NOT = SPACE
                 IF WCV-LT IS ALPHABETIC
                    PERFORM Z020-EV-LT
                    PERFORM B011-TRANSFORM-ONE-LETTER
                    ADD 1 TO WS-REC-LETTERS
                 ELSE
                    IF WCV-LT IS NUMERIC
                       PERFORM B013-TRANSFORM-ONE-DIGIT
                    END-IF
                 END-IF
              END-IF
              MOVE WCV-LT TO WS-CIPHER(WCN-CNT:1)
           END-PERFORM.
           PERFORM VARYING WS-CHK-IX FROM 1 BY 1
              UNTIL WS-CHK-IX > WS-CHK-COUNT
              IF WS-CHK-COL(WS-CHK-IX) > 0
                 PERFORM B014-SET-CHECK-DIGIT
              END-IF
           END-PERFORM.

       B012-FIND-CHECK-DIGITS.
      *--------------- an L field's check digit is its LAST digit,
      *--------------- wherever trailing spaces or punctuation leave
      *--------------- it; digits map to digits, so the column is
      *--------------- the same on both sides of the cipher
           PERFORM VARYING WS-CHK-IX FROM 1 BY 1
              UNTIL WS-CHK-IX > WS-CHK-COUNT
              MOVE 0 TO WS-CHK-COL(WS-CHK-IX)
              PERFORM VARYING WS-LUHN-COL
                 FROM WS-CHK-START(WS-CHK-IX) BY 1
                 UNTIL WS-LUHN-COL > WS-CHK-END(WS-CHK-IX)
                 IF WS-TEXT(WS-LUHN-COL:1) IS NUMERIC
                    MOVE WS-LUHN-COL TO WS-CHK-COL(WS-CHK-IX)
                 END-IF
              END-PERFORM
              IF WS-CHK-COL(WS-CHK-IX) > 0
                 MOVE "C" TO WS-REC-MASK(WS-CHK-COL(WS-CHK-IX):1)
              END-IF
           END-PERFORM.

       B013-TRANSFORM-ONE-DIGIT.
      *--------------- the shift is 1-9, keyed and varying with the
      *--------------- column; DECODE takes it off, REKEY takes the
      *--------------- old shift off and puts the new one on in one
      *--------------- step, the way letters are rekeyed. Digits of
      *--------------- an extract cut before digit masking are clear
      *--------------- and are left alone by DECODE.
           MOVE WCV-LT TO WS-DIG-CHAR.
           COMPUTE WS-DIG-SHIFT =
              FUNCTION MOD(WS-DIG-KEY + WCN-CNT, 9) + 1.
           EVALUATE TRUE
              WHEN MODE-IS-DECODE AND NOT INPUT-DIGITS-MASKED
                 EXIT PARAGRAPH
              WHEN MODE-IS-DECODE
                 COMPUTE WS-DIG-WORK = WS-DIG-VAL - WS-DIG-SHIFT + 10
              WHEN MODE-IS-REKEY
                 IF INPUT-DIGITS-MASKED
                    COMPUTE WS-OLD-DIG-SHIFT =
                       FUNCTION MOD(WS-OLD-DIG-KEY + WCN-CNT, 9) + 1
                 ELSE
                    MOVE 0 TO WS-OLD-DIG-SHIFT
                 END-IF
                 COMPUTE WS-DIG-WORK = WS-DIG-VAL - WS-OLD-DIG-SHIFT
                    + WS-DIG-SHIFT + 10
              WHEN OTHER
                 COMPUTE WS-DIG-WORK = WS-DIG-VAL + WS-DIG-SHIFT
           END-EVALUATE.
           COMPUTE WS-DIG-VAL = FUNCTION MOD(WS-DIG-WORK, 10).
           MOVE WS-DIG-CHAR TO WCV-LT.
           ADD 1 TO WS-REC-DIGITS.

       B014-SET-CHECK-DIGIT.
      *--------------- the output check digit is the one the output
      *--------------- digits call for, carried off by whatever the
      *--------------- input check digit was off from its own: a
      *--------------- valid number stays valid, an invalid one stays
      *--------------- exactly as invalid, and the same rule run in
      *--------------- DECODE or REKEY gives the input digit back
           MOVE WS-TEXT TO WS-LUHN-TEXT.
           PERFORM Z060-LUHN-CHECK-DIGIT.
           MOVE WS-LUHN-CHECK TO WS-IN-LUHN.
           MOVE WS-TEXT(WS-CHK-COL(WS-CHK-IX):1) TO WS-DIG-CHAR.
           MOVE WS-DIG-VAL TO WS-IN-CHECK.
           MOVE WS-CIPHER TO WS-LUHN-TEXT.
           PERFORM Z060-LUHN-CHECK-DIGIT.
           COMPUTE WS-DIG-VAL = FUNCTION MOD(
              WS-LUHN-CHECK + WS-IN-CHECK - WS-IN-LUHN + 10, 10).
           MOVE WS-DIG-CHAR TO WS-CIPHER(WS-CHK-COL(WS-CHK-IX):1).
           ADD 1 TO WS-REC-CHECKS.

       B011-TRANSFORM-ONE-LETTER.
      *--------------- Z020 has put the letter's 1-26 value in
              END-IF
           END-PERFORM.

       Z050-DERIVE-DIGIT-KEYS.
      *--------------- the digit key comes from the key already in
      *--------------- force: the rotation amount, or for SUBST the
      *--------------- number of the letter A is enciphered to; the
      *--------------- old side is derived the same way for REKEY
           IF METHOD-IS-SUBST
              MOVE 0 TO WCV-NO
              MOVE WS-SUB-ALPHA(1:1) TO WCV-LT
              PERFORM Z020-EV-LT
              COMPUTE WS-DIG-KEY = FUNCTION MOD(WCV-NO, 10)
           ELSE
              COMPUTE WS-DIG-KEY = FUNCTION MOD(WS-KEY, 10)
           END-IF.
           IF OLD-METHOD-IS-SUBST
              MOVE 0 TO WCV-NO
              MOVE WS-OLD-SUB-ALPHA(1:1) TO WCV-LT
              PERFORM Z020-EV-LT
              COMPUTE WS-OLD-DIG-KEY = FUNCTION MOD(WCV-NO, 10)
           ELSE
              COMPUTE WS-OLD-DIG-KEY = FUNCTION MOD(WS-OLD-KEY, 10)
           END-IF.

       Z060-LUHN-CHECK-DIGIT.
      *--------------- check digit the digits of WS-LUHN-TEXT ahead
      *--------------- of field WS-CHK-IX's check column call for:
      *--------------- every second digit doubled, starting with the
      *--------------- one next to the check digit
           MOVE 0   TO WS-LUHN-SUM.
           MOVE 'Y' TO WS-LUHN-DBL-SW.
           PERFORM VARYING WS-LUHN-COL
              FROM WS-CHK-COL(WS-CHK-IX) BY -1
              UNTIL WS-LUHN-COL <= WS-CHK-START(WS-CHK-IX)
              IF WS-LUHN-TEXT(WS-LUHN-COL - 1:1) IS NUMERIC
                 MOVE WS-LUHN-TEXT(WS-LUHN-COL - 1:1) TO WS-DIG-CHAR
                 IF LUHN-DOUBLE-THIS
                    COMPUTE WS-DIG-WORK = WS-DIG-VAL * 2
                    IF WS-DIG-WORK > 9
                       SUBTRACT 9 FROM WS-DIG-WORK
                    END-IF
                    MOVE 'N' TO WS-LUHN-DBL-SW
                 ELSE
                    MOVE WS-DIG-VAL TO WS-DIG-WORK
                    MOVE 'Y' TO WS-LUHN-DBL-SW
                 END-IF
                 ADD WS-DIG-WORK TO WS-LUHN-SUM
              END-IF
           END-PERFORM.
           COMPUTE WS-LUHN-CHECK =
              FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10), 10).

       Z065-LUHN-FIELD-VALID.
      *--------------- does field WS-CHK-IX of WS-LUHN-TEXT carry the
      *--------------- check digit its other digits call for
           MOVE 'N' TO WS-LUHN-VALID-SW.
           IF WS-CHK-COL(WS-CHK-IX) > 0
              PERFORM Z060-LUHN-CHECK-DIGIT
              MOVE WS-LUHN-TEXT(WS-CHK-COL(WS-CHK-IX):1)
                 TO WS-DIG-CHAR
              IF WS-DIG-VAL = WS-LUHN-CHECK
                 MOVE 'Y' TO WS-LUHN-VALID-SW
              END-IF
           END-IF.

       Z020-EV-LT.
           EVALUATE WCV-LT
              WHEN 'A'
