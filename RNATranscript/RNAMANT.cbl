       IDENTIFICATION DIVISION.
       PROGRAM-ID. RNAMANT.
      *****************************************************************
      * RNAMANT - maintenance and inquiry custodian for the RNAMAST   *
      * indexed results master, which RNATRAN versions and FASTAEXP   *
      * reads but nothing could inspect or correct - a bad result     *
      * the lab asked us to pull stayed on file as the latest one.    *
      *                                                               *
      * Calling interface (arg 1 = function):                         *
      *   HIST      accession - one line per version held: segments,  *
      *             bases, run date and status                        *
      *   SHOW      accession version - reassemble the version's      *
      *             segments and display the full strand              *
      *   WITHDRAW  accession version "reason" - mark every segment   *
      *             of the version WDRN                               *
      *   SUPERSEDE accession version "reason" - mark an older        *
      *             version SUPR; the latest version on file is       *
      *             recorded as the one that replaces it              *
      *   PURGE     cutoff-date - delete versions run before the      *
      *             cutoff, always keeping each accession's latest    *
      *   EXPORT    - copy all records to sequential RNAMSEQ.DAT      *
      *   REBUILD   - recreate RNAMAST.DAT from RNAMSEQ.DAT           *
      *                                                               *
      * RNATRAN finds an accession's latest version by reading        *
      * segment 01 of versions 01, 02, ... until one is missing, so   *
      * versions must stay dense from 01. PURGE therefore renumbers   *
      * the versions it keeps down from 01, oldest first, and logs    *
      * each renumbering. WITHDRAW, SUPERSEDE and PURGE all append    *
      * to the maintenance log RNAMLOG.DAT with the old and new       *
      * status and the operator's reason.                             *
      *                                                               *
      * Every function signs on through SIGNON first: HIST and SHOW   *
      * need VIEW, WITHDRAW, SUPERSEDE and EXPORT need CUSTODIAN, and *
      * PURGE and REBUILD need ADMIN. A refusal is condition code 8.  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RNA-MASTER-FILE ASSIGN TO "RNAMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RM-MASTER-KEY
              FILE STATUS IS WS-MAST-STATUS.
           SELECT MASTER-BACKUP-FILE ASSIGN TO "RNAMSEQ.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-SEQ-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO "RNAMLOG.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *--------------- same layout RNATRAN keeps for its versioned
      *--------------- results, one record per 64-base segment
       FD  RNA-MASTER-FILE
           RECORD CONTAINS 96 CHARACTERS.
       01  RM-MASTER-RECORD.
           05  RM-MASTER-KEY.
               10  RM-ACCESSION    PIC X(12).
               10  RM-VERSION      PIC 9(2).
               10  RM-SEGMENT      PIC 9(2).
           05  RM-RESULT           PIC X(64).
           05  RM-STATUS           PIC X(4).
               88  RM-WITHDRAWN              VALUE "WDRN".
               88  RM-SUPERSEDED             VALUE "SUPR".
           05  RM-RUN-DATE         PIC X(8).
           05  RM-LAST-FLAG        PIC X(1).
           05  FILLER              PIC X(3).

       FD  MASTER-BACKUP-FILE
           RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.
       01  BKP-RECORD                 PIC X(96).

      *--------------- one line per status change, purge or
      *--------------- renumbering; ML-REF-VERSION is the replacing
      *--------------- version for SUPERSEDE and the new number for
      *--------------- RENUMBER
       FD  MAINT-LOG-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  ML-LOG-RECORD.
           05  ML-LOG-DATE             PIC X(8).
           05  FILLER                  PIC X(1).
           05  ML-LOG-TIME             PIC X(6).
           05  FILLER                  PIC X(1).
           05  ML-FUNCTION             PIC X(10).
           05  FILLER                  PIC X(1).
           05  ML-ACCESSION            PIC X(12).
           05  FILLER                  PIC X(1).
           05  ML-VERSION              PIC 9(2).
           05  FILLER                  PIC X(1).
           05  ML-OLD-STATUS           PIC X(4).
           05  FILLER                  PIC X(1).
           05  ML-NEW-STATUS           PIC X(4).
           05  FILLER                  PIC X(1).
           05  ML-REF-VERSION          PIC 9(2).
           05  FILLER                  PIC X(1).
           05  ML-REASON               PIC X(40).
           05  FILLER                  PIC X(24).

       WORKING-STORAGE SECTION.
       01  WS-MAST-STATUS         PIC XX    VALUE SPACES.
       01  WS-SEQ-STATUS          PIC XX    VALUE SPACES.
       01  WS-LOG-STATUS          PIC XX    VALUE SPACES.
       01  WS-FUNCTION-ARG        PIC X(10) VALUE SPACES.
       01  WS-PARM-2              PIC X(12) VALUE SPACES.
       01  WS-PARM-3              PIC X(8)  VALUE SPACES.
       01  WS-PARM-4              PIC X(40) VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-SAVE-RC             PIC S9(4) VALUE 0.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-MASTER-SCAN              VALUE 'Y'.
       01  WS-FOUND-SW            PIC X     VALUE 'N'.
           88  MASTER-RECORD-FOUND          VALUE 'Y'.
       01  WS-ACCESSION           PIC X(12) VALUE SPACES.
       01  WS-VERSION             PIC 9(2)  VALUE 0.
       01  WS-LATEST-VER          PIC 9(2)  VALUE 0.
       01  WS-CUTOFF-DATE         PIC X(8)  VALUE SPACES.
       01  WS-NEW-STATUS          PIC X(4)  VALUE SPACES.
       01  WS-OLD-STATUS          PIC X(4)  VALUE SPACES.
       01  WS-REF-VERSION         PIC 9(2)  VALUE 0.
       01  WS-TODAY               PIC X(8)  VALUE SPACES.
       01  WS-TIME-NOW            PIC X(8)  VALUE SPACES.
       01  WS-ENTRY-COUNT         PIC 9(8)  VALUE 0.
       01  WS-ACTION-COUNT        PIC 9(8)  VALUE 0.
       01  WS-ERROR-COUNT         PIC 9(8)  VALUE 0.
       01  WS-RENUM-COUNT         PIC 9(8)  VALUE 0.
       01  WS-ACC-COUNT           PIC 9(8)  VALUE 0.
      *--------------- every opener of the results master goes
      *--------------- through the ENQUEUE gatekeeper, the same
      *--------------- way RNATRAN takes it
       01  WS-EQ-FUNC             PIC X(3)  VALUE SPACES.
       01  WS-EQ-RESOURCE         PIC X(8)  VALUE "RNAMAST ".
       01  WS-EQ-RUN-ID           PIC X(12) VALUE "RNAMANT".
       01  WS-EQ-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-EQ-HELD-SW          PIC X     VALUE 'N'.
           88  MASTER-LOCK-HELD             VALUE 'Y'.
      *--------------- operator sign-on; SIGNON checks the function's
      *--------------- minimum role and audits the grant or refusal
       01  WS-SG-PROGRAM          PIC X(12) VALUE "RNAMANT".
       01  WS-SG-FUNCTION         PIC X(10) VALUE SPACES.
       01  WS-SG-MIN-ROLE         PIC X(9)  VALUE SPACES.
       01  WS-SG-USER             PIC X(8)  VALUE SPACES.
       01  WS-SG-STATUS           PIC X(2)  VALUE SPACES.
           88  SIGN-ON-GRANTED              VALUE "00".

      *--------------- HIST: one slot per version as it is read
       01  WS-HV-VERSION          PIC 9(2)  VALUE 0.
       01  WS-HV-SEGS             PIC 9(2)  VALUE 0.
       01  WS-HV-BASES            PIC 9(4)  VALUE 0.
       01  WS-HV-RUN-DATE         PIC X(8)  VALUE SPACES.
       01  WS-HV-STATUS           PIC X(4)  VALUE SPACES.
       01  WS-HV-LAST-SW          PIC X     VALUE SPACE.
       01  WS-SEG-BASES           PIC 9(3)  VALUE 0.
       01  WS-HIST-LINE.
           05  FILLER                  PIC X(2)  VALUE "V ".
           05  WS-HL-VERSION           PIC 9(2).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-HL-SEGS              PIC Z9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-HL-BASES             PIC ZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-HL-RUN-DATE          PIC X(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-HL-STATUS            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-HL-NOTE              PIC X(20).

      *--------------- SHOW: the reassembled strand
       01  WS-STRAND              PIC X(576) VALUE SPACES.
       01  WS-SEG                 PIC 9(2)  VALUE 0.
       01  WS-SEG-COUNT           PIC 9(2)  VALUE 0.
       01  WS-STRAND-LEN          PIC 9(3)  VALUE 0.
       01  WS-POS                 PIC 9(3)  VALUE 0.
       01  WS-POS-ED              PIC ZZ9.
       01  WS-LAST-SEEN-SW        PIC X     VALUE 'N'.
           88  LAST-SEGMENT-SEEN            VALUE 'Y'.

      *--------------- PURGE: one accession's records at a time;
      *--------------- 99 versions of up to 9 segments
       01  WS-PG-MAX              PIC 9(3)  VALUE 891.
       01  WS-PG-USED             PIC 9(3)  VALUE 0.
       01  WS-PG-IX               PIC 9(3)  VALUE 0.
       01  WS-PG-TABLE.
           05  WS-PG-ENTRY OCCURS 891 TIMES.
               10  WS-PG-RECORD       PIC X(96).
       01  WS-PG-VIEW             PIC X(96).
       01  WS-PG-FIELDS REDEFINES WS-PG-VIEW.
           05  WS-PG-ACCESSION        PIC X(12).
           05  WS-PG-VERSION          PIC 9(2).
           05  WS-PG-SEGMENT          PIC 9(2).
           05  FILLER                 PIC X(68).
           05  WS-PG-RUN-DATE         PIC X(8).
           05  FILLER                 PIC X(4).
      *--------------- per-version decision: new number, or 00 if
      *--------------- the version goes
       01  WS-PG-NEWVER-TABLE.
           05  WS-PG-NEWVER OCCURS 99 TIMES PIC 9(2).
       01  WS-PG-KEEP-COUNT       PIC 9(2)  VALUE 0.
       01  WS-PG-DROP-SW          PIC X     VALUE 'N'.
           88  PURGE-NEEDED                 VALUE 'Y'.
       01  WS-PG-NEXT-KEY         PIC X(16) VALUE SPACES.
       01  WS-PG-V                PIC 9(2)  VALUE 0.
       01  WS-PG-OVERFLOW-SW      PIC X     VALUE 'N'.
           88  PURGE-TABLE-FULL             VALUE 'Y'.

       PROCEDURE DIVISION.
       RNAMANT.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-FUNCTION-ARG FROM ARGUMENT-VALUE.
           MOVE 2 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-2 FROM ARGUMENT-VALUE.
           MOVE 3 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-3 FROM ARGUMENT-VALUE.
           MOVE 4 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-4 FROM ARGUMENT-VALUE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 0005-SIGN-ON.
           IF NOT SIGN-ON-GRANTED
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0040-ACQUIRE-MASTER-LOCK.
           IF MASTER-LOCK-HELD
              EVALUATE WS-FUNCTION-ARG
                 WHEN "HIST"
                    PERFORM 1000-LIST-VERSIONS
                 WHEN "SHOW"
                    PERFORM 2000-SHOW-STRAND
                 WHEN "WITHDRAW"
                    MOVE "WDRN" TO WS-NEW-STATUS
                    PERFORM 3000-CHANGE-VERSION-STATUS
                 WHEN "SUPERSEDE"
                    MOVE "SUPR" TO WS-NEW-STATUS
                    PERFORM 3000-CHANGE-VERSION-STATUS
                 WHEN "PURGE"
                    PERFORM 4000-PURGE-VERSIONS
                 WHEN "EXPORT"
                    PERFORM 5000-EXPORT-BACKUP
                 WHEN "REBUILD"
                    PERFORM 6000-REBUILD-FROM-BACKUP
                 WHEN OTHER
                    DISPLAY "RNAMANT: UNKNOWN FUNCTION "
                       WS-FUNCTION-ARG
                    DISPLAY "USE HIST, SHOW, WITHDRAW, SUPERSEDE, "
                       "PURGE, EXPORT OR REBUILD"
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
                 MOVE "ADMIN" TO WS-SG-MIN-ROLE
              WHEN "WITHDRAW"
              WHEN "SUPERSEDE"
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
                                WS-EQ-RUN-ID WS-EQ-STATUS.
           IF WS-EQ-STATUS = "00"
              MOVE 'Y' TO WS-EQ-HELD-SW
           ELSE
              DISPLAY "RNAMANT: RNAMAST.DAT LOCK NOT ACQUIRED - "
                 "STATUS " WS-EQ-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

       0050-RELEASE-MASTER-LOCK.
      *--------------- the release CALL must not wipe the function's
      *--------------- return code
           MOVE RETURN-CODE TO WS-SAVE-RC.
           MOVE "DEQ" TO WS-EQ-FUNC.
           CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE
                                WS-EQ-RUN-ID WS-EQ-STATUS.
           MOVE 'N' TO WS-EQ-HELD-SW.
           MOVE WS-SAVE-RC TO RETURN-CODE.

       0010-OPEN-MASTER-INPUT.
           MOVE SPACES TO WS-MAST-STATUS.
           OPEN INPUT RNA-MASTER-FILE.
           IF WS-MAST-STATUS NOT = "00"
              DISPLAY "RNAMANT: CANNOT OPEN RNAMAST.DAT - STATUS "
                 WS-MAST-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SW
           END-IF.

       0015-OPEN-MASTER-UPDATE.
           MOVE SPACES TO WS-MAST-STATUS.
           OPEN I-O RNA-MASTER-FILE.
           IF WS-MAST-STATUS NOT = "00"
              DISPLAY "RNAMANT: CANNOT OPEN RNAMAST.DAT - STATUS "
                 WS-MAST-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SW
           END-IF.

       0020-PICK-ACCESSION.
      *--------------- accession from arg 2 is required by every
      *--------------- function that works on a single strand
           MOVE SPACES TO WS-ACCESSION.
           IF WS-PARM-2 = SPACES OR WS-PARM-2 = LOW-VALUES
              DISPLAY "RNAMANT: " FUNCTION TRIM(WS-FUNCTION-ARG)
                 " NEEDS AN ACCESSION ID"
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SW
           ELSE
              MOVE WS-PARM-2 TO WS-ACCESSION
           END-IF.

       0025-PICK-VERSION.
      *--------------- version from arg 3, 01-99
           MOVE 0 TO WS-VERSION.
           IF WS-PARM-3 NOT = SPACES AND WS-PARM-3 NOT = LOW-VALUES
              AND FUNCTION TRIM(WS-PARM-3) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-PARM-3) TO WS-VERSION
           END-IF.
           IF WS-VERSION = 0
              DISPLAY "RNAMANT: " FUNCTION TRIM(WS-FUNCTION-ARG)
                 " NEEDS A VERSION NUMBER 01-99"
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SW
           END-IF.

       0030-FIND-LATEST-VERSION.
      *--------------- versions are dense from 01, so the first
      *--------------- missing segment-01 record marks the end
           MOVE 0 TO WS-LATEST-VER.
           MOVE 'Y' TO WS-FOUND-SW.
           PERFORM UNTIL NOT MASTER-RECORD-FOUND
              OR WS-LATEST-VER >= 99
              MOVE WS-ACCESSION TO RM-ACCESSION
              COMPUTE RM-VERSION = WS-LATEST-VER + 1
              MOVE 1 TO RM-SEGMENT
              READ RNA-MASTER-FILE
                 INVALID KEY
                    MOVE 'N' TO WS-FOUND-SW
                 NOT INVALID KEY
                    ADD 1 TO WS-LATEST-VER
              END-READ
           END-PERFORM.

       0060-WRITE-LOG-ENTRY.
      *--------------- ML-LOG-RECORD is filled by the caller apart
      *--------------- from the timestamp; the log is created on
      *--------------- first use
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TODAY          TO ML-LOG-DATE.
           MOVE WS-TIME-NOW(1:6)  TO ML-LOG-TIME.
           MOVE SPACES TO WS-LOG-STATUS.
           OPEN EXTEND MAINT-LOG-FILE.
           IF WS-LOG-STATUS = "35"
              OPEN OUTPUT MAINT-LOG-FILE
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
              DISPLAY "RNAMANT: CANNOT OPEN RNAMLOG.DAT - STATUS "
                 WS-LOG-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           WRITE ML-LOG-RECORD.
           CLOSE MAINT-LOG-FILE.

       1000-LIST-VERSIONS.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 0020-PICK-ACCESSION.
           IF EOF-MASTER-SCAN
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0010-OPEN-MASTER-INPUT.
           IF EOF-MASTER-SCAN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCESSION TO RM-ACCESSION.
           MOVE 0 TO RM-VERSION.
           MOVE 0 TO RM-SEGMENT.
           START RNA-MASTER-FILE KEY >= RM-MASTER-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-SW
           END-START.
           DISPLAY "ACCESSION " WS-ACCESSION.
           DISPLAY "VER  SEGS  BASES  RUN-DATE  STATUS".
           MOVE 0 TO WS-HV-VERSION.
           PERFORM UNTIL EOF-MASTER-SCAN
              READ RNA-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF RM-ACCESSION NOT = WS-ACCESSION
                       MOVE 'Y' TO WS-EOF-SW
                    ELSE
                       PERFORM 1010-POST-SEGMENT
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-HV-VERSION > 0
              PERFORM 1020-SHOW-VERSION-LINE
           END-IF.
           CLOSE RNA-MASTER-FILE.
           DISPLAY "VERSIONS LISTED: " WS-ENTRY-COUNT.
           IF WS-ENTRY-COUNT = 0
              DISPLAY "RNAMANT: NO VERSIONS ON FILE FOR "
                 WS-ACCESSION
              MOVE 4 TO RETURN-CODE
           END-IF.

       1010-POST-SEGMENT.
           IF RM-VERSION NOT = WS-HV-VERSION
              IF WS-HV-VERSION > 0
                 PERFORM 1020-SHOW-VERSION-LINE
              END-IF
              MOVE RM-VERSION  TO WS-HV-VERSION
              MOVE 0           TO WS-HV-SEGS
              MOVE 0           TO WS-HV-BASES
              MOVE RM-RUN-DATE TO WS-HV-RUN-DATE
              MOVE RM-STATUS   TO WS-HV-STATUS
              MOVE SPACE       TO WS-HV-LAST-SW
           END-IF.
           ADD 1 TO WS-HV-SEGS.
           IF RM-RESULT = SPACES
              MOVE 0 TO WS-SEG-BASES
           ELSE
              COMPUTE WS-SEG-BASES = FUNCTION LENGTH(
                 FUNCTION TRIM(RM-RESULT TRAILING))
           END-IF.
           ADD WS-SEG-BASES TO WS-HV-BASES.
           IF RM-LAST-FLAG = "L"
              MOVE "L" TO WS-HV-LAST-SW
           END-IF.

       1020-SHOW-VERSION-LINE.
           ADD 1 TO WS-ENTRY-COUNT.
           MOVE WS-HV-VERSION  TO WS-HL-VERSION.
           MOVE WS-HV-SEGS     TO WS-HL-SEGS.
           MOVE WS-HV-BASES    TO WS-HL-BASES.
           MOVE WS-HV-RUN-DATE TO WS-HL-RUN-DATE.
           MOVE WS-HV-STATUS   TO WS-HL-STATUS.
           MOVE SPACES         TO WS-HL-NOTE.
           IF WS-HV-LAST-SW NOT = "L"
              MOVE "NO LAST SEGMENT" TO WS-HL-NOTE
           END-IF.
           DISPLAY WS-HIST-LINE.

       2000-SHOW-STRAND.
      *--------------- segments 01-09 in order; a gap before the
      *--------------- last-segment marker means the version is
      *--------------- damaged and is reported as such
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 0020-PICK-ACCESSION.
           IF NOT EOF-MASTER-SCAN
              PERFORM 0025-PICK-VERSION
           END-IF.
           IF EOF-MASTER-SCAN
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0010-OPEN-MASTER-INPUT.
           IF EOF-MASTER-SCAN
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-STRAND.
           MOVE 0   TO WS-SEG-COUNT.
           MOVE 0   TO WS-STRAND-LEN.
           MOVE 'N' TO WS-LAST-SEEN-SW.
           MOVE SPACES TO WS-HV-STATUS WS-HV-RUN-DATE.
           PERFORM VARYING WS-SEG FROM 1 BY 1
              UNTIL WS-SEG > 9 OR LAST-SEGMENT-SEEN
              MOVE WS-ACCESSION TO RM-ACCESSION
              MOVE WS-VERSION   TO RM-VERSION
              MOVE WS-SEG       TO RM-SEGMENT
              READ RNA-MASTER-FILE
                 INVALID KEY
                    IF WS-SEG-COUNT > 0
                       ADD 1 TO WS-ERROR-COUNT
                    END-IF
                    MOVE 10 TO WS-SEG
                 NOT INVALID KEY
                    ADD 1 TO WS-SEG-COUNT
                    MOVE RM-RESULT
                       TO WS-STRAND(((WS-SEG - 1) * 64) + 1:64)
                    IF WS-SEG = 1
                       MOVE RM-STATUS   TO WS-HV-STATUS
                       MOVE RM-RUN-DATE TO WS-HV-RUN-DATE
                    END-IF
                    IF RM-LAST-FLAG = "L"
                       MOVE 'Y' TO WS-LAST-SEEN-SW
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RNA-MASTER-FILE.
           IF WS-SEG-COUNT = 0
              DISPLAY "RNAMANT: " WS-ACCESSION " VERSION " WS-VERSION
                 " NOT ON FILE"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           IF WS-STRAND NOT = SPACES
              COMPUTE WS-STRAND-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-STRAND TRAILING))
           END-IF.
           DISPLAY "ACCESSION " WS-ACCESSION "  VERSION " WS-VERSION
              "  RUN " WS-HV-RUN-DATE "  STATUS " WS-HV-STATUS.
           DISPLAY "SEGMENTS " WS-SEG-COUNT "  BASES " WS-STRAND-LEN.
           PERFORM VARYING WS-POS FROM 1 BY 64
              UNTIL WS-POS > WS-STRAND-LEN
              MOVE WS-POS TO WS-POS-ED
              DISPLAY WS-POS-ED "  " WS-STRAND(WS-POS:64)
           END-PERFORM.
           IF WS-ERROR-COUNT > 0 OR NOT LAST-SEGMENT-SEEN
              DISPLAY "RNAMANT: VERSION INCOMPLETE - SEGMENT MISSING "
                 "OR NO LAST-SEGMENT MARKER"
              MOVE 4 TO RETURN-CODE
           END-IF.

       3000-CHANGE-VERSION-STATUS.
      *--------------- WITHDRAW / SUPERSEDE: the status on every
      *--------------- segment of the version changes, the result
      *--------------- itself stays on file for the record
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 0020-PICK-ACCESSION.
           IF NOT EOF-MASTER-SCAN
              PERFORM 0025-PICK-VERSION
           END-IF.
           IF NOT EOF-MASTER-SCAN
              AND (WS-PARM-4 = SPACES OR WS-PARM-4 = LOW-VALUES)
              DISPLAY "RNAMANT: " FUNCTION TRIM(WS-FUNCTION-ARG)
                 " NEEDS AN OPERATOR REASON"
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
           IF EOF-MASTER-SCAN
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0015-OPEN-MASTER-UPDATE.
           IF EOF-MASTER-SCAN
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0030-FIND-LATEST-VERSION.
           MOVE 0 TO WS-REF-VERSION.
           EVALUATE TRUE
              WHEN WS-VERSION > WS-LATEST-VER
                 DISPLAY "RNAMANT: " WS-ACCESSION " VERSION "
                    WS-VERSION " NOT ON FILE"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-NEW-STATUS = "SUPR"
                 AND WS-VERSION = WS-LATEST-VER
                 DISPLAY "RNAMANT: VERSION " WS-VERSION
                    " IS THE LATEST - NOTHING SUPERSEDES IT"
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 IF WS-NEW-STATUS = "SUPR"
                    MOVE WS-LATEST-VER TO WS-REF-VERSION
                 END-IF
                 PERFORM 3010-REWRITE-VERSION-STATUS
           END-EVALUATE.
           CLOSE RNA-MASTER-FILE.

       3010-REWRITE-VERSION-STATUS.
           MOVE SPACES TO WS-OLD-STATUS.
           PERFORM VARYING WS-SEG FROM 1 BY 1 UNTIL WS-SEG > 9
              MOVE WS-ACCESSION TO RM-ACCESSION
              MOVE WS-VERSION   TO RM-VERSION
              MOVE WS-SEG       TO RM-SEGMENT
              READ RNA-MASTER-FILE
                 INVALID KEY
                    MOVE 10 TO WS-SEG
                 NOT INVALID KEY
                    IF WS-SEG = 1
                       MOVE RM-STATUS TO WS-OLD-STATUS
                    END-IF
                    MOVE WS-NEW-STATUS TO RM-STATUS
                    REWRITE RM-MASTER-RECORD
                       INVALID KEY
                          ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                          ADD 1 TO WS-ACTION-COUNT
                    END-REWRITE
              END-READ
           END-PERFORM.
           IF WS-OLD-STATUS = WS-NEW-STATUS
              DISPLAY "RNAMANT: " WS-ACCESSION " VERSION " WS-VERSION
                 " WAS ALREADY " WS-NEW-STATUS
           END-IF.
           MOVE SPACES           TO ML-LOG-RECORD.
           MOVE WS-FUNCTION-ARG  TO ML-FUNCTION.
           MOVE WS-ACCESSION     TO ML-ACCESSION.
           MOVE WS-VERSION       TO ML-VERSION.
           MOVE WS-OLD-STATUS    TO ML-OLD-STATUS.
           MOVE WS-NEW-STATUS    TO ML-NEW-STATUS.
           MOVE WS-REF-VERSION   TO ML-REF-VERSION.
           MOVE WS-PARM-4        TO ML-REASON.
           PERFORM 0060-WRITE-LOG-ENTRY.
           DISPLAY "RNAMANT: " WS-ACCESSION " VERSION " WS-VERSION
              " " WS-OLD-STATUS " -> " WS-NEW-STATUS
              " - SEGMENTS UPDATED: " WS-ACTION-COUNT.
           IF WS-ERROR-COUNT > 0
              DISPLAY "RNAMANT: SEGMENTS NOT UPDATED: "
                 WS-ERROR-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF.

       4000-PURGE-VERSIONS.
      *--------------- one accession at a time: load all its
      *--------------- records, decide which versions go, delete
      *--------------- the lot and write the survivors back under
      *--------------- dense version numbers, then START again at
      *--------------- the next accession
           MOVE 'N' TO WS-EOF-SW.
           IF WS-PARM-2(1:8) IS NUMERIC
              AND WS-PARM-2(9:4) = SPACES
              MOVE WS-PARM-2(1:8) TO WS-CUTOFF-DATE
           ELSE
              DISPLAY "RNAMANT: PURGE NEEDS A NUMERIC CUTOFF "
                 "(YYYYMMDD)"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0015-OPEN-MASTER-UPDATE.
           IF EOF-MASTER-SCAN
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO RM-MASTER-KEY.
           START RNA-MASTER-FILE KEY >= RM-MASTER-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-SW
           END-START.
           IF NOT EOF-MASTER-SCAN
              READ RNA-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
              END-READ
           END-IF.
           PERFORM UNTIL EOF-MASTER-SCAN
              PERFORM 4010-LOAD-ACCESSION
              PERFORM 4020-DECIDE-VERSIONS
              IF PURGE-NEEDED
                 PERFORM 4030-REWRITE-ACCESSION
              END-IF
              IF NOT EOF-MASTER-SCAN
                 MOVE WS-PG-NEXT-KEY TO RM-MASTER-KEY
                 START RNA-MASTER-FILE KEY >= RM-MASTER-KEY
                    INVALID KEY
                       MOVE 'Y' TO WS-EOF-SW
                 END-START
                 IF NOT EOF-MASTER-SCAN
                    READ RNA-MASTER-FILE NEXT RECORD
                       AT END
                          MOVE 'Y' TO WS-EOF-SW
                    END-READ
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE RNA-MASTER-FILE.
           DISPLAY "ACCESSIONS EXAMINED: " WS-ACC-COUNT.
           DISPLAY "VERSIONS EXAMINED  : " WS-ENTRY-COUNT.
           DISPLAY "VERSIONS PURGED    : " WS-ACTION-COUNT.
           DISPLAY "VERSIONS RENUMBERED: " WS-RENUM-COUNT.
           IF WS-ERROR-COUNT > 0
              DISPLAY "RNAMANT: RECORDS NOT REWRITTEN: "
                 WS-ERROR-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF.

       4010-LOAD-ACCESSION.
      *--------------- the current record starts the accession; the
      *--------------- first record of the next one is remembered
      *--------------- so the scan can be restarted there
           ADD 1 TO WS-ACC-COUNT.
           MOVE RM-ACCESSION TO WS-ACCESSION.
           MOVE 0   TO WS-PG-USED.
           MOVE 'N' TO WS-PG-OVERFLOW-SW.
           PERFORM UNTIL EOF-MASTER-SCAN
              OR RM-ACCESSION NOT = WS-ACCESSION
              IF WS-PG-USED < WS-PG-MAX
                 ADD 1 TO WS-PG-USED
                 MOVE RM-MASTER-RECORD TO WS-PG-RECORD(WS-PG-USED)
              ELSE
                 MOVE 'Y' TO WS-PG-OVERFLOW-SW
              END-IF
              READ RNA-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
              END-READ
           END-PERFORM.
           IF NOT EOF-MASTER-SCAN
              MOVE RM-MASTER-KEY TO WS-PG-NEXT-KEY
           END-IF.

       4020-DECIDE-VERSIONS.
      *--------------- the highest version always stays; an older
      *--------------- one goes when its run date is before the
      *--------------- cutoff. Survivors are numbered 01, 02, ...
      *--------------- in their original order
           MOVE 'N' TO WS-PG-DROP-SW.
           MOVE ZEROS TO WS-PG-NEWVER-TABLE.
           IF PURGE-TABLE-FULL
              DISPLAY "RNAMANT: " WS-ACCESSION
                 " HAS TOO MANY RECORDS - NOT PURGED"
              ADD 1 TO WS-ERROR-COUNT
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-PG-RECORD(WS-PG-USED) TO WS-PG-VIEW.
           MOVE WS-PG-VERSION TO WS-LATEST-VER.
           MOVE 0 TO WS-PG-KEEP-COUNT.
           PERFORM VARYING WS-PG-IX FROM 1 BY 1
              UNTIL WS-PG-IX > WS-PG-USED
              MOVE WS-PG-RECORD(WS-PG-IX) TO WS-PG-VIEW
              MOVE WS-PG-VERSION TO WS-PG-V
              IF WS-PG-V > 0 AND WS-PG-SEGMENT = 1
                 ADD 1 TO WS-ENTRY-COUNT
                 IF WS-PG-V < WS-LATEST-VER
                    AND WS-PG-RUN-DATE < WS-CUTOFF-DATE
                    MOVE 'Y' TO WS-PG-DROP-SW
                 ELSE
                    ADD 1 TO WS-PG-KEEP-COUNT
                    MOVE WS-PG-KEEP-COUNT TO WS-PG-NEWVER(WS-PG-V)
                 END-IF
              END-IF
           END-PERFORM.

       4030-REWRITE-ACCESSION.
           PERFORM VARYING WS-PG-IX FROM 1 BY 1
              UNTIL WS-PG-IX > WS-PG-USED
              MOVE WS-PG-RECORD(WS-PG-IX) TO RM-MASTER-RECORD
              DELETE RNA-MASTER-FILE RECORD
                 INVALID KEY
                    ADD 1 TO WS-ERROR-COUNT
              END-DELETE
           END-PERFORM.
           PERFORM VARYING WS-PG-IX FROM 1 BY 1
              UNTIL WS-PG-IX > WS-PG-USED
              MOVE WS-PG-RECORD(WS-PG-IX) TO WS-PG-VIEW
              MOVE WS-PG-VERSION TO WS-PG-V
              IF WS-PG-V > 0
                 PERFORM 4040-PLACE-RECORD
              END-IF
           END-PERFORM.

       4040-PLACE-RECORD.
      *--------------- segment 01 carries the version's log line
           MOVE WS-PG-RECORD(WS-PG-IX) TO RM-MASTER-RECORD.
           IF WS-PG-NEWVER(WS-PG-V) = 0
              IF WS-PG-SEGMENT = 1
                 ADD 1 TO WS-ACTION-COUNT
                 MOVE SPACES          TO ML-LOG-RECORD
                 MOVE "PURGE"         TO ML-FUNCTION
                 MOVE WS-ACCESSION    TO ML-ACCESSION
                 MOVE WS-PG-V         TO ML-VERSION
                 MOVE RM-STATUS       TO ML-OLD-STATUS
                 MOVE "PRGD"          TO ML-NEW-STATUS
                 MOVE 0               TO ML-REF-VERSION
                 STRING "RUN " WS-PG-RUN-DATE " BEFORE CUTOFF "
                    WS-CUTOFF-DATE DELIMITED BY SIZE
                    INTO ML-REASON
                 END-STRING
                 PERFORM 0060-WRITE-LOG-ENTRY
                 DISPLAY "PURGED     " WS-ACCESSION " V" WS-PG-V
                    " RUN " WS-PG-RUN-DATE
              END-IF
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-PG-NEWVER(WS-PG-V) TO RM-VERSION.
           WRITE RM-MASTER-RECORD
              INVALID KEY
                 ADD 1 TO WS-ERROR-COUNT
           END-WRITE.
           IF WS-PG-SEGMENT = 1 AND RM-VERSION NOT = WS-PG-V
              ADD 1 TO WS-RENUM-COUNT
              MOVE SPACES          TO ML-LOG-RECORD
              MOVE "RENUMBER"      TO ML-FUNCTION
              MOVE WS-ACCESSION    TO ML-ACCESSION
              MOVE WS-PG-V         TO ML-VERSION
              MOVE RM-STATUS       TO ML-OLD-STATUS
              MOVE RM-STATUS       TO ML-NEW-STATUS
              MOVE RM-VERSION      TO ML-REF-VERSION
              MOVE "KEPT BY PURGE - VERSIONS KEPT DENSE"
                 TO ML-REASON
              PERFORM 0060-WRITE-LOG-ENTRY
              DISPLAY "RENUMBERED " WS-ACCESSION " V" WS-PG-V
                 " -> V" RM-VERSION
           END-IF.

       5000-EXPORT-BACKUP.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 0010-OPEN-MASTER-INPUT.
           IF EOF-MASTER-SCAN
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT MASTER-BACKUP-FILE.
           MOVE LOW-VALUES TO RM-MASTER-KEY.
           START RNA-MASTER-FILE KEY >= RM-MASTER-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL EOF-MASTER-SCAN
              READ RNA-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    MOVE RM-MASTER-RECORD TO BKP-RECORD
                    WRITE BKP-RECORD
                    ADD 1 TO WS-ACTION-COUNT
              END-READ
           END-PERFORM.
           CLOSE RNA-MASTER-FILE.
           CLOSE MASTER-BACKUP-FILE.
           DISPLAY "RECORDS EXPORTED TO RNAMSEQ.DAT: "
              WS-ACTION-COUNT.

       6000-REBUILD-FROM-BACKUP.
      *--------------- rebuild loads in key order (an export is cut
      *--------------- that way); a backup record with a bad or
      *--------------- duplicate key is counted and skipped rather
      *--------------- than abandoning the whole rebuild
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-SEQ-STATUS.
           OPEN INPUT MASTER-BACKUP-FILE.
           IF WS-SEQ-STATUS NOT = "00"
              DISPLAY "RNAMANT: CANNOT OPEN RNAMSEQ.DAT - STATUS "
                 WS-SEQ-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RNA-MASTER-FILE.
           PERFORM UNTIL EOF-MASTER-SCAN
              READ MASTER-BACKUP-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    MOVE BKP-RECORD TO RM-MASTER-RECORD
                    IF RM-ACCESSION NOT = SPACES
                       AND RM-VERSION IS NUMERIC
                       AND RM-SEGMENT IS NUMERIC
                       WRITE RM-MASTER-RECORD
                          INVALID KEY
                             ADD 1 TO WS-ERROR-COUNT
                          NOT INVALID KEY
                             ADD 1 TO WS-ACTION-COUNT
                       END-WRITE
                    ELSE
                       ADD 1 TO WS-ERROR-COUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MASTER-BACKUP-FILE.
           CLOSE RNA-MASTER-FILE.
           DISPLAY "RECORDS LOADED : " WS-ACTION-COUNT.
           DISPLAY "RECORDS SKIPPED: " WS-ERROR-COUNT.
           IF WS-ERROR-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
