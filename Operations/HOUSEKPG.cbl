      *                  restart; earlier ones go to CKPTARCH.DAT     *
      *                  so the restart scan stops re-reading the     *
      *                  whole history every night                    *
      *   RPTGCATL.DAT - report output generations (RPTGEN) rolled    *
      *                  longer ago than their retention are aged     *
      *                  off: the slot file is emptied and the        *
      *                  generation dropped from the catalog, along   *
      *                  with catalog records a later roll of the     *
      *                  same slot has superseded                     *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - retention days for the ledgers (default 90)         *
      *   arg 2 - retention days for report generations (default 30)  *
      *                                                               *
      * Each live file is read completely into storage before it is   *
      * rewritten, so an abend mid-housekeeping leaves either the     *
      * old file or the new one - never half a copy. A file too big   *
      * for the keep table is left untouched and flagged with         *
      * condition code 4 rather than risk losing live records.        *
      *                                                               *
      * The trimmed ledgers no longer match their keyed indexes;      *
      * NIGHTLY.sh runs LEDGINDX REBUILD straight after this step.    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CKPT-ARCHIVE-FILE  ASSIGN TO "CKPTARCH.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-ARCH-STATUS.
           SELECT RPTG-CATALOG-FILE  ASSIGN TO "RPTGCATL.DAT"
              ORGANIZATION IS SEQUENTIAL
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS WS-FILE-STATUS.
           SELECT RPTG-SLOT-FILE     ASSIGN USING WS-RPTG-SLOT-NAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-ARCH-STATUS.
       DATA DIVISION.
       FILE SECTION.

           RECORDING MODE IS F.
       01  ARC-CKPT-RECORD            PIC X(92).

       FD  RPTG-CATALOG-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

           COPY RPTGCAT.

       FD  RPTG-SLOT-FILE
           RECORD CONTAINS 1 CHARACTERS
           RECORDING MODE IS F.
       01  RPTG-SLOT-BYTE             PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX    VALUE SPACES.
       01  WS-ARCH-STATUS         PIC XX    VALUE SPACES.
       01  WS-CKPT-SEEN-SW        PIC X     VALUE 'N'.
           88  CKPT-RECORD-SEEN             VALUE 'Y'.

      *--------------- report generation catalog, held whole while
      *--------------- it is aged
       01  WS-RPTG-RETENTION-DAYS PIC 9(4)  VALUE 30.
       01  WS-RPTG-CUTOFF-DATE    PIC X(8)  VALUE SPACES.
       01  WS-RPTG-MAX            PIC 9(4)  VALUE 3000.
       01  WS-RPTG-USED           PIC 9(4)  VALUE 0.
       01  WS-RPTG-IX             PIC 9(4).
       01  WS-RPTG-LATER-IX       PIC 9(4).
       01  WS-RPTG-AGED-COUNT     PIC 9(4)  VALUE 0.
       01  WS-RPTG-DROPPED-COUNT  PIC 9(4)  VALUE 0.
       01  WS-RPTG-BASE-NAME      PIC X(12) VALUE SPACES.
       01  WS-RPTG-SLOT-NAME      PIC X(16) VALUE SPACES.
       01  WS-RPTG-SUPERSEDED-SW  PIC X     VALUE 'N'.
           88  RPTG-SUPERSEDED              VALUE 'Y'.
       01  WS-RPTG-TABLE.
           05  WS-RPTG-ENTRY OCCURS 3000 TIMES.
               10  WS-RPTG-RECORD     PIC X(100).
               10  WS-RPTG-KEEP-SW    PIC X(1).

       PROCEDURE DIVISION.
       HOUSEKPG.
           MOVE 1 TO WS-ARGN.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
              TO WS-CUTOFF-YYYYMMDD.
           MOVE WS-CUTOFF-YYYYMMDD TO WS-CUTOFF-DATE.
           MOVE 2 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-PARM-TEXT.
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE.
           IF WS-PARM-TEXT NOT = SPACES
              AND WS-PARM-TEXT NOT = LOW-VALUES
              AND FUNCTION TRIM(WS-PARM-TEXT) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-PARM-TEXT)
                 TO WS-RPTG-RETENTION-DAYS
           END-IF.
           COMPUTE WS-CUTOFF-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
              - WS-RPTG-RETENTION-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
              TO WS-CUTOFF-YYYYMMDD.
           MOVE WS-CUTOFF-YYYYMMDD TO WS-RPTG-CUTOFF-DATE.
           DISPLAY "===== HOUSEKEEPING RUN =====".
           DISPLAY "RETENTION DAYS      : " WS-RETENTION-DAYS.
           DISPLAY "LEDGER CUTOFF DATE  : " WS-CUTOFF-DATE.
           DISPLAY "REPORT GEN CUTOFF   : " WS-RPTG-CUTOFF-DATE.
           PERFORM 1000-TRIM-CTL-LEDGER.
           PERFORM 2000-TRIM-REJECT-LEDGER.
           PERFORM 3000-SWEEP-LEAP-AUDIT.
           PERFORM 4100-TRIM-COLL-CKPT.
           PERFORM 4200-TRIM-PANG-CKPT.
           PERFORM 4300-TRIM-RNA-CKPT.
           PERFORM 5000-AGE-REPORT-GENERATIONS.
           DISPLAY "TOTAL RECORDS ARCHIVED : " WS-TOT-ARCHIVED.
           DISPLAY "============================".
           IF HOUSEKEEPING-WARNED
           ADD WS-ARCHIVED-COUNT TO WS-TOT-ARCHIVED.
           DISPLAY "RNACKPT.DAT   KEPT LAST ARCHIVED "
              WS-ARCHIVED-COUNT.

       5000-AGE-REPORT-GENERATIONS.
      *--------------- the whole catalog is read before anything is
      *--------------- touched; one too big for the table is left
      *--------------- as it is, with every slot file it names
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'N' TO WS-OVERFLOW-SW.
           MOVE 0 TO WS-RPTG-USED.
           MOVE 0 TO WS-RPTG-AGED-COUNT.
           MOVE 0 TO WS-RPTG-DROPPED-COUNT.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT RPTG-CATALOG-FILE.
           IF WS-FILE-STATUS NOT = "00"
              DISPLAY "HOUSEKPG: RPTGCATL.DAT NOT PRESENT - SKIPPED"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-LIVE-FILE
              READ RPTG-CATALOG-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF WS-RPTG-USED < WS-RPTG-MAX
                       ADD 1 TO WS-RPTG-USED
                       MOVE RGC-CATALOG-RECORD
                          TO WS-RPTG-RECORD(WS-RPTG-USED)
                       MOVE 'Y' TO WS-RPTG-KEEP-SW(WS-RPTG-USED)
                    ELSE
                       MOVE 'Y' TO WS-OVERFLOW-SW
                       MOVE 'Y' TO WS-EOF-SW
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RPTG-CATALOG-FILE.
           IF KEEP-TABLE-FULL
              DISPLAY "HOUSEKPG: RPTGCATL.DAT KEEP TABLE FULL - "
                 "GENERATIONS NOT AGED"
              MOVE 'Y' TO WS-WARNING-SW
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RPTG-IX FROM 1 BY 1
              UNTIL WS-RPTG-IX > WS-RPTG-USED
              PERFORM 5100-AGE-ONE-ENTRY
           END-PERFORM.
           IF WS-RPTG-DROPPED-COUNT = 0
              DISPLAY "RPTGCATL.DAT  NO GENERATIONS AGED"
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RPTG-CATALOG-FILE.
           PERFORM VARYING WS-RPTG-IX FROM 1 BY 1
              UNTIL WS-RPTG-IX > WS-RPTG-USED
              IF WS-RPTG-KEEP-SW(WS-RPTG-IX) = 'Y'
                 MOVE WS-RPTG-RECORD(WS-RPTG-IX)
                    TO RGC-CATALOG-RECORD
                 WRITE RGC-CATALOG-RECORD
              END-IF
           END-PERFORM.
           CLOSE RPTG-CATALOG-FILE.
           DISPLAY "RPTGCATL.DAT  AGED " WS-RPTG-AGED-COUNT
              " DROPPED " WS-RPTG-DROPPED-COUNT.

       5100-AGE-ONE-ENTRY.
      *--------------- a record a later roll of the same slot has
      *--------------- superseded, or an emptied slot, describes
      *--------------- nothing on disk and is simply dropped; a
      *--------------- generation past its retention is emptied
      *--------------- first
           MOVE WS-RPTG-RECORD(WS-RPTG-IX) TO RGC-CATALOG-RECORD.
           MOVE 'N' TO WS-RPTG-SUPERSEDED-SW.
           PERFORM VARYING WS-RPTG-LATER-IX FROM WS-RPTG-IX BY 1
              UNTIL WS-RPTG-LATER-IX >= WS-RPTG-USED
                 OR RPTG-SUPERSEDED
              IF WS-RPTG-RECORD(WS-RPTG-LATER-IX + 1)(1:12)
                    = RGC-FILE-NAME
                 AND WS-RPTG-RECORD(WS-RPTG-LATER-IX + 1)(19:2)
                    = RGC-SLOT
                 MOVE 'Y' TO WS-RPTG-SUPERSEDED-SW
              END-IF
           END-PERFORM.
           IF RPTG-SUPERSEDED OR RGC-RETIRED
              MOVE 'N' TO WS-RPTG-KEEP-SW(WS-RPTG-IX)
              ADD 1 TO WS-RPTG-DROPPED-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF RGC-ROLLED-DATE NOT < WS-RPTG-CUTOFF-DATE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RPTG-BASE-NAME.
           UNSTRING RGC-FILE-NAME DELIMITED BY "."
              INTO WS-RPTG-BASE-NAME.
           MOVE SPACES TO WS-RPTG-SLOT-NAME.
           STRING WS-RPTG-BASE-NAME DELIMITED BY SPACE
                  ".G" RGC-SLOT DELIMITED BY SIZE
              INTO WS-RPTG-SLOT-NAME.
           MOVE SPACES TO WS-ARCH-STATUS.
           OPEN OUTPUT RPTG-SLOT-FILE.
           IF WS-ARCH-STATUS NOT = "00"
              DISPLAY "HOUSEKPG: " WS-RPTG-SLOT-NAME
                 " NOT EMPTIED - STATUS " WS-ARCH-STATUS
              MOVE 'Y' TO WS-WARNING-SW
              EXIT PARAGRAPH
           END-IF.
           CLOSE RPTG-SLOT-FILE.
           MOVE 'N' TO WS-RPTG-KEEP-SW(WS-RPTG-IX).
           ADD 1 TO WS-RPTG-AGED-COUNT.
           ADD 1 TO WS-RPTG-DROPPED-COUNT.
