       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODONUSE.
      *****************************************************************
      * CODONUSE - codon usage bias report for the lab's expression   *
      * work, run after codontrn. CODONTRN translates against         *
      * CODONTBL.DAT and leaves the night's usage tally in            *
      * CODONCNT.DAT; this compares it with the lab's reference       *
      * organism and keeps the nightly tallies for batch comparison.  *
      *                                                               *
      * The night's tally is appended to the usage history            *
      * CODONHST.DAT (run date, run id, codon, amino acid, count,     *
      * night's codon total) - once per CODONTRN run id, so a rerun   *
      * of this step does not double a night. The report then lists   *
      * every codon grouped by amino acid with its count, frequency   *
      * per 1,000 codons, relative synonymous codon usage (RSCU -     *
      * observed count over the count expected if the amino acid's    *
      * codons were used evenly), the previous batch's frequency from *
      * the history, the reference frequency and RSCU from            *
      * CODONREF.DAT, and the deviation from the reference.           *
      *                                                               *
      * Reference - CODONREF.DAT, 40-byte records maintained by the   *
      *          lab: codon (3), amino-acid code (3), frequency per   *
      *          1,000 codons (7, e.g. "  24.50"), name. "*" in       *
      *          column 1 is a comment.                               *
      *                                                               *
      * A codon whose RSCU is further from the reference RSCU than    *
      * the threshold is flagged *HIGH* or *LOW*; one the reference   *
      * does not list shows NOREF.                                    *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - RSCU deviation threshold (default 0.50)             *
      *   output - CODNRPT.DAT print lines plus the console           *
      * Condition code 4 when any codon is flagged, 8 when tonight's  *
      * tally is missing or has no trailer.                           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODON-COUNT-FILE   ASSIGN TO "CODONCNT.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CNT-STATUS.
           SELECT CODON-REF-FILE     ASSIGN TO "CODONREF.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REF-STATUS.
           SELECT CODON-HISTORY-FILE ASSIGN TO "CODONHST.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-HIST-STATUS.
           SELECT CODON-REPORT-FILE  ASSIGN TO "CODNRPT.DAT"
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *--------------- CODONTRN's tally layout, read back
       FD  CODON-COUNT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CC-COUNT-RECORD.
           05  CC-REC-TYPE         PIC X(1).
           05  FILLER              PIC X(1).
           05  CC-CODON            PIC X(3).
           05  FILLER              PIC X(2).
           05  CC-AMINO            PIC X(3).
           05  FILLER              PIC X(2).
           05  CC-USES             PIC 9(8).
           05  FILLER              PIC X(60).
       01  CC-HEADER-VIEW.
           05  FILLER              PIC X(36).
           05  CCH-RUN-ID          PIC X(12).
           05  FILLER              PIC X(32).

       FD  CODON-REF-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  CR-REF-RECORD.
           05  CR-CODON            PIC X(3).
           05  FILLER              PIC X(1).
           05  CR-AMINO            PIC X(3).
           05  FILLER              PIC X(1).
           05  CR-PER-THOUSAND     PIC X(7).
           05  FILLER              PIC X(1).
           05  CR-NAME             PIC X(12).
           05  FILLER              PIC X(12).

       FD  CODON-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CH-HISTORY-RECORD.
           05  CH-RUN-DATE         PIC X(8).
           05  FILLER              PIC X(1).
           05  CH-RUN-ID           PIC X(12).
           05  FILLER              PIC X(1).
           05  CH-CODON            PIC X(3).
           05  FILLER              PIC X(1).
           05  CH-AMINO            PIC X(3).
           05  FILLER              PIC X(1).
           05  CH-USES             PIC 9(8).
           05  FILLER              PIC X(1).
           05  CH-NIGHT-TOTAL      PIC 9(10).
           05  FILLER              PIC X(31).

       FD  CODON-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CUR-PRINT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CNT-STATUS          PIC XX    VALUE SPACES.
       01  WS-REF-STATUS          PIC XX    VALUE SPACES.
       01  WS-HIST-STATUS         PIC XX    VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-PARM-TEXT           PIC X(8)  VALUE SPACES.
       01  WS-THRESHOLD           PIC 9V99  VALUE 0.50.
       01  WS-THRESHOLD-ED        PIC 9.99.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-SCAN-FILE                VALUE 'Y'.
       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
       01  WS-TALLY-RUN-ID        PIC X(12) VALUE SPACES.
       01  WS-TRAILER-SW          PIC X     VALUE 'N'.
           88  TALLY-TRAILER-SEEN           VALUE 'Y'.
       01  WS-APPENDED-SW         PIC X     VALUE 'N'.
           88  RUN-ALREADY-IN-HISTORY       VALUE 'Y'.

      *--------------- tonight's tally with the reference and the
      *--------------- previous batch alongside each codon
       01  WS-COD-USED            PIC 9(2)  VALUE 0.
       01  WS-COD-IX              PIC 9(2).
       01  WS-CODON-TABLE.
           05  WS-COD-ENTRY OCCURS 64 TIMES.
               10  WS-COD-CODON       PIC X(3).
               10  WS-COD-AMINO       PIC X(3).
               10  WS-COD-USES        PIC 9(8).
               10  WS-COD-REF-SW      PIC X(1).
               10  WS-COD-REF-FREQ    PIC 9(4)V99.
               10  WS-COD-PREV-USES   PIC 9(8).
       01  WS-NIGHT-TOTAL         PIC 9(10) VALUE 0.
       01  WS-CODON-SOUGHT        PIC X(3)  VALUE SPACES.
       01  WS-FOUND-IX            PIC 9(2)  VALUE 0.

      *--------------- previous batch, the latest other run id found
      *--------------- in the history
       01  WS-PREV-RUN-ID         PIC X(12) VALUE SPACES.
       01  WS-PREV-RUN-DATE       PIC X(8)  VALUE SPACES.
       01  WS-PREV-TOTAL          PIC 9(10) VALUE 0.
       01  WS-HIST-RUNS           PIC 9(4)  VALUE 0.

      *--------------- amino acids in report order
       01  WS-AMI-USED            PIC 9(2)  VALUE 0.
       01  WS-AMI-IX              PIC 9(2).
       01  WS-AMI-JX              PIC 9(2).
       01  WS-AMINO-TABLE.
           05  WS-AMI-ENTRY OCCURS 64 TIMES.
               10  WS-AMI-CODE        PIC X(3).
       01  WS-AMI-SWAP            PIC X(3).
       01  WS-GRP-CODONS          PIC 9(2)  VALUE 0.
       01  WS-GRP-USES            PIC 9(8)  VALUE 0.
       01  WS-GRP-REF-FREQ        PIC 9(6)V99 VALUE 0.

      *--------------- per-codon figures
       01  WS-FREQ                PIC 9(4)V99 VALUE 0.
       01  WS-PREV-FREQ           PIC 9(4)V99 VALUE 0.
       01  WS-RSCU                PIC 9(2)V99 VALUE 0.
       01  WS-REF-RSCU            PIC 9(2)V99 VALUE 0.
       01  WS-RSCU-DEV            PIC S9(2)V99 VALUE 0.
       01  WS-FREQ-DEV            PIC S9(4)V99 VALUE 0.
       01  WS-FLAG-TEXT           PIC X(6)  VALUE SPACES.
       01  WS-FLAG-COUNT          PIC 9(3)  VALUE 0.
       01  WS-NOREF-COUNT         PIC 9(3)  VALUE 0.

       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-DL-CODON        PIC X(3).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-USES         PIC Z(7)9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-FREQ         PIC Z(3)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-RSCU         PIC Z9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-PREV-FREQ    PIC Z(3)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-REF-FREQ     PIC Z(3)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-REF-RSCU     PIC Z9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-FREQ-DEV     PIC -(4)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-RSCU-DEV     PIC -9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-FLAG         PIC X(6).
       01  WS-PRINT-LINE          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       CODONUSE.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE.
           IF WS-PARM-TEXT NOT = SPACES
              AND WS-PARM-TEXT NOT = LOW-VALUES
              IF FUNCTION TEST-NUMVAL(WS-PARM-TEXT) = 0
                 AND FUNCTION NUMVAL(WS-PARM-TEXT) > 0
                 AND FUNCTION NUMVAL(WS-PARM-TEXT) < 10
                 MOVE FUNCTION NUMVAL(WS-PARM-TEXT) TO WS-THRESHOLD
              ELSE
                 DISPLAY "CODONUSE: THRESHOLD " WS-PARM-TEXT
                    " NOT VALID - DEFAULT 0.50 USED"
              END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0010-LOAD-NIGHT-TALLY.
           IF WS-COD-USED = 0 OR NOT TALLY-TRAILER-SEEN
              DISPLAY "CODONUSE: NO COMPLETE CODONCNT.DAT - NOTHING "
                 "TO REPORT"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0020-LOAD-REFERENCE.
           PERFORM 0030-SCAN-HISTORY.
           IF RUN-ALREADY-IN-HISTORY
              DISPLAY "CODONUSE: RUN " WS-TALLY-RUN-ID
                 " ALREADY IN CODONHST.DAT - NOT APPENDED AGAIN"
           ELSE
              PERFORM 0040-APPEND-HISTORY
           END-IF.
           PERFORM 0050-ORDER-AMINO-ACIDS.
           OPEN OUTPUT CODON-REPORT-FILE.
           PERFORM 0100-PRINT-USAGE-REPORT.
           CLOSE CODON-REPORT-FILE.
           IF WS-FLAG-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0010-LOAD-NIGHT-TALLY.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-CNT-STATUS.
           OPEN INPUT CODON-COUNT-FILE.
           IF WS-CNT-STATUS NOT = "00"
              DISPLAY "CODONUSE: CANNOT OPEN CODONCNT.DAT - STATUS "
                 WS-CNT-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ CODON-COUNT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    EVALUATE CC-REC-TYPE
                       WHEN "H"
                          MOVE CCH-RUN-ID TO WS-TALLY-RUN-ID
                       WHEN "U"
                          IF WS-COD-USED < 64
                             AND CC-USES IS NUMERIC
                             ADD 1 TO WS-COD-USED
                             MOVE CC-CODON
                                TO WS-COD-CODON(WS-COD-USED)
                             MOVE CC-AMINO
                                TO WS-COD-AMINO(WS-COD-USED)
                             MOVE CC-USES
                                TO WS-COD-USES(WS-COD-USED)
                             MOVE 'N' TO WS-COD-REF-SW(WS-COD-USED)
                             MOVE 0 TO WS-COD-REF-FREQ(WS-COD-USED)
                             MOVE 0 TO WS-COD-PREV-USES(WS-COD-USED)
                             ADD CC-USES TO WS-NIGHT-TOTAL
                          END-IF
                       WHEN "T"
                          MOVE 'Y' TO WS-TRAILER-SW
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE CODON-COUNT-FILE.

       0020-LOAD-REFERENCE.
      *--------------- a reference the step cannot read leaves every
      *--------------- codon NOREF; the usage figures still print
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-REF-STATUS.
           OPEN INPUT CODON-REF-FILE.
           IF WS-REF-STATUS NOT = "00"
              DISPLAY "CODONUSE: CANNOT OPEN CODONREF.DAT - STATUS "
                 WS-REF-STATUS " - NO REFERENCE COMPARISON"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ CODON-REF-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF CR-CODON NOT = SPACES
                       AND CR-CODON(1:1) NOT = "*"
                       MOVE CR-CODON TO WS-CODON-SOUGHT
                       PERFORM 0900-FIND-CODON
                       IF WS-FOUND-IX > 0
                          AND FUNCTION TEST-NUMVAL(CR-PER-THOUSAND)
                              = 0
                          MOVE 'Y' TO WS-COD-REF-SW(WS-FOUND-IX)
                          MOVE FUNCTION NUMVAL(CR-PER-THOUSAND)
                             TO WS-COD-REF-FREQ(WS-FOUND-IX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CODON-REF-FILE.

       0030-SCAN-HISTORY.
      *--------------- the history is appended in run order, so the
      *--------------- last block with another run id is the
      *--------------- previous batch; finding tonight's own run id
      *--------------- means this tally is already on file
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-HIST-STATUS.
           OPEN INPUT CODON-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ CODON-HISTORY-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF CH-RUN-ID = WS-TALLY-RUN-ID
                       MOVE 'Y' TO WS-APPENDED-SW
                    ELSE
                       PERFORM 0035-TAKE-PREVIOUS-BATCH
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CODON-HISTORY-FILE.

       0035-TAKE-PREVIOUS-BATCH.
           IF CH-RUN-ID NOT = WS-PREV-RUN-ID
              ADD 1 TO WS-HIST-RUNS
              MOVE CH-RUN-ID   TO WS-PREV-RUN-ID
              MOVE CH-RUN-DATE TO WS-PREV-RUN-DATE
              MOVE 0 TO WS-PREV-TOTAL
              PERFORM VARYING WS-COD-IX FROM 1 BY 1
                 UNTIL WS-COD-IX > WS-COD-USED
                 MOVE 0 TO WS-COD-PREV-USES(WS-COD-IX)
              END-PERFORM
           END-IF.
           IF CH-NIGHT-TOTAL IS NUMERIC
              MOVE CH-NIGHT-TOTAL TO WS-PREV-TOTAL
           END-IF.
           MOVE CH-CODON TO WS-CODON-SOUGHT.
           PERFORM 0900-FIND-CODON.
           IF WS-FOUND-IX > 0 AND CH-USES IS NUMERIC
              MOVE CH-USES TO WS-COD-PREV-USES(WS-FOUND-IX)
           END-IF.

       0040-APPEND-HISTORY.
      *--------------- create-on-first-use, same as the QC history
           MOVE SPACES TO WS-HIST-STATUS.
           OPEN EXTEND CODON-HISTORY-FILE.
           IF WS-HIST-STATUS = "35"
              OPEN OUTPUT CODON-HISTORY-FILE
              CLOSE CODON-HISTORY-FILE
              OPEN EXTEND CODON-HISTORY-FILE
           END-IF.
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "CODONUSE: CANNOT APPEND TO CODONHST.DAT - "
                 "STATUS " WS-HIST-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-COD-IX FROM 1 BY 1
              UNTIL WS-COD-IX > WS-COD-USED
              MOVE SPACES          TO CH-HISTORY-RECORD
              MOVE WS-RUN-DATE     TO CH-RUN-DATE
              MOVE WS-TALLY-RUN-ID TO CH-RUN-ID
              MOVE WS-COD-CODON(WS-COD-IX) TO CH-CODON
              MOVE WS-COD-AMINO(WS-COD-IX) TO CH-AMINO
              MOVE WS-COD-USES(WS-COD-IX)  TO CH-USES
              MOVE WS-NIGHT-TOTAL  TO CH-NIGHT-TOTAL
              WRITE CH-HISTORY-RECORD
           END-PERFORM.
           CLOSE CODON-HISTORY-FILE.

       0050-ORDER-AMINO-ACIDS.
      *--------------- distinct amino-acid codes, alphabetical, so
      *--------------- the report reads the way the lab's own
      *--------------- reference tables do
           PERFORM VARYING WS-COD-IX FROM 1 BY 1
              UNTIL WS-COD-IX > WS-COD-USED
              MOVE 0 TO WS-FOUND-IX
              PERFORM VARYING WS-AMI-IX FROM 1 BY 1
                 UNTIL WS-AMI-IX > WS-AMI-USED
                 IF WS-AMI-CODE(WS-AMI-IX) = WS-COD-AMINO(WS-COD-IX)
                    MOVE WS-AMI-IX TO WS-FOUND-IX
                 END-IF
              END-PERFORM
              IF WS-FOUND-IX = 0
                 ADD 1 TO WS-AMI-USED
                 MOVE WS-COD-AMINO(WS-COD-IX)
                    TO WS-AMI-CODE(WS-AMI-USED)
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-AMI-IX FROM 1 BY 1
              UNTIL WS-AMI-IX >= WS-AMI-USED
              PERFORM VARYING WS-AMI-JX FROM 1 BY 1
                 UNTIL WS-AMI-JX > WS-AMI-USED - WS-AMI-IX
                 IF WS-AMI-CODE(WS-AMI-JX) > WS-AMI-CODE(WS-AMI-JX + 1)
                    MOVE WS-AMI-CODE(WS-AMI-JX) TO WS-AMI-SWAP
                    MOVE WS-AMI-CODE(WS-AMI-JX + 1)
                       TO WS-AMI-CODE(WS-AMI-JX)
                    MOVE WS-AMI-SWAP TO WS-AMI-CODE(WS-AMI-JX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       0100-PRINT-USAGE-REPORT.
           MOVE WS-THRESHOLD TO WS-THRESHOLD-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "===== CODON USAGE  RUN " WS-TALLY-RUN-ID
              "  CODONS " WS-NIGHT-TOTAL " =====" DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           PERFORM 0190-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-HIST-RUNS > 0
              STRING "PREVIOUS BATCH " WS-PREV-RUN-ID " OF "
                 WS-PREV-RUN-DATE "  RSCU THRESHOLD " WS-THRESHOLD-ED
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
              STRING "NO PREVIOUS BATCH ON FILE  RSCU THRESHOLD "
                 WS-THRESHOLD-ED DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           PERFORM 0190-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "    COD    COUNT   /1000  RSCU PRV1000 REF1000 "
              "REFRS DEV/1000 RSDEV FLAG" DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           PERFORM 0190-WRITE-PRINT-LINE.
           PERFORM 0110-PRINT-AMINO-GROUP
              VARYING WS-AMI-IX FROM 1 BY 1
              UNTIL WS-AMI-IX > WS-AMI-USED.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0190-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CODONS FLAGGED: " WS-FLAG-COUNT
              "   NO REFERENCE: " WS-NOREF-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0190-WRITE-PRINT-LINE.

       0110-PRINT-AMINO-GROUP.
      *--------------- group totals first: RSCU needs the amino
      *--------------- acid's count and its number of synonyms, on
      *--------------- both the observed and the reference side
           MOVE 0 TO WS-GRP-CODONS.
           MOVE 0 TO WS-GRP-USES.
           MOVE 0 TO WS-GRP-REF-FREQ.
           PERFORM VARYING WS-COD-IX FROM 1 BY 1
              UNTIL WS-COD-IX > WS-COD-USED
              IF WS-COD-AMINO(WS-COD-IX) = WS-AMI-CODE(WS-AMI-IX)
                 ADD 1 TO WS-GRP-CODONS
                 ADD WS-COD-USES(WS-COD-IX) TO WS-GRP-USES
                 ADD WS-COD-REF-FREQ(WS-COD-IX) TO WS-GRP-REF-FREQ
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-AMI-CODE(WS-AMI-IX) "  CODONS " WS-GRP-CODONS
              "  COUNT " WS-GRP-USES DELIMITED BY SIZE
              INTO WS-PRINT-LINE.
           PERFORM 0190-WRITE-PRINT-LINE.
           PERFORM VARYING WS-COD-IX FROM 1 BY 1
              UNTIL WS-COD-IX > WS-COD-USED
              IF WS-COD-AMINO(WS-COD-IX) = WS-AMI-CODE(WS-AMI-IX)
                 PERFORM 0120-PRINT-ONE-CODON
              END-IF
           END-PERFORM.

       0120-PRINT-ONE-CODON.
           MOVE 0 TO WS-FREQ.
           IF WS-NIGHT-TOTAL > 0
              COMPUTE WS-FREQ ROUNDED =
                 (WS-COD-USES(WS-COD-IX) * 1000) / WS-NIGHT-TOTAL
           END-IF.
           MOVE 0 TO WS-PREV-FREQ.
           IF WS-PREV-TOTAL > 0
              COMPUTE WS-PREV-FREQ ROUNDED =
                 (WS-COD-PREV-USES(WS-COD-IX) * 1000) / WS-PREV-TOTAL
           END-IF.
           MOVE 0 TO WS-RSCU.
           IF WS-GRP-USES > 0
              COMPUTE WS-RSCU ROUNDED =
                 (WS-COD-USES(WS-COD-IX) * WS-GRP-CODONS)
                 / WS-GRP-USES
           END-IF.
           MOVE 0 TO WS-REF-RSCU.
           IF WS-GRP-REF-FREQ > 0
              COMPUTE WS-REF-RSCU ROUNDED =
                 (WS-COD-REF-FREQ(WS-COD-IX) * WS-GRP-CODONS)
                 / WS-GRP-REF-FREQ
           END-IF.
           COMPUTE WS-FREQ-DEV = WS-FREQ - WS-COD-REF-FREQ(WS-COD-IX).
           COMPUTE WS-RSCU-DEV = WS-RSCU - WS-REF-RSCU.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-COD-REF-SW(WS-COD-IX) NOT = "Y"
              MOVE "NOREF" TO WS-FLAG-TEXT
              ADD 1 TO WS-NOREF-COUNT
           ELSE
              IF WS-RSCU-DEV > WS-THRESHOLD
                 MOVE "*HIGH*" TO WS-FLAG-TEXT
                 ADD 1 TO WS-FLAG-COUNT
              END-IF
              IF WS-RSCU-DEV < 0 - WS-THRESHOLD
                 MOVE "*LOW*" TO WS-FLAG-TEXT
                 ADD 1 TO WS-FLAG-COUNT
              END-IF
           END-IF.
           MOVE WS-COD-CODON(WS-COD-IX) TO WS-DL-CODON.
           MOVE WS-COD-USES(WS-COD-IX)  TO WS-DL-USES.
           MOVE WS-FREQ                 TO WS-DL-FREQ.
           MOVE WS-RSCU                 TO WS-DL-RSCU.
           MOVE WS-PREV-FREQ            TO WS-DL-PREV-FREQ.
           MOVE WS-COD-REF-FREQ(WS-COD-IX) TO WS-DL-REF-FREQ.
           MOVE WS-REF-RSCU             TO WS-DL-REF-RSCU.
           MOVE WS-FREQ-DEV             TO WS-DL-FREQ-DEV.
           MOVE WS-RSCU-DEV             TO WS-DL-RSCU-DEV.
           MOVE WS-FLAG-TEXT            TO WS-DL-FLAG.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0190-WRITE-PRINT-LINE.

       0190-WRITE-PRINT-LINE.
           MOVE WS-PRINT-LINE TO CUR-PRINT-LINE.
           WRITE CUR-PRINT-LINE.
           DISPLAY WS-PRINT-LINE.

       0900-FIND-CODON.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-COD-IX FROM 1 BY 1
              UNTIL WS-COD-IX > WS-COD-USED
              IF WS-COD-CODON(WS-COD-IX) = WS-CODON-SOUGHT
                 MOVE WS-COD-IX TO WS-FOUND-IX
              END-IF
           END-PERFORM.
