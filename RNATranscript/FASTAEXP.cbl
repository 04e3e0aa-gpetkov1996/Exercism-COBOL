       IDENTIFICATION DIVISION.
       PROGRAM-ID. FASTAEXP.
      *****************************************************************
      * FASTAEXP - FASTA export of the night's genomics results for   *
      * the lab's analysis software, downstream of CODONTRN and       *
      * MOTIFSCN. The lab used to reassemble our fixed 96-byte report *
      * records with a script of their own that broke whenever a      *
      * layout moved; this hands them the format their tools read.    *
      *                                                               *
      * Input  - RNARPT.DAT: "D" detail records with status OK,       *
      *          continuation segments assembled into whole strands.  *
      *          PROTRPT.DAT: "D" protein records, segments assembled *
      *          the same way; a strand no frame could translate      *
      *          (status NONE) has no protein and is not exported.    *
      *          RNAMAST.DAT (read only, under the ENQUEUE lock) for  *
      *          each accession's latest version.                     *
      * Output - RNAFASTA.DAT strands and PRTFASTA.DAT proteins, one  *
      *          entry per strand: a ">" description line carrying    *
      *          accession, version, the producing run's id and the   *
      *          status, then the sequence wrapped at the line width. *
      *          Proteins are written in one-letter amino-acid codes  *
      *          (X for a code the table does not know).              *
      *          FASTACNT.DAT - the companion count file: standard    *
      *          header, one "C" record per FASTA file (entries,      *
      *          residues, lines, source run id), and a trailer whose *
      *          control total is the entries across both files. No   *
      *          trailer means the export did not finish.             *
      *          All three are text files (one line per record), the  *
      *          form the lab's tools take.                           *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - sequence line width, 10-120 (default 60)            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RNA-REPORT-FILE    ASSIGN TO "RNARPT.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-IN-STATUS.
           SELECT PROTEIN-REPORT-FILE ASSIGN TO "PROTRPT.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-IN-STATUS.
           SELECT RNA-MASTER-FILE    ASSIGN TO "RNAMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RM-MASTER-KEY
              FILE STATUS IS WS-MAST-STATUS.
           SELECT RNA-FASTA-FILE     ASSIGN TO "RNAFASTA.DAT"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROTEIN-FASTA-FILE ASSIGN TO "PRTFASTA.DAT"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FASTA-COUNT-FILE   ASSIGN TO "FASTACNT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *--------------- RNATRAN's report layout, read back as input
       FD  RNA-REPORT-FILE
           RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.
       01  RR-DETAIL-RECORD.
           05  RR-REC-TYPE         PIC X(1).
           05  FILLER              PIC X(1).
           05  RR-STRAND-NUM       PIC X(6).
           05  FILLER              PIC X(2).
           05  RR-ACCESSION        PIC X(12).
           05  FILLER              PIC X(2).
           05  RR-RESULT           PIC X(64).
           05  FILLER              PIC X(1).
           05  RR-STATUS           PIC X(4).
           05  RR-SEGMENT          PIC X(1).
           05  RR-LAST             PIC X(1).
           05  FILLER              PIC X(1).
      *--------------- the RPTHDTR header, as it lands in the file
       01  RR-HEADER-VIEW.
           05  RRH-REC-TYPE        PIC X(1).
           05  FILLER              PIC X(35).
           05  RRH-RUN-ID          PIC X(12).
           05  FILLER              PIC X(48).

      *--------------- CODONTRN's protein report layout
       FD  PROTEIN-REPORT-FILE
           RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.
       01  PT-PROTEIN-RECORD.
           05  PT-REC-TYPE         PIC X(1).
           05  FILLER              PIC X(1).
           05  PT-STRAND-NUM       PIC X(6).
           05  FILLER              PIC X(2).
           05  PT-ACCESSION        PIC X(12).
           05  FILLER              PIC X(2).
           05  PT-PROTEIN          PIC X(64).
           05  FILLER              PIC X(1).
           05  PT-STATUS           PIC X(4).
           05  PT-SEGMENT          PIC X(1).
           05  PT-LAST             PIC X(1).
           05  FILLER              PIC X(1).
       01  PT-HEADER-VIEW.
           05  PTH-REC-TYPE        PIC X(1).
           05  FILLER              PIC X(35).
           05  PTH-RUN-ID          PIC X(12).
           05  FILLER              PIC X(48).

      *--------------- RNATRAN's versioned results master
       FD  RNA-MASTER-FILE
           RECORD CONTAINS 96 CHARACTERS.
       01  RM-MASTER-RECORD.
           05  RM-MASTER-KEY.
               10  RM-ACCESSION    PIC X(12).
               10  RM-VERSION      PIC 9(2).
               10  RM-SEGMENT      PIC 9(2).
           05  RM-RESULT           PIC X(64).
           05  RM-STATUS           PIC X(4).
           05  RM-RUN-DATE         PIC X(8).
           05  RM-LAST-FLAG        PIC X(1).
           05  FILLER              PIC X(3).

       FD  RNA-FASTA-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RF-FASTA-LINE           PIC X(132).

       FD  PROTEIN-FASTA-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PF-FASTA-LINE           PIC X(132).

       FD  FASTA-COUNT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FC-COUNT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.

           COPY CTLLEDGR.

      *--------------- shared-ledger appends go through the LEDGRWRT
      *--------------- gatekeeper; a failed append is a hard error,
      *--------------- not something to shrug off
       01  WS-LW-FUNC             PIC X(3)  VALUE SPACES.
       01  WS-LW-BUFFER           PIC X(110) VALUE SPACES.
       01  WS-LW-STATUS           PIC XX    VALUE SPACES.
       01  WS-IN-STATUS           PIC XX    VALUE SPACES.
       01  WS-MAST-STATUS         PIC XX    VALUE SPACES.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-REPORT-INPUT             VALUE 'Y'.
       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
       01  WS-RUN-ID              PIC X(12) VALUE SPACES.
       01  WS-REGION-CODE         PIC X(4)  VALUE "HQ".
       01  WS-JRNL-JOB            PIC X(12) VALUE "FASTAEXP".
       01  WS-JRNL-TYPE           PIC X(1).
       01  WS-JRNL-MODE           PIC X(8)  VALUE "FILE".
      *--------------- release id of this program as installed;
      *--------------- changed with every release and registered
      *--------------- in PGMREG.DAT by VERSMANT
       01  WS-PV-PROGRAM          PIC X(16) VALUE "FASTAEXP".
       01  WS-PV-VERSION          PIC X(8)  VALUE "01.00".
       01  WS-PV-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-COND-CODE           PIC 9(3)  VALUE 0.
       01  WS-ARGN                PIC 9(2).
       01  WS-WIDTH-ARG           PIC X(8)  VALUE SPACES.
       01  WS-LINE-WIDTH          PIC 9(3)  VALUE 60.
           COPY RPTHDTR.
      *--------------- report generation roll (RPTGEN)
       01  WS-RG-FUNC             PIC X(4)  VALUE "ROLL".
       01  WS-RG-FILE             PIC X(12) VALUE SPACES.
       01  WS-RG-RUN-ID           PIC X(12) VALUE SPACES.
       01  WS-RG-STATUS           PIC X(2)  VALUE SPACES.

      *--------------- the results master is read under the ENQUEUE
      *--------------- gatekeeper like every other opener; without
      *--------------- it the export still runs, versions show NA
       01  WS-EQ-FUNC             PIC X(3)  VALUE SPACES.
       01  WS-EQ-RESOURCE         PIC X(8)  VALUE "RNAMAST ".
       01  WS-EQ-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-EQ-HELD-SW          PIC X     VALUE 'N'.
           88  MASTER-LOCK-HELD             VALUE 'Y'.
       01  WS-MAST-OPEN-SW        PIC X     VALUE 'N'.
           88  MASTER-FILE-OPEN             VALUE 'Y'.
       01  WS-MASTER-FOUND-SW     PIC X     VALUE 'N'.
           88  MASTER-RESULT-FOUND          VALUE 'Y'.
       01  WS-LATEST-VER          PIC 9(2)  VALUE 0.

      *--------------- which file the pass is exporting: 1 = strands
      *--------------- from RNARPT, 2 = proteins from PROTRPT
       01  WS-PASS                PIC 9(1)  VALUE 0.
           88  STRAND-PASS                  VALUE 1.
           88  PROTEIN-PASS                 VALUE 2.
       01  WS-SOURCE-RUN-ID       PIC X(12) VALUE SPACES.

      *--------------- the current input record, whichever report it
      *--------------- came from
       01  WS-IN-ACCESSION        PIC X(12) VALUE SPACES.
       01  WS-IN-STRAND-NUM       PIC X(6)  VALUE SPACES.
       01  WS-IN-RESULT           PIC X(64) VALUE SPACES.
       01  WS-IN-REC-STATUS       PIC X(4)  VALUE SPACES.
       01  WS-IN-SEGMENT          PIC X(1)  VALUE SPACE.
       01  WS-IN-LAST             PIC X(1)  VALUE SPACE.

      *--------------- continuation-record assembly, the CODONTRN
      *--------------- pattern: segments collect until the last-
      *--------------- segment marker closes the entry out
       01  WS-ASM-STRAND          PIC X(576) VALUE SPACES.
       01  WS-ASM-LEN             PIC 9(3)  VALUE 0.
       01  WS-SEG-LEN             PIC 9(3)  VALUE 0.
       01  WS-ASM-OPEN-SW         PIC X     VALUE 'N'.
           88  ASSEMBLY-OPEN                VALUE 'Y'.
       01  WS-PEND-ACCESSION      PIC X(12) VALUE SPACES.
       01  WS-PEND-STRAND-NUM     PIC X(6)  VALUE SPACES.
       01  WS-PEND-STATUS         PIC X(4)  VALUE SPACES.

      *--------------- the sequence as exported and its wrapping
       01  WS-FA-SEQ              PIC X(576) VALUE SPACES.
       01  WS-FA-LEN              PIC 9(3)  VALUE 0.
       01  WS-FA-POS              PIC 9(3)  VALUE 0.
       01  WS-FA-CHUNK            PIC 9(3)  VALUE 0.
       01  WS-ASM-POS             PIC 9(3)  VALUE 0.
       01  WS-FA-LINE             PIC X(132) VALUE SPACES.
       01  WS-DESC-ID             PIC X(12) VALUE SPACES.
       01  WS-DESC-VER            PIC X(2)  VALUE SPACES.

      *--------------- three-letter amino-acid codes as CODONTRN
      *--------------- writes them, and their one-letter FASTA code
       01  WS-AMINO-CODES.
           05  FILLER             PIC X(4)  VALUE "ALAA".
           05  FILLER             PIC X(4)  VALUE "ARGR".
           05  FILLER             PIC X(4)  VALUE "ASNN".
           05  FILLER             PIC X(4)  VALUE "ASPD".
           05  FILLER             PIC X(4)  VALUE "CYSC".
           05  FILLER             PIC X(4)  VALUE "GLNQ".
           05  FILLER             PIC X(4)  VALUE "GLUE".
           05  FILLER             PIC X(4)  VALUE "GLYG".
           05  FILLER             PIC X(4)  VALUE "HISH".
           05  FILLER             PIC X(4)  VALUE "ILEI".
           05  FILLER             PIC X(4)  VALUE "LEUL".
           05  FILLER             PIC X(4)  VALUE "LYSK".
           05  FILLER             PIC X(4)  VALUE "METM".
           05  FILLER             PIC X(4)  VALUE "PHEF".
           05  FILLER             PIC X(4)  VALUE "PROP".
           05  FILLER             PIC X(4)  VALUE "SERS".
           05  FILLER             PIC X(4)  VALUE "THRT".
           05  FILLER             PIC X(4)  VALUE "TRPW".
           05  FILLER             PIC X(4)  VALUE "TYRY".
           05  FILLER             PIC X(4)  VALUE "VALV".
           05  FILLER             PIC X(4)  VALUE "SECU".
           05  FILLER             PIC X(4)  VALUE "PYLO".
       01  WS-AMINO-TABLE REDEFINES WS-AMINO-CODES.
           05  WS-AMINO-ENTRY OCCURS 22 TIMES.
               10  WS-AM-THREE        PIC X(3).
               10  WS-AM-ONE          PIC X(1).
       01  WS-AM-IX               PIC 9(2).
       01  WS-AM-CODE             PIC X(3).
       01  WS-AM-LETTER           PIC X(1).

      *--------------- per-file counts for the companion file
       01  WS-RNA-ENTRIES         PIC 9(6)  VALUE 0.
       01  WS-RNA-RESIDUES        PIC 9(8)  VALUE 0.
       01  WS-RNA-LINES           PIC 9(7)  VALUE 0.
       01  WS-RNA-SOURCE-RUN      PIC X(12) VALUE SPACES.
       01  WS-PRT-ENTRIES         PIC 9(6)  VALUE 0.
       01  WS-PRT-RESIDUES        PIC 9(8)  VALUE 0.
       01  WS-PRT-LINES           PIC 9(7)  VALUE 0.
       01  WS-PRT-SOURCE-RUN      PIC X(12) VALUE SPACES.
       01  WS-PRT-NONE            PIC 9(6)  VALUE 0.
       01  WS-COUNT-LINE.
           05  FILLER             PIC X(2)  VALUE "C ".
           05  WS-CNL-FILE        PIC X(12).
           05  FILLER             PIC X(5)  VALUE " ENT=".
           05  WS-CNL-ENTRIES     PIC 9(6).
           05  FILLER             PIC X(5)  VALUE " RES=".
           05  WS-CNL-RESIDUES    PIC 9(8).
           05  FILLER             PIC X(5)  VALUE " LIN=".
           05  WS-CNL-LINES       PIC 9(7).
           05  FILLER             PIC X(5)  VALUE " SRC=".
           05  WS-CNL-SOURCE-RUN  PIC X(12).
           05  FILLER             PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       FASTAEXP.
           CALL "PGMVERS" USING WS-PV-PROGRAM WS-JRNL-JOB WS-PV-VERSION
                                WS-PV-STATUS.
           MOVE WS-PV-VERSION TO RH-VERSION-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           MOVE "S" TO WS-JRNL-TYPE.
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-JRNL-MODE
                                WS-COND-CODE.
           MOVE WS-COND-CODE TO RETURN-CODE.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-WIDTH-ARG FROM ARGUMENT-VALUE.
           IF WS-WIDTH-ARG NOT = SPACES
              AND WS-WIDTH-ARG NOT = LOW-VALUES
              IF FUNCTION TRIM(WS-WIDTH-ARG) IS NUMERIC
                 AND FUNCTION NUMVAL(WS-WIDTH-ARG) >= 10
                 AND FUNCTION NUMVAL(WS-WIDTH-ARG) <= 120
                 MOVE FUNCTION NUMVAL(WS-WIDTH-ARG) TO WS-LINE-WIDTH
              ELSE
                 DISPLAY "FASTAEXP: LINE WIDTH " WS-WIDTH-ARG
                    " NOT VALID - DEFAULT " WS-LINE-WIDTH " USED"
              END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-IN-STATUS.
           OPEN INPUT RNA-REPORT-FILE.
           IF WS-IN-STATUS NOT = "00"
              DISPLAY "FASTAEXP: CANNOT OPEN RNARPT.DAT - STATUS "
                 WS-IN-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE "E" TO WS-JRNL-TYPE
              IF RETURN-CODE > WS-COND-CODE
                 MOVE RETURN-CODE TO WS-COND-CODE
              END-IF
              CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE
                                   WS-JRNL-MODE WS-COND-CODE
              MOVE WS-COND-CODE TO RETURN-CODE
              STOP RUN
           END-IF.
      *--------------- the count file goes first: the FASTA files
      *--------------- have no header of their own and are cataloged
      *--------------- under the run id its roll hands back
           MOVE "FASTACNT.DAT" TO WS-RG-FILE.
           PERFORM 0090-ROLL-REPORT-GENERATION.
           MOVE "RNAFASTA.DAT" TO WS-RG-FILE.
           PERFORM 0090-ROLL-REPORT-GENERATION.
           MOVE "PRTFASTA.DAT" TO WS-RG-FILE.
           PERFORM 0090-ROLL-REPORT-GENERATION.
           PERFORM 0050-OPEN-RESULTS-MASTER.
           OPEN OUTPUT RNA-FASTA-FILE.
           OPEN OUTPUT PROTEIN-FASTA-FILE.
           MOVE 1 TO WS-PASS.
           PERFORM 0100-EXPORT-STRANDS.
           CLOSE RNA-REPORT-FILE.
           MOVE 2 TO WS-PASS.
           PERFORM 0200-EXPORT-PROTEINS.
           PERFORM 0060-CLOSE-RESULTS-MASTER.
           CLOSE RNA-FASTA-FILE.
           CLOSE PROTEIN-FASTA-FILE.
           PERFORM 0900-WRITE-COUNT-FILE.
           DISPLAY "===== FASTA EXPORT RUN SUMMARY =====".
           DISPLAY "STRAND ENTRIES  : " WS-RNA-ENTRIES
              "  BASES " WS-RNA-RESIDUES.
           DISPLAY "PROTEIN ENTRIES : " WS-PRT-ENTRIES
              "  RESIDUES " WS-PRT-RESIDUES.
           DISPLAY "NO ORF - SKIPPED: " WS-PRT-NONE.
           DISPLAY "LINE WIDTH      : " WS-LINE-WIDTH.
           DISPLAY "====================================".
           PERFORM 0095-WRITE-LEDGER.
           MOVE "E" TO WS-JRNL-TYPE.
           IF RETURN-CODE > WS-COND-CODE
              MOVE RETURN-CODE TO WS-COND-CODE
           END-IF.
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-JRNL-MODE
                                WS-COND-CODE.
           MOVE WS-COND-CODE TO RETURN-CODE.
           STOP RUN.

       0050-OPEN-RESULTS-MASTER.
      *--------------- read only; the lock is still taken so the
      *--------------- export never reads a master mid-update
           MOVE 'N' TO WS-MAST-OPEN-SW.
           MOVE 'N' TO WS-EQ-HELD-SW.
           MOVE "ENQ" TO WS-EQ-FUNC.
           CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE WS-RUN-ID
                                WS-EQ-STATUS.
           IF WS-EQ-STATUS NOT = "00"
              DISPLAY "WARNING: RNAMAST.DAT LOCK NOT ACQUIRED - "
                 "STATUS " WS-EQ-STATUS " - VERSIONS SHOWN AS NA"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-EQ-HELD-SW.
           MOVE SPACES TO WS-MAST-STATUS.
           OPEN INPUT RNA-MASTER-FILE.
           IF WS-MAST-STATUS = "00"
              MOVE 'Y' TO WS-MAST-OPEN-SW
           ELSE
              DISPLAY "WARNING: RNAMAST.DAT UNAVAILABLE - STATUS "
                 WS-MAST-STATUS " - VERSIONS SHOWN AS NA"
           END-IF.

       0060-CLOSE-RESULTS-MASTER.
           IF MASTER-FILE-OPEN
              CLOSE RNA-MASTER-FILE
              MOVE 'N' TO WS-MAST-OPEN-SW
           END-IF.
           IF MASTER-LOCK-HELD
              MOVE "DEQ" TO WS-EQ-FUNC
              CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE
                                   WS-RUN-ID WS-EQ-STATUS
              MOVE 'N' TO WS-EQ-HELD-SW
           END-IF.

       0100-EXPORT-STRANDS.
           MOVE 'N' TO WS-ASM-OPEN-SW.
           MOVE SPACES TO WS-SOURCE-RUN-ID.
           PERFORM UNTIL EOF-REPORT-INPUT
              READ RNA-REPORT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                    PERFORM 0600-FLUSH-OPEN-ASSEMBLY
                 NOT AT END
                    IF RRH-REC-TYPE = "H"
                       MOVE RRH-RUN-ID TO WS-SOURCE-RUN-ID
                    END-IF
                    IF RR-REC-TYPE = "D" AND RR-STATUS = "OK  "
                       MOVE RR-ACCESSION  TO WS-IN-ACCESSION
                       MOVE RR-STRAND-NUM TO WS-IN-STRAND-NUM
                       MOVE RR-RESULT     TO WS-IN-RESULT
                       MOVE RR-STATUS     TO WS-IN-REC-STATUS
                       MOVE RR-SEGMENT    TO WS-IN-SEGMENT
                       MOVE RR-LAST       TO WS-IN-LAST
                       PERFORM 0500-TAKE-REPORT-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           MOVE WS-SOURCE-RUN-ID TO WS-RNA-SOURCE-RUN.

       0200-EXPORT-PROTEINS.
      *--------------- a missing protein report leaves an empty
      *--------------- protein file, counted as such, and a warning
      *--------------- condition code - the strand export stands
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'N' TO WS-ASM-OPEN-SW.
           MOVE SPACES TO WS-SOURCE-RUN-ID.
           MOVE SPACES TO WS-IN-STATUS.
           OPEN INPUT PROTEIN-REPORT-FILE.
           IF WS-IN-STATUS NOT = "00"
              DISPLAY "FASTAEXP: CANNOT OPEN PROTRPT.DAT - STATUS "
                 WS-IN-STATUS " - NO PROTEINS EXPORTED"
              IF WS-COND-CODE < 4
                 MOVE 4 TO WS-COND-CODE
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-REPORT-INPUT
              READ PROTEIN-REPORT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                    PERFORM 0600-FLUSH-OPEN-ASSEMBLY
                 NOT AT END
                    IF PTH-REC-TYPE = "H"
                       MOVE PTH-RUN-ID TO WS-SOURCE-RUN-ID
                    END-IF
                    IF PT-REC-TYPE = "D"
                       MOVE PT-ACCESSION  TO WS-IN-ACCESSION
                       MOVE PT-STRAND-NUM TO WS-IN-STRAND-NUM
                       MOVE PT-PROTEIN    TO WS-IN-RESULT
                       MOVE PT-STATUS     TO WS-IN-REC-STATUS
                       MOVE PT-SEGMENT    TO WS-IN-SEGMENT
                       MOVE PT-LAST       TO WS-IN-LAST
                       PERFORM 0500-TAKE-REPORT-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PROTEIN-REPORT-FILE.
           MOVE WS-SOURCE-RUN-ID TO WS-PRT-SOURCE-RUN.

       0500-TAKE-REPORT-RECORD.
      *--------------- blank-segment records are whole entries; a
      *--------------- numbered segment joins its accession's open
      *--------------- assembly until the "L" marker closes it out
           IF WS-IN-SEGMENT IS NOT NUMERIC
              PERFORM 0600-FLUSH-OPEN-ASSEMBLY
              MOVE WS-IN-ACCESSION  TO WS-PEND-ACCESSION
              MOVE WS-IN-STRAND-NUM TO WS-PEND-STRAND-NUM
              MOVE WS-IN-REC-STATUS TO WS-PEND-STATUS
              MOVE SPACES TO WS-ASM-STRAND
              MOVE WS-IN-RESULT TO WS-ASM-STRAND(1:64)
              PERFORM 1000-EXPORT-CLOSED-ENTRY
              EXIT PARAGRAPH
           END-IF.
           IF ASSEMBLY-OPEN
              AND WS-IN-ACCESSION NOT = WS-PEND-ACCESSION
              PERFORM 0600-FLUSH-OPEN-ASSEMBLY
           END-IF.
           IF NOT ASSEMBLY-OPEN
              MOVE 'Y' TO WS-ASM-OPEN-SW
              MOVE WS-IN-ACCESSION  TO WS-PEND-ACCESSION
              MOVE WS-IN-STRAND-NUM TO WS-PEND-STRAND-NUM
              MOVE WS-IN-REC-STATUS TO WS-PEND-STATUS
              MOVE SPACES TO WS-ASM-STRAND
              MOVE 0 TO WS-ASM-LEN
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-IN-RESULT))
              TO WS-SEG-LEN.
           IF WS-IN-RESULT = SPACES
              MOVE 0 TO WS-SEG-LEN
           END-IF.
           IF WS-SEG-LEN > 0
              AND WS-ASM-LEN + WS-SEG-LEN <= 576
              MOVE WS-IN-RESULT(1:WS-SEG-LEN)
                 TO WS-ASM-STRAND(WS-ASM-LEN + 1:WS-SEG-LEN)
              ADD WS-SEG-LEN TO WS-ASM-LEN
           END-IF.
           IF WS-IN-LAST = "L"
              MOVE 'N' TO WS-ASM-OPEN-SW
              PERFORM 1000-EXPORT-CLOSED-ENTRY
           END-IF.

       0600-FLUSH-OPEN-ASSEMBLY.
           IF ASSEMBLY-OPEN
              DISPLAY "WARNING: ACCESSION " WS-PEND-ACCESSION
                 " HAS NO LAST-SEGMENT MARKER - PARTIAL ENTRY "
                 "EXPORTED"
              MOVE 'N' TO WS-ASM-OPEN-SW
              PERFORM 1000-EXPORT-CLOSED-ENTRY
           END-IF.

       1000-EXPORT-CLOSED-ENTRY.
           MOVE SPACES TO WS-FA-SEQ.
           MOVE 0 TO WS-FA-LEN.
           IF STRAND-PASS
              IF WS-ASM-STRAND NOT = SPACES
                 MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ASM-STRAND))
                    TO WS-FA-LEN
                 MOVE WS-ASM-STRAND TO WS-FA-SEQ
              END-IF
           ELSE
              PERFORM 1100-CONVERT-PROTEIN
           END-IF.
           IF WS-FA-LEN = 0
              IF PROTEIN-PASS
                 ADD 1 TO WS-PRT-NONE
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM 1200-FIND-LATEST-VERSION.
           MOVE WS-PEND-ACCESSION TO WS-DESC-ID.
           IF WS-DESC-ID = SPACES
              MOVE SPACES TO WS-DESC-ID
              STRING "STRAND" WS-PEND-STRAND-NUM
                 DELIMITED BY SIZE INTO WS-DESC-ID
           END-IF.
           MOVE SPACES TO WS-FA-LINE.
           STRING ">" FUNCTION TRIM(WS-DESC-ID)
              " VER=" WS-DESC-VER
              " RUN=" WS-SOURCE-RUN-ID
              " STATUS=" FUNCTION TRIM(WS-PEND-STATUS)
              DELIMITED BY SIZE INTO WS-FA-LINE.
           PERFORM 1300-PUT-FASTA-LINE.
           MOVE 1 TO WS-FA-POS.
           PERFORM UNTIL WS-FA-POS > WS-FA-LEN
              MOVE WS-LINE-WIDTH TO WS-FA-CHUNK
              IF WS-FA-POS + WS-FA-CHUNK - 1 > WS-FA-LEN
                 COMPUTE WS-FA-CHUNK = WS-FA-LEN - WS-FA-POS + 1
              END-IF
              MOVE SPACES TO WS-FA-LINE
              MOVE WS-FA-SEQ(WS-FA-POS:WS-FA-CHUNK)
                 TO WS-FA-LINE(1:WS-FA-CHUNK)
              PERFORM 1300-PUT-FASTA-LINE
              ADD WS-FA-CHUNK TO WS-FA-POS
           END-PERFORM.
           IF STRAND-PASS
              ADD 1 TO WS-RNA-ENTRIES
              ADD WS-FA-LEN TO WS-RNA-RESIDUES
           ELSE
              ADD 1 TO WS-PRT-ENTRIES
              ADD WS-FA-LEN TO WS-PRT-RESIDUES
           END-IF.

       1100-CONVERT-PROTEIN.
      *--------------- three-letter codes to one-letter, code by code
      *--------------- along the assembled sequence
           MOVE 1 TO WS-ASM-POS.
           PERFORM UNTIL WS-ASM-POS + 2 > 576
              OR WS-ASM-STRAND(WS-ASM-POS:3) = SPACES
              MOVE FUNCTION UPPER-CASE(WS-ASM-STRAND(WS-ASM-POS:3))
                 TO WS-AM-CODE
              MOVE "X" TO WS-AM-LETTER
              PERFORM VARYING WS-AM-IX FROM 1 BY 1
                 UNTIL WS-AM-IX > 22
                 IF WS-AM-THREE(WS-AM-IX) = WS-AM-CODE
                    MOVE WS-AM-ONE(WS-AM-IX) TO WS-AM-LETTER
                 END-IF
              END-PERFORM
              ADD 1 TO WS-FA-LEN
              MOVE WS-AM-LETTER TO WS-FA-SEQ(WS-FA-LEN:1)
              ADD 3 TO WS-ASM-POS
           END-PERFORM.

       1200-FIND-LATEST-VERSION.
      *--------------- versions are dense from 01, so the first
      *--------------- missing segment-01 record marks the end; the
      *--------------- latest is what tonight's run left on file
           MOVE "NA" TO WS-DESC-VER.
           IF NOT MASTER-FILE-OPEN OR WS-PEND-ACCESSION = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LATEST-VER.
           MOVE 'Y' TO WS-MASTER-FOUND-SW.
           PERFORM UNTIL NOT MASTER-RESULT-FOUND
              OR WS-LATEST-VER >= 99
              MOVE WS-PEND-ACCESSION TO RM-ACCESSION
              COMPUTE RM-VERSION = WS-LATEST-VER + 1
              MOVE 1 TO RM-SEGMENT
              READ RNA-MASTER-FILE
                 INVALID KEY
                    MOVE 'N' TO WS-MASTER-FOUND-SW
                 NOT INVALID KEY
                    ADD 1 TO WS-LATEST-VER
              END-READ
           END-PERFORM.
           IF WS-LATEST-VER > 0
              MOVE WS-LATEST-VER TO WS-DESC-VER
           END-IF.

       1300-PUT-FASTA-LINE.
           IF STRAND-PASS
              MOVE WS-FA-LINE TO RF-FASTA-LINE
              WRITE RF-FASTA-LINE
              ADD 1 TO WS-RNA-LINES
           ELSE
              MOVE WS-FA-LINE TO PF-FASTA-LINE
              WRITE PF-FASTA-LINE
              ADD 1 TO WS-PRT-LINES
           END-IF.

       0900-WRITE-COUNT-FILE.
      *--------------- written last, after both FASTA files are
      *--------------- closed: its trailer is the lab's proof the
      *--------------- export ran to the end
           OPEN OUTPUT FASTA-COUNT-FILE.
           MOVE "FASTAEXP"   TO RH-JOB-NAME.
           MOVE WS-RUN-DATE  TO RH-RUN-DATE.
           MOVE WS-JRNL-MODE TO RH-RUN-MODE.
           MOVE WS-RUN-ID    TO RH-RUN-ID.
           MOVE WS-REGION-CODE TO RH-REGION.
           WRITE FC-COUNT-RECORD FROM RH-HEADER-RECORD.
           MOVE "RNAFASTA.DAT"    TO WS-CNL-FILE.
           MOVE WS-RNA-ENTRIES    TO WS-CNL-ENTRIES.
           MOVE WS-RNA-RESIDUES   TO WS-CNL-RESIDUES.
           MOVE WS-RNA-LINES      TO WS-CNL-LINES.
           MOVE WS-RNA-SOURCE-RUN TO WS-CNL-SOURCE-RUN.
           WRITE FC-COUNT-RECORD FROM WS-COUNT-LINE.
           MOVE "PRTFASTA.DAT"    TO WS-CNL-FILE.
           MOVE WS-PRT-ENTRIES    TO WS-CNL-ENTRIES.
           MOVE WS-PRT-RESIDUES   TO WS-CNL-RESIDUES.
           MOVE WS-PRT-LINES      TO WS-CNL-LINES.
           MOVE WS-PRT-SOURCE-RUN TO WS-CNL-SOURCE-RUN.
           WRITE FC-COUNT-RECORD FROM WS-COUNT-LINE.
           MOVE 2 TO RT-RECORD-COUNT.
           COMPUTE RT-CONTROL-TOTAL = WS-RNA-ENTRIES + WS-PRT-ENTRIES.
           WRITE FC-COUNT-RECORD FROM RT-TRAILER-RECORD.
           CLOSE FASTA-COUNT-FILE.

       0090-ROLL-REPORT-GENERATION.
      *--------------- the last run's export is rolled to a numbered
      *--------------- generation before OPEN OUTPUT replaces it; a
      *--------------- roll that fails ends the run rather than
      *--------------- overwrite an export nobody has kept
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

       0095-WRITE-LEDGER.
      *--------------- control-total record appended to the shared
      *--------------- daily ledger after every batch run; every
      *--------------- strand and protein taken is an entry out, a
      *--------------- strand with no protein is not an input here
           MOVE SPACES      TO LG-LEDGER-RECORD.
           MOVE "FASTAEXP"  TO LG-JOB-NAME.
           MOVE WS-RUN-DATE TO LG-RUN-DATE.
           MOVE WS-RUN-ID   TO LG-RUN-ID.
           MOVE WS-REGION-CODE TO LG-REGION.
           COMPUTE LG-RECORDS-IN  = WS-RNA-ENTRIES + WS-PRT-ENTRIES.
           COMPUTE LG-RECORDS-OUT = WS-RNA-ENTRIES + WS-PRT-ENTRIES.
           MOVE 0           TO LG-RECORDS-REJECTED.
           MOVE "CTL" TO WS-LW-FUNC.
           MOVE LG-LEDGER-RECORD TO WS-LW-BUFFER.
           CALL "LEDGRWRT" USING WS-LW-FUNC WS-LW-BUFFER
                                 WS-LW-STATUS.
           IF WS-LW-STATUS NOT = "00"
              DISPLAY "LEDGER APPEND FAILED - STATUS " WS-LW-STATUS
              MOVE 12 TO WS-COND-CODE
           END-IF.
