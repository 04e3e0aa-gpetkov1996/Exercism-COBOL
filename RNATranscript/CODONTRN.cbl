      *                   to the shared ledger as PARTCODON)          *
      *            BAD  - codon not in the table (rejected as         *
      *                   BADCODON)                                   *
      *          CODONCNT.DAT - the night's codon usage tally for     *
      *          CODONUSE: one "U" record per table codon with the    *
      *          number of times it was read in each strand's chosen  *
      *          frame (the frame the reported ORF lies in, read end  *
      *          to end, stop codons included), standard header and   *
      *          a trailer whose control total is the codons counted. *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              FILE STATUS IS WS-TBL-STATUS.
           SELECT PROTEIN-REPORT-FILE ASSIGN TO "PROTRPT.DAT"
              ORGANIZATION IS SEQUENTIAL.
           SELECT CODON-COUNT-FILE   ASSIGN TO "CODONCNT.DAT"
              ORGANIZATION IS SEQUENTIAL.
           SELECT PROTEIN-MASTER-FILE ASSIGN TO "PROTMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
           05  PT-LAST             PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(1)  VALUE SPACE.

       FD  CODON-COUNT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CC-COUNT-RECORD         PIC X(80).

      *--------------- indexed protein master keyed by accession,
      *--------------- kept the way RNATRAN keeps RNAMAST.DAT
       FD  PROTEIN-MASTER-FILE
       01  WS-JRNL-JOB            PIC X(12) VALUE "CODONTRN".
       01  WS-JRNL-TYPE           PIC X(1).
       01  WS-JRNL-MODE           PIC X(8)  VALUE "FILE".
      *--------------- release id of this program as installed;
      *--------------- changed with every release and registered
      *--------------- in PGMREG.DAT by VERSMANT
       01  WS-PV-PROGRAM          PIC X(16) VALUE "CODONTRN".
       01  WS-PV-VERSION          PIC X(8)  VALUE "01.00".
       01  WS-PV-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-COND-CODE           PIC 9(3)  VALUE 0.
           COPY RPTHDTR.
      *--------------- report generation roll (RPTGEN)
       01  WS-RG-FUNC             PIC X(4)  VALUE "ROLL".
       01  WS-RG-FILE             PIC X(12) VALUE "PROTRPT.DAT".
       01  WS-RG-RUN-ID           PIC X(12) VALUE SPACES.
       01  WS-RG-STATUS           PIC X(2)  VALUE SPACES.

      *--------------- loaded codon table, 64 possible codons
       01  WS-CODON-MAX           PIC 9(2)  VALUE 64.
           05  WS-CODON-ENTRY OCCURS 64 TIMES.
               10  WS-TBL-CODON       PIC X(3).
               10  WS-TBL-AMINO       PIC X(3).
               10  WS-TBL-USES        PIC 9(8).
       01  WS-USE-TOTAL           PIC 9(10) VALUE 0.
       01  WS-USE-UNKNOWN         PIC 9(8)  VALUE 0.
       01  WS-USE-POS             PIC 9(3)  VALUE 0.
       01  WS-USE-LINE.
           05  FILLER             PIC X(2)  VALUE "U ".
           05  WS-USL-CODON       PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-USL-AMINO       PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-USL-USES        PIC 9(8).
           05  FILLER             PIC X(60) VALUE SPACES.

      *--------------- continuation-record assembly: a strand's
      *--------------- segments collect here until its last-segment

       PROCEDURE DIVISION.
       CODONTRN.
           CALL "PGMVERS" USING WS-PV-PROGRAM WS-JRNL-JOB WS-PV-VERSION
                                WS-PV-STATUS.
           MOVE WS-PV-VERSION TO RH-VERSION-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           MOVE "S" TO WS-JRNL-TYPE.
              MOVE WS-COND-CODE TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0090-ROLL-REPORT-GENERATION.
      *--------------- the codon tally is not written until the end
      *--------------- of the run, but is rolled now, before the
      *--------------- protein master is locked
           MOVE "CODONCNT.DAT" TO WS-RG-FILE.
           PERFORM 0090-ROLL-REPORT-GENERATION.
           OPEN OUTPUT PROTEIN-REPORT-FILE.
           PERFORM 0050-OPEN-PROTEIN-MASTER.
           MOVE "CODONTRN"   TO RH-JOB-NAME.
           WRITE PT-PROTEIN-RECORD FROM RT-TRAILER-RECORD.
           CLOSE RNA-REPORT-FILE.
           CLOSE PROTEIN-REPORT-FILE.
           PERFORM 1400-WRITE-CODON-COUNTS.
           IF MASTER-FILE-OPEN
              CLOSE PROTEIN-MASTER-FILE
           END-IF.
           DISPLAY "STRANDS READ      : " WS-LG-IN.
           DISPLAY "PROTEINS COMPLETE : " WS-LG-OUT.
           DISPLAY "STRANDS REJECTED  : " WS-LG-REJ.
           DISPLAY "CODONS TALLIED    : " WS-USE-TOTAL.
           IF WS-USE-UNKNOWN > 0
              DISPLAY "NOT IN TABLE      : " WS-USE-UNKNOWN
           END-IF.
           DISPLAY "=========================================".
           PERFORM 0095-WRITE-LEDGER.
           MOVE "E" TO WS-JRNL-TYPE.
                          TO WS-TBL-CODON(WS-CODON-USED)
                       MOVE CT-AMINO
                          TO WS-TBL-AMINO(WS-CODON-USED)
                       MOVE 0 TO WS-TBL-USES(WS-CODON-USED)
                    END-IF
              END-READ
           END-PERFORM.
           END-IF.
           PERFORM 1050-WRITE-PROTEIN-RECORDS.
           PERFORM 1060-WRITE-ORF-RECORD.
           PERFORM 1300-TALLY-FRAME-CODONS.
           PERFORM 1070-UPDATE-PROTEIN-MASTER.

       1200-SCAN-ONE-FRAME.
              WRITE PT-PROTEIN-RECORD
           END-PERFORM.

       1300-TALLY-FRAME-CODONS.
      *--------------- usage is counted along the whole chosen frame,
      *--------------- not just the ORF, so stop codons and the
      *--------------- codons either side of the ORF are in the
      *--------------- tally; a strand with no frame adds nothing
           IF WS-BEST-FRAME = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-BEST-FRAME TO WS-USE-POS.
           PERFORM UNTIL WS-USE-POS + 2 > WS-STRAND-LEN
              MOVE WS-ASM-STRAND(WS-USE-POS:3) TO WS-CODON
              PERFORM 1100-LOOKUP-CODON
              IF CODON-FOUND
                 ADD 1 TO WS-TBL-USES(WS-CODON-IX)
                 ADD 1 TO WS-USE-TOTAL
              ELSE
                 ADD 1 TO WS-USE-UNKNOWN
              END-IF
              ADD 3 TO WS-USE-POS
           END-PERFORM.

       1400-WRITE-CODON-COUNTS.
      *--------------- every table codon gets a record, zero counts
      *--------------- included, so CODONUSE sees the full synonym
      *--------------- set for each amino acid
           OPEN OUTPUT CODON-COUNT-FILE.
           WRITE CC-COUNT-RECORD FROM RH-HEADER-RECORD.
           PERFORM VARYING WS-CODON-IX FROM 1 BY 1
              UNTIL WS-CODON-IX > WS-CODON-USED
              MOVE WS-TBL-CODON(WS-CODON-IX) TO WS-USL-CODON
              MOVE WS-TBL-AMINO(WS-CODON-IX) TO WS-USL-AMINO
              MOVE WS-TBL-USES(WS-CODON-IX)  TO WS-USL-USES
              WRITE CC-COUNT-RECORD FROM WS-USE-LINE
           END-PERFORM.
           MOVE WS-CODON-USED TO RT-RECORD-COUNT.
           MOVE WS-USE-TOTAL  TO RT-CONTROL-TOTAL.
           WRITE CC-COUNT-RECORD FROM RT-TRAILER-RECORD.
           CLOSE CODON-COUNT-FILE.

       1100-LOOKUP-CODON.
           MOVE 'N' TO WS-CODON-FOUND-SW.
           PERFORM VARYING WS-CODON-IX FROM 1 BY 1
              END-IF
           END-PERFORM.

       0090-ROLL-REPORT-GENERATION.
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

       0091-PUT-REJECT-LEDGER.
      *--------------- all reject-ledger appends go through the
      *--------------- LEDGRWRT gatekeeper
