       IDENTIFICATION DIVISION.
       PROGRAM-ID. RNADIST.
      *****************************************************************
      * RNADIST - per-submitter distribution of the night's genomics  *
      * results. The feed mixes strands from several submitting labs  *
      * but each stage writes one combined file; the lab coordinator  *
      * used to split them by hand before mailing each submitter its  *
      * own results. This cuts the delivery bundles here instead.     *
      *                                                               *
      * Master - SUBMMAST.DAT, 80-byte records maintained by the lab  *
      *          coordinator: accession prefix (12), submitter code   *
      *          (8), submitter name (30). Where prefixes overlap the *
      *          longest one that matches wins. "*" in column 1 is a  *
      *          comment.                                             *
      * Input  - RNARPT.DAT   "D" strand and "C" conflict records     *
      *          PROTRPT.DAT  "D" protein and "O" ORF records         *
      *          MOTIFRPT.DAT "D" motif hit records                   *
      *          RNACOMP.DAT  "D" composition records                 *
      *          Headers, trailers and the batch-level "M" and "B"    *
      *          totals describe the whole night and are not sent.    *
      * Output - DLVxxxxx.DAT, one bundle per submitter with results  *
      *          tonight (xxxxx = submitter code): standard header    *
      *          with the submitter code as the auxiliary id, each    *
      *          result record tagged with the file it came from, a   *
      *          "K" count record per source file, and a trailer -    *
      *          record count = result records, control total =       *
      *          strands delivered.                                   *
      *          DLVUNRT.DAT - the unrouted exception list: one "U"   *
      *          record per accession no prefix claims (a blank       *
      *          accession is listed by strand number).               *
      *          DLVRREG.DAT - the delivery register, appended: one   *
      *          record per bundle cut with its counts, the proof of  *
      *          what each submitter was sent.                        *
      * Ends with condition code 4 when anything went unrouted or a   *
      * downstream result file was missing, 8 when RNARPT.DAT or the  *
      * submitter master is unusable or a bundle could not be cut.    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBMITTER-MASTER-FILE ASSIGN TO "SUBMMAST.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-TBL-STATUS.
           SELECT RNA-REPORT-FILE    ASSIGN TO "RNARPT.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-IN-STATUS.
           SELECT PROTEIN-REPORT-FILE ASSIGN TO "PROTRPT.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-IN-STATUS.
           SELECT MOTIF-REPORT-FILE  ASSIGN TO "MOTIFRPT.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-IN-STATUS.
           SELECT RNA-COMP-FILE      ASSIGN TO "RNACOMP.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-IN-STATUS.
      *--------------- one FD serves every bundle; the file name is
      *--------------- built per submitter before each OPEN
           SELECT DELIVERY-FILE      ASSIGN USING WS-DLV-FILE-NAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-DLV-STATUS.
           SELECT UNROUTED-FILE      ASSIGN TO "DLVUNRT.DAT"
              ORGANIZATION IS SEQUENTIAL.
           SELECT DELIVERY-REGISTER-FILE ASSIGN TO "DLVRREG.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBMITTER-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  SM-SUBMITTER-RECORD.
           05  SM-PREFIX           PIC X(12).
           05  FILLER              PIC X(1).
           05  SM-SUBMITTER        PIC X(8).
           05  FILLER              PIC X(1).
           05  SM-NAME             PIC X(30).
           05  FILLER              PIC X(28).

      *--------------- the four result files are read whole; the
      *--------------- accession is picked out by position in
      *--------------- 0450-CLASSIFY-RECORD
       FD  RNA-REPORT-FILE
           RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.
       01  RR-REPORT-RECORD        PIC X(96).

       FD  PROTEIN-REPORT-FILE
           RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.
       01  PT-PROTEIN-RECORD       PIC X(96).

       FD  MOTIF-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  MH-HIT-RECORD           PIC X(80).

       FD  RNA-COMP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CP-COMP-RECORD          PIC X(80).

       FD  DELIVERY-FILE
           RECORD CONTAINS 108 CHARACTERS
           RECORDING MODE IS F.
       01  DV-DELIVERY-RECORD.
           05  DV-REC-TYPE         PIC X(1).
           05  FILLER              PIC X(1).
           05  DV-SOURCE           PIC X(8).
           05  FILLER              PIC X(2).
           05  DV-RESULT           PIC X(96).

       FD  UNROUTED-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  UN-UNROUTED-RECORD      PIC X(80).

       FD  DELIVERY-REGISTER-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  RG-REGISTER-RECORD.
           05  RG-RUN-DATE         PIC X(8).
           05  FILLER              PIC X(1).
           05  RG-RUN-ID           PIC X(12).
           05  FILLER              PIC X(1).
           05  RG-SUBMITTER        PIC X(8).
           05  FILLER              PIC X(1).
           05  RG-FILE-NAME        PIC X(16).
           05  FILLER              PIC X(1).
           05  RG-SOURCE-RUN-ID    PIC X(12).
           05  FILLER              PIC X(1).
           05  RG-RNA-RECORDS      PIC 9(6).
           05  FILLER              PIC X(1).
           05  RG-PROTEIN-RECORDS  PIC 9(6).
           05  FILLER              PIC X(1).
           05  RG-MOTIF-RECORDS    PIC 9(6).
           05  FILLER              PIC X(1).
           05  RG-COMP-RECORDS     PIC 9(6).
           05  FILLER              PIC X(1).
           05  RG-STRANDS          PIC 9(6).
           05  FILLER              PIC X(1).
           05  RG-TOTAL-RECORDS    PIC 9(8).
           05  FILLER              PIC X(16).

       WORKING-STORAGE SECTION.

           COPY CTLLEDGR.

      *--------------- shared-ledger appends go through the LEDGRWRT
      *--------------- gatekeeper; a failed append is a hard error,
      *--------------- not something to shrug off
       01  WS-LW-FUNC             PIC X(3)  VALUE SPACES.
       01  WS-LW-BUFFER           PIC X(110) VALUE SPACES.
       01  WS-LW-STATUS           PIC XX    VALUE SPACES.
       01  WS-IN-STATUS           PIC XX    VALUE SPACES.
       01  WS-TBL-STATUS          PIC XX    VALUE SPACES.
       01  WS-DLV-STATUS          PIC XX    VALUE SPACES.
       01  WS-REG-STATUS          PIC XX    VALUE SPACES.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-SOURCE-FILE              VALUE 'Y'.
       01  WS-TBL-EOF-SW          PIC X     VALUE 'N'.
           88  EOF-SUBMITTER-MASTER         VALUE 'Y'.
       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
       01  WS-RUN-ID              PIC X(12) VALUE SPACES.
       01  WS-REGION-CODE         PIC X(4)  VALUE "HQ".
       01  WS-JRNL-JOB            PIC X(12) VALUE "RNADIST".
       01  WS-JRNL-TYPE           PIC X(1).
       01  WS-JRNL-MODE           PIC X(8)  VALUE "FILE".
      *--------------- release id of this program as installed;
      *--------------- changed with every release and registered
      *--------------- in PGMREG.DAT by VERSMANT
       01  WS-PV-PROGRAM          PIC X(16) VALUE "RNADIST".
       01  WS-PV-VERSION          PIC X(8)  VALUE "01.00".
       01  WS-PV-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-COND-CODE           PIC 9(3)  VALUE 0.
           COPY RPTHDTR.
      *--------------- report generation roll (RPTGEN)
       01  WS-RG-FUNC             PIC X(4)  VALUE "ROLL".
       01  WS-RG-FILE             PIC X(12) VALUE SPACES.
       01  WS-RG-RUN-ID           PIC X(12) VALUE SPACES.
       01  WS-RG-STATUS           PIC X(2)  VALUE SPACES.

      *--------------- the result files, in the order they are sent
       01  WS-SOURCE-NAMES.
           05  FILLER             PIC X(20) VALUE
               "RNARPT  RNARPT.DAT  ".
           05  FILLER             PIC X(20) VALUE
               "PROTRPT PROTRPT.DAT ".
           05  FILLER             PIC X(20) VALUE
               "MOTIFRPTMOTIFRPT.DAT".
           05  FILLER             PIC X(20) VALUE
               "RNACOMP RNACOMP.DAT ".
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-NAMES.
           05  WS-SRC-ENTRY OCCURS 4 TIMES.
               10  WS-SRC-NAME        PIC X(8).
               10  WS-SRC-FILE        PIC X(12).
       01  WS-SRC-IX              PIC 9(1)  VALUE 0.
       01  WS-SRC-OPEN-SW         PIC X     VALUE 'N'.
           88  SOURCE-FILE-OPEN             VALUE 'Y'.
       01  WS-SRC-MISSING-SW      PIC X(4)  VALUE "NNNN".
       01  WS-SRC-RECORD          PIC X(96) VALUE SPACES.
       01  WS-SOURCE-RUN-ID       PIC X(12) VALUE SPACES.

      *--------------- what 0450-CLASSIFY-RECORD makes of a record
       01  WS-ELIGIBLE-SW         PIC X     VALUE 'N'.
           88  RECORD-IS-RESULT             VALUE 'Y'.
       01  WS-STRAND-END-SW       PIC X     VALUE 'N'.
           88  RECORD-ENDS-STRAND           VALUE 'Y'.
       01  WS-REC-ACCESSION       PIC X(12) VALUE SPACES.
       01  WS-REC-STRAND-NUM      PIC X(6)  VALUE SPACES.

      *--------------- prefix routing table and the submitters it
      *--------------- routes to; several prefixes may share one
      *--------------- submitter
       01  WS-PFX-MAX             PIC 9(3)  VALUE 200.
       01  WS-PFX-USED            PIC 9(3)  VALUE 0.
       01  WS-PFX-IX              PIC 9(3).
       01  WS-PREFIX-TABLE.
           05  WS-PFX-ENTRY OCCURS 200 TIMES.
               10  WS-PFX-TEXT        PIC X(12).
               10  WS-PFX-LEN         PIC 9(2).
               10  WS-PFX-SUB-IX      PIC 9(3).
       01  WS-SUB-MAX             PIC 9(3)  VALUE 100.
       01  WS-SUB-USED            PIC 9(3)  VALUE 0.
       01  WS-SUB-IX              PIC 9(3).
       01  WS-SUBMITTER-TABLE.
           05  WS-SUB-ENTRY OCCURS 100 TIMES.
               10  WS-SUB-CODE        PIC X(8).
               10  WS-SUB-NAME        PIC X(30).
               10  WS-SUB-RECORDS     PIC 9(6) OCCURS 4 TIMES.
               10  WS-SUB-STRANDS     PIC 9(6).
               10  WS-SUB-TOTAL       PIC 9(8).
       01  WS-ROUTE-SUB-IX        PIC 9(3)  VALUE 0.
       01  WS-ROUTE-LEN           PIC 9(2)  VALUE 0.
       01  WS-NEW-PFX-LEN         PIC 9(2)  VALUE 0.
       01  WS-DUP-SW              PIC X     VALUE 'N'.
           88  PREFIX-ALREADY-LOADED        VALUE 'Y'.

      *--------------- unrouted records group by source and
      *--------------- accession, one "U" record per group
       01  WS-UNR-OPEN-SW         PIC X     VALUE 'N'.
           88  UNROUTED-GROUP-OPEN          VALUE 'Y'.
       01  WS-UNR-SOURCE          PIC X(8)  VALUE SPACES.
       01  WS-UNR-ACCESSION       PIC X(12) VALUE SPACES.
       01  WS-UNR-STRAND-NUM      PIC X(6)  VALUE SPACES.
       01  WS-UNR-RECORDS         PIC 9(6)  VALUE 0.
       01  WS-UNR-GROUPS          PIC 9(6)  VALUE 0.

      *--------------- the bundle being cut
       01  WS-DLV-FILE-NAME       PIC X(16) VALUE SPACES.
       01  WS-DLV-OPEN-SW         PIC X     VALUE 'N'.
           88  DELIVERY-FILE-OPEN           VALUE 'Y'.
       01  WS-COUNT-LINE.
           05  FILLER             PIC X(2)  VALUE "K ".
           05  WS-CNL-SOURCE      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "RECORDS=".
           05  WS-CNL-RECORDS     PIC 9(8).
           05  FILLER             PIC X(52) VALUE SPACES.
       01  WS-UNROUTED-LINE.
           05  FILLER             PIC X(2)  VALUE "U ".
           05  WS-UHL-SOURCE      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-UHL-ACCESSION   PIC X(12).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-UHL-STRAND-NUM  PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "RECORDS=".
           05  WS-UHL-RECORDS     PIC 9(6).
           05  FILLER             PIC X(32) VALUE SPACES.

      *--------------- run totals
       01  WS-TOT-READ            PIC 9(8)  VALUE 0.
       01  WS-TOT-ROUTED          PIC 9(8)  VALUE 0.
       01  WS-TOT-UNROUTED        PIC 9(8)  VALUE 0.
       01  WS-TOT-DELIVERED       PIC 9(8)  VALUE 0.
       01  WS-BUNDLES-CUT         PIC 9(4)  VALUE 0.
       01  WS-BUNDLES-FAILED      PIC 9(4)  VALUE 0.

       PROCEDURE DIVISION.
       RNADIST.
           CALL "PGMVERS" USING WS-PV-PROGRAM WS-JRNL-JOB WS-PV-VERSION
                                WS-PV-STATUS.
           MOVE WS-PV-VERSION TO RH-VERSION-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           MOVE "S" TO WS-JRNL-TYPE.
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-JRNL-MODE
                                WS-COND-CODE.
           MOVE WS-COND-CODE TO RETURN-CODE.
           PERFORM 0010-LOAD-SUBMITTER-MASTER.
           IF WS-PFX-USED = 0
              DISPLAY "RNADIST: NO USABLE SUBMMAST.DAT - NOTHING "
                 "CAN BE ROUTED"
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
           MOVE 1 TO WS-SRC-IX.
           PERFORM 0400-OPEN-SOURCE.
           IF NOT SOURCE-FILE-OPEN
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
           PERFORM 0430-CLOSE-SOURCE.
           PERFORM 0100-ROUTING-PASS.
           PERFORM 0300-CUT-BUNDLES
              VARYING WS-SUB-IX FROM 1 BY 1
              UNTIL WS-SUB-IX > WS-SUB-USED.
           DISPLAY "===== GENOMICS DISTRIBUTION SUMMARY =====".
           DISPLAY "RESULT RECORDS READ : " WS-TOT-READ.
           DISPLAY "ROUTED              : " WS-TOT-ROUTED.
           DISPLAY "UNROUTED            : " WS-TOT-UNROUTED
              " (" WS-UNR-GROUPS " ON DLVUNRT.DAT)".
           DISPLAY "BUNDLES CUT         : " WS-BUNDLES-CUT.
           IF WS-BUNDLES-FAILED > 0
              DISPLAY "BUNDLES FAILED      : " WS-BUNDLES-FAILED
           END-IF.
           DISPLAY "=========================================".
           IF WS-TOT-UNROUTED > 0 AND WS-COND-CODE < 4
              MOVE 4 TO WS-COND-CODE
           END-IF.
           PERFORM 0095-WRITE-LEDGER.
           MOVE "E" TO WS-JRNL-TYPE.
           IF RETURN-CODE > WS-COND-CODE
              MOVE RETURN-CODE TO WS-COND-CODE
           END-IF.
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-JRNL-MODE
                                WS-COND-CODE.
           MOVE WS-COND-CODE TO RETURN-CODE.
           STOP RUN.

       0010-LOAD-SUBMITTER-MASTER.
           MOVE 'N' TO WS-TBL-EOF-SW.
           MOVE SPACES TO WS-TBL-STATUS.
           OPEN INPUT SUBMITTER-MASTER-FILE.
           IF WS-TBL-STATUS NOT = "00"
              DISPLAY "RNADIST: CANNOT OPEN SUBMMAST.DAT - STATUS "
                 WS-TBL-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SUBMITTER-MASTER
              READ SUBMITTER-MASTER-FILE
                 AT END
                    MOVE 'Y' TO WS-TBL-EOF-SW
                 NOT AT END
                    IF SM-PREFIX NOT = SPACES
                       AND SM-PREFIX(1:1) NOT = "*"
                       AND SM-SUBMITTER NOT = SPACES
                       PERFORM 0020-TAKE-SUBMITTER-ENTRY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SUBMITTER-MASTER-FILE.

       0020-TAKE-SUBMITTER-ENTRY.
      *--------------- a prefix claimed twice keeps its first owner;
      *--------------- the coordinator is told rather than one lab
      *--------------- quietly receiving another's strands
           MOVE 'N' TO WS-DUP-SW.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SM-PREFIX))
              TO WS-NEW-PFX-LEN.
           PERFORM VARYING WS-PFX-IX FROM 1 BY 1
              UNTIL WS-PFX-IX > WS-PFX-USED
              IF WS-PFX-TEXT(WS-PFX-IX) = SM-PREFIX
                 MOVE 'Y' TO WS-DUP-SW
              END-IF
           END-PERFORM.
           IF PREFIX-ALREADY-LOADED
              DISPLAY "WARNING: PREFIX " SM-PREFIX " FOR "
                 SM-SUBMITTER " ALREADY ROUTED - ENTRY IGNORED"
              EXIT PARAGRAPH
           END-IF.
           IF WS-PFX-USED >= WS-PFX-MAX
              DISPLAY "WARNING: SUBMMAST.DAT PREFIX TABLE FULL - "
                 SM-PREFIX " IGNORED"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ROUTE-SUB-IX.
           PERFORM VARYING WS-SUB-IX FROM 1 BY 1
              UNTIL WS-SUB-IX > WS-SUB-USED
              IF WS-SUB-CODE(WS-SUB-IX) = SM-SUBMITTER
                 MOVE WS-SUB-IX TO WS-ROUTE-SUB-IX
              END-IF
           END-PERFORM.
           IF WS-ROUTE-SUB-IX = 0
              IF WS-SUB-USED >= WS-SUB-MAX
                 DISPLAY "WARNING: SUBMMAST.DAT SUBMITTER TABLE "
                    "FULL - " SM-SUBMITTER " IGNORED"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-SUB-USED
              MOVE WS-SUB-USED TO WS-ROUTE-SUB-IX
              MOVE SM-SUBMITTER TO WS-SUB-CODE(WS-SUB-USED)
              MOVE SM-NAME      TO WS-SUB-NAME(WS-SUB-USED)
              MOVE 0 TO WS-SUB-RECORDS(WS-SUB-USED 1)
              MOVE 0 TO WS-SUB-RECORDS(WS-SUB-USED 2)
              MOVE 0 TO WS-SUB-RECORDS(WS-SUB-USED 3)
              MOVE 0 TO WS-SUB-RECORDS(WS-SUB-USED 4)
              MOVE 0 TO WS-SUB-STRANDS(WS-SUB-USED)
              MOVE 0 TO WS-SUB-TOTAL(WS-SUB-USED)
           END-IF.
           ADD 1 TO WS-PFX-USED.
           MOVE SM-PREFIX       TO WS-PFX-TEXT(WS-PFX-USED).
           MOVE WS-NEW-PFX-LEN  TO WS-PFX-LEN(WS-PFX-USED).
           MOVE WS-ROUTE-SUB-IX TO WS-PFX-SUB-IX(WS-PFX-USED).

       0100-ROUTING-PASS.
      *--------------- counts every result record against its
      *--------------- submitter and lists what nobody claims; the
      *--------------- bundles are cut afterwards from these counts
           MOVE "DLVUNRT.DAT" TO WS-RG-FILE.
           PERFORM 0090-ROLL-REPORT-GENERATION.
           OPEN OUTPUT UNROUTED-FILE.
           MOVE "RNADIST"    TO RH-JOB-NAME.
           MOVE WS-RUN-DATE  TO RH-RUN-DATE.
           MOVE WS-JRNL-MODE TO RH-RUN-MODE.
           MOVE WS-RUN-ID    TO RH-RUN-ID.
           MOVE SPACES       TO RH-AUX-ID.
           MOVE WS-REGION-CODE TO RH-REGION.
           WRITE UN-UNROUTED-RECORD FROM RH-HEADER-RECORD.
           PERFORM 0110-ROUTE-SOURCE
              VARYING WS-SRC-IX FROM 1 BY 1
              UNTIL WS-SRC-IX > 4.
           MOVE WS-UNR-GROUPS   TO RT-RECORD-COUNT.
           MOVE WS-TOT-UNROUTED TO RT-CONTROL-TOTAL.
           WRITE UN-UNROUTED-RECORD FROM RT-TRAILER-RECORD.
           CLOSE UNROUTED-FILE.

       0110-ROUTE-SOURCE.
           PERFORM 0400-OPEN-SOURCE.
           IF NOT SOURCE-FILE-OPEN
              MOVE "Y" TO WS-SRC-MISSING-SW(WS-SRC-IX:1)
              IF WS-COND-CODE < 4
                 MOVE 4 TO WS-COND-CODE
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0410-READ-SOURCE.
           PERFORM UNTIL EOF-SOURCE-FILE
              IF WS-SRC-IX = 1 AND WS-SRC-RECORD(1:1) = "H"
                 MOVE WS-SRC-RECORD(37:12) TO WS-SOURCE-RUN-ID
              END-IF
              PERFORM 0450-CLASSIFY-RECORD
              IF RECORD-IS-RESULT
                 ADD 1 TO WS-TOT-READ
                 PERFORM 0500-ROUTE-ACCESSION
                 IF WS-ROUTE-SUB-IX = 0
                    PERFORM 0600-TAKE-UNROUTED
                 ELSE
                    ADD 1 TO WS-TOT-ROUTED
                    ADD 1 TO
                       WS-SUB-RECORDS(WS-ROUTE-SUB-IX WS-SRC-IX)
                    ADD 1 TO WS-SUB-TOTAL(WS-ROUTE-SUB-IX)
                    IF RECORD-ENDS-STRAND
                       ADD 1 TO WS-SUB-STRANDS(WS-ROUTE-SUB-IX)
                    END-IF
                 END-IF
              END-IF
              PERFORM 0410-READ-SOURCE
           END-PERFORM.
           PERFORM 0610-FLUSH-UNROUTED-GROUP.
           PERFORM 0430-CLOSE-SOURCE.

       0300-CUT-BUNDLES.
      *--------------- one bundle per submitter with anything to
      *--------------- send; each source file is re-read for it
           IF WS-SUB-TOTAL(WS-SUB-IX) = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DLV-FILE-NAME.
           STRING "DLV" DELIMITED BY SIZE
                  WS-SUB-CODE(WS-SUB-IX) DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
              INTO WS-DLV-FILE-NAME.
      *--------------- last night's bundle is kept as a generation,
      *--------------- unless the code makes the name longer than
      *--------------- the generation catalog holds
           IF WS-DLV-FILE-NAME(13:4) NOT = SPACES
              DISPLAY "RNADIST: " WS-DLV-FILE-NAME " NAME TOO LONG "
                 "TO ROLL - PREVIOUS BUNDLE NOT KEPT"
              IF WS-COND-CODE < 4
                 MOVE 4 TO WS-COND-CODE
              END-IF
           ELSE
              MOVE WS-DLV-FILE-NAME TO WS-RG-FILE
              MOVE SPACES TO WS-RG-RUN-ID
              CALL "RPTGEN" USING WS-RG-FUNC WS-RG-FILE WS-RG-RUN-ID
                                  WS-RG-STATUS
              IF WS-RG-STATUS NOT = "00"
                 DISPLAY "RNADIST: " WS-DLV-FILE-NAME " NOT ROLLED - "
                    "STATUS " WS-RG-STATUS " - "
                    WS-SUB-CODE(WS-SUB-IX) " NOT SENT"
                 ADD 1 TO WS-BUNDLES-FAILED
                 IF WS-COND-CODE < 8
                    MOVE 8 TO WS-COND-CODE
                 END-IF
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE SPACES TO WS-DLV-STATUS.
           OPEN OUTPUT DELIVERY-FILE.
           IF WS-DLV-STATUS NOT = "00"
              DISPLAY "RNADIST: CANNOT OPEN " WS-DLV-FILE-NAME
                 " - STATUS " WS-DLV-STATUS " - "
                 WS-SUB-CODE(WS-SUB-IX) " NOT SENT"
              ADD 1 TO WS-BUNDLES-FAILED
              IF WS-COND-CODE < 8
                 MOVE 8 TO WS-COND-CODE
              END-IF
              EXIT PARAGRAPH
           END-IF.
           MOVE "RNADIST"    TO RH-JOB-NAME.
           MOVE WS-RUN-DATE  TO RH-RUN-DATE.
           MOVE WS-JRNL-MODE TO RH-RUN-MODE.
           MOVE WS-RUN-ID    TO RH-RUN-ID.
           MOVE WS-SUB-CODE(WS-SUB-IX) TO RH-AUX-ID.
           MOVE WS-REGION-CODE TO RH-REGION.
           WRITE DV-DELIVERY-RECORD FROM RH-HEADER-RECORD.
           PERFORM 0310-COPY-SOURCE
              VARYING WS-SRC-IX FROM 1 BY 1
              UNTIL WS-SRC-IX > 4.
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
              UNTIL WS-SRC-IX > 4
              MOVE WS-SRC-NAME(WS-SRC-IX) TO WS-CNL-SOURCE
              MOVE WS-SUB-RECORDS(WS-SUB-IX WS-SRC-IX)
                 TO WS-CNL-RECORDS
              WRITE DV-DELIVERY-RECORD FROM WS-COUNT-LINE
           END-PERFORM.
           MOVE WS-SUB-TOTAL(WS-SUB-IX)   TO RT-RECORD-COUNT.
           MOVE WS-SUB-STRANDS(WS-SUB-IX) TO RT-CONTROL-TOTAL.
           WRITE DV-DELIVERY-RECORD FROM RT-TRAILER-RECORD.
           CLOSE DELIVERY-FILE.
           ADD 1 TO WS-BUNDLES-CUT.
           ADD WS-SUB-TOTAL(WS-SUB-IX) TO WS-TOT-DELIVERED.
           DISPLAY "BUNDLE " WS-DLV-FILE-NAME " "
              WS-SUB-CODE(WS-SUB-IX) " RECORDS "
              WS-SUB-TOTAL(WS-SUB-IX) " STRANDS "
              WS-SUB-STRANDS(WS-SUB-IX).
           PERFORM 0350-REGISTER-BUNDLE.

       0310-COPY-SOURCE.
           IF WS-SRC-MISSING-SW(WS-SRC-IX:1) = "Y"
              OR WS-SUB-RECORDS(WS-SUB-IX WS-SRC-IX) = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0400-OPEN-SOURCE.
           IF NOT SOURCE-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0410-READ-SOURCE.
           PERFORM UNTIL EOF-SOURCE-FILE
              PERFORM 0450-CLASSIFY-RECORD
              IF RECORD-IS-RESULT
                 PERFORM 0500-ROUTE-ACCESSION
                 IF WS-ROUTE-SUB-IX = WS-SUB-IX
                    MOVE SPACES TO DV-DELIVERY-RECORD
                    MOVE "D" TO DV-REC-TYPE
                    MOVE WS-SRC-NAME(WS-SRC-IX) TO DV-SOURCE
                    MOVE WS-SRC-RECORD TO DV-RESULT
                    WRITE DV-DELIVERY-RECORD
                 END-IF
              END-IF
              PERFORM 0410-READ-SOURCE
           END-PERFORM.
           PERFORM 0430-CLOSE-SOURCE.

       0350-REGISTER-BUNDLE.
      *--------------- create-on-first-use, then one record per
      *--------------- bundle for as long as the register is kept
           MOVE SPACES TO WS-REG-STATUS.
           OPEN EXTEND DELIVERY-REGISTER-FILE.
           IF WS-REG-STATUS = "35"
              OPEN OUTPUT DELIVERY-REGISTER-FILE
              CLOSE DELIVERY-REGISTER-FILE
              OPEN EXTEND DELIVERY-REGISTER-FILE
           END-IF.
           IF WS-REG-STATUS NOT = "00"
              DISPLAY "RNADIST: CANNOT OPEN DLVRREG.DAT - STATUS "
                 WS-REG-STATUS " - " WS-DLV-FILE-NAME
                 " NOT REGISTERED"
              IF WS-COND-CODE < 8
                 MOVE 8 TO WS-COND-CODE
              END-IF
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES            TO RG-REGISTER-RECORD.
           MOVE WS-RUN-DATE       TO RG-RUN-DATE.
           MOVE WS-RUN-ID         TO RG-RUN-ID.
           MOVE WS-SUB-CODE(WS-SUB-IX) TO RG-SUBMITTER.
           MOVE WS-DLV-FILE-NAME  TO RG-FILE-NAME.
           MOVE WS-SOURCE-RUN-ID  TO RG-SOURCE-RUN-ID.
           MOVE WS-SUB-RECORDS(WS-SUB-IX 1) TO RG-RNA-RECORDS.
           MOVE WS-SUB-RECORDS(WS-SUB-IX 2) TO RG-PROTEIN-RECORDS.
           MOVE WS-SUB-RECORDS(WS-SUB-IX 3) TO RG-MOTIF-RECORDS.
           MOVE WS-SUB-RECORDS(WS-SUB-IX 4) TO RG-COMP-RECORDS.
           MOVE WS-SUB-STRANDS(WS-SUB-IX)   TO RG-STRANDS.
           MOVE WS-SUB-TOTAL(WS-SUB-IX)     TO RG-TOTAL-RECORDS.
           WRITE RG-REGISTER-RECORD.
           CLOSE DELIVERY-REGISTER-FILE.

       0400-OPEN-SOURCE.
           MOVE 'N' TO WS-SRC-OPEN-SW.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-IN-STATUS.
           EVALUATE WS-SRC-IX
              WHEN 1 OPEN INPUT RNA-REPORT-FILE
              WHEN 2 OPEN INPUT PROTEIN-REPORT-FILE
              WHEN 3 OPEN INPUT MOTIF-REPORT-FILE
              WHEN 4 OPEN INPUT RNA-COMP-FILE
           END-EVALUATE.
           IF WS-IN-STATUS = "00"
              MOVE 'Y' TO WS-SRC-OPEN-SW
           ELSE
              DISPLAY "RNADIST: CANNOT OPEN " WS-SRC-FILE(WS-SRC-IX)
                 " - STATUS " WS-IN-STATUS " - NOTHING SENT FROM IT"
           END-IF.

       0410-READ-SOURCE.
           MOVE SPACES TO WS-SRC-RECORD.
           EVALUATE WS-SRC-IX
              WHEN 1
                 READ RNA-REPORT-FILE INTO WS-SRC-RECORD
                    AT END MOVE 'Y' TO WS-EOF-SW
                 END-READ
              WHEN 2
                 READ PROTEIN-REPORT-FILE INTO WS-SRC-RECORD
                    AT END MOVE 'Y' TO WS-EOF-SW
                 END-READ
              WHEN 3
                 READ MOTIF-REPORT-FILE INTO WS-SRC-RECORD
                    AT END MOVE 'Y' TO WS-EOF-SW
                 END-READ
              WHEN 4
                 READ RNA-COMP-FILE INTO WS-SRC-RECORD
                    AT END MOVE 'Y' TO WS-EOF-SW
                 END-READ
           END-EVALUATE.

       0430-CLOSE-SOURCE.
           IF SOURCE-FILE-OPEN
              EVALUATE WS-SRC-IX
                 WHEN 1 CLOSE RNA-REPORT-FILE
                 WHEN 2 CLOSE PROTEIN-REPORT-FILE
                 WHEN 3 CLOSE MOTIF-REPORT-FILE
                 WHEN 4 CLOSE RNA-COMP-FILE
              END-EVALUATE
              MOVE 'N' TO WS-SRC-OPEN-SW
           END-IF.

       0450-CLASSIFY-RECORD.
      *--------------- per-strand records only. The motif report
      *--------------- carries the accession at column 3 and no
      *--------------- strand number; the others at column 11 with
      *--------------- the strand number at column 3. A strand is
      *--------------- counted at its whole or last-segment RNARPT
      *--------------- detail record.
           MOVE 'N' TO WS-ELIGIBLE-SW.
           MOVE 'N' TO WS-STRAND-END-SW.
           MOVE SPACES TO WS-REC-ACCESSION.
           MOVE SPACES TO WS-REC-STRAND-NUM.
           EVALUATE WS-SRC-IX
              WHEN 1
                 IF WS-SRC-RECORD(1:1) = "D" OR "C"
                    MOVE 'Y' TO WS-ELIGIBLE-SW
                 END-IF
                 IF WS-SRC-RECORD(1:1) = "D"
                    AND (WS-SRC-RECORD(94:1) IS NOT NUMERIC
                         OR WS-SRC-RECORD(95:1) = "L")
                    MOVE 'Y' TO WS-STRAND-END-SW
                 END-IF
              WHEN 2
                 IF WS-SRC-RECORD(1:1) = "D" OR "O"
                    MOVE 'Y' TO WS-ELIGIBLE-SW
                 END-IF
              WHEN 3
                 IF WS-SRC-RECORD(1:1) = "D"
                    MOVE 'Y' TO WS-ELIGIBLE-SW
                 END-IF
              WHEN 4
                 IF WS-SRC-RECORD(1:1) = "D"
                    MOVE 'Y' TO WS-ELIGIBLE-SW
                 END-IF
           END-EVALUATE.
           IF NOT RECORD-IS-RESULT
              EXIT PARAGRAPH
           END-IF.
           IF WS-SRC-IX = 3
              MOVE WS-SRC-RECORD(3:12) TO WS-REC-ACCESSION
           ELSE
              MOVE WS-SRC-RECORD(11:12) TO WS-REC-ACCESSION
              MOVE WS-SRC-RECORD(3:6)   TO WS-REC-STRAND-NUM
           END-IF.

       0500-ROUTE-ACCESSION.
      *--------------- longest matching prefix wins, so a lab's own
      *--------------- sub-range can be routed away from its parent
           MOVE 0 TO WS-ROUTE-SUB-IX.
           MOVE 0 TO WS-ROUTE-LEN.
           IF WS-REC-ACCESSION = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PFX-IX FROM 1 BY 1
              UNTIL WS-PFX-IX > WS-PFX-USED
              IF WS-PFX-LEN(WS-PFX-IX) > WS-ROUTE-LEN
                 AND WS-REC-ACCESSION(1:WS-PFX-LEN(WS-PFX-IX)) =
                     WS-PFX-TEXT(WS-PFX-IX)(1:WS-PFX-LEN(WS-PFX-IX))
                 MOVE WS-PFX-LEN(WS-PFX-IX)    TO WS-ROUTE-LEN
                 MOVE WS-PFX-SUB-IX(WS-PFX-IX) TO WS-ROUTE-SUB-IX
              END-IF
           END-PERFORM.

       0600-TAKE-UNROUTED.
           ADD 1 TO WS-TOT-UNROUTED.
           IF UNROUTED-GROUP-OPEN
              AND WS-UNR-SOURCE     = WS-SRC-NAME(WS-SRC-IX)
              AND WS-UNR-ACCESSION  = WS-REC-ACCESSION
              AND WS-UNR-STRAND-NUM = WS-REC-STRAND-NUM
              ADD 1 TO WS-UNR-RECORDS
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0610-FLUSH-UNROUTED-GROUP.
           MOVE 'Y' TO WS-UNR-OPEN-SW.
           MOVE WS-SRC-NAME(WS-SRC-IX) TO WS-UNR-SOURCE.
           MOVE WS-REC-ACCESSION       TO WS-UNR-ACCESSION.
           MOVE WS-REC-STRAND-NUM      TO WS-UNR-STRAND-NUM.
           MOVE 1 TO WS-UNR-RECORDS.

       0610-FLUSH-UNROUTED-GROUP.
           IF NOT UNROUTED-GROUP-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-UNR-SOURCE     TO WS-UHL-SOURCE.
           MOVE WS-UNR-ACCESSION  TO WS-UHL-ACCESSION.
           MOVE WS-UNR-STRAND-NUM TO WS-UHL-STRAND-NUM.
           MOVE WS-UNR-RECORDS    TO WS-UHL-RECORDS.
           WRITE UN-UNROUTED-RECORD FROM WS-UNROUTED-LINE.
           ADD 1 TO WS-UNR-GROUPS.
           MOVE 'N' TO WS-UNR-OPEN-SW.

       0090-ROLL-REPORT-GENERATION.
      *--------------- the last run's file is rolled to a numbered
      *--------------- generation before OPEN OUTPUT replaces it; a
      *--------------- roll that fails ends the run rather than
      *--------------- overwrite a file nobody has kept
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
      *--------------- result record read is either delivered in a
      *--------------- bundle or counted unrouted
           MOVE SPACES      TO LG-LEDGER-RECORD.
           MOVE "RNADIST"   TO LG-JOB-NAME.
           MOVE WS-RUN-DATE TO LG-RUN-DATE.
           MOVE WS-RUN-ID   TO LG-RUN-ID.
           MOVE WS-REGION-CODE TO LG-REGION.
           MOVE WS-TOT-READ      TO LG-RECORDS-IN.
           MOVE WS-TOT-DELIVERED TO LG-RECORDS-OUT.
           COMPUTE LG-RECORDS-REJECTED =
              WS-TOT-READ - WS-TOT-DELIVERED.
           MOVE "CTL" TO WS-LW-FUNC.
           MOVE LG-LEDGER-RECORD TO WS-LW-BUFFER.
           CALL "LEDGRWRT" USING WS-LW-FUNC WS-LW-BUFFER
                                 WS-LW-STATUS.
           IF WS-LW-STATUS NOT = "00"
              DISPLAY "LEDGER APPEND FAILED - STATUS " WS-LW-STATUS
              MOVE 12 TO WS-COND-CODE
           END-IF.
