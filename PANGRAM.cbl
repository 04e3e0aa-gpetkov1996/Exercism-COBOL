           SELECT PARM-CARD-FILE      ASSIGN TO "PANGPARM.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
           SELECT CLIENT-PROFILE-FILE ASSIGN TO "PANGPROF.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PRF-STATUS.
           SELECT RESTRICTED-TERM-FILE ASSIGN TO "PANGTERM.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-TRM-STATUS.
           SELECT TERM-HIT-FILE       ASSIGN TO "PANGHITS.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-HIT-STATUS.
           SELECT PROOF-FINDINGS-FILE ASSIGN TO "PANGFIND.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FND-STATUS.
           SELECT JOB-TICKET-FILE     ASSIGN TO "JOBTMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS JT-JOB-NUMBER
              FILE STATUS IS WS-JT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PI-LINE                  PIC X(80).

       FD  PANGRAM-REPORT-FILE
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
       01  PR-RECORD.
           05  PR-SAMPLE-NUM        PIC 9(4).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  PR-CLIENT-CODE       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
      *--------------- typographic findings for the sample; zero
      *--------------- when the run was not a TYPO run
           05  PR-FINDINGS          PIC 9(4).
           05  FILLER               PIC X(6)  VALUE SPACES.

      *--------------- per-character ink weights maintained by the
      *--------------- print shop: character, then weight in
           RECORDING MODE IS F.
       01  PC-PARM-CARD             PIC X(80).

      *--------------- per-client proofing contract, keyed by the
      *--------------- client code on the "*ID " header: language,
      *--------------- an explicit required alphabet (blank = the
      *--------------- language's own), the minimum coverage percent
      *--------------- that passes (blank = 100) and whether missing
      *--------------- letters go on the report (blank = Y). A "*" in
      *--------------- column 1 marks a comment record.
       FD  CLIENT-PROFILE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CP-PROFILE-RECORD.
           05  CP-CLIENT-CODE       PIC X(8).
           05  FILLER               PIC X(1).
           05  CP-LANG-CODE         PIC X(8).
           05  FILLER               PIC X(1).
           05  CP-MIN-PCT           PIC X(3).
           05  FILLER               PIC X(1).
           05  CP-SHOW-MISSING      PIC X(1).
           05  FILLER               PIC X(1).
           05  CP-ALPHABET          PIC X(40).
           05  FILLER               PIC X(16).

      *--------------- restricted terms and trademarks the copy must
      *--------------- not carry: a blank client code applies the
      *--------------- term to every client. Match W = whole word
      *--------------- (blank), S = anywhere as a substring; case
      *--------------- I = ignore case (blank), S = exact case;
      *--------------- action B = blocking (fails the sample),
      *--------------- blank or W = report only. "*" in column 1
      *--------------- marks a comment record.
       FD  RESTRICTED-TERM-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  TM-TERM-RECORD.
           05  TM-CLIENT-CODE       PIC X(8).
           05  FILLER               PIC X(1).
           05  TM-MATCH-RULE        PIC X(1).
           05  FILLER               PIC X(1).
           05  TM-CASE-RULE         PIC X(1).
           05  FILLER               PIC X(1).
           05  TM-ACTION            PIC X(1).
           05  FILLER               PIC X(1).
           05  TM-TERM              PIC X(40).
           05  FILLER               PIC X(25).

      *--------------- one record per restricted-term hit; position
      *--------------- is the character position in the assembled
      *--------------- sample paragraph
       FD  TERM-HIT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  TH-HIT-RECORD.
           05  TH-SAMPLE-NUM        PIC 9(4).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  TH-JOB-NUMBER        PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  TH-CLIENT-CODE       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  TH-POSITION          PIC 9(4).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  TH-ACTION            PIC X(1).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  TH-TERM              PIC X(40).
           05  FILLER               PIC X(3)  VALUE SPACES.

      *--------------- one record per typographic finding; line is
      *--------------- the text line within the sample block (the
      *--------------- "*ID " header not counted), column the
      *--------------- column within that 80-byte line
       FD  PROOF-FINDINGS-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PF-FINDING-RECORD.
           05  PF-SAMPLE-NUM        PIC 9(4).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  PF-JOB-NUMBER        PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  PF-LINE-NUM          PIC 9(4).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  PF-COLUMN            PIC 9(2).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  PF-CHECK             PIC X(12).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  PF-DETAIL            PIC X(36).
           05  FILLER               PIC X(2)  VALUE SPACES.


           COPY CHKPT.

           COPY JOBTKT.

       WORKING-STORAGE SECTION.

           COPY CTLLEDGR.
       01  WS-CUR-LANG           PIC X(8)  VALUE SPACES.
       01  WS-RUN-LANG           PIC X(8)  VALUE SPACES.

      *--------------- client proofing profiles (PANGPROF.DAT). With
      *--------------- no profile file on hand every sample proofs on
      *--------------- the run-level settings as before; once the file
      *--------------- exists, a headered sample whose client has no
      *--------------- profile is flagged, not proofed on defaults
       01  WS-PRF-STATUS         PIC XX    VALUE SPACES.
       01  WS-PRF-FILE-SW        PIC X     VALUE 'N'.
           88  PROFILES-LOADED             VALUE 'Y'.
       01  WS-PRF-EOF-SW         PIC X     VALUE 'N'.
           88  EOF-PROFILES                VALUE 'Y'.
       01  WS-PRF-MAX            PIC 9(3)  VALUE 200.
       01  WS-PRF-USED           PIC 9(3)  VALUE 0.
       01  WS-PRF-IX             PIC 9(3).
       01  WS-PRF-HIT            PIC 9(3)  VALUE 0.
       01  WS-PRF-BAD-SW         PIC X     VALUE 'N'.
           88  PROFILE-RECORD-BAD          VALUE 'Y'.
       01  WS-PRF-FOUND-SW       PIC X     VALUE 'N'.
           88  PROFILE-FOUND               VALUE 'Y'.
       01  WS-PRF-APPLIED-SW     PIC X     VALUE 'N'.
           88  PROFILE-APPLIED             VALUE 'Y'.
       01  WS-NO-PROFILE-SW      PIC X     VALUE 'N'.
           88  NO-CLIENT-PROFILE           VALUE 'Y'.
       01  WS-PRF-ALPHA-WORK     PIC X(40) VALUE SPACES.
       01  WS-PRF-ALPHA-LEN-WK   PIC 9(2)  VALUE 0.
       01  WS-PRF-SPACES         PIC 9(2)  VALUE 0.
       01  WS-PROFILE-TABLE.
           05  WS-PRF-ENTRY OCCURS 200 TIMES.
               10  WS-PRF-CLIENT     PIC X(8).
               10  WS-PRF-LANG       PIC X(8).
               10  WS-PRF-MIN-PCT    PIC 9(3).
               10  WS-PRF-SHOW-MISS  PIC X(1).
               10  WS-PRF-ALPHABET   PIC X(40).
               10  WS-PRF-ALPHA-LEN  PIC 9(2).
      *--------------- the terms in force for the current sample;
      *--------------- reset to the run defaults after every block
       01  WS-MIN-PASS-PCT       PIC 9(3)  VALUE 100.
       01  WS-SHOW-MISSING-SW    PIC X     VALUE 'Y'.
           88  SHOW-MISSING-LETTERS        VALUE 'Y'.

      *--------------- restricted-term screening (PANGTERM.DAT). The
      *--------------- case-exact rules match against the sample as
      *--------------- submitted, so the paragraph is kept before it
      *--------------- is folded to upper case for the letter check
       01  WS-TRM-STATUS         PIC XX    VALUE SPACES.
       01  WS-HIT-STATUS         PIC XX    VALUE SPACES.
       01  WS-TRM-FILE-SW        PIC X     VALUE 'N'.
           88  TERMS-LOADED                VALUE 'Y'.
       01  WS-TRM-EOF-SW         PIC X     VALUE 'N'.
           88  EOF-TERMS                   VALUE 'Y'.
       01  WS-TRM-MAX            PIC 9(3)  VALUE 300.
       01  WS-TRM-USED           PIC 9(3)  VALUE 0.
       01  WS-TRM-IX             PIC 9(3).
       01  WS-TRM-POS            PIC 9(4).
       01  WS-TRM-LEN-WK         PIC 9(2)  VALUE 0.
       01  WS-TRM-BAD-SW         PIC X     VALUE 'N'.
           88  TERM-RECORD-BAD             VALUE 'Y'.
       01  WS-TRM-MATCH-SW       PIC X     VALUE 'N'.
           88  TERM-MATCHED                VALUE 'Y'.
       01  WS-TRM-BLOCK-SW       PIC X     VALUE 'N'.
           88  TERM-BLOCKED                VALUE 'Y'.
       01  WS-TRM-BLOCK-TERM     PIC X(40) VALUE SPACES.
       01  WS-EDGE-POS           PIC 9(4).
       01  WS-EDGE-CHAR          PIC X(1).
           88  EDGE-ACCENTED               VALUE X"C0" X"C9" X"CE"
                                                 X"D5" X"DC" X"D1"
                                                 X"E0" X"E9" X"EE"
                                                 X"F5" X"FC" X"F1".
       01  WS-TERM-TABLE.
           05  WS-TRM-ENTRY OCCURS 300 TIMES.
               10  WS-TRM-CLIENT     PIC X(8).
               10  WS-TRM-MATCH      PIC X(1).
                   88  TRM-WHOLE-WORD          VALUE "W".
               10  WS-TRM-CASE       PIC X(1).
                   88  TRM-EXACT-CASE          VALUE "S".
               10  WS-TRM-ACTION     PIC X(1).
                   88  TRM-BLOCKING            VALUE "B".
               10  WS-TRM-TERM       PIC X(40).
               10  WS-TRM-TERM-UP    PIC X(40).
               10  WS-TRM-LEN        PIC 9(2).
       01  WS-PARA-ORIG          PIC X(2000).
       01  WS-BATCH-HITS         PIC 9(6)  VALUE 0.
       01  WS-BATCH-BLOCK-HITS   PIC 9(6)  VALUE 0.
       01  WS-BATCH-BLOCKED      PIC 9(4)  VALUE 0.

      *--------------- typographic checks (run mode TYPO): line
      *--------------- measure, doubled spaces, unbalanced quotes and
      *--------------- parentheses, repeated words, control bytes.
      *--------------- The measure comes from the "*ID " header for
      *--------------- its block, else the MEASURE card or argument;
      *--------------- zero means no measure check.
       01  WS-TYPO-SW            PIC X     VALUE 'N'.
           88  TYPO-CHECKS                 VALUE 'Y'.
       01  WS-FND-STATUS         PIC XX    VALUE SPACES.
       01  WS-FND-EOF-SW         PIC X     VALUE 'N'.
           88  EOF-FINDINGS                VALUE 'Y'.
       01  WS-MEASURE-TEXT       PIC X(8)  VALUE SPACES.
       01  WS-RUN-MEASURE        PIC 9(2)  VALUE 0.
       01  WS-LINE-MEASURE       PIC 9(2)  VALUE 0.
       01  WS-SAMPLE-LINE-NUM    PIC 9(4)  VALUE 0.
       01  WS-SAMPLE-FINDINGS    PIC 9(4)  VALUE 0.
       01  WS-BATCH-FINDINGS     PIC 9(6)  VALUE 0.
       01  WS-BATCH-FND-SAMPLES  PIC 9(4)  VALUE 0.
       01  WS-FND-LAST-SAMPLE    PIC 9(4)  VALUE 0.
       01  WS-TY-COL             PIC 9(2).
       01  WS-TY-FIRST           PIC 9(2).
       01  WS-TY-LAST            PIC 9(2).
       01  WS-TY-CHAR            PIC X(1).
       01  WS-TY-PREV-SPACE-SW   PIC X     VALUE 'N'.
           88  TY-IN-SPACE-RUN             VALUE 'Y'.
       01  WS-TY-PREV-CHAR       PIC X(1).
       01  WS-TY-BYTE-VALUE      PIC 9(3).
       01  WS-TY-QUOTE-SW        PIC X     VALUE 'N'.
           88  TY-QUOTE-OPEN               VALUE 'Y'.
       01  WS-TY-QUOTE-LINE      PIC 9(4)  VALUE 0.
       01  WS-TY-QUOTE-COL       PIC 9(2)  VALUE 0.
       01  WS-TY-PAREN-DEPTH     PIC 9(4)  VALUE 0.
       01  WS-TY-PAREN-IX        PIC 9(2).
       01  WS-TY-PAREN-STACK.
           05  WS-TY-PAREN-ENTRY OCCURS 20 TIMES.
               10  WS-TY-PAREN-LINE  PIC 9(4).
               10  WS-TY-PAREN-COL   PIC 9(2).
       01  WS-TY-WORD            PIC X(30) VALUE SPACES.
       01  WS-TY-WORD-LEN        PIC 9(2)  VALUE 0.
       01  WS-TY-WORD-COL        PIC 9(2)  VALUE 0.
       01  WS-TY-PREV-WORD       PIC X(30) VALUE SPACES.
       01  WS-WORD-CHAR-SW       PIC X     VALUE 'N'.
           88  WORD-CHARACTER              VALUE 'Y'.
      *--------------- job-ticket master: each headered sample posts
      *--------------- its proof to the job's ticket. The master is
      *--------------- held under the ENQUEUE gatekeeper for the run;
      *--------------- a master that is busy or will not open costs
      *--------------- the run its ticket updates, not the proofing
       01  WS-JT-STATUS          PIC XX    VALUE SPACES.
       01  WS-JT-OPEN-SW         PIC X     VALUE 'N'.
           88  JOB-TICKETS-OPEN            VALUE 'Y'.
       01  WS-JT-FOUND-SW        PIC X     VALUE 'N'.
           88  JOB-TICKET-FOUND            VALUE 'Y'.
       01  WS-JT-POSTED          PIC 9(4)  VALUE 0.
       01  WS-JT-NEW             PIC 9(4)  VALUE 0.
       01  WS-EQ-FUNC            PIC X(3)  VALUE SPACES.
       01  WS-EQ-RESOURCE        PIC X(8)  VALUE "JOBTMAST".
       01  WS-EQ-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-EQ-HELD-SW         PIC X     VALUE 'N'.
           88  TICKET-LOCK-HELD            VALUE 'Y'.
       01  WS-FND-SAMPLE         PIC 9(4).
       01  WS-FND-LINE           PIC 9(4).
       01  WS-FND-COL            PIC 9(2).
       01  WS-FND-CHECK          PIC X(12).
       01  WS-FND-DETAIL         PIC X(36).

      *--------------- ink-coverage estimation: occurrence counts
      *--------------- weighted by the shop's per-character weights
       01  WS-INK-STATUS         PIC XX    VALUE SPACES.
       01  WS-BATCH-SAMPLES      PIC 9(4) VALUE 0.
       01  WS-BATCH-PASS         PIC 9(4) VALUE 0.
       01  WS-BATCH-COV-SUM      PIC 9(6) VALUE 0.
      *--------------- letters required across the proofed samples;
      *--------------- the average is taken against this because a
      *--------------- client profile can change the alphabet length
      *--------------- from one sample to the next
       01  WS-BATCH-LET-REQ      PIC 9(7) VALUE 0.
       01  WS-BATCH-NO-PROFILE   PIC 9(4) VALUE 0.
       01  WS-BATCH-AVG-PCT      PIC 9(3) VALUE 0.
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.

           88  EOF-CKPT-READ               VALUE 'Y'.
       01  WS-CKPT-RUN-STATUS    PIC X    VALUE "I".
           COPY RPTHDTR.
      *--------------- report generation roll (RPTGEN); the file is
      *--------------- named before each roll
       01  WS-RG-FUNC            PIC X(4)  VALUE "ROLL".
       01  WS-RG-FILE            PIC X(12) VALUE SPACES.
       01  WS-RG-RUN-ID          PIC X(12) VALUE SPACES.
       01  WS-RG-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-JRNL-JOB           PIC X(12) VALUE "PANGRAM".
       01  WS-JRNL-TYPE          PIC X(1).
      *--------------- release id of this program as installed;
      *--------------- changed with every release and registered
      *--------------- in PGMREG.DAT by VERSMANT
       01  WS-PV-PROGRAM         PIC X(16) VALUE "PANGRAM".
       01  WS-PV-VERSION         PIC X(8)  VALUE "01.00".
       01  WS-PV-STATUS          PIC X(2)  VALUE SPACES.
      *--------------- parameter-card archive (PARMARCH): each card
      *--------------- is collected as read, the set written once
      *--------------- the run id is issued
       01  WS-PA-COLLECT         PIC X(1)  VALUE "C".
       01  WS-PA-WRITE           PIC X(1)  VALUE "W".
       01  WS-COND-CODE          PIC 9(3) VALUE 0.
       01  WS-RUN-ID             PIC X(12) VALUE SPACES.
       01  WS-REGION-CODE            PIC X(4)      VALUE "HQ".

       PROCEDURE DIVISION.
       PANGRAM.
           CALL "PGMVERS" USING WS-PV-PROGRAM WS-JRNL-JOB WS-PV-VERSION
                                WS-PV-STATUS.
           MOVE WS-PV-VERSION TO RH-VERSION-ID.
           PERFORM 0097-READ-PARM-CARDS.
           IF PARM-CARD-ERROR
              DISPLAY "RUN ABORTED - INVALID PARAMETER CARDS"
      *--------------- untagged sample proofing against the wrong
      *--------------- alphabet
           MOVE WS-LANG-CODE TO WS-RUN-LANG.
           MOVE WS-RUN-MEASURE TO WS-LINE-MEASURE.
           EVALUATE WS-RUN-MODE
              WHEN "BATCH"
                 PERFORM 0150-RUN-BATCH
      *--------------- TYPO is a batch run with the typographic
      *--------------- checks on top of the letter proofing
              WHEN "TYPO"
                 MOVE 'Y' TO WS-TYPO-SW
                 PERFORM 0150-RUN-BATCH
              WHEN OTHER
                 PERFORM 0001-RUN-INTERACTIVE
           END-EVALUATE.
           CLOSE PARM-CARD-FILE.

       0099-APPLY-PARM-CARD.
           CALL "PARMARCH" USING WS-JRNL-JOB WS-PA-COLLECT WS-RUN-ID
                                 PC-PARM-CARD.
           CALL "PARMSCAN" USING PC-PARM-CARD WS-PS-NAME
                                 WS-PS-VALUE WS-PS-STATUS.
           EVALUATE TRUE
              WHEN WS-PS-NAME = "REGION"
                 MOVE WS-PS-VALUE(1:4) TO WS-REGION-CODE
                 DISPLAY "PARM ACCEPTED: REGION=" WS-REGION-CODE
              WHEN WS-PS-NAME = "MEASURE"
                 IF FUNCTION TRIM(WS-PS-VALUE) IS NUMERIC
                    AND FUNCTION NUMVAL(WS-PS-VALUE) > 0
                    AND FUNCTION NUMVAL(WS-PS-VALUE) < 80
                    MOVE FUNCTION NUMVAL(WS-PS-VALUE)
                       TO WS-RUN-MEASURE
                    DISPLAY "PARM ACCEPTED: MEASURE="
                       WS-RUN-MEASURE
                 ELSE
                    DISPLAY "REJECTED PARAMETER CARD: " PC-PARM-CARD
                    MOVE 'Y' TO WS-PARM-ERR-SW
                 END-IF
              WHEN OTHER
                 DISPLAY "UNKNOWN PARAMETER: " WS-PS-NAME
                 MOVE 'Y' TO WS-PARM-ERR-SW
              MOVE FUNCTION NUMVAL(WS-THRESH-TEXT)
                 TO WS-REJ-THRESHOLD
           END-IF.
           MOVE 4 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-MEASURE-TEXT FROM ARGUMENT-VALUE.
           IF WS-MEASURE-TEXT NOT = SPACES
              AND WS-MEASURE-TEXT NOT = LOW-VALUES
              AND FUNCTION TRIM(WS-MEASURE-TEXT) IS NUMERIC
              AND FUNCTION NUMVAL(WS-MEASURE-TEXT) > 0
              AND FUNCTION NUMVAL(WS-MEASURE-TEXT) < 80
              MOVE FUNCTION NUMVAL(WS-MEASURE-TEXT)
                 TO WS-RUN-MEASURE
           END-IF.

       0050-SELECT-ALPHABET.
      *--------------- picks the character set to proof
           MOVE 0 TO WS-SAMPLE-NUM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           CALL "PARMARCH" USING WS-JRNL-JOB WS-PA-WRITE WS-RUN-ID
                                 PC-PARM-CARD.
           MOVE "S" TO WS-JRNL-TYPE.
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-RUN-MODE
                                WS-COND-CODE.
              MOVE WS-RESUME-SAMPLE  TO WS-BATCH-SAMPLES
              MOVE WS-RESUME-PASS    TO WS-BATCH-PASS
              MOVE WS-RESUME-COV-SUM TO WS-BATCH-COV-SUM
      *--------------- the checkpoint has no slot for the letters
      *--------------- required before the abend, so the skipped
      *--------------- samples are taken at the run alphabet's length
              COMPUTE WS-BATCH-LET-REQ =
                 WS-RESUME-SAMPLE * WS-ALPHABET-LEN
           ELSE
              MOVE 0 TO WS-BATCH-SAMPLES
              MOVE 0 TO WS-BATCH-PASS
              MOVE 0 TO WS-BATCH-COV-SUM
              MOVE 0 TO WS-BATCH-LET-REQ
           END-IF.
           MOVE 0 TO WS-BATCH-NO-PROFILE.
           MOVE 0 TO WS-BATCH-BLOCKED.
           OPEN INPUT  PANGRAM-INPUT-FILE.
           IF CKPT-FOUND
      *--------------- a checkpoint only ever exists once a prior run
      *--------------- run already wrote
              OPEN EXTEND PANGRAM-REPORT-FILE
           ELSE
              MOVE "PANGRPT.DAT" TO WS-RG-FILE
              PERFORM 0974-ROLL-REPORT-GENERATION
              OPEN OUTPUT PANGRAM-REPORT-FILE
              PERFORM 0975-WRITE-REPORT-HEADER
           END-IF.
           END-IF.
           PERFORM 0977-OPEN-PRINT-REPORT.
           PERFORM 0180-LOAD-INK-WEIGHTS.
           PERFORM 0185-LOAD-CLIENT-PROFILES.
           PERFORM 0187-LOAD-RESTRICTED-TERMS.
           PERFORM 0188-OPEN-TERM-HITS.
           PERFORM 0195-OPEN-PROOF-FINDINGS.
      *--------------- a resumed run restores the ink already
      *--------------- accumulated before the abend, so the trailer's
      *--------------- control total covers the whole file
           IF CKPT-FOUND
              OPEN EXTEND INK-REPORT-FILE
           ELSE
              MOVE "INKRPT.DAT" TO WS-RG-FILE
              PERFORM 0974-ROLL-REPORT-GENERATION
              OPEN OUTPUT INK-REPORT-FILE
              MOVE "PANGRAM"    TO RH-JOB-NAME
              MOVE WS-RUN-DATE  TO RH-RUN-DATE
              WRITE INK-RECORD FROM RH-HEADER-RECORD
           END-IF.
           PERFORM 0142-OPEN-CHECKPOINT-FILE.
           PERFORM 0197-OPEN-JOB-TICKETS.
           MOVE 0 TO WS-CKPT-COUNTER.
           IF CKPT-FOUND
              DISPLAY "RESUMING AFTER CHECKPOINT, SKIPPING FIRST "
           MOVE WS-BATCH-INK     TO RT-CONTROL-TOTAL.
           WRITE INK-RECORD FROM RT-TRAILER-RECORD.
           CLOSE INK-REPORT-FILE.
           IF TERMS-LOADED
              MOVE WS-BATCH-HITS       TO RT-RECORD-COUNT
              MOVE WS-BATCH-BLOCK-HITS TO RT-CONTROL-TOTAL
              WRITE TH-HIT-RECORD FROM RT-TRAILER-RECORD
              CLOSE TERM-HIT-FILE
           END-IF.
           IF TYPO-CHECKS
              MOVE WS-BATCH-FINDINGS    TO RT-RECORD-COUNT
              MOVE WS-BATCH-FND-SAMPLES TO RT-CONTROL-TOTAL
              WRITE PF-FINDING-RECORD FROM RT-TRAILER-RECORD
              CLOSE PROOF-FINDINGS-FILE
           END-IF.
           CLOSE PANGRAM-INPUT-FILE.
           CLOSE PANGRAM-REPORT-FILE.
           CLOSE CHECKPOINT-FILE.
           PERFORM 0199-CLOSE-JOB-TICKETS.
           PERFORM 0979-CLOSE-PRINT-REPORT.
           PERFORM 0950-DISPLAY-BATCH-SUMMARY.
           PERFORM 0960-WRITE-LEDGER.
           MOVE PI-LINE(5:10)  TO WS-CUR-JOB-NUM.
           MOVE PI-LINE(16:8)  TO WS-CUR-CLIENT.
           MOVE PI-LINE(25:8)  TO WS-CUR-LANG.
      *--------------- the job's set measure, cols 34-35, governs
      *--------------- the line-length check for this block
           IF PI-LINE(34:2) IS NUMERIC
              AND PI-LINE(34:2) NOT = "00"
              MOVE PI-LINE(34:2) TO WS-LINE-MEASURE
           END-IF.
           IF WS-CUR-LANG NOT = SPACES
              MOVE WS-CUR-LANG TO WS-LANG-CODE
              PERFORM 0050-SELECT-ALPHABET
           END-IF.
           PERFORM 0190-APPLY-CLIENT-PROFILE.

       0160-ADD-LINE-TO-PARA.
           ADD 1 TO WS-SAMPLE-LINE-NUM.
           IF TYPO-CHECKS
              PERFORM 0280-CHECK-LINE-TYPOGRAPHY
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PI-LINE)) TO WS-LINE-LEN.
           IF WS-PARA-LEN + WS-LINE-LEN + 1 <= FUNCTION LENGTH
                 (WS-PARAGRAPH)

       0900-FINISH-SAMPLE.
           ADD 1 TO WS-SAMPLE-NUM.
           MOVE WS-PARAGRAPH(1:WS-PARA-LEN)
                TO WS-PARA-ORIG(1:WS-PARA-LEN).
           MOVE FUNCTION UPPER-CASE(WS-PARAGRAPH(1:WS-PARA-LEN))
                TO WS-PARAGRAPH(1:WS-PARA-LEN).
           INSPECT WS-PARAGRAPH(1:WS-PARA-LEN)
              CONVERTING WS-INTL-LOWER-EXT TO WS-AI-EXT.
           IF NO-CLIENT-PROFILE
              PERFORM 0905-FLAG-NO-PROFILE
           ELSE
              PERFORM 0200-PERF-CHECK
      *--------------- a client contracted below full coverage
      *--------------- passes at its own minimum percent
              IF WS-COVERAGE-PCT >= WS-MIN-PASS-PCT
                 MOVE 1 TO WS-RESULT
              END-IF
              PERFORM 0250-BUILD-MISSING-LIST
           END-IF.
      *--------------- a blocking term fails the sample however good
      *--------------- its letter coverage
           PERFORM 0260-SCREEN-RESTRICTED-TERMS.
           IF TERM-BLOCKED
              MOVE 0 TO WS-RESULT
              ADD 1 TO WS-BATCH-BLOCKED
           END-IF.
           IF TYPO-CHECKS
              PERFORM 0290-CHECK-SAMPLE-BALANCE
           END-IF.
           PERFORM 0930-ESTIMATE-SAMPLE-INK.
           PERFORM 0910-WRITE-REPORT-LINE.
           PERFORM 0920-POST-JOB-TICKET.
           ADD 1 TO WS-BATCH-SAMPLES.
           IF WS-RESULT = 1
              ADD 1 TO WS-BATCH-PASS
              ELSE
                 MOVE WS-SAMPLE-NUM  TO RJL-RECORD-ID
              END-IF
              EVALUATE TRUE
                 WHEN NO-CLIENT-PROFILE
                    MOVE "NOPROFILE"     TO RJL-REASON-CODE
                    MOVE WS-CUR-CLIENT   TO RJL-BAD-VALUE
                 WHEN TERM-BLOCKED
                    MOVE "RESTRICTED"    TO RJL-REASON-CODE
                    MOVE WS-TRM-BLOCK-TERM TO RJL-BAD-VALUE
                 WHEN OTHER
                    MOVE "NOTPANG"       TO RJL-REASON-CODE
                    MOVE WS-MISSING-LIST TO RJL-BAD-VALUE
              END-EVALUATE
              MOVE WS-RUN-DATE     TO RJL-RUN-DATE
              MOVE WS-RUN-ID       TO RJL-RUN-ID
              MOVE WS-REGION-CODE  TO RJL-REGION
              PERFORM 0143-PUT-REJECT-LEDGER
           END-IF.
           IF NOT NO-CLIENT-PROFILE
              ADD WS-COUNTER-RSLT TO WS-BATCH-COV-SUM
              ADD WS-ALPHABET-LEN TO WS-BATCH-LET-REQ
           END-IF.
      *--------------- each sample block carries its own header;
      *--------------- an unheadered block reports by position only,
      *--------------- and a tagged or profiled block's language,
      *--------------- alphabet and pass terms revert to the
      *--------------- run-level selection
           MOVE SPACES TO WS-CUR-JOB-NUM.
           MOVE SPACES TO WS-CUR-CLIENT.
           IF WS-CUR-LANG NOT = SPACES OR PROFILE-APPLIED
              MOVE SPACES TO WS-CUR-LANG
              MOVE WS-RUN-LANG TO WS-LANG-CODE
              PERFORM 0050-SELECT-ALPHABET
           END-IF.
           MOVE 100 TO WS-MIN-PASS-PCT.
           MOVE 'Y' TO WS-SHOW-MISSING-SW.
           MOVE 'N' TO WS-PRF-APPLIED-SW.
           MOVE 'N' TO WS-NO-PROFILE-SW.
           MOVE WS-RUN-MEASURE TO WS-LINE-MEASURE.
           MOVE 0 TO WS-SAMPLE-LINE-NUM.
           MOVE 0 TO WS-SAMPLE-FINDINGS.
           MOVE 0 TO WS-PARA-LEN.
           ADD 1 TO WS-CKPT-COUNTER.
           IF WS-CKPT-COUNTER >= WS-CKPT-INTERVAL
              MOVE 0 TO WS-CKPT-COUNTER
           END-IF.

       0905-FLAG-NO-PROFILE.
      *--------------- the client named on the header has no
      *--------------- proofing profile: the sample is not proofed
      *--------------- on the run defaults, it is reported as "NPF"
      *--------------- and rejected until the profile is set up
           MOVE 0 TO WS-RESULT.
           MOVE 0 TO WS-COUNTER-RSLT.
           MOVE 0 TO WS-COVERAGE-PCT.
           MOVE SPACES TO WS-MISSING-LIST.
           ADD 1 TO WS-BATCH-NO-PROFILE.
           DISPLAY "PANGRAM: SAMPLE " WS-SAMPLE-NUM " JOB "
              WS-CUR-JOB-NUM " - NO PROFILE FOR CLIENT "
              WS-CUR-CLIENT.

       0910-WRITE-REPORT-LINE.
           MOVE SPACES          TO PR-RECORD.
           MOVE WS-SAMPLE-NUM   TO PR-SAMPLE-NUM.
           EVALUATE TRUE
              WHEN NO-CLIENT-PROFILE
                 MOVE "NPF" TO PR-RESULT
              WHEN TERM-BLOCKED
                 MOVE "BLK" TO PR-RESULT
              WHEN WS-RESULT = 1
                 MOVE "YES" TO PR-RESULT
              WHEN OTHER
                 MOVE "NO " TO PR-RESULT
           END-EVALUATE.
           MOVE WS-COVERAGE-PCT TO PR-COVERAGE-PCT.
           IF SHOW-MISSING-LETTERS
              MOVE WS-MISSING-LIST TO PR-MISSING
           END-IF.
           MOVE WS-CUR-JOB-NUM  TO PR-JOB-NUMBER.
           MOVE WS-CUR-CLIENT   TO PR-CLIENT-CODE.
           MOVE WS-SAMPLE-FINDINGS TO PR-FINDINGS.
           WRITE PR-RECORD.
           PERFORM 0978-PRINT-DETAIL-LINE.

           DISPLAY "===== PANGRAM BATCH PROOF SUMMARY =====".
           DISPLAY "SAMPLES PROOFED     : " WS-BATCH-SAMPLES.
           DISPLAY "SAMPLES PASSED      : " WS-BATCH-PASS.
           IF PROFILES-LOADED
              DISPLAY "CLIENT PROFILES     : " WS-PRF-USED
              DISPLAY "NO CLIENT PROFILE   : " WS-BATCH-NO-PROFILE
           END-IF.
           IF TERMS-LOADED
              DISPLAY "RESTRICTED TERM HITS: " WS-BATCH-HITS
              DISPLAY "SAMPLES BLOCKED     : " WS-BATCH-BLOCKED
           END-IF.
           IF JOB-TICKETS-OPEN OR WS-JT-POSTED > 0
              DISPLAY "JOB TICKETS POSTED  : " WS-JT-POSTED
                 " (" WS-JT-NEW " NEW)"
           END-IF.
           IF TYPO-CHECKS
              DISPLAY "TYPOGRAPHIC FINDS   : " WS-BATCH-FINDINGS
              DISPLAY "SAMPLES WITH FINDS  : " WS-BATCH-FND-SAMPLES
           END-IF.
           IF WS-BATCH-LET-REQ > 0
              COMPUTE WS-BATCH-AVG-PCT =
                 (WS-BATCH-COV-SUM * 100) / WS-BATCH-LET-REQ
           ELSE
              MOVE 0 TO WS-BATCH-AVG-PCT
           END-IF.
      *--------------- report writer; WS-PRT-ACTION is preset to OPEN
      *--------------- for a fresh run or EXTEND for a resumed run
           MOVE "SAMPLE  RESULT  PCT  JOB-TICKET CLIENT   "
              & "MISSING LETTERS                          FINDS"
              TO WS-PRT-LINE.
           CALL "RPTWRITE" USING WS-PRT-ACTION WS-JRNL-JOB
                                 WS-RUN-DATE WS-PRT-LINE.

           MOVE SPACES TO WS-PRT-LINE.
           STRING WS-SAMPLE-NUM "    " PR-RESULT "     "
              WS-COVERAGE-PCT "  " PR-JOB-NUMBER " "
              PR-CLIENT-CODE " " PR-MISSING " " PR-FINDINGS
              DELIMITED BY SIZE INTO WS-PRT-LINE.
           MOVE "LINE" TO WS-PRT-ACTION.
           CALL "RPTWRITE" USING WS-PRT-ACTION WS-JRNL-JOB
           CALL "RPTWRITE" USING WS-PRT-ACTION WS-JRNL-JOB
                                 WS-RUN-DATE WS-PRT-LINE.

       0974-ROLL-REPORT-GENERATION.
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

       0975-WRITE-REPORT-HEADER.
      *--------------- standard header record so downstream users can
      *--------------- tell which run produced the file
           END-PERFORM.
           CLOSE INK-WEIGHTS-FILE.

       0185-LOAD-CLIENT-PROFILES.
      *--------------- a missing profile file leaves every sample on
      *--------------- the run-level settings; a bad profile record
      *--------------- is listed and left out, so its client shows
      *--------------- up flagged rather than proofed on guesswork
           MOVE 0 TO WS-PRF-USED.
           MOVE 'N' TO WS-PRF-FILE-SW.
           MOVE 'N' TO WS-PRF-EOF-SW.
           MOVE SPACES TO WS-PRF-STATUS.
           OPEN INPUT CLIENT-PROFILE-FILE.
           IF WS-PRF-STATUS NOT = "00"
              DISPLAY "PANGRAM: NO PANGPROF.DAT - ALL SAMPLES PROOFED "
                 "ON RUN SETTINGS"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-PRF-FILE-SW.
           PERFORM UNTIL EOF-PROFILES
              READ CLIENT-PROFILE-FILE
                 AT END
                    MOVE 'Y' TO WS-PRF-EOF-SW
                 NOT AT END
                    IF CP-CLIENT-CODE NOT = SPACES
                       AND CP-CLIENT-CODE(1:1) NOT = "*"
                       PERFORM 0186-TAKE-PROFILE-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CLIENT-PROFILE-FILE.
           DISPLAY "PANGRAM: " WS-PRF-USED " CLIENT PROFILES LOADED".

       0186-TAKE-PROFILE-RECORD.
           MOVE 'N' TO WS-PRF-BAD-SW.
           IF CP-MIN-PCT NOT = SPACES
              IF FUNCTION TRIM(CP-MIN-PCT) IS NOT NUMERIC
                 MOVE 'Y' TO WS-PRF-BAD-SW
              ELSE
                 IF FUNCTION NUMVAL(CP-MIN-PCT) > 100
                    MOVE 'Y' TO WS-PRF-BAD-SW
                 END-IF
              END-IF
           END-IF.
           IF CP-SHOW-MISSING NOT = SPACE
              AND CP-SHOW-MISSING NOT = "Y"
              AND CP-SHOW-MISSING NOT = "N"
              MOVE 'Y' TO WS-PRF-BAD-SW
           END-IF.
      *--------------- the required alphabet is folded to upper case
      *--------------- the same way the proof text is, and must be
      *--------------- one unbroken run of letters
           MOVE FUNCTION UPPER-CASE(CP-ALPHABET) TO WS-PRF-ALPHA-WORK.
           INSPECT WS-PRF-ALPHA-WORK
              CONVERTING WS-INTL-LOWER-EXT TO WS-AI-EXT.
           MOVE 0 TO WS-PRF-ALPHA-LEN-WK.
           IF WS-PRF-ALPHA-WORK NOT = SPACES
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PRF-ALPHA-WORK
                 TRAILING)) TO WS-PRF-ALPHA-LEN-WK
              MOVE 0 TO WS-PRF-SPACES
              INSPECT WS-PRF-ALPHA-WORK(1:WS-PRF-ALPHA-LEN-WK)
                 TALLYING WS-PRF-SPACES FOR ALL SPACE
              IF WS-PRF-SPACES > 0
                 MOVE 'Y' TO WS-PRF-BAD-SW
              END-IF
           END-IF.
           PERFORM VARYING WS-PRF-IX FROM 1 BY 1
              UNTIL WS-PRF-IX > WS-PRF-USED
              IF WS-PRF-CLIENT(WS-PRF-IX) = CP-CLIENT-CODE
                 MOVE 'Y' TO WS-PRF-BAD-SW
              END-IF
           END-PERFORM.
           IF WS-PRF-USED >= WS-PRF-MAX
              MOVE 'Y' TO WS-PRF-BAD-SW
           END-IF.
           IF PROFILE-RECORD-BAD
              DISPLAY "PANGRAM: PANGPROF.DAT RECORD REJECTED: "
                 CP-PROFILE-RECORD
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PRF-USED.
           MOVE CP-CLIENT-CODE TO WS-PRF-CLIENT(WS-PRF-USED).
           MOVE CP-LANG-CODE   TO WS-PRF-LANG(WS-PRF-USED).
           IF CP-MIN-PCT = SPACES
              MOVE 100 TO WS-PRF-MIN-PCT(WS-PRF-USED)
           ELSE
              MOVE FUNCTION NUMVAL(CP-MIN-PCT)
                 TO WS-PRF-MIN-PCT(WS-PRF-USED)
           END-IF.
           IF CP-SHOW-MISSING = "N"
              MOVE "N" TO WS-PRF-SHOW-MISS(WS-PRF-USED)
           ELSE
              MOVE "Y" TO WS-PRF-SHOW-MISS(WS-PRF-USED)
           END-IF.
           MOVE WS-PRF-ALPHA-WORK   TO WS-PRF-ALPHABET(WS-PRF-USED).
           MOVE WS-PRF-ALPHA-LEN-WK TO WS-PRF-ALPHA-LEN(WS-PRF-USED).

       0190-APPLY-CLIENT-PROFILE.
      *--------------- the client's contract overrides the run and
      *--------------- header settings for this block: profile
      *--------------- language first, then an explicit alphabet on
      *--------------- top of it. An unheadered block or a run with
      *--------------- no profile file keeps the run settings.
           MOVE 'N' TO WS-PRF-APPLIED-SW.
           MOVE 'N' TO WS-NO-PROFILE-SW.
           IF NOT PROFILES-LOADED OR WS-CUR-CLIENT = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PRF-FOUND-SW.
           PERFORM VARYING WS-PRF-IX FROM 1 BY 1
              UNTIL WS-PRF-IX > WS-PRF-USED OR PROFILE-FOUND
              IF WS-PRF-CLIENT(WS-PRF-IX) = WS-CUR-CLIENT
                 MOVE 'Y' TO WS-PRF-FOUND-SW
                 MOVE WS-PRF-IX TO WS-PRF-HIT
              END-IF
           END-PERFORM.
           IF NOT PROFILE-FOUND
              MOVE 'Y' TO WS-NO-PROFILE-SW
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-PRF-APPLIED-SW.
           IF WS-PRF-LANG(WS-PRF-HIT) NOT = SPACES
              MOVE WS-PRF-LANG(WS-PRF-HIT) TO WS-LANG-CODE
              PERFORM 0050-SELECT-ALPHABET
           END-IF.
           IF WS-PRF-ALPHA-LEN(WS-PRF-HIT) > 0
              MOVE WS-PRF-ALPHABET(WS-PRF-HIT)  TO WS-ALPHABET
              MOVE WS-PRF-ALPHA-LEN(WS-PRF-HIT) TO WS-ALPHABET-LEN
           END-IF.
           MOVE WS-PRF-MIN-PCT(WS-PRF-HIT)   TO WS-MIN-PASS-PCT.
           MOVE WS-PRF-SHOW-MISS(WS-PRF-HIT) TO WS-SHOW-MISSING-SW.

       0187-LOAD-RESTRICTED-TERMS.
      *--------------- no term file means no screening; a bad term
      *--------------- record is listed and left out
           MOVE 0 TO WS-TRM-USED.
           MOVE 'N' TO WS-TRM-FILE-SW.
           MOVE 'N' TO WS-TRM-EOF-SW.
           MOVE SPACES TO WS-TRM-STATUS.
           OPEN INPUT RESTRICTED-TERM-FILE.
           IF WS-TRM-STATUS NOT = "00"
              DISPLAY "PANGRAM: NO PANGTERM.DAT - COPY NOT SCREENED "
                 "FOR RESTRICTED TERMS"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-TRM-FILE-SW.
           PERFORM UNTIL EOF-TERMS
              READ RESTRICTED-TERM-FILE
                 AT END
                    MOVE 'Y' TO WS-TRM-EOF-SW
                 NOT AT END
                    IF TM-TERM-RECORD(1:1) NOT = "*"
                       AND TM-TERM-RECORD NOT = SPACES
                       PERFORM 0189-TAKE-TERM-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RESTRICTED-TERM-FILE.
           DISPLAY "PANGRAM: " WS-TRM-USED " RESTRICTED TERMS LOADED".

       0188-OPEN-TERM-HITS.
      *--------------- hits file follows the proofing report: a
      *--------------- resumed run extends it, and picks up the hit
      *--------------- counts already written so the trailer covers
      *--------------- the whole file
           MOVE 0 TO WS-BATCH-HITS.
           MOVE 0 TO WS-BATCH-BLOCK-HITS.
           IF NOT TERMS-LOADED
              EXIT PARAGRAPH
           END-IF.
           IF CKPT-FOUND
              MOVE SPACES TO WS-HIT-STATUS
              OPEN INPUT TERM-HIT-FILE
              IF WS-HIT-STATUS = "00"
                 MOVE 'N' TO WS-TRM-EOF-SW
                 PERFORM UNTIL EOF-TERMS
                    READ TERM-HIT-FILE
                       AT END
                          MOVE 'Y' TO WS-TRM-EOF-SW
                       NOT AT END
                          IF TH-SAMPLE-NUM IS NUMERIC
                             ADD 1 TO WS-BATCH-HITS
                             IF TH-ACTION = "B"
                                ADD 1 TO WS-BATCH-BLOCK-HITS
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE TERM-HIT-FILE
                 OPEN EXTEND TERM-HIT-FILE
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE "PANGHITS.DAT" TO WS-RG-FILE.
           PERFORM 0974-ROLL-REPORT-GENERATION.
           OPEN OUTPUT TERM-HIT-FILE.
           MOVE "PANGRAM"    TO RH-JOB-NAME.
           MOVE WS-RUN-DATE  TO RH-RUN-DATE.
           MOVE WS-RUN-MODE  TO RH-RUN-MODE.
           MOVE WS-RUN-ID    TO RH-RUN-ID.
           MOVE WS-REGION-CODE TO RH-REGION.
           WRITE TH-HIT-RECORD FROM RH-HEADER-RECORD.

       0189-TAKE-TERM-RECORD.
           MOVE 'N' TO WS-TRM-BAD-SW.
           IF TM-TERM = SPACES OR TM-TERM(1:1) = SPACE
              MOVE 'Y' TO WS-TRM-BAD-SW
           END-IF.
           IF TM-MATCH-RULE NOT = SPACE AND NOT = "W"
              AND NOT = "S"
              MOVE 'Y' TO WS-TRM-BAD-SW
           END-IF.
           IF TM-CASE-RULE NOT = SPACE AND NOT = "I"
              AND NOT = "S"
              MOVE 'Y' TO WS-TRM-BAD-SW
           END-IF.
           IF TM-ACTION NOT = SPACE AND NOT = "B"
              AND NOT = "W"
              MOVE 'Y' TO WS-TRM-BAD-SW
           END-IF.
           IF WS-TRM-USED >= WS-TRM-MAX
              MOVE 'Y' TO WS-TRM-BAD-SW
           END-IF.
           IF TERM-RECORD-BAD
              DISPLAY "PANGRAM: PANGTERM.DAT RECORD REJECTED: "
                 TM-TERM-RECORD
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TRM-USED.
           MOVE TM-CLIENT-CODE TO WS-TRM-CLIENT(WS-TRM-USED).
           IF TM-MATCH-RULE = "S"
              MOVE "S" TO WS-TRM-MATCH(WS-TRM-USED)
           ELSE
              MOVE "W" TO WS-TRM-MATCH(WS-TRM-USED)
           END-IF.
           IF TM-CASE-RULE = "S"
              MOVE "S" TO WS-TRM-CASE(WS-TRM-USED)
           ELSE
              MOVE "I" TO WS-TRM-CASE(WS-TRM-USED)
           END-IF.
           IF TM-ACTION = "B"
              MOVE "B" TO WS-TRM-ACTION(WS-TRM-USED)
           ELSE
              MOVE "W" TO WS-TRM-ACTION(WS-TRM-USED)
           END-IF.
           MOVE TM-TERM TO WS-TRM-TERM(WS-TRM-USED).
           MOVE FUNCTION UPPER-CASE(TM-TERM)
              TO WS-TRM-TERM-UP(WS-TRM-USED).
           INSPECT WS-TRM-TERM-UP(WS-TRM-USED)
              CONVERTING WS-INTL-LOWER-EXT TO WS-AI-EXT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(TM-TERM TRAILING))
              TO WS-TRM-LEN(WS-TRM-USED).

       0260-SCREEN-RESTRICTED-TERMS.
      *--------------- every global term, and every term belonging
      *--------------- to this sample's client, is looked for at
      *--------------- every position of the sample; each
      *--------------- occurrence is a hit
           MOVE 'N' TO WS-TRM-BLOCK-SW.
           MOVE SPACES TO WS-TRM-BLOCK-TERM.
           IF NOT TERMS-LOADED
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-TRM-IX FROM 1 BY 1
              UNTIL WS-TRM-IX > WS-TRM-USED
              IF WS-TRM-CLIENT(WS-TRM-IX) = SPACES
                 OR WS-TRM-CLIENT(WS-TRM-IX) = WS-CUR-CLIENT
                 PERFORM 0265-SCAN-FOR-TERM
              END-IF
           END-PERFORM.

       0265-SCAN-FOR-TERM.
           PERFORM VARYING WS-TRM-POS FROM 1 BY 1
              UNTIL WS-TRM-POS + WS-TRM-LEN(WS-TRM-IX) - 1
                    > WS-PARA-LEN
              MOVE 'N' TO WS-TRM-MATCH-SW
              IF TRM-EXACT-CASE(WS-TRM-IX)
                 IF WS-PARA-ORIG(WS-TRM-POS:WS-TRM-LEN(WS-TRM-IX))
                    = WS-TRM-TERM(WS-TRM-IX)
                      (1:WS-TRM-LEN(WS-TRM-IX))
                    MOVE 'Y' TO WS-TRM-MATCH-SW
                 END-IF
              ELSE
                 IF WS-PARAGRAPH(WS-TRM-POS:WS-TRM-LEN(WS-TRM-IX))
                    = WS-TRM-TERM-UP(WS-TRM-IX)
                      (1:WS-TRM-LEN(WS-TRM-IX))
                    MOVE 'Y' TO WS-TRM-MATCH-SW
                 END-IF
              END-IF
              IF TERM-MATCHED AND TRM-WHOLE-WORD(WS-TRM-IX)
                 PERFORM 0270-CHECK-WORD-EDGES
              END-IF
              IF TERM-MATCHED
                 PERFORM 0275-WRITE-TERM-HIT
              END-IF
           END-PERFORM.

       0270-CHECK-WORD-EDGES.
      *--------------- a whole-word match must not run on into a
      *--------------- letter or digit on either side
           IF WS-TRM-POS > 1
              COMPUTE WS-EDGE-POS = WS-TRM-POS - 1
              MOVE WS-PARAGRAPH(WS-EDGE-POS:1) TO WS-EDGE-CHAR
              PERFORM 0272-TEST-WORD-CHAR
              IF WORD-CHARACTER
                 MOVE 'N' TO WS-TRM-MATCH-SW
              END-IF
           END-IF.
           COMPUTE WS-EDGE-POS = WS-TRM-POS + WS-TRM-LEN(WS-TRM-IX).
           IF WS-EDGE-POS <= WS-PARA-LEN
              MOVE WS-PARAGRAPH(WS-EDGE-POS:1) TO WS-EDGE-CHAR
              PERFORM 0272-TEST-WORD-CHAR
              IF WORD-CHARACTER
                 MOVE 'N' TO WS-TRM-MATCH-SW
              END-IF
           END-IF.

       0272-TEST-WORD-CHAR.
      *--------------- letters (accented included) and digits make
      *--------------- up words; anything else separates them
           IF WS-EDGE-CHAR IS NUMERIC OR EDGE-ACCENTED
              OR (WS-EDGE-CHAR IS ALPHABETIC
                  AND WS-EDGE-CHAR NOT = SPACE)
              MOVE 'Y' TO WS-WORD-CHAR-SW
           ELSE
              MOVE 'N' TO WS-WORD-CHAR-SW
           END-IF.

       0275-WRITE-TERM-HIT.
           MOVE SPACES          TO TH-HIT-RECORD.
           MOVE WS-SAMPLE-NUM   TO TH-SAMPLE-NUM.
           MOVE WS-CUR-JOB-NUM  TO TH-JOB-NUMBER.
           MOVE WS-CUR-CLIENT   TO TH-CLIENT-CODE.
           MOVE WS-TRM-POS      TO TH-POSITION.
           MOVE WS-TRM-ACTION(WS-TRM-IX) TO TH-ACTION.
           MOVE WS-TRM-TERM(WS-TRM-IX)   TO TH-TERM.
           WRITE TH-HIT-RECORD.
           ADD 1 TO WS-BATCH-HITS.
           IF TRM-BLOCKING(WS-TRM-IX)
              ADD 1 TO WS-BATCH-BLOCK-HITS
              IF NOT TERM-BLOCKED
                 MOVE 'Y' TO WS-TRM-BLOCK-SW
                 MOVE WS-TRM-TERM(WS-TRM-IX) TO WS-TRM-BLOCK-TERM
                 DISPLAY "PANGRAM: SAMPLE " WS-SAMPLE-NUM " JOB "
                    WS-CUR-JOB-NUM " - BLOCKING TERM "
                    FUNCTION TRIM(WS-TRM-BLOCK-TERM)
                    " AT " WS-TRM-POS
              END-IF
           END-IF.

       0195-OPEN-PROOF-FINDINGS.
      *--------------- findings file follows the proofing report: a
      *--------------- resumed run extends it, and re-counts what is
      *--------------- already on file so the trailer covers it all
           MOVE 0 TO WS-BATCH-FINDINGS.
           MOVE 0 TO WS-BATCH-FND-SAMPLES.
           MOVE 0 TO WS-FND-LAST-SAMPLE.
           MOVE 0 TO WS-SAMPLE-LINE-NUM.
           MOVE 0 TO WS-SAMPLE-FINDINGS.
           PERFORM 0296-RESET-SAMPLE-TYPOGRAPHY.
           IF NOT TYPO-CHECKS
              EXIT PARAGRAPH
           END-IF.
           IF CKPT-FOUND
              MOVE SPACES TO WS-FND-STATUS
              OPEN INPUT PROOF-FINDINGS-FILE
              IF WS-FND-STATUS = "00"
                 MOVE 'N' TO WS-FND-EOF-SW
                 PERFORM UNTIL EOF-FINDINGS
                    READ PROOF-FINDINGS-FILE
                       AT END
                          MOVE 'Y' TO WS-FND-EOF-SW
                       NOT AT END
                          IF PF-SAMPLE-NUM IS NUMERIC
                             ADD 1 TO WS-BATCH-FINDINGS
                             IF PF-SAMPLE-NUM NOT = WS-FND-LAST-SAMPLE
                                ADD 1 TO WS-BATCH-FND-SAMPLES
                                MOVE PF-SAMPLE-NUM
                                   TO WS-FND-LAST-SAMPLE
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PROOF-FINDINGS-FILE
                 OPEN EXTEND PROOF-FINDINGS-FILE
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE "PANGFIND.DAT" TO WS-RG-FILE.
           PERFORM 0974-ROLL-REPORT-GENERATION.
           OPEN OUTPUT PROOF-FINDINGS-FILE.
           MOVE "PANGRAM"    TO RH-JOB-NAME.
           MOVE WS-RUN-DATE  TO RH-RUN-DATE.
           MOVE WS-RUN-MODE  TO RH-RUN-MODE.
           MOVE WS-RUN-ID    TO RH-RUN-ID.
           MOVE WS-REGION-CODE TO RH-REGION.
           WRITE PF-FINDING-RECORD FROM RH-HEADER-RECORD.

       0280-CHECK-LINE-TYPOGRAPHY.
      *--------------- one text line of the sample, as submitted:
      *--------------- measure, doubled spaces and control bytes are
      *--------------- line checks; quotes, parentheses and repeated
      *--------------- words carry over from line to line. The
      *--------------- sample being built is numbered only once it
      *--------------- is finished, so its number is one ahead.
           COMPUTE WS-FND-SAMPLE = WS-SAMPLE-NUM + 1.
           MOVE 0 TO WS-TY-LAST.
           IF PI-LINE NOT = SPACES
              MOVE FUNCTION LENGTH(FUNCTION TRIM(PI-LINE TRAILING))
                 TO WS-TY-LAST
           END-IF.
           MOVE 1 TO WS-TY-FIRST.
           PERFORM UNTIL WS-TY-FIRST >= WS-TY-LAST
                 OR PI-LINE(WS-TY-FIRST:1) NOT = SPACE
              ADD 1 TO WS-TY-FIRST
           END-PERFORM.
           IF WS-LINE-MEASURE > 0
              AND WS-TY-LAST > WS-LINE-MEASURE
              MOVE WS-SAMPLE-LINE-NUM TO WS-FND-LINE
              COMPUTE WS-FND-COL = WS-LINE-MEASURE + 1
              MOVE "MEASURE" TO WS-FND-CHECK
              MOVE SPACES TO WS-FND-DETAIL
              STRING "LINE ENDS AT COL " WS-TY-LAST
                 " - MEASURE " WS-LINE-MEASURE
                 DELIMITED BY SIZE INTO WS-FND-DETAIL
              PERFORM 0295-WRITE-FINDING
           END-IF.
           MOVE 'N' TO WS-TY-PREV-SPACE-SW.
           MOVE SPACE TO WS-TY-PREV-CHAR.
           PERFORM VARYING WS-TY-COL FROM WS-TY-FIRST BY 1
              UNTIL WS-TY-COL > WS-TY-LAST
              MOVE PI-LINE(WS-TY-COL:1) TO WS-TY-CHAR
              PERFORM 0282-CHECK-ONE-CHARACTER
              MOVE WS-TY-CHAR TO WS-TY-PREV-CHAR
           END-PERFORM.
      *--------------- the end of a line closes any word in hand
           PERFORM 0286-END-OF-WORD.

       0282-CHECK-ONE-CHARACTER.
           MOVE WS-TY-CHAR TO WS-EDGE-CHAR.
           PERFORM 0272-TEST-WORD-CHAR.
           EVALUATE TRUE
              WHEN WORD-CHARACTER
                 PERFORM 0284-ADD-TO-WORD
              WHEN WS-TY-CHAR = "'" AND WS-TY-WORD-LEN > 0
      *--------------- an apostrophe inside a word is part of it
                 PERFORM 0284-ADD-TO-WORD
              WHEN WS-TY-CHAR = SPACE
                 PERFORM 0286-END-OF-WORD
                 IF WS-TY-PREV-CHAR = SPACE
                    AND NOT TY-IN-SPACE-RUN
                    MOVE 'Y' TO WS-TY-PREV-SPACE-SW
                    MOVE WS-SAMPLE-LINE-NUM TO WS-FND-LINE
                    COMPUTE WS-FND-COL = WS-TY-COL - 1
                    MOVE "DOUBLESPACE" TO WS-FND-CHECK
                    MOVE SPACES TO WS-FND-DETAIL
                    PERFORM 0295-WRITE-FINDING
                 END-IF
              WHEN OTHER
      *--------------- punctuation ends the word and breaks any
      *--------------- repeated-word run ("the. The" is not a typo)
                 PERFORM 0286-END-OF-WORD
                 MOVE SPACES TO WS-TY-PREV-WORD
                 PERFORM 0288-CHECK-MARK
           END-EVALUATE.
           IF WS-TY-CHAR NOT = SPACE
              MOVE 'N' TO WS-TY-PREV-SPACE-SW
           END-IF.

       0284-ADD-TO-WORD.
           IF WS-TY-WORD-LEN = 0
              MOVE WS-TY-COL TO WS-TY-WORD-COL
              MOVE SPACES TO WS-TY-WORD
           END-IF.
           IF WS-TY-WORD-LEN < 30
              ADD 1 TO WS-TY-WORD-LEN
              MOVE WS-TY-CHAR TO WS-TY-WORD(WS-TY-WORD-LEN:1)
           END-IF.

       0286-END-OF-WORD.
           IF WS-TY-WORD-LEN = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-TY-WORD) TO WS-TY-WORD.
           INSPECT WS-TY-WORD
              CONVERTING WS-INTL-LOWER-EXT TO WS-AI-EXT.
           IF WS-TY-WORD = WS-TY-PREV-WORD
              MOVE WS-SAMPLE-LINE-NUM TO WS-FND-LINE
              MOVE WS-TY-WORD-COL TO WS-FND-COL
              MOVE "REPEATWORD" TO WS-FND-CHECK
              MOVE WS-TY-WORD TO WS-FND-DETAIL
              PERFORM 0295-WRITE-FINDING
           END-IF.
           MOVE WS-TY-WORD TO WS-TY-PREV-WORD.
           MOVE 0 TO WS-TY-WORD-LEN.

       0288-CHECK-MARK.
      *--------------- quotes and parentheses are matched across the
      *--------------- whole sample; control bytes are flagged where
      *--------------- they stand
           EVALUATE TRUE
              WHEN WS-TY-CHAR = QUOTE
                 IF TY-QUOTE-OPEN
                    MOVE 'N' TO WS-TY-QUOTE-SW
                 ELSE
                    MOVE 'Y' TO WS-TY-QUOTE-SW
                    MOVE WS-SAMPLE-LINE-NUM TO WS-TY-QUOTE-LINE
                    MOVE WS-TY-COL TO WS-TY-QUOTE-COL
                 END-IF
              WHEN WS-TY-CHAR = "("
                 ADD 1 TO WS-TY-PAREN-DEPTH
                 IF WS-TY-PAREN-DEPTH <= 20
                    MOVE WS-SAMPLE-LINE-NUM
                       TO WS-TY-PAREN-LINE(WS-TY-PAREN-DEPTH)
                    MOVE WS-TY-COL
                       TO WS-TY-PAREN-COL(WS-TY-PAREN-DEPTH)
                 END-IF
              WHEN WS-TY-CHAR = ")"
                 IF WS-TY-PAREN-DEPTH > 0
                    SUBTRACT 1 FROM WS-TY-PAREN-DEPTH
                 ELSE
                    MOVE WS-SAMPLE-LINE-NUM TO WS-FND-LINE
                    MOVE WS-TY-COL TO WS-FND-COL
                    MOVE "PARENS" TO WS-FND-CHECK
                    MOVE "CLOSING ) WITH NO OPENING (" TO WS-FND-DETAIL
                    PERFORM 0295-WRITE-FINDING
                 END-IF
              WHEN WS-TY-CHAR < SPACE OR WS-TY-CHAR = X"7F"
                 COMPUTE WS-TY-BYTE-VALUE =
                    FUNCTION ORD(WS-TY-CHAR) - 1
                 MOVE WS-SAMPLE-LINE-NUM TO WS-FND-LINE
                 MOVE WS-TY-COL TO WS-FND-COL
                 MOVE "CONTROLCHAR" TO WS-FND-CHECK
                 MOVE SPACES TO WS-FND-DETAIL
                 STRING "BYTE VALUE " WS-TY-BYTE-VALUE
                    DELIMITED BY SIZE INTO WS-FND-DETAIL
                 PERFORM 0295-WRITE-FINDING
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0290-CHECK-SAMPLE-BALANCE.
      *--------------- at the end of the sample, an open quote or an
      *--------------- unclosed parenthesis is reported where it
      *--------------- opened
           MOVE WS-SAMPLE-NUM TO WS-FND-SAMPLE.
           IF TY-QUOTE-OPEN
              MOVE WS-TY-QUOTE-LINE TO WS-FND-LINE
              MOVE WS-TY-QUOTE-COL TO WS-FND-COL
              MOVE "QUOTES" TO WS-FND-CHECK
              MOVE "OPENING QUOTE NEVER CLOSED" TO WS-FND-DETAIL
              PERFORM 0295-WRITE-FINDING
           END-IF.
           PERFORM VARYING WS-TY-PAREN-IX FROM 1 BY 1
              UNTIL WS-TY-PAREN-IX > WS-TY-PAREN-DEPTH
                 OR WS-TY-PAREN-IX > 20
              MOVE WS-TY-PAREN-LINE(WS-TY-PAREN-IX) TO WS-FND-LINE
              MOVE WS-TY-PAREN-COL(WS-TY-PAREN-IX) TO WS-FND-COL
              MOVE "PARENS" TO WS-FND-CHECK
              MOVE "OPENING ( NEVER CLOSED" TO WS-FND-DETAIL
              PERFORM 0295-WRITE-FINDING
           END-PERFORM.
           PERFORM 0296-RESET-SAMPLE-TYPOGRAPHY.

       0295-WRITE-FINDING.
           MOVE SPACES             TO PF-FINDING-RECORD.
           MOVE WS-FND-SAMPLE      TO PF-SAMPLE-NUM.
           MOVE WS-CUR-JOB-NUM     TO PF-JOB-NUMBER.
           MOVE WS-FND-LINE        TO PF-LINE-NUM.
           MOVE WS-FND-COL         TO PF-COLUMN.
           MOVE WS-FND-CHECK       TO PF-CHECK.
           MOVE WS-FND-DETAIL      TO PF-DETAIL.
           WRITE PF-FINDING-RECORD.
           ADD 1 TO WS-BATCH-FINDINGS.
           IF WS-SAMPLE-FINDINGS = 0
              ADD 1 TO WS-BATCH-FND-SAMPLES
           END-IF.
           ADD 1 TO WS-SAMPLE-FINDINGS.

       0296-RESET-SAMPLE-TYPOGRAPHY.
           MOVE 'N' TO WS-TY-QUOTE-SW.
           MOVE 0 TO WS-TY-PAREN-DEPTH.
           MOVE 0 TO WS-TY-WORD-LEN.
           MOVE SPACES TO WS-TY-PREV-WORD.

       0197-OPEN-JOB-TICKETS.
      *--------------- create-on-first-use, the CARDMAST handling
           MOVE 'N' TO WS-JT-OPEN-SW.
           MOVE 'N' TO WS-EQ-HELD-SW.
           MOVE 0 TO WS-JT-POSTED.
           MOVE 0 TO WS-JT-NEW.
           MOVE "ENQ" TO WS-EQ-FUNC.
           CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE WS-RUN-ID
                                WS-EQ-STATUS.
           IF WS-EQ-STATUS NOT = "00"
              DISPLAY "WARNING: JOBTMAST.DAT LOCK NOT ACQUIRED - "
                 "STATUS " WS-EQ-STATUS " - TICKETS NOT UPDATED"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-EQ-HELD-SW.
           MOVE SPACES TO WS-JT-STATUS.
           OPEN I-O JOB-TICKET-FILE.
           IF WS-JT-STATUS = "35"
              OPEN OUTPUT JOB-TICKET-FILE
              CLOSE JOB-TICKET-FILE
              OPEN I-O JOB-TICKET-FILE
           END-IF.
           IF WS-JT-STATUS = "00"
              MOVE 'Y' TO WS-JT-OPEN-SW
           ELSE
              DISPLAY "WARNING: JOBTMAST.DAT UNAVAILABLE - STATUS "
                 WS-JT-STATUS " - TICKETS NOT UPDATED"
           END-IF.

       0199-CLOSE-JOB-TICKETS.
           IF JOB-TICKETS-OPEN
              CLOSE JOB-TICKET-FILE
              MOVE 'N' TO WS-JT-OPEN-SW
           END-IF.
           IF TICKET-LOCK-HELD
              MOVE "DEQ" TO WS-EQ-FUNC
              CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE
                                   WS-RUN-ID WS-EQ-STATUS
              MOVE 'N' TO WS-EQ-HELD-SW
           END-IF.

       0920-POST-JOB-TICKET.
      *--------------- a job proofed in several samples in one run
      *--------------- keeps the worst result of the run; a new run
      *--------------- starts the job's result afresh. A proof
      *--------------- answers any revision outstanding against it.
           IF NOT JOB-TICKETS-OPEN OR WS-CUR-JOB-NUM = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUR-JOB-NUM TO JT-JOB-NUMBER.
           READ JOB-TICKET-FILE
              INVALID KEY
                 MOVE 'N' TO WS-JT-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO WS-JT-FOUND-SW
           END-READ.
           IF NOT JOB-TICKET-FOUND
              MOVE SPACES         TO JT-TICKET-RECORD
              MOVE WS-CUR-JOB-NUM TO JT-JOB-NUMBER
              MOVE 0              TO JT-PROOF-COUNT
              MOVE 0              TO JT-REVISION-COUNT
              MOVE "N"            TO JT-REPROOF-PENDING
              MOVE "N"            TO JT-REV-AFTER-INV
           END-IF.
           IF JT-FIRST-PROOF-DATE = SPACES
              MOVE WS-RUN-DATE TO JT-FIRST-PROOF-DATE
           END-IF.
           IF WS-CUR-CLIENT NOT = SPACES
              MOVE WS-CUR-CLIENT TO JT-CLIENT-CODE
           END-IF.
           IF JT-LAST-RUN-ID = WS-RUN-ID
              AND JT-PROOF-RESULT NOT = "YES"
              CONTINUE
           ELSE
              MOVE PR-RESULT TO JT-PROOF-RESULT
           END-IF.
           MOVE WS-RUN-DATE TO JT-LAST-PROOF-DATE.
           ADD 1 TO JT-PROOF-COUNT.
           MOVE "N" TO JT-REPROOF-PENDING.
           IF NOT JT-INVOICED AND NOT JT-CLOSED
              MOVE "PROOFED" TO JT-STATUS
           END-IF.
           MOVE WS-RUN-ID TO JT-LAST-RUN-ID.
           MOVE WS-RUN-DATE TO JT-LAST-UPDATED.
           IF JOB-TICKET-FOUND
              REWRITE JT-TICKET-RECORD
           ELSE
              WRITE JT-TICKET-RECORD
              ADD 1 TO WS-JT-NEW
           END-IF.
           ADD 1 TO WS-JT-POSTED.

       0930-ESTIMATE-SAMPLE-INK.
      *--------------- every character of the sample, weighted by
      *--------------- the shop's per-character ink weights; the
