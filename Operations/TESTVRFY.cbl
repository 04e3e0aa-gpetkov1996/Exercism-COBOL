       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTVRFY.
      *****************************************************************
      * TESTVRFY - rehearsal and disaster-recovery drill verifier.    *
      * TESTGEN writes the known answers for a drill to TESTEXP.DAT;  *
      * this reads them back and checks the drill's actual results    *
      * against them job by job, so a drill is signed off on a        *
      * documented outcome instead of a comparison by eye:            *
      *                                                               *
      *   CTLLEDGX.DAT - each job's records in, out and rejected,     *
      *                  from its latest ledger entry on the drill    *
      *                  date (the highest run id for the job)        *
      *   REJLEDGX.DAT - that same run's rejects by reason code: the  *
      *                  reason the drill data was seeded to provoke  *
      *                  must account for every reject, and no other  *
      *                  reason may appear                            *
      *   CARDRPT.DAT  - LUHN's valid and invalid split and the       *
      *                  duplicate extras in its "U" section          *
      *   YEARRPT.DAT  - LEAP's leap-year answers                     *
      *   PANGRPT.DAT  - PANGRAM's pass and fail counts               *
      *                                                               *
      * Jobs certified: LUHN, LEAP, COLLATZ, PANGRAM, RNATRAN and     *
      * ROTCIPHER. A job with no ledger entry for the date, or with   *
      * no expected figures in TESTEXP.DAT, is not certified.         *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - drill run date (YYYYMMDD); defaults to today        *
      *                                                               *
      * Output - TESTCERT.DAT, the drill certificate: every check     *
      * with its expected and actual figure, a PASS or FAIL per job   *
      * and the drill's overall result; the console a line per job.   *
      * Condition code 8 on any mismatch, or when TESTEXP.DAT is      *
      * missing or carries no expected figures.                       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPECTED-FILE      ASSIGN TO "TESTEXP.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT CTL-INDEX-FILE     ASSIGN TO "CTLLEDGX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LXC-INDEX-KEY
              FILE STATUS IS WS-FILE-STATUS.
           SELECT REJ-INDEX-FILE     ASSIGN TO "REJLEDGX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LXR-INDEX-KEY
              FILE STATUS IS WS-REJ-STATUS.
           SELECT CARD-REPORT-FILE   ASSIGN TO "CARDRPT.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT YEAR-REPORT-FILE   ASSIGN TO "YEARRPT.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT PANGRAM-REPORT-FILE ASSIGN TO "PANGRPT.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT CERTIFICATE-FILE   ASSIGN TO "TESTCERT.DAT"
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EXPECTED-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  EXP-PRINT-LINE             PIC X(80).

           COPY CTLLEDGX.

           COPY REJLEDGX.

      *--------------- LUHN's card report, read back: details carry
      *--------------- VALID or FALSE at 35-39, duplicate sets are
      *--------------- "U" lines with the occurrence count at 49-52
       FD  CARD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CRP-RECORD.
           05  CRP-REC-TYPE           PIC X(2).
           05  FILLER                 PIC X(32).
           05  CRP-RESULT             PIC X(5).
           05  FILLER                 PIC X(41).
       01  CRP-DUP-RECORD.
           05  FILLER                 PIC X(36).
           05  CRP-DUP-LABEL          PIC X(12).
           05  CRP-DUP-COUNT          PIC 9(4).
           05  FILLER                 PIC X(28).

      *--------------- LEAP's year report, read back
       FD  YEAR-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  YRP-RECORD.
           05  YRP-YEAR               PIC X(4).
           05  FILLER                 PIC X(2).
           05  YRP-RESULT             PIC X(3).
           05  FILLER                 PIC X(71).

      *--------------- PANGRAM's sample report, read back
       FD  PANGRAM-REPORT-FILE
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
       01  PRP-RECORD.
           05  PRP-SAMPLE-NUM         PIC X(4).
           05  FILLER                 PIC X(2).
           05  PRP-RESULT             PIC X(3).
           05  FILLER                 PIC X(81).

       FD  CERTIFICATE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CRT-PRINT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CTLLEDGR.
           COPY REJFLDS.

       01  WS-FILE-STATUS         PIC XX    VALUE SPACES.
       01  WS-REJ-STATUS          PIC XX    VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-DATE-ARG            PIC X(8)  VALUE SPACES.
       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-SCAN-FILE                VALUE 'Y'.
       01  WS-EXP-LINES           PIC 9(3)  VALUE 0.
       01  WS-JOBS-PASSED         PIC 9(2)  VALUE 0.
       01  WS-JOBS-FAILED         PIC 9(2)  VALUE 0.

      *--------------- the jobs certified, each with the reject
      *--------------- reason its drill data is seeded to provoke;
      *--------------- a job with none expects no rejects at all
       01  WS-JOB-NAMES.
           05  FILLER             PIC X(24)
               VALUE "LUHN        BAD-CHECKSUM".
           05  FILLER             PIC X(24)
               VALUE "LEAP        BADYEAR     ".
           05  FILLER             PIC X(24)
               VALUE "COLLATZ                 ".
           05  FILLER             PIC X(24)
               VALUE "PANGRAM     NOTPANG     ".
           05  FILLER             PIC X(24)
               VALUE "RNATRAN     BADBASE     ".
           05  FILLER             PIC X(24)
               VALUE "ROTCIPHER               ".
       01  WS-JOB-NAME-TABLE REDEFINES WS-JOB-NAMES.
           05  WS-JOB-NAME-ENTRY OCCURS 6 TIMES.
               10  WS-JN-JOB          PIC X(12).
               10  WS-JN-REASON       PIC X(12).
       01  WS-JOB-MAX             PIC 9(2)  VALUE 6.
       01  WS-JOB-IX              PIC 9(2).
       01  WS-HIT-JOB-IX          PIC 9(2)  VALUE 0.
       01  WS-SEEK-JOB            PIC X(12) VALUE SPACES.

      *--------------- expected and actual figures per job
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 6 TIMES.
               10  WS-JB-EXP-SEEN     PIC X(1).
               10  WS-JB-EXP-IN       PIC 9(6).
               10  WS-JB-EXP-OUT      PIC 9(6).
               10  WS-JB-EXP-REJ      PIC 9(6).
               10  WS-JB-LEDGER-SEEN  PIC X(1).
               10  WS-JB-RUN-ID       PIC X(12).
               10  WS-JB-ACT-IN       PIC 9(6).
               10  WS-JB-ACT-OUT      PIC 9(6).
               10  WS-JB-ACT-REJ      PIC 9(6).
               10  WS-JB-RSN-COUNT    PIC 9(6).
               10  WS-JB-OTHER-COUNT  PIC 9(6).
               10  WS-JB-CHECKS-FAILED PIC 9(3).

      *--------------- known answers beyond the ledger figures
       01  WS-EXP-SEED            PIC X(12) VALUE SPACES.
       01  WS-EXP-VOLUME          PIC 9(6)  VALUE 0.
       01  WS-EXP-CARD-VALID      PIC 9(6)  VALUE 0.
       01  WS-EXP-CARD-INVALID    PIC 9(6)  VALUE 0.
       01  WS-EXP-CARD-DUPS       PIC 9(6)  VALUE 0.
       01  WS-EXP-DUPS-SEEN       PIC X(1)  VALUE 'N'.
       01  WS-EXP-LEAP-YES        PIC 9(6)  VALUE 0.
       01  WS-EXP-PANG-PASS       PIC 9(6)  VALUE 0.
       01  WS-EXP-PANG-FAIL       PIC 9(6)  VALUE 0.

      *--------------- what the drill's reports came back with
       01  WS-ACT-CARD-VALID      PIC 9(6)  VALUE 0.
       01  WS-ACT-CARD-INVALID    PIC 9(6)  VALUE 0.
       01  WS-ACT-CARD-DUPS       PIC 9(6)  VALUE 0.
       01  WS-ACT-LEAP-YES        PIC 9(6)  VALUE 0.
       01  WS-ACT-PANG-PASS       PIC 9(6)  VALUE 0.
       01  WS-ACT-PANG-FAIL       PIC 9(6)  VALUE 0.
       01  WS-CARD-RPT-SW         PIC X     VALUE 'N'.
       01  WS-YEAR-RPT-SW         PIC X     VALUE 'N'.
       01  WS-PANG-RPT-SW         PIC X     VALUE 'N'.

      *--------------- TESTEXP.DAT lines taken apart word by word
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN OCCURS 10 TIMES.
               10  WS-TOK-TEXT        PIC X(12).
               10  WS-TOK-LEN         PIC 9(2).
       01  WS-TOK-IX              PIC 9(2).
       01  WS-TOK-VALUE           PIC 9(6)  VALUE 0.

      *--------------- one check on the certificate
       01  WS-CHK-LABEL           PIC X(30) VALUE SPACES.
       01  WS-CHK-EXPECTED        PIC 9(6)  VALUE 0.
       01  WS-CHK-ACTUAL          PIC 9(6)  VALUE 0.
       01  WS-EDT-EXPECTED        PIC ZZZ,ZZ9.
       01  WS-EDT-ACTUAL          PIC ZZZ,ZZ9.
       01  WS-EDT-COUNT           PIC ZZ9.
       01  WS-PRINT-LINE          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       TESTVRFY.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-DATE-ARG FROM ARGUMENT-VALUE.
           IF WS-DATE-ARG IS NUMERIC
              MOVE WS-DATE-ARG TO WS-RUN-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           INITIALIZE WS-JOB-TABLE.
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
              UNTIL WS-JOB-IX > WS-JOB-MAX
              MOVE 'N' TO WS-JB-EXP-SEEN(WS-JOB-IX)
              MOVE 'N' TO WS-JB-LEDGER-SEEN(WS-JOB-IX)
           END-PERFORM.
           PERFORM 0010-READ-EXPECTED.
           IF WS-EXP-LINES = 0
              DISPLAY "TESTVRFY: NO EXPECTED FIGURES IN TESTEXP.DAT - "
                 "DRILL NOT VERIFIED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0020-READ-CONTROL-LEDGER.
           PERFORM 0030-READ-REJECT-LEDGER.
           PERFORM 0040-READ-CARD-REPORT.
           PERFORM 0050-READ-YEAR-REPORT.
           PERFORM 0060-READ-PANGRAM-REPORT.
           OPEN OUTPUT CERTIFICATE-FILE.
           MOVE "===== REHEARSAL VERIFICATION CERTIFICATE ====="
              TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DRILL RUN DATE " WS-RUN-DATE
              "   SEED " WS-EXP-SEED
              "   VOLUME " WS-EXP-VOLUME
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM 1000-CERTIFY-ONE-JOB
              VARYING WS-JOB-IX FROM 1 BY 1
              UNTIL WS-JOB-IX > WS-JOB-MAX.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-JOBS-FAILED = 0
              STRING "===== DRILL RESULT: PASSED - " WS-JOBS-PASSED
                 " OF " WS-JOB-MAX " JOBS CERTIFIED ====="
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
              STRING "===== DRILL RESULT: FAILED - " WS-JOBS-FAILED
                 " OF " WS-JOB-MAX " JOBS NOT CERTIFIED ====="
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           PERFORM 0090-WRITE-PRINT-LINE.
           CLOSE CERTIFICATE-FILE.
           DISPLAY WS-PRINT-LINE.
           IF WS-JOBS-FAILED > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0010-READ-EXPECTED.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT EXPECTED-FILE.
           IF WS-FILE-STATUS NOT = "00"
              DISPLAY "TESTVRFY: CANNOT OPEN TESTEXP.DAT - STATUS "
                 WS-FILE-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ EXPECTED-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM 0015-PARSE-EXPECTED-LINE
              END-READ
           END-PERFORM.
           CLOSE EXPECTED-FILE.

       0015-PARSE-EXPECTED-LINE.
      *--------------- TESTGEN's lines are label words and figures
      *--------------- separated by blanks; the figures sit at fixed
      *--------------- word positions after each job's name
           INITIALIZE WS-TOKEN-TABLE.
           UNSTRING EXP-PRINT-LINE DELIMITED BY ALL SPACES
              INTO WS-TOK-TEXT(1) COUNT IN WS-TOK-LEN(1)
                   WS-TOK-TEXT(2) COUNT IN WS-TOK-LEN(2)
                   WS-TOK-TEXT(3) COUNT IN WS-TOK-LEN(3)
                   WS-TOK-TEXT(4) COUNT IN WS-TOK-LEN(4)
                   WS-TOK-TEXT(5) COUNT IN WS-TOK-LEN(5)
                   WS-TOK-TEXT(6) COUNT IN WS-TOK-LEN(6)
                   WS-TOK-TEXT(7) COUNT IN WS-TOK-LEN(7)
                   WS-TOK-TEXT(8) COUNT IN WS-TOK-LEN(8)
                   WS-TOK-TEXT(9) COUNT IN WS-TOK-LEN(9)
                   WS-TOK-TEXT(10) COUNT IN WS-TOK-LEN(10)
           END-UNSTRING.
           EVALUATE WS-TOK-TEXT(1)
              WHEN "SEED"
                 MOVE WS-TOK-TEXT(2) TO WS-EXP-SEED
                 MOVE 4 TO WS-TOK-IX
                 PERFORM 0018-TOKEN-VALUE
                 MOVE WS-TOK-VALUE TO WS-EXP-VOLUME
              WHEN "LUHN"
                 MOVE WS-TOK-TEXT(1) TO WS-SEEK-JOB
                 PERFORM 0080-FIND-JOB
                 IF WS-TOK-TEXT(2) = "DUPLICATE"
                    MOVE 4 TO WS-TOK-IX
                    PERFORM 0018-TOKEN-VALUE
                    MOVE WS-TOK-VALUE TO WS-EXP-CARD-DUPS
                    MOVE 'Y' TO WS-EXP-DUPS-SEEN
                 ELSE
                    PERFORM 0017-TAKE-IN-FIGURE
                    MOVE 5 TO WS-TOK-IX
                    PERFORM 0018-TOKEN-VALUE
                    MOVE WS-TOK-VALUE TO WS-EXP-CARD-VALID
                    MOVE WS-TOK-VALUE TO WS-JB-EXP-OUT(WS-HIT-JOB-IX)
                    MOVE 7 TO WS-TOK-IX
                    PERFORM 0018-TOKEN-VALUE
                    MOVE WS-TOK-VALUE TO WS-EXP-CARD-INVALID
                    MOVE WS-TOK-VALUE TO WS-JB-EXP-REJ(WS-HIT-JOB-IX)
                 END-IF
              WHEN "LEAP"
                 MOVE WS-TOK-TEXT(1) TO WS-SEEK-JOB
                 PERFORM 0080-FIND-JOB
                 PERFORM 0017-TAKE-IN-FIGURE
                 MOVE 5 TO WS-TOK-IX
                 PERFORM 0018-TOKEN-VALUE
                 MOVE WS-TOK-VALUE TO WS-JB-EXP-OUT(WS-HIT-JOB-IX)
                 MOVE 7 TO WS-TOK-IX
                 PERFORM 0018-TOKEN-VALUE
                 MOVE WS-TOK-VALUE TO WS-JB-EXP-REJ(WS-HIT-JOB-IX)
                 MOVE 9 TO WS-TOK-IX
                 PERFORM 0018-TOKEN-VALUE
                 MOVE WS-TOK-VALUE TO WS-EXP-LEAP-YES
              WHEN "PANGRAM"
                 MOVE WS-TOK-TEXT(1) TO WS-SEEK-JOB
                 PERFORM 0080-FIND-JOB
                 PERFORM 0017-TAKE-IN-FIGURE
                 MOVE 5 TO WS-TOK-IX
                 PERFORM 0018-TOKEN-VALUE
                 MOVE WS-TOK-VALUE TO WS-EXP-PANG-PASS
                 MOVE WS-TOK-VALUE TO WS-JB-EXP-OUT(WS-HIT-JOB-IX)
                 MOVE 7 TO WS-TOK-IX
                 PERFORM 0018-TOKEN-VALUE
                 MOVE WS-TOK-VALUE TO WS-EXP-PANG-FAIL
                 MOVE WS-TOK-VALUE TO WS-JB-EXP-REJ(WS-HIT-JOB-IX)
              WHEN "RNATRAN"
                 MOVE WS-TOK-TEXT(1) TO WS-SEEK-JOB
                 PERFORM 0080-FIND-JOB
                 PERFORM 0017-TAKE-IN-FIGURE
                 MOVE 5 TO WS-TOK-IX
                 PERFORM 0018-TOKEN-VALUE
                 MOVE WS-TOK-VALUE TO WS-JB-EXP-OUT(WS-HIT-JOB-IX)
      *--------------- "BAD STRANDS n" - two label words
                 MOVE 8 TO WS-TOK-IX
                 PERFORM 0018-TOKEN-VALUE
                 MOVE WS-TOK-VALUE TO WS-JB-EXP-REJ(WS-HIT-JOB-IX)
      *--------------- "ALL EXPECTED OUT" - every record in comes out
              WHEN "COLLATZ"
              WHEN "ROTCIPHER"
                 MOVE WS-TOK-TEXT(1) TO WS-SEEK-JOB
                 PERFORM 0080-FIND-JOB
                 PERFORM 0017-TAKE-IN-FIGURE
                 MOVE WS-JB-EXP-IN(WS-HIT-JOB-IX)
                    TO WS-JB-EXP-OUT(WS-HIT-JOB-IX)
                 MOVE 0 TO WS-JB-EXP-REJ(WS-HIT-JOB-IX)
           END-EVALUATE.

       0017-TAKE-IN-FIGURE.
           MOVE 3 TO WS-TOK-IX.
           PERFORM 0018-TOKEN-VALUE.
           MOVE WS-TOK-VALUE TO WS-JB-EXP-IN(WS-HIT-JOB-IX).
           MOVE 'Y' TO WS-JB-EXP-SEEN(WS-HIT-JOB-IX).
           ADD 1 TO WS-EXP-LINES.

       0018-TOKEN-VALUE.
           MOVE 0 TO WS-TOK-VALUE.
           IF WS-TOK-LEN(WS-TOK-IX) = 0
              OR WS-TOK-LEN(WS-TOK-IX) > 6
              EXIT PARAGRAPH
           END-IF.
           IF WS-TOK-TEXT(WS-TOK-IX)(1:WS-TOK-LEN(WS-TOK-IX))
              IS NUMERIC
              MOVE WS-TOK-TEXT(WS-TOK-IX)(1:WS-TOK-LEN(WS-TOK-IX))
                 TO WS-TOK-VALUE
           END-IF.

       0020-READ-CONTROL-LEDGER.
      *--------------- the drill date's entries, read keyed; entries
      *--------------- come in job and run-id order, so the last one
      *--------------- seen for a job is its latest run of the day
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT CTL-INDEX-FILE.
           IF WS-FILE-STATUS NOT = "00"
              DISPLAY "TESTVRFY: CANNOT OPEN CTLLEDGX.DAT - STATUS "
                 WS-FILE-STATUS " - RUN LEDGINDX REBUILD"
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO LXC-INDEX-KEY.
           MOVE WS-RUN-DATE TO LXC-RUN-DATE.
           START CTL-INDEX-FILE KEY >= LXC-INDEX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL EOF-SCAN-FILE
              READ CTL-INDEX-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF LXC-RUN-DATE NOT = WS-RUN-DATE
                       MOVE 'Y' TO WS-EOF-SW
                    ELSE
                       MOVE LXC-LEDGER-RECORD TO LG-LEDGER-RECORD
                       PERFORM 0025-POST-LEDGER-ENTRY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CTL-INDEX-FILE.

       0025-POST-LEDGER-ENTRY.
           MOVE LG-JOB-NAME TO WS-SEEK-JOB.
           PERFORM 0080-FIND-JOB.
           IF WS-HIT-JOB-IX = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y'                 TO WS-JB-LEDGER-SEEN(WS-HIT-JOB-IX).
           MOVE LG-RUN-ID           TO WS-JB-RUN-ID(WS-HIT-JOB-IX).
           MOVE LG-RECORDS-IN       TO WS-JB-ACT-IN(WS-HIT-JOB-IX).
           MOVE LG-RECORDS-OUT      TO WS-JB-ACT-OUT(WS-HIT-JOB-IX).
           MOVE LG-RECORDS-REJECTED TO WS-JB-ACT-REJ(WS-HIT-JOB-IX).

       0030-READ-REJECT-LEDGER.
      *--------------- each certified run's own rejects, read keyed
      *--------------- by date, job and the run id the control
      *--------------- ledger named
           MOVE SPACES TO WS-REJ-STATUS.
           OPEN INPUT REJ-INDEX-FILE.
           IF WS-REJ-STATUS NOT = "00"
              DISPLAY "TESTVRFY: CANNOT OPEN REJLEDGX.DAT - STATUS "
                 WS-REJ-STATUS " - RUN LEDGINDX REBUILD"
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0035-COUNT-JOB-REJECTS
              VARYING WS-JOB-IX FROM 1 BY 1
              UNTIL WS-JOB-IX > WS-JOB-MAX.
           CLOSE REJ-INDEX-FILE.

       0035-COUNT-JOB-REJECTS.
           IF WS-JB-LEDGER-SEEN(WS-JOB-IX) NOT = 'Y'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO LXR-INDEX-KEY.
           MOVE WS-RUN-DATE            TO LXR-RUN-DATE.
           MOVE WS-JN-JOB(WS-JOB-IX)   TO LXR-JOB-NAME.
           MOVE WS-JB-RUN-ID(WS-JOB-IX) TO LXR-RUN-ID.
           START REJ-INDEX-FILE KEY >= LXR-INDEX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL EOF-SCAN-FILE
              READ REJ-INDEX-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF LXR-RUN-DATE NOT = WS-RUN-DATE
                       OR LXR-JOB-NAME NOT = WS-JN-JOB(WS-JOB-IX)
                       OR LXR-RUN-ID NOT = WS-JB-RUN-ID(WS-JOB-IX)
                       MOVE 'Y' TO WS-EOF-SW
                    ELSE
                       MOVE LXR-REJECT-RECORD TO RJL-REJECT-RECORD
                       IF WS-JN-REASON(WS-JOB-IX) NOT = SPACES
                          AND RJL-REASON-CODE
                              = WS-JN-REASON(WS-JOB-IX)
                          ADD 1 TO WS-JB-RSN-COUNT(WS-JOB-IX)
                       ELSE
                          ADD 1 TO WS-JB-OTHER-COUNT(WS-JOB-IX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       0040-READ-CARD-REPORT.
      *--------------- every detail line counts, RECYCLE sections
      *--------------- included; header and trailer lines carry
      *--------------- neither VALID nor FALSE in 35-39
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT CARD-REPORT-FILE.
           IF WS-FILE-STATUS NOT = "00"
              DISPLAY "TESTVRFY: CANNOT OPEN CARDRPT.DAT - STATUS "
                 WS-FILE-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CARD-RPT-SW.
           PERFORM UNTIL EOF-SCAN-FILE
              READ CARD-REPORT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    EVALUATE TRUE
                       WHEN CRP-REC-TYPE = "U "
                          AND CRP-DUP-LABEL = "OCCURRENCES="
                          AND CRP-DUP-COUNT IS NUMERIC
                          AND CRP-DUP-COUNT > 1
                          COMPUTE WS-ACT-CARD-DUPS =
                             WS-ACT-CARD-DUPS + CRP-DUP-COUNT - 1
                       WHEN CRP-RESULT = "VALID"
                          ADD 1 TO WS-ACT-CARD-VALID
                       WHEN CRP-RESULT = "FALSE"
                          ADD 1 TO WS-ACT-CARD-INVALID
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE CARD-REPORT-FILE.

       0050-READ-YEAR-REPORT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT YEAR-REPORT-FILE.
           IF WS-FILE-STATUS NOT = "00"
              DISPLAY "TESTVRFY: CANNOT OPEN YEARRPT.DAT - STATUS "
                 WS-FILE-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-YEAR-RPT-SW.
           PERFORM UNTIL EOF-SCAN-FILE
              READ YEAR-REPORT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF YRP-YEAR IS NUMERIC
                       AND YRP-RESULT = "YES"
                       ADD 1 TO WS-ACT-LEAP-YES
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE YEAR-REPORT-FILE.

       0060-READ-PANGRAM-REPORT.
      *--------------- a sample that is not a pangram fails, and so
      *--------------- does one held for a missing profile or a
      *--------------- restricted term
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT PANGRAM-REPORT-FILE.
           IF WS-FILE-STATUS NOT = "00"
              DISPLAY "TESTVRFY: CANNOT OPEN PANGRPT.DAT - STATUS "
                 WS-FILE-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-PANG-RPT-SW.
           PERFORM UNTIL EOF-SCAN-FILE
              READ PANGRAM-REPORT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF PRP-SAMPLE-NUM IS NUMERIC
                       IF PRP-RESULT = "YES"
                          ADD 1 TO WS-ACT-PANG-PASS
                       ELSE
                          ADD 1 TO WS-ACT-PANG-FAIL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PANGRAM-REPORT-FILE.

       0080-FIND-JOB.
           MOVE 0 TO WS-HIT-JOB-IX.
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
              UNTIL WS-JOB-IX > WS-JOB-MAX
              IF WS-JN-JOB(WS-JOB-IX) = WS-SEEK-JOB
                 MOVE WS-JOB-IX TO WS-HIT-JOB-IX
              END-IF
           END-PERFORM.

       1000-CERTIFY-ONE-JOB.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "JOB " WS-JN-JOB(WS-JOB-IX)
              "  RUN ID " WS-JB-RUN-ID(WS-JOB-IX)
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "   CHECK" "                        "
              "EXPECTED" "   " "ACTUAL"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           IF WS-JB-EXP-SEEN(WS-JOB-IX) NOT = 'Y'
              MOVE "   *** NO EXPECTED FIGURES IN TESTEXP.DAT ***"
                 TO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
              ADD 1 TO WS-JB-CHECKS-FAILED(WS-JOB-IX)
           END-IF.
           IF WS-JB-LEDGER-SEEN(WS-JOB-IX) NOT = 'Y'
              MOVE "   *** NO LEDGER ENTRY FOR THE DRILL DATE ***"
                 TO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
              ADD 1 TO WS-JB-CHECKS-FAILED(WS-JOB-IX)
           END-IF.
           MOVE "LEDGER RECORDS IN" TO WS-CHK-LABEL.
           MOVE WS-JB-EXP-IN(WS-JOB-IX) TO WS-CHK-EXPECTED.
           MOVE WS-JB-ACT-IN(WS-JOB-IX) TO WS-CHK-ACTUAL.
           PERFORM 0500-CHECK-FIGURE.
           MOVE "LEDGER RECORDS OUT" TO WS-CHK-LABEL.
           MOVE WS-JB-EXP-OUT(WS-JOB-IX) TO WS-CHK-EXPECTED.
           MOVE WS-JB-ACT-OUT(WS-JOB-IX) TO WS-CHK-ACTUAL.
           PERFORM 0500-CHECK-FIGURE.
           MOVE "LEDGER RECORDS REJECTED" TO WS-CHK-LABEL.
           MOVE WS-JB-EXP-REJ(WS-JOB-IX) TO WS-CHK-EXPECTED.
           MOVE WS-JB-ACT-REJ(WS-JOB-IX) TO WS-CHK-ACTUAL.
           PERFORM 0500-CHECK-FIGURE.
           IF WS-JN-REASON(WS-JOB-IX) NOT = SPACES
              MOVE SPACES TO WS-CHK-LABEL
              STRING "REJECTS " WS-JN-REASON(WS-JOB-IX)
                 DELIMITED BY SIZE INTO WS-CHK-LABEL
              MOVE WS-JB-EXP-REJ(WS-JOB-IX) TO WS-CHK-EXPECTED
              MOVE WS-JB-RSN-COUNT(WS-JOB-IX) TO WS-CHK-ACTUAL
              PERFORM 0500-CHECK-FIGURE
              MOVE "REJECTS ANY OTHER REASON" TO WS-CHK-LABEL
           ELSE
              MOVE "REJECTS ANY REASON" TO WS-CHK-LABEL
           END-IF.
           MOVE 0 TO WS-CHK-EXPECTED.
           MOVE WS-JB-OTHER-COUNT(WS-JOB-IX) TO WS-CHK-ACTUAL.
           PERFORM 0500-CHECK-FIGURE.
           EVALUATE WS-JN-JOB(WS-JOB-IX)
              WHEN "LUHN"
                 PERFORM 1100-CHECK-CARD-REPORT
              WHEN "LEAP"
                 PERFORM 1200-CHECK-YEAR-REPORT
              WHEN "PANGRAM"
                 PERFORM 1300-CHECK-PANGRAM-REPORT
           END-EVALUATE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-JB-CHECKS-FAILED(WS-JOB-IX) = 0
              ADD 1 TO WS-JOBS-PASSED
              STRING "   RESULT: PASS - " WS-JN-JOB(WS-JOB-IX)
                 " CERTIFIED" DELIMITED BY SIZE INTO WS-PRINT-LINE
              DISPLAY "TESTVRFY: " WS-JN-JOB(WS-JOB-IX) " PASS"
           ELSE
              ADD 1 TO WS-JOBS-FAILED
              MOVE WS-JB-CHECKS-FAILED(WS-JOB-IX) TO WS-EDT-COUNT
              STRING "   RESULT: *** FAIL *** - " WS-EDT-COUNT
                 " CHECK(S) DISAGREE" DELIMITED BY SIZE
                 INTO WS-PRINT-LINE
              DISPLAY "TESTVRFY: " WS-JN-JOB(WS-JOB-IX) " FAIL - "
                 WS-EDT-COUNT " CHECK(S) DISAGREE"
           END-IF.
           PERFORM 0090-WRITE-PRINT-LINE.

       1100-CHECK-CARD-REPORT.
           IF WS-CARD-RPT-SW NOT = 'Y'
              MOVE "   *** CARDRPT.DAT COULD NOT BE READ ***"
                 TO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-IF.
           MOVE "CARDRPT VALID CARDS" TO WS-CHK-LABEL.
           MOVE WS-EXP-CARD-VALID TO WS-CHK-EXPECTED.
           MOVE WS-ACT-CARD-VALID TO WS-CHK-ACTUAL.
           PERFORM 0500-CHECK-FIGURE.
           MOVE "CARDRPT INVALID CARDS" TO WS-CHK-LABEL.
           MOVE WS-EXP-CARD-INVALID TO WS-CHK-EXPECTED.
           MOVE WS-ACT-CARD-INVALID TO WS-CHK-ACTUAL.
           PERFORM 0500-CHECK-FIGURE.
           IF WS-EXP-DUPS-SEEN NOT = 'Y'
              MOVE "   *** NO DUPLICATE FIGURE IN TESTEXP.DAT ***"
                 TO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
              ADD 1 TO WS-JB-CHECKS-FAILED(WS-JOB-IX)
           END-IF.
           MOVE "CARDRPT DUPLICATE EXTRAS" TO WS-CHK-LABEL.
           MOVE WS-EXP-CARD-DUPS TO WS-CHK-EXPECTED.
           MOVE WS-ACT-CARD-DUPS TO WS-CHK-ACTUAL.
           PERFORM 0500-CHECK-FIGURE.

       1200-CHECK-YEAR-REPORT.
           IF WS-YEAR-RPT-SW NOT = 'Y'
              MOVE "   *** YEARRPT.DAT COULD NOT BE READ ***"
                 TO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-IF.
           MOVE "YEARRPT LEAP YEARS" TO WS-CHK-LABEL.
           MOVE WS-EXP-LEAP-YES TO WS-CHK-EXPECTED.
           MOVE WS-ACT-LEAP-YES TO WS-CHK-ACTUAL.
           PERFORM 0500-CHECK-FIGURE.

       1300-CHECK-PANGRAM-REPORT.
           IF WS-PANG-RPT-SW NOT = 'Y'
              MOVE "   *** PANGRPT.DAT COULD NOT BE READ ***"
                 TO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-IF.
           MOVE "PANGRPT SAMPLES PASSED" TO WS-CHK-LABEL.
           MOVE WS-EXP-PANG-PASS TO WS-CHK-EXPECTED.
           MOVE WS-ACT-PANG-PASS TO WS-CHK-ACTUAL.
           PERFORM 0500-CHECK-FIGURE.
           MOVE "PANGRPT SAMPLES FAILED" TO WS-CHK-LABEL.
           MOVE WS-EXP-PANG-FAIL TO WS-CHK-EXPECTED.
           MOVE WS-ACT-PANG-FAIL TO WS-CHK-ACTUAL.
           PERFORM 0500-CHECK-FIGURE.

       0500-CHECK-FIGURE.
           MOVE WS-CHK-EXPECTED TO WS-EDT-EXPECTED.
           MOVE WS-CHK-ACTUAL   TO WS-EDT-ACTUAL.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-CHK-EXPECTED = WS-CHK-ACTUAL
              STRING "   " WS-CHK-LABEL WS-EDT-EXPECTED "  "
                 WS-EDT-ACTUAL "  OK"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
              STRING "   " WS-CHK-LABEL WS-EDT-EXPECTED "  "
                 WS-EDT-ACTUAL "  *** MISMATCH ***"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              ADD 1 TO WS-JB-CHECKS-FAILED(WS-JOB-IX)
           END-IF.
           PERFORM 0090-WRITE-PRINT-LINE.

       0090-WRITE-PRINT-LINE.
           MOVE WS-PRINT-LINE TO CRT-PRINT-LINE.
           WRITE CRT-PRINT-LINE.
