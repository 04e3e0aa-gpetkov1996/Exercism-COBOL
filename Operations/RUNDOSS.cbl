       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNDOSS.
      *****************************************************************
      * RUNDOSS - run dossier inquiry keyed by RUNIDGEN run id. Every *
      * shared file carries the run id now, but "show me everything   *
      * about run 20261014-003" still meant opening each file in      *
      * turn. One pass over the live files AND the archive            *
      * generations HOUSEKPG trims into writes one dossier - the      *
      * first thing attached to an incident ticket:                   *
      *                                                               *
      *   RUN JOURNAL    - the run's start and end records            *
      *   CONTROL LEDGER - CTLLEDGR.DAT + CTLLARCH.DAT                *
      *   REJECTS        - REJLEDGR.DAT + REJLARCH.DAT, each with its *
      *                    latest REJDISP.DAT disposition             *
      *   CHECKPOINTS    - LUHN/COLL/PANG/RNA CKPT.DAT + CKPTARCH.DAT *
      *   ALERTS         - ALERTS.DAT                                 *
      *   TRANSMITTALS   - TRANSMIT.DAT manifests and ROTACK.DAT      *
      *                    acknowledgments                            *
      *   BACKUPS        - BAKCATLG.DAT generations cut during the    *
      *                    run (or by it)                             *
      *                                                               *
      * The journal carries job and date but no run id, so the run's  *
      * job is taken from its ledger, checkpoint and alert records,   *
      * and when that job ran more than once on the day the run's     *
      * place among the day's run ids for the job picks its start     *
      * and end pair. Where the journal and the ledger disagree on    *
      * how many runs there were, every start and end of the job on   *
      * that date is listed and the dossier says so.                  *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - run id (YYYYMMDD-NNN)                               *
      *   output - RUNDOSS.DAT print lines plus the console           *
      * Condition code 4 when nothing on file carries the run id, 8   *
      * when no valid run id is given.                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-LEDGER-FILE    ASSIGN TO "CTLLEDGR.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT CTL-ARCHIVE-FILE   ASSIGN TO "CTLLARCH.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT REJECT-LEDGER-FILE ASSIGN TO "REJLEDGR.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT REJ-ARCHIVE-FILE   ASSIGN TO "REJLARCH.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT DISPOSITION-FILE   ASSIGN TO "REJDISP.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT RUN-JOURNAL-FILE   ASSIGN TO "RUNJRNL.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT CHECKPOINT-FILE    ASSIGN USING WS-CKPT-FILE-NAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT ALERT-FILE         ASSIGN TO "ALERTS.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT TRANSMIT-FILE      ASSIGN TO "TRANSMIT.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT ACK-FILE           ASSIGN TO "ROTACK.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT CATALOG-FILE       ASSIGN TO "BAKCATLG.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT DOSSIER-REPORT-FILE ASSIGN TO "RUNDOSS.DAT"
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

       FD  CTL-LEDGER-FILE
           RECORD CONTAINS 78 CHARACTERS
           RECORDING MODE IS F.

           COPY CTLLEDGR.

       FD  CTL-ARCHIVE-FILE
           RECORD CONTAINS 78 CHARACTERS
           RECORDING MODE IS F.
       01  ARC-LEDGER-RECORD          PIC X(78).

       FD  REJECT-LEDGER-FILE
           RECORD CONTAINS 110 CHARACTERS
           RECORDING MODE IS F.

           COPY REJFLDS.

       FD  REJ-ARCHIVE-FILE
           RECORD CONTAINS 110 CHARACTERS
           RECORDING MODE IS F.
       01  ARC-REJECT-RECORD          PIC X(110).

      *--------------- operator dispositions cut by OPSCON, keyed by
      *--------------- the reject's job/record-id/run-date triple
       FD  DISPOSITION-FILE
           RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.
       01  DSP-DISPOSITION-RECORD.
           05  DSP-JOB-NAME            PIC X(12).
           05  FILLER                  PIC X(1).
           05  DSP-RECORD-ID           PIC X(16).
           05  FILLER                  PIC X(1).
           05  DSP-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(1).
           05  DSP-DISPOSITION         PIC X(8).
           05  FILLER                  PIC X(1).
           05  DSP-OPERATOR            PIC X(8).
           05  FILLER                  PIC X(1).
           05  DSP-DISP-DATE           PIC X(8).
           05  FILLER                  PIC X(1).
           05  DSP-NOTE                PIC X(30).

           COPY RUNJRNL.

      *--------------- every job's checkpoint file and the archive
      *--------------- share the CHKPT layout; one FD serves them all
           COPY CHKPT.

      *--------------- ALERTWRT's alert layout, read back
       FD  ALERT-FILE
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
       01  AL-ALERT-RECORD.
           05  AL-JOB-NAME             PIC X(12).
           05  FILLER                  PIC X(2).
           05  AL-ALERT-DATE           PIC X(8).
           05  FILLER                  PIC X(2).
           05  AL-ALERT-TIME           PIC X(6).
           05  FILLER                  PIC X(2).
           05  AL-RUN-ID               PIC X(12).
           05  FILLER                  PIC X(2).
           05  AL-SEVERITY             PIC X(4).
           05  FILLER                  PIC X(2).
           05  AL-MESSAGE              PIC X(38).

      *--------------- the masking job's manifest layout, read back
       FD  TRANSMIT-FILE
           RECORD CONTAINS 72 CHARACTERS
           RECORDING MODE IS F.
       01  XM-MANIFEST-RECORD.
           05  XM-RUN-ID           PIC X(12).
           05  FILLER              PIC X(1).
           05  XM-RUN-DATE         PIC X(8).
           05  FILLER              PIC X(1).
           05  XM-KEY-ID           PIC X(8).
           05  FILLER              PIC X(1).
           05  XM-PARTNER          PIC X(8).
           05  FILLER              PIC X(1).
           05  XM-REC-COUNT        PIC 9(8).
           05  FILLER              PIC X(1).
           05  XM-CHECKSUM         PIC 9(10).
           05  FILLER              PIC X(1).
           05  XM-VOL-NUM          PIC 9(3).
           05  FILLER              PIC X(1).
           05  XM-VOL-TOTAL        PIC 9(3).
           05  FILLER              PIC X(5).

      *--------------- the partner's acknowledgment, as TRANSACK
      *--------------- reads it
       FD  ACK-FILE
           RECORD CONTAINS 48 CHARACTERS
           RECORDING MODE IS F.
       01  AK-ACK-RECORD.
           05  AK-RUN-ID           PIC X(12).
           05  FILLER              PIC X(1).
           05  AK-REC-COUNT        PIC X(8).
           05  FILLER              PIC X(1).
           05  AK-CHECKSUM         PIC X(10).
           05  FILLER              PIC X(1).
           05  AK-ACK-DATE         PIC X(8).
           05  FILLER              PIC X(1).
           05  AK-VOL-NUM          PIC X(3).
           05  FILLER              PIC X(3).

      *--------------- GENBKUP's generation catalog, read back
       FD  CATALOG-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  CAT-RECORD.
           05  CAT-GEN-ID             PIC X(12).
           05  FILLER                 PIC X(1).
           05  CAT-SLOT               PIC X(1).
           05  FILLER                 PIC X(1).
           05  CAT-DATE               PIC X(8).
           05  FILLER                 PIC X(1).
           05  CAT-TIME               PIC X(6).
           05  FILLER                 PIC X(1).
           05  CAT-COUNT-CARDMAST     PIC 9(6).
           05  FILLER                 PIC X(1).
           05  CAT-COUNT-COLLHIST     PIC 9(6).
           05  FILLER                 PIC X(1).
           05  CAT-COUNT-RNAMAST      PIC 9(6).
           05  FILLER                 PIC X(1).
           05  CAT-COUNT-CTLLEDGR     PIC 9(6).
           05  FILLER                 PIC X(1).
           05  CAT-COUNT-REJLEDGR     PIC 9(6).
           05  FILLER                 PIC X(1).
           05  CAT-COUNT-RUNJRNL      PIC 9(6).
           05  FILLER                 PIC X(1).
           05  CAT-COUNT-RUNSEQNO     PIC 9(6).
           05  FILLER                 PIC X(1).
           05  CAT-COUNT-CARDVALT     PIC 9(6).
           05  FILLER                 PIC X(1).
           05  CAT-COUNT-JOBTMAST     PIC 9(6).
           05  FILLER                 PIC X(7).

       FD  DOSSIER-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  DOS-PRINT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX    VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-ARG-TEXT            PIC X(12) VALUE SPACES.
       01  WS-RUN-ID              PIC X(12) VALUE SPACES.
       01  WS-RUN-ID-PARTS REDEFINES WS-RUN-ID.
           05  WS-RID-DATE        PIC X(8).
           05  WS-RID-DASH        PIC X(1).
           05  WS-RID-SEQ         PIC X(3).
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-SCAN-FILE                VALUE 'Y'.
       01  WS-SOURCE-NAME         PIC X(8)  VALUE SPACES.
       01  WS-CKPT-FILE-NAME      PIC X(12) VALUE SPACES.
       01  WS-CKPT-IX             PIC 9(1).
       01  WS-CKPT-NAMES.
           05  FILLER             PIC X(8)  VALUE "CKPTARCH".
           05  FILLER             PIC X(8)  VALUE "LUHNCKPT".
           05  FILLER             PIC X(8)  VALUE "COLLCKPT".
           05  FILLER             PIC X(8)  VALUE "PANGCKPT".
           05  FILLER             PIC X(8)  VALUE "RNACKPT ".
       01  WS-CKPT-NAME-TAB REDEFINES WS-CKPT-NAMES.
           05  WS-CKPT-NAME       PIC X(8)  OCCURS 5 TIMES.
       01  WS-SECTION-COUNT       PIC 9(4)  VALUE 0.
       01  WS-TOTAL-FOUND         PIC 9(6)  VALUE 0.
       01  WS-COUNT-EDIT          PIC ZZZ9.

      *--------------- the jobs that wrote under the run id, taken
      *--------------- from its ledger, checkpoint and alert records
       01  WS-JOB-MAX             PIC 9(2)  VALUE 10.
       01  WS-JOB-USED            PIC 9(2)  VALUE 0.
       01  WS-JOB-IX              PIC 9(2).
       01  WS-TEST-JOB            PIC X(12) VALUE SPACES.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 10 TIMES.
               10  WS-JB-NAME         PIC X(12).
               10  WS-JB-RUNS-LEDGER  PIC 9(3).
               10  WS-JB-RUN-ORDER    PIC 9(3).
               10  WS-JB-RUNS-JRNL    PIC 9(3).
               10  WS-JB-WIN-START    PIC X(6).
               10  WS-JB-WIN-END      PIC X(6).

      *--------------- every ledger run id on the run's date, so the
      *--------------- run's place among its job's runs that day can
      *--------------- be counted
       01  WS-DAY-MAX             PIC 9(4)  VALUE 2000.
       01  WS-DAY-USED            PIC 9(4)  VALUE 0.
       01  WS-DAY-IX              PIC 9(4).
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 2000 TIMES.
               10  WS-DY-JOB          PIC X(12).
               10  WS-DY-RUN-ID       PIC X(12).

      *--------------- the run date's journal records for the run's
      *--------------- jobs, in file (time) order
       01  WS-JE-MAX              PIC 9(4)  VALUE 500.
       01  WS-JE-USED             PIC 9(4)  VALUE 0.
       01  WS-JE-IX               PIC 9(4).
       01  WS-JE-PICK             PIC 9(4).
       01  WS-JE-S-SEEN           PIC 9(3).
       01  WS-JE-TABLE.
           05  WS-JE-ENTRY OCCURS 500 TIMES.
               10  WS-JE-JOB          PIC X(12).
               10  WS-JE-TYPE         PIC X(1).
               10  WS-JE-START        PIC X(6).
               10  WS-JE-END          PIC X(6).
               10  WS-JE-ELAPSED      PIC 9(6).
               10  WS-JE-CC           PIC 9(3).
               10  WS-JE-MODE         PIC X(8).
       01  WS-PAIR-END-SW         PIC X     VALUE 'N'.
           88  PAIR-END-FOUND               VALUE 'Y'.

      *--------------- the run's rejects, each awaiting its latest
      *--------------- disposition
       01  WS-RJ-MAX              PIC 9(4)  VALUE 500.
       01  WS-RJ-USED             PIC 9(4)  VALUE 0.
       01  WS-RJ-IX               PIC 9(4).
       01  WS-RJ-OVERFLOW-SW      PIC X     VALUE 'N'.
           88  REJECT-TABLE-FULL            VALUE 'Y'.
       01  WS-RJ-TABLE.
           05  WS-RJ-ENTRY OCCURS 500 TIMES.
               10  WS-RJ-SOURCE       PIC X(8).
               10  WS-RJ-JOB          PIC X(12).
               10  WS-RJ-REC-ID       PIC X(16).
               10  WS-RJ-REASON       PIC X(12).
               10  WS-RJ-BAD-VALUE    PIC X(32).
               10  WS-RJ-RUN-DATE     PIC X(8).
               10  WS-RJ-DISP         PIC X(8).
               10  WS-RJ-DISP-OPER    PIC X(8).
               10  WS-RJ-DISP-DATE    PIC X(8).
               10  WS-RJ-DISP-NOTE    PIC X(30).

      *--------------- the run's manifests, for checking each ack
       01  WS-XM-MAX              PIC 9(3)  VALUE 99.
       01  WS-XM-USED             PIC 9(3)  VALUE 0.
       01  WS-XM-IX               PIC 9(3).
       01  WS-XM-TABLE.
           05  WS-XM-ENTRY OCCURS 99 TIMES.
               10  WS-XM-VOL          PIC 9(3).
               10  WS-XM-COUNT        PIC 9(8).
               10  WS-XM-CHECKSUM     PIC 9(10).
       01  WS-ACK-VOL             PIC 9(3)  VALUE 0.
       01  WS-ACK-VERDICT         PIC X(23) VALUE SPACES.
       01  WS-BKP-REASON          PIC X(14) VALUE SPACES.

       01  WS-PRINT-LINE          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       RUNDOSS.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-ARG-TEXT.
           ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE.
           MOVE WS-ARG-TEXT TO WS-RUN-ID.
           IF WS-RID-DATE IS NOT NUMERIC
              OR WS-RID-DASH NOT = "-"
              OR WS-RID-SEQ IS NOT NUMERIC
              DISPLAY "RUNDOSS: A RUN ID (YYYYMMDD-NNN) IS REQUIRED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1000-IDENTIFY-LEDGER-ARCHIVE.
           PERFORM 1100-IDENTIFY-LEDGER-LIVE.
           PERFORM 1200-IDENTIFY-CKPT-ALERT-JOBS.
           PERFORM 1300-COUNT-RUN-ORDER.
           OPEN OUTPUT DOSSIER-REPORT-FILE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "===== RUN DOSSIER " WS-RUN-ID " =====" DELIMITED BY
              SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM 2000-PRINT-JOURNAL.
           PERFORM 3000-PRINT-LEDGER.
           PERFORM 4000-PRINT-REJECTS.
           PERFORM 5000-PRINT-CHECKPOINTS.
           PERFORM 6000-PRINT-ALERTS.
           PERFORM 7000-PRINT-TRANSMITTALS.
           PERFORM 8000-PRINT-BACKUPS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE WS-TOTAL-FOUND TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RECORDS CARRYING THE RUN: " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           IF WS-TOTAL-FOUND = 0
              MOVE "*** NOTHING ON FILE CARRIES THIS RUN ID ***"
                 TO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE DOSSIER-REPORT-FILE.
           STOP RUN.

       0100-NOTE-JOB.
      *--------------- WS-TEST-JOB joins the run's job list once
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
              UNTIL WS-JOB-IX > WS-JOB-USED
              IF WS-JB-NAME(WS-JOB-IX) = WS-TEST-JOB
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF WS-JOB-USED >= WS-JOB-MAX OR WS-TEST-JOB = SPACES
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-JOB-USED.
           MOVE WS-TEST-JOB TO WS-JB-NAME(WS-JOB-USED).
           MOVE 0 TO WS-JB-RUNS-LEDGER(WS-JOB-USED).
           MOVE 0 TO WS-JB-RUN-ORDER(WS-JOB-USED).
           MOVE 0 TO WS-JB-RUNS-JRNL(WS-JOB-USED).
           MOVE SPACES TO WS-JB-WIN-START(WS-JOB-USED).
           MOVE SPACES TO WS-JB-WIN-END(WS-JOB-USED).

       0200-NOTE-LEDGER-DAY.
           IF LG-RUN-DATE NOT = WS-RID-DATE
              EXIT PARAGRAPH
           END-IF.
           IF LG-RUN-ID = WS-RUN-ID
              MOVE LG-JOB-NAME TO WS-TEST-JOB
              PERFORM 0100-NOTE-JOB
           END-IF.
           IF WS-DAY-USED < WS-DAY-MAX
              ADD 1 TO WS-DAY-USED
              MOVE LG-JOB-NAME TO WS-DY-JOB(WS-DAY-USED)
              MOVE LG-RUN-ID   TO WS-DY-RUN-ID(WS-DAY-USED)
           END-IF.

       1000-IDENTIFY-LEDGER-ARCHIVE.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT CTL-ARCHIVE-FILE.
           IF WS-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ CTL-ARCHIVE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    MOVE ARC-LEDGER-RECORD TO LG-LEDGER-RECORD
                    PERFORM 0200-NOTE-LEDGER-DAY
              END-READ
           END-PERFORM.
           CLOSE CTL-ARCHIVE-FILE.

       1100-IDENTIFY-LEDGER-LIVE.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT CTL-LEDGER-FILE.
           IF WS-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ CTL-LEDGER-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM 0200-NOTE-LEDGER-DAY
              END-READ
           END-PERFORM.
           CLOSE CTL-LEDGER-FILE.

       1200-IDENTIFY-CKPT-ALERT-JOBS.
      *--------------- a run that abended before its ledger entry is
      *--------------- still known by its checkpoint or its alerts
           PERFORM VARYING WS-CKPT-IX FROM 1 BY 1 UNTIL WS-CKPT-IX > 5
              PERFORM 0300-OPEN-CKPT-FILE
              IF WS-FILE-STATUS = "00"
                 PERFORM UNTIL EOF-SCAN-FILE
                    READ CHECKPOINT-FILE
                       AT END
                          MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                          IF CKP-RUN-ID = WS-RUN-ID
                             MOVE CKP-JOB-NAME TO WS-TEST-JOB
                             PERFORM 0100-NOTE-JOB
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CHECKPOINT-FILE
              END-IF
           END-PERFORM.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT ALERT-FILE.
           IF WS-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ ALERT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF AL-RUN-ID = WS-RUN-ID
                       MOVE AL-JOB-NAME TO WS-TEST-JOB
                       PERFORM 0100-NOTE-JOB
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ALERT-FILE.

       0300-OPEN-CKPT-FILE.
           MOVE SPACES TO WS-CKPT-FILE-NAME.
           STRING WS-CKPT-NAME(WS-CKPT-IX) DELIMITED BY SPACE
              ".DAT" DELIMITED BY SIZE INTO WS-CKPT-FILE-NAME.
           MOVE WS-CKPT-NAME(WS-CKPT-IX) TO WS-SOURCE-NAME.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT CHECKPOINT-FILE.

       1300-COUNT-RUN-ORDER.
      *--------------- run ids on one date ascend with time, so the
      *--------------- run's place among its job's ids that day is
      *--------------- its place among the job's journal starts
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
              UNTIL WS-JOB-IX > WS-JOB-USED
              PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                 UNTIL WS-DAY-IX > WS-DAY-USED
                 IF WS-DY-JOB(WS-DAY-IX) = WS-JB-NAME(WS-JOB-IX)
                    ADD 1 TO WS-JB-RUNS-LEDGER(WS-JOB-IX)
                    IF WS-DY-RUN-ID(WS-DAY-IX) <= WS-RUN-ID
                       ADD 1 TO WS-JB-RUN-ORDER(WS-JOB-IX)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

       2000-PRINT-JOURNAL.
           PERFORM 0080-PRINT-SECTION-HEAD.
           MOVE "RUN JOURNAL" TO WS-PRINT-LINE(5:).
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM 2100-LOAD-JOURNAL-DAY.
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
              UNTIL WS-JOB-IX > WS-JOB-USED
              PERFORM 2200-PRINT-JOB-JOURNAL
           END-PERFORM.
           PERFORM 0085-PRINT-SECTION-COUNT.

       2100-LOAD-JOURNAL-DAY.
      *--------------- SKIP and LINEUP records are the scheduler's
      *--------------- and the lineup controller's, not the run's
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT RUN-JOURNAL-FILE.
           IF WS-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ RUN-JOURNAL-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF JR-RUN-DATE = WS-RID-DATE
                       AND JR-RUN-MODE NOT = "SKIP"
                       AND JR-RUN-MODE NOT = "LINEUP"
                       AND WS-JE-USED < WS-JE-MAX
                       MOVE JR-JOB-NAME TO WS-TEST-JOB
                       PERFORM 2110-POST-JOURNAL-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RUN-JOURNAL-FILE.

       2110-POST-JOURNAL-RECORD.
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
              UNTIL WS-JOB-IX > WS-JOB-USED
              IF WS-JB-NAME(WS-JOB-IX) = WS-TEST-JOB
                 ADD 1 TO WS-JE-USED
                 MOVE JR-JOB-NAME     TO WS-JE-JOB(WS-JE-USED)
                 MOVE JR-REC-TYPE     TO WS-JE-TYPE(WS-JE-USED)
                 MOVE JR-START-TIME   TO WS-JE-START(WS-JE-USED)
                 MOVE JR-END-TIME     TO WS-JE-END(WS-JE-USED)
                 MOVE JR-ELAPSED-SECS TO WS-JE-ELAPSED(WS-JE-USED)
                 MOVE JR-COND-CODE    TO WS-JE-CC(WS-JE-USED)
                 MOVE JR-RUN-MODE     TO WS-JE-MODE(WS-JE-USED)
                 IF JR-REC-TYPE = "S"
                    ADD 1 TO WS-JB-RUNS-JRNL(WS-JOB-IX)
                 END-IF
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.

       2200-PRINT-JOB-JOURNAL.
           IF WS-JB-RUNS-JRNL(WS-JOB-IX) = 0
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  " WS-JB-NAME(WS-JOB-IX)
                 " NO JOURNAL RECORDS ON " WS-RID-DATE
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
              EXIT PARAGRAPH
           END-IF.
      *--------------- ledger and journal agree on the day's runs of
      *--------------- the job: the run's own start/end pair only
           IF WS-JB-RUNS-JRNL(WS-JOB-IX) = WS-JB-RUNS-LEDGER(WS-JOB-IX)
              AND WS-JB-RUN-ORDER(WS-JOB-IX) > 0
              MOVE 0 TO WS-JE-S-SEEN
              MOVE 0 TO WS-JE-PICK
              PERFORM VARYING WS-JE-IX FROM 1 BY 1
                 UNTIL WS-JE-IX > WS-JE-USED OR WS-JE-PICK > 0
                 IF WS-JE-JOB(WS-JE-IX) = WS-JB-NAME(WS-JOB-IX)
                    AND WS-JE-TYPE(WS-JE-IX) = "S"
                    ADD 1 TO WS-JE-S-SEEN
                    IF WS-JE-S-SEEN = WS-JB-RUN-ORDER(WS-JOB-IX)
                       MOVE WS-JE-IX TO WS-JE-PICK
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM 2300-PRINT-JOURNAL-PAIR
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  " WS-JB-NAME(WS-JOB-IX) " JOURNAL AND LEDGER "
              "DISAGREE ON THE DAY'S RUNS - ALL LISTED"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM VARYING WS-JE-IX FROM 1 BY 1
              UNTIL WS-JE-IX > WS-JE-USED
              IF WS-JE-JOB(WS-JE-IX) = WS-JB-NAME(WS-JOB-IX)
                 PERFORM 2400-PRINT-JOURNAL-LINE
                 IF WS-JB-WIN-START(WS-JOB-IX) = SPACES
                    MOVE WS-JE-START(WS-JE-IX)
                       TO WS-JB-WIN-START(WS-JOB-IX)
                 END-IF
                 IF WS-JE-TYPE(WS-JE-IX) = "E"
                    MOVE WS-JE-END(WS-JE-IX)
                       TO WS-JB-WIN-END(WS-JOB-IX)
                 ELSE
                    MOVE "235959" TO WS-JB-WIN-END(WS-JOB-IX)
                 END-IF
              END-IF
           END-PERFORM.

       2300-PRINT-JOURNAL-PAIR.
           MOVE WS-JE-PICK TO WS-JE-IX.
           PERFORM 2400-PRINT-JOURNAL-LINE.
           MOVE WS-JE-START(WS-JE-PICK) TO WS-JB-WIN-START(WS-JOB-IX).
           MOVE 'N' TO WS-PAIR-END-SW.
           PERFORM VARYING WS-JE-IX FROM WS-JE-PICK BY 1
              UNTIL WS-JE-IX >= WS-JE-USED OR PAIR-END-FOUND
              IF WS-JE-JOB(WS-JE-IX + 1) = WS-JB-NAME(WS-JOB-IX)
                 IF WS-JE-TYPE(WS-JE-IX + 1) = "E"
                    MOVE 'Y' TO WS-PAIR-END-SW
                 ELSE
      *--------------- the job's next start came first: this run
      *--------------- never wrote its end record
                    MOVE WS-JE-USED TO WS-JE-IX
                 END-IF
              END-IF
           END-PERFORM.
           IF PAIR-END-FOUND
              PERFORM 2400-PRINT-JOURNAL-LINE
              MOVE WS-JE-END(WS-JE-IX) TO WS-JB-WIN-END(WS-JOB-IX)
           ELSE
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  " WS-JB-NAME(WS-JOB-IX)
                 " NO END RECORD - THE RUN NEVER FINISHED"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
              MOVE "235959" TO WS-JB-WIN-END(WS-JOB-IX)
           END-IF.

       2400-PRINT-JOURNAL-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-JE-TYPE(WS-JE-IX) = "S"
              STRING "  RUNJRNL   " WS-JE-JOB(WS-JE-IX) " START "
                 WS-JE-START(WS-JE-IX) "  MODE " WS-JE-MODE(WS-JE-IX)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
              STRING "  RUNJRNL   " WS-JE-JOB(WS-JE-IX) " END   "
                 WS-JE-END(WS-JE-IX) "  ELAPSED "
                 WS-JE-ELAPSED(WS-JE-IX) "  CC "
                 WS-JE-CC(WS-JE-IX)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           PERFORM 0095-WRITE-FOUND-LINE.

       3000-PRINT-LEDGER.
           PERFORM 0080-PRINT-SECTION-HEAD.
           MOVE "CONTROL LEDGER" TO WS-PRINT-LINE(5:).
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE "CTLLARCH" TO WS-SOURCE-NAME.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT CTL-ARCHIVE-FILE.
           IF WS-FILE-STATUS = "00"
              PERFORM UNTIL EOF-SCAN-FILE
                 READ CTL-ARCHIVE-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                    NOT AT END
                       MOVE ARC-LEDGER-RECORD TO LG-LEDGER-RECORD
                       PERFORM 3100-PRINT-LEDGER-LINE
                 END-READ
              END-PERFORM
              CLOSE CTL-ARCHIVE-FILE
           END-IF.
           MOVE "CTLLEDGR" TO WS-SOURCE-NAME.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT CTL-LEDGER-FILE.
           IF WS-FILE-STATUS = "00"
              PERFORM UNTIL EOF-SCAN-FILE
                 READ CTL-LEDGER-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                    NOT AT END
                       PERFORM 3100-PRINT-LEDGER-LINE
                 END-READ
              END-PERFORM
              CLOSE CTL-LEDGER-FILE
           END-IF.
           PERFORM 0085-PRINT-SECTION-COUNT.

       3100-PRINT-LEDGER-LINE.
           IF LG-RUN-ID NOT = WS-RUN-ID
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  " WS-SOURCE-NAME "  " LG-JOB-NAME " " LG-RUN-DATE
              " IN=" LG-RECORDS-IN " OUT=" LG-RECORDS-OUT
              " REJ=" LG-RECORDS-REJECTED " " LG-REGION
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0095-WRITE-FOUND-LINE.
           IF LG-AUX-ID NOT = SPACES
              MOVE SPACES TO WS-PRINT-LINE
              STRING "            AUX ID " LG-AUX-ID
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-IF.

       4000-PRINT-REJECTS.
           PERFORM 0080-PRINT-SECTION-HEAD.
           MOVE "REJECTS AND DISPOSITIONS" TO WS-PRINT-LINE(5:).
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE "REJLARCH" TO WS-SOURCE-NAME.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT REJ-ARCHIVE-FILE.
           IF WS-FILE-STATUS = "00"
              PERFORM UNTIL EOF-SCAN-FILE
                 READ REJ-ARCHIVE-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                    NOT AT END
                       MOVE ARC-REJECT-RECORD TO RJL-REJECT-RECORD
                       PERFORM 4100-POST-REJECT
                 END-READ
              END-PERFORM
              CLOSE REJ-ARCHIVE-FILE
           END-IF.
           MOVE "REJLEDGR" TO WS-SOURCE-NAME.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT REJECT-LEDGER-FILE.
           IF WS-FILE-STATUS = "00"
              PERFORM UNTIL EOF-SCAN-FILE
                 READ REJECT-LEDGER-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                    NOT AT END
                       PERFORM 4100-POST-REJECT
                 END-READ
              END-PERFORM
              CLOSE REJECT-LEDGER-FILE
           END-IF.
           IF WS-RJ-USED > 0
              PERFORM 4200-MATCH-DISPOSITIONS
           END-IF.
           PERFORM VARYING WS-RJ-IX FROM 1 BY 1
              UNTIL WS-RJ-IX > WS-RJ-USED
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  " WS-RJ-SOURCE(WS-RJ-IX) "  "
                 WS-RJ-JOB(WS-RJ-IX) " " WS-RJ-REC-ID(WS-RJ-IX) " "
                 WS-RJ-REASON(WS-RJ-IX)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0095-WRITE-FOUND-LINE
              MOVE SPACES TO WS-PRINT-LINE
              STRING "            VALUE " WS-RJ-BAD-VALUE(WS-RJ-IX)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
              MOVE SPACES TO WS-PRINT-LINE
              IF WS-RJ-DISP(WS-RJ-IX) = SPACES
                 MOVE "            DISPOSITION: NONE RECORDED - OPEN"
                    TO WS-PRINT-LINE
              ELSE
                 STRING "            DISPOSITION: "
                    WS-RJ-DISP(WS-RJ-IX) " BY "
                    WS-RJ-DISP-OPER(WS-RJ-IX) " ON "
                    WS-RJ-DISP-DATE(WS-RJ-IX) " "
                    WS-RJ-DISP-NOTE(WS-RJ-IX)
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
              END-IF
              PERFORM 0090-WRITE-PRINT-LINE
           END-PERFORM.
           IF REJECT-TABLE-FULL
              MOVE "  *** MORE THAN 500 REJECTS - LIST IS "
                 & "INCOMPLETE ***" TO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-IF.
           PERFORM 0085-PRINT-SECTION-COUNT.

       4100-POST-REJECT.
           IF RJL-RUN-ID NOT = WS-RUN-ID
              EXIT PARAGRAPH
           END-IF.
           IF WS-RJ-USED >= WS-RJ-MAX
              MOVE 'Y' TO WS-RJ-OVERFLOW-SW
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RJ-USED.
           MOVE WS-SOURCE-NAME  TO WS-RJ-SOURCE(WS-RJ-USED).
           MOVE RJL-JOB-NAME    TO WS-RJ-JOB(WS-RJ-USED).
           MOVE RJL-RECORD-ID   TO WS-RJ-REC-ID(WS-RJ-USED).
           MOVE RJL-REASON-CODE TO WS-RJ-REASON(WS-RJ-USED).
           MOVE RJL-BAD-VALUE   TO WS-RJ-BAD-VALUE(WS-RJ-USED).
           MOVE RJL-RUN-DATE    TO WS-RJ-RUN-DATE(WS-RJ-USED).
           MOVE SPACES          TO WS-RJ-DISP(WS-RJ-USED).
           MOVE SPACES          TO WS-RJ-DISP-OPER(WS-RJ-USED).
           MOVE SPACES          TO WS-RJ-DISP-DATE(WS-RJ-USED).
           MOVE SPACES          TO WS-RJ-DISP-NOTE(WS-RJ-USED).

       4200-MATCH-DISPOSITIONS.
      *--------------- REJDISP.DAT is appended, so the last record
      *--------------- for a reject is its standing disposition
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT DISPOSITION-FILE.
           IF WS-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ DISPOSITION-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM VARYING WS-RJ-IX FROM 1 BY 1
                       UNTIL WS-RJ-IX > WS-RJ-USED
                       IF DSP-JOB-NAME = WS-RJ-JOB(WS-RJ-IX)
                          AND DSP-RECORD-ID = WS-RJ-REC-ID(WS-RJ-IX)
                          AND DSP-RUN-DATE = WS-RJ-RUN-DATE(WS-RJ-IX)
                          MOVE DSP-DISPOSITION
                             TO WS-RJ-DISP(WS-RJ-IX)
                          MOVE DSP-OPERATOR
                             TO WS-RJ-DISP-OPER(WS-RJ-IX)
                          MOVE DSP-DISP-DATE
                             TO WS-RJ-DISP-DATE(WS-RJ-IX)
                          MOVE DSP-NOTE
                             TO WS-RJ-DISP-NOTE(WS-RJ-IX)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM.
           CLOSE DISPOSITION-FILE.

       5000-PRINT-CHECKPOINTS.
           PERFORM 0080-PRINT-SECTION-HEAD.
           MOVE "CHECKPOINTS" TO WS-PRINT-LINE(5:).
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM VARYING WS-CKPT-IX FROM 1 BY 1 UNTIL WS-CKPT-IX > 5
              PERFORM 0300-OPEN-CKPT-FILE
              IF WS-FILE-STATUS = "00"
                 PERFORM UNTIL EOF-SCAN-FILE
                    READ CHECKPOINT-FILE
                       AT END
                          MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                          IF CKP-RUN-ID = WS-RUN-ID
                             PERFORM 5100-PRINT-CKPT-LINE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CHECKPOINT-FILE
              END-IF
           END-PERFORM.
           PERFORM 0085-PRINT-SECTION-COUNT.

       5100-PRINT-CKPT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF CKP-RUN-STATUS = "C"
              STRING "  " WS-SOURCE-NAME "  " CKP-JOB-NAME
                 " LAST KEY " CKP-LAST-KEY " AT " CKP-TIMESTAMP
                 " COMPLETE"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
              STRING "  " WS-SOURCE-NAME "  " CKP-JOB-NAME
                 " LAST KEY " CKP-LAST-KEY " AT " CKP-TIMESTAMP
                 " IN PROGRESS"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           PERFORM 0095-WRITE-FOUND-LINE.

       6000-PRINT-ALERTS.
           PERFORM 0080-PRINT-SECTION-HEAD.
           MOVE "ALERTS" TO WS-PRINT-LINE(5:).
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT ALERT-FILE.
           IF WS-FILE-STATUS = "00"
              PERFORM UNTIL EOF-SCAN-FILE
                 READ ALERT-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                    NOT AT END
                       IF AL-RUN-ID = WS-RUN-ID
                          MOVE SPACES TO WS-PRINT-LINE
                          STRING "  " AL-ALERT-TIME " " AL-SEVERITY
                             " " AL-JOB-NAME " " AL-MESSAGE
                             DELIMITED BY SIZE INTO WS-PRINT-LINE
                          PERFORM 0095-WRITE-FOUND-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ALERT-FILE
           END-IF.
           PERFORM 0085-PRINT-SECTION-COUNT.

       7000-PRINT-TRANSMITTALS.
           PERFORM 0080-PRINT-SECTION-HEAD.
           MOVE "TRANSMITTALS AND ACKNOWLEDGMENTS" TO WS-PRINT-LINE(5:).
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT TRANSMIT-FILE.
           IF WS-FILE-STATUS = "00"
              PERFORM UNTIL EOF-SCAN-FILE
                 READ TRANSMIT-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                    NOT AT END
                       IF XM-RUN-ID = WS-RUN-ID
                          PERFORM 7100-PRINT-MANIFEST
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRANSMIT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT ACK-FILE.
           IF WS-FILE-STATUS = "00"
              PERFORM UNTIL EOF-SCAN-FILE
                 READ ACK-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                    NOT AT END
                       IF AK-RUN-ID = WS-RUN-ID
                          PERFORM 7200-PRINT-ACK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACK-FILE
           END-IF.
           PERFORM 0085-PRINT-SECTION-COUNT.

       7100-PRINT-MANIFEST.
      *--------------- a manifest from before volume splitting has
      *--------------- no volume numbers and is volume 1 of 1
           IF XM-VOL-NUM IS NOT NUMERIC OR XM-VOL-NUM = 0
              MOVE 1 TO XM-VOL-NUM
              MOVE 1 TO XM-VOL-TOTAL
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  SENT  " XM-RUN-DATE " TO " XM-PARTNER
              " VOL " XM-VOL-NUM " OF " XM-VOL-TOTAL
              " RECS " XM-REC-COUNT " SUM " XM-CHECKSUM
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0095-WRITE-FOUND-LINE.
      *--------------- a reship supersedes: the latest manifest for
      *--------------- a volume is the one its ack answers
           PERFORM VARYING WS-XM-IX FROM 1 BY 1
              UNTIL WS-XM-IX > WS-XM-USED
              IF WS-XM-VOL(WS-XM-IX) = XM-VOL-NUM
                 MOVE XM-REC-COUNT TO WS-XM-COUNT(WS-XM-IX)
                 MOVE XM-CHECKSUM  TO WS-XM-CHECKSUM(WS-XM-IX)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF WS-XM-USED < WS-XM-MAX
              ADD 1 TO WS-XM-USED
              MOVE XM-VOL-NUM   TO WS-XM-VOL(WS-XM-USED)
              MOVE XM-REC-COUNT TO WS-XM-COUNT(WS-XM-USED)
              MOVE XM-CHECKSUM  TO WS-XM-CHECKSUM(WS-XM-USED)
           END-IF.

       7200-PRINT-ACK.
           IF AK-VOL-NUM IS NUMERIC
              MOVE AK-VOL-NUM TO WS-ACK-VOL
           ELSE
              MOVE 1 TO WS-ACK-VOL
           END-IF.
           MOVE "NO MANIFEST FOR VOLUME" TO WS-ACK-VERDICT.
           PERFORM VARYING WS-XM-IX FROM 1 BY 1
              UNTIL WS-XM-IX > WS-XM-USED
              IF WS-XM-VOL(WS-XM-IX) = WS-ACK-VOL
                 IF AK-REC-COUNT IS NUMERIC
                    AND AK-CHECKSUM IS NUMERIC
                    AND FUNCTION NUMVAL(AK-REC-COUNT)
                        = WS-XM-COUNT(WS-XM-IX)
                    AND FUNCTION NUMVAL(AK-CHECKSUM)
                        = WS-XM-CHECKSUM(WS-XM-IX)
                    MOVE "AGREES WITH MANIFEST" TO WS-ACK-VERDICT
                 ELSE
                    MOVE "DISAGREES WITH MANIFEST" TO WS-ACK-VERDICT
                 END-IF
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  ACKED " AK-ACK-DATE " VOL " WS-ACK-VOL
              " RECS " AK-REC-COUNT " SUM " AK-CHECKSUM " "
              WS-ACK-VERDICT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0095-WRITE-FOUND-LINE.

       8000-PRINT-BACKUPS.
           PERFORM 0080-PRINT-SECTION-HEAD.
           MOVE "BACKUP GENERATIONS" TO WS-PRINT-LINE(5:).
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT CATALOG-FILE.
           IF WS-FILE-STATUS = "00"
              PERFORM UNTIL EOF-SCAN-FILE
                 READ CATALOG-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                    NOT AT END
                       PERFORM 8100-TEST-GENERATION
                 END-READ
              END-PERFORM
              CLOSE CATALOG-FILE
           END-IF.
           PERFORM 0085-PRINT-SECTION-COUNT.

       8100-TEST-GENERATION.
      *--------------- a generation cut BY the run (GENBKUP's own
      *--------------- id) or cut on the run date while one of the
      *--------------- run's jobs was between its start and end
           MOVE SPACES TO WS-BKP-REASON.
           IF CAT-GEN-ID = WS-RUN-ID
              MOVE "CUT BY THE RUN" TO WS-BKP-REASON
           ELSE
              IF CAT-DATE = WS-RID-DATE
                 PERFORM VARYING WS-JOB-IX FROM 1 BY 1
                    UNTIL WS-JOB-IX > WS-JOB-USED
                    IF WS-JB-WIN-START(WS-JOB-IX) NOT = SPACES
                       AND CAT-TIME >= WS-JB-WIN-START(WS-JOB-IX)
                       AND CAT-TIME <= WS-JB-WIN-END(WS-JOB-IX)
                       MOVE "CUT DURING RUN" TO WS-BKP-REASON
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.
           IF WS-BKP-REASON = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  " CAT-GEN-ID " SLOT " CAT-SLOT " " CAT-DATE " "
              CAT-TIME " " WS-BKP-REASON
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0095-WRITE-FOUND-LINE.

       0080-PRINT-SECTION-HEAD.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE "--- " TO WS-PRINT-LINE.

       0085-PRINT-SECTION-COUNT.
           IF WS-SECTION-COUNT = 0
              MOVE "  NONE ON FILE" TO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           END-IF.

       0095-WRITE-FOUND-LINE.
           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-TOTAL-FOUND.
           PERFORM 0090-WRITE-PRINT-LINE.

       0090-WRITE-PRINT-LINE.
           MOVE WS-PRINT-LINE TO DOS-PRINT-LINE.
           WRITE DOS-PRINT-LINE.
           DISPLAY WS-PRINT-LINE.
