      *--------------- accession whose result CHANGED is the exact
      *--------------- thing the lab's QC process exists to catch
       01  WS-LATEST-VER     PIC 9(2)  VALUE 0.
       01  WS-LATEST-STATUS  PIC X(4)  VALUE SPACES.
           88  LATEST-PULLED           VALUE "WDRN" "SUPR".
       01  WS-NEW-VER        PIC 9(2)  VALUE 0.
       01  WS-CMP-SEG        PIC 9(2)  VALUE 0.
       01  WS-DIFF-SW        PIC X     VALUE 'N'.
           88  EOF-CKPT-READ          VALUE 'Y'.
       01  WS-CKPT-RUN-STATUS PIC X   VALUE "I".
           COPY RPTHDTR.
      *--------------- report generation roll (RPTGEN)
       01  WS-RG-FUNC        PIC X(4)  VALUE "ROLL".
       01  WS-RG-FILE        PIC X(12) VALUE SPACES.
       01  WS-RG-RUN-ID      PIC X(12) VALUE SPACES.
       01  WS-RG-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-JRNL-JOB       PIC X(12) VALUE "RNATRAN".
       01  WS-JRNL-TYPE      PIC X(1).
      *--------------- release id of this program as installed;
      *--------------- changed with every release and registered
      *--------------- in PGMREG.DAT by VERSMANT
       01  WS-PV-PROGRAM     PIC X(16) VALUE "RNATRAN".
       01  WS-PV-VERSION     PIC X(8)  VALUE "01.00".
       01  WS-PV-STATUS      PIC X(2)  VALUE SPACES.
      *--------------- parameter-card archive (PARMARCH): each card
      *--------------- is collected as read, the set written once
      *--------------- the run id is issued
       01  WS-PA-COLLECT     PIC X(1)  VALUE "C".
       01  WS-PA-WRITE       PIC X(1)  VALUE "W".
       01  WS-COND-CODE      PIC 9(3) VALUE 0.
       01  WS-RUN-ID         PIC X(12) VALUE SPACES.
       01  WS-REGION-CODE        PIC X(4)      VALUE "HQ".
       RNA-TRANSCRIPTION.
      *------------------

           CALL "PGMVERS" USING WS-PV-PROGRAM WS-JRNL-JOB WS-PV-VERSION
                                WS-PV-STATUS.
           MOVE WS-PV-VERSION TO RH-VERSION-ID.
           PERFORM B005-READ-PARM-CARDS.
           IF PARM-CARD-ERROR
              DISPLAY "RUN ABORTED - INVALID PARAMETER CARDS"


       B007-APPLY-PARM-CARD.
           CALL "PARMARCH" USING WS-JRNL-JOB WS-PA-COLLECT WS-RUN-ID
                                 PC-PARM-CARD.
           CALL "PARMSCAN" USING PC-PARM-CARD WS-PS-NAME
                                 WS-PS-VALUE WS-PS-STATUS.
           EVALUATE TRUE
           MOVE 0 TO WS-BAD-STRANDS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           CALL "PARMARCH" USING WS-JRNL-JOB WS-PA-WRITE WS-RUN-ID
                                 PC-PARM-CARD.
           MOVE "S" TO WS-JRNL-TYPE.
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-RUN-MODE
                                WS-COND-CODE.
              OPEN EXTEND RNA-REPORT-FILE
              OPEN EXTEND RNA-REJECT-FILE
           ELSE
              PERFORM B034-ROLL-BATCH-OUTPUTS
              OPEN OUTPUT RNA-REPORT-FILE
              OPEN OUTPUT RNA-REJECT-FILE
              PERFORM B025-WRITE-REPORT-HEADER
           MOVE 0 TO WS-BAD-STRANDS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           CALL "PARMARCH" USING WS-JRNL-JOB WS-PA-WRITE WS-RUN-ID
                                 PC-PARM-CARD.
           MOVE "S" TO WS-JRNL-TYPE.
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-RUN-MODE
                                WS-COND-CODE.
           MOVE WS-COND-CODE TO RETURN-CODE.


       B031-ROLL-REPORT-GENERATION.
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


       B034-ROLL-BATCH-OUTPUTS.
      *--------------- every file a fresh batch run truncates; the
      *--------------- reject file carries no header of its own and
      *--------------- is cataloged under the run id the report roll
      *--------------- hands back
           MOVE SPACES TO WS-RG-RUN-ID.
           MOVE "RNARPT.DAT"  TO WS-RG-FILE.
           PERFORM B031-ROLL-REPORT-GENERATION.
           MOVE "RNAREJ.DAT"  TO WS-RG-FILE.
           PERFORM B031-ROLL-REPORT-GENERATION.
           MOVE "RNACOMP.DAT" TO WS-RG-FILE.
           PERFORM B031-ROLL-REPORT-GENERATION.

       B025-WRITE-REPORT-HEADER.
      *--------------- standard header record (shared layout) ahead
      *--------------- of the detail records; the file keeps its own
              PERFORM B026-WRITE-VERSION-SEGMENTS
              EXIT PARAGRAPH
           END-IF.
      *--------------- a latest version RNAMANT has withdrawn or
      *--------------- superseded is never refreshed in place - that
      *--------------- would quietly reinstate it - so a
      *--------------- resubmission becomes the next version
           IF LATEST-PULLED
              MOVE 'Y' TO WS-DIFF-SW
           ELSE
              PERFORM B023-COMPARE-WITH-LATEST
           END-IF.
           IF NOT RESULT-DIFFERS
      *--------------- same result again: refresh the latest
      *--------------- version in place, no history to keep
           END-IF.
           COMPUTE WS-NEW-VER = WS-LATEST-VER + 1.
           PERFORM B026-WRITE-VERSION-SEGMENTS.
           IF LATEST-PULLED
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CONFLICT-COUNT.
           MOVE WS-STRAND-NUM   TO WS-CFL-STRAND-NUM.
           MOVE WS-CUR-ACCESSION TO WS-CFL-ACCESSION.
      *--------------- versions are dense from 01, so the first
      *--------------- missing segment-01 record marks the end
           MOVE 0 TO WS-LATEST-VER.
           MOVE SPACES TO WS-LATEST-STATUS.
           MOVE 'Y' TO WS-MASTER-FOUND-SW.
           PERFORM UNTIL NOT MASTER-RESULT-FOUND
              OR WS-LATEST-VER >= 99
                    MOVE 'N' TO WS-MASTER-FOUND-SW
                 NOT INVALID KEY
                    ADD 1 TO WS-LATEST-VER
                    MOVE RM-STATUS TO WS-LATEST-STATUS
              END-READ
           END-PERFORM.

