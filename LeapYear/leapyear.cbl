       01 WS-PRT-ACTION              PIC X(6)  VALUE SPACES.
       01 WS-PRT-LINE                PIC X(132) VALUE SPACES.
           COPY RPTHDTR.
      *--------------- report generation roll (RPTGEN)
       01 WS-RG-FUNC                 PIC X(4)  VALUE "ROLL".
       01 WS-RG-FILE                 PIC X(12) VALUE "YEARRPT.DAT".
       01 WS-RG-RUN-ID               PIC X(12) VALUE SPACES.
       01 WS-RG-STATUS               PIC X(2)  VALUE SPACES.
       01 WS-JRNL-JOB                PIC X(12) VALUE "LEAP".
       01 WS-JRNL-TYPE               PIC X(1).
      *--------------- release id of this program as installed;
      *--------------- changed with every release and registered
      *--------------- in PGMREG.DAT by VERSMANT
       01 WS-PV-PROGRAM              PIC X(16) VALUE "LEAPYEAR".
       01 WS-PV-VERSION              PIC X(8)  VALUE "01.00".
       01 WS-PV-STATUS               PIC X(2)  VALUE SPACES.
      *--------------- parameter-card archive (PARMARCH): each card
      *--------------- is collected as read, the set written once
      *--------------- the run id is issued
       01 WS-PA-COLLECT              PIC X(1)  VALUE "C".
       01 WS-PA-WRITE                PIC X(1)  VALUE "W".
       01 WS-COND-CODE               PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       LEAP.
           CALL "PGMVERS" USING WS-PV-PROGRAM WS-JRNL-JOB WS-PV-VERSION
                                WS-PV-STATUS.
           MOVE WS-PV-VERSION TO RH-VERSION-ID.
           PERFORM 0097-READ-PARM-CARDS.
           IF PARM-CARD-ERROR
              DISPLAY "RUN ABORTED - INVALID PARAMETER CARDS"
           CLOSE PARM-CARD-FILE.

       0099-APPLY-PARM-CARD.
           CALL "PARMARCH" USING WS-JRNL-JOB WS-PA-COLLECT WS-RUN-ID
                                 PC-PARM-CARD.
           CALL "PARMSCAN" USING PC-PARM-CARD WS-PS-NAME
                                 WS-PS-VALUE WS-PS-STATUS.
           EVALUATE TRUE
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-RUN-MODE
                                WS-COND-CODE.
           MOVE WS-COND-CODE TO RETURN-CODE.
           PERFORM 0092-ROLL-REPORT-GENERATION.
           OPEN OUTPUT YEAR-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           CALL "PARMARCH" USING WS-JRNL-JOB WS-PA-WRITE WS-RUN-ID
                                 PC-PARM-CARD.
           PERFORM 0097-WRITE-REPORT-HEADER.
           MOVE "OPEN" TO WS-PRT-ACTION.
           PERFORM 0086-OPEN-PRINT-REPORT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           CALL "PARMARCH" USING WS-JRNL-JOB WS-PA-WRITE WS-RUN-ID
                                 PC-PARM-CARD.
           MOVE "S" TO WS-JRNL-TYPE.
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-RUN-MODE
                                WS-COND-CODE.
           MOVE 0 TO WS-LG-OUT.
           MOVE 0 TO WS-LG-REJ.
           OPEN INPUT  YEAR-INPUT-FILE.
           PERFORM 0092-ROLL-REPORT-GENERATION.
           OPEN OUTPUT YEAR-REPORT-FILE.
           PERFORM 0097-WRITE-REPORT-HEADER.
           MOVE "OPEN" TO WS-PRT-ACTION.
           MOVE 'N' TO WS-EOF-SW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           CALL "PARMARCH" USING WS-JRNL-JOB WS-PA-WRITE WS-RUN-ID
                                 PC-PARM-CARD.
           MOVE "S" TO WS-JRNL-TYPE.
           CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE WS-RUN-MODE
                                WS-COND-CODE.
                                WS-COND-CODE.
           MOVE WS-COND-CODE TO RETURN-CODE.

       0092-ROLL-REPORT-GENERATION.
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
              PERFORM 0096-WRITE-JOURNAL-END
              STOP RUN
           END-IF.

       0091-OPEN-AUDIT-FILE.
           OPEN EXTEND LEAP-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
