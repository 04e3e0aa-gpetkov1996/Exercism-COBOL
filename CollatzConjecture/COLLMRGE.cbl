       DATA DIVISION.
       FILE SECTION.
       FD  PART1-REPORT-FILE
           RECORD CONTAINS 77 CHARACTERS
           RECORDING MODE IS F.
       01  PR1-RECORD                 PIC X(77).

       FD  PART2-REPORT-FILE
           RECORD CONTAINS 77 CHARACTERS
           RECORDING MODE IS F.
       01  PR2-RECORD                 PIC X(77).

       FD  PART3-REPORT-FILE
           RECORD CONTAINS 77 CHARACTERS
           RECORDING MODE IS F.
       01  PR3-RECORD                 PIC X(77).

       FD  PART4-REPORT-FILE
           RECORD CONTAINS 77 CHARACTERS
           RECORDING MODE IS F.
       01  PR4-RECORD                 PIC X(77).

       FD  COLLATZ-REPORT-FILE
           RECORD CONTAINS 77 CHARACTERS
           RECORDING MODE IS F.
       01  CR-OUT-RECORD              PIC X(77).

       WORKING-STORAGE SECTION.
       01  WS-PART-STATUS         PIC XX    VALUE SPACES.
       01  WS-JRNL-JOB            PIC X(12) VALUE "COLLMRGE".
       01  WS-JRNL-TYPE           PIC X(1).
       01  WS-JRNL-MODE           PIC X(8)  VALUE "MERGE".
      *--------------- release id of this program as installed;
      *--------------- changed with every release and registered
      *--------------- in PGMREG.DAT by VERSMANT
       01  WS-PV-PROGRAM          PIC X(16) VALUE "COLLMRGE".
       01  WS-PV-VERSION          PIC X(8)  VALUE "01.00".
       01  WS-PV-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-COND-CODE           PIC 9(3)  VALUE 0.
           COPY RPTHDTR.
      *--------------- report generation roll (RPTGEN)
       01  WS-RG-FUNC             PIC X(4)  VALUE "ROLL".
       01  WS-RG-FILE             PIC X(12) VALUE "COLLRPT.DAT".
       01  WS-RG-RUN-ID           PIC X(12) VALUE SPACES.
       01  WS-RG-STATUS           PIC X(2)  VALUE SPACES.

      *--------------- one pending record per partition stream; a
      *--------------- stream with nothing left is marked done
           05  WS-STREAM-ENTRY OCCURS 4 TIMES.
               10  WS-STREAM-DONE-SW  PIC X.
                   88  STREAM-DONE          VALUE 'Y'.
               10  WS-STREAM-RECORD   PIC X(77).
               10  WS-STREAM-KEY      PIC 9(8).

      *--------------- detail-record view for key and step fields
           05  WS-VIEW-START      PIC X(8).
           05  FILLER             PIC X(2).
           05  WS-VIEW-STEPS      PIC X(4).
           05  FILLER             PIC X(63).

       PROCEDURE DIVISION.
       COLLMRGE.
           CALL "PGMVERS" USING WS-PV-PROGRAM WS-JRNL-JOB WS-PV-VERSION
                                WS-PV-STATUS.
           MOVE WS-PV-VERSION TO RH-VERSION-ID.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE.
                 PERFORM 2000-ADVANCE-STREAM
              END-IF
           END-PERFORM.
           PERFORM 5000-ROLL-REPORT-GENERATION.
           OPEN OUTPUT COLLATZ-REPORT-FILE.
           MOVE "COLLATZ"    TO RH-JOB-NAME.
           MOVE WS-RUN-DATE  TO RH-RUN-DATE.
              WHEN 4
                 CLOSE PART4-REPORT-FILE
           END-EVALUATE.

       5000-ROLL-REPORT-GENERATION.
      *--------------- the last run's report is rolled to a numbered
      *--------------- generation before OPEN OUTPUT replaces it; a
      *--------------- roll that fails ends the run rather than
      *--------------- overwrite a report nobody has kept
           CALL "RPTGEN" USING WS-RG-FUNC WS-RG-FILE WS-RG-RUN-ID
                               WS-RG-STATUS.
           IF WS-RG-STATUS NOT = "00"
              DISPLAY "COLLMRGE: " WS-RG-FILE
                 " NOT ROLLED - STATUS " WS-RG-STATUS
              MOVE 12 TO WS-COND-CODE
              MOVE "E" TO WS-JRNL-TYPE
              CALL "RUNJRNL" USING WS-JRNL-JOB WS-JRNL-TYPE
                                   WS-JRNL-MODE WS-COND-CODE
              MOVE WS-COND-CODE TO RETURN-CODE
              STOP RUN
           END-IF.
