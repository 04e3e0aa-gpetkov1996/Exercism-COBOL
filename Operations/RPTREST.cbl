       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTREST.
      *****************************************************************
      * RPTREST - retrieval of report output generations. The jobs    *
      * roll each report file to a numbered generation (RPTGEN)       *
      * before they overwrite it; this lists what is held and puts a  *
      * named generation back.                                        *
      *                                                               *
      * Calling interface (arg 1 = function):                         *
      *   LIST    [file]        - the generations held now, for every *
      *                           report file or just the one named   *
      *   RESTORE file run-id   - put the newest generation of file   *
      *                           cataloged under run-id back in      *
      *                           place; the file being replaced is   *
      *                           itself rolled to a generation first *
      *                                                               *
      *   file   - the report file name, e.g. CARDRPT.DAT             *
      *   run-id - the run id the generation is cataloged under, as   *
      *            LIST shows it (NO-HEADER for a file rolled with no *
      *            header and no report run id to go by)              *
      *                                                               *
      * LIST needs VIEW, RESTORE needs ADMIN (see SIGNON), as a       *
      * restore puts superseded output in front of downstream teams.  *
      * Condition code 8 on any refusal or failure.                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE       ASSIGN TO "RPTGCATL.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
           COPY RPTGCAT.

       WORKING-STORAGE SECTION.
       01  WS-CAT-STATUS          PIC XX    VALUE SPACES.
       01  WS-FUNCTION-ARG        PIC X(8)  VALUE SPACES.
       01  WS-PARM-2              PIC X(12) VALUE SPACES.
       01  WS-PARM-3              PIC X(12) VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-CATALOG                  VALUE 'Y'.
       01  WS-LIST-COUNT          PIC 9(4)  VALUE 0.

      *--------------- the catalog is appended to, so a slot's
      *--------------- earlier records are superseded by its later
      *--------------- ones; only the last one per file and slot is
      *--------------- listed
       01  WS-CAT-MAX             PIC 9(4)  VALUE 3000.
       01  WS-CAT-USED            PIC 9(4)  VALUE 0.
       01  WS-CAT-IX              PIC 9(4).
       01  WS-LATER-IX            PIC 9(4).
       01  WS-SUPERSEDED-SW       PIC X     VALUE 'N'.
           88  ENTRY-SUPERSEDED             VALUE 'Y'.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 3000 TIMES.
               10  WS-CAT-RECORD      PIC X(100).

      *--------------- RPTGEN interface
       01  WS-RG-FUNC             PIC X(4)  VALUE "REST".
       01  WS-RG-FILE             PIC X(12) VALUE SPACES.
       01  WS-RG-RUN-ID           PIC X(12) VALUE SPACES.
       01  WS-RG-STATUS           PIC X(2)  VALUE SPACES.

      *--------------- sign-on check; SIGNON audits every call
       01  WS-SG-PROGRAM          PIC X(12) VALUE "RPTREST".
       01  WS-SG-FUNCTION         PIC X(10) VALUE SPACES.
       01  WS-SG-MIN-ROLE         PIC X(9)  VALUE SPACES.
       01  WS-SG-USER             PIC X(8)  VALUE SPACES.
       01  WS-SG-STATUS           PIC X(2)  VALUE SPACES.
           88  SIGN-ON-GRANTED              VALUE "00".

       PROCEDURE DIVISION.
       RPTREST.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-FUNCTION-ARG FROM ARGUMENT-VALUE.
           MOVE 2 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-2 FROM ARGUMENT-VALUE.
           MOVE 3 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-3 FROM ARGUMENT-VALUE.
           IF WS-PARM-2 = LOW-VALUES
              MOVE SPACES TO WS-PARM-2
           END-IF.
           IF WS-PARM-3 = LOW-VALUES
              MOVE SPACES TO WS-PARM-3
           END-IF.
           INSPECT WS-FUNCTION-ARG CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-PARM-2 CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-PARM-3 CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 0005-SIGN-ON.
           IF NOT SIGN-ON-GRANTED
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           EVALUATE WS-FUNCTION-ARG
              WHEN "LIST"
                 PERFORM 0010-LOAD-CATALOG
                 IF RETURN-CODE = 0
                    PERFORM 1000-LIST-GENERATIONS
                 END-IF
              WHEN "RESTORE"
                 PERFORM 2000-RESTORE-GENERATION
              WHEN OTHER
                 DISPLAY "RPTREST: UNKNOWN FUNCTION " WS-FUNCTION-ARG
                 DISPLAY "USE LIST OR RESTORE"
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       0005-SIGN-ON.
           MOVE WS-FUNCTION-ARG TO WS-SG-FUNCTION.
           IF WS-FUNCTION-ARG = "LIST"
              MOVE "VIEW" TO WS-SG-MIN-ROLE
           ELSE
              MOVE "ADMIN" TO WS-SG-MIN-ROLE
           END-IF.
           MOVE SPACES TO WS-SG-USER.
           CALL "SIGNON" USING WS-SG-PROGRAM WS-SG-FUNCTION
                               WS-SG-MIN-ROLE WS-SG-USER
                               WS-SG-STATUS.

       0010-LOAD-CATALOG.
           MOVE 0 TO WS-CAT-USED.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-CAT-STATUS.
           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-STATUS = "35"
      *--------------- nothing has been rolled yet
              EXIT PARAGRAPH
           END-IF.
           IF WS-CAT-STATUS NOT = "00"
              DISPLAY "RPTREST: CANNOT OPEN RPTGCATL.DAT - STATUS "
                 WS-CAT-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-CATALOG
              READ CATALOG-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF WS-CAT-USED < WS-CAT-MAX
                       ADD 1 TO WS-CAT-USED
                       MOVE RGC-CATALOG-RECORD
                          TO WS-CAT-RECORD(WS-CAT-USED)
                    ELSE
                       DISPLAY "RPTREST: MORE THAN " WS-CAT-MAX
                          " CATALOG RECORDS - RUN HOUSEKPG"
                       MOVE 8 TO RETURN-CODE
                       MOVE 'Y' TO WS-EOF-SW
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.

       1000-LIST-GENERATIONS.
           MOVE 0 TO WS-LIST-COUNT.
           DISPLAY "FILE         GEN  SLOT RUN-ID       JOB          "
              "RUN-DATE ROLLED   BYTES".
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
              UNTIL WS-CAT-IX > WS-CAT-USED
              MOVE WS-CAT-RECORD(WS-CAT-IX) TO RGC-CATALOG-RECORD
              IF RGC-ACTIVE
                 AND (WS-PARM-2 = SPACES
                      OR RGC-FILE-NAME = WS-PARM-2)
                 PERFORM 1100-CHECK-SUPERSEDED
                 IF NOT ENTRY-SUPERSEDED
                    PERFORM 1200-LIST-ONE-GENERATION
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY "GENERATIONS LISTED: " WS-LIST-COUNT.

       1100-CHECK-SUPERSEDED.
           MOVE 'N' TO WS-SUPERSEDED-SW.
           PERFORM VARYING WS-LATER-IX FROM WS-CAT-IX BY 1
              UNTIL WS-LATER-IX >= WS-CAT-USED OR ENTRY-SUPERSEDED
              IF WS-CAT-RECORD(WS-LATER-IX + 1)(1:12) = RGC-FILE-NAME
                 AND WS-CAT-RECORD(WS-LATER-IX + 1)(19:2) = RGC-SLOT
                 MOVE 'Y' TO WS-SUPERSEDED-SW
              END-IF
           END-PERFORM.

       1200-LIST-ONE-GENERATION.
           ADD 1 TO WS-LIST-COUNT.
           DISPLAY RGC-FILE-NAME " " RGC-GEN-NUMBER " " RGC-SLOT
              "   " RGC-RUN-ID " " RGC-JOB-NAME " " RGC-RUN-DATE
              " " RGC-ROLLED-DATE " " RGC-BYTE-COUNT.

       2000-RESTORE-GENERATION.
           IF WS-PARM-2 = SPACES OR WS-PARM-3 = SPACES
              DISPLAY "RPTREST: RESTORE NEEDS A FILE AND A RUN ID"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-PARM-2 TO WS-RG-FILE.
           MOVE WS-PARM-3 TO WS-RG-RUN-ID.
           CALL "RPTGEN" USING WS-RG-FUNC WS-RG-FILE WS-RG-RUN-ID
                               WS-RG-STATUS.
           IF WS-RG-STATUS NOT = "00"
              DISPLAY "RPTREST: " WS-PARM-2 " NOT RESTORED - STATUS "
                 WS-RG-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "RPTREST: " WS-PARM-2 " RESTORED FROM RUN "
              WS-PARM-3 " BY " WS-SG-USER.
