      *           the upgrade path from the old 20-byte layout:       *
      *           export was impossible then, but a rebuild from a    *
      *           hand-cut backup loads cleanly)                      *
      *                                                               *
      * COLLHSEQ.DAT is cut in the 51-byte layout (18-digit peak,     *
      * COLLVRFY suspect flag and last-verified date); a 32- or       *
      * 42-byte history file is carried across by HISTCONV, not by    *
      * EXPORT and REBUILD. LIST marks suspect entries with an "S"    *
      * and STATS counts them.                                        *
      *                                                               *
      * Every function signs on through SIGNON first: LIST and STATS  *
      * need VIEW, EXPORT needs CUSTODIAN, and PURGE and REBUILD need *
      * ADMIN. A refusal is condition code 8.                         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *--------------- same layout COLCONJ keeps for its cached
      *--------------- sweep results
       FD  COLLATZ-HISTORY-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  HIST-RECORD.
           05  HIST-START-NUM          PIC 9(8).
           05  HIST-STEPS              PIC 9(4).
           05  HIST-RUN-DATE           PIC X(8).
           05  HIST-PEAK               PIC 9(18).
           05  HIST-PEAK-STEP          PIC 9(4).
           05  HIST-VERIFY-FLAG        PIC X(1).
               88  HIST-SUSPECT                  VALUE 'S'.
           05  HIST-VERIFIED-ON        PIC X(8).

       FD  HISTORY-BACKUP-FILE
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F.
       01  BKP-RECORD                 PIC X(51).

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS         PIC XX    VALUE SPACES.
       01  WS-ERROR-COUNT         PIC 9(8)  VALUE 0.
       01  WS-MIN-KEY             PIC 9(8)  VALUE 0.
       01  WS-MAX-KEY             PIC 9(8)  VALUE 0.
       01  WS-SUSPECT-COUNT       PIC 9(8)  VALUE 0.
       01  WS-VERIFIED-COUNT      PIC 9(8)  VALUE 0.
       01  WS-FIRST-ENTRY-SW      PIC X     VALUE 'Y'.
           88  FIRST-HISTORY-ENTRY          VALUE 'Y'.
      *--------------- every opener of the history master goes
       01  WS-EQ-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-EQ-HELD-SW          PIC X     VALUE 'N'.
           88  HISTORY-LOCK-HELD            VALUE 'Y'.
      *--------------- operator sign-on; SIGNON checks the function's
      *--------------- minimum role and audits the grant or refusal
       01  WS-SG-PROGRAM          PIC X(12) VALUE "HISTMANT".
       01  WS-SG-FUNCTION         PIC X(10) VALUE SPACES.
       01  WS-SG-MIN-ROLE         PIC X(9)  VALUE SPACES.
       01  WS-SG-USER             PIC X(8)  VALUE SPACES.
       01  WS-SG-STATUS           PIC X(2)  VALUE SPACES.
           88  SIGN-ON-GRANTED              VALUE "00".

      *--------------- run-date distribution accumulators
       01  WS-DATE-MAX            PIC 9(3)  VALUE 100.
           MOVE 4 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-4 FROM ARGUMENT-VALUE.
           PERFORM 0005-SIGN-ON.
           IF NOT SIGN-ON-GRANTED
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0040-ACQUIRE-HISTORY-LOCK.
           IF HISTORY-LOCK-HELD
              EVALUATE WS-FUNCTION-ARG
           END-IF.
           STOP RUN.

       0005-SIGN-ON.
      *--------------- nothing runs without a signed-on operator
      *--------------- whose role covers the function
           EVALUATE WS-FUNCTION-ARG
              WHEN "PURGE"
              WHEN "REBUILD"
                 MOVE "ADMIN" TO WS-SG-MIN-ROLE
              WHEN "EXPORT"
                 MOVE "CUSTODIAN" TO WS-SG-MIN-ROLE
              WHEN OTHER
                 MOVE "VIEW" TO WS-SG-MIN-ROLE
           END-EVALUATE.
           MOVE WS-FUNCTION-ARG TO WS-SG-FUNCTION.
           MOVE SPACES TO WS-SG-USER.
           CALL "SIGNON" USING WS-SG-PROGRAM WS-SG-FUNCTION
                               WS-SG-MIN-ROLE WS-SG-USER
                               WS-SG-STATUS.

       0040-ACQUIRE-HISTORY-LOCK.
           MOVE "ENQ" TO WS-EQ-FUNC.
           CALL "ENQUEUE" USING WS-EQ-FUNC WS-EQ-RESOURCE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0020-START-AT-LOW-KEY.
           DISPLAY "START-NUM  STEPS  CACHED-ON  PEAK                "
              "AT-STEP  VERIFIED".
           PERFORM UNTIL EOF-HISTORY-SCAN
              READ COLLATZ-HISTORY-FILE NEXT RECORD
                 AT END
                       ADD 1 TO WS-ENTRY-COUNT
                       DISPLAY HIST-START-NUM "   " HIST-STEPS "   "
                          HIST-RUN-DATE "   " HIST-PEAK "  "
                          HIST-PEAK-STEP "     " HIST-VERIFIED-ON " "
                          HIST-VERIFY-FLAG
                    END-IF
              END-READ
           END-PERFORM.
                       MOVE 'N' TO WS-FIRST-ENTRY-SW
                    END-IF
                    MOVE HIST-START-NUM TO WS-MAX-KEY
                    IF HIST-SUSPECT
                       ADD 1 TO WS-SUSPECT-COUNT
                    END-IF
                    IF HIST-VERIFIED-ON NOT = SPACES
                       ADD 1 TO WS-VERIFIED-COUNT
                    END-IF
                    PERFORM 2010-POST-DATE-COUNT
              END-READ
           END-PERFORM.
           DISPLAY "ENTRY COUNT : " WS-ENTRY-COUNT.
           DISPLAY "LOWEST KEY  : " WS-MIN-KEY.
           DISPLAY "HIGHEST KEY : " WS-MAX-KEY.
           DISPLAY "VERIFIED    : " WS-VERIFIED-COUNT.
           DISPLAY "SUSPECT     : " WS-SUSPECT-COUNT.
           DISPLAY "CACHED-ON DATE DISTRIBUTION:".
           PERFORM VARYING WS-DATE-IX FROM 1 BY 1
              UNTIL WS-DATE-IX > WS-DATE-USED
