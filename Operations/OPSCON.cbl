      *   3 - current checkpoint status of each batch job             *
      *   4 - look up a COLLHIST.DAT entry by starting number         *
      *   5 - mark a reject's disposition (RESOLVED, RECYCLED or      *
      *       ACCEPTED) in REJDISP.DAT, stamped with the signed-on    *
      *       operator's id and a note,                               *
      *       so REJTRIAG stops re-aging worked-off items forever     *
      *   0 - exit                                                    *
      *                                                               *
      * Condition code 8 when any inquiry failed.                     *
      * (Command mode stamps its spool header with a RUNIDGEN run     *
      * id, so build this program with RUNIDGEN.)                     *
      *                                                               *
      * The operator signs on through SIGNON before either mode       *
      * starts (an unattended command run reads its sign-on from the  *
      * console input like any other). Every menu choice and command  *
      * card is then re-checked and audited under that operator:      *
      * inquiries 1-4 need VIEW, marking a disposition needs          *
      * OPERATOR. A refused sign-on is condition code 8.              *
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

      *--------------- reject dispositions, keyed by the reject's
      *--------------- job/record-id/run-date triple; REJTRIAG reads
       01  WS-CKP-SEEN-SW         PIC X     VALUE 'N'.
           88  CKP-RECORD-SEEN              VALUE 'Y'.

      *--------------- operator sign-on; SIGNON checks the function's
      *--------------- minimum role and audits the grant or refusal
       01  WS-SG-PROGRAM          PIC X(12) VALUE "OPSCON".
       01  WS-SG-FUNCTION         PIC X(10) VALUE SPACES.
       01  WS-SG-MIN-ROLE         PIC X(9)  VALUE SPACES.
       01  WS-SG-USER             PIC X(8)  VALUE SPACES.
       01  WS-SG-STATUS           PIC X(2)  VALUE SPACES.
           88  SIGN-ON-GRANTED              VALUE "00".

       PROCEDURE DIVISION.
       OPSCON.
      *--------------- a command file on hand means nobody is at the
      *--------------- console: run it and leave evidence
           MOVE SPACES TO WS-CMD-STATUS.
           OPEN INPUT COMMAND-FILE.
           PERFORM 0005-SIGN-ON.
           IF NOT SIGN-ON-GRANTED
              IF WS-CMD-STATUS = "00"
                 CLOSE COMMAND-FILE
              END-IF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-CMD-STATUS = "00"
              PERFORM 6000-RUN-COMMAND-FILE
              IF WS-CMD-FAILS > 0
           DISPLAY "===== BATCH OPERATIONS CONSOLE =====".
           PERFORM UNTIL CONSOLE-DONE
              PERFORM 0010-SHOW-MENU
              PERFORM 0020-AUTHORIZE-CHOICE
              IF SIGN-ON-GRANTED
                 EVALUATE WS-MENU-CHOICE
                    WHEN "1"
                       PERFORM 1000-BROWSE-LEDGER
                    WHEN "2"
                       PERFORM 2000-BROWSE-REJECTS
                    WHEN "3"
                       PERFORM 3000-SHOW-CHECKPOINTS
                    WHEN "4"
                       PERFORM 4000-LOOKUP-COLLHIST
                    WHEN "5"
                       PERFORM 5000-MARK-DISPOSITION
                    WHEN "0"
                       MOVE 'Y' TO WS-DONE-SW
                    WHEN OTHER
                       DISPLAY "UNRECOGNIZED CHOICE: " WS-MENU-CHOICE
                 END-EVALUATE
              END-IF
           END-PERFORM.
           DISPLAY "CONSOLE SESSION ENDED".
           STOP RUN.

       0005-SIGN-ON.
      *--------------- one sign-on per session, at the lowest role;
      *--------------- each action is re-checked as it is chosen
           IF WS-CMD-STATUS = "00"
              MOVE "COMMAND" TO WS-SG-FUNCTION
           ELSE
              MOVE "CONSOLE" TO WS-SG-FUNCTION
           END-IF.
           MOVE "VIEW" TO WS-SG-MIN-ROLE.
           MOVE SPACES TO WS-SG-USER.
           CALL "SIGNON" USING WS-SG-PROGRAM WS-SG-FUNCTION
                               WS-SG-MIN-ROLE WS-SG-USER
                               WS-SG-STATUS.

       0006-AUTHORIZE-ACTION.
      *--------------- WS-SG-USER is already set, so SIGNON only
      *--------------- re-checks the role and audits the action
           CALL "SIGNON" USING WS-SG-PROGRAM WS-SG-FUNCTION
                               WS-SG-MIN-ROLE WS-SG-USER
                               WS-SG-STATUS.

       0010-SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1 - BROWSE CONTROL LEDGER BY DATE".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       0020-AUTHORIZE-CHOICE.
           MOVE "VIEW" TO WS-SG-MIN-ROLE.
           EVALUATE WS-MENU-CHOICE
              WHEN "1"
                 MOVE "LEDGER" TO WS-SG-FUNCTION
              WHEN "2"
                 MOVE "REJECTS" TO WS-SG-FUNCTION
              WHEN "3"
                 MOVE "CKPTS" TO WS-SG-FUNCTION
              WHEN "4"
                 MOVE "COLLATZ" TO WS-SG-FUNCTION
              WHEN "5"
                 MOVE "DISPOSE" TO WS-SG-FUNCTION
                 MOVE "OPERATOR" TO WS-SG-MIN-ROLE
              WHEN OTHER
      *--------------- exit and a mistyped choice touch nothing
                 MOVE "00" TO WS-SG-STATUS
                 EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM 0006-AUTHORIZE-ACTION.

       0095-PUT-LINE.
      *--------------- one output path for every inquiry line: the
      *--------------- console always sees it, and in command mode
                    " AT " HIST-PEAK-STEP
                    DELIMITED BY SIZE INTO WS-OUT-LINE
                 PERFORM 0095-PUT-LINE
                 IF HIST-SUSPECT
                    MOVE "** FLAGGED SUSPECT BY COLLVRFY - NOT USED "
                       & "UNTIL RECOMPUTED" TO WS-OUT-LINE
                    PERFORM 0095-PUT-LINE
                 END-IF
           END-READ.
           CLOSE COLLATZ-HISTORY-FILE.

                 "REQUIRED - NOTHING RECORDED"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-SG-USER TO WS-DISP-OPERATOR.
           DISPLAY "NOTE: " WITH NO ADVANCING.
           ACCEPT WS-DISP-NOTE.
           MOVE SPACES TO WS-DISP-STATUS.
           STRING "===== " CMD-VERB " " CMD-ARG1 " " CMD-ARG2
              " =====" DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM 0095-PUT-LINE.
           MOVE CMD-VERB TO WS-SG-FUNCTION.
           MOVE "VIEW" TO WS-SG-MIN-ROLE.
           PERFORM 0006-AUTHORIZE-ACTION.
           IF NOT SIGN-ON-GRANTED
              MOVE "NOT AUTHORIZED - COMMAND SKIPPED" TO WS-OUT-LINE
              PERFORM 0095-PUT-LINE
              ADD 1 TO WS-CMD-FAILS
              EXIT PARAGRAPH
           END-IF.
           EVALUATE CMD-VERB
              WHEN "LEDGER"
                 MOVE CMD-ARG1(1:8) TO WS-BROWSE-DATE
