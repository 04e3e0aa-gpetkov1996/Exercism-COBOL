       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON.
      *****************************************************************
      * SIGNON - common operator sign-on and authorization check for  *
      * the programs that change or destroy shared state (OPSCON,     *
      * CARDMANT, HISTMANT, RNAMANT, JOBTMANT, GENREST, LEDGSEAL      *
      * RESEAL, SECMANT). Each calls it before doing anything:        *
      *                                                               *
      *   CALL "SIGNON" USING SG-PROGRAM SG-FUNCTION SG-MIN-ROLE      *
      *                       SG-USER SG-STATUS                       *
      *                                                               *
      *   SG-MIN-ROLE  lowest role the function may run under: VIEW,  *
      *                OPERATOR, CUSTODIAN or ADMIN (see OPSSEC)      *
      *   SG-USER      blank - prompt the console for a user id and   *
      *                password and check them against OPSSEC.DAT;    *
      *                the signed-on user id comes back here          *
      *                set   - the operator already signed on in this *
      *                run; only the current role is re-checked, so a *
      *                console session is not re-prompted per action  *
      *                                                               *
      *   SG-STATUS    "00" granted                                   *
      *                "10" role below the function's minimum         *
      *                "20" unknown user id or wrong password         *
      *                "21" operator disabled                         *
      *                "30" OPSSEC.DAT missing or unreadable          *
      *                "31" SG-MIN-ROLE is not a role                 *
      *                "40" SECAUDIT.DAT could not be written         *
      *                                                               *
      * Every call, granted or refused, appends one record to the     *
      * security audit file SECAUDIT.DAT (created on first use) with  *
      * the user, program, function, role asked and the outcome. An   *
      * action that cannot be audited is refused. The one exception   *
      * to the sign-on is SECMANT ADD while no OPSSEC.DAT exists yet: *
      * that is how the first ADMIN is enrolled, and it is audited    *
      * under user id BOOTSTRP.                                       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-FILE      ASSIGN TO "OPSSEC.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-SEC-STATUS.
           SELECT AUDIT-FILE         ASSIGN TO "SECAUDIT.DAT"
              ORGANIZATION IS SEQUENTIAL
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           COPY OPSSEC.

       FD  AUDIT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  SA-AUDIT-RECORD.
           05  SA-AUDIT-DATE           PIC X(8).
           05  FILLER                  PIC X(2).
           05  SA-AUDIT-TIME           PIC X(6).
           05  FILLER                  PIC X(2).
           05  SA-USER-ID              PIC X(8).
           05  FILLER                  PIC X(2).
           05  SA-PROGRAM              PIC X(12).
           05  FILLER                  PIC X(2).
           05  SA-FUNCTION             PIC X(10).
           05  FILLER                  PIC X(2).
           05  SA-MIN-ROLE             PIC X(9).
           05  FILLER                  PIC X(2).
           05  SA-RESULT               PIC X(7).
           05  FILLER                  PIC X(2).
           05  SA-REASON               PIC X(26).

       WORKING-STORAGE SECTION.
       01  WS-SEC-STATUS          PIC XX    VALUE SPACES.
       01  WS-AUD-STATUS          PIC XX    VALUE SPACES.
       01  WS-TIME-NOW            PIC X(8)  VALUE SPACES.
       01  WS-RETRY-COUNT         PIC 9(2)  VALUE 0.
       01  WS-RETRY-MAX           PIC 9(2)  VALUE 5.
       01  WS-RETRY-WAIT-SECS     PIC 9(4) COMP VALUE 1.
       01  WS-OPEN-DONE-SW        PIC X     VALUE 'N'.
           88  AUDIT-OPEN-DONE              VALUE 'Y'.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-SECURITY-FILE            VALUE 'Y'.
       01  WS-FOUND-SW            PIC X     VALUE 'N'.
           88  OPERATOR-FOUND               VALUE 'Y'.
       01  WS-FRESH-SIGNON-SW     PIC X     VALUE 'N'.
           88  FRESH-SIGNON                 VALUE 'Y'.
       01  WS-BOOTSTRAP-SW        PIC X     VALUE 'N'.
           88  BOOTSTRAP-ENROLMENT          VALUE 'Y'.
       01  WS-ENTERED-USER        PIC X(8)  VALUE SPACES.
       01  WS-ENTERED-PASSWORD    PIC X(16) VALUE SPACES.
       01  WS-ENTERED-HASH        PIC X(16) VALUE SPACES.
       01  WS-FOUND-HASH          PIC X(16) VALUE SPACES.
       01  WS-FOUND-ROLE          PIC X(9)  VALUE SPACES.
       01  WS-FOUND-STATE         PIC X(1)  VALUE SPACES.
       01  WS-RESULT              PIC X(7)  VALUE SPACES.
       01  WS-REASON              PIC X(26) VALUE SPACES.
       01  WS-ROLE-NAME           PIC X(9)  VALUE SPACES.
       01  WS-ROLE-RANK           PIC 9(1)  VALUE 0.
       01  WS-NEED-RANK           PIC 9(1)  VALUE 0.
       01  WS-HAVE-RANK           PIC 9(1)  VALUE 0.
       LINKAGE SECTION.
       01  SG-PROGRAM             PIC X(12).
       01  SG-FUNCTION            PIC X(10).
       01  SG-MIN-ROLE            PIC X(9).
       01  SG-USER                PIC X(8).
       01  SG-STATUS              PIC X(2).
       PROCEDURE DIVISION USING SG-PROGRAM SG-FUNCTION SG-MIN-ROLE
                                SG-USER SG-STATUS.
       SIGNON.
           MOVE SPACES TO WS-REASON.
           MOVE SPACES TO WS-FOUND-HASH WS-FOUND-ROLE WS-FOUND-STATE.
           MOVE 'N' TO WS-BOOTSTRAP-SW.
           MOVE "00" TO SG-STATUS.
           MOVE SG-MIN-ROLE TO WS-ROLE-NAME.
           PERFORM 0080-RANK-ROLE.
           MOVE WS-ROLE-RANK TO WS-NEED-RANK.
           IF SG-USER = SPACES OR SG-USER = LOW-VALUES
              MOVE 'Y' TO WS-FRESH-SIGNON-SW
              MOVE SPACES TO SG-USER
              MOVE "UNKNOWN" TO WS-ENTERED-USER
           ELSE
              MOVE 'N' TO WS-FRESH-SIGNON-SW
              MOVE SG-USER TO WS-ENTERED-USER
           END-IF.
           IF WS-NEED-RANK = 0
              MOVE "31" TO SG-STATUS
              MOVE "NO SUCH ROLE REQUIRED" TO WS-REASON
           ELSE
              PERFORM 0010-FIND-OPERATOR
           END-IF.
           IF SG-STATUS = "00"
              PERFORM 0030-CHECK-OPERATOR
           END-IF.
           IF SG-STATUS = "00"
              MOVE "GRANTED" TO WS-RESULT
              IF WS-REASON = SPACES
                 MOVE "ROLE " TO WS-REASON
                 MOVE WS-FOUND-ROLE TO WS-REASON(6:9)
              END-IF
           ELSE
              MOVE "REFUSED" TO WS-RESULT
           END-IF.
           PERFORM 0050-WRITE-AUDIT.
           IF SG-STATUS = "00"
              IF FRESH-SIGNON
                 MOVE WS-ENTERED-USER TO SG-USER
                 DISPLAY "SIGNON: " FUNCTION TRIM(WS-ENTERED-USER)
                    " SIGNED ON TO " FUNCTION TRIM(SG-PROGRAM)
              END-IF
           ELSE
              DISPLAY "SIGNON: " FUNCTION TRIM(SG-PROGRAM) " "
                 FUNCTION TRIM(SG-FUNCTION) " REFUSED - " WS-REASON
           END-IF.
           GOBACK.

       0010-FIND-OPERATOR.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE SPACES TO WS-SEC-STATUS.
           OPEN INPUT SECURITY-FILE.
           IF WS-SEC-STATUS = "35"
              AND SG-PROGRAM = "SECMANT"
              AND SG-FUNCTION = "ADD"
              AND FRESH-SIGNON
      *--------------- no operators on file at all: the very first
      *--------------- enrolment is let through, and SECMANT makes
      *--------------- sure it is an ADMIN
              MOVE 'Y' TO WS-BOOTSTRAP-SW
              MOVE "BOOTSTRP" TO WS-ENTERED-USER
              MOVE "ADMIN" TO WS-FOUND-ROLE
              MOVE "A" TO WS-FOUND-STATE
              MOVE 'Y' TO WS-FOUND-SW
              MOVE "BOOTSTRAP - NO OPSSEC.DAT" TO WS-REASON
              EXIT PARAGRAPH
           END-IF.
           IF WS-SEC-STATUS NOT = "00"
              MOVE "30" TO SG-STATUS
              MOVE "OPSSEC.DAT STATUS " TO WS-REASON
              MOVE WS-SEC-STATUS TO WS-REASON(19:2)
              EXIT PARAGRAPH
           END-IF.
           IF FRESH-SIGNON
              PERFORM 0020-PROMPT-CREDENTIALS
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL EOF-SECURITY-FILE OR OPERATOR-FOUND
              READ SECURITY-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF SC-USER-ID = WS-ENTERED-USER
                       MOVE 'Y' TO WS-FOUND-SW
                       MOVE SC-PASS-HASH TO WS-FOUND-HASH
                       MOVE SC-ROLE      TO WS-FOUND-ROLE
                       MOVE SC-STATE     TO WS-FOUND-STATE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SECURITY-FILE.
           IF NOT OPERATOR-FOUND
              MOVE "20" TO SG-STATUS
              MOVE "UNKNOWN USER ID" TO WS-REASON
           END-IF.

       0020-PROMPT-CREDENTIALS.
      *--------------- plain console ACCEPTs, so an operator script
      *--------------- can also feed them from a protected file
           DISPLAY FUNCTION TRIM(SG-PROGRAM) " "
              FUNCTION TRIM(SG-FUNCTION) " - SIGN ON".
           DISPLAY "USER ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTERED-USER.
           ACCEPT WS-ENTERED-USER.
           INSPECT WS-ENTERED-USER CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "PASSWORD: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTERED-PASSWORD.
           ACCEPT WS-ENTERED-PASSWORD.
           IF WS-ENTERED-USER = SPACES OR WS-ENTERED-USER = LOW-VALUES
              MOVE "UNKNOWN" TO WS-ENTERED-USER
           END-IF.

       0030-CHECK-OPERATOR.
           IF FRESH-SIGNON AND NOT BOOTSTRAP-ENROLMENT
              CALL "PASSHASH" USING WS-ENTERED-USER
                                    WS-ENTERED-PASSWORD
                                    WS-ENTERED-HASH
              MOVE SPACES TO WS-ENTERED-PASSWORD
              IF WS-ENTERED-HASH NOT = WS-FOUND-HASH
                 MOVE "20" TO SG-STATUS
                 MOVE "WRONG PASSWORD" TO WS-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF WS-FOUND-STATE NOT = "A"
              MOVE "21" TO SG-STATUS
              MOVE "OPERATOR DISABLED" TO WS-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FOUND-ROLE TO WS-ROLE-NAME.
           PERFORM 0080-RANK-ROLE.
           MOVE WS-ROLE-RANK TO WS-HAVE-RANK.
           IF WS-HAVE-RANK < WS-NEED-RANK
              MOVE "10" TO SG-STATUS
              MOVE "ROLE " TO WS-REASON
              MOVE WS-FOUND-ROLE TO WS-REASON(6:9)
              MOVE "TOO LOW" TO WS-REASON(16:7)
           END-IF.

       0050-WRITE-AUDIT.
      *--------------- same open/append/close serialization as the
      *--------------- shop's other shared logs; a grant that cannot
      *--------------- be recorded is turned into a refusal
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE 'N' TO WS-OPEN-DONE-SW.
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL AUDIT-OPEN-DONE
              OR WS-RETRY-COUNT > WS-RETRY-MAX
              MOVE SPACES TO WS-AUD-STATUS
              OPEN EXTEND AUDIT-FILE
              EVALUATE WS-AUD-STATUS
                 WHEN "00"
                    MOVE 'Y' TO WS-OPEN-DONE-SW
                 WHEN "35"
                    ADD 1 TO WS-RETRY-COUNT
                    OPEN OUTPUT AUDIT-FILE
                    CLOSE AUDIT-FILE
                 WHEN OTHER
                    ADD 1 TO WS-RETRY-COUNT
                    CALL "C$SLEEP" USING WS-RETRY-WAIT-SECS
              END-EVALUATE
           END-PERFORM.
           IF NOT AUDIT-OPEN-DONE
              DISPLAY "SIGNON: SECAUDIT.DAT BUSY OR BROKEN - "
                 "STATUS " WS-AUD-STATUS
              IF SG-STATUS = "00"
                 MOVE "40" TO SG-STATUS
                 MOVE "AUDIT FILE UNAVAILABLE" TO WS-REASON
              END-IF
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES           TO SA-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SA-AUDIT-DATE.
           MOVE WS-TIME-NOW(1:6) TO SA-AUDIT-TIME.
           MOVE WS-ENTERED-USER  TO SA-USER-ID.
           MOVE SG-PROGRAM       TO SA-PROGRAM.
           MOVE SG-FUNCTION      TO SA-FUNCTION.
           MOVE SG-MIN-ROLE      TO SA-MIN-ROLE.
           MOVE WS-RESULT        TO SA-RESULT.
           MOVE WS-REASON        TO SA-REASON.
           WRITE SA-AUDIT-RECORD.
           IF WS-AUD-STATUS NOT = "00" AND SG-STATUS = "00"
              MOVE "40" TO SG-STATUS
              MOVE "AUDIT FILE UNAVAILABLE" TO WS-REASON
           END-IF.
           CLOSE AUDIT-FILE.

       0080-RANK-ROLE.
           EVALUATE WS-ROLE-NAME
              WHEN "VIEW"
                 MOVE 1 TO WS-ROLE-RANK
              WHEN "OPERATOR"
                 MOVE 2 TO WS-ROLE-RANK
              WHEN "CUSTODIAN"
                 MOVE 3 TO WS-ROLE-RANK
              WHEN "ADMIN"
                 MOVE 4 TO WS-ROLE-RANK
              WHEN OTHER
                 MOVE 0 TO WS-ROLE-RANK
           END-EVALUATE.
