       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECMANT.
      *****************************************************************
      * SECMANT - maintenance for the operator security file          *
      * OPSSEC.DAT (layout OPSSEC) that SIGNON checks every sign-on   *
      * against. The only program that writes the file.               *
      *                                                               *
      * Calling interface (arg 1 = function):                         *
      *   ADD     user-id role - enrol an operator; the password is   *
      *           prompted for twice on the console                   *
      *   PASSWD  [user-id]    - change a password; an operator may   *
      *           always change their own, anyone else's needs ADMIN  *
      *   ROLE    user-id role - change an operator's role            *
      *   DISABLE user-id      - stop an operator signing on (kept on *
      *           file so the audit trail still resolves)             *
      *   ENABLE  user-id      - let a disabled operator back in      *
      *   LIST                 - list operators, roles and states     *
      *                                                               *
      * Every function but PASSWD on one's own id needs ADMIN. While  *
      * no OPSSEC.DAT exists SIGNON lets ADD through unsigned, and    *
      * that first operator must be enrolled as ADMIN. No change may  *
      * leave the file without an enabled ADMIN. Condition code 8 on  *
      * any refusal or failure.                                       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-FILE      ASSIGN TO "OPSSEC.DAT"
              ORGANIZATION IS SEQUENTIAL
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS WS-SEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           COPY OPSSEC.

       WORKING-STORAGE SECTION.
       01  WS-SEC-STATUS          PIC XX    VALUE SPACES.
       01  WS-FUNCTION-ARG        PIC X(8)  VALUE SPACES.
       01  WS-PARM-2              PIC X(8)  VALUE SPACES.
       01  WS-PARM-3              PIC X(9)  VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-SECURITY-FILE            VALUE 'Y'.
       01  WS-CHANGED-SW          PIC X     VALUE 'N'.
           88  TABLE-CHANGED                VALUE 'Y'.
       01  WS-NEW-PASSWORD        PIC X(16) VALUE SPACES.
       01  WS-REPEAT-PASSWORD     PIC X(16) VALUE SPACES.
       01  WS-NEW-HASH            PIC X(16) VALUE SPACES.
       01  WS-ADMIN-COUNT         PIC 9(3)  VALUE 0.
       01  WS-OLD-ROLE            PIC X(9)  VALUE SPACES.
       01  WS-TODAY               PIC X(8)  VALUE SPACES.

      *--------------- the whole file is small enough to hold: load
      *--------------- it, change it, write it back whole
       01  WS-OPR-MAX             PIC 9(3)  VALUE 200.
       01  WS-OPR-USED            PIC 9(3)  VALUE 0.
       01  WS-OPR-IX              PIC 9(3).
       01  WS-OPR-HIT             PIC 9(3)  VALUE 0.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 200 TIMES.
               10  WS-OPR-USER        PIC X(8).
               10  WS-OPR-HASH        PIC X(16).
               10  WS-OPR-ROLE        PIC X(9).
               10  WS-OPR-STATE       PIC X(1).
               10  WS-OPR-CHG-DATE    PIC X(8).
               10  WS-OPR-CHG-BY      PIC X(8).

      *--------------- sign-on check; SIGNON audits every call
       01  WS-SG-PROGRAM          PIC X(12) VALUE "SECMANT".
       01  WS-SG-FUNCTION         PIC X(10) VALUE SPACES.
       01  WS-SG-MIN-ROLE         PIC X(9)  VALUE SPACES.
       01  WS-SG-USER             PIC X(8)  VALUE SPACES.
       01  WS-SG-STATUS           PIC X(2)  VALUE SPACES.
           88  SIGN-ON-GRANTED              VALUE "00".

       PROCEDURE DIVISION.
       SECMANT.
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
           INSPECT WS-PARM-2 CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-PARM-3 CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 0005-SIGN-ON.
           IF NOT SIGN-ON-GRANTED
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0010-LOAD-OPERATORS.
           IF RETURN-CODE = 0
              EVALUATE WS-FUNCTION-ARG
                 WHEN "ADD"
                    PERFORM 1000-ADD-OPERATOR
                 WHEN "PASSWD"
                    PERFORM 2000-CHANGE-PASSWORD
                 WHEN "ROLE"
                    PERFORM 3000-CHANGE-ROLE
                 WHEN "DISABLE"
                    PERFORM 4000-DISABLE-OPERATOR
                 WHEN "ENABLE"
                    PERFORM 4500-ENABLE-OPERATOR
                 WHEN "LIST"
                    PERFORM 5000-LIST-OPERATORS
                 WHEN OTHER
                    DISPLAY "SECMANT: UNKNOWN FUNCTION "
                       WS-FUNCTION-ARG
                    DISPLAY "USE ADD, PASSWD, ROLE, DISABLE, "
                       "ENABLE OR LIST"
                    MOVE 8 TO RETURN-CODE
              END-EVALUATE
           END-IF.
           IF TABLE-CHANGED AND RETURN-CODE = 0
              PERFORM 0020-WRITE-OPERATORS
           END-IF.
           STOP RUN.

       0005-SIGN-ON.
      *--------------- PASSWD signs on at VIEW so anyone can change
      *--------------- their own password; 2000 asks for ADMIN when
      *--------------- the target is somebody else
           MOVE WS-FUNCTION-ARG TO WS-SG-FUNCTION.
           IF WS-FUNCTION-ARG = "PASSWD"
              MOVE "VIEW" TO WS-SG-MIN-ROLE
           ELSE
              MOVE "ADMIN" TO WS-SG-MIN-ROLE
           END-IF.
           MOVE SPACES TO WS-SG-USER.
           CALL "SIGNON" USING WS-SG-PROGRAM WS-SG-FUNCTION
                               WS-SG-MIN-ROLE WS-SG-USER
                               WS-SG-STATUS.

       0010-LOAD-OPERATORS.
           MOVE 0 TO WS-OPR-USED.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-SEC-STATUS.
           OPEN INPUT SECURITY-FILE.
           IF WS-SEC-STATUS = "35"
      *--------------- only the bootstrap enrolment gets this far
      *--------------- without a file; it starts an empty one
              EXIT PARAGRAPH
           END-IF.
           IF WS-SEC-STATUS NOT = "00"
              DISPLAY "SECMANT: CANNOT OPEN OPSSEC.DAT - STATUS "
                 WS-SEC-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SECURITY-FILE
              READ SECURITY-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF WS-OPR-USED < WS-OPR-MAX
                       ADD 1 TO WS-OPR-USED
                       MOVE SC-USER-ID      TO WS-OPR-USER(WS-OPR-USED)
                       MOVE SC-PASS-HASH    TO WS-OPR-HASH(WS-OPR-USED)
                       MOVE SC-ROLE         TO WS-OPR-ROLE(WS-OPR-USED)
                       MOVE SC-STATE        TO WS-OPR-STATE(WS-OPR-USED)
                       MOVE SC-CHANGED-DATE
                          TO WS-OPR-CHG-DATE(WS-OPR-USED)
                       MOVE SC-CHANGED-BY
                          TO WS-OPR-CHG-BY(WS-OPR-USED)
                    ELSE
                       DISPLAY "SECMANT: MORE THAN " WS-OPR-MAX
                          " OPERATORS ON FILE - NOTHING CHANGED"
                       MOVE 8 TO RETURN-CODE
                       MOVE 'Y' TO WS-EOF-SW
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SECURITY-FILE.

       0020-WRITE-OPERATORS.
           MOVE SPACES TO WS-SEC-STATUS.
           OPEN OUTPUT SECURITY-FILE.
           IF WS-SEC-STATUS NOT = "00"
              DISPLAY "SECMANT: CANNOT REWRITE OPSSEC.DAT - STATUS "
                 WS-SEC-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-OPR-IX FROM 1 BY 1
              UNTIL WS-OPR-IX > WS-OPR-USED
              MOVE SPACES                     TO SC-OPERATOR-RECORD
              MOVE WS-OPR-USER(WS-OPR-IX)     TO SC-USER-ID
              MOVE WS-OPR-HASH(WS-OPR-IX)     TO SC-PASS-HASH
              MOVE WS-OPR-ROLE(WS-OPR-IX)     TO SC-ROLE
              MOVE WS-OPR-STATE(WS-OPR-IX)    TO SC-STATE
              MOVE WS-OPR-CHG-DATE(WS-OPR-IX) TO SC-CHANGED-DATE
              MOVE WS-OPR-CHG-BY(WS-OPR-IX)   TO SC-CHANGED-BY
              WRITE SC-OPERATOR-RECORD
           END-PERFORM.
           CLOSE SECURITY-FILE.
           DISPLAY "SECMANT: OPSSEC.DAT REWRITTEN - " WS-OPR-USED
              " OPERATORS".

       0030-FIND-OPERATOR.
           MOVE 0 TO WS-OPR-HIT.
           PERFORM VARYING WS-OPR-IX FROM 1 BY 1
              UNTIL WS-OPR-IX > WS-OPR-USED OR WS-OPR-HIT > 0
              IF WS-OPR-USER(WS-OPR-IX) = WS-PARM-2
                 MOVE WS-OPR-IX TO WS-OPR-HIT
              END-IF
           END-PERFORM.
           IF WS-OPR-HIT = 0
              DISPLAY "SECMANT: OPERATOR " WS-PARM-2 " NOT ON FILE"
              MOVE 8 TO RETURN-CODE
           END-IF.

       0035-CHECK-ROLE-PARM.
           MOVE SPACES TO SC-ROLE.
           MOVE WS-PARM-3 TO SC-ROLE.
           IF NOT SC-ROLE-VALID
              DISPLAY "SECMANT: ROLE MUST BE VIEW, OPERATOR, "
                 "CUSTODIAN OR ADMIN"
              MOVE 8 TO RETURN-CODE
           END-IF.

       0060-PROMPT-NEW-PASSWORD.
      *--------------- asked twice so a typing slip cannot lock the
      *--------------- operator out
           DISPLAY "NEW PASSWORD FOR " WS-PARM-2 ": "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-PASSWORD.
           ACCEPT WS-NEW-PASSWORD.
           DISPLAY "REPEAT NEW PASSWORD: " WITH NO ADVANCING.
           MOVE SPACES TO WS-REPEAT-PASSWORD.
           ACCEPT WS-REPEAT-PASSWORD.
           IF WS-NEW-PASSWORD NOT = WS-REPEAT-PASSWORD
              DISPLAY "SECMANT: PASSWORDS DO NOT MATCH - NOTHING "
                 "CHANGED"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NEW-PASSWORD(6:11) = SPACES
                 OR WS-NEW-PASSWORD(1:1) = SPACE
                 DISPLAY "SECMANT: PASSWORD MUST BE AT LEAST 6 "
                    "CHARACTERS - NOTHING CHANGED"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 CALL "PASSHASH" USING WS-PARM-2 WS-NEW-PASSWORD
                                       WS-NEW-HASH
              END-IF
           END-IF.
           MOVE SPACES TO WS-NEW-PASSWORD WS-REPEAT-PASSWORD.

       0070-COUNT-ADMINS.
      *--------------- enabled ADMINs left once the change is made
           MOVE 0 TO WS-ADMIN-COUNT.
           PERFORM VARYING WS-OPR-IX FROM 1 BY 1
              UNTIL WS-OPR-IX > WS-OPR-USED
              IF WS-OPR-ROLE(WS-OPR-IX) = "ADMIN"
                 AND WS-OPR-STATE(WS-OPR-IX) = "A"
                 ADD 1 TO WS-ADMIN-COUNT
              END-IF
           END-PERFORM.

       0080-STAMP-CHANGE.
           MOVE WS-TODAY   TO WS-OPR-CHG-DATE(WS-OPR-HIT).
           MOVE WS-SG-USER TO WS-OPR-CHG-BY(WS-OPR-HIT).
           MOVE 'Y' TO WS-CHANGED-SW.

       1000-ADD-OPERATOR.
           IF WS-PARM-2 = SPACES
              DISPLAY "SECMANT: ADD NEEDS A USER ID AND A ROLE"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0035-CHECK-ROLE-PARM.
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-OPR-USED = 0 AND WS-PARM-3 NOT = "ADMIN"
              DISPLAY "SECMANT: THE FIRST OPERATOR ON FILE MUST BE "
                 "AN ADMIN"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-OPR-IX FROM 1 BY 1
              UNTIL WS-OPR-IX > WS-OPR-USED
              IF WS-OPR-USER(WS-OPR-IX) = WS-PARM-2
                 DISPLAY "SECMANT: OPERATOR " WS-PARM-2
                    " IS ALREADY ON FILE"
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-PERFORM.
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-OPR-USED NOT < WS-OPR-MAX
              DISPLAY "SECMANT: OPERATOR TABLE FULL AT " WS-OPR-MAX
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0060-PROMPT-NEW-PASSWORD.
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OPR-USED.
           MOVE WS-OPR-USED TO WS-OPR-HIT.
           MOVE WS-PARM-2   TO WS-OPR-USER(WS-OPR-HIT).
           MOVE WS-NEW-HASH TO WS-OPR-HASH(WS-OPR-HIT).
           MOVE WS-PARM-3   TO WS-OPR-ROLE(WS-OPR-HIT).
           MOVE "A"         TO WS-OPR-STATE(WS-OPR-HIT).
           PERFORM 0080-STAMP-CHANGE.
           DISPLAY "SECMANT: OPERATOR " WS-PARM-2 " ADDED AS "
              WS-PARM-3.

       2000-CHANGE-PASSWORD.
           IF WS-PARM-2 = SPACES
              MOVE WS-SG-USER TO WS-PARM-2
           END-IF.
           IF WS-PARM-2 NOT = WS-SG-USER
              MOVE "ADMIN" TO WS-SG-MIN-ROLE
              CALL "SIGNON" USING WS-SG-PROGRAM WS-SG-FUNCTION
                                  WS-SG-MIN-ROLE WS-SG-USER
                                  WS-SG-STATUS
              IF NOT SIGN-ON-GRANTED
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           PERFORM 0030-FIND-OPERATOR.
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0060-PROMPT-NEW-PASSWORD.
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-HASH TO WS-OPR-HASH(WS-OPR-HIT).
           PERFORM 0080-STAMP-CHANGE.
           DISPLAY "SECMANT: PASSWORD CHANGED FOR " WS-PARM-2.

       3000-CHANGE-ROLE.
           PERFORM 0030-FIND-OPERATOR.
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0035-CHECK-ROLE-PARM.
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-OPR-ROLE(WS-OPR-HIT) TO WS-OLD-ROLE.
           MOVE WS-PARM-3 TO WS-OPR-ROLE(WS-OPR-HIT).
           PERFORM 0070-COUNT-ADMINS.
           IF WS-ADMIN-COUNT = 0
              MOVE WS-OLD-ROLE TO WS-OPR-ROLE(WS-OPR-HIT)
              DISPLAY "SECMANT: THAT WOULD LEAVE NO ENABLED ADMIN - "
                 "NOTHING CHANGED"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0080-STAMP-CHANGE.
           DISPLAY "SECMANT: OPERATOR " WS-PARM-2 " ROLE "
              FUNCTION TRIM(WS-OLD-ROLE) " TO " WS-PARM-3.

       4000-DISABLE-OPERATOR.
           PERFORM 0030-FIND-OPERATOR.
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE "D" TO WS-OPR-STATE(WS-OPR-HIT).
           PERFORM 0070-COUNT-ADMINS.
           IF WS-ADMIN-COUNT = 0
              MOVE "A" TO WS-OPR-STATE(WS-OPR-HIT)
              DISPLAY "SECMANT: THAT WOULD LEAVE NO ENABLED ADMIN - "
                 "NOTHING CHANGED"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0080-STAMP-CHANGE.
           DISPLAY "SECMANT: OPERATOR " WS-PARM-2 " DISABLED".

       4500-ENABLE-OPERATOR.
           PERFORM 0030-FIND-OPERATOR.
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO WS-OPR-STATE(WS-OPR-HIT).
           PERFORM 0080-STAMP-CHANGE.
           DISPLAY "SECMANT: OPERATOR " WS-PARM-2 " ENABLED".

       5000-LIST-OPERATORS.
           DISPLAY "USER ID   ROLE       STATE  CHANGED   BY".
           PERFORM VARYING WS-OPR-IX FROM 1 BY 1
              UNTIL WS-OPR-IX > WS-OPR-USED
              DISPLAY WS-OPR-USER(WS-OPR-IX) "  "
                 WS-OPR-ROLE(WS-OPR-IX) "  "
                 WS-OPR-STATE(WS-OPR-IX) "      "
                 WS-OPR-CHG-DATE(WS-OPR-IX) "  "
                 WS-OPR-CHG-BY(WS-OPR-IX)
           END-PERFORM.
           DISPLAY "OPERATORS ON FILE: " WS-OPR-USED.
