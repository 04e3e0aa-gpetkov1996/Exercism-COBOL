       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERSMANT.
      *****************************************************************
      * VERSMANT - maintenance for the program release registry       *
      * PGMREG.DAT (layout PGMREG) that PGMVERS checks each batch     *
      * job's compiled-in release id against. Records are only ever   *
      * appended, so the registry keeps its own history.              *
      *                                                               *
      * Calling interface (arg 1 = function):                         *
      *   INSTALL program version change-ref [yyyymmdd] [job-name]    *
      *           - register a release as installed from the given    *
      *             date (today when omitted); job-name is the name   *
      *             the program journals under, defaulting to the one *
      *             already registered for it, else the program name  *
      *   BACKOUT program version [yyyymmdd]                          *
      *           - withdraw an installed release from the given date *
      *             (today when omitted); the release installed       *
      *             before it becomes current again                   *
      *   LIST    [program]                                           *
      *           - list the registry, or one program's history with  *
      *             its current release                               *
      *                                                               *
      * INSTALL and BACKOUT need CUSTODIAN, LIST needs VIEW (see      *
      * SIGNON). Condition code 8 on any refusal or failure.          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE      ASSIGN TO "PGMREG.DAT"
              ORGANIZATION IS SEQUENTIAL
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
           COPY PGMREG.

       WORKING-STORAGE SECTION.
       01  WS-REG-STATUS          PIC XX    VALUE SPACES.
       01  WS-FUNCTION-ARG        PIC X(8)  VALUE SPACES.
       01  WS-PROGRAM-ARG         PIC X(16) VALUE SPACES.
       01  WS-VERSION-ARG         PIC X(8)  VALUE SPACES.
       01  WS-PARM-4              PIC X(16) VALUE SPACES.
       01  WS-PARM-5              PIC X(8)  VALUE SPACES.
       01  WS-PARM-6              PIC X(12) VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-CHANGE-REF          PIC X(16) VALUE SPACES.
       01  WS-EFFECTIVE           PIC X(8)  VALUE SPACES.
       01  WS-JOB-NAME            PIC X(12) VALUE SPACES.
       01  WS-TODAY               PIC X(8)  VALUE SPACES.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-REGISTRY-FILE            VALUE 'Y'.
       01  WS-RETRY-COUNT         PIC 9(2)  VALUE 0.
       01  WS-RETRY-MAX           PIC 9(2)  VALUE 5.
       01  WS-RETRY-WAIT-SECS     PIC 9(4) COMP VALUE 1.
       01  WS-OPEN-DONE-SW        PIC X     VALUE 'N'.
           88  REGISTRY-OPEN-DONE           VALUE 'Y'.
       01  WS-LIST-COUNT          PIC 9(5)  VALUE 0.
       01  WS-CURRENT-VERSION     PIC X(8)  VALUE SPACES.
       01  WS-CURRENT-EFFECTIVE   PIC X(8)  VALUE SPACES.

      *--------------- standing of each release of the named program
      *--------------- as of WS-EFFECTIVE: latest record effective on
      *--------------- or before that date
       01  WS-VT-MAX              PIC 9(3)  VALUE 50.
       01  WS-VT-COUNT            PIC 9(3)  VALUE 0.
       01  WS-VT-IX               PIC 9(3).
       01  WS-VT-HIT              PIC 9(3)  VALUE 0.
       01  WS-VERSION-TABLE.
           05  WS-VT-ENTRY OCCURS 50 TIMES.
               10  WS-VT-VERSION          PIC X(8).
               10  WS-VT-EFFECTIVE        PIC X(8).
               10  WS-VT-STATE            PIC X(1).

       01  WS-LIST-LINE.
           05  WL-PROGRAM             PIC X(16).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WL-VERSION             PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WL-STATE               PIC X(10).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WL-EFFECTIVE           PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-CHANGE-REF          PIC X(16).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WL-RECORDED-BY         PIC X(8).

      *--------------- sign-on check; SIGNON audits every call
       01  WS-SG-PROGRAM          PIC X(12) VALUE "VERSMANT".
       01  WS-SG-FUNCTION         PIC X(10) VALUE SPACES.
       01  WS-SG-MIN-ROLE         PIC X(9)  VALUE SPACES.
       01  WS-SG-USER             PIC X(8)  VALUE SPACES.
       01  WS-SG-STATUS           PIC X(2)  VALUE SPACES.
           88  SIGN-ON-GRANTED              VALUE "00".

       PROCEDURE DIVISION.
       VERSMANT.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-FUNCTION-ARG FROM ARGUMENT-VALUE.
           MOVE 2 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-PROGRAM-ARG FROM ARGUMENT-VALUE.
           MOVE 3 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-VERSION-ARG FROM ARGUMENT-VALUE.
           MOVE 4 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-4 FROM ARGUMENT-VALUE.
           MOVE 5 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-5 FROM ARGUMENT-VALUE.
           MOVE 6 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-6 FROM ARGUMENT-VALUE.
           IF WS-PROGRAM-ARG = LOW-VALUES
              MOVE SPACES TO WS-PROGRAM-ARG
           END-IF.
           IF WS-VERSION-ARG = LOW-VALUES
              MOVE SPACES TO WS-VERSION-ARG
           END-IF.
           IF WS-PARM-4 = LOW-VALUES
              MOVE SPACES TO WS-PARM-4
           END-IF.
           IF WS-PARM-5 = LOW-VALUES
              MOVE SPACES TO WS-PARM-5
           END-IF.
           IF WS-PARM-6 = LOW-VALUES
              MOVE SPACES TO WS-PARM-6
           END-IF.
           INSPECT WS-FUNCTION-ARG CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-PROGRAM-ARG CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-VERSION-ARG CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-PARM-6 CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 0005-SIGN-ON.
           IF NOT SIGN-ON-GRANTED
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           EVALUATE WS-FUNCTION-ARG
              WHEN "INSTALL"
                 PERFORM 1000-INSTALL-RELEASE
              WHEN "BACKOUT"
                 PERFORM 2000-BACKOUT-RELEASE
              WHEN "LIST"
                 PERFORM 3000-LIST-REGISTRY
              WHEN OTHER
                 DISPLAY "VERSMANT: UNKNOWN FUNCTION " WS-FUNCTION-ARG
                 DISPLAY "USE INSTALL, BACKOUT OR LIST"
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       0005-SIGN-ON.
           MOVE WS-FUNCTION-ARG TO WS-SG-FUNCTION.
           IF WS-FUNCTION-ARG = "INSTALL" OR WS-FUNCTION-ARG = "BACKOUT"
              MOVE "CUSTODIAN" TO WS-SG-MIN-ROLE
           ELSE
              MOVE "VIEW" TO WS-SG-MIN-ROLE
           END-IF.
           MOVE SPACES TO WS-SG-USER.
           CALL "SIGNON" USING WS-SG-PROGRAM WS-SG-FUNCTION
                               WS-SG-MIN-ROLE WS-SG-USER
                               WS-SG-STATUS.

       0010-CHECK-DATE.
      *--------------- WS-EFFECTIVE must be a real calendar date
           IF WS-EFFECTIVE IS NOT NUMERIC
              DISPLAY "VERSMANT: DATE " WS-EFFECTIVE
                 " IS NOT YYYYMMDD"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(WS-EFFECTIVE)) NOT = 0
              DISPLAY "VERSMANT: DATE " WS-EFFECTIVE
                 " IS NOT A CALENDAR DATE"
              MOVE 8 TO RETURN-CODE
           END-IF.

       0020-LOAD-STANDING.
      *--------------- reads the whole registry: builds the standing
      *--------------- of WS-PROGRAM-ARG's releases as of WS-EFFECTIVE
      *--------------- and picks up the job name already registered
           MOVE 0 TO WS-VT-COUNT.
           MOVE SPACES TO WS-CURRENT-VERSION WS-CURRENT-EFFECTIVE.
           MOVE SPACES TO WS-REG-STATUS.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REG-STATUS = "35"
              EXIT PARAGRAPH
           END-IF.
           IF WS-REG-STATUS NOT = "00"
              DISPLAY "VERSMANT: CANNOT OPEN PGMREG.DAT - STATUS "
                 WS-REG-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL EOF-REGISTRY-FILE
              READ REGISTRY-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF PR-PROGRAM = WS-PROGRAM-ARG
                       IF WS-JOB-NAME = SPACES
                          MOVE PR-JOB-NAME TO WS-JOB-NAME
                       END-IF
                       IF PR-EFFECTIVE NOT > WS-EFFECTIVE
                          PERFORM 0030-POST-RELEASE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REGISTRY-FILE.
           PERFORM VARYING WS-VT-IX FROM 1 BY 1
              UNTIL WS-VT-IX > WS-VT-COUNT
              IF WS-VT-STATE(WS-VT-IX) = "I"
                 AND WS-VT-EFFECTIVE(WS-VT-IX)
                    NOT < WS-CURRENT-EFFECTIVE
                 MOVE WS-VT-VERSION(WS-VT-IX)   TO WS-CURRENT-VERSION
                 MOVE WS-VT-EFFECTIVE(WS-VT-IX) TO WS-CURRENT-EFFECTIVE
              END-IF
           END-PERFORM.

       0030-POST-RELEASE.
      *--------------- same rule as PGMVERS: a later-dated record
      *--------------- replaces the standing, on the same date the
      *--------------- later entry on file wins
           MOVE 0 TO WS-VT-HIT.
           PERFORM VARYING WS-VT-IX FROM 1 BY 1
              UNTIL WS-VT-IX > WS-VT-COUNT OR WS-VT-HIT > 0
              IF WS-VT-VERSION(WS-VT-IX) = PR-VERSION
                 MOVE WS-VT-IX TO WS-VT-HIT
              END-IF
           END-PERFORM.
           IF WS-VT-HIT = 0
              IF WS-VT-COUNT NOT < WS-VT-MAX
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-VT-COUNT
              MOVE WS-VT-COUNT TO WS-VT-HIT
              MOVE PR-VERSION   TO WS-VT-VERSION(WS-VT-HIT)
              MOVE LOW-VALUES   TO WS-VT-EFFECTIVE(WS-VT-HIT)
           END-IF.
           IF PR-EFFECTIVE NOT < WS-VT-EFFECTIVE(WS-VT-HIT)
              MOVE PR-EFFECTIVE TO WS-VT-EFFECTIVE(WS-VT-HIT)
              MOVE PR-STATE     TO WS-VT-STATE(WS-VT-HIT)
           END-IF.

       0040-FIND-VERSION.
           MOVE 0 TO WS-VT-HIT.
           PERFORM VARYING WS-VT-IX FROM 1 BY 1
              UNTIL WS-VT-IX > WS-VT-COUNT OR WS-VT-HIT > 0
              IF WS-VT-VERSION(WS-VT-IX) = WS-VERSION-ARG
                 MOVE WS-VT-IX TO WS-VT-HIT
              END-IF
           END-PERFORM.

       0050-APPEND-RECORD.
      *--------------- same open/append/close serialization as the
      *--------------- shop's other shared logs
           MOVE 'N' TO WS-OPEN-DONE-SW.
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL REGISTRY-OPEN-DONE
              OR WS-RETRY-COUNT > WS-RETRY-MAX
              MOVE SPACES TO WS-REG-STATUS
              OPEN EXTEND REGISTRY-FILE
              EVALUATE WS-REG-STATUS
                 WHEN "00"
                    MOVE 'Y' TO WS-OPEN-DONE-SW
                 WHEN "35"
                    ADD 1 TO WS-RETRY-COUNT
                    OPEN OUTPUT REGISTRY-FILE
                    CLOSE REGISTRY-FILE
                 WHEN OTHER
                    ADD 1 TO WS-RETRY-COUNT
                    CALL "C$SLEEP" USING WS-RETRY-WAIT-SECS
              END-EVALUATE
           END-PERFORM.
           IF NOT REGISTRY-OPEN-DONE
              DISPLAY "VERSMANT: PGMREG.DAT BUSY OR BROKEN - STATUS "
                 WS-REG-STATUS " - NOTHING RECORDED"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROGRAM-ARG TO PR-PROGRAM.
           MOVE WS-JOB-NAME    TO PR-JOB-NAME.
           MOVE WS-VERSION-ARG TO PR-VERSION.
           MOVE WS-EFFECTIVE   TO PR-EFFECTIVE.
           MOVE WS-TODAY       TO PR-RECORDED-DATE.
           MOVE WS-SG-USER     TO PR-RECORDED-BY.
           WRITE PR-RELEASE-RECORD.
           IF WS-REG-STATUS NOT = "00"
              DISPLAY "VERSMANT: WRITE TO PGMREG.DAT FAILED - STATUS "
                 WS-REG-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE REGISTRY-FILE.

       1000-INSTALL-RELEASE.
           IF WS-PROGRAM-ARG = SPACES OR WS-VERSION-ARG = SPACES
              OR WS-PARM-4 = SPACES
              DISPLAY "VERSMANT: INSTALL NEEDS A PROGRAM, A VERSION "
                 "AND A CHANGE REFERENCE"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-PARM-4 TO WS-CHANGE-REF.
           IF WS-PARM-5 = SPACES
              MOVE WS-TODAY TO WS-EFFECTIVE
           ELSE
              MOVE WS-PARM-5 TO WS-EFFECTIVE
           END-IF.
           PERFORM 0010-CHECK-DATE.
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-PARM-6 TO WS-JOB-NAME.
           PERFORM 0020-LOAD-STANDING.
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-JOB-NAME = SPACES
              MOVE WS-PROGRAM-ARG TO WS-JOB-NAME
           END-IF.
           PERFORM 0040-FIND-VERSION.
           IF WS-VT-HIT > 0
              IF WS-VT-STATE(WS-VT-HIT) = "I"
                 AND WS-VT-EFFECTIVE(WS-VT-HIT) = WS-EFFECTIVE
                 DISPLAY "VERSMANT: " FUNCTION TRIM(WS-PROGRAM-ARG)
                    " " FUNCTION TRIM(WS-VERSION-ARG)
                    " IS ALREADY INSTALLED FROM " WS-EFFECTIVE
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE SPACES         TO PR-RELEASE-RECORD.
           MOVE "I"            TO PR-STATE.
           MOVE WS-CHANGE-REF  TO PR-CHANGE-REF.
           PERFORM 0050-APPEND-RECORD.
           IF RETURN-CODE = 0
              DISPLAY "VERSMANT: " FUNCTION TRIM(WS-PROGRAM-ARG) " "
                 FUNCTION TRIM(WS-VERSION-ARG) " INSTALLED FROM "
                 WS-EFFECTIVE " UNDER JOB " FUNCTION TRIM(WS-JOB-NAME)
                 " - " FUNCTION TRIM(WS-CHANGE-REF)
           END-IF.

       2000-BACKOUT-RELEASE.
           IF WS-PROGRAM-ARG = SPACES OR WS-VERSION-ARG = SPACES
              DISPLAY "VERSMANT: BACKOUT NEEDS A PROGRAM AND A VERSION"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
      *--------------- BACKOUT has no change reference: the date, if
      *--------------- given, is the fourth argument
           IF WS-PARM-4 = SPACES
              MOVE WS-TODAY TO WS-EFFECTIVE
           ELSE
              MOVE WS-PARM-4 TO WS-EFFECTIVE
           END-IF.
           PERFORM 0010-CHECK-DATE.
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-JOB-NAME.
           PERFORM 0020-LOAD-STANDING.
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0040-FIND-VERSION.
           IF WS-VT-HIT > 0
              IF WS-VT-STATE(WS-VT-HIT) NOT = "I"
                 MOVE 0 TO WS-VT-HIT
              END-IF
           END-IF.
           IF WS-VT-HIT = 0
              DISPLAY "VERSMANT: " FUNCTION TRIM(WS-PROGRAM-ARG) " "
                 FUNCTION TRIM(WS-VERSION-ARG)
                 " IS NOT INSTALLED ON " WS-EFFECTIVE
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES         TO PR-RELEASE-RECORD.
           MOVE "B"            TO PR-STATE.
           MOVE "BACKOUT"      TO PR-CHANGE-REF.
           PERFORM 0050-APPEND-RECORD.
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "VERSMANT: " FUNCTION TRIM(WS-PROGRAM-ARG) " "
              FUNCTION TRIM(WS-VERSION-ARG) " BACKED OUT FROM "
              WS-EFFECTIVE.
           PERFORM 0020-LOAD-STANDING.
           IF WS-CURRENT-VERSION = SPACES
              DISPLAY "VERSMANT: NO RELEASE OF "
                 FUNCTION TRIM(WS-PROGRAM-ARG)
                 " IS INSTALLED FROM THAT DATE"
           ELSE
              DISPLAY "VERSMANT: CURRENT RELEASE FROM THAT DATE IS "
                 FUNCTION TRIM(WS-CURRENT-VERSION)
           END-IF.

       3000-LIST-REGISTRY.
           MOVE SPACES TO WS-REG-STATUS.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REG-STATUS = "35"
              DISPLAY "VERSMANT: NO PGMREG.DAT - NOTHING REGISTERED"
              EXIT PARAGRAPH
           END-IF.
           IF WS-REG-STATUS NOT = "00"
              DISPLAY "VERSMANT: CANNOT OPEN PGMREG.DAT - STATUS "
                 WS-REG-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "PROGRAM          VERSION  STATE      EFFECTIVE "
              "CHANGE REF       BY".
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL EOF-REGISTRY-FILE
              READ REGISTRY-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF WS-PROGRAM-ARG = SPACES
                       OR PR-PROGRAM = WS-PROGRAM-ARG
                       PERFORM 3100-LIST-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REGISTRY-FILE.
           DISPLAY "REGISTRY RECORDS LISTED: " WS-LIST-COUNT.
           IF WS-PROGRAM-ARG NOT = SPACES
              MOVE WS-TODAY TO WS-EFFECTIVE
              MOVE SPACES TO WS-JOB-NAME
              PERFORM 0020-LOAD-STANDING
              IF WS-CURRENT-VERSION = SPACES
                 DISPLAY "NO CURRENT RELEASE OF "
                    FUNCTION TRIM(WS-PROGRAM-ARG) " AS OF " WS-TODAY
              ELSE
                 DISPLAY "CURRENT RELEASE AS OF " WS-TODAY ": "
                    FUNCTION TRIM(WS-CURRENT-VERSION) " (JOB "
                    FUNCTION TRIM(WS-JOB-NAME) ")"
              END-IF
           END-IF.

       3100-LIST-RECORD.
           MOVE SPACES           TO WS-LIST-LINE.
           MOVE PR-PROGRAM       TO WL-PROGRAM.
           MOVE PR-VERSION       TO WL-VERSION.
           IF PR-INSTALLED
              MOVE "INSTALLED" TO WL-STATE
           ELSE
              MOVE "BACKED OUT" TO WL-STATE
           END-IF.
           MOVE PR-EFFECTIVE     TO WL-EFFECTIVE.
           MOVE PR-CHANGE-REF    TO WL-CHANGE-REF.
           MOVE PR-RECORDED-BY   TO WL-RECORDED-BY.
           DISPLAY WS-LIST-LINE.
           ADD 1 TO WS-LIST-COUNT.
