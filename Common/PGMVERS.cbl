       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMVERS.
      *****************************************************************
      * PGMVERS - start-of-run release check for the batch jobs.      *
      * Each job carries its own release id as a literal, changed     *
      * with every release that is installed, and CALLs this as its   *
      * very first step:                                              *
      *                                                               *
      *   CALL "PGMVERS" USING PV-PROGRAM PV-JOB PV-VERSION PV-STATUS *
      *                                                               *
      *   PV-PROGRAM   the program name as registered in PGMREG.DAT   *
      *   PV-JOB       the name the job journals under                *
      *   PV-VERSION   the release id compiled into the job           *
      *   PV-STATUS    "00" the current installed release for today   *
      *                "10" installed once, superseded since          *
      *                "20" never installed, backed out, or only      *
      *                     installed with a future date              *
      *                "30" PGMREG.DAT missing or unreadable          *
      *                                                               *
      * Whatever the status, the release id is handed to RUNJRNL to   *
      * stamp on the job's start records, so the journal always says  *
      * what actually ran; anything but "00" is also reported on the  *
      * console. The check never stops the job - the night's work is  *
      * not held up by a registry slip, and VERSRPT flags the run the *
      * next morning instead.                                         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE      ASSIGN TO "PGMREG.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
           COPY PGMREG.

       WORKING-STORAGE SECTION.
       01  WS-REG-STATUS          PIC XX    VALUE SPACES.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-REGISTRY-FILE            VALUE 'Y'.
       01  WS-TODAY               PIC X(8)  VALUE SPACES.
       01  WS-JRNL-TYPE           PIC X(1)  VALUE "V".
       01  WS-JRNL-CC             PIC 9(3)  VALUE 0.
       01  WS-CURRENT-VERSION     PIC X(8)  VALUE SPACES.
       01  WS-CURRENT-EFFECTIVE   PIC X(8)  VALUE SPACES.
      *--------------- one slot per release of this program seen on
      *--------------- the registry, holding its latest standing as of
      *--------------- today
       01  WS-VERSION-TABLE.
           05  WS-VT-COUNT            PIC 9(3)  VALUE 0.
           05  WS-VT-ENTRY OCCURS 50 TIMES.
               10  WS-VT-VERSION          PIC X(8).
               10  WS-VT-EFFECTIVE        PIC X(8).
               10  WS-VT-STATE            PIC X(1).
       01  WS-VT-MAX              PIC 9(3)  VALUE 50.
       01  WS-VT-IX               PIC 9(3)  VALUE 0.
       01  WS-VT-HIT              PIC 9(3)  VALUE 0.
       LINKAGE SECTION.
       01  PV-PROGRAM             PIC X(16).
       01  PV-JOB                 PIC X(12).
       01  PV-VERSION             PIC X(8).
       01  PV-STATUS              PIC X(2).
       PROCEDURE DIVISION USING PV-PROGRAM PV-JOB PV-VERSION PV-STATUS.
       PGMVERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 0 TO WS-VT-COUNT.
           MOVE SPACES TO WS-CURRENT-VERSION WS-CURRENT-EFFECTIVE.
           PERFORM 0010-LOAD-REGISTRY.
           IF PV-STATUS NOT = "30"
              PERFORM 0030-JUDGE-VERSION
           END-IF.
           EVALUATE PV-STATUS
              WHEN "10"
                 DISPLAY FUNCTION TRIM(PV-PROGRAM) ": RELEASE "
                    FUNCTION TRIM(PV-VERSION) " SUPERSEDED BY "
                    FUNCTION TRIM(WS-CURRENT-VERSION)
                    " - RUNNING AN OLD RELEASE"
              WHEN "20"
                 DISPLAY FUNCTION TRIM(PV-PROGRAM) ": RELEASE "
                    FUNCTION TRIM(PV-VERSION)
                    " NOT REGISTERED AS INSTALLED"
              WHEN "30"
                 DISPLAY FUNCTION TRIM(PV-PROGRAM)
                    ": PGMREG.DAT UNAVAILABLE - STATUS " WS-REG-STATUS
                    " - RELEASE " FUNCTION TRIM(PV-VERSION)
                    " NOT CHECKED"
           END-EVALUATE.
      *--------------- arm the start-record stamp whatever the verdict
           CALL "RUNJRNL" USING PV-JOB WS-JRNL-TYPE PV-VERSION
                                WS-JRNL-CC.
           GOBACK.

       0010-LOAD-REGISTRY.
           MOVE "00" TO PV-STATUS.
           MOVE SPACES TO WS-REG-STATUS.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REG-STATUS NOT = "00"
              MOVE "30" TO PV-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL EOF-REGISTRY-FILE
              READ REGISTRY-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF PR-PROGRAM = PV-PROGRAM
                       AND PR-EFFECTIVE NOT > WS-TODAY
                       PERFORM 0020-POST-RELEASE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REGISTRY-FILE.

       0020-POST-RELEASE.
      *--------------- a later-dated record replaces the standing;
      *--------------- on the same date the later entry on file wins,
      *--------------- so a same-day back-out overrides the install
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

       0030-JUDGE-VERSION.
      *--------------- the current release is the standing installed
      *--------------- one with the latest install date
           PERFORM VARYING WS-VT-IX FROM 1 BY 1
              UNTIL WS-VT-IX > WS-VT-COUNT
              IF WS-VT-STATE(WS-VT-IX) = "I"
                 AND WS-VT-EFFECTIVE(WS-VT-IX)
                    NOT < WS-CURRENT-EFFECTIVE
                 MOVE WS-VT-VERSION(WS-VT-IX)   TO WS-CURRENT-VERSION
                 MOVE WS-VT-EFFECTIVE(WS-VT-IX) TO WS-CURRENT-EFFECTIVE
              END-IF
           END-PERFORM.
           MOVE "20" TO PV-STATUS.
           PERFORM VARYING WS-VT-IX FROM 1 BY 1
              UNTIL WS-VT-IX > WS-VT-COUNT
              IF WS-VT-VERSION(WS-VT-IX) = PV-VERSION
                 AND WS-VT-STATE(WS-VT-IX) = "I"
                 IF PV-VERSION = WS-CURRENT-VERSION
                    MOVE "00" TO PV-STATUS
                 ELSE
                    MOVE "10" TO PV-STATUS
                 END-IF
              END-IF
           END-PERFORM.
