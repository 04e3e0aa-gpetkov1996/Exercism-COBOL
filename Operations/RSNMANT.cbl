       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSNMANT.
      *****************************************************************
      * RSNMANT - maintenance for the reject reason-code master       *
      * RSNCODE.DAT (layout RSNCODE) that LEDGRWRT checks every       *
      * reject against. The only program that writes the file.        *
      *                                                               *
      * Calling interface (arg 1 = function):                         *
      *   ADD      code team severity recyclable days                 *
      *            - register a reason code; the description is       *
      *              prompted for on the console                      *
      *   CHANGE   code team severity recyclable days                 *
      *            - change a registered code; a blank description    *
      *              at the prompt keeps the one on file              *
      *   STANDARD - register every code the shipped jobs post that   *
      *              is not on file yet, with its standard owner,     *
      *              severity and target; run once at installation    *
      *              and after a release that brings a new code       *
      *   LIST     [team] - list the master, or one team's codes      *
      *                                                               *
      *   severity   - HIGH, MED or LOW                               *
      *   recyclable - Y or N                                         *
      *   days       - target days to resolve, 1-999                  *
      *                                                               *
      * There is no delete: rejects already on the ledger must still  *
      * resolve. ADD, CHANGE and STANDARD need CUSTODIAN, LIST needs  *
      * VIEW (see SIGNON). Condition code 8 on any refusal or         *
      * failure.                                                      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REASON-CODE-FILE   ASSIGN TO "RSNCODE.DAT"
              ORGANIZATION IS SEQUENTIAL
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS WS-RSN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REASON-CODE-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
           COPY RSNCODE.

       WORKING-STORAGE SECTION.
       01  WS-RSN-STATUS          PIC XX    VALUE SPACES.
       01  WS-FUNCTION-ARG        PIC X(8)  VALUE SPACES.
       01  WS-PARM-2              PIC X(12) VALUE SPACES.
       01  WS-PARM-3              PIC X(12) VALUE SPACES.
       01  WS-PARM-4              PIC X(4)  VALUE SPACES.
       01  WS-PARM-5              PIC X(1)  VALUE SPACES.
       01  WS-PARM-6              PIC X(8)  VALUE SPACES.
       01  WS-ARGN                PIC 9(2).
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-REASON-FILE              VALUE 'Y'.
       01  WS-CHANGED-SW          PIC X     VALUE 'N'.
           88  TABLE-CHANGED                VALUE 'Y'.
       01  WS-TARGET-DAYS         PIC 9(3)  VALUE 0.
       01  WS-DESCRIPTION         PIC X(40) VALUE SPACES.
       01  WS-TODAY               PIC X(8)  VALUE SPACES.
       01  WS-ADDED-COUNT         PIC 9(3)  VALUE 0.
       01  WS-LIST-COUNT          PIC 9(3)  VALUE 0.

      *--------------- the whole file is small enough to hold: load
      *--------------- it, change it, write it back whole
       01  WS-RSN-MAX             PIC 9(3)  VALUE 300.
       01  WS-RSN-USED            PIC 9(3)  VALUE 0.
       01  WS-RSN-IX              PIC 9(3).
       01  WS-RSN-HIT             PIC 9(3)  VALUE 0.
       01  WS-RSN-TABLE.
           05  WS-RSN-ENTRY OCCURS 300 TIMES.
               10  WS-RSN-CODE        PIC X(12).
               10  WS-RSN-DESC        PIC X(40).
               10  WS-RSN-TEAM        PIC X(12).
               10  WS-RSN-SEVERITY    PIC X(4).
               10  WS-RSN-RECYCLE     PIC X(1).
               10  WS-RSN-DAYS        PIC 9(3).
               10  WS-RSN-CHG-DATE    PIC X(8).
               10  WS-RSN-CHG-BY      PIC X(8).

      *--------------- the codes the shipped jobs post: code, owning
      *--------------- team, severity, recyclable, target days, then
      *--------------- the description
       01  WS-STD-CODES-G.
           05  FILLER PIC X(32) VALUE
               "TOO-SHORT   CARD-OPS    MED Y005".
           05  FILLER PIC X(40) VALUE
               "CARD NUMBER HAS TOO FEW DIGITS".
           05  FILLER PIC X(32) VALUE
               "BAD-CHAR    CARD-OPS    MED Y005".
           05  FILLER PIC X(40) VALUE
               "CARD NUMBER HAS A NON-DIGIT CHARACTER".
           05  FILLER PIC X(32) VALUE
               "BAD-CHECKSUMCARD-OPS    MED Y005".
           05  FILLER PIC X(40) VALUE
               "CARD NUMBER FAILS THE LUHN CHECK DIGIT".
           05  FILLER PIC X(32) VALUE
               "HOTCARD     CARD-OPS    HIGHN001".
           05  FILLER PIC X(40) VALUE
               "CARD NUMBER IS IN A HOT-CARD RANGE".
           05  FILLER PIC X(32) VALUE
               "BADSTEM     CARD-OPS    LOW N010".
           05  FILLER PIC X(40) VALUE
               "CHECK-DIGIT STEM BLANK OR OVER 31 DIGITS".
           05  FILLER PIC X(32) VALUE
               "ACQDECLINE  CARD-OPS    MED N003".
           05  FILLER PIC X(40) VALUE
               "ACQUIRER DECLINED A SETTLED ITEM".
           05  FILLER PIC X(32) VALUE
               "BADYEAR     DATE-SVCS   LOW Y007".
           05  FILLER PIC X(40) VALUE
               "YEAR IS NOT A FOUR-DIGIT NUMBER".
           05  FILLER PIC X(32) VALUE
               "BADREQ      LENDING     MED N005".
           05  FILLER PIC X(40) VALUE
               "REQUEST INCOMPLETE OR DATE NOT VALID".
           05  FILLER PIC X(32) VALUE
               "BADDATE     LENDING     MED N005".
           05  FILLER PIC X(40) VALUE
               "LOAN START DATE IS NOT A CALENDAR DATE".
           05  FILLER PIC X(32) VALUE
               "BADTERM     LENDING     MED N005".
           05  FILLER PIC X(40) VALUE
               "LOAN TERM MISSING OR OUT OF RANGE".
           05  FILLER PIC X(32) VALUE
               "BADFREQ     LENDING     LOW N005".
           05  FILLER PIC X(40) VALUE
               "PAYMENT FREQUENCY NOT MONTHLY/QUARTRLY".
           05  FILLER PIC X(32) VALUE
               "BADROLL     LENDING     LOW N005".
           05  FILLER PIC X(40) VALUE
               "HOLIDAY ROLL NOT FOLLOW, PRECED OR NONE".
           05  FILLER PIC X(32) VALUE
               "BADCAL      LENDING     MED N005".
           05  FILLER PIC X(40) VALUE
               "HOLIDAY CALENDAR NOT AVAILABLE".
           05  FILLER PIC X(32) VALUE
               "BADAMT      LENDING     MED N005".
           05  FILLER PIC X(40) VALUE
               "PRINCIPAL OR RATE MISSING OR NOT VALID".
           05  FILLER PIC X(32) VALUE
               "BADBASIS    LENDING     LOW N005".
           05  FILLER PIC X(40) VALUE
               "DAY-COUNT BASIS NOT RECOGNIZED".
           05  FILLER PIC X(32) VALUE
               "PASTHRZN    LENDING     MED N010".
           05  FILLER PIC X(40) VALUE
               "SCHEDULE RUNS PAST THE CALENDAR HORIZON".
           05  FILLER PIC X(32) VALUE
               "OVERFLOW    RESEARCH    LOW N030".
           05  FILLER PIC X(40) VALUE
               "TRAJECTORY OVERFLOWED THE WORK FIELDS".
           05  FILLER PIC X(32) VALUE
               "NOPROFILE   TEXT-SVCS   MED N005".
           05  FILLER PIC X(40) VALUE
               "SAMPLE FROM A CLIENT WITH NO PROFILE".
           05  FILLER PIC X(32) VALUE
               "RESTRICTED  TEXT-SVCS   MED N005".
           05  FILLER PIC X(40) VALUE
               "SAMPLE CONTAINS A BLOCKED TERM".
           05  FILLER PIC X(32) VALUE
               "NOTPANG     TEXT-SVCS   LOW N010".
           05  FILLER PIC X(40) VALUE
               "SAMPLE IS NOT A PANGRAM".
           05  FILLER PIC X(32) VALUE
               "BADBASE     GENOMICS    MED Y005".
           05  FILLER PIC X(40) VALUE
               "STRAND CONTAINS A NON-BASE CHARACTER".
           05  FILLER PIC X(32) VALUE
               "RSLTCONF    GENOMICS    HIGHN002".
           05  FILLER PIC X(40) VALUE
               "RESUBMITTED ACCESSION GAVE A NEW RESULT".
           05  FILLER PIC X(32) VALUE
               "NOORF       GENOMICS    LOW N010".
           05  FILLER PIC X(40) VALUE
               "NO OPEN READING FRAME IN THE STRAND".
           05  FILLER PIC X(32) VALUE
               "PARTCODON   GENOMICS    LOW N010".
           05  FILLER PIC X(40) VALUE
               "INCOMPLETE TRAILING CODON".
           05  FILLER PIC X(32) VALUE
               "BADCODON    GENOMICS    MED N005".
           05  FILLER PIC X(40) VALUE
               "CODON NOT IN THE CODON TABLE".
           05  FILLER PIC X(32) VALUE
               "BADBYTE     INTERCHANGE MED N003".
           05  FILLER PIC X(40) VALUE
               "BYTE WITH NO TRANSLATION IN TARGET CODE".
           05  FILLER PIC X(32) VALUE
               "BADPACK     INTERCHANGE HIGHN002".
           05  FILLER PIC X(40) VALUE
               "PACKED FIELD HAS INVALID NIBBLES".
           05  FILLER PIC X(32) VALUE
               "BADRDW      INTERCHANGE HIGHN002".
           05  FILLER PIC X(40) VALUE
               "RDW LENGTH DISAGREES WITH RECORD DATA".
       01  WS-STD-CODES REDEFINES WS-STD-CODES-G.
           05  WS-STD-ENTRY OCCURS 28 TIMES.
               10  WS-STD-CODE        PIC X(12).
               10  WS-STD-TEAM        PIC X(12).
               10  WS-STD-SEVERITY    PIC X(4).
               10  WS-STD-RECYCLE     PIC X(1).
               10  WS-STD-DAYS        PIC 9(3).
               10  WS-STD-DESC        PIC X(40).
       01  WS-STD-COUNT           PIC 9(3)  VALUE 28.
       01  WS-STD-IX              PIC 9(3).

      *--------------- sign-on check; SIGNON audits every call
       01  WS-SG-PROGRAM          PIC X(12) VALUE "RSNMANT".
       01  WS-SG-FUNCTION         PIC X(10) VALUE SPACES.
       01  WS-SG-MIN-ROLE         PIC X(9)  VALUE SPACES.
       01  WS-SG-USER             PIC X(8)  VALUE SPACES.
       01  WS-SG-STATUS           PIC X(2)  VALUE SPACES.
           88  SIGN-ON-GRANTED              VALUE "00".

       PROCEDURE DIVISION.
       RSNMANT.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-FUNCTION-ARG FROM ARGUMENT-VALUE.
           MOVE 2 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-2 FROM ARGUMENT-VALUE.
           MOVE 3 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-3 FROM ARGUMENT-VALUE.
           MOVE 4 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-4 FROM ARGUMENT-VALUE.
           MOVE 5 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-5 FROM ARGUMENT-VALUE.
           MOVE 6 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-6 FROM ARGUMENT-VALUE.
           IF WS-PARM-2 = LOW-VALUES
              MOVE SPACES TO WS-PARM-2
           END-IF.
           IF WS-PARM-3 = LOW-VALUES
              MOVE SPACES TO WS-PARM-3
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
           INSPECT WS-PARM-2 CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-PARM-3 CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-PARM-4 CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-PARM-5 CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 0005-SIGN-ON.
           IF NOT SIGN-ON-GRANTED
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0010-LOAD-REASON-CODES.
           IF RETURN-CODE = 0
              EVALUATE WS-FUNCTION-ARG
                 WHEN "ADD"
                    PERFORM 1000-ADD-REASON-CODE
                 WHEN "CHANGE"
                    PERFORM 2000-CHANGE-REASON-CODE
                 WHEN "STANDARD"
                    PERFORM 3000-REGISTER-STANDARD-CODES
                 WHEN "LIST"
                    PERFORM 5000-LIST-REASON-CODES
                 WHEN OTHER
                    DISPLAY "RSNMANT: UNKNOWN FUNCTION "
                       WS-FUNCTION-ARG
                    DISPLAY "USE ADD, CHANGE, STANDARD OR LIST"
                    MOVE 8 TO RETURN-CODE
              END-EVALUATE
           END-IF.
           IF TABLE-CHANGED AND RETURN-CODE = 0
              PERFORM 0020-WRITE-REASON-CODES
           END-IF.
           STOP RUN.

       0005-SIGN-ON.
           MOVE WS-FUNCTION-ARG TO WS-SG-FUNCTION.
           IF WS-FUNCTION-ARG = "LIST"
              MOVE "VIEW" TO WS-SG-MIN-ROLE
           ELSE
              MOVE "CUSTODIAN" TO WS-SG-MIN-ROLE
           END-IF.
           MOVE SPACES TO WS-SG-USER.
           CALL "SIGNON" USING WS-SG-PROGRAM WS-SG-FUNCTION
                               WS-SG-MIN-ROLE WS-SG-USER
                               WS-SG-STATUS.

       0010-LOAD-REASON-CODES.
           MOVE 0 TO WS-RSN-USED.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-RSN-STATUS.
           OPEN INPUT REASON-CODE-FILE.
           IF WS-RSN-STATUS = "35"
      *--------------- no master yet: the first ADD or STANDARD
      *--------------- starts one
              EXIT PARAGRAPH
           END-IF.
           IF WS-RSN-STATUS NOT = "00"
              DISPLAY "RSNMANT: CANNOT OPEN RSNCODE.DAT - STATUS "
                 WS-RSN-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-REASON-FILE
              READ REASON-CODE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF WS-RSN-USED < WS-RSN-MAX
                       ADD 1 TO WS-RSN-USED
                       MOVE RSN-REASON-CODE
                          TO WS-RSN-CODE(WS-RSN-USED)
                       MOVE RSN-DESCRIPTION
                          TO WS-RSN-DESC(WS-RSN-USED)
                       MOVE RSN-OWNER-TEAM
                          TO WS-RSN-TEAM(WS-RSN-USED)
                       MOVE RSN-SEVERITY
                          TO WS-RSN-SEVERITY(WS-RSN-USED)
                       MOVE RSN-RECYCLABLE
                          TO WS-RSN-RECYCLE(WS-RSN-USED)
                       MOVE RSN-TARGET-DAYS
                          TO WS-RSN-DAYS(WS-RSN-USED)
                       MOVE RSN-CHANGED-DATE
                          TO WS-RSN-CHG-DATE(WS-RSN-USED)
                       MOVE RSN-CHANGED-BY
                          TO WS-RSN-CHG-BY(WS-RSN-USED)
                    ELSE
                       DISPLAY "RSNMANT: MORE THAN " WS-RSN-MAX
                          " REASON CODES ON FILE - NOTHING CHANGED"
                       MOVE 8 TO RETURN-CODE
                       MOVE 'Y' TO WS-EOF-SW
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REASON-CODE-FILE.

       0020-WRITE-REASON-CODES.
           MOVE SPACES TO WS-RSN-STATUS.
           OPEN OUTPUT REASON-CODE-FILE.
           IF WS-RSN-STATUS NOT = "00"
              DISPLAY "RSNMANT: CANNOT REWRITE RSNCODE.DAT - STATUS "
                 WS-RSN-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RSN-IX FROM 1 BY 1
              UNTIL WS-RSN-IX > WS-RSN-USED
              MOVE SPACES                      TO RSN-REASON-RECORD
              MOVE WS-RSN-CODE(WS-RSN-IX)      TO RSN-REASON-CODE
              MOVE WS-RSN-DESC(WS-RSN-IX)      TO RSN-DESCRIPTION
              MOVE WS-RSN-TEAM(WS-RSN-IX)      TO RSN-OWNER-TEAM
              MOVE WS-RSN-SEVERITY(WS-RSN-IX)  TO RSN-SEVERITY
              MOVE WS-RSN-RECYCLE(WS-RSN-IX)   TO RSN-RECYCLABLE
              MOVE WS-RSN-DAYS(WS-RSN-IX)      TO RSN-TARGET-DAYS
              MOVE WS-RSN-CHG-DATE(WS-RSN-IX)  TO RSN-CHANGED-DATE
              MOVE WS-RSN-CHG-BY(WS-RSN-IX)    TO RSN-CHANGED-BY
              WRITE RSN-REASON-RECORD
           END-PERFORM.
           CLOSE REASON-CODE-FILE.
           DISPLAY "RSNMANT: RSNCODE.DAT REWRITTEN - " WS-RSN-USED
              " REASON CODES".

       0030-FIND-REASON-CODE.
           MOVE 0 TO WS-RSN-HIT.
           PERFORM VARYING WS-RSN-IX FROM 1 BY 1
              UNTIL WS-RSN-IX > WS-RSN-USED OR WS-RSN-HIT > 0
              IF WS-RSN-CODE(WS-RSN-IX) = WS-PARM-2
                 MOVE WS-RSN-IX TO WS-RSN-HIT
              END-IF
           END-PERFORM.

       0035-CHECK-ATTRIBUTE-PARMS.
      *--------------- team, severity, recyclable and target days
      *--------------- are all required on ADD and CHANGE
           IF WS-PARM-2 = SPACES OR WS-PARM-3 = SPACES
              DISPLAY "RSNMANT: " WS-FUNCTION-ARG " NEEDS A CODE, "
                 "TEAM, SEVERITY, RECYCLABLE AND DAYS"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RSN-SEVERITY RSN-RECYCLABLE.
           MOVE WS-PARM-4 TO RSN-SEVERITY.
           MOVE WS-PARM-5 TO RSN-RECYCLABLE.
           IF NOT RSN-SEVERITY-VALID
              DISPLAY "RSNMANT: SEVERITY MUST BE HIGH, MED OR LOW"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           IF NOT RSN-RECYCLE-VALID
              DISPLAY "RSNMANT: RECYCLABLE MUST BE Y OR N"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           IF WS-PARM-6 = SPACES
              OR FUNCTION TRIM(WS-PARM-6) IS NOT NUMERIC
              DISPLAY "RSNMANT: TARGET DAYS MUST BE 1-999"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-PARM-6) TO WS-TARGET-DAYS.
           IF WS-TARGET-DAYS = 0
              DISPLAY "RSNMANT: TARGET DAYS MUST BE 1-999"
              MOVE 8 TO RETURN-CODE
           END-IF.

       0060-PROMPT-DESCRIPTION.
           DISPLAY "DESCRIPTION FOR " WS-PARM-2 ": "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-DESCRIPTION.
           ACCEPT WS-DESCRIPTION.
           INSPECT WS-DESCRIPTION CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       0080-STAMP-CHANGE.
           MOVE WS-TODAY   TO WS-RSN-CHG-DATE(WS-RSN-HIT).
           MOVE WS-SG-USER TO WS-RSN-CHG-BY(WS-RSN-HIT).
           MOVE 'Y' TO WS-CHANGED-SW.

       1000-ADD-REASON-CODE.
           PERFORM 0035-CHECK-ATTRIBUTE-PARMS.
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0030-FIND-REASON-CODE.
           IF WS-RSN-HIT > 0
              DISPLAY "RSNMANT: REASON CODE " WS-PARM-2
                 " IS ALREADY ON FILE - USE CHANGE"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           IF WS-RSN-USED NOT < WS-RSN-MAX
              DISPLAY "RSNMANT: REASON-CODE TABLE FULL AT " WS-RSN-MAX
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0060-PROMPT-DESCRIPTION.
           IF WS-DESCRIPTION = SPACES
              DISPLAY "RSNMANT: A NEW CODE NEEDS A DESCRIPTION - "
                 "NOTHING ADDED"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RSN-USED.
           MOVE WS-RSN-USED     TO WS-RSN-HIT.
           MOVE WS-PARM-2       TO WS-RSN-CODE(WS-RSN-HIT).
           MOVE WS-DESCRIPTION  TO WS-RSN-DESC(WS-RSN-HIT).
           MOVE WS-PARM-3       TO WS-RSN-TEAM(WS-RSN-HIT).
           MOVE RSN-SEVERITY    TO WS-RSN-SEVERITY(WS-RSN-HIT).
           MOVE RSN-RECYCLABLE  TO WS-RSN-RECYCLE(WS-RSN-HIT).
           MOVE WS-TARGET-DAYS  TO WS-RSN-DAYS(WS-RSN-HIT).
           PERFORM 0080-STAMP-CHANGE.
           DISPLAY "RSNMANT: REASON CODE " WS-PARM-2 " ADDED FOR "
              WS-PARM-3.

       2000-CHANGE-REASON-CODE.
           PERFORM 0035-CHECK-ATTRIBUTE-PARMS.
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0030-FIND-REASON-CODE.
           IF WS-RSN-HIT = 0
              DISPLAY "RSNMANT: REASON CODE " WS-PARM-2
                 " NOT ON FILE - USE ADD"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 0060-PROMPT-DESCRIPTION.
           IF WS-DESCRIPTION NOT = SPACES
              MOVE WS-DESCRIPTION TO WS-RSN-DESC(WS-RSN-HIT)
           END-IF.
           MOVE WS-PARM-3       TO WS-RSN-TEAM(WS-RSN-HIT).
           MOVE RSN-SEVERITY    TO WS-RSN-SEVERITY(WS-RSN-HIT).
           MOVE RSN-RECYCLABLE  TO WS-RSN-RECYCLE(WS-RSN-HIT).
           MOVE WS-TARGET-DAYS  TO WS-RSN-DAYS(WS-RSN-HIT).
           PERFORM 0080-STAMP-CHANGE.
           DISPLAY "RSNMANT: REASON CODE " WS-PARM-2 " CHANGED".

       3000-REGISTER-STANDARD-CODES.
      *--------------- a code already on file keeps whatever the
      *--------------- site has made of it; only missing codes are
      *--------------- added
           MOVE 0 TO WS-ADDED-COUNT.
           PERFORM VARYING WS-STD-IX FROM 1 BY 1
              UNTIL WS-STD-IX > WS-STD-COUNT OR RETURN-CODE NOT = 0
              MOVE WS-STD-CODE(WS-STD-IX) TO WS-PARM-2
              PERFORM 0030-FIND-REASON-CODE
              IF WS-RSN-HIT = 0
                 PERFORM 3100-ADD-STANDARD-CODE
              END-IF
           END-PERFORM.
           DISPLAY "RSNMANT: " WS-ADDED-COUNT
              " STANDARD REASON CODES REGISTERED".

       3100-ADD-STANDARD-CODE.
           IF WS-RSN-USED NOT < WS-RSN-MAX
              DISPLAY "RSNMANT: REASON-CODE TABLE FULL AT " WS-RSN-MAX
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RSN-USED.
           MOVE WS-RSN-USED TO WS-RSN-HIT.
           MOVE WS-STD-CODE(WS-STD-IX)     TO WS-RSN-CODE(WS-RSN-HIT).
           MOVE WS-STD-DESC(WS-STD-IX)     TO WS-RSN-DESC(WS-RSN-HIT).
           MOVE WS-STD-TEAM(WS-STD-IX)     TO WS-RSN-TEAM(WS-RSN-HIT).
           MOVE WS-STD-SEVERITY(WS-STD-IX)
              TO WS-RSN-SEVERITY(WS-RSN-HIT).
           MOVE WS-STD-RECYCLE(WS-STD-IX)
              TO WS-RSN-RECYCLE(WS-RSN-HIT).
           MOVE WS-STD-DAYS(WS-STD-IX)     TO WS-RSN-DAYS(WS-RSN-HIT).
           PERFORM 0080-STAMP-CHANGE.
           ADD 1 TO WS-ADDED-COUNT.
           DISPLAY "RSNMANT: " WS-STD-CODE(WS-STD-IX) " "
              WS-STD-TEAM(WS-STD-IX) " REGISTERED".

       5000-LIST-REASON-CODES.
           MOVE 0 TO WS-LIST-COUNT.
           DISPLAY "REASON-CODE  TEAM         SEV  R DAYS  "
              "DESCRIPTION".
           PERFORM VARYING WS-RSN-IX FROM 1 BY 1
              UNTIL WS-RSN-IX > WS-RSN-USED
              IF WS-PARM-2 = SPACES
                 OR WS-RSN-TEAM(WS-RSN-IX) = WS-PARM-2
                 ADD 1 TO WS-LIST-COUNT
                 DISPLAY WS-RSN-CODE(WS-RSN-IX) " "
                    WS-RSN-TEAM(WS-RSN-IX) " "
                    WS-RSN-SEVERITY(WS-RSN-IX) " "
                    WS-RSN-RECYCLE(WS-RSN-IX) " "
                    WS-RSN-DAYS(WS-RSN-IX) "   "
                    WS-RSN-DESC(WS-RSN-IX)
              END-IF
           END-PERFORM.
           DISPLAY "REASON CODES LISTED: " WS-LIST-COUNT.
