       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTGEN.
      *****************************************************************
      * RPTGEN - report output generations. Every report job OPENs    *
      * OUTPUT on a fixed name, so a daytime rerun or a parallel run  *
      * in the wrong directory used to destroy the overnight output   *
      * auditors and downstream teams had already used. A job now     *
      * calls here just before it opens a report OUTPUT, and the      *
      * file it is about to overwrite is first rolled to a numbered   *
      * generation:                                                   *
      *                                                               *
      *   CALL "RPTGEN" USING RG-FUNCTION RG-FILE-NAME RG-RUN-ID      *
      *                       RG-STATUS                               *
      *                                                               *
      *   RG-FUNCTION "ROLL" - copy RG-FILE-NAME to its next          *
      *                        generation slot and catalog it under   *
      *                        the run id in its RH header. A file    *
      *                        with no header of its own (a reject or *
      *                        FASTA file) is cataloged under the run *
      *                        id passed in RG-RUN-ID, or NO-HEADER   *
      *                        when that is spaces. RG-RUN-ID comes   *
      *                        back with the run id used, and is left *
      *                        alone when there was nothing to roll   *
      *                        (no file, or an empty one), so a job   *
      *                        rolling a report and then its          *
      *                        companion files passes the report's    *
      *                        run id along from one call to the next *
      *   RG-FUNCTION "REST" - put the newest generation of           *
      *                        RG-FILE-NAME cataloged under RG-RUN-ID *
      *                        back in place; the live file is rolled *
      *                        first, so a restore loses nothing      *
      *                                                               *
      *   RG-STATUS "00" - done (or nothing to roll)                  *
      *   RG-STATUS "NF" - REST found no such generation              *
      *   anything else  - the file status of the failed copy; the    *
      *                    caller must not overwrite the live file    *
      *                                                               *
      * Generations live in ring slots named after the file           *
      * (CARDRPT.DAT -> CARDRPT.G01 ...) and are cataloged in         *
      * RPTGCATL.DAT (layout RPTGCAT). The number kept per file comes *
      * from control cards in RPTGPARM.DAT, read once per run:        *
      *                                                               *
      *   DEFAULT=nn       - generations kept of every report file    *
      *   CARDRPT.DAT=nn   - generations kept of that file            *
      *                                                               *
      * with 5 kept when there is no card, 1-99 allowed. A file's     *
      * slots above a lowered keep count are emptied at its next      *
      * roll. HOUSEKPG ages generations off; RPTREST lists and        *
      * restores them.                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--------------- one pair of byte-stream FDs serves every copy;
      *--------------- the names are set before each OPEN
           SELECT COPY-IN-FILE       ASSIGN USING WS-COPY-FROM
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-IN-STATUS.
           SELECT COPY-OUT-FILE      ASSIGN USING WS-COPY-TO
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-OUT-STATUS.
           SELECT CATALOG-FILE       ASSIGN TO "RPTGCATL.DAT"
              ORGANIZATION IS SEQUENTIAL
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS WS-CAT-STATUS.
           SELECT PARM-CARD-FILE     ASSIGN TO "RPTGPARM.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COPY-IN-FILE
           RECORD CONTAINS 1 CHARACTERS
           RECORDING MODE IS F.
       01  COPY-IN-BYTE               PIC X(1).

       FD  COPY-OUT-FILE
           RECORD CONTAINS 1 CHARACTERS
           RECORDING MODE IS F.
       01  COPY-OUT-BYTE              PIC X(1).

       FD  CATALOG-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
           COPY RPTGCAT.

       FD  PARM-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PC-PARM-CARD               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS           PIC XX    VALUE SPACES.
       01  WS-OUT-STATUS          PIC XX    VALUE SPACES.
       01  WS-CAT-STATUS          PIC XX    VALUE SPACES.
       01  WS-PARM-STATUS         PIC XX    VALUE SPACES.
       01  WS-COPY-FROM           PIC X(16) VALUE SPACES.
       01  WS-COPY-TO             PIC X(16) VALUE SPACES.
       01  WS-COPY-BYTES          PIC 9(9)  VALUE 0.
       01  WS-COPY-STATUS         PIC XX    VALUE SPACES.
       01  WS-COPY-EOF-SW         PIC X     VALUE 'N'.
           88  EOF-COPY-IN                  VALUE 'Y'.
      *--------------- the first 80 bytes of the file being copied,
      *--------------- where a report's RH header sits (only up to
      *--------------- the first line end of a line-sequential file)
       01  WS-COPY-HEAD           PIC X(80) VALUE SPACES.
       01  WS-HEAD-DONE-SW        PIC X     VALUE 'N'.
           88  HEAD-DONE                    VALUE 'Y'.
       01  WS-BASE-NAME           PIC X(12) VALUE SPACES.
       01  WS-SLOT-NAME           PIC X(16) VALUE SPACES.
       01  WS-WORK-NAME           PIC X(16) VALUE "RPTGWORK.DAT".
       01  WS-TODAY               PIC X(8)  VALUE SPACES.
       01  WS-TIME-NOW            PIC X(8)  VALUE SPACES.
       01  WS-RETRY-COUNT         PIC 9(2)  VALUE 0.
       01  WS-RETRY-MAX           PIC 9(2)  VALUE 5.
       01  WS-RETRY-WAIT-SECS     PIC 9(4) COMP VALUE 1.
       01  WS-CAT-OPEN-SW         PIC X     VALUE 'N'.
           88  CATALOG-OPEN-DONE            VALUE 'Y'.
       01  WS-CAT-EOF-SW          PIC X     VALUE 'N'.
           88  EOF-CATALOG                  VALUE 'Y'.

      *--------------- keep counts from RPTGPARM.DAT, read on the
      *--------------- first call of the run
       01  WS-PARMS-LOADED-SW     PIC X     VALUE 'N'.
           88  KEEP-COUNTS-LOADED           VALUE 'Y'.
       01  WS-PARM-EOF-SW         PIC X     VALUE 'N'.
           88  EOF-PARM-CARDS               VALUE 'Y'.
       01  WS-PS-NAME             PIC X(12) VALUE SPACES.
       01  WS-PS-VALUE            PIC X(16) VALUE SPACES.
       01  WS-PS-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-DEFAULT-KEEP        PIC 9(2)  VALUE 5.
       01  WS-KEEP                PIC 9(2)  VALUE 5.
       01  WS-CARD-KEEP           PIC 9(2)  VALUE 0.
       01  WS-KPT-MAX             PIC 9(2)  VALUE 50.
       01  WS-KPT-USED            PIC 9(2)  VALUE 0.
       01  WS-KPT-IX              PIC 9(2).
       01  WS-KEEP-TABLE.
           05  WS-KPT-ENTRY OCCURS 50 TIMES.
               10  WS-KPT-FILE        PIC X(12).
               10  WS-KPT-KEEP        PIC 9(2).

      *--------------- what the catalog says about one file: its
      *--------------- highest generation and what each slot holds
       01  WS-MAX-GEN             PIC 9(4)  VALUE 0.
       01  WS-NEW-GEN             PIC 9(4)  VALUE 0.
       01  WS-NEW-SLOT            PIC 9(2)  VALUE 0.
       01  WS-OLDEST-GEN          PIC 9(4)  VALUE 0.
       01  WS-SLOT-IX             PIC 9(3).
       01  WS-SLOT-DIGITS         PIC 9(2)  VALUE 0.
       01  WS-RETIRE-FROM         PIC 9(3)  VALUE 0.
       01  WS-SLOT-TABLE.
           05  WS-SLOT-ENTRY OCCURS 99 TIMES.
               10  WS-SLOT-STATE      PIC X(1).
               10  WS-SLOT-GEN        PIC 9(4).
               10  WS-SLOT-RUN-ID     PIC X(12).
       01  WS-REST-RUN-ID         PIC X(12) VALUE SPACES.
       01  WS-CALLER-RUN-ID       PIC X(12) VALUE SPACES.
       01  WS-REST-SLOT           PIC 9(2)  VALUE 0.
       01  WS-REST-GEN            PIC 9(4)  VALUE 0.

           COPY RPTHDTR.

       LINKAGE SECTION.
       01  RG-FUNCTION            PIC X(4).
       01  RG-FILE-NAME           PIC X(12).
       01  RG-RUN-ID              PIC X(12).
       01  RG-STATUS              PIC X(2).
       PROCEDURE DIVISION USING RG-FUNCTION RG-FILE-NAME RG-RUN-ID
                                RG-STATUS.
       RPTGEN.
           MOVE "00" TO RG-STATUS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           IF NOT KEEP-COUNTS-LOADED
              PERFORM 1000-LOAD-KEEP-COUNTS
           END-IF.
           MOVE SPACES TO WS-BASE-NAME.
           UNSTRING RG-FILE-NAME DELIMITED BY "." INTO WS-BASE-NAME.
           EVALUATE RG-FUNCTION
              WHEN "ROLL"
                 PERFORM 2000-ROLL-LIVE-FILE
              WHEN "REST"
                 PERFORM 3000-RESTORE-GENERATION
              WHEN OTHER
                 DISPLAY "RPTGEN: UNKNOWN FUNCTION " RG-FUNCTION
                 MOVE "99" TO RG-STATUS
           END-EVALUATE.
           GOBACK.

       1000-LOAD-KEEP-COUNTS.
           MOVE 'Y' TO WS-PARMS-LOADED-SW.
           MOVE SPACES TO WS-PARM-STATUS.
           OPEN INPUT PARM-CARD-FILE.
           IF WS-PARM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PARM-EOF-SW.
           PERFORM UNTIL EOF-PARM-CARDS
              READ PARM-CARD-FILE
                 AT END
                    MOVE 'Y' TO WS-PARM-EOF-SW
                 NOT AT END
                    PERFORM 1100-APPLY-PARM-CARD
              END-READ
           END-PERFORM.
           CLOSE PARM-CARD-FILE.

       1100-APPLY-PARM-CARD.
           CALL "PARMSCAN" USING PC-PARM-CARD WS-PS-NAME
                                 WS-PS-VALUE WS-PS-STATUS.
           IF WS-PS-STATUS = "10"
              EXIT PARAGRAPH
           END-IF.
           IF WS-PS-STATUS NOT = "00"
              OR FUNCTION TRIM(WS-PS-VALUE) IS NOT NUMERIC
              OR FUNCTION NUMVAL(WS-PS-VALUE) < 1
              OR FUNCTION NUMVAL(WS-PS-VALUE) > 99
              DISPLAY "RPTGEN: REJECTED RPTGPARM CARD: " PC-PARM-CARD
              EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-PS-VALUE) TO WS-CARD-KEEP.
           IF WS-PS-NAME = "DEFAULT"
              MOVE WS-CARD-KEEP TO WS-DEFAULT-KEEP
              EXIT PARAGRAPH
           END-IF.
           IF WS-KPT-USED >= WS-KPT-MAX
              DISPLAY "RPTGEN: MORE THAN " WS-KPT-MAX
                 " RPTGPARM CARDS - EXTRAS IGNORED"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-KPT-USED.
           MOVE WS-PS-NAME   TO WS-KPT-FILE(WS-KPT-USED).
           MOVE WS-CARD-KEEP TO WS-KPT-KEEP(WS-KPT-USED).

       1200-FIND-KEEP-COUNT.
           MOVE WS-DEFAULT-KEEP TO WS-KEEP.
           PERFORM VARYING WS-KPT-IX FROM 1 BY 1
              UNTIL WS-KPT-IX > WS-KPT-USED
              IF WS-KPT-FILE(WS-KPT-IX) = RG-FILE-NAME
                 MOVE WS-KPT-KEEP(WS-KPT-IX) TO WS-KEEP
              END-IF
           END-PERFORM.

       1300-SCAN-CATALOG.
      *--------------- the last record for a slot says what it holds
           MOVE 0 TO WS-MAX-GEN.
           PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
              UNTIL WS-SLOT-IX > 99
              MOVE SPACES TO WS-SLOT-STATE(WS-SLOT-IX)
              MOVE 0      TO WS-SLOT-GEN(WS-SLOT-IX)
              MOVE SPACES TO WS-SLOT-RUN-ID(WS-SLOT-IX)
           END-PERFORM.
           MOVE SPACES TO WS-CAT-STATUS.
           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CAT-EOF-SW.
           PERFORM UNTIL EOF-CATALOG
              READ CATALOG-FILE
                 AT END
                    MOVE 'Y' TO WS-CAT-EOF-SW
                 NOT AT END
                    IF RGC-FILE-NAME = RG-FILE-NAME
                       AND RGC-SLOT > 0
                       PERFORM 1310-NOTE-CATALOG-ENTRY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.

       1310-NOTE-CATALOG-ENTRY.
           IF RGC-GEN-NUMBER > WS-MAX-GEN
              MOVE RGC-GEN-NUMBER TO WS-MAX-GEN
           END-IF.
           MOVE RGC-STATE      TO WS-SLOT-STATE(RGC-SLOT).
           MOVE RGC-GEN-NUMBER TO WS-SLOT-GEN(RGC-SLOT).
           MOVE RGC-RUN-ID     TO WS-SLOT-RUN-ID(RGC-SLOT).

       1400-BUILD-SLOT-NAME.
           MOVE SPACES TO WS-SLOT-NAME.
           MOVE WS-SLOT-IX TO WS-SLOT-DIGITS.
           STRING WS-BASE-NAME DELIMITED BY SPACE
                  ".G" WS-SLOT-DIGITS DELIMITED BY SIZE
              INTO WS-SLOT-NAME.

       1500-PICK-SLOT.
      *--------------- the first empty slot within the keep count,
      *--------------- else the one holding the oldest generation;
      *--------------- with a steady keep count this is a plain ring,
      *--------------- and a changed one never overwrites the newest
           MOVE 0 TO WS-NEW-SLOT.
           MOVE 9999 TO WS-OLDEST-GEN.
           PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
              UNTIL WS-SLOT-IX > WS-KEEP
              IF WS-SLOT-STATE(WS-SLOT-IX) NOT = "A"
                 IF WS-OLDEST-GEN > 0
                    MOVE WS-SLOT-IX TO WS-NEW-SLOT
                    MOVE 0 TO WS-OLDEST-GEN
                 END-IF
              ELSE
                 IF WS-SLOT-GEN(WS-SLOT-IX) < WS-OLDEST-GEN
                    MOVE WS-SLOT-IX TO WS-NEW-SLOT
                    MOVE WS-SLOT-GEN(WS-SLOT-IX) TO WS-OLDEST-GEN
                 END-IF
              END-IF
           END-PERFORM.

       2000-ROLL-LIVE-FILE.
           MOVE RG-RUN-ID TO WS-CALLER-RUN-ID.
      *--------------- nothing to keep when there is no file yet or
      *--------------- it is empty; a slot is only written once
      *--------------- there is something to put in it
           MOVE RG-FILE-NAME TO WS-COPY-FROM.
           MOVE SPACES TO WS-IN-STATUS.
           OPEN INPUT COPY-IN-FILE.
           IF WS-IN-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-COPY-EOF-SW.
           READ COPY-IN-FILE
              AT END
                 MOVE 'Y' TO WS-COPY-EOF-SW
           END-READ.
           CLOSE COPY-IN-FILE.
           IF EOF-COPY-IN
              EXIT PARAGRAPH
           END-IF.
           PERFORM 1200-FIND-KEEP-COUNT.
           PERFORM 1300-SCAN-CATALOG.
           COMPUTE WS-NEW-GEN = WS-MAX-GEN + 1.
           PERFORM 1500-PICK-SLOT.
           MOVE WS-NEW-SLOT TO WS-SLOT-IX.
           PERFORM 1400-BUILD-SLOT-NAME.
           MOVE WS-SLOT-NAME TO WS-COPY-TO.
           PERFORM 4000-COPY-FILE.
           IF WS-COPY-STATUS NOT = "00"
              DISPLAY "RPTGEN: " RG-FILE-NAME " NOT ROLLED TO "
                 WS-SLOT-NAME " - STATUS " WS-COPY-STATUS
              MOVE WS-COPY-STATUS TO RG-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-COPY-HEAD TO RH-HEADER-RECORD.
           MOVE SPACES TO RGC-CATALOG-RECORD.
           MOVE RG-FILE-NAME     TO RGC-FILE-NAME.
           MOVE WS-NEW-GEN       TO RGC-GEN-NUMBER.
           MOVE WS-NEW-SLOT      TO RGC-SLOT.
           MOVE "A"              TO RGC-STATE.
      *--------------- only a standard RH header carries a run id
      *--------------- (YYYYMMDD-NNN) at its columns; a file with an
      *--------------- "H" record of its own layout (GLJRNL's batch
      *--------------- header) is cataloged as a headerless one
           IF RH-REC-TYPE = "H" AND RH-RUN-ID(1:8) IS NUMERIC
              AND RH-RUN-ID(9:1) = "-"
              MOVE RH-RUN-ID     TO RGC-RUN-ID
              MOVE RH-JOB-NAME   TO RGC-JOB-NAME
              MOVE RH-RUN-DATE   TO RGC-RUN-DATE
           ELSE
              IF WS-CALLER-RUN-ID NOT = SPACES
                 MOVE WS-CALLER-RUN-ID TO RGC-RUN-ID
              ELSE
                 MOVE "NO-HEADER" TO RGC-RUN-ID
              END-IF
           END-IF.
           MOVE WS-TODAY         TO RGC-ROLLED-DATE.
           MOVE WS-TIME-NOW(1:6) TO RGC-ROLLED-TIME.
           MOVE WS-COPY-BYTES    TO RGC-BYTE-COUNT.
           PERFORM 5000-APPEND-CATALOG.
           IF RG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE RGC-RUN-ID TO RG-RUN-ID.
           DISPLAY "RPTGEN: " RG-FILE-NAME " RUN " RGC-RUN-ID
              " ROLLED TO " WS-SLOT-NAME.
           PERFORM 2100-RETIRE-EXTRA-SLOTS.

       2100-RETIRE-EXTRA-SLOTS.
      *--------------- the keep count was lowered: slots above it
      *--------------- are emptied so the file keeps what it should
           IF WS-KEEP >= 99
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RETIRE-FROM = WS-KEEP + 1.
           PERFORM VARYING WS-SLOT-IX FROM WS-RETIRE-FROM BY 1
              UNTIL WS-SLOT-IX > 99
              IF WS-SLOT-STATE(WS-SLOT-IX) = "A"
                 PERFORM 2110-EMPTY-SLOT
              END-IF
           END-PERFORM.

       2110-EMPTY-SLOT.
           PERFORM 1400-BUILD-SLOT-NAME.
           MOVE WS-SLOT-NAME TO WS-COPY-TO.
           MOVE SPACES TO WS-OUT-STATUS.
           OPEN OUTPUT COPY-OUT-FILE.
           IF WS-OUT-STATUS = "00"
              CLOSE COPY-OUT-FILE
           END-IF.
           MOVE SPACES TO RGC-CATALOG-RECORD.
           MOVE RG-FILE-NAME                TO RGC-FILE-NAME.
           MOVE WS-SLOT-GEN(WS-SLOT-IX)     TO RGC-GEN-NUMBER.
           MOVE WS-SLOT-IX                  TO RGC-SLOT.
           MOVE "X"                         TO RGC-STATE.
           MOVE WS-SLOT-RUN-ID(WS-SLOT-IX)  TO RGC-RUN-ID.
           MOVE WS-TODAY                    TO RGC-ROLLED-DATE.
           MOVE WS-TIME-NOW(1:6)            TO RGC-ROLLED-TIME.
           MOVE 0                           TO RGC-BYTE-COUNT.
           PERFORM 5000-APPEND-CATALOG.
           MOVE "X" TO WS-SLOT-STATE(WS-SLOT-IX).
           DISPLAY "RPTGEN: " WS-SLOT-NAME " EMPTIED - ABOVE KEEP "
              "COUNT " WS-KEEP.

       3000-RESTORE-GENERATION.
           MOVE RG-RUN-ID TO WS-REST-RUN-ID.
           PERFORM 1300-SCAN-CATALOG.
           MOVE 0 TO WS-REST-SLOT WS-REST-GEN.
           PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
              UNTIL WS-SLOT-IX > 99
              IF WS-SLOT-STATE(WS-SLOT-IX) = "A"
                 AND WS-SLOT-RUN-ID(WS-SLOT-IX) = WS-REST-RUN-ID
                 AND WS-SLOT-GEN(WS-SLOT-IX) > WS-REST-GEN
                 MOVE WS-SLOT-IX TO WS-REST-SLOT
                 MOVE WS-SLOT-GEN(WS-SLOT-IX) TO WS-REST-GEN
              END-IF
           END-PERFORM.
           IF WS-REST-SLOT = 0
              DISPLAY "RPTGEN: NO GENERATION OF " RG-FILE-NAME
                 " FOR RUN " WS-REST-RUN-ID
              MOVE "NF" TO RG-STATUS
              EXIT PARAGRAPH
           END-IF.
      *--------------- the generation goes to a work copy first: the
      *--------------- roll of the live file may reuse its slot
           MOVE WS-REST-SLOT TO WS-SLOT-IX.
           PERFORM 1400-BUILD-SLOT-NAME.
           MOVE WS-SLOT-NAME TO WS-COPY-FROM.
           MOVE WS-WORK-NAME TO WS-COPY-TO.
           PERFORM 4000-COPY-FILE.
           IF WS-COPY-STATUS NOT = "00"
              DISPLAY "RPTGEN: CANNOT READ " WS-SLOT-NAME
                 " - STATUS " WS-COPY-STATUS
              MOVE WS-COPY-STATUS TO RG-STATUS
              EXIT PARAGRAPH
           END-IF.
      *--------------- the live file is rolled under its own header,
      *--------------- not the run id being restored
           MOVE SPACES TO RG-RUN-ID.
           PERFORM 2000-ROLL-LIVE-FILE.
           IF RG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-WORK-NAME TO WS-COPY-FROM.
           MOVE RG-FILE-NAME TO WS-COPY-TO.
           PERFORM 4000-COPY-FILE.
           IF WS-COPY-STATUS NOT = "00"
              DISPLAY "RPTGEN: " RG-FILE-NAME " NOT RESTORED FROM "
                 WS-WORK-NAME " - STATUS " WS-COPY-STATUS
              MOVE WS-COPY-STATUS TO RG-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-WORK-NAME TO WS-COPY-TO.
           OPEN OUTPUT COPY-OUT-FILE.
           IF WS-OUT-STATUS = "00"
              CLOSE COPY-OUT-FILE
           END-IF.
           MOVE WS-REST-RUN-ID TO RG-RUN-ID.
           DISPLAY "RPTGEN: " RG-FILE-NAME " RESTORED - RUN "
              WS-REST-RUN-ID " GENERATION " WS-REST-GEN.

       4000-COPY-FILE.
      *--------------- byte for byte, so any record length or format
      *--------------- comes across exactly
           MOVE "00" TO WS-COPY-STATUS.
           MOVE 0 TO WS-COPY-BYTES.
           MOVE SPACES TO WS-COPY-HEAD.
           MOVE 'N' TO WS-HEAD-DONE-SW.
           MOVE SPACES TO WS-IN-STATUS.
           OPEN INPUT COPY-IN-FILE.
           IF WS-IN-STATUS NOT = "00"
              MOVE WS-IN-STATUS TO WS-COPY-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-OUT-STATUS.
           OPEN OUTPUT COPY-OUT-FILE.
           IF WS-OUT-STATUS NOT = "00"
              MOVE WS-OUT-STATUS TO WS-COPY-STATUS
              CLOSE COPY-IN-FILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-COPY-EOF-SW.
           PERFORM UNTIL EOF-COPY-IN
              READ COPY-IN-FILE
                 AT END
                    MOVE 'Y' TO WS-COPY-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-COPY-BYTES
                    IF COPY-IN-BYTE = X"0A"
                       MOVE 'Y' TO WS-HEAD-DONE-SW
                    END-IF
                    IF WS-COPY-BYTES <= 80 AND NOT HEAD-DONE
                       MOVE COPY-IN-BYTE
                          TO WS-COPY-HEAD(WS-COPY-BYTES:1)
                    END-IF
                    MOVE COPY-IN-BYTE TO COPY-OUT-BYTE
                    WRITE COPY-OUT-BYTE
                    IF WS-OUT-STATUS NOT = "00"
                       MOVE WS-OUT-STATUS TO WS-COPY-STATUS
                       MOVE 'Y' TO WS-COPY-EOF-SW
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COPY-IN-FILE.
           CLOSE COPY-OUT-FILE.

       5000-APPEND-CATALOG.
           MOVE 'N' TO WS-CAT-OPEN-SW.
           MOVE 0 TO WS-RETRY-COUNT.
           PERFORM UNTIL CATALOG-OPEN-DONE
              OR WS-RETRY-COUNT > WS-RETRY-MAX
              MOVE SPACES TO WS-CAT-STATUS
              OPEN EXTEND CATALOG-FILE
              EVALUATE WS-CAT-STATUS
                 WHEN "00"
                    MOVE 'Y' TO WS-CAT-OPEN-SW
                 WHEN "35"
                    ADD 1 TO WS-RETRY-COUNT
                    OPEN OUTPUT CATALOG-FILE
                    CLOSE CATALOG-FILE
                 WHEN OTHER
                    ADD 1 TO WS-RETRY-COUNT
                    CALL "C$SLEEP" USING WS-RETRY-WAIT-SECS
              END-EVALUATE
           END-PERFORM.
           IF NOT CATALOG-OPEN-DONE
              DISPLAY "RPTGEN: RPTGCATL.DAT BUSY OR BROKEN - STATUS "
                 WS-CAT-STATUS
              MOVE WS-CAT-STATUS TO RG-STATUS
              EXIT PARAGRAPH
           END-IF.
           WRITE RGC-CATALOG-RECORD.
           IF WS-CAT-STATUS NOT = "00"
              DISPLAY "RPTGEN: RPTGCATL.DAT NOT WRITTEN - STATUS "
                 WS-CAT-STATUS
              MOVE WS-CAT-STATUS TO RG-STATUS
           END-IF.
           CLOSE CATALOG-FILE.
