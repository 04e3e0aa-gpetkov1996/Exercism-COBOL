      * Packed fields with invalid nibbles reject the record (reason  *
      * BADPACK) and land on the field-level validation report        *
      * EBCDVAL.DAT.                                                  *
      *                                                               *
      *   arg 3 - record format of the EBCDIC side: FB (the default)  *
      *           or VB, variable-length records each framed by a     *
      *           4-byte record descriptor word - a 2-byte binary     *
      *           length that counts the RDW itself, then X'0000'     *
      *                                                               *
      * VB inbound (TOLOCAL) converts every variable record to our    *
      * fixed local layout: a CARD record up to 32 bytes is padded    *
      * to 32; an RNA record (accession, 2 filler, strand of any      *
      * length up to 576 bases) becomes the single 80-byte record     *
      * when the strand fits in 64 bases, otherwise RI-SEGMENT        *
      * continuation records 1-9 with "L" on the last, exactly as     *
      * RNATRAN reassembles them. VB outbound (TOEBCD) does the       *
      * reverse - continuation segments are joined back into one      *
      * variable record per accession. The map applies within each    *
      * variable record, columns counted from the first data byte,    *
      * except that a variable RNA record's strand (column 15 to the  *
      * end of the data) is always translated as character: the map   *
      * describes the 80-byte layout, and a long strand runs past it. *
      * An RDW whose length disagrees with the data behind it - a     *
      * record cut short by end of file, an empty record, one longer  *
      * than the layout can carry - rejects that record with reason   *
      * BADRDW. An RDW that is not a record descriptor at all (low-   *
      * order bytes not zero, length under 4) loses the framing: the  *
      * rest of the file cannot be trusted, is not read, and the run  *
      * ends condition code 8.                                        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              FILE STATUS IS WS-MAP-STATUS.
           SELECT VALIDATION-FILE    ASSIGN TO "EBCDVAL.DAT"
              ORGANIZATION IS SEQUENTIAL.
      *--------------- the EBCDIC side of a VB conversion is read
      *--------------- and written a byte at a time; the RDWs, not
      *--------------- the file system, say where a record ends
           SELECT VAR-CONV-IN-FILE   ASSIGN TO "EBCDIN.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-IN-STATUS.
           SELECT VAR-CONV-OUT-FILE  ASSIGN TO "EBCDOUT.DAT"
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-CONV-IN-FILE
           RECORDING MODE IS F.
       01  VAL-PRINT-LINE             PIC X(80).

       FD  VAR-CONV-IN-FILE
           RECORD CONTAINS 1 CHARACTERS
           RECORDING MODE IS F.
       01  VAR-IN-BYTE                PIC X(1).

       FD  VAR-CONV-OUT-FILE
           RECORD CONTAINS 1 CHARACTERS
           RECORDING MODE IS F.
       01  VAR-OUT-BYTE               PIC X(1).


       WORKING-STORAGE SECTION.

       01  WS-REC-COUNT           PIC 9(6)  VALUE 0.
       01  WS-OUT-COUNT           PIC 9(6)  VALUE 0.
       01  WS-REJ-COUNT           PIC 9(6)  VALUE 0.
       01  WS-BUFFER              PIC X(600) VALUE SPACES.
       01  WS-IX                  PIC 9(3).
       01  WS-BAD-BYTE-SW         PIC X     VALUE 'N'.
           88  RECORD-UNTRANSLATABLE        VALUE 'Y'.
               10  WS-FLD-LENGTH      PIC 9(4).
               10  WS-FLD-TYPE        PIC X(1).
       01  WS-FLD-END             PIC 9(4)  VALUE 0.
       01  WS-VB-STRAND-SW        PIC X     VALUE 'N'.
           88  VB-STRAND-BY-POSITION        VALUE 'Y'.
       01  WS-STRAND-SLICE        PIC 9(3)  VALUE 0.
       01  WS-NIB-IX              PIC 9(4)  VALUE 0.
       01  WS-NIB-BYTE            PIC 9(3)  VALUE 0.
       01  WS-NIB-HIGH            PIC 9(2)  VALUE 0.
       01  WS-JRNL-JOB            PIC X(12) VALUE "EBCDCONV".
       01  WS-JRNL-TYPE           PIC X(1).
       01  WS-JRNL-MODE           PIC X(8)  VALUE SPACES.
      *--------------- release id of this program as installed;
      *--------------- changed with every release and registered
      *--------------- in PGMREG.DAT by VERSMANT
       01  WS-PV-PROGRAM          PIC X(16) VALUE "EBCDCONV".
       01  WS-PV-VERSION          PIC X(8)  VALUE "01.00".
       01  WS-PV-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-COND-CODE           PIC 9(3)  VALUE 0.

      *--------------- variable-record (RDW) framing. WS-DATA-MAX is
      *--------------- the longest record the layout can carry: a
      *--------------- 32-byte card, or accession and filler plus
      *--------------- nine 64-base segments of strand
       01  WS-RECFM-ARG           PIC X(8)  VALUE SPACES.
       01  WS-RECFM-SW            PIC X     VALUE 'F'.
           88  VARIABLE-RECORDS             VALUE 'V'.
       01  WS-FRAMING-SW          PIC X     VALUE 'N'.
           88  RDW-FRAMING-LOST             VALUE 'Y'.
       01  WS-BYTE-IN             PIC X(1)  VALUE SPACES.
       01  WS-RDW                 PIC X(4)  VALUE SPACES.
       01  WS-RDW-HIGH            PIC 9(3)  VALUE 0.
       01  WS-RDW-LOW             PIC 9(3)  VALUE 0.
       01  WS-RDW-LEN             PIC 9(5)  VALUE 0.
       01  WS-RDW-GOT             PIC 9(1)  VALUE 0.
       01  WS-DATA-LEN            PIC 9(5)  VALUE 0.
       01  WS-DATA-GOT            PIC 9(5)  VALUE 0.
       01  WS-DATA-MAX            PIC 9(3)  VALUE 0.
       01  WS-FIXED-LEN           PIC 9(3)  VALUE 0.
       01  WS-BYTE-IX             PIC 9(5)  VALUE 0.
       01  WS-RDW-PROBLEM         PIC X(24) VALUE SPACES.
       01  WS-FIXED-COUNT         PIC 9(6)  VALUE 0.
      *--------------- one 80-byte local RNA record, laid out as
      *--------------- RNATRAN reads it
       01  WS-RNA-LOCAL.
           05  WS-RL-ACCESSION    PIC X(12).
           05  FILLER             PIC X(2).
           05  WS-RL-STRAND       PIC X(64).
           05  WS-RL-SEGMENT      PIC X(1).
           05  WS-RL-LAST-FLAG    PIC X(1).
       01  WS-STRAND-LEN          PIC 9(4)  VALUE 0.
       01  WS-SEG-COUNT           PIC 9(2)  VALUE 0.
       01  WS-SEG-IX              PIC 9(2)  VALUE 0.
       01  WS-SEG-NUMBER          PIC 9(1)  VALUE 0.
       01  WS-SEG-START           PIC 9(4)  VALUE 0.
       01  WS-SEG-LEN             PIC 9(3)  VALUE 0.
      *--------------- outbound assembly of continuation segments
      *--------------- into one variable record per accession
       01  WS-ASM-OPEN-SW         PIC X     VALUE 'N'.
           88  ASSEMBLY-OPEN                VALUE 'Y'.
       01  WS-ASM-ACCESSION       PIC X(12) VALUE SPACES.
       01  WS-ASM-STRAND          PIC X(576) VALUE SPACES.
       01  WS-ASM-LEN             PIC 9(4)  VALUE 0.

      *--------------- untranslatable-byte sentinels: SUB in each
      *--------------- target encoding, produced by no printable
      *--------------- source byte, so their presence after a

       PROCEDURE DIVISION.
       EBCDCONV.
           CALL "PGMVERS" USING WS-PV-PROGRAM WS-JRNL-JOB WS-PV-VERSION
                                WS-PV-STATUS.
           MOVE 1 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-LAYOUT-ARG FROM ARGUMENT-VALUE.
           MOVE 2 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-DIRECTION-ARG FROM ARGUMENT-VALUE.
           MOVE 3 TO WS-ARGN.
           DISPLAY WS-ARGN UPON ARGUMENT-NUMBER.
           ACCEPT WS-RECFM-ARG FROM ARGUMENT-VALUE.
           IF WS-LAYOUT-ARG NOT = "CARD" AND WS-LAYOUT-ARG NOT = "RNA"
              DISPLAY "EBCDCONV: LAYOUT MUST BE CARD OR RNA, NOT "
                 WS-LAYOUT-ARG
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           EVALUATE WS-RECFM-ARG
              WHEN SPACES
              WHEN "FB"
                 MOVE "FB" TO WS-RECFM-ARG
              WHEN "VB"
                 MOVE 'V' TO WS-RECFM-SW
              WHEN OTHER
                 DISPLAY "EBCDCONV: RECORD FORMAT MUST BE FB OR VB, "
                    "NOT " WS-RECFM-ARG
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           MOVE WS-DIRECTION-ARG TO WS-JRNL-MODE.
              TO VAL-PRINT-LINE.
           WRITE VAL-PRINT-LINE.
           IF WS-LAYOUT-ARG = "CARD"
              MOVE 32 TO WS-FIXED-LEN
              MOVE 32 TO WS-DATA-MAX
           ELSE
              MOVE 80 TO WS-FIXED-LEN
              MOVE 590 TO WS-DATA-MAX
           END-IF.
           EVALUATE TRUE
              WHEN VARIABLE-RECORDS AND WS-DIRECTION-ARG = "TOLOCAL"
                 PERFORM 4000-CONVERT-VARIABLE-IN
              WHEN VARIABLE-RECORDS
                 PERFORM 5000-CONVERT-VARIABLE-OUT
              WHEN WS-LAYOUT-ARG = "CARD"
                 MOVE 32 TO WS-REC-LEN
                 PERFORM 1000-CONVERT-CARD-FILE
              WHEN OTHER
                 MOVE 80 TO WS-REC-LEN
                 PERFORM 2000-CONVERT-RNA-FILE
           END-EVALUATE.
           CLOSE VALIDATION-FILE.
           DISPLAY "===== EBCDIC CONVERSION RUN SUMMARY =====".
           DISPLAY "LAYOUT              : " WS-LAYOUT-ARG.
           DISPLAY "DIRECTION           : " WS-DIRECTION-ARG.
           DISPLAY "RECORD FORMAT       : " WS-RECFM-ARG.
           DISPLAY "RECORDS READ        : " WS-REC-COUNT.
           DISPLAY "RECORDS CONVERTED   : " WS-OUT-COUNT.
           IF VARIABLE-RECORDS
              DISPLAY "LOCAL FIXED RECORDS : " WS-FIXED-COUNT
           END-IF.
           DISPLAY "MAPPED FIELDS       : " WS-MAP-USED.
           DISPLAY "RECORDS REJECTED    : " WS-REJ-COUNT.
           IF RDW-FRAMING-LOST
              DISPLAY "RDW FRAMING LOST - REST OF EBCDIN.DAT NOT READ"
           END-IF.
           DISPLAY "==========================================".
           PERFORM 8000-WRITE-LEDGER.
           IF RDW-FRAMING-LOST AND WS-COND-CODE < 8
              MOVE 8 TO WS-COND-CODE
           END-IF.
           IF WS-REJ-COUNT > 0 AND WS-COND-CODE = 0
              MOVE 4 TO WS-COND-CODE
           END-IF.
              PERFORM 3100-TRANSLATE-SLICE-WHOLE
              EXIT PARAGRAPH
           END-IF.
      *--------------- a variable RNA record's strand is character
      *--------------- data however long it runs, so the map only
      *--------------- governs the columns ahead of it
           MOVE 'N' TO WS-VB-STRAND-SW.
           IF VARIABLE-RECORDS AND WS-LAYOUT-ARG NOT = "CARD"
              AND WS-REC-LEN > 14
              MOVE 'Y' TO WS-VB-STRAND-SW
           END-IF.
           PERFORM VARYING WS-MAP-IX FROM 1 BY 1
              UNTIL WS-MAP-IX > WS-MAP-USED
              COMPUTE WS-FLD-END = WS-FLD-START(WS-MAP-IX)
                 + WS-FLD-LENGTH(WS-MAP-IX) - 1
              IF WS-FLD-START(WS-MAP-IX) >= 1
                 AND WS-FLD-END <= WS-REC-LEN
                 AND NOT (VB-STRAND-BY-POSITION
                    AND WS-FLD-START(WS-MAP-IX) >= 15)
      *--------------- a field running on into the strand stops
      *--------------- short of it; the strand is translated below
                 IF VB-STRAND-BY-POSITION AND WS-FLD-END >= 15
                    MOVE 14 TO WS-FLD-END
                 END-IF
                 EVALUATE WS-FLD-TYPE(WS-MAP-IX)
                    WHEN "C"
                    WHEN "Z"
                 END-EVALUATE
              END-IF
           END-PERFORM.
           IF VB-STRAND-BY-POSITION
              PERFORM 3150-TRANSLATE-VB-STRAND
           END-IF.

       3100-TRANSLATE-SLICE-WHOLE.
           IF WS-DIRECTION-ARG = "TOLOCAL"
              END-PERFORM
           END-IF.

       3150-TRANSLATE-VB-STRAND.
           COMPUTE WS-STRAND-SLICE = WS-REC-LEN - 14.
           IF WS-DIRECTION-ARG = "TOLOCAL"
              INSPECT WS-BUFFER(15:WS-STRAND-SLICE)
                 CONVERTING WS-ALL-BYTES TO WS-E2A-TABLE
              PERFORM VARYING WS-IX FROM 15 BY 1
                 UNTIL WS-IX > WS-REC-LEN
                 IF WS-BUFFER(WS-IX:1) = WS-LOCAL-SENTINEL
                    MOVE 'Y' TO WS-BAD-BYTE-SW
                 END-IF
              END-PERFORM
           ELSE
              INSPECT WS-BUFFER(15:WS-STRAND-SLICE)
                 CONVERTING WS-ALL-BYTES TO WS-A2E-TABLE
              PERFORM VARYING WS-IX FROM 15 BY 1
                 UNTIL WS-IX > WS-REC-LEN
                 IF WS-BUFFER(WS-IX:1) = WS-EBCD-SENTINEL
                    MOVE 'Y' TO WS-BAD-BYTE-SW
                 END-IF
              END-PERFORM
           END-IF.

       3200-TRANSLATE-ONE-FIELD.
           IF WS-DIRECTION-ARG = "TOLOCAL"
              INSPECT WS-BUFFER(WS-FLD-START(WS-MAP-IX):
                 WS-FLD-END - WS-FLD-START(WS-MAP-IX) + 1)
                 CONVERTING WS-ALL-BYTES TO WS-E2A-TABLE
              PERFORM VARYING WS-IX
                 FROM WS-FLD-START(WS-MAP-IX) BY 1
              END-PERFORM
           ELSE
              INSPECT WS-BUFFER(WS-FLD-START(WS-MAP-IX):
                 WS-FLD-END - WS-FLD-START(WS-MAP-IX) + 1)
                 CONVERTING WS-ALL-BYTES TO WS-A2E-TABLE
              PERFORM VARYING WS-IX
                 FROM WS-FLD-START(WS-MAP-IX) BY 1
           MOVE WS-REGION-CODE  TO RJL-REGION.
           PERFORM 7100-PUT-REJECT-LEDGER.

       4000-CONVERT-VARIABLE-IN.
      *--------------- EBCDIC variable records in, our fixed local
      *--------------- layout out
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-IN-STATUS.
           OPEN INPUT VAR-CONV-IN-FILE.
           IF WS-IN-STATUS NOT = "00"
              DISPLAY "EBCDCONV: CANNOT OPEN EBCDIN.DAT - STATUS "
                 WS-IN-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           IF WS-LAYOUT-ARG = "CARD"
              OPEN OUTPUT CARD-CONV-OUT-FILE
           ELSE
              OPEN OUTPUT RNA-CONV-OUT-FILE
           END-IF.
           PERFORM UNTIL EOF-CONV-INPUT
              PERFORM 4100-READ-VARIABLE-RECORD
           END-PERFORM.
           CLOSE VAR-CONV-IN-FILE.
           IF WS-LAYOUT-ARG = "CARD"
              CLOSE CARD-CONV-OUT-FILE
           ELSE
              CLOSE RNA-CONV-OUT-FILE
           END-IF.

       4100-READ-VARIABLE-RECORD.
      *--------------- end of file where an RDW would start is the
      *--------------- clean end; anywhere else it is a record cut
      *--------------- short
           MOVE SPACES TO WS-RDW.
           MOVE 0 TO WS-RDW-GOT.
           PERFORM 4150-READ-ONE-BYTE.
           IF EOF-CONV-INPUT
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REC-COUNT.
           PERFORM UNTIL WS-RDW-GOT = 4 OR EOF-CONV-INPUT
              ADD 1 TO WS-RDW-GOT
              MOVE WS-BYTE-IN TO WS-RDW(WS-RDW-GOT:1)
              IF WS-RDW-GOT < 4
                 PERFORM 4150-READ-ONE-BYTE
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-RDW-LEN WS-DATA-LEN WS-DATA-GOT.
           IF WS-RDW-GOT < 4
              MOVE "RDW CUT SHORT AT EOF" TO WS-RDW-PROBLEM
              PERFORM 4400-REJECT-BAD-RDW
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RDW-HIGH = FUNCTION ORD(WS-RDW(1:1)) - 1.
           COMPUTE WS-RDW-LOW  = FUNCTION ORD(WS-RDW(2:1)) - 1.
           COMPUTE WS-RDW-LEN = WS-RDW-HIGH * 256 + WS-RDW-LOW.
           IF WS-RDW(3:2) NOT = X"0000" OR WS-RDW-LEN < 4
              MOVE "NOT A VALID RDW" TO WS-RDW-PROBLEM
              MOVE 'Y' TO WS-FRAMING-SW
              MOVE 'Y' TO WS-EOF-SW
              PERFORM 4400-REJECT-BAD-RDW
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DATA-LEN = WS-RDW-LEN - 4.
           IF WS-DATA-LEN = 0
              MOVE "EMPTY RECORD" TO WS-RDW-PROBLEM
              PERFORM 4400-REJECT-BAD-RDW
              EXIT PARAGRAPH
           END-IF.
      *--------------- the pad behind a short record is the EBCDIC
      *--------------- space, so it translates like any other byte
           MOVE ALL X"40" TO WS-BUFFER.
           PERFORM VARYING WS-BYTE-IX FROM 1 BY 1
              UNTIL WS-BYTE-IX > WS-DATA-LEN OR EOF-CONV-INPUT
              PERFORM 4150-READ-ONE-BYTE
              IF NOT EOF-CONV-INPUT
                 ADD 1 TO WS-DATA-GOT
                 IF WS-BYTE-IX <= WS-DATA-MAX
                    MOVE WS-BYTE-IN TO WS-BUFFER(WS-BYTE-IX:1)
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-DATA-GOT < WS-DATA-LEN
              MOVE "RECORD CUT SHORT AT EOF" TO WS-RDW-PROBLEM
              PERFORM 4400-REJECT-BAD-RDW
              EXIT PARAGRAPH
           END-IF.
           IF WS-DATA-LEN > WS-DATA-MAX
              MOVE "LONGER THAN LAYOUT" TO WS-RDW-PROBLEM
              PERFORM 4400-REJECT-BAD-RDW
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FIXED-LEN TO WS-REC-LEN.
           IF WS-DATA-LEN > WS-REC-LEN
              MOVE WS-DATA-LEN TO WS-REC-LEN
           END-IF.
           PERFORM 3000-TRANSLATE-BUFFER.
           IF RECORD-UNTRANSLATABLE
              PERFORM 3500-WRITE-CONV-REJECT
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OUT-COUNT.
           IF WS-LAYOUT-ARG = "CARD"
              MOVE WS-BUFFER(1:32) TO CARD-OUT-RECORD
              WRITE CARD-OUT-RECORD
              ADD 1 TO WS-FIXED-COUNT
           ELSE
              PERFORM 4300-SPLIT-RNA-RECORD
           END-IF.

       4150-READ-ONE-BYTE.
           READ VAR-CONV-IN-FILE
              AT END
                 MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                 MOVE VAR-IN-BYTE TO WS-BYTE-IN
           END-READ.

       4300-SPLIT-RNA-RECORD.
      *--------------- a strand that fits one record goes out as the
      *--------------- single record the lab always sent (blank
      *--------------- segment); a longer one is cut into 64-base
      *--------------- continuation segments, "L" on the last
           MOVE 0 TO WS-STRAND-LEN.
           IF WS-DATA-LEN > 14
              COMPUTE WS-STRAND-LEN = WS-DATA-LEN - 14
           END-IF.
           PERFORM UNTIL WS-STRAND-LEN = 0
              OR WS-BUFFER(14 + WS-STRAND-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-STRAND-LEN
           END-PERFORM.
           IF WS-STRAND-LEN <= 64
              MOVE SPACES TO WS-RNA-LOCAL
              MOVE WS-BUFFER(1:12) TO WS-RL-ACCESSION
              IF WS-STRAND-LEN > 0
                 MOVE WS-BUFFER(15:WS-STRAND-LEN)
                    TO WS-RL-STRAND(1:WS-STRAND-LEN)
              END-IF
              MOVE WS-RNA-LOCAL TO RNA-OUT-RECORD
              WRITE RNA-OUT-RECORD
              ADD 1 TO WS-FIXED-COUNT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SEG-COUNT = (WS-STRAND-LEN + 63) / 64.
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
              UNTIL WS-SEG-IX > WS-SEG-COUNT
              COMPUTE WS-SEG-START = 15 + (WS-SEG-IX - 1) * 64
              COMPUTE WS-SEG-LEN = WS-STRAND-LEN
                 - (WS-SEG-IX - 1) * 64
              IF WS-SEG-LEN > 64
                 MOVE 64 TO WS-SEG-LEN
              END-IF
              MOVE SPACES TO WS-RNA-LOCAL
              MOVE WS-BUFFER(1:12) TO WS-RL-ACCESSION
              MOVE WS-BUFFER(WS-SEG-START:WS-SEG-LEN)
                 TO WS-RL-STRAND(1:WS-SEG-LEN)
              MOVE WS-SEG-IX TO WS-SEG-NUMBER
              MOVE WS-SEG-NUMBER TO WS-RL-SEGMENT
              IF WS-SEG-IX = WS-SEG-COUNT
                 MOVE "L" TO WS-RL-LAST-FLAG
              END-IF
              MOVE WS-RNA-LOCAL TO RNA-OUT-RECORD
              WRITE RNA-OUT-RECORD
              ADD 1 TO WS-FIXED-COUNT
           END-PERFORM.

       4400-REJECT-BAD-RDW.
      *--------------- the RDW as read and what was actually behind
      *--------------- it go on the validation report and, in
      *--------------- short, in the reject's bad value
           MOVE SPACES TO WS-VAL-LINE.
           STRING "RECORD " WS-REC-COUNT " RDW LENGTH " WS-RDW-LEN
              " DATA READ " WS-DATA-GOT " - " WS-RDW-PROBLEM
              DELIMITED BY SIZE INTO WS-VAL-LINE.
           MOVE WS-VAL-LINE TO VAL-PRINT-LINE.
           WRITE VAL-PRINT-LINE.
           DISPLAY WS-VAL-LINE.
           MOVE "BADRDW" TO WS-REJ-REASON.
           MOVE SPACES TO WS-BUFFER.
           STRING "RDW " WS-RDW-LEN " GOT " WS-DATA-GOT " "
              WS-RDW-PROBLEM
              DELIMITED BY SIZE INTO WS-BUFFER(1:32).
           PERFORM 3500-WRITE-CONV-REJECT.

       5000-CONVERT-VARIABLE-OUT.
      *--------------- our fixed local layout in, EBCDIC variable
      *--------------- records out
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-IN-STATUS.
           IF WS-LAYOUT-ARG = "CARD"
              OPEN INPUT CARD-CONV-IN-FILE
           ELSE
              OPEN INPUT RNA-CONV-IN-FILE
           END-IF.
           IF WS-IN-STATUS NOT = "00"
              DISPLAY "EBCDCONV: CANNOT OPEN EBCDIN.DAT - STATUS "
                 WS-IN-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT VAR-CONV-OUT-FILE.
           IF WS-LAYOUT-ARG = "CARD"
              PERFORM UNTIL EOF-CONV-INPUT
                 READ CARD-CONV-IN-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                    NOT AT END
                       ADD 1 TO WS-REC-COUNT
                       ADD 1 TO WS-FIXED-COUNT
                       MOVE SPACES TO WS-BUFFER
                       MOVE CARD-IN-RECORD TO WS-BUFFER(1:32)
                       MOVE 32 TO WS-DATA-LEN
                       PERFORM 5200-PUT-VARIABLE-RECORD
                 END-READ
              END-PERFORM
              CLOSE CARD-CONV-IN-FILE
           ELSE
              MOVE 'N' TO WS-ASM-OPEN-SW
              PERFORM UNTIL EOF-CONV-INPUT
                 READ RNA-CONV-IN-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                       PERFORM 5150-FLUSH-RNA-ASSEMBLY
                    NOT AT END
                       ADD 1 TO WS-FIXED-COUNT
                       PERFORM 5100-TAKE-RNA-SEGMENT
                 END-READ
              END-PERFORM
              CLOSE RNA-CONV-IN-FILE
           END-IF.
           CLOSE VAR-CONV-OUT-FILE.

       5100-TAKE-RNA-SEGMENT.
      *--------------- the same continuation rules RNATRAN reads by:
      *--------------- a blank segment is a whole strand, numbered
      *--------------- segments collect until "L", and a new
      *--------------- accession or a single record arriving over an
      *--------------- open assembly closes what has been collected
           MOVE RNA-IN-RECORD TO WS-RNA-LOCAL.
           IF WS-RL-SEGMENT IS NOT NUMERIC
              PERFORM 5150-FLUSH-RNA-ASSEMBLY
              MOVE 'Y' TO WS-ASM-OPEN-SW
              MOVE WS-RL-ACCESSION TO WS-ASM-ACCESSION
              MOVE SPACES TO WS-ASM-STRAND
              MOVE 0 TO WS-ASM-LEN
              PERFORM 5120-APPEND-SEGMENT
              PERFORM 5150-FLUSH-RNA-ASSEMBLY
              EXIT PARAGRAPH
           END-IF.
           IF ASSEMBLY-OPEN
              AND WS-RL-ACCESSION NOT = WS-ASM-ACCESSION
              PERFORM 5150-FLUSH-RNA-ASSEMBLY
           END-IF.
           IF NOT ASSEMBLY-OPEN
              MOVE 'Y' TO WS-ASM-OPEN-SW
              MOVE WS-RL-ACCESSION TO WS-ASM-ACCESSION
              MOVE SPACES TO WS-ASM-STRAND
              MOVE 0 TO WS-ASM-LEN
           END-IF.
           PERFORM 5120-APPEND-SEGMENT.
           IF WS-RL-LAST-FLAG = "L"
              PERFORM 5150-FLUSH-RNA-ASSEMBLY
           END-IF.

       5120-APPEND-SEGMENT.
           MOVE 64 TO WS-SEG-LEN.
           PERFORM UNTIL WS-SEG-LEN = 0
              OR WS-RL-STRAND(WS-SEG-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-SEG-LEN
           END-PERFORM.
           IF WS-SEG-LEN > 0
              AND WS-ASM-LEN + WS-SEG-LEN <= 576
              MOVE WS-RL-STRAND(1:WS-SEG-LEN)
                 TO WS-ASM-STRAND(WS-ASM-LEN + 1:WS-SEG-LEN)
              ADD WS-SEG-LEN TO WS-ASM-LEN
           END-IF.

       5150-FLUSH-RNA-ASSEMBLY.
           IF NOT ASSEMBLY-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ASM-OPEN-SW.
           ADD 1 TO WS-REC-COUNT.
           MOVE SPACES TO WS-BUFFER.
           MOVE WS-ASM-ACCESSION TO WS-BUFFER(1:12).
           COMPUTE WS-DATA-LEN = 14 + WS-ASM-LEN.
           IF WS-ASM-LEN > 0
              MOVE WS-ASM-STRAND(1:WS-ASM-LEN)
                 TO WS-BUFFER(15:WS-ASM-LEN)
           END-IF.
           PERFORM 5200-PUT-VARIABLE-RECORD.

       5200-PUT-VARIABLE-RECORD.
      *--------------- translate the record as laid out in
      *--------------- WS-BUFFER(1:WS-DATA-LEN), then write its RDW
      *--------------- (length counts the RDW, low-order bytes
      *--------------- zero) and its data
           MOVE WS-DATA-LEN TO WS-REC-LEN.
           PERFORM 3000-TRANSLATE-BUFFER.
           IF RECORD-UNTRANSLATABLE
              PERFORM 3500-WRITE-CONV-REJECT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RDW-LEN = WS-DATA-LEN + 4.
           COMPUTE WS-RDW-HIGH = WS-RDW-LEN / 256.
           COMPUTE WS-RDW-LOW = WS-RDW-LEN - WS-RDW-HIGH * 256.
           MOVE FUNCTION CHAR(WS-RDW-HIGH + 1) TO WS-RDW(1:1).
           MOVE FUNCTION CHAR(WS-RDW-LOW + 1)  TO WS-RDW(2:1).
           MOVE X"0000" TO WS-RDW(3:2).
           PERFORM VARYING WS-BYTE-IX FROM 1 BY 1
              UNTIL WS-BYTE-IX > 4
              MOVE WS-RDW(WS-BYTE-IX:1) TO VAR-OUT-BYTE
              WRITE VAR-OUT-BYTE
           END-PERFORM.
           PERFORM VARYING WS-BYTE-IX FROM 1 BY 1
              UNTIL WS-BYTE-IX > WS-DATA-LEN
              MOVE WS-BUFFER(WS-BYTE-IX:1) TO VAR-OUT-BYTE
              WRITE VAR-OUT-BYTE
           END-PERFORM.
           ADD 1 TO WS-OUT-COUNT.

       7100-PUT-REJECT-LEDGER.
      *--------------- all reject-ledger appends go through the
      *--------------- LEDGRWRT gatekeeper
