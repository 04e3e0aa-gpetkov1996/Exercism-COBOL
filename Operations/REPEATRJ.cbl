      * REJTRIAG ages the backlog but cannot see that the same card   *
      * fails night after night - exactly the signature of a bad      *
      * upstream feed mapping. This report reads REJLEDGR.DAT for     *
      * job LUHN, groups rejects by RJL-RECORD-ID (the card's vault   *
      * token; older records hold the masked card instead), and       *
      * reports every card rejected on two or more DISTINCT run       *
      * dates, with its reason-code history and - matched against     *
      * CARDMAST.DAT by token, or by masked image for the older       *
      * records - its masked number, first-seen date and brand.       *
      *                                                               *
      * Calling interface:                                            *
      *   (no arguments - the whole ledger is analyzed)               *
           RECORD CONTAINS 104 CHARACTERS.
       01  CM-MASTER-RECORD.
           05  CM-CARD-KEY.
               10  CM-CARD-TOKEN      PIC X(16).
               10  CM-DIGIT-COUNT     PIC 9(2).
               10  FILLER             PIC X(16).
           05  CM-FIRST-SEEN          PIC X(8).
           05  CM-LAST-SEEN           PIC X(8).
           05  CM-LAST-RESULT         PIC X(5).
           05  CM-BRAND               PIC X(10).
           05  CM-MASKED              PIC X(32).
           05  CM-ACQ-OUTCOME         PIC X(1).
           05  CM-ACQ-CODE            PIC X(4).
           05  FILLER                 PIC X(2).

       FD  REPEAT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
       01  WS-OFFENDER-COUNT      PIC 9(4)  VALUE 0.
       01  WS-LEDGER-RECS         PIC 9(6)  VALUE 0.

      *--------------- one slot per distinct card seen in the
      *--------------- LUHN reject ledger; distinct run dates and
      *--------------- distinct reason codes are remembered up to
      *--------------- the slot widths, the counts keep going past
               10  WS-CRD-RSN-CT      PIC 9(2).
               10  WS-CRD-REASON      PIC X(12) OCCURS 4 TIMES.

      *--------------- card-master facts carried over by token; a
      *--------------- ledger record written before the token vault
      *--------------- holds the masked card instead, and joins on
      *--------------- CM-MASKED the way every record used to
       01  WS-MST-MAX             PIC 9(4)  VALUE 5000.
       01  WS-MST-USED            PIC 9(4)  VALUE 0.
       01  WS-MST-IX              PIC 9(4).
       01  WS-MST-TABLE.
           05  WS-MST-ENTRY OCCURS 5000 TIMES.
               10  WS-MST-TOKEN       PIC X(16).
               10  WS-MST-MASKED      PIC X(32).
               10  WS-MST-FIRST-SEEN  PIC X(8).
               10  WS-MST-BRAND       PIC X(10).
       01  WS-JOIN-FIRST-SEEN     PIC X(8)  VALUE SPACES.
       01  WS-JOIN-MASKED         PIC X(32) VALUE SPACES.
       01  WS-JOIN-BRAND          PIC X(10) VALUE SPACES.
      *--------------- compliance access trail for the card master
      *--------------- every opener of an indexed master goes
           05  WS-DTL-FIRST       PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DTL-BRAND       PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DTL-MASKED      PIC X(19).
           05  FILLER             PIC X(8)  VALUE SPACES.
       01  WS-PRINT-LINE          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
                    ADD 1 TO WS-CA-READS
                    IF WS-MST-USED < WS-MST-MAX
                       ADD 1 TO WS-MST-USED
                       MOVE CM-CARD-TOKEN
                          TO WS-MST-TOKEN(WS-MST-USED)
                       MOVE CM-MASKED
                          TO WS-MST-MASKED(WS-MST-USED)
                       MOVE CM-FIRST-SEEN
       0035-LOOK-UP-MASTER-FACTS.
           MOVE SPACES TO WS-JOIN-FIRST-SEEN.
           MOVE SPACES TO WS-JOIN-BRAND.
           MOVE SPACES TO WS-JOIN-MASKED.
           IF NOT MASTER-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-MST-IX FROM 1 BY 1
              UNTIL WS-MST-IX > WS-MST-USED
      *--------------- RJL-RECORD-ID holds the token, or on an
      *--------------- older record the first 16 bytes of the
      *--------------- masked image, so the join tries both
              IF WS-MST-TOKEN(WS-MST-IX) = WS-CRD-ID(WS-CARD-IX)
                 OR WS-MST-MASKED(WS-MST-IX)(1:16)
                    = WS-CRD-ID(WS-CARD-IX)
                 MOVE WS-MST-FIRST-SEEN(WS-MST-IX)
                    TO WS-JOIN-FIRST-SEEN
                 MOVE WS-MST-BRAND(WS-MST-IX) TO WS-JOIN-BRAND
                 MOVE WS-MST-MASKED(WS-MST-IX) TO WS-JOIN-MASKED
              END-IF
           END-PERFORM.

           STRING "LUHN LEDGER RECORDS ANALYZED: " WS-LEDGER-RECS
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE "RECORD-ID (TOKEN)   DATES  REJECTS FIRSTSEEN "
              & "BRAND   MASKED" TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           PERFORM VARYING WS-CARD-IX FROM 1 BY 1
              UNTIL WS-CARD-IX > WS-CARD-USED
              MOVE WS-JOIN-FIRST-SEEN TO WS-DTL-FIRST
           END-IF.
           MOVE WS-JOIN-BRAND TO WS-DTL-BRAND.
           MOVE WS-JOIN-MASKED TO WS-DTL-MASKED.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
