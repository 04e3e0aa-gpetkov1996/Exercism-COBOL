       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLIFACE.
      *****************************************************************
      * GLIFACE - month-end general-ledger interface. Finance used to *
      * rekey the chargeback statements (CHGSTMT.DAT) and the ink     *
      * invoices (INKINV.DAT) into the general ledger by hand, and    *
      * the keying errors came back as disputes. This job reads both  *
      * files as CHGBACK and INKBILL wrote them and cuts one balanced *
      * journal batch, GLJRNL.DAT (layout GLJRNL), for Finance to     *
      * load: one entry per chargeback department total and one per   *
      * ink invoice, each carrying its debit account, credit account, *
      * cost center, amount and the statement period or invoice       *
      * number it came from.                                          *
      *                                                               *
      * Account map - GLACCTS.DAT, 80-byte records:                   *
      *   col   1     "D" chargeback department, "C" ink client;      *
      *               "*" = comment                                   *
      *   cols  3-14  department (as in CHGRATES.DAT) or client code  *
      *               (as in INKRATES.DAT)                            *
      *   cols 16-25  debit account                                   *
      *   cols 27-36  credit account                                  *
      *   cols 38-43  cost center                                     *
      *                                                               *
      * Everything is checked before GLJRNL.DAT is opened: a          *
      * department or client with no mapping, a statement or invoice  *
      * file that is missing or did not balance back to its own       *
      * source, or more items than the tables hold rejects the whole  *
      * batch with condition code 8 and the previous GLJRNL.DAT is    *
      * left as it was. A zero-amount department or invoice must      *
      * still be mapped but posts no entry.                           *
      *                                                               *
      * The control trailer carries the total debits, total credits   *
      * and the statement and invoice totals read; the batch is       *
      * flagged balanced only when all of them agree. A batch that    *
      * does not balance is still written, flagged "N", for Finance   *
      * to refuse, and ends condition code 8.                         *
      *                                                               *
      * The batch being replaced is first rolled to a numbered        *
      * generation through RPTGEN, cataloged under its own batch id;  *
      * a roll that fails ends the run condition code 12 with the     *
      * old batch still in place.                                     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MAP-FILE   ASSIGN TO "GLACCTS.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-MAP-STATUS.
           SELECT STATEMENT-FILE     ASSIGN TO "CHGSTMT.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT INVOICE-FILE       ASSIGN TO "INKINV.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           SELECT JOURNAL-FILE       ASSIGN TO "GLJRNL.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-JRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MAP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  AM-MAP-RECORD.
           05  AM-SOURCE-TYPE         PIC X(1).
           05  FILLER                 PIC X(1).
           05  AM-SOURCE-CODE         PIC X(12).
           05  FILLER                 PIC X(1).
           05  AM-DEBIT-ACCOUNT       PIC X(10).
           05  FILLER                 PIC X(1).
           05  AM-CREDIT-ACCOUNT      PIC X(10).
           05  FILLER                 PIC X(1).
           05  AM-COST-CENTER         PIC X(6).
           05  FILLER                 PIC X(37).

      *--------------- CHGBACK's and INKBILL's print files, read back
       FD  STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  STM-PRINT-LINE             PIC X(80).

       FD  INVOICE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  INV-PRINT-LINE             PIC X(80).

       FD  JOURNAL-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
           COPY GLJRNL.

       WORKING-STORAGE SECTION.
       01  WS-MAP-STATUS          PIC XX    VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX    VALUE SPACES.
       01  WS-JRNL-STATUS         PIC XX    VALUE SPACES.
       01  WS-EOF-SW              PIC X     VALUE 'N'.
           88  EOF-SCAN-FILE                VALUE 'Y'.
       01  WS-RUN-ID              PIC X(12) VALUE SPACES.
       01  WS-PERIOD-LABEL        PIC X(15) VALUE SPACES.
       01  WS-REJECT-COUNT        PIC 9(4)  VALUE 0.
       01  WS-ZERO-COUNT          PIC 9(4)  VALUE 0.

      *--------------- loaded account map
       01  WS-MAP-MAX             PIC 9(2)  VALUE 40.
       01  WS-MAP-USED            PIC 9(2)  VALUE 0.
       01  WS-MAP-IX              PIC 9(2).
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 40 TIMES.
               10  WS-MP-TYPE         PIC X(1).
               10  WS-MP-CODE         PIC X(12).
               10  WS-MP-DEBIT        PIC X(10).
               10  WS-MP-CREDIT       PIC X(10).
               10  WS-MP-COST-CTR     PIC X(6).

      *--------------- department totals and invoices as read, one
      *--------------- journal entry each once they are mapped
       01  WS-ENT-MAX             PIC 9(2)  VALUE 40.
       01  WS-ENT-USED            PIC 9(2)  VALUE 0.
       01  WS-ENT-IX              PIC 9(2).
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY OCCURS 40 TIMES.
               10  WS-EN-SOURCE       PIC X(8).
               10  WS-EN-TYPE         PIC X(1).
               10  WS-EN-CODE         PIC X(12).
               10  WS-EN-AMOUNT       PIC 9(9)V99.
               10  WS-EN-REFERENCE    PIC X(20).
               10  WS-EN-MAP-IX       PIC 9(2).

      *--------------- the item being read off a print file
       01  WS-CUR-SOURCE          PIC X(8)  VALUE SPACES.
       01  WS-CUR-TYPE            PIC X(1)  VALUE SPACES.
       01  WS-CUR-CODE            PIC X(12) VALUE SPACES.
       01  WS-CUR-REFERENCE       PIC X(20) VALUE SPACES.
       01  WS-CUR-AMOUNT          PIC 9(9)V99 VALUE 0.
       01  WS-EDT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SEEN-HEADER-SW      PIC X     VALUE 'N'.
           88  STATEMENT-HEADER-SEEN        VALUE 'Y'.

      *--------------- control totals for the trailer
       01  WS-CHG-STMT-TOTAL      PIC 9(11)V99 VALUE 0.
       01  WS-INK-INV-TOTAL       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-DEBITS        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS       PIC 9(11)V99 VALUE 0.
       01  WS-ENTRIES-WRITTEN     PIC 9(5)  VALUE 0.
       01  WS-EDT-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *--------------- report generation roll (RPTGEN)
       01  WS-RG-FUNC             PIC X(4)  VALUE "ROLL".
       01  WS-RG-FILE             PIC X(12) VALUE SPACES.
       01  WS-RG-RUN-ID           PIC X(12) VALUE SPACES.
       01  WS-RG-STATUS           PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       GLIFACE.
           PERFORM 0010-LOAD-ACCOUNT-MAP.
           IF WS-MAP-USED = 0
              DISPLAY "GLIFACE: NO USABLE GLACCTS.DAT - NO JOURNAL "
                 "PRODUCED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0020-READ-CHARGEBACK-STATEMENT.
           PERFORM 0030-READ-INK-INVOICES.
           PERFORM 0040-MAP-ONE-ENTRY
              VARYING WS-ENT-IX FROM 1 BY 1
              UNTIL WS-ENT-IX > WS-ENT-USED.
           IF WS-REJECT-COUNT > 0
              DISPLAY "GLIFACE: " WS-REJECT-COUNT " ITEM(S) REJECTED"
                 " - GLJRNL.DAT NOT PRODUCED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CALL "RUNIDGEN" USING WS-RUN-ID.
           PERFORM 0060-NOTE-PRIOR-BATCH.
           MOVE "GLJRNL.DAT" TO WS-RG-FILE.
           PERFORM 0095-ROLL-REPORT-GENERATION.
           MOVE SPACES TO WS-JRNL-STATUS.
           OPEN OUTPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
              DISPLAY "GLIFACE: CANNOT OPEN GLJRNL.DAT - STATUS "
                 WS-JRNL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1000-WRITE-JOURNAL-BATCH.
           CLOSE JOURNAL-FILE.
           PERFORM 2000-SHOW-CONTROL-TOTALS.
           STOP RUN.

       0010-LOAD-ACCOUNT-MAP.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-MAP-STATUS.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF WS-MAP-STATUS NOT = "00"
              DISPLAY "GLIFACE: CANNOT OPEN GLACCTS.DAT - STATUS "
                 WS-MAP-STATUS
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ ACCOUNT-MAP-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM 0015-LOAD-ONE-MAPPING
              END-READ
           END-PERFORM.
           IF WS-MAP-STATUS = "00" OR WS-MAP-STATUS = "10"
              CLOSE ACCOUNT-MAP-FILE
           END-IF.

       0015-LOAD-ONE-MAPPING.
           IF AM-SOURCE-TYPE = "*" OR AM-MAP-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF (AM-SOURCE-TYPE NOT = "D" AND AM-SOURCE-TYPE NOT = "C")
              OR AM-SOURCE-CODE = SPACES
              OR AM-DEBIT-ACCOUNT = SPACES
              OR AM-CREDIT-ACCOUNT = SPACES
              DISPLAY "GLIFACE: SKIPPING UNUSABLE MAPPING: "
                 AM-MAP-RECORD
              EXIT PARAGRAPH
           END-IF.
           IF WS-MAP-USED >= WS-MAP-MAX
              DISPLAY "GLIFACE: MORE THAN " WS-MAP-MAX
                 " MAPPINGS - EXTRAS IGNORED"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MAP-USED.
           MOVE AM-SOURCE-TYPE    TO WS-MP-TYPE(WS-MAP-USED).
           MOVE AM-SOURCE-CODE    TO WS-MP-CODE(WS-MAP-USED).
           MOVE AM-DEBIT-ACCOUNT  TO WS-MP-DEBIT(WS-MAP-USED).
           MOVE AM-CREDIT-ACCOUNT TO WS-MP-CREDIT(WS-MAP-USED).
           MOVE AM-COST-CENTER    TO WS-MP-COST-CTR(WS-MAP-USED).

       0020-READ-CHARGEBACK-STATEMENT.
      *--------------- one entry per DEPARTMENT TOTAL line, for the
      *--------------- month (MTH) column; the statement must end
      *--------------- balanced back to the ledger
           MOVE 'N' TO WS-EOF-SW.
           MOVE "CHGBACK" TO WS-CUR-SOURCE.
           MOVE "D" TO WS-CUR-TYPE.
           MOVE SPACES TO WS-CUR-CODE.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT STATEMENT-FILE.
           IF WS-FILE-STATUS NOT = "00"
              DISPLAY "GLIFACE: CANNOT OPEN CHGSTMT.DAT - STATUS "
                 WS-FILE-STATUS
              ADD 1 TO WS-REJECT-COUNT
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ STATEMENT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM 0025-SCAN-STATEMENT-LINE
              END-READ
           END-PERFORM.
           CLOSE STATEMENT-FILE.
           IF NOT STATEMENT-HEADER-SEEN
              DISPLAY "GLIFACE: CHGSTMT.DAT HAS NO STATEMENT HEADER - "
                 "NOT A CHGBACK STATEMENT"
              ADD 1 TO WS-REJECT-COUNT
           END-IF.

       0025-SCAN-STATEMENT-LINE.
           EVALUATE TRUE
              WHEN STM-PRINT-LINE(1:32)
                 = "===== CHARGEBACK STATEMENTS FOR "
                 MOVE 'Y' TO WS-SEEN-HEADER-SW
                 UNSTRING STM-PRINT-LINE(33:48) DELIMITED BY " ====="
                    INTO WS-PERIOD-LABEL
                 END-UNSTRING
              WHEN STM-PRINT-LINE(1:17) = "----- DEPARTMENT "
                 MOVE STM-PRINT-LINE(18:12) TO WS-CUR-CODE
              WHEN STM-PRINT-LINE(1:22) = "DEPARTMENT TOTAL  MTH "
                 MOVE STM-PRINT-LINE(23:14) TO WS-EDT-AMOUNT
                 MOVE WS-EDT-AMOUNT TO WS-CUR-AMOUNT
                 ADD WS-CUR-AMOUNT TO WS-CHG-STMT-TOTAL
                 MOVE SPACES TO WS-CUR-REFERENCE
                 STRING "CB " WS-PERIOD-LABEL
                    DELIMITED BY SIZE INTO WS-CUR-REFERENCE
                 PERFORM 0050-ADD-ENTRY
              WHEN STM-PRINT-LINE(1:29)
                 = "*** STATEMENTS DO NOT BALANCE"
                 DISPLAY "GLIFACE: CHGSTMT.DAT DOES NOT BALANCE BACK "
                    "TO THE LEDGER"
                 ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       0030-READ-INK-INVOICES.
      *--------------- one entry per invoice, at the CLIENT TOTAL
      *--------------- (minimum charge applied), referenced by the
      *--------------- invoice number
           MOVE 'N' TO WS-EOF-SW.
           MOVE "INKBILL" TO WS-CUR-SOURCE.
           MOVE "C" TO WS-CUR-TYPE.
           MOVE SPACES TO WS-CUR-CODE.
           MOVE SPACES TO WS-CUR-REFERENCE.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT INVOICE-FILE.
           IF WS-FILE-STATUS NOT = "00"
              DISPLAY "GLIFACE: CANNOT OPEN INKINV.DAT - STATUS "
                 WS-FILE-STATUS
              ADD 1 TO WS-REJECT-COUNT
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-SCAN-FILE
              READ INVOICE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM 0035-SCAN-INVOICE-LINE
              END-READ
           END-PERFORM.
           CLOSE INVOICE-FILE.

       0035-SCAN-INVOICE-LINE.
           EVALUATE TRUE
              WHEN INV-PRINT-LINE(1:13) = "----- CLIENT "
                 MOVE INV-PRINT-LINE(14:8) TO WS-CUR-CODE
                 MOVE SPACES TO WS-CUR-REFERENCE
              WHEN INV-PRINT-LINE(1:8) = "INVOICE "
                 MOVE INV-PRINT-LINE(9:15) TO WS-CUR-REFERENCE
              WHEN INV-PRINT-LINE(1:20) = "CLIENT TOTAL  UNITS "
                 MOVE INV-PRINT-LINE(40:14) TO WS-EDT-AMOUNT
                 MOVE WS-EDT-AMOUNT TO WS-CUR-AMOUNT
                 ADD WS-CUR-AMOUNT TO WS-INK-INV-TOTAL
                 PERFORM 0050-ADD-ENTRY
              WHEN INV-PRINT-LINE(1:30)
                 = "*** UNITS DO NOT BALANCE - DO"
                 DISPLAY "GLIFACE: INKINV.DAT DOES NOT BALANCE BACK "
                    "TO THE INK FEED"
                 ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       0040-MAP-ONE-ENTRY.
           MOVE 0 TO WS-EN-MAP-IX(WS-ENT-IX).
           PERFORM VARYING WS-MAP-IX FROM 1 BY 1
              UNTIL WS-MAP-IX > WS-MAP-USED
              IF WS-MP-TYPE(WS-MAP-IX) = WS-EN-TYPE(WS-ENT-IX)
                 AND WS-MP-CODE(WS-MAP-IX) = WS-EN-CODE(WS-ENT-IX)
                 MOVE WS-MAP-IX TO WS-EN-MAP-IX(WS-ENT-IX)
              END-IF
           END-PERFORM.
           IF WS-EN-MAP-IX(WS-ENT-IX) = 0
              IF WS-EN-TYPE(WS-ENT-IX) = "D"
                 DISPLAY "GLIFACE: NO GL MAPPING FOR DEPARTMENT "
                    WS-EN-CODE(WS-ENT-IX) " - REJECTED"
              ELSE
                 DISPLAY "GLIFACE: NO GL MAPPING FOR CLIENT "
                    WS-EN-CODE(WS-ENT-IX) " - REJECTED"
              END-IF
              ADD 1 TO WS-REJECT-COUNT
           END-IF.

       0050-ADD-ENTRY.
           IF WS-ENT-USED >= WS-ENT-MAX
              DISPLAY "GLIFACE: MORE THAN " WS-ENT-MAX
                 " ITEMS TO JOURNAL - " WS-CUR-SOURCE " "
                 WS-CUR-CODE " REJECTED"
              ADD 1 TO WS-REJECT-COUNT
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ENT-USED.
           MOVE WS-CUR-SOURCE    TO WS-EN-SOURCE(WS-ENT-USED).
           MOVE WS-CUR-TYPE      TO WS-EN-TYPE(WS-ENT-USED).
           MOVE WS-CUR-CODE      TO WS-EN-CODE(WS-ENT-USED).
           MOVE WS-CUR-AMOUNT    TO WS-EN-AMOUNT(WS-ENT-USED).
           MOVE WS-CUR-REFERENCE TO WS-EN-REFERENCE(WS-ENT-USED).

       0060-NOTE-PRIOR-BATCH.
      *--------------- the batch header carries the batch id in its
      *--------------- own columns, not the standard report header's,
      *--------------- so it is handed to RPTGEN to catalog under
           MOVE SPACES TO WS-RG-RUN-ID.
           MOVE SPACES TO WS-JRNL-STATUS.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ JOURNAL-FILE
              NOT AT END
                 IF GJ-BATCH-HEADER
                    MOVE GJ-BATCH-ID TO WS-RG-RUN-ID
                 END-IF
           END-READ.
           CLOSE JOURNAL-FILE.

       1000-WRITE-JOURNAL-BATCH.
           MOVE SPACES TO GJ-JOURNAL-RECORD.
           MOVE "H" TO GJ-REC-TYPE.
           MOVE WS-RUN-ID TO GJ-BATCH-ID.
           MOVE WS-PERIOD-LABEL TO GJ-PERIOD-LABEL.
           MOVE WS-RUN-ID(1:8) TO GJ-BATCH-DATE.
           WRITE GJ-JOURNAL-RECORD.
           PERFORM VARYING WS-ENT-IX FROM 1 BY 1
              UNTIL WS-ENT-IX > WS-ENT-USED
              IF WS-EN-AMOUNT(WS-ENT-IX) = 0
                 ADD 1 TO WS-ZERO-COUNT
              ELSE
                 PERFORM 1100-WRITE-ONE-ENTRY
              END-IF
           END-PERFORM.
           MOVE SPACES TO GJ-JOURNAL-RECORD.
           MOVE "T" TO GJ-REC-TYPE.
           MOVE WS-RUN-ID TO GJ-BATCH-ID.
           MOVE WS-ENTRIES-WRITTEN TO GJ-ENTRY-COUNT.
           MOVE WS-TOTAL-DEBITS    TO GJ-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS   TO GJ-TOTAL-CREDITS.
           MOVE WS-CHG-STMT-TOTAL  TO GJ-CHGSTMT-TOTAL.
           MOVE WS-INK-INV-TOTAL   TO GJ-INKINV-TOTAL.
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
              AND WS-TOTAL-DEBITS = WS-CHG-STMT-TOTAL
                                    + WS-INK-INV-TOTAL
              MOVE "Y" TO GJ-BALANCED-FLAG
           ELSE
              MOVE "N" TO GJ-BALANCED-FLAG
           END-IF.
           WRITE GJ-JOURNAL-RECORD.

       1100-WRITE-ONE-ENTRY.
           MOVE WS-EN-MAP-IX(WS-ENT-IX) TO WS-MAP-IX.
           ADD 1 TO WS-ENTRIES-WRITTEN.
           MOVE SPACES TO GJ-JOURNAL-RECORD.
           MOVE "E" TO GJ-REC-TYPE.
           MOVE WS-RUN-ID TO GJ-BATCH-ID.
           MOVE WS-ENTRIES-WRITTEN         TO GJ-ENTRY-SEQ.
           MOVE WS-EN-SOURCE(WS-ENT-IX)    TO GJ-SOURCE-JOB.
           MOVE WS-EN-CODE(WS-ENT-IX)      TO GJ-SOURCE-CODE.
           MOVE WS-MP-DEBIT(WS-MAP-IX)     TO GJ-DEBIT-ACCOUNT.
           MOVE WS-MP-CREDIT(WS-MAP-IX)    TO GJ-CREDIT-ACCOUNT.
           MOVE WS-MP-COST-CTR(WS-MAP-IX)  TO GJ-COST-CENTER.
           MOVE WS-EN-AMOUNT(WS-ENT-IX)    TO GJ-AMOUNT.
           MOVE WS-EN-REFERENCE(WS-ENT-IX) TO GJ-REFERENCE.
           WRITE GJ-JOURNAL-RECORD.
           ADD WS-EN-AMOUNT(WS-ENT-IX) TO WS-TOTAL-DEBITS.
           ADD WS-EN-AMOUNT(WS-ENT-IX) TO WS-TOTAL-CREDITS.

       2000-SHOW-CONTROL-TOTALS.
           DISPLAY "===== GL JOURNAL BATCH " WS-RUN-ID " =====".
           DISPLAY "PERIOD               : " WS-PERIOD-LABEL.
           DISPLAY "ENTRIES WRITTEN      : " WS-ENTRIES-WRITTEN.
           DISPLAY "ZERO ITEMS UNPOSTED  : " WS-ZERO-COUNT.
           MOVE WS-TOTAL-DEBITS TO WS-EDT-TOTAL.
           DISPLAY "TOTAL DEBITS         : " WS-EDT-TOTAL.
           MOVE WS-TOTAL-CREDITS TO WS-EDT-TOTAL.
           DISPLAY "TOTAL CREDITS        : " WS-EDT-TOTAL.
           MOVE WS-CHG-STMT-TOTAL TO WS-EDT-TOTAL.
           DISPLAY "CHARGEBACK STATEMENT : " WS-EDT-TOTAL.
           MOVE WS-INK-INV-TOTAL TO WS-EDT-TOTAL.
           DISPLAY "INK INVOICES         : " WS-EDT-TOTAL.
           IF GJ-BALANCED-FLAG = "Y"
              DISPLAY "BATCH BALANCES - DEBITS = CREDITS = STATEMENT "
                 "TOTALS"
           ELSE
              DISPLAY "*** BATCH DOES NOT BALANCE - FINANCE MUST NOT "
                 "LOAD IT ***"
              MOVE 8 TO RETURN-CODE
           END-IF.

       0095-ROLL-REPORT-GENERATION.
      *--------------- the last run's output is rolled to a numbered
      *--------------- generation before OPEN OUTPUT replaces it; a
      *--------------- roll that fails ends the run rather than
      *--------------- overwrite output nobody has kept
           CALL "RPTGEN" USING WS-RG-FUNC WS-RG-FILE WS-RG-RUN-ID
                               WS-RG-STATUS.
           IF WS-RG-STATUS NOT = "00"
              DISPLAY "RUN ABORTED - " WS-RG-FILE
                 " NOT ROLLED - STATUS " WS-RG-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
