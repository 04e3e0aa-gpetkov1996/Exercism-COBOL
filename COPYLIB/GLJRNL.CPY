      *****************************************************************
      * GLJRNL - general-ledger journal interface layout (GLJRNL.DAT) *
      * as GLIFACE writes it and Finance loads it. One batch per run: *
      *                                                               *
      *   GJ-REC-TYPE "H" - batch header: billing period, the date    *
      *                     the batch was cut - first record          *
      *               "E" - one journal entry: debit account, credit  *
      *                     account, cost center, amount and the      *
      *                     statement or invoice it came from         *
      *               "T" - control trailer: entry count, total       *
      *                     debits and credits, and the chargeback    *
      *                     statement and ink invoice totals they     *
      *                     were balanced against - last record       *
      *                                                               *
      * Every record carries the batch id (GLIFACE's run id) so a     *
      * batch loaded twice is caught by Finance on the first record.  *
      * Amounts are unsigned with two implied decimals.               *
      *****************************************************************
      * Declared without an FD; GLJRNL.DAT is 120 bytes and each
      * program declares its own FD ahead of this COPY.
       01  GJ-JOURNAL-RECORD.
           05  GJ-REC-TYPE             PIC X(1).
               88  GJ-BATCH-HEADER               VALUE "H".
               88  GJ-JOURNAL-ENTRY              VALUE "E".
               88  GJ-CONTROL-TRAILER            VALUE "T".
           05  FILLER                  PIC X(1).
           05  GJ-BATCH-ID             PIC X(12).
           05  FILLER                  PIC X(1).
           05  GJ-RECORD-DATA          PIC X(105).
      *--------------- "E" - one balanced entry
           05  GJ-ENTRY-VIEW REDEFINES GJ-RECORD-DATA.
               10  GJ-ENTRY-SEQ        PIC 9(5).
               10  FILLER              PIC X(1).
               10  GJ-SOURCE-JOB       PIC X(8).
               10  FILLER              PIC X(1).
               10  GJ-SOURCE-CODE      PIC X(12).
               10  FILLER              PIC X(1).
               10  GJ-DEBIT-ACCOUNT    PIC X(10).
               10  FILLER              PIC X(1).
               10  GJ-CREDIT-ACCOUNT   PIC X(10).
               10  FILLER              PIC X(1).
               10  GJ-COST-CENTER      PIC X(6).
               10  FILLER              PIC X(1).
               10  GJ-AMOUNT           PIC 9(9)V99.
               10  FILLER              PIC X(1).
               10  GJ-REFERENCE        PIC X(20).
               10  FILLER              PIC X(16).
      *--------------- "H" - batch header
           05  GJ-HEADER-VIEW REDEFINES GJ-RECORD-DATA.
               10  GJ-PERIOD-LABEL     PIC X(15).
               10  FILLER              PIC X(1).
               10  GJ-BATCH-DATE       PIC X(8).
               10  FILLER              PIC X(81).
      *--------------- "T" - control trailer
           05  GJ-TRAILER-VIEW REDEFINES GJ-RECORD-DATA.
               10  GJ-ENTRY-COUNT      PIC 9(5).
               10  FILLER              PIC X(1).
               10  GJ-TOTAL-DEBITS     PIC 9(11)V99.
               10  FILLER              PIC X(1).
               10  GJ-TOTAL-CREDITS    PIC 9(11)V99.
               10  FILLER              PIC X(1).
               10  GJ-CHGSTMT-TOTAL    PIC 9(11)V99.
               10  FILLER              PIC X(1).
               10  GJ-INKINV-TOTAL     PIC 9(11)V99.
               10  FILLER              PIC X(1).
               10  GJ-BALANCED-FLAG    PIC X(1).
               10  FILLER              PIC X(42).
