      *****************************************************************
      * RESEALQ - ledger re-seal queue layout. A program that has to  *
      * change a record already on a sealed ledger (CARDERAS blanking *
      * an erased card) appends one entry here per record changed,    *
      * carrying the record's LEDGSEAL checksum before and after the  *
      * change. LEDGSEAL RESEAL re-seals a queued day only when the   *
      * day as it now stands equals its old seal adjusted by exactly  *
      * those changes - anything else is still reported as tampering. *
      *****************************************************************
      * Declared without an FD; RESEALQ.DAT is 80 bytes and each
      * program declares its own FD ahead of this COPY.
       01  RQ-QUEUE-RECORD.
           05  RQ-LEDGER-NAME          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RQ-LEDGER-DATE          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RQ-OLD-CHECKSUM         PIC 9(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RQ-NEW-CHECKSUM         PIC 9(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RQ-QUEUED-BY            PIC X(12).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RQ-RUN-ID               PIC X(12).
           05  FILLER                  PIC X(15) VALUE SPACES.
