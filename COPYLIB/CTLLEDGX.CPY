      *****************************************************************
      * CTLLEDGX - keyed companion to the control-total ledger        *
      * (CTLLEDGX.DAT). LEDGRWRT writes one index record for every    *
      * CTLLEDGR.DAT append, under the same exclusive ledger open,    *
      * so the morning reports can START on the date (or date and     *
      * job) they want instead of reading the ledger from the top.    *
      *                                                               *
      * The key is run date, job and run id, plus an entry sequence   *
      * that keeps two postings under the same run id apart; the      *
      * ledger record itself rides along unchanged, so a report       *
      * reads the index and never opens the ledger at all.            *
      *                                                               *
      * CTLLEDGR.DAT remains the record of truth. LEDGINDX REBUILD    *
      * regenerates this file from it after GENREST or HOUSEKPG has   *
      * rewritten the ledger, and AUDITREC checks the two counts.     *
      *                                                               *
      * Each program SELECTs the file itself (ORGANIZATION INDEXED,   *
      * RECORD KEY LXC-INDEX-KEY) and COPYs CTLLEDGR into             *
      * WORKING-STORAGE to take the ledger record apart.              *
      *****************************************************************
       FD  CTL-INDEX-FILE
           RECORD CONTAINS 116 CHARACTERS.
       01  LXC-INDEX-RECORD.
           05  LXC-INDEX-KEY.
               10  LXC-RUN-DATE        PIC X(8).
               10  LXC-JOB-NAME        PIC X(12).
               10  LXC-RUN-ID          PIC X(12).
               10  LXC-ENTRY-SEQ       PIC 9(6).
           05  LXC-LEDGER-RECORD       PIC X(78).
