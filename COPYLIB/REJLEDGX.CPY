      *****************************************************************
      * REJLEDGX - keyed companion to the reject ledger               *
      * (REJLEDGX.DAT), in the CTLLEDGX mold: one index record for    *
      * every REJLEDGR.DAT append, keyed by run date, job, run id     *
      * and an entry sequence (a run rejects many records under one   *
      * run id), carrying the reject record unchanged.                *
      *                                                               *
      * REJLEDGR.DAT remains the record of truth. LEDGINDX REBUILD    *
      * regenerates this file from it, AUDITREC checks the counts,    *
      * and CARDERAS blanks an erased card here exactly as it does    *
      * in the ledger.                                                *
      *                                                               *
      * Each program SELECTs the file itself (ORGANIZATION INDEXED,   *
      * RECORD KEY LXR-INDEX-KEY) and COPYs REJFLDS into              *
      * WORKING-STORAGE to take the reject record apart.              *
      *****************************************************************
       FD  REJ-INDEX-FILE
           RECORD CONTAINS 148 CHARACTERS.
       01  LXR-INDEX-RECORD.
           05  LXR-INDEX-KEY.
               10  LXR-RUN-DATE        PIC X(8).
               10  LXR-JOB-NAME        PIC X(12).
               10  LXR-RUN-ID          PIC X(12).
               10  LXR-ENTRY-SEQ       PIC 9(6).
           05  LXR-REJECT-RECORD       PIC X(110).
