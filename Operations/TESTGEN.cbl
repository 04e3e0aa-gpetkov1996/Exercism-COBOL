      *   RNAIN.DAT  - accessioned strands seeded with invalid bases  *
      *   ROTIN.DAT  - fielded extract text                           *
      *   TESTEXP.DAT - the expected-results summary to reconcile     *
      *                the rehearsal run against; TESTVRFY checks     *
      *                the run against it and certifies the drill     *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - records per feed (default 100, max 5000)            *
       7000-WRITE-EXPECTED.
      *--------------- the reconciliation sheet for the rehearsal:
      *--------------- what each job's run summary and ledger entry
      *--------------- should come back with. TESTVRFY reads these
      *--------------- lines back word by word, so a label or its
      *--------------- place in the line does not change on its own
           OPEN OUTPUT EXPECTED-FILE.
           MOVE "===== EXPECTED REHEARSAL RESULTS ====="
              TO WS-PRINT-LINE.
