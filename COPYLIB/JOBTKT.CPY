      *****************************************************************
      * JOBTKT - print job-ticket master (JOBTMAST.DAT), indexed on   *
      * the job number carried in the proof feed's "*ID " header.     *
      * One record follows a job from proof through revision to       *
      * invoice:                                                      *
      *   PANGRAM   - first/latest proof date and the proof result    *
      *   PROOFCMP  - revision count and latest revision date         *
      *   INKBILL   - invoice number and date                         *
      *   JOBTMANT  - inquiry, exception report, and CLOSE            *
      *                                                               *
      * JT-STATUS is the latest stage the job reached. CLOSED is      *
      * final: later proofs, revisions or invoices are still          *
      * recorded on a closed ticket but do not change its status.     *
      * JT-REPROOF-PENDING is set by a revision and cleared by the    *
      * next proof; JT-REV-AFTER-INV marks a revision that arrived    *
      * once the job had already been invoiced.                       *
      *                                                               *
      * Each program SELECTs the file itself (ORGANIZATION INDEXED,   *
      * RECORD KEY JT-JOB-NUMBER) and takes the JOBTMAST enqueue      *
      * before opening it I-O.                                        *
      *****************************************************************
       FD  JOB-TICKET-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  JT-TICKET-RECORD.
           05  JT-JOB-NUMBER           PIC X(10).
           05  JT-CLIENT-CODE          PIC X(8).
           05  JT-STATUS               PIC X(8).
               88  JT-PROOFED                    VALUE "PROOFED".
               88  JT-REVISED                    VALUE "REVISED".
               88  JT-INVOICED                   VALUE "INVOICED".
               88  JT-CLOSED                     VALUE "CLOSED".
           05  JT-FIRST-PROOF-DATE     PIC X(8).
           05  JT-LAST-PROOF-DATE      PIC X(8).
           05  JT-PROOF-RESULT         PIC X(3).
           05  JT-PROOF-COUNT          PIC 9(4).
           05  JT-REVISION-COUNT       PIC 9(4).
           05  JT-LAST-REVISION-DATE   PIC X(8).
           05  JT-INVOICE-NUMBER       PIC X(15).
           05  JT-INVOICE-DATE         PIC X(8).
           05  JT-REPROOF-PENDING      PIC X(1).
               88  JT-AWAITING-REPROOF           VALUE "Y".
           05  JT-REV-AFTER-INV        PIC X(1).
               88  JT-REVISED-AFTER-INVOICE      VALUE "Y".
           05  JT-LAST-RUN-ID          PIC X(12).
           05  JT-LAST-UPDATED         PIC X(8).
           05  FILLER                  PIC X(14).
