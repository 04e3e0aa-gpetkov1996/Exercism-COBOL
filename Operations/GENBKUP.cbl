      * as ONE named generation set. HOUSEKPG trims and HISTMANT can  *
      * back up the Collatz history, but restoring the card master    *
      * without its matching ledgers is how you get an                *
      * unreconcilable morning - the nine files below are captured    *
      * together or not at all:                                       *
      *                                                               *
      *   CARDMAST.DAT  COLLHIST.DAT  RNAMAST.DAT                     *
      *   CTLLEDGR.DAT  REJLEDGR.DAT  RUNJRNL.DAT  RUNSEQNO.DAT       *
      *   CARDVALT.DAT  JOBTMAST.DAT                                  *
      *                                                               *
      * The card master holds only tokens, so it is worthless back    *
      * without the vault that resolves them; CARDERAS retags erased  *
      * cards' vault entries in the slots as it does the master's.    *
      *                                                               *
      * Three generation slots rotate: BACKUP1.DAT, BACKUP2.DAT,      *
      * BACKUP3.DAT, each holding every file's records tagged with    *
      * slot, timestamp, and per-file record counts - and GENREST     *
      * puts a chosen generation back as a set.                       *
      *                                                               *
      * The five indexed masters are taken under their ENQUEUE locks  *
      * for the duration; a backup cut while another run is           *
      * writing is worthless, so a busy lock aborts with condition    *
      * code 8 rather than capturing a moving target.                 *
      *****************************************************************
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RM-MASTER-KEY
              FILE STATUS IS WS-FILE-STATUS.
           SELECT CARD-VAULT-FILE    ASSIGN TO "CARDVALT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TV-CARD-KEY
              ALTERNATE RECORD KEY IS TV-TOKEN
              FILE STATUS IS WS-FILE-STATUS.
           SELECT JOB-TICKET-FILE    ASSIGN TO "JOBTMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS JT-JOB-NUMBER
              FILE STATUS IS WS-FILE-STATUS.
           SELECT CTL-LEDGER-FILE    ASSIGN TO "CTLLEDGR.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FILE-STATUS.
           05  FILLER                 PIC X(70).

       FD  COLLATZ-HISTORY-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  HIST-RECORD.
           05  HIST-START-NUM         PIC 9(8).
           05  FILLER                 PIC X(43).

       FD  RNA-MASTER-FILE
           RECORD CONTAINS 96 CHARACTERS.
           05  RM-MASTER-KEY          PIC X(16).
           05  FILLER                 PIC X(80).

       FD  CARD-VAULT-FILE
           RECORD CONTAINS 96 CHARACTERS.
       01  TV-VAULT-RECORD.
           05  TV-CARD-KEY            PIC X(34).
           05  TV-TOKEN               PIC X(16).
           05  FILLER                 PIC X(46).

       FD  JOB-TICKET-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  JT-TICKET-RECORD.
           05  JT-JOB-NUMBER          PIC X(10).
           05  FILLER                 PIC X(110).

       FD  CTL-LEDGER-FILE
           RECORD CONTAINS 78 CHARACTERS
           RECORDING MODE IS F.
       01  SEQ-RECORD                 PIC X(16).

       FD  BACKUP1-FILE
           RECORD CONTAINS 134 CHARACTERS
           RECORDING MODE IS F.
       01  BK1-RECORD                 PIC X(134).

       FD  BACKUP2-FILE
           RECORD CONTAINS 134 CHARACTERS
           RECORDING MODE IS F.
       01  BK2-RECORD                 PIC X(134).

       FD  BACKUP3-FILE
           RECORD CONTAINS 134 CHARACTERS
           RECORDING MODE IS F.
       01  BK3-RECORD                 PIC X(134).

       FD  CATALOG-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  CAT-RECORD.
           05  CAT-GEN-ID             PIC X(12).
           05  FILLER                 PIC X(1).
           05  CAT-COUNT-RUNSEQNO     PIC 9(6).
           05  FILLER                 PIC X(1).
           05  CAT-COUNT-CARDVALT     PIC 9(6).
           05  FILLER                 PIC X(1).
           05  CAT-COUNT-JOBTMAST     PIC 9(6).
           05  FILLER                 PIC X(7).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX    VALUE SPACES.
       01  WS-FILE-COUNT          PIC 9(6)  VALUE 0.
       01  WS-TOTAL-RECORDS       PIC 9(8)  VALUE 0.
       01  WS-COUNT-TABLE.
           05  WS-GEN-COUNT       PIC 9(6)  OCCURS 9 TIMES.
       01  WS-BKP-RECORD.
           05  WS-BKP-FILE-ID     PIC X(12).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-BKP-DATA        PIC X(120).

      *--------------- the five masters under their ENQUEUE locks
       01  WS-EQ-FUNC             PIC X(3)  VALUE SPACES.
       01  WS-EQ-RESOURCE         PIC X(8)  VALUE SPACES.
       01  WS-EQ-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-EQ-IX               PIC 9(1).
       01  WS-EQ-HELD-CT          PIC 9(1)  VALUE 0.
       01  WS-EQ-HELD-TAB.
           05  WS-EQ-HELD-SW      PIC X     OCCURS 5 TIMES
                                            VALUE 'N'.
       01  WS-EQ-RESOURCES.
           05  FILLER             PIC X(8)  VALUE "CARDMAST".
           05  FILLER             PIC X(8)  VALUE "COLLHIST".
           05  FILLER             PIC X(8)  VALUE "RNAMAST ".
           05  FILLER             PIC X(8)  VALUE "CARDVALT".
           05  FILLER             PIC X(8)  VALUE "JOBTMAST".
       01  WS-EQ-RESOURCE-TAB REDEFINES WS-EQ-RESOURCES.
           05  WS-EQ-RESOURCE-N   PIC X(8)  OCCURS 5 TIMES.

      *--------------- compliance access trail for the card master
       01  WS-CA-PROGRAM          PIC X(12) VALUE "GENBKUP".
           CALL "RUNIDGEN" USING WS-RUN-ID.
           PERFORM 0010-PICK-NEXT-SLOT.
           PERFORM 0020-ACQUIRE-ALL-LOCKS.
           IF WS-EQ-HELD-CT < 5
              PERFORM 0030-RELEASE-ALL-LOCKS
              DISPLAY "GENBKUP: MASTER LOCKS NOT ACQUIRED - NO "
                 "BACKUP CUT"
           PERFORM 1400-COPY-REJLEDGR.
           PERFORM 1500-COPY-RUNJRNL.
           PERFORM 1600-COPY-RUNSEQNO.
           PERFORM 1700-COPY-CARDVALT.
           PERFORM 1800-COPY-JOBTMAST.
           PERFORM 0110-CLOSE-BACKUP-SLOT.
           PERFORM 0030-RELEASE-ALL-LOCKS.
           PERFORM 0200-APPEND-CATALOG.
           DISPLAY "REJLEDGR RECS : " WS-GEN-COUNT(5).
           DISPLAY "RUNJRNL  RECS : " WS-GEN-COUNT(6).
           DISPLAY "RUNSEQNO RECS : " WS-GEN-COUNT(7).
           DISPLAY "CARDVALT RECS : " WS-GEN-COUNT(8).
           DISPLAY "JOBTMAST RECS : " WS-GEN-COUNT(9).
           DISPLAY "TOTAL RECORDS : " WS-TOTAL-RECORDS.
           DISPLAY "=====================================".
           STOP RUN.
       0020-ACQUIRE-ALL-LOCKS.
           MOVE 0 TO WS-EQ-HELD-CT.
           PERFORM VARYING WS-EQ-IX FROM 1 BY 1
              UNTIL WS-EQ-IX > 5
              MOVE 'N' TO WS-EQ-HELD-SW(WS-EQ-IX)
              MOVE "ENQ" TO WS-EQ-FUNC
              MOVE WS-EQ-RESOURCE-N(WS-EQ-IX) TO WS-EQ-RESOURCE
      *--------------- released - on a partial acquisition the busy
      *--------------- slot belongs to somebody else's live run
           PERFORM VARYING WS-EQ-IX FROM 1 BY 1
              UNTIL WS-EQ-IX > 5
              IF WS-EQ-HELD-SW(WS-EQ-IX) = 'Y'
                 MOVE "DEQ" TO WS-EQ-FUNC
                 MOVE WS-EQ-RESOURCE-N(WS-EQ-IX) TO WS-EQ-RESOURCE
                 NOT AT END
                    MOVE SPACES TO WS-BKP-RECORD
                    MOVE "COLLHIST" TO WS-BKP-FILE-ID
                    MOVE HIST-RECORD TO WS-BKP-DATA(1:51)
                    PERFORM 0120-WRITE-BKP-RECORD
              END-READ
           END-PERFORM.
                 NOT AT END
                    MOVE SPACES TO WS-BKP-RECORD
                    MOVE "REJLEDGR" TO WS-BKP-FILE-ID
                    MOVE RJL-REJECT-RECORD TO WS-BKP-DATA(1:110)
                    PERFORM 0120-WRITE-BKP-RECORD
              END-READ
           END-PERFORM.
           CLOSE RUN-SEQUENCE-FILE.
           MOVE WS-FILE-COUNT TO WS-GEN-COUNT(7).

       1700-COPY-CARDVALT.
      *--------------- the control record (key "*CONTROL*") comes
      *--------------- along with the entries, so a restored vault
      *--------------- carries on issuing tokens where it stood
           MOVE 0 TO WS-FILE-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT CARD-VAULT-FILE.
           IF WS-FILE-STATUS NOT = "00"
              DISPLAY "GENBKUP: CARDVALT.DAT NOT PRESENT - ZERO "
                 "RECORDS CAPTURED"
              MOVE 0 TO WS-GEN-COUNT(8)
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO TV-CARD-KEY.
           START CARD-VAULT-FILE KEY >= TV-CARD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL EOF-SCAN-FILE
              READ CARD-VAULT-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    MOVE SPACES TO WS-BKP-RECORD
                    MOVE "CARDVALT" TO WS-BKP-FILE-ID
                    MOVE TV-VAULT-RECORD TO WS-BKP-DATA(1:96)
                    PERFORM 0120-WRITE-BKP-RECORD
              END-READ
           END-PERFORM.
           CLOSE CARD-VAULT-FILE.
           MOVE WS-FILE-COUNT TO WS-GEN-COUNT(8).

       1800-COPY-JOBTMAST.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT JOB-TICKET-FILE.
           IF WS-FILE-STATUS NOT = "00"
              DISPLAY "GENBKUP: JOBTMAST.DAT NOT PRESENT - ZERO "
                 "RECORDS CAPTURED"
              MOVE 0 TO WS-GEN-COUNT(9)
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO JT-JOB-NUMBER.
           START JOB-TICKET-FILE KEY >= JT-JOB-NUMBER
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL EOF-SCAN-FILE
              READ JOB-TICKET-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    MOVE SPACES TO WS-BKP-RECORD
                    MOVE "JOBTMAST" TO WS-BKP-FILE-ID
                    MOVE JT-TICKET-RECORD TO WS-BKP-DATA
                    PERFORM 0120-WRITE-BKP-RECORD
              END-READ
           END-PERFORM.
           CLOSE JOB-TICKET-FILE.
           MOVE WS-FILE-COUNT TO WS-GEN-COUNT(9).

       0200-APPEND-CATALOG.
      *--------------- create-on-first-use, same as the shared
      *--------------- ledgers
           MOVE WS-GEN-COUNT(5) TO CAT-COUNT-REJLEDGR.
           MOVE WS-GEN-COUNT(6) TO CAT-COUNT-RUNJRNL.
           MOVE WS-GEN-COUNT(7) TO CAT-COUNT-RUNSEQNO.
           MOVE WS-GEN-COUNT(8) TO CAT-COUNT-CARDVALT.
           MOVE WS-GEN-COUNT(9) TO CAT-COUNT-JOBTMAST.
           WRITE CAT-RECORD.
           CLOSE CATALOG-FILE.
