      *                                                               *
      *   CARDMAST.DAT  COLLHIST.DAT  RNAMAST.DAT                     *
      *   CTLLEDGR.DAT  REJLEDGR.DAT  RUNJRNL.DAT  RUNSEQNO.DAT       *
      *   CARDVALT.DAT  JOBTMAST.DAT                                  *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - generation id from BAKCATLG.DAT; omitted means      *
      *                                                               *
      * The restored record counts are balanced back against the      *
      * catalog entry; a short file is a failed restore, condition    *
      * code 8, not something to notice at balancing time. The five   *
      * indexed masters are taken under their ENQUEUE locks for the   *
      * duration.                                                     *
      *                                                               *
      * A record CARDERAS has erased from the set carries the tag     *
      * ERASED and its original file's tag in place of its data; it   *
      * is not restored but still balances against that file's        *
      * catalog count, since the catalog was cut before the erasure.  *
      *                                                               *
      * The operator signs on through SIGNON before anything is read; *
      * a restore needs ADMIN, and a refusal is condition code 8.     *
      *                                                               *
      * The keyed ledger indexes (CTLLEDGX.DAT, REJLEDGX.DAT) are not *
      * part of the set; they describe the ledgers as they stood      *
      * before the restore, so the summary closes with the reminder   *
      * to run LEDGINDX REBUILD before any morning report is run.     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
           88  SLOT-IS-CURRENT              VALUE 'Y'.
       01  WS-LAST-SLOT-GEN       PIC X(12) VALUE SPACES.
       01  WS-CAT-COUNTS.
           05  WS-CAT-COUNT       PIC 9(6)  OCCURS 9 TIMES
                                            VALUE 0.
       01  WS-REST-COUNTS.
           05  WS-REST-COUNT      PIC 9(6)  OCCURS 9 TIMES
                                            VALUE 0.
       01  WS-CHK-IX              PIC 9(2).
       01  WS-MISMATCH-COUNT      PIC 9(1)  VALUE 0.
       01  WS-DUPKEY-COUNT        PIC 9(6)  VALUE 0.
       01  WS-ERASED-COUNT        PIC 9(6)  VALUE 0.
       01  WS-BKP-RECORD.
           05  WS-BKP-FILE-ID     PIC X(12).
           05  FILLER             PIC X(2).
           05  WS-BKP-DATA        PIC X(120).

      *--------------- the five masters under their ENQUEUE locks
       01  WS-EQ-FUNC             PIC X(3)  VALUE SPACES.
       01  WS-EQ-RESOURCE         PIC X(8)  VALUE SPACES.
       01  WS-EQ-RUN-ID           PIC X(12) VALUE "GENREST".
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

      *--------------- operator sign-on; SIGNON checks the function's
      *--------------- minimum role and audits the grant or refusal
       01  WS-SG-PROGRAM          PIC X(12) VALUE "GENREST".
       01  WS-SG-FUNCTION         PIC X(10) VALUE SPACES.
       01  WS-SG-MIN-ROLE         PIC X(9)  VALUE SPACES.
       01  WS-SG-USER             PIC X(8)  VALUE SPACES.
       01  WS-SG-STATUS           PIC X(2)  VALUE SPACES.
           88  SIGN-ON-GRANTED              VALUE "00".

      *--------------- compliance access trail for the card master
       01  WS-CA-PROGRAM          PIC X(12) VALUE "GENREST".
           IF WS-GEN-ARG = LOW-VALUES
              MOVE SPACES TO WS-GEN-ARG
           END-IF.
           PERFORM 0005-SIGN-ON.
           IF NOT SIGN-ON-GRANTED
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0010-FIND-GENERATION.
           IF NOT GENERATION-FOUND
              DISPLAY "GENREST: GENERATION NOT IN BAKCATLG.DAT - "
           DISPLAY "GENREST: RESTORING GENERATION " WS-PICK-GEN-ID
              " (SLOT " WS-PICK-SLOT ", CUT " WS-PICK-DATE ")".
           PERFORM 0020-ACQUIRE-ALL-LOCKS.
           IF WS-EQ-HELD-CT < 5
              PERFORM 0030-RELEASE-ALL-LOCKS
              DISPLAY "GENREST: MASTER LOCKS NOT ACQUIRED - NOTHING "
                 "RESTORED"
           PERFORM 2000-BALANCE-AGAINST-CATALOG.
           STOP RUN.

       0005-SIGN-ON.
      *--------------- a restore overwrites every master in the set,
      *--------------- so it is an ADMIN function
           MOVE "RESTORE" TO WS-SG-FUNCTION.
           MOVE "ADMIN" TO WS-SG-MIN-ROLE.
           MOVE SPACES TO WS-SG-USER.
           CALL "SIGNON" USING WS-SG-PROGRAM WS-SG-FUNCTION
                               WS-SG-MIN-ROLE WS-SG-USER
                               WS-SG-STATUS.

       0010-FIND-GENERATION.
      *--------------- the catalog is read to the end: with a gen id
      *--------------- the last matching entry wins, without one the
                       MOVE CAT-COUNT-REJLEDGR TO WS-CAT-COUNT(5)
                       MOVE CAT-COUNT-RUNJRNL  TO WS-CAT-COUNT(6)
                       MOVE CAT-COUNT-RUNSEQNO TO WS-CAT-COUNT(7)
                       MOVE CAT-COUNT-CARDVALT TO WS-CAT-COUNT(8)
                       MOVE CAT-COUNT-JOBTMAST TO WS-CAT-COUNT(9)
                    END-IF
              END-READ
           END-PERFORM.
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
           OPEN OUTPUT REJECT-LEDGER-FILE.
           OPEN OUTPUT RUN-JOURNAL-FILE.
           OPEN OUTPUT RUN-SEQUENCE-FILE.
           OPEN OUTPUT CARD-VAULT-FILE.
           OPEN OUTPUT JOB-TICKET-FILE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL EOF-SCAN-FILE
              PERFORM 1100-READ-BKP-RECORD
           CLOSE REJECT-LEDGER-FILE.
           CLOSE RUN-JOURNAL-FILE.
           CLOSE RUN-SEQUENCE-FILE.
           CLOSE CARD-VAULT-FILE.
           CLOSE JOB-TICKET-FILE.

       1100-READ-BKP-RECORD.
           EVALUATE WS-PICK-SLOT
                       ADD 1 TO WS-REST-COUNT(1)
                 END-WRITE
              WHEN "COLLHIST"
                 MOVE WS-BKP-DATA(1:51) TO HIST-RECORD
                 WRITE HIST-RECORD
                    INVALID KEY
                       ADD 1 TO WS-DUPKEY-COUNT
                 WRITE LG-LEDGER-RECORD
                 ADD 1 TO WS-REST-COUNT(4)
              WHEN "REJLEDGR"
                 MOVE WS-BKP-DATA(1:110) TO RJL-REJECT-RECORD
                 WRITE RJL-REJECT-RECORD
                 ADD 1 TO WS-REST-COUNT(5)
              WHEN "RUNJRNL"
                 MOVE WS-BKP-DATA(1:16) TO SEQ-RECORD
                 WRITE SEQ-RECORD
                 ADD 1 TO WS-REST-COUNT(7)
              WHEN "CARDVALT"
                 MOVE WS-BKP-DATA(1:96) TO TV-VAULT-RECORD
                 WRITE TV-VAULT-RECORD
                    INVALID KEY
                       ADD 1 TO WS-DUPKEY-COUNT
                    NOT INVALID KEY
                       ADD 1 TO WS-REST-COUNT(8)
                 END-WRITE
              WHEN "JOBTMAST"
                 MOVE WS-BKP-DATA TO JT-TICKET-RECORD
                 WRITE JT-TICKET-RECORD
                    INVALID KEY
                       ADD 1 TO WS-DUPKEY-COUNT
                    NOT INVALID KEY
                       ADD 1 TO WS-REST-COUNT(9)
                 END-WRITE
              WHEN "ERASED"
                 PERFORM 1210-COUNT-ERASED-RECORD
              WHEN OTHER
                 DISPLAY "GENREST: UNRECOGNIZED BACKUP TAG "
                    WS-BKP-FILE-ID
           END-EVALUATE.

       1210-COUNT-ERASED-RECORD.
      *--------------- nothing to put back; credit the file it was
      *--------------- erased from so the set still balances
           ADD 1 TO WS-ERASED-COUNT.
           EVALUATE WS-BKP-DATA(1:12)
              WHEN "CARDMAST"
                 ADD 1 TO WS-REST-COUNT(1)
              WHEN "CARDVALT"
                 ADD 1 TO WS-REST-COUNT(8)
              WHEN OTHER
                 DISPLAY "GENREST: UNRECOGNIZED ERASED TAG "
                    WS-BKP-DATA(1:12)
           END-EVALUATE.

       2000-BALANCE-AGAINST-CATALOG.
           MOVE 0 TO WS-MISMATCH-COUNT.
           PERFORM VARYING WS-CHK-IX FROM 1 BY 1
              UNTIL WS-CHK-IX > 9
              IF WS-REST-COUNT(WS-CHK-IX)
                 NOT = WS-CAT-COUNT(WS-CHK-IX)
                 ADD 1 TO WS-MISMATCH-COUNT
              " (CATALOG " WS-CAT-COUNT(6) ")".
           DISPLAY "RUNSEQNO RECS : " WS-REST-COUNT(7)
              " (CATALOG " WS-CAT-COUNT(7) ")".
           DISPLAY "CARDVALT RECS : " WS-REST-COUNT(8)
              " (CATALOG " WS-CAT-COUNT(8) ")".
           DISPLAY "JOBTMAST RECS : " WS-REST-COUNT(9)
              " (CATALOG " WS-CAT-COUNT(9) ")".
           DISPLAY "DUPLICATE KEYS: " WS-DUPKEY-COUNT.
           DISPLAY "ERASED RECS   : " WS-ERASED-COUNT.
           DISPLAY "======================================".
           IF WS-MISMATCH-COUNT > 0 OR WS-DUPKEY-COUNT > 0
              DISPLAY "*** RESTORE DOES NOT BALANCE AGAINST THE "
           ELSE
              DISPLAY "RESTORE BALANCES AGAINST THE CATALOG"
           END-IF.
           DISPLAY "LEDGERS REPLACED - RUN LEDGINDX REBUILD BEFORE THE "
              "MORNING REPORTS".
