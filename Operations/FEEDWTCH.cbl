      * feed, verdict, record count) so the evening's arrival         *
      * history is on file, and compares tonight's count against      *
      * the feed's recent history - the average of the job's          *
      * LG-RECORDS-IN over the last 14 days of CTLLEDGR.DAT, read     *
      * through its index CTLLEDGX.DAT.                               *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - volume tolerance percent (default 50): a feed       *
           SELECT FEED-JOURNAL-FILE  ASSIGN TO "FEEDJRNL.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-JRNL-STATUS.
           SELECT CTL-INDEX-FILE     ASSIGN TO "CTLLEDGX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LXC-INDEX-KEY
              FILE STATUS IS WS-FILE-STATUS.
           SELECT CARD-INPUT-FILE    ASSIGN TO "CARDIN.DAT"
              ORGANIZATION IS SEQUENTIAL
           05  FJ-REC-COUNT           PIC 9(8).
           05  FILLER                 PIC X(2).

           COPY CTLLEDGX.

       FD  CARD-INPUT-FILE
           RECORD CONTAINS 32 CHARACTERS
       01  WCH-PRINT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CTLLEDGR.

       01  WS-REG-STATUS          PIC XX    VALUE SPACES.
       01  WS-JRNL-STATUS         PIC XX    VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX    VALUE SPACES.
       0010-LOAD-LEDGER-HISTORY.
      *--------------- the feed's recent normal volume: average of
      *--------------- the job's records-in over the last 14 days of
      *--------------- the live ledger, read keyed from its index
      *--------------- starting at the cutoff date
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT CTL-INDEX-FILE.
           IF WS-FILE-STATUS NOT = "00"
              MOVE 'Y' TO WS-EOF-SW
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO LXC-INDEX-KEY.
           MOVE WS-CUTOFF-DATE TO LXC-RUN-DATE.
           START CTL-INDEX-FILE KEY >= LXC-INDEX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL EOF-SCAN-FILE
              READ CTL-INDEX-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    MOVE LXC-LEDGER-RECORD TO LG-LEDGER-RECORD
                    IF LG-RUN-DATE IS NUMERIC
                       PERFORM 0015-POST-HISTORY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CTL-INDEX-FILE.

       0015-POST-HISTORY.
           MOVE 'N' TO WS-HIS-FOUND-SW.
