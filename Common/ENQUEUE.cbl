      *                        EQ-STATUS                              *
      *                                                               *
      *   EQ-FUNCTION "ENQ" - acquire; "DEQ" - release                *
      *   EQ-RESOURCE "CARDMAST" / "COLLHIST" / "RNAMAST " /          *
      *               "CARDVALT" (the card token vault, which LUHN    *
      *               writes, so its abend check reads LUHNCKPT.DAT)  *
      *               / "JOBTMAST" (the print job-ticket master,      *
      *               whose checkpointed writer is PANGRAM, so its    *
      *               abend check reads PANGCKPT.DAT)                 *
      *   EQ-STATUS   "00" acquired/released                          *
      *               "91" held by a live run - caller backs off      *
      *               "92" held by an ABENDED run (the lock is past   *
              ORGANIZATION IS SEQUENTIAL
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS WS-LOCK-STATUS.
           SELECT VALT-LOCK-FILE     ASSIGN TO "VALTLOCK.DAT"
              ORGANIZATION IS SEQUENTIAL
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS WS-LOCK-STATUS.
           SELECT JOBT-LOCK-FILE     ASSIGN TO "JOBTLOCK.DAT"
              ORGANIZATION IS SEQUENTIAL
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS WS-LOCK-STATUS.
           SELECT LUHN-CKPT-FILE     ASSIGN TO "LUHNCKPT.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CKPT-STATUS.
           SELECT RNA-CKPT-FILE      ASSIGN TO "RNACKPT.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CKPT-STATUS.
           SELECT PANG-CKPT-FILE     ASSIGN TO "PANGCKPT.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CKPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-LOCK-FILE
           RECORDING MODE IS F.
       01  RLK-LOCK-RECORD            PIC X(48).

       FD  VALT-LOCK-FILE
           RECORD CONTAINS 48 CHARACTERS
           RECORDING MODE IS F.
       01  VLK-LOCK-RECORD            PIC X(48).

       FD  JOBT-LOCK-FILE
           RECORD CONTAINS 48 CHARACTERS
           RECORDING MODE IS F.
       01  JLK-LOCK-RECORD            PIC X(48).

       FD  LUHN-CKPT-FILE
           RECORD CONTAINS 92 CHARACTERS
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  RNA-CKPT-RECORD            PIC X(92).

       FD  PANG-CKPT-FILE
           RECORD CONTAINS 92 CHARACTERS
           RECORDING MODE IS F.
       01  PANG-CKPT-RECORD           PIC X(92).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-STATUS         PIC XX    VALUE SPACES.
       01  WS-CKPT-STATUS         PIC XX    VALUE SPACES.
                 MOVE 2 TO WS-RESOURCE-IX
              WHEN "RNAMAST "
                 MOVE 3 TO WS-RESOURCE-IX
              WHEN "CARDVALT"
                 MOVE 4 TO WS-RESOURCE-IX
              WHEN "JOBTMAST"
                 MOVE 5 TO WS-RESOURCE-IX
              WHEN OTHER
                 DISPLAY "ENQUEUE: UNKNOWN RESOURCE " EQ-RESOURCE
                 MOVE "99" TO EQ-STATUS
           MOVE SPACES TO WS-CKPT-STATUS.
           EVALUATE WS-RESOURCE-IX
              WHEN 1
              WHEN 4
                 OPEN INPUT LUHN-CKPT-FILE
              WHEN 2
                 OPEN INPUT COLL-CKPT-FILE
              WHEN 3
                 OPEN INPUT RNA-CKPT-FILE
              WHEN 5
                 OPEN INPUT PANG-CKPT-FILE
           END-EVALUATE.
           IF WS-CKPT-STATUS NOT = "00"
              EXIT PARAGRAPH
           PERFORM UNTIL EOF-CKPT-READ
              EVALUATE WS-RESOURCE-IX
                 WHEN 1
                 WHEN 4
                    READ LUHN-CKPT-FILE
                       AT END
                          MOVE 'Y' TO WS-CKPT-EOF-SW
                          MOVE RNA-CKPT-RECORD TO WS-CKP-VIEW
                          MOVE 'Y' TO WS-CKP-SEEN-SW
                    END-READ
                 WHEN 5
                    READ PANG-CKPT-FILE
                       AT END
                          MOVE 'Y' TO WS-CKPT-EOF-SW
                       NOT AT END
                          MOVE PANG-CKPT-RECORD TO WS-CKP-VIEW
                          MOVE 'Y' TO WS-CKP-SEEN-SW
                    END-READ
              END-EVALUATE
           END-PERFORM.
           EVALUATE WS-RESOURCE-IX
              WHEN 1
              WHEN 4
                 CLOSE LUHN-CKPT-FILE
              WHEN 2
                 CLOSE COLL-CKPT-FILE
              WHEN 3
                 CLOSE RNA-CKPT-FILE
              WHEN 5
                 CLOSE PANG-CKPT-FILE
           END-EVALUATE.

       2000-RELEASE-LOCK.
                    OPEN I-O COLL-LOCK-FILE
                 WHEN 3
                    OPEN I-O RNA-LOCK-FILE
                 WHEN 4
                    OPEN I-O VALT-LOCK-FILE
                 WHEN 5
                    OPEN I-O JOBT-LOCK-FILE
              END-EVALUATE
              EVALUATE WS-LOCK-STATUS
                 WHEN "00"
                       MOVE RLK-LOCK-RECORD TO WS-LOCK-RECORD
                       MOVE 'Y' TO WS-REC-GOT-SW
                 END-READ
              WHEN 4
                 READ VALT-LOCK-FILE
                    AT END
                       MOVE 'N' TO WS-REC-GOT-SW
                    NOT AT END
                       MOVE VLK-LOCK-RECORD TO WS-LOCK-RECORD
                       MOVE 'Y' TO WS-REC-GOT-SW
                 END-READ
              WHEN 5
                 READ JOBT-LOCK-FILE
                    AT END
                       MOVE 'N' TO WS-REC-GOT-SW
                    NOT AT END
                       MOVE JLK-LOCK-RECORD TO WS-LOCK-RECORD
                       MOVE 'Y' TO WS-REC-GOT-SW
                 END-READ
           END-EVALUATE.

       3200-CREATE-FREE-LOCK.
                 MOVE WS-LOCK-RECORD TO RLK-LOCK-RECORD
                 WRITE RLK-LOCK-RECORD
                 CLOSE RNA-LOCK-FILE
              WHEN 4
                 OPEN OUTPUT VALT-LOCK-FILE
                 MOVE WS-LOCK-RECORD TO VLK-LOCK-RECORD
                 WRITE VLK-LOCK-RECORD
                 CLOSE VALT-LOCK-FILE
              WHEN 5
                 OPEN OUTPUT JOBT-LOCK-FILE
                 MOVE WS-LOCK-RECORD TO JLK-LOCK-RECORD
                 WRITE JLK-LOCK-RECORD
                 CLOSE JOBT-LOCK-FILE
           END-EVALUATE.

       3300-REWRITE-LOCK-RECORD.
              WHEN 3
                 MOVE WS-LOCK-RECORD TO RLK-LOCK-RECORD
                 REWRITE RLK-LOCK-RECORD
              WHEN 4
                 MOVE WS-LOCK-RECORD TO VLK-LOCK-RECORD
                 REWRITE VLK-LOCK-RECORD
              WHEN 5
                 MOVE WS-LOCK-RECORD TO JLK-LOCK-RECORD
                 REWRITE JLK-LOCK-RECORD
           END-EVALUATE.

       3400-CLOSE-LOCK-FILE.
                 CLOSE COLL-LOCK-FILE
              WHEN 3
                 CLOSE RNA-LOCK-FILE
              WHEN 4
                 CLOSE VALT-LOCK-FILE
              WHEN 5
                 CLOSE JOBT-LOCK-FILE
           END-EVALUATE.

       3500-SEED-HELD-RECORD.
                 MOVE WS-LOCK-RECORD TO RLK-LOCK-RECORD
                 WRITE RLK-LOCK-RECORD
                 CLOSE RNA-LOCK-FILE
              WHEN 4
                 OPEN OUTPUT VALT-LOCK-FILE
                 MOVE WS-LOCK-RECORD TO VLK-LOCK-RECORD
                 WRITE VLK-LOCK-RECORD
                 CLOSE VALT-LOCK-FILE
              WHEN 5
                 OPEN OUTPUT JOBT-LOCK-FILE
                 MOVE WS-LOCK-RECORD TO JLK-LOCK-RECORD
                 WRITE JLK-LOCK-RECORD
                 CLOSE JOBT-LOCK-FILE
           END-EVALUATE.

       3600-MARK-HELD.
