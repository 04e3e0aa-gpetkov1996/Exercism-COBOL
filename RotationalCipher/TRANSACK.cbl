      *   cols 14-21  record count                                    *
      *   cols 23-32  byte checksum                                   *
      *   cols 34-41  acknowledgment date (YYYYMMDD)                  *
      *   cols 43-45  volume number (off the volume header; blank     *
      *               for an unsplit extract, taken as volume 1)      *
      *                                                               *
      * A shipment split into volumes has one manifest per volume,    *
      * all under the same run id, and counts as acknowledged only    *
      * when every volume of the set has been acknowledged; an aged   *
      * partial shipment is reported with the volumes still missing.  *
      *                                                               *
      * Calling interface:                                            *
      *   arg 1 - unacknowledged-age threshold in days (default 3)    *
           05  XM-REC-COUNT        PIC 9(8).
           05  FILLER              PIC X(1).
           05  XM-CHECKSUM         PIC 9(10).
           05  FILLER              PIC X(1).
           05  XM-VOL-NUM          PIC 9(3).
           05  FILLER              PIC X(1).
           05  XM-VOL-TOTAL        PIC 9(3).
           05  FILLER              PIC X(5).

       FD  ACK-FILE
           RECORD CONTAINS 48 CHARACTERS
           05  AK-CHECKSUM         PIC X(10).
           05  FILLER              PIC X(1).
           05  AK-ACK-DATE         PIC X(8).
           05  FILLER              PIC X(1).
           05  AK-VOL-NUM          PIC X(3).
           05  FILLER              PIC X(3).

       FD  TRAN-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
       01  WS-UNACKED-OLD         PIC 9(4)  VALUE 0.
       01  WS-ORPHAN-ACKS         PIC 9(4)  VALUE 0.
       01  WS-MATCHED-COUNT       PIC 9(4)  VALUE 0.
       01  WS-SHIP-COUNT          PIC 9(4)  VALUE 0.
       01  WS-SHIP-COMPLETE       PIC 9(4)  VALUE 0.
       01  WS-VOL-NUM             PIC 9(3)  VALUE 0.
       01  WS-VOL-TOTAL           PIC 9(3)  VALUE 0.
       01  WS-VOL-ACKED           PIC 9(3)  VALUE 0.
       01  WS-SHIP-IX             PIC 9(3).
       01  WS-FIRST-SW            PIC X     VALUE 'Y'.
           88  FIRST-OF-SHIPMENT            VALUE 'Y'.

      *--------------- loaded manifests, one per run id and volume;
      *--------------- the latest manifest under a run id and volume
      *--------------- wins (a reship supersedes), and the latest
      *--------------- volume count under a run id sets how many
      *--------------- volumes the shipment needs
       01  WS-MAN-MAX             PIC 9(3)  VALUE 200.
       01  WS-MAN-USED            PIC 9(3)  VALUE 0.
       01  WS-MAN-IX              PIC 9(3).
               10  WS-MAN-PARTNER     PIC X(8).
               10  WS-MAN-COUNT       PIC 9(8).
               10  WS-MAN-CHECKSUM    PIC 9(10).
               10  WS-MAN-VOL-NUM     PIC 9(3).
               10  WS-MAN-VOL-TOTAL   PIC 9(3).
               10  WS-MAN-ACKED-SW    PIC X.
       01  WS-PRINT-LINE          PIC X(80) VALUE SPACES.

              "  ORPHAN ACKS: " WS-ORPHAN-ACKS
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SHIPMENTS: " WS-SHIP-COUNT
              "  FULLY ACKNOWLEDGED: " WS-SHIP-COMPLETE
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0090-WRITE-PRINT-LINE.
           CLOSE TRAN-REPORT-FILE.
           EVALUATE TRUE
              WHEN WS-MISMATCH-COUNT > 0 OR WS-ORPHAN-ACKS > 0
           MOVE 'N' TO WS-EOF-SW.

       0015-POST-ONE-MANIFEST.
      *--------------- a manifest from before volumes is volume 1
      *--------------- of 1
           IF XM-VOL-NUM IS NUMERIC AND XM-VOL-NUM > 0
              MOVE XM-VOL-NUM TO WS-VOL-NUM
           ELSE
              MOVE 1 TO WS-VOL-NUM
           END-IF.
           IF XM-VOL-TOTAL IS NUMERIC AND XM-VOL-TOTAL > 0
              MOVE XM-VOL-TOTAL TO WS-VOL-TOTAL
           ELSE
              MOVE 1 TO WS-VOL-TOTAL
           END-IF.
           MOVE 'N' TO WS-MAN-FOUND-SW.
           PERFORM VARYING WS-MAN-IX FROM 1 BY 1
              UNTIL WS-MAN-IX > WS-MAN-USED OR MANIFEST-FOUND
              IF WS-MAN-RUN-ID(WS-MAN-IX) = XM-RUN-ID
                 AND WS-MAN-VOL-NUM(WS-MAN-IX) = WS-VOL-NUM
                 MOVE 'Y' TO WS-MAN-FOUND-SW
                 SUBTRACT 1 FROM WS-MAN-IX
              END-IF
              ADD 1 TO WS-MAN-USED
              MOVE WS-MAN-USED TO WS-MAN-IX
              MOVE XM-RUN-ID TO WS-MAN-RUN-ID(WS-MAN-IX)
              MOVE WS-VOL-NUM TO WS-MAN-VOL-NUM(WS-MAN-IX)
              MOVE 'N' TO WS-MAN-ACKED-SW(WS-MAN-IX)
           END-IF.
           MOVE XM-RUN-DATE  TO WS-MAN-DATE(WS-MAN-IX).
           MOVE XM-PARTNER   TO WS-MAN-PARTNER(WS-MAN-IX).
           MOVE XM-REC-COUNT TO WS-MAN-COUNT(WS-MAN-IX).
           MOVE XM-CHECKSUM  TO WS-MAN-CHECKSUM(WS-MAN-IX).
           PERFORM VARYING WS-SHIP-IX FROM 1 BY 1
              UNTIL WS-SHIP-IX > WS-MAN-USED
              IF WS-MAN-RUN-ID(WS-SHIP-IX) = XM-RUN-ID
                 MOVE WS-VOL-TOTAL TO WS-MAN-VOL-TOTAL(WS-SHIP-IX)
              END-IF
           END-PERFORM.

       0020-MATCH-ACKS.
      *--------------- a missing ack file just means nothing has
           END-IF.

       0025-MATCH-ONE-ACK.
           IF AK-VOL-NUM IS NUMERIC AND AK-VOL-NUM NOT = "000"
              MOVE AK-VOL-NUM TO WS-VOL-NUM
           ELSE
              MOVE 1 TO WS-VOL-NUM
           END-IF.
           MOVE 'N' TO WS-MAN-FOUND-SW.
           PERFORM VARYING WS-MAN-IX FROM 1 BY 1
              UNTIL WS-MAN-IX > WS-MAN-USED OR MANIFEST-FOUND
              IF WS-MAN-RUN-ID(WS-MAN-IX) = AK-RUN-ID
                 AND WS-MAN-VOL-NUM(WS-MAN-IX) = WS-VOL-NUM
                 MOVE 'Y' TO WS-MAN-FOUND-SW
                 SUBTRACT 1 FROM WS-MAN-IX
              END-IF
           IF NOT MANIFEST-FOUND
              ADD 1 TO WS-ORPHAN-ACKS
              MOVE SPACES TO WS-PRINT-LINE
              STRING "ORPHAN ACK " AK-RUN-ID " VOL " WS-VOL-NUM
                 " - NO MANIFEST FOR IT"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
           ELSE
              ADD 1 TO WS-MISMATCH-COUNT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "*MISMATCH* " AK-RUN-ID " VOL " WS-VOL-NUM
                 " SENT " WS-MAN-COUNT(WS-MAN-IX) "/"
                 WS-MAN-CHECKSUM(WS-MAN-IX)
                 " ACKED " AK-REC-COUNT "/" AK-CHECKSUM
           END-IF.

       0030-REPORT-UNACKED.
      *--------------- one decision per shipment, taken at the first
      *--------------- manifest under its run id: acknowledged only
      *--------------- when every volume of the set is
           PERFORM VARYING WS-MAN-IX FROM 1 BY 1
              UNTIL WS-MAN-IX > WS-MAN-USED
              MOVE 'Y' TO WS-FIRST-SW
              PERFORM VARYING WS-SHIP-IX FROM 1 BY 1
                 UNTIL WS-SHIP-IX >= WS-MAN-IX
                 IF WS-MAN-RUN-ID(WS-SHIP-IX)
                    = WS-MAN-RUN-ID(WS-MAN-IX)
                    MOVE 'N' TO WS-FIRST-SW
                 END-IF
              END-PERFORM
              IF FIRST-OF-SHIPMENT
                 PERFORM 0032-CHECK-ONE-SHIPMENT
              END-IF
           END-PERFORM.

       0032-CHECK-ONE-SHIPMENT.
           ADD 1 TO WS-SHIP-COUNT.
           MOVE 0 TO WS-VOL-ACKED.
           MOVE WS-MAN-VOL-TOTAL(WS-MAN-IX) TO WS-VOL-TOTAL.
           PERFORM VARYING WS-SHIP-IX FROM WS-MAN-IX BY 1
              UNTIL WS-SHIP-IX > WS-MAN-USED
              IF WS-MAN-RUN-ID(WS-SHIP-IX) = WS-MAN-RUN-ID(WS-MAN-IX)
                 AND WS-MAN-VOL-NUM(WS-SHIP-IX) <= WS-VOL-TOTAL
                 AND WS-MAN-ACKED-SW(WS-SHIP-IX) = 'Y'
                 ADD 1 TO WS-VOL-ACKED
              END-IF
           END-PERFORM.
           IF WS-VOL-ACKED >= WS-VOL-TOTAL
              ADD 1 TO WS-SHIP-COMPLETE
           ELSE
              PERFORM 0035-AGE-ONE-SHIPMENT
           END-IF.

       0035-AGE-ONE-SHIPMENT.
           IF WS-MAN-DATE(WS-MAN-IX) IS NUMERIC
                 " - " WS-AGE-DAYS " DAYS AGO"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 0090-WRITE-PRINT-LINE
              IF WS-VOL-TOTAL > 1
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING "           " WS-VOL-ACKED " OF "
                    WS-VOL-TOTAL " VOLUMES ACKNOWLEDGED"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                 PERFORM 0090-WRITE-PRINT-LINE
              END-IF
           END-IF.

       0090-WRITE-PRINT-LINE.
