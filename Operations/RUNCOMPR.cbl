           RECORDING MODE IS F.
       01  YEAR-B-RECORD              PIC X(80).
       FD  COLL-A-FILE
           RECORD CONTAINS 77 CHARACTERS
           RECORDING MODE IS F.
       01  COLL-A-RECORD              PIC X(77).
       FD  COLL-B-FILE
           RECORD CONTAINS 77 CHARACTERS
           RECORDING MODE IS F.
       01  COLL-B-RECORD              PIC X(77).
       FD  PANG-A-FILE
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
       01  PANG-A-RECORD              PIC X(90).
       FD  PANG-B-FILE
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
       01  PANG-B-RECORD              PIC X(90).
       FD  RNA-A-FILE
           RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.
                 MOVE 80 TO WS-REC-LEN
              WHEN 3
                 MOVE "COLLRPT.DAT" TO WS-PAIR-NAME
                 MOVE 77 TO WS-REC-LEN
              WHEN 4
                 MOVE "PANGRPT.DAT" TO WS-PAIR-NAME
                 MOVE 90 TO WS-REC-LEN
              WHEN 5
                 MOVE "RNARPT.DAT" TO WS-PAIR-NAME
                 MOVE 96 TO WS-REC-LEN
                       AT END
                          MOVE 'Y' TO WS-A-EOF-SW
                       NOT AT END
                          MOVE COLL-A-RECORD TO WS-A-BUFFER(1:77)
                    END-READ
                 WHEN 4
                    READ PANG-A-FILE
                       AT END
                          MOVE 'Y' TO WS-A-EOF-SW
                       NOT AT END
                          MOVE PANG-A-RECORD TO WS-A-BUFFER(1:90)
                    END-READ
                 WHEN 5
                    READ RNA-A-FILE
                       AT END
                          MOVE 'Y' TO WS-B-EOF-SW
                       NOT AT END
                          MOVE COLL-B-RECORD TO WS-B-BUFFER(1:77)
                    END-READ
                 WHEN 4
                    READ PANG-B-FILE
                       AT END
                          MOVE 'Y' TO WS-B-EOF-SW
                       NOT AT END
                          MOVE PANG-B-RECORD TO WS-B-BUFFER(1:90)
                    END-READ
                 WHEN 5
                    READ RNA-B-FILE
