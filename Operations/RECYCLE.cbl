                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
      *--------------- a reject blanked by CARDERAS has nothing left
      *--------------- to correct
                    IF REJ-CARD-NUMBER NOT = "*ERASED*"
                       MOVE REJ-CARD-NUMBER TO CC-CARD-NUMBER
                       WRITE CC-CARD-NUMBER
                       ADD 1 TO WS-EXTRACT-COUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CARD-REJECT-FILE.
