                 NOT AT END
                    IF JR-REC-TYPE = "E"
                       AND JR-RUN-MODE NOT = "SKIP"
                       AND JR-RUN-MODE NOT = "LINEUP"
                       IF JR-RUN-DATE = WS-ASOF-DATE
                          PERFORM 0022-POST-ASOF-END
                       END-IF
