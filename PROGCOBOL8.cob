               MOVE TLG-DATE TO WS-RUN-DATE
           END-IF
           IF TLG-GROUP-ID NOT = "FECHADO"
                   AND TLG-SEQUENCE-NO NOT = ZERO
               ADD 1 TO WS-ENTERED-COUNT
           END-IF
           SET HST-DETAIL TO TRUE
