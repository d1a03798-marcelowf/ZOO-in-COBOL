               MOVE "Y" TO WS-MON-HIT
           END-IF.
       TALLY-DETAIL-RECORD.
           IF HST-GROUP-ID = "FECHADO" OR HST-SEQUENCE-NO = ZERO
               CONTINUE
           ELSE
               MOVE "N" TO WS-SEC-HIT
