           END-READ.
       PROCESS-LOG-RECORD.
           IF TLG-GROUP-ID NOT = "FECHADO"
                   AND TLG-SEQUENCE-NO NOT = ZERO
               COMPUTE WS-LOG-SECONDS = (TLG-HOUR * 3600)
                   + (TLG-MINUTE * 60) + TLG-SECOND
               PERFORM LOCATE-GROUP-ENTRY
