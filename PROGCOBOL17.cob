       77 WS-PRED-FOUND PIC X(01) VALUE "N".
       77 WS-PRED-PROGRAM PIC X(10) VALUE SPACES.
       77 WS-STEP-PROGRAM PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-EOF-SW PIC X(01) VALUE "N".
           88 WS-RUNCTL-EOF VALUE "Y".

       PROCEDURE DIVISION.
           DISPLAY "CONTROLE DE EXECUCAO DA ROTINA NOTURNA".
           IF WS-PRED-PROGRAM NOT = SPACES
               PERFORM CHECK-PREDECESSOR
           END-IF
           IF WS-STEP-PROGRAM = "EXPURGO"
               PERFORM CHECK-ACTIVE-STEPS
           ELSE
               PERFORM CHECK-PURGE-ACTIVE
           END-IF
           IF WS-RUN-SEVERITY NOT > 4
               PERFORM READ-STEP-RECORD
               IF WS-STEP-FOUND = "Y"
           DISPLAY "PASSO " WS-STEP-PROGRAM " LIBERADO".
       FIND-PREDECESSOR.
           EVALUATE WS-STEP-PROGRAM
               WHEN "COMPENSA"
                   MOVE "PROGCOBOL1" TO WS-PRED-PROGRAM
               WHEN "PROGCOBOL2"
                   MOVE "COMPENSA" TO WS-PRED-PROGRAM
               WHEN "PROGCOBOL5"
                   MOVE "PROGCOBOL1" TO WS-PRED-PROGRAM
               WHEN "PROGCOBOL6"
                   MOVE "PROGCOBOL5" TO WS-PRED-PROGRAM
               WHEN "PROGCOBOL7"
                   MOVE "PROGCOBOL2" TO WS-PRED-PROGRAM
               WHEN "OCUPACAO"
                   MOVE "PROGCOBOL7" TO WS-PRED-PROGRAM
               WHEN "PROGCOBOL8"
                   MOVE "OCUPACAO" TO WS-PRED-PROGRAM
               WHEN "PROGCOBOL9"
                   MOVE "PROGCOBOL8" TO WS-PRED-PROGRAM
               WHEN "EXPURGO"
                   MOVE "PROGCOBOL9" TO WS-PRED-PROGRAM
               WHEN OTHER
                   MOVE SPACES TO WS-PRED-PROGRAM
           END-EVALUATE.
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       CHECK-ACTIVE-STEPS.
           MOVE "N" TO WS-RUNCTL-EOF-SW
           MOVE LOW-VALUES TO RCT-KEY
           START RUNCTL-FILE KEY NOT < RCT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RUNCTL-EOF-SW
           END-START
           IF NOT WS-RUNCTL-EOF
               PERFORM READ-RUNCTL-NEXT
           END-IF
           PERFORM CHECK-ACTIVE-STEP UNTIL WS-RUNCTL-EOF.
       CHECK-ACTIVE-STEP.
           IF RCT-KEY NOT = WS-STEP-PROGRAM
               EVALUATE TRUE
                   WHEN RCT-RUNNING
                       DISPLAY "PASSO " RCT-KEY " EM EXECUCAO"
                       MOVE 8 TO WS-RUN-SEVERITY
                   WHEN RCT-FAILED
                       DISPLAY "PASSO " RCT-KEY " NAO CONCLUIDO"
                       MOVE 8 TO WS-RUN-SEVERITY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-RUNCTL-NEXT.
       READ-RUNCTL-NEXT.
           READ RUNCTL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RUNCTL-EOF-SW
           END-READ.
       CHECK-PURGE-ACTIVE.
           MOVE "EXPURGO" TO RCT-KEY
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RCT-RUNNING
                       DISPLAY "EXPURGO EM EXECUCAO - PASSO "
                           WS-STEP-PROGRAM " BLOQUEADO"
                       MOVE 8 TO WS-RUN-SEVERITY
                   END-IF
           END-READ.
       READ-STEP-RECORD.
           MOVE "N" TO WS-STEP-FOUND
           MOVE WS-STEP-PROGRAM TO RCT-KEY
