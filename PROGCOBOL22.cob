       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBOL22.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENVREAD-FILE ASSIGN TO "ENVREAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENV-KEY
               FILE STATUS IS WS-ENVREAD-STATUS.
           SELECT ENVLIM-FILE ASSIGN TO "ENVLIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELM-KEY
               FILE STATUS IS WS-ENVLIM-STATUS.
           SELECT ANMINV-FILE ASSIGN TO "ANMINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANM-KEY
               FILE STATUS IS WS-ANMINV-STATUS.
           SELECT ENVALM-FILE ASSIGN TO "ENVALM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EAL-SECTION-ID
               FILE STATUS IS WS-ENVALM-STATUS.
           SELECT OPTIONAL CTLCARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.
           SELECT ENVRPT-FILE ASSIGN TO "ENVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENVRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENVREAD-FILE.
       01  ENV-REC.
           05 ENV-KEY.
               10 ENV-SECTION-ID PIC X(11).
               10 ENV-ENCLOSURE-ID PIC X(08).
               10 ENV-READ-DATE PIC 9(06).
               10 ENV-READ-TIME PIC 9(04).
               10 ENV-READING-TYPE PIC X(02).
                   88 ENV-WATER-TEMP VALUE "TA".
                   88 ENV-AIR-TEMP VALUE "TR".
                   88 ENV-HUMIDITY VALUE "UM".
                   88 ENV-PH VALUE "PH".
                   88 ENV-OXYGEN VALUE "OX".
           05 ENV-VALUE PIC S9(04)V99.
       FD  ENVLIM-FILE.
       01  ELM-REC.
           05 ELM-KEY.
               10 ELM-SPECIES PIC X(20).
               10 ELM-READING-TYPE PIC X(02).
           05 ELM-MIN-VALUE PIC S9(04)V99.
           05 ELM-MAX-VALUE PIC S9(04)V99.
           05 ELM-CRIT-MIN PIC S9(04)V99.
           05 ELM-CRIT-MAX PIC S9(04)V99.
       FD  ANMINV-FILE.
       01  ANM-REC.
           05 ANM-KEY.
               10 ANM-SECTION-ID PIC X(11).
               10 ANM-ENCLOSURE-ID PIC X(08).
               10 ANM-SPECIES PIC X(20).
           05 ANM-HEAD-COUNT PIC 9(05).
       FD  ENVALM-FILE.
       01  EAL-REC.
           05 EAL-SECTION-ID PIC X(11).
           05 EAL-ENCLOSURE-ID PIC X(08).
           05 EAL-READING-TYPE PIC X(02).
           05 EAL-VALUE PIC S9(04)V99.
           05 EAL-SEVERITY PIC X(01).
               88 EAL-WARNING VALUE "A".
               88 EAL-CRITICAL VALUE "C".
           05 EAL-READ-DATE PIC 9(06).
           05 EAL-READ-TIME PIC 9(04).
           05 EAL-NOTE PIC X(11).
       FD  CTLCARD-FILE.
       01  CTL-REC.
           05 CTL-READ-DATE PIC 9(06).
           05 CTL-DRIFT-COUNT PIC 9(02).
           05 FILLER PIC X(72).
       FD  ENVRPT-FILE.
       01  EVR-REC PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-ENVREAD-STATUS PIC X(02) VALUE "00".
       77 WS-ENVREAD-OPEN-SW PIC X(01) VALUE "N".
       77 WS-ENVREAD-EOF-SW PIC X(01) VALUE "N".
           88 WS-ENVREAD-EOF VALUE "Y".
       77 WS-ENVLIM-STATUS PIC X(02) VALUE "00".
       77 WS-ENVLIM-OPEN-SW PIC X(01) VALUE "N".
       77 WS-ELM-FOUND PIC X(01) VALUE "N".
       77 WS-ANMINV-STATUS PIC X(02) VALUE "00".
       77 WS-ANMINV-OPEN-SW PIC X(01) VALUE "N".
       77 WS-ANMINV-EOF-SW PIC X(01) VALUE "N".
           88 WS-ANMINV-EOF VALUE "Y".
       77 WS-ENVALM-STATUS PIC X(02) VALUE "00".
       77 WS-ENVALM-OPEN-SW PIC X(01) VALUE "N".
       77 WS-CTLCARD-STATUS PIC X(02) VALUE "00".
       77 WS-ENVRPT-STATUS PIC X(02) VALUE "00".
       77 WS-ENVRPT-OPEN-SW PIC X(01) VALUE "N".
       77 WS-RUN-DATE PIC 9(06) VALUE ZERO.
       77 WS-READ-DATE PIC 9(06) VALUE ZERO.
       77 WS-DRIFT-COUNT PIC 9(02) VALUE 3.
       77 WS-CUR-SECTION-ID PIC X(11) VALUE SPACES.
       77 WS-CUR-ENCLOSURE-ID PIC X(08) VALUE SPACES.
       77 WS-LIMIT-HIT-SW PIC X(01) VALUE "N".
       77 WS-OUT-OF-RANGE-SW PIC X(01) VALUE "N".
           88 WS-OUT-OF-RANGE VALUE "Y".
       77 WS-CRITICAL-SW PIC X(01) VALUE "N".
           88 WS-CRITICAL VALUE "Y".
       77 WS-ALARM-SEVERITY PIC X(01) VALUE SPACE.
       77 WS-ALARM-NOTE PIC X(11) VALUE SPACES.
       77 WS-READ-COUNT PIC 9(05) VALUE ZERO.
       77 WS-NO-LIMIT-COUNT PIC 9(05) VALUE ZERO.
       77 WS-ALERT-COUNT PIC 9(05) VALUE ZERO.
       77 WS-CRITICAL-COUNT PIC 9(05) VALUE ZERO.
       77 WS-DRIFT-FOUND-COUNT PIC 9(05) VALUE ZERO.
       77 WS-TYP-MAX PIC 9(03) VALUE 10 COMP.
       77 WS-TYP-USED PIC 9(03) VALUE ZERO COMP.
       77 WS-TYP-IX PIC 9(03) VALUE ZERO COMP.
       77 WS-TYP-HIT PIC X(01) VALUE "N".
       01  WS-TYP-TABLE.
           05 WS-TYP-ENTRY OCCURS 10 TIMES.
               10 WS-TYP-CODE PIC X(02).
               10 WS-TYP-STREAK PIC 9(03).
       77 WS-SAL-MAX PIC 9(03) VALUE 50 COMP.
       77 WS-SAL-USED PIC 9(03) VALUE ZERO COMP.
       77 WS-SAL-IX PIC 9(03) VALUE ZERO COMP.
       77 WS-SAL-HIT PIC X(01) VALUE "N".
       01  WS-SAL-TABLE.
           05 WS-SAL-ENTRY OCCURS 50 TIMES.
               10 WS-SAL-SECTION-ID PIC X(11).
               10 WS-SAL-ENCLOSURE-ID PIC X(08).
               10 WS-SAL-READING-TYPE PIC X(02).
               10 WS-SAL-VALUE PIC S9(04)V99.
               10 WS-SAL-SEVERITY PIC X(01).
               10 WS-SAL-READ-DATE PIC 9(06).
               10 WS-SAL-READ-TIME PIC 9(04).
               10 WS-SAL-NOTE PIC X(11).
       01  WS-EVR-HEADING-LINE.
           05 FILLER PIC X(12) VALUE "SECAO".
           05 FILLER PIC X(09) VALUE "RECINTO".
           05 FILLER PIC X(05) VALUE "HORA".
           05 FILLER PIC X(03) VALUE "TP".
           05 FILLER PIC X(09) VALUE "   VALOR".
           05 FILLER PIC X(18) VALUE "   MINIMO   MAXIMO".
           05 FILLER PIC X(16) VALUE " ESPECIE".
           05 FILLER PIC X(08) VALUE "SITUACAO".
       01  WS-EVR-DETAIL-LINE.
           05 EDL-SECTION-ID PIC X(11).
           05 FILLER PIC X(01) VALUE SPACES.
           05 EDL-ENCLOSURE-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 EDL-READ-TIME PIC 9(04).
           05 FILLER PIC X(01) VALUE SPACES.
           05 EDL-READING-TYPE PIC X(02).
           05 FILLER PIC X(01) VALUE SPACES.
           05 EDL-VALUE PIC -ZZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 EDL-MIN-VALUE PIC -ZZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 EDL-MAX-VALUE PIC -ZZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 EDL-SPECIES PIC X(15).
           05 FILLER PIC X(01) VALUE SPACES.
           05 EDL-NOTE PIC X(08).
       01  WS-EVR-TOTALS-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "LEITURAS:".
           05 ETL-READ PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "SEM LIMITE:".
           05 ETL-NO-LIMIT PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(07) VALUE "ALERTA:".
           05 ETL-ALERT PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "CRITICO:".
           05 ETL-CRITICAL PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(07) VALUE "DERIVA:".
           05 ETL-DRIFT PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "MONITORAMENTO AMBIENTAL DOS RECINTOS".
           PERFORM INITIALIZE-RUN.
           IF WS-ENVREAD-OPEN-SW = "Y" AND WS-ENVLIM-OPEN-SW = "Y"
                   AND WS-ANMINV-OPEN-SW = "Y"
                   AND WS-ENVRPT-OPEN-SW = "Y"
               PERFORM READ-ENVREAD-NEXT
               PERFORM PROCESS-READING UNTIL WS-ENVREAD-EOF
           END-IF
           IF WS-ENVALM-OPEN-SW = "Y"
               MOVE ZERO TO WS-SAL-IX
               PERFORM WRITE-SECTION-ALARM
                   UNTIL WS-SAL-IX >= WS-SAL-USED
           END-IF
           PERFORM END-PROC.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-READ-DATE
           OPEN INPUT CTLCARD-FILE
           IF WS-CTLCARD-STATUS = "00"
               READ CTLCARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-READ-DATE IS NUMERIC
                               AND CTL-READ-DATE > ZERO
                           MOVE CTL-READ-DATE TO WS-READ-DATE
                       END-IF
                       IF CTL-DRIFT-COUNT IS NUMERIC
                               AND CTL-DRIFT-COUNT > 1
                           MOVE CTL-DRIFT-COUNT TO WS-DRIFT-COUNT
                       END-IF
               END-READ
               CLOSE CTLCARD-FILE
           END-IF
           OPEN INPUT ENVREAD-FILE
           IF WS-ENVREAD-STATUS NOT = "00"
               DISPLAY "ENVREAD INDISPONIVEL STATUS "
                   WS-ENVREAD-STATUS
           ELSE
               MOVE "Y" TO WS-ENVREAD-OPEN-SW
           END-IF
           OPEN INPUT ENVLIM-FILE
           IF WS-ENVLIM-STATUS NOT = "00"
               DISPLAY "ENVLIM INDISPONIVEL STATUS "
                   WS-ENVLIM-STATUS
           ELSE
               MOVE "Y" TO WS-ENVLIM-OPEN-SW
           END-IF
           OPEN INPUT ANMINV-FILE
           IF WS-ANMINV-STATUS NOT = "00"
               DISPLAY "ANMINV INDISPONIVEL STATUS "
                   WS-ANMINV-STATUS
           ELSE
               MOVE "Y" TO WS-ANMINV-OPEN-SW
           END-IF
           OPEN OUTPUT ENVALM-FILE
           IF WS-ENVALM-STATUS NOT = "00"
               DISPLAY "ENVALM INDISPONIVEL STATUS "
                   WS-ENVALM-STATUS
           ELSE
               MOVE "Y" TO WS-ENVALM-OPEN-SW
           END-IF
           OPEN OUTPUT ENVRPT-FILE
           IF WS-ENVRPT-STATUS NOT = "00"
               DISPLAY "ENVRPT INDISPONIVEL STATUS "
                   WS-ENVRPT-STATUS
           ELSE
               MOVE "Y" TO WS-ENVRPT-OPEN-SW
               MOVE "LEITURAS AMBIENTAIS FORA DA FAIXA" TO EVR-REC
               WRITE EVR-REC
               MOVE WS-EVR-HEADING-LINE TO EVR-REC
               WRITE EVR-REC
           END-IF.
       READ-ENVREAD-NEXT.
           READ ENVREAD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ENVREAD-EOF-SW
           END-READ.
       PROCESS-READING.
           IF ENV-READ-DATE = WS-READ-DATE
               ADD 1 TO WS-READ-COUNT
               IF ENV-SECTION-ID NOT = WS-CUR-SECTION-ID
                       OR ENV-ENCLOSURE-ID NOT = WS-CUR-ENCLOSURE-ID
                   MOVE ENV-SECTION-ID TO WS-CUR-SECTION-ID
                   MOVE ENV-ENCLOSURE-ID TO WS-CUR-ENCLOSURE-ID
                   MOVE ZERO TO WS-TYP-USED
               END-IF
               PERFORM FIND-TYPE-ENTRY
               MOVE "N" TO WS-LIMIT-HIT-SW
               MOVE "N" TO WS-OUT-OF-RANGE-SW
               PERFORM CHECK-ENCLOSURE-SPECIES
               IF WS-LIMIT-HIT-SW = "N"
                   ADD 1 TO WS-NO-LIMIT-COUNT
               END-IF
               PERFORM TRACK-DRIFT
           END-IF
           PERFORM READ-ENVREAD-NEXT.
       FIND-TYPE-ENTRY.
           MOVE "N" TO WS-TYP-HIT
           MOVE ZERO TO WS-TYP-IX
           PERFORM SCAN-TYPE-ENTRY
               UNTIL WS-TYP-HIT = "Y" OR WS-TYP-IX >= WS-TYP-USED
           IF WS-TYP-HIT = "N"
               IF WS-TYP-USED < WS-TYP-MAX
                   ADD 1 TO WS-TYP-USED
                   MOVE WS-TYP-USED TO WS-TYP-IX
                   MOVE ENV-READING-TYPE TO WS-TYP-CODE (WS-TYP-IX)
                   MOVE ZERO TO WS-TYP-STREAK (WS-TYP-IX)
                   MOVE "Y" TO WS-TYP-HIT
               ELSE
                   DISPLAY "TABELA DE TIPOS DE LEITURA CHEIA "
                       ENV-READING-TYPE
               END-IF
           END-IF.
       SCAN-TYPE-ENTRY.
           ADD 1 TO WS-TYP-IX
           IF WS-TYP-CODE (WS-TYP-IX) = ENV-READING-TYPE
               MOVE "Y" TO WS-TYP-HIT
           END-IF.
       CHECK-ENCLOSURE-SPECIES.
           MOVE "N" TO WS-ANMINV-EOF-SW
           MOVE ENV-SECTION-ID TO ANM-SECTION-ID
           MOVE ENV-ENCLOSURE-ID TO ANM-ENCLOSURE-ID
           MOVE LOW-VALUES TO ANM-SPECIES
           START ANMINV-FILE KEY NOT < ANM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ANMINV-EOF-SW
           END-START
           IF NOT WS-ANMINV-EOF
               PERFORM READ-ENCLOSURE-INVENTORY
           END-IF
           PERFORM CHECK-SPECIES-LIMIT UNTIL WS-ANMINV-EOF.
       READ-ENCLOSURE-INVENTORY.
           READ ANMINV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ANMINV-EOF-SW
           END-READ
           IF NOT WS-ANMINV-EOF
               IF ANM-SECTION-ID NOT = ENV-SECTION-ID
                       OR ANM-ENCLOSURE-ID NOT = ENV-ENCLOSURE-ID
                   MOVE "Y" TO WS-ANMINV-EOF-SW
               END-IF
           END-IF.
       CHECK-SPECIES-LIMIT.
           IF ANM-HEAD-COUNT > ZERO
               MOVE "N" TO WS-ELM-FOUND
               MOVE ANM-SPECIES TO ELM-SPECIES
               MOVE ENV-READING-TYPE TO ELM-READING-TYPE
               READ ENVLIM-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ELM-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ELM-FOUND
               END-READ
               IF WS-ELM-FOUND = "Y"
                   MOVE "Y" TO WS-LIMIT-HIT-SW
                   PERFORM COMPARE-READING
               END-IF
           END-IF
           PERFORM READ-ENCLOSURE-INVENTORY.
       COMPARE-READING.
           MOVE "N" TO WS-CRITICAL-SW
           IF ELM-CRIT-MIN NOT = ZERO OR ELM-CRIT-MAX NOT = ZERO
               IF ENV-VALUE < ELM-CRIT-MIN
                       OR ENV-VALUE > ELM-CRIT-MAX
                   MOVE "Y" TO WS-CRITICAL-SW
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-CRITICAL
                   MOVE "Y" TO WS-OUT-OF-RANGE-SW
                   ADD 1 TO WS-CRITICAL-COUNT
                   MOVE "C" TO WS-ALARM-SEVERITY
                   MOVE "CRITICO" TO WS-ALARM-NOTE
                   PERFORM WRITE-READING-LINE
                   PERFORM RECORD-SECTION-ALARM
               WHEN ENV-VALUE < ELM-MIN-VALUE
                       OR ENV-VALUE > ELM-MAX-VALUE
                   MOVE "Y" TO WS-OUT-OF-RANGE-SW
                   ADD 1 TO WS-ALERT-COUNT
                   MOVE "A" TO WS-ALARM-SEVERITY
                   MOVE "ALERTA" TO WS-ALARM-NOTE
                   PERFORM WRITE-READING-LINE
                   PERFORM RECORD-SECTION-ALARM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       TRACK-DRIFT.
           IF WS-TYP-HIT = "Y"
               IF WS-OUT-OF-RANGE
                   ADD 1 TO WS-TYP-STREAK (WS-TYP-IX)
                   IF WS-TYP-STREAK (WS-TYP-IX) = WS-DRIFT-COUNT
                       ADD 1 TO WS-DRIFT-FOUND-COUNT
                       MOVE "C" TO WS-ALARM-SEVERITY
                       MOVE "DERIVA" TO WS-ALARM-NOTE
                       MOVE SPACES TO ANM-SPECIES
                       MOVE ZERO TO ELM-MIN-VALUE
                       MOVE ZERO TO ELM-MAX-VALUE
                       PERFORM WRITE-READING-LINE
                       PERFORM RECORD-SECTION-ALARM
                   END-IF
               ELSE
                   MOVE ZERO TO WS-TYP-STREAK (WS-TYP-IX)
               END-IF
           END-IF.
       WRITE-READING-LINE.
           MOVE ENV-SECTION-ID TO EDL-SECTION-ID
           MOVE ENV-ENCLOSURE-ID TO EDL-ENCLOSURE-ID
           MOVE ENV-READ-TIME TO EDL-READ-TIME
           MOVE ENV-READING-TYPE TO EDL-READING-TYPE
           MOVE ENV-VALUE TO EDL-VALUE
           MOVE ELM-MIN-VALUE TO EDL-MIN-VALUE
           MOVE ELM-MAX-VALUE TO EDL-MAX-VALUE
           MOVE ANM-SPECIES TO EDL-SPECIES
           MOVE WS-ALARM-NOTE TO EDL-NOTE
           MOVE WS-EVR-DETAIL-LINE TO EVR-REC
           WRITE EVR-REC.
       RECORD-SECTION-ALARM.
           MOVE "N" TO WS-SAL-HIT
           MOVE ZERO TO WS-SAL-IX
           PERFORM FIND-SECTION-ALARM
               UNTIL WS-SAL-HIT = "Y" OR WS-SAL-IX >= WS-SAL-USED
           IF WS-SAL-HIT = "N"
               IF WS-SAL-USED < WS-SAL-MAX
                   ADD 1 TO WS-SAL-USED
                   MOVE WS-SAL-USED TO WS-SAL-IX
                   MOVE ENV-SECTION-ID TO WS-SAL-SECTION-ID (WS-SAL-IX)
                   MOVE SPACE TO WS-SAL-SEVERITY (WS-SAL-IX)
                   MOVE "Y" TO WS-SAL-HIT
               ELSE
                   DISPLAY "TABELA DE ALARMES CHEIA " ENV-SECTION-ID
               END-IF
           END-IF
           IF WS-SAL-HIT = "Y"
               IF WS-SAL-SEVERITY (WS-SAL-IX) NOT = "C"
                   MOVE ENV-ENCLOSURE-ID
                       TO WS-SAL-ENCLOSURE-ID (WS-SAL-IX)
                   MOVE ENV-READING-TYPE
                       TO WS-SAL-READING-TYPE (WS-SAL-IX)
                   MOVE ENV-VALUE TO WS-SAL-VALUE (WS-SAL-IX)
                   MOVE WS-ALARM-SEVERITY
                       TO WS-SAL-SEVERITY (WS-SAL-IX)
                   MOVE ENV-READ-DATE TO WS-SAL-READ-DATE (WS-SAL-IX)
                   MOVE ENV-READ-TIME TO WS-SAL-READ-TIME (WS-SAL-IX)
                   MOVE WS-ALARM-NOTE TO WS-SAL-NOTE (WS-SAL-IX)
               END-IF
           END-IF.
       FIND-SECTION-ALARM.
           ADD 1 TO WS-SAL-IX
           IF WS-SAL-SECTION-ID (WS-SAL-IX) = ENV-SECTION-ID
               MOVE "Y" TO WS-SAL-HIT
           END-IF.
       WRITE-SECTION-ALARM.
           ADD 1 TO WS-SAL-IX
           MOVE WS-SAL-SECTION-ID (WS-SAL-IX) TO EAL-SECTION-ID
           MOVE WS-SAL-ENCLOSURE-ID (WS-SAL-IX) TO EAL-ENCLOSURE-ID
           MOVE WS-SAL-READING-TYPE (WS-SAL-IX) TO EAL-READING-TYPE
           MOVE WS-SAL-VALUE (WS-SAL-IX) TO EAL-VALUE
           MOVE WS-SAL-SEVERITY (WS-SAL-IX) TO EAL-SEVERITY
           MOVE WS-SAL-READ-DATE (WS-SAL-IX) TO EAL-READ-DATE
           MOVE WS-SAL-READ-TIME (WS-SAL-IX) TO EAL-READ-TIME
           MOVE WS-SAL-NOTE (WS-SAL-IX) TO EAL-NOTE
           WRITE EAL-REC
               INVALID KEY
                   DISPLAY "ALARME DUPLICADO " EAL-SECTION-ID
           END-WRITE.
       END-PROC SECTION.
           IF WS-ENVRPT-OPEN-SW = "Y"
               MOVE SPACES TO EVR-REC
               WRITE EVR-REC
               MOVE WS-READ-COUNT TO ETL-READ
               MOVE WS-NO-LIMIT-COUNT TO ETL-NO-LIMIT
               MOVE WS-ALERT-COUNT TO ETL-ALERT
               MOVE WS-CRITICAL-COUNT TO ETL-CRITICAL
               MOVE WS-DRIFT-FOUND-COUNT TO ETL-DRIFT
               MOVE WS-EVR-TOTALS-LINE TO EVR-REC
               WRITE EVR-REC
               CLOSE ENVRPT-FILE
           END-IF
           IF WS-ENVREAD-OPEN-SW = "Y"
               CLOSE ENVREAD-FILE
           END-IF
           IF WS-ENVLIM-OPEN-SW = "Y"
               CLOSE ENVLIM-FILE
           END-IF
           IF WS-ANMINV-OPEN-SW = "Y"
               CLOSE ANMINV-FILE
           END-IF
           IF WS-ENVALM-OPEN-SW = "Y"
               CLOSE ENVALM-FILE
           END-IF
           IF WS-SAL-USED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FIM DO MONITORAMENTO AMBIENTAL"
           STOP RUN.

       END PROGRAM PROGCOBOL22.
