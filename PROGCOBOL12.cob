           SELECT ANMINV-FILE ASSIGN TO "ANMINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANM-KEY
               FILE STATUS IS WS-ANMINV-STATUS.
           SELECT OPTIONAL STUDBK-FILE ASSIGN TO "STUDBK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STB-ANIMAL-ID
               FILE STATUS IS WS-STUDBK-STATUS.
           SELECT OPTIONAL PERMIT-FILE ASSIGN TO "PERMIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMT-PERMIT-NO
               FILE STATUS IS WS-PERMIT-STATUS.
           SELECT REGRPT-FILE ASSIGN TO "REGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGRPT-STATUS.
           05 RGT-ENCLOSURE-ID PIC X(11).
           05 RGT-ARRIVAL-DATE PIC 9(06).
           05 RGT-STATUS PIC X(01).
           05 RGT-SIRE-ID PIC X(08).
           05 RGT-DAM-ID PIC X(08).
           05 RGT-ORIGIN PIC X(01).
               88 RGT-ORIGIN-VALID VALUE "Z" "C" "S" "D" " ".
           05 RGT-PERMIT-NO PIC X(10).
           05 FILLER PIC X(05).
       FD  ANMINV-FILE.
       01  ANM-REC.
           05 ANM-KEY.
               10 ANM-SECTION-ID PIC X(11).
               10 ANM-ENCLOSURE-ID PIC X(08).
               10 ANM-SPECIES PIC X(20).
           05 ANM-HEAD-COUNT PIC 9(05).
       FD  STUDBK-FILE.
       01  STB-REC.
           05 STB-ANIMAL-ID PIC X(08).
           05 STB-SPECIES PIC X(20).
           05 STB-SIRE-ID PIC X(08).
           05 STB-DAM-ID PIC X(08).
           05 STB-ORIGIN PIC X(01).
               88 STB-BORN-HERE VALUE "Z".
               88 STB-CAPTIVE-BORN VALUE "C".
               88 STB-WILD-BORN VALUE "S".
               88 STB-ORIGIN-UNKNOWN VALUE "D".
           05 STB-BIRTH-DATE PIC 9(06).
       FD  PERMIT-FILE.
       01  PMT-REC.
           05 PMT-PERMIT-NO PIC X(10).
           05 PMT-ANIMAL-ID PIC X(08).
           05 PMT-INSTITUTION PIC X(30).
           05 PMT-ISSUE-DATE PIC 9(06).
           05 PMT-EXPIRY-DATE PIC 9(06).
           05 PMT-RETURN-DUE-DATE PIC 9(06).
       FD  REGRPT-FILE.
       01  RGR-REC PIC X(80).
       FD  CENSRPT-FILE.
       77 WS-ANMINV-OPEN-SW PIC X(01) VALUE "N".
       77 WS-ANMINV-EOF-SW PIC X(01) VALUE "N".
           88 WS-ANMINV-EOF VALUE "Y".
       77 WS-STUDBK-STATUS PIC X(02) VALUE "00".
       77 WS-STUDBK-OPEN-SW PIC X(01) VALUE "N".
       77 WS-STB-FOUND PIC X(01) VALUE "N".
       77 WS-PERMIT-STATUS PIC X(02) VALUE "00".
       77 WS-PERMIT-OPEN-SW PIC X(01) VALUE "N".
       77 WS-PMT-FOUND PIC X(01) VALUE "N".
       77 WS-RUN-DATE PIC 9(06) VALUE ZERO.
       77 WS-REGRPT-STATUS PIC X(02) VALUE "00".
       77 WS-REGRPT-OPEN-SW PIC X(01) VALUE "N".
       77 WS-CENSRPT-STATUS PIC X(02) VALUE "00".
       77 WS-APPLIED-COUNT PIC 9(05) VALUE ZERO.
       77 WS-REJECTED-COUNT PIC 9(05) VALUE ZERO.
       77 WS-DIVERGE-COUNT PIC 9(05) VALUE ZERO.
       77 WS-LOOKUP-ENC PIC X(11) VALUE SPACES.
       77 WS-LOOKUP-SPECIES PIC X(20) VALUE SPACES.
       77 WS-ENC-MAX PIC 9(03) VALUE 200 COMP.
       77 WS-ENC-USED PIC 9(03) VALUE ZERO COMP.
       77 WS-ENC-IX PIC 9(03) VALUE ZERO COMP.
       77 WS-ENC-HIT PIC X(01) VALUE "N".
       01  WS-ENC-TABLE.
           05 WS-ENC-ENTRY OCCURS 200 TIMES.
               10 WS-ENC-ID PIC X(11).
               10 WS-ENC-SPECIES PIC X(20).
               10 WS-ENC-ALIVE PIC 9(05).
               10 WS-ENC-INVENTORY PIC 9(07).
               10 WS-ENC-INV-FOUND PIC X(01).
       01  WS-RGR-DETAIL-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 GDL-ACTION PIC X(01).
           05 GTL-REJECTED PIC ZZZZ9.
           05 FILLER PIC X(41) VALUE SPACES.
       01  WS-CNS-DETAIL-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 CDL-ENCLOSURE-ID PIC X(11).
           05 FILLER PIC X(01) VALUE SPACES.
           05 CDL-SPECIES PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(04) VALUE "REG=".
           05 CDL-REGISTRY PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(04) VALUE "INV=".
           05 CDL-INVENTORY PIC ZZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 CDL-NOTE PIC X(23).
           05 FILLER PIC X(01) VALUE SPACES.
       01  WS-CNS-TOTALS-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "ESPECIES: ".
           05 CTL-ENCLOSURES PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "DIVERGENCIAS:".
           END-IF
           PERFORM END-PROC.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE
           OPEN I-O ANMREG-FILE
           IF WS-ANMREG-STATUS NOT = "00"
               OPEN OUTPUT ANMREG-FILE
           ELSE
               MOVE "Y" TO WS-ANMINV-OPEN-SW
           END-IF
           OPEN I-O STUDBK-FILE
           IF WS-STUDBK-STATUS NOT = "00"
               OPEN OUTPUT STUDBK-FILE
               CLOSE STUDBK-FILE
               OPEN I-O STUDBK-FILE
           END-IF
           IF WS-STUDBK-STATUS NOT = "00"
               DISPLAY "STUDBK INDISPONIVEL STATUS "
                   WS-STUDBK-STATUS
           ELSE
               MOVE "Y" TO WS-STUDBK-OPEN-SW
           END-IF
           OPEN INPUT PERMIT-FILE
           IF WS-PERMIT-STATUS = "00"
               MOVE "Y" TO WS-PERMIT-OPEN-SW
           ELSE
               IF WS-PERMIT-STATUS NOT = "05"
                   DISPLAY "PERMIT INDISPONIVEL STATUS "
                       WS-PERMIT-STATUS
               END-IF
           END-IF
           OPEN OUTPUT REGRPT-FILE
           IF WS-REGRPT-STATUS NOT = "00"
               DISPLAY "REGRPT INDISPONIVEL STATUS " WS-REGRPT-STATUS
                   WS-CENSRPT-STATUS
           ELSE
               MOVE "Y" TO WS-CENSRPT-OPEN-SW
               MOVE "CENSO DE ANIMAIS POR SECAO E ESPECIE" TO CNS-REC
               WRITE CNS-REC
           END-IF.
       READ-TRAN-RECORD.
               WHEN RGT-SEX NOT = "M" AND "F"
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "SEXO INVALIDO" TO WS-REJECT-REASON
               WHEN NOT RGT-ORIGIN-VALID
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "ORIGEM INVALIDA" TO WS-REJECT-REASON
               WHEN RGT-SIRE-ID = RGT-ANIMAL-ID
                       OR RGT-DAM-ID = RGT-ANIMAL-ID
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "GENITOR INVALIDO" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE RGT-ANIMAL-ID TO REG-ANIMAL-ID
                   MOVE RGT-SPECIES TO REG-SPECIES
                           MOVE "ERRO DE GRAVACAO"
                               TO WS-REJECT-REASON
                   END-WRITE
                   IF WS-TRAN-VALID
                       PERFORM UPDATE-STUDBOOK
                   END-IF
           END-EVALUATE.
       ALTER-ANIMAL.
           EVALUATE TRUE
               WHEN WS-REG-FOUND = "N"
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "ANIMAL INEXISTENTE" TO WS-REJECT-REASON
               WHEN NOT RGT-ORIGIN-VALID
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "ORIGEM INVALIDA" TO WS-REJECT-REASON
               WHEN RGT-SIRE-ID = RGT-ANIMAL-ID
                       OR RGT-DAM-ID = RGT-ANIMAL-ID
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "GENITOR INVALIDO" TO WS-REJECT-REASON
               WHEN OTHER
                   IF RGT-SPECIES NOT = SPACES
                       MOVE RGT-SPECIES TO REG-SPECIES
                       MOVE RGT-ARRIVAL-DATE TO REG-ARRIVAL-DATE
                   END-IF
                   REWRITE REG-REC
                   IF RGT-SIRE-ID NOT = SPACES
                           OR RGT-DAM-ID NOT = SPACES
                           OR RGT-ORIGIN NOT = SPACES
                           OR RGT-SPECIES NOT = SPACES
                       PERFORM UPDATE-STUDBOOK
                   END-IF
           END-EVALUATE.
       UPDATE-STUDBOOK.
           IF WS-STUDBK-OPEN-SW = "Y"
               MOVE "N" TO WS-STB-FOUND
               MOVE RGT-ANIMAL-ID TO STB-ANIMAL-ID
               READ STUDBK-FILE
                   INVALID KEY
                       MOVE "N" TO WS-STB-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-STB-FOUND
               END-READ
               IF WS-STB-FOUND = "N"
                   MOVE SPACES TO STB-REC
                   MOVE RGT-ANIMAL-ID TO STB-ANIMAL-ID
                   MOVE REG-SPECIES TO STB-SPECIES
                   SET STB-ORIGIN-UNKNOWN TO TRUE
                   MOVE ZERO TO STB-BIRTH-DATE
               END-IF
               IF RGT-SPECIES NOT = SPACES
                   MOVE RGT-SPECIES TO STB-SPECIES
               END-IF
               IF RGT-SIRE-ID NOT = SPACES
                   MOVE RGT-SIRE-ID TO STB-SIRE-ID
               END-IF
               IF RGT-DAM-ID NOT = SPACES
                   MOVE RGT-DAM-ID TO STB-DAM-ID
               END-IF
               IF RGT-ORIGIN NOT = SPACES
                   MOVE RGT-ORIGIN TO STB-ORIGIN
               END-IF
               IF STB-BORN-HERE AND STB-BIRTH-DATE = ZERO
                   MOVE REG-ARRIVAL-DATE TO STB-BIRTH-DATE
               END-IF
               IF WS-STB-FOUND = "Y"
                   REWRITE STB-REC
               ELSE
                   WRITE STB-REC
               END-IF
           END-IF.
       CHANGE-ANIMAL-STATUS.
           EVALUATE TRUE
               WHEN WS-REG-FOUND = "N"
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "SITUACAO INVALIDA" TO WS-REJECT-REASON
               WHEN OTHER
                   IF RGT-STATUS = "T"
                       PERFORM CHECK-TRANSFER-PERMIT
                   END-IF
                   IF WS-TRAN-VALID
                       MOVE RGT-STATUS TO REG-STATUS
                       IF RGT-ENCLOSURE-ID NOT = SPACES
                           MOVE RGT-ENCLOSURE-ID TO REG-ENCLOSURE-ID
                       END-IF
                       REWRITE REG-REC
                   END-IF
           END-EVALUATE.
       CHECK-TRANSFER-PERMIT.
           MOVE "N" TO WS-PMT-FOUND
           IF RGT-PERMIT-NO NOT = SPACES AND WS-PERMIT-OPEN-SW = "Y"
               MOVE RGT-PERMIT-NO TO PMT-PERMIT-NO
               READ PERMIT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-PMT-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PMT-FOUND
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN RGT-PERMIT-NO = SPACES
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "LICENCA NAO INFORMADA" TO WS-REJECT-REASON
               WHEN WS-PMT-FOUND = "N"
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "LICENCA INEXISTENTE" TO WS-REJECT-REASON
               WHEN PMT-ISSUE-DATE > WS-RUN-DATE
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "LICENCA AINDA NAO EMITIDA" TO WS-REJECT-REASON
               WHEN PMT-EXPIRY-DATE < WS-RUN-DATE
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "LICENCA VENCIDA" TO WS-REJECT-REASON
               WHEN PMT-ANIMAL-ID NOT = SPACES
                       AND PMT-ANIMAL-ID NOT = RGT-ANIMAL-ID
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "LICENCA DE OUTRO ANIMAL" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       WRITE-RESULT-LINE.
           IF WS-REGRPT-OPEN-SW = "Y"
           END-READ.
       TALLY-REGISTRY-RECORD.
           IF REG-ALIVE
               MOVE REG-ENCLOSURE-ID TO WS-LOOKUP-ENC
               MOVE REG-SPECIES TO WS-LOOKUP-SPECIES
               PERFORM ACCUMULATE-ENCLOSURE
               IF WS-ENC-HIT = "Y"
                   ADD 1 TO WS-ENC-ALIVE (WS-ENC-IX)
               END-IF
           END-IF
           PERFORM READ-ANMREG-NEXT.
       ACCUMULATE-ENCLOSURE.
           MOVE "N" TO WS-ENC-HIT
           MOVE ZERO TO WS-ENC-IX
           PERFORM FIND-LOOKUP-ENTRY
               UNTIL WS-ENC-HIT = "Y" OR WS-ENC-IX >= WS-ENC-USED
           IF WS-ENC-HIT = "N"
               IF WS-ENC-USED < WS-ENC-MAX
                   ADD 1 TO WS-ENC-USED
                   MOVE WS-ENC-USED TO WS-ENC-IX
                   MOVE WS-LOOKUP-ENC TO WS-ENC-ID (WS-ENC-IX)
                   MOVE WS-LOOKUP-SPECIES TO WS-ENC-SPECIES (WS-ENC-IX)
                   MOVE ZERO TO WS-ENC-ALIVE (WS-ENC-IX)
                   MOVE ZERO TO WS-ENC-INVENTORY (WS-ENC-IX)
                   MOVE "N" TO WS-ENC-INV-FOUND (WS-ENC-IX)
                   MOVE "Y" TO WS-ENC-HIT
               ELSE
                   DISPLAY "TABELA DE ESPECIES CHEIA "
                       WS-LOOKUP-ENC " " WS-LOOKUP-SPECIES
               END-IF
           END-IF.
       FIND-LOOKUP-ENTRY.
           ADD 1 TO WS-ENC-IX
           IF WS-ENC-ID (WS-ENC-IX) = WS-LOOKUP-ENC
                   AND WS-ENC-SPECIES (WS-ENC-IX) = WS-LOOKUP-SPECIES
               MOVE "Y" TO WS-ENC-HIT
           END-IF.
       WRITE-CENSUS-REPORT.
           IF WS-ANMINV-OPEN-SW = "Y"
               PERFORM TALLY-INVENTORY
           END-IF
           MOVE ZERO TO WS-ENC-IX
           PERFORM WRITE-CENSUS-LINE UNTIL WS-ENC-IX >= WS-ENC-USED
           MOVE SPACES TO CNS-REC
           WRITE CNS-REC
           MOVE WS-ENC-USED TO CTL-ENCLOSURES
           MOVE WS-DIVERGE-COUNT TO CTL-DIVERGE
           MOVE WS-CNS-TOTALS-LINE TO CNS-REC
           WRITE CNS-REC.
       TALLY-INVENTORY.
           MOVE "N" TO WS-ANMINV-EOF-SW
           MOVE LOW-VALUES TO ANM-KEY
           START ANMINV-FILE KEY NOT < ANM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ANMINV-EOF-SW
           END-START
                   MOVE "Y" TO WS-ANMINV-EOF-SW
           END-READ.
       SCAN-INVENTORY-RECORD.
           MOVE ANM-SECTION-ID TO WS-LOOKUP-ENC
           MOVE ANM-SPECIES TO WS-LOOKUP-SPECIES
           MOVE "N" TO WS-ENC-HIT
           MOVE ZERO TO WS-ENC-IX
           PERFORM FIND-LOOKUP-ENTRY
               UNTIL WS-ENC-HIT = "Y" OR WS-ENC-IX >= WS-ENC-USED
           IF WS-ENC-HIT = "N" AND ANM-HEAD-COUNT > ZERO
               PERFORM ACCUMULATE-ENCLOSURE
           END-IF
           IF WS-ENC-HIT = "Y"
               MOVE "Y" TO WS-ENC-INV-FOUND (WS-ENC-IX)
               ADD ANM-HEAD-COUNT TO WS-ENC-INVENTORY (WS-ENC-IX)
           END-IF
           PERFORM READ-ANMINV-NEXT.
       WRITE-CENSUS-LINE.
           ADD 1 TO WS-ENC-IX
           MOVE WS-ENC-ID (WS-ENC-IX) TO CDL-ENCLOSURE-ID
           MOVE WS-ENC-SPECIES (WS-ENC-IX) TO CDL-SPECIES
           MOVE WS-ENC-ALIVE (WS-ENC-IX) TO CDL-REGISTRY
           MOVE WS-ENC-INVENTORY (WS-ENC-IX) TO CDL-INVENTORY
           EVALUATE TRUE
               WHEN WS-ENC-INV-FOUND (WS-ENC-IX) = "N"
                   ADD 1 TO WS-DIVERGE-COUNT
                   MOVE "ESPECIE SEM INVENTARIO" TO CDL-NOTE
               WHEN WS-ENC-ALIVE (WS-ENC-IX) = ZERO
                       AND WS-ENC-INVENTORY (WS-ENC-IX) > ZERO
                   ADD 1 TO WS-DIVERGE-COUNT
                   MOVE "SEM ANIMAIS NO REGISTRO" TO CDL-NOTE
               WHEN WS-ENC-INVENTORY (WS-ENC-IX)
                       NOT = WS-ENC-ALIVE (WS-ENC-IX)
                   ADD 1 TO WS-DIVERGE-COUNT
                   MOVE "CONTAGEM DIVERGENTE" TO CDL-NOTE
               WHEN OTHER
                   MOVE "OK" TO CDL-NOTE
           END-EVALUATE
           MOVE WS-CNS-DETAIL-LINE TO CNS-REC
           IF WS-ANMINV-OPEN-SW = "Y"
               CLOSE ANMINV-FILE
           END-IF
           IF WS-STUDBK-OPEN-SW = "Y"
               CLOSE STUDBK-FILE
           END-IF
           IF WS-PERMIT-OPEN-SW = "Y"
               CLOSE PERMIT-FILE
           END-IF
           IF WS-ANMREG-OPEN-SW = "Y"
               CLOSE ANMREG-FILE
           END-IF
