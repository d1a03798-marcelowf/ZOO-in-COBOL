           SELECT ANMINV-FILE ASSIGN TO "ANMINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANM-KEY
               FILE STATUS IS WS-ANMINV-STATUS.
           SELECT ENCMST-FILE ASSIGN TO "ENCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-KEY
               FILE STATUS IS WS-ENCMST-STATUS.
           SELECT OPTIONAL PERMIT-FILE ASSIGN TO "PERMIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMT-PERMIT-NO
               FILE STATUS IS WS-PERMIT-STATUS.
           SELECT OPTIONAL ANMREG-FILE ASSIGN TO "ANMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ANIMAL-ID
               FILE STATUS IS WS-ANMREG-STATUS.
           SELECT ANMTRAN-FILE ASSIGN TO "ANMTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANMTRAN-STATUS.
           SELECT AUDRPT-FILE ASSIGN TO "AUDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDRPT-STATUS.
           SELECT MOVLEDG-FILE ASSIGN TO "MOVLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVLEDG-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.
       FD  ANMINV-FILE.
       01  ANM-REC.
           05 ANM-KEY.
               10 ANM-SECTION-ID PIC X(11).
               10 ANM-ENCLOSURE-ID PIC X(08).
               10 ANM-SPECIES PIC X(20).
           05 ANM-HEAD-COUNT PIC 9(05).
       FD  ENCMST-FILE.
       01  ENC-REC.
           05 ENC-KEY.
               10 ENC-SECTION-ID PIC X(11).
               10 ENC-ENCLOSURE-ID PIC X(08).
           05 ENC-DESCRIPTION PIC X(20).
       FD  PERMIT-FILE.
       01  PMT-REC.
           05 PMT-PERMIT-NO PIC X(10).
           05 PMT-ANIMAL-ID PIC X(08).
           05 PMT-INSTITUTION PIC X(30).
           05 PMT-ISSUE-DATE PIC 9(06).
           05 PMT-EXPIRY-DATE PIC 9(06).
           05 PMT-RETURN-DUE-DATE PIC 9(06).
       FD  ANMREG-FILE.
       01  REG-REC.
           05 REG-ANIMAL-ID PIC X(08).
           05 REG-SPECIES PIC X(20).
           05 REG-SEX PIC X(01).
               88 REG-SEX-VALID VALUE "M" "F".
           05 REG-ENCLOSURE-ID PIC X(11).
           05 REG-ARRIVAL-DATE PIC 9(06).
           05 REG-STATUS PIC X(01).
               88 REG-ALIVE VALUE "V".
               88 REG-TRANSFERRED VALUE "T".
               88 REG-DECEASED VALUE "O".
               88 REG-STATUS-VALID VALUE "V" "T" "O".
       FD  ANMTRAN-FILE.
       01  TRN-REC.
           05 TRN-TYPE PIC X(01).
               88 TRN-DISPOSAL VALUE "B".
               88 TRN-TRANSFER VALUE "T".
               88 TRN-TYPE-VALID VALUE "N" "O" "A" "B" "T".
           05 TRN-SECTION-ID PIC X(11).
           05 TRN-ENCLOSURE-ID PIC X(08).
           05 TRN-SPECIES PIC X(20).
           05 TRN-TO-SECTION-ID PIC X(11).
           05 TRN-TO-ENCLOSURE-ID PIC X(08).
           05 TRN-QUANTITY PIC 9(05).
           05 TRN-PERMIT-NO PIC X(10).
           05 FILLER PIC X(06).
       FD  ERRRPT-FILE.
       01  ERR-REC PIC X(80).
       FD  AUDRPT-FILE.
       01  AUD-REC PIC X(80).
       FD  MOVLEDG-FILE.
       01  MVL-REC.
           05 MVL-DATE PIC 9(06).
           05 MVL-TYPE PIC X(01).
               88 MVL-OPENING VALUE "S".
               88 MVL-BIRTH VALUE "N".
               88 MVL-DEATH VALUE "O".
               88 MVL-ACQUISITION VALUE "A".
               88 MVL-DISPOSAL VALUE "B".
               88 MVL-TRANSFER VALUE "T".
           05 MVL-SPECIES PIC X(20).
           05 MVL-FROM-SECTION-ID PIC X(11).
           05 MVL-FROM-ENCLOSURE-ID PIC X(08).
           05 MVL-TO-SECTION-ID PIC X(11).
           05 MVL-TO-ENCLOSURE-ID PIC X(08).
           05 MVL-QUANTITY PIC 9(05).
           05 MVL-ANIMAL-ID PIC X(08).
           05 MVL-PERMIT-NO PIC X(10).
           05 FILLER PIC X(10).
       FD  RUNCTL-FILE.
       01  RCT-REC.
           05 RCT-KEY PIC X(10).
       WORKING-STORAGE SECTION.
       77 WS-ANMINV-STATUS PIC X(02) VALUE "00".
       77 WS-ANMINV-OPEN-SW PIC X(01) VALUE "N".
       77 WS-ANM-NEW-SW PIC X(01) VALUE "N".
           88 WS-ANM-NEW VALUE "Y".
       77 WS-ENCMST-STATUS PIC X(02) VALUE "00".
       77 WS-ENCMST-OPEN-SW PIC X(01) VALUE "N".
       77 WS-ENC-FOUND PIC X(01) VALUE "N".
       01  WS-LOOKUP-KEY.
           05 WS-LKP-SECTION-ID PIC X(11).
           05 WS-LKP-ENCLOSURE-ID PIC X(08).
           05 WS-LKP-SPECIES PIC X(20).
       77 WS-PERMIT-STATUS PIC X(02) VALUE "00".
       77 WS-PERMIT-OPEN-SW PIC X(01) VALUE "N".
       77 WS-PMT-FOUND PIC X(01) VALUE "N".
       77 WS-ANMREG-STATUS PIC X(02) VALUE "00".
       77 WS-ANMREG-OPEN-SW PIC X(01) VALUE "N".
       77 WS-REG-FOUND PIC X(01) VALUE "N".
       77 WS-ANMTRAN-STATUS PIC X(02) VALUE "00".
       77 WS-ANMTRAN-OPEN-SW PIC X(01) VALUE "N".
       77 WS-TRAN-EOF-SW PIC X(01) VALUE "N".
       77 WS-COUNT-BEFORE PIC 9(05) VALUE ZERO.
       77 WS-COUNT-AFTER PIC 9(05) VALUE ZERO.
       77 WS-RUN-DATE PIC 9(06) VALUE ZERO.
       77 WS-MOVLEDG-STATUS PIC X(02) VALUE "00".
       77 WS-MOVLEDG-OPEN-SW PIC X(01) VALUE "N".
       77 WS-MOVLEDG-NEW-SW PIC X(01) VALUE "N".
       77 WS-ANMINV-EOF-SW PIC X(01) VALUE "N".
           88 WS-ANMINV-EOF VALUE "Y".
       77 WS-LEDGER-COUNT PIC 9(05) VALUE ZERO.
       77 WS-SEED-COUNT PIC 9(05) VALUE ZERO.
       77 WS-RUNCTL-STATUS PIC X(02) VALUE "00".
       77 WS-RUNCTL-OPEN-SW PIC X(01) VALUE "N".
       77 WS-BATCH-KEY PIC X(10) VALUE "ANMTRAN".
       77 WS-BATCH-FOUND PIC X(01) VALUE "N".
       77 WS-BATCH-APPLIED-SW PIC X(01) VALUE "N".
           88 WS-BATCH-APPLIED VALUE "Y".
       01  WS-ERR-HEADING-LINE.
           05 FILLER PIC X(02) VALUE "T ".
           05 FILLER PIC X(12) VALUE "SECAO".
           05 FILLER PIC X(09) VALUE "RECINTO".
           05 FILLER PIC X(21) VALUE "ESPECIE".
           05 FILLER PIC X(06) VALUE " QTDE".
           05 FILLER PIC X(30) VALUE "MOTIVO".
       01  WS-ERR-DETAIL-LINE.
           05 EDL-TYPE PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 EDL-SECTION-ID PIC X(11).
           05 FILLER PIC X(01) VALUE SPACE.
           05 EDL-ENCLOSURE-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 EDL-SPECIES PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 EDL-QUANTITY PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 EDL-REASON PIC X(30).
       01  WS-AUD-HEADING-LINE.
           05 FILLER PIC X(04) VALUE "  T ".
           05 FILLER PIC X(12) VALUE "SECAO".
           05 FILLER PIC X(09) VALUE "RECINTO".
           05 FILLER PIC X(21) VALUE "ESPECIE".
           05 FILLER PIC X(05) VALUE " QTDE".
           05 FILLER PIC X(29) VALUE SPACES.
       01  WS-AUD-DETAIL-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 ADL-TYPE PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ADL-SECTION-ID PIC X(11).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ADL-ENCLOSURE-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ADL-SPECIES PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ADL-QUANTITY PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(06) VALUE "ANTES=".
           05 ADL-COUNT-BEFORE PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(07) VALUE "DEPOIS=".
           05 ADL-COUNT-AFTER PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
       01  WS-AUD-TOTALS-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "LIDAS:".
       PROCEDURE DIVISION.
           DISPLAY "ATUALIZACAO DE INVENTARIO ANMINV".
           PERFORM INITIALIZE-RUN.
           IF WS-MOVLEDG-NEW-SW = "Y" AND WS-ANMINV-OPEN-SW = "Y"
               PERFORM SEED-LEDGER-BALANCES
           END-IF
           IF WS-ANMTRAN-OPEN-SW = "Y"
               PERFORM SCAN-BATCH-SIGNATURE
               PERFORM CHECK-BATCH-APPLIED
           ELSE
               MOVE "Y" TO WS-ANMINV-OPEN-SW
           END-IF
           OPEN INPUT ENCMST-FILE
           IF WS-ENCMST-STATUS NOT = "00"
               DISPLAY "ENCMST INDISPONIVEL STATUS "
                   WS-ENCMST-STATUS
           ELSE
               MOVE "Y" TO WS-ENCMST-OPEN-SW
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
           OPEN INPUT ANMREG-FILE
           IF WS-ANMREG-STATUS = "00"
               MOVE "Y" TO WS-ANMREG-OPEN-SW
           ELSE
               IF WS-ANMREG-STATUS NOT = "05"
                   DISPLAY "ANMREG INDISPONIVEL STATUS "
                       WS-ANMREG-STATUS
               END-IF
           END-IF
           OPEN INPUT ANMTRAN-FILE
           IF WS-ANMTRAN-STATUS NOT = "00"
               DISPLAY "ANMTRAN INDISPONIVEL STATUS "
               DISPLAY "RUNCTL INDISPONIVEL STATUS "
                   WS-RUNCTL-STATUS
           END-IF
           OPEN EXTEND MOVLEDG-FILE
           IF WS-MOVLEDG-STATUS NOT = "00"
               OPEN OUTPUT MOVLEDG-FILE
               IF WS-MOVLEDG-STATUS = "00"
                   MOVE "Y" TO WS-MOVLEDG-NEW-SW
               END-IF
           END-IF
           IF WS-MOVLEDG-STATUS = "00"
               MOVE "Y" TO WS-MOVLEDG-OPEN-SW
           ELSE
               DISPLAY "MOVLEDG INDISPONIVEL STATUS "
                   WS-MOVLEDG-STATUS
           END-IF
           OPEN OUTPUT ERRRPT-FILE
           IF WS-ERRRPT-STATUS NOT = "00"
               DISPLAY "ERRRPT INDISPONIVEL STATUS " WS-ERRRPT-STATUS
               MOVE "Y" TO WS-ERRRPT-OPEN-SW
               MOVE "RELATORIO DE TRANSACOES REJEITADAS" TO ERR-REC
               WRITE ERR-REC
               MOVE WS-ERR-HEADING-LINE TO ERR-REC
               WRITE ERR-REC
           END-IF
           OPEN OUTPUT AUDRPT-FILE
               MOVE "Y" TO WS-AUDRPT-OPEN-SW
               MOVE "RELATORIO DE TRANSACOES APLICADAS" TO AUD-REC
               WRITE AUD-REC
               MOVE WS-AUD-HEADING-LINE TO AUD-REC
               WRITE AUD-REC
           END-IF.
       SEED-LEDGER-BALANCES.
           MOVE LOW-VALUES TO ANM-KEY
           START ANMINV-FILE KEY NOT < ANM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ANMINV-EOF-SW
           END-START
           IF NOT WS-ANMINV-EOF
               PERFORM READ-ANMINV-NEXT
               PERFORM WRITE-OPENING-BALANCE UNTIL WS-ANMINV-EOF
           END-IF
           DISPLAY "SALDOS INICIAIS GRAVADOS NO MOVLEDG: "
               WS-SEED-COUNT.
       READ-ANMINV-NEXT.
           READ ANMINV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ANMINV-EOF-SW
           END-READ.
       WRITE-OPENING-BALANCE.
           IF ANM-HEAD-COUNT > ZERO
               MOVE SPACES TO MVL-REC
               MOVE WS-RUN-DATE TO MVL-DATE
               SET MVL-OPENING TO TRUE
               MOVE ANM-SPECIES TO MVL-SPECIES
               MOVE ANM-SECTION-ID TO MVL-TO-SECTION-ID
               MOVE ANM-ENCLOSURE-ID TO MVL-TO-ENCLOSURE-ID
               MOVE ANM-HEAD-COUNT TO MVL-QUANTITY
               WRITE MVL-REC
               ADD 1 TO WS-SEED-COUNT
           END-IF
           PERFORM READ-ANMINV-NEXT.
       READ-TRAN-RECORD.
           READ ANMTRAN-FILE
               AT END
                       PERFORM APPLY-DECREASE
               END-EVALUATE
           END-IF
           IF WS-TRAN-VALID
               PERFORM WRITE-LEDGER-ENTRY
           ELSE
               PERFORM WRITE-REJECT-LINE
           END-IF
           PERFORM READ-TRAN-RECORD.
               PERFORM READ-ENCLOSURE
           END-IF
           IF WS-TRAN-VALID AND TRN-TRANSFER
               IF TRN-TO-SECTION-ID = SPACES
                       OR TRN-TO-ENCLOSURE-ID = SPACES
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "DESTINO NAO INFORMADO" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-TRAN-VALID AND TRN-TRANSFER
               IF TRN-TO-SECTION-ID = TRN-SECTION-ID
                       AND TRN-TO-ENCLOSURE-ID = TRN-ENCLOSURE-ID
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "DESTINO IGUAL A ORIGEM" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-TRAN-VALID
                   AND (TRN-DEATH OR TRN-DISPOSAL OR TRN-TRANSFER)
               IF TRN-QUANTITY > ANM-HEAD-COUNT
                   MOVE "SALDO INSUFICIENTE NO RECINTO"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-TRAN-VALID AND TRN-DISPOSAL
               PERFORM CHECK-PERMIT
           END-IF.
       CHECK-PERMIT.
           MOVE "N" TO WS-PMT-FOUND
           IF TRN-PERMIT-NO NOT = SPACES AND WS-PERMIT-OPEN-SW = "Y"
               MOVE TRN-PERMIT-NO TO PMT-PERMIT-NO
               READ PERMIT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-PMT-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PMT-FOUND
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN TRN-PERMIT-NO = SPACES
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
               WHEN PMT-ANIMAL-ID NOT = SPACES AND TRN-QUANTITY > 1
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "LICENCA COBRE UM SO ANIMAL" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-PERMIT-SPECIES
           END-EVALUATE.
       CHECK-PERMIT-SPECIES.
           MOVE "N" TO WS-REG-FOUND
           IF WS-ANMREG-OPEN-SW = "Y" AND PMT-ANIMAL-ID NOT = SPACES
               MOVE PMT-ANIMAL-ID TO REG-ANIMAL-ID
               READ ANMREG-FILE
                   INVALID KEY
                       MOVE "N" TO WS-REG-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-REG-FOUND
               END-READ
           END-IF
           IF WS-REG-FOUND = "Y" AND REG-SPECIES NOT = TRN-SPECIES
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "LICENCA DE OUTRA ESPECIE" TO WS-REJECT-REASON
           END-IF.
       READ-ENCLOSURE.
           MOVE "N" TO WS-ANM-NEW-SW
           MOVE TRN-SECTION-ID TO WS-LKP-SECTION-ID
           MOVE TRN-ENCLOSURE-ID TO WS-LKP-ENCLOSURE-ID
           MOVE TRN-SPECIES TO WS-LKP-SPECIES
           MOVE WS-LOOKUP-KEY TO ANM-KEY
           READ ANMINV-FILE
               INVALID KEY
                   IF TRN-ACQUISITION
                       PERFORM CHECK-ENCLOSURE-MASTER
                   ELSE
                       MOVE "N" TO WS-TRAN-VALID-SW
                       MOVE "RECINTO DESCONHECIDO"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.
       CHECK-ENCLOSURE-MASTER.
           MOVE "N" TO WS-ENC-FOUND
           IF WS-ENCMST-OPEN-SW = "Y"
               MOVE WS-LKP-SECTION-ID TO ENC-SECTION-ID
               MOVE WS-LKP-ENCLOSURE-ID TO ENC-ENCLOSURE-ID
               READ ENCMST-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ENC-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ENC-FOUND
               END-READ
           END-IF
           IF WS-ENC-FOUND = "Y"
               MOVE "Y" TO WS-ANM-NEW-SW
               MOVE WS-LOOKUP-KEY TO ANM-KEY
               MOVE ZERO TO ANM-HEAD-COUNT
           ELSE
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "RECINTO DESCONHECIDO" TO WS-REJECT-REASON
           END-IF.
       SAVE-ENCLOSURE.
           IF WS-ANM-NEW
               WRITE ANM-REC
               MOVE "N" TO WS-ANM-NEW-SW
           ELSE
               REWRITE ANM-REC
           END-IF.
       APPLY-INCREASE.
           MOVE ANM-HEAD-COUNT TO WS-COUNT-BEFORE
           ADD TRN-QUANTITY TO ANM-HEAD-COUNT
           MOVE ANM-HEAD-COUNT TO WS-COUNT-AFTER
           PERFORM SAVE-ENCLOSURE
           ADD 1 TO WS-APPLIED-COUNT
           MOVE TRN-SECTION-ID TO ADL-SECTION-ID
           MOVE TRN-ENCLOSURE-ID TO ADL-ENCLOSURE-ID
           PERFORM WRITE-AUDIT-LINE.
       APPLY-DECREASE.
           MOVE ANM-HEAD-COUNT TO WS-COUNT-AFTER
           REWRITE ANM-REC
           ADD 1 TO WS-APPLIED-COUNT
           MOVE TRN-SECTION-ID TO ADL-SECTION-ID
           MOVE TRN-ENCLOSURE-ID TO ADL-ENCLOSURE-ID
           PERFORM WRITE-AUDIT-LINE.
       APPLY-TRANSFER.
           PERFORM READ-DESTINATION
           IF WS-TRAN-VALID
               PERFORM READ-ENCLOSURE
               PERFORM APPLY-DECREASE
               PERFORM READ-DESTINATION
               MOVE ANM-HEAD-COUNT TO WS-COUNT-BEFORE
               ADD TRN-QUANTITY TO ANM-HEAD-COUNT
               MOVE ANM-HEAD-COUNT TO WS-COUNT-AFTER
               PERFORM SAVE-ENCLOSURE
               MOVE TRN-TO-SECTION-ID TO ADL-SECTION-ID
               MOVE TRN-TO-ENCLOSURE-ID TO ADL-ENCLOSURE-ID
               PERFORM WRITE-AUDIT-LINE
           END-IF.
       READ-DESTINATION.
           MOVE "N" TO WS-ANM-NEW-SW
           MOVE TRN-TO-SECTION-ID TO WS-LKP-SECTION-ID
           MOVE TRN-TO-ENCLOSURE-ID TO WS-LKP-ENCLOSURE-ID
           MOVE TRN-SPECIES TO WS-LKP-SPECIES
           MOVE WS-LOOKUP-KEY TO ANM-KEY
           READ ANMINV-FILE
               INVALID KEY
                   PERFORM CHECK-ENCLOSURE-MASTER
                   IF NOT WS-TRAN-VALID
                       MOVE "DESTINO DESCONHECIDO" TO WS-REJECT-REASON
                   END-IF
           END-READ.
       WRITE-AUDIT-LINE.
           IF WS-AUDRPT-OPEN-SW = "Y"
               MOVE TRN-TYPE TO ADL-TYPE
               MOVE TRN-SPECIES TO ADL-SPECIES
               MOVE TRN-QUANTITY TO ADL-QUANTITY
               MOVE WS-COUNT-BEFORE TO ADL-COUNT-BEFORE
               MOVE WS-COUNT-AFTER TO ADL-COUNT-AFTER
               MOVE WS-AUD-DETAIL-LINE TO AUD-REC
               WRITE AUD-REC
           END-IF.
       WRITE-LEDGER-ENTRY.
           IF WS-MOVLEDG-OPEN-SW = "Y"
               MOVE SPACES TO MVL-REC
               MOVE WS-RUN-DATE TO MVL-DATE
               MOVE TRN-TYPE TO MVL-TYPE
               MOVE TRN-SPECIES TO MVL-SPECIES
               IF TRN-BIRTH OR TRN-ACQUISITION
                   MOVE TRN-SECTION-ID TO MVL-TO-SECTION-ID
                   MOVE TRN-ENCLOSURE-ID TO MVL-TO-ENCLOSURE-ID
               ELSE
                   MOVE TRN-SECTION-ID TO MVL-FROM-SECTION-ID
                   MOVE TRN-ENCLOSURE-ID TO MVL-FROM-ENCLOSURE-ID
               END-IF
               IF TRN-TRANSFER
                   MOVE TRN-TO-SECTION-ID TO MVL-TO-SECTION-ID
                   MOVE TRN-TO-ENCLOSURE-ID TO MVL-TO-ENCLOSURE-ID
               END-IF
               MOVE TRN-QUANTITY TO MVL-QUANTITY
               MOVE TRN-PERMIT-NO TO MVL-PERMIT-NO
               IF TRN-DISPOSAL AND WS-PMT-FOUND = "Y"
                   MOVE PMT-ANIMAL-ID TO MVL-ANIMAL-ID
               END-IF
               WRITE MVL-REC
               ADD 1 TO WS-LEDGER-COUNT
           END-IF.
       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           IF WS-ERRRPT-OPEN-SW = "Y"
               MOVE TRN-TYPE TO EDL-TYPE
               MOVE TRN-SECTION-ID TO EDL-SECTION-ID
               MOVE TRN-ENCLOSURE-ID TO EDL-ENCLOSURE-ID
               MOVE TRN-SPECIES TO EDL-SPECIES
               MOVE TRN-QUANTITY TO EDL-QUANTITY
               MOVE WS-REJECT-REASON TO EDL-REASON
               MOVE WS-ERR-DETAIL-LINE TO ERR-REC
           IF WS-ERRRPT-OPEN-SW = "Y"
               CLOSE ERRRPT-FILE
           END-IF
           IF WS-MOVLEDG-OPEN-SW = "Y"
               CLOSE MOVLEDG-FILE
               DISPLAY "MOVIMENTOS GRAVADOS NO MOVLEDG: "
                   WS-LEDGER-COUNT
           END-IF
           IF WS-ANMTRAN-OPEN-SW = "Y"
               CLOSE ANMTRAN-FILE
           END-IF
           IF WS-ANMINV-OPEN-SW = "Y"
               CLOSE ANMINV-FILE
           END-IF
           IF WS-ENCMST-OPEN-SW = "Y"
               CLOSE ENCMST-FILE
           END-IF
           IF WS-PERMIT-OPEN-SW = "Y"
               CLOSE PERMIT-FILE
           END-IF
           IF WS-ANMREG-OPEN-SW = "Y"
               CLOSE ANMREG-FILE
           END-IF
           IF WS-RUNCTL-OPEN-SW = "Y"
               CLOSE RUNCTL-FILE
           END-IF
