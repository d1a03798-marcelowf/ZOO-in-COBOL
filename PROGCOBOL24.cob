       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBOL24.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCPTRAN-FILE ASSIGN TO "RCPTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCPTRAN-STATUS.
           SELECT POFILE-FILE ASSIGN TO "POFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-PO-NO
               FILE STATUS IS WS-POFILE-STATUS.
           SELECT OPTIONAL FEEDSTK-FILE ASSIGN TO "FEEDSTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FST-FEED-TYPE
               FILE STATUS IS WS-FEEDSTK-STATUS.
           SELECT OPTIONAL MEDSTK-FILE ASSIGN TO "MEDSTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MED-DRUG-CODE
               FILE STATUS IS WS-MEDSTK-STATUS.
           SELECT OPTIONAL SUPPLIER-FILE ASSIGN TO "SUPPLIER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-SUPPLIER-ID
               FILE STATUS IS WS-SUPPLIER-STATUS.
           SELECT RCPTRPT-FILE ASSIGN TO "RCPTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCPTRPT-STATUS.
           SELECT RCPTEXC-FILE ASSIGN TO "RCPTEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCPTEXC-STATUS.
           SELECT RCPTHOLD-FILE ASSIGN TO "RCPTHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCPTHOLD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RCPTRAN-FILE.
       01  RCT-REC.
           05 RCT-PO-NO PIC X(10).
           05 RCT-ITEM-TYPE PIC X(01).
               88 RCT-FEED-ITEM VALUE "F".
               88 RCT-MED-ITEM VALUE "M".
               88 RCT-ITEM-TYPE-VALID VALUE "F" "M".
           05 RCT-ITEM-CODE PIC X(15).
           05 RCT-SUPPLIER-ID PIC X(08).
           05 RCT-RECEIPT-DATE PIC 9(06).
           05 RCT-QTY PIC 9(07)V99.
           05 RCT-UNIT-PRICE PIC 9(05)V99.
           05 RCT-EXPIRY-DATE PIC 9(06).
           05 RCT-APPROVAL PIC X(01).
               88 RCT-APPROVED VALUE "S".
           05 FILLER PIC X(17).
       FD  POFILE-FILE.
       01  POR-REC.
           05 POR-PO-NO PIC X(10).
           05 POR-ORDER-DATE PIC 9(06).
           05 POR-SUPPLIER-ID PIC X(08).
           05 POR-ITEM-TYPE PIC X(01).
               88 POR-FEED-ITEM VALUE "F".
               88 POR-MED-ITEM VALUE "M".
           05 POR-ITEM-CODE PIC X(15).
           05 POR-QTY-ORDERED PIC 9(07)V99.
           05 POR-AGREED-PRICE PIC 9(05)V99.
           05 POR-QTY-RECEIVED PIC 9(07)V99.
           05 POR-LAST-RECEIPT-DATE PIC 9(06).
           05 POR-STATUS PIC X(01).
               88 POR-OPEN VALUE "A".
               88 POR-CLOSED VALUE "F".
       FD  FEEDSTK-FILE.
       01  FST-REC.
           05 FST-FEED-TYPE PIC X(15).
           05 FST-ON-HAND-QTY PIC 9(07)V99.
           05 FST-ISSUE-UNIT PIC X(05).
           05 FST-REORDER-POINT PIC 9(07)V99.
           05 FST-UNIT-COST PIC 9(05)V99.
           05 FST-REORDER-QTY PIC 9(07)V99.
           05 FST-SUPPLIER-ID PIC X(08).
           05 FST-OPEN-PO-NO PIC X(10).
       FD  MEDSTK-FILE.
       01  MED-REC.
           05 MED-DRUG-CODE PIC X(08).
           05 MED-DESCRIPTION PIC X(20).
           05 MED-UNIT-COST PIC 9(05)V99.
           05 MED-ON-HAND-QTY PIC 9(07)V99.
           05 MED-EXPIRY-DATE PIC 9(06).
           05 MED-REORDER-POINT PIC 9(07)V99.
           05 MED-REORDER-QTY PIC 9(07)V99.
           05 MED-SUPPLIER-ID PIC X(08).
           05 MED-OPEN-PO-NO PIC X(10).
       FD  SUPPLIER-FILE.
       01  SUP-REC.
           05 SUP-SUPPLIER-ID PIC X(08).
           05 SUP-NAME PIC X(30).
           05 SUP-LEAD-DAYS PIC 9(03).
           05 SUP-STATUS PIC X(01).
               88 SUP-ACTIVE VALUE "A".
               88 SUP-INACTIVE VALUE "I".
           05 FILLER PIC X(10).
       FD  RCPTRPT-FILE.
       01  RCR-REC PIC X(80).
       FD  RCPTEXC-FILE.
       01  RCX-REC PIC X(80).
       FD  RCPTHOLD-FILE.
       01  RCH-REC PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-RCPTRAN-STATUS PIC X(02) VALUE "00".
       77 WS-RCPTRAN-OPEN-SW PIC X(01) VALUE "N".
       77 WS-TRAN-EOF-SW PIC X(01) VALUE "N".
           88 WS-TRAN-EOF VALUE "Y".
       77 WS-POFILE-STATUS PIC X(02) VALUE "00".
       77 WS-POFILE-OPEN-SW PIC X(01) VALUE "N".
       77 WS-PO-FOUND PIC X(01) VALUE "N".
       77 WS-FEEDSTK-STATUS PIC X(02) VALUE "00".
       77 WS-FEEDSTK-OPEN-SW PIC X(01) VALUE "N".
       77 WS-MEDSTK-STATUS PIC X(02) VALUE "00".
       77 WS-MEDSTK-OPEN-SW PIC X(01) VALUE "N".
       77 WS-ITEM-FOUND PIC X(01) VALUE "N".
       77 WS-SUPPLIER-STATUS PIC X(02) VALUE "00".
       77 WS-SUPPLIER-OPEN-SW PIC X(01) VALUE "N".
       77 WS-SUP-FOUND PIC X(01) VALUE "N".
       77 WS-RCPTRPT-STATUS PIC X(02) VALUE "00".
       77 WS-RCPTRPT-OPEN-SW PIC X(01) VALUE "N".
       77 WS-RCPTEXC-STATUS PIC X(02) VALUE "00".
       77 WS-RCPTEXC-OPEN-SW PIC X(01) VALUE "N".
       77 WS-RCPTHOLD-STATUS PIC X(02) VALUE "00".
       77 WS-RCPTHOLD-OPEN-SW PIC X(01) VALUE "N".
       77 WS-TRAN-VALID-SW PIC X(01) VALUE "Y".
           88 WS-TRAN-VALID VALUE "Y".
       77 WS-TRAN-HELD-SW PIC X(01) VALUE "N".
           88 WS-TRAN-HELD VALUE "Y".
       77 WS-REJECT-REASON PIC X(28) VALUE SPACES.
       77 WS-RUN-DATE PIC 9(06) VALUE ZERO.
       77 WS-RECEIPT-DATE PIC 9(06) VALUE ZERO.
       77 WS-NEW-RECEIVED PIC 9(08)V99 VALUE ZERO.
       77 WS-OPEN-QTY PIC 9(07)V99 VALUE ZERO.
       77 WS-RECEIPT-VALUE PIC 9(09)V99 VALUE ZERO.
       77 WS-TOTAL-VALUE PIC 9(09)V99 VALUE ZERO.
       77 WS-READ-COUNT PIC 9(05) VALUE ZERO.
       77 WS-POSTED-COUNT PIC 9(05) VALUE ZERO.
       77 WS-HELD-COUNT PIC 9(05) VALUE ZERO.
       77 WS-REJECTED-COUNT PIC 9(05) VALUE ZERO.
       01  WS-RCR-HEADING-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "PEDIDO".
           05 FILLER PIC X(02) VALUE "T".
           05 FILLER PIC X(16) VALUE "ITEM".
           05 FILLER PIC X(13) VALUE "  QUANTIDADE".
           05 FILLER PIC X(10) VALUE "    PRECO".
           05 FILLER PIC X(14) VALUE "        VALOR".
           05 FILLER PIC X(13) VALUE "PEDIDO".
       01  WS-RCR-DETAIL-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RDL-PO-NO PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RDL-ITEM-TYPE PIC X(01).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RDL-ITEM-CODE PIC X(15).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RDL-QTY PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RDL-PRICE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RDL-VALUE PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RDL-NOTE PIC X(12).
           05 FILLER PIC X(01) VALUE SPACES.
       01  WS-RCR-TOTALS-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "LIDOS:".
           05 RTL-READ PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "LANCADOS:".
           05 RTL-POSTED PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "RETIDOS:".
           05 RTL-HELD PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "REJEITADOS:".
           05 RTL-REJECTED PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "VALOR:".
           05 RTL-VALUE PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
       01  WS-RCX-DETAIL-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 XDL-PO-NO PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 XDL-ITEM-TYPE PIC X(01).
           05 FILLER PIC X(01) VALUE SPACES.
           05 XDL-ITEM-CODE PIC X(15).
           05 FILLER PIC X(01) VALUE SPACES.
           05 XDL-QTY PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 XDL-PRICE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 XDL-SUPPLIER-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 XDL-STATUS PIC X(09).
           05 FILLER PIC X(09) VALUE SPACES.
       01  WS-RCX-REASON-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "MOTIVO: ".
           05 XRL-REASON PIC X(28).
           05 FILLER PIC X(07) VALUE " SALDO=".
           05 XRL-OPEN-QTY PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(07) VALUE " PRECO=".
           05 XRL-PO-PRICE PIC ZZZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(10) VALUE SPACES.
       01  WS-RCX-TOTALS-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "RETIDOS:".
           05 XTL-HELD PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "REJEITADOS:".
           05 XTL-REJECTED PIC ZZZZ9.
           05 FILLER PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "RECEBIMENTO DE MERCADORIAS".
           PERFORM INITIALIZE-RUN.
           IF WS-RCPTRAN-OPEN-SW = "Y" AND WS-POFILE-OPEN-SW = "Y"
               PERFORM READ-TRAN-RECORD
               PERFORM PROCESS-RECEIPT UNTIL WS-TRAN-EOF
           END-IF
           PERFORM END-PROC.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE
           OPEN INPUT RCPTRAN-FILE
           IF WS-RCPTRAN-STATUS NOT = "00"
               DISPLAY "RCPTRAN INDISPONIVEL STATUS "
                   WS-RCPTRAN-STATUS
           ELSE
               MOVE "Y" TO WS-RCPTRAN-OPEN-SW
           END-IF
           OPEN I-O POFILE-FILE
           IF WS-POFILE-STATUS NOT = "00"
               OPEN OUTPUT POFILE-FILE
               CLOSE POFILE-FILE
               OPEN I-O POFILE-FILE
           END-IF
           IF WS-POFILE-STATUS NOT = "00"
               DISPLAY "POFILE INDISPONIVEL STATUS "
                   WS-POFILE-STATUS
           ELSE
               MOVE "Y" TO WS-POFILE-OPEN-SW
           END-IF
           OPEN I-O FEEDSTK-FILE
           IF WS-FEEDSTK-STATUS = "00"
               MOVE "Y" TO WS-FEEDSTK-OPEN-SW
           ELSE
               IF WS-FEEDSTK-STATUS NOT = "05"
                   DISPLAY "FEEDSTK INDISPONIVEL STATUS "
                       WS-FEEDSTK-STATUS
               END-IF
           END-IF
           OPEN I-O MEDSTK-FILE
           IF WS-MEDSTK-STATUS = "00"
               MOVE "Y" TO WS-MEDSTK-OPEN-SW
           ELSE
               IF WS-MEDSTK-STATUS NOT = "05"
                   DISPLAY "MEDSTK INDISPONIVEL STATUS "
                       WS-MEDSTK-STATUS
               END-IF
           END-IF
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUPPLIER-STATUS = "00"
               MOVE "Y" TO WS-SUPPLIER-OPEN-SW
           ELSE
               IF WS-SUPPLIER-STATUS NOT = "05"
                   DISPLAY "SUPPLIER INDISPONIVEL STATUS "
                       WS-SUPPLIER-STATUS
               END-IF
           END-IF
           OPEN OUTPUT RCPTRPT-FILE
           IF WS-RCPTRPT-STATUS NOT = "00"
               DISPLAY "RCPTRPT INDISPONIVEL STATUS "
                   WS-RCPTRPT-STATUS
           ELSE
               MOVE "Y" TO WS-RCPTRPT-OPEN-SW
               MOVE "RECEBIMENTOS LANCADOS NO ESTOQUE" TO RCR-REC
               WRITE RCR-REC
               MOVE WS-RCR-HEADING-LINE TO RCR-REC
               WRITE RCR-REC
           END-IF
           OPEN OUTPUT RCPTEXC-FILE
           IF WS-RCPTEXC-STATUS NOT = "00"
               DISPLAY "RCPTEXC INDISPONIVEL STATUS "
                   WS-RCPTEXC-STATUS
           ELSE
               MOVE "Y" TO WS-RCPTEXC-OPEN-SW
               MOVE "EXCECOES DE RECEBIMENTO PARA COMPRAS" TO RCX-REC
               WRITE RCX-REC
           END-IF
           OPEN OUTPUT RCPTHOLD-FILE
           IF WS-RCPTHOLD-STATUS NOT = "00"
               DISPLAY "RCPTHOLD INDISPONIVEL STATUS "
                   WS-RCPTHOLD-STATUS
           ELSE
               MOVE "Y" TO WS-RCPTHOLD-OPEN-SW
           END-IF.
       READ-TRAN-RECORD.
           READ RCPTRAN-FILE
               AT END
                   MOVE "Y" TO WS-TRAN-EOF-SW
           END-READ.
       PROCESS-RECEIPT.
           ADD 1 TO WS-READ-COUNT
           MOVE "Y" TO WS-TRAN-VALID-SW
           MOVE "N" TO WS-TRAN-HELD-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE "N" TO WS-PO-FOUND
           IF RCT-RECEIPT-DATE IS NUMERIC AND RCT-RECEIPT-DATE > ZERO
               MOVE RCT-RECEIPT-DATE TO WS-RECEIPT-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-RECEIPT-DATE
           END-IF
           PERFORM VALIDATE-RECEIPT
           IF WS-TRAN-VALID
               PERFORM MATCH-PURCHASE-ORDER
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-TRAN-VALID
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJEITADO" TO XDL-STATUS
                   PERFORM WRITE-EXCEPTION-LINES
               WHEN WS-TRAN-HELD
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "RETIDO" TO XDL-STATUS
                   PERFORM WRITE-EXCEPTION-LINES
                   IF WS-RCPTHOLD-OPEN-SW = "Y"
                       MOVE RCT-REC TO RCH-REC
                       WRITE RCH-REC
                   END-IF
               WHEN OTHER
                   PERFORM POST-RECEIPT
           END-EVALUATE
           PERFORM READ-TRAN-RECORD.
       VALIDATE-RECEIPT.
           EVALUATE TRUE
               WHEN NOT RCT-ITEM-TYPE-VALID
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "TIPO DE ITEM INVALIDO" TO WS-REJECT-REASON
               WHEN RCT-ITEM-CODE = SPACES
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "ITEM NAO INFORMADO" TO WS-REJECT-REASON
               WHEN RCT-QTY IS NOT NUMERIC OR RCT-QTY = ZERO
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "QUANTIDADE INVALIDA" TO WS-REJECT-REASON
               WHEN RCT-UNIT-PRICE IS NOT NUMERIC
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "PRECO INVALIDO" TO WS-REJECT-REASON
               WHEN RCT-MED-ITEM
                       AND (RCT-EXPIRY-DATE IS NOT NUMERIC
                       OR RCT-EXPIRY-DATE NOT > WS-RECEIPT-DATE)
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "VALIDADE INVALIDA" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM READ-STOCK-ITEM
                   IF WS-ITEM-FOUND = "N"
                       MOVE "N" TO WS-TRAN-VALID-SW
                       MOVE "ITEM SEM CADASTRO DE ESTOQUE"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE
           IF WS-TRAN-VALID AND RCT-SUPPLIER-ID NOT = SPACES
                   AND WS-SUPPLIER-OPEN-SW = "Y"
               PERFORM READ-SUPPLIER-RECORD
               IF WS-SUP-FOUND = "N"
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "FORNECEDOR SEM CADASTRO"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
       READ-STOCK-ITEM.
           MOVE "N" TO WS-ITEM-FOUND
           IF RCT-FEED-ITEM AND WS-FEEDSTK-OPEN-SW = "Y"
               MOVE RCT-ITEM-CODE TO FST-FEED-TYPE
               READ FEEDSTK-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ITEM-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ITEM-FOUND
               END-READ
           END-IF
           IF RCT-MED-ITEM AND WS-MEDSTK-OPEN-SW = "Y"
               MOVE RCT-ITEM-CODE TO MED-DRUG-CODE
               READ MEDSTK-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ITEM-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ITEM-FOUND
               END-READ
           END-IF.
       READ-SUPPLIER-RECORD.
           MOVE "N" TO WS-SUP-FOUND
           MOVE RCT-SUPPLIER-ID TO SUP-SUPPLIER-ID
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE "N" TO WS-SUP-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-SUP-FOUND
           END-READ.
       MATCH-PURCHASE-ORDER.
           IF RCT-PO-NO NOT = SPACES
               MOVE RCT-PO-NO TO POR-PO-NO
               READ POFILE-FILE
                   INVALID KEY
                       MOVE "N" TO WS-PO-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PO-FOUND
               END-READ
           END-IF
           IF WS-PO-FOUND = "Y"
               COMPUTE WS-NEW-RECEIVED = POR-QTY-RECEIVED + RCT-QTY
           END-IF
           EVALUATE TRUE
               WHEN WS-PO-FOUND = "N"
                   IF NOT RCT-APPROVED
                       MOVE "Y" TO WS-TRAN-HELD-SW
                       MOVE "RECEBIMENTO SEM PEDIDO"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN POR-ITEM-TYPE NOT = RCT-ITEM-TYPE
                       OR POR-ITEM-CODE NOT = RCT-ITEM-CODE
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "ITEM DIFERENTE DO PEDIDO" TO WS-REJECT-REASON
               WHEN RCT-SUPPLIER-ID NOT = SPACES
                       AND RCT-SUPPLIER-ID NOT = POR-SUPPLIER-ID
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "FORNECEDOR NAO E O DO PEDIDO"
                       TO WS-REJECT-REASON
               WHEN RCT-APPROVED
                   CONTINUE
               WHEN POR-CLOSED
                   MOVE "Y" TO WS-TRAN-HELD-SW
                   MOVE "PEDIDO JA ENCERRADO" TO WS-REJECT-REASON
               WHEN WS-NEW-RECEIVED > POR-QTY-ORDERED
                   MOVE "Y" TO WS-TRAN-HELD-SW
                   MOVE "RECEBIMENTO ACIMA DO PEDIDO"
                       TO WS-REJECT-REASON
               WHEN RCT-UNIT-PRICE NOT = POR-AGREED-PRICE
                   MOVE "Y" TO WS-TRAN-HELD-SW
                   MOVE "PRECO DIFERENTE DO PEDIDO"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       POST-RECEIPT.
           IF WS-PO-FOUND = "Y"
               ADD RCT-QTY TO POR-QTY-RECEIVED
               MOVE WS-RECEIPT-DATE TO POR-LAST-RECEIPT-DATE
               IF POR-QTY-RECEIVED NOT < POR-QTY-ORDERED
                   SET POR-CLOSED TO TRUE
                   MOVE "ENCERRADO" TO RDL-NOTE
               ELSE
                   MOVE "PARCIAL" TO RDL-NOTE
               END-IF
               REWRITE POR-REC
           ELSE
               MOVE "SEM PEDIDO" TO RDL-NOTE
           END-IF
           IF RCT-FEED-ITEM
               PERFORM POST-FEED-RECEIPT
           ELSE
               PERFORM POST-MED-RECEIPT
           END-IF
           COMPUTE WS-RECEIPT-VALUE ROUNDED = RCT-QTY * RCT-UNIT-PRICE
           ADD WS-RECEIPT-VALUE TO WS-TOTAL-VALUE
           ADD 1 TO WS-POSTED-COUNT
           IF WS-RCPTRPT-OPEN-SW = "Y"
               MOVE RCT-PO-NO TO RDL-PO-NO
               MOVE RCT-ITEM-TYPE TO RDL-ITEM-TYPE
               MOVE RCT-ITEM-CODE TO RDL-ITEM-CODE
               MOVE RCT-QTY TO RDL-QTY
               MOVE RCT-UNIT-PRICE TO RDL-PRICE
               MOVE WS-RECEIPT-VALUE TO RDL-VALUE
               MOVE WS-RCR-DETAIL-LINE TO RCR-REC
               WRITE RCR-REC
           END-IF.
       POST-FEED-RECEIPT.
           ADD RCT-QTY TO FST-ON-HAND-QTY
           IF RCT-UNIT-PRICE > ZERO
               MOVE RCT-UNIT-PRICE TO FST-UNIT-COST
           END-IF
           IF WS-PO-FOUND = "Y" AND POR-CLOSED
                   AND FST-OPEN-PO-NO = POR-PO-NO
               MOVE SPACES TO FST-OPEN-PO-NO
           END-IF
           REWRITE FST-REC.
       POST-MED-RECEIPT.
           IF MED-ON-HAND-QTY = ZERO OR MED-EXPIRY-DATE = ZERO
                   OR RCT-EXPIRY-DATE < MED-EXPIRY-DATE
               MOVE RCT-EXPIRY-DATE TO MED-EXPIRY-DATE
           END-IF
           ADD RCT-QTY TO MED-ON-HAND-QTY
           IF RCT-UNIT-PRICE > ZERO
               MOVE RCT-UNIT-PRICE TO MED-UNIT-COST
           END-IF
           IF WS-PO-FOUND = "Y" AND POR-CLOSED
                   AND MED-OPEN-PO-NO = POR-PO-NO
               MOVE SPACES TO MED-OPEN-PO-NO
           END-IF
           REWRITE MED-REC.
       WRITE-EXCEPTION-LINES.
           IF WS-RCPTEXC-OPEN-SW = "Y"
               MOVE SPACES TO RCX-REC
               WRITE RCX-REC
               MOVE RCT-PO-NO TO XDL-PO-NO
               MOVE RCT-ITEM-TYPE TO XDL-ITEM-TYPE
               MOVE RCT-ITEM-CODE TO XDL-ITEM-CODE
               IF RCT-QTY IS NUMERIC
                   MOVE RCT-QTY TO XDL-QTY
               ELSE
                   MOVE ZERO TO XDL-QTY
               END-IF
               IF RCT-UNIT-PRICE IS NUMERIC
                   MOVE RCT-UNIT-PRICE TO XDL-PRICE
               ELSE
                   MOVE ZERO TO XDL-PRICE
               END-IF
               MOVE RCT-SUPPLIER-ID TO XDL-SUPPLIER-ID
               MOVE WS-RCX-DETAIL-LINE TO RCX-REC
               WRITE RCX-REC
               MOVE WS-REJECT-REASON TO XRL-REASON
               IF WS-PO-FOUND = "Y"
                   IF POR-QTY-RECEIVED < POR-QTY-ORDERED
                       COMPUTE WS-OPEN-QTY =
                           POR-QTY-ORDERED - POR-QTY-RECEIVED
                   ELSE
                       MOVE ZERO TO WS-OPEN-QTY
                   END-IF
                   MOVE WS-OPEN-QTY TO XRL-OPEN-QTY
                   MOVE POR-AGREED-PRICE TO XRL-PO-PRICE
               ELSE
                   MOVE ZERO TO XRL-OPEN-QTY
                   MOVE ZERO TO XRL-PO-PRICE
               END-IF
               MOVE WS-RCX-REASON-LINE TO RCX-REC
               WRITE RCX-REC
           END-IF.
       END-PROC SECTION.
           IF WS-RCPTRPT-OPEN-SW = "Y"
               MOVE SPACES TO RCR-REC
               WRITE RCR-REC
               MOVE WS-READ-COUNT TO RTL-READ
               MOVE WS-POSTED-COUNT TO RTL-POSTED
               MOVE WS-HELD-COUNT TO RTL-HELD
               MOVE WS-REJECTED-COUNT TO RTL-REJECTED
               MOVE WS-TOTAL-VALUE TO RTL-VALUE
               MOVE WS-RCR-TOTALS-LINE TO RCR-REC
               WRITE RCR-REC
               CLOSE RCPTRPT-FILE
           END-IF
           IF WS-RCPTEXC-OPEN-SW = "Y"
               MOVE SPACES TO RCX-REC
               WRITE RCX-REC
               MOVE WS-HELD-COUNT TO XTL-HELD
               MOVE WS-REJECTED-COUNT TO XTL-REJECTED
               MOVE WS-RCX-TOTALS-LINE TO RCX-REC
               WRITE RCX-REC
               CLOSE RCPTEXC-FILE
           END-IF
           IF WS-RCPTHOLD-OPEN-SW = "Y"
               CLOSE RCPTHOLD-FILE
           END-IF
           IF WS-RCPTRAN-OPEN-SW = "Y"
               CLOSE RCPTRAN-FILE
           END-IF
           IF WS-POFILE-OPEN-SW = "Y"
               CLOSE POFILE-FILE
           END-IF
           IF WS-FEEDSTK-OPEN-SW = "Y"
               CLOSE FEEDSTK-FILE
           END-IF
           IF WS-MEDSTK-OPEN-SW = "Y"
               CLOSE MEDSTK-FILE
           END-IF
           IF WS-SUPPLIER-OPEN-SW = "Y"
               CLOSE SUPPLIER-FILE
           END-IF
           IF WS-HELD-COUNT > ZERO OR WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FIM DO RECEBIMENTO DE MERCADORIAS"
           STOP RUN.

       END PROGRAM PROGCOBOL24.
