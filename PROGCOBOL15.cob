           SELECT MEDUSAGE-FILE ASSIGN TO "MEDUSAGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MEDUSAGE-STATUS.
           SELECT OPTIONAL SUPPLIER-FILE ASSIGN TO "SUPPLIER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-SUPPLIER-ID
               FILE STATUS IS WS-SUPPLIER-STATUS.
           SELECT POFILE-FILE ASSIGN TO "POFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-PO-NO
               FILE STATUS IS WS-POFILE-STATUS.
           SELECT MEDRPT-FILE ASSIGN TO "MEDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MEDRPT-STATUS.
           05 MED-UNIT-COST PIC 9(05)V99.
           05 MED-ON-HAND-QTY PIC 9(07)V99.
           05 MED-EXPIRY-DATE PIC 9(06).
           05 MED-REORDER-POINT PIC 9(07)V99.
           05 MED-REORDER-QTY PIC 9(07)V99.
           05 MED-SUPPLIER-ID PIC X(08).
           05 MED-OPEN-PO-NO PIC X(10).
       FD  MEDUSAGE-FILE.
       01  MUS-REC.
           05 MUS-DATE PIC 9(06).
           05 MUS-DRUG-CODE PIC X(08).
           05 MUS-DOSE-QTY PIC 9(03)V99.
           05 MUS-COST PIC 9(07)V99.
       FD  SUPPLIER-FILE.
       01  SUP-REC.
           05 SUP-SUPPLIER-ID PIC X(08).
           05 SUP-NAME PIC X(30).
           05 SUP-LEAD-DAYS PIC 9(03).
           05 SUP-STATUS PIC X(01).
               88 SUP-ACTIVE VALUE "A".
               88 SUP-INACTIVE VALUE "I".
           05 FILLER PIC X(10).
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
       FD  MEDRPT-FILE.
       01  MDR-REC PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-MEDUSAGE-OPEN-SW PIC X(01) VALUE "N".
       77 WS-USAGE-EOF-SW PIC X(01) VALUE "N".
           88 WS-USAGE-EOF VALUE "Y".
       77 WS-SUPPLIER-STATUS PIC X(02) VALUE "00".
       77 WS-SUPPLIER-OPEN-SW PIC X(01) VALUE "N".
       77 WS-SUP-FOUND PIC X(01) VALUE "N".
       77 WS-POFILE-STATUS PIC X(02) VALUE "00".
       77 WS-POFILE-OPEN-SW PIC X(01) VALUE "N".
       77 WS-POFILE-EOF-SW PIC X(01) VALUE "N".
           88 WS-POFILE-EOF VALUE "Y".
       77 WS-PO-SEQ-LOADED PIC X(01) VALUE "N".
       77 WS-ORDER-QTY PIC 9(07)V99 VALUE ZERO.
       77 WS-LOW-STOCK-COUNT PIC 9(05) VALUE ZERO.
       77 WS-PO-COUNT PIC 9(05) VALUE ZERO.
       77 WS-NO-SUPPLIER-COUNT PIC 9(05) VALUE ZERO.
       77 WS-MEDRPT-STATUS PIC X(02) VALUE "00".
       77 WS-MEDRPT-OPEN-SW PIC X(01) VALUE "N".
       77 WS-RUN-DATE PIC 9(06) VALUE ZERO.
           05 WS-DTW-MONTH PIC 9(02).
           05 WS-DTW-DAY PIC 9(02).
       01  WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK PIC 9(06).
       01  WS-PO-NUMBER.
           05 WS-PON-DATE PIC 9(06).
           05 WS-PON-SEQ PIC 9(04).
       01  WS-PO-SCAN.
           05 WS-POS-DATE PIC X(06).
           05 WS-POS-SEQ PIC X(04).
       01  WS-ENC-TABLE.
           05 WS-ENC-ENTRY OCCURS 50 TIMES.
               10 WS-ENC-ID PIC X(11).
           05 FILLER PIC X(02) VALUE SPACES.
           05 MEL-NOTE PIC X(18).
           05 FILLER PIC X(10) VALUE SPACES.
       01  WS-MDR-LOW-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 MLL-DRUG-CODE PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 MLL-DESCRIPTION PIC X(20).
           05 FILLER PIC X(08) VALUE " SALDO= ".
           05 MLL-ON-HAND PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(08) VALUE " PONTO= ".
           05 MLL-REORDER-POINT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(06) VALUE SPACES.
       01  WS-MDR-PO-LINE.
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(07) VALUE "PEDIDO ".
           05 MPL-PO-NO PIC X(10).
           05 FILLER PIC X(07) VALUE " FORN. ".
           05 MPL-SUPPLIER-ID PIC X(08).
           05 FILLER PIC X(05) VALUE " QTD ".
           05 MPL-QTY PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 MPL-NOTE PIC X(22).
       01  WS-MDR-COST-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 MCL-ENCLOSURE-ID PIC X(11).
           05 FILLER PIC X(09) VALUE "VENCENDO:".
           05 MTL-EXPIRING PIC ZZZZ9.
           05 FILLER PIC X(18) VALUE SPACES.
       01  WS-MDR-PO-TOTALS-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "ESTOQUE BAIXO:".
           05 MTL-LOW-STOCK PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "PEDIDOS EMITIDOS:".
           05 MTL-PO-COUNT PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "SEM FORNECEDOR:".
           05 MTL-NO-SUPPLIER PIC ZZZZ9.
           05 FILLER PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "ESTOQUE DE MEDICAMENTOS E CUSTO DE TRATAMENTO".
           PERFORM INITIALIZE-RUN.
           IF WS-MEDSTK-OPEN-SW = "Y" AND WS-MEDRPT-OPEN-SW = "Y"
               PERFORM WRITE-EXPIRY-SECTION
               PERFORM WRITE-LOW-STOCK-SECTION
           END-IF
           IF WS-MEDUSAGE-OPEN-SW = "Y" AND WS-MEDRPT-OPEN-SW = "Y"
               PERFORM READ-USAGE-RECORD
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-RUN-MONTH = WS-RUN-DATE / 100
           PERFORM COMPUTE-ALERT-DATE
           OPEN I-O MEDSTK-FILE
           IF WS-MEDSTK-STATUS NOT = "00"
               DISPLAY "MEDSTK INDISPONIVEL STATUS "
                   WS-MEDSTK-STATUS
           ELSE
               MOVE "Y" TO WS-MEDSTK-OPEN-SW
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
           OPEN INPUT MEDUSAGE-FILE
           IF WS-MEDUSAGE-STATUS NOT = "00"
               DISPLAY "MEDUSAGE INDISPONIVEL STATUS "
           MOVE MED-EXPIRY-DATE TO MEL-EXPIRY
           MOVE WS-MDR-EXPIRY-LINE TO MDR-REC
           WRITE MDR-REC.
       WRITE-LOW-STOCK-SECTION.
           MOVE SPACES TO MDR-REC
           WRITE MDR-REC
           MOVE "MEDICAMENTOS COM ESTOQUE BAIXO" TO MDR-REC
           WRITE MDR-REC
           MOVE "N" TO WS-MEDSTK-EOF-SW
           MOVE LOW-VALUES TO MED-DRUG-CODE
           START MEDSTK-FILE KEY NOT < MED-DRUG-CODE
               INVALID KEY
                   MOVE "Y" TO WS-MEDSTK-EOF-SW
           END-START
           IF NOT WS-MEDSTK-EOF
               PERFORM READ-MEDSTK-NEXT
           END-IF
           PERFORM CHECK-DRUG-STOCK UNTIL WS-MEDSTK-EOF.
       CHECK-DRUG-STOCK.
           IF MED-REORDER-POINT IS NUMERIC
                   AND MED-REORDER-POINT > ZERO
                   AND MED-ON-HAND-QTY NOT > MED-REORDER-POINT
               ADD 1 TO WS-LOW-STOCK-COUNT
               MOVE MED-DRUG-CODE TO MLL-DRUG-CODE
               MOVE MED-DESCRIPTION TO MLL-DESCRIPTION
               MOVE MED-ON-HAND-QTY TO MLL-ON-HAND
               MOVE MED-REORDER-POINT TO MLL-REORDER-POINT
               MOVE WS-MDR-LOW-LINE TO MDR-REC
               WRITE MDR-REC
               IF WS-POFILE-OPEN-SW = "Y"
                   PERFORM CREATE-PURCHASE-ORDER
               END-IF
           END-IF
           PERFORM READ-MEDSTK-NEXT.
       CREATE-PURCHASE-ORDER.
           EVALUATE TRUE
               WHEN MED-OPEN-PO-NO NOT = SPACES
                   MOVE MED-OPEN-PO-NO TO MPL-PO-NO
                   MOVE MED-SUPPLIER-ID TO MPL-SUPPLIER-ID
                   MOVE ZERO TO MPL-QTY
                   MOVE "JA EM ABERTO" TO MPL-NOTE
                   MOVE WS-MDR-PO-LINE TO MDR-REC
                   WRITE MDR-REC
               WHEN OTHER
                   PERFORM READ-SUPPLIER-RECORD
                   IF WS-SUP-FOUND = "Y"
                       PERFORM WRITE-PURCHASE-ORDER
                   ELSE
                       ADD 1 TO WS-NO-SUPPLIER-COUNT
                       MOVE SPACES TO MPL-PO-NO
                       MOVE MED-SUPPLIER-ID TO MPL-SUPPLIER-ID
                       MOVE ZERO TO MPL-QTY
                       MOVE "SEM FORNECEDOR ATIVO" TO MPL-NOTE
                       MOVE WS-MDR-PO-LINE TO MDR-REC
                       WRITE MDR-REC
                   END-IF
           END-EVALUATE.
       READ-SUPPLIER-RECORD.
           MOVE "N" TO WS-SUP-FOUND
           IF WS-SUPPLIER-OPEN-SW = "Y"
                   AND MED-SUPPLIER-ID NOT = SPACES
               MOVE MED-SUPPLIER-ID TO SUP-SUPPLIER-ID
               READ SUPPLIER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-SUP-FOUND
                   NOT INVALID KEY
                       IF SUP-ACTIVE
                           MOVE "Y" TO WS-SUP-FOUND
                       END-IF
               END-READ
           END-IF.
       WRITE-PURCHASE-ORDER.
           IF MED-REORDER-QTY IS NUMERIC AND MED-REORDER-QTY > ZERO
               MOVE MED-REORDER-QTY TO WS-ORDER-QTY
           ELSE
               MOVE MED-REORDER-POINT TO WS-ORDER-QTY
           END-IF
           PERFORM NEXT-PO-NUMBER
           MOVE WS-PO-NUMBER TO POR-PO-NO
           MOVE WS-RUN-DATE TO POR-ORDER-DATE
           MOVE MED-SUPPLIER-ID TO POR-SUPPLIER-ID
           SET POR-MED-ITEM TO TRUE
           MOVE MED-DRUG-CODE TO POR-ITEM-CODE
           MOVE WS-ORDER-QTY TO POR-QTY-ORDERED
           MOVE MED-UNIT-COST TO POR-AGREED-PRICE
           MOVE ZERO TO POR-QTY-RECEIVED
           MOVE ZERO TO POR-LAST-RECEIPT-DATE
           SET POR-OPEN TO TRUE
           WRITE POR-REC
               INVALID KEY
                   DISPLAY "PEDIDO JA EXISTE " POR-PO-NO
               NOT INVALID KEY
                   ADD 1 TO WS-PO-COUNT
                   MOVE POR-PO-NO TO MED-OPEN-PO-NO
                   REWRITE MED-REC
                   MOVE POR-PO-NO TO MPL-PO-NO
                   MOVE POR-SUPPLIER-ID TO MPL-SUPPLIER-ID
                   MOVE POR-QTY-ORDERED TO MPL-QTY
                   MOVE "EMITIDO" TO MPL-NOTE
                   MOVE WS-MDR-PO-LINE TO MDR-REC
                   WRITE MDR-REC
           END-WRITE.
       NEXT-PO-NUMBER.
           IF WS-PO-SEQ-LOADED = "N"
               MOVE "Y" TO WS-PO-SEQ-LOADED
               MOVE WS-RUN-DATE TO WS-PON-DATE
               MOVE ZERO TO WS-PON-SEQ
               MOVE WS-PO-NUMBER TO POR-PO-NO
               MOVE "N" TO WS-POFILE-EOF-SW
               START POFILE-FILE KEY NOT < POR-PO-NO
                   INVALID KEY
                       MOVE "Y" TO WS-POFILE-EOF-SW
               END-START
               PERFORM SCAN-TODAY-PO UNTIL WS-POFILE-EOF
           END-IF
           ADD 1 TO WS-PON-SEQ.
       SCAN-TODAY-PO.
           READ POFILE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-POFILE-EOF-SW
               NOT AT END
                   MOVE POR-PO-NO TO WS-PO-SCAN
                   IF WS-POS-DATE = WS-PON-DATE
                           AND WS-POS-SEQ IS NUMERIC
                       MOVE WS-POS-SEQ TO WS-PON-SEQ
                   ELSE
                       MOVE "Y" TO WS-POFILE-EOF-SW
                   END-IF
           END-READ.
       READ-USAGE-RECORD.
           READ MEDUSAGE-FILE
               AT END
           MOVE WS-EXPIRED-COUNT TO MTL-EXPIRED
           MOVE WS-EXPIRING-COUNT TO MTL-EXPIRING
           MOVE WS-MDR-TOTALS-LINE TO MDR-REC
           WRITE MDR-REC
           MOVE WS-LOW-STOCK-COUNT TO MTL-LOW-STOCK
           MOVE WS-PO-COUNT TO MTL-PO-COUNT
           MOVE WS-NO-SUPPLIER-COUNT TO MTL-NO-SUPPLIER
           MOVE WS-MDR-PO-TOTALS-LINE TO MDR-REC
           WRITE MDR-REC.
       END-PROC SECTION.
           IF WS-MEDSTK-OPEN-SW = "Y"
           IF WS-MEDRPT-OPEN-SW = "Y"
               CLOSE MEDRPT-FILE
           END-IF
           IF WS-SUPPLIER-OPEN-SW = "Y"
               CLOSE SUPPLIER-FILE
           END-IF
           IF WS-POFILE-OPEN-SW = "Y"
               CLOSE POFILE-FILE
           END-IF
           DISPLAY "FIM DO RELATORIO DE MEDICAMENTOS"
           STOP RUN.

