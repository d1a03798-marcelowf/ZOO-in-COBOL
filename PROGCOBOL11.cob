           SELECT ANMINV-FILE ASSIGN TO "ANMINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANM-KEY
               FILE STATUS IS WS-ANMINV-STATUS.
           SELECT FEEDSCH-FILE ASSIGN TO "FEEDSCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDS-KEY
               FILE STATUS IS WS-FEEDSCH-STATUS.
           SELECT FEEDSTK-FILE ASSIGN TO "FEEDSTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FST-FEED-TYPE
               FILE STATUS IS WS-FEEDSTK-STATUS.
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
           SELECT OPTIONAL CTLCARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.
       FILE SECTION.
       FD  ANMINV-FILE.
       01  ANM-REC.
           05 ANM-KEY.
               10 ANM-SECTION-ID PIC X(11).
               10 ANM-ENCLOSURE-ID PIC X(08).
               10 ANM-SPECIES PIC X(20).
           05 ANM-HEAD-COUNT PIC 9(05).
       FD  FEEDSCH-FILE.
       01  FDS-REC.
           05 FDS-KEY.
               10 FDS-SECTION-ID PIC X(11).
               10 FDS-ENCLOSURE-ID PIC X(08).
               10 FDS-SPECIES PIC X(20).
           05 FDS-FEED-TYPE PIC X(15).
           05 FDS-RATION-PER-HEAD PIC 9(03)V99.
           05 FDS-FEED-TIME-1 PIC 9(04).
           05 FST-ON-HAND-QTY PIC 9(07)V99.
           05 FST-ISSUE-UNIT PIC X(05).
           05 FST-REORDER-POINT PIC 9(07)V99.
           05 FST-UNIT-COST PIC 9(05)V99.
           05 FST-REORDER-QTY PIC 9(07)V99.
           05 FST-SUPPLIER-ID PIC X(08).
           05 FST-OPEN-PO-NO PIC X(10).
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
       FD  CTLCARD-FILE.
       01  CTL-REC.
           05 CTL-COVER-DAYS PIC 9(02).
       77 WS-FEEDSTK-STATUS PIC X(02) VALUE "00".
       77 WS-FEEDSTK-OPEN-SW PIC X(01) VALUE "N".
       77 WS-STOCK-FOUND PIC X(01) VALUE "N".
       77 WS-SUPPLIER-STATUS PIC X(02) VALUE "00".
       77 WS-SUPPLIER-OPEN-SW PIC X(01) VALUE "N".
       77 WS-SUP-FOUND PIC X(01) VALUE "N".
       77 WS-POFILE-STATUS PIC X(02) VALUE "00".
       77 WS-POFILE-OPEN-SW PIC X(01) VALUE "N".
       77 WS-POFILE-EOF-SW PIC X(01) VALUE "N".
           88 WS-POFILE-EOF VALUE "Y".
       77 WS-PO-SEQ-LOADED PIC X(01) VALUE "N".
       77 WS-ORDER-QTY PIC 9(07)V99 VALUE ZERO.
       77 WS-PO-COUNT PIC 9(05) VALUE ZERO.
       77 WS-NO-SUPPLIER-COUNT PIC 9(05) VALUE ZERO.
       77 WS-RUN-DATE PIC 9(06) VALUE ZERO.
       77 WS-CTLCARD-STATUS PIC X(02) VALUE "00".
       77 WS-REORDRPT-STATUS PIC X(02) VALUE "00".
       77 WS-REORDRPT-OPEN-SW PIC X(01) VALUE "N".
       77 WS-USE-USED PIC 9(03) VALUE ZERO COMP.
       77 WS-USE-IX PIC 9(03) VALUE ZERO COMP.
       77 WS-USE-HIT PIC X(01) VALUE "N".
       01  WS-PO-NUMBER.
           05 WS-PON-DATE PIC 9(06).
           05 WS-PON-SEQ PIC 9(04).
       01  WS-PO-SCAN.
           05 WS-POS-DATE PIC X(06).
           05 WS-POS-SEQ PIC X(04).
       01  WS-USE-TABLE.
           05 WS-USE-ENTRY OCCURS 50 TIMES.
               10 WS-USE-FEED-TYPE PIC X(15).
           05 RAL-MESSAGE PIC X(40).
           05 FILLER PIC X(03) VALUE " **".
           05 FILLER PIC X(26) VALUE SPACES.
       01  WS-ROR-PO-LINE.
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(07) VALUE "PEDIDO ".
           05 RPL-PO-NO PIC X(10).
           05 FILLER PIC X(07) VALUE " FORN. ".
           05 RPL-SUPPLIER-ID PIC X(08).
           05 FILLER PIC X(05) VALUE " QTD ".
           05 RPL-QTY PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RPL-NOTE PIC X(14).
           05 FILLER PIC X(08) VALUE SPACES.
       01  WS-ROR-TOTALS-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "REPOSICAO".
           05 FILLER PIC X(10) VALUE "ESGOTADOS:".
           05 RTL-SHORT PIC ZZZZ9.
           05 FILLER PIC X(19) VALUE SPACES.
       01  WS-ROR-PO-TOTALS-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "PEDIDOS EMITIDOS: ".
           05 RTL-PO-COUNT PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "SEM FORNECEDOR: ".
           05 RTL-NO-SUPPLIER PIC ZZZZ9.
           05 FILLER PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "CONTROLE DE ESTOQUE DE RACAO".
           END-IF
           PERFORM END-PROC.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE
           OPEN INPUT CTLCARD-FILE
           IF WS-CTLCARD-STATUS = "00"
               READ CTLCARD-FILE
           ELSE
               MOVE "Y" TO WS-FEEDSTK-OPEN-SW
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
           OPEN OUTPUT REORDRPT-FILE
           IF WS-REORDRPT-STATUS NOT = "00"
               DISPLAY "REORDRPT INDISPONIVEL STATUS "
       READ-FEED-RECORD.
           MOVE "N" TO WS-FEED-FOUND
           IF WS-FEEDSCH-OPEN-SW = "Y"
               MOVE ANM-KEY TO FDS-KEY
               READ FEEDSCH-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FEED-FOUND
                   TO RAL-MESSAGE
               MOVE WS-ROR-ALERT-LINE TO ROR-REC
               WRITE ROR-REC
           END-IF
           IF WS-POFILE-OPEN-SW = "Y"
               PERFORM CREATE-PURCHASE-ORDER
           END-IF.
       CREATE-PURCHASE-ORDER.
           EVALUATE TRUE
               WHEN FST-OPEN-PO-NO NOT = SPACES
                   MOVE FST-OPEN-PO-NO TO RPL-PO-NO
                   MOVE FST-SUPPLIER-ID TO RPL-SUPPLIER-ID
                   MOVE ZERO TO RPL-QTY
                   MOVE "JA EM ABERTO" TO RPL-NOTE
                   MOVE WS-ROR-PO-LINE TO ROR-REC
                   WRITE ROR-REC
               WHEN OTHER
                   PERFORM READ-SUPPLIER-RECORD
                   IF WS-SUP-FOUND = "Y"
                       PERFORM WRITE-PURCHASE-ORDER
                   ELSE
                       ADD 1 TO WS-NO-SUPPLIER-COUNT
                       MOVE "RACAO SEM FORNECEDOR ATIVO"
                           TO RAL-MESSAGE
                       MOVE WS-ROR-ALERT-LINE TO ROR-REC
                       WRITE ROR-REC
                   END-IF
           END-EVALUATE.
       READ-SUPPLIER-RECORD.
           MOVE "N" TO WS-SUP-FOUND
           IF WS-SUPPLIER-OPEN-SW = "Y"
                   AND FST-SUPPLIER-ID NOT = SPACES
               MOVE FST-SUPPLIER-ID TO SUP-SUPPLIER-ID
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
           IF FST-REORDER-QTY > ZERO
               MOVE FST-REORDER-QTY TO WS-ORDER-QTY
           ELSE
               COMPUTE WS-ORDER-QTY =
                   WS-USE-DAILY-QTY (WS-USE-IX) * WS-COVER-DAYS
           END-IF
           PERFORM NEXT-PO-NUMBER
           MOVE WS-PO-NUMBER TO POR-PO-NO
           MOVE WS-RUN-DATE TO POR-ORDER-DATE
           MOVE FST-SUPPLIER-ID TO POR-SUPPLIER-ID
           SET POR-FEED-ITEM TO TRUE
           MOVE FST-FEED-TYPE TO POR-ITEM-CODE
           MOVE WS-ORDER-QTY TO POR-QTY-ORDERED
           MOVE FST-UNIT-COST TO POR-AGREED-PRICE
           MOVE ZERO TO POR-QTY-RECEIVED
           MOVE ZERO TO POR-LAST-RECEIPT-DATE
           SET POR-OPEN TO TRUE
           WRITE POR-REC
               INVALID KEY
                   DISPLAY "PEDIDO JA EXISTE " POR-PO-NO
               NOT INVALID KEY
                   ADD 1 TO WS-PO-COUNT
                   MOVE POR-PO-NO TO FST-OPEN-PO-NO
                   REWRITE FST-REC
                   MOVE POR-PO-NO TO RPL-PO-NO
                   MOVE POR-SUPPLIER-ID TO RPL-SUPPLIER-ID
                   MOVE POR-QTY-ORDERED TO RPL-QTY
                   MOVE "EMITIDO" TO RPL-NOTE
                   MOVE WS-ROR-PO-LINE TO ROR-REC
                   WRITE ROR-REC
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
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ROR-REC
           WRITE ROR-REC
           MOVE WS-MISSING-COUNT TO RTL-MISSING
           MOVE WS-SHORT-COUNT TO RTL-SHORT
           MOVE WS-ROR-TOTALS-LINE TO ROR-REC
           WRITE ROR-REC
           MOVE WS-PO-COUNT TO RTL-PO-COUNT
           MOVE WS-NO-SUPPLIER-COUNT TO RTL-NO-SUPPLIER
           MOVE WS-ROR-PO-TOTALS-LINE TO ROR-REC
           WRITE ROR-REC.
       END-PROC SECTION.
           IF WS-ANMINV-OPEN-SW = "Y"
           IF WS-REORDRPT-OPEN-SW = "Y"
               CLOSE REORDRPT-FILE
           END-IF
           IF WS-SUPPLIER-OPEN-SW = "Y"
               CLOSE SUPPLIER-FILE
           END-IF
           IF WS-POFILE-OPEN-SW = "Y"
               CLOSE POFILE-FILE
           END-IF
           DISPLAY "FIM DO CONTROLE DE ESTOQUE DE RACAO"
           STOP RUN.

