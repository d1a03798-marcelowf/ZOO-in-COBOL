       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBOL25.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POFILE-FILE ASSIGN TO "POFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-PO-NO
               FILE STATUS IS WS-POFILE-STATUS.
           SELECT OPTIONAL SUPPLIER-FILE ASSIGN TO "SUPPLIER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-SUPPLIER-ID
               FILE STATUS IS WS-SUPPLIER-STATUS.
           SELECT POAGE-FILE ASSIGN TO "POAGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POAGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  SUPPLIER-FILE.
       01  SUP-REC.
           05 SUP-SUPPLIER-ID PIC X(08).
           05 SUP-NAME PIC X(30).
           05 SUP-LEAD-DAYS PIC 9(03).
           05 SUP-STATUS PIC X(01).
               88 SUP-ACTIVE VALUE "A".
               88 SUP-INACTIVE VALUE "I".
           05 FILLER PIC X(10).
       FD  POAGE-FILE.
       01  PAG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-POFILE-STATUS PIC X(02) VALUE "00".
       77 WS-POFILE-OPEN-SW PIC X(01) VALUE "N".
       77 WS-POFILE-EOF-SW PIC X(01) VALUE "N".
           88 WS-POFILE-EOF VALUE "Y".
       77 WS-SUPPLIER-STATUS PIC X(02) VALUE "00".
       77 WS-SUPPLIER-OPEN-SW PIC X(01) VALUE "N".
       77 WS-SUP-FOUND PIC X(01) VALUE "N".
       77 WS-POAGE-STATUS PIC X(02) VALUE "00".
       77 WS-POAGE-OPEN-SW PIC X(01) VALUE "N".
       77 WS-RUN-DATE PIC 9(06) VALUE ZERO.
       77 WS-DAY-NUMBER PIC 9(06) VALUE ZERO.
       77 WS-RUN-DAY-NUMBER PIC 9(06) VALUE ZERO.
       77 WS-AGE-DAYS PIC 9(05) VALUE ZERO.
       77 WS-LEAP-QUOTIENT PIC 9(02) VALUE ZERO.
       77 WS-LEAP-REMAINDER PIC 9(02) VALUE ZERO.
       77 WS-OPEN-QTY PIC 9(07)V99 VALUE ZERO.
       77 WS-OPEN-VALUE PIC 9(09)V99 VALUE ZERO.
       77 WS-OPEN-COUNT PIC 9(05) VALUE ZERO.
       77 WS-LATE-COUNT PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-VALUE PIC 9(09)V99 VALUE ZERO.
       77 WS-BKT-IX PIC 9(01) VALUE ZERO COMP.
       01  WS-DATE-WORK.
           05 WS-DTW-YEAR PIC 9(02).
           05 WS-DTW-MONTH PIC 9(02).
           05 WS-DTW-DAY PIC 9(02).
       01  WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK PIC 9(06).
       01  WS-DAYS-BEFORE-DATA.
           05 FILLER PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  WS-DAYS-BEFORE-TABLE REDEFINES WS-DAYS-BEFORE-DATA.
           05 WS-DAYS-BEFORE PIC 9(03) OCCURS 12 TIMES.
       01  WS-BKT-DATA.
           05 FILLER PIC X(07) VALUE "0-30   ".
           05 FILLER PIC X(07) VALUE "31-60  ".
           05 FILLER PIC X(07) VALUE "61-90  ".
           05 FILLER PIC X(07) VALUE "+90    ".
       01  WS-BKT-LABEL-TABLE REDEFINES WS-BKT-DATA.
           05 WS-BKT-LABEL PIC X(07) OCCURS 4 TIMES.
       01  WS-BKT-TABLE.
           05 WS-BKT-ENTRY OCCURS 4 TIMES.
               10 WS-BKT-COUNT PIC 9(05).
               10 WS-BKT-VALUE PIC 9(09)V99.
       01  WS-PAG-HEADING-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "PEDIDO".
           05 FILLER PIC X(09) VALUE "FORNEC.".
           05 FILLER PIC X(16) VALUE "ITEM".
           05 FILLER PIC X(07) VALUE "DATA".
           05 FILLER PIC X(05) VALUE " DIAS".
           05 FILLER PIC X(12) VALUE "      SALDO".
           05 FILLER PIC X(08) VALUE "FAIXA".
           05 FILLER PIC X(11) VALUE "SITUACAO".
       01  WS-PAG-DETAIL-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 PDL-PO-NO PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 PDL-SUPPLIER-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 PDL-ITEM-CODE PIC X(15).
           05 FILLER PIC X(01) VALUE SPACES.
           05 PDL-ORDER-DATE PIC 9(06).
           05 FILLER PIC X(01) VALUE SPACES.
           05 PDL-AGE PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 PDL-OPEN-QTY PIC ZZZZZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 PDL-BUCKET PIC X(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 PDL-NOTE PIC X(11).
       01  WS-PAG-BUCKET-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(07) VALUE "FAIXA ".
           05 PBL-LABEL PIC X(07).
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "PEDIDOS: ".
           05 PBL-COUNT PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(07) VALUE "VALOR: ".
           05 PBL-VALUE PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(21) VALUE SPACES.
       01  WS-PAG-TOTALS-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "PEDIDOS ABERTOS:".
           05 PTL-OPEN PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "ATRASADOS:".
           05 PTL-LATE PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(07) VALUE "VALOR: ".
           05 PTL-VALUE PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "IDADE DOS PEDIDOS DE COMPRA EM ABERTO".
           PERFORM INITIALIZE-RUN.
           IF WS-POFILE-OPEN-SW = "Y" AND WS-POAGE-OPEN-SW = "Y"
               PERFORM START-PO-BROWSE
               PERFORM AGE-PURCHASE-ORDER UNTIL WS-POFILE-EOF
               PERFORM WRITE-BUCKET-SUMMARY
           END-IF
           PERFORM END-PROC.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
           MOVE ZEROS TO WS-BKT-TABLE
           OPEN INPUT POFILE-FILE
           IF WS-POFILE-STATUS NOT = "00"
               DISPLAY "POFILE INDISPONIVEL STATUS "
                   WS-POFILE-STATUS
           ELSE
               MOVE "Y" TO WS-POFILE-OPEN-SW
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
           OPEN OUTPUT POAGE-FILE
           IF WS-POAGE-STATUS NOT = "00"
               DISPLAY "POAGE INDISPONIVEL STATUS " WS-POAGE-STATUS
           ELSE
               MOVE "Y" TO WS-POAGE-OPEN-SW
               MOVE "PEDIDOS DE COMPRA EM ABERTO POR IDADE" TO PAG-REC
               WRITE PAG-REC
               MOVE WS-PAG-HEADING-LINE TO PAG-REC
               WRITE PAG-REC
           END-IF.
       COMPUTE-DAY-NUMBER.
           COMPUTE WS-LEAP-QUOTIENT = (WS-DTW-YEAR + 3) / 4
           COMPUTE WS-DAY-NUMBER = WS-DTW-YEAR * 365
               + WS-LEAP-QUOTIENT
               + WS-DAYS-BEFORE (WS-DTW-MONTH) + WS-DTW-DAY
           IF WS-DTW-MONTH > 2
               DIVIDE WS-DTW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   ADD 1 TO WS-DAY-NUMBER
               END-IF
           END-IF.
       START-PO-BROWSE.
           MOVE "N" TO WS-POFILE-EOF-SW
           MOVE LOW-VALUES TO POR-PO-NO
           START POFILE-FILE KEY NOT < POR-PO-NO
               INVALID KEY
                   MOVE "Y" TO WS-POFILE-EOF-SW
           END-START
           IF NOT WS-POFILE-EOF
               PERFORM READ-PO-NEXT
           END-IF.
       READ-PO-NEXT.
           READ POFILE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-POFILE-EOF-SW
           END-READ.
       AGE-PURCHASE-ORDER.
           IF POR-OPEN
               ADD 1 TO WS-OPEN-COUNT
               MOVE POR-ORDER-DATE TO WS-DATE-WORK-NUM
               IF WS-DTW-MONTH < 1 OR WS-DTW-MONTH > 12
                   MOVE ZERO TO WS-AGE-DAYS
               ELSE
                   PERFORM COMPUTE-DAY-NUMBER
                   IF WS-DAY-NUMBER < WS-RUN-DAY-NUMBER
                       COMPUTE WS-AGE-DAYS =
                           WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
                   ELSE
                       MOVE ZERO TO WS-AGE-DAYS
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS NOT > 30
                       MOVE 1 TO WS-BKT-IX
                   WHEN WS-AGE-DAYS NOT > 60
                       MOVE 2 TO WS-BKT-IX
                   WHEN WS-AGE-DAYS NOT > 90
                       MOVE 3 TO WS-BKT-IX
                   WHEN OTHER
                       MOVE 4 TO WS-BKT-IX
               END-EVALUATE
               IF POR-QTY-RECEIVED < POR-QTY-ORDERED
                   COMPUTE WS-OPEN-QTY =
                       POR-QTY-ORDERED - POR-QTY-RECEIVED
               ELSE
                   MOVE ZERO TO WS-OPEN-QTY
               END-IF
               COMPUTE WS-OPEN-VALUE ROUNDED =
                   WS-OPEN-QTY * POR-AGREED-PRICE
               ADD 1 TO WS-BKT-COUNT (WS-BKT-IX)
               ADD WS-OPEN-VALUE TO WS-BKT-VALUE (WS-BKT-IX)
               ADD WS-OPEN-VALUE TO WS-TOTAL-VALUE
               PERFORM CHECK-SUPPLIER-LEAD-TIME
               MOVE POR-PO-NO TO PDL-PO-NO
               MOVE POR-SUPPLIER-ID TO PDL-SUPPLIER-ID
               MOVE POR-ITEM-CODE TO PDL-ITEM-CODE
               MOVE POR-ORDER-DATE TO PDL-ORDER-DATE
               MOVE WS-AGE-DAYS TO PDL-AGE
               MOVE WS-OPEN-QTY TO PDL-OPEN-QTY
               MOVE WS-BKT-LABEL (WS-BKT-IX) TO PDL-BUCKET
               MOVE WS-PAG-DETAIL-LINE TO PAG-REC
               WRITE PAG-REC
           END-IF
           PERFORM READ-PO-NEXT.
       CHECK-SUPPLIER-LEAD-TIME.
           MOVE "N" TO WS-SUP-FOUND
           IF WS-SUPPLIER-OPEN-SW = "Y"
               MOVE POR-SUPPLIER-ID TO SUP-SUPPLIER-ID
               READ SUPPLIER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-SUP-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SUP-FOUND
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN WS-SUP-FOUND = "N"
                   MOVE "SEM FORNEC." TO PDL-NOTE
               WHEN WS-AGE-DAYS > SUP-LEAD-DAYS
                   ADD 1 TO WS-LATE-COUNT
                   MOVE "ATRASADO" TO PDL-NOTE
               WHEN POR-QTY-RECEIVED > ZERO
                   MOVE "PARCIAL" TO PDL-NOTE
               WHEN OTHER
                   MOVE "NO PRAZO" TO PDL-NOTE
           END-EVALUATE.
       WRITE-BUCKET-SUMMARY.
           MOVE SPACES TO PAG-REC
           WRITE PAG-REC
           MOVE "RESUMO POR FAIXA DE IDADE (DIAS)" TO PAG-REC
           WRITE PAG-REC
           MOVE ZERO TO WS-BKT-IX
           PERFORM WRITE-BUCKET-LINE UNTIL WS-BKT-IX >= 4.
       WRITE-BUCKET-LINE.
           ADD 1 TO WS-BKT-IX
           MOVE WS-BKT-LABEL (WS-BKT-IX) TO PBL-LABEL
           MOVE WS-BKT-COUNT (WS-BKT-IX) TO PBL-COUNT
           MOVE WS-BKT-VALUE (WS-BKT-IX) TO PBL-VALUE
           MOVE WS-PAG-BUCKET-LINE TO PAG-REC
           WRITE PAG-REC.
       END-PROC SECTION.
           IF WS-POAGE-OPEN-SW = "Y"
               MOVE SPACES TO PAG-REC
               WRITE PAG-REC
               MOVE WS-OPEN-COUNT TO PTL-OPEN
               MOVE WS-LATE-COUNT TO PTL-LATE
               MOVE WS-TOTAL-VALUE TO PTL-VALUE
               MOVE WS-PAG-TOTALS-LINE TO PAG-REC
               WRITE PAG-REC
               CLOSE POAGE-FILE
           END-IF
           IF WS-POFILE-OPEN-SW = "Y"
               CLOSE POFILE-FILE
           END-IF
           IF WS-SUPPLIER-OPEN-SW = "Y"
               CLOSE SUPPLIER-FILE
           END-IF
           IF WS-LATE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FIM DA IDADE DOS PEDIDOS"
           STOP RUN.

       END PROGRAM PROGCOBOL25.
