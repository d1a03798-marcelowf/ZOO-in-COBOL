           SELECT OPTIONAL OPRCAL-FILE ASSIGN TO "OPRCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPRCAL-STATUS.
           SELECT OPTIONAL COMPTRAN-FILE ASSIGN TO "COMPTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMPTRAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRICEMST-FILE.
           05 TKT-PAY-TYPE PIC X(01).
               88 TKT-PAY-CASH VALUE "D".
               88 TKT-PAY-CARD VALUE "C".
           05 TKT-SALE-DATE PIC 9(06).
           05 FILLER PIC X(42).
       FD  CSHSESS-FILE.
       01  CSS-REC.
           05 CSS-CASHIER-ID PIC X(08).
               88 OCL-SEASON-OFF VALUE "B".
           05 OCL-REASON PIC X(20).
           05 FILLER PIC X(35).
       FD  COMPTRAN-FILE.
       01  CMP-REC.
           05 CMP-DATE PIC 9(06).
           05 CMP-GROUP-ID PIC X(08).
           05 CMP-CASHIER-ID PIC X(08).
           05 CMP-CATEGORY PIC X(01).
           05 CMP-TYPE PIC X(01).
               88 CMP-REFUND VALUE "R".
               88 CMP-VOUCHER VALUE "V".
           05 CMP-PAY-TYPE PIC X(01).
               88 CMP-PAY-CASH VALUE "D".
               88 CMP-PAY-CARD VALUE "C".
           05 CMP-QUANTITY PIC 9(05).
           05 CMP-SECTIONS-LOST PIC 9(02).
           05 CMP-PERCENT PIC 9(03)V99.
           05 CMP-SALE-AMOUNT PIC 9(07)V99.
           05 CMP-AMOUNT PIC 9(07)V99.
           05 FILLER PIC X(15).
       WORKING-STORAGE SECTION.
       77 WS-PRICEMST-STATUS PIC X(02) VALUE "00".
       77 WS-PRICEMST-OPEN-SW PIC X(01) VALUE "N".
       77 WS-OPRCAL-STATUS PIC X(02) VALUE "00".
       77 WS-OPRCAL-EOF-SW PIC X(01) VALUE "N".
           88 WS-OPRCAL-EOF VALUE "Y".
       77 WS-COMPTRAN-STATUS PIC X(02) VALUE "00".
       77 WS-COMPTRAN-OPEN-SW PIC X(01) VALUE "N".
       77 WS-COMPTRAN-EOF-SW PIC X(01) VALUE "N".
           88 WS-COMPTRAN-EOF VALUE "Y".
       77 WS-TOTAL-REFUND PIC 9(09)V99 VALUE ZERO.
       77 WS-TOTAL-VOUCHER PIC 9(09)V99 VALUE ZERO.
       77 WS-NET-REVENUE PIC S9(09)V99 VALUE ZERO.
       77 WS-EXPECTED-BANKED PIC S9(09)V99 VALUE ZERO.
       77 WS-LOOKUP-CASHIER PIC X(08) VALUE SPACES.
       77 WS-RUN-DATE PIC 9(06) VALUE ZERO.
       77 WS-CAL-END-DATE PIC 9(06) VALUE ZERO.
       77 WS-SEASON-CODE PIC X(01) VALUE "B".
               10 WS-CSH-DECL-CARD PIC 9(07)V99.
               10 WS-CSH-SALES-CASH PIC 9(09)V99.
               10 WS-CSH-SALES-CARD PIC 9(09)V99.
               10 WS-CSH-REFUND-CASH PIC 9(09)V99.
               10 WS-CSH-REFUND-CARD PIC 9(09)V99.
               10 WS-CSH-VOUCHER PIC 9(09)V99.
               10 WS-CSH-SESSION-SW PIC X(01).
       01  WS-STL-DETAIL-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(02) VALUE SPACES.
           05 SDL-NOTE PIC X(14).
           05 FILLER PIC X(01) VALUE SPACE.
       01  WS-STL-COMP-LINE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(07) VALUE "REEMB= ".
           05 SCL-REFUND PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(08) VALUE " VALES= ".
           05 SCL-VOUCHER PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(10) VALUE " LIQUIDO= ".
           05 SCL-NET PIC +++,++9.99.
           05 FILLER PIC X(13) VALUE SPACES.
       01  WS-STL-DEPOSIT-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DPL-CASHIER-ID PIC X(08).
               PERFORM READ-SALES-RECORD
               PERFORM TALLY-SALE UNTIL WS-SALES-EOF
           END-IF
           IF WS-COMPTRAN-OPEN-SW = "Y"
               PERFORM READ-COMPTRAN-RECORD
               PERFORM TALLY-COMPENSATION UNTIL WS-COMPTRAN-EOF
           END-IF
           IF WS-SETTRPT-OPEN-SW = "Y"
               PERFORM WRITE-SETTLEMENT-REPORT
               PERFORM WRITE-DEPOSIT-SLIP
           ELSE
               MOVE "Y" TO WS-CSHSESS-OPEN-SW
           END-IF
           OPEN INPUT COMPTRAN-FILE
           IF WS-COMPTRAN-STATUS = "00"
               MOVE "Y" TO WS-COMPTRAN-OPEN-SW
           ELSE
               IF WS-COMPTRAN-STATUS NOT = "05"
                   DISPLAY "COMPTRAN INDISPONIVEL STATUS "
                       WS-COMPTRAN-STATUS
               END-IF
           END-IF
           OPEN OUTPUT SETTRPT-FILE
           IF WS-SETTRPT-STATUS NOT = "00"
               DISPLAY "SETTRPT INDISPONIVEL STATUS "
               MOVE CSS-DECL-CARD TO WS-CSH-DECL-CARD (WS-CSH-USED)
               MOVE ZERO TO WS-CSH-SALES-CASH (WS-CSH-USED)
               MOVE ZERO TO WS-CSH-SALES-CARD (WS-CSH-USED)
               MOVE ZERO TO WS-CSH-REFUND-CASH (WS-CSH-USED)
               MOVE ZERO TO WS-CSH-REFUND-CARD (WS-CSH-USED)
               MOVE ZERO TO WS-CSH-VOUCHER (WS-CSH-USED)
               MOVE "Y" TO WS-CSH-SESSION-SW (WS-CSH-USED)
           ELSE
               DISPLAY "TABELA DE CAIXAS CHEIA " CSS-CASHIER-ID
       TALLY-SALE.
           IF TKT-QUANTITY IS NUMERIC AND TKT-AMOUNT IS NUMERIC
               PERFORM TALLY-EXPECTED-REVENUE
               MOVE TKT-CASHIER-ID TO WS-LOOKUP-CASHIER
               PERFORM LOCATE-CASHIER-ENTRY
               IF WS-CSH-HIT = "Y"
                   IF TKT-PAY-CARD
               END-IF
           END-IF
           PERFORM READ-SALES-RECORD.
       READ-COMPTRAN-RECORD.
           READ COMPTRAN-FILE
               AT END
                   MOVE "Y" TO WS-COMPTRAN-EOF-SW
           END-READ.
       TALLY-COMPENSATION.
           IF CMP-DATE = WS-RUN-DATE AND CMP-AMOUNT IS NUMERIC
               MOVE CMP-CASHIER-ID TO WS-LOOKUP-CASHIER
               PERFORM LOCATE-CASHIER-ENTRY
               IF CMP-REFUND
                   ADD CMP-AMOUNT TO WS-TOTAL-REFUND
                   IF WS-CSH-HIT = "Y"
                       IF CMP-PAY-CARD
                           ADD CMP-AMOUNT
                               TO WS-CSH-REFUND-CARD (WS-CSH-IX)
                       ELSE
                           ADD CMP-AMOUNT
                               TO WS-CSH-REFUND-CASH (WS-CSH-IX)
                       END-IF
                   END-IF
               END-IF
               IF CMP-VOUCHER
                   ADD CMP-AMOUNT TO WS-TOTAL-VOUCHER
                   IF WS-CSH-HIT = "Y"
                       ADD CMP-AMOUNT TO WS-CSH-VOUCHER (WS-CSH-IX)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-COMPTRAN-RECORD.
       TALLY-EXPECTED-REVENUE.
           MOVE "N" TO WS-PRICE-FOUND
           IF WS-PRICEMST-OPEN-SW = "Y"
               IF WS-CSH-USED < WS-CSH-MAX
                   ADD 1 TO WS-CSH-USED
                   MOVE WS-CSH-USED TO WS-CSH-IX
                   MOVE WS-LOOKUP-CASHIER TO WS-CSH-ID (WS-CSH-IX)
                   MOVE ZERO TO WS-CSH-FLOAT (WS-CSH-IX)
                   MOVE ZERO TO WS-CSH-DECL-CASH (WS-CSH-IX)
                   MOVE ZERO TO WS-CSH-DECL-CARD (WS-CSH-IX)
                   MOVE ZERO TO WS-CSH-SALES-CASH (WS-CSH-IX)
                   MOVE ZERO TO WS-CSH-SALES-CARD (WS-CSH-IX)
                   MOVE ZERO TO WS-CSH-REFUND-CASH (WS-CSH-IX)
                   MOVE ZERO TO WS-CSH-REFUND-CARD (WS-CSH-IX)
                   MOVE ZERO TO WS-CSH-VOUCHER (WS-CSH-IX)
                   MOVE "N" TO WS-CSH-SESSION-SW (WS-CSH-IX)
                   MOVE "Y" TO WS-CSH-HIT
               ELSE
                   DISPLAY "TABELA DE CAIXAS CHEIA "
                       WS-LOOKUP-CASHIER
               END-IF
           END-IF.
       FIND-CASHIER-ENTRY.
           ADD 1 TO WS-CSH-IX
           IF WS-CSH-ID (WS-CSH-IX) = WS-LOOKUP-CASHIER
               MOVE "Y" TO WS-CSH-HIT
           END-IF.
       WRITE-SETTLEMENT-REPORT.
                   MOVE "OK" TO SDL-NOTE
           END-EVALUATE
           MOVE WS-STL-DETAIL-LINE TO STL-REC
           WRITE STL-REC
           IF WS-CSH-REFUND-CASH (WS-CSH-IX) > ZERO
                   OR WS-CSH-REFUND-CARD (WS-CSH-IX) > ZERO
                   OR WS-CSH-VOUCHER (WS-CSH-IX) > ZERO
               COMPUTE SCL-REFUND = WS-CSH-REFUND-CASH (WS-CSH-IX)
                   + WS-CSH-REFUND-CARD (WS-CSH-IX)
               MOVE WS-CSH-VOUCHER (WS-CSH-IX) TO SCL-VOUCHER
               COMPUTE SCL-NET = WS-CSH-SALES-CASH (WS-CSH-IX)
                   + WS-CSH-SALES-CARD (WS-CSH-IX)
                   - WS-CSH-REFUND-CASH (WS-CSH-IX)
                   - WS-CSH-REFUND-CARD (WS-CSH-IX)
                   - WS-CSH-VOUCHER (WS-CSH-IX)
               MOVE WS-STL-COMP-LINE TO STL-REC
               WRITE STL-REC
           END-IF.
       WRITE-DEPOSIT-SLIP.
           MOVE SPACES TO STL-REC
           WRITE STL-REC
           MOVE WS-TOTAL-BANKED TO TTL-AMOUNT
           MOVE WS-STL-TOTAL-LINE TO STL-REC
           WRITE STL-REC
           MOVE "RECEITA BRUTA (REVRPT): " TO TTL-LABEL
           MOVE WS-TOTAL-REVENUE TO TTL-AMOUNT
           MOVE WS-STL-TOTAL-LINE TO STL-REC
           WRITE STL-REC
           MOVE "REEMBOLSOS:             " TO TTL-LABEL
           MOVE WS-TOTAL-REFUND TO TTL-AMOUNT
           MOVE WS-STL-TOTAL-LINE TO STL-REC
           WRITE STL-REC
           MOVE "VALES EMITIDOS:         " TO TTL-LABEL
           MOVE WS-TOTAL-VOUCHER TO TTL-AMOUNT
           MOVE WS-STL-TOTAL-LINE TO STL-REC
           WRITE STL-REC
           COMPUTE WS-NET-REVENUE = WS-TOTAL-REVENUE
               - WS-TOTAL-REFUND - WS-TOTAL-VOUCHER
           MOVE "RECEITA LIQUIDA:        " TO TTL-LABEL
           MOVE WS-NET-REVENUE TO TTL-AMOUNT
           MOVE WS-STL-TOTAL-LINE TO STL-REC
           WRITE STL-REC
           MOVE WS-TOTAL-REVENUE TO WS-EXPECTED-BANKED
           MOVE "ESPERADO EM BANCO:      " TO TTL-LABEL
           MOVE WS-EXPECTED-BANKED TO TTL-AMOUNT
           MOVE WS-STL-TOTAL-LINE TO STL-REC
           WRITE STL-REC
           COMPUTE WS-BANK-DIFF = WS-TOTAL-BANKED
               - WS-EXPECTED-BANKED
           MOVE "DIFERENCA:              " TO TTL-LABEL
           MOVE WS-BANK-DIFF TO TTL-AMOUNT
           MOVE WS-STL-TOTAL-LINE TO STL-REC
           IF WS-CSHSESS-OPEN-SW = "Y"
               CLOSE CSHSESS-FILE
           END-IF
           IF WS-COMPTRAN-OPEN-SW = "Y"
               CLOSE COMPTRAN-FILE
           END-IF
           IF WS-SETTRPT-OPEN-SW = "Y"
               CLOSE SETTRPT-FILE
           END-IF
