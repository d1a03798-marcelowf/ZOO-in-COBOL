           SELECT OPTIONAL MBRVAL-FILE ASSIGN TO "MBRVAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MBRVAL-STATUS.
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
       FD  VISITORS-FILE.
       01  VIS-REC.
           05 VIS-GROUP-ID PIC X(08).
           05 MBV-MEMBER-ID PIC X(08).
           05 MBV-GROUP-ID PIC X(08).
           05 MBV-HEADCOUNT PIC 9(05).
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
       77 WS-MBRVAL-OPEN-SW PIC X(01) VALUE "N".
       77 WS-MBRVAL-EOF-SW PIC X(01) VALUE "N".
           88 WS-MBRVAL-EOF VALUE "Y".
       77 WS-COMPTRAN-STATUS PIC X(02) VALUE "00".
       77 WS-COMPTRAN-EOF-SW PIC X(01) VALUE "N".
           88 WS-COMPTRAN-EOF VALUE "Y".
       77 WS-TOTAL-REFUND PIC 9(09)V99 VALUE ZERO.
       77 WS-TOTAL-VOUCHER PIC 9(09)V99 VALUE ZERO.
       77 WS-NET-REVENUE PIC S9(09)V99 VALUE ZERO.
       77 WS-MEMBER-ENTRIES PIC 9(05) VALUE ZERO.
       77 WS-MEMBER-HEADS PIC 9(07) VALUE ZERO.
       77 WS-PRICE-FOUND PIC X(01) VALUE "N".
           05 FILLER PIC X(28) VALUE SPACES.
       01  WS-REV-TOTAL-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 RTL-LABEL PIC X(17).
           05 RTL-REVENUE PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(44) VALUE SPACES.
       01  WS-REC-DETAIL-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 RCL-GROUP-ID PIC X(08).
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM READ-SEASON-CODE
           PERFORM LOAD-COMPENSATION
           OPEN INPUT PRICEMST-FILE
           IF WS-PRICEMST-STATUS NOT = "00"
               DISPLAY "PRICEMST INDISPONIVEL STATUS "
           IF WS-SEASON-PEAK
               DISPLAY "TEMPORADA ALTA EM VIGOR"
           END-IF.
       LOAD-COMPENSATION.
           OPEN INPUT COMPTRAN-FILE
           IF WS-COMPTRAN-STATUS = "00"
               PERFORM READ-COMPTRAN-RECORD
               PERFORM ACCUMULATE-COMPENSATION UNTIL WS-COMPTRAN-EOF
               CLOSE COMPTRAN-FILE
           ELSE
               IF WS-COMPTRAN-STATUS NOT = "05"
                   DISPLAY "COMPTRAN INDISPONIVEL STATUS "
                       WS-COMPTRAN-STATUS
               END-IF
           END-IF.
       READ-COMPTRAN-RECORD.
           READ COMPTRAN-FILE
               AT END
                   MOVE "Y" TO WS-COMPTRAN-EOF-SW
           END-READ.
       ACCUMULATE-COMPENSATION.
           IF CMP-DATE = WS-RUN-DATE AND CMP-AMOUNT IS NUMERIC
               IF CMP-REFUND
                   ADD CMP-AMOUNT TO WS-TOTAL-REFUND
               END-IF
               IF CMP-VOUCHER
                   ADD CMP-AMOUNT TO WS-TOTAL-VOUCHER
               END-IF
           END-IF
           PERFORM READ-COMPTRAN-RECORD.
       READ-OPRCAL-RECORD.
           READ OPRCAL-FILE
               AT END
               MOVE ZERO TO WS-CAT-IX
               PERFORM WRITE-CATEGORY-LINE
                   UNTIL WS-CAT-IX >= WS-CAT-USED
               MOVE "RECEITA BRUTA:" TO RTL-LABEL
               MOVE WS-TOTAL-REVENUE TO RTL-REVENUE
               MOVE WS-REV-TOTAL-LINE TO REV-REC
               WRITE REV-REC
               MOVE "REEMBOLSOS:" TO RTL-LABEL
               MOVE WS-TOTAL-REFUND TO RTL-REVENUE
               MOVE WS-REV-TOTAL-LINE TO REV-REC
               WRITE REV-REC
               MOVE "VALES EMITIDOS:" TO RTL-LABEL
               MOVE WS-TOTAL-VOUCHER TO RTL-REVENUE
               MOVE WS-REV-TOTAL-LINE TO REV-REC
               WRITE REV-REC
               COMPUTE WS-NET-REVENUE = WS-TOTAL-REVENUE
                   - WS-TOTAL-REFUND - WS-TOTAL-VOUCHER
               MOVE "RECEITA LIQUIDA:" TO RTL-LABEL
               MOVE WS-NET-REVENUE TO RTL-REVENUE
               MOVE WS-REV-TOTAL-LINE TO REV-REC
               WRITE REV-REC
               MOVE WS-SALES-READ TO RVL-READ
               MOVE WS-SALES-REJECTED TO RVL-REJECTED
               MOVE WS-REV-COUNTS-LINE TO REV-REC
