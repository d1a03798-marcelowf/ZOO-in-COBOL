       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBOL27.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOURLOG-FILE ASSIGN TO "TOURLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOURLOG-STATUS.
           SELECT OPTIONAL VISITORS-FILE ASSIGN TO "VISITORS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VISITORS-STATUS.
           SELECT TICKSALES-FILE ASSIGN TO "TICKSALES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TICKSALES-STATUS.
           SELECT OPTIONAL COMPPOL-FILE ASSIGN TO "COMPPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMPPOL-STATUS.
           SELECT OPTIONAL CTLCARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.
           SELECT COMPTRAN-FILE ASSIGN TO "COMPTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMPTRAN-STATUS.
           SELECT COMPRPT-FILE ASSIGN TO "COMPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMPRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TOURLOG-FILE.
       01  TLG-REC.
           05 TLG-GROUP-ID PIC X(08).
           05 TLG-SECTION-NAME PIC X(11).
           05 TLG-SEQUENCE-NO PIC 9(05).
           05 TLG-TIMESTAMP.
               10 TLG-DATE PIC 9(06).
               10 TLG-TIME PIC 9(08).
       FD  VISITORS-FILE.
       01  VIS-REC.
           05 VIS-GROUP-ID PIC X(08).
           05 VIS-HEADCOUNT PIC 9(05).
       FD  TICKSALES-FILE.
       01  TKT-REC.
           05 TKT-GROUP-ID PIC X(08).
           05 TKT-CATEGORY PIC X(01).
           05 TKT-QUANTITY PIC 9(05).
           05 TKT-AMOUNT PIC 9(07)V99.
           05 TKT-CASHIER-ID PIC X(08).
           05 TKT-PAY-TYPE PIC X(01).
               88 TKT-PAY-CASH VALUE "D".
               88 TKT-PAY-CARD VALUE "C".
           05 TKT-SALE-DATE PIC 9(06).
           05 FILLER PIC X(42).
       FD  COMPPOL-FILE.
       01  CPP-REC.
           05 CPP-CATEGORY PIC X(01).
           05 CPP-MIN-LOST PIC 9(02).
           05 CPP-ACTION PIC X(01).
               88 CPP-REFUND VALUE "R".
               88 CPP-VOUCHER VALUE "V".
               88 CPP-ACTION-VALID VALUE "R" "V".
           05 CPP-PERCENT PIC 9(03)V99.
           05 FILLER PIC X(71).
       FD  CTLCARD-FILE.
       01  CTL-REC.
           05 FILLER PIC X(06).
           05 CTL-RUN-MODE PIC X(01).
               88 CTL-MODE-HERP VALUE "H".
               88 CTL-MODE-MAM VALUE "M".
           05 FILLER PIC X(73).
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
       FD  COMPRPT-FILE.
       01  CMR-REC PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-TOURLOG-STATUS PIC X(02) VALUE "00".
       77 WS-TOURLOG-OPEN-SW PIC X(01) VALUE "N".
       77 WS-TOURLOG-EOF-SW PIC X(01) VALUE "N".
           88 WS-TOURLOG-EOF VALUE "Y".
       77 WS-VISITORS-STATUS PIC X(02) VALUE "00".
       77 WS-VISITORS-OPEN-SW PIC X(01) VALUE "N".
       77 WS-VISITORS-EOF-SW PIC X(01) VALUE "N".
           88 WS-VISITORS-EOF VALUE "Y".
       77 WS-TICKSALES-STATUS PIC X(02) VALUE "00".
       77 WS-TICKSALES-OPEN-SW PIC X(01) VALUE "N".
       77 WS-SALES-EOF-SW PIC X(01) VALUE "N".
           88 WS-SALES-EOF VALUE "Y".
       77 WS-COMPPOL-STATUS PIC X(02) VALUE "00".
       77 WS-COMPPOL-EOF-SW PIC X(01) VALUE "N".
           88 WS-COMPPOL-EOF VALUE "Y".
       77 WS-CTLCARD-STATUS PIC X(02) VALUE "00".
       77 WS-COMPTRAN-STATUS PIC X(02) VALUE "00".
       77 WS-COMPTRAN-OPEN-SW PIC X(01) VALUE "N".
       77 WS-COMPTRAN-EOF-SW PIC X(01) VALUE "N".
           88 WS-COMPTRAN-EOF VALUE "Y".
       77 WS-ALREADY-RUN-SW PIC X(01) VALUE "N".
           88 WS-ALREADY-RUN VALUE "Y".
       77 WS-COMPRPT-STATUS PIC X(02) VALUE "00".
       77 WS-COMPRPT-OPEN-SW PIC X(01) VALUE "N".
       77 WS-RUN-DATE PIC 9(06) VALUE ZERO.
       77 WS-RUN-MODE PIC X(01) VALUE "F".
       77 WS-SECTIONS-LOST PIC 9(02) VALUE ZERO.
       77 WS-CLOSED-COUNT PIC 9(02) VALUE ZERO.
       77 WS-COMP-AMOUNT PIC 9(07)V99 VALUE ZERO.
       77 WS-SALES-READ PIC 9(05) VALUE ZERO.
       77 WS-COMP-COUNT PIC 9(05) VALUE ZERO.
       77 WS-NO-POLICY-COUNT PIC 9(05) VALUE ZERO.
       77 WS-OTHER-DATE-COUNT PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-REFUND PIC 9(09)V99 VALUE ZERO.
       77 WS-TOTAL-VOUCHER PIC 9(09)V99 VALUE ZERO.
       77 WS-LOOKUP-GROUP PIC X(08) VALUE SPACES.
       77 WS-LOOKUP-SECTION PIC X(11) VALUE SPACES.
       77 WS-LOOKUP-CATEGORY PIC X(01) VALUE SPACE.
       77 WS-STD-IX PIC 9(02) VALUE ZERO COMP.
       77 WS-STD-HIT PIC X(01) VALUE "N".
       77 WS-GROUP-MAX PIC 9(03) VALUE 200 COMP.
       77 WS-GROUP-USED PIC 9(03) VALUE ZERO COMP.
       77 WS-GROUP-IX PIC 9(03) VALUE ZERO COMP.
       77 WS-GROUP-HIT PIC X(01) VALUE "N".
       77 WS-POL-MAX PIC 9(02) VALUE 50 COMP.
       77 WS-POL-USED PIC 9(02) VALUE ZERO COMP.
       77 WS-POL-IX PIC 9(02) VALUE ZERO COMP.
       77 WS-POL-BEST PIC 9(02) VALUE ZERO COMP.
       01  WS-STD-DATA.
           05 FILLER PIC X(11) VALUE "AVIARIO".
           05 FILLER PIC X(11) VALUE "HERPETARIO".
           05 FILLER PIC X(11) VALUE "AQUARIO".
           05 FILLER PIC X(11) VALUE "MAMIFERARIO".
           05 FILLER PIC X(11) VALUE "INSETARIO".
           05 FILLER PIC X(11) VALUE "CRIADOURO".
       01  WS-STD-TABLE REDEFINES WS-STD-DATA.
           05 WS-STD-NAME PIC X(11) OCCURS 6 TIMES.
       01  WS-STD-FLAGS.
           05 WS-STD-FLAG-ENTRY OCCURS 6 TIMES.
               10 WS-STD-IN-VISIT PIC X(01).
               10 WS-STD-CLOSED PIC X(01).
       01  WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 200 TIMES.
               10 WS-GRP-ID PIC X(08).
               10 WS-GRP-LOST PIC 9(02).
               10 WS-GRP-VISITED PIC X(01) OCCURS 6 TIMES.
       01  WS-POL-TABLE.
           05 WS-POL-ENTRY OCCURS 50 TIMES.
               10 WS-POL-CATEGORY PIC X(01).
               10 WS-POL-MIN-LOST PIC 9(02).
               10 WS-POL-ACTION PIC X(01).
               10 WS-POL-PERCENT PIC 9(03)V99.
       01  WS-CMR-CLOSED-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "SECAO FECHADA: ".
           05 CCL-SECTION-NAME PIC X(11).
           05 FILLER PIC X(50) VALUE SPACES.
       01  WS-CMR-HEADING-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "GRUPO".
           05 FILLER PIC X(09) VALUE "CAIXA".
           05 FILLER PIC X(03) VALUE "C".
           05 FILLER PIC X(04) VALUE "PD".
           05 FILLER PIC X(08) VALUE "TIPO".
           05 FILLER PIC X(07) VALUE "   PCT".
           05 FILLER PIC X(11) VALUE "     VENDA".
           05 FILLER PIC X(11) VALUE "   COMPENS.".
           05 FILLER PIC X(17) VALUE "OBS".
       01  WS-CMR-DETAIL-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 CDL-GROUP-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 CDL-CASHIER-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 CDL-CATEGORY PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.
           05 CDL-LOST PIC Z9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 CDL-TYPE PIC X(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 CDL-PERCENT PIC ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 CDL-SALE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 CDL-AMOUNT PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 CDL-NOTE PIC X(17).
       01  WS-CMR-COUNTS-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "VENDAS LIDAS: ".
           05 CNT-READ PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "COMPENSADAS: ".
           05 CNT-COMPENSATED PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "SEM POLITICA: ".
           05 CNT-NO-POLICY PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "FORA DATA: ".
           05 CNT-OTHER-DATE PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
       01  WS-CMR-AMOUNTS-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "REEMBOLSOS: ".
           05 CAL-REFUND PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(03) VALUE SPACES.
           05 FILLER PIC X(07) VALUE "VALES: ".
           05 CAL-VOUCHER PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "COMPENSACAO POR SECOES FECHADAS".
           PERFORM INITIALIZE-RUN.
           IF WS-TOURLOG-OPEN-SW = "Y" AND WS-TICKSALES-OPEN-SW = "Y"
                   AND NOT WS-ALREADY-RUN
               IF WS-VISITORS-OPEN-SW = "Y"
                   PERFORM READ-VISITORS-RECORD
                   PERFORM LOAD-VISITOR-GROUP UNTIL WS-VISITORS-EOF
               END-IF
               PERFORM READ-TOURLOG-RECORD
               PERFORM PROCESS-LOG-RECORD UNTIL WS-TOURLOG-EOF
               PERFORM COUNT-LOST-SECTIONS
               PERFORM WRITE-CLOSED-SECTIONS
               IF WS-CLOSED-COUNT > ZERO
                   PERFORM READ-SALES-RECORD
                   PERFORM PROCESS-SALE UNTIL WS-SALES-EOF
               END-IF
           END-IF
           PERFORM END-PROC.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE SPACES TO WS-GROUP-TABLE
           OPEN INPUT CTLCARD-FILE
           IF WS-CTLCARD-STATUS = "00"
               READ CTLCARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-RUN-MODE TO WS-RUN-MODE
               END-READ
               CLOSE CTLCARD-FILE
           END-IF
           PERFORM SET-STANDARD-VISIT
           PERFORM LOAD-POLICY-TABLE
           OPEN INPUT TOURLOG-FILE
           IF WS-TOURLOG-STATUS NOT = "00"
               DISPLAY "TOURLOG INDISPONIVEL STATUS "
                   WS-TOURLOG-STATUS
           ELSE
               MOVE "Y" TO WS-TOURLOG-OPEN-SW
           END-IF
           OPEN INPUT VISITORS-FILE
           IF WS-VISITORS-STATUS = "00"
               MOVE "Y" TO WS-VISITORS-OPEN-SW
           ELSE
               IF WS-VISITORS-STATUS NOT = "05"
                   DISPLAY "VISITORS INDISPONIVEL STATUS "
                       WS-VISITORS-STATUS
               END-IF
           END-IF
           OPEN INPUT TICKSALES-FILE
           IF WS-TICKSALES-STATUS NOT = "00"
               DISPLAY "TICKSALES INDISPONIVEL STATUS "
                   WS-TICKSALES-STATUS
           ELSE
               MOVE "Y" TO WS-TICKSALES-OPEN-SW
           END-IF
           PERFORM CHECK-COMPTRAN-DATE
           IF WS-ALREADY-RUN
               DISPLAY "COMPENSACAO JA GERADA EM " WS-RUN-DATE
                   " - COMPTRAN NAO ALTERADO"
           ELSE
               OPEN EXTEND COMPTRAN-FILE
               IF WS-COMPTRAN-STATUS NOT = "00"
                   OPEN OUTPUT COMPTRAN-FILE
               END-IF
               IF WS-COMPTRAN-STATUS = "00"
                   MOVE "Y" TO WS-COMPTRAN-OPEN-SW
               ELSE
                   DISPLAY "COMPTRAN INDISPONIVEL STATUS "
                       WS-COMPTRAN-STATUS
               END-IF
           END-IF
           OPEN OUTPUT COMPRPT-FILE
           IF WS-COMPRPT-STATUS NOT = "00"
               DISPLAY "COMPRPT INDISPONIVEL STATUS "
                   WS-COMPRPT-STATUS
           ELSE
               MOVE "Y" TO WS-COMPRPT-OPEN-SW
               MOVE "COMPENSACOES POR SECOES FECHADAS" TO CMR-REC
               WRITE CMR-REC
               IF WS-ALREADY-RUN
                   MOVE "COMPENSACAO JA GERADA NESTA DATA" TO CMR-REC
                   WRITE CMR-REC
               END-IF
           END-IF.
       CHECK-COMPTRAN-DATE.
           OPEN INPUT COMPTRAN-FILE
           IF WS-COMPTRAN-STATUS = "00"
               PERFORM READ-COMPTRAN-RECORD
               PERFORM SCAN-COMPTRAN-RECORD
                   UNTIL WS-COMPTRAN-EOF OR WS-ALREADY-RUN
               CLOSE COMPTRAN-FILE
           END-IF.
       READ-COMPTRAN-RECORD.
           READ COMPTRAN-FILE
               AT END
                   MOVE "Y" TO WS-COMPTRAN-EOF-SW
           END-READ.
       SCAN-COMPTRAN-RECORD.
           IF CMP-DATE = WS-RUN-DATE
               MOVE "Y" TO WS-ALREADY-RUN-SW
           ELSE
               PERFORM READ-COMPTRAN-RECORD
           END-IF.
       SET-STANDARD-VISIT.
           MOVE ZERO TO WS-STD-IX
           PERFORM RESET-STANDARD-FLAG UNTIL WS-STD-IX >= 6
           EVALUATE WS-RUN-MODE
               WHEN "H"
                   MOVE "Y" TO WS-STD-IN-VISIT (2)
               WHEN "M"
                   MOVE "Y" TO WS-STD-IN-VISIT (4)
               WHEN OTHER
                   MOVE "YNYNYNYNYNYN" TO WS-STD-FLAGS
           END-EVALUATE.
       RESET-STANDARD-FLAG.
           ADD 1 TO WS-STD-IX
           MOVE "N" TO WS-STD-IN-VISIT (WS-STD-IX)
           MOVE "N" TO WS-STD-CLOSED (WS-STD-IX).
       LOAD-POLICY-TABLE.
           OPEN INPUT COMPPOL-FILE
           IF WS-COMPPOL-STATUS = "00"
               PERFORM READ-POLICY-RECORD
               PERFORM LOAD-POLICY-ENTRY UNTIL WS-COMPPOL-EOF
               CLOSE COMPPOL-FILE
           ELSE
               IF WS-COMPPOL-STATUS NOT = "05"
                   DISPLAY "COMPPOL INDISPONIVEL STATUS "
                       WS-COMPPOL-STATUS
               END-IF
           END-IF.
       READ-POLICY-RECORD.
           READ COMPPOL-FILE
               AT END
                   MOVE "Y" TO WS-COMPPOL-EOF-SW
           END-READ.
       LOAD-POLICY-ENTRY.
           IF CPP-MIN-LOST IS NOT NUMERIC
                   OR CPP-PERCENT IS NOT NUMERIC
                   OR NOT CPP-ACTION-VALID
                   OR CPP-MIN-LOST = ZERO
                   OR CPP-PERCENT > 100
               DISPLAY "POLITICA INVALIDA IGNORADA " CPP-CATEGORY
                   " " CPP-MIN-LOST
           ELSE
               IF WS-POL-USED < WS-POL-MAX
                   ADD 1 TO WS-POL-USED
                   MOVE CPP-CATEGORY TO WS-POL-CATEGORY (WS-POL-USED)
                   MOVE CPP-MIN-LOST TO WS-POL-MIN-LOST (WS-POL-USED)
                   MOVE CPP-ACTION TO WS-POL-ACTION (WS-POL-USED)
                   MOVE CPP-PERCENT TO WS-POL-PERCENT (WS-POL-USED)
               ELSE
                   DISPLAY "TABELA DE POLITICAS CHEIA " CPP-CATEGORY
               END-IF
           END-IF
           PERFORM READ-POLICY-RECORD.
       READ-VISITORS-RECORD.
           READ VISITORS-FILE
               AT END
                   MOVE "Y" TO WS-VISITORS-EOF-SW
           END-READ.
       LOAD-VISITOR-GROUP.
           MOVE VIS-GROUP-ID TO WS-LOOKUP-GROUP
           PERFORM LOCATE-GROUP-ENTRY
           PERFORM READ-VISITORS-RECORD.
       READ-TOURLOG-RECORD.
           READ TOURLOG-FILE
               AT END
                   MOVE "Y" TO WS-TOURLOG-EOF-SW
           END-READ.
       PROCESS-LOG-RECORD.
           MOVE TLG-SECTION-NAME TO WS-LOOKUP-SECTION
           PERFORM LOCATE-STANDARD-SECTION
           IF TLG-GROUP-ID = "FECHADO"
               IF WS-STD-HIT = "Y"
                   MOVE "Y" TO WS-STD-CLOSED (WS-STD-IX)
               END-IF
           END-IF
           IF TLG-GROUP-ID NOT = "FECHADO"
                   AND TLG-SEQUENCE-NO NOT = ZERO
               MOVE TLG-GROUP-ID TO WS-LOOKUP-GROUP
               PERFORM LOCATE-GROUP-ENTRY
               IF WS-GROUP-HIT = "Y" AND WS-STD-HIT = "Y"
                   MOVE "Y" TO WS-GRP-VISITED (WS-GROUP-IX, WS-STD-IX)
               END-IF
           END-IF
           PERFORM READ-TOURLOG-RECORD.
       LOCATE-STANDARD-SECTION.
           MOVE "N" TO WS-STD-HIT
           MOVE ZERO TO WS-STD-IX
           PERFORM FIND-STANDARD-SECTION
               UNTIL WS-STD-HIT = "Y" OR WS-STD-IX >= 6.
       FIND-STANDARD-SECTION.
           ADD 1 TO WS-STD-IX
           IF WS-STD-NAME (WS-STD-IX) = WS-LOOKUP-SECTION
               MOVE "Y" TO WS-STD-HIT
           END-IF.
       LOCATE-GROUP-ENTRY.
           MOVE "N" TO WS-GROUP-HIT
           MOVE ZERO TO WS-GROUP-IX
           PERFORM FIND-GROUP-ENTRY
               UNTIL WS-GROUP-HIT = "Y"
               OR WS-GROUP-IX >= WS-GROUP-USED
           IF WS-GROUP-HIT = "N"
               IF WS-GROUP-USED < WS-GROUP-MAX
                   ADD 1 TO WS-GROUP-USED
                   MOVE WS-GROUP-USED TO WS-GROUP-IX
                   MOVE WS-LOOKUP-GROUP TO WS-GRP-ID (WS-GROUP-IX)
                   MOVE ZERO TO WS-GRP-LOST (WS-GROUP-IX)
                   MOVE "Y" TO WS-GROUP-HIT
                   MOVE ZERO TO WS-STD-IX
                   PERFORM RESET-GROUP-VISIT UNTIL WS-STD-IX >= 6
               ELSE
                   DISPLAY "TABELA DE GRUPOS CHEIA GRUPO "
                       WS-LOOKUP-GROUP
               END-IF
           END-IF.
       FIND-GROUP-ENTRY.
           ADD 1 TO WS-GROUP-IX
           IF WS-GRP-ID (WS-GROUP-IX) = WS-LOOKUP-GROUP
               MOVE "Y" TO WS-GROUP-HIT
           END-IF.
       RESET-GROUP-VISIT.
           ADD 1 TO WS-STD-IX
           MOVE "N" TO WS-GRP-VISITED (WS-GROUP-IX, WS-STD-IX).
       COUNT-LOST-SECTIONS.
           MOVE ZERO TO WS-GROUP-IX
           PERFORM COUNT-GROUP-LOSS UNTIL WS-GROUP-IX >= WS-GROUP-USED.
       COUNT-GROUP-LOSS.
           ADD 1 TO WS-GROUP-IX
           MOVE ZERO TO WS-STD-IX
           PERFORM CHECK-SECTION-LOST UNTIL WS-STD-IX >= 6.
       CHECK-SECTION-LOST.
           ADD 1 TO WS-STD-IX
           IF WS-STD-IN-VISIT (WS-STD-IX) = "Y"
                   AND WS-STD-CLOSED (WS-STD-IX) = "Y"
                   AND WS-GRP-VISITED (WS-GROUP-IX, WS-STD-IX) = "N"
               ADD 1 TO WS-GRP-LOST (WS-GROUP-IX)
           END-IF.
       WRITE-CLOSED-SECTIONS.
           MOVE ZERO TO WS-STD-IX
           PERFORM WRITE-CLOSED-LINE UNTIL WS-STD-IX >= 6
           IF WS-COMPRPT-OPEN-SW = "Y"
               MOVE SPACES TO CMR-REC
               WRITE CMR-REC
               MOVE WS-CMR-HEADING-LINE TO CMR-REC
               WRITE CMR-REC
           END-IF.
       WRITE-CLOSED-LINE.
           ADD 1 TO WS-STD-IX
           IF WS-STD-IN-VISIT (WS-STD-IX) = "Y"
                   AND WS-STD-CLOSED (WS-STD-IX) = "Y"
               ADD 1 TO WS-CLOSED-COUNT
               IF WS-COMPRPT-OPEN-SW = "Y"
                   MOVE WS-STD-NAME (WS-STD-IX) TO CCL-SECTION-NAME
                   MOVE WS-CMR-CLOSED-LINE TO CMR-REC
                   WRITE CMR-REC
               END-IF
           END-IF.
       READ-SALES-RECORD.
           READ TICKSALES-FILE
               AT END
                   MOVE "Y" TO WS-SALES-EOF-SW
           END-READ
           IF NOT WS-SALES-EOF
               ADD 1 TO WS-SALES-READ
           END-IF.
       PROCESS-SALE.
           IF TKT-SALE-DATE IS NUMERIC AND TKT-SALE-DATE > ZERO
                   AND TKT-SALE-DATE NOT = WS-RUN-DATE
               ADD 1 TO WS-OTHER-DATE-COUNT
           ELSE
               IF TKT-QUANTITY IS NUMERIC AND TKT-AMOUNT IS NUMERIC
                   PERFORM CHECK-SALE-GROUP
               END-IF
           END-IF
           PERFORM READ-SALES-RECORD.
       CHECK-SALE-GROUP.
           MOVE "N" TO WS-GROUP-HIT
           MOVE ZERO TO WS-GROUP-IX
           MOVE TKT-GROUP-ID TO WS-LOOKUP-GROUP
           PERFORM FIND-GROUP-ENTRY
               UNTIL WS-GROUP-HIT = "Y"
               OR WS-GROUP-IX >= WS-GROUP-USED
           IF WS-GROUP-HIT = "Y"
               MOVE WS-GRP-LOST (WS-GROUP-IX) TO WS-SECTIONS-LOST
               IF WS-SECTIONS-LOST > ZERO
                   PERFORM COMPENSATE-SALE
               END-IF
           END-IF.
       COMPENSATE-SALE.
           MOVE TKT-CATEGORY TO WS-LOOKUP-CATEGORY
           PERFORM SELECT-POLICY
           IF WS-POL-BEST = ZERO
               MOVE "*" TO WS-LOOKUP-CATEGORY
               PERFORM SELECT-POLICY
           END-IF
           MOVE TKT-GROUP-ID TO CDL-GROUP-ID
           MOVE TKT-CASHIER-ID TO CDL-CASHIER-ID
           MOVE TKT-CATEGORY TO CDL-CATEGORY
           MOVE WS-SECTIONS-LOST TO CDL-LOST
           MOVE TKT-AMOUNT TO CDL-SALE
           IF WS-POL-BEST = ZERO
               ADD 1 TO WS-NO-POLICY-COUNT
               MOVE SPACES TO CDL-TYPE
               MOVE ZERO TO CDL-PERCENT
               MOVE ZERO TO CDL-AMOUNT
               MOVE "SEM POLITICA" TO CDL-NOTE
           ELSE
               COMPUTE WS-COMP-AMOUNT ROUNDED = TKT-AMOUNT
                   * WS-POL-PERCENT (WS-POL-BEST) / 100
               PERFORM WRITE-COMPENSATION
               MOVE WS-POL-PERCENT (WS-POL-BEST) TO CDL-PERCENT
               MOVE WS-COMP-AMOUNT TO CDL-AMOUNT
               IF WS-POL-ACTION (WS-POL-BEST) = "R"
                   MOVE "REEMB." TO CDL-TYPE
                   IF TKT-PAY-CARD
                       MOVE "ESTORNO CARTAO" TO CDL-NOTE
                   ELSE
                       MOVE "DEVOLVER DINHEIRO" TO CDL-NOTE
                   END-IF
               ELSE
                   MOVE "VALE" TO CDL-TYPE
                   MOVE "EMITIR VALE" TO CDL-NOTE
               END-IF
           END-IF
           IF WS-COMPRPT-OPEN-SW = "Y"
               MOVE WS-CMR-DETAIL-LINE TO CMR-REC
               WRITE CMR-REC
           END-IF.
       SELECT-POLICY.
           MOVE ZERO TO WS-POL-BEST
           MOVE ZERO TO WS-POL-IX
           PERFORM SCAN-POLICY-ENTRY UNTIL WS-POL-IX >= WS-POL-USED.
       SCAN-POLICY-ENTRY.
           ADD 1 TO WS-POL-IX
           IF WS-POL-CATEGORY (WS-POL-IX) = WS-LOOKUP-CATEGORY
                   AND WS-POL-MIN-LOST (WS-POL-IX)
                       NOT > WS-SECTIONS-LOST
               IF WS-POL-BEST = ZERO
                   MOVE WS-POL-IX TO WS-POL-BEST
               ELSE
                   IF WS-POL-MIN-LOST (WS-POL-IX)
                           > WS-POL-MIN-LOST (WS-POL-BEST)
                       MOVE WS-POL-IX TO WS-POL-BEST
                   END-IF
               END-IF
           END-IF.
       WRITE-COMPENSATION.
           ADD 1 TO WS-COMP-COUNT
           IF WS-POL-ACTION (WS-POL-BEST) = "R"
               ADD WS-COMP-AMOUNT TO WS-TOTAL-REFUND
           ELSE
               ADD WS-COMP-AMOUNT TO WS-TOTAL-VOUCHER
           END-IF
           IF WS-COMPTRAN-OPEN-SW = "Y"
               MOVE SPACES TO CMP-REC
               MOVE WS-RUN-DATE TO CMP-DATE
               MOVE TKT-GROUP-ID TO CMP-GROUP-ID
               MOVE TKT-CASHIER-ID TO CMP-CASHIER-ID
               MOVE TKT-CATEGORY TO CMP-CATEGORY
               MOVE WS-POL-ACTION (WS-POL-BEST) TO CMP-TYPE
               MOVE TKT-PAY-TYPE TO CMP-PAY-TYPE
               MOVE TKT-QUANTITY TO CMP-QUANTITY
               MOVE WS-SECTIONS-LOST TO CMP-SECTIONS-LOST
               MOVE WS-POL-PERCENT (WS-POL-BEST) TO CMP-PERCENT
               MOVE TKT-AMOUNT TO CMP-SALE-AMOUNT
               MOVE WS-COMP-AMOUNT TO CMP-AMOUNT
               WRITE CMP-REC
           END-IF.
       END-PROC SECTION.
           IF WS-COMPRPT-OPEN-SW = "Y"
               MOVE SPACES TO CMR-REC
               WRITE CMR-REC
               MOVE WS-SALES-READ TO CNT-READ
               MOVE WS-COMP-COUNT TO CNT-COMPENSATED
               MOVE WS-NO-POLICY-COUNT TO CNT-NO-POLICY
               MOVE WS-OTHER-DATE-COUNT TO CNT-OTHER-DATE
               MOVE WS-CMR-COUNTS-LINE TO CMR-REC
               WRITE CMR-REC
               MOVE WS-TOTAL-REFUND TO CAL-REFUND
               MOVE WS-TOTAL-VOUCHER TO CAL-VOUCHER
               MOVE WS-CMR-AMOUNTS-LINE TO CMR-REC
               WRITE CMR-REC
               CLOSE COMPRPT-FILE
           END-IF
           IF WS-TOURLOG-OPEN-SW = "Y"
               CLOSE TOURLOG-FILE
           END-IF
           IF WS-VISITORS-OPEN-SW = "Y"
               CLOSE VISITORS-FILE
           END-IF
           IF WS-TICKSALES-OPEN-SW = "Y"
               CLOSE TICKSALES-FILE
           END-IF
           IF WS-COMPTRAN-OPEN-SW = "Y"
               CLOSE COMPTRAN-FILE
           END-IF
           IF WS-NO-POLICY-COUNT > ZERO OR WS-ALREADY-RUN
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FIM DA COMPENSACAO POR SECOES FECHADAS"
           STOP RUN.

       END PROGRAM PROGCOBOL27.
