       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBOL23.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPTIONAL MEDUSAGE-FILE ASSIGN TO "MEDUSAGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MEDUSAGE-STATUS.
           SELECT OPTIONAL KPRHIST-FILE ASSIGN TO "KPRHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KPRHIST-STATUS.
           SELECT OPTIONAL TOURHIST-FILE ASSIGN TO "TOURHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOURHIST-STATUS.
           SELECT OPTIONAL TOURLOG-FILE ASSIGN TO "TOURLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOURLOG-STATUS.
           SELECT OPTIONAL CTLCARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.
           SELECT COSTRPT-FILE ASSIGN TO "COSTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COSTRPT-STATUS.
       DATA DIVISION.
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
           05 FDS-FEED-TIME-2 PIC 9(04).
           05 FDS-FEED-TIME-3 PIC 9(04).
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
       FD  MEDUSAGE-FILE.
       01  MUS-REC.
           05 MUS-DATE PIC 9(06).
           05 MUS-CASE-ID PIC X(08).
           05 MUS-ENCLOSURE-ID PIC X(11).
           05 MUS-DRUG-CODE PIC X(08).
           05 MUS-DOSE-QTY PIC 9(03)V99.
           05 MUS-COST PIC 9(07)V99.
       FD  KPRHIST-FILE.
       01  KPH-REC.
           05 KPH-DATE PIC 9(06).
           05 KPH-KEEPER-ID PIC X(08).
           05 KPH-SECTION-ID PIC X(11).
           05 KPH-ENCLOSURE-ID PIC X(08).
           05 KPH-SPECIES PIC X(20).
           05 KPH-FEED-TIME PIC 9(04).
           05 KPH-HOURS PIC 9(02)V99.
           05 KPH-HOURLY-COST PIC 9(03)V99.
       FD  TOURHIST-FILE.
       01  HST-REC.
           05 HST-RECORD-TYPE PIC X(01).
               88 HST-DETAIL VALUE "D".
               88 HST-SUMMARY VALUE "S".
           05 HST-RUN-DATE PIC 9(06).
           05 HST-DETAIL-DATA.
               10 HST-GROUP-ID PIC X(08).
               10 HST-SECTION-NAME PIC X(11).
               10 HST-SEQUENCE-NO PIC 9(05).
               10 HST-TIME PIC 9(08).
           05 HST-SUMMARY-DATA REDEFINES HST-DETAIL-DATA.
               10 HST-GROUP-COUNT PIC 9(05).
               10 HST-TOTAL-VISITORS PIC 9(07).
               10 HST-ENTERED PIC 9(05).
               10 HST-SKIPPED PIC 9(05).
               10 FILLER PIC X(10).
       FD  TOURLOG-FILE.
       01  TLG-REC.
           05 TLG-GROUP-ID PIC X(08).
           05 TLG-SECTION-NAME PIC X(11).
           05 TLG-SEQUENCE-NO PIC 9(05).
           05 TLG-TIMESTAMP.
               10 TLG-DATE PIC 9(06).
               10 TLG-TIME PIC 9(08).
       FD  CTLCARD-FILE.
       01  CTL-REC.
           05 CTL-REPORT-MONTH PIC 9(04).
           05 FILLER PIC X(76).
       FD  COSTRPT-FILE.
       01  CST-REC PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-ANMINV-STATUS PIC X(02) VALUE "00".
       77 WS-ANMINV-OPEN-SW PIC X(01) VALUE "N".
       77 WS-ANMINV-EOF-SW PIC X(01) VALUE "N".
           88 WS-ANMINV-EOF VALUE "Y".
       77 WS-FEEDSCH-STATUS PIC X(02) VALUE "00".
       77 WS-FEEDSCH-OPEN-SW PIC X(01) VALUE "N".
       77 WS-FEED-FOUND PIC X(01) VALUE "N".
       77 WS-FEEDSTK-STATUS PIC X(02) VALUE "00".
       77 WS-FEEDSTK-OPEN-SW PIC X(01) VALUE "N".
       77 WS-STOCK-FOUND PIC X(01) VALUE "N".
       77 WS-MEDUSAGE-STATUS PIC X(02) VALUE "00".
       77 WS-MEDUSAGE-OPEN-SW PIC X(01) VALUE "N".
       77 WS-USAGE-EOF-SW PIC X(01) VALUE "N".
           88 WS-USAGE-EOF VALUE "Y".
       77 WS-KPRHIST-STATUS PIC X(02) VALUE "00".
       77 WS-KPRHIST-OPEN-SW PIC X(01) VALUE "N".
       77 WS-KPRHIST-EOF-SW PIC X(01) VALUE "N".
           88 WS-KPRHIST-EOF VALUE "Y".
       77 WS-TOURHIST-STATUS PIC X(02) VALUE "00".
       77 WS-TOURHIST-OPEN-SW PIC X(01) VALUE "N".
       77 WS-HIST-EOF-SW PIC X(01) VALUE "N".
           88 WS-HIST-EOF VALUE "Y".
       77 WS-TOURLOG-STATUS PIC X(02) VALUE "00".
       77 WS-TOURLOG-OPEN-SW PIC X(01) VALUE "N".
       77 WS-TOURLOG-EOF-SW PIC X(01) VALUE "N".
           88 WS-TOURLOG-EOF VALUE "Y".
       77 WS-CTLCARD-STATUS PIC X(02) VALUE "00".
       77 WS-COSTRPT-STATUS PIC X(02) VALUE "00".
       77 WS-COSTRPT-OPEN-SW PIC X(01) VALUE "N".
       77 WS-RUN-DATE PIC 9(06) VALUE ZERO.
       77 WS-RUN-MONTH PIC 9(04) VALUE ZERO.
       77 WS-REPORT-MONTH PIC 9(04) VALUE ZERO.
       77 WS-RECORD-MONTH PIC 9(04) VALUE ZERO.
       77 WS-FEED-DAYS PIC 9(02) VALUE ZERO.
       77 WS-MONTH-LENGTH PIC 9(02) VALUE ZERO.
       77 WS-LEAP-QUOTIENT PIC 9(02) VALUE ZERO.
       77 WS-LEAP-REMAINDER PIC 9(02) VALUE ZERO.
       77 WS-LAST-HIST-DATE PIC 9(06) VALUE ZERO.
       77 WS-CUR-SECTION PIC X(11) VALUE SPACES.
       77 WS-FEED-COST PIC 9(09)V99 VALUE ZERO.
       77 WS-LABOR-COST PIC 9(09)V99 VALUE ZERO.
       77 WS-NO-COST-COUNT PIC 9(05) VALUE ZERO.
       77 WS-TOT-FEED PIC 9(09)V99 VALUE ZERO.
       77 WS-TOT-MED PIC 9(09)V99 VALUE ZERO.
       77 WS-TOT-HOURS PIC 9(05)V99 VALUE ZERO.
       77 WS-TOT-COST PIC 9(09)V99 VALUE ZERO.
       77 WS-TOT-VISITS PIC 9(07) VALUE ZERO.
       77 WS-SECTION-COST PIC 9(09)V99 VALUE ZERO.
       77 WS-COST-PER-VISIT PIC 9(07)V99 VALUE ZERO.
       77 WS-SEC-MAX PIC 9(02) VALUE 20 COMP.
       77 WS-SEC-USED PIC 9(02) VALUE ZERO COMP.
       77 WS-SEC-IX PIC 9(02) VALUE ZERO COMP.
       77 WS-SEC-HIT PIC X(01) VALUE "N".
       01  WS-DATE-WORK.
           05 WS-DTW-YEAR PIC 9(02).
           05 WS-DTW-MONTH PIC 9(02).
           05 WS-DTW-DAY PIC 9(02).
       01  WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK PIC 9(06).
       01  WS-MONTH-DAYS-DATA.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           05 WS-MONTH-DAYS PIC 9(02) OCCURS 12 TIMES.
       01  WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 20 TIMES.
               10 WS-SEC-NAME PIC X(11).
               10 WS-SEC-FEED PIC 9(09)V99.
               10 WS-SEC-MED PIC 9(09)V99.
               10 WS-SEC-HOURS PIC 9(05)V99.
               10 WS-SEC-LABOR PIC 9(09)V99.
               10 WS-SEC-VISITS PIC 9(07).
       01  WS-CST-MONTH-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "MES (AAMM): ".
           05 CML-MONTH PIC 9(04).
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "DIAS DE TRATO: ".
           05 CML-DAYS PIC Z9.
           05 FILLER PIC X(42) VALUE SPACES.
       01  WS-CST-HEADING-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "SECAO".
           05 FILLER PIC X(13) VALUE "        RACAO".
           05 FILLER PIC X(13) VALUE "      VET/MED".
           05 FILLER PIC X(08) VALUE "   HORAS".
           05 FILLER PIC X(14) VALUE "   CUSTO TOTAL".
           05 FILLER PIC X(08) VALUE "ENTRADAS".
           05 FILLER PIC X(10) VALUE " CUSTO/ENT".
           05 FILLER PIC X(02) VALUE SPACES.
       01  WS-CST-DETAIL-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 CDL-SECTION PIC X(11).
           05 FILLER PIC X(01) VALUE SPACES.
           05 CDL-FEED PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 CDL-MED PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 CDL-HOURS PIC ZZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 CDL-TOTAL PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 CDL-VISITS PIC ZZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 CDL-PER-VISIT PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(02) VALUE SPACES.
       01  WS-CST-TOTALS-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "SECOES: ".
           05 TOT-SECTIONS PIC ZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(29)
               VALUE "ESPECIES SEM CUSTO DE RACAO: ".
           05 TOT-NO-COST PIC ZZZZ9.
           05 FILLER PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "CUSTO OPERACIONAL POR SECAO".
           PERFORM INITIALIZE-RUN.
           IF WS-COSTRPT-OPEN-SW = "Y"
               IF WS-ANMINV-OPEN-SW = "Y"
                   PERFORM READ-ANMINV-NEXT
                   PERFORM TALLY-FEED-COST UNTIL WS-ANMINV-EOF
               END-IF
               IF WS-MEDUSAGE-OPEN-SW = "Y"
                   PERFORM READ-USAGE-RECORD
                   PERFORM TALLY-MED-COST UNTIL WS-USAGE-EOF
               END-IF
               IF WS-KPRHIST-OPEN-SW = "Y"
                   PERFORM READ-KPRHIST-RECORD
                   PERFORM TALLY-KEEPER-HOURS UNTIL WS-KPRHIST-EOF
               END-IF
               IF WS-TOURHIST-OPEN-SW = "Y"
                   PERFORM READ-HIST-RECORD
                   PERFORM TALLY-HIST-VISIT UNTIL WS-HIST-EOF
               END-IF
               IF WS-TOURLOG-OPEN-SW = "Y"
                   PERFORM READ-TOURLOG-RECORD
                   PERFORM TALLY-TOURLOG-VISIT UNTIL WS-TOURLOG-EOF
               END-IF
               MOVE ZERO TO WS-SEC-IX
               PERFORM WRITE-SECTION-LINE UNTIL WS-SEC-IX >= WS-SEC-USED
               PERFORM WRITE-GRAND-TOTAL
           END-IF
           PERFORM END-PROC.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-RUN-MONTH = WS-RUN-DATE / 100
           MOVE WS-RUN-MONTH TO WS-REPORT-MONTH
           MOVE ZEROS TO WS-SEC-TABLE
           OPEN INPUT CTLCARD-FILE
           IF WS-CTLCARD-STATUS = "00"
               READ CTLCARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-REPORT-MONTH IS NUMERIC
                               AND CTL-REPORT-MONTH > ZERO
                           MOVE CTL-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE CTLCARD-FILE
           END-IF
           PERFORM COMPUTE-FEED-DAYS
           OPEN INPUT ANMINV-FILE
           IF WS-ANMINV-STATUS NOT = "00"
               DISPLAY "ANMINV INDISPONIVEL STATUS "
                   WS-ANMINV-STATUS
           ELSE
               MOVE "Y" TO WS-ANMINV-OPEN-SW
           END-IF
           OPEN INPUT FEEDSCH-FILE
           IF WS-FEEDSCH-STATUS NOT = "00"
               DISPLAY "FEEDSCH INDISPONIVEL STATUS "
                   WS-FEEDSCH-STATUS
           ELSE
               MOVE "Y" TO WS-FEEDSCH-OPEN-SW
           END-IF
           OPEN INPUT FEEDSTK-FILE
           IF WS-FEEDSTK-STATUS NOT = "00"
               DISPLAY "FEEDSTK INDISPONIVEL STATUS "
                   WS-FEEDSTK-STATUS
           ELSE
               MOVE "Y" TO WS-FEEDSTK-OPEN-SW
           END-IF
           OPEN INPUT MEDUSAGE-FILE
           IF WS-MEDUSAGE-STATUS = "00"
               MOVE "Y" TO WS-MEDUSAGE-OPEN-SW
           ELSE
               IF WS-MEDUSAGE-STATUS NOT = "05"
                   DISPLAY "MEDUSAGE INDISPONIVEL STATUS "
                       WS-MEDUSAGE-STATUS
               END-IF
           END-IF
           OPEN INPUT KPRHIST-FILE
           IF WS-KPRHIST-STATUS = "00"
               MOVE "Y" TO WS-KPRHIST-OPEN-SW
           ELSE
               IF WS-KPRHIST-STATUS NOT = "05"
                   DISPLAY "KPRHIST INDISPONIVEL STATUS "
                       WS-KPRHIST-STATUS
               END-IF
           END-IF
           OPEN INPUT TOURHIST-FILE
           IF WS-TOURHIST-STATUS = "00"
               MOVE "Y" TO WS-TOURHIST-OPEN-SW
           ELSE
               IF WS-TOURHIST-STATUS NOT = "05"
                   DISPLAY "TOURHIST INDISPONIVEL STATUS "
                       WS-TOURHIST-STATUS
               END-IF
           END-IF
           OPEN INPUT TOURLOG-FILE
           IF WS-TOURLOG-STATUS = "00"
               MOVE "Y" TO WS-TOURLOG-OPEN-SW
           ELSE
               IF WS-TOURLOG-STATUS NOT = "05"
                   DISPLAY "TOURLOG INDISPONIVEL STATUS "
                       WS-TOURLOG-STATUS
               END-IF
           END-IF
           OPEN OUTPUT COSTRPT-FILE
           IF WS-COSTRPT-STATUS NOT = "00"
               DISPLAY "COSTRPT INDISPONIVEL STATUS "
                   WS-COSTRPT-STATUS
           ELSE
               MOVE "Y" TO WS-COSTRPT-OPEN-SW
               MOVE "RELATORIO MENSAL DE CUSTO POR SECAO" TO CST-REC
               WRITE CST-REC
               MOVE WS-REPORT-MONTH TO CML-MONTH
               MOVE WS-FEED-DAYS TO CML-DAYS
               MOVE WS-CST-MONTH-LINE TO CST-REC
               WRITE CST-REC
               MOVE SPACES TO CST-REC
               WRITE CST-REC
               MOVE WS-CST-HEADING-LINE TO CST-REC
               WRITE CST-REC
           END-IF.
       COMPUTE-FEED-DAYS.
           COMPUTE WS-DATE-WORK-NUM = WS-REPORT-MONTH * 100 + 1
           IF WS-DTW-MONTH < 1 OR WS-DTW-MONTH > 12
               DISPLAY "MES INVALIDO NO CARTAO " WS-REPORT-MONTH
               MOVE WS-RUN-MONTH TO WS-REPORT-MONTH
               COMPUTE WS-DATE-WORK-NUM = WS-REPORT-MONTH * 100 + 1
           END-IF
           MOVE WS-MONTH-DAYS (WS-DTW-MONTH) TO WS-MONTH-LENGTH
           IF WS-DTW-MONTH = 2
               DIVIDE WS-DTW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-MONTH-LENGTH
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-REPORT-MONTH = WS-RUN-MONTH
                   MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM
                   MOVE WS-DTW-DAY TO WS-FEED-DAYS
               WHEN WS-REPORT-MONTH < WS-RUN-MONTH
                   MOVE WS-MONTH-LENGTH TO WS-FEED-DAYS
               WHEN OTHER
                   MOVE ZERO TO WS-FEED-DAYS
           END-EVALUATE.
       LOCATE-SECTION-ENTRY.
           MOVE "N" TO WS-SEC-HIT
           MOVE ZERO TO WS-SEC-IX
           PERFORM FIND-SECTION-ENTRY
               UNTIL WS-SEC-HIT = "Y" OR WS-SEC-IX >= WS-SEC-USED
           IF WS-SEC-HIT = "N"
               IF WS-SEC-USED < WS-SEC-MAX
                   ADD 1 TO WS-SEC-USED
                   MOVE WS-SEC-USED TO WS-SEC-IX
                   MOVE WS-CUR-SECTION TO WS-SEC-NAME (WS-SEC-IX)
                   MOVE "Y" TO WS-SEC-HIT
               ELSE
                   DISPLAY "TABELA DE SECOES CHEIA " WS-CUR-SECTION
               END-IF
           END-IF.
       FIND-SECTION-ENTRY.
           ADD 1 TO WS-SEC-IX
           IF WS-SEC-NAME (WS-SEC-IX) = WS-CUR-SECTION
               MOVE "Y" TO WS-SEC-HIT
           END-IF.
       READ-ANMINV-NEXT.
           READ ANMINV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ANMINV-EOF-SW
           END-READ.
       TALLY-FEED-COST.
           MOVE ZERO TO WS-FEED-COST
           IF ANM-HEAD-COUNT > ZERO
               PERFORM READ-FEED-RECORD
               IF WS-FEED-FOUND = "Y"
                   PERFORM READ-STOCK-RECORD
                   IF WS-STOCK-FOUND = "Y" AND FST-UNIT-COST > ZERO
                       COMPUTE WS-FEED-COST ROUNDED =
                           FDS-RATION-PER-HEAD * ANM-HEAD-COUNT
                           * FST-UNIT-COST * WS-FEED-DAYS
                   ELSE
                       ADD 1 TO WS-NO-COST-COUNT
                       DISPLAY "RACAO SEM CUSTO " FDS-FEED-TYPE
                           " " ANM-SECTION-ID " " ANM-SPECIES
                   END-IF
               END-IF
           END-IF
           MOVE ANM-SECTION-ID TO WS-CUR-SECTION
           PERFORM LOCATE-SECTION-ENTRY
           IF WS-SEC-HIT = "Y"
               ADD WS-FEED-COST TO WS-SEC-FEED (WS-SEC-IX)
           END-IF
           PERFORM READ-ANMINV-NEXT.
       READ-FEED-RECORD.
           MOVE "N" TO WS-FEED-FOUND
           IF WS-FEEDSCH-OPEN-SW = "Y"
               MOVE ANM-KEY TO FDS-KEY
               READ FEEDSCH-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FEED-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FEED-FOUND
               END-READ
           END-IF.
       READ-STOCK-RECORD.
           MOVE "N" TO WS-STOCK-FOUND
           IF WS-FEEDSTK-OPEN-SW = "Y"
               MOVE FDS-FEED-TYPE TO FST-FEED-TYPE
               READ FEEDSTK-FILE
                   INVALID KEY
                       MOVE "N" TO WS-STOCK-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-STOCK-FOUND
               END-READ
           END-IF.
       READ-USAGE-RECORD.
           READ MEDUSAGE-FILE
               AT END
                   MOVE "Y" TO WS-USAGE-EOF-SW
           END-READ.
       TALLY-MED-COST.
           COMPUTE WS-RECORD-MONTH = MUS-DATE / 100
           IF WS-RECORD-MONTH = WS-REPORT-MONTH
               MOVE MUS-ENCLOSURE-ID TO WS-CUR-SECTION
               PERFORM LOCATE-SECTION-ENTRY
               IF WS-SEC-HIT = "Y"
                   ADD MUS-COST TO WS-SEC-MED (WS-SEC-IX)
               END-IF
           END-IF
           PERFORM READ-USAGE-RECORD.
       READ-KPRHIST-RECORD.
           READ KPRHIST-FILE
               AT END
                   MOVE "Y" TO WS-KPRHIST-EOF-SW
           END-READ.
       TALLY-KEEPER-HOURS.
           COMPUTE WS-RECORD-MONTH = KPH-DATE / 100
           IF WS-RECORD-MONTH = WS-REPORT-MONTH
               MOVE KPH-SECTION-ID TO WS-CUR-SECTION
               PERFORM LOCATE-SECTION-ENTRY
               IF WS-SEC-HIT = "Y"
                   ADD KPH-HOURS TO WS-SEC-HOURS (WS-SEC-IX)
                   COMPUTE WS-LABOR-COST ROUNDED =
                       KPH-HOURS * KPH-HOURLY-COST
                   ADD WS-LABOR-COST TO WS-SEC-LABOR (WS-SEC-IX)
               END-IF
           END-IF
           PERFORM READ-KPRHIST-RECORD.
       READ-HIST-RECORD.
           READ TOURHIST-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF-SW
           END-READ.
       TALLY-HIST-VISIT.
           IF HST-RUN-DATE > WS-LAST-HIST-DATE
               MOVE HST-RUN-DATE TO WS-LAST-HIST-DATE
           END-IF
           COMPUTE WS-RECORD-MONTH = HST-RUN-DATE / 100
           IF HST-DETAIL AND HST-GROUP-ID NOT = "FECHADO"
                   AND HST-SEQUENCE-NO NOT = ZERO
                   AND WS-RECORD-MONTH = WS-REPORT-MONTH
               MOVE HST-SECTION-NAME TO WS-CUR-SECTION
               PERFORM LOCATE-SECTION-ENTRY
               IF WS-SEC-HIT = "Y"
                   ADD 1 TO WS-SEC-VISITS (WS-SEC-IX)
               END-IF
           END-IF
           PERFORM READ-HIST-RECORD.
       READ-TOURLOG-RECORD.
           READ TOURLOG-FILE
               AT END
                   MOVE "Y" TO WS-TOURLOG-EOF-SW
           END-READ.
       TALLY-TOURLOG-VISIT.
           COMPUTE WS-RECORD-MONTH = TLG-DATE / 100
           IF TLG-DATE > WS-LAST-HIST-DATE
                   AND TLG-GROUP-ID NOT = "FECHADO"
                   AND TLG-SEQUENCE-NO NOT = ZERO
                   AND WS-RECORD-MONTH = WS-REPORT-MONTH
               MOVE TLG-SECTION-NAME TO WS-CUR-SECTION
               PERFORM LOCATE-SECTION-ENTRY
               IF WS-SEC-HIT = "Y"
                   ADD 1 TO WS-SEC-VISITS (WS-SEC-IX)
               END-IF
           END-IF
           PERFORM READ-TOURLOG-RECORD.
       WRITE-SECTION-LINE.
           ADD 1 TO WS-SEC-IX
           COMPUTE WS-SECTION-COST = WS-SEC-FEED (WS-SEC-IX)
               + WS-SEC-MED (WS-SEC-IX) + WS-SEC-LABOR (WS-SEC-IX)
           IF WS-SEC-VISITS (WS-SEC-IX) > ZERO
               COMPUTE WS-COST-PER-VISIT ROUNDED =
                   WS-SECTION-COST / WS-SEC-VISITS (WS-SEC-IX)
           ELSE
               MOVE ZERO TO WS-COST-PER-VISIT
           END-IF
           MOVE WS-SEC-NAME (WS-SEC-IX) TO CDL-SECTION
           MOVE WS-SEC-FEED (WS-SEC-IX) TO CDL-FEED
           MOVE WS-SEC-MED (WS-SEC-IX) TO CDL-MED
           MOVE WS-SEC-HOURS (WS-SEC-IX) TO CDL-HOURS
           MOVE WS-SECTION-COST TO CDL-TOTAL
           MOVE WS-SEC-VISITS (WS-SEC-IX) TO CDL-VISITS
           MOVE WS-COST-PER-VISIT TO CDL-PER-VISIT
           MOVE WS-CST-DETAIL-LINE TO CST-REC
           WRITE CST-REC
           ADD WS-SEC-FEED (WS-SEC-IX) TO WS-TOT-FEED
           ADD WS-SEC-MED (WS-SEC-IX) TO WS-TOT-MED
           ADD WS-SEC-HOURS (WS-SEC-IX) TO WS-TOT-HOURS
           ADD WS-SECTION-COST TO WS-TOT-COST
           ADD WS-SEC-VISITS (WS-SEC-IX) TO WS-TOT-VISITS.
       WRITE-GRAND-TOTAL.
           IF WS-TOT-VISITS > ZERO
               COMPUTE WS-COST-PER-VISIT ROUNDED =
                   WS-TOT-COST / WS-TOT-VISITS
           ELSE
               MOVE ZERO TO WS-COST-PER-VISIT
           END-IF
           MOVE SPACES TO CST-REC
           WRITE CST-REC
           MOVE "TOTAL GERAL" TO CDL-SECTION
           MOVE WS-TOT-FEED TO CDL-FEED
           MOVE WS-TOT-MED TO CDL-MED
           MOVE WS-TOT-HOURS TO CDL-HOURS
           MOVE WS-TOT-COST TO CDL-TOTAL
           MOVE WS-TOT-VISITS TO CDL-VISITS
           MOVE WS-COST-PER-VISIT TO CDL-PER-VISIT
           MOVE WS-CST-DETAIL-LINE TO CST-REC
           WRITE CST-REC.
       END-PROC SECTION.
           IF WS-COSTRPT-OPEN-SW = "Y"
               MOVE SPACES TO CST-REC
               WRITE CST-REC
               MOVE WS-SEC-USED TO TOT-SECTIONS
               MOVE WS-NO-COST-COUNT TO TOT-NO-COST
               MOVE WS-CST-TOTALS-LINE TO CST-REC
               WRITE CST-REC
               CLOSE COSTRPT-FILE
           END-IF
           IF WS-ANMINV-OPEN-SW = "Y"
               CLOSE ANMINV-FILE
           END-IF
           IF WS-FEEDSCH-OPEN-SW = "Y"
               CLOSE FEEDSCH-FILE
           END-IF
           IF WS-FEEDSTK-OPEN-SW = "Y"
               CLOSE FEEDSTK-FILE
           END-IF
           IF WS-MEDUSAGE-OPEN-SW = "Y"
               CLOSE MEDUSAGE-FILE
           END-IF
           IF WS-KPRHIST-OPEN-SW = "Y"
               CLOSE KPRHIST-FILE
           END-IF
           IF WS-TOURHIST-OPEN-SW = "Y"
               CLOSE TOURHIST-FILE
           END-IF
           IF WS-TOURLOG-OPEN-SW = "Y"
               CLOSE TOURLOG-FILE
           END-IF
           IF WS-NO-COST-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FIM DO RELATORIO DE CUSTO POR SECAO"
           STOP RUN.

       END PROGRAM PROGCOBOL23.
