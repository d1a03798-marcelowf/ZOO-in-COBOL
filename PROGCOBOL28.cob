       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBOL28.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOURLOG-FILE ASSIGN TO "TOURLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOURLOG-STATUS.
           SELECT VISITORS-FILE ASSIGN TO "VISITORS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VISITORS-STATUS.
           SELECT OPTIONAL CROWDLIM-FILE ASSIGN TO "CROWDLIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CROWDLIM-STATUS.
           SELECT OPTIONAL CTLCARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.
           SELECT OCCRPT-FILE ASSIGN TO "OCCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OCCRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TOURLOG-FILE.
       01  TLG-REC.
           05 TLG-GROUP-ID PIC X(08).
           05 TLG-SECTION-NAME PIC X(11).
           05 TLG-SEQUENCE-NO PIC 9(05).
           05 TLG-TIMESTAMP.
               10 TLG-DATE PIC 9(06).
               10 TLG-TIME.
                   15 TLG-HOUR PIC 9(02).
                   15 TLG-MINUTE PIC 9(02).
                   15 TLG-SECOND PIC 9(02).
                   15 TLG-CENTI PIC 9(02).
       FD  VISITORS-FILE.
       01  VIS-REC.
           05 VIS-GROUP-ID PIC X(08).
           05 VIS-HEADCOUNT PIC 9(05).
       FD  CROWDLIM-FILE.
       01  CWL-REC.
           05 CWL-SECTION-NAME PIC X(11).
           05 CWL-CROWD-LIMIT PIC 9(05).
           05 CWL-DWELL-MINUTES PIC 9(03).
           05 FILLER PIC X(61).
       FD  CTLCARD-FILE.
       01  CTL-REC.
           05 CTL-NEAR-PERCENT PIC 9(03).
           05 FILLER PIC X(77).
       FD  OCCRPT-FILE.
       01  OCC-REC PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-TOURLOG-STATUS PIC X(02) VALUE "00".
       77 WS-TOURLOG-OPEN-SW PIC X(01) VALUE "N".
       77 WS-TOURLOG-EOF-SW PIC X(01) VALUE "N".
           88 WS-TOURLOG-EOF VALUE "Y".
       77 WS-VISITORS-STATUS PIC X(02) VALUE "00".
       77 WS-VISITORS-OPEN-SW PIC X(01) VALUE "N".
       77 WS-VISITORS-EOF-SW PIC X(01) VALUE "N".
           88 WS-VISITORS-EOF VALUE "Y".
       77 WS-CROWDLIM-STATUS PIC X(02) VALUE "00".
       77 WS-CROWDLIM-EOF-SW PIC X(01) VALUE "N".
           88 WS-CROWDLIM-EOF VALUE "Y".
       77 WS-CTLCARD-STATUS PIC X(02) VALUE "00".
       77 WS-OCCRPT-STATUS PIC X(02) VALUE "00".
       77 WS-OCCRPT-OPEN-SW PIC X(01) VALUE "N".
       77 WS-NEAR-PERCENT PIC 9(03) VALUE 90.
       77 WS-CRW-SECTION PIC X(11) VALUE SPACES.
       77 WS-CRW-IX PIC 9(02) VALUE ZERO COMP.
       77 WS-CRW-HIT PIC X(01) VALUE "N".
       77 WS-GROUP-MAX PIC 9(03) VALUE 200 COMP.
       77 WS-GROUP-USED PIC 9(03) VALUE ZERO COMP.
       77 WS-GROUP-IX PIC 9(03) VALUE ZERO COMP.
       77 WS-GROUP-HIT PIC X(01) VALUE "N".
       77 WS-OCC-CLOCK PIC 9(04) VALUE ZERO.
       77 WS-OCC-HEADS PIC 9(05) VALUE ZERO.
       77 WS-OCC-FIRST PIC 9(03) VALUE ZERO COMP.
       77 WS-OCC-LAST PIC 9(03) VALUE ZERO COMP.
       77 WS-OCC-IX PIC 9(03) VALUE ZERO COMP.
       77 WS-WIN-IX PIC 9(02) VALUE ZERO COMP.
       77 WS-WIN-PEAK PIC 9(05) VALUE ZERO.
       77 WS-WIN-PERCENT PIC 9(05) VALUE ZERO.
       77 WS-WIN-START PIC 9(04) VALUE ZERO.
       77 WS-WIN-END PIC 9(04) VALUE ZERO.
       77 WS-ENTRY-COUNT PIC 9(05) VALUE ZERO.
       77 WS-NEAR-COUNT PIC 9(05) VALUE ZERO.
       77 WS-FULL-COUNT PIC 9(05) VALUE ZERO.
       01  WS-CRW-NAME-DATA.
           05 FILLER PIC X(11) VALUE "AVIARIO".
           05 FILLER PIC X(11) VALUE "HERPETARIO".
           05 FILLER PIC X(11) VALUE "AQUARIO".
           05 FILLER PIC X(11) VALUE "MAMIFERARIO".
           05 FILLER PIC X(11) VALUE "INSETARIO".
           05 FILLER PIC X(11) VALUE "CRIADOURO".
       01  WS-CRW-NAME-TABLE REDEFINES WS-CRW-NAME-DATA.
           05 WS-CRW-NAME PIC X(11) OCCURS 6 TIMES.
       01  WS-CRW-TABLE.
           05 WS-CRW-ENTRY OCCURS 6 TIMES.
               10 WS-CRW-LIMIT PIC 9(05).
               10 WS-CRW-DWELL PIC 9(03).
               10 WS-CRW-PEAK PIC 9(05).
               10 WS-CRW-DEFERRED PIC 9(05).
       01  WS-OCC-TABLE.
           05 WS-OCC-SECTION OCCURS 6 TIMES.
               10 WS-OCC-HEADS-AT PIC 9(05) OCCURS 288 TIMES.
       01  WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 200 TIMES.
               10 WS-GRP-ID PIC X(08).
               10 WS-GRP-HEADCOUNT PIC 9(05).
       01  WS-OCC-SECTION-LINE.
           05 FILLER PIC X(06) VALUE "SECAO ".
           05 OSL-SECTION-NAME PIC X(11).
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "LIMITE= ".
           05 OSL-LIMIT PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "PERMANENCIA= ".
           05 OSL-DWELL PIC ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "PICO= ".
           05 OSL-PEAK PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "ADIADAS= ".
           05 OSL-DEFERRED PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
       01  WS-OCC-WINDOW-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 OWL-START-HH PIC 9(02).
           05 FILLER PIC X(01) VALUE ":".
           05 OWL-START-MM PIC 9(02).
           05 FILLER PIC X(01) VALUE "-".
           05 OWL-END-HH PIC 9(02).
           05 FILLER PIC X(01) VALUE ":".
           05 OWL-END-MM PIC 9(02).
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "PICO= ".
           05 OWL-PEAK PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "LIMITE= ".
           05 OWL-LIMIT PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "PCT= ".
           05 OWL-PERCENT PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 OWL-NOTE PIC X(17).
           05 FILLER PIC X(06) VALUE SPACES.
       01  WS-OCC-TOTAL-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(28) VALUE "JANELAS PROXIMAS DO LIMITE= ".
           05 OTL-NEAR PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "NO/ACIMA DO LIMITE= ".
           05 OTL-FULL PIC ZZZZ9.
           05 FILLER PIC X(16) VALUE SPACES.
       01  WS-OCC-ENTRY-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(28) VALUE "ENTRADAS EM SECOES LIDAS=   ".
           05 OEL-ENTRIES PIC ZZZZ9.
           05 FILLER PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "OCUPACAO MAXIMA POR SECAO".
           PERFORM INITIALIZE-RUN.
           IF WS-VISITORS-OPEN-SW = "Y"
               PERFORM READ-VISITORS-RECORD
               PERFORM LOAD-GROUP-ENTRY UNTIL WS-VISITORS-EOF
           END-IF
           IF WS-TOURLOG-OPEN-SW = "Y"
               PERFORM READ-TOURLOG-RECORD
               PERFORM PROCESS-LOG-RECORD UNTIL WS-TOURLOG-EOF
           END-IF
           PERFORM WRITE-OCCUPANCY-REPORT.
           PERFORM END-PROC.
       INITIALIZE-RUN.
           MOVE ZEROS TO WS-OCC-TABLE
           MOVE ZERO TO WS-CRW-IX
           PERFORM RESET-CROWD-ENTRY UNTIL WS-CRW-IX >= 6
           OPEN INPUT CTLCARD-FILE
           IF WS-CTLCARD-STATUS = "00"
               READ CTLCARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-NEAR-PERCENT IS NUMERIC
                               AND CTL-NEAR-PERCENT > ZERO
                               AND CTL-NEAR-PERCENT NOT > 100
                           MOVE CTL-NEAR-PERCENT TO WS-NEAR-PERCENT
                       END-IF
               END-READ
               CLOSE CTLCARD-FILE
           END-IF
           OPEN INPUT CROWDLIM-FILE
           IF WS-CROWDLIM-STATUS = "00"
               PERFORM READ-CROWDLIM-RECORD
               PERFORM LOAD-CROWD-ENTRY UNTIL WS-CROWDLIM-EOF
               CLOSE CROWDLIM-FILE
           ELSE
               IF WS-CROWDLIM-STATUS NOT = "05"
                   DISPLAY "CROWDLIM INDISPONIVEL STATUS "
                       WS-CROWDLIM-STATUS
               END-IF
           END-IF
           OPEN INPUT TOURLOG-FILE
           IF WS-TOURLOG-STATUS NOT = "00"
               DISPLAY "TOURLOG INDISPONIVEL STATUS "
                   WS-TOURLOG-STATUS
           ELSE
               MOVE "Y" TO WS-TOURLOG-OPEN-SW
           END-IF
           OPEN INPUT VISITORS-FILE
           IF WS-VISITORS-STATUS NOT = "00"
               DISPLAY "VISITORS INDISPONIVEL STATUS "
                   WS-VISITORS-STATUS
           ELSE
               MOVE "Y" TO WS-VISITORS-OPEN-SW
           END-IF
           OPEN OUTPUT OCCRPT-FILE
           IF WS-OCCRPT-STATUS NOT = "00"
               DISPLAY "OCCRPT INDISPONIVEL STATUS "
                   WS-OCCRPT-STATUS
           ELSE
               MOVE "Y" TO WS-OCCRPT-OPEN-SW
           END-IF.
       RESET-CROWD-ENTRY.
           ADD 1 TO WS-CRW-IX
           MOVE ZERO TO WS-CRW-LIMIT (WS-CRW-IX)
           MOVE 30 TO WS-CRW-DWELL (WS-CRW-IX)
           MOVE ZERO TO WS-CRW-PEAK (WS-CRW-IX)
           MOVE ZERO TO WS-CRW-DEFERRED (WS-CRW-IX).
       READ-CROWDLIM-RECORD.
           READ CROWDLIM-FILE
               AT END
                   MOVE "Y" TO WS-CROWDLIM-EOF-SW
           END-READ.
       LOAD-CROWD-ENTRY.
           MOVE CWL-SECTION-NAME TO WS-CRW-SECTION
           PERFORM LOCATE-CROWD-SECTION
           IF WS-CRW-HIT = "Y"
               IF CWL-CROWD-LIMIT IS NUMERIC
                   MOVE CWL-CROWD-LIMIT TO WS-CRW-LIMIT (WS-CRW-IX)
               END-IF
               IF CWL-DWELL-MINUTES IS NUMERIC
                       AND CWL-DWELL-MINUTES > ZERO
                   MOVE CWL-DWELL-MINUTES TO WS-CRW-DWELL (WS-CRW-IX)
               END-IF
           ELSE
               DISPLAY "CROWDLIM SECAO DESCONHECIDA "
                   CWL-SECTION-NAME
           END-IF
           PERFORM READ-CROWDLIM-RECORD.
       LOCATE-CROWD-SECTION.
           MOVE "N" TO WS-CRW-HIT
           MOVE ZERO TO WS-CRW-IX
           PERFORM FIND-CROWD-SECTION
               UNTIL WS-CRW-HIT = "Y" OR WS-CRW-IX >= 6.
       FIND-CROWD-SECTION.
           ADD 1 TO WS-CRW-IX
           IF WS-CRW-NAME (WS-CRW-IX) = WS-CRW-SECTION
               MOVE "Y" TO WS-CRW-HIT
           END-IF.
       READ-VISITORS-RECORD.
           READ VISITORS-FILE
               AT END
                   MOVE "Y" TO WS-VISITORS-EOF-SW
           END-READ.
       LOAD-GROUP-ENTRY.
           IF WS-GROUP-USED < WS-GROUP-MAX
               ADD 1 TO WS-GROUP-USED
               MOVE VIS-GROUP-ID TO WS-GRP-ID (WS-GROUP-USED)
               MOVE ZERO TO WS-GRP-HEADCOUNT (WS-GROUP-USED)
               IF VIS-HEADCOUNT IS NUMERIC
                   MOVE VIS-HEADCOUNT
                       TO WS-GRP-HEADCOUNT (WS-GROUP-USED)
               END-IF
           ELSE
               DISPLAY "TABELA DE GRUPOS CHEIA GRUPO " VIS-GROUP-ID
           END-IF
           PERFORM READ-VISITORS-RECORD.
       READ-TOURLOG-RECORD.
           READ TOURLOG-FILE
               AT END
                   MOVE "Y" TO WS-TOURLOG-EOF-SW
           END-READ.
       PROCESS-LOG-RECORD.
           IF TLG-GROUP-ID NOT = "FECHADO"
               MOVE TLG-SECTION-NAME TO WS-CRW-SECTION
               PERFORM LOCATE-CROWD-SECTION
               IF WS-CRW-HIT = "Y"
                   IF TLG-SEQUENCE-NO = ZERO
                       ADD 1 TO WS-CRW-DEFERRED (WS-CRW-IX)
                   ELSE
                       ADD 1 TO WS-ENTRY-COUNT
                       PERFORM LOCATE-GROUP-ENTRY
                       IF WS-GROUP-HIT = "Y" AND TLG-HOUR < 24
                           COMPUTE WS-OCC-CLOCK = TLG-HOUR * 60
                               + TLG-MINUTE
                           MOVE WS-GRP-HEADCOUNT (WS-GROUP-IX)
                               TO WS-OCC-HEADS
                           PERFORM ADD-OCCUPANCY
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-TOURLOG-RECORD.
       LOCATE-GROUP-ENTRY.
           MOVE "N" TO WS-GROUP-HIT
           MOVE ZERO TO WS-GROUP-IX
           PERFORM FIND-GROUP-ENTRY
               UNTIL WS-GROUP-HIT = "Y"
               OR WS-GROUP-IX >= WS-GROUP-USED.
       FIND-GROUP-ENTRY.
           ADD 1 TO WS-GROUP-IX
           IF WS-GRP-ID (WS-GROUP-IX) = TLG-GROUP-ID
               MOVE "Y" TO WS-GROUP-HIT
           END-IF.
       ADD-OCCUPANCY.
           COMPUTE WS-OCC-FIRST = WS-OCC-CLOCK / 5 + 1
           COMPUTE WS-OCC-LAST = (WS-OCC-CLOCK
               + WS-CRW-DWELL (WS-CRW-IX) - 1) / 5 + 1
           IF WS-OCC-LAST > 288
               MOVE 288 TO WS-OCC-LAST
           END-IF
           MOVE WS-OCC-FIRST TO WS-OCC-IX
           PERFORM ADD-BUCKET-HEADS UNTIL WS-OCC-IX > WS-OCC-LAST.
       ADD-BUCKET-HEADS.
           ADD WS-OCC-HEADS TO WS-OCC-HEADS-AT (WS-CRW-IX, WS-OCC-IX)
           IF WS-OCC-HEADS-AT (WS-CRW-IX, WS-OCC-IX)
                   > WS-CRW-PEAK (WS-CRW-IX)
               MOVE WS-OCC-HEADS-AT (WS-CRW-IX, WS-OCC-IX)
                   TO WS-CRW-PEAK (WS-CRW-IX)
           END-IF
           ADD 1 TO WS-OCC-IX.
       WRITE-OCCUPANCY-REPORT.
           IF WS-OCCRPT-OPEN-SW = "Y"
               MOVE "OCUPACAO MAXIMA POR SECAO E MEIA HORA" TO OCC-REC
               WRITE OCC-REC
               MOVE SPACES TO OCC-REC
               WRITE OCC-REC
               MOVE ZERO TO WS-CRW-IX
               PERFORM WRITE-SECTION-BLOCK UNTIL WS-CRW-IX >= 6
               MOVE WS-ENTRY-COUNT TO OEL-ENTRIES
               MOVE WS-OCC-ENTRY-LINE TO OCC-REC
               WRITE OCC-REC
               MOVE WS-NEAR-COUNT TO OTL-NEAR
               MOVE WS-FULL-COUNT TO OTL-FULL
               MOVE WS-OCC-TOTAL-LINE TO OCC-REC
               WRITE OCC-REC
           END-IF.
       WRITE-SECTION-BLOCK.
           ADD 1 TO WS-CRW-IX
           MOVE WS-CRW-NAME (WS-CRW-IX) TO OSL-SECTION-NAME
           MOVE WS-CRW-LIMIT (WS-CRW-IX) TO OSL-LIMIT
           MOVE WS-CRW-DWELL (WS-CRW-IX) TO OSL-DWELL
           MOVE WS-CRW-PEAK (WS-CRW-IX) TO OSL-PEAK
           MOVE WS-CRW-DEFERRED (WS-CRW-IX) TO OSL-DEFERRED
           MOVE WS-OCC-SECTION-LINE TO OCC-REC
           WRITE OCC-REC
           MOVE ZERO TO WS-WIN-IX
           PERFORM WRITE-WINDOW-LINE UNTIL WS-WIN-IX >= 48
           MOVE SPACES TO OCC-REC
           WRITE OCC-REC.
       WRITE-WINDOW-LINE.
           ADD 1 TO WS-WIN-IX
           MOVE ZERO TO WS-WIN-PEAK
           COMPUTE WS-OCC-FIRST = (WS-WIN-IX - 1) * 6 + 1
           COMPUTE WS-OCC-LAST = WS-WIN-IX * 6
           MOVE WS-OCC-FIRST TO WS-OCC-IX
           PERFORM FIND-WINDOW-PEAK UNTIL WS-OCC-IX > WS-OCC-LAST
           IF WS-WIN-PEAK > ZERO
               COMPUTE WS-WIN-START = (WS-WIN-IX - 1) * 30
               COMPUTE WS-WIN-END = WS-WIN-START + 30
               DIVIDE WS-WIN-START BY 60 GIVING OWL-START-HH
                   REMAINDER OWL-START-MM
               DIVIDE WS-WIN-END BY 60 GIVING OWL-END-HH
                   REMAINDER OWL-END-MM
               MOVE WS-WIN-PEAK TO OWL-PEAK
               MOVE WS-CRW-LIMIT (WS-CRW-IX) TO OWL-LIMIT
               MOVE SPACES TO OWL-NOTE
               IF WS-CRW-LIMIT (WS-CRW-IX) > ZERO
                   COMPUTE WS-WIN-PERCENT = WS-WIN-PEAK * 100
                       / WS-CRW-LIMIT (WS-CRW-IX)
                   MOVE WS-WIN-PERCENT TO OWL-PERCENT
                   EVALUATE TRUE
                       WHEN WS-WIN-PEAK > WS-CRW-LIMIT (WS-CRW-IX)
                           MOVE "ACIMA DO LIMITE" TO OWL-NOTE
                           ADD 1 TO WS-FULL-COUNT
                       WHEN WS-WIN-PEAK = WS-CRW-LIMIT (WS-CRW-IX)
                           MOVE "NO LIMITE" TO OWL-NOTE
                           ADD 1 TO WS-FULL-COUNT
                       WHEN WS-WIN-PERCENT NOT < WS-NEAR-PERCENT
                           MOVE "PROXIMO DO LIMITE" TO OWL-NOTE
                           ADD 1 TO WS-NEAR-COUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               ELSE
                   MOVE ZERO TO OWL-PERCENT
                   MOVE "SEM LIMITE" TO OWL-NOTE
               END-IF
               MOVE WS-OCC-WINDOW-LINE TO OCC-REC
               WRITE OCC-REC
           END-IF.
       FIND-WINDOW-PEAK.
           IF WS-OCC-HEADS-AT (WS-CRW-IX, WS-OCC-IX) > WS-WIN-PEAK
               MOVE WS-OCC-HEADS-AT (WS-CRW-IX, WS-OCC-IX)
                   TO WS-WIN-PEAK
           END-IF
           ADD 1 TO WS-OCC-IX.
       END-PROC SECTION.
           IF WS-TOURLOG-OPEN-SW = "Y"
               CLOSE TOURLOG-FILE
           END-IF
           IF WS-VISITORS-OPEN-SW = "Y"
               CLOSE VISITORS-FILE
           END-IF
           IF WS-OCCRPT-OPEN-SW = "Y"
               CLOSE OCCRPT-FILE
           END-IF
           DISPLAY "FIM DA OCUPACAO MAXIMA POR SECAO"
           STOP RUN.

       END PROGRAM PROGCOBOL28.
