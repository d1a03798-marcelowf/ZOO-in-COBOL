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
           SELECT FEEDWKS-FILE ASSIGN TO "FEEDWKS"
               ORGANIZATION IS SEQUENTIAL
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
       77 WS-TOTAL-RATION PIC 9(07)V99 VALUE ZERO.
       77 WS-ENCLOSURE-COUNT PIC 9(05) VALUE ZERO.
       77 WS-MISSING-COUNT PIC 9(05) VALUE ZERO.
       01  WS-WKS-HEADER-LINE.
           05 FILLER PIC X(07) VALUE "SECAO: ".
           05 WHL-SECTION-ID PIC X(11).
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "RECINTO: ".
           05 WHL-ENCLOSURE-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "ESPECIE=".
           05 WHL-SPECIES PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "QTDE=".
           05 WHL-HEAD-COUNT PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
       01  WS-WKS-RATION-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "RACAO DE ".
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "SEM CADASTRO: ".
           05 WOL-MISSING PIC ZZZZ9.
           05 FILLER PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "PLANILHA DE ALIMENTACAO DOS TRATADORES".
           ADD 1 TO WS-ENCLOSURE-COUNT
           MOVE SPACES TO WKS-REC
           WRITE WKS-REC
           MOVE ANM-SECTION-ID TO WHL-SECTION-ID
           MOVE ANM-ENCLOSURE-ID TO WHL-ENCLOSURE-ID
           MOVE ANM-SPECIES TO WHL-SPECIES
           MOVE ANM-HEAD-COUNT TO WHL-HEAD-COUNT
               MOVE WS-WKS-ALERT-LINE TO WKS-REC
               WRITE WKS-REC
           ELSE
               PERFORM WRITE-RATION-LINES
           END-IF
           PERFORM READ-ANMINV-NEXT.
       READ-FEED-RECORD.
           MOVE "N" TO WS-FEED-FOUND
           IF WS-FEEDSCH-OPEN-SW = "Y"
               MOVE ANM-KEY TO FDS-KEY
               READ FEEDSCH-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FEED-FOUND
           WRITE WKS-REC
           MOVE WS-ENCLOSURE-COUNT TO WOL-ENCLOSURES
           MOVE WS-MISSING-COUNT TO WOL-MISSING
           MOVE WS-WKS-TOTALS-LINE TO WKS-REC
           WRITE WKS-REC.
       END-PROC SECTION.
