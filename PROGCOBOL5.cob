           SELECT ANMINV-FILE ASSIGN TO "ANMINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANM-KEY
               FILE STATUS IS WS-ANMINV-STATUS.
           SELECT BREEDSCH-FILE ASSIGN TO "BREEDSCH"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCK-KEY
               FILE STATUS IS WS-BRDCHK-STATUS.
           SELECT OPTIONAL STUDBK-FILE ASSIGN TO "STUDBK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STB-ANIMAL-ID
               FILE STATUS IS WS-STUDBK-STATUS.
           SELECT DISCRPT-FILE ASSIGN TO "DISCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISCRPT-STATUS.
       FILE SECTION.
       FD  ANMINV-FILE.
       01  ANM-REC.
           05 ANM-KEY.
               10 ANM-SECTION-ID PIC X(11).
               10 ANM-ENCLOSURE-ID PIC X(08).
               10 ANM-SPECIES PIC X(20).
           05 ANM-HEAD-COUNT PIC 9(05).
       FD  BREEDSCH-FILE.
       01  BRD-REC.
           05 BRD-STATUS PIC X(01).
               88 BRD-DUE-SOON VALUE "D".
               88 BRD-BORN VALUE "B".
               88 BRD-PAIRED VALUE "P".
           05 BRD-SIRE-ID PIC X(08).
           05 BRD-OFFSPRING-ID PIC X(08).
       FD  BRDCHK-FILE.
       01  BCK-REC.
           05 BCK-KEY.
               10 BCK-SECTION-ID PIC X(11).
               10 BCK-SPECIES PIC X(20).
           05 BCK-HEAD-COUNT PIC 9(05).
           05 BCK-LAST-RUN-DATE PIC 9(06).
       FD  STUDBK-FILE.
       01  STB-REC.
           05 STB-ANIMAL-ID PIC X(08).
           05 STB-SPECIES PIC X(20).
           05 STB-SIRE-ID PIC X(08).
           05 STB-DAM-ID PIC X(08).
           05 STB-ORIGIN PIC X(01).
               88 STB-BORN-HERE VALUE "Z".
               88 STB-CAPTIVE-BORN VALUE "C".
               88 STB-WILD-BORN VALUE "S".
               88 STB-ORIGIN-UNKNOWN VALUE "D".
           05 STB-BIRTH-DATE PIC 9(06).
       FD  DISCRPT-FILE.
       01  DSC-REC PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-ANMINV-STATUS PIC X(02) VALUE "00".
       77 WS-ANMINV-OPEN-SW PIC X(01) VALUE "N".
       77 WS-ANM-FOUND PIC X(01) VALUE "N".
       77 WS-ANMINV-EOF-SW PIC X(01) VALUE "N".
           88 WS-ANMINV-EOF VALUE "Y".
       77 WS-ANM-TOTAL PIC 9(07) VALUE ZERO.
       77 WS-BREEDSCH-STATUS PIC X(02) VALUE "00".
       77 WS-BREEDSCH-OPEN-SW PIC X(01) VALUE "N".
       77 WS-BREED-EOF-SW PIC X(01) VALUE "N".
       77 WS-BRDCHK-STATUS PIC X(02) VALUE "00".
       77 WS-BRDCHK-OPEN-SW PIC X(01) VALUE "N".
       77 WS-SNAP-FOUND PIC X(01) VALUE "N".
       77 WS-STUDBK-STATUS PIC X(02) VALUE "00".
       77 WS-STUDBK-OPEN-SW PIC X(01) VALUE "N".
       77 WS-STB-FOUND PIC X(01) VALUE "N".
       77 WS-STUDBOOK-COUNT PIC 9(05) VALUE ZERO.
       77 WS-NO-OFFSPRING-COUNT PIC 9(05) VALUE ZERO.
       77 WS-DISCRPT-STATUS PIC X(02) VALUE "00".
       77 WS-DISCRPT-OPEN-SW PIC X(01) VALUE "N".
       77 WS-CONTROL-KEY PIC X(11) VALUE "*CONTROLE*".
       01  WS-ENC-TABLE.
           05 WS-ENC-ENTRY OCCURS 50 TIMES.
               10 WS-ENC-ID PIC X(11).
               10 WS-ENC-SPECIES PIC X(20).
               10 WS-ENC-BIRTHS PIC 9(05).
       01  WS-DSC-BIRTH-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DBL-ENCLOSURE-ID PIC X(11).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DBL-SPECIES PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "NASC=".
           05 DBL-BIRTHS PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "ESPERADO=".
           05 DBL-EXPECTED PIC ZZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "ATUAL=".
           05 DBL-ACTUAL PIC ZZZZZZ9.
           05 FILLER PIC X(05) VALUE SPACES.
       01  WS-DSC-OVERDUE-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 DOL-ENCLOSURE-ID PIC X(11).
           05 FILLER PIC X(19) VALUE "GESTACOES VENCIDAS:".
           05 DTL-OVERDUE PIC ZZZZ9.
           05 FILLER PIC X(08) VALUE SPACES.
       01  WS-DSC-STUDBOOK-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(21) VALUE "STUDBOOK ATUALIZADO: ".
           05 DSL-CAPTURED PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "FILHOTES SEM IDENTIF.: ".
           05 DSL-NO-OFFSPRING PIC ZZZZ9.
           05 FILLER PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "RECONCILIACAO DE NASCIMENTOS".
               DISPLAY "BRDCHK INDISPONIVEL STATUS "
                   WS-BRDCHK-STATUS
           END-IF
           OPEN I-O STUDBK-FILE
           IF WS-STUDBK-STATUS NOT = "00"
               OPEN OUTPUT STUDBK-FILE
               CLOSE STUDBK-FILE
               OPEN I-O STUDBK-FILE
           END-IF
           IF WS-STUDBK-STATUS = "00"
               MOVE "Y" TO WS-STUDBK-OPEN-SW
           ELSE
               DISPLAY "STUDBK INDISPONIVEL STATUS "
                   WS-STUDBK-STATUS
           END-IF
           OPEN OUTPUT DISCRPT-FILE
           IF WS-DISCRPT-STATUS NOT = "00"
               DISPLAY "DISCRPT INDISPONIVEL STATUS "
           PERFORM READ-BREEDSCH-RECORD.
       TALLY-NEW-BIRTH.
           ADD 1 TO WS-NEW-BIRTH-COUNT
           PERFORM CAPTURE-STUDBOOK-ENTRY
           MOVE "N" TO WS-ENC-HIT
           MOVE ZERO TO WS-ENC-IX
           PERFORM FIND-ENC-ENTRY
                   ADD 1 TO WS-ENC-USED
                   MOVE WS-ENC-USED TO WS-ENC-IX
                   MOVE BRD-ENCLOSURE-ID TO WS-ENC-ID (WS-ENC-IX)
                   MOVE BRD-SPECIES TO WS-ENC-SPECIES (WS-ENC-IX)
                   MOVE ZERO TO WS-ENC-BIRTHS (WS-ENC-IX)
                   MOVE "Y" TO WS-ENC-HIT
               ELSE
                   DISPLAY "TABELA DE RECINTOS CHEIA "
                       BRD-ENCLOSURE-ID " " BRD-SPECIES
               END-IF
           END-IF
           IF WS-ENC-HIT = "Y"
               ADD 1 TO WS-ENC-BIRTHS (WS-ENC-IX)
           END-IF.
       CAPTURE-STUDBOOK-ENTRY.
           IF WS-STUDBK-OPEN-SW = "Y"
               IF BRD-OFFSPRING-ID = SPACES
                   ADD 1 TO WS-NO-OFFSPRING-COUNT
               ELSE
                   MOVE "N" TO WS-STB-FOUND
                   MOVE BRD-OFFSPRING-ID TO STB-ANIMAL-ID
                   READ STUDBK-FILE
                       INVALID KEY
                           MOVE "N" TO WS-STB-FOUND
                       NOT INVALID KEY
                           MOVE "Y" TO WS-STB-FOUND
                   END-READ
                   IF WS-STB-FOUND = "N"
                       MOVE SPACES TO STB-REC
                       MOVE BRD-OFFSPRING-ID TO STB-ANIMAL-ID
                   END-IF
                   MOVE BRD-SPECIES TO STB-SPECIES
                   IF BRD-SIRE-ID NOT = SPACES
                       MOVE BRD-SIRE-ID TO STB-SIRE-ID
                   END-IF
                   MOVE BRD-ANIMAL-ID TO STB-DAM-ID
                   SET STB-BORN-HERE TO TRUE
                   MOVE BRD-BIRTH-DATE TO STB-BIRTH-DATE
                   IF WS-STB-FOUND = "Y"
                       REWRITE STB-REC
                   ELSE
                       WRITE STB-REC
                   END-IF
                   ADD 1 TO WS-STUDBOOK-COUNT
               END-IF
           END-IF.
       FIND-ENC-ENTRY.
           ADD 1 TO WS-ENC-IX
           IF WS-ENC-ID (WS-ENC-IX) = BRD-ENCLOSURE-ID
                   AND WS-ENC-SPECIES (WS-ENC-IX) = BRD-SPECIES
               MOVE "Y" TO WS-ENC-HIT
           END-IF.
       CHECK-ENCLOSURE-POSTINGS.
           ADD 1 TO WS-ENC-IX
           MOVE "N" TO WS-ANM-FOUND
           MOVE ZERO TO WS-ANM-TOTAL
           IF WS-ANMINV-OPEN-SW = "Y"
               PERFORM SUM-SPECIES-INVENTORY
           END-IF
           IF WS-ANM-FOUND = "N"
               ADD 1 TO WS-DISCREP-COUNT
               MOVE WS-ENC-ID (WS-ENC-IX) TO DBL-ENCLOSURE-ID
               MOVE WS-ENC-SPECIES (WS-ENC-IX) TO DBL-SPECIES
               MOVE WS-ENC-BIRTHS (WS-ENC-IX) TO DBL-BIRTHS
               MOVE ZERO TO DBL-EXPECTED
               MOVE ZERO TO DBL-ACTUAL
               MOVE WS-DSC-BIRTH-LINE TO DSC-REC
               WRITE DSC-REC
               MOVE "    ESPECIE SEM REGISTRO DE INVENTARIO NA SECAO"
                   TO DSC-REC
               WRITE DSC-REC
           ELSE
               PERFORM CHECK-SNAPSHOT
           END-IF.
       SUM-SPECIES-INVENTORY.
           MOVE "N" TO WS-ANMINV-EOF-SW
           MOVE LOW-VALUES TO ANM-KEY
           MOVE WS-ENC-ID (WS-ENC-IX) TO ANM-SECTION-ID
           START ANMINV-FILE KEY IS NOT < ANM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ANMINV-EOF-SW
           END-START
           IF NOT WS-ANMINV-EOF
               PERFORM READ-SECTION-INVENTORY
               PERFORM TALLY-SPECIES-INVENTORY UNTIL WS-ANMINV-EOF
           END-IF.
       READ-SECTION-INVENTORY.
           READ ANMINV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ANMINV-EOF-SW
           END-READ
           IF NOT WS-ANMINV-EOF
               IF ANM-SECTION-ID NOT = WS-ENC-ID (WS-ENC-IX)
                   MOVE "Y" TO WS-ANMINV-EOF-SW
               END-IF
           END-IF.
       TALLY-SPECIES-INVENTORY.
           IF ANM-SPECIES = WS-ENC-SPECIES (WS-ENC-IX)
               MOVE "Y" TO WS-ANM-FOUND
               ADD ANM-HEAD-COUNT TO WS-ANM-TOTAL
           END-IF
           PERFORM READ-SECTION-INVENTORY.
       CHECK-SNAPSHOT.
           MOVE "N" TO WS-SNAP-FOUND
           IF WS-BRDCHK-OPEN-SW = "Y"
               MOVE WS-ENC-ID (WS-ENC-IX) TO BCK-SECTION-ID
               MOVE WS-ENC-SPECIES (WS-ENC-IX) TO BCK-SPECIES
               READ BRDCHK-FILE
                   INVALID KEY
                       MOVE "N" TO WS-SNAP-FOUND
           IF WS-SNAP-FOUND = "Y"
               COMPUTE WS-EXPECTED-COUNT = BCK-HEAD-COUNT
                   + WS-ENC-BIRTHS (WS-ENC-IX)
               IF WS-ANM-TOTAL < WS-EXPECTED-COUNT
                   ADD 1 TO WS-DISCREP-COUNT
                   MOVE WS-ENC-ID (WS-ENC-IX) TO DBL-ENCLOSURE-ID
                   MOVE WS-ENC-SPECIES (WS-ENC-IX) TO DBL-SPECIES
                   MOVE WS-ENC-BIRTHS (WS-ENC-IX) TO DBL-BIRTHS
                   MOVE WS-EXPECTED-COUNT TO DBL-EXPECTED
                   MOVE WS-ANM-TOTAL TO DBL-ACTUAL
                   MOVE WS-DSC-BIRTH-LINE TO DSC-REC
                   WRITE DSC-REC
                   MOVE "    NASCIMENTOS NAO LANCADOS NO INVENTARIO"
           PERFORM SAVE-SNAPSHOT.
       SAVE-SNAPSHOT.
           IF WS-BRDCHK-OPEN-SW = "Y"
               MOVE WS-ENC-ID (WS-ENC-IX) TO BCK-SECTION-ID
               MOVE WS-ENC-SPECIES (WS-ENC-IX) TO BCK-SPECIES
               MOVE WS-ANM-TOTAL TO BCK-HEAD-COUNT
               MOVE WS-RUN-DATE TO BCK-LAST-RUN-DATE
               IF WS-SNAP-FOUND = "Y"
                   REWRITE BCK-REC
           MOVE WS-DISCREP-COUNT TO DTL-DISCREP
           MOVE WS-OVERDUE-COUNT TO DTL-OVERDUE
           MOVE WS-DSC-TOTALS-LINE TO DSC-REC
           WRITE DSC-REC
           MOVE WS-STUDBOOK-COUNT TO DSL-CAPTURED
           MOVE WS-NO-OFFSPRING-COUNT TO DSL-NO-OFFSPRING
           MOVE WS-DSC-STUDBOOK-LINE TO DSC-REC
           WRITE DSC-REC.
       UPDATE-CONTROL-RECORD.
           IF WS-BRDCHK-OPEN-SW = "Y"
           IF WS-BRDCHK-OPEN-SW = "Y"
               CLOSE BRDCHK-FILE
           END-IF
           IF WS-STUDBK-OPEN-SW = "Y"
               CLOSE STUDBK-FILE
           END-IF
           IF WS-DISCRPT-OPEN-SW = "Y"
               CLOSE DISCRPT-FILE
           END-IF
