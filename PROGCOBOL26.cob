       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBOL26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOVLEDG-FILE ASSIGN TO "MOVLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVLEDG-STATUS.
           SELECT ANMINV-FILE ASSIGN TO "ANMINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANM-KEY
               FILE STATUS IS WS-ANMINV-STATUS.
           SELECT OPTIONAL ANMREG-FILE ASSIGN TO "ANMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ANIMAL-ID
               FILE STATUS IS WS-ANMREG-STATUS.
           SELECT OPTIONAL CTLCARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.
           SELECT FAUNRPT-FILE ASSIGN TO "FAUNRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FAUNRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVLEDG-FILE.
       01  MVL-REC.
           05 MVL-DATE PIC 9(06).
           05 MVL-TYPE PIC X(01).
               88 MVL-OPENING VALUE "S".
               88 MVL-BIRTH VALUE "N".
               88 MVL-DEATH VALUE "O".
               88 MVL-ACQUISITION VALUE "A".
               88 MVL-DISPOSAL VALUE "B".
               88 MVL-TRANSFER VALUE "T".
           05 MVL-SPECIES PIC X(20).
           05 MVL-FROM-SECTION-ID PIC X(11).
           05 MVL-FROM-ENCLOSURE-ID PIC X(08).
           05 MVL-TO-SECTION-ID PIC X(11).
           05 MVL-TO-ENCLOSURE-ID PIC X(08).
           05 MVL-QUANTITY PIC 9(05).
           05 MVL-ANIMAL-ID PIC X(08).
           05 MVL-PERMIT-NO PIC X(10).
           05 FILLER PIC X(10).
       FD  ANMINV-FILE.
       01  ANM-REC.
           05 ANM-KEY.
               10 ANM-SECTION-ID PIC X(11).
               10 ANM-ENCLOSURE-ID PIC X(08).
               10 ANM-SPECIES PIC X(20).
           05 ANM-HEAD-COUNT PIC 9(05).
       FD  ANMREG-FILE.
       01  REG-REC.
           05 REG-ANIMAL-ID PIC X(08).
           05 REG-SPECIES PIC X(20).
           05 REG-SEX PIC X(01).
               88 REG-SEX-VALID VALUE "M" "F".
           05 REG-ENCLOSURE-ID PIC X(11).
           05 REG-ARRIVAL-DATE PIC 9(06).
           05 REG-STATUS PIC X(01).
               88 REG-ALIVE VALUE "V".
               88 REG-TRANSFERRED VALUE "T".
               88 REG-DECEASED VALUE "O".
               88 REG-STATUS-VALID VALUE "V" "T" "O".
       FD  CTLCARD-FILE.
       01  CTL-REC.
           05 CTL-REPORT-YEAR PIC 9(02).
           05 FILLER PIC X(78).
       FD  FAUNRPT-FILE.
       01  FNR-REC PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-MOVLEDG-STATUS PIC X(02) VALUE "00".
       77 WS-MOVLEDG-OPEN-SW PIC X(01) VALUE "N".
       77 WS-MOVLEDG-EOF-SW PIC X(01) VALUE "N".
           88 WS-MOVLEDG-EOF VALUE "Y".
       77 WS-ANMINV-STATUS PIC X(02) VALUE "00".
       77 WS-ANMINV-OPEN-SW PIC X(01) VALUE "N".
       77 WS-ANMINV-EOF-SW PIC X(01) VALUE "N".
           88 WS-ANMINV-EOF VALUE "Y".
       77 WS-ANMREG-STATUS PIC X(02) VALUE "00".
       77 WS-ANMREG-OPEN-SW PIC X(01) VALUE "N".
       77 WS-ANMREG-EOF-SW PIC X(01) VALUE "N".
           88 WS-ANMREG-EOF VALUE "Y".
       77 WS-CTLCARD-STATUS PIC X(02) VALUE "00".
       77 WS-FAUNRPT-STATUS PIC X(02) VALUE "00".
       77 WS-FAUNRPT-OPEN-SW PIC X(01) VALUE "N".
       77 WS-RUN-DATE PIC 9(06) VALUE ZERO.
       77 WS-REPORT-YEAR PIC 9(02) VALUE ZERO.
       77 WS-YEAR-START PIC 9(06) VALUE ZERO.
       77 WS-YEAR-END PIC 9(06) VALUE ZERO.
       77 WS-MVL-VALID-SW PIC X(01) VALUE "Y".
           88 WS-MVL-VALID VALUE "Y".
       77 WS-NET-QUANTITY PIC S9(07) VALUE ZERO.
       77 WS-CLOSING PIC S9(07) VALUE ZERO.
       77 WS-INV-YEAR-END PIC S9(07) VALUE ZERO.
       77 WS-LEDGER-READ PIC 9(07) VALUE ZERO.
       77 WS-LEDGER-IN-YEAR PIC 9(07) VALUE ZERO.
       77 WS-LEDGER-INVALID PIC 9(05) VALUE ZERO.
       77 WS-DIVERGE-COUNT PIC 9(05) VALUE ZERO.
       77 WS-LOOKUP-SPECIES PIC X(20) VALUE SPACES.
       77 WS-SPC-MAX PIC 9(03) VALUE 300 COMP.
       77 WS-SPC-USED PIC 9(03) VALUE ZERO COMP.
       77 WS-SPC-IX PIC 9(03) VALUE ZERO COMP.
       77 WS-SPC-HIT PIC X(01) VALUE "N".
       01  WS-SPC-TABLE.
           05 WS-SPC-ENTRY OCCURS 300 TIMES.
               10 WS-SPC-SPECIES PIC X(20).
               10 WS-SPC-OPENING PIC S9(07).
               10 WS-SPC-BIRTHS PIC 9(07).
               10 WS-SPC-ACQUIRED PIC 9(07).
               10 WS-SPC-DEATHS PIC 9(07).
               10 WS-SPC-DISPOSED PIC 9(07).
               10 WS-SPC-TRANSF-IN PIC 9(07).
               10 WS-SPC-TRANSF-OUT PIC 9(07).
               10 WS-SPC-LATER-NET PIC S9(07).
               10 WS-SPC-LATER-COUNT PIC 9(05).
               10 WS-SPC-INVENTORY PIC 9(07).
               10 WS-SPC-REGISTRY PIC 9(07).
       01  WS-FNR-YEAR-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "ANO (AA): ".
           05 FYL-YEAR PIC 9(02).
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "PERIODO: ".
           05 FYL-START PIC 9(06).
           05 FILLER PIC X(03) VALUE " A ".
           05 FYL-END PIC 9(06).
           05 FILLER PIC X(38) VALUE SPACES.
       01  WS-FNR-HEADING-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "ESPECIE".
           05 FILLER PIC X(07) VALUE "  INIC.".
           05 FILLER PIC X(07) VALUE "  NASC.".
           05 FILLER PIC X(07) VALUE "  AQUIS".
           05 FILLER PIC X(07) VALUE "  OBITO".
           05 FILLER PIC X(07) VALUE "  BAIXA".
           05 FILLER PIC X(07) VALUE "  TR.E.".
           05 FILLER PIC X(07) VALUE "  TR.S.".
           05 FILLER PIC X(07) VALUE "  FINAL".
           05 FILLER PIC X(03) VALUE SPACES.
       01  WS-FNR-DETAIL-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FDL-SPECIES PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 FDL-OPENING PIC -ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FDL-BIRTHS PIC ZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FDL-ACQUIRED PIC ZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FDL-DEATHS PIC ZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FDL-DISPOSED PIC ZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FDL-TRANSF-IN PIC ZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FDL-TRANSF-OUT PIC ZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FDL-CLOSING PIC -ZZZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
       01  WS-FNR-RECON-LINE.
           05 FILLER PIC X(22) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "INVENTARIO=".
           05 FRL-INVENTORY PIC -ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "REGISTRO=".
           05 FRL-REGISTRY PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FRL-NOTE PIC X(25).
       01  WS-FNR-TOTALS-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "ESPECIES: ".
           05 FTL-SPECIES PIC ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "LANCTOS NO ANO:".
           05 FTL-IN-YEAR PIC ZZZZZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "DIVERGENCIAS: ".
           05 FTL-DIVERGE PIC ZZZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "INVALIDOS: ".
           05 FTL-INVALID PIC ZZZZ9.

       PROCEDURE DIVISION.
           DISPLAY "MOVIMENTACAO ANUAL DE FAUNA".
           PERFORM INITIALIZE-RUN.
           IF WS-FAUNRPT-OPEN-SW = "Y"
               IF WS-MOVLEDG-OPEN-SW = "Y"
                   PERFORM READ-LEDGER-RECORD
                   PERFORM TALLY-LEDGER-RECORD UNTIL WS-MOVLEDG-EOF
               END-IF
               IF WS-ANMINV-OPEN-SW = "Y"
                   PERFORM TALLY-INVENTORY
               END-IF
               IF WS-ANMREG-OPEN-SW = "Y"
                   PERFORM TALLY-REGISTRY
               END-IF
               MOVE ZERO TO WS-SPC-IX
               PERFORM WRITE-SPECIES-LINES
                   UNTIL WS-SPC-IX >= WS-SPC-USED
           END-IF
           PERFORM END-PROC.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-REPORT-YEAR = WS-RUN-DATE / 10000
           MOVE ZEROS TO WS-SPC-TABLE
           OPEN INPUT CTLCARD-FILE
           IF WS-CTLCARD-STATUS = "00"
               READ CTLCARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-REPORT-YEAR IS NUMERIC
                           MOVE CTL-REPORT-YEAR TO WS-REPORT-YEAR
                       END-IF
               END-READ
               CLOSE CTLCARD-FILE
           END-IF
           COMPUTE WS-YEAR-START = WS-REPORT-YEAR * 10000 + 101
           COMPUTE WS-YEAR-END = WS-REPORT-YEAR * 10000 + 1231
           OPEN INPUT MOVLEDG-FILE
           IF WS-MOVLEDG-STATUS = "00"
               MOVE "Y" TO WS-MOVLEDG-OPEN-SW
           ELSE
               IF WS-MOVLEDG-STATUS NOT = "05"
                   DISPLAY "MOVLEDG INDISPONIVEL STATUS "
                       WS-MOVLEDG-STATUS
               END-IF
           END-IF
           OPEN INPUT ANMINV-FILE
           IF WS-ANMINV-STATUS NOT = "00"
               DISPLAY "ANMINV INDISPONIVEL STATUS "
                   WS-ANMINV-STATUS
           ELSE
               MOVE "Y" TO WS-ANMINV-OPEN-SW
           END-IF
           OPEN INPUT ANMREG-FILE
           IF WS-ANMREG-STATUS = "00"
               MOVE "Y" TO WS-ANMREG-OPEN-SW
           ELSE
               IF WS-ANMREG-STATUS NOT = "05"
                   DISPLAY "ANMREG INDISPONIVEL STATUS "
                       WS-ANMREG-STATUS
               END-IF
           END-IF
           OPEN OUTPUT FAUNRPT-FILE
           IF WS-FAUNRPT-STATUS NOT = "00"
               DISPLAY "FAUNRPT INDISPONIVEL STATUS "
                   WS-FAUNRPT-STATUS
           ELSE
               MOVE "Y" TO WS-FAUNRPT-OPEN-SW
               MOVE "MOVIMENTACAO ANUAL DE FAUNA POR ESPECIE"
                   TO FNR-REC
               WRITE FNR-REC
               MOVE WS-REPORT-YEAR TO FYL-YEAR
               MOVE WS-YEAR-START TO FYL-START
               MOVE WS-YEAR-END TO FYL-END
               MOVE WS-FNR-YEAR-LINE TO FNR-REC
               WRITE FNR-REC
               MOVE WS-FNR-HEADING-LINE TO FNR-REC
               WRITE FNR-REC
           END-IF.
       READ-LEDGER-RECORD.
           READ MOVLEDG-FILE
               AT END
                   MOVE "Y" TO WS-MOVLEDG-EOF-SW
           END-READ
           IF NOT WS-MOVLEDG-EOF
               ADD 1 TO WS-LEDGER-READ
           END-IF.
       TALLY-LEDGER-RECORD.
           MOVE "Y" TO WS-MVL-VALID-SW
           IF MVL-DATE IS NOT NUMERIC OR MVL-QUANTITY IS NOT NUMERIC
               MOVE "N" TO WS-MVL-VALID-SW
           ELSE
               EVALUATE TRUE
                   WHEN MVL-OPENING
                       MOVE MVL-QUANTITY TO WS-NET-QUANTITY
                   WHEN MVL-BIRTH
                       MOVE MVL-QUANTITY TO WS-NET-QUANTITY
                   WHEN MVL-ACQUISITION
                       MOVE MVL-QUANTITY TO WS-NET-QUANTITY
                   WHEN MVL-DEATH
                       COMPUTE WS-NET-QUANTITY = ZERO - MVL-QUANTITY
                   WHEN MVL-DISPOSAL
                       COMPUTE WS-NET-QUANTITY = ZERO - MVL-QUANTITY
                   WHEN MVL-TRANSFER
                       MOVE ZERO TO WS-NET-QUANTITY
                   WHEN OTHER
                       MOVE "N" TO WS-MVL-VALID-SW
               END-EVALUATE
           END-IF
           IF WS-MVL-VALID
               MOVE MVL-SPECIES TO WS-LOOKUP-SPECIES
               PERFORM ACCUMULATE-SPECIES
               IF WS-SPC-HIT = "Y"
                   PERFORM POST-LEDGER-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-LEDGER-INVALID
           END-IF
           PERFORM READ-LEDGER-RECORD.
       POST-LEDGER-RECORD.
           EVALUATE TRUE
               WHEN MVL-DATE < WS-YEAR-START
                   ADD WS-NET-QUANTITY TO WS-SPC-OPENING (WS-SPC-IX)
               WHEN MVL-DATE > WS-YEAR-END
                   ADD WS-NET-QUANTITY TO WS-SPC-LATER-NET (WS-SPC-IX)
                   IF NOT MVL-TRANSFER
                       ADD 1 TO WS-SPC-LATER-COUNT (WS-SPC-IX)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-LEDGER-IN-YEAR
                   PERFORM POST-YEAR-MOVEMENT
           END-EVALUATE.
       POST-YEAR-MOVEMENT.
           EVALUATE TRUE
               WHEN MVL-OPENING
                   ADD MVL-QUANTITY TO WS-SPC-OPENING (WS-SPC-IX)
               WHEN MVL-BIRTH
                   ADD MVL-QUANTITY TO WS-SPC-BIRTHS (WS-SPC-IX)
               WHEN MVL-ACQUISITION
                   ADD MVL-QUANTITY TO WS-SPC-ACQUIRED (WS-SPC-IX)
               WHEN MVL-DEATH
                   ADD MVL-QUANTITY TO WS-SPC-DEATHS (WS-SPC-IX)
               WHEN MVL-DISPOSAL
                   ADD MVL-QUANTITY TO WS-SPC-DISPOSED (WS-SPC-IX)
               WHEN MVL-TRANSFER
                   ADD MVL-QUANTITY TO WS-SPC-TRANSF-IN (WS-SPC-IX)
                   ADD MVL-QUANTITY TO WS-SPC-TRANSF-OUT (WS-SPC-IX)
           END-EVALUATE.
       ACCUMULATE-SPECIES.
           MOVE "N" TO WS-SPC-HIT
           MOVE ZERO TO WS-SPC-IX
           PERFORM FIND-SPECIES-ENTRY
               UNTIL WS-SPC-HIT = "Y" OR WS-SPC-IX >= WS-SPC-USED
           IF WS-SPC-HIT = "N"
               IF WS-SPC-USED < WS-SPC-MAX
                   ADD 1 TO WS-SPC-USED
                   MOVE WS-SPC-USED TO WS-SPC-IX
                   MOVE WS-LOOKUP-SPECIES TO WS-SPC-SPECIES (WS-SPC-IX)
                   MOVE "Y" TO WS-SPC-HIT
               ELSE
                   DISPLAY "TABELA DE ESPECIES CHEIA "
                       WS-LOOKUP-SPECIES
               END-IF
           END-IF.
       FIND-SPECIES-ENTRY.
           ADD 1 TO WS-SPC-IX
           IF WS-SPC-SPECIES (WS-SPC-IX) = WS-LOOKUP-SPECIES
               MOVE "Y" TO WS-SPC-HIT
           END-IF.
       TALLY-INVENTORY.
           MOVE LOW-VALUES TO ANM-KEY
           START ANMINV-FILE KEY NOT < ANM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ANMINV-EOF-SW
           END-START
           IF NOT WS-ANMINV-EOF
               PERFORM READ-ANMINV-NEXT
               PERFORM SCAN-INVENTORY-RECORD UNTIL WS-ANMINV-EOF
           END-IF.
       READ-ANMINV-NEXT.
           READ ANMINV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ANMINV-EOF-SW
           END-READ.
       SCAN-INVENTORY-RECORD.
           IF ANM-HEAD-COUNT > ZERO
               MOVE ANM-SPECIES TO WS-LOOKUP-SPECIES
               PERFORM ACCUMULATE-SPECIES
               IF WS-SPC-HIT = "Y"
                   ADD ANM-HEAD-COUNT TO WS-SPC-INVENTORY (WS-SPC-IX)
               END-IF
           END-IF
           PERFORM READ-ANMINV-NEXT.
       TALLY-REGISTRY.
           MOVE LOW-VALUES TO REG-ANIMAL-ID
           START ANMREG-FILE KEY NOT < REG-ANIMAL-ID
               INVALID KEY
                   MOVE "Y" TO WS-ANMREG-EOF-SW
           END-START
           IF NOT WS-ANMREG-EOF
               PERFORM READ-ANMREG-NEXT
               PERFORM SCAN-REGISTRY-RECORD UNTIL WS-ANMREG-EOF
           END-IF.
       READ-ANMREG-NEXT.
           READ ANMREG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ANMREG-EOF-SW
           END-READ.
       SCAN-REGISTRY-RECORD.
           IF REG-ALIVE
               MOVE REG-SPECIES TO WS-LOOKUP-SPECIES
               PERFORM ACCUMULATE-SPECIES
               IF WS-SPC-HIT = "Y"
                   ADD 1 TO WS-SPC-REGISTRY (WS-SPC-IX)
               END-IF
           END-IF
           PERFORM READ-ANMREG-NEXT.
       WRITE-SPECIES-LINES.
           ADD 1 TO WS-SPC-IX
           COMPUTE WS-CLOSING = WS-SPC-OPENING (WS-SPC-IX)
               + WS-SPC-BIRTHS (WS-SPC-IX)
               + WS-SPC-ACQUIRED (WS-SPC-IX)
               - WS-SPC-DEATHS (WS-SPC-IX)
               - WS-SPC-DISPOSED (WS-SPC-IX)
               + WS-SPC-TRANSF-IN (WS-SPC-IX)
               - WS-SPC-TRANSF-OUT (WS-SPC-IX)
           COMPUTE WS-INV-YEAR-END = WS-SPC-INVENTORY (WS-SPC-IX)
               - WS-SPC-LATER-NET (WS-SPC-IX)
           MOVE WS-SPC-SPECIES (WS-SPC-IX) TO FDL-SPECIES
           MOVE WS-SPC-OPENING (WS-SPC-IX) TO FDL-OPENING
           MOVE WS-SPC-BIRTHS (WS-SPC-IX) TO FDL-BIRTHS
           MOVE WS-SPC-ACQUIRED (WS-SPC-IX) TO FDL-ACQUIRED
           MOVE WS-SPC-DEATHS (WS-SPC-IX) TO FDL-DEATHS
           MOVE WS-SPC-DISPOSED (WS-SPC-IX) TO FDL-DISPOSED
           MOVE WS-SPC-TRANSF-IN (WS-SPC-IX) TO FDL-TRANSF-IN
           MOVE WS-SPC-TRANSF-OUT (WS-SPC-IX) TO FDL-TRANSF-OUT
           MOVE WS-CLOSING TO FDL-CLOSING
           MOVE WS-FNR-DETAIL-LINE TO FNR-REC
           WRITE FNR-REC
           MOVE WS-INV-YEAR-END TO FRL-INVENTORY
           MOVE WS-SPC-REGISTRY (WS-SPC-IX) TO FRL-REGISTRY
           EVALUATE TRUE
               WHEN WS-CLOSING NOT = WS-INV-YEAR-END
                   ADD 1 TO WS-DIVERGE-COUNT
                   MOVE "DIVERGE DO INVENTARIO" TO FRL-NOTE
               WHEN WS-SPC-LATER-COUNT (WS-SPC-IX) > ZERO
                   MOVE "OK/REG. NAO COMPARAVEL" TO FRL-NOTE
               WHEN WS-ANMREG-OPEN-SW = "Y"
                       AND WS-SPC-REGISTRY (WS-SPC-IX)
                           NOT = WS-CLOSING
                   ADD 1 TO WS-DIVERGE-COUNT
                   MOVE "DIVERGE DO REGISTRO" TO FRL-NOTE
               WHEN OTHER
                   MOVE "OK" TO FRL-NOTE
           END-EVALUATE
           MOVE WS-FNR-RECON-LINE TO FNR-REC
           WRITE FNR-REC.
       END-PROC SECTION.
           IF WS-FAUNRPT-OPEN-SW = "Y"
               MOVE SPACES TO FNR-REC
               WRITE FNR-REC
               MOVE WS-SPC-USED TO FTL-SPECIES
               MOVE WS-LEDGER-IN-YEAR TO FTL-IN-YEAR
               MOVE WS-DIVERGE-COUNT TO FTL-DIVERGE
               MOVE WS-LEDGER-INVALID TO FTL-INVALID
               MOVE WS-FNR-TOTALS-LINE TO FNR-REC
               WRITE FNR-REC
               CLOSE FAUNRPT-FILE
           END-IF
           IF WS-MOVLEDG-OPEN-SW = "Y"
               CLOSE MOVLEDG-FILE
           END-IF
           IF WS-ANMINV-OPEN-SW = "Y"
               CLOSE ANMINV-FILE
           END-IF
           IF WS-ANMREG-OPEN-SW = "Y"
               CLOSE ANMREG-FILE
           END-IF
           IF WS-DIVERGE-COUNT > ZERO OR WS-LEDGER-INVALID > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FIM DA MOVIMENTACAO ANUAL DE FAUNA"
           STOP RUN.

       END PROGRAM PROGCOBOL26.
