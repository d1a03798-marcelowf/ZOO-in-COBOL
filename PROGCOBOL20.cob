       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBOL20.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAIRPROP-FILE ASSIGN TO "PAIRPROP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAIRPROP-STATUS.
           SELECT STUDBK-FILE ASSIGN TO "STUDBK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STB-ANIMAL-ID
               FILE STATUS IS WS-STUDBK-STATUS.
           SELECT OPTIONAL ANMREG-FILE ASSIGN TO "ANMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ANIMAL-ID
               FILE STATUS IS WS-ANMREG-STATUS.
           SELECT BREEDSCH-FILE ASSIGN TO "BREEDSCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BREEDSCH-STATUS.
           SELECT OPTIONAL CTLCARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.
           SELECT PAIRRPT-FILE ASSIGN TO "PAIRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAIRRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAIRPROP-FILE.
       01  PRP-REC.
           05 PRP-SECTION-ID PIC X(11).
           05 PRP-SPECIES PIC X(20).
           05 PRP-SIRE-ID PIC X(08).
           05 PRP-DAM-ID PIC X(08).
           05 PRP-DUE-DATE PIC 9(06).
           05 FILLER PIC X(27).
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
       FD  ANMREG-FILE.
       01  REG-REC.
           05 REG-ANIMAL-ID PIC X(08).
           05 REG-SPECIES PIC X(20).
           05 REG-SEX PIC X(01).
           05 REG-ENCLOSURE-ID PIC X(11).
           05 REG-ARRIVAL-DATE PIC 9(06).
           05 REG-STATUS PIC X(01).
               88 REG-ALIVE VALUE "V".
               88 REG-TRANSFERRED VALUE "T".
               88 REG-DECEASED VALUE "O".
       FD  BREEDSCH-FILE.
       01  BRD-REC.
           05 BRD-ENCLOSURE-ID PIC X(11).
           05 BRD-SPECIES PIC X(20).
           05 BRD-ANIMAL-ID PIC X(08).
           05 BRD-DUE-DATE PIC 9(06).
           05 BRD-BIRTH-DATE PIC 9(06).
           05 BRD-STATUS PIC X(01).
               88 BRD-DUE-SOON VALUE "D".
               88 BRD-BORN VALUE "B".
               88 BRD-PAIRED VALUE "P".
           05 BRD-SIRE-ID PIC X(08).
           05 BRD-OFFSPRING-ID PIC X(08).
       FD  CTLCARD-FILE.
       01  CTL-REC.
           05 CTL-GENERATIONS PIC 9(01).
           05 CTL-MAX-COEF PIC 9V9999.
           05 FILLER PIC X(74).
       FD  PAIRRPT-FILE.
       01  PRR-REC PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-PAIRPROP-STATUS PIC X(02) VALUE "00".
       77 WS-PAIRPROP-OPEN-SW PIC X(01) VALUE "N".
       77 WS-PAIR-EOF-SW PIC X(01) VALUE "N".
           88 WS-PAIR-EOF VALUE "Y".
       77 WS-STUDBK-STATUS PIC X(02) VALUE "00".
       77 WS-STUDBK-OPEN-SW PIC X(01) VALUE "N".
       77 WS-STB-FOUND PIC X(01) VALUE "N".
       77 WS-ANMREG-STATUS PIC X(02) VALUE "00".
       77 WS-ANMREG-OPEN-SW PIC X(01) VALUE "N".
       77 WS-REG-FOUND PIC X(01) VALUE "N".
       77 WS-BREEDSCH-STATUS PIC X(02) VALUE "00".
       77 WS-BREEDSCH-OPEN-SW PIC X(01) VALUE "N".
       77 WS-CTLCARD-STATUS PIC X(02) VALUE "00".
       77 WS-PAIRRPT-STATUS PIC X(02) VALUE "00".
       77 WS-PAIRRPT-OPEN-SW PIC X(01) VALUE "N".
       77 WS-PAIR-VALID-SW PIC X(01) VALUE "Y".
           88 WS-PAIR-VALID VALUE "Y".
       77 WS-REJECT-REASON PIC X(30) VALUE SPACES.
       77 WS-GENERATIONS PIC 9(01) VALUE 4.
       77 WS-MAX-COEF PIC 9V9999 VALUE 0.1250.
       77 WS-COEF PIC 9V9999 VALUE ZERO.
       77 WS-COEF-WORK PIC 9(03)V9(06) VALUE ZERO.
       77 WS-MIN-DIST PIC 9(02) VALUE ZERO.
       77 WS-PATH-DIST PIC 9(02) VALUE ZERO.
       77 WS-COMMON-COUNT PIC 9(03) VALUE ZERO.
       77 WS-NO-COMMON PIC 9(02) VALUE 99.
       77 WS-READ-COUNT PIC 9(05) VALUE ZERO.
       77 WS-ACCEPTED-COUNT PIC 9(05) VALUE ZERO.
       77 WS-REJECTED-COUNT PIC 9(05) VALUE ZERO.
       77 WS-UNKNOWN-COUNT PIC 9(05) VALUE ZERO.
       77 WS-LOOKUP-ANIMAL PIC X(08) VALUE SPACES.
       77 WS-PED-ROOT PIC X(08) VALUE SPACES.
       77 WS-PED-MAX PIC 9(03) VALUE 127 COMP.
       77 WS-PED-USED PIC 9(03) VALUE ZERO COMP.
       77 WS-PED-IX PIC 9(03) VALUE ZERO COMP.
       77 WS-PED-KNOWN PIC 9(03) VALUE ZERO COMP.
       77 WS-SIRE-USED PIC 9(03) VALUE ZERO COMP.
       77 WS-SIRE-IX PIC 9(03) VALUE ZERO COMP.
       77 WS-SIRE-KNOWN PIC 9(03) VALUE ZERO COMP.
       01  WS-PED-TABLE.
           05 WS-PED-ENTRY OCCURS 127 TIMES.
               10 WS-PED-ID PIC X(08).
               10 WS-PED-GEN PIC 9(01).
       01  WS-SIRE-TABLE.
           05 WS-SIRE-ENTRY OCCURS 127 TIMES.
               10 WS-SIRE-ID PIC X(08).
               10 WS-SIRE-GEN PIC 9(01).
       01  WS-PRR-HEADING-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "MACHO".
           05 FILLER PIC X(09) VALUE "FEMEA".
           05 FILLER PIC X(08) VALUE "GRAU".
           05 FILLER PIC X(12) VALUE "COEF".
           05 FILLER PIC X(11) VALUE "RESULTADO".
           05 FILLER PIC X(30) VALUE "MOTIVO".
       01  WS-PRR-DETAIL-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 PDL-SIRE-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 PDL-DAM-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "GRAU=".
           05 PDL-DEGREE PIC ZZ.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "COEF=".
           05 PDL-COEF PIC 9.9999.
           05 FILLER PIC X(01) VALUE SPACES.
           05 PDL-RESULT PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 PDL-REASON PIC X(30).
       01  WS-PRR-TOTALS-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "PROPOSTAS:".
           05 PTL-READ PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "APROVADAS:".
           05 PTL-ACCEPTED PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "REJEITADAS:".
           05 PTL-REJECTED PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "SEM PEDIGREE:".
           05 PTL-UNKNOWN PIC ZZZZ9.

       PROCEDURE DIVISION.
           DISPLAY "VERIFICACAO DE PARENTESCO DOS PAREAMENTOS".
           PERFORM INITIALIZE-RUN.
           IF WS-PAIRPROP-OPEN-SW = "Y" AND WS-STUDBK-OPEN-SW = "Y"
                   AND WS-BREEDSCH-OPEN-SW = "Y"
                   AND WS-PAIRRPT-OPEN-SW = "Y"
               PERFORM READ-PAIR-RECORD
               PERFORM PROCESS-PAIR-RECORD UNTIL WS-PAIR-EOF
           END-IF
           PERFORM END-PROC.
       INITIALIZE-RUN.
           OPEN INPUT CTLCARD-FILE
           IF WS-CTLCARD-STATUS = "00"
               READ CTLCARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-GENERATIONS IS NUMERIC
                               AND CTL-GENERATIONS > ZERO
                               AND CTL-GENERATIONS < 7
                           MOVE CTL-GENERATIONS TO WS-GENERATIONS
                       END-IF
                       IF CTL-MAX-COEF IS NUMERIC
                               AND CTL-MAX-COEF > ZERO
                           MOVE CTL-MAX-COEF TO WS-MAX-COEF
                       END-IF
               END-READ
               CLOSE CTLCARD-FILE
           END-IF
           OPEN INPUT PAIRPROP-FILE
           IF WS-PAIRPROP-STATUS NOT = "00"
               DISPLAY "PAIRPROP INDISPONIVEL STATUS "
                   WS-PAIRPROP-STATUS
           ELSE
               MOVE "Y" TO WS-PAIRPROP-OPEN-SW
           END-IF
           OPEN INPUT STUDBK-FILE
           IF WS-STUDBK-STATUS NOT = "00"
               DISPLAY "STUDBK INDISPONIVEL STATUS "
                   WS-STUDBK-STATUS
           ELSE
               MOVE "Y" TO WS-STUDBK-OPEN-SW
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
           OPEN EXTEND BREEDSCH-FILE
           IF WS-BREEDSCH-STATUS NOT = "00"
               DISPLAY "BREEDSCH INDISPONIVEL STATUS "
                   WS-BREEDSCH-STATUS
           ELSE
               MOVE "Y" TO WS-BREEDSCH-OPEN-SW
           END-IF
           OPEN OUTPUT PAIRRPT-FILE
           IF WS-PAIRRPT-STATUS NOT = "00"
               DISPLAY "PAIRRPT INDISPONIVEL STATUS "
                   WS-PAIRRPT-STATUS
           ELSE
               MOVE "Y" TO WS-PAIRRPT-OPEN-SW
               MOVE "PARENTESCO DOS PAREAMENTOS PROPOSTOS" TO PRR-REC
               WRITE PRR-REC
               MOVE WS-PRR-HEADING-LINE TO PRR-REC
               WRITE PRR-REC
           END-IF.
       READ-PAIR-RECORD.
           READ PAIRPROP-FILE
               AT END
                   MOVE "Y" TO WS-PAIR-EOF-SW
           END-READ
           IF NOT WS-PAIR-EOF
               ADD 1 TO WS-READ-COUNT
           END-IF.
       PROCESS-PAIR-RECORD.
           MOVE "Y" TO WS-PAIR-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-MIN-DIST
           MOVE ZERO TO WS-COEF
           PERFORM VALIDATE-PAIR
           IF WS-PAIR-VALID
               PERFORM COMPUTE-RELATEDNESS
               IF WS-COEF NOT < WS-MAX-COEF
                   MOVE "N" TO WS-PAIR-VALID-SW
                   MOVE "PARENTESCO PROXIMO" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-PAIR-VALID
               PERFORM WRITE-BREEDING-ENTRY
               ADD 1 TO WS-ACCEPTED-COUNT
               MOVE "APROVADO" TO PDL-RESULT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJEITADO" TO PDL-RESULT
           END-IF
           PERFORM WRITE-PAIR-LINE
           PERFORM READ-PAIR-RECORD.
       VALIDATE-PAIR.
           EVALUATE TRUE
               WHEN PRP-SIRE-ID = SPACES OR PRP-DAM-ID = SPACES
                   MOVE "N" TO WS-PAIR-VALID-SW
                   MOVE "ANIMAL NAO INFORMADO" TO WS-REJECT-REASON
               WHEN PRP-SIRE-ID = PRP-DAM-ID
                   MOVE "N" TO WS-PAIR-VALID-SW
                   MOVE "MACHO E FEMEA IGUAIS" TO WS-REJECT-REASON
               WHEN PRP-SECTION-ID = SPACES
                   MOVE "N" TO WS-PAIR-VALID-SW
                   MOVE "SECAO NAO INFORMADA" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-PAIR-VALID AND WS-ANMREG-OPEN-SW = "Y"
               MOVE PRP-SIRE-ID TO WS-LOOKUP-ANIMAL
               PERFORM READ-REGISTRY-RECORD
               EVALUATE TRUE
                   WHEN WS-REG-FOUND = "N"
                       MOVE "N" TO WS-PAIR-VALID-SW
                       MOVE "MACHO SEM REGISTRO" TO WS-REJECT-REASON
                   WHEN NOT REG-ALIVE
                       MOVE "N" TO WS-PAIR-VALID-SW
                       MOVE "MACHO FORA DO PLANTEL"
                           TO WS-REJECT-REASON
                   WHEN REG-SEX NOT = "M"
                       MOVE "N" TO WS-PAIR-VALID-SW
                       MOVE "SEXO DO MACHO INVALIDO"
                           TO WS-REJECT-REASON
                   WHEN REG-SPECIES NOT = PRP-SPECIES
                       MOVE "N" TO WS-PAIR-VALID-SW
                       MOVE "ESPECIE DO MACHO DIVERGE"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-PAIR-VALID AND WS-ANMREG-OPEN-SW = "Y"
               MOVE PRP-DAM-ID TO WS-LOOKUP-ANIMAL
               PERFORM READ-REGISTRY-RECORD
               EVALUATE TRUE
                   WHEN WS-REG-FOUND = "N"
                       MOVE "N" TO WS-PAIR-VALID-SW
                       MOVE "FEMEA SEM REGISTRO" TO WS-REJECT-REASON
                   WHEN NOT REG-ALIVE
                       MOVE "N" TO WS-PAIR-VALID-SW
                       MOVE "FEMEA FORA DO PLANTEL"
                           TO WS-REJECT-REASON
                   WHEN REG-SEX NOT = "F"
                       MOVE "N" TO WS-PAIR-VALID-SW
                       MOVE "SEXO DA FEMEA INVALIDO"
                           TO WS-REJECT-REASON
                   WHEN REG-SPECIES NOT = PRP-SPECIES
                       MOVE "N" TO WS-PAIR-VALID-SW
                       MOVE "ESPECIE DA FEMEA DIVERGE"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       READ-REGISTRY-RECORD.
           MOVE "N" TO WS-REG-FOUND
           MOVE WS-LOOKUP-ANIMAL TO REG-ANIMAL-ID
           READ ANMREG-FILE
               INVALID KEY
                   MOVE "N" TO WS-REG-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-REG-FOUND
           END-READ.
       COMPUTE-RELATEDNESS.
           MOVE PRP-SIRE-ID TO WS-PED-ROOT
           PERFORM BUILD-PEDIGREE
           MOVE WS-PED-TABLE TO WS-SIRE-TABLE
           MOVE WS-PED-USED TO WS-SIRE-USED
           MOVE WS-PED-KNOWN TO WS-SIRE-KNOWN
           MOVE PRP-DAM-ID TO WS-PED-ROOT
           PERFORM BUILD-PEDIGREE
           IF WS-SIRE-KNOWN = ZERO AND WS-PED-KNOWN = ZERO
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE "SEM PEDIGREE NO STUDBOOK" TO WS-REJECT-REASON
           END-IF
           MOVE WS-NO-COMMON TO WS-MIN-DIST
           MOVE ZERO TO WS-COMMON-COUNT
           MOVE ZERO TO WS-SIRE-IX
           PERFORM COMPARE-SIRE-ENTRY UNTIL WS-SIRE-IX >= WS-SIRE-USED
           IF WS-COMMON-COUNT = ZERO
               MOVE ZERO TO WS-MIN-DIST
               MOVE ZERO TO WS-COEF
           ELSE
               MOVE WS-COMMON-COUNT TO WS-COEF-WORK
               PERFORM HALVE-COEFFICIENT WS-MIN-DIST TIMES
               IF WS-COEF-WORK > 1
                   MOVE 1 TO WS-COEF
               ELSE
                   COMPUTE WS-COEF ROUNDED = WS-COEF-WORK
               END-IF
           END-IF.
       HALVE-COEFFICIENT.
           DIVIDE 2 INTO WS-COEF-WORK.
       BUILD-PEDIGREE.
           MOVE SPACES TO WS-PED-TABLE
           MOVE 1 TO WS-PED-USED
           MOVE ZERO TO WS-PED-KNOWN
           MOVE WS-PED-ROOT TO WS-PED-ID (1)
           MOVE ZERO TO WS-PED-GEN (1)
           MOVE ZERO TO WS-PED-IX
           PERFORM EXPAND-PEDIGREE-ENTRY UNTIL WS-PED-IX >= WS-PED-USED.
       EXPAND-PEDIGREE-ENTRY.
           ADD 1 TO WS-PED-IX
           IF WS-PED-GEN (WS-PED-IX) < WS-GENERATIONS
               MOVE "N" TO WS-STB-FOUND
               MOVE WS-PED-ID (WS-PED-IX) TO STB-ANIMAL-ID
               READ STUDBK-FILE
                   INVALID KEY
                       MOVE "N" TO WS-STB-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-STB-FOUND
               END-READ
               IF WS-STB-FOUND = "Y"
                   IF STB-SIRE-ID NOT = SPACES
                       MOVE STB-SIRE-ID TO WS-LOOKUP-ANIMAL
                       PERFORM ADD-PEDIGREE-ENTRY
                   END-IF
                   IF STB-DAM-ID NOT = SPACES
                       MOVE STB-DAM-ID TO WS-LOOKUP-ANIMAL
                       PERFORM ADD-PEDIGREE-ENTRY
                   END-IF
               END-IF
           END-IF.
       ADD-PEDIGREE-ENTRY.
           IF WS-PED-USED < WS-PED-MAX
               ADD 1 TO WS-PED-USED
               ADD 1 TO WS-PED-KNOWN
               MOVE WS-LOOKUP-ANIMAL TO WS-PED-ID (WS-PED-USED)
               COMPUTE WS-PED-GEN (WS-PED-USED) =
                   WS-PED-GEN (WS-PED-IX) + 1
           END-IF.
       COMPARE-SIRE-ENTRY.
           ADD 1 TO WS-SIRE-IX
           MOVE ZERO TO WS-PED-IX
           PERFORM COMPARE-DAM-ENTRY UNTIL WS-PED-IX >= WS-PED-USED.
       COMPARE-DAM-ENTRY.
           ADD 1 TO WS-PED-IX
           IF WS-PED-ID (WS-PED-IX) = WS-SIRE-ID (WS-SIRE-IX)
               COMPUTE WS-PATH-DIST = WS-SIRE-GEN (WS-SIRE-IX)
                   + WS-PED-GEN (WS-PED-IX)
               EVALUATE TRUE
                   WHEN WS-PATH-DIST < WS-MIN-DIST
                       MOVE WS-PATH-DIST TO WS-MIN-DIST
                       MOVE 1 TO WS-COMMON-COUNT
                   WHEN WS-PATH-DIST = WS-MIN-DIST
                       ADD 1 TO WS-COMMON-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       WRITE-BREEDING-ENTRY.
           MOVE PRP-SECTION-ID TO BRD-ENCLOSURE-ID
           MOVE PRP-SPECIES TO BRD-SPECIES
           MOVE PRP-DAM-ID TO BRD-ANIMAL-ID
           IF PRP-DUE-DATE IS NUMERIC
               MOVE PRP-DUE-DATE TO BRD-DUE-DATE
           ELSE
               MOVE ZERO TO BRD-DUE-DATE
           END-IF
           MOVE ZERO TO BRD-BIRTH-DATE
           SET BRD-PAIRED TO TRUE
           MOVE PRP-SIRE-ID TO BRD-SIRE-ID
           MOVE SPACES TO BRD-OFFSPRING-ID
           WRITE BRD-REC.
       WRITE-PAIR-LINE.
           MOVE PRP-SIRE-ID TO PDL-SIRE-ID
           MOVE PRP-DAM-ID TO PDL-DAM-ID
           MOVE WS-MIN-DIST TO PDL-DEGREE
           MOVE WS-COEF TO PDL-COEF
           MOVE WS-REJECT-REASON TO PDL-REASON
           MOVE WS-PRR-DETAIL-LINE TO PRR-REC
           WRITE PRR-REC.
       END-PROC SECTION.
           IF WS-PAIRRPT-OPEN-SW = "Y"
               MOVE SPACES TO PRR-REC
               WRITE PRR-REC
               MOVE WS-READ-COUNT TO PTL-READ
               MOVE WS-ACCEPTED-COUNT TO PTL-ACCEPTED
               MOVE WS-REJECTED-COUNT TO PTL-REJECTED
               MOVE WS-UNKNOWN-COUNT TO PTL-UNKNOWN
               MOVE WS-PRR-TOTALS-LINE TO PRR-REC
               WRITE PRR-REC
               CLOSE PAIRRPT-FILE
           END-IF
           IF WS-PAIRPROP-OPEN-SW = "Y"
               CLOSE PAIRPROP-FILE
           END-IF
           IF WS-STUDBK-OPEN-SW = "Y"
               CLOSE STUDBK-FILE
           END-IF
           IF WS-ANMREG-OPEN-SW = "Y"
               CLOSE ANMREG-FILE
           END-IF
           IF WS-BREEDSCH-OPEN-SW = "Y"
               CLOSE BREEDSCH-FILE
           END-IF
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FIM DA VERIFICACAO DE PARENTESCO"
           STOP RUN.

       END PROGRAM PROGCOBOL20.
