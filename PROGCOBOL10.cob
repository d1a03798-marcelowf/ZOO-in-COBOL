           SELECT ANMINV-FILE ASSIGN TO "ANMINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANM-KEY
               FILE STATUS IS WS-ANMINV-STATUS.
           SELECT CAPLIM-FILE ASSIGN TO "CAPLIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAP-KEY
               FILE STATUS IS WS-CAPLIM-STATUS.
           SELECT ENCMST-FILE ASSIGN TO "ENCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-KEY
               FILE STATUS IS WS-ENCMST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ANMINV-FILE.
       01  ANM-REC.
           05 ANM-KEY.
               10 ANM-SECTION-ID PIC X(11).
               10 ANM-ENCLOSURE-ID PIC X(08).
               10 ANM-SPECIES PIC X(20).
           05 ANM-HEAD-COUNT PIC 9(05).
       FD  CAPLIM-FILE.
       01  CAP-REC.
           05 CAP-KEY.
               10 CAP-SECTION-ID PIC X(11).
               10 CAP-ENCLOSURE-ID PIC X(08).
           05 CAP-LIMIT PIC 9(05).
       FD  ENCMST-FILE.
       01  ENC-REC.
           05 ENC-KEY.
               10 ENC-SECTION-ID PIC X(11).
               10 ENC-ENCLOSURE-ID PIC X(08).
           05 ENC-DESCRIPTION PIC X(20).
       WORKING-STORAGE SECTION.
       77 WS-ANMINV-STATUS PIC X(02) VALUE "00".
       77 WS-ANMINV-OPEN-SW PIC X(01) VALUE "N".
       77 WS-CAPLIM-STATUS PIC X(02) VALUE "00".
       77 WS-CAPLIM-OPEN-SW PIC X(01) VALUE "N".
       77 WS-ENCMST-STATUS PIC X(02) VALUE "00".
       77 WS-ENCMST-OPEN-SW PIC X(01) VALUE "N".
       77 WS-ANM-FOUND PIC X(01) VALUE "N".
       77 WS-CAP-FOUND PIC X(01) VALUE "N".
       77 WS-ENC-FOUND PIC X(01) VALUE "N".
       77 WS-SCAN-EOF-SW PIC X(01) VALUE "N".
           88 WS-SCAN-EOF VALUE "Y".
       77 WS-OTHER-COUNT PIC 9(07) VALUE ZERO.
       77 WS-OTHER-ROWS PIC 9(05) VALUE ZERO.
       77 WS-ENCLOSURE-TOTAL PIC 9(07) VALUE ZERO.
       77 WS-OPTION PIC X(01) VALUE SPACE.
           88 WS-OPT-INCLUDE VALUE "I".
           88 WS-OPT-ALTER VALUE "A".
       77 WS-BROWSE-EOF-SW PIC X(01) VALUE "N".
           88 WS-BROWSE-EOF VALUE "Y".
       01  WS-ENTRY-FIELDS.
           05 WS-ENT-SECTION-ID PIC X(11) VALUE SPACES.
           05 WS-ENT-ENCLOSURE-ID PIC X(08) VALUE SPACES.
           05 WS-ENT-SPECIES PIC X(20) VALUE SPACES.
           05 WS-ENT-DESCRIPTION PIC X(20) VALUE SPACES.
           05 WS-ENT-HEAD-COUNT PIC X(05) VALUE SPACES.
           05 WS-ENT-LIMIT PIC X(05) VALUE SPACES.
       01  WS-SHOW-FIELDS.
           05 WS-SHW-DESCRIPTION PIC X(20) VALUE SPACES.
           05 WS-SHW-HEAD-COUNT PIC 9(05) VALUE ZERO.
           05 WS-SHW-LIMIT PIC 9(05) VALUE ZERO.
       01  WS-EDIT-FIELDS.
       01  KEY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 02 COL 20 VALUE "MANUTENCAO DE RECINTOS".
           05 LINE 04 COL 10 VALUE "SECAO:   ".
           05 LINE 04 COL 20 PIC X(11) USING WS-ENT-SECTION-ID.
           05 LINE 05 COL 10 VALUE "RECINTO: ".
           05 LINE 05 COL 20 PIC X(08) USING WS-ENT-ENCLOSURE-ID.
           05 LINE 06 COL 10 VALUE "ESPECIE: ".
           05 LINE 06 COL 20 PIC X(20) USING WS-ENT-SPECIES.
       01  DATA-SCREEN.
           05 BLANK SCREEN.
           05 LINE 02 COL 20 VALUE "DADOS DO RECINTO".
           05 LINE 04 COL 10 VALUE "SECAO:   ".
           05 LINE 04 COL 20 PIC X(11) FROM WS-ENT-SECTION-ID.
           05 LINE 05 COL 10 VALUE "RECINTO: ".
           05 LINE 05 COL 20 PIC X(08) FROM WS-ENT-ENCLOSURE-ID.
           05 LINE 06 COL 10 VALUE "ESPECIE: ".
           05 LINE 06 COL 20 PIC X(20) FROM WS-ENT-SPECIES.
           05 LINE 07 COL 10 VALUE "DESCR.:  ".
           05 LINE 07 COL 20 PIC X(20) USING WS-ENT-DESCRIPTION.
           05 LINE 08 COL 10 VALUE "QTDE:    ".
           05 LINE 08 COL 20 PIC X(05) USING WS-ENT-HEAD-COUNT.
           05 LINE 09 COL 10 VALUE "LIMITE:  ".
           05 LINE 09 COL 20 PIC X(05) USING WS-ENT-LIMIT.
       01  CONFIRM-SCREEN.
           05 LINE 11 COL 10 VALUE "CONFIRMA EXCLUSAO (S/N)? ".
           05 LINE 11 COL 36 PIC X(01) USING WS-CONFIRM.
       01  BROWSE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 02 COL 20 VALUE "CONSULTA DE RECINTOS".
           05 LINE 04 COL 10 VALUE "SECAO:   ".
           05 LINE 04 COL 20 PIC X(11) FROM ANM-SECTION-ID.
           05 LINE 05 COL 10 VALUE "RECINTO: ".
           05 LINE 05 COL 20 PIC X(08) FROM ANM-ENCLOSURE-ID.
           05 LINE 06 COL 10 VALUE "ESPECIE: ".
           05 LINE 06 COL 20 PIC X(20) FROM ANM-SPECIES.
           05 LINE 07 COL 10 VALUE "DESCR.:  ".
           05 LINE 07 COL 20 PIC X(20) FROM WS-SHW-DESCRIPTION.
           05 LINE 08 COL 10 VALUE "QTDE:    ".
           05 LINE 08 COL 20 PIC 9(05) FROM WS-SHW-HEAD-COUNT.
           05 LINE 09 COL 10 VALUE "LIMITE:  ".
           05 LINE 09 COL 20 PIC 9(05) FROM WS-SHW-LIMIT.
           05 LINE 11 COL 10 VALUE "PROXIMO (S/N)? ".
           05 LINE 11 COL 26 PIC X(01) USING WS-CONTINUE.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN.
           IF WS-ANMINV-OPEN-SW = "Y" AND WS-CAPLIM-OPEN-SW = "Y"
                   AND WS-ENCMST-OPEN-SW = "Y"
               PERFORM PROCESS-MENU UNTIL WS-OPT-EXIT
           END-IF
           PERFORM END-PROC.
                   WS-CAPLIM-STATUS
           ELSE
               MOVE "Y" TO WS-CAPLIM-OPEN-SW
           END-IF
           OPEN I-O ENCMST-FILE
           IF WS-ENCMST-STATUS NOT = "00"
               OPEN OUTPUT ENCMST-FILE
               CLOSE ENCMST-FILE
               OPEN I-O ENCMST-FILE
           END-IF
           IF WS-ENCMST-STATUS NOT = "00"
               DISPLAY "ENCMST INDISPONIVEL STATUS "
                   WS-ENCMST-STATUS
           ELSE
               MOVE "Y" TO WS-ENCMST-OPEN-SW
           END-IF.
       PROCESS-MENU.
           MOVE SPACE TO WS-OPTION
                   MOVE "OPCAO INVALIDA" TO WS-MESSAGE
           END-EVALUATE.
       ACCEPT-ENCLOSURE-KEY.
           MOVE SPACES TO WS-ENT-SECTION-ID
           MOVE SPACES TO WS-ENT-ENCLOSURE-ID
           MOVE SPACES TO WS-ENT-SPECIES
           DISPLAY KEY-SCREEN
           ACCEPT KEY-SCREEN.
       CHECK-ENTRY-KEY.
           MOVE "Y" TO WS-EDIT-VALID-SW
           EVALUATE TRUE
               WHEN WS-ENT-SECTION-ID = SPACES
                   MOVE "N" TO WS-EDIT-VALID-SW
                   MOVE "SECAO NAO INFORMADA" TO WS-MESSAGE
               WHEN WS-ENT-ENCLOSURE-ID = SPACES
                   MOVE "N" TO WS-EDIT-VALID-SW
                   MOVE "RECINTO NAO INFORMADO" TO WS-MESSAGE
               WHEN WS-ENT-SPECIES = SPACES
                   MOVE "N" TO WS-EDIT-VALID-SW
                   MOVE "ESPECIE NAO INFORMADA" TO WS-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       SET-ANIMAL-KEY.
           MOVE WS-ENT-SECTION-ID TO ANM-SECTION-ID
           MOVE WS-ENT-ENCLOSURE-ID TO ANM-ENCLOSURE-ID
           MOVE WS-ENT-SPECIES TO ANM-SPECIES.
       READ-ENCLOSURE.
           MOVE "N" TO WS-ANM-FOUND
           PERFORM SET-ANIMAL-KEY
           READ ANMINV-FILE
               INVALID KEY
                   MOVE "N" TO WS-ANM-FOUND
           END-READ.
       READ-CAPACITY.
           MOVE "N" TO WS-CAP-FOUND
           MOVE WS-ENT-SECTION-ID TO CAP-SECTION-ID
           MOVE WS-ENT-ENCLOSURE-ID TO CAP-ENCLOSURE-ID
           READ CAPLIM-FILE
               INVALID KEY
               NOT INVALID KEY
                   MOVE "Y" TO WS-CAP-FOUND
           END-READ.
       READ-ENCLOSURE-MASTER.
           MOVE "N" TO WS-ENC-FOUND
           MOVE WS-ENT-SECTION-ID TO ENC-SECTION-ID
           MOVE WS-ENT-ENCLOSURE-ID TO ENC-ENCLOSURE-ID
           READ ENCMST-FILE
               INVALID KEY
                   MOVE "N" TO WS-ENC-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-ENC-FOUND
           END-READ.
       LOAD-ENCLOSURE-FIELDS.
           PERFORM READ-CAPACITY
           PERFORM READ-ENCLOSURE-MASTER
           IF WS-CAP-FOUND = "Y"
               MOVE CAP-LIMIT TO WS-ENT-LIMIT
           ELSE
               MOVE SPACES TO WS-ENT-LIMIT
           END-IF
           IF WS-ENC-FOUND = "Y"
               MOVE ENC-DESCRIPTION TO WS-ENT-DESCRIPTION
           ELSE
               MOVE SPACES TO WS-ENT-DESCRIPTION
           END-IF.
       SCAN-OTHER-SPECIES.
           MOVE ZERO TO WS-OTHER-COUNT
           MOVE ZERO TO WS-OTHER-ROWS
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO ANM-KEY
           MOVE WS-ENT-SECTION-ID TO ANM-SECTION-ID
           MOVE WS-ENT-ENCLOSURE-ID TO ANM-ENCLOSURE-ID
           START ANMINV-FILE KEY NOT < ANM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START
           IF NOT WS-SCAN-EOF
               PERFORM READ-SCAN-RECORD
               PERFORM TALLY-OTHER-SPECIES UNTIL WS-SCAN-EOF
           END-IF.
       READ-SCAN-RECORD.
           READ ANMINV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-READ
           IF NOT WS-SCAN-EOF
               IF ANM-SECTION-ID NOT = WS-ENT-SECTION-ID
                       OR ANM-ENCLOSURE-ID NOT = WS-ENT-ENCLOSURE-ID
                   MOVE "Y" TO WS-SCAN-EOF-SW
               END-IF
           END-IF.
       TALLY-OTHER-SPECIES.
           IF ANM-SPECIES NOT = WS-ENT-SPECIES
               ADD 1 TO WS-OTHER-ROWS
               ADD ANM-HEAD-COUNT TO WS-OTHER-COUNT
           END-IF
           PERFORM READ-SCAN-RECORD.
       VALIDATE-ENTRY-FIELDS.
           MOVE "Y" TO WS-EDIT-VALID-SW
           EVALUATE TRUE
               WHEN WS-ENT-HEAD-COUNT IS NOT NUMERIC
                   MOVE "N" TO WS-EDIT-VALID-SW
                   MOVE "QTDE DEVE SER NUMERICA" TO WS-MESSAGE
               WHEN OTHER
                   MOVE WS-ENT-HEAD-COUNT TO WS-EDT-HEAD-COUNT
                   MOVE WS-ENT-LIMIT TO WS-EDT-LIMIT
                   PERFORM SCAN-OTHER-SPECIES
                   COMPUTE WS-ENCLOSURE-TOTAL =
                       WS-OTHER-COUNT + WS-EDT-HEAD-COUNT
                   IF WS-EDT-LIMIT < WS-ENCLOSURE-TOTAL
                       MOVE "N" TO WS-EDIT-VALID-SW
                       MOVE "LIMITE MENOR QUE A LOTACAO DO RECINTO"
                           TO WS-MESSAGE
                   END-IF
           END-EVALUATE.
       INCLUDE-ENCLOSURE.
           PERFORM ACCEPT-ENCLOSURE-KEY
           PERFORM CHECK-ENTRY-KEY
           IF WS-EDIT-VALID
               PERFORM READ-ENCLOSURE
               IF WS-ANM-FOUND = "Y"
                   MOVE "ESPECIE JA CADASTRADA NO RECINTO"
                       TO WS-MESSAGE
               ELSE
                   PERFORM LOAD-ENCLOSURE-FIELDS
                   MOVE SPACES TO WS-ENT-HEAD-COUNT
                   DISPLAY DATA-SCREEN
                   ACCEPT DATA-SCREEN
                   PERFORM VALIDATE-ENTRY-FIELDS
               END-IF
           END-IF.
       WRITE-NEW-RECORDS.
           PERFORM SET-ANIMAL-KEY
           MOVE WS-ENT-HEAD-COUNT TO ANM-HEAD-COUNT
           WRITE ANM-REC
               INVALID KEY
                   MOVE "ESPECIE JA CADASTRADA NO RECINTO"
                       TO WS-MESSAGE
               NOT INVALID KEY
                   PERFORM SAVE-ENCLOSURE-RECORDS
                   MOVE "RECINTO INCLUIDO" TO WS-MESSAGE
           END-WRITE.
       SAVE-ENCLOSURE-RECORDS.
           MOVE WS-ENT-SECTION-ID TO CAP-SECTION-ID
           MOVE WS-ENT-ENCLOSURE-ID TO CAP-ENCLOSURE-ID
           MOVE WS-ENT-LIMIT TO CAP-LIMIT
           IF WS-CAP-FOUND = "Y"
               REWRITE CAP-REC
           ELSE
               WRITE CAP-REC
           END-IF
           MOVE WS-ENT-SECTION-ID TO ENC-SECTION-ID
           MOVE WS-ENT-ENCLOSURE-ID TO ENC-ENCLOSURE-ID
           MOVE WS-ENT-DESCRIPTION TO ENC-DESCRIPTION
           IF WS-ENC-FOUND = "Y"
               REWRITE ENC-REC
           ELSE
               WRITE ENC-REC
           END-IF.
       ALTER-ENCLOSURE.
           PERFORM ACCEPT-ENCLOSURE-KEY
           PERFORM CHECK-ENTRY-KEY
           IF WS-EDIT-VALID
               PERFORM READ-ENCLOSURE
               IF WS-ANM-FOUND = "N"
                   MOVE "ESPECIE NAO CADASTRADA NO RECINTO"
                       TO WS-MESSAGE
               ELSE
                   MOVE ANM-HEAD-COUNT TO WS-ENT-HEAD-COUNT
                   PERFORM LOAD-ENCLOSURE-FIELDS
                   DISPLAY DATA-SCREEN
                   ACCEPT DATA-SCREEN
                   PERFORM VALIDATE-ENTRY-FIELDS
                   IF WS-EDIT-VALID
                       PERFORM REWRITE-RECORDS
                   END-IF
               END-IF
           END-IF.
       REWRITE-RECORDS.
           PERFORM SET-ANIMAL-KEY
           MOVE WS-ENT-HEAD-COUNT TO ANM-HEAD-COUNT
           REWRITE ANM-REC
           PERFORM SAVE-ENCLOSURE-RECORDS
           MOVE "RECINTO ALTERADO" TO WS-MESSAGE.
       EXCLUDE-ENCLOSURE.
           PERFORM ACCEPT-ENCLOSURE-KEY
           PERFORM CHECK-ENTRY-KEY
           IF WS-EDIT-VALID
               PERFORM READ-ENCLOSURE
               IF WS-ANM-FOUND = "N"
                   MOVE "ESPECIE NAO CADASTRADA NO RECINTO"
                       TO WS-MESSAGE
               ELSE
                   MOVE SPACE TO WS-CONFIRM
                   DISPLAY CONFIRM-SCREEN
                   ACCEPT CONFIRM-SCREEN
                   IF WS-CONFIRM = "S" OR "s"
                       PERFORM DELETE-RECORDS
                   ELSE
                       MOVE "EXCLUSAO CANCELADA" TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF.
       DELETE-RECORDS.
           DELETE ANMINV-FILE
           PERFORM SCAN-OTHER-SPECIES
           IF WS-OTHER-ROWS = ZERO
               PERFORM READ-CAPACITY
               IF WS-CAP-FOUND = "Y"
                   DELETE CAPLIM-FILE
               END-IF
               PERFORM READ-ENCLOSURE-MASTER
               IF WS-ENC-FOUND = "Y"
                   DELETE ENCMST-FILE
               END-IF
               MOVE "RECINTO EXCLUIDO" TO WS-MESSAGE
           ELSE
               MOVE "ESPECIE EXCLUIDA DO RECINTO" TO WS-MESSAGE
           END-IF.
       BROWSE-ENCLOSURES.
           MOVE "N" TO WS-BROWSE-EOF-SW
           MOVE LOW-VALUES TO ANM-KEY
           START ANMINV-FILE KEY NOT < ANM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BROWSE-EOF-SW
           END-START
           END-READ.
       SHOW-BROWSE-SCREEN.
           MOVE ANM-HEAD-COUNT TO WS-SHW-HEAD-COUNT
           MOVE ANM-SECTION-ID TO WS-ENT-SECTION-ID
           MOVE ANM-ENCLOSURE-ID TO WS-ENT-ENCLOSURE-ID
           PERFORM READ-CAPACITY
           IF WS-CAP-FOUND = "Y"
           ELSE
               MOVE ZERO TO WS-SHW-LIMIT
           END-IF
           PERFORM READ-ENCLOSURE-MASTER
           IF WS-ENC-FOUND = "Y"
               MOVE ENC-DESCRIPTION TO WS-SHW-DESCRIPTION
           ELSE
               MOVE SPACES TO WS-SHW-DESCRIPTION
           END-IF
           MOVE SPACE TO WS-CONTINUE
           DISPLAY BROWSE-SCREEN
           ACCEPT BROWSE-SCREEN
           IF WS-CAPLIM-OPEN-SW = "Y"
               CLOSE CAPLIM-FILE
           END-IF
           IF WS-ENCMST-OPEN-SW = "Y"
               CLOSE ENCMST-FILE
           END-IF
           DISPLAY "FIM DA MANUTENCAO DE RECINTOS"
           STOP RUN.

