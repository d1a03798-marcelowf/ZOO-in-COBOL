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
           SELECT VETHEALTH-FILE ASSIGN TO "VETHEALTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       FD  VETHEALTH-FILE.
       01  VET-REC.
           05 VET-ENCLOSURE-ID PIC X(11).
           05 BRD-STATUS PIC X(01).
               88 BRD-DUE-SOON VALUE "D".
               88 BRD-BORN VALUE "B".
               88 BRD-PAIRED VALUE "P".
           05 BRD-SIRE-ID PIC X(08).
           05 BRD-OFFSPRING-ID PIC X(08).
       FD  ANMREG-FILE.
       01  REG-REC.
           05 REG-ANIMAL-ID PIC X(08).
       77 WS-CAPLIM-EOF-SW PIC X(01) VALUE "N".
           88 WS-CAPLIM-EOF VALUE "Y".
       77 WS-CAP-FOUND PIC X(01) VALUE "N".
       77 WS-ENCMST-STATUS PIC X(02) VALUE "00".
       77 WS-ENCMST-OPEN-SW PIC X(01) VALUE "N".
       77 WS-ENCMST-FOUND PIC X(01) VALUE "N".
       77 WS-VETHEALTH-STATUS PIC X(02) VALUE "00".
       77 WS-VETHEALTH-OPEN-SW PIC X(01) VALUE "N".
       77 WS-VETHEALTH-EOF-SW PIC X(01) VALUE "N".
       77 WS-ENC-IX PIC 9(03) VALUE ZERO COMP.
       77 WS-ENC-HIT PIC X(01) VALUE "N".
       77 WS-LOOKUP-ID PIC X(11) VALUE SPACES.
       77 WS-LOOKUP-ENCLOSURE PIC X(08) VALUE SPACES.
       77 WS-OPEN-ERROR-FILE PIC X(10) VALUE SPACES.
       77 WS-ENC-FULL-SW PIC X(01) VALUE "N".
       77 WS-ANML-FULL-SW PIC X(01) VALUE "N".
       77 WS-EXC-USED PIC 9(03) VALUE ZERO COMP.
       77 WS-EXC-IX PIC 9(03) VALUE ZERO COMP.
       01  WS-ENC-TABLE.
           05 WS-ENC-ENTRY OCCURS 100 TIMES.
               10 WS-ENC-ID PIC X(11).
               10 WS-ENC-ENCLOSURE PIC X(08).
       01  WS-ANML-TABLE.
           05 WS-ANML-ID PIC X(08) OCCURS 200 TIMES.
       01  WS-EXC-TABLE.
           05 WS-EXC-ENTRY OCCURS 100 TIMES.
               10 WS-EXC-SEVERITY PIC X(01).
               10 WS-EXC-TEXT PIC X(69).
       01  WS-EXC-WORK.
           05 WS-EXC-FILE-NAME PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-EXC-KEY.
               10 WS-EXC-KEY-SECTION PIC X(11).
               10 FILLER PIC X(01).
               10 WS-EXC-KEY-ENCLOSURE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-EXC-MESSAGE PIC X(37).
       01  WS-AXC-DETAIL-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 ADL-SEVERITY PIC X(05).
           05 FILLER PIC X(02) VALUE SPACES.
           05 ADL-TEXT PIC X(69).
       01  WS-AXC-TOTALS-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "ERROS GRAVES:".
           ELSE
               MOVE "Y" TO WS-CAPLIM-OPEN-SW
           END-IF
           OPEN INPUT ENCMST-FILE
           IF WS-ENCMST-STATUS NOT = "00"
               DISPLAY "ENCMST INDISPONIVEL STATUS " WS-ENCMST-STATUS
               MOVE "ENCMST" TO WS-OPEN-ERROR-FILE
               PERFORM RECORD-HARD-OPEN-ERROR
           ELSE
               MOVE "Y" TO WS-ENCMST-OPEN-SW
           END-IF
           OPEN INPUT VETHEALTH-FILE
           IF WS-VETHEALTH-STATUS NOT = "00"
               DISPLAY "VETHEALTH INDISPONIVEL STATUS "
                   MOVE "Y" TO WS-ANMINV-EOF-SW
           END-READ.
       AUDIT-ANMINV-RECORD.
           IF ANM-SECTION-ID = SPACES OR ANM-ENCLOSURE-ID = SPACES
                   OR ANM-SPECIES = SPACES
               MOVE "ANMINV" TO WS-EXC-FILE-NAME
               MOVE ANM-SECTION-ID TO WS-EXC-KEY-SECTION
               MOVE ANM-ENCLOSURE-ID TO WS-EXC-KEY-ENCLOSURE
               MOVE "CHAVE EM BRANCO" TO WS-EXC-MESSAGE
               PERFORM ADD-HARD-EXCEPTION
           ELSE
               MOVE ANM-SECTION-ID TO WS-LOOKUP-ID
               MOVE ANM-ENCLOSURE-ID TO WS-LOOKUP-ENCLOSURE
               PERFORM FIND-ENCLOSURE
               IF WS-ENC-HIT = "N"
                   PERFORM ADD-ENCLOSURE-ENTRY
                   PERFORM CHECK-CAPLIM-EXISTS
                   PERFORM CHECK-ENCMST-EXISTS
               END-IF
           END-IF
           PERFORM READ-ANMINV-NEXT.
       ADD-ENCLOSURE-ENTRY.
           IF WS-ENC-USED < WS-ENC-MAX
               ADD 1 TO WS-ENC-USED
               MOVE ANM-SECTION-ID TO WS-ENC-ID (WS-ENC-USED)
               MOVE ANM-ENCLOSURE-ID TO WS-ENC-ENCLOSURE (WS-ENC-USED)
           ELSE
               DISPLAY "TABELA DE RECINTOS CHEIA "
                   ANM-SECTION-ID " " ANM-ENCLOSURE-ID
               IF WS-ENC-FULL-SW = "N"
                   MOVE "Y" TO WS-ENC-FULL-SW
                   MOVE "ANMINV" TO WS-EXC-FILE-NAME
                   MOVE SPACES TO WS-EXC-KEY
                   MOVE "TABELA DE RECINTOS CHEIA"
                       TO WS-EXC-MESSAGE
                   PERFORM ADD-HARD-EXCEPTION
               END-IF
           END-IF.
       CHECK-CAPLIM-EXISTS.
           MOVE "N" TO WS-CAP-FOUND
           IF WS-CAPLIM-OPEN-SW = "Y"
               MOVE ANM-SECTION-ID TO CAP-SECTION-ID
               MOVE ANM-ENCLOSURE-ID TO CAP-ENCLOSURE-ID
               READ CAPLIM-FILE
                   INVALID KEY
           END-IF
           IF WS-CAP-FOUND = "N"
               MOVE "ANMINV" TO WS-EXC-FILE-NAME
               MOVE ANM-SECTION-ID TO WS-EXC-KEY-SECTION
               MOVE ANM-ENCLOSURE-ID TO WS-EXC-KEY-ENCLOSURE
               MOVE "RECINTO SEM REGISTRO DE CAPLIM"
                   TO WS-EXC-MESSAGE
               PERFORM ADD-HARD-EXCEPTION
           END-IF.
       CHECK-ENCMST-EXISTS.
           MOVE "N" TO WS-ENCMST-FOUND
           IF WS-ENCMST-OPEN-SW = "Y"
               MOVE ANM-SECTION-ID TO ENC-SECTION-ID
               MOVE ANM-ENCLOSURE-ID TO ENC-ENCLOSURE-ID
               READ ENCMST-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ENCMST-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ENCMST-FOUND
               END-READ
           END-IF
           IF WS-ENCMST-FOUND = "N"
               MOVE "ANMINV" TO WS-EXC-FILE-NAME
               MOVE ANM-SECTION-ID TO WS-EXC-KEY-SECTION
               MOVE ANM-ENCLOSURE-ID TO WS-EXC-KEY-ENCLOSURE
               MOVE "RECINTO SEM REGISTRO NO ENCMST"
                   TO WS-EXC-MESSAGE
               PERFORM ADD-HARD-EXCEPTION
           END-IF.
       POSITION-CAPLIM-START.
           MOVE LOW-VALUES TO CAP-KEY
           START CAPLIM-FILE KEY NOT < CAP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CAPLIM-EOF-SW
           END-START.
                   MOVE "Y" TO WS-CAPLIM-EOF-SW
           END-READ.
       AUDIT-CAPLIM-RECORD.
           IF CAP-SECTION-ID = SPACES OR CAP-ENCLOSURE-ID = SPACES
               MOVE "CAPLIM" TO WS-EXC-FILE-NAME
               MOVE CAP-SECTION-ID TO WS-EXC-KEY-SECTION
               MOVE CAP-ENCLOSURE-ID TO WS-EXC-KEY-ENCLOSURE
               MOVE "CHAVE EM BRANCO" TO WS-EXC-MESSAGE
               PERFORM ADD-HARD-EXCEPTION
           ELSE
               MOVE CAP-SECTION-ID TO WS-LOOKUP-ID
               MOVE CAP-ENCLOSURE-ID TO WS-LOOKUP-ENCLOSURE
               PERFORM FIND-ENCLOSURE
               IF WS-ENC-HIT = "N"
                   MOVE "CAPLIM" TO WS-EXC-FILE-NAME
                   MOVE CAP-SECTION-ID TO WS-EXC-KEY-SECTION
                   MOVE CAP-ENCLOSURE-ID TO WS-EXC-KEY-ENCLOSURE
                   MOVE "RECINTO INEXISTENTE NO ANMINV"
                       TO WS-EXC-MESSAGE
                   PERFORM ADD-WARN-EXCEPTION
               PERFORM ADD-HARD-EXCEPTION
           ELSE
               MOVE VET-ENCLOSURE-ID TO WS-LOOKUP-ID
               MOVE SPACES TO WS-LOOKUP-ENCLOSURE
               PERFORM FIND-ENCLOSURE
               IF WS-ENC-HIT = "N"
                   MOVE "VETHEALTH" TO WS-EXC-FILE-NAME
               PERFORM ADD-HARD-EXCEPTION
           ELSE
               MOVE BRD-ENCLOSURE-ID TO WS-LOOKUP-ID
               MOVE SPACES TO WS-LOOKUP-ENCLOSURE
               PERFORM FIND-ENCLOSURE
               IF WS-ENC-HIT = "N"
                   MOVE "BREEDSCH" TO WS-EXC-FILE-NAME
                   PERFORM ADD-WARN-EXCEPTION
               END-IF
           END-IF
           IF BRD-SIRE-ID NOT = SPACES
               MOVE BRD-SIRE-ID TO WS-LOOKUP-ANIMAL
               PERFORM CHECK-ANIMAL-REGISTERED
               IF WS-REG-FOUND = "N"
                   MOVE "BREEDSCH" TO WS-EXC-FILE-NAME
                   MOVE BRD-ENCLOSURE-ID TO WS-EXC-KEY
                   MOVE "REPRODUTOR SEM REGISTRO" TO WS-EXC-MESSAGE
                   PERFORM ADD-WARN-EXCEPTION
               END-IF
           END-IF
           PERFORM READ-BREEDSCH-RECORD.
       CHECK-ANIMAL-REGISTERED.
           MOVE "Y" TO WS-REG-FOUND
       FIND-ENCLOSURE-ENTRY.
           ADD 1 TO WS-ENC-IX
           IF WS-ENC-ID (WS-ENC-IX) = WS-LOOKUP-ID
               IF WS-LOOKUP-ENCLOSURE = SPACES
                       OR WS-ENC-ENCLOSURE (WS-ENC-IX)
                           = WS-LOOKUP-ENCLOSURE
                   MOVE "Y" TO WS-ENC-HIT
               END-IF
           END-IF.
       ADD-HARD-EXCEPTION.
           ADD 1 TO WS-HARD-COUNT
           IF WS-CAPLIM-OPEN-SW = "Y"
               CLOSE CAPLIM-FILE
           END-IF
           IF WS-ENCMST-OPEN-SW = "Y"
               CLOSE ENCMST-FILE
           END-IF
           IF WS-VETHEALTH-OPEN-SW = "Y"
               CLOSE VETHEALTH-FILE
           END-IF
