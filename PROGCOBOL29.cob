       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBOL29.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETPOL-FILE ASSIGN TO "RETPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETPOL-STATUS.
           SELECT OPTIONAL ERRLOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.
           SELECT OPTIONAL VETHIST-FILE ASSIGN TO "VETHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VETHIST-STATUS.
           SELECT OPTIONAL MEDUSAGE-FILE ASSIGN TO "MEDUSAGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MEDUSAGE-STATUS.
           SELECT OPTIONAL TICKSALES-FILE ASSIGN TO "TICKSALES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TICKSALES-STATUS.
           SELECT OPTIONAL VETCASE-FILE ASSIGN TO "VETCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VCS-CASE-ID
               FILE STATUS IS WS-VETCASE-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ARCERRLG-FILE ASSIGN TO "ARCERRLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCERRLG-STATUS.
           SELECT ARCVETHS-FILE ASSIGN TO "ARCVETHS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCVETHS-STATUS.
           SELECT ARCMEDUS-FILE ASSIGN TO "ARCMEDUS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCMEDUS-STATUS.
           SELECT ARCTICKS-FILE ASSIGN TO "ARCTICKS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCTICKS-STATUS.
           SELECT ARCVETCS-FILE ASSIGN TO "ARCVETCS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCVETCS-STATUS.
           SELECT ARCRUNCT-FILE ASSIGN TO "ARCRUNCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCRUNCT-STATUS.
           SELECT PURGEWK-FILE ASSIGN TO "PURGEWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURGEWK-STATUS.
           SELECT PURGERPT-FILE ASSIGN TO "PURGERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURGERPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETPOL-FILE.
       01  RTP-REC.
           05 RTP-FILE-NAME PIC X(10).
           05 RTP-KEEP-DAYS PIC 9(05).
           05 RTP-ACTION PIC X(01).
               88 RTP-ARCHIVE VALUE "A".
               88 RTP-DELETE VALUE "E".
           05 FILLER PIC X(64).
       FD  ERRLOG-FILE.
       01  ERL-REC.
           05 ERL-DATE PIC 9(06).
           05 ERL-TIME PIC 9(08).
           05 ERL-SOURCE PIC X(12).
           05 ERL-FILE-STATUS PIC X(02).
           05 ERL-SEVERITY PIC X(01).
           05 ERL-MESSAGE PIC X(20).
       FD  VETHIST-FILE.
       01  VHS-REC.
           05 VHS-ANIMAL-ID PIC X(08).
           05 VHS-CASE-ID PIC X(08).
           05 VHS-ACTION PIC X(01).
           05 VHS-DATE PIC 9(06).
           05 VHS-TIME PIC 9(08).
           05 VHS-NOTE PIC X(20).
       FD  MEDUSAGE-FILE.
       01  MUS-REC.
           05 MUS-DATE PIC 9(06).
           05 MUS-CASE-ID PIC X(08).
           05 MUS-ENCLOSURE-ID PIC X(11).
           05 MUS-DRUG-CODE PIC X(08).
           05 MUS-DOSE-QTY PIC 9(03)V99.
           05 MUS-COST PIC 9(07)V99.
       FD  TICKSALES-FILE.
       01  TKT-REC.
           05 TKT-GROUP-ID PIC X(08).
           05 TKT-CATEGORY PIC X(01).
           05 TKT-QUANTITY PIC 9(05).
           05 TKT-AMOUNT PIC 9(07)V99.
           05 TKT-CASHIER-ID PIC X(08).
           05 TKT-PAY-TYPE PIC X(01).
           05 TKT-SALE-DATE PIC 9(06).
           05 FILLER PIC X(42).
       FD  VETCASE-FILE.
       01  VCS-REC.
           05 VCS-CASE-ID PIC X(08).
           05 VCS-ENCLOSURE-ID PIC X(11).
           05 VCS-ANIMAL-ID PIC X(08).
           05 VCS-SEVERITY PIC X(01).
           05 VCS-STATUS PIC X(01).
               88 VCS-OPEN-CASE VALUE "A".
               88 VCS-CLOSED-CASE VALUE "F".
           05 VCS-OPEN-DATE PIC 9(06).
           05 VCS-CLOSE-DATE PIC 9(06).
           05 VCS-NOTE PIC X(20).
       FD  RUNCTL-FILE.
       01  RCT-REC.
           05 RCT-KEY PIC X(10).
           05 RCT-RUN-DATE PIC 9(06).
           05 RCT-START-TIME PIC 9(08).
           05 RCT-END-TIME PIC 9(08).
           05 RCT-RETURN-CODE PIC 9(02).
           05 RCT-STATUS PIC X(01).
               88 RCT-RUNNING VALUE "E".
               88 RCT-COMPLETE VALUE "C".
               88 RCT-FAILED VALUE "F".
               88 RCT-APPLIED VALUE "A".
           05 RCT-BATCH-COUNT PIC 9(05).
           05 RCT-BATCH-HASH PIC 9(09).
       FD  ARCERRLG-FILE.
       01  AEL-REC PIC X(87).
       FD  ARCVETHS-FILE.
       01  AVH-REC PIC X(87).
       FD  ARCMEDUS-FILE.
       01  AMU-REC PIC X(87).
       FD  ARCTICKS-FILE.
       01  ATK-REC PIC X(87).
       FD  ARCVETCS-FILE.
       01  AVC-REC PIC X(87).
       FD  ARCRUNCT-FILE.
       01  ARU-REC PIC X(87).
       FD  PURGEWK-FILE.
       01  PWK-REC PIC X(80).
       FD  PURGERPT-FILE.
       01  PRG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-RETPOL-STATUS PIC X(02) VALUE "00".
       77 WS-RETPOL-EOF-SW PIC X(01) VALUE "N".
           88 WS-RETPOL-EOF VALUE "Y".
       77 WS-ERRLOG-STATUS PIC X(02) VALUE "00".
       77 WS-ERRLOG-EOF-SW PIC X(01) VALUE "N".
           88 WS-ERRLOG-EOF VALUE "Y".
       77 WS-VETHIST-STATUS PIC X(02) VALUE "00".
       77 WS-VETHIST-EOF-SW PIC X(01) VALUE "N".
           88 WS-VETHIST-EOF VALUE "Y".
       77 WS-MEDUSAGE-STATUS PIC X(02) VALUE "00".
       77 WS-MEDUSAGE-EOF-SW PIC X(01) VALUE "N".
           88 WS-MEDUSAGE-EOF VALUE "Y".
       77 WS-TICKSALES-STATUS PIC X(02) VALUE "00".
       77 WS-TICKSALES-EOF-SW PIC X(01) VALUE "N".
           88 WS-TICKSALES-EOF VALUE "Y".
       77 WS-VETCASE-STATUS PIC X(02) VALUE "00".
       77 WS-VETCASE-EOF-SW PIC X(01) VALUE "N".
           88 WS-VETCASE-EOF VALUE "Y".
       77 WS-RUNCTL-STATUS PIC X(02) VALUE "00".
       77 WS-RUNCTL-EOF-SW PIC X(01) VALUE "N".
           88 WS-RUNCTL-EOF VALUE "Y".
       77 WS-ARCERRLG-STATUS PIC X(02) VALUE "00".
       77 WS-ARCVETHS-STATUS PIC X(02) VALUE "00".
       77 WS-ARCMEDUS-STATUS PIC X(02) VALUE "00".
       77 WS-ARCTICKS-STATUS PIC X(02) VALUE "00".
       77 WS-ARCVETCS-STATUS PIC X(02) VALUE "00".
       77 WS-ARCRUNCT-STATUS PIC X(02) VALUE "00".
       77 WS-PURGEWK-STATUS PIC X(02) VALUE "00".
       77 WS-PURGEWK-EOF-SW PIC X(01) VALUE "N".
           88 WS-PURGEWK-EOF VALUE "Y".
       77 WS-PURGERPT-STATUS PIC X(02) VALUE "00".
       77 WS-PURGERPT-OPEN-SW PIC X(01) VALUE "N".
       77 WS-RUN-DATE PIC 9(06) VALUE ZERO.
       77 WS-RUN-SEVERITY PIC 9(02) VALUE ZERO.
       77 WS-DAY-NUMBER PIC 9(06) VALUE ZERO.
       77 WS-RUN-DAY-NUMBER PIC 9(06) VALUE ZERO.
       77 WS-AGE-DAYS PIC 9(06) VALUE ZERO.
       77 WS-LEAP-QUOTIENT PIC 9(02) VALUE ZERO.
       77 WS-LEAP-REMAINDER PIC 9(02) VALUE ZERO.
       77 WS-RET-LOOKUP PIC X(10) VALUE SPACES.
       77 WS-RET-IX PIC 9(02) VALUE ZERO COMP.
       77 WS-RET-HIT PIC X(01) VALUE "N".
       77 WS-CUR-FILE PIC X(10) VALUE SPACES.
       77 WS-CUR-KEEP PIC 9(05) VALUE ZERO.
       77 WS-CUR-ACTION PIC X(01) VALUE SPACE.
           88 WS-CUR-ARCHIVE VALUE "A".
           88 WS-CUR-DELETE VALUE "E".
       77 WS-FILE-ACTIVE-SW PIC X(01) VALUE "N".
       77 WS-FILE-RESULT PIC X(10) VALUE SPACES.
       77 WS-LIVE-STATUS PIC X(02) VALUE "00".
       77 WS-LIVE-OPEN-SW PIC X(01) VALUE "N".
       77 WS-ARC-STATUS PIC X(02) VALUE "00".
       77 WS-ARC-OPEN-SW PIC X(01) VALUE "N".
       77 WS-WORK-OPEN-SW PIC X(01) VALUE "N".
       77 WS-REBUILT-SW PIC X(01) VALUE "N".
       77 WS-REC-DATE PIC 9(06) VALUE ZERO.
       77 WS-REC-HASH PIC 9(09)V99 VALUE ZERO.
       77 WS-REC-EXPIRED PIC X(01) VALUE "N".
       77 WS-REC-IMAGE PIC X(80) VALUE SPACES.
       77 WS-ORIG-COUNT PIC 9(07) VALUE ZERO.
       77 WS-EXP-COUNT PIC 9(07) VALUE ZERO.
       77 WS-KEPT-COUNT PIC 9(07) VALUE ZERO.
       77 WS-RELOAD-COUNT PIC 9(07) VALUE ZERO.
       77 WS-ORIG-HASH PIC 9(11)V99 VALUE ZERO.
       77 WS-EXP-HASH PIC 9(11)V99 VALUE ZERO.
       77 WS-KEPT-HASH PIC 9(11)V99 VALUE ZERO.
       77 WS-RELOAD-HASH PIC 9(11)V99 VALUE ZERO.
       77 WS-ARC-WRITTEN PIC 9(07) VALUE ZERO.
       77 WS-WORK-WRITTEN PIC 9(07) VALUE ZERO.
       77 WS-ARC-WRITTEN-HASH PIC 9(11)V99 VALUE ZERO.
       77 WS-WRITE-ERROR-SW PIC X(01) VALUE "N".
       77 WS-STOP-SW PIC X(01) VALUE "N".
       77 WS-CHECK-COUNT PIC 9(07) VALUE ZERO.
       77 WS-CHECK-HASH PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-ORIG PIC 9(07) VALUE ZERO.
       77 WS-TOT-EXP PIC 9(07) VALUE ZERO.
       77 WS-TOT-KEPT PIC 9(07) VALUE ZERO.
       01  WS-DATE-WORK.
           05 WS-DTW-YEAR PIC 9(02).
           05 WS-DTW-MONTH PIC 9(02).
           05 WS-DTW-DAY PIC 9(02).
       01  WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK PIC 9(06).
       01  WS-DAYS-BEFORE-DATA.
           05 FILLER PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  WS-DAYS-BEFORE-TABLE REDEFINES WS-DAYS-BEFORE-DATA.
           05 WS-DAYS-BEFORE PIC 9(03) OCCURS 12 TIMES.
       01  WS-RET-NAME-DATA.
           05 FILLER PIC X(10) VALUE "ERRLOG".
           05 FILLER PIC X(10) VALUE "VETHIST".
           05 FILLER PIC X(10) VALUE "MEDUSAGE".
           05 FILLER PIC X(10) VALUE "TICKSALES".
           05 FILLER PIC X(10) VALUE "VETCASE".
           05 FILLER PIC X(10) VALUE "RUNCTL".
       01  WS-RET-NAME-TABLE REDEFINES WS-RET-NAME-DATA.
           05 WS-RET-NAME PIC X(10) OCCURS 6 TIMES.
       01  WS-RET-TABLE.
           05 WS-RET-ENTRY OCCURS 6 TIMES.
               10 WS-RET-KEEP PIC 9(05).
               10 WS-RET-ACTION PIC X(01).
       01  WS-ARC-RECORD.
           05 WS-ARC-RECORD-TYPE PIC X(01).
               88 WS-ARC-DETAIL VALUE "D".
               88 WS-ARC-TRAILER VALUE "T".
           05 WS-ARC-PURGE-DATE PIC 9(06).
           05 WS-ARC-DATA PIC X(80).
           05 WS-ARC-TRAILER-DATA REDEFINES WS-ARC-DATA.
               10 WS-ARC-SOURCE PIC X(10).
               10 WS-ARC-COUNT PIC 9(07).
               10 WS-ARC-HASH PIC 9(11)V99.
               10 FILLER PIC X(50).
       01  WS-PRG-TITLE-LINE.
           05 FILLER PIC X(38)
               VALUE "CONTROLE DE RETENCAO E EXPURGO - DATA ".
           05 PTL-DATE PIC 9(06).
           05 FILLER PIC X(36) VALUE SPACES.
       01  WS-PRG-HEADING-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "ARQUIVO".
           05 FILLER PIC X(09) VALUE "REGRA".
           05 FILLER PIC X(07) VALUE " DIAS".
           05 FILLER PIC X(09) VALUE "ORIGINAL".
           05 FILLER PIC X(09) VALUE "EXPURGO".
           05 FILLER PIC X(09) VALUE "MANTIDOS".
           05 FILLER PIC X(09) VALUE "RECARGA".
           05 FILLER PIC X(16) VALUE "SITUACAO".
       01  WS-PRG-FILE-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 PFL-FILE PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 PFL-RULE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 PFL-KEEP PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 PFL-ORIGINAL PIC ZZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 PFL-EXPIRED PIC ZZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 PFL-KEPT PIC ZZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 PFL-RELOADED PIC ZZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 PFL-RESULT PIC X(10).
           05 FILLER PIC X(06) VALUE SPACES.
       01  WS-PRG-HASH-LINE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "HASH ORIG=".
           05 PHL-ORIGINAL PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(04) VALUE "EXP=".
           05 PHL-EXPIRED PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "MANT=".
           05 PHL-KEPT PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(05) VALUE SPACES.
       01  WS-PRG-RESTORE-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 PRL-FILE PIC X(10).
           05 FILLER PIC X(43)
               VALUE " INCOMPLETO - RESTAURAR A PARTIR DE PURGEWK".
           05 FILLER PIC X(26) VALUE SPACES.
       01  WS-PRG-TOTAL-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(27) VALUE "TOTAL".
           05 PTT-ORIGINAL PIC ZZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 PTT-EXPIRED PIC ZZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 PTT-KEPT PIC ZZZZZZ9.
           05 FILLER PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "RETENCAO E EXPURGO DE ARQUIVOS".
           PERFORM INITIALIZE-RUN.
           IF WS-PURGERPT-OPEN-SW = "Y"
               PERFORM PURGE-ERRLOG
               IF WS-STOP-SW = "N"
                   PERFORM PURGE-VETHIST
               END-IF
               IF WS-STOP-SW = "N"
                   PERFORM PURGE-MEDUSAGE
               END-IF
               IF WS-STOP-SW = "N"
                   PERFORM PURGE-TICKSALES
               END-IF
               IF WS-STOP-SW = "N"
                   PERFORM PURGE-VETCASE
               END-IF
               IF WS-STOP-SW = "N"
                   PERFORM PURGE-RUNCTL
               END-IF
               PERFORM WRITE-TOTAL-LINE
           END-IF
           PERFORM END-PROC.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
           MOVE ZERO TO WS-RET-IX
           PERFORM RESET-RETENTION-ENTRY UNTIL WS-RET-IX >= 6
           OPEN INPUT RETPOL-FILE
           IF WS-RETPOL-STATUS = "00"
               PERFORM READ-RETPOL-RECORD
               PERFORM LOAD-RETENTION-ENTRY UNTIL WS-RETPOL-EOF
               CLOSE RETPOL-FILE
           ELSE
               DISPLAY "RETPOL INDISPONIVEL STATUS " WS-RETPOL-STATUS
               MOVE 4 TO WS-RUN-SEVERITY
           END-IF
           OPEN OUTPUT PURGERPT-FILE
           IF WS-PURGERPT-STATUS NOT = "00"
               DISPLAY "PURGERPT INDISPONIVEL STATUS "
                   WS-PURGERPT-STATUS
               MOVE 8 TO WS-RUN-SEVERITY
           ELSE
               MOVE "Y" TO WS-PURGERPT-OPEN-SW
               MOVE WS-RUN-DATE TO PTL-DATE
               MOVE WS-PRG-TITLE-LINE TO PRG-REC
               WRITE PRG-REC
               MOVE SPACES TO PRG-REC
               WRITE PRG-REC
               MOVE WS-PRG-HEADING-LINE TO PRG-REC
               WRITE PRG-REC
           END-IF.
       RESET-RETENTION-ENTRY.
           ADD 1 TO WS-RET-IX
           MOVE ZERO TO WS-RET-KEEP (WS-RET-IX)
           MOVE SPACE TO WS-RET-ACTION (WS-RET-IX).
       READ-RETPOL-RECORD.
           READ RETPOL-FILE
               AT END
                   MOVE "Y" TO WS-RETPOL-EOF-SW
           END-READ.
       LOAD-RETENTION-ENTRY.
           MOVE RTP-FILE-NAME TO WS-RET-LOOKUP
           PERFORM LOCATE-RETENTION
           IF WS-RET-HIT = "Y"
               IF RTP-KEEP-DAYS IS NUMERIC
                       AND (RTP-ARCHIVE OR RTP-DELETE)
                   MOVE RTP-KEEP-DAYS TO WS-RET-KEEP (WS-RET-IX)
                   MOVE RTP-ACTION TO WS-RET-ACTION (WS-RET-IX)
               ELSE
                   DISPLAY "RETPOL REGRA INVALIDA " RTP-FILE-NAME
                   MOVE 4 TO WS-RUN-SEVERITY
               END-IF
           ELSE
               DISPLAY "RETPOL ARQUIVO DESCONHECIDO " RTP-FILE-NAME
               MOVE 4 TO WS-RUN-SEVERITY
           END-IF
           PERFORM READ-RETPOL-RECORD.
       LOCATE-RETENTION.
           MOVE "N" TO WS-RET-HIT
           MOVE ZERO TO WS-RET-IX
           PERFORM FIND-RETENTION
               UNTIL WS-RET-HIT = "Y" OR WS-RET-IX >= 6.
       FIND-RETENTION.
           ADD 1 TO WS-RET-IX
           IF WS-RET-NAME (WS-RET-IX) = WS-RET-LOOKUP
               MOVE "Y" TO WS-RET-HIT
           END-IF.
       COMPUTE-DAY-NUMBER.
           COMPUTE WS-LEAP-QUOTIENT = (WS-DTW-YEAR + 3) / 4
           COMPUTE WS-DAY-NUMBER = WS-DTW-YEAR * 365
               + WS-LEAP-QUOTIENT
               + WS-DAYS-BEFORE (WS-DTW-MONTH) + WS-DTW-DAY
           IF WS-DTW-MONTH > 2
               DIVIDE WS-DTW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   ADD 1 TO WS-DAY-NUMBER
               END-IF
           END-IF.
       PURGE-ERRLOG.
           MOVE "ERRLOG" TO WS-CUR-FILE
           PERFORM START-FILE-PURGE
           IF WS-FILE-ACTIVE-SW = "Y"
               OPEN INPUT ERRLOG-FILE
               MOVE WS-ERRLOG-STATUS TO WS-LIVE-STATUS
               PERFORM CHECK-LIVE-OPEN
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y" AND WS-CUR-ARCHIVE
               OPEN EXTEND ARCERRLG-FILE
               IF WS-ARCERRLG-STATUS NOT = "00"
                   OPEN OUTPUT ARCERRLG-FILE
               END-IF
               MOVE WS-ARCERRLG-STATUS TO WS-ARC-STATUS
               PERFORM CHECK-ARCHIVE-OPEN
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y"
               PERFORM OPEN-WORK-OUTPUT
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y"
               MOVE "N" TO WS-ERRLOG-EOF-SW
               PERFORM READ-ERRLOG-RECORD
               PERFORM SPLIT-ERRLOG-RECORD UNTIL WS-ERRLOG-EOF
               IF WS-CUR-ARCHIVE
                   PERFORM SET-ARCHIVE-TRAILER
                   MOVE WS-ARC-RECORD TO AEL-REC
                   WRITE AEL-REC
                   IF WS-ARCERRLG-STATUS NOT = "00"
                       MOVE WS-ARCERRLG-STATUS TO WS-ARC-STATUS
                       PERFORM ARCHIVE-WRITE-FAILED
                   END-IF
               END-IF
           END-IF
           PERFORM CLOSE-WORK-FILE
           IF WS-ARC-OPEN-SW = "Y"
               CLOSE ARCERRLG-FILE
           END-IF
           IF WS-LIVE-OPEN-SW = "Y"
               CLOSE ERRLOG-FILE
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y"
               PERFORM CHECK-SPLIT-COMPLETE
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y" AND WS-EXP-COUNT > ZERO
               PERFORM RELOAD-ERRLOG
           END-IF
           PERFORM FINISH-FILE-PURGE.
       READ-ERRLOG-RECORD.
           READ ERRLOG-FILE
               AT END
                   MOVE "Y" TO WS-ERRLOG-EOF-SW
           END-READ.
       SPLIT-ERRLOG-RECORD.
           PERFORM SET-ERRLOG-VALUES
           MOVE ERL-REC TO WS-REC-IMAGE
           PERFORM CLASSIFY-RECORD
           IF WS-REC-EXPIRED = "Y"
               IF WS-CUR-ARCHIVE
                   PERFORM SET-ARCHIVE-DETAIL
                   MOVE WS-ARC-RECORD TO AEL-REC
                   WRITE AEL-REC
                   MOVE WS-ARCERRLG-STATUS TO WS-ARC-STATUS
                   PERFORM CHECK-ARCHIVE-WRITE
               END-IF
           ELSE
               MOVE WS-REC-IMAGE TO PWK-REC
               WRITE PWK-REC
               PERFORM CHECK-WORK-WRITE
           END-IF
           PERFORM READ-ERRLOG-RECORD.
       RELOAD-ERRLOG.
           PERFORM OPEN-WORK-INPUT
           IF WS-WORK-OPEN-SW = "Y"
               OPEN OUTPUT ERRLOG-FILE
               IF WS-ERRLOG-STATUS = "00"
                   MOVE "Y" TO WS-REBUILT-SW
                   PERFORM READ-WORK-RECORD
                   PERFORM RELOAD-ERRLOG-RECORD UNTIL WS-PURGEWK-EOF
                   CLOSE ERRLOG-FILE
               ELSE
                   MOVE WS-ERRLOG-STATUS TO WS-LIVE-STATUS
                   PERFORM REBUILD-FAILED
               END-IF
               PERFORM CLOSE-WORK-FILE
           END-IF.
       RELOAD-ERRLOG-RECORD.
           MOVE PWK-REC TO ERL-REC
           WRITE ERL-REC
           IF WS-ERRLOG-STATUS = "00"
               PERFORM SET-ERRLOG-VALUES
               PERFORM COUNT-RELOADED-RECORD
           ELSE
               DISPLAY "ERRLOG ERRO NA RECARGA STATUS "
                   WS-ERRLOG-STATUS
           END-IF
           PERFORM READ-WORK-RECORD.
       PURGE-VETHIST.
           MOVE "VETHIST" TO WS-CUR-FILE
           PERFORM START-FILE-PURGE
           IF WS-FILE-ACTIVE-SW = "Y"
               OPEN INPUT VETHIST-FILE
               MOVE WS-VETHIST-STATUS TO WS-LIVE-STATUS
               PERFORM CHECK-LIVE-OPEN
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y" AND WS-CUR-ARCHIVE
               OPEN EXTEND ARCVETHS-FILE
               IF WS-ARCVETHS-STATUS NOT = "00"
                   OPEN OUTPUT ARCVETHS-FILE
               END-IF
               MOVE WS-ARCVETHS-STATUS TO WS-ARC-STATUS
               PERFORM CHECK-ARCHIVE-OPEN
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y"
               PERFORM OPEN-WORK-OUTPUT
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y"
               MOVE "N" TO WS-VETHIST-EOF-SW
               PERFORM READ-VETHIST-RECORD
               PERFORM SPLIT-VETHIST-RECORD UNTIL WS-VETHIST-EOF
               IF WS-CUR-ARCHIVE
                   PERFORM SET-ARCHIVE-TRAILER
                   MOVE WS-ARC-RECORD TO AVH-REC
                   WRITE AVH-REC
                   IF WS-ARCVETHS-STATUS NOT = "00"
                       MOVE WS-ARCVETHS-STATUS TO WS-ARC-STATUS
                       PERFORM ARCHIVE-WRITE-FAILED
                   END-IF
               END-IF
           END-IF
           PERFORM CLOSE-WORK-FILE
           IF WS-ARC-OPEN-SW = "Y"
               CLOSE ARCVETHS-FILE
           END-IF
           IF WS-LIVE-OPEN-SW = "Y"
               CLOSE VETHIST-FILE
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y"
               PERFORM CHECK-SPLIT-COMPLETE
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y" AND WS-EXP-COUNT > ZERO
               PERFORM RELOAD-VETHIST
           END-IF
           PERFORM FINISH-FILE-PURGE.
       READ-VETHIST-RECORD.
           READ VETHIST-FILE
               AT END
                   MOVE "Y" TO WS-VETHIST-EOF-SW
           END-READ.
       SPLIT-VETHIST-RECORD.
           PERFORM SET-VETHIST-VALUES
           MOVE VHS-REC TO WS-REC-IMAGE
           PERFORM CLASSIFY-RECORD
           IF WS-REC-EXPIRED = "Y"
               IF WS-CUR-ARCHIVE
                   PERFORM SET-ARCHIVE-DETAIL
                   MOVE WS-ARC-RECORD TO AVH-REC
                   WRITE AVH-REC
                   MOVE WS-ARCVETHS-STATUS TO WS-ARC-STATUS
                   PERFORM CHECK-ARCHIVE-WRITE
               END-IF
           ELSE
               MOVE WS-REC-IMAGE TO PWK-REC
               WRITE PWK-REC
               PERFORM CHECK-WORK-WRITE
           END-IF
           PERFORM READ-VETHIST-RECORD.
       RELOAD-VETHIST.
           PERFORM OPEN-WORK-INPUT
           IF WS-WORK-OPEN-SW = "Y"
               OPEN OUTPUT VETHIST-FILE
               IF WS-VETHIST-STATUS = "00"
                   MOVE "Y" TO WS-REBUILT-SW
                   PERFORM READ-WORK-RECORD
                   PERFORM RELOAD-VETHIST-RECORD UNTIL WS-PURGEWK-EOF
                   CLOSE VETHIST-FILE
               ELSE
                   MOVE WS-VETHIST-STATUS TO WS-LIVE-STATUS
                   PERFORM REBUILD-FAILED
               END-IF
               PERFORM CLOSE-WORK-FILE
           END-IF.
       RELOAD-VETHIST-RECORD.
           MOVE PWK-REC TO VHS-REC
           WRITE VHS-REC
           IF WS-VETHIST-STATUS = "00"
               PERFORM SET-VETHIST-VALUES
               PERFORM COUNT-RELOADED-RECORD
           ELSE
               DISPLAY "VETHIST ERRO NA RECARGA STATUS "
                   WS-VETHIST-STATUS
           END-IF
           PERFORM READ-WORK-RECORD.
       PURGE-MEDUSAGE.
           MOVE "MEDUSAGE" TO WS-CUR-FILE
           PERFORM START-FILE-PURGE
           IF WS-FILE-ACTIVE-SW = "Y"
               OPEN INPUT MEDUSAGE-FILE
               MOVE WS-MEDUSAGE-STATUS TO WS-LIVE-STATUS
               PERFORM CHECK-LIVE-OPEN
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y" AND WS-CUR-ARCHIVE
               OPEN EXTEND ARCMEDUS-FILE
               IF WS-ARCMEDUS-STATUS NOT = "00"
                   OPEN OUTPUT ARCMEDUS-FILE
               END-IF
               MOVE WS-ARCMEDUS-STATUS TO WS-ARC-STATUS
               PERFORM CHECK-ARCHIVE-OPEN
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y"
               PERFORM OPEN-WORK-OUTPUT
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y"
               MOVE "N" TO WS-MEDUSAGE-EOF-SW
               PERFORM READ-MEDUSAGE-RECORD
               PERFORM SPLIT-MEDUSAGE-RECORD UNTIL WS-MEDUSAGE-EOF
               IF WS-CUR-ARCHIVE
                   PERFORM SET-ARCHIVE-TRAILER
                   MOVE WS-ARC-RECORD TO AMU-REC
                   WRITE AMU-REC
                   IF WS-ARCMEDUS-STATUS NOT = "00"
                       MOVE WS-ARCMEDUS-STATUS TO WS-ARC-STATUS
                       PERFORM ARCHIVE-WRITE-FAILED
                   END-IF
               END-IF
           END-IF
           PERFORM CLOSE-WORK-FILE
           IF WS-ARC-OPEN-SW = "Y"
               CLOSE ARCMEDUS-FILE
           END-IF
           IF WS-LIVE-OPEN-SW = "Y"
               CLOSE MEDUSAGE-FILE
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y"
               PERFORM CHECK-SPLIT-COMPLETE
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y" AND WS-EXP-COUNT > ZERO
               PERFORM RELOAD-MEDUSAGE
           END-IF
           PERFORM FINISH-FILE-PURGE.
       READ-MEDUSAGE-RECORD.
           READ MEDUSAGE-FILE
               AT END
                   MOVE "Y" TO WS-MEDUSAGE-EOF-SW
           END-READ.
       SPLIT-MEDUSAGE-RECORD.
           PERFORM SET-MEDUSAGE-VALUES
           MOVE MUS-REC TO WS-REC-IMAGE
           PERFORM CLASSIFY-RECORD
           IF WS-REC-EXPIRED = "Y"
               IF WS-CUR-ARCHIVE
                   PERFORM SET-ARCHIVE-DETAIL
                   MOVE WS-ARC-RECORD TO AMU-REC
                   WRITE AMU-REC
                   MOVE WS-ARCMEDUS-STATUS TO WS-ARC-STATUS
                   PERFORM CHECK-ARCHIVE-WRITE
               END-IF
           ELSE
               MOVE WS-REC-IMAGE TO PWK-REC
               WRITE PWK-REC
               PERFORM CHECK-WORK-WRITE
           END-IF
           PERFORM READ-MEDUSAGE-RECORD.
       RELOAD-MEDUSAGE.
           PERFORM OPEN-WORK-INPUT
           IF WS-WORK-OPEN-SW = "Y"
               OPEN OUTPUT MEDUSAGE-FILE
               IF WS-MEDUSAGE-STATUS = "00"
                   MOVE "Y" TO WS-REBUILT-SW
                   PERFORM READ-WORK-RECORD
                   PERFORM RELOAD-MEDUSAGE-RECORD UNTIL WS-PURGEWK-EOF
                   CLOSE MEDUSAGE-FILE
               ELSE
                   MOVE WS-MEDUSAGE-STATUS TO WS-LIVE-STATUS
                   PERFORM REBUILD-FAILED
               END-IF
               PERFORM CLOSE-WORK-FILE
           END-IF.
       RELOAD-MEDUSAGE-RECORD.
           MOVE PWK-REC TO MUS-REC
           WRITE MUS-REC
           IF WS-MEDUSAGE-STATUS = "00"
               PERFORM SET-MEDUSAGE-VALUES
               PERFORM COUNT-RELOADED-RECORD
           ELSE
               DISPLAY "MEDUSAGE ERRO NA RECARGA STATUS "
                   WS-MEDUSAGE-STATUS
           END-IF
           PERFORM READ-WORK-RECORD.
       PURGE-TICKSALES.
           MOVE "TICKSALES" TO WS-CUR-FILE
           PERFORM START-FILE-PURGE
           IF WS-FILE-ACTIVE-SW = "Y"
               OPEN INPUT TICKSALES-FILE
               MOVE WS-TICKSALES-STATUS TO WS-LIVE-STATUS
               PERFORM CHECK-LIVE-OPEN
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y" AND WS-CUR-ARCHIVE
               OPEN EXTEND ARCTICKS-FILE
               IF WS-ARCTICKS-STATUS NOT = "00"
                   OPEN OUTPUT ARCTICKS-FILE
               END-IF
               MOVE WS-ARCTICKS-STATUS TO WS-ARC-STATUS
               PERFORM CHECK-ARCHIVE-OPEN
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y"
               PERFORM OPEN-WORK-OUTPUT
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y"
               MOVE "N" TO WS-TICKSALES-EOF-SW
               PERFORM READ-TICKSALES-RECORD
               PERFORM SPLIT-TICKSALES-RECORD UNTIL WS-TICKSALES-EOF
               IF WS-CUR-ARCHIVE
                   PERFORM SET-ARCHIVE-TRAILER
                   MOVE WS-ARC-RECORD TO ATK-REC
                   WRITE ATK-REC
                   IF WS-ARCTICKS-STATUS NOT = "00"
                       MOVE WS-ARCTICKS-STATUS TO WS-ARC-STATUS
                       PERFORM ARCHIVE-WRITE-FAILED
                   END-IF
               END-IF
           END-IF
           PERFORM CLOSE-WORK-FILE
           IF WS-ARC-OPEN-SW = "Y"
               CLOSE ARCTICKS-FILE
           END-IF
           IF WS-LIVE-OPEN-SW = "Y"
               CLOSE TICKSALES-FILE
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y"
               PERFORM CHECK-SPLIT-COMPLETE
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y" AND WS-EXP-COUNT > ZERO
               PERFORM RELOAD-TICKSALES
           END-IF
           PERFORM FINISH-FILE-PURGE.
       READ-TICKSALES-RECORD.
           READ TICKSALES-FILE
               AT END
                   MOVE "Y" TO WS-TICKSALES-EOF-SW
           END-READ.
       SPLIT-TICKSALES-RECORD.
           PERFORM SET-TICKSALES-VALUES
           MOVE TKT-REC TO WS-REC-IMAGE
           PERFORM CLASSIFY-RECORD
           IF WS-REC-EXPIRED = "Y"
               IF WS-CUR-ARCHIVE
                   PERFORM SET-ARCHIVE-DETAIL
                   MOVE WS-ARC-RECORD TO ATK-REC
                   WRITE ATK-REC
                   MOVE WS-ARCTICKS-STATUS TO WS-ARC-STATUS
                   PERFORM CHECK-ARCHIVE-WRITE
               END-IF
           ELSE
               MOVE WS-REC-IMAGE TO PWK-REC
               WRITE PWK-REC
               PERFORM CHECK-WORK-WRITE
           END-IF
           PERFORM READ-TICKSALES-RECORD.
       RELOAD-TICKSALES.
           PERFORM OPEN-WORK-INPUT
           IF WS-WORK-OPEN-SW = "Y"
               OPEN OUTPUT TICKSALES-FILE
               IF WS-TICKSALES-STATUS = "00"
                   MOVE "Y" TO WS-REBUILT-SW
                   PERFORM READ-WORK-RECORD
                   PERFORM RELOAD-TICKSALES-RECORD UNTIL WS-PURGEWK-EOF
                   CLOSE TICKSALES-FILE
               ELSE
                   MOVE WS-TICKSALES-STATUS TO WS-LIVE-STATUS
                   PERFORM REBUILD-FAILED
               END-IF
               PERFORM CLOSE-WORK-FILE
           END-IF.
       RELOAD-TICKSALES-RECORD.
           MOVE PWK-REC TO TKT-REC
           WRITE TKT-REC
           IF WS-TICKSALES-STATUS = "00"
               PERFORM SET-TICKSALES-VALUES
               PERFORM COUNT-RELOADED-RECORD
           ELSE
               DISPLAY "TICKSALES ERRO NA RECARGA STATUS "
                   WS-TICKSALES-STATUS
           END-IF
           PERFORM READ-WORK-RECORD.
       PURGE-VETCASE.
           MOVE "VETCASE" TO WS-CUR-FILE
           PERFORM START-FILE-PURGE
           IF WS-FILE-ACTIVE-SW = "Y"
               OPEN INPUT VETCASE-FILE
               MOVE WS-VETCASE-STATUS TO WS-LIVE-STATUS
               PERFORM CHECK-LIVE-OPEN
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y" AND WS-CUR-ARCHIVE
               OPEN EXTEND ARCVETCS-FILE
               IF WS-ARCVETCS-STATUS NOT = "00"
                   OPEN OUTPUT ARCVETCS-FILE
               END-IF
               MOVE WS-ARCVETCS-STATUS TO WS-ARC-STATUS
               PERFORM CHECK-ARCHIVE-OPEN
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y"
               PERFORM OPEN-WORK-OUTPUT
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y"
               PERFORM START-VETCASE-BROWSE
               PERFORM SPLIT-VETCASE-RECORD UNTIL WS-VETCASE-EOF
               IF WS-CUR-ARCHIVE
                   PERFORM SET-ARCHIVE-TRAILER
                   MOVE WS-ARC-RECORD TO AVC-REC
                   WRITE AVC-REC
                   IF WS-ARCVETCS-STATUS NOT = "00"
                       MOVE WS-ARCVETCS-STATUS TO WS-ARC-STATUS
                       PERFORM ARCHIVE-WRITE-FAILED
                   END-IF
               END-IF
           END-IF
           PERFORM CLOSE-WORK-FILE
           IF WS-ARC-OPEN-SW = "Y"
               CLOSE ARCVETCS-FILE
           END-IF
           IF WS-LIVE-OPEN-SW = "Y"
               CLOSE VETCASE-FILE
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y"
               PERFORM CHECK-SPLIT-COMPLETE
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y" AND WS-EXP-COUNT > ZERO
               PERFORM RELOAD-VETCASE
           END-IF
           PERFORM FINISH-FILE-PURGE.
       START-VETCASE-BROWSE.
           MOVE "N" TO WS-VETCASE-EOF-SW
           MOVE LOW-VALUES TO VCS-CASE-ID
           START VETCASE-FILE KEY NOT < VCS-CASE-ID
               INVALID KEY
                   MOVE "Y" TO WS-VETCASE-EOF-SW
           END-START
           IF NOT WS-VETCASE-EOF
               PERFORM READ-VETCASE-NEXT
           END-IF.
       READ-VETCASE-NEXT.
           READ VETCASE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-VETCASE-EOF-SW
           END-READ.
       SPLIT-VETCASE-RECORD.
           PERFORM SET-VETCASE-VALUES
           MOVE VCS-REC TO WS-REC-IMAGE
           PERFORM CLASSIFY-RECORD
           IF WS-REC-EXPIRED = "Y"
               IF WS-CUR-ARCHIVE
                   PERFORM SET-ARCHIVE-DETAIL
                   MOVE WS-ARC-RECORD TO AVC-REC
                   WRITE AVC-REC
                   MOVE WS-ARCVETCS-STATUS TO WS-ARC-STATUS
                   PERFORM CHECK-ARCHIVE-WRITE
               END-IF
           ELSE
               MOVE WS-REC-IMAGE TO PWK-REC
               WRITE PWK-REC
               PERFORM CHECK-WORK-WRITE
           END-IF
           PERFORM READ-VETCASE-NEXT.
       RELOAD-VETCASE.
           PERFORM OPEN-WORK-INPUT
           IF WS-WORK-OPEN-SW = "Y"
               OPEN OUTPUT VETCASE-FILE
               IF WS-VETCASE-STATUS = "00"
                   MOVE "Y" TO WS-REBUILT-SW
                   PERFORM READ-WORK-RECORD
                   PERFORM RELOAD-VETCASE-RECORD UNTIL WS-PURGEWK-EOF
                   CLOSE VETCASE-FILE
               ELSE
                   MOVE WS-VETCASE-STATUS TO WS-LIVE-STATUS
                   PERFORM REBUILD-FAILED
               END-IF
               PERFORM CLOSE-WORK-FILE
           END-IF.
       RELOAD-VETCASE-RECORD.
           MOVE PWK-REC TO VCS-REC
           WRITE VCS-REC
               INVALID KEY
                   DISPLAY "VETCASE CHAVE DUPLICADA NA RECARGA"
               NOT INVALID KEY
                   PERFORM SET-VETCASE-VALUES
                   PERFORM COUNT-RELOADED-RECORD
           END-WRITE
           PERFORM READ-WORK-RECORD.
       PURGE-RUNCTL.
           MOVE "RUNCTL" TO WS-CUR-FILE
           PERFORM START-FILE-PURGE
           IF WS-FILE-ACTIVE-SW = "Y"
               OPEN INPUT RUNCTL-FILE
               MOVE WS-RUNCTL-STATUS TO WS-LIVE-STATUS
               PERFORM CHECK-LIVE-OPEN
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y" AND WS-CUR-ARCHIVE
               OPEN EXTEND ARCRUNCT-FILE
               IF WS-ARCRUNCT-STATUS NOT = "00"
                   OPEN OUTPUT ARCRUNCT-FILE
               END-IF
               MOVE WS-ARCRUNCT-STATUS TO WS-ARC-STATUS
               PERFORM CHECK-ARCHIVE-OPEN
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y"
               PERFORM OPEN-WORK-OUTPUT
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y"
               PERFORM START-RUNCTL-BROWSE
               PERFORM SPLIT-RUNCTL-RECORD UNTIL WS-RUNCTL-EOF
               IF WS-CUR-ARCHIVE
                   PERFORM SET-ARCHIVE-TRAILER
                   MOVE WS-ARC-RECORD TO ARU-REC
                   WRITE ARU-REC
                   IF WS-ARCRUNCT-STATUS NOT = "00"
                       MOVE WS-ARCRUNCT-STATUS TO WS-ARC-STATUS
                       PERFORM ARCHIVE-WRITE-FAILED
                   END-IF
               END-IF
           END-IF
           PERFORM CLOSE-WORK-FILE
           IF WS-ARC-OPEN-SW = "Y"
               CLOSE ARCRUNCT-FILE
           END-IF
           IF WS-LIVE-OPEN-SW = "Y"
               CLOSE RUNCTL-FILE
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y"
               PERFORM CHECK-SPLIT-COMPLETE
           END-IF
           IF WS-FILE-ACTIVE-SW = "Y" AND WS-EXP-COUNT > ZERO
               PERFORM RELOAD-RUNCTL
           END-IF
           PERFORM FINISH-FILE-PURGE.
       START-RUNCTL-BROWSE.
           MOVE "N" TO WS-RUNCTL-EOF-SW
           MOVE LOW-VALUES TO RCT-KEY
           START RUNCTL-FILE KEY NOT < RCT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RUNCTL-EOF-SW
           END-START
           IF NOT WS-RUNCTL-EOF
               PERFORM READ-RUNCTL-NEXT
           END-IF.
       READ-RUNCTL-NEXT.
           READ RUNCTL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RUNCTL-EOF-SW
           END-READ.
       SPLIT-RUNCTL-RECORD.
           PERFORM SET-RUNCTL-VALUES
           MOVE RCT-REC TO WS-REC-IMAGE
           PERFORM CLASSIFY-RECORD
           IF WS-REC-EXPIRED = "Y"
               IF WS-CUR-ARCHIVE
                   PERFORM SET-ARCHIVE-DETAIL
                   MOVE WS-ARC-RECORD TO ARU-REC
                   WRITE ARU-REC
                   MOVE WS-ARCRUNCT-STATUS TO WS-ARC-STATUS
                   PERFORM CHECK-ARCHIVE-WRITE
               END-IF
           ELSE
               MOVE WS-REC-IMAGE TO PWK-REC
               WRITE PWK-REC
               PERFORM CHECK-WORK-WRITE
           END-IF
           PERFORM READ-RUNCTL-NEXT.
       RELOAD-RUNCTL.
           PERFORM OPEN-WORK-INPUT
           IF WS-WORK-OPEN-SW = "Y"
               OPEN OUTPUT RUNCTL-FILE
               IF WS-RUNCTL-STATUS = "00"
                   MOVE "Y" TO WS-REBUILT-SW
                   PERFORM READ-WORK-RECORD
                   PERFORM RELOAD-RUNCTL-RECORD UNTIL WS-PURGEWK-EOF
                   CLOSE RUNCTL-FILE
               ELSE
                   MOVE WS-RUNCTL-STATUS TO WS-LIVE-STATUS
                   PERFORM REBUILD-FAILED
               END-IF
               PERFORM CLOSE-WORK-FILE
           END-IF.
       RELOAD-RUNCTL-RECORD.
           MOVE PWK-REC TO RCT-REC
           WRITE RCT-REC
               INVALID KEY
                   DISPLAY "RUNCTL CHAVE DUPLICADA NA RECARGA"
               NOT INVALID KEY
                   PERFORM SET-RUNCTL-VALUES
                   PERFORM COUNT-RELOADED-RECORD
           END-WRITE
           PERFORM READ-WORK-RECORD.
       START-FILE-PURGE.
           MOVE ZERO TO WS-ORIG-COUNT
           MOVE ZERO TO WS-EXP-COUNT
           MOVE ZERO TO WS-KEPT-COUNT
           MOVE ZERO TO WS-RELOAD-COUNT
           MOVE ZERO TO WS-ORIG-HASH
           MOVE ZERO TO WS-EXP-HASH
           MOVE ZERO TO WS-KEPT-HASH
           MOVE ZERO TO WS-RELOAD-HASH
           MOVE ZERO TO WS-ARC-WRITTEN
           MOVE ZERO TO WS-WORK-WRITTEN
           MOVE ZERO TO WS-ARC-WRITTEN-HASH
           MOVE "N" TO WS-WRITE-ERROR-SW
           MOVE "N" TO WS-LIVE-OPEN-SW
           MOVE "N" TO WS-ARC-OPEN-SW
           MOVE "N" TO WS-WORK-OPEN-SW
           MOVE "N" TO WS-REBUILT-SW
           MOVE SPACES TO WS-FILE-RESULT
           MOVE WS-CUR-FILE TO WS-RET-LOOKUP
           PERFORM LOCATE-RETENTION
           MOVE ZERO TO WS-CUR-KEEP
           MOVE SPACE TO WS-CUR-ACTION
           MOVE "N" TO WS-FILE-ACTIVE-SW
           IF WS-RET-HIT = "Y"
               IF WS-RET-KEEP (WS-RET-IX) > ZERO
                   MOVE WS-RET-KEEP (WS-RET-IX) TO WS-CUR-KEEP
                   MOVE WS-RET-ACTION (WS-RET-IX) TO WS-CUR-ACTION
                   MOVE "Y" TO WS-FILE-ACTIVE-SW
               END-IF
           END-IF
           IF WS-FILE-ACTIVE-SW = "N"
               MOVE "SEM REGRA" TO WS-FILE-RESULT
           END-IF.
       CHECK-LIVE-OPEN.
           EVALUATE WS-LIVE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-LIVE-OPEN-SW
               WHEN "05"
                   MOVE "N" TO WS-FILE-ACTIVE-SW
                   MOVE "AUSENTE" TO WS-FILE-RESULT
               WHEN OTHER
                   DISPLAY WS-CUR-FILE " INDISPONIVEL STATUS "
                       WS-LIVE-STATUS
                   MOVE "N" TO WS-FILE-ACTIVE-SW
                   MOVE "ERRO" TO WS-FILE-RESULT
                   MOVE 8 TO WS-RUN-SEVERITY
           END-EVALUATE.
       CHECK-ARCHIVE-OPEN.
           IF WS-ARC-STATUS = "00"
               MOVE "Y" TO WS-ARC-OPEN-SW
           ELSE
               DISPLAY "ARQUIVO HISTORICO DE " WS-CUR-FILE
                   " INDISPONIVEL STATUS " WS-ARC-STATUS
               MOVE "N" TO WS-FILE-ACTIVE-SW
               MOVE "ERRO" TO WS-FILE-RESULT
               MOVE 8 TO WS-RUN-SEVERITY
           END-IF.
       OPEN-WORK-OUTPUT.
           OPEN OUTPUT PURGEWK-FILE
           IF WS-PURGEWK-STATUS = "00"
               MOVE "Y" TO WS-WORK-OPEN-SW
           ELSE
               DISPLAY "PURGEWK INDISPONIVEL STATUS "
                   WS-PURGEWK-STATUS
               MOVE "N" TO WS-FILE-ACTIVE-SW
               MOVE "ERRO" TO WS-FILE-RESULT
               MOVE 8 TO WS-RUN-SEVERITY
           END-IF.
       OPEN-WORK-INPUT.
           MOVE "N" TO WS-PURGEWK-EOF-SW
           OPEN INPUT PURGEWK-FILE
           IF WS-PURGEWK-STATUS = "00"
               MOVE "Y" TO WS-WORK-OPEN-SW
           ELSE
               DISPLAY "PURGEWK INDISPONIVEL STATUS "
                   WS-PURGEWK-STATUS
               DISPLAY WS-CUR-FILE " NAO RECONSTRUIDO"
               MOVE "ERRO" TO WS-FILE-RESULT
               MOVE 8 TO WS-RUN-SEVERITY
           END-IF.
       READ-WORK-RECORD.
           READ PURGEWK-FILE
               AT END
                   MOVE "Y" TO WS-PURGEWK-EOF-SW
           END-READ.
       CLOSE-WORK-FILE.
           IF WS-WORK-OPEN-SW = "Y"
               CLOSE PURGEWK-FILE
               MOVE "N" TO WS-WORK-OPEN-SW
           END-IF.
       CHECK-ARCHIVE-WRITE.
           IF WS-ARC-STATUS = "00"
               ADD 1 TO WS-ARC-WRITTEN
               ADD WS-REC-HASH TO WS-ARC-WRITTEN-HASH
           ELSE
               PERFORM ARCHIVE-WRITE-FAILED
           END-IF.
       ARCHIVE-WRITE-FAILED.
           DISPLAY "ARQUIVO HISTORICO DE " WS-CUR-FILE
               " ERRO NA GRAVACAO STATUS " WS-ARC-STATUS
           MOVE "Y" TO WS-WRITE-ERROR-SW.
       CHECK-WORK-WRITE.
           IF WS-PURGEWK-STATUS = "00"
               ADD 1 TO WS-WORK-WRITTEN
           ELSE
               DISPLAY "PURGEWK ERRO NA GRAVACAO STATUS "
                   WS-PURGEWK-STATUS
               MOVE "Y" TO WS-WRITE-ERROR-SW
           END-IF.
       CHECK-SPLIT-COMPLETE.
           IF WS-CUR-ARCHIVE AND WS-ARC-WRITTEN NOT = WS-EXP-COUNT
               MOVE "Y" TO WS-WRITE-ERROR-SW
           END-IF
           IF WS-WORK-WRITTEN NOT = WS-KEPT-COUNT
               MOVE "Y" TO WS-WRITE-ERROR-SW
           END-IF
           IF WS-WRITE-ERROR-SW = "Y"
               DISPLAY WS-CUR-FILE
                   " NAO RECONSTRUIDO - GRAVACAO INCOMPLETA"
               MOVE "N" TO WS-FILE-ACTIVE-SW
               MOVE "ERRO" TO WS-FILE-RESULT
               MOVE 8 TO WS-RUN-SEVERITY
           END-IF.
       REBUILD-FAILED.
           DISPLAY WS-CUR-FILE " NAO RECONSTRUIDO STATUS "
               WS-LIVE-STATUS
           MOVE "ERRO" TO WS-FILE-RESULT
           MOVE 8 TO WS-RUN-SEVERITY.
       CLASSIFY-RECORD.
           ADD 1 TO WS-ORIG-COUNT
           ADD WS-REC-HASH TO WS-ORIG-HASH
           MOVE "N" TO WS-REC-EXPIRED
           IF WS-REC-DATE > ZERO
               MOVE WS-REC-DATE TO WS-DATE-WORK-NUM
               IF WS-DTW-MONTH > ZERO AND WS-DTW-MONTH < 13
                       AND WS-DTW-DAY > ZERO
                   PERFORM COMPUTE-DAY-NUMBER
                   IF WS-DAY-NUMBER < WS-RUN-DAY-NUMBER
                       COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NUMBER
                           - WS-DAY-NUMBER
                       IF WS-AGE-DAYS > WS-CUR-KEEP
                           MOVE "Y" TO WS-REC-EXPIRED
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REC-EXPIRED = "Y"
               ADD 1 TO WS-EXP-COUNT
               ADD WS-REC-HASH TO WS-EXP-HASH
           ELSE
               ADD 1 TO WS-KEPT-COUNT
               ADD WS-REC-HASH TO WS-KEPT-HASH
           END-IF.
       COUNT-RELOADED-RECORD.
           ADD 1 TO WS-RELOAD-COUNT
           ADD WS-REC-HASH TO WS-RELOAD-HASH.
       SET-ARCHIVE-DETAIL.
           MOVE SPACES TO WS-ARC-RECORD
           SET WS-ARC-DETAIL TO TRUE
           MOVE WS-RUN-DATE TO WS-ARC-PURGE-DATE
           MOVE WS-REC-IMAGE TO WS-ARC-DATA.
       SET-ARCHIVE-TRAILER.
           MOVE SPACES TO WS-ARC-RECORD
           SET WS-ARC-TRAILER TO TRUE
           MOVE WS-RUN-DATE TO WS-ARC-PURGE-DATE
           MOVE WS-CUR-FILE TO WS-ARC-SOURCE
           MOVE WS-ARC-WRITTEN TO WS-ARC-COUNT
           MOVE WS-ARC-WRITTEN-HASH TO WS-ARC-HASH.
       SET-ERRLOG-VALUES.
           MOVE ZERO TO WS-REC-DATE
           MOVE ZERO TO WS-REC-HASH
           IF ERL-DATE IS NUMERIC
               MOVE ERL-DATE TO WS-REC-DATE
               MOVE ERL-DATE TO WS-REC-HASH
           END-IF.
       SET-VETHIST-VALUES.
           MOVE ZERO TO WS-REC-DATE
           MOVE ZERO TO WS-REC-HASH
           IF VHS-DATE IS NUMERIC
               MOVE VHS-DATE TO WS-REC-DATE
               MOVE VHS-DATE TO WS-REC-HASH
           END-IF.
       SET-MEDUSAGE-VALUES.
           MOVE ZERO TO WS-REC-DATE
           MOVE ZERO TO WS-REC-HASH
           IF MUS-DATE IS NUMERIC
               MOVE MUS-DATE TO WS-REC-DATE
           END-IF
           IF MUS-COST IS NUMERIC
               MOVE MUS-COST TO WS-REC-HASH
           END-IF.
       SET-TICKSALES-VALUES.
           MOVE ZERO TO WS-REC-DATE
           MOVE ZERO TO WS-REC-HASH
           IF TKT-SALE-DATE IS NUMERIC
               MOVE TKT-SALE-DATE TO WS-REC-DATE
           END-IF
           IF TKT-AMOUNT IS NUMERIC
               MOVE TKT-AMOUNT TO WS-REC-HASH
           END-IF.
       SET-VETCASE-VALUES.
           MOVE ZERO TO WS-REC-DATE
           MOVE ZERO TO WS-REC-HASH
           IF VCS-CLOSED-CASE AND VCS-CLOSE-DATE IS NUMERIC
               MOVE VCS-CLOSE-DATE TO WS-REC-DATE
           END-IF
           IF VCS-OPEN-DATE IS NUMERIC
               MOVE VCS-OPEN-DATE TO WS-REC-HASH
           END-IF.
       SET-RUNCTL-VALUES.
           MOVE ZERO TO WS-REC-DATE
           MOVE ZERO TO WS-REC-HASH
           IF RCT-RUN-DATE IS NUMERIC
               MOVE RCT-RUN-DATE TO WS-REC-HASH
               IF NOT RCT-RUNNING
                   MOVE RCT-RUN-DATE TO WS-REC-DATE
               END-IF
           END-IF.
       FINISH-FILE-PURGE.
           IF WS-REBUILT-SW = "N"
               MOVE WS-KEPT-COUNT TO WS-RELOAD-COUNT
               MOVE WS-KEPT-HASH TO WS-RELOAD-HASH
           END-IF
           IF WS-CUR-ARCHIVE
               COMPUTE WS-CHECK-COUNT = WS-ARC-WRITTEN + WS-KEPT-COUNT
               COMPUTE WS-CHECK-HASH = WS-ARC-WRITTEN-HASH
                   + WS-KEPT-HASH
           ELSE
               COMPUTE WS-CHECK-COUNT = WS-EXP-COUNT + WS-KEPT-COUNT
               COMPUTE WS-CHECK-HASH = WS-EXP-HASH + WS-KEPT-HASH
           END-IF
           IF WS-FILE-RESULT = SPACES
               IF WS-CHECK-COUNT = WS-ORIG-COUNT
                       AND WS-CHECK-HASH = WS-ORIG-HASH
                       AND WS-RELOAD-COUNT = WS-KEPT-COUNT
                       AND WS-RELOAD-HASH = WS-KEPT-HASH
                   MOVE "CONFERE" TO WS-FILE-RESULT
               ELSE
                   MOVE "DIVERGE" TO WS-FILE-RESULT
                   MOVE 8 TO WS-RUN-SEVERITY
               END-IF
           END-IF
           MOVE WS-CUR-FILE TO PFL-FILE
           EVALUATE TRUE
               WHEN WS-CUR-ARCHIVE
                   MOVE "ARQUIVAR" TO PFL-RULE
               WHEN WS-CUR-DELETE
                   MOVE "ELIMINAR" TO PFL-RULE
               WHEN OTHER
                   MOVE SPACES TO PFL-RULE
           END-EVALUATE
           MOVE WS-CUR-KEEP TO PFL-KEEP
           MOVE WS-ORIG-COUNT TO PFL-ORIGINAL
           MOVE WS-EXP-COUNT TO PFL-EXPIRED
           MOVE WS-KEPT-COUNT TO PFL-KEPT
           MOVE WS-RELOAD-COUNT TO PFL-RELOADED
           MOVE WS-FILE-RESULT TO PFL-RESULT
           MOVE WS-PRG-FILE-LINE TO PRG-REC
           WRITE PRG-REC
           MOVE WS-ORIG-HASH TO PHL-ORIGINAL
           MOVE WS-EXP-HASH TO PHL-EXPIRED
           MOVE WS-KEPT-HASH TO PHL-KEPT
           MOVE WS-PRG-HASH-LINE TO PRG-REC
           WRITE PRG-REC
           IF WS-REBUILT-SW = "Y" AND WS-FILE-RESULT NOT = "CONFERE"
               PERFORM STOP-AFTER-BAD-RELOAD
           END-IF
           ADD WS-ORIG-COUNT TO WS-TOT-ORIG
           ADD WS-EXP-COUNT TO WS-TOT-EXP
           ADD WS-KEPT-COUNT TO WS-TOT-KEPT
           DISPLAY WS-CUR-FILE " LIDOS=" WS-ORIG-COUNT
               " EXPURGADOS=" WS-EXP-COUNT " MANTIDOS="
               WS-KEPT-COUNT " " WS-FILE-RESULT.
       STOP-AFTER-BAD-RELOAD.
           MOVE "Y" TO WS-STOP-SW
           MOVE 8 TO WS-RUN-SEVERITY
           DISPLAY WS-CUR-FILE
               " INCOMPLETO - RESTAURAR A PARTIR DE PURGEWK"
           DISPLAY "EXPURGO INTERROMPIDO"
           MOVE WS-CUR-FILE TO PRL-FILE
           MOVE WS-PRG-RESTORE-LINE TO PRG-REC
           WRITE PRG-REC
           MOVE " EXPURGO INTERROMPIDO - DEMAIS ARQUIVOS NAO LIDOS"
               TO PRG-REC
           WRITE PRG-REC.
       WRITE-TOTAL-LINE.
           MOVE SPACES TO PRG-REC
           WRITE PRG-REC
           MOVE WS-TOT-ORIG TO PTT-ORIGINAL
           MOVE WS-TOT-EXP TO PTT-EXPIRED
           MOVE WS-TOT-KEPT TO PTT-KEPT
           MOVE WS-PRG-TOTAL-LINE TO PRG-REC
           WRITE PRG-REC.
       END-PROC SECTION.
           IF WS-PURGERPT-OPEN-SW = "Y"
               CLOSE PURGERPT-FILE
           END-IF
           MOVE WS-RUN-SEVERITY TO RETURN-CODE
           DISPLAY "FIM DA RETENCAO E EXPURGO"
           STOP RUN.

       END PROGRAM PROGCOBOL29.
