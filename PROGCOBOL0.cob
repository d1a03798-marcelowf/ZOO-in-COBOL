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
           SELECT VETHEALTH-FILE ASSIGN TO "VETHEALTH"
               ORGANIZATION IS INDEXED
           SELECT OPTIONAL OPRCAL-FILE ASSIGN TO "OPRCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPRCAL-STATUS.
           SELECT OPTIONAL ENVALM-FILE ASSIGN TO "ENVALM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EAL-SECTION-ID
               FILE STATUS IS WS-ENVALM-STATUS.
           SELECT OPTIONAL CROWDLIM-FILE ASSIGN TO "CROWDLIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CROWDLIM-STATUS.
           SELECT OPTIONAL RESERVE-FILE ASSIGN TO "RESERVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESERVE-STATUS.
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
       FD  VETHEALTH-FILE.
       01  VET-REC.
           05 TLG-SEQUENCE-NO PIC 9(05).
           05 TLG-TIMESTAMP.
               10 TLG-DATE PIC 9(06).
               10 TLG-TIME.
                   15 TLG-HOUR PIC 9(02).
                   15 TLG-MINUTE PIC 9(02).
                   15 TLG-SECOND PIC 9(02).
                   15 TLG-CENTI PIC 9(02).
       FD  BREEDSCH-FILE.
       01  BRD-REC.
           05 BRD-ENCLOSURE-ID PIC X(11).
           05 BRD-STATUS PIC X(01).
               88 BRD-DUE-SOON VALUE "D".
               88 BRD-BORN VALUE "B".
               88 BRD-PAIRED VALUE "P".
           05 BRD-SIRE-ID PIC X(08).
           05 BRD-OFFSPRING-ID PIC X(08).
       FD  CTLCARD-FILE.
       01  CTL-REC.
           05 CTL-SKIP-AVIARIO PIC X(01).
               88 CTL-MODE-FULL VALUE "F" SPACE.
               88 CTL-MODE-HERP VALUE "H".
               88 CTL-MODE-MAM VALUE "M".
           05 CTL-OPEN-TIME PIC 9(04).
           05 CTL-SLOT-MINUTES PIC 9(03).
           05 CTL-DEFER-MINUTES PIC 9(03).
           05 CTL-MAX-DEFERS PIC 9(02).
           05 FILLER PIC X(61).
       FD  CHKPT-FILE.
       01  CKP-REC.
           05 CKP-KEY PIC X(04).
               88 OCL-SEASON-OFF VALUE "B".
           05 OCL-REASON PIC X(20).
           05 FILLER PIC X(35).
       FD  ENVALM-FILE.
       01  EAL-REC.
           05 EAL-SECTION-ID PIC X(11).
           05 EAL-ENCLOSURE-ID PIC X(08).
           05 EAL-READING-TYPE PIC X(02).
           05 EAL-VALUE PIC S9(04)V99.
           05 EAL-SEVERITY PIC X(01).
               88 EAL-WARNING VALUE "A".
               88 EAL-CRITICAL VALUE "C".
           05 EAL-READ-DATE PIC 9(06).
           05 EAL-READ-TIME PIC 9(04).
           05 EAL-NOTE PIC X(11).
       FD  CROWDLIM-FILE.
       01  CWL-REC.
           05 CWL-SECTION-NAME PIC X(11).
           05 CWL-CROWD-LIMIT PIC 9(05).
           05 CWL-DWELL-MINUTES PIC 9(03).
           05 FILLER PIC X(61).
       FD  RESERVE-FILE.
       01  RSV-REC.
           05 RSV-GROUP-ID PIC X(08).
           05 RSV-REQ-DATE PIC 9(06).
           05 RSV-SLOT PIC 9(02).
           05 RSV-HEADCOUNT PIC 9(05).
           05 FILLER PIC X(59).
       WORKING-STORAGE SECTION.
       77 WS-SHOW PIC X(11) VALUE SPACES.
       77 WS-ANMINV-STATUS PIC X(02) VALUE "00".
       77 WS-ANM-FOUND PIC X(01) VALUE "N".
       77 WS-ANMINV-OPEN-SW PIC X(01) VALUE "N".
       77 WS-ANMINV-EOF-SW PIC X(01) VALUE "N".
           88 WS-ANMINV-EOF VALUE "Y".
       77 WS-CUR-ENCLOSURE-ID PIC X(08) VALUE SPACES.
       77 WS-ENCLOSURE-TOTAL PIC 9(05) VALUE ZERO.
       77 WS-CAPLIM-STATUS PIC X(02) VALUE "00".
       77 WS-CAPLIM-OPEN-SW PIC X(01) VALUE "N".
       77 WS-CAP-FOUND PIC X(01) VALUE "N".
           05 FILLER PIC X(11) VALUE "PROGRAMADO ".
           05 PPL-REASON PIC X(36).
           05 FILLER PIC X(16) VALUE SPACES.
       77 WS-ENVALM-STATUS PIC X(02) VALUE "00".
       77 WS-ENVALM-OPEN-SW PIC X(01) VALUE "N".
       77 WS-ENVALM-EOF-SW PIC X(01) VALUE "N".
           88 WS-ENVALM-EOF VALUE "Y".
       77 WS-EAL-FOUND PIC X(01) VALUE "N".
       77 WS-EAL-CURRENT PIC X(01) VALUE "N".
       77 WS-DAY-NUMBER PIC 9(06) VALUE ZERO.
       77 WS-RUN-DAY-NUMBER PIC 9(06) VALUE ZERO.
       77 WS-LEAP-QUOTIENT PIC 9(02) VALUE ZERO.
       77 WS-LEAP-REMAINDER PIC 9(02) VALUE ZERO.
       77 WS-ENV-ALERT-SW PIC X(01) VALUE "N".
           88 WS-ENV-ALERT VALUE "Y".
       77 WS-ENV-VALUE-EDIT PIC -ZZZ9.99.
       77 WS-ENV-ANY-SW PIC X(01) VALUE "N".
           88 WS-ENV-ANY VALUE "Y".
       01  WS-ENV-CLOSED-FLAGS.
           05 WS-ENV-AVIARIO PIC X(01) VALUE "N".
           05 WS-ENV-AQUARIO PIC X(01) VALUE "N".
           05 WS-ENV-INSETARIO PIC X(01) VALUE "N".
           05 WS-ENV-HERPETARIO PIC X(01) VALUE "N".
           05 WS-ENV-MAMIFERARIO PIC X(01) VALUE "N".
           05 WS-ENV-CRIADOURO PIC X(01) VALUE "N".
       01  WS-ENV-REASON-TEXT.
           05 FILLER PIC X(08) VALUE "RECINTO=".
           05 WS-ERT-ENCLOSURE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(05) VALUE "TIPO=".
           05 WS-ERT-TYPE PIC X(02).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-ERT-NOTE PIC X(11).
       01  WS-ENV-REASONS.
           05 WS-ENV-REASON-AVIARIO PIC X(36) VALUE SPACES.
           05 WS-ENV-REASON-AQUARIO PIC X(36) VALUE SPACES.
           05 WS-ENV-REASON-INSETARIO PIC X(36) VALUE SPACES.
           05 WS-ENV-REASON-HERPETARIO PIC X(36) VALUE SPACES.
           05 WS-ENV-REASON-MAMIFERARIO PIC X(36) VALUE SPACES.
           05 WS-ENV-REASON-CRIADOURO PIC X(36) VALUE SPACES.
       01  WS-ENV-ERR-TEXT.
           05 FILLER PIC X(04) VALUE "AMB ".
           05 WS-EET-SEVERITY PIC X(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-EET-SECTION PIC X(11).
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
       01  WS-PRT-ENV-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 PEN-SECTION-NAME PIC X(11).
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "AMBIENTAL  ".
           05 PEN-REASON PIC X(36).
           05 FILLER PIC X(16) VALUE SPACES.
       01  WS-VISIT-FLAGS.
           05 WS-VISIT-AVIARIO PIC X(01) VALUE "N".
           05 WS-VISIT-AQUARIO PIC X(01) VALUE "N".
           05 WS-VISIT-HERPETARIO PIC X(01) VALUE "N".
           05 WS-VISIT-MAMIFERARIO PIC X(01) VALUE "N".
           05 WS-VISIT-CRIADOURO PIC X(01) VALUE "N".
       01  WS-RESTART-VISIT-FLAGS.
           05 WS-RSTV-AVIARIO PIC X(01) VALUE "N".
           05 WS-RSTV-AQUARIO PIC X(01) VALUE "N".
           05 WS-RSTV-INSETARIO PIC X(01) VALUE "N".
           05 WS-RSTV-HERPETARIO PIC X(01) VALUE "N".
           05 WS-RSTV-MAMIFERARIO PIC X(01) VALUE "N".
           05 WS-RSTV-CRIADOURO PIC X(01) VALUE "N".
       77 WS-CROWDLIM-STATUS PIC X(02) VALUE "00".
       77 WS-CROWDLIM-EOF-SW PIC X(01) VALUE "N".
           88 WS-CROWDLIM-EOF VALUE "Y".
       77 WS-RESERVE-STATUS PIC X(02) VALUE "00".
       77 WS-RESERVE-EOF-SW PIC X(01) VALUE "N".
           88 WS-RESERVE-EOF VALUE "Y".
       77 WS-OPEN-HH PIC 9(02) VALUE 9.
       77 WS-OPEN-MM PIC 9(02) VALUE ZERO.
       77 WS-OPEN-MINUTES PIC 9(04) VALUE 540.
       77 WS-SLOT-MINUTES PIC 9(03) VALUE 60.
       77 WS-DEFER-MINUTES PIC 9(03) VALUE 15.
       77 WS-MAX-DEFERS PIC 9(02) VALUE 8.
       77 WS-DEFER-PASS PIC 9(02) VALUE ZERO.
       77 WS-DEFER-PENDING-SW PIC X(01) VALUE "N".
       77 WS-CROWD-OK-SW PIC X(01) VALUE "Y".
           88 WS-CROWD-OK VALUE "Y".
       77 WS-DEFER-COUNT PIC 9(05) VALUE ZERO.
       77 WS-DROP-COUNT PIC 9(05) VALUE ZERO.
       77 WS-GROUP-CLOCK PIC 9(04) VALUE ZERO.
       77 WS-RESTART-CLOCK PIC 9(04) VALUE ZERO.
       77 WS-OCC-CLOCK PIC 9(04) VALUE ZERO.
       77 WS-OCC-HEADS PIC 9(05) VALUE ZERO.
       77 WS-OCC-FIRST PIC 9(03) VALUE ZERO COMP.
       77 WS-OCC-LAST PIC 9(03) VALUE ZERO COMP.
       77 WS-OCC-IX PIC 9(03) VALUE ZERO COMP.
       77 WS-CRW-SECTION PIC X(11) VALUE SPACES.
       77 WS-CRW-IX PIC 9(02) VALUE ZERO COMP.
       77 WS-CRW-HIT PIC X(01) VALUE "N".
       77 WS-RSV-LOOKUP PIC X(08) VALUE SPACES.
       77 WS-RSV-MAX PIC 9(03) VALUE 200 COMP.
       77 WS-RSV-USED PIC 9(03) VALUE ZERO COMP.
       77 WS-RSV-IX PIC 9(03) VALUE ZERO COMP.
       77 WS-RSV-HIT PIC X(01) VALUE "N".
       77 WS-VGR-MAX PIC 9(03) VALUE 200 COMP.
       77 WS-VGR-USED PIC 9(03) VALUE ZERO COMP.
       77 WS-VGR-IX PIC 9(03) VALUE ZERO COMP.
       77 WS-VGR-HIT PIC X(01) VALUE "N".
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
               10 WS-CRW-STATE PIC X(01).
       01  WS-OCC-TABLE.
           05 WS-OCC-SECTION OCCURS 6 TIMES.
               10 WS-OCC-HEADS-AT PIC 9(05) OCCURS 288 TIMES.
       01  WS-RSV-TABLE.
           05 WS-RSV-ENTRY OCCURS 200 TIMES.
               10 WS-RSV-GROUP-ID PIC X(08).
               10 WS-RSV-SLOT PIC 9(02).
               10 WS-RSV-HEADCOUNT PIC 9(05).
       01  WS-VGR-TABLE.
           05 WS-VGR-ENTRY OCCURS 200 TIMES.
               10 WS-VGR-GROUP-ID PIC X(08).
               10 WS-VGR-HEADCOUNT PIC 9(05).
       01  WS-CROWD-ERR-TEXT.
           05 WS-CET-ACTION PIC X(07).
           05 WS-CET-SECTION PIC X(11).
           05 FILLER PIC X(02) VALUE SPACES.
       01  WS-PRT-CROWD-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "VISITAS ADIADAS:".
           05 PCW-DEFERRED PIC ZZZZ9.
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "NAO REALIZADAS/LOTACAO:".
           05 PCW-DROPPED PIC ZZZZ9.
           05 FILLER PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       SCREEN SECTION.
               PERFORM RESTORE-BASE-SKIPS
           END-IF
           PERFORM RESET-VISIT-FLAGS
           IF WS-RESTART-SW = "Y"
                   AND WS-CURRENT-GROUP-ID = WS-RESTART-GROUP-ID
               MOVE WS-RESTART-VISIT-FLAGS TO WS-VISIT-FLAGS
           END-IF
           PERFORM SET-GROUP-CLOCK
           MOVE ZERO TO WS-DEFER-PASS
           PERFORM WALK-GROUP-SECTIONS
           PERFORM RETRY-DEFERRED-SECTIONS
               UNTIL WS-DEFER-PENDING-SW = "N"
               OR WS-DEFER-PASS >= WS-MAX-DEFERS
           IF WS-DEFER-PENDING-SW = "Y"
               MOVE ZERO TO WS-CRW-IX
               PERFORM LOG-CROWD-DROP UNTIL WS-CRW-IX >= 6
           END-IF.
       WALK-GROUP-SECTIONS.
           MOVE "N" TO WS-DEFER-PENDING-SW
           EVALUATE TRUE
               WHEN CTL-MODE-HERP
                   PERFORM HERPETARIO
               WHEN OTHER
                   PERFORM FIR-PROC
           END-EVALUATE.
       RETRY-DEFERRED-SECTIONS.
           ADD 1 TO WS-DEFER-PASS
           ADD WS-DEFER-MINUTES TO WS-GROUP-CLOCK
           PERFORM WALK-GROUP-SECTIONS.
       RESET-VISIT-FLAGS.
           MOVE "NNNNNN" TO WS-VISIT-FLAGS.
       RESTORE-BASE-SKIPS.
           PERFORM CRIADOURO.
       AVIARIO.
           IF NOT CTL-AVIARIO-SKIP AND WS-VISIT-AVIARIO = "N"
               MOVE 'AVIARIO' TO WS-SHOW
               PERFORM CHECK-CROWD-LIMIT
               IF WS-CROWD-OK
                   MOVE "Y" TO WS-VISIT-AVIARIO
                   PERFORM WRITE-TOUR-LOG
                   PERFORM WRITE-CHECKPOINT
                   PERFORM DISPLAY-INVENTORY
               END-IF
           END-IF.
       AQUARIO.
           IF NOT CTL-AQUARIO-SKIP AND WS-VISIT-AQUARIO = "N"
               MOVE 'AQUARIO' TO WS-SHOW
               PERFORM CHECK-CROWD-LIMIT
               IF WS-CROWD-OK
                   MOVE "Y" TO WS-VISIT-AQUARIO
                   PERFORM WRITE-TOUR-LOG
                   PERFORM WRITE-CHECKPOINT
                   PERFORM DISPLAY-INVENTORY
               END-IF
           END-IF.
       INSETARIO.
           IF NOT CTL-INSETARIO-SKIP AND WS-VISIT-INSETARIO = "N"
               MOVE 'INSETARIO' TO WS-SHOW
               PERFORM CHECK-CROWD-LIMIT
               IF WS-CROWD-OK
                   MOVE "Y" TO WS-VISIT-INSETARIO
                   PERFORM WRITE-TOUR-LOG
                   PERFORM WRITE-CHECKPOINT
                   PERFORM DISPLAY-INVENTORY
               END-IF
           END-IF.
       HERPETARIO.
           IF NOT CTL-HERPETARIO-SKIP AND WS-VISIT-HERPETARIO = "N"
               MOVE 'HERPETARIO' TO WS-SHOW
               PERFORM CHECK-CROWD-LIMIT
               IF WS-CROWD-OK
                   MOVE "Y" TO WS-VISIT-HERPETARIO
                   PERFORM WRITE-TOUR-LOG
                   PERFORM WRITE-CHECKPOINT
                   PERFORM DISPLAY-INVENTORY
               END-IF
           END-IF.
       MAMIFERARIO.
           IF NOT CTL-MAMIFERARIO-SKIP AND WS-VISIT-MAMIFERARIO = "N"
               MOVE 'MAMIFERARIO' TO WS-SHOW
               PERFORM CHECK-CROWD-LIMIT
               IF WS-CROWD-OK
                   MOVE "Y" TO WS-VISIT-MAMIFERARIO
                   PERFORM WRITE-TOUR-LOG
                   PERFORM WRITE-CHECKPOINT
                   PERFORM DISPLAY-INVENTORY
               END-IF
           END-IF.
       CRIADOURO.
           IF NOT CTL-CRIADOURO-SKIP AND WS-VISIT-CRIADOURO = "N"
               MOVE 'CRIADOURO' TO WS-SHOW
               PERFORM CHECK-CROWD-LIMIT
               IF WS-CROWD-OK
                   MOVE "Y" TO WS-VISIT-CRIADOURO
                   PERFORM WRITE-TOUR-LOG
                   PERFORM WRITE-CHECKPOINT
                   DISPLAY WS-SHOW
                   PERFORM DISPLAY-BREEDING-REPORT
                   IF WS-LAST-GROUP-SW = "Y"
                           AND WS-DEFER-PENDING-SW = "N"
                       PERFORM END-PROC
                   END-IF
               END-IF
           END-IF.
       END-PROC SECTION.
           IF WS-VETHEALTH-OPEN-SW = "Y"
               CLOSE VETHEALTH-FILE
           END-IF
           IF WS-ENVALM-OPEN-SW = "Y"
               CLOSE ENVALM-FILE
           END-IF
           IF WS-VISITORS-OPEN-SW = "Y"
               CLOSE VISITORS-FILE
           END-IF
           MOVE CTL-SKIP-HERPETARIO TO WS-BASE-SKIP-HERPETARIO
           MOVE CTL-SKIP-MAMIFERARIO TO WS-BASE-SKIP-MAMIFERARIO
           MOVE CTL-SKIP-CRIADOURO TO WS-BASE-SKIP-CRIADOURO
           PERFORM SET-CROWD-PARAMETERS
           PERFORM LOAD-CROWD-LIMITS
           PERFORM LOAD-RESERVATIONS
           OPEN INPUT VISITORS-FILE
           IF WS-VISITORS-STATUS = "00"
               MOVE "Y" TO WS-VISITORS-OPEN-SW
           END-IF
           PERFORM OPEN-CHECKPOINT
           PERFORM READ-CHECKPOINT
           IF WS-RESTART-SW = "Y"
               PERFORM REBUILD-OCCUPANCY
           END-IF
           PERFORM OPEN-TOURLOG
           PERFORM CHECK-CALENDAR-CLOSURES
           PERFORM CHECK-QUARANTINE-CLOSURES
           PERFORM CHECK-ENVIRONMENT-ALARMS.
       SET-CROWD-PARAMETERS.
           IF CTL-OPEN-TIME IS NUMERIC
               DIVIDE CTL-OPEN-TIME BY 100 GIVING WS-OPEN-HH
                   REMAINDER WS-OPEN-MM
               IF WS-OPEN-HH < 24 AND WS-OPEN-MM < 60
                   COMPUTE WS-OPEN-MINUTES = WS-OPEN-HH * 60
                       + WS-OPEN-MM
               END-IF
           END-IF
           IF CTL-SLOT-MINUTES IS NUMERIC AND CTL-SLOT-MINUTES > ZERO
               MOVE CTL-SLOT-MINUTES TO WS-SLOT-MINUTES
           END-IF
           IF CTL-DEFER-MINUTES IS NUMERIC
                   AND CTL-DEFER-MINUTES > ZERO
               MOVE CTL-DEFER-MINUTES TO WS-DEFER-MINUTES
           END-IF
           IF CTL-MAX-DEFERS IS NUMERIC
               MOVE CTL-MAX-DEFERS TO WS-MAX-DEFERS
           END-IF
           MOVE ZEROS TO WS-OCC-TABLE
           MOVE ZERO TO WS-CRW-IX
           PERFORM RESET-CROWD-ENTRY UNTIL WS-CRW-IX >= 6.
       RESET-CROWD-ENTRY.
           ADD 1 TO WS-CRW-IX
           MOVE ZERO TO WS-CRW-LIMIT (WS-CRW-IX)
           MOVE 30 TO WS-CRW-DWELL (WS-CRW-IX)
           MOVE "N" TO WS-CRW-STATE (WS-CRW-IX).
       LOAD-CROWD-LIMITS.
           OPEN INPUT CROWDLIM-FILE
           IF WS-CROWDLIM-STATUS = "00"
               PERFORM READ-CROWDLIM-RECORD
               PERFORM LOAD-CROWD-ENTRY UNTIL WS-CROWDLIM-EOF
               CLOSE CROWDLIM-FILE
           ELSE
               IF WS-CROWDLIM-STATUS NOT = "05"
                   DISPLAY "CROWDLIM INDISPONIVEL STATUS "
                       WS-CROWDLIM-STATUS
                   MOVE "CROWDLIM" TO WS-ERR-SOURCE
                   MOVE WS-CROWDLIM-STATUS TO WS-ERR-STATUS
                   MOVE "A" TO WS-ERR-SEVERITY
                   MOVE 4 TO WS-ERR-RC
                   MOVE "ARQUIVO INDISPONIVEL" TO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR
               END-IF
           END-IF.
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
       LOAD-RESERVATIONS.
           ACCEPT WS-RUN-DATE FROM DATE
           OPEN INPUT RESERVE-FILE
           IF WS-RESERVE-STATUS = "00"
               PERFORM READ-RESERVE-RECORD
               PERFORM LOAD-RESERVE-ENTRY UNTIL WS-RESERVE-EOF
               CLOSE RESERVE-FILE
           ELSE
               IF WS-RESERVE-STATUS NOT = "05"
                   DISPLAY "RESERVE INDISPONIVEL STATUS "
                       WS-RESERVE-STATUS
                   MOVE "RESERVE" TO WS-ERR-SOURCE
                   MOVE WS-RESERVE-STATUS TO WS-ERR-STATUS
                   MOVE "A" TO WS-ERR-SEVERITY
                   MOVE 4 TO WS-ERR-RC
                   MOVE "ARQUIVO INDISPONIVEL" TO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR
               END-IF
           END-IF.
       READ-RESERVE-RECORD.
           READ RESERVE-FILE
               AT END
                   MOVE "Y" TO WS-RESERVE-EOF-SW
           END-READ.
       LOAD-RESERVE-ENTRY.
           IF RSV-REQ-DATE = WS-RUN-DATE
               IF WS-RSV-USED < WS-RSV-MAX
                   ADD 1 TO WS-RSV-USED
                   MOVE RSV-GROUP-ID TO WS-RSV-GROUP-ID (WS-RSV-USED)
                   MOVE ZERO TO WS-RSV-SLOT (WS-RSV-USED)
                   MOVE ZERO TO WS-RSV-HEADCOUNT (WS-RSV-USED)
                   IF RSV-SLOT IS NUMERIC
                       MOVE RSV-SLOT TO WS-RSV-SLOT (WS-RSV-USED)
                   END-IF
                   IF RSV-HEADCOUNT IS NUMERIC
                       MOVE RSV-HEADCOUNT
                           TO WS-RSV-HEADCOUNT (WS-RSV-USED)
                   END-IF
               ELSE
                   DISPLAY "TABELA DE RESERVAS CHEIA " RSV-GROUP-ID
               END-IF
           END-IF
           PERFORM READ-RESERVE-RECORD.
       LOCATE-RESERVATION.
           MOVE "N" TO WS-RSV-HIT
           MOVE ZERO TO WS-RSV-IX
           PERFORM FIND-RESERVATION
               UNTIL WS-RSV-HIT = "Y" OR WS-RSV-IX >= WS-RSV-USED.
       FIND-RESERVATION.
           ADD 1 TO WS-RSV-IX
           IF WS-RSV-GROUP-ID (WS-RSV-IX) = WS-RSV-LOOKUP
               MOVE "Y" TO WS-RSV-HIT
           END-IF.
       REBUILD-OCCUPANCY.
           IF WS-VISITORS-OPEN-SW = "Y"
               PERFORM LOAD-VISITOR-GROUPS
           END-IF
           OPEN INPUT TOURLOG-FILE
           IF WS-TOURLOG-STATUS = "00"
               PERFORM READ-TOURLOG-RECORD
               PERFORM REPLAY-TOURLOG-RECORD UNTIL WS-TOURLOG-EOF
               CLOSE TOURLOG-FILE
           END-IF
           MOVE "N" TO WS-TOURLOG-EOF-SW.
       LOAD-VISITOR-GROUPS.
           PERFORM READ-VISITORS-RECORD
           PERFORM LOAD-VISITOR-GROUP UNTIL WS-VISITORS-EOF
           CLOSE VISITORS-FILE
           MOVE "N" TO WS-VISITORS-OPEN-SW
           MOVE "N" TO WS-VISITORS-EOF-SW
           OPEN INPUT VISITORS-FILE
           IF WS-VISITORS-STATUS = "00"
               MOVE "Y" TO WS-VISITORS-OPEN-SW
           END-IF.
       LOAD-VISITOR-GROUP.
           IF WS-VGR-USED < WS-VGR-MAX
               ADD 1 TO WS-VGR-USED
               MOVE VIS-GROUP-ID TO WS-VGR-GROUP-ID (WS-VGR-USED)
               MOVE ZERO TO WS-VGR-HEADCOUNT (WS-VGR-USED)
               IF VIS-HEADCOUNT IS NUMERIC
                   MOVE VIS-HEADCOUNT
                       TO WS-VGR-HEADCOUNT (WS-VGR-USED)
               END-IF
           ELSE
               DISPLAY "TABELA DE GRUPOS CHEIA GRUPO " VIS-GROUP-ID
           END-IF
           PERFORM READ-VISITORS-RECORD.
       LOCATE-VISITOR-GROUP.
           MOVE "N" TO WS-VGR-HIT
           MOVE ZERO TO WS-VGR-IX
           PERFORM FIND-VISITOR-GROUP
               UNTIL WS-VGR-HIT = "Y" OR WS-VGR-IX >= WS-VGR-USED.
       FIND-VISITOR-GROUP.
           ADD 1 TO WS-VGR-IX
           IF WS-VGR-GROUP-ID (WS-VGR-IX) = TLG-GROUP-ID
               MOVE "Y" TO WS-VGR-HIT
           END-IF.
       REPLAY-TOURLOG-RECORD.
           IF TLG-GROUP-ID NOT = "FECHADO"
                   AND TLG-SEQUENCE-NO NOT = ZERO
               MOVE TLG-SECTION-NAME TO WS-CRW-SECTION
               PERFORM LOCATE-CROWD-SECTION
               PERFORM LOCATE-VISITOR-GROUP
               MOVE ZERO TO WS-OCC-HEADS
               IF WS-VGR-HIT = "Y"
                   MOVE WS-VGR-HEADCOUNT (WS-VGR-IX) TO WS-OCC-HEADS
               ELSE
                   MOVE TLG-GROUP-ID TO WS-RSV-LOOKUP
                   PERFORM LOCATE-RESERVATION
                   IF WS-RSV-HIT = "Y"
                       MOVE WS-RSV-HEADCOUNT (WS-RSV-IX)
                           TO WS-OCC-HEADS
                   END-IF
               END-IF
               IF WS-CRW-HIT = "Y"
                   COMPUTE WS-OCC-CLOCK = TLG-HOUR * 60 + TLG-MINUTE
                   IF WS-OCC-HEADS > ZERO
                       PERFORM ADD-OCCUPANCY
                   END-IF
                   IF TLG-GROUP-ID = WS-RESTART-GROUP-ID
                       COMPUTE WS-RESTART-CLOCK = WS-OCC-CLOCK
                           + WS-CRW-DWELL (WS-CRW-IX)
                   END-IF
               END-IF
               IF TLG-GROUP-ID = WS-RESTART-GROUP-ID
                   PERFORM MARK-RESTART-VISIT
               END-IF
           END-IF
           PERFORM READ-TOURLOG-RECORD.
       MARK-RESTART-VISIT.
           EVALUATE TLG-SECTION-NAME
               WHEN "AVIARIO"
                   MOVE "Y" TO WS-RSTV-AVIARIO
               WHEN "AQUARIO"
                   MOVE "Y" TO WS-RSTV-AQUARIO
               WHEN "INSETARIO"
                   MOVE "Y" TO WS-RSTV-INSETARIO
               WHEN "HERPETARIO"
                   MOVE "Y" TO WS-RSTV-HERPETARIO
               WHEN "MAMIFERARIO"
                   MOVE "Y" TO WS-RSTV-MAMIFERARIO
               WHEN "CRIADOURO"
                   MOVE "Y" TO WS-RSTV-CRIADOURO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       SET-GROUP-CLOCK.
           MOVE WS-OPEN-MINUTES TO WS-GROUP-CLOCK
           MOVE WS-CURRENT-GROUP-ID TO WS-RSV-LOOKUP
           PERFORM LOCATE-RESERVATION
           IF WS-RSV-HIT = "Y"
               IF WS-RSV-SLOT (WS-RSV-IX) > ZERO
                   COMPUTE WS-GROUP-CLOCK = WS-OPEN-MINUTES
                       + (WS-RSV-SLOT (WS-RSV-IX) - 1)
                       * WS-SLOT-MINUTES
               END-IF
           END-IF
           IF WS-CURRENT-GROUP-ID = WS-RESTART-GROUP-ID
                   AND WS-RESTART-CLOCK > WS-GROUP-CLOCK
               MOVE WS-RESTART-CLOCK TO WS-GROUP-CLOCK
           END-IF
           MOVE ZERO TO WS-CRW-IX
           PERFORM RESET-CROWD-STATE UNTIL WS-CRW-IX >= 6.
       RESET-CROWD-STATE.
           ADD 1 TO WS-CRW-IX
           MOVE "N" TO WS-CRW-STATE (WS-CRW-IX).
       CHECK-CROWD-LIMIT.
           MOVE "Y" TO WS-CROWD-OK-SW
           MOVE WS-SHOW TO WS-CRW-SECTION
           PERFORM LOCATE-CROWD-SECTION
           IF WS-CRW-HIT = "Y"
               IF WS-CRW-LIMIT (WS-CRW-IX) > ZERO
                       AND WS-CURRENT-GROUP-HEADCOUNT > ZERO
                   MOVE WS-GROUP-CLOCK TO WS-OCC-CLOCK
                   PERFORM SET-OCCUPANCY-RANGE
                   MOVE WS-OCC-FIRST TO WS-OCC-IX
                   PERFORM CHECK-BUCKET-ROOM
                       UNTIL WS-OCC-IX > WS-OCC-LAST
                       OR NOT WS-CROWD-OK
               END-IF
               IF WS-CROWD-OK
                   IF WS-CRW-STATE (WS-CRW-IX) = "A"
                       MOVE "V" TO WS-CRW-STATE (WS-CRW-IX)
                   END-IF
               ELSE
                   MOVE "Y" TO WS-DEFER-PENDING-SW
                   IF WS-CRW-STATE (WS-CRW-IX) = "N"
                       MOVE "A" TO WS-CRW-STATE (WS-CRW-IX)
                       PERFORM LOG-CROWD-DEFERRAL
                   END-IF
               END-IF
           END-IF.
       CHECK-BUCKET-ROOM.
           IF WS-OCC-HEADS-AT (WS-CRW-IX, WS-OCC-IX) > ZERO
                   AND WS-OCC-HEADS-AT (WS-CRW-IX, WS-OCC-IX)
                       + WS-CURRENT-GROUP-HEADCOUNT
                       > WS-CRW-LIMIT (WS-CRW-IX)
               MOVE "N" TO WS-CROWD-OK-SW
           END-IF
           ADD 1 TO WS-OCC-IX.
       SET-OCCUPANCY-RANGE.
           COMPUTE WS-OCC-FIRST = WS-OCC-CLOCK / 5 + 1
           COMPUTE WS-OCC-LAST = (WS-OCC-CLOCK
               + WS-CRW-DWELL (WS-CRW-IX) - 1) / 5 + 1
           IF WS-OCC-FIRST > 288
               MOVE 288 TO WS-OCC-FIRST
           END-IF
           IF WS-OCC-LAST > 288
               MOVE 288 TO WS-OCC-LAST
           END-IF.
       ADD-OCCUPANCY.
           PERFORM SET-OCCUPANCY-RANGE
           MOVE WS-OCC-FIRST TO WS-OCC-IX
           PERFORM ADD-BUCKET-HEADS UNTIL WS-OCC-IX > WS-OCC-LAST.
       ADD-BUCKET-HEADS.
           ADD WS-OCC-HEADS TO WS-OCC-HEADS-AT (WS-CRW-IX, WS-OCC-IX)
           ADD 1 TO WS-OCC-IX.
       SET-LOG-CLOCK-TIME.
           IF WS-GROUP-CLOCK > 1439
               MOVE 1439 TO WS-GROUP-CLOCK
           END-IF
           DIVIDE WS-GROUP-CLOCK BY 60 GIVING TLG-HOUR
               REMAINDER TLG-MINUTE
           MOVE ZERO TO TLG-SECOND
           MOVE ZERO TO TLG-CENTI.
       LOG-CROWD-DEFERRAL.
           ADD 1 TO WS-DEFER-COUNT
           DISPLAY "** SECAO LOTADA - VISITA ADIADA ** " WS-SHOW
               " GRUPO " WS-CURRENT-GROUP-ID
           IF WS-TOURLOG-OPEN-SW = "Y"
               MOVE WS-CURRENT-GROUP-ID TO TLG-GROUP-ID
               MOVE WS-SHOW TO TLG-SECTION-NAME
               MOVE ZERO TO TLG-SEQUENCE-NO
               ACCEPT TLG-DATE FROM DATE
               PERFORM SET-LOG-CLOCK-TIME
               WRITE TLG-REC
           END-IF
           MOVE "ADIADA " TO WS-CET-ACTION
           MOVE WS-SHOW TO WS-CET-SECTION
           MOVE "LOTACAO" TO WS-ERR-SOURCE
           MOVE "00" TO WS-ERR-STATUS
           MOVE "A" TO WS-ERR-SEVERITY
           MOVE ZERO TO WS-ERR-RC
           MOVE WS-CROWD-ERR-TEXT TO WS-ERR-MESSAGE
           PERFORM LOG-ERROR.
       LOG-CROWD-DROP.
           ADD 1 TO WS-CRW-IX
           IF WS-CRW-STATE (WS-CRW-IX) = "A"
               ADD 1 TO WS-DROP-COUNT
               DISPLAY "** SECAO LOTADA - VISITA NAO REALIZADA ** "
                   WS-CRW-NAME (WS-CRW-IX) " GRUPO "
                   WS-CURRENT-GROUP-ID
               MOVE "LOTADA " TO WS-CET-ACTION
               MOVE WS-CRW-NAME (WS-CRW-IX) TO WS-CET-SECTION
               MOVE "LOTACAO" TO WS-ERR-SOURCE
               MOVE "00" TO WS-ERR-STATUS
               MOVE "A" TO WS-ERR-SEVERITY
               MOVE 4 TO WS-ERR-RC
               MOVE WS-CROWD-ERR-TEXT TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR
           END-IF.
       CHECK-CALENDAR-CLOSURES.
           ACCEPT WS-RUN-DATE FROM DATE
           OPEN INPUT OPRCAL-FILE
               ACCEPT TLG-TIME FROM TIME
               WRITE TLG-REC
           END-IF.
       CHECK-ENVIRONMENT-ALARMS.
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
           OPEN INPUT ENVALM-FILE
           IF WS-ENVALM-STATUS = "00"
               MOVE "Y" TO WS-ENVALM-OPEN-SW
               PERFORM READ-ENVALM-NEXT
               PERFORM SCAN-ENVALM-RECORD UNTIL WS-ENVALM-EOF
           ELSE
               IF WS-ENVALM-STATUS NOT = "05"
                   DISPLAY "ENVALM INDISPONIVEL STATUS "
                       WS-ENVALM-STATUS
                   MOVE "ENVALM" TO WS-ERR-SOURCE
                   MOVE WS-ENVALM-STATUS TO WS-ERR-STATUS
                   MOVE "D" TO WS-ERR-SEVERITY
                   MOVE 8 TO WS-ERR-RC
                   MOVE "ARQUIVO INDISPONIVEL" TO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR
               END-IF
           END-IF.
       SCAN-ENVALM-RECORD.
           PERFORM CHECK-ALARM-DATE
           IF WS-EAL-CURRENT = "Y"
               PERFORM APPLY-ENVIRONMENT-ALARM
           ELSE
               DISPLAY "ALARME AMBIENTAL IGNORADO - LEITURA DE "
                   EAL-READ-DATE " " EAL-SECTION-ID
               MOVE "ANTG" TO WS-EET-SEVERITY
               MOVE EAL-SECTION-ID TO WS-EET-SECTION
               MOVE "ENVALM" TO WS-ERR-SOURCE
               MOVE "00" TO WS-ERR-STATUS
               MOVE "A" TO WS-ERR-SEVERITY
               MOVE ZERO TO WS-ERR-RC
               MOVE WS-ENV-ERR-TEXT TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR
           END-IF
           PERFORM READ-ENVALM-NEXT.
       APPLY-ENVIRONMENT-ALARM.
           IF EAL-CRITICAL
               MOVE "CRIT" TO WS-EET-SEVERITY
           ELSE
               MOVE "ALRT" TO WS-EET-SEVERITY
           END-IF
           MOVE EAL-SECTION-ID TO WS-EET-SECTION
           MOVE "ENVALM" TO WS-ERR-SOURCE
           MOVE "00" TO WS-ERR-STATUS
           MOVE "A" TO WS-ERR-SEVERITY
           MOVE 4 TO WS-ERR-RC
           MOVE WS-ENV-ERR-TEXT TO WS-ERR-MESSAGE
           PERFORM LOG-ERROR
           IF EAL-CRITICAL
               PERFORM APPLY-ENVIRONMENT-CLOSURE
           END-IF.
       CHECK-ALARM-DATE.
           MOVE "N" TO WS-EAL-CURRENT
           MOVE EAL-READ-DATE TO WS-DATE-WORK-NUM
           IF WS-DTW-MONTH > ZERO AND WS-DTW-MONTH < 13
                   AND WS-DTW-DAY > ZERO
               PERFORM COMPUTE-DAY-NUMBER
               IF WS-DAY-NUMBER = WS-RUN-DAY-NUMBER
                       OR WS-DAY-NUMBER + 1 = WS-RUN-DAY-NUMBER
                   MOVE "Y" TO WS-EAL-CURRENT
               END-IF
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
       READ-ENVALM-NEXT.
           READ ENVALM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ENVALM-EOF-SW
           END-READ.
       APPLY-ENVIRONMENT-CLOSURE.
           MOVE EAL-ENCLOSURE-ID TO WS-ERT-ENCLOSURE
           MOVE EAL-READING-TYPE TO WS-ERT-TYPE
           MOVE EAL-NOTE TO WS-ERT-NOTE
           EVALUATE EAL-SECTION-ID
               WHEN "AVIARIO"
                   SET CTL-AVIARIO-SKIP TO TRUE
                   MOVE "S" TO WS-BASE-SKIP-AVIARIO
                   MOVE "Y" TO WS-ENV-AVIARIO
                   MOVE WS-ENV-REASON-TEXT
                       TO WS-ENV-REASON-AVIARIO
                   PERFORM WRITE-ENV-CLOSURE-LOG
               WHEN "AQUARIO"
                   SET CTL-AQUARIO-SKIP TO TRUE
                   MOVE "S" TO WS-BASE-SKIP-AQUARIO
                   MOVE "Y" TO WS-ENV-AQUARIO
                   MOVE WS-ENV-REASON-TEXT
                       TO WS-ENV-REASON-AQUARIO
                   PERFORM WRITE-ENV-CLOSURE-LOG
               WHEN "INSETARIO"
                   SET CTL-INSETARIO-SKIP TO TRUE
                   MOVE "S" TO WS-BASE-SKIP-INSETARIO
                   MOVE "Y" TO WS-ENV-INSETARIO
                   MOVE WS-ENV-REASON-TEXT
                       TO WS-ENV-REASON-INSETARIO
                   PERFORM WRITE-ENV-CLOSURE-LOG
               WHEN "HERPETARIO"
                   SET CTL-HERPETARIO-SKIP TO TRUE
                   MOVE "S" TO WS-BASE-SKIP-HERPETARIO
                   MOVE "Y" TO WS-ENV-HERPETARIO
                   MOVE WS-ENV-REASON-TEXT
                       TO WS-ENV-REASON-HERPETARIO
                   PERFORM WRITE-ENV-CLOSURE-LOG
               WHEN "MAMIFERARIO"
                   SET CTL-MAMIFERARIO-SKIP TO TRUE
                   MOVE "S" TO WS-BASE-SKIP-MAMIFERARIO
                   MOVE "Y" TO WS-ENV-MAMIFERARIO
                   MOVE WS-ENV-REASON-TEXT
                       TO WS-ENV-REASON-MAMIFERARIO
                   PERFORM WRITE-ENV-CLOSURE-LOG
               WHEN "CRIADOURO"
                   SET CTL-CRIADOURO-SKIP TO TRUE
                   MOVE "S" TO WS-BASE-SKIP-CRIADOURO
                   MOVE "Y" TO WS-ENV-CRIADOURO
                   MOVE WS-ENV-REASON-TEXT
                       TO WS-ENV-REASON-CRIADOURO
                   PERFORM WRITE-ENV-CLOSURE-LOG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       WRITE-ENV-CLOSURE-LOG.
           MOVE "Y" TO WS-ENV-ANY-SW
           DISPLAY "** SECAO FECHADA POR ALARME AMBIENTAL ** "
               EAL-SECTION-ID " " WS-ENV-REASON-TEXT
           IF WS-TOURLOG-OPEN-SW = "Y"
               MOVE "FECHADO" TO TLG-GROUP-ID
               MOVE EAL-SECTION-ID TO TLG-SECTION-NAME
               MOVE ZERO TO TLG-SEQUENCE-NO
               ACCEPT TLG-DATE FROM DATE
               ACCEPT TLG-TIME FROM TIME
               WRITE TLG-REC
           END-IF.
       OPEN-CHECKPOINT.
           OPEN I-O CHKPT-FILE
           IF WS-CHKPT-STATUS NOT = "00"
                   IF CKP-GROUP-COUNT > 0
                       COMPUTE WS-GROUP-COUNT = CKP-GROUP-COUNT - 1
                   END-IF
                   DISPLAY "RETOMANDO PASSEIO APOS " CKP-LAST-SECTION
                       " GRUPO " CKP-GROUP-ID
               END-IF
               MOVE "ARQUIVO INDISPONIVEL" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR
           END-IF.
       WRITE-CHECKPOINT.
           IF WS-CHKPT-OPEN-SW = "Y"
               MOVE WS-CURRENT-GROUP-ID TO CKP-GROUP-ID
           MOVE WS-SHOW TO TLG-SECTION-NAME
           MOVE WS-SEQUENCE-NO TO TLG-SEQUENCE-NO
           ACCEPT TLG-DATE FROM DATE
           PERFORM SET-LOG-CLOCK-TIME
           WRITE TLG-REC
           IF WS-CRW-HIT = "Y"
               MOVE WS-GROUP-CLOCK TO WS-OCC-CLOCK
               MOVE WS-CURRENT-GROUP-HEADCOUNT TO WS-OCC-HEADS
               PERFORM ADD-OCCUPANCY
               ADD WS-CRW-DWELL (WS-CRW-IX) TO WS-GROUP-CLOCK
           END-IF.
       WRITE-SUMMARY-REPORT.
           MOVE WS-SEQUENCE-NO TO WS-ENTERED-COUNT
           EVALUATE TRUE
               MOVE WS-TOTAL-VISITORS TO PGL-VISITORS
               MOVE WS-PRT-GROUPS-LINE TO PRT-REC
               WRITE PRT-REC
               IF WS-DEFER-COUNT > ZERO OR WS-DROP-COUNT > ZERO
                   MOVE WS-DEFER-COUNT TO PCW-DEFERRED
                   MOVE WS-DROP-COUNT TO PCW-DROPPED
                   MOVE WS-PRT-CROWD-LINE TO PRT-REC
                   WRITE PRT-REC
               END-IF
               IF WS-QUAR-ANY
                   PERFORM WRITE-CLOSED-SECTIONS
               END-IF
               IF WS-PLN-ANY
                   PERFORM WRITE-PLANNED-SECTIONS
               END-IF
               IF WS-ENV-ANY
                   PERFORM WRITE-ENV-CLOSED-SECTIONS
               END-IF
               CLOSE PRTRPT-FILE
           END-IF.
       WRITE-PLANNED-SECTIONS.
               MOVE WS-PRT-CLOSED-LINE TO PRT-REC
               WRITE PRT-REC
           END-IF.
       WRITE-ENV-CLOSED-SECTIONS.
           MOVE SPACES TO PRT-REC
           WRITE PRT-REC
           MOVE "SECOES FECHADAS POR ALARME AMBIENTAL" TO PRT-REC
           WRITE PRT-REC
           IF WS-ENV-AVIARIO = "Y"
               MOVE "AVIARIO" TO PEN-SECTION-NAME
               MOVE WS-ENV-REASON-AVIARIO TO PEN-REASON
               MOVE WS-PRT-ENV-LINE TO PRT-REC
               WRITE PRT-REC
           END-IF
           IF WS-ENV-AQUARIO = "Y"
               MOVE "AQUARIO" TO PEN-SECTION-NAME
               MOVE WS-ENV-REASON-AQUARIO TO PEN-REASON
               MOVE WS-PRT-ENV-LINE TO PRT-REC
               WRITE PRT-REC
           END-IF
           IF WS-ENV-INSETARIO = "Y"
               MOVE "INSETARIO" TO PEN-SECTION-NAME
               MOVE WS-ENV-REASON-INSETARIO TO PEN-REASON
               MOVE WS-PRT-ENV-LINE TO PRT-REC
               WRITE PRT-REC
           END-IF
           IF WS-ENV-HERPETARIO = "Y"
               MOVE "HERPETARIO" TO PEN-SECTION-NAME
               MOVE WS-ENV-REASON-HERPETARIO TO PEN-REASON
               MOVE WS-PRT-ENV-LINE TO PRT-REC
               WRITE PRT-REC
           END-IF
           IF WS-ENV-MAMIFERARIO = "Y"
               MOVE "MAMIFERARIO" TO PEN-SECTION-NAME
               MOVE WS-ENV-REASON-MAMIFERARIO TO PEN-REASON
               MOVE WS-PRT-ENV-LINE TO PRT-REC
               WRITE PRT-REC
           END-IF
           IF WS-ENV-CRIADOURO = "Y"
               MOVE "CRIADOURO" TO PEN-SECTION-NAME
               MOVE WS-ENV-REASON-CRIADOURO TO PEN-REASON
               MOVE WS-PRT-ENV-LINE TO PRT-REC
               WRITE PRT-REC
           END-IF.
       SHOW-TOURLOG-RECORD.
           MOVE TLG-GROUP-ID TO PDL-GROUP-ID
           MOVE TLG-SECTION-NAME TO PDL-SECTION-NAME
           END-READ.
       DISPLAY-INVENTORY.
           MOVE "N" TO WS-ANM-FOUND
           MOVE "N" TO WS-HEALTH-ALERT-SW
           PERFORM CHECK-HEALTH-STATUS
           IF WS-HEALTH-ALERT
               DISPLAY "** ALERTA VETERINARIO ** " WS-SHOW
                   " ANIMAL=" VET-ANIMAL-ID " NOTA=" VET-NOTE
           END-IF
           MOVE "N" TO WS-ENV-ALERT-SW
           PERFORM CHECK-ENVIRONMENT-STATUS
           IF WS-ENV-ALERT
               MOVE EAL-VALUE TO WS-ENV-VALUE-EDIT
               DISPLAY "** ALERTA AMBIENTAL ** " WS-SHOW
                   " RECINTO=" EAL-ENCLOSURE-ID " TIPO="
                   EAL-READING-TYPE " VALOR=" WS-ENV-VALUE-EDIT
                   " " EAL-NOTE
           END-IF
           IF WS-ANMINV-OPEN-SW = "Y"
               MOVE "N" TO WS-ANMINV-EOF-SW
               MOVE WS-SHOW TO ANM-SECTION-ID
               MOVE LOW-VALUES TO ANM-ENCLOSURE-ID
               MOVE LOW-VALUES TO ANM-SPECIES
               START ANMINV-FILE KEY NOT < ANM-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ANMINV-EOF-SW
               END-START
               IF NOT WS-ANMINV-EOF
                   PERFORM READ-SECTION-INVENTORY
               END-IF
               PERFORM SHOW-ENCLOSURE UNTIL WS-ANMINV-EOF
           END-IF
           IF WS-ANM-FOUND = "N"
               DISPLAY WS-SHOW " SEM REGISTRO DE INVENTARIO"
           END-IF.
       READ-SECTION-INVENTORY.
           READ ANMINV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ANMINV-EOF-SW
           END-READ
           IF NOT WS-ANMINV-EOF
               IF ANM-SECTION-ID NOT = WS-SHOW
                   MOVE "Y" TO WS-ANMINV-EOF-SW
               END-IF
           END-IF.
       SHOW-ENCLOSURE.
           MOVE "Y" TO WS-ANM-FOUND
           MOVE "N" TO WS-OVER-CAPACITY-SW
           MOVE ANM-ENCLOSURE-ID TO WS-CUR-ENCLOSURE-ID
           MOVE ZERO TO WS-ENCLOSURE-TOTAL
           PERFORM SHOW-SPECIES
               UNTIL WS-ANMINV-EOF
               OR ANM-ENCLOSURE-ID NOT = WS-CUR-ENCLOSURE-ID
           PERFORM CHECK-CAPACITY
           IF WS-OVER-CAPACITY
               DISPLAY "** ALERTA DE LOTACAO ** " WS-SHOW
                   " QTDE=" WS-ENCLOSURE-TOTAL " LIMITE=" CAP-LIMIT
                   " RECINTO="
                   WS-CUR-ENCLOSURE-ID
           END-IF.
       SHOW-SPECIES.
           DISPLAY WS-SHOW " ESPECIE=" ANM-SPECIES
               " QTDE=" ANM-HEAD-COUNT " RECINTO="
               ANM-ENCLOSURE-ID
           ADD ANM-HEAD-COUNT TO WS-ENCLOSURE-TOTAL
           PERFORM READ-SECTION-INVENTORY.
       CHECK-ENVIRONMENT-STATUS.
           MOVE "N" TO WS-EAL-FOUND
           IF WS-ENVALM-OPEN-SW = "Y"
               MOVE WS-SHOW TO EAL-SECTION-ID
               READ ENVALM-FILE
                   INVALID KEY
                       MOVE "N" TO WS-EAL-FOUND
                   NOT INVALID KEY
                       PERFORM CHECK-ALARM-DATE
                       MOVE WS-EAL-CURRENT TO WS-EAL-FOUND
               END-READ
           END-IF
           IF WS-EAL-FOUND = "Y"
               MOVE "Y" TO WS-ENV-ALERT-SW
           END-IF.
       CHECK-HEALTH-STATUS.
           MOVE "N" TO WS-VET-FOUND
       CHECK-CAPACITY.
           MOVE "N" TO WS-CAP-FOUND
           IF WS-CAPLIM-OPEN-SW = "Y"
               MOVE WS-SHOW TO CAP-SECTION-ID
               MOVE WS-CUR-ENCLOSURE-ID TO CAP-ENCLOSURE-ID
               READ CAPLIM-FILE
                   INVALID KEY
                       MOVE "N" TO WS-CAP-FOUND
                       MOVE "Y" TO WS-CAP-FOUND
               END-READ
           END-IF
           IF WS-CAP-FOUND = "Y" AND WS-ENCLOSURE-TOTAL > CAP-LIMIT
               MOVE "Y" TO WS-OVER-CAPACITY-SW
           END-IF.

