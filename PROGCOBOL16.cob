           SELECT FEEDSCH-FILE ASSIGN TO "FEEDSCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDS-KEY
               FILE STATUS IS WS-FEEDSCH-STATUS.
           SELECT OPTIONAL VETCASE-FILE ASSIGN TO "VETCASE"
               ORGANIZATION IS INDEXED
           SELECT KPRWKS-FILE ASSIGN TO "KPRWKS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KPRWKS-STATUS.
           SELECT KPRHIST-FILE ASSIGN TO "KPRHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KPRHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KEEPERS-FILE.
           05 KPR-QUAL-SECTION-1 PIC X(11).
           05 KPR-QUAL-SECTION-2 PIC X(11).
           05 KPR-QUAL-SECTION-3 PIC X(11).
           05 KPR-HOURLY-COST PIC 9(03)V99.
           05 FILLER PIC X(06).
       FD  FEEDSCH-FILE.
       01  FDS-REC.
           05 FDS-KEY.
               10 FDS-SECTION-ID PIC X(11).
               10 FDS-ENCLOSURE-ID PIC X(08).
               10 FDS-SPECIES PIC X(20).
           05 FDS-FEED-TYPE PIC X(15).
           05 FDS-RATION-PER-HEAD PIC 9(03)V99.
           05 FDS-FEED-TIME-1 PIC 9(04).
           05 VCS-NOTE PIC X(20).
       FD  KPRWKS-FILE.
       01  KWK-REC PIC X(80).
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
       WORKING-STORAGE SECTION.
       77 WS-KEEPERS-STATUS PIC X(02) VALUE "00".
       77 WS-KEEPERS-OPEN-SW PIC X(01) VALUE "N".
           88 WS-VETCASE-EOF VALUE "Y".
       77 WS-KPRWKS-STATUS PIC X(02) VALUE "00".
       77 WS-KPRWKS-OPEN-SW PIC X(01) VALUE "N".
       77 WS-KPRHIST-STATUS PIC X(02) VALUE "00".
       77 WS-KPRHIST-OPEN-SW PIC X(01) VALUE "N".
       77 WS-KPRHIST-EOF-SW PIC X(01) VALUE "N".
           88 WS-KPRHIST-EOF VALUE "Y".
       77 WS-ALREADY-RUN-SW PIC X(01) VALUE "N".
           88 WS-ALREADY-RUN VALUE "Y".
       77 WS-RUN-DATE PIC 9(06) VALUE ZERO.
       77 WS-SHIFT-HH PIC 9(02) VALUE ZERO.
       77 WS-SHIFT-MM PIC 9(02) VALUE ZERO.
       77 WS-START-MINUTES PIC 9(04) VALUE ZERO.
       77 WS-END-MINUTES PIC 9(04) VALUE ZERO.
       77 WS-KPR-MAX PIC 9(02) VALUE 20 COMP.
       77 WS-KPR-USED PIC 9(02) VALUE ZERO COMP.
       77 WS-KPR-IX PIC 9(02) VALUE ZERO COMP.
               10 WS-KPR-QUAL-2 PIC X(11).
               10 WS-KPR-QUAL-3 PIC X(11).
               10 WS-KPR-ASSIGNED PIC 9(03).
               10 WS-KPR-RATE PIC 9(03)V99.
               10 WS-KPR-MINUTES PIC 9(04).
       01  WS-CLS-TABLE.
           05 WS-CLS-ID PIC X(11) OCCURS 20 TIMES.
       01  WS-ASG-TABLE.
           05 WS-ASG-ENTRY OCCURS 200 TIMES.
               10 WS-ASG-KPR-IX PIC 9(02).
               10 WS-ASG-SECTION PIC X(11).
               10 WS-ASG-ENCLOSURE PIC X(08).
               10 WS-ASG-SPECIES PIC X(20).
               10 WS-ASG-TIME PIC 9(04).
       01  WS-EXC-TABLE.
           05 WS-EXC-ENTRY OCCURS 100 TIMES.
               10 WS-EXC-SECTION PIC X(11).
               10 WS-EXC-ENCLOSURE PIC X(08).
               10 WS-EXC-SPECIES PIC X(20).
               10 WS-EXC-TIME PIC 9(04).
       77 WS-EXC-MAX PIC 9(03) VALUE 100 COMP.
       77 WS-EXC-USED PIC 9(03) VALUE ZERO COMP.
           05 FILLER PIC X(04) VALUE SPACES.
           05 KAL-TIME PIC 9(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 KAL-SECTION PIC X(11).
           05 FILLER PIC X(01) VALUE SPACES.
           05 KAL-ENCLOSURE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 KAL-SPECIES PIC X(20).
           05 FILLER PIC X(29) VALUE SPACES.
       01  WS-KWK-EXC-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 KXL-TIME PIC 9(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 KXL-SECTION PIC X(11).
           05 FILLER PIC X(01) VALUE SPACES.
           05 KXL-ENCLOSURE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 KXL-SPECIES PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "SEM TRATADOR DISPONIVEL".
           05 FILLER PIC X(04) VALUE SPACES.
       01  WS-KWK-TOTALS-LINE.
           05 FILLER PIC X(13) VALUE "DESIGNACOES: ".
           05 KTL-ASSIGNED PIC ZZZZ9.
               PERFORM READ-FEEDSCH-NEXT
               PERFORM ASSIGN-ENCLOSURE UNTIL WS-FEEDSCH-EOF
           END-IF
           IF WS-KPRHIST-OPEN-SW = "Y"
               MOVE ZERO TO WS-ASG-IX
               PERFORM WRITE-ROSTER-HISTORY
                   UNTIL WS-ASG-IX >= WS-ASG-USED
           END-IF
           IF WS-KPRWKS-OPEN-SW = "Y"
               PERFORM WRITE-KEEPER-WORKSHEETS
               PERFORM WRITE-EXCEPTION-SECTION
           END-IF
           PERFORM END-PROC.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE
           OPEN INPUT KEEPERS-FILE
           IF WS-KEEPERS-STATUS NOT = "00"
               DISPLAY "KEEPERS INDISPONIVEL STATUS "
               MOVE "Y" TO WS-KPRWKS-OPEN-SW
               MOVE "ESCALA DIARIA DE TRATADORES" TO KWK-REC
               WRITE KWK-REC
           END-IF
           PERFORM CHECK-KPRHIST-DATE
           IF WS-ALREADY-RUN
               DISPLAY "HORAS JA REGISTRADAS EM " WS-RUN-DATE
                   " - KPRHIST NAO ALTERADO"
           ELSE
               OPEN EXTEND KPRHIST-FILE
               IF WS-KPRHIST-STATUS NOT = "00"
                   OPEN OUTPUT KPRHIST-FILE
               END-IF
               IF WS-KPRHIST-STATUS = "00"
                   MOVE "Y" TO WS-KPRHIST-OPEN-SW
               ELSE
                   DISPLAY "KPRHIST INDISPONIVEL STATUS "
                       WS-KPRHIST-STATUS
               END-IF
           END-IF.
       CHECK-KPRHIST-DATE.
           OPEN INPUT KPRHIST-FILE
           IF WS-KPRHIST-STATUS = "00"
               PERFORM READ-KPRHIST-RECORD
               PERFORM SCAN-KPRHIST-RECORD
                   UNTIL WS-KPRHIST-EOF OR WS-ALREADY-RUN
               CLOSE KPRHIST-FILE
           END-IF.
       READ-KPRHIST-RECORD.
           READ KPRHIST-FILE
               AT END
                   MOVE "Y" TO WS-KPRHIST-EOF-SW
           END-READ.
       SCAN-KPRHIST-RECORD.
           IF KPH-DATE = WS-RUN-DATE
               MOVE "Y" TO WS-ALREADY-RUN-SW
           ELSE
               PERFORM READ-KPRHIST-RECORD
           END-IF.
       READ-KEEPER-RECORD.
           READ KEEPERS-FILE
               MOVE KPR-QUAL-SECTION-2 TO WS-KPR-QUAL-2 (WS-KPR-USED)
               MOVE KPR-QUAL-SECTION-3 TO WS-KPR-QUAL-3 (WS-KPR-USED)
               MOVE ZERO TO WS-KPR-ASSIGNED (WS-KPR-USED)
               IF KPR-HOURLY-COST IS NUMERIC
                   MOVE KPR-HOURLY-COST TO WS-KPR-RATE (WS-KPR-USED)
               ELSE
                   MOVE ZERO TO WS-KPR-RATE (WS-KPR-USED)
               END-IF
               PERFORM COMPUTE-SHIFT-MINUTES
           ELSE
               DISPLAY "TABELA DE TRATADORES CHEIA " KPR-KEEPER-ID
           END-IF
           PERFORM READ-KEEPER-RECORD.
       COMPUTE-SHIFT-MINUTES.
           DIVIDE KPR-SHIFT-START BY 100 GIVING WS-SHIFT-HH
               REMAINDER WS-SHIFT-MM
           COMPUTE WS-START-MINUTES = WS-SHIFT-HH * 60 + WS-SHIFT-MM
           DIVIDE KPR-SHIFT-END BY 100 GIVING WS-SHIFT-HH
               REMAINDER WS-SHIFT-MM
           COMPUTE WS-END-MINUTES = WS-SHIFT-HH * 60 + WS-SHIFT-MM
           IF WS-END-MINUTES < WS-START-MINUTES
               ADD 1440 TO WS-END-MINUTES
           END-IF
           COMPUTE WS-KPR-MINUTES (WS-KPR-USED) =
               WS-END-MINUTES - WS-START-MINUTES.
       LOAD-QUARANTINE-CLOSURES.
           OPEN INPUT VETCASE-FILE
           IF WS-VETCASE-STATUS = "00"
               UNTIL WS-CLS-HIT = "Y" OR WS-CLS-IX >= WS-CLS-USED.
       FIND-CLOSED-ENTRY.
           ADD 1 TO WS-CLS-IX
           IF WS-CLS-ID (WS-CLS-IX) = FDS-SECTION-ID
               MOVE "Y" TO WS-CLS-HIT
           END-IF.
       ASSIGN-FEED-TIME.
           ADD 1 TO WS-KPR-IX
           IF WS-FEED-TIME NOT < WS-KPR-START (WS-KPR-IX)
                   AND WS-FEED-TIME NOT > WS-KPR-END (WS-KPR-IX)
               IF WS-KPR-QUAL-1 (WS-KPR-IX) = FDS-SECTION-ID
                       OR WS-KPR-QUAL-2 (WS-KPR-IX)
                           = FDS-SECTION-ID
                       OR WS-KPR-QUAL-3 (WS-KPR-IX)
                           = FDS-SECTION-ID
                   IF WS-BEST-IX = ZERO
                       MOVE WS-KPR-IX TO WS-BEST-IX
                   ELSE
           IF WS-ASG-USED < WS-ASG-MAX
               ADD 1 TO WS-ASG-USED
               MOVE WS-BEST-IX TO WS-ASG-KPR-IX (WS-ASG-USED)
               MOVE FDS-SECTION-ID TO WS-ASG-SECTION (WS-ASG-USED)
               MOVE FDS-ENCLOSURE-ID
                   TO WS-ASG-ENCLOSURE (WS-ASG-USED)
               MOVE FDS-SPECIES TO WS-ASG-SPECIES (WS-ASG-USED)
               MOVE WS-FEED-TIME TO WS-ASG-TIME (WS-ASG-USED)
               ADD 1 TO WS-KPR-ASSIGNED (WS-BEST-IX)
           ELSE
               DISPLAY "TABELA DE DESIGNACOES CHEIA "
                   FDS-SECTION-ID " " FDS-ENCLOSURE-ID
               PERFORM RECORD-UNCOVERED-TIME
           END-IF.
       RECORD-UNCOVERED-TIME.
           ADD 1 TO WS-UNCOVERED-COUNT
           IF WS-EXC-USED < WS-EXC-MAX
               ADD 1 TO WS-EXC-USED
               MOVE FDS-SECTION-ID TO WS-EXC-SECTION (WS-EXC-USED)
               MOVE FDS-ENCLOSURE-ID
                   TO WS-EXC-ENCLOSURE (WS-EXC-USED)
               MOVE FDS-SPECIES TO WS-EXC-SPECIES (WS-EXC-USED)
               MOVE WS-FEED-TIME TO WS-EXC-TIME (WS-EXC-USED)
           END-IF.
       WRITE-ROSTER-HISTORY.
           ADD 1 TO WS-ASG-IX
           MOVE WS-ASG-KPR-IX (WS-ASG-IX) TO WS-KPR-IX
           MOVE WS-RUN-DATE TO KPH-DATE
           MOVE WS-KPR-ID (WS-KPR-IX) TO KPH-KEEPER-ID
           MOVE WS-ASG-SECTION (WS-ASG-IX) TO KPH-SECTION-ID
           MOVE WS-ASG-ENCLOSURE (WS-ASG-IX) TO KPH-ENCLOSURE-ID
           MOVE WS-ASG-SPECIES (WS-ASG-IX) TO KPH-SPECIES
           MOVE WS-ASG-TIME (WS-ASG-IX) TO KPH-FEED-TIME
           COMPUTE KPH-HOURS ROUNDED = WS-KPR-MINUTES (WS-KPR-IX)
               / 60 / WS-KPR-ASSIGNED (WS-KPR-IX)
           MOVE WS-KPR-RATE (WS-KPR-IX) TO KPH-HOURLY-COST
           WRITE KPH-REC.
       WRITE-KEEPER-WORKSHEETS.
           MOVE ZERO TO WS-KPR-IX
           PERFORM WRITE-ONE-KEEPER UNTIL WS-KPR-IX >= WS-KPR-USED.
           ADD 1 TO WS-ASG-IX
           IF WS-ASG-KPR-IX (WS-ASG-IX) = WS-KPR-IX
               MOVE WS-ASG-TIME (WS-ASG-IX) TO KAL-TIME
               MOVE WS-ASG-SECTION (WS-ASG-IX) TO KAL-SECTION
               MOVE WS-ASG-ENCLOSURE (WS-ASG-IX) TO KAL-ENCLOSURE
               MOVE WS-ASG-SPECIES (WS-ASG-IX) TO KAL-SPECIES
               MOVE WS-KWK-ASSIGN-LINE TO KWK-REC
               WRITE KWK-REC
           END-IF.
       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXC-IX
           MOVE WS-EXC-TIME (WS-EXC-IX) TO KXL-TIME
           MOVE WS-EXC-SECTION (WS-EXC-IX) TO KXL-SECTION
           MOVE WS-EXC-ENCLOSURE (WS-EXC-IX) TO KXL-ENCLOSURE
           MOVE WS-EXC-SPECIES (WS-EXC-IX) TO KXL-SPECIES
           MOVE WS-KWK-EXC-LINE TO KWK-REC
           WRITE KWK-REC.
       WRITE-WORKSHEET-TOTALS.
           IF WS-KPRWKS-OPEN-SW = "Y"
               CLOSE KPRWKS-FILE
           END-IF
           IF WS-KPRHIST-OPEN-SW = "Y"
               CLOSE KPRHIST-FILE
           END-IF
           IF WS-ALREADY-RUN
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FIM DA ESCALA DE TRATADORES"
           STOP RUN.

