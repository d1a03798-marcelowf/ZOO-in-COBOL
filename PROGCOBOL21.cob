       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBOL21.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMIT-FILE ASSIGN TO "PERMIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMT-PERMIT-NO
               FILE STATUS IS WS-PERMIT-STATUS.
           SELECT OPTIONAL ANMREG-FILE ASSIGN TO "ANMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ANIMAL-ID
               FILE STATUS IS WS-ANMREG-STATUS.
           SELECT PERMRPT-FILE ASSIGN TO "PERMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERMRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERMIT-FILE.
       01  PMT-REC.
           05 PMT-PERMIT-NO PIC X(10).
           05 PMT-ANIMAL-ID PIC X(08).
           05 PMT-INSTITUTION PIC X(30).
           05 PMT-ISSUE-DATE PIC 9(06).
           05 PMT-EXPIRY-DATE PIC 9(06).
           05 PMT-RETURN-DUE-DATE PIC 9(06).
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
       FD  PERMRPT-FILE.
       01  PMR-REC PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-PERMIT-STATUS PIC X(02) VALUE "00".
       77 WS-PERMIT-OPEN-SW PIC X(01) VALUE "N".
       77 WS-PERMIT-EOF-SW PIC X(01) VALUE "N".
           88 WS-PERMIT-EOF VALUE "Y".
       77 WS-ANMREG-STATUS PIC X(02) VALUE "00".
       77 WS-ANMREG-OPEN-SW PIC X(01) VALUE "N".
       77 WS-REG-FOUND PIC X(01) VALUE "N".
       77 WS-PERMRPT-STATUS PIC X(02) VALUE "00".
       77 WS-PERMRPT-OPEN-SW PIC X(01) VALUE "N".
       77 WS-RUN-DATE PIC 9(06) VALUE ZERO.
       77 WS-ALERT-DATE PIC 9(06) VALUE ZERO.
       77 WS-ALERT-DAYS PIC 9(02) VALUE 30.
       77 WS-MONTH-LENGTH PIC 9(02) VALUE ZERO.
       77 WS-LEAP-QUOTIENT PIC 9(02) VALUE ZERO.
       77 WS-LEAP-REMAINDER PIC 9(02) VALUE ZERO.
       77 WS-ROLL-DONE PIC X(01) VALUE "N".
       77 WS-READ-COUNT PIC 9(05) VALUE ZERO.
       77 WS-OVERDUE-COUNT PIC 9(05) VALUE ZERO.
       77 WS-EXPIRING-COUNT PIC 9(05) VALUE ZERO.
       01  WS-DATE-WORK.
           05 WS-DTW-YEAR PIC 9(02).
           05 WS-DTW-MONTH PIC 9(02).
           05 WS-DTW-DAY PIC 9(02).
       01  WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK PIC 9(06).
       01  WS-MONTH-DAYS-DATA.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           05 WS-MONTH-DAYS PIC 9(02) OCCURS 12 TIMES.
       01  WS-PMR-HEADING-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "LICENCA".
           05 FILLER PIC X(09) VALUE "ANIMAL".
           05 FILLER PIC X(31) VALUE "INSTITUICAO".
           05 FILLER PIC X(28) VALUE "DATA".
       01  WS-PMR-OVERDUE-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 POL-PERMIT-NO PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 POL-ANIMAL-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 POL-INSTITUTION PIC X(30).
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "DEVOLUCAO=".
           05 POL-RETURN-DUE PIC 9(06).
           05 FILLER PIC X(01) VALUE SPACES.
           05 POL-NOTE PIC X(11).
       01  WS-PMR-EXPIRING-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 PEL-PERMIT-NO PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 PEL-ANIMAL-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 PEL-INSTITUTION PIC X(30).
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "VALIDADE=".
           05 PEL-EXPIRY PIC 9(06).
           05 FILLER PIC X(13) VALUE SPACES.
       01  WS-PMR-TOTALS-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "LICENCAS:".
           05 PTL-READ PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "EMPRESTIMOS VENCIDOS: ".
           05 PTL-OVERDUE PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "A VENCER: ".
           05 PTL-EXPIRING PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "LICENCAS E EMPRESTIMOS DE ANIMAIS".
           PERFORM INITIALIZE-RUN.
           IF WS-PERMIT-OPEN-SW = "Y" AND WS-PERMRPT-OPEN-SW = "Y"
               PERFORM WRITE-OVERDUE-SECTION
               PERFORM WRITE-EXPIRING-SECTION
           END-IF
           PERFORM END-PROC.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM COMPUTE-ALERT-DATE
           OPEN INPUT PERMIT-FILE
           IF WS-PERMIT-STATUS NOT = "00"
               DISPLAY "PERMIT INDISPONIVEL STATUS "
                   WS-PERMIT-STATUS
           ELSE
               MOVE "Y" TO WS-PERMIT-OPEN-SW
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
           OPEN OUTPUT PERMRPT-FILE
           IF WS-PERMRPT-STATUS NOT = "00"
               DISPLAY "PERMRPT INDISPONIVEL STATUS "
                   WS-PERMRPT-STATUS
           ELSE
               MOVE "Y" TO WS-PERMRPT-OPEN-SW
               MOVE "RELATORIO SEMANAL DE LICENCAS E EMPRESTIMOS"
                   TO PMR-REC
               WRITE PMR-REC
           END-IF.
       COMPUTE-ALERT-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM
           ADD WS-ALERT-DAYS TO WS-DTW-DAY
           MOVE "N" TO WS-ROLL-DONE
           PERFORM ROLL-ALERT-MONTH UNTIL WS-ROLL-DONE = "Y"
           MOVE WS-DATE-WORK-NUM TO WS-ALERT-DATE.
       ROLL-ALERT-MONTH.
           MOVE WS-MONTH-DAYS (WS-DTW-MONTH) TO WS-MONTH-LENGTH
           IF WS-DTW-MONTH = 2
               DIVIDE WS-DTW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-MONTH-LENGTH
               END-IF
           END-IF
           IF WS-DTW-DAY > WS-MONTH-LENGTH
               SUBTRACT WS-MONTH-LENGTH FROM WS-DTW-DAY
               ADD 1 TO WS-DTW-MONTH
               IF WS-DTW-MONTH > 12
                   MOVE 1 TO WS-DTW-MONTH
                   ADD 1 TO WS-DTW-YEAR
               END-IF
           ELSE
               MOVE "Y" TO WS-ROLL-DONE
           END-IF.
       START-PERMIT-BROWSE.
           MOVE "N" TO WS-PERMIT-EOF-SW
           MOVE LOW-VALUES TO PMT-PERMIT-NO
           START PERMIT-FILE KEY NOT < PMT-PERMIT-NO
               INVALID KEY
                   MOVE "Y" TO WS-PERMIT-EOF-SW
           END-START
           IF NOT WS-PERMIT-EOF
               PERFORM READ-PERMIT-NEXT
           END-IF.
       READ-PERMIT-NEXT.
           READ PERMIT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PERMIT-EOF-SW
           END-READ.
       WRITE-OVERDUE-SECTION.
           MOVE SPACES TO PMR-REC
           WRITE PMR-REC
           MOVE "ANIMAIS EMPRESTADOS COM DEVOLUCAO VENCIDA" TO PMR-REC
           WRITE PMR-REC
           MOVE WS-PMR-HEADING-LINE TO PMR-REC
           WRITE PMR-REC
           PERFORM START-PERMIT-BROWSE
           PERFORM CHECK-LOAN-RETURN UNTIL WS-PERMIT-EOF.
       CHECK-LOAN-RETURN.
           ADD 1 TO WS-READ-COUNT
           IF PMT-RETURN-DUE-DATE > ZERO
                   AND PMT-RETURN-DUE-DATE < WS-RUN-DATE
               PERFORM READ-LOANED-ANIMAL
               EVALUATE TRUE
                   WHEN WS-REG-FOUND = "N"
                       MOVE "SEM REGISTRO" TO POL-NOTE
                       PERFORM WRITE-OVERDUE-LINE
                   WHEN REG-TRANSFERRED
                       MOVE "EMPRESTADO" TO POL-NOTE
                       PERFORM WRITE-OVERDUE-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-PERMIT-NEXT.
       READ-LOANED-ANIMAL.
           MOVE "N" TO WS-REG-FOUND
           IF WS-ANMREG-OPEN-SW = "Y" AND PMT-ANIMAL-ID NOT = SPACES
               MOVE PMT-ANIMAL-ID TO REG-ANIMAL-ID
               READ ANMREG-FILE
                   INVALID KEY
                       MOVE "N" TO WS-REG-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-REG-FOUND
               END-READ
           END-IF.
       WRITE-OVERDUE-LINE.
           ADD 1 TO WS-OVERDUE-COUNT
           MOVE PMT-PERMIT-NO TO POL-PERMIT-NO
           MOVE PMT-ANIMAL-ID TO POL-ANIMAL-ID
           MOVE PMT-INSTITUTION TO POL-INSTITUTION
           MOVE PMT-RETURN-DUE-DATE TO POL-RETURN-DUE
           MOVE WS-PMR-OVERDUE-LINE TO PMR-REC
           WRITE PMR-REC.
       WRITE-EXPIRING-SECTION.
           MOVE SPACES TO PMR-REC
           WRITE PMR-REC
           MOVE "LICENCAS COM VENCIMENTO NOS PROXIMOS 30 DIAS"
               TO PMR-REC
           WRITE PMR-REC
           MOVE WS-PMR-HEADING-LINE TO PMR-REC
           WRITE PMR-REC
           PERFORM START-PERMIT-BROWSE
           PERFORM CHECK-PERMIT-EXPIRY UNTIL WS-PERMIT-EOF.
       CHECK-PERMIT-EXPIRY.
           IF PMT-EXPIRY-DATE NOT < WS-RUN-DATE
                   AND PMT-EXPIRY-DATE NOT > WS-ALERT-DATE
               ADD 1 TO WS-EXPIRING-COUNT
               MOVE PMT-PERMIT-NO TO PEL-PERMIT-NO
               MOVE PMT-ANIMAL-ID TO PEL-ANIMAL-ID
               MOVE PMT-INSTITUTION TO PEL-INSTITUTION
               MOVE PMT-EXPIRY-DATE TO PEL-EXPIRY
               MOVE WS-PMR-EXPIRING-LINE TO PMR-REC
               WRITE PMR-REC
           END-IF
           PERFORM READ-PERMIT-NEXT.
       END-PROC SECTION.
           IF WS-PERMRPT-OPEN-SW = "Y"
               MOVE SPACES TO PMR-REC
               WRITE PMR-REC
               MOVE WS-READ-COUNT TO PTL-READ
               MOVE WS-OVERDUE-COUNT TO PTL-OVERDUE
               MOVE WS-EXPIRING-COUNT TO PTL-EXPIRING
               MOVE WS-PMR-TOTALS-LINE TO PMR-REC
               WRITE PMR-REC
               CLOSE PERMRPT-FILE
           END-IF
           IF WS-PERMIT-OPEN-SW = "Y"
               CLOSE PERMIT-FILE
           END-IF
           IF WS-ANMREG-OPEN-SW = "Y"
               CLOSE ANMREG-FILE
           END-IF
           IF WS-OVERDUE-COUNT > ZERO OR WS-EXPIRING-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FIM DO RELATORIO DE LICENCAS"
           STOP RUN.

       END PROGRAM PROGCOBOL21.
