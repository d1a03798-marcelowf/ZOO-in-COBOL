           05 MED-UNIT-COST PIC 9(05)V99.
           05 MED-ON-HAND-QTY PIC 9(07)V99.
           05 MED-EXPIRY-DATE PIC 9(06).
           05 MED-REORDER-POINT PIC 9(07)V99.
           05 MED-REORDER-QTY PIC 9(07)V99.
           05 MED-SUPPLIER-ID PIC X(08).
           05 MED-OPEN-PO-NO PIC X(10).
       FD  MEDUSAGE-FILE.
       01  MUS-REC.
           05 MUS-DATE PIC 9(06).
