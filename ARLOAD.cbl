       data division.
       file section.
       FD SALES-FILE
           RECORD CONTAINS 153.
       01 CUST-REC.
           05 CUST-REC-TYPE          PIC X.
           05 CUST-INVOICE-NO        PIC 9(6).
           05 CUST-JURISDICTION      PIC XX.
           05 CUST-TAX-RATE          PIC V999.
           05 CUST-RATE-FLAG         PIC X.
           05 CUST-UNIT-COST         PIC 9(5)V99.
           05 CUST-RTN-UNIT-COST     PIC 9(5)V99.
           05 CUST-EXEMPT-CERT       PIC X(15).
           05 CUST-LIST-PRICE        PIC 9999V99.
           05 CUST-PRICE-SOURCE      PIC X.
           05 CUST-CONTRACT-NO       PIC X(6).
       01 INVOICE-HEADER-REC REDEFINES CUST-REC.
           05 IH-REC-TYPE            PIC X.
           05 IH-INVOICE-NO          PIC 9(6).
               10 IH-INV-YEAR        PIC 9999.
               10 IH-INV-MONTH       PIC 99.
               10 IH-INV-DAY         PIC 99.
           05                        PIC X(109).

       FD AR-OPEN-FILE.
       01 AR-OPEN-REC.
