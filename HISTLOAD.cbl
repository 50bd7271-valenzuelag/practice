      *counted, not written twice. The run ends with a count of
      *records rolled and duplicates skipped.
      *
      *Each line carries the unit cost TOTALSLE stamped on it when it
      *posted, and the cost its returned quantity went back at, so
      *the margin a sale earned can be read from history long after
      *the item's cost has moved. A line sold tax-free under a
      *customer's exemption certificate carries the certificate
      *number, so an auditor can be shown why no tax was charged.
      *A line priced under a customer price agreement carries the
      *list price, the price source, and the contract number, so
      *the discount given away can be reported by contract.
      *
      *Data Files: SALES-FILE "J:\COBOL\sales.dat"
      *            SALES-HISTORY "J:\COBOL\saleshst.dat"
      ******************************************************************
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

       FD SALES-HISTORY.
       01 SALES-HISTORY-REC.
           05 HS-QNTY-RTND-AGNST     PIC 9999.
           05 HS-SLSP-ID             PIC X(3).
           05 HS-RTN-SLSP-ID         PIC X(3).
           05 HS-UNIT-COST           PIC 9(5)V99.
           05 HS-RTN-UNIT-COST       PIC 9(5)V99.
           05 HS-EXEMPT-CERT         PIC X(15).
           05 HS-LIST-PRICE          PIC 9999V99.
           05 HS-PRICE-SOURCE        PIC X.
           05 HS-CONTRACT-NO         PIC X(6).

       working-storage section.
       01 WS-VARS.
           MOVE 0 TO HS-QNTY-RTND-AGNST
           MOVE CUST-SLSP-ID TO HS-SLSP-ID
           MOVE CUST-RTN-SLSP-ID TO HS-RTN-SLSP-ID
           MOVE CUST-UNIT-COST TO HS-UNIT-COST
           MOVE CUST-RTN-UNIT-COST TO HS-RTN-UNIT-COST
           MOVE CUST-EXEMPT-CERT TO HS-EXEMPT-CERT
           MOVE CUST-LIST-PRICE TO HS-LIST-PRICE
           MOVE CUST-PRICE-SOURCE TO HS-PRICE-SOURCE
           MOVE CUST-CONTRACT-NO TO HS-CONTRACT-NO
           WRITE SALES-HISTORY-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
