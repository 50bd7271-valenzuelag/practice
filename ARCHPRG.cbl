           05 HS-QNTY-RTND-AGNST     PIC 9999.
           05 HS-SLSP-ID             PIC X(3).
           05 HS-RTN-SLSP-ID         PIC X(3).
           05 HS-UNIT-COST           PIC 9(5)V99.
           05 HS-RTN-UNIT-COST       PIC 9(5)V99.
           05 HS-EXEMPT-CERT         PIC X(15).
           05 HS-LIST-PRICE          PIC 9999V99.
           05 HS-PRICE-SOURCE        PIC X.
           05 HS-CONTRACT-NO         PIC X(6).

       FD AR-ARCHIVE
           RECORD CONTAINS 70.
       01 AR-ARCHIVE-REC             PIC X(70).

       FD HS-ARCHIVE
           RECORD CONTAINS 162.
       01 HS-ARCHIVE-REC             PIC X(162).

       FD ARCH-RPT
           RECORD CONTAINS 100.
