           05 HS-QNTY-RTND-AGNST     PIC 9999.
           05 HS-SLSP-ID             PIC X(3).
           05 HS-RTN-SLSP-ID         PIC X(3).
           05 HS-UNIT-COST           PIC 9(5)V99.
           05 HS-RTN-UNIT-COST       PIC 9(5)V99.
           05 HS-EXEMPT-CERT         PIC X(15).
           05 HS-LIST-PRICE          PIC 9999V99.
           05 HS-PRICE-SOURCE        PIC X.
           05 HS-CONTRACT-NO         PIC X(6).

       FD ITEM-MASTER.
       01 ITEM-MASTER-REC.
           05 IM-UNIT-PRICE          PIC 9999V99.
           05 IM-QTY-ON-HAND         PIC S9(5).
           05 IM-REORDER-POINT       PIC 9(5).
           05 IM-VEND-NO             PIC X(6).
           05 IM-UNIT-COST           PIC 9(5)V99.

       FD ITEM-RPT
           RECORD CONTAINS 132.
