      *and the extended amount; and the invoice closes with its
      *subtotal, sales tax, and final amount due.
      *
      *A line TOTALSLE priced under a customer price agreement
      *prints the item's list price, the contract, and the discount
      *the customer got on the quantity sold on a second line under
      *it, and the invoice closes with the total discount, so the
      *customer can see what the agreement saved them.
      *
      *The invoice selection comes from the run-parameter control
      *file when an INVPRINT INVOICE record is on it (a blank or
      *zero value prints every invoice), so the nightly stream never
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

       FD INVOICE-PRT
           RECORD CONTAINS 80.
           05 WS-INV-SUBTOTAL        PIC S9(7)V99 VALUE 0.
           05 WS-INV-TAX             PIC S9(6)V99 VALUE 0.
           05 WS-INV-DUE             PIC S9(7)V99 VALUE 0.
           05 WS-INV-DISCOUNT        PIC S9(7)V99 VALUE 0.
           05 WS-LINE-DISCOUNT       PIC S9(7)V99 VALUE 0.
           05 WS-PRINTED-COUNT       PIC 9(5) VALUE 0.
           05 WS-RUNPARM-STATUS      PIC XX.
           05 WS-PARM-EOF            PIC XXX VALUE "NO".
           05                        PIC XX VALUE SPACES.
           05 INVD-EXTENDED          PIC ZZZZ9.99-.
           05                        PIC X(16) VALUE SPACES.
       01 INV-DISC-LINE.
           05                        PIC X(10) VALUE SPACES.
           05                        PIC X(11) VALUE "LIST PRICE".
           05 INVL-LIST              PIC ZZZ9.99.
           05                        PIC XXX VALUE SPACES.
           05                        PIC X(9) VALUE "CONTRACT".
           05 INVL-CONTRACT          PIC X(6).
           05                        PIC XXX VALUE SPACES.
           05                        PIC X(9) VALUE "DISCOUNT".
           05 INVL-DISCOUNT          PIC ZZZZ9.99-.
           05                        PIC X(13) VALUE SPACES.
       01 INV-MONEY-LINE.
           05                        PIC X(40) VALUE SPACES.
           05 INVM-LABEL             PIC X(14).
           MOVE 0 TO WS-INV-SUBTOTAL
           MOVE 0 TO WS-INV-TAX
           MOVE 0 TO WS-INV-DUE
           MOVE 0 TO WS-INV-DISCOUNT
           MOVE "YES" TO WS-INVOICE-OPEN.
       300-EXIT.
           EXIT.
      ******************************************************************
      *400-PRINT-DETAIL Prints one invoice line from a "D" record and
      *                 folds its amounts into the invoice totals. A
      *                 contract-priced line gets its discount line
      *                 under it.
      ******************************************************************
       400-PRINT-DETAIL.
           MOVE CUST-ITEM-NO TO INVD-ITEM-NO
                 AFTER ADVANCING 1 LINE
           ADD CUST-TSALE TO WS-INV-SUBTOTAL
           ADD CUST-STAX TO WS-INV-TAX
           ADD CUST-FSALE TO WS-INV-DUE
           IF CUST-PRICE-SOURCE = "C"
               PERFORM 410-PRINT-DISCOUNT THRU 410-EXIT
           END-IF.
       400-EXIT.
           EXIT.
      ******************************************************************
      *410-PRINT-DISCOUNT Prints the list price, contract, and the
      *                   discount off list on the quantity sold under
      *                   a contract-priced line, and adds the
      *                   discount to the invoice's total discount.
      ******************************************************************
       410-PRINT-DISCOUNT.
           COMPUTE WS-LINE-DISCOUNT =
               (CUST-LIST-PRICE - CUST-UNT-PRICE) * CUST-QNTY-SOLD
           MOVE CUST-LIST-PRICE TO INVL-LIST
           MOVE CUST-CONTRACT-NO TO INVL-CONTRACT
           MOVE WS-LINE-DISCOUNT TO INVL-DISCOUNT
           WRITE INVOICE-REC FROM INV-DISC-LINE
                 AFTER ADVANCING 1 LINE
           ADD WS-LINE-DISCOUNT TO WS-INV-DISCOUNT.
       410-EXIT.
           EXIT.
      ******************************************************************
      *500-CLOSE-INVOICE Prints the subtotal, sales tax, and amount
      *                  due under the open invoice, if any, then the
      *                  total contract discount when there was one,
      *                  and marks it closed. Performed ahead of each
      *                  new header and once more at end of file.
      ******************************************************************
       500-CLOSE-INVOICE.
           IF WS-INVOICE-OPEN NOT = "YES"
           MOVE WS-INV-DUE TO INVM-VALUE
           WRITE INVOICE-REC FROM INV-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           IF WS-INV-DISCOUNT NOT = 0
               MOVE "TOTAL DISCOUNT" TO INVM-LABEL
               MOVE WS-INV-DISCOUNT TO INVM-VALUE
               WRITE INVOICE-REC FROM INV-MONEY-LINE
                     AFTER ADVANCING 2 LINES
           END-IF
           WRITE INVOICE-REC FROM INV-THANKYOU-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "NO" TO WS-INVOICE-OPEN
