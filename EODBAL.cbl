      *account's debit must re-add to the detail final sale, the
      *sales account's credit to the detail gross, the returns
      *account's debit to the detail returns value, the tax credits
      *to the detail sales tax, the cost-of-goods-sold account's net
      *debit and the inventory account's net credit to the detail
      *cost (each line's unit cost times quantity sold, less its
      *return cost times quantity returned), and the extract's total
      *debits must equal its total credits.
      *
      *Any out-of-balance condition -- including a missing trailer,
      *run-control, extract, or account mapping -- ends the job with
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
       01 TRAILER-REC REDEFINES CUST-REC.
           05 TR-REC-TYPE            PIC X.
           05 TR-UNITS-SOLD          PIC S9(5).
           05 TR-TOTAL-SALE          PIC S9(7)V99.
           05 TR-SALES-TAX           PIC S9(6)V99.
           05 TR-FINAL-SALE          PIC S9(7)V99.
           05                        PIC X(116).

       FD RUN-CONTROL
           RECORD CONTAINS 76.
           05 WS-DET-FINAL-SALE      PIC S9(7)V99 VALUE 0.
           05 WS-LINE-RETURN-VALUE   PIC S9(7)V99.
           05 WS-LINE-GROSS          PIC S9(7)V99.
           05 WS-DET-COST            PIC S9(7)V99 VALUE 0.
           05 WS-TRL-UNITS-SOLD      PIC S9(5) VALUE 0.
           05 WS-TRL-UNITS-RTND      PIC S9(5) VALUE 0.
           05 WS-TRL-TOTAL-SALE      PIC S9(7)V99 VALUE 0.
           05 WS-AR-ACCT             PIC X(8) VALUE SPACES.
           05 WS-SALE-ACCT           PIC X(8) VALUE SPACES.
           05 WS-RTRN-ACCT           PIC X(8) VALUE SPACES.
           05 WS-COGS-ACCT           PIC X(8) VALUE SPACES.
           05 WS-INV-ACCT            PIC X(8) VALUE SPACES.
           05 WS-GLX-AR              PIC S9(7)V99 VALUE 0.
           05 WS-GLX-SALE            PIC S9(7)V99 VALUE 0.
           05 WS-GLX-RTRN            PIC S9(7)V99 VALUE 0.
           05 WS-GLX-TAX             PIC S9(7)V99 VALUE 0.
           05 WS-GLX-COGS            PIC S9(7)V99 VALUE 0.
           05 WS-GLX-INV             PIC S9(7)V99 VALUE 0.
           05 WS-GLX-DR-TOTAL        PIC S9(9)V99 VALUE 0.
           05 WS-GLX-CR-TOTAL        PIC S9(9)V99 VALUE 0.
           05 WS-DET-GROSS           PIC S9(7)V99 VALUE 0.
           EXIT.
      ******************************************************************
      *300-ACCUM-DETAIL Folds one detail record into the independent
      *                 day sums, its net cost included.
      ******************************************************************
       300-ACCUM-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
               GIVING WS-LINE-GROSS
           SUBTRACT CUST-TSALE FROM WS-LINE-GROSS
               GIVING WS-LINE-RETURN-VALUE
           ADD WS-LINE-RETURN-VALUE TO WS-DET-RETURN-VALUE
           COMPUTE WS-DET-COST = WS-DET-COST
               + CUST-UNIT-COST * CUST-QNTY-SOLD
               - CUST-RTN-UNIT-COST * CUST-QNTY-RTND.
       300-EXIT.
           EXIT.
      ******************************************************************
       250-EXIT.
           EXIT.
      ******************************************************************
      *260-READ-GL-EXTRACT Looks up the AR, sales, returns, cost of
      *                    goods sold, and inventory accounts from
      *                    the chart mapping, then re-adds every
      *                    journal line on the extract into its
      *                    role's sum and into the debit and credit
      *                    totals. Lines on none of the five named
      *                    accounts are taken as tax payable
      *                    credits, which is every other account
      *                    the extract writes.
      ******************************************************************
       260-READ-GL-EXTRACT.
           PERFORM 262-LOOKUP-GL-ACCOUNTS THRU 262-EXIT
       260-EXIT.
           EXIT.
      ******************************************************************
      *262-LOOKUP-GL-ACCOUNTS Reads the AR, SALE, RTRN, COGS, and INV
      *                       account numbers from GL-ACCOUNTS so the
      *                       extract's lines can be told apart. A
      *                       mapping file that cannot be opened is
      *                       reported on the balancing report; the
               NOT INVALID KEY
                   MOVE GLA-ACCOUNT TO WS-RTRN-ACCT
           END-READ
           MOVE "COGS" TO GLA-TYPE
           MOVE SPACES TO GLA-JURIS
           READ GL-ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GLA-ACCOUNT TO WS-COGS-ACCT
           END-READ
           MOVE "INV" TO GLA-TYPE
           MOVE SPACES TO GLA-JURIS
           READ GL-ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GLA-ACCOUNT TO WS-INV-ACCT
           END-READ
           CLOSE GL-ACCOUNTS.
       262-EXIT.
           EXIT.
                    AND WS-RTRN-ACCT NOT = SPACES
                   ADD GL-DEBIT TO WS-GLX-RTRN
                   SUBTRACT GL-CREDIT FROM WS-GLX-RTRN
               WHEN GL-ACCOUNT = WS-COGS-ACCT
                    AND WS-COGS-ACCT NOT = SPACES
                   ADD GL-DEBIT TO WS-GLX-COGS
                   SUBTRACT GL-CREDIT FROM WS-GLX-COGS
               WHEN GL-ACCOUNT = WS-INV-ACCT
                    AND WS-INV-ACCT NOT = SPACES
                   ADD GL-CREDIT TO WS-GLX-INV
                   SUBTRACT GL-DEBIT FROM WS-GLX-INV
               WHEN OTHER
                   ADD GL-CREDIT TO WS-GLX-TAX
                   SUBTRACT GL-DEBIT FROM WS-GLX-TAX
               MOVE WS-DET-SALES-TAX TO WS-CMP-A
               MOVE WS-GLX-TAX TO WS-CMP-B
               PERFORM 710-COMPARE-MONEY THRU 710-EXIT
               MOVE "COST OF SALES DEBIT" TO BL-LABEL
               MOVE WS-DET-COST TO WS-CMP-A
               MOVE WS-GLX-COGS TO WS-CMP-B
               PERFORM 710-COMPARE-MONEY THRU 710-EXIT
               MOVE "INVENTORY CREDIT" TO BL-LABEL
               MOVE WS-DET-COST TO WS-CMP-A
               MOVE WS-GLX-INV TO WS-CMP-B
               PERFORM 710-COMPARE-MONEY THRU 710-EXIT
           END-IF
           MOVE "DEBITS VS CREDITS" TO BL-LABEL
           MOVE "EXTRACT DR" TO BL-SOURCE-A
