      *each pre-period invoice contributes its current amount still
      *owing, and payments the cash history shows arriving in or
      *after the statement month are added back so the figure reads
      *as it stood when the month opened. Credits CRMEMO applied to
      *pre-period invoices in or after the month are added back the
      *same way, from the AR adjustment file; the credit memo itself
      *prints among the month's activity as a credit. A finance
      *charge FINCHG adds prints among the month's activity the way
      *an invoice does, labelled as a finance charge. Customers with
      *no balance and no activity in the month get no page.
      *
      *Data Files: AR-OPEN-FILE "J:\COBOL\aropen.dat"
      *            CASH-HISTORY "J:\COBOL\cashhist.dat"
      *            AR-ADJUST "J:\COBOL\aradjust.dat"
      *            STMT-PRT "J:\COBOL\stmt.doc"
      ******************************************************************
       environment division.
               assign to UT-SYS-CASHHIST
               organization is sequential
               file status is WS-CASHHIST-STATUS.
           select AR-ADJUST
               assign to UT-SYS-ARADJUST
               organization is sequential
               file status is WS-ARADJ-STATUS.
           select STMT-PRT
               assign to UT-SYS-STMTPRT
               organization is line sequential.
               10 CH-PAY-DAY         PIC 99.
           05 CH-AMOUNT              PIC S9(7)V99.

       FD AR-ADJUST
           RECORD CONTAINS 40.
       01 AR-ADJUST-REC.
           05 AJ-INVOICE-NO          PIC 9(6).
           05 AJ-CUST-NO             PIC X(4).
           05 AJ-DATE.
               10 AJ-YEAR            PIC 9999.
               10 AJ-MONTH           PIC 99.
               10 AJ-DAY             PIC 99.
           05 AJ-TYPE                PIC X.
           05 AJ-SOURCE              PIC XX.
           05 AJ-REF-NO              PIC 9(6).
           05 AJ-AMOUNT              PIC S9(7)V99.
           05                        PIC X(4).

       FD STMT-PRT
           RECORD CONTAINS 80.
       01 STMT-REC                   PIC X(80).
           05 WS-CASHHIST-STATUS     PIC XX.
           05 WS-AR-EOF              PIC XXX VALUE "NO".
           05 WS-CASH-EOF            PIC XXX VALUE "NO".
           05 WS-ARADJ-STATUS        PIC XX.
           05 WS-ADJ-EOF             PIC XXX VALUE "NO".
           05 WS-ADJ-YM              PIC 9(6).
           05 WS-YEAR-IN             PIC X(4).
           05 WS-MONTH-IN            PIC XX.
           05 WS-STMT-YEAR           PIC 9999.
              VALUE "J:\COBOL\aropen.dat".
           05 UT-SYS-CASHHIST        PIC X(67)
              VALUE "J:\COBOL\cashhist.dat".
           05 UT-SYS-ARADJUST        PIC X(67)
              VALUE "J:\COBOL\aradjust.dat".
           05 UT-SYS-STMTPRT         PIC X(67)
              VALUE "J:\COBOL\stmt.doc".
           05 UT-SYS-RUNPARM         PIC X(67)
           PERFORM 250-READ-CASH-HISTORY THRU 250-EXIT
               UNTIL WS-CASH-EOF = "YES"
           CLOSE CASH-HISTORY
           OPEN INPUT AR-ADJUST
           IF WS-ARADJ-STATUS = "00"
               PERFORM 270-READ-ADJUSTMENT THRU 270-EXIT
                   UNTIL WS-ADJ-EOF = "YES"
               CLOSE AR-ADJUST
           END-IF
           PERFORM 500-PRINT-STATEMENT THRU 500-EXIT
               VARYING CT-IX FROM 1 BY 1
               UNTIL CT-IX > WS-CUST-COUNT
       260-EXIT.
           EXIT.
      ******************************************************************
      *270-READ-ADJUSTMENT Reads one AR adjustment. A credit applied in
      *                    or after the statement month to a
      *                    pre-period invoice is backed out of the
      *                    balance forward, the same as a payment,
      *                    because that invoice's current amount
      *                    owing already reflects it. Adjustments to
      *                    items of the month itself need nothing:
      *                    the credit memo prints as the month's
      *                    activity.
      ******************************************************************
       270-READ-ADJUSTMENT.
           READ AR-ADJUST
               AT END
                   MOVE "YES" TO WS-ADJ-EOF
                   GO TO 270-EXIT
           END-READ
           COMPUTE WS-ADJ-YM =
               AJ-YEAR * 100 + AJ-MONTH
           IF WS-ADJ-YM < WS-STMT-YM
               GO TO 270-EXIT
           END-IF
           MOVE AJ-INVOICE-NO TO AR-INVOICE-NO
           READ AR-OPEN-FILE
               INVALID KEY
                   GO TO 270-EXIT
           END-READ
           COMPUTE WS-ITEM-YM =
               AR-INV-YEAR * 100 + AR-INV-MONTH
           IF WS-ITEM-YM NOT LESS THAN WS-STMT-YM
               GO TO 270-EXIT
           END-IF
           PERFORM 310-FIND-CUSTOMER THRU 310-EXIT
           IF WS-ENTRY-OK = "NO"
               GO TO 270-EXIT
           END-IF
           SUBTRACT AJ-AMOUNT FROM CT-BAL-FWD (CT-IX).
       270-EXIT.
           EXIT.
      ******************************************************************
      *310-FIND-CUSTOMER Finds (or adds) the table entry for the
      *                  customer in AR-CUST-NO.
      ******************************************************************
      *                      credit block is an on-account credit,
      *                      not a charge, and is labelled as such so
      *                      the customer never sees a negative
      *                      "invoice". An item from the 8xxxxx
      *                      block is a credit memo CRMEMO issued,
      *                      and one from the 7xxxxx block is a
      *                      finance charge FINCHG added.
      ******************************************************************
       530-PRINT-ONE-INVOICE.
           READ AR-OPEN-FILE NEXT RECORD
           MOVE AR-INV-DAY TO SA-DAY
           MOVE AR-INV-YEAR TO SA-YEAR
           MOVE AR-INVOICE-NO TO SA-INVOICE
           EVALUATE TRUE
               WHEN AR-INVOICE-NO > 900000
                   MOVE "ON ACCOUNT CREDIT" TO SA-ACTIVITY
               WHEN AR-INVOICE-NO NOT LESS THAN 800000
                   MOVE "CREDIT MEMO" TO SA-ACTIVITY
               WHEN AR-INVOICE-NO NOT LESS THAN 700000
                   MOVE "FINANCE CHARGE" TO SA-ACTIVITY
               WHEN OTHER
                   MOVE "INVOICE" TO SA-ACTIVITY
           END-EVALUATE
           MOVE AR-AMT-DUE TO SA-AMOUNT
           WRITE STMT-REC FROM STMT-ACT-LINE
                 AFTER ADVANCING 1 LINE.
