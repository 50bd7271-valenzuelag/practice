       identification division.
       program-id. DUNNING.
       author. Gabriel Valenzuela and Mark Holada.
       date-written. 10/15/2026
      ******************************************************************
      *Purpose: To print a collection letter for every customer with
      *a past-due balance, worded more firmly the longer the money
      *has been owed. The open-item file is aged by customer the way
      *ARAGING ages it (current through 30 days, 31-60, 61-90, and
      *over 90, credits netted into current), and the customer's
      *dunning level is set by the oldest bucket holding a past-due
      *balance: a reminder at 31-60, a second notice at 61-90, and a
      *final notice over 90. A customer whose credits cover the
      *whole balance gets no letter.
      *
      *Each letter lists the customer's past-due invoices with their
      *dates and days outstanding, the aging of the account, and the
      *total now due, one letter to a page.
      *
      *Every letter sent is logged on the dunning log by customer,
      *level, and the oldest past-due invoice, with the date it was
      *sent and the amounts it asked for. Before a letter is printed
      *the log is checked, and a notice already sent is not sent
      *again; it shows on the register with the date it went out.
      *Once the oldest invoice is paid, or the account ages into the
      *next level, the notice is a new one and is sent.
      *
      *The register lists every past-due customer, the level, the
      *aging, and whether a letter went out, and ends with counts by
      *level.
      *
      *Data Files: AR-OPEN-FILE "J:\COBOL\aropen.dat"
      *            DUNNING-LOG "J:\COBOL\dunlog.dat"
      *            DUN-LETTERS "J:\COBOL\dunning.doc"
      *            DUN-REG "J:\COBOL\dunreg.doc"
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select AR-OPEN-FILE
               assign to UT-SYS-AROPEN
               organization is indexed
               access mode is dynamic
               record key is AR-INVOICE-NO
               file status is WS-AROPEN-STATUS.
           select DUNNING-LOG
               assign to UT-SYS-DUNLOG
               organization is indexed
               access mode is random
               record key is DL-KEY
               file status is WS-DUNLOG-STATUS.
           select DUN-LETTERS
               assign to UT-SYS-DUNNING
               organization is line sequential.
           select DUN-REG
               assign to UT-SYS-DUNREG
               organization is line sequential.
       data division.
       file section.
       FD AR-OPEN-FILE.
       01 AR-OPEN-REC.
           05 AR-INVOICE-NO          PIC 9(6).
           05 AR-CUST-NO             PIC X(4).
           05 AR-CUST-NAME           PIC X(25).
           05 AR-INV-DATE.
               10 AR-INV-YEAR        PIC 9999.
               10 AR-INV-MONTH       PIC 99.
               10 AR-INV-DAY         PIC 99.
           05 AR-INV-DATE-NUM REDEFINES AR-INV-DATE
                                     PIC 9(8).
           05 AR-AMT-DUE             PIC S9(7)V99.
           05 AR-AMT-PAID            PIC S9(7)V99.
           05 AR-STATUS              PIC X.
           05 AR-PAID-DATE           PIC 9(8).

       FD DUNNING-LOG.
       01 DUN-LOG-REC.
           05 DL-KEY.
               10 DL-CUST-NO         PIC X(4).
               10 DL-LEVEL           PIC 9.
               10 DL-INVOICE-NO      PIC 9(6).
           05 DL-SENT-DATE           PIC 9(8).
           05 DL-PAST-DUE            PIC S9(7)V99.
           05 DL-TOTAL-DUE           PIC S9(7)V99.

       FD DUN-LETTERS
           RECORD CONTAINS 80.
       01 LETTER-REC                 PIC X(80).

       FD DUN-REG
           RECORD CONTAINS 132.
       01 DUNREG-REC                 PIC X(132).

       working-storage section.
       01 WS-VARS.
           05 WS-AROPEN-STATUS       PIC XX.
           05 WS-DUNLOG-STATUS       PIC XX.
           05 WS-AR-EOF              PIC XXX VALUE "NO".
           05 WS-BALANCE             PIC S9(7)V99.
           05 WS-TODAY-INT           PIC S9(9) COMP.
           05 WS-INV-INT             PIC S9(9) COMP.
           05 WS-AGE-DAYS            PIC S9(5).
           05 WS-CUST-COUNT          PIC 9(3) VALUE 0.
           05 WS-TABLE-FULL          PIC XXX VALUE "NO".
           05 WS-ENTRY-OK            PIC XXX VALUE "YES".
           05 WS-CURR-CUST           PIC X(4).
           05 WS-LEVEL               PIC 9 VALUE 0.
           05 WS-TEXT-SUB            PIC 9 VALUE 0.
           05 WS-PAST-DUE            PIC S9(7)V99 VALUE 0.
           05 WS-TOTAL-DUE           PIC S9(7)V99 VALUE 0.
           05 WS-LETTER-COUNT        PIC 9(7) VALUE 0.
           05 WS-COVERED-COUNT       PIC 9(7) VALUE 0.
           05 WS-ALREADY-COUNT       PIC 9(7) VALUE 0.
           05 WS-LEVEL1-COUNT        PIC 9(7) VALUE 0.
           05 WS-LEVEL2-COUNT        PIC 9(7) VALUE 0.
           05 WS-LEVEL3-COUNT        PIC 9(7) VALUE 0.
           05 WS-LOG-FAIL-COUNT      PIC 9(7) VALUE 0.
           05 WS-TOTAL-PAST-DUE      PIC S9(9)V99 VALUE 0.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 500 TIMES
                            INDEXED BY CT-IX.
               10 CT-CUST-NO         PIC X(4).
               10 CT-CUST-NAME       PIC X(25).
               10 CT-CURRENT         PIC S9(7)V99.
               10 CT-30              PIC S9(7)V99.
               10 CT-60              PIC S9(7)V99.
               10 CT-90              PIC S9(7)V99.
               10 CT-OLDEST-INV      PIC 9(6).
               10 CT-OLDEST-DAYS     PIC S9(5).
       01 WS-FILES.
           05 UT-SYS-AROPEN          PIC X(67)
              VALUE "J:\COBOL\aropen.dat".
           05 UT-SYS-DUNLOG          PIC X(67)
              VALUE "J:\COBOL\dunlog.dat".
           05 UT-SYS-DUNNING         PIC X(67)
              VALUE "J:\COBOL\dunning.doc".
           05 UT-SYS-DUNREG          PIC X(67)
              VALUE "J:\COBOL\dunreg.doc".
       01 WS-DATE.
           05 WS-YEAR                PIC 9999.
           05 WS-MONTH               PIC 99.
           05 WS-DAY                 PIC 99.
       01 WS-DATE-NUM REDEFINES WS-DATE
                                     PIC 9(8).
      ******************************************************************
      *The letter wording, four lines to a level, firmest last.
      ******************************************************************
       01 DUN-TEXT-VALUES.
           05                        PIC X(20)
              VALUE "PAYMENT REMINDER".
           05                        PIC X(48)
              VALUE "OUR RECORDS SHOW THE INVOICES LISTED BELOW ARE".
           05                        PIC X(48)
              VALUE "PAST DUE. IF YOUR PAYMENT IS ALREADY ON ITS WAY,".
           05                        PIC X(48)
              VALUE "PLEASE DISREGARD THIS REMINDER. OTHERWISE, WE".
           05                        PIC X(48)
              VALUE "WOULD APPRECIATE YOUR PROMPT PAYMENT.".
           05                        PIC X(20)
              VALUE "SECOND NOTICE".
           05                        PIC X(48)
              VALUE "THIS IS OUR SECOND NOTICE. THE INVOICES LISTED".
           05                        PIC X(48)
              VALUE "BELOW ARE NOW MORE THAN 60 DAYS OLD. PLEASE SEND".
           05                        PIC X(48)
              VALUE "PAYMENT WITHIN 10 DAYS, OR CALL OUR ACCOUNTS".
           05                        PIC X(48)
              VALUE "RECEIVABLE DEPARTMENT TO ARRANGE TERMS.".
           05                        PIC X(20)
              VALUE "FINAL NOTICE".
           05                        PIC X(48)
              VALUE "FINAL NOTICE. THE INVOICES LISTED BELOW ARE MORE".
           05                        PIC X(48)
              VALUE "THAN 90 DAYS OLD. UNLESS PAYMENT IN FULL REACHES".
           05                        PIC X(48)
              VALUE "US WITHIN 10 DAYS, YOUR CREDIT WILL BE SUSPENDED".
           05                        PIC X(48)
              VALUE "AND THE ACCOUNT REFERRED FOR COLLECTION.".
       01 DUN-TEXT-TABLE REDEFINES DUN-TEXT-VALUES.
           05 DUN-TEXT-LEVEL OCCURS 3 TIMES.
               10 DT-TITLE           PIC X(20).
               10 DT-LINE            PIC X(48) OCCURS 4 TIMES.
       01 LTR-COMPANY-LINE.
           05                        PIC X(25) VALUE SPACES.
           05                        PIC X(35)
                                     VALUE "FINAL PROJECT COMPANY".
           05                        PIC X(20) VALUE SPACES.
       01 LTR-TITLE-LINE.
           05                        PIC X(28) VALUE SPACES.
           05 LT-TITLE               PIC X(32).
           05                        PIC X(20) VALUE SPACES.
       01 LTR-DATE-LINE.
           05                        PIC X(12) VALUE "DATE:".
           05 LD-MONTH               PIC 99.
           05                        PIC X VALUE "/".
           05 LD-DAY                 PIC 99.
           05                        PIC X VALUE "/".
           05 LD-YEAR                PIC 9999.
           05                        PIC X(58) VALUE SPACES.
       01 LTR-CUST-LINE.
           05                        PIC X(12) VALUE "TO:".
           05 LC-CUST-NAME           PIC X(25).
           05                        PIC XX VALUE SPACES.
           05                        PIC X VALUE "(".
           05 LC-CUST-NO             PIC X(4).
           05                        PIC X VALUE ")".
           05                        PIC X(35) VALUE SPACES.
       01 LTR-TEXT-LINE.
           05                        PIC X(12) VALUE SPACES.
           05 LX-TEXT                PIC X(48).
           05                        PIC X(20) VALUE SPACES.
       01 LTR-COL-HEAD.
           05                        PIC X(12) VALUE "DATE".
           05                        PIC X(10) VALUE "INVOICE".
           05                        PIC X(10) VALUE "DAYS".
           05                        PIC X(14) VALUE "  BALANCE".
           05                        PIC X(34) VALUE SPACES.
       01 LTR-ITEM-LINE.
           05 LI-MONTH               PIC 99.
           05                        PIC X VALUE "/".
           05 LI-DAY                 PIC 99.
           05                        PIC X VALUE "/".
           05 LI-YEAR                PIC 9999.
           05                        PIC XX VALUE SPACES.
           05 LI-INVOICE             PIC Z(5)9.
           05                        PIC X(4) VALUE SPACES.
           05 LI-DAYS                PIC ZZZZ9.
           05                        PIC XXX VALUE SPACES.
           05 LI-BALANCE             PIC ZZZZZZ9.99-.
           05                        PIC X(39) VALUE SPACES.
       01 LTR-MONEY-LINE.
           05                        PIC X(22) VALUE SPACES.
           05 LM-LABEL               PIC X(24).
           05 LM-VALUE               PIC ZZZZZZZZ9.99-.
           05                        PIC X(21) VALUE SPACES.
       01 LTR-FOOT-LINE.
           05                        PIC X(44)
              VALUE "PLEASE REMIT THE TOTAL NOW DUE SHOWN ABOVE".
           05                        PIC X(36) VALUE SPACES.
       01 REG-HEADING1.
           05 H-MONTH                PIC 99.
           05                        PIC X VALUE "/".
           05 H-DAY                  PIC 99.
           05                        PIC X VALUE "/".
           05 H-YEAR                 PIC 9999.
           05                        PIC X(12) VALUE SPACES.
           05                        PIC X(40)
              VALUE "DUNNING REGISTER".
           05                        PIC X(70) VALUE SPACES.
       01 REG-HEADING2.
           05                        PIC X(6) VALUE "CUST".
           05                        PIC X(27) VALUE "NAME".
           05                        PIC X(7) VALUE "LEVEL".
           05                        PIC X(9) VALUE "OLDEST".
           05                        PIC X(13) VALUE "     31-60".
           05                        PIC X(13) VALUE "     61-90".
           05                        PIC X(13) VALUE "   OVER 90".
           05                        PIC X(13) VALUE " TOTAL DUE".
           05                        PIC X(31) VALUE "NOTE".
       01 REG-DETAIL.
           05 RG-CUST-NO             PIC X(4).
           05                        PIC XX VALUE SPACES.
           05 RG-CUST-NAME           PIC X(25).
           05                        PIC XX VALUE SPACES.
           05                        PIC XX VALUE SPACES.
           05 RG-LEVEL               PIC 9.
           05                        PIC X(4) VALUE SPACES.
           05 RG-OLDEST              PIC Z(5)9.
           05                        PIC XX VALUE SPACES.
           05 RG-30                  PIC ZZZZZZ9.99-.
           05                        PIC XX VALUE SPACES.
           05 RG-60                  PIC ZZZZZZ9.99-.
           05                        PIC XX VALUE SPACES.
           05 RG-90                  PIC ZZZZZZ9.99-.
           05                        PIC XX VALUE SPACES.
           05 RG-TOTAL               PIC ZZZZZZ9.99-.
           05                        PIC XX VALUE SPACES.
           05 RG-NOTE                PIC X(20).
           05 RG-PRIOR-DATE          PIC 9(8) BLANK WHEN ZERO.
           05                        PIC X(4) VALUE SPACES.
       01 REG-COUNT-LINE.
           05 RC-LABEL               PIC X(30).
           05 RC-VALUE               PIC ZZZZZZ9-.
           05                        PIC X(94) VALUE SPACES.
       01 REG-MONEY-LINE.
           05 RM-LABEL               PIC X(30).
           05 RM-VALUE               PIC ZZZZZZZZ9.99-.
           05                        PIC X(89) VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *100-MAIN Ages every open item into its customer's buckets,
      *         then for each customer with a past-due balance prints
      *         the letter for its level unless the log shows it was
      *         already sent, and closes with the register counts.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           PERFORM 200-READ-OPEN-ITEM THRU 200-EXIT
               UNTIL WS-AR-EOF = "YES"
           PERFORM 500-DUN-CUSTOMER THRU 500-EXIT
               VARYING CT-IX FROM 1 BY 1
               UNTIL CT-IX > WS-CUST-COUNT
           PERFORM 900-WRITE-TOTALS THRU 900-EXIT
           IF WS-TABLE-FULL = "YES"
               DISPLAY "WARNING: more than 500 customers, "
                       "letters are incomplete"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-LOG-FAIL-COUNT > 0
               DISPLAY "DUNNING: letters not logged: "
                       WS-LOG-FAIL-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           COMPUTE WS-LETTER-COUNT = WS-LEVEL1-COUNT
               + WS-LEVEL2-COUNT + WS-LEVEL3-COUNT
           DISPLAY "DUNNING: letters printed: " WS-LETTER-COUNT
           CLOSE AR-OPEN-FILE
                 DUNNING-LOG
                 DUN-LETTERS
                 DUN-REG
           STOP RUN.
      ******************************************************************
      *110-INIT Gets the run date (the aging is as of today) and opens
      *         the files. The dunning log is created empty the first
      *         time, so the first run sends every notice due.
      ******************************************************************
       110-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H-MONTH
           MOVE WS-DAY TO H-DAY
           MOVE WS-YEAR TO H-YEAR
           MOVE WS-MONTH TO LD-MONTH
           MOVE WS-DAY TO LD-DAY
           MOVE WS-YEAR TO LD-YEAR
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           OPEN INPUT AR-OPEN-FILE
           IF WS-AROPEN-STATUS NOT = "00"
               DISPLAY "ERROR: AR-OPEN-FILE could not be opened, "
                       "status " WS-AROPEN-STATUS
               STOP RUN
           END-IF
           OPEN I-O DUNNING-LOG
           IF WS-DUNLOG-STATUS = "35"
               OPEN OUTPUT DUNNING-LOG
               CLOSE DUNNING-LOG
               OPEN I-O DUNNING-LOG
           END-IF
           IF WS-DUNLOG-STATUS NOT = "00"
               DISPLAY "ERROR: DUNNING-LOG could not be opened, "
                       "status " WS-DUNLOG-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT DUN-LETTERS
           OPEN OUTPUT DUN-REG
           WRITE DUNREG-REC FROM REG-HEADING1
                 AFTER ADVANCING PAGE
           WRITE DUNREG-REC FROM REG-HEADING2
                 AFTER ADVANCING 2 LINES.
       110-EXIT.
           EXIT.
      ******************************************************************
      *200-READ-OPEN-ITEM Reads one open item and ages it when it
      *                   still carries a balance either way. Paid
      *                   items and zero balances are passed over.
      ******************************************************************
       200-READ-OPEN-ITEM.
           READ AR-OPEN-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-AR-EOF
               NOT AT END
                   SUBTRACT AR-AMT-PAID FROM AR-AMT-DUE
                       GIVING WS-BALANCE
                   IF AR-STATUS NOT = "P" AND WS-BALANCE NOT = 0
                       PERFORM 300-AGE-ITEM THRU 300-EXIT
                   END-IF
           END-READ.
       200-EXIT.
           EXIT.
      ******************************************************************
      *300-AGE-ITEM Folds one open balance into its customer's
      *             buckets the way ARAGING does, credits into
      *             current whatever their age. A past-due debit
      *             older than any seen yet for the customer becomes
      *             the oldest past-due invoice the notice is logged
      *             under.
      ******************************************************************
       300-AGE-ITEM.
           PERFORM 320-COMPUTE-AGE THRU 320-EXIT
           PERFORM 310-FIND-CUSTOMER THRU 310-EXIT
           IF WS-ENTRY-OK = "NO"
               GO TO 300-EXIT
           END-IF
           IF WS-BALANCE < 0
               ADD WS-BALANCE TO CT-CURRENT (CT-IX)
               GO TO 300-EXIT
           END-IF
           IF WS-AGE-DAYS > 30
              AND WS-AGE-DAYS > CT-OLDEST-DAYS (CT-IX)
               MOVE WS-AGE-DAYS TO CT-OLDEST-DAYS (CT-IX)
               MOVE AR-INVOICE-NO TO CT-OLDEST-INV (CT-IX)
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT GREATER THAN 30
                   ADD WS-BALANCE TO CT-CURRENT (CT-IX)
               WHEN WS-AGE-DAYS NOT GREATER THAN 60
                   ADD WS-BALANCE TO CT-30 (CT-IX)
               WHEN WS-AGE-DAYS NOT GREATER THAN 90
                   ADD WS-BALANCE TO CT-60 (CT-IX)
               WHEN OTHER
                   ADD WS-BALANCE TO CT-90 (CT-IX)
           END-EVALUATE.
       300-EXIT.
           EXIT.
      ******************************************************************
      *310-FIND-CUSTOMER Finds (or adds) the customer's table entry.
      ******************************************************************
       310-FIND-CUSTOMER.
           MOVE "YES" TO WS-ENTRY-OK
           SET CT-IX TO 1
           SEARCH WS-CUST-ENTRY
               AT END
                   PERFORM 400-ADD-CUSTOMER THRU 400-EXIT
               WHEN CT-IX > WS-CUST-COUNT
                   PERFORM 400-ADD-CUSTOMER THRU 400-EXIT
               WHEN CT-CUST-NO (CT-IX) = AR-CUST-NO
                   CONTINUE
           END-SEARCH.
       310-EXIT.
           EXIT.
      ******************************************************************
      *320-COMPUTE-AGE Computes how many days old the open item is. An
      *                item with a date that cannot be read is taken
      *                as over 90, the same as ARAGING takes it.
      ******************************************************************
       320-COMPUTE-AGE.
           IF AR-INV-DATE-NUM IS NUMERIC
               COMPUTE WS-INV-INT =
                   FUNCTION INTEGER-OF-DATE(AR-INV-DATE-NUM)
               SUBTRACT WS-INV-INT FROM WS-TODAY-INT
                   GIVING WS-AGE-DAYS
           ELSE
               MOVE 99 TO WS-AGE-DAYS
           END-IF.
       320-EXIT.
           EXIT.
      ******************************************************************
      *400-ADD-CUSTOMER Starts a fresh table entry for a customer not
      *                 seen yet. When the table is full the item is
      *                 dropped and the run flagged incomplete.
      ******************************************************************
       400-ADD-CUSTOMER.
           IF WS-CUST-COUNT NOT LESS THAN 500
               MOVE "YES" TO WS-TABLE-FULL
               MOVE "NO" TO WS-ENTRY-OK
               GO TO 400-EXIT
           END-IF
           ADD 1 TO WS-CUST-COUNT
           SET CT-IX TO WS-CUST-COUNT
           MOVE AR-CUST-NO TO CT-CUST-NO (CT-IX)
           MOVE AR-CUST-NAME TO CT-CUST-NAME (CT-IX)
           MOVE 0 TO CT-CURRENT (CT-IX)
           MOVE 0 TO CT-30 (CT-IX)
           MOVE 0 TO CT-60 (CT-IX)
           MOVE 0 TO CT-90 (CT-IX)
           MOVE 0 TO CT-OLDEST-INV (CT-IX)
           MOVE 0 TO CT-OLDEST-DAYS (CT-IX).
       400-EXIT.
           EXIT.
      ******************************************************************
      *500-DUN-CUSTOMER Decides one customer's notice. A customer with
      *                 nothing past due is passed over without a
      *                 register line; one whose credits cover the
      *                 balance is listed with no letter. Otherwise
      *                 the level is set from the oldest bucket with
      *                 a balance, and the letter is printed and
      *                 logged unless the log already has it.
      ******************************************************************
       500-DUN-CUSTOMER.
           COMPUTE WS-PAST-DUE = CT-30 (CT-IX) + CT-60 (CT-IX)
               + CT-90 (CT-IX)
           IF WS-PAST-DUE NOT GREATER THAN 0
               GO TO 500-EXIT
           END-IF
           COMPUTE WS-TOTAL-DUE = WS-PAST-DUE + CT-CURRENT (CT-IX)
           EVALUATE TRUE
               WHEN CT-90 (CT-IX) > 0
                   MOVE 3 TO WS-LEVEL
               WHEN CT-60 (CT-IX) > 0
                   MOVE 2 TO WS-LEVEL
               WHEN OTHER
                   MOVE 1 TO WS-LEVEL
           END-EVALUATE
           MOVE CT-CUST-NO (CT-IX) TO RG-CUST-NO
           MOVE CT-CUST-NAME (CT-IX) TO RG-CUST-NAME
           MOVE WS-LEVEL TO RG-LEVEL
           MOVE CT-OLDEST-INV (CT-IX) TO RG-OLDEST
           MOVE CT-30 (CT-IX) TO RG-30
           MOVE CT-60 (CT-IX) TO RG-60
           MOVE CT-90 (CT-IX) TO RG-90
           MOVE WS-TOTAL-DUE TO RG-TOTAL
           MOVE 0 TO RG-PRIOR-DATE
           IF WS-TOTAL-DUE NOT GREATER THAN 0
               ADD 1 TO WS-COVERED-COUNT
               MOVE "CREDITS COVER" TO RG-NOTE
               GO TO 500-WRITE
           END-IF
           MOVE CT-CUST-NO (CT-IX) TO DL-CUST-NO
           MOVE WS-LEVEL TO DL-LEVEL
           MOVE CT-OLDEST-INV (CT-IX) TO DL-INVOICE-NO
           READ DUNNING-LOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ALREADY-COUNT
                   MOVE "ALREADY SENT" TO RG-NOTE
                   MOVE DL-SENT-DATE TO RG-PRIOR-DATE
                   GO TO 500-WRITE
           END-READ
           ADD WS-PAST-DUE TO WS-TOTAL-PAST-DUE
           PERFORM 600-PRINT-LETTER THRU 600-EXIT
           PERFORM 650-WRITE-LOG THRU 650-EXIT.
       500-WRITE.
           WRITE DUNREG-REC FROM REG-DETAIL
                 AFTER ADVANCING 1 LINE.
       500-EXIT.
           EXIT.
      ******************************************************************
      *600-PRINT-LETTER Prints one customer's letter on its own page:
      *                 the heading and title for the level, the
      *                 level's wording, the past-due invoices, the
      *                 aging of the account, and the total now due.
      ******************************************************************
       600-PRINT-LETTER.
           EVALUATE WS-LEVEL
               WHEN 1
                   ADD 1 TO WS-LEVEL1-COUNT
               WHEN 2
                   ADD 1 TO WS-LEVEL2-COUNT
               WHEN OTHER
                   ADD 1 TO WS-LEVEL3-COUNT
           END-EVALUATE
           MOVE CT-CUST-NO (CT-IX) TO WS-CURR-CUST
           MOVE DT-TITLE (WS-LEVEL) TO LT-TITLE
           MOVE CT-CUST-NAME (CT-IX) TO LC-CUST-NAME
           MOVE CT-CUST-NO (CT-IX) TO LC-CUST-NO
           WRITE LETTER-REC FROM LTR-COMPANY-LINE
                 AFTER ADVANCING PAGE
           WRITE LETTER-REC FROM LTR-TITLE-LINE
                 AFTER ADVANCING 1 LINE
           WRITE LETTER-REC FROM LTR-DATE-LINE
                 AFTER ADVANCING 2 LINES
           WRITE LETTER-REC FROM LTR-CUST-LINE
                 AFTER ADVANCING 1 LINE
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
                 AFTER ADVANCING 1 LINE
           PERFORM 610-PRINT-TEXT THRU 610-EXIT
               VARYING WS-TEXT-SUB FROM 1 BY 1
               UNTIL WS-TEXT-SUB > 4
           WRITE LETTER-REC FROM LTR-COL-HEAD
                 AFTER ADVANCING 2 LINES
           PERFORM 620-PRINT-ITEMS THRU 620-EXIT
           MOVE "CURRENT" TO LM-LABEL
           MOVE CT-CURRENT (CT-IX) TO LM-VALUE
           WRITE LETTER-REC FROM LTR-MONEY-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "31-60 DAYS" TO LM-LABEL
           MOVE CT-30 (CT-IX) TO LM-VALUE
           WRITE LETTER-REC FROM LTR-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "61-90 DAYS" TO LM-LABEL
           MOVE CT-60 (CT-IX) TO LM-VALUE
           WRITE LETTER-REC FROM LTR-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "OVER 90 DAYS" TO LM-LABEL
           MOVE CT-90 (CT-IX) TO LM-VALUE
           WRITE LETTER-REC FROM LTR-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "TOTAL NOW DUE" TO LM-LABEL
           MOVE WS-TOTAL-DUE TO LM-VALUE
           WRITE LETTER-REC FROM LTR-MONEY-LINE
                 AFTER ADVANCING 2 LINES
           WRITE LETTER-REC FROM LTR-FOOT-LINE
                 AFTER ADVANCING 2 LINES.
       600-EXIT.
           EXIT.
      ******************************************************************
      *610-PRINT-TEXT Prints one line of the level's wording.
      ******************************************************************
       610-PRINT-TEXT.
           MOVE DT-LINE (WS-LEVEL, WS-TEXT-SUB) TO LX-TEXT
           WRITE LETTER-REC FROM LTR-TEXT-LINE
                 AFTER ADVANCING 1 LINE.
       610-EXIT.
           EXIT.
      ******************************************************************
      *620-PRINT-ITEMS Walks the open-item file from the start and
      *                prints each of this customer's past-due
      *                invoices, the same walk ARSTMT makes for a
      *                statement.
      ******************************************************************
       620-PRINT-ITEMS.
           MOVE "NO" TO WS-AR-EOF
           MOVE 0 TO AR-INVOICE-NO
           START AR-OPEN-FILE KEY NOT LESS THAN AR-INVOICE-NO
               INVALID KEY
                   MOVE "YES" TO WS-AR-EOF
           END-START
           PERFORM 630-PRINT-ONE-ITEM THRU 630-EXIT
               UNTIL WS-AR-EOF = "YES".
       620-EXIT.
           EXIT.
      ******************************************************************
      *630-PRINT-ONE-ITEM Prints one letter line for an open item of
      *                   this customer still owing and more than 30
      *                   days old.
      ******************************************************************
       630-PRINT-ONE-ITEM.
           READ AR-OPEN-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-AR-EOF
                   GO TO 630-EXIT
           END-READ
           IF AR-CUST-NO NOT = WS-CURR-CUST
              OR AR-STATUS = "P"
               GO TO 630-EXIT
           END-IF
           SUBTRACT AR-AMT-PAID FROM AR-AMT-DUE
               GIVING WS-BALANCE
           IF WS-BALANCE NOT GREATER THAN 0
               GO TO 630-EXIT
           END-IF
           PERFORM 320-COMPUTE-AGE THRU 320-EXIT
           IF WS-AGE-DAYS NOT GREATER THAN 30
               GO TO 630-EXIT
           END-IF
           MOVE AR-INV-MONTH TO LI-MONTH
           MOVE AR-INV-DAY TO LI-DAY
           MOVE AR-INV-YEAR TO LI-YEAR
           MOVE AR-INVOICE-NO TO LI-INVOICE
           MOVE WS-AGE-DAYS TO LI-DAYS
           MOVE WS-BALANCE TO LI-BALANCE
           WRITE LETTER-REC FROM LTR-ITEM-LINE
                 AFTER ADVANCING 1 LINE.
       630-EXIT.
           EXIT.
      ******************************************************************
      *650-WRITE-LOG Logs the letter just printed by customer, level,
      *              and oldest past-due invoice, with today's date and
      *              the amounts it asked for.
      ******************************************************************
       650-WRITE-LOG.
           MOVE CT-CUST-NO (CT-IX) TO DL-CUST-NO
           MOVE WS-LEVEL TO DL-LEVEL
           MOVE CT-OLDEST-INV (CT-IX) TO DL-INVOICE-NO
           MOVE WS-DATE-NUM TO DL-SENT-DATE
           MOVE WS-PAST-DUE TO DL-PAST-DUE
           MOVE WS-TOTAL-DUE TO DL-TOTAL-DUE
           WRITE DUN-LOG-REC
               INVALID KEY
                   ADD 1 TO WS-LOG-FAIL-COUNT
                   MOVE "SENT - NOT LOGGED" TO RG-NOTE
                   GO TO 650-EXIT
           END-WRITE
           MOVE "LETTER SENT" TO RG-NOTE.
       650-EXIT.
           EXIT.
      ******************************************************************
      *900-WRITE-TOTALS Prints the letter counts by level, the
      *                 notices held back as already sent, and the
      *                 past-due balance the letters asked for.
      ******************************************************************
       900-WRITE-TOTALS.
           MOVE "REMINDERS SENT" TO RC-LABEL
           MOVE WS-LEVEL1-COUNT TO RC-VALUE
           WRITE DUNREG-REC FROM REG-COUNT-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "SECOND NOTICES SENT" TO RC-LABEL
           MOVE WS-LEVEL2-COUNT TO RC-VALUE
           WRITE DUNREG-REC FROM REG-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "FINAL NOTICES SENT" TO RC-LABEL
           MOVE WS-LEVEL3-COUNT TO RC-VALUE
           WRITE DUNREG-REC FROM REG-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "ALREADY SENT - NOT REPEATED" TO RC-LABEL
           MOVE WS-ALREADY-COUNT TO RC-VALUE
           WRITE DUNREG-REC FROM REG-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "COVERED BY CREDITS" TO RC-LABEL
           MOVE WS-COVERED-COUNT TO RC-VALUE
           WRITE DUNREG-REC FROM REG-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "PAST DUE ON LETTERS SENT" TO RM-LABEL
           MOVE WS-TOTAL-PAST-DUE TO RM-VALUE
           WRITE DUNREG-REC FROM REG-MONEY-LINE
                 AFTER ADVANCING 1 LINE.
       900-EXIT.
           EXIT.
