       identification division.
       program-id. CONTRPT.
       author. Gabriel Valenzuela and Mark Holada.
       date-written. 10/15/2026
      ******************************************************************
      *Purpose: To produce the monthly contract pricing report, so the
      *cost of the price agreements we have signed is known and the
      *ones coming up for renewal are seen in time.
      *
      *The first section shows, for every customer and contract that
      *priced a sale in the report month, the number of lines and
      *the quantity sold under it, what those goods would have
      *brought at list price, what the customer was charged, and the
      *discount given away in dollars and as a percent of list, with
      *a total for each customer and for the month. Every history
      *line TOTALSLE priced under an agreement carries the list price
      *of the day and the contract number, so the discount is figured
      *as it stood at the sale. The discount is on the quantity sold;
      *returns are credited at the price charged and give nothing
      *further away.
      *
      *The second section lists every active agreement on PRICE-AGREE
      *whose end date falls within the look-ahead (30 days unless a
      *CONTRPT DAYS record on the run-parameter control file says
      *otherwise), so the salesperson can renew it or let it lapse.
      *
      *The report year and month come from the run-parameter control
      *file when CONTRPT YEAR and MONTH records are on it; only when
      *no parameter record exists is the operator prompted. The
      *period and look-ahead used are echoed on the report.
      *
      *Data Files: SALES-HISTORY "J:\COBOL\saleshst.dat"
      *            PRICE-AGREE "J:\COBOL\pricagr.dat"
      *            CUSTOMER-MASTER "J:\COBOL\custmast.dat"
      *            CONTRACT-RPT "J:\COBOL\contrpt.doc"
      *            RUN-PARMS "J:\COBOL\runparm.dat"
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select SALES-HISTORY
               assign to UT-SYS-SALESHST
               organization is indexed
               access mode is sequential
               record key is HS-KEY
               alternate record key is HS-INVOICE-NO
                   with duplicates
               file status is WS-HIST-STATUS.
           select PRICE-AGREE
               assign to UT-SYS-PRICAGR
               organization is indexed
               access mode is sequential
               record key is PA-KEY
               file status is WS-PRICAGR-STATUS.
           select CUSTOMER-MASTER
               assign to UT-SYS-CUSTMAST
               organization is indexed
               access mode is random
               record key is CM-CUST-NO
               file status is WS-CUSTMAST-STATUS.
           select CONTRACT-RPT
               assign to UT-SYS-CONTRPT
               organization is line sequential.
           select RUN-PARMS
               assign to UT-SYS-RUNPARM
               organization is sequential
               file status is WS-RUNPARM-STATUS.
       data division.
       file section.
       FD SALES-HISTORY.
       01 SALES-HISTORY-REC.
           05 HS-KEY.
               10 HS-DATE.
                   15 HS-YEAR        PIC 9999.
                   15 HS-MONTH       PIC 99.
                   15 HS-DAY         PIC 99.
               10 HS-CUST-NO         PIC X(4).
               10 HS-INVOICE-NO      PIC 9(6).
               10 HS-LINE-NO         PIC 9(3).
           05 HS-CUST-NAME           PIC X(25).
           05 HS-ITEM-NO             PIC X(6).
           05 HS-ITEM-DESC           PIC X(20).
           05 HS-UNT-PRICE           PIC 9999V99.
           05 HS-QNTY-SOLD           PIC 9999.
           05 HS-QNTY-RTND           PIC 9999.
           05 HS-TSALE               PIC S9999V99.
           05 HS-STAX                PIC S9999V99.
           05 HS-FSALE               PIC S9999V99.
           05 HS-JURISDICTION        PIC XX.
           05 HS-TAX-RATE            PIC V999.
           05 HS-RATE-FLAG           PIC X.
           05 HS-QNTY-RTND-AGNST     PIC 9999.
           05 HS-SLSP-ID             PIC X(3).
           05 HS-RTN-SLSP-ID         PIC X(3).
           05 HS-UNIT-COST           PIC 9(5)V99.
           05 HS-RTN-UNIT-COST       PIC 9(5)V99.
           05 HS-EXEMPT-CERT         PIC X(15).
           05 HS-LIST-PRICE          PIC 9999V99.
           05 HS-PRICE-SOURCE        PIC X.
           05 HS-CONTRACT-NO         PIC X(6).

       FD PRICE-AGREE.
       01 PRICE-AGREE-REC.
           05 PA-KEY.
               10 PA-CUST-NO         PIC X(4).
               10 PA-CONTRACT-NO     PIC X(6).
               10 PA-ITEM-NO         PIC X(6).
           05 PA-PRICE-TYPE          PIC X.
           05 PA-BREAK OCCURS 3 TIMES.
               10 PA-BRK-QTY         PIC 9(4).
               10 PA-BRK-VALUE       PIC 9(4)V99.
           05 PA-START-DATE          PIC 9(8).
           05 PA-END-DATE            PIC 9(8).
           05 PA-STATUS              PIC X.

       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-REC.
           05 CM-CUST-NO             PIC X(4).
           05 CM-CUST-NAME           PIC X(25).
           05 CM-JURISDICTION        PIC XX.
           05 CM-STATUS              PIC X.
           05 CM-CREDIT-LIMIT        PIC S9(7)V99.
           05 CM-FINCHG-EXEMPT       PIC X.

       FD CONTRACT-RPT
           RECORD CONTAINS 132.
       01 CONTRACT-REC               PIC X(132).

       FD RUN-PARMS
           RECORD CONTAINS 40.
       01 RUN-PARM-REC.
           05 RP-PROGRAM             PIC X(8).
           05 RP-KEYWORD             PIC X(12).
           05 RP-VALUE               PIC X(20).

       working-storage section.
       01 WS-VARS.
           05 WS-HIST-STATUS         PIC XX.
           05 WS-PRICAGR-STATUS      PIC XX.
           05 WS-CUSTMAST-STATUS     PIC XX.
           05 WS-RUNPARM-STATUS      PIC XX.
           05 WS-HIST-EOF            PIC XXX VALUE "NO".
           05 WS-AGREE-EOF           PIC XXX VALUE "NO".
           05 WS-PARM-EOF            PIC XXX VALUE "NO".
           05 WS-YEAR-IN             PIC X(4).
           05 WS-MONTH-IN            PIC XX.
           05 WS-RPT-YEAR            PIC 9999.
           05 WS-RPT-MONTH           PIC 99.
           05 WS-YEAR-FROM-PARM      PIC XXX VALUE "NO".
           05 WS-MONTH-FROM-PARM     PIC XXX VALUE "NO".
           05 WS-DAYS-FROM-PARM      PIC XXX VALUE "NO".
           05 WS-DAYS-IN             PIC X(3).
           05 WS-PARM-TEST           PIC X(3).
           05 WS-AHEAD-DAYS          PIC 999 VALUE 30.
           05 WS-EDIT-DAYS           PIC ZZ9.
           05 WS-TODAY-INT           PIC S9(9) COMP.
           05 WS-END-INT             PIC S9(9) COMP.
           05 WS-DAYS-LEFT           PIC S9(5).
           05 WS-LINE-LIST           PIC S9(7)V99.
           05 WS-LINE-CHARGED        PIC S9(7)V99.
           05 WS-ACC-LINES           PIC 9(5).
           05 WS-ACC-QTY             PIC 9(7).
           05 WS-ACC-LIST            PIC S9(9)V99.
           05 WS-ACC-CHARGED         PIC S9(9)V99.
           05 WS-ACC-DISCOUNT        PIC S9(9)V99.
           05 WS-DISC-PCT            PIC S9(3)V9.
           05 WS-CT-LINES            PIC 9(5).
           05 WS-CT-QTY              PIC 9(7).
           05 WS-CT-LIST             PIC S9(9)V99.
           05 WS-CT-CHARGED          PIC S9(9)V99.
           05 WS-CT-DISCOUNT         PIC S9(9)V99.
           05 WS-GT-LINES            PIC 9(5) VALUE 0.
           05 WS-GT-QTY              PIC 9(7) VALUE 0.
           05 WS-GT-LIST             PIC S9(9)V99 VALUE 0.
           05 WS-GT-CHARGED          PIC S9(9)V99 VALUE 0.
           05 WS-GT-DISCOUNT         PIC S9(9)V99 VALUE 0.
           05 WS-DISC-COUNT          PIC 9(4) VALUE 0.
           05 WS-TABLE-FULL          PIC XXX VALUE "NO".
           05 WS-ENTRY-OK            PIC XXX VALUE "YES".
           05 WS-CONTRACT-LINES      PIC 9(7) VALUE 0.
           05 WS-AGREE-COUNT         PIC 9(7) VALUE 0.
           05 WS-INACTIVE-COUNT      PIC 9(7) VALUE 0.
           05 WS-EXPIRING-COUNT      PIC 9(7) VALUE 0.
       01 WS-DISC-TABLE.
           05 WS-DISC-ENTRY OCCURS 500 TIMES
                            INDEXED BY DT-IX DT-JX.
               10 DT-CUST-NO         PIC X(4).
               10 DT-NAME            PIC X(25).
               10 DT-CONTRACT-NO     PIC X(6).
               10 DT-LINES           PIC 9(5).
               10 DT-QTY             PIC 9(7).
               10 DT-LIST            PIC S9(9)V99.
               10 DT-CHARGED         PIC S9(9)V99.
               10 DT-PRINTED         PIC X.
       01 WS-FILES.
           05 UT-SYS-SALESHST        PIC X(67)
              VALUE "J:\COBOL\saleshst.dat".
           05 UT-SYS-PRICAGR         PIC X(67)
              VALUE "J:\COBOL\pricagr.dat".
           05 UT-SYS-CUSTMAST        PIC X(67)
              VALUE "J:\COBOL\custmast.dat".
           05 UT-SYS-CONTRPT         PIC X(67)
              VALUE "J:\COBOL\contrpt.doc".
           05 UT-SYS-RUNPARM         PIC X(67)
              VALUE "J:\COBOL\runparm.dat".
       01 WS-DATE.
           05 WS-YEAR                PIC 9999.
           05 WS-MONTH               PIC 99.
           05 WS-DAY                 PIC 99.
       01 WS-DATE-NUM REDEFINES WS-DATE
                                     PIC 9(8).
       01 HEADING1.
           05 H-MONTH                PIC 99.
           05                        PIC X VALUE "/".
           05 H-DAY                  PIC 99.
           05                        PIC X VALUE "/".
           05 H-YEAR                 PIC 9999.
           05                        PIC X(12) VALUE SPACES.
           05                        PIC X(42)
              VALUE "MONTHLY CONTRACT PRICING REPORT".
           05                        PIC X(10) VALUE "FOR".
           05 H-RPT-MONTH            PIC 99.
           05                        PIC X VALUE "/".
           05 H-RPT-YEAR             PIC 9999.
           05                        PIC X(51) VALUE SPACES.
       01 HEADING2.
           05                        PIC X(6) VALUE "CUST".
           05                        PIC X(27) VALUE "CUSTOMER".
           05                        PIC X(9) VALUE "CONTRACT".
           05                        PIC X(8) VALUE "LINES".
           05                        PIC X(10) VALUE "QTY SOLD".
           05                        PIC X(15) VALUE "AT LIST".
           05                        PIC X(15) VALUE "CHARGED".
           05                        PIC X(15) VALUE "DISCOUNT".
           05                        PIC X(27) VALUE "DISC %".
       01 HEADING3.
           05                        PIC X(6) VALUE "CUST".
           05                        PIC X(27) VALUE "CUSTOMER".
           05                        PIC X(9) VALUE "CONTRACT".
           05                        PIC X(9) VALUE "ITEM".
           05                        PIC X(6) VALUE "TYPE".
           05                        PIC X(13) VALUE "STARTS".
           05                        PIC X(13) VALUE "ENDS".
           05                        PIC X(11) VALUE "DAYS LEFT".
           05                        PIC X(38) VALUE "NOTE".
       01 SECTION-LINE.
           05 SL-TITLE               PIC X(40).
           05                        PIC X(92) VALUE SPACES.
       01 PARM-ECHO-LINE.
           05                        PIC X(11) VALUE "PARAMETER".
           05 PE-KEYWORD             PIC X(14).
           05 PE-VALUE               PIC X(22).
           05 PE-SOURCE              PIC X(20).
           05                        PIC X(65) VALUE SPACES.
       01 DISC-DETAIL.
           05 CD-CUST-NO             PIC X(4).
           05                        PIC XX VALUE SPACES.
           05 CD-NAME                PIC X(25).
           05                        PIC XX VALUE SPACES.
           05 CD-CONTRACT-NO         PIC X(6).
           05                        PIC XXX VALUE SPACES.
           05 CD-LINES               PIC ZZZZ9.
           05                        PIC XXX VALUE SPACES.
           05 CD-QTY                 PIC ZZZZZZ9.
           05                        PIC XXX VALUE SPACES.
           05 CD-LIST                PIC ZZZZZZZ9.99-.
           05                        PIC XXX VALUE SPACES.
           05 CD-CHARGED             PIC ZZZZZZZ9.99-.
           05                        PIC XXX VALUE SPACES.
           05 CD-DISCOUNT            PIC ZZZZZZZ9.99-.
           05                        PIC XXX VALUE SPACES.
           05 CD-PCT                 PIC ZZ9.9-.
           05                        PIC X(21) VALUE SPACES.
       01 DISC-TOTAL-LINE.
           05                        PIC X(6) VALUE SPACES.
           05 CT-LABEL               PIC X(36).
           05 CT-LINES               PIC ZZZZ9.
           05                        PIC XXX VALUE SPACES.
           05 CT-QTY                 PIC ZZZZZZ9.
           05                        PIC XXX VALUE SPACES.
           05 CT-LIST                PIC ZZZZZZZ9.99-.
           05                        PIC XXX VALUE SPACES.
           05 CT-CHARGED             PIC ZZZZZZZ9.99-.
           05                        PIC XXX VALUE SPACES.
           05 CT-DISCOUNT            PIC ZZZZZZZ9.99-.
           05                        PIC XXX VALUE SPACES.
           05 CT-PCT                 PIC ZZ9.9-.
           05                        PIC X(21) VALUE SPACES.
       01 EXPIRE-DETAIL.
           05 EX-CUST-NO             PIC X(4).
           05                        PIC XX VALUE SPACES.
           05 EX-NAME                PIC X(25).
           05                        PIC XX VALUE SPACES.
           05 EX-CONTRACT-NO         PIC X(6).
           05                        PIC XXX VALUE SPACES.
           05 EX-ITEM-NO             PIC X(6).
           05                        PIC XXX VALUE SPACES.
           05 EX-TYPE                PIC X.
           05                        PIC X(5) VALUE SPACES.
           05 EX-START               PIC 9999/99/99.
           05                        PIC XXX VALUE SPACES.
           05 EX-END                 PIC 9999/99/99.
           05                        PIC XXX VALUE SPACES.
           05 EX-DAYS-LEFT           PIC ZZZZ9-.
           05                        PIC X(5) VALUE SPACES.
           05 EX-NOTE                PIC X(30).
           05                        PIC X(8) VALUE SPACES.
       01 RPT-COUNT-LINE.
           05 RC-LABEL               PIC X(40).
           05 RC-VALUE               PIC ZZZZZZ9.
           05                        PIC X(85) VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *100-MAIN Opens the files, accumulates the report month's
      *         contract-priced lines by customer and contract, prints
      *         the discount section and the expiring agreements, and
      *         closes down.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           PERFORM 200-READ-HISTORY THRU 200-EXIT
               UNTIL WS-HIST-EOF = "YES"
           PERFORM 600-WRITE-HEADER THRU 600-EXIT
           MOVE "DISCOUNT GIVEN BY CUSTOMER AND CONTRACT" TO SL-TITLE
           WRITE CONTRACT-REC FROM SECTION-LINE
                 AFTER ADVANCING 3 LINES
           WRITE CONTRACT-REC FROM HEADING2
                 AFTER ADVANCING 2 LINES
           PERFORM 500-PRINT-CUST THRU 500-EXIT
               VARYING DT-IX FROM 1 BY 1
               UNTIL DT-IX > WS-DISC-COUNT
           PERFORM 560-PRINT-GRAND-TOTAL THRU 560-EXIT
           MOVE "PRICE AGREEMENTS ABOUT TO EXPIRE" TO SL-TITLE
           WRITE CONTRACT-REC FROM SECTION-LINE
                 AFTER ADVANCING 3 LINES
           WRITE CONTRACT-REC FROM HEADING3
                 AFTER ADVANCING 2 LINES
           PERFORM 700-READ-AGREE THRU 700-EXIT
               UNTIL WS-AGREE-EOF = "YES"
           PERFORM 800-PRINT-COUNTS THRU 800-EXIT
           IF WS-TABLE-FULL = "YES"
               DISPLAY "WARNING: too many customer contracts, "
                       "report is incomplete"
           END-IF
           CLOSE SALES-HISTORY
                 PRICE-AGREE
                 CUSTOMER-MASTER
                 CONTRACT-RPT
           DISPLAY "CONTRPT: discount given: " WS-GT-DISCOUNT
                   "  agreements expiring: " WS-EXPIRING-COUNT
           STOP RUN.
      ******************************************************************
      *110-INIT Gets the run date, takes the report year and month
      *         from the control file or the operator, and opens the
      *         files.
      ******************************************************************
       110-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H-MONTH
           MOVE WS-DAY TO H-DAY
           MOVE WS-YEAR TO H-YEAR
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           PERFORM 115-READ-RUN-PARMS THRU 115-EXIT
           IF WS-YEAR-FROM-PARM = "NO"
               DISPLAY "Enter report year (blank for current)"
               ACCEPT WS-YEAR-IN
           END-IF
           IF WS-YEAR-IN IS NUMERIC
               MOVE WS-YEAR-IN TO WS-RPT-YEAR
           ELSE
               MOVE WS-YEAR TO WS-RPT-YEAR
           END-IF
           IF WS-MONTH-FROM-PARM = "NO"
               DISPLAY "Enter report month (blank for current)"
               ACCEPT WS-MONTH-IN
           END-IF
           IF WS-MONTH-IN IS NUMERIC
              AND WS-MONTH-IN > "00" AND WS-MONTH-IN < "13"
               MOVE WS-MONTH-IN TO WS-RPT-MONTH
           ELSE
               MOVE WS-MONTH TO WS-RPT-MONTH
           END-IF
           MOVE WS-RPT-MONTH TO H-RPT-MONTH
           MOVE WS-RPT-YEAR TO H-RPT-YEAR
           OPEN INPUT SALES-HISTORY
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ERROR: SALES-HISTORY could not be opened, "
                       "status " WS-HIST-STATUS
               STOP RUN
           END-IF
           OPEN INPUT PRICE-AGREE
           IF WS-PRICAGR-STATUS NOT = "00"
               DISPLAY "ERROR: PRICE-AGREE could not be opened, "
                       "status " WS-PRICAGR-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "ERROR: CUSTOMER-MASTER could not be opened, "
                       "status " WS-CUSTMAST-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT CONTRACT-RPT.
       110-EXIT.
           EXIT.
      ******************************************************************
      *115-READ-RUN-PARMS Reads the run-parameter control file and
      *                   takes the report year and month, and the
      *                   expiry look-ahead, from CONTRPT YEAR, MONTH,
      *                   and DAYS records when they are there, so
      *                   month-end can run unattended.
      ******************************************************************
       115-READ-RUN-PARMS.
           OPEN INPUT RUN-PARMS
           IF WS-RUNPARM-STATUS NOT = "00"
               GO TO 115-EXIT
           END-IF
           PERFORM 116-READ-ONE-PARM THRU 116-EXIT
               UNTIL WS-PARM-EOF = "YES"
           CLOSE RUN-PARMS.
       115-EXIT.
           EXIT.
      ******************************************************************
      *116-READ-ONE-PARM Reads one control record and applies it when
      *                  it is addressed to this program. A look-ahead
      *                  that is not digits is reported and ignored,
      *                  and the house default stands.
      ******************************************************************
       116-READ-ONE-PARM.
           READ RUN-PARMS
               AT END
                   MOVE "YES" TO WS-PARM-EOF
                   GO TO 116-EXIT
           END-READ
           IF RP-PROGRAM NOT = "CONTRPT"
               GO TO 116-EXIT
           END-IF
           EVALUATE RP-KEYWORD
               WHEN "YEAR"
                   MOVE RP-VALUE (1:4) TO WS-YEAR-IN
                   MOVE "YES" TO WS-YEAR-FROM-PARM
               WHEN "MONTH"
                   MOVE RP-VALUE (1:2) TO WS-MONTH-IN
                   MOVE "YES" TO WS-MONTH-FROM-PARM
               WHEN "DAYS"
                   MOVE RP-VALUE (1:3) TO WS-DAYS-IN
                   MOVE WS-DAYS-IN TO WS-PARM-TEST
                   INSPECT WS-PARM-TEST
                       CONVERTING "0123456789" TO SPACES
                   IF WS-PARM-TEST = SPACES
                      AND WS-DAYS-IN NOT = SPACES
                       COMPUTE WS-AHEAD-DAYS =
                           FUNCTION NUMVAL(WS-DAYS-IN)
                       MOVE "YES" TO WS-DAYS-FROM-PARM
                   ELSE
                       DISPLAY "CONTRPT: DAYS parameter not "
                               "digits, ignored: " RP-VALUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       116-EXIT.
           EXIT.
      ******************************************************************
      *200-READ-HISTORY Reads the history in key (date) order and
      *                 folds every line of the report month that
      *                 sold goods at a contract price into its
      *                 customer and contract's table entry: the
      *                 quantity sold, its value at the list price of
      *                 the day, and its value at the price charged.
      ******************************************************************
       200-READ-HISTORY.
           READ SALES-HISTORY NEXT RECORD
               AT END
                   MOVE "YES" TO WS-HIST-EOF
                   GO TO 200-EXIT
           END-READ
           IF HS-YEAR NOT = WS-RPT-YEAR
              OR HS-MONTH NOT = WS-RPT-MONTH
               GO TO 200-EXIT
           END-IF
           IF HS-PRICE-SOURCE NOT = "C"
              OR HS-QNTY-SOLD = 0
               GO TO 200-EXIT
           END-IF
           ADD 1 TO WS-CONTRACT-LINES
           MULTIPLY HS-LIST-PRICE BY HS-QNTY-SOLD
               GIVING WS-LINE-LIST
           MULTIPLY HS-UNT-PRICE BY HS-QNTY-SOLD
               GIVING WS-LINE-CHARGED
           PERFORM 300-FIND-CONTRACT THRU 300-EXIT
           IF WS-ENTRY-OK = "YES"
               ADD 1 TO DT-LINES (DT-IX)
               ADD HS-QNTY-SOLD TO DT-QTY (DT-IX)
               ADD WS-LINE-LIST TO DT-LIST (DT-IX)
               ADD WS-LINE-CHARGED TO DT-CHARGED (DT-IX)
           END-IF.
       200-EXIT.
           EXIT.
      ******************************************************************
      *300-FIND-CONTRACT Finds (or adds) the table entry for the line's
      *                  customer and contract.
      ******************************************************************
       300-FIND-CONTRACT.
           MOVE "YES" TO WS-ENTRY-OK
           SET DT-IX TO 1
           SEARCH WS-DISC-ENTRY
               AT END
                   PERFORM 310-ADD-CONTRACT THRU 310-EXIT
               WHEN DT-IX > WS-DISC-COUNT
                   PERFORM 310-ADD-CONTRACT THRU 310-EXIT
               WHEN DT-CUST-NO (DT-IX) = HS-CUST-NO
                AND DT-CONTRACT-NO (DT-IX) = HS-CONTRACT-NO
                   CONTINUE
           END-SEARCH.
       300-EXIT.
           EXIT.
      ******************************************************************
      *310-ADD-CONTRACT Starts a fresh table entry for a customer and
      *                 contract not seen yet this month. When the
      *                 table is full the line is dropped and the
      *                 report flagged incomplete.
      ******************************************************************
       310-ADD-CONTRACT.
           IF WS-DISC-COUNT NOT LESS THAN 500
               MOVE "YES" TO WS-TABLE-FULL
               MOVE "NO" TO WS-ENTRY-OK
               GO TO 310-EXIT
           END-IF
           ADD 1 TO WS-DISC-COUNT
           SET DT-IX TO WS-DISC-COUNT
           MOVE HS-CUST-NO TO DT-CUST-NO (DT-IX)
           MOVE HS-CUST-NAME TO DT-NAME (DT-IX)
           MOVE HS-CONTRACT-NO TO DT-CONTRACT-NO (DT-IX)
           MOVE 0 TO DT-LINES (DT-IX)
           MOVE 0 TO DT-QTY (DT-IX)
           MOVE 0 TO DT-LIST (DT-IX)
           MOVE 0 TO DT-CHARGED (DT-IX)
           MOVE "N" TO DT-PRINTED (DT-IX).
       310-EXIT.
           EXIT.
      ******************************************************************
      *500-PRINT-CUST Prints every contract of the customer in the
      *               table entry at DT-IX, the first time that
      *               customer is reached, followed by the customer's
      *               total. The table is in first-seen order, so the
      *               rest of the customer's contracts are picked up
      *               from further down and marked printed.
      ******************************************************************
       500-PRINT-CUST.
           IF DT-PRINTED (DT-IX) = "Y"
               GO TO 500-EXIT
           END-IF
           MOVE 0 TO WS-CT-LINES
           MOVE 0 TO WS-CT-QTY
           MOVE 0 TO WS-CT-LIST
           MOVE 0 TO WS-CT-CHARGED
           PERFORM 520-PRINT-CONTRACT THRU 520-EXIT
               VARYING DT-JX FROM DT-IX BY 1
               UNTIL DT-JX > WS-DISC-COUNT
           MOVE "CUSTOMER TOTAL" TO CT-LABEL
           MOVE WS-CT-LINES TO WS-ACC-LINES
           MOVE WS-CT-QTY TO WS-ACC-QTY
           MOVE WS-CT-LIST TO WS-ACC-LIST
           MOVE WS-CT-CHARGED TO WS-ACC-CHARGED
           PERFORM 590-WRITE-TOTAL THRU 590-EXIT
           ADD WS-CT-LINES TO WS-GT-LINES
           ADD WS-CT-QTY TO WS-GT-QTY
           ADD WS-CT-LIST TO WS-GT-LIST
           ADD WS-CT-CHARGED TO WS-GT-CHARGED.
       500-EXIT.
           EXIT.
      ******************************************************************
      *520-PRINT-CONTRACT Prints the table entry at DT-JX when it
      *                   belongs to the customer being printed, and
      *                   adds it to the customer's total.
      ******************************************************************
       520-PRINT-CONTRACT.
           IF DT-CUST-NO (DT-JX) NOT = DT-CUST-NO (DT-IX)
               GO TO 520-EXIT
           END-IF
           MOVE DT-LIST (DT-JX) TO WS-ACC-LIST
           SUBTRACT DT-CHARGED (DT-JX) FROM DT-LIST (DT-JX)
               GIVING WS-ACC-DISCOUNT
           PERFORM 580-FIGURE-PCT THRU 580-EXIT
           MOVE DT-CUST-NO (DT-JX) TO CD-CUST-NO
           MOVE DT-NAME (DT-JX) TO CD-NAME
           MOVE DT-CONTRACT-NO (DT-JX) TO CD-CONTRACT-NO
           MOVE DT-LINES (DT-JX) TO CD-LINES
           MOVE DT-QTY (DT-JX) TO CD-QTY
           MOVE DT-LIST (DT-JX) TO CD-LIST
           MOVE DT-CHARGED (DT-JX) TO CD-CHARGED
           MOVE WS-ACC-DISCOUNT TO CD-DISCOUNT
           MOVE WS-DISC-PCT TO CD-PCT
           WRITE CONTRACT-REC FROM DISC-DETAIL
                 AFTER ADVANCING 1 LINE
           MOVE "Y" TO DT-PRINTED (DT-JX)
           ADD DT-LINES (DT-JX) TO WS-CT-LINES
           ADD DT-QTY (DT-JX) TO WS-CT-QTY
           ADD DT-LIST (DT-JX) TO WS-CT-LIST
           ADD DT-CHARGED (DT-JX) TO WS-CT-CHARGED.
       520-EXIT.
           EXIT.
      ******************************************************************
      *560-PRINT-GRAND-TOTAL Prints the month's total discount given
      *                      away under all agreements.
      ******************************************************************
       560-PRINT-GRAND-TOTAL.
           MOVE "TOTAL FOR MONTH" TO CT-LABEL
           MOVE WS-GT-LINES TO WS-ACC-LINES
           MOVE WS-GT-QTY TO WS-ACC-QTY
           MOVE WS-GT-LIST TO WS-ACC-LIST
           MOVE WS-GT-CHARGED TO WS-ACC-CHARGED
           PERFORM 590-WRITE-TOTAL THRU 590-EXIT
           COMPUTE WS-GT-DISCOUNT = WS-GT-LIST - WS-GT-CHARGED.
       560-EXIT.
           EXIT.
      ******************************************************************
      *580-FIGURE-PCT Figures the discount in WS-ACC-DISCOUNT as a
      *               percent of the list value in WS-ACC-LIST. No
      *               list value means no percent.
      ******************************************************************
       580-FIGURE-PCT.
           MOVE 0 TO WS-DISC-PCT
           IF WS-ACC-LIST NOT = 0
               COMPUTE WS-DISC-PCT ROUNDED =
                   WS-ACC-DISCOUNT * 100 / WS-ACC-LIST
                   ON SIZE ERROR
                       MOVE 0 TO WS-DISC-PCT
               END-COMPUTE
           END-IF.
       580-EXIT.
           EXIT.
      ******************************************************************
      *590-WRITE-TOTAL Prints a total line under the caption in
      *                CT-LABEL for the lines, quantity, list value,
      *                and charged value in the WS-ACC- fields.
      ******************************************************************
       590-WRITE-TOTAL.
           COMPUTE WS-ACC-DISCOUNT = WS-ACC-LIST - WS-ACC-CHARGED
           PERFORM 580-FIGURE-PCT THRU 580-EXIT
           MOVE WS-ACC-LINES TO CT-LINES
           MOVE WS-ACC-QTY TO CT-QTY
           MOVE WS-ACC-LIST TO CT-LIST
           MOVE WS-ACC-CHARGED TO CT-CHARGED
           MOVE WS-ACC-DISCOUNT TO CT-DISCOUNT
           MOVE WS-DISC-PCT TO CT-PCT
           WRITE CONTRACT-REC FROM DISC-TOTAL-LINE
                 AFTER ADVANCING 2 LINES.
       590-EXIT.
           EXIT.
      ******************************************************************
      *600-WRITE-HEADER Writes the report heading and echoes the
      *                 period and look-ahead this run used and where
      *                 they came from.
      ******************************************************************
       600-WRITE-HEADER.
           WRITE CONTRACT-REC FROM HEADING1
                 AFTER ADVANCING PAGE
           MOVE "PERIOD" TO PE-KEYWORD
           MOVE SPACES TO PE-VALUE
           STRING WS-RPT-MONTH "/" WS-RPT-YEAR
               DELIMITED BY SIZE INTO PE-VALUE
           IF WS-YEAR-FROM-PARM = "YES"
              OR WS-MONTH-FROM-PARM = "YES"
               MOVE "FROM CONTROL FILE" TO PE-SOURCE
           ELSE
               MOVE "FROM OPERATOR" TO PE-SOURCE
           END-IF
           WRITE CONTRACT-REC FROM PARM-ECHO-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "DAYS" TO PE-KEYWORD
           MOVE WS-AHEAD-DAYS TO WS-EDIT-DAYS
           MOVE WS-EDIT-DAYS TO PE-VALUE
           IF WS-DAYS-FROM-PARM = "YES"
               MOVE "FROM CONTROL FILE" TO PE-SOURCE
           ELSE
               MOVE "DEFAULT" TO PE-SOURCE
           END-IF
           WRITE CONTRACT-REC FROM PARM-ECHO-LINE
                 AFTER ADVANCING 1 LINE.
       600-EXIT.
           EXIT.
      ******************************************************************
      *700-READ-AGREE Reads the next agreement line in customer order
      *               and lists it when it is active, has not already
      *               ended, and ends within the look-ahead.
      ******************************************************************
       700-READ-AGREE.
           READ PRICE-AGREE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-AGREE-EOF
                   GO TO 700-EXIT
           END-READ
           ADD 1 TO WS-AGREE-COUNT
           IF PA-STATUS NOT = "A"
               ADD 1 TO WS-INACTIVE-COUNT
               GO TO 700-EXIT
           END-IF
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(PA-END-DATE)
           COMPUTE WS-DAYS-LEFT = WS-END-INT - WS-TODAY-INT
           IF WS-DAYS-LEFT < 0
              OR WS-DAYS-LEFT > WS-AHEAD-DAYS
               GO TO 700-EXIT
           END-IF
           MOVE PA-CUST-NO TO CM-CUST-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "** NOT ON CUSTOMER MASTER" TO CM-CUST-NAME
           END-READ
           MOVE PA-CUST-NO TO EX-CUST-NO
           MOVE CM-CUST-NAME TO EX-NAME
           MOVE PA-CONTRACT-NO TO EX-CONTRACT-NO
           IF PA-ITEM-NO = SPACES
               MOVE "ALL" TO EX-ITEM-NO
           ELSE
               MOVE PA-ITEM-NO TO EX-ITEM-NO
           END-IF
           MOVE PA-PRICE-TYPE TO EX-TYPE
           MOVE PA-START-DATE TO EX-START
           MOVE PA-END-DATE TO EX-END
           MOVE WS-DAYS-LEFT TO EX-DAYS-LEFT
           IF WS-DAYS-LEFT = 0
               MOVE "ENDS TODAY" TO EX-NOTE
           ELSE
               MOVE "RENEWAL DUE" TO EX-NOTE
           END-IF
           WRITE CONTRACT-REC FROM EXPIRE-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO WS-EXPIRING-COUNT.
       700-EXIT.
           EXIT.
      ******************************************************************
      *800-PRINT-COUNTS Prints how many history lines in the month
      *                 were contract priced, how many agreement lines
      *                 are on file and inactive, and how many are
      *                 about to expire.
      ******************************************************************
       800-PRINT-COUNTS.
           MOVE "CONTRACT-PRICED LINES IN MONTH" TO RC-LABEL
           MOVE WS-CONTRACT-LINES TO RC-VALUE
           WRITE CONTRACT-REC FROM RPT-COUNT-LINE
                 AFTER ADVANCING 3 LINES
           MOVE "AGREEMENT LINES ON FILE" TO RC-LABEL
           MOVE WS-AGREE-COUNT TO RC-VALUE
           WRITE CONTRACT-REC FROM RPT-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "AGREEMENT LINES INACTIVE" TO RC-LABEL
           MOVE WS-INACTIVE-COUNT TO RC-VALUE
           WRITE CONTRACT-REC FROM RPT-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "EXPIRING WITHIN LOOK-AHEAD" TO RC-LABEL
           MOVE WS-EXPIRING-COUNT TO RC-VALUE
           WRITE CONTRACT-REC FROM RPT-COUNT-LINE
                 AFTER ADVANCING 1 LINE.
       800-EXIT.
           EXIT.
