       identification division.
       program-id. MARGRPT.
       author. Gabriel Valenzuela and Mark Holada.
       date-written. 10/15/2026
      ******************************************************************
      *Purpose: To produce the monthly gross margin report from the
      *permanent sales history, so what each sale earned is known
      *rather than guessed. Every history line in the report month
      *carries the unit cost TOTALSLE stamped on it when it posted
      *(and the cost its returned quantity went back into stock at),
      *so the margin is figured at the cost of the day, not today's.
      *
      *The month is shown three ways -- by item, by customer, and by
      *salesperson -- each line with net sales, cost of goods sold,
      *margin dollars, and margin percent, and each section ending
      *with its totals. Net sales is the line's total sale (gross
      *less the returns credited); cost is the unit cost times the
      *quantity sold less the return cost times the quantity
      *returned. The sale side goes to the salesperson who made the
      *sale and the return side to the salesperson of the original
      *invoice, the same split the commission register uses.
      *
      *An item that sold at a unit price below its unit cost on any
      *line in the month is flagged SOLD BELOW COST, and the number
      *of such lines is printed at the end of the report.
      *
      *The report year and month come from the run-parameter control
      *file when MARGRPT YEAR and MONTH records are on it; only when
      *no parameter record exists is the operator prompted. The
      *period used is echoed on the report.
      *
      *Data Files: SALES-HISTORY "J:\COBOL\saleshst.dat"
      *            SLSP-MASTER "J:\COBOL\slspmast.dat"
      *            MARGIN-RPT "J:\COBOL\margrpt.doc"
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
           select SLSP-MASTER
               assign to UT-SYS-SLSPMAST
               organization is indexed
               access mode is random
               record key is SP-ID
               file status is WS-SLSPMAST-STATUS.
           select MARGIN-RPT
               assign to UT-SYS-MARGRPT
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

       FD SLSP-MASTER.
       01 SLSP-MASTER-REC.
           05 SP-ID                  PIC X(3).
           05 SP-NAME                PIC X(25).
           05 SP-COMM-RATE           PIC V999.
           05 SP-STATUS              PIC X.

       FD MARGIN-RPT
           RECORD CONTAINS 132.
       01 MARGIN-REC                 PIC X(132).

       FD RUN-PARMS
           RECORD CONTAINS 40.
       01 RUN-PARM-REC.
           05 RP-PROGRAM             PIC X(8).
           05 RP-KEYWORD             PIC X(12).
           05 RP-VALUE               PIC X(20).

       working-storage section.
       01 WS-VARS.
           05 WS-HIST-STATUS         PIC XX.
           05 WS-SLSPMAST-STATUS     PIC XX.
           05 WS-RUNPARM-STATUS      PIC XX.
           05 WS-HIST-EOF            PIC XXX VALUE "NO".
           05 WS-PARM-EOF            PIC XXX VALUE "NO".
           05 WS-YEAR-IN             PIC X(4).
           05 WS-MONTH-IN            PIC XX.
           05 WS-RPT-YEAR            PIC 9999.
           05 WS-RPT-MONTH           PIC 99.
           05 WS-YEAR-FROM-PARM      PIC XXX VALUE "NO".
           05 WS-MONTH-FROM-PARM     PIC XXX VALUE "NO".
           05 WS-SLSP-OPEN           PIC XXX VALUE "NO".
           05 WS-LINE-GROSS          PIC S9(7)V99.
           05 WS-LINE-RETURN-VALUE   PIC S9(7)V99.
           05 WS-LINE-COST-SOLD      PIC S9(7)V99.
           05 WS-LINE-COST-RTND      PIC S9(7)V99.
           05 WS-LINE-BELOW          PIC 9 VALUE 0.
           05 WS-ACC-SALES           PIC S9(9)V99.
           05 WS-ACC-COST            PIC S9(9)V99.
           05 WS-ACC-ID              PIC X(3).
           05 WS-MARGIN              PIC S9(9)V99.
           05 WS-MARGIN-PCT          PIC S9(4)V9.
           05 WS-ITEM-COUNT          PIC 9(4) VALUE 0.
           05 WS-CUST-COUNT          PIC 9(4) VALUE 0.
           05 WS-SLSP-COUNT          PIC 9(3) VALUE 0.
           05 WS-TABLE-FULL          PIC XXX VALUE "NO".
           05 WS-ENTRY-OK            PIC XXX VALUE "YES".
           05 WS-BELOW-LINES         PIC 9(7) VALUE 0.
           05 WS-ST-SALES            PIC S9(9)V99.
           05 WS-ST-COST             PIC S9(9)V99.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 1000 TIMES
                            INDEXED BY MI-IX.
               10 MI-ITEM-NO         PIC X(6).
               10 MI-DESC            PIC X(20).
               10 MI-SALES           PIC S9(9)V99.
               10 MI-COST            PIC S9(9)V99.
               10 MI-BELOW           PIC 9(5).
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 1000 TIMES
                            INDEXED BY MC-IX.
               10 MC-CUST-NO         PIC X(4).
               10 MC-NAME            PIC X(25).
               10 MC-SALES           PIC S9(9)V99.
               10 MC-COST            PIC S9(9)V99.
       01 WS-SLSP-TABLE.
           05 WS-SLSP-ENTRY OCCURS 100 TIMES
                            INDEXED BY MS-IX.
               10 MS-ID              PIC X(3).
               10 MS-SALES           PIC S9(9)V99.
               10 MS-COST            PIC S9(9)V99.
       01 WS-FILES.
           05 UT-SYS-SALESHST        PIC X(67)
              VALUE "J:\COBOL\saleshst.dat".
           05 UT-SYS-SLSPMAST        PIC X(67)
              VALUE "J:\COBOL\slspmast.dat".
           05 UT-SYS-MARGRPT         PIC X(67)
              VALUE "J:\COBOL\margrpt.doc".
           05 UT-SYS-RUNPARM         PIC X(67)
              VALUE "J:\COBOL\runparm.dat".
       01 WS-DATE.
           05 WS-YEAR                PIC 9999.
           05 WS-MONTH               PIC 99.
           05 WS-DAY                 PIC 99.
       01 HEADING1.
           05 H-MONTH                PIC 99.
           05                        PIC X VALUE "/".
           05 H-DAY                  PIC 99.
           05                        PIC X VALUE "/".
           05 H-YEAR                 PIC 9999.
           05                        PIC X(12) VALUE SPACES.
           05                        PIC X(42)
              VALUE "MONTHLY GROSS MARGIN REPORT".
           05                        PIC X(10) VALUE "FOR".
           05 H-RPT-MONTH            PIC 99.
           05                        PIC X VALUE "/".
           05 H-RPT-YEAR             PIC 9999.
           05                        PIC X(51) VALUE SPACES.
       01 HEADING2.
           05 H2-KEY                 PIC X(8).
           05 H2-NAME                PIC X(27).
           05                        PIC X(15) VALUE "NET SALES".
           05                        PIC X(15) VALUE "COST".
           05                        PIC X(15) VALUE "MARGIN".
           05                        PIC X(52) VALUE "MARGIN %".
       01 SECTION-LINE.
           05 SL-TITLE               PIC X(40).
           05                        PIC X(92) VALUE SPACES.
       01 PARM-ECHO-LINE.
           05                        PIC X(11) VALUE "PARAMETER".
           05 PE-KEYWORD             PIC X(14).
           05 PE-VALUE               PIC X(22).
           05 PE-SOURCE              PIC X(20).
           05                        PIC X(65) VALUE SPACES.
       01 MARGIN-DETAIL.
           05 MD-KEY                 PIC X(6).
           05                        PIC XX VALUE SPACES.
           05 MD-NAME                PIC X(25).
           05                        PIC XX VALUE SPACES.
           05 MD-SALES               PIC ZZZZZZZ9.99-.
           05                        PIC XXX VALUE SPACES.
           05 MD-COST                PIC ZZZZZZZ9.99-.
           05                        PIC XXX VALUE SPACES.
           05 MD-MARGIN              PIC ZZZZZZZ9.99-.
           05                        PIC XXX VALUE SPACES.
           05 MD-PCT                 PIC ZZZ9.9-.
           05                        PIC XXX VALUE SPACES.
           05 MD-FLAG                PIC X(16).
           05                        PIC X(26) VALUE SPACES.
       01 MARGIN-TOTAL-LINE.
           05                        PIC X(8) VALUE "TOTAL".
           05                        PIC X(25) VALUE SPACES.
           05 MT-SALES               PIC ZZZZZZZZZ9.99-.
           05                        PIC X VALUE SPACES.
           05 MT-COST                PIC ZZZZZZZZZ9.99-.
           05                        PIC X VALUE SPACES.
           05 MT-MARGIN              PIC ZZZZZZZZZ9.99-.
           05                        PIC XXX VALUE SPACES.
           05 MT-PCT                 PIC ZZZ9.9-.
           05                        PIC X(45) VALUE SPACES.
       01 MARGIN-COUNT-LINE.
           05 MK-LABEL               PIC X(40).
           05 MK-VALUE               PIC ZZZZZZ9.
           05                        PIC X(85) VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *100-MAIN Opens the files, accumulates the report month by
      *         item, customer, and salesperson, prints the three
      *         sections, and closes down.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           PERFORM 200-READ-HISTORY THRU 200-EXIT
               UNTIL WS-HIST-EOF = "YES"
           PERFORM 600-WRITE-HEADER THRU 600-EXIT
           MOVE "GROSS MARGIN BY ITEM" TO SL-TITLE
           MOVE "ITEM NO" TO H2-KEY
           MOVE "DESCRIPTION" TO H2-NAME
           PERFORM 610-WRITE-SECTION-HEAD THRU 610-EXIT
           PERFORM 500-PRINT-ITEM THRU 500-EXIT
               VARYING MI-IX FROM 1 BY 1
               UNTIL MI-IX > WS-ITEM-COUNT
           PERFORM 700-PRINT-SECTION-TOTAL THRU 700-EXIT
           MOVE "GROSS MARGIN BY CUSTOMER" TO SL-TITLE
           MOVE "CUST NO" TO H2-KEY
           MOVE "CUSTOMER" TO H2-NAME
           PERFORM 610-WRITE-SECTION-HEAD THRU 610-EXIT
           PERFORM 520-PRINT-CUST THRU 520-EXIT
               VARYING MC-IX FROM 1 BY 1
               UNTIL MC-IX > WS-CUST-COUNT
           PERFORM 700-PRINT-SECTION-TOTAL THRU 700-EXIT
           MOVE "GROSS MARGIN BY SALESPERSON" TO SL-TITLE
           MOVE "ID" TO H2-KEY
           MOVE "SALESPERSON" TO H2-NAME
           PERFORM 610-WRITE-SECTION-HEAD THRU 610-EXIT
           PERFORM 540-PRINT-SLSP THRU 540-EXIT
               VARYING MS-IX FROM 1 BY 1
               UNTIL MS-IX > WS-SLSP-COUNT
           PERFORM 700-PRINT-SECTION-TOTAL THRU 700-EXIT
           PERFORM 800-PRINT-COUNTS THRU 800-EXIT
           IF WS-TABLE-FULL = "YES"
               DISPLAY "WARNING: too many items, customers, or "
                       "salespeople, report is incomplete"
           END-IF
           CLOSE SALES-HISTORY
                 MARGIN-RPT
           IF WS-SLSP-OPEN = "YES"
               CLOSE SLSP-MASTER
           END-IF
           STOP RUN.
      ******************************************************************
      *110-INIT Gets the run date, takes the report year and month
      *         from the control file or the operator, and opens the
      *         files. A salesperson master that cannot be opened
      *         leaves the salesperson section showing IDs only.
      ******************************************************************
       110-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H-MONTH
           MOVE WS-DAY TO H-DAY
           MOVE WS-YEAR TO H-YEAR
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
           OPEN INPUT SLSP-MASTER
           IF WS-SLSPMAST-STATUS = "00"
               MOVE "YES" TO WS-SLSP-OPEN
           ELSE
               DISPLAY "WARNING: SLSP-MASTER could not be opened, "
                       "salespeople print by ID only"
           END-IF
           OPEN OUTPUT MARGIN-RPT.
       110-EXIT.
           EXIT.
      ******************************************************************
      *115-READ-RUN-PARMS Reads the run-parameter control file and
      *                   takes the report year and month from
      *                   MARGRPT YEAR and MONTH records when they
      *                   are there, so month-end can run unattended.
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
      *                  it is addressed to this program.
      ******************************************************************
       116-READ-ONE-PARM.
           READ RUN-PARMS
               AT END
                   MOVE "YES" TO WS-PARM-EOF
                   GO TO 116-EXIT
           END-READ
           IF RP-PROGRAM NOT = "MARGRPT"
               GO TO 116-EXIT
           END-IF
           EVALUATE RP-KEYWORD
               WHEN "YEAR"
                   MOVE RP-VALUE (1:4) TO WS-YEAR-IN
                   MOVE "YES" TO WS-YEAR-FROM-PARM
               WHEN "MONTH"
                   MOVE RP-VALUE (1:2) TO WS-MONTH-IN
                   MOVE "YES" TO WS-MONTH-FROM-PARM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       116-EXIT.
           EXIT.
      ******************************************************************
      *200-READ-HISTORY Reads the history in key (date) order and
      *                 folds every line of the report month into the
      *                 item, customer, and salesperson tables. The
      *                 line's sale (gross and cost sold) goes to the
      *                 salesperson who made it, its return (return
      *                 value and return cost) to the salesperson of
      *                 the original invoice when the line carries
      *                 one. A line sold at a unit price below its
      *                 unit cost is counted against the item.
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
           MULTIPLY HS-UNT-PRICE BY HS-QNTY-SOLD
               GIVING WS-LINE-GROSS
           SUBTRACT HS-TSALE FROM WS-LINE-GROSS
               GIVING WS-LINE-RETURN-VALUE
           MULTIPLY HS-UNIT-COST BY HS-QNTY-SOLD
               GIVING WS-LINE-COST-SOLD
           MULTIPLY HS-RTN-UNIT-COST BY HS-QNTY-RTND
               GIVING WS-LINE-COST-RTND
           MOVE 0 TO WS-LINE-BELOW
           IF HS-QNTY-SOLD > 0
              AND HS-UNT-PRICE < HS-UNIT-COST
               MOVE 1 TO WS-LINE-BELOW
               ADD 1 TO WS-BELOW-LINES
           END-IF
           COMPUTE WS-ACC-SALES = WS-LINE-GROSS - WS-LINE-RETURN-VALUE
           COMPUTE WS-ACC-COST = WS-LINE-COST-SOLD - WS-LINE-COST-RTND
           PERFORM 300-FIND-ITEM THRU 300-EXIT
           IF WS-ENTRY-OK = "YES"
               ADD WS-ACC-SALES TO MI-SALES (MI-IX)
               ADD WS-ACC-COST TO MI-COST (MI-IX)
               ADD WS-LINE-BELOW TO MI-BELOW (MI-IX)
           END-IF
           PERFORM 320-FIND-CUST THRU 320-EXIT
           IF WS-ENTRY-OK = "YES"
               ADD WS-ACC-SALES TO MC-SALES (MC-IX)
               ADD WS-ACC-COST TO MC-COST (MC-IX)
           END-IF
           MOVE HS-SLSP-ID TO WS-ACC-ID
           PERFORM 340-FIND-SLSP THRU 340-EXIT
           IF WS-ENTRY-OK = "YES"
               ADD WS-LINE-GROSS TO MS-SALES (MS-IX)
               ADD WS-LINE-COST-SOLD TO MS-COST (MS-IX)
           END-IF
           IF WS-LINE-RETURN-VALUE = 0
              AND WS-LINE-COST-RTND = 0
               GO TO 200-EXIT
           END-IF
           IF HS-RTN-SLSP-ID NOT = SPACES
               MOVE HS-RTN-SLSP-ID TO WS-ACC-ID
           END-IF
           PERFORM 340-FIND-SLSP THRU 340-EXIT
           IF WS-ENTRY-OK = "YES"
               SUBTRACT WS-LINE-RETURN-VALUE FROM MS-SALES (MS-IX)
               SUBTRACT WS-LINE-COST-RTND FROM MS-COST (MS-IX)
           END-IF.
       200-EXIT.
           EXIT.
      ******************************************************************
      *300-FIND-ITEM Finds (or adds) the table entry for the line's
      *              item.
      ******************************************************************
       300-FIND-ITEM.
           MOVE "YES" TO WS-ENTRY-OK
           SET MI-IX TO 1
           SEARCH WS-ITEM-ENTRY
               AT END
                   PERFORM 310-ADD-ITEM THRU 310-EXIT
               WHEN MI-IX > WS-ITEM-COUNT
                   PERFORM 310-ADD-ITEM THRU 310-EXIT
               WHEN MI-ITEM-NO (MI-IX) = HS-ITEM-NO
                   CONTINUE
           END-SEARCH.
       300-EXIT.
           EXIT.
      ******************************************************************
      *310-ADD-ITEM Starts a fresh table entry for an item not seen
      *             yet this month. When the table is full the line
      *             is dropped from this section and the report
      *             flagged incomplete.
      ******************************************************************
       310-ADD-ITEM.
           IF WS-ITEM-COUNT NOT LESS THAN 1000
               MOVE "YES" TO WS-TABLE-FULL
               MOVE "NO" TO WS-ENTRY-OK
               GO TO 310-EXIT
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           SET MI-IX TO WS-ITEM-COUNT
           MOVE HS-ITEM-NO TO MI-ITEM-NO (MI-IX)
           MOVE HS-ITEM-DESC TO MI-DESC (MI-IX)
           MOVE 0 TO MI-SALES (MI-IX)
           MOVE 0 TO MI-COST (MI-IX)
           MOVE 0 TO MI-BELOW (MI-IX).
       310-EXIT.
           EXIT.
      ******************************************************************
      *320-FIND-CUST Finds (or adds) the table entry for the line's
      *              customer.
      ******************************************************************
       320-FIND-CUST.
           MOVE "YES" TO WS-ENTRY-OK
           SET MC-IX TO 1
           SEARCH WS-CUST-ENTRY
               AT END
                   PERFORM 330-ADD-CUST THRU 330-EXIT
               WHEN MC-IX > WS-CUST-COUNT
                   PERFORM 330-ADD-CUST THRU 330-EXIT
               WHEN MC-CUST-NO (MC-IX) = HS-CUST-NO
                   CONTINUE
           END-SEARCH.
       320-EXIT.
           EXIT.
      ******************************************************************
      *330-ADD-CUST Starts a fresh table entry for a customer not
      *             seen yet this month.
      ******************************************************************
       330-ADD-CUST.
           IF WS-CUST-COUNT NOT LESS THAN 1000
               MOVE "YES" TO WS-TABLE-FULL
               MOVE "NO" TO WS-ENTRY-OK
               GO TO 330-EXIT
           END-IF
           ADD 1 TO WS-CUST-COUNT
           SET MC-IX TO WS-CUST-COUNT
           MOVE HS-CUST-NO TO MC-CUST-NO (MC-IX)
           MOVE HS-CUST-NAME TO MC-NAME (MC-IX)
           MOVE 0 TO MC-SALES (MC-IX)
           MOVE 0 TO MC-COST (MC-IX).
       330-EXIT.
           EXIT.
      ******************************************************************
      *340-FIND-SLSP Finds (or adds) the table entry for the
      *              salesperson in WS-ACC-ID. The blank ID is a real
      *              entry -- the house account.
      ******************************************************************
       340-FIND-SLSP.
           MOVE "YES" TO WS-ENTRY-OK
           SET MS-IX TO 1
           SEARCH WS-SLSP-ENTRY
               AT END
                   PERFORM 350-ADD-SLSP THRU 350-EXIT
               WHEN MS-IX > WS-SLSP-COUNT
                   PERFORM 350-ADD-SLSP THRU 350-EXIT
               WHEN MS-ID (MS-IX) = WS-ACC-ID
                   CONTINUE
           END-SEARCH.
       340-EXIT.
           EXIT.
      ******************************************************************
      *350-ADD-SLSP Starts a fresh table entry for a salesperson not
      *             seen yet this month.
      ******************************************************************
       350-ADD-SLSP.
           IF WS-SLSP-COUNT NOT LESS THAN 100
               MOVE "YES" TO WS-TABLE-FULL
               MOVE "NO" TO WS-ENTRY-OK
               GO TO 350-EXIT
           END-IF
           ADD 1 TO WS-SLSP-COUNT
           SET MS-IX TO WS-SLSP-COUNT
           MOVE WS-ACC-ID TO MS-ID (MS-IX)
           MOVE 0 TO MS-SALES (MS-IX)
           MOVE 0 TO MS-COST (MS-IX).
       350-EXIT.
           EXIT.
      ******************************************************************
      *500-PRINT-ITEM Prints one item's margin line, flagged when any
      *               of its lines this month sold below cost.
      ******************************************************************
       500-PRINT-ITEM.
           MOVE MI-ITEM-NO (MI-IX) TO MD-KEY
           MOVE MI-DESC (MI-IX) TO MD-NAME
           MOVE MI-SALES (MI-IX) TO WS-ACC-SALES
           MOVE MI-COST (MI-IX) TO WS-ACC-COST
           MOVE SPACES TO MD-FLAG
           IF MI-BELOW (MI-IX) > 0
               MOVE "SOLD BELOW COST" TO MD-FLAG
           END-IF
           PERFORM 590-WRITE-DETAIL THRU 590-EXIT.
       500-EXIT.
           EXIT.
      ******************************************************************
      *520-PRINT-CUST Prints one customer's margin line.
      ******************************************************************
       520-PRINT-CUST.
           MOVE MC-CUST-NO (MC-IX) TO MD-KEY
           MOVE MC-NAME (MC-IX) TO MD-NAME
           MOVE MC-SALES (MC-IX) TO WS-ACC-SALES
           MOVE MC-COST (MC-IX) TO WS-ACC-COST
           MOVE SPACES TO MD-FLAG
           PERFORM 590-WRITE-DETAIL THRU 590-EXIT.
       520-EXIT.
           EXIT.
      ******************************************************************
      *540-PRINT-SLSP Prints one salesperson's margin line, named from
      *               the salesperson master. The house account and
      *               an ID not on the master print flagged the way
      *               the commission register shows them.
      ******************************************************************
       540-PRINT-SLSP.
           MOVE MS-ID (MS-IX) TO MD-KEY
           MOVE MS-SALES (MS-IX) TO WS-ACC-SALES
           MOVE MS-COST (MS-IX) TO WS-ACC-COST
           MOVE SPACES TO MD-FLAG
           IF MS-ID (MS-IX) = SPACES
               MOVE "HOUSE ACCOUNT" TO MD-NAME
           ELSE
               PERFORM 550-READ-SLSP THRU 550-EXIT
           END-IF
           PERFORM 590-WRITE-DETAIL THRU 590-EXIT.
       540-EXIT.
           EXIT.
      ******************************************************************
      *550-READ-SLSP Reads the salesperson's master record for the
      *              name.
      ******************************************************************
       550-READ-SLSP.
           MOVE MS-ID (MS-IX) TO MD-NAME
           IF WS-SLSP-OPEN NOT = "YES"
               MOVE "** NO MASTER" TO MD-FLAG
               GO TO 550-EXIT
           END-IF
           MOVE MS-ID (MS-IX) TO SP-ID
           READ SLSP-MASTER
               INVALID KEY
                   MOVE "** NOT ON FILE" TO MD-FLAG
               NOT INVALID KEY
                   MOVE SP-NAME TO MD-NAME
           END-READ.
       550-EXIT.
           EXIT.
      ******************************************************************
      *590-WRITE-DETAIL Figures the margin and margin percent for the
      *                 sales and cost in WS-ACC-SALES and WS-ACC-COST,
      *                 prints the line, and adds it to the section
      *                 totals. No sales means no percent.
      ******************************************************************
       590-WRITE-DETAIL.
           COMPUTE WS-MARGIN = WS-ACC-SALES - WS-ACC-COST
           MOVE 0 TO WS-MARGIN-PCT
           IF WS-ACC-SALES NOT = 0
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN * 100 / WS-ACC-SALES
                   ON SIZE ERROR
                       MOVE 0 TO WS-MARGIN-PCT
               END-COMPUTE
           END-IF
           MOVE WS-ACC-SALES TO MD-SALES
           MOVE WS-ACC-COST TO MD-COST
           MOVE WS-MARGIN TO MD-MARGIN
           MOVE WS-MARGIN-PCT TO MD-PCT
           WRITE MARGIN-REC FROM MARGIN-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD WS-ACC-SALES TO WS-ST-SALES
           ADD WS-ACC-COST TO WS-ST-COST.
       590-EXIT.
           EXIT.
      ******************************************************************
      *600-WRITE-HEADER Writes the report heading and echoes the
      *                 period this run used and where it came from.
      ******************************************************************
       600-WRITE-HEADER.
           WRITE MARGIN-REC FROM HEADING1
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
           WRITE MARGIN-REC FROM PARM-ECHO-LINE
                 AFTER ADVANCING 1 LINE.
       600-EXIT.
           EXIT.
      ******************************************************************
      *610-WRITE-SECTION-HEAD Starts a section: its title and the
      *                       column headings, with the key and name
      *                       captions the caller set, and clears
      *                       the section totals.
      ******************************************************************
       610-WRITE-SECTION-HEAD.
           WRITE MARGIN-REC FROM SECTION-LINE
                 AFTER ADVANCING 3 LINES
           WRITE MARGIN-REC FROM HEADING2
                 AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-ST-SALES
           MOVE 0 TO WS-ST-COST.
       610-EXIT.
           EXIT.
      ******************************************************************
      *700-PRINT-SECTION-TOTAL Prints the totals under a section.
      *                        Every section covers the same month,
      *                        so the three totals agree unless a
      *                        table overflowed.
      ******************************************************************
       700-PRINT-SECTION-TOTAL.
           COMPUTE WS-MARGIN = WS-ST-SALES - WS-ST-COST
           MOVE 0 TO WS-MARGIN-PCT
           IF WS-ST-SALES NOT = 0
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN * 100 / WS-ST-SALES
                   ON SIZE ERROR
                       MOVE 0 TO WS-MARGIN-PCT
               END-COMPUTE
           END-IF
           MOVE WS-ST-SALES TO MT-SALES
           MOVE WS-ST-COST TO MT-COST
           MOVE WS-MARGIN TO MT-MARGIN
           MOVE WS-MARGIN-PCT TO MT-PCT
           WRITE MARGIN-REC FROM MARGIN-TOTAL-LINE
                 AFTER ADVANCING 2 LINES.
       700-EXIT.
           EXIT.
      ******************************************************************
      *800-PRINT-COUNTS Prints how many history lines in the month
      *                 sold below cost.
      ******************************************************************
       800-PRINT-COUNTS.
           MOVE "LINES SOLD BELOW COST" TO MK-LABEL
           MOVE WS-BELOW-LINES TO MK-VALUE
           WRITE MARGIN-REC FROM MARGIN-COUNT-LINE
                 AFTER ADVANCING 3 LINES.
       800-EXIT.
           EXIT.
