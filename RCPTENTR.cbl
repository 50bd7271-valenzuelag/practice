      *prompting, and when it is not the operator keys item numbers
      *and quantities at the console.
      *
      *Every receipt is received against a purchase order line. The
      *order must be released and still open, the line must be open
      *and for the item received, and the quantity may not be more
      *than the line still has to come; a receipt with no purchase
      *order, or one that fails any of these tests, is rejected and
      *nothing is booked. A good receipt adds its quantity to the
      *item's on-hand count and to the line's quantity received. A
      *line received in full is closed, and an order with no open
      *lines left is closed; a partial receipt leaves the line open
      *for the rest. At the console the operator keys the PO number
      *and line and the item is taken from the line.
      *
      *Each receipt also reworks the item's unit cost as a weighted
      *average: the stock already on hand at the old cost plus the
      *quantity received at the PO line's cost, over the new total.
      *Stock below zero counts as none, so a receipt into a negative
      *balance takes the line's cost outright. The item's before and
      *after images go to ITEM-AUDIT with action R, so every cost
      *change can be traced to the receipt that made it.
      *
      *Every application -- and every rejected receipt, with its
      *reason -- is printed on the receipts register, which ends with
      *applied/rejected counts and the total units received so the
      *day's receiving paperwork can be balanced.
      *
      *Data Files: ITEM-MASTER "J:\COBOL\itemmast.dat"
      *            PURCH-ORDER "J:\COBOL\purchord.dat"
      *            RCPT-FILE "J:\COBOL\rcpts.dat"
      *            RCPT-REG "J:\COBOL\rcptreg.doc"
      *            ITEM-AUDIT "J:\COBOL\itemaudt.dat"
      ******************************************************************
       environment division.
       input-output section.
               access mode is random
               record key is IM-ITEM-NO
               file status is WS-ITEMMAST-STATUS.
           select PURCH-ORDER
               assign to UT-SYS-PURCHORD
               organization is indexed
               access mode is dynamic
               record key is PO-KEY
               file status is WS-PURCHORD-STATUS.
           select RCPT-FILE
               assign to UT-SYS-RCPTFILE
               organization is sequential
           select RCPT-REG
               assign to UT-SYS-RCPTREG
               organization is line sequential.
           select ITEM-AUDIT
               assign to UT-SYS-ITEMAUDT
               organization is sequential
               file status is WS-AUDIT-STATUS.
       data division.
       file section.
       FD ITEM-MASTER.
           05 IM-UNIT-PRICE          PIC 9999V99.
           05 IM-QTY-ON-HAND         PIC S9(5).
           05 IM-REORDER-POINT       PIC 9(5).
           05 IM-VEND-NO             PIC X(6).
           05 IM-UNIT-COST           PIC 9(5)V99.

       FD PURCH-ORDER.
       01 PO-REC.
           05 PO-KEY.
               10 PO-NO              PIC 9(6).
               10 PO-LINE-NO         PIC 999.
           05 PO-REC-TYPE            PIC X.
           05                        PIC X(40).
       01 PO-HEADER-REC REDEFINES PO-REC.
           05                        PIC X(10).
           05 PH-VEND-NO             PIC X(6).
           05 PH-ORDER-DATE          PIC 9(8).
           05 PH-DUE-DATE            PIC 9(8).
           05 PH-STATUS              PIC X.
           05 PH-PRINTED             PIC X.
           05 PH-LAST-LINE           PIC 999.
           05 PH-SOURCE              PIC X.
           05                        PIC X(12).
       01 PO-LINE-REC REDEFINES PO-REC.
           05                        PIC X(10).
           05 PL-ITEM-NO             PIC X(6).
           05 PL-QTY-ORDERED         PIC 9(5).
           05 PL-QTY-RECEIVED        PIC 9(5).
           05 PL-UNIT-COST           PIC 9(5)V99.
           05 PL-DUE-DATE            PIC 9(8).
           05 PL-STATUS              PIC X.
           05                        PIC X(8).

       FD RCPT-FILE
           RECORD CONTAINS 20.
       01 RCPT-REC.
           05 RCPT-PO-NO             PIC 9(6).
           05 RCPT-PO-LINE           PIC 999.
           05 RCPT-ITEM-NO           PIC X(6).
           05 RCPT-QTY               PIC 9(5).

           RECORD CONTAINS 100.
       01 RCPTREG-REC                PIC X(100).

       FD ITEM-AUDIT
           RECORD CONTAINS 132.
       01 AUDIT-REC.
           05 AUD-DATE.
               10 AUD-YEAR           PIC 9999.
               10 AUD-MONTH          PIC 99.
               10 AUD-DAY            PIC 99.
           05 AUD-TIME               PIC 9(6).
           05 AUD-OPERATOR           PIC XXX.
           05 AUD-ACTION             PIC X.
           05 AUD-ITEM-NO            PIC X(6).
           05 AUD-BEFORE.
               10 AUD-OLD-DESC       PIC X(20).
               10 AUD-OLD-PRICE      PIC 9999V99.
               10 AUD-OLD-ONHAND     PIC S9(5).
               10 AUD-OLD-REORDER    PIC 9(5).
               10 AUD-OLD-VEND       PIC X(6).
               10 AUD-OLD-COST       PIC 9(5)V99.
           05 AUD-AFTER.
               10 AUD-NEW-DESC       PIC X(20).
               10 AUD-NEW-PRICE      PIC 9999V99.
               10 AUD-NEW-ONHAND     PIC S9(5).
               10 AUD-NEW-REORDER    PIC 9(5).
               10 AUD-NEW-VEND       PIC X(6).
               10 AUD-NEW-COST       PIC 9(5)V99.
           05 AUD-EFF-DATE           PIC 9(8).
           05 AUD-REASON             PIC XX.

       working-storage section.
       01 WS-VARS.
           05 WS-ITEMMAST-STATUS     PIC XX.
           05 WS-PURCHORD-STATUS     PIC XX.
           05 WS-RCPT-STATUS         PIC XX.
           05 WS-AUDIT-STATUS        PIC XX.
           05 WS-RCPT-EOF            PIC XXX VALUE "NO".
           05 WS-BATCH-MODE          PIC XXX VALUE "NO".
           05 WS-EOU                 PIC XXXX VALUE "YES".
           05 WS-ITEM-NO-IN          PIC X(6).
           05 WS-QTY-IN              PIC S9(5).
           05 WS-RCPT-QTY            PIC S9(5).
           05 WS-PO-IN               PIC X(6).
           05 WS-PO-TEST             PIC X(6).
           05 WS-PO-NO-IN            PIC 9(6).
           05 WS-PO-LINE-IN          PIC 999.
           05 WS-PO-OK               PIC XXX VALUE "NO".
           05 WS-PO-QTY-OPEN         PIC 9(5).
           05 WS-OPEN-LINES          PIC 999.
           05 WS-SCAN-EOF            PIC XXX VALUE "NO".
           05 WS-APPLIED-COUNT       PIC 9(7) VALUE 0.
           05 WS-REJECT-COUNT        PIC 9(7) VALUE 0.
           05 WS-UNITS-RECEIVED      PIC S9(9) VALUE 0.
           05 WS-ITEM-BEFORE         PIC X(49).
           05 WS-COST-BASE-QTY       PIC 9(5).
           05 WS-TIME-OF-DAY         PIC 9(8).
       01 WS-FILES.
           05 UT-SYS-ITEMMAST        PIC X(67)
              VALUE "J:\COBOL\itemmast.dat".
           05 UT-SYS-PURCHORD        PIC X(67)
              VALUE "J:\COBOL\purchord.dat".
           05 UT-SYS-RCPTFILE        PIC X(67)
              VALUE "J:\COBOL\rcpts.dat".
           05 UT-SYS-RCPTREG         PIC X(67)
              VALUE "J:\COBOL\rcptreg.doc".
           05 UT-SYS-ITEMAUDT        PIC X(67)
              VALUE "J:\COBOL\itemaudt.dat".
       01 WS-DATE.
           05 WS-YEAR                PIC 9999.
           05 WS-MONTH               PIC 99.
              VALUE "STOCK RECEIPTS REGISTER".
           05                        PIC X(38) VALUE SPACES.
       01 REG-HEADING2.
           05                        PIC X(12) VALUE "PO-LINE".
           05                        PIC X(9) VALUE "ITEM NO".
           05                        PIC X(22) VALUE "DESCRIPTION".
           05                        PIC X(12) VALUE "RECEIVED".
           05                        PIC X(14) VALUE "NEW ON HAND".
           05                        PIC X(21) VALUE "STILL ON PO".
           05                        PIC X(10) VALUE "UNIT COST".
       01 REG-DETAIL.
           05 RG-PO-NO               PIC 9(6).
           05                        PIC X VALUE "-".
           05 RG-PO-LINE             PIC 999.
           05                        PIC XX VALUE SPACES.
           05 RG-ITEM-NO             PIC X(6).
           05                        PIC XXX VALUE SPACES.
           05 RG-ITEM-DESC           PIC X(20).
           05 RG-RECEIVED            PIC ZZZZ9.
           05                        PIC X(7) VALUE SPACES.
           05 RG-ON-HAND             PIC ZZZZ9-.
           05                        PIC X(8) VALUE SPACES.
           05 RG-PO-OPEN             PIC ZZZZ9.
           05                        PIC XX VALUE SPACES.
           05 RG-PO-NOTE             PIC X(12).
           05                        PIC XX VALUE SPACES.
           05 RG-UNIT-COST           PIC ZZZZ9.99.
           05                        PIC XX VALUE SPACES.
       01 REG-REJECT-LINE.
           05 RJ-PO-NO               PIC X(6).
           05                        PIC X VALUE "-".
           05 RJ-PO-LINE             PIC XXX.
           05                        PIC XX VALUE SPACES.
           05 RJ-ITEM-NO             PIC X(6).
           05                        PIC XXX VALUE SPACES.
           05                        PIC X(10) VALUE "REJECTED -".
           05 RJ-REASON              PIC X(40).
           05                        PIC X(29) VALUE SPACES.
       01 REG-COUNT-LINE.
           05 RC-LABEL               PIC X(30).
           05 RC-VALUE               PIC ZZZZZZ9-.
           END-IF
           PERFORM 900-WRITE-TOTALS THRU 900-EXIT
           CLOSE ITEM-MASTER
                 PURCH-ORDER
                 RCPT-REG
                 ITEM-AUDIT
           STOP RUN.
      ******************************************************************
      *110-INIT Gets the run date, opens the item master and the
      *         purchase order file for update and the register for
      *         output, and writes the register headings. ITEM-AUDIT
      *         is extended, never replaced, the same as ITEMMNT
      *         opens it.
      ******************************************************************
       110-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
                       "status " WS-ITEMMAST-STATUS
               STOP RUN
           END-IF
           OPEN I-O PURCH-ORDER
           IF WS-PURCHORD-STATUS NOT = "00"
               DISPLAY "ERROR: PURCH-ORDER could not be opened, "
                       "status " WS-PURCHORD-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND ITEM-AUDIT
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT ITEM-AUDIT
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: ITEM-AUDIT could not be opened, "
                       "status " WS-AUDIT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT RCPT-REG
           WRITE RCPTREG-REC FROM REG-HEADING1
                 AFTER ADVANCING PAGE
           EXIT.
      ******************************************************************
      *150-BATCH-RECEIPT Reads one receipt record and books it. A
      *                  receipt with a zero or non-numeric quantity
      *                  or PO reference, an item not on
      *                  ITEM-MASTER, or a purchase order line it
      *                  cannot be received against is printed on the
      *                  register as rejected and counted, never
      *                  silently dropped or applied as garbage. A
      *                  receipt with no item number takes the item
      *                  from its PO line.
      ******************************************************************
       150-BATCH-RECEIPT.
           READ RCPT-FILE
               AT END
                   MOVE "YES" TO WS-RCPT-EOF
                   GO TO 150-EXIT
           END-READ
           MOVE RCPT-PO-NO TO RJ-PO-NO
           MOVE RCPT-PO-LINE TO RJ-PO-LINE
           MOVE RCPT-ITEM-NO TO RJ-ITEM-NO
           IF RCPT-QTY IS NOT NUMERIC
               MOVE "RECEIPT QUANTITY NOT NUMERIC" TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 150-EXIT
           END-IF
           IF RCPT-QTY = ZERO
               MOVE "RECEIPT QUANTITY ZERO" TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 150-EXIT
           END-IF
           IF RCPT-PO-NO IS NOT NUMERIC
              OR RCPT-PO-LINE IS NOT NUMERIC
               MOVE "PO NUMBER OR LINE NOT NUMERIC" TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 150-EXIT
           END-IF
           MOVE RCPT-PO-NO TO WS-PO-NO-IN
           MOVE RCPT-PO-LINE TO WS-PO-LINE-IN
           PERFORM 230-CHECK-PO-LINE THRU 230-EXIT
           IF WS-PO-OK = "NO"
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 150-EXIT
           END-IF
           IF RCPT-ITEM-NO = SPACES
               MOVE PL-ITEM-NO TO WS-ITEM-NO-IN
               MOVE PL-ITEM-NO TO RJ-ITEM-NO
           ELSE
               MOVE RCPT-ITEM-NO TO WS-ITEM-NO-IN
           END-IF
           IF WS-ITEM-NO-IN NOT = PL-ITEM-NO
               MOVE "ITEM DOES NOT MATCH PO LINE" TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 150-EXIT
           END-IF
           PERFORM 220-READ-ITEM THRU 220-EXIT
           IF WS-ITEM-FOUND = "NO"
               MOVE "ITEM NOT ON FILE" TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 150-EXIT
           END-IF
           MOVE RCPT-QTY TO WS-RCPT-QTY
           PERFORM 240-CHECK-QTY THRU 240-EXIT
           IF WS-PO-OK = "NO"
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 150-EXIT
           END-IF
           PERFORM 500-APPLY-RECEIPT THRU 500-EXIT.
       150-EXIT.
           EXIT.
      ******************************************************************
      *400-ENTER-RECEIPT Asks the operator for the PO number and line
      *                  being received against, shows the line's item
      *                  and what is still to come, and books the
      *                  quantity received. A blank PO number skips
      *                  without booking, so a wrong entry can be
      *                  backed out of. A quantity of zero or less is
      *                  asked for again. A PO line that cannot be
      *                  received against, or a quantity more than the
      *                  line still has to come, goes to the register
      *                  as rejected the same as in a batch run.
      ******************************************************************
       400-ENTER-RECEIPT.
           DISPLAY "Enter PO Number (blank to skip)"
           ACCEPT WS-PO-IN
           IF WS-PO-IN = SPACES
               GO TO 400-NEXT
           END-IF
           MOVE WS-PO-IN TO WS-PO-TEST
           INSPECT WS-PO-TEST
               CONVERTING "0123456789" TO SPACES
           IF WS-PO-TEST NOT = SPACES
               DISPLAY "PO Number must be numeric"
               GO TO 400-NEXT
           END-IF
           COMPUTE WS-PO-NO-IN = FUNCTION NUMVAL(WS-PO-IN)
           DISPLAY "Enter PO Line Number"
           ACCEPT WS-PO-LINE-IN
           MOVE WS-PO-NO-IN TO RJ-PO-NO
           MOVE WS-PO-LINE-IN TO RJ-PO-LINE
           MOVE SPACES TO RJ-ITEM-NO
           PERFORM 230-CHECK-PO-LINE THRU 230-EXIT
           IF WS-PO-OK = "NO"
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-NEXT
           END-IF
           MOVE PL-ITEM-NO TO WS-ITEM-NO-IN
           MOVE PL-ITEM-NO TO RJ-ITEM-NO
           PERFORM 220-READ-ITEM THRU 220-EXIT
           IF WS-ITEM-FOUND = "NO"
               MOVE "ITEM NOT ON FILE" TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-NEXT
           END-IF
           DISPLAY "Item: " IM-ITEM-NO " " IM-ITEM-DESC
                   " on hand " IM-QTY-ON-HAND
           DISPLAY "Still on order on this line: " WS-PO-QTY-OPEN.
       400-ASK-QTY.
           DISPLAY "Enter Quantity Received"
           ACCEPT WS-QTY-IN
           IF WS-QTY-IN NOT GREATER THAN ZERO
               DISPLAY "Quantity Received must be greater than zero"
               GO TO 400-ASK-QTY
           END-IF
           MOVE WS-QTY-IN TO WS-RCPT-QTY
           PERFORM 240-CHECK-QTY THRU 240-EXIT
           IF WS-PO-OK = "NO"
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-NEXT
           END-IF
           PERFORM 500-APPLY-RECEIPT THRU 500-EXIT.
       400-NEXT.
           DISPLAY "BOOK MORE RECEIPTS? STOP TO FINISH"
       400-EXIT.
           EXIT.
      ******************************************************************
      *230-CHECK-PO-LINE Reads the purchase order header and line the
      *                  receipt names and sets WS-PO-OK when the
      *                  order is released and still open and the line
      *                  is open. On a failure RJ-REASON says why; on
      *                  success the line is left in the record area
      *                  and WS-PO-QTY-OPEN holds what it still has to
      *                  come.
      ******************************************************************
       230-CHECK-PO-LINE.
           MOVE "NO" TO WS-PO-OK
           IF WS-PO-NO-IN = 0
               MOVE "NO PURCHASE ORDER NUMBER" TO RJ-REASON
               GO TO 230-EXIT
           END-IF
           MOVE WS-PO-NO-IN TO PO-NO
           MOVE 0 TO PO-LINE-NO
           READ PURCH-ORDER
               INVALID KEY
                   MOVE "PURCHASE ORDER NOT ON FILE" TO RJ-REASON
                   GO TO 230-EXIT
           END-READ
           EVALUATE PH-STATUS
               WHEN "O"
                   CONTINUE
               WHEN "D"
                   MOVE "PURCHASE ORDER NOT RELEASED" TO RJ-REASON
                   GO TO 230-EXIT
               WHEN OTHER
                   MOVE "PURCHASE ORDER CLOSED OR CANCELLED"
                       TO RJ-REASON
                   GO TO 230-EXIT
           END-EVALUATE
           IF WS-PO-LINE-IN = 0
               MOVE "PO LINE NOT ON FILE" TO RJ-REASON
               GO TO 230-EXIT
           END-IF
           MOVE WS-PO-NO-IN TO PO-NO
           MOVE WS-PO-LINE-IN TO PO-LINE-NO
           READ PURCH-ORDER
               INVALID KEY
                   MOVE "PO LINE NOT ON FILE" TO RJ-REASON
                   GO TO 230-EXIT
           END-READ
           IF PL-STATUS NOT = "O"
               MOVE "PO LINE CLOSED OR CANCELLED" TO RJ-REASON
               GO TO 230-EXIT
           END-IF
           SUBTRACT PL-QTY-RECEIVED FROM PL-QTY-ORDERED
               GIVING WS-PO-QTY-OPEN
           MOVE "YES" TO WS-PO-OK.
       230-EXIT.
           EXIT.
      ******************************************************************
      *240-CHECK-QTY Refuses a receipt for more than the PO line still
      *              has to come. An over-shipment is not booked --
      *              receiving sends it back or the buyer raises the
      *              line in POMNT first.
      ******************************************************************
       240-CHECK-QTY.
           MOVE "YES" TO WS-PO-OK
           IF WS-RCPT-QTY > WS-PO-QTY-OPEN
               MOVE "RECEIPT EXCEEDS QTY STILL ON ORDER" TO RJ-REASON
               MOVE "NO" TO WS-PO-OK
           END-IF.
       240-EXIT.
           EXIT.
      ******************************************************************
      *220-READ-ITEM Reads ITEM-MASTER by the keyed item number and
      *              sets WS-ITEM-FOUND accordingly.
      ******************************************************************
           EXIT.
      ******************************************************************
      *500-APPLY-RECEIPT Adds the received quantity to the item's
      *                  on-hand count, averages the line's cost into
      *                  the item's unit cost, rewrites the item and
      *                  audits it, then adds
      *                  it to the PO line's quantity received, closes
      *                  the line when it has all come in, and prints
      *                  the register line.
      ******************************************************************
       500-APPLY-RECEIPT.
           MOVE ITEM-MASTER-REC (7:49) TO WS-ITEM-BEFORE
           PERFORM 530-AVERAGE-COST THRU 530-EXIT
           ADD WS-RCPT-QTY TO IM-QTY-ON-HAND
           REWRITE ITEM-MASTER-REC
               INVALID KEY
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 500-EXIT
           END-REWRITE
           PERFORM 540-WRITE-AUDIT THRU 540-EXIT
           ADD 1 TO WS-APPLIED-COUNT
           ADD WS-RCPT-QTY TO WS-UNITS-RECEIVED
           MOVE SPACES TO RG-PO-NOTE
           ADD WS-RCPT-QTY TO PL-QTY-RECEIVED
           SUBTRACT WS-RCPT-QTY FROM WS-PO-QTY-OPEN
           IF WS-PO-QTY-OPEN = 0
               MOVE "C" TO PL-STATUS
               MOVE "LINE CLOSED" TO RG-PO-NOTE
           END-IF
           REWRITE PO-REC
               INVALID KEY
                   DISPLAY "ERROR: PO line not updated: "
                           WS-PO-NO-IN "-" WS-PO-LINE-IN
                   MOVE "PO NOT UPDTD" TO RG-PO-NOTE
           END-REWRITE
           IF PL-STATUS = "C"
               PERFORM 510-CLOSE-PO-IF-DONE THRU 510-EXIT
           END-IF
           MOVE WS-PO-NO-IN TO RG-PO-NO
           MOVE WS-PO-LINE-IN TO RG-PO-LINE
           MOVE IM-ITEM-NO TO RG-ITEM-NO
           MOVE IM-ITEM-DESC TO RG-ITEM-DESC
           MOVE WS-RCPT-QTY TO RG-RECEIVED
           MOVE IM-QTY-ON-HAND TO RG-ON-HAND
           MOVE WS-PO-QTY-OPEN TO RG-PO-OPEN
           MOVE IM-UNIT-COST TO RG-UNIT-COST
           WRITE RCPTREG-REC FROM REG-DETAIL
                 AFTER ADVANCING 1 LINE
           IF WS-BATCH-MODE = "NO"
               DISPLAY "Booked, new on hand: " IM-QTY-ON-HAND
               DISPLAY "Still on order on this line: " WS-PO-QTY-OPEN
               DISPLAY "New unit cost: " IM-UNIT-COST
           END-IF.
       500-EXIT.
           EXIT.
      ******************************************************************
      *510-CLOSE-PO-IF-DONE Reads the lines of the order just received
      *                     against and, when none is left open,
      *                     closes the order.
      ******************************************************************
       510-CLOSE-PO-IF-DONE.
           MOVE 0 TO WS-OPEN-LINES
           MOVE "NO" TO WS-SCAN-EOF
           MOVE WS-PO-NO-IN TO PO-NO
           MOVE 1 TO PO-LINE-NO
           START PURCH-ORDER KEY NOT LESS THAN PO-KEY
               INVALID KEY
                   MOVE "YES" TO WS-SCAN-EOF
           END-START
           PERFORM 520-COUNT-OPEN-LINE THRU 520-EXIT
               UNTIL WS-SCAN-EOF = "YES"
           IF WS-OPEN-LINES > 0
               GO TO 510-EXIT
           END-IF
           MOVE WS-PO-NO-IN TO PO-NO
           MOVE 0 TO PO-LINE-NO
           READ PURCH-ORDER
               INVALID KEY
                   GO TO 510-EXIT
           END-READ
           MOVE "C" TO PH-STATUS
           REWRITE PO-REC
               INVALID KEY
                   GO TO 510-EXIT
           END-REWRITE
           MOVE "PO CLOSED" TO RG-PO-NOTE.
       510-EXIT.
           EXIT.
      ******************************************************************
      *520-COUNT-OPEN-LINE Reads the next line of the order and counts
      *                    it when it is still open; the first record
      *                    of another order ends the scan.
      ******************************************************************
       520-COUNT-OPEN-LINE.
           READ PURCH-ORDER NEXT RECORD
               AT END
                   MOVE "YES" TO WS-SCAN-EOF
                   GO TO 520-EXIT
           END-READ
           IF PO-NO NOT = WS-PO-NO-IN
               MOVE "YES" TO WS-SCAN-EOF
               GO TO 520-EXIT
           END-IF
           IF PL-STATUS = "O"
               ADD 1 TO WS-OPEN-LINES
           END-IF.
       520-EXIT.
           EXIT.
      ******************************************************************
      *530-AVERAGE-COST Reworks the item's unit cost as the weighted
      *                 average of the stock on hand at the old cost
      *                 and the quantity being received at the PO
      *                 line's cost. A negative on-hand balance is
      *                 stock already sold, not stock to average
      *                 against, so it counts as zero. Called before
      *                 the receipt is added to the on-hand count.
      ******************************************************************
       530-AVERAGE-COST.
           IF IM-QTY-ON-HAND > 0
               MOVE IM-QTY-ON-HAND TO WS-COST-BASE-QTY
           ELSE
               MOVE 0 TO WS-COST-BASE-QTY
           END-IF
           COMPUTE IM-UNIT-COST ROUNDED =
               (WS-COST-BASE-QTY * IM-UNIT-COST
                + WS-RCPT-QTY * PL-UNIT-COST)
               / (WS-COST-BASE-QTY + WS-RCPT-QTY).
       530-EXIT.
           EXIT.
      ******************************************************************
      *540-WRITE-AUDIT Writes the item's before and after images to
      *                ITEM-AUDIT with action R, the same record
      *                ITEMMNT writes for a keyed change, so the new
      *                on-hand count and unit cost can be traced to
      *                the receipt. The operator is RCV, this program.
      ******************************************************************
       540-WRITE-AUDIT.
           MOVE WS-YEAR TO AUD-YEAR
           MOVE WS-MONTH TO AUD-MONTH
           MOVE WS-DAY TO AUD-DAY
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY (1:6) TO AUD-TIME
           MOVE "RCV" TO AUD-OPERATOR
           MOVE "R" TO AUD-ACTION
           MOVE IM-ITEM-NO TO AUD-ITEM-NO
           MOVE WS-ITEM-BEFORE TO AUD-BEFORE
           MOVE ITEM-MASTER-REC (7:49) TO AUD-AFTER
           MOVE 0 TO AUD-EFF-DATE
           MOVE SPACES TO AUD-REASON
           WRITE AUDIT-REC.
       540-EXIT.
           EXIT.
      ******************************************************************
      *700-WRITE-REJECT Prints one rejected receipt on the register
      *                 and counts it.
      ******************************************************************
