       identification division.
       program-id. POMNT.
       author. Gabriel Valenzuela and Mark Holada.
       date-written. 10/15/2026
      ******************************************************************
      *Purpose: To maintain PURCH-ORDER, the purchase order file, from
      *the console, so what was ordered, from whom, at what cost, and
      *by when is on file instead of on a paper copy in the buyer's
      *drawer. Each purchase order is one header record (line 000:
      *vendor, order date, due date, status) followed by its line
      *records (item, quantity ordered, quantity received so far,
      *unit cost, due date, line status). A control record at PO
      *000000 carries the next PO number to issue.
      *
      *A purchase order is born a draft -- keyed here or built by the
      *suggested-order run -- and nothing can be received against it
      *until the buyer reviews it and releases it. Release refuses an
      *order with no open lines or with a line still at zero cost,
      *so every released line is priced. A released order prints on
      *the next POPRINT run and RCPTENTR books receipts against its
      *lines. Lines can be added to, changed on, or cancelled from an
      *order that is not yet closed; a line's quantity can never be
      *cut below what has already been received, and a cancelled
      *line that had a partial receipt is short-closed at what came
      *in rather than wiped out. An order closes itself when its last
      *open line is received in full or cancelled.
      *
      *Data Files: PURCH-ORDER "J:\COBOL\purchord.dat"
      *            VENDOR-MASTER "J:\COBOL\vendmast.dat"
      *            ITEM-MASTER "J:\COBOL\itemmast.dat"
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select PURCH-ORDER
               assign to UT-SYS-PURCHORD
               organization is indexed
               access mode is dynamic
               record key is PO-KEY
               file status is WS-PURCHORD-STATUS.
           select VENDOR-MASTER
               assign to UT-SYS-VENDMAST
               organization is indexed
               access mode is random
               record key is VM-VEND-NO
               file status is WS-VENDMAST-STATUS.
           select ITEM-MASTER
               assign to UT-SYS-ITEMMAST
               organization is indexed
               access mode is random
               record key is IM-ITEM-NO
               file status is WS-ITEMMAST-STATUS.
       data division.
       file section.
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
       01 PO-CONTROL-REC REDEFINES PO-REC.
           05                        PIC X(10).
           05 PC-NEXT-PO-NO          PIC 9(6).
           05                        PIC X(34).

       FD VENDOR-MASTER.
       01 VENDOR-MASTER-REC.
           05 VM-VEND-NO             PIC X(6).
           05 VM-VEND-NAME           PIC X(25).
           05 VM-ADDRESS             PIC X(25).
           05 VM-CITY-STATE          PIC X(25).
           05 VM-LEAD-DAYS           PIC 999.
           05 VM-STATUS              PIC X.

       FD ITEM-MASTER.
       01 ITEM-MASTER-REC.
           05 IM-ITEM-NO             PIC X(6).
           05 IM-ITEM-DESC           PIC X(20).
           05 IM-UNIT-PRICE          PIC 9999V99.
           05 IM-QTY-ON-HAND         PIC S9(5).
           05 IM-REORDER-POINT       PIC 9(5).
           05 IM-VEND-NO             PIC X(6).
           05 IM-UNIT-COST           PIC 9(5)V99.

       working-storage section.
       01 WS-VARS.
           05 WS-PURCHORD-STATUS     PIC XX.
           05 WS-VENDMAST-STATUS     PIC XX.
           05 WS-ITEMMAST-STATUS     PIC XX.
           05 WS-ACTION              PIC X.
           05 WS-PO-FOUND            PIC XXX VALUE "NO".
           05 WS-LINE-FOUND          PIC XXX VALUE "NO".
           05 WS-VEND-OK             PIC XXX VALUE "NO".
           05 WS-ITEM-FOUND          PIC XXX VALUE "NO".
           05 WS-LINES-DONE          PIC XXX VALUE "NO".
           05 WS-SCAN-EOF            PIC XXX VALUE "NO".
           05 WS-PO-NO-IN            PIC 9(6).
           05 WS-LINE-NO-IN          PIC 999.
           05 WS-VEND-NO-IN          PIC X(6).
           05 WS-ITEM-NO-IN          PIC X(6).
           05 WS-QTY-IN              PIC S9(5).
           05 WS-COST-IN             PIC S9(5)V99.
           05 WS-DATE-IN             PIC X(8).
           05 WS-DEFAULT-DATE        PIC 9(8).
           05 WS-ENTERED-DATE        PIC 9(8).
           05 WS-NEW-PO-NO           PIC 9(6).
           05 WS-NEW-LINE-NO         PIC 999.
           05 WS-HDR-DUE-DATE        PIC 9(8).
           05 WS-OPEN-LINES          PIC 999.
           05 WS-UNPRICED-LINES      PIC 999.
           05 WS-RECEIVED-LINES      PIC 999.
       01 WS-FILES.
           05 UT-SYS-PURCHORD        PIC X(67)
              VALUE "J:\COBOL\purchord.dat".
           05 UT-SYS-VENDMAST        PIC X(67)
              VALUE "J:\COBOL\vendmast.dat".
           05 UT-SYS-ITEMMAST        PIC X(67)
              VALUE "J:\COBOL\itemmast.dat".
       01 WS-DATE.
           05 WS-YEAR                PIC 9999.
           05 WS-MONTH               PIC 99.
           05 WS-DAY                 PIC 99.
       01 WS-DATE-NUM REDEFINES WS-DATE
                                     PIC 9(8).
       PROCEDURE DIVISION.
      ******************************************************************
      *100-MAIN Opens the files and loops on the action prompt until
      *         the operator enters S to stop. Each pass handles one
      *         new order, added line, changed line, release, or
      *         cancellation.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           PERFORM 200-GET-ACTION THRU 200-EXIT
           PERFORM 210-PROCESS-ACTION THRU 210-EXIT
               UNTIL FUNCTION UPPER-CASE(WS-ACTION) = "S"
           CLOSE PURCH-ORDER
                 VENDOR-MASTER
                 ITEM-MASTER
           STOP RUN.
      ******************************************************************
      *110-INIT Gets the run date and opens the files. PURCH-ORDER is
      *         created empty when it does not exist yet so the first
      *         order can be keyed without IT preparing the file by
      *         hand. An order cannot be raised without the vendor and
      *         item files, so those must already be there.
      ******************************************************************
       110-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           OPEN I-O PURCH-ORDER
           IF WS-PURCHORD-STATUS = "35"
               OPEN OUTPUT PURCH-ORDER
               CLOSE PURCH-ORDER
               OPEN I-O PURCH-ORDER
           END-IF
           IF WS-PURCHORD-STATUS NOT = "00"
               DISPLAY "ERROR: PURCH-ORDER could not be opened, "
                       "status " WS-PURCHORD-STATUS
               STOP RUN
           END-IF
           OPEN INPUT VENDOR-MASTER
           IF WS-VENDMAST-STATUS NOT = "00"
               DISPLAY "ERROR: VENDOR-MASTER could not be opened, "
                       "status " WS-VENDMAST-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ITEM-MASTER
           IF WS-ITEMMAST-STATUS NOT = "00"
               DISPLAY "ERROR: ITEM-MASTER could not be opened, "
                       "status " WS-ITEMMAST-STATUS
               STOP RUN
           END-IF.
       110-EXIT.
           EXIT.
      ******************************************************************
      *200-GET-ACTION Asks the operator which maintenance action to
      *               perform next.
      ******************************************************************
       200-GET-ACTION.
           DISPLAY "Enter action: N=New PO L=Add line C=Change line "
                   "R=Release X=Cancel S=Stop"
           ACCEPT WS-ACTION.
       200-EXIT.
           EXIT.
      ******************************************************************
      *210-PROCESS-ACTION Routes one action to its paragraph, then asks
      *                   for the next action. Anything other than
      *                   N, L, C, R, X, or S just reprompts.
      ******************************************************************
       210-PROCESS-ACTION.
           EVALUATE FUNCTION UPPER-CASE(WS-ACTION)
               WHEN "N"
                   PERFORM 300-NEW-PO THRU 300-EXIT
               WHEN "L"
                   PERFORM 400-ADD-LINE THRU 400-EXIT
               WHEN "C"
                   PERFORM 500-CHANGE-LINE THRU 500-EXIT
               WHEN "R"
                   PERFORM 600-RELEASE-PO THRU 600-EXIT
               WHEN "X"
                   PERFORM 700-CANCEL THRU 700-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 200-GET-ACTION THRU 200-EXIT.
       210-EXIT.
           EXIT.
      ******************************************************************
      *300-NEW-PO Starts a new draft purchase order against an active
      *           vendor. The due date defaults to today plus the
      *           vendor's lead time. The next PO number is taken from
      *           the control record, the header is written, and the
      *           operator keys lines until a blank item number.
      ******************************************************************
       300-NEW-PO.
           DISPLAY "Enter Vendor Number"
           ACCEPT WS-VEND-NO-IN
           PERFORM 240-CHECK-VENDOR THRU 240-EXIT
           IF WS-VEND-OK = "NO"
               DISPLAY "Vendor not on file or inactive: "
                       WS-VEND-NO-IN
               GO TO 300-EXIT
           END-IF
           DISPLAY "Vendor: " VM-VEND-NAME
           COMPUTE WS-DEFAULT-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + VM-LEAD-DAYS)
           DISPLAY "Enter Due Date YYYYMMDD (blank for "
                   WS-DEFAULT-DATE ")"
           PERFORM 250-GET-DATE THRU 250-EXIT
           MOVE WS-ENTERED-DATE TO WS-HDR-DUE-DATE
           PERFORM 310-NEXT-PO-NUMBER THRU 310-EXIT
           IF WS-NEW-PO-NO = 0
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO PO-REC
           MOVE WS-NEW-PO-NO TO PO-NO
           MOVE 0 TO PO-LINE-NO
           MOVE "H" TO PO-REC-TYPE
           MOVE WS-VEND-NO-IN TO PH-VEND-NO
           MOVE WS-DATE-NUM TO PH-ORDER-DATE
           MOVE WS-HDR-DUE-DATE TO PH-DUE-DATE
           MOVE "D" TO PH-STATUS
           MOVE "N" TO PH-PRINTED
           MOVE 0 TO PH-LAST-LINE
           MOVE "M" TO PH-SOURCE
           WRITE PO-REC
               INVALID KEY
                   DISPLAY "ERROR: purchase order could not be "
                           "written, status " WS-PURCHORD-STATUS
                   GO TO 300-EXIT
           END-WRITE
           DISPLAY "Draft purchase order started: " WS-NEW-PO-NO
           MOVE WS-NEW-PO-NO TO WS-PO-NO-IN
           MOVE "NO" TO WS-LINES-DONE
           PERFORM 320-ENTER-LINE THRU 320-EXIT
               UNTIL WS-LINES-DONE = "YES"
           DISPLAY "Release purchase order " WS-NEW-PO-NO
                   " with action R when it has been reviewed".
       300-EXIT.
           EXIT.
      ******************************************************************
      *310-NEXT-PO-NUMBER Takes the next PO number from the control
      *                   record at PO 000000 and steps it. The very
      *                   first order finds no control record and
      *                   starts the numbering at 1. WS-NEW-PO-NO is
      *                   left zero if the control record cannot be
      *                   updated, so no number is ever issued twice.
      ******************************************************************
       310-NEXT-PO-NUMBER.
           MOVE 0 TO WS-NEW-PO-NO
           MOVE 0 TO PO-NO
           MOVE 0 TO PO-LINE-NO
           READ PURCH-ORDER
               INVALID KEY
                   MOVE SPACES TO PO-REC
                   MOVE 0 TO PO-NO
                   MOVE 0 TO PO-LINE-NO
                   MOVE "C" TO PO-REC-TYPE
                   MOVE 2 TO PC-NEXT-PO-NO
                   WRITE PO-REC
                       INVALID KEY
                           DISPLAY "ERROR: PO control record could "
                                   "not be written, status "
                                   WS-PURCHORD-STATUS
                           GO TO 310-EXIT
                   END-WRITE
                   MOVE 1 TO WS-NEW-PO-NO
                   GO TO 310-EXIT
           END-READ
           MOVE PC-NEXT-PO-NO TO WS-NEW-PO-NO
           ADD 1 TO PC-NEXT-PO-NO
           REWRITE PO-REC
               INVALID KEY
                   DISPLAY "ERROR: PO control record could not be "
                           "rewritten, status " WS-PURCHORD-STATUS
                   MOVE 0 TO WS-NEW-PO-NO
           END-REWRITE.
       310-EXIT.
           EXIT.
      ******************************************************************
      *320-ENTER-LINE Keys one line onto the order in WS-PO-NO-IN: an
      *               item on ITEM-MASTER, a quantity above zero, a
      *               unit cost (a zero reply takes the item's current
      *               unit cost), and a due date that defaults to the
      *               header's. A blank item number ends line entry.
      *               A line added to a released order must carry a
      *               cost, since it is never checked again before it
      *               is received; with no cost keyed and none on the
      *               item, it is refused.
      *               The line takes the next line number after the
      *               header's last line, and the header is rewritten
      *               with it.
      ******************************************************************
       320-ENTER-LINE.
           DISPLAY "Enter Item Number (blank to finish)"
           ACCEPT WS-ITEM-NO-IN
           IF WS-ITEM-NO-IN = SPACES
               MOVE "YES" TO WS-LINES-DONE
               GO TO 320-EXIT
           END-IF
           MOVE WS-ITEM-NO-IN TO IM-ITEM-NO
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "Item Number not on file: " WS-ITEM-NO-IN
                   GO TO 320-EXIT
           END-READ
           DISPLAY "Item: " IM-ITEM-DESC " on hand " IM-QTY-ON-HAND
           DISPLAY "Enter Quantity Ordered"
           ACCEPT WS-QTY-IN
           IF WS-QTY-IN NOT GREATER THAN ZERO
               DISPLAY "Quantity Ordered must be greater than zero"
               GO TO 320-EXIT
           END-IF
           DISPLAY "Item unit cost: " IM-UNIT-COST
           DISPLAY "Enter Unit Cost (zero for item unit cost)"
           ACCEPT WS-COST-IN
           IF WS-COST-IN LESS THAN ZERO
               DISPLAY "Unit Cost cannot be negative"
               GO TO 320-EXIT
           END-IF
           IF WS-COST-IN = 0
               MOVE IM-UNIT-COST TO WS-COST-IN
           END-IF
           PERFORM 220-READ-HEADER THRU 220-EXIT
           IF WS-PO-FOUND = "NO"
               MOVE "YES" TO WS-LINES-DONE
               GO TO 320-EXIT
           END-IF
           IF PH-STATUS = "O" AND WS-COST-IN = 0
               DISPLAY "Item has no unit cost; a line on a released "
                       "order needs a unit cost"
               GO TO 320-EXIT
           END-IF
           MOVE PH-DUE-DATE TO WS-DEFAULT-DATE
           DISPLAY "Enter line Due Date YYYYMMDD (blank for "
                   WS-DEFAULT-DATE ")"
           PERFORM 250-GET-DATE THRU 250-EXIT
           ADD 1 TO PH-LAST-LINE
           MOVE PH-LAST-LINE TO WS-NEW-LINE-NO
           REWRITE PO-REC
               INVALID KEY
                   DISPLAY "ERROR: purchase order could not be "
                           "rewritten, status " WS-PURCHORD-STATUS
                   GO TO 320-EXIT
           END-REWRITE
           MOVE SPACES TO PO-REC
           MOVE WS-PO-NO-IN TO PO-NO
           MOVE WS-NEW-LINE-NO TO PO-LINE-NO
           MOVE "L" TO PO-REC-TYPE
           MOVE WS-ITEM-NO-IN TO PL-ITEM-NO
           MOVE WS-QTY-IN TO PL-QTY-ORDERED
           MOVE 0 TO PL-QTY-RECEIVED
           MOVE WS-COST-IN TO PL-UNIT-COST
           MOVE WS-ENTERED-DATE TO PL-DUE-DATE
           MOVE "O" TO PL-STATUS
           WRITE PO-REC
               INVALID KEY
                   DISPLAY "ERROR: purchase order line could not be "
                           "written, status " WS-PURCHORD-STATUS
                   GO TO 320-EXIT
           END-WRITE
           DISPLAY "Line " WS-NEW-LINE-NO " added".
       320-EXIT.
           EXIT.
      ******************************************************************
      *400-ADD-LINE Adds one line to a draft or released order that is
      *             not closed or cancelled.
      ******************************************************************
       400-ADD-LINE.
           DISPLAY "Enter PO Number"
           ACCEPT WS-PO-NO-IN
           PERFORM 220-READ-HEADER THRU 220-EXIT
           IF WS-PO-FOUND = "NO"
               DISPLAY "Purchase order not on file: " WS-PO-NO-IN
               GO TO 400-EXIT
           END-IF
           IF PH-STATUS NOT = "D" AND PH-STATUS NOT = "O"
               DISPLAY "Purchase order is closed or cancelled: "
                       WS-PO-NO-IN
               GO TO 400-EXIT
           END-IF
           MOVE "NO" TO WS-LINES-DONE
           PERFORM 320-ENTER-LINE THRU 320-EXIT.
       400-EXIT.
           EXIT.
      ******************************************************************
      *500-CHANGE-LINE Changes the quantity ordered, unit cost, and/or
      *                due date of an open line. A zero reply keeps
      *                the quantity or cost and a blank reply keeps
      *                the due date. The quantity cannot be cut below
      *                what has already been received; cutting it to
      *                exactly that closes the line.
      ******************************************************************
       500-CHANGE-LINE.
           DISPLAY "Enter PO Number"
           ACCEPT WS-PO-NO-IN
           DISPLAY "Enter Line Number"
           ACCEPT WS-LINE-NO-IN
           PERFORM 230-READ-LINE THRU 230-EXIT
           IF WS-LINE-FOUND = "NO"
               DISPLAY "Purchase order line not on file: "
                       WS-PO-NO-IN "-" WS-LINE-NO-IN
               GO TO 500-EXIT
           END-IF
           IF PL-STATUS NOT = "O"
               DISPLAY "Line is closed or cancelled"
               GO TO 500-EXIT
           END-IF
           DISPLAY "Item " PL-ITEM-NO " ordered " PL-QTY-ORDERED
                   " received " PL-QTY-RECEIVED
           DISPLAY "Enter new Quantity Ordered (zero to keep)"
           ACCEPT WS-QTY-IN
           IF WS-QTY-IN > 0
               IF WS-QTY-IN < PL-QTY-RECEIVED
                   DISPLAY "Quantity cannot be less than the "
                           PL-QTY-RECEIVED " already received"
                   GO TO 500-EXIT
               END-IF
               MOVE WS-QTY-IN TO PL-QTY-ORDERED
           END-IF
           DISPLAY "Current unit cost: " PL-UNIT-COST
           DISPLAY "Enter new Unit Cost (zero to keep)"
           ACCEPT WS-COST-IN
           IF WS-COST-IN > 0
               MOVE WS-COST-IN TO PL-UNIT-COST
           END-IF
           MOVE PL-DUE-DATE TO WS-DEFAULT-DATE
           DISPLAY "Enter new Due Date YYYYMMDD (blank for "
                   WS-DEFAULT-DATE ")"
           PERFORM 250-GET-DATE THRU 250-EXIT
           MOVE WS-ENTERED-DATE TO PL-DUE-DATE
           IF PL-QTY-RECEIVED = PL-QTY-ORDERED
               MOVE "C" TO PL-STATUS
           END-IF
           REWRITE PO-REC
               INVALID KEY
                   DISPLAY "ERROR: purchase order line could not be "
                           "rewritten, status " WS-PURCHORD-STATUS
                   GO TO 500-EXIT
           END-REWRITE
           DISPLAY "Line changed: " WS-PO-NO-IN "-" WS-LINE-NO-IN
           IF PL-STATUS = "C"
               DISPLAY "Line received in full and closed"
               PERFORM 800-CLOSE-IF-DONE THRU 800-EXIT
           END-IF.
       500-EXIT.
           EXIT.
      ******************************************************************
      *600-RELEASE-PO Releases a reviewed draft so it prints and can be
      *               received against. A draft with no open lines, or
      *               with a line still at zero cost (as the
      *               suggested-order run leaves them when it has no
      *               cost to go on), stays a draft.
      ******************************************************************
       600-RELEASE-PO.
           DISPLAY "Enter PO Number to release"
           ACCEPT WS-PO-NO-IN
           PERFORM 220-READ-HEADER THRU 220-EXIT
           IF WS-PO-FOUND = "NO"
               DISPLAY "Purchase order not on file: " WS-PO-NO-IN
               GO TO 600-EXIT
           END-IF
           IF PH-STATUS NOT = "D"
               DISPLAY "Purchase order is not a draft: " WS-PO-NO-IN
               GO TO 600-EXIT
           END-IF
           PERFORM 810-COUNT-LINES THRU 810-EXIT
           IF WS-OPEN-LINES = 0
               DISPLAY "Purchase order has no open lines, "
                       "not released"
               GO TO 600-EXIT
           END-IF
           IF WS-UNPRICED-LINES > 0
               DISPLAY "Lines with no unit cost: " WS-UNPRICED-LINES
                       ", not released"
               GO TO 600-EXIT
           END-IF
           PERFORM 220-READ-HEADER THRU 220-EXIT
           MOVE "O" TO PH-STATUS
           MOVE "N" TO PH-PRINTED
           REWRITE PO-REC
               INVALID KEY
                   DISPLAY "ERROR: purchase order could not be "
                           "rewritten, status " WS-PURCHORD-STATUS
                   GO TO 600-EXIT
           END-REWRITE
           DISPLAY "Purchase order released: " WS-PO-NO-IN.
       600-EXIT.
           EXIT.
      ******************************************************************
      *700-CANCEL Cancels one open line, or line 000 for every open
      *           line on the order. A line with nothing received is
      *           marked cancelled; one with a partial receipt is
      *           short-closed at what came in, so the receipt
      *           history stays true. The order closes itself when no
      *           open line is left.
      ******************************************************************
       700-CANCEL.
           DISPLAY "Enter PO Number to cancel"
           ACCEPT WS-PO-NO-IN
           PERFORM 220-READ-HEADER THRU 220-EXIT
           IF WS-PO-FOUND = "NO"
               DISPLAY "Purchase order not on file: " WS-PO-NO-IN
               GO TO 700-EXIT
           END-IF
           IF PH-STATUS NOT = "D" AND PH-STATUS NOT = "O"
               DISPLAY "Purchase order is already closed or "
                       "cancelled"
               GO TO 700-EXIT
           END-IF
           DISPLAY "Enter Line Number to cancel (000 for whole PO)"
           ACCEPT WS-LINE-NO-IN
           IF WS-LINE-NO-IN = 0
               MOVE WS-PO-NO-IN TO PO-NO
               MOVE 0 TO PO-LINE-NO
               MOVE "NO" TO WS-SCAN-EOF
               START PURCH-ORDER KEY GREATER THAN PO-KEY
                   INVALID KEY
                       MOVE "YES" TO WS-SCAN-EOF
               END-START
               PERFORM 710-CANCEL-NEXT-LINE THRU 710-EXIT
                   UNTIL WS-SCAN-EOF = "YES"
           ELSE
               PERFORM 230-READ-LINE THRU 230-EXIT
               IF WS-LINE-FOUND = "NO"
                   DISPLAY "Purchase order line not on file: "
                           WS-PO-NO-IN "-" WS-LINE-NO-IN
                   GO TO 700-EXIT
               END-IF
               IF PL-STATUS NOT = "O"
                   DISPLAY "Line is already closed or cancelled"
                   GO TO 700-EXIT
               END-IF
               PERFORM 720-CANCEL-ONE-LINE THRU 720-EXIT
           END-IF
           PERFORM 800-CLOSE-IF-DONE THRU 800-EXIT.
       700-EXIT.
           EXIT.
      ******************************************************************
      *710-CANCEL-NEXT-LINE Reads the next line of the order being
      *                     cancelled and cancels it if it is open.
      ******************************************************************
       710-CANCEL-NEXT-LINE.
           READ PURCH-ORDER NEXT RECORD
               AT END
                   MOVE "YES" TO WS-SCAN-EOF
                   GO TO 710-EXIT
           END-READ
           IF PO-NO NOT = WS-PO-NO-IN
               MOVE "YES" TO WS-SCAN-EOF
               GO TO 710-EXIT
           END-IF
           IF PL-STATUS = "O"
               PERFORM 720-CANCEL-ONE-LINE THRU 720-EXIT
           END-IF.
       710-EXIT.
           EXIT.
      ******************************************************************
      *720-CANCEL-ONE-LINE Cancels the open line just read: cancelled
      *                    outright when nothing was received, short-
      *                    closed when part of it was.
      ******************************************************************
       720-CANCEL-ONE-LINE.
           IF PL-QTY-RECEIVED > 0
               MOVE "C" TO PL-STATUS
           ELSE
               MOVE "X" TO PL-STATUS
           END-IF
           REWRITE PO-REC
               INVALID KEY
                   DISPLAY "ERROR: purchase order line could not be "
                           "rewritten, status " WS-PURCHORD-STATUS
                   GO TO 720-EXIT
           END-REWRITE
           DISPLAY "Line cancelled: " PO-NO "-" PO-LINE-NO.
       720-EXIT.
           EXIT.
      ******************************************************************
      *800-CLOSE-IF-DONE Closes the order in WS-PO-NO-IN once no open
      *                  line is left on it: closed when anything was
      *                  received on it, cancelled when nothing was.
      ******************************************************************
       800-CLOSE-IF-DONE.
           PERFORM 810-COUNT-LINES THRU 810-EXIT
           IF WS-OPEN-LINES > 0
               GO TO 800-EXIT
           END-IF
           PERFORM 220-READ-HEADER THRU 220-EXIT
           IF WS-PO-FOUND = "NO"
               GO TO 800-EXIT
           END-IF
           IF WS-RECEIVED-LINES > 0
               MOVE "C" TO PH-STATUS
           ELSE
               MOVE "X" TO PH-STATUS
           END-IF
           REWRITE PO-REC
               INVALID KEY
                   DISPLAY "ERROR: purchase order could not be "
                           "rewritten, status " WS-PURCHORD-STATUS
                   GO TO 800-EXIT
           END-REWRITE
           IF PH-STATUS = "C"
               DISPLAY "Purchase order closed: " WS-PO-NO-IN
           ELSE
               DISPLAY "Purchase order cancelled: " WS-PO-NO-IN
           END-IF.
       800-EXIT.
           EXIT.
      ******************************************************************
      *810-COUNT-LINES Counts the order's open lines, its open lines
      *                with no unit cost, and its lines with anything
      *                received.
      ******************************************************************
       810-COUNT-LINES.
           MOVE 0 TO WS-OPEN-LINES
           MOVE 0 TO WS-UNPRICED-LINES
           MOVE 0 TO WS-RECEIVED-LINES
           MOVE WS-PO-NO-IN TO PO-NO
           MOVE 0 TO PO-LINE-NO
           MOVE "NO" TO WS-SCAN-EOF
           START PURCH-ORDER KEY GREATER THAN PO-KEY
               INVALID KEY
                   MOVE "YES" TO WS-SCAN-EOF
           END-START
           PERFORM 820-COUNT-ONE-LINE THRU 820-EXIT
               UNTIL WS-SCAN-EOF = "YES".
       810-EXIT.
           EXIT.
      ******************************************************************
      *820-COUNT-ONE-LINE Reads the order's next line and counts it.
      ******************************************************************
       820-COUNT-ONE-LINE.
           READ PURCH-ORDER NEXT RECORD
               AT END
                   MOVE "YES" TO WS-SCAN-EOF
                   GO TO 820-EXIT
           END-READ
           IF PO-NO NOT = WS-PO-NO-IN
               MOVE "YES" TO WS-SCAN-EOF
               GO TO 820-EXIT
           END-IF
           IF PL-STATUS = "O"
               ADD 1 TO WS-OPEN-LINES
               IF PL-UNIT-COST = 0
                   ADD 1 TO WS-UNPRICED-LINES
               END-IF
           END-IF
           IF PL-QTY-RECEIVED > 0
               ADD 1 TO WS-RECEIVED-LINES
           END-IF.
       820-EXIT.
           EXIT.
      ******************************************************************
      *220-READ-HEADER Reads the header (line 000) of the order in
      *                WS-PO-NO-IN and sets WS-PO-FOUND accordingly.
      *                PO 000000 is the control record, never an
      *                order.
      ******************************************************************
       220-READ-HEADER.
           MOVE "NO" TO WS-PO-FOUND
           IF WS-PO-NO-IN = 0
               GO TO 220-EXIT
           END-IF
           MOVE WS-PO-NO-IN TO PO-NO
           MOVE 0 TO PO-LINE-NO
           READ PURCH-ORDER
               INVALID KEY
                   GO TO 220-EXIT
           END-READ
           MOVE "YES" TO WS-PO-FOUND.
       220-EXIT.
           EXIT.
      ******************************************************************
      *230-READ-LINE Reads line WS-LINE-NO-IN of the order in
      *              WS-PO-NO-IN and sets WS-LINE-FOUND accordingly.
      ******************************************************************
       230-READ-LINE.
           MOVE "NO" TO WS-LINE-FOUND
           IF WS-PO-NO-IN = 0 OR WS-LINE-NO-IN = 0
               GO TO 230-EXIT
           END-IF
           MOVE WS-PO-NO-IN TO PO-NO
           MOVE WS-LINE-NO-IN TO PO-LINE-NO
           READ PURCH-ORDER
               INVALID KEY
                   GO TO 230-EXIT
           END-READ
           MOVE "YES" TO WS-LINE-FOUND.
       230-EXIT.
           EXIT.
      ******************************************************************
      *240-CHECK-VENDOR Reads the vendor in WS-VEND-NO-IN and sets
      *                 WS-VEND-OK when it is on file and active.
      ******************************************************************
       240-CHECK-VENDOR.
           MOVE "NO" TO WS-VEND-OK
           MOVE WS-VEND-NO-IN TO VM-VEND-NO
           READ VENDOR-MASTER
               INVALID KEY
                   GO TO 240-EXIT
           END-READ
           IF VM-STATUS = "A"
               MOVE "YES" TO WS-VEND-OK
           END-IF.
       240-EXIT.
           EXIT.
      ******************************************************************
      *250-GET-DATE Accepts a date and reprompts until it is eight
      *             digits or blank; a blank reply takes the default
      *             the caller loaded into WS-DEFAULT-DATE.
      ******************************************************************
       250-GET-DATE.
           ACCEPT WS-DATE-IN
           PERFORM 260-REPROMPT-DATE THRU 260-EXIT
               UNTIL WS-DATE-IN = SPACES
                  OR WS-DATE-IN IS NUMERIC
           IF WS-DATE-IN = SPACES
               MOVE WS-DEFAULT-DATE TO WS-ENTERED-DATE
           ELSE
               MOVE WS-DATE-IN TO WS-ENTERED-DATE
           END-IF.
       250-EXIT.
           EXIT.
      ******************************************************************
      *260-REPROMPT-DATE Asks for the date again until it is eight
      *                  digits or blank.
      ******************************************************************
       260-REPROMPT-DATE.
           DISPLAY "Date must be YYYYMMDD or blank, re-enter"
           ACCEPT WS-DATE-IN.
       260-EXIT.
           EXIT.
