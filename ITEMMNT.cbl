      *change may move the reorder point, but day-to-day stock
      *movement never comes through this program.
      *
      *The item also names its preferred vendor, the supplier the
      *suggested-order run raises a draft purchase order against when
      *the item falls to its reorder point. The vendor must be active
      *on VENDOR-MASTER; an item with no preferred vendor is listed by
      *the suggested-order run for the buyer to source by hand.
      *
      *The item carries its unit cost, the weighted average of what
      *the stock on hand was bought at. RCPTENTR reworks it on every
      *receipt from the purchase order line's cost; here it is keyed
      *on an add (the go-live cost of the opening count) and may be
      *corrected on a change, and the inquiry action shows it with
      *the rest of the item. TOTALSLE stamps it on each line it
      *posts, which is what the gross margin report and the
      *cost-of-goods-sold journal lines are figured from.
      *
      *A price change is entered with an effective date. On or before
      *today it is applied at once; a future date goes to the
      *pending-price file, and TOTALSLE applies it automatically the
      *change, and cancellation, immediate or pending, writes one
      *record to ITEM-AUDIT carrying the operator's initials, the
      *date and time, the action taken, and the before and after
      *images of the item record (unit cost included), the same
      *trail CUSTMNT keeps for customers, so "what was the list
      *price on the 14th and who set it" is answerable from a file.
      *
      *Data Files: ITEM-MASTER "J:\COBOL\itemmast.dat"
      *            PENDING-PRICE "J:\COBOL\pendprc.dat"
      *            ITEM-AUDIT "J:\COBOL\itemaudt.dat"
      *            VENDOR-MASTER "J:\COBOL\vendmast.dat"
      ******************************************************************
       environment division.
       input-output section.
               assign to UT-SYS-ITEMAUDT
               organization is sequential
               file status is WS-AUDIT-STATUS.
           select VENDOR-MASTER
               assign to UT-SYS-VENDMAST
               organization is indexed
               access mode is random
               record key is VM-VEND-NO
               file status is WS-VENDMAST-STATUS.
       data division.
       file section.
       FD ITEM-MASTER.
           05 IM-UNIT-PRICE          PIC 9999V99.
           05 IM-QTY-ON-HAND         PIC S9(5).
           05 IM-REORDER-POINT       PIC 9(5).
           05 IM-VEND-NO             PIC X(6).
           05 IM-UNIT-COST           PIC 9(5)V99.

       FD PENDING-PRICE.
       01 PENDING-PRICE-REC.
           05 PP-OPERATOR            PIC XXX.

       FD ITEM-AUDIT
           RECORD CONTAINS 132.
       01 AUDIT-REC.
           05 AUD-DATE.
               10 AUD-YEAR           PIC 9999.
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

       FD VENDOR-MASTER.
       01 VENDOR-MASTER-REC.
           05 VM-VEND-NO             PIC X(6).
           05 VM-VEND-NAME           PIC X(25).
           05 VM-ADDRESS             PIC X(25).
           05 VM-CITY-STATE          PIC X(25).
           05 VM-LEAD-DAYS           PIC 999.
           05 VM-STATUS              PIC X.

       working-storage section.
       01 WS-VARS.
           05 WS-ITEMMAST-STATUS     PIC XX.
           05 WS-PENDPRC-STATUS      PIC XX.
           05 WS-AUDIT-STATUS        PIC XX.
           05 WS-VENDMAST-STATUS     PIC XX.
           05 WS-VEND-OK             PIC XXX VALUE "NO".
           05 WS-VENDMAST-OPEN       PIC XXX VALUE "NO".
           05 WS-VEND-NO-IN          PIC X(6).
           05 WS-ACTION              PIC X.
           05 WS-ITEM-FOUND          PIC XXX VALUE "NO".
           05 WS-ITEM-NO-IN          PIC X(6).
           05 WS-DESC-IN             PIC X(20).
           05 WS-PRICE-IN            PIC S9999V99.
           05 WS-COST-IN             PIC S9(5)V99.
           05 WS-ONHAND-IN           PIC S9(5).
           05 WS-REORDER-IN          PIC X(5).
           05 WS-OPERATOR            PIC XXX.
           05 WS-EFF-DATE-IN         PIC X(8).
           05 WS-EFF-DATE            PIC 9(8).
           05 WS-BEFORE-IMAGE        PIC X(49).
           05 WS-TIME-OF-DAY         PIC 9(8).
           05 WS-AUDIT-EFF-DATE      PIC 9(8) VALUE 0.
           05 WS-AUD-ACTION          PIC X.
              VALUE "J:\COBOL\pendprc.dat".
           05 UT-SYS-ITEMAUDT        PIC X(67)
              VALUE "J:\COBOL\itemaudt.dat".
           05 UT-SYS-VENDMAST        PIC X(67)
              VALUE "J:\COBOL\vendmast.dat".
       01 WS-DATE.
           05 WS-YEAR                PIC 9999.
           05 WS-MONTH               PIC 99.
      ******************************************************************
      *100-MAIN Opens the price list and loops on the action prompt
      *         until the operator enters S to stop. Each pass handles
      *         one add, change, cancellation, or inquiry.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           CLOSE ITEM-MASTER
                 PENDING-PRICE
                 ITEM-AUDIT
           IF WS-VENDMAST-OPEN = "YES"
               CLOSE VENDOR-MASTER
           END-IF
           STOP RUN.
      ******************************************************************
      *110-INIT Gets the run date, asks for the operator's initials
      *         exist yet so the first item can be added without IT
      *         preparing the files by hand. ITEM-AUDIT is extended,
      *         never replaced, so the audit trail accumulates across
      *         sessions. VENDOR-MASTER is only read; before the
      *         first vendor is set up it is not there, and items can
      *         still be maintained without a preferred vendor.
      ******************************************************************
       110-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
               DISPLAY "ERROR: ITEM-AUDIT could not be opened, "
                       "status " WS-AUDIT-STATUS
               STOP RUN
           END-IF
           OPEN INPUT VENDOR-MASTER
           IF WS-VENDMAST-STATUS = "00"
               MOVE "YES" TO WS-VENDMAST-OPEN
           END-IF.
       110-EXIT.
           EXIT.
      ******************************************************************
       200-GET-ACTION.
           DISPLAY "Enter action: A=Add C=Change "
                   "X=Cancel pending price I=Inquire S=Stop"
           ACCEPT WS-ACTION.
       200-EXIT.
           EXIT.
      ******************************************************************
      *210-PROCESS-ACTION Routes one action to its paragraph, then asks
      *                   for the next action. Anything other than A,
      *                   C, X, I, or S just reprompts.
      ******************************************************************
       210-PROCESS-ACTION.
           EVALUATE FUNCTION UPPER-CASE(WS-ACTION)
                   PERFORM 400-CHANGE-ITEM THRU 400-EXIT
               WHEN "X"
                   PERFORM 450-CANCEL-PENDING THRU 450-EXIT
               WHEN "I"
                   PERFORM 470-INQUIRE-ITEM THRU 470-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *             amount. The opening quantity on hand may be keyed
      *             (the warehouse count at go-live); it may not be
      *             negative. The reorder point drives the flag on the
      *             stock status report, and the preferred vendor is
      *             who the suggested-order run orders from. The
      *             unit cost is what the opening count was bought
      *             at; it may be zero but not negative.
      ******************************************************************
       300-ADD-ITEM.
           DISPLAY "Enter Item Number to add"
               PERFORM 250-REPROMPT-ONHAND THRU 250-EXIT
                   UNTIL WS-ONHAND-IN NOT LESS THAN ZERO
           END-IF
           DISPLAY "Enter Unit Cost"
           ACCEPT WS-COST-IN
           IF WS-COST-IN IS LESS THAN ZERO
               PERFORM 260-REPROMPT-COST THRU 260-EXIT
                   UNTIL WS-COST-IN NOT LESS THAN ZERO
           END-IF
           DISPLAY "Enter Reorder Point"
           ACCEPT WS-REORDER-IN
           DISPLAY "Enter Preferred Vendor Number (blank for none)"
           PERFORM 290-GET-VENDOR THRU 290-EXIT
           MOVE WS-ITEM-NO-IN TO IM-ITEM-NO
           MOVE WS-DESC-IN TO IM-ITEM-DESC
           MOVE WS-PRICE-IN TO IM-UNIT-PRICE
           MOVE WS-ONHAND-IN TO IM-QTY-ON-HAND
           MOVE WS-COST-IN TO IM-UNIT-COST
           IF WS-REORDER-IN IS NUMERIC
               MOVE WS-REORDER-IN TO IM-REORDER-POINT
           ELSE
               MOVE 0 TO IM-REORDER-POINT
           END-IF
           IF FUNCTION UPPER-CASE(WS-VEND-NO-IN) = "NONE"
               MOVE SPACES TO IM-VEND-NO
           ELSE
               MOVE WS-VEND-NO-IN TO IM-VEND-NO
           END-IF
           WRITE ITEM-MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR: item could not be written, "
       300-EXIT.
           EXIT.
      ******************************************************************
      *400-CHANGE-ITEM Changes the description, unit price, unit
      *                cost, reorder point, and/or preferred vendor of
      *                an item already on file. A blank reply to the
      *                description, reorder-point, or vendor prompt
      *                keeps the current value (NONE removes the
      *                preferred vendor); a zero reply to the price
      *                or cost prompt keeps the current figure. A
      *                cost keyed here is a correction and takes
      *                effect at once; the next receipt averages from
      *                it. A new
      *                price is entered with an effective date: on or
      *                before today it is applied at once, a future
      *                date is held on the pending-price file for
               DISPLAY "Item Number not on file: " WS-ITEM-NO-IN
               GO TO 400-EXIT
           END-IF
           MOVE ITEM-MASTER-REC (7:49) TO WS-BEFORE-IMAGE
           MOVE "NO" TO WS-PRICE-PENDING
           MOVE "NO" TO WS-PRICE-APPLIED
           DISPLAY "Current description: " IM-ITEM-DESC
                   MOVE "YES" TO WS-PRICE-PENDING
               END-IF
           END-IF
           DISPLAY "Current unit cost: " IM-UNIT-COST
           DISPLAY "Enter new Unit Cost (zero to keep)"
           ACCEPT WS-COST-IN
           IF WS-COST-IN IS LESS THAN ZERO
               PERFORM 260-REPROMPT-COST THRU 260-EXIT
                   UNTIL WS-COST-IN NOT LESS THAN ZERO
           END-IF
           IF WS-COST-IN > 0
               MOVE WS-COST-IN TO IM-UNIT-COST
           END-IF
           DISPLAY "Current reorder point: " IM-REORDER-POINT
           DISPLAY "Enter new Reorder Point (blank to keep)"
           ACCEPT WS-REORDER-IN
           IF WS-REORDER-IN IS NUMERIC
               MOVE WS-REORDER-IN TO IM-REORDER-POINT
           END-IF
           DISPLAY "Current preferred vendor: " IM-VEND-NO
           DISPLAY "Enter new Preferred Vendor Number "
                   "(blank to keep, NONE for none)"
           PERFORM 290-GET-VENDOR THRU 290-EXIT
           IF FUNCTION UPPER-CASE(WS-VEND-NO-IN) = "NONE"
               MOVE SPACES TO IM-VEND-NO
           ELSE
               IF WS-VEND-NO-IN NOT = SPACES
                   MOVE WS-VEND-NO-IN TO IM-VEND-NO
               END-IF
           END-IF
           REWRITE ITEM-MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR: item could not be rewritten, "
                           "deleted, status " WS-PENDPRC-STATUS
                   GO TO 460-EXIT
           END-DELETE
           MOVE ITEM-MASTER-REC (7:49) TO WS-BEFORE-IMAGE
           MOVE PP-EFF-DATE TO WS-AUDIT-EFF-DATE
           MOVE "X" TO WS-AUD-ACTION
           PERFORM 600-WRITE-AUDIT THRU 600-EXIT.
       460-EXIT.
           EXIT.
      ******************************************************************
      *470-INQUIRE-ITEM Shows an item as it stands on file -- price,
      *                 unit cost, on hand, reorder point, preferred
      *                 vendor -- and any pending price waiting on it.
      *                 Nothing is changed and nothing is audited.
      ******************************************************************
       470-INQUIRE-ITEM.
           DISPLAY "Enter Item Number to inquire"
           ACCEPT WS-ITEM-NO-IN
           PERFORM 220-READ-ITEM THRU 220-EXIT
           IF WS-ITEM-FOUND = "NO"
               DISPLAY "Item Number not on file: " WS-ITEM-NO-IN
               GO TO 470-EXIT
           END-IF
           DISPLAY "Item:             " IM-ITEM-NO " " IM-ITEM-DESC
           DISPLAY "Unit price:       " IM-UNIT-PRICE
           DISPLAY "Unit cost:        " IM-UNIT-COST
           DISPLAY "Quantity on hand: " IM-QTY-ON-HAND
           DISPLAY "Reorder point:    " IM-REORDER-POINT
           DISPLAY "Preferred vendor: " IM-VEND-NO
           MOVE WS-ITEM-NO-IN TO PP-ITEM-NO
           READ PENDING-PRICE
               INVALID KEY
                   GO TO 470-EXIT
           END-READ
           DISPLAY "Pending price " PP-NEW-PRICE " effective "
                   PP-EFF-DATE " entered by " PP-OPERATOR.
       470-EXIT.
           EXIT.
      ******************************************************************
      *220-READ-ITEM Reads ITEM-MASTER by the keyed item number and
      *              sets WS-ITEM-FOUND accordingly.
      ******************************************************************
       250-EXIT.
           EXIT.
      ******************************************************************
      *260-REPROMPT-COST Asks for the unit cost again until it is not
      *                  a negative amount.
      ******************************************************************
       260-REPROMPT-COST.
           DISPLAY "Unit Cost must not be negative, re-enter"
           ACCEPT WS-COST-IN.
       260-EXIT.
           EXIT.
      ******************************************************************
      *290-GET-VENDOR Accepts a preferred vendor number and reprompts
      *               until it is blank, NONE, or an active vendor on
      *               VENDOR-MASTER, so an item can never point the
      *               suggested-order run at a vendor that is not
      *               bought from.
      ******************************************************************
       290-GET-VENDOR.
           ACCEPT WS-VEND-NO-IN
           PERFORM 291-CHECK-VENDOR THRU 291-EXIT
           IF WS-VEND-OK = "NO"
               PERFORM 295-REPROMPT-VENDOR THRU 295-EXIT
                   UNTIL WS-VEND-OK = "YES"
           END-IF.
       290-EXIT.
           EXIT.
      ******************************************************************
      *291-CHECK-VENDOR Sets WS-VEND-OK for the vendor number just
      *                 entered: blank and NONE are always accepted,
      *                 anything else must be an active vendor.
      ******************************************************************
       291-CHECK-VENDOR.
           MOVE "YES" TO WS-VEND-OK
           IF WS-VEND-NO-IN = SPACES
              OR FUNCTION UPPER-CASE(WS-VEND-NO-IN) = "NONE"
               GO TO 291-EXIT
           END-IF
           IF WS-VENDMAST-OPEN = "NO"
               MOVE "NO" TO WS-VEND-OK
               GO TO 291-EXIT
           END-IF
           MOVE WS-VEND-NO-IN TO VM-VEND-NO
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE "NO" TO WS-VEND-OK
               NOT INVALID KEY
                   IF VM-STATUS NOT = "A"
                       MOVE "NO" TO WS-VEND-OK
                   END-IF
           END-READ.
       291-EXIT.
           EXIT.
      ******************************************************************
      *295-REPROMPT-VENDOR Asks for the preferred vendor again until
      *                    it is acceptable.
      ******************************************************************
       295-REPROMPT-VENDOR.
           DISPLAY "Vendor not on file or inactive, re-enter "
                   "(blank for none)"
           ACCEPT WS-VEND-NO-IN
           PERFORM 291-CHECK-VENDOR THRU 291-EXIT.
       295-EXIT.
           EXIT.
      ******************************************************************
      *600-WRITE-AUDIT Writes one audit record for the action just
      *                taken: date, time, operator, action code, item
      *                number, and the before and after images of the
      *                description, price, on-hand, reorder point,
      *                preferred vendor, and unit cost. The caller loads
      *                WS-BEFORE-IMAGE before changing the record
      *                (spaces for an add) and
      *                WS-AUDIT-EFF-DATE (zero except for a pending
      *                price, whose after image shows the price that
      *                will take effect rather than the one still on
           MOVE WS-AUD-ACTION TO AUD-ACTION
           MOVE IM-ITEM-NO TO AUD-ITEM-NO
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE
           MOVE ITEM-MASTER-REC (7:49) TO AUD-AFTER
           IF WS-AUD-ACTION = "P"
               MOVE WS-PRICE-IN TO AUD-NEW-PRICE
           END-IF
               MOVE PP-NEW-PRICE TO AUD-OLD-PRICE
           END-IF
           MOVE WS-AUDIT-EFF-DATE TO AUD-EFF-DATE
           MOVE SPACES TO AUD-REASON
           WRITE AUDIT-REC.
       600-EXIT.
           EXIT.
