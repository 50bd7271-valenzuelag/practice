       identification division.
       program-id. POSUGG.
       author. Gabriel Valenzuela and Mark Holada.
       date-written. 10/15/2026
      ******************************************************************
      *Purpose: To turn the stock status report's reorder flags into
      *draft purchase orders, so the buyer reviews and releases
      *orders instead of writing them out by hand. ITEM-MASTER is
      *read with the same test STKSTAT flags on -- on hand negative
      *or at or below the reorder point -- but an item counts what is
      *already on order as well: the open quantity on every draft or
      *released purchase order line is added to the on-hand count,
      *so an item that is already coming is not ordered twice, and a
      *second run the same day suggests nothing new.
      *
      *A flagged item is ordered up to twice its reorder point (and
      *always at least enough to lift it above the reorder point)
      *from its preferred vendor. All of one vendor's items go on a
      *single draft purchase order per run, dated the vendor's lead
      *time out. A draft line is costed at the item's current unit
      *cost for the buyer to confirm or correct in POMNT; an item with
      *no cost yet gives a zero-cost line, and POMNT will not release
      *an order until every line is priced. An item with no preferred
      *vendor, or whose vendor is inactive, is listed for the buyer
      *to source by hand and the run ends with return code 4.
      *
      *Data Files: ITEM-MASTER "J:\COBOL\itemmast.dat"
      *            VENDOR-MASTER "J:\COBOL\vendmast.dat"
      *            PURCH-ORDER "J:\COBOL\purchord.dat"
      *            SUGG-RPT "J:\COBOL\posugg.doc"
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select ITEM-MASTER
               assign to UT-SYS-ITEMMAST
               organization is indexed
               access mode is sequential
               record key is IM-ITEM-NO
               file status is WS-ITEMMAST-STATUS.
           select VENDOR-MASTER
               assign to UT-SYS-VENDMAST
               organization is indexed
               access mode is random
               record key is VM-VEND-NO
               file status is WS-VENDMAST-STATUS.
           select PURCH-ORDER
               assign to UT-SYS-PURCHORD
               organization is indexed
               access mode is dynamic
               record key is PO-KEY
               file status is WS-PURCHORD-STATUS.
           select SUGG-RPT
               assign to UT-SYS-SUGGRPT
               organization is line sequential.
       data division.
       file section.
       FD ITEM-MASTER.
       01 ITEM-MASTER-REC.
           05 IM-ITEM-NO             PIC X(6).
           05 IM-ITEM-DESC           PIC X(20).
           05 IM-UNIT-PRICE          PIC 9999V99.
           05 IM-QTY-ON-HAND         PIC S9(5).
           05 IM-REORDER-POINT       PIC 9(5).
           05 IM-VEND-NO             PIC X(6).
           05 IM-UNIT-COST           PIC 9(5)V99.

       FD VENDOR-MASTER.
       01 VENDOR-MASTER-REC.
           05 VM-VEND-NO             PIC X(6).
           05 VM-VEND-NAME           PIC X(25).
           05 VM-ADDRESS             PIC X(25).
           05 VM-CITY-STATE          PIC X(25).
           05 VM-LEAD-DAYS           PIC 999.
           05 VM-STATUS              PIC X.

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

       FD SUGG-RPT
           RECORD CONTAINS 100.
       01 SUGG-REC                   PIC X(100).

       working-storage section.
       01 WS-VARS.
           05 WS-ITEMMAST-STATUS     PIC XX.
           05 WS-VENDMAST-STATUS     PIC XX.
           05 WS-PURCHORD-STATUS     PIC XX.
           05 WS-ITEM-EOF            PIC XXX VALUE "NO".
           05 WS-PO-EOF              PIC XXX VALUE "NO".
           05 WS-PO-LIVE             PIC XXX VALUE "NO".
           05 WS-VEND-OK             PIC XXX VALUE "NO".
           05 WS-ON-ORDER            PIC 9(7).
           05 WS-AVAILABLE           PIC S9(7).
           05 WS-ORDER-QTY           PIC S9(7).
           05 WS-MIN-QTY             PIC S9(7).
           05 WS-NEW-PO-NO           PIC 9(6).
           05 WS-NEW-LINE-NO         PIC 999.
           05 WS-DUE-DATE            PIC 9(8).
           05 WS-NOTE                PIC X(21).
           05 WS-FLAGGED-COUNT       PIC 9(7) VALUE 0.
           05 WS-COVERED-COUNT       PIC 9(7) VALUE 0.
           05 WS-LINE-COUNT          PIC 9(7) VALUE 0.
           05 WS-PO-COUNT            PIC 9(7) VALUE 0.
           05 WS-NO-VENDOR-COUNT     PIC 9(7) VALUE 0.
           05 WS-ORDER-COUNT         PIC 9(5) VALUE 0.
           05 WS-ORDER-TABLE-FULL    PIC XXX VALUE "NO".
           05 WS-VEND-COUNT          PIC 9(5) VALUE 0.
       01 WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY OCCURS 2000 TIMES
                             INDEXED BY OT-IX.
               10 OT-ITEM-NO         PIC X(6).
               10 OT-QTY             PIC 9(7).
       01 WS-VEND-TABLE.
           05 WS-VEND-ENTRY OCCURS 200 TIMES
                            INDEXED BY VT-IX.
               10 VT-VEND-NO         PIC X(6).
               10 VT-PO-NO           PIC 9(6).
       01 WS-FILES.
           05 UT-SYS-ITEMMAST        PIC X(67)
              VALUE "J:\COBOL\itemmast.dat".
           05 UT-SYS-VENDMAST        PIC X(67)
              VALUE "J:\COBOL\vendmast.dat".
           05 UT-SYS-PURCHORD        PIC X(67)
              VALUE "J:\COBOL\purchord.dat".
           05 UT-SYS-SUGGRPT         PIC X(67)
              VALUE "J:\COBOL\posugg.doc".
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
           05                        PIC X(40)
              VALUE "SUGGESTED PURCHASE ORDERS".
           05                        PIC X(38) VALUE SPACES.
       01 HEADING2.
           05                        PIC X(9) VALUE "ITEM NO".
           05                        PIC X(22) VALUE "DESCRIPTION".
           05                        PIC X(8) VALUE "ON HAND".
           05                        PIC X(8) VALUE "REORDER".
           05                        PIC X(8) VALUE "ON ORDR".
           05                        PIC X(8) VALUE "SUGGEST".
           05                        PIC X(8) VALUE "VENDOR".
           05                        PIC X(8) VALUE "DRAFT PO".
           05                        PIC X(21) VALUE "NOTE".
       01 SUGG-DETAIL.
           05 SG-ITEM-NO             PIC X(6).
           05                        PIC XXX VALUE SPACES.
           05 SG-ITEM-DESC           PIC X(20).
           05                        PIC XX VALUE SPACES.
           05 SG-ON-HAND             PIC ZZZZ9-.
           05                        PIC XX VALUE SPACES.
           05 SG-REORDER             PIC ZZZZ9.
           05                        PIC XXX VALUE SPACES.
           05 SG-ON-ORDER            PIC ZZZZ9.
           05                        PIC XXX VALUE SPACES.
           05 SG-ORDER-QTY           PIC ZZZZ9.
           05                        PIC XXX VALUE SPACES.
           05 SG-VEND-NO             PIC X(6).
           05                        PIC XX VALUE SPACES.
           05 SG-PO-NO               PIC Z(5)9.
           05                        PIC XX VALUE SPACES.
           05 SG-NOTE                PIC X(21).
       01 SUGG-COUNT-LINE.
           05 SC-LABEL               PIC X(30).
           05 SC-VALUE               PIC ZZZZZZ9-.
           05                        PIC X(62) VALUE SPACES.
       01 SUGG-MSG-LINE.
           05 SM-TEXT                PIC X(60).
           05                        PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *100-MAIN Opens the files, totals what is already on order,
      *         drafts an order line for every flagged item that needs
      *         one, and closes with the counts.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           PERFORM 120-LOAD-ON-ORDER THRU 120-EXIT
           PERFORM 200-READ-ITEM THRU 200-EXIT
               UNTIL WS-ITEM-EOF = "YES"
           PERFORM 900-WRITE-TOTALS THRU 900-EXIT
           CLOSE ITEM-MASTER
                 VENDOR-MASTER
                 PURCH-ORDER
                 SUGG-RPT
           DISPLAY "POSUGG: draft purchase orders created: "
                   WS-PO-COUNT
           DISPLAY "POSUGG: draft lines created: " WS-LINE-COUNT
           IF WS-NO-VENDOR-COUNT > 0
               DISPLAY "POSUGG: items needing a vendor: "
                       WS-NO-VENDOR-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      *110-INIT Gets the run date, opens the files, and writes the
      *         report headings. PURCH-ORDER is created empty when it
      *         does not exist yet, so the first suggested-order run
      *         can start the file.
      ******************************************************************
       110-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H-MONTH
           MOVE WS-DAY TO H-DAY
           MOVE WS-YEAR TO H-YEAR
           OPEN INPUT ITEM-MASTER
           IF WS-ITEMMAST-STATUS NOT = "00"
               DISPLAY "ERROR: ITEM-MASTER could not be opened, "
                       "status " WS-ITEMMAST-STATUS
               STOP RUN
           END-IF
           OPEN INPUT VENDOR-MASTER
           IF WS-VENDMAST-STATUS NOT = "00"
               DISPLAY "ERROR: VENDOR-MASTER could not be opened, "
                       "status " WS-VENDMAST-STATUS
               STOP RUN
           END-IF
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
           OPEN OUTPUT SUGG-RPT
           WRITE SUGG-REC FROM HEADING1
                 AFTER ADVANCING PAGE
           WRITE SUGG-REC FROM HEADING2
                 AFTER ADVANCING 2 LINES.
       110-EXIT.
           EXIT.
      ******************************************************************
      *120-LOAD-ON-ORDER Reads the whole purchase order file and adds
      *                  up, by item, the quantity still to come on
      *                  every open line of a draft or released order.
      *                  A header (line 000) always comes ahead of its
      *                  lines, so its status is known by the time its
      *                  lines are read.
      ******************************************************************
       120-LOAD-ON-ORDER.
           MOVE LOW-VALUES TO PO-KEY
           START PURCH-ORDER KEY NOT LESS THAN PO-KEY
               INVALID KEY
                   MOVE "YES" TO WS-PO-EOF
           END-START
           PERFORM 121-READ-ONE-PO THRU 121-EXIT
               UNTIL WS-PO-EOF = "YES"
           IF WS-ORDER-TABLE-FULL = "YES"
               DISPLAY "POSUGG: MORE THAN 2000 ITEMS ON ORDER - "
                       "ON-ORDER FIGURES INCOMPLETE"
           END-IF.
       120-EXIT.
           EXIT.
      ******************************************************************
      *121-READ-ONE-PO Reads one purchase order record. A header sets
      *                whether its lines count; an open line of a
      *                live order folds its remaining quantity into
      *                its item's entry. The control record is passed
      *                over.
      ******************************************************************
       121-READ-ONE-PO.
           READ PURCH-ORDER NEXT RECORD
               AT END
                   MOVE "YES" TO WS-PO-EOF
                   GO TO 121-EXIT
           END-READ
           IF PO-NO = 0
               GO TO 121-EXIT
           END-IF
           IF PO-REC-TYPE = "H"
               IF PH-STATUS = "D" OR PH-STATUS = "O"
                   MOVE "YES" TO WS-PO-LIVE
               ELSE
                   MOVE "NO" TO WS-PO-LIVE
               END-IF
               GO TO 121-EXIT
           END-IF
           IF WS-PO-LIVE NOT = "YES" OR PL-STATUS NOT = "O"
               GO TO 121-EXIT
           END-IF
           SET OT-IX TO 1
           SEARCH WS-ORDER-ENTRY
               AT END
                   PERFORM 122-ADD-ORDER-ENTRY THRU 122-EXIT
               WHEN OT-IX > WS-ORDER-COUNT
                   PERFORM 122-ADD-ORDER-ENTRY THRU 122-EXIT
               WHEN OT-ITEM-NO (OT-IX) = PL-ITEM-NO
                   ADD PL-QTY-ORDERED TO OT-QTY (OT-IX)
                   SUBTRACT PL-QTY-RECEIVED FROM OT-QTY (OT-IX)
           END-SEARCH.
       121-EXIT.
           EXIT.
      ******************************************************************
      *122-ADD-ORDER-ENTRY Starts a fresh on-order entry for an item
      *                    not seen yet.
      ******************************************************************
       122-ADD-ORDER-ENTRY.
           IF WS-ORDER-COUNT NOT LESS THAN 2000
               MOVE "YES" TO WS-ORDER-TABLE-FULL
               GO TO 122-EXIT
           END-IF
           ADD 1 TO WS-ORDER-COUNT
           SET OT-IX TO WS-ORDER-COUNT
           MOVE PL-ITEM-NO TO OT-ITEM-NO (OT-IX)
           SUBTRACT PL-QTY-RECEIVED FROM PL-QTY-ORDERED
               GIVING OT-QTY (OT-IX).
       122-EXIT.
           EXIT.
      ******************************************************************
      *200-READ-ITEM Reads one item and, when STKSTAT would flag it,
      *              decides what to do about it: nothing if what is
      *              already on order lifts it above its reorder
      *              point, a draft line from its preferred vendor if
      *              it has an active one, and an exception line for
      *              the buyer if it does not.
      ******************************************************************
       200-READ-ITEM.
           READ ITEM-MASTER NEXT RECORD
               AT END
                   MOVE "YES" TO WS-ITEM-EOF
                   GO TO 200-EXIT
           END-READ
           IF IM-QTY-ON-HAND NOT < 0
              AND IM-QTY-ON-HAND > IM-REORDER-POINT
               GO TO 200-EXIT
           END-IF
           ADD 1 TO WS-FLAGGED-COUNT
           MOVE 0 TO WS-ON-ORDER
           SET OT-IX TO 1
           SEARCH WS-ORDER-ENTRY
               AT END
                   CONTINUE
               WHEN OT-IX > WS-ORDER-COUNT
                   CONTINUE
               WHEN OT-ITEM-NO (OT-IX) = IM-ITEM-NO
                   MOVE OT-QTY (OT-IX) TO WS-ON-ORDER
           END-SEARCH
           ADD IM-QTY-ON-HAND WS-ON-ORDER GIVING WS-AVAILABLE
           MOVE 0 TO WS-ORDER-QTY
           MOVE 0 TO WS-NEW-PO-NO
           MOVE SPACES TO WS-NOTE
           IF WS-AVAILABLE > IM-REORDER-POINT
               ADD 1 TO WS-COVERED-COUNT
               MOVE "COVERED BY OPEN PO" TO WS-NOTE
               PERFORM 800-WRITE-DETAIL THRU 800-EXIT
               GO TO 200-EXIT
           END-IF
           COMPUTE WS-ORDER-QTY = IM-REORDER-POINT * 2 - WS-AVAILABLE
           COMPUTE WS-MIN-QTY = IM-REORDER-POINT + 1 - WS-AVAILABLE
           IF WS-ORDER-QTY < WS-MIN-QTY
               MOVE WS-MIN-QTY TO WS-ORDER-QTY
           END-IF
           IF WS-ORDER-QTY > 99999
               MOVE 99999 TO WS-ORDER-QTY
           END-IF
           PERFORM 210-CHECK-VENDOR THRU 210-EXIT
           IF WS-VEND-OK = "NO"
               ADD 1 TO WS-NO-VENDOR-COUNT
               PERFORM 800-WRITE-DETAIL THRU 800-EXIT
               GO TO 200-EXIT
           END-IF
           PERFORM 300-ADD-TO-DRAFT THRU 300-EXIT
           IF WS-NEW-PO-NO = 0
               ADD 1 TO WS-NO-VENDOR-COUNT
           END-IF
           PERFORM 800-WRITE-DETAIL THRU 800-EXIT.
       200-EXIT.
           EXIT.
      ******************************************************************
      *210-CHECK-VENDOR Sets WS-VEND-OK when the item names a preferred
      *                 vendor that is on file and active, and the
      *                 exception note when it does not.
      ******************************************************************
       210-CHECK-VENDOR.
           MOVE "NO" TO WS-VEND-OK
           IF IM-VEND-NO = SPACES
               MOVE "NO PREFERRED VENDOR" TO WS-NOTE
               GO TO 210-EXIT
           END-IF
           MOVE IM-VEND-NO TO VM-VEND-NO
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE "VENDOR NOT ON FILE" TO WS-NOTE
                   GO TO 210-EXIT
           END-READ
           IF VM-STATUS NOT = "A"
               MOVE "VENDOR INACTIVE" TO WS-NOTE
               GO TO 210-EXIT
           END-IF
           MOVE "YES" TO WS-VEND-OK.
       210-EXIT.
           EXIT.
      ******************************************************************
      *300-ADD-TO-DRAFT Puts the item on this run's draft order for its
      *                 vendor, starting that draft the first time the
      *                 vendor comes up. The header is re-read and
      *                 rewritten with each new line number.
      ******************************************************************
       300-ADD-TO-DRAFT.
           SET VT-IX TO 1
           SEARCH WS-VEND-ENTRY
               AT END
                   PERFORM 310-START-DRAFT THRU 310-EXIT
               WHEN VT-IX > WS-VEND-COUNT
                   PERFORM 310-START-DRAFT THRU 310-EXIT
               WHEN VT-VEND-NO (VT-IX) = IM-VEND-NO
                   MOVE VT-PO-NO (VT-IX) TO WS-NEW-PO-NO
           END-SEARCH
           IF WS-NEW-PO-NO = 0
               GO TO 300-EXIT
           END-IF
           MOVE WS-NEW-PO-NO TO PO-NO
           MOVE 0 TO PO-LINE-NO
           READ PURCH-ORDER
               INVALID KEY
                   MOVE "DRAFT HEADER MISSING" TO WS-NOTE
                   MOVE 0 TO WS-NEW-PO-NO
                   GO TO 300-EXIT
           END-READ
           ADD 1 TO PH-LAST-LINE
           MOVE PH-LAST-LINE TO WS-NEW-LINE-NO
           MOVE PH-DUE-DATE TO WS-DUE-DATE
           REWRITE PO-REC
               INVALID KEY
                   MOVE "DRAFT NOT UPDATED" TO WS-NOTE
                   MOVE 0 TO WS-NEW-PO-NO
                   GO TO 300-EXIT
           END-REWRITE
           MOVE SPACES TO PO-REC
           MOVE WS-NEW-PO-NO TO PO-NO
           MOVE WS-NEW-LINE-NO TO PO-LINE-NO
           MOVE "L" TO PO-REC-TYPE
           MOVE IM-ITEM-NO TO PL-ITEM-NO
           MOVE WS-ORDER-QTY TO PL-QTY-ORDERED
           MOVE 0 TO PL-QTY-RECEIVED
           MOVE IM-UNIT-COST TO PL-UNIT-COST
           MOVE WS-DUE-DATE TO PL-DUE-DATE
           MOVE "O" TO PL-STATUS
           WRITE PO-REC
               INVALID KEY
                   MOVE "DRAFT LINE NOT WRITTEN" TO WS-NOTE
                   MOVE 0 TO WS-NEW-PO-NO
                   GO TO 300-EXIT
           END-WRITE
           ADD 1 TO WS-LINE-COUNT
           MOVE "DRAFTED" TO WS-NOTE.
       300-EXIT.
           EXIT.
      ******************************************************************
      *310-START-DRAFT Takes the next PO number from the control
      *                record and writes a draft header for the
      *                item's vendor, due the vendor's lead time out.
      *                WS-NEW-PO-NO is left zero when no draft could be
      *                started.
      ******************************************************************
       310-START-DRAFT.
           MOVE 0 TO WS-NEW-PO-NO
           IF WS-VEND-COUNT NOT LESS THAN 200
               MOVE "TOO MANY VENDORS" TO WS-NOTE
               GO TO 310-EXIT
           END-IF
           PERFORM 320-NEXT-PO-NUMBER THRU 320-EXIT
           IF WS-NEW-PO-NO = 0
               MOVE "NO PO NUMBER" TO WS-NOTE
               GO TO 310-EXIT
           END-IF
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + VM-LEAD-DAYS)
           MOVE SPACES TO PO-REC
           MOVE WS-NEW-PO-NO TO PO-NO
           MOVE 0 TO PO-LINE-NO
           MOVE "H" TO PO-REC-TYPE
           MOVE IM-VEND-NO TO PH-VEND-NO
           MOVE WS-DATE-NUM TO PH-ORDER-DATE
           MOVE WS-DUE-DATE TO PH-DUE-DATE
           MOVE "D" TO PH-STATUS
           MOVE "N" TO PH-PRINTED
           MOVE 0 TO PH-LAST-LINE
           MOVE "S" TO PH-SOURCE
           WRITE PO-REC
               INVALID KEY
                   MOVE "DRAFT NOT WRITTEN" TO WS-NOTE
                   MOVE 0 TO WS-NEW-PO-NO
                   GO TO 310-EXIT
           END-WRITE
           ADD 1 TO WS-PO-COUNT
           ADD 1 TO WS-VEND-COUNT
           SET VT-IX TO WS-VEND-COUNT
           MOVE IM-VEND-NO TO VT-VEND-NO (VT-IX)
           MOVE WS-NEW-PO-NO TO VT-PO-NO (VT-IX).
       310-EXIT.
           EXIT.
      ******************************************************************
      *320-NEXT-PO-NUMBER Takes the next PO number from the control
      *                   record at PO 000000 and steps it, starting
      *                   the numbering at 1 when there is no control
      *                   record yet -- the same numbering POMNT
      *                   issues from.
      ******************************************************************
       320-NEXT-PO-NUMBER.
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
                           GO TO 320-EXIT
                   END-WRITE
                   MOVE 1 TO WS-NEW-PO-NO
                   GO TO 320-EXIT
           END-READ
           MOVE PC-NEXT-PO-NO TO WS-NEW-PO-NO
           ADD 1 TO PC-NEXT-PO-NO
           REWRITE PO-REC
               INVALID KEY
                   MOVE 0 TO WS-NEW-PO-NO
           END-REWRITE.
       320-EXIT.
           EXIT.
      ******************************************************************
      *800-WRITE-DETAIL Prints one flagged item with its on-order
      *                 figure, the quantity suggested, and the draft
      *                 it went on or why it did not.
      ******************************************************************
       800-WRITE-DETAIL.
           MOVE IM-ITEM-NO TO SG-ITEM-NO
           MOVE IM-ITEM-DESC TO SG-ITEM-DESC
           MOVE IM-QTY-ON-HAND TO SG-ON-HAND
           MOVE IM-REORDER-POINT TO SG-REORDER
           MOVE WS-ON-ORDER TO SG-ON-ORDER
           MOVE WS-ORDER-QTY TO SG-ORDER-QTY
           MOVE IM-VEND-NO TO SG-VEND-NO
           MOVE WS-NEW-PO-NO TO SG-PO-NO
           MOVE WS-NOTE TO SG-NOTE
           WRITE SUGG-REC FROM SUGG-DETAIL
                 AFTER ADVANCING 1 LINE.
       800-EXIT.
           EXIT.
      ******************************************************************
      *900-WRITE-TOTALS Prints the counts and the line the buyer reads
      *                 first.
      ******************************************************************
       900-WRITE-TOTALS.
           MOVE "ITEMS AT REORDER POINT" TO SC-LABEL
           MOVE WS-FLAGGED-COUNT TO SC-VALUE
           WRITE SUGG-REC FROM SUGG-COUNT-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "ITEMS COVERED BY OPEN POS" TO SC-LABEL
           MOVE WS-COVERED-COUNT TO SC-VALUE
           WRITE SUGG-REC FROM SUGG-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "DRAFT LINES CREATED" TO SC-LABEL
           MOVE WS-LINE-COUNT TO SC-VALUE
           WRITE SUGG-REC FROM SUGG-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "DRAFT PURCHASE ORDERS CREATED" TO SC-LABEL
           MOVE WS-PO-COUNT TO SC-VALUE
           WRITE SUGG-REC FROM SUGG-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "ITEMS NOT DRAFTED" TO SC-LABEL
           MOVE WS-NO-VENDOR-COUNT TO SC-VALUE
           WRITE SUGG-REC FROM SUGG-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           IF WS-NO-VENDOR-COUNT > 0
               MOVE "*** ITEMS NOT DRAFTED MUST BE ORDERED BY HAND"
                   TO SM-TEXT
           ELSE
               IF WS-PO-COUNT > 0
                   MOVE "DRAFTS MUST BE PRICED AND RELEASED IN POMNT"
                       TO SM-TEXT
               ELSE
                   MOVE "NOTHING TO ORDER" TO SM-TEXT
               END-IF
           END-IF
           WRITE SUGG-REC FROM SUGG-MSG-LINE
                 AFTER ADVANCING 2 LINES.
       900-EXIT.
           EXIT.
