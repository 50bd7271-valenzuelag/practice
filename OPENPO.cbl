       identification division.
       program-id. OPENPO.
       author. Gabriel Valenzuela and Mark Holada.
       date-written. 10/15/2026
      ******************************************************************
      *Purpose: To list every purchase order line still waiting on the
      *vendor, so the buyer can chase late shipments before the shelf
      *runs empty. Every open line of a released order prints with its
      *vendor, item, quantity ordered, received so far, and still to
      *come, the line's due date, and the cost of what is still to
      *come; a line whose due date is before today is flagged PAST
      *DUE. Draft orders have not gone to a vendor yet and are only
      *counted, so the buyer sees that there are drafts left to
      *release. The report ends with the count of open orders and
      *lines, the past-due lines, and the value still on order.
      *
      *Data Files: PURCH-ORDER "J:\COBOL\purchord.dat"
      *            VENDOR-MASTER "J:\COBOL\vendmast.dat"
      *            OPENPO-RPT "J:\COBOL\openpo.doc"
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select PURCH-ORDER
               assign to UT-SYS-PURCHORD
               organization is indexed
               access mode is sequential
               record key is PO-KEY
               file status is WS-PURCHORD-STATUS.
           select VENDOR-MASTER
               assign to UT-SYS-VENDMAST
               organization is indexed
               access mode is random
               record key is VM-VEND-NO
               file status is WS-VENDMAST-STATUS.
           select OPENPO-RPT
               assign to UT-SYS-OPENPORPT
               organization is line sequential.
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

       FD OPENPO-RPT
           RECORD CONTAINS 100.
       01 OPENPO-REC                 PIC X(100).

       working-storage section.
       01 WS-VARS.
           05 WS-PURCHORD-STATUS     PIC XX.
           05 WS-VENDMAST-STATUS     PIC XX.
           05 WS-PO-EOF              PIC XXX VALUE "NO".
           05 WS-PO-RELEASED         PIC XXX VALUE "NO".
           05 WS-PO-LISTED           PIC XXX VALUE "NO".
           05 WS-VEND-NO             PIC X(6).
           05 WS-VEND-NAME           PIC X(25).
           05 WS-QTY-OPEN            PIC 9(5).
           05 WS-OPEN-VALUE          PIC S9(9)V99.
           05 WS-PO-COUNT            PIC 9(7) VALUE 0.
           05 WS-DRAFT-COUNT         PIC 9(7) VALUE 0.
           05 WS-LINE-COUNT          PIC 9(7) VALUE 0.
           05 WS-PAST-DUE-COUNT      PIC 9(7) VALUE 0.
           05 WS-TOTAL-VALUE         PIC S9(11)V99 VALUE 0.
           05 WS-PAST-DUE-VALUE      PIC S9(11)V99 VALUE 0.
       01 WS-FILES.
           05 UT-SYS-PURCHORD        PIC X(67)
              VALUE "J:\COBOL\purchord.dat".
           05 UT-SYS-VENDMAST        PIC X(67)
              VALUE "J:\COBOL\vendmast.dat".
           05 UT-SYS-OPENPORPT       PIC X(67)
              VALUE "J:\COBOL\openpo.doc".
       01 WS-DATE.
           05 WS-YEAR                PIC 9999.
           05 WS-MONTH               PIC 99.
           05 WS-DAY                 PIC 99.
       01 WS-DATE-NUM REDEFINES WS-DATE
                                     PIC 9(8).
       01 WS-WORK-DATE.
           05 WD-YEAR                PIC 9999.
           05 WD-MONTH               PIC 99.
           05 WD-DAY                 PIC 99.
       01 WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                     PIC 9(8).
       01 HEADING1.
           05 H-MONTH                PIC 99.
           05                        PIC X VALUE "/".
           05 H-DAY                  PIC 99.
           05                        PIC X VALUE "/".
           05 H-YEAR                 PIC 9999.
           05                        PIC X(12) VALUE SPACES.
           05                        PIC X(40)
              VALUE "OPEN PURCHASE ORDERS / PAST DUE".
           05                        PIC X(38) VALUE SPACES.
       01 HEADING2.
           05                        PIC X(12) VALUE "PO-LINE".
           05                        PIC X(8) VALUE "VENDOR".
           05                        PIC X(18) VALUE "NAME".
           05                        PIC X(8) VALUE "ITEM".
           05                        PIC X(7) VALUE "ORDERED".
           05                        PIC X(7) VALUE "RECVD".
           05                        PIC X(7) VALUE "OPEN".
           05                        PIC X(12) VALUE "DUE DATE".
           05                        PIC X(12) VALUE "OPEN VALUE".
           05                        PIC X(9) VALUE "FLAG".
       01 OPENPO-DETAIL.
           05 OD-PO-NO               PIC 9(6).
           05                        PIC X VALUE "-".
           05 OD-LINE-NO             PIC 999.
           05                        PIC XX VALUE SPACES.
           05 OD-VEND-NO             PIC X(6).
           05                        PIC XX VALUE SPACES.
           05 OD-VEND-NAME           PIC X(16).
           05                        PIC XX VALUE SPACES.
           05 OD-ITEM-NO             PIC X(6).
           05                        PIC XX VALUE SPACES.
           05 OD-ORDERED             PIC ZZZZ9.
           05                        PIC XX VALUE SPACES.
           05 OD-RECEIVED            PIC ZZZZ9.
           05                        PIC XX VALUE SPACES.
           05 OD-OPEN                PIC ZZZZ9.
           05                        PIC XX VALUE SPACES.
           05 OD-MONTH               PIC 99.
           05                        PIC X VALUE "/".
           05 OD-DAY                 PIC 99.
           05                        PIC X VALUE "/".
           05 OD-YEAR                PIC 9999.
           05                        PIC XX VALUE SPACES.
           05 OD-VALUE               PIC ZZZZZZ9.99.
           05                        PIC XX VALUE SPACES.
           05 OD-FLAG                PIC X(9).
       01 OPENPO-COUNT-LINE.
           05 OC-LABEL               PIC X(30).
           05 OC-VALUE               PIC ZZZZZZ9-.
           05                        PIC X(62) VALUE SPACES.
       01 OPENPO-MONEY-LINE.
           05 OM-LABEL               PIC X(30).
           05 OM-VALUE               PIC ZZZ,ZZZ,ZZ9.99-.
           05                        PIC X(55) VALUE SPACES.
       01 OPENPO-MSG-LINE.
           05 OMS-TEXT               PIC X(60).
           05                        PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *100-MAIN Opens the files, prints every open line of every
      *         released order, and closes with the totals.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           PERFORM 200-READ-PO THRU 200-EXIT
               UNTIL WS-PO-EOF = "YES"
           PERFORM 900-WRITE-TOTALS THRU 900-EXIT
           CLOSE PURCH-ORDER
                 VENDOR-MASTER
                 OPENPO-RPT
           IF WS-PAST-DUE-COUNT > 0
               DISPLAY "OPENPO: purchase order lines past due: "
                       WS-PAST-DUE-COUNT
           ELSE
               DISPLAY "OPENPO: no purchase order lines past due"
           END-IF
           STOP RUN.
      ******************************************************************
      *110-INIT Gets the run date, opens the files, and writes the
      *         report headings.
      ******************************************************************
       110-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H-MONTH
           MOVE WS-DAY TO H-DAY
           MOVE WS-YEAR TO H-YEAR
           OPEN INPUT PURCH-ORDER
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
           OPEN OUTPUT OPENPO-RPT
           WRITE OPENPO-REC FROM HEADING1
                 AFTER ADVANCING PAGE
           WRITE OPENPO-REC FROM HEADING2
                 AFTER ADVANCING 2 LINES.
       110-EXIT.
           EXIT.
      ******************************************************************
      *200-READ-PO Reads one PURCH-ORDER record. A header (line 000)
      *            comes ahead of its lines and decides whether they
      *            are listed: only a released order's lines are. The
      *            control record is passed over.
      ******************************************************************
       200-READ-PO.
           READ PURCH-ORDER NEXT RECORD
               AT END
                   MOVE "YES" TO WS-PO-EOF
                   GO TO 200-EXIT
           END-READ
           IF PO-NO = 0
               GO TO 200-EXIT
           END-IF
           IF PO-REC-TYPE = "H"
               PERFORM 210-START-PO THRU 210-EXIT
               GO TO 200-EXIT
           END-IF
           IF WS-PO-RELEASED = "YES" AND PL-STATUS = "O"
               PERFORM 300-LIST-LINE THRU 300-EXIT
           END-IF.
       200-EXIT.
           EXIT.
      ******************************************************************
      *210-START-PO Notes whether the order just reached is released,
      *             counts drafts, and looks up the vendor's name once
      *             for all of the order's lines.
      ******************************************************************
       210-START-PO.
           MOVE "NO" TO WS-PO-RELEASED
           MOVE "NO" TO WS-PO-LISTED
           IF PH-STATUS = "D"
               ADD 1 TO WS-DRAFT-COUNT
               GO TO 210-EXIT
           END-IF
           IF PH-STATUS NOT = "O"
               GO TO 210-EXIT
           END-IF
           MOVE "YES" TO WS-PO-RELEASED
           MOVE PH-VEND-NO TO WS-VEND-NO
           MOVE PH-VEND-NO TO VM-VEND-NO
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO VM-VEND-NAME
           END-READ
           MOVE VM-VEND-NAME TO WS-VEND-NAME.
       210-EXIT.
           EXIT.
      ******************************************************************
      *300-LIST-LINE Prints one open line with what is still to come
      *              and its cost, flags it when its due date has
      *              passed, and adds it into the totals.
      ******************************************************************
       300-LIST-LINE.
           IF WS-PO-LISTED = "NO"
               ADD 1 TO WS-PO-COUNT
               MOVE "YES" TO WS-PO-LISTED
           END-IF
           SUBTRACT PL-QTY-RECEIVED FROM PL-QTY-ORDERED
               GIVING WS-QTY-OPEN
           COMPUTE WS-OPEN-VALUE = WS-QTY-OPEN * PL-UNIT-COST
           MOVE PO-NO TO OD-PO-NO
           MOVE PO-LINE-NO TO OD-LINE-NO
           MOVE WS-VEND-NO TO OD-VEND-NO
           MOVE WS-VEND-NAME TO OD-VEND-NAME
           MOVE PL-ITEM-NO TO OD-ITEM-NO
           MOVE PL-QTY-ORDERED TO OD-ORDERED
           MOVE PL-QTY-RECEIVED TO OD-RECEIVED
           MOVE WS-QTY-OPEN TO OD-OPEN
           MOVE PL-DUE-DATE TO WS-WORK-DATE-NUM
           MOVE WD-MONTH TO OD-MONTH
           MOVE WD-DAY TO OD-DAY
           MOVE WD-YEAR TO OD-YEAR
           MOVE WS-OPEN-VALUE TO OD-VALUE
           ADD 1 TO WS-LINE-COUNT
           ADD WS-OPEN-VALUE TO WS-TOTAL-VALUE
           IF PL-DUE-DATE < WS-DATE-NUM
               MOVE "PAST DUE" TO OD-FLAG
               ADD 1 TO WS-PAST-DUE-COUNT
               ADD WS-OPEN-VALUE TO WS-PAST-DUE-VALUE
           ELSE
               MOVE SPACES TO OD-FLAG
           END-IF
           WRITE OPENPO-REC FROM OPENPO-DETAIL
                 AFTER ADVANCING 1 LINE.
       300-EXIT.
           EXIT.
      ******************************************************************
      *900-WRITE-TOTALS Prints the counts, the value still on order,
      *                 and the line the buyer reads first.
      ******************************************************************
       900-WRITE-TOTALS.
           MOVE "OPEN PURCHASE ORDERS" TO OC-LABEL
           MOVE WS-PO-COUNT TO OC-VALUE
           WRITE OPENPO-REC FROM OPENPO-COUNT-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "OPEN LINES" TO OC-LABEL
           MOVE WS-LINE-COUNT TO OC-VALUE
           WRITE OPENPO-REC FROM OPENPO-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "PAST DUE LINES" TO OC-LABEL
           MOVE WS-PAST-DUE-COUNT TO OC-VALUE
           WRITE OPENPO-REC FROM OPENPO-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "DRAFTS NOT YET RELEASED" TO OC-LABEL
           MOVE WS-DRAFT-COUNT TO OC-VALUE
           WRITE OPENPO-REC FROM OPENPO-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "VALUE STILL ON ORDER" TO OM-LABEL
           MOVE WS-TOTAL-VALUE TO OM-VALUE
           WRITE OPENPO-REC FROM OPENPO-MONEY-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "VALUE PAST DUE" TO OM-LABEL
           MOVE WS-PAST-DUE-VALUE TO OM-VALUE
           WRITE OPENPO-REC FROM OPENPO-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           IF WS-PAST-DUE-COUNT > 0
               MOVE "*** PAST DUE LINES NEED A CALL TO THE VENDOR"
                   TO OMS-TEXT
           ELSE
               MOVE "NO PURCHASE ORDER LINES PAST DUE" TO OMS-TEXT
           END-IF
           WRITE OPENPO-REC FROM OPENPO-MSG-LINE
                 AFTER ADVANCING 2 LINES.
       900-EXIT.
           EXIT.
