       identification division.
       program-id. PIFREEZE.
       author. Gabriel Valenzuela and Mark Holada.
       date-written. 10/15/2026
      ******************************************************************
      *Purpose: To open a physical inventory count. Every item on
      *ITEM-MASTER is copied to the count file with its on-hand
      *quantity and unit cost as they stand at the moment of the
      *freeze -- the book figure the count is measured against --
      *and a count sheet is printed for the warehouse to write the
      *counted quantities on. The sheets are blind: they show the
      *item and description but never the book quantity, so the
      *counters count what is on the shelf rather than confirm what
      *the system expects.
      *
      *The freeze date and time go on the count control record with
      *status F (frozen, counting under way). PICOUNT books the
      *counts, PIVAR prints the variances, and PIPOST posts the
      *approved adjustments; each checks the control record so the
      *steps cannot be run out of order. Sales and receipts may keep
      *posting to ITEM-MASTER after the freeze: the adjustment
      *PIPOST makes is the count less the frozen book figure, so
      *activity after the freeze is left standing.
      *
      *A count still open (status F or V) is not thrown away by
      *accident: the operator must type NEW to start over, and
      *anything else leaves the open count as it was.
      *
      *Data Files: ITEM-MASTER "J:\COBOL\itemmast.dat"
      *            PI-FILE "J:\COBOL\pifreeze.dat"
      *            PI-CONTROL "J:\COBOL\pictl.dat"
      *            COUNT-SHEET "J:\COBOL\pisheet.doc"
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
           select PI-FILE
               assign to UT-SYS-PIFILE
               organization is indexed
               access mode is sequential
               record key is PI-ITEM-NO
               file status is WS-PIFILE-STATUS.
           select PI-CONTROL
               assign to UT-SYS-PICTL
               organization is sequential
               file status is WS-PICTL-STATUS.
           select COUNT-SHEET
               assign to UT-SYS-PISHEET
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

       FD PI-FILE.
       01 PI-REC.
           05 PI-ITEM-NO             PIC X(6).
           05 PI-ITEM-DESC           PIC X(20).
           05 PI-BOOK-QTY            PIC S9(5).
           05 PI-UNIT-COST           PIC 9(5)V99.
           05 PI-COUNT-QTY           PIC 9(5).
           05 PI-COUNTED             PIC X.
           05 PI-RECOUNT             PIC X.
           05 PI-REASON              PIC XX.
           05 PI-COUNTER             PIC XXX.
           05 PI-POSTED              PIC X.
           05                        PIC X(4).

       FD PI-CONTROL
           RECORD CONTAINS 40.
       01 PI-CONTROL-REC.
           05 PC-FREEZE-DATE         PIC 9(8).
           05 PC-FREEZE-TIME         PIC 9(6).
           05 PC-STATUS              PIC X.
           05 PC-ITEMS               PIC 9(5).
           05 PC-APPROVED-BY         PIC XXX.
           05 PC-POST-DATE           PIC 9(8).
           05                        PIC X(9).

       FD COUNT-SHEET
           RECORD CONTAINS 100.
       01 SHEET-REC                  PIC X(100).

       working-storage section.
       01 WS-VARS.
           05 WS-ITEMMAST-STATUS     PIC XX.
           05 WS-PIFILE-STATUS       PIC XX.
           05 WS-PICTL-STATUS        PIC XX.
           05 WS-ITEM-EOF            PIC XXX VALUE "NO".
           05 WS-COUNT-OPEN          PIC XXX VALUE "NO".
           05 WS-CONFIRM-IN          PIC XXX.
           05 WS-ITEM-COUNT          PIC 9(7) VALUE 0.
           05 WS-TIME-OF-DAY         PIC 9(8).
       01 WS-FILES.
           05 UT-SYS-ITEMMAST        PIC X(67)
              VALUE "J:\COBOL\itemmast.dat".
           05 UT-SYS-PIFILE          PIC X(67)
              VALUE "J:\COBOL\pifreeze.dat".
           05 UT-SYS-PICTL           PIC X(67)
              VALUE "J:\COBOL\pictl.dat".
           05 UT-SYS-PISHEET         PIC X(67)
              VALUE "J:\COBOL\pisheet.doc".
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
              VALUE "PHYSICAL INVENTORY COUNT SHEET".
           05                        PIC X(38) VALUE SPACES.
       01 HEADING2.
           05                        PIC X(16) VALUE "FROZEN AT".
           05 H2-FREEZE-TIME         PIC 99B99B99.
           05                        PIC X(76) VALUE SPACES.
       01 HEADING3.
           05                        PIC X(9) VALUE "ITEM NO".
           05                        PIC X(22) VALUE "DESCRIPTION".
           05                        PIC X(20) VALUE "QUANTITY COUNTED".
           05                        PIC X(14) VALUE "COUNTED BY".
           05                        PIC X(35) VALUE "REASON".
       01 SHEET-DETAIL.
           05 SH-ITEM-NO             PIC X(6).
           05                        PIC XXX VALUE SPACES.
           05 SH-ITEM-DESC           PIC X(20).
           05                        PIC XX VALUE SPACES.
           05                        PIC X(20)
              VALUE "__________".
           05                        PIC X(14) VALUE "_____".
           05                        PIC X(35) VALUE "____".
       01 SHEET-COUNT-LINE.
           05 SC-LABEL               PIC X(30).
           05 SC-VALUE               PIC ZZZZZZ9-.
           05                        PIC X(62) VALUE SPACES.
       01 SHEET-MSG-LINE.
           05 SM-TEXT                PIC X(70).
           05                        PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *100-MAIN Checks for a count already open, freezes the book
      *         figures and prints the sheets, and writes the control
      *         record that opens the count.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           PERFORM 200-FREEZE-ITEM THRU 200-EXIT
               UNTIL WS-ITEM-EOF = "YES"
           PERFORM 900-WRITE-TOTALS THRU 900-EXIT
           CLOSE ITEM-MASTER
                 PI-FILE
                 COUNT-SHEET
           OPEN OUTPUT PI-CONTROL
           MOVE WS-DATE-NUM TO PC-FREEZE-DATE
           MOVE WS-TIME-OF-DAY (1:6) TO PC-FREEZE-TIME
           MOVE "F" TO PC-STATUS
           MOVE WS-ITEM-COUNT TO PC-ITEMS
           MOVE SPACES TO PC-APPROVED-BY
           MOVE 0 TO PC-POST-DATE
           WRITE PI-CONTROL-REC
           CLOSE PI-CONTROL
           DISPLAY "PIFREEZE: count opened, items frozen: "
                   WS-ITEM-COUNT
           STOP RUN.
      ******************************************************************
      *110-INIT Gets the run date and time and reads the count control
      *         record. A count that is frozen or has been through the
      *         variance run but not posted is only replaced when the
      *         operator types NEW. Then opens the files and writes
      *         the sheet headings.
      ******************************************************************
       110-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-MONTH TO H-MONTH
           MOVE WS-DAY TO H-DAY
           MOVE WS-YEAR TO H-YEAR
           MOVE WS-TIME-OF-DAY (1:6) TO H2-FREEZE-TIME
           OPEN INPUT PI-CONTROL
           IF WS-PICTL-STATUS = "00"
               READ PI-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-STATUS = "F" OR "V"
                           MOVE "YES" TO WS-COUNT-OPEN
                       END-IF
               END-READ
               CLOSE PI-CONTROL
           END-IF
           IF WS-COUNT-OPEN = "YES"
               DISPLAY "A count frozen on " PC-FREEZE-DATE
                       " has not been posted"
               DISPLAY "Type NEW to discard it and freeze again"
               ACCEPT WS-CONFIRM-IN
               IF FUNCTION UPPER-CASE(WS-CONFIRM-IN) NOT = "NEW"
                   DISPLAY "PIFREEZE: open count left as it was"
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT ITEM-MASTER
           IF WS-ITEMMAST-STATUS NOT = "00"
               DISPLAY "ERROR: ITEM-MASTER could not be opened, "
                       "status " WS-ITEMMAST-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PI-FILE
           IF WS-PIFILE-STATUS NOT = "00"
               DISPLAY "ERROR: PI-FILE could not be opened, "
                       "status " WS-PIFILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT COUNT-SHEET
           WRITE SHEET-REC FROM HEADING1
                 AFTER ADVANCING PAGE
           WRITE SHEET-REC FROM HEADING2
                 AFTER ADVANCING 1 LINE
           WRITE SHEET-REC FROM HEADING3
                 AFTER ADVANCING 2 LINES.
       110-EXIT.
           EXIT.
      ******************************************************************
      *200-FREEZE-ITEM Reads one item, copies its on-hand quantity and
      *                unit cost to the count file as the frozen book
      *                figure, and prints its line on the count sheet.
      ******************************************************************
       200-FREEZE-ITEM.
           READ ITEM-MASTER NEXT RECORD
               AT END
                   MOVE "YES" TO WS-ITEM-EOF
                   GO TO 200-EXIT
           END-READ
           MOVE SPACES TO PI-REC
           MOVE IM-ITEM-NO TO PI-ITEM-NO
           MOVE IM-ITEM-DESC TO PI-ITEM-DESC
           MOVE IM-QTY-ON-HAND TO PI-BOOK-QTY
           MOVE IM-UNIT-COST TO PI-UNIT-COST
           MOVE 0 TO PI-COUNT-QTY
           MOVE "N" TO PI-COUNTED
           MOVE "N" TO PI-POSTED
           WRITE PI-REC
               INVALID KEY
                   DISPLAY "ERROR: count record not written for "
                           "item " IM-ITEM-NO
                   GO TO 200-EXIT
           END-WRITE
           ADD 1 TO WS-ITEM-COUNT
           MOVE IM-ITEM-NO TO SH-ITEM-NO
           MOVE IM-ITEM-DESC TO SH-ITEM-DESC
           WRITE SHEET-REC FROM SHEET-DETAIL
                 AFTER ADVANCING 2 LINES.
       200-EXIT.
           EXIT.
      ******************************************************************
      *900-WRITE-TOTALS Prints the number of items on the sheets and
      *                 the reason codes the counters may write.
      ******************************************************************
       900-WRITE-TOTALS.
           MOVE "ITEMS TO COUNT" TO SC-LABEL
           MOVE WS-ITEM-COUNT TO SC-VALUE
           WRITE SHEET-REC FROM SHEET-COUNT-LINE
                 AFTER ADVANCING 3 LINES
           MOVE "REASON CODES: PI COUNT  DM DAMAGED  TH THEFT/LOSS"
               TO SM-TEXT
           WRITE SHEET-REC FROM SHEET-MSG-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "              OB OBSOLETE  (BLANK IS PI)"
               TO SM-TEXT
           WRITE SHEET-REC FROM SHEET-MSG-LINE
                 AFTER ADVANCING 1 LINE.
       900-EXIT.
           EXIT.
