       identification division.
       program-id. PICOUNT.
       author. Gabriel Valenzuela and Mark Holada.
       date-written. 10/15/2026
      ******************************************************************
      *Purpose: To book the quantities counted in a physical inventory
      *against the count PIFREEZE opened. Like RCPTENTR, the program
      *has two modes: when a batch count file is present every count
      *in it is booked with no prompting, and when it is not the
      *operator keys the counts off the sheets at the console.
      *
      *Each count names the item, the quantity found, a reason code,
      *and the initials of the counter. The reason code says what
      *the count explains -- PI an ordinary count (the default when
      *it is left blank), DM damaged stock written off, TH theft or
      *loss, OB obsolete stock scrapped -- and travels with the
      *adjustment to ITEM-AUDIT when the count is posted. Counts for
      *the same item add together, so stock kept in more than one
      *place is counted place by place. An item PIVAR has flagged
      *for recount is the exception: the first count after the flag
      *replaces what was counted before, and the item is marked
      *recounted so later counts add to the recount.
      *
      *Counts are only taken while the count is open (status F or V
      *on the control record). A count booked after the variance run
      *puts the status back to F, so the variances must be printed
      *again before anything can be posted.
      *
      *Every count booked -- and every rejected count, with its
      *reason -- is printed on the count register, which ends with
      *booked/rejected counts and the total units counted.
      *
      *Data Files: PI-FILE "J:\COBOL\pifreeze.dat"
      *            PI-CONTROL "J:\COBOL\pictl.dat"
      *            COUNT-FILE "J:\COBOL\picounts.dat"
      *            COUNT-REG "J:\COBOL\picntreg.doc"
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select PI-FILE
               assign to UT-SYS-PIFILE
               organization is indexed
               access mode is random
               record key is PI-ITEM-NO
               file status is WS-PIFILE-STATUS.
           select PI-CONTROL
               assign to UT-SYS-PICTL
               organization is sequential
               file status is WS-PICTL-STATUS.
           select COUNT-FILE
               assign to UT-SYS-PICOUNTS
               organization is sequential
               file status is WS-COUNT-STATUS.
           select COUNT-REG
               assign to UT-SYS-PICNTREG
               organization is line sequential.
       data division.
       file section.
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

       FD COUNT-FILE
           RECORD CONTAINS 16.
       01 COUNT-REC.
           05 CT-ITEM-NO             PIC X(6).
           05 CT-QTY                 PIC 9(5).
           05 CT-REASON              PIC XX.
           05 CT-COUNTER             PIC XXX.

       FD COUNT-REG
           RECORD CONTAINS 100.
       01 CNTREG-REC                 PIC X(100).

       working-storage section.
       01 WS-VARS.
           05 WS-PIFILE-STATUS       PIC XX.
           05 WS-PICTL-STATUS        PIC XX.
           05 WS-COUNT-STATUS        PIC XX.
           05 WS-COUNT-EOF           PIC XXX VALUE "NO".
           05 WS-BATCH-MODE          PIC XXX VALUE "NO".
           05 WS-EOU                 PIC XXXX VALUE "YES".
           05 WS-ITEM-FOUND          PIC XXX VALUE "NO".
           05 WS-COUNT-OK            PIC XXX VALUE "NO".
           05 WS-ITEM-NO-IN          PIC X(6).
           05 WS-QTY-IN              PIC X(5).
           05 WS-QTY-TEST            PIC X(5).
           05 WS-COUNT-QTY           PIC 9(5).
           05 WS-REASON-IN           PIC XX.
           05 WS-COUNTER-IN          PIC XXX.
           05 WS-BOOKED-COUNT        PIC 9(7) VALUE 0.
           05 WS-REJECT-COUNT        PIC 9(7) VALUE 0.
           05 WS-UNITS-COUNTED       PIC S9(9) VALUE 0.
       01 WS-FILES.
           05 UT-SYS-PIFILE          PIC X(67)
              VALUE "J:\COBOL\pifreeze.dat".
           05 UT-SYS-PICTL           PIC X(67)
              VALUE "J:\COBOL\pictl.dat".
           05 UT-SYS-PICOUNTS        PIC X(67)
              VALUE "J:\COBOL\picounts.dat".
           05 UT-SYS-PICNTREG        PIC X(67)
              VALUE "J:\COBOL\picntreg.doc".
       01 WS-DATE.
           05 WS-YEAR                PIC 9999.
           05 WS-MONTH               PIC 99.
           05 WS-DAY                 PIC 99.
       01 REG-HEADING1.
           05 H-MONTH                PIC 99.
           05                        PIC X VALUE "/".
           05 H-DAY                  PIC 99.
           05                        PIC X VALUE "/".
           05 H-YEAR                 PIC 9999.
           05                        PIC X(12) VALUE SPACES.
           05                        PIC X(40)
              VALUE "PHYSICAL INVENTORY COUNT REGISTER".
           05                        PIC X(38) VALUE SPACES.
       01 REG-HEADING2.
           05                        PIC X(16) VALUE "COUNT FROZEN".
           05 H2-FREEZE-DATE         PIC 9(8).
           05                        PIC X(76) VALUE SPACES.
       01 REG-HEADING3.
           05                        PIC X(9) VALUE "ITEM NO".
           05                        PIC X(22) VALUE "DESCRIPTION".
           05                        PIC X(10) VALUE "COUNTED".
           05                        PIC X(12) VALUE "ITEM TOTAL".
           05                        PIC X(8) VALUE "REASON".
           05                        PIC X(9) VALUE "COUNTER".
           05                        PIC X(30) VALUE "NOTE".
       01 REG-DETAIL.
           05 RG-ITEM-NO             PIC X(6).
           05                        PIC XXX VALUE SPACES.
           05 RG-ITEM-DESC           PIC X(20).
           05                        PIC XX VALUE SPACES.
           05 RG-COUNTED             PIC ZZZZ9.
           05                        PIC X(5) VALUE SPACES.
           05 RG-ITEM-TOTAL          PIC ZZZZ9.
           05                        PIC X(7) VALUE SPACES.
           05 RG-REASON              PIC XX.
           05                        PIC X(6) VALUE SPACES.
           05 RG-COUNTER             PIC XXX.
           05                        PIC X(6) VALUE SPACES.
           05 RG-NOTE                PIC X(20).
           05                        PIC X(10) VALUE SPACES.
       01 REG-REJECT-LINE.
           05 RJ-ITEM-NO             PIC X(6).
           05                        PIC XXX VALUE SPACES.
           05                        PIC X(10) VALUE "REJECTED -".
           05 RJ-REASON              PIC X(40).
           05                        PIC X(41) VALUE SPACES.
       01 REG-COUNT-LINE.
           05 RC-LABEL               PIC X(30).
           05 RC-VALUE               PIC ZZZZZZ9-.
           05                        PIC X(62) VALUE SPACES.
       01 REG-HASH-LINE.
           05 RH-LABEL               PIC X(30).
           05 RH-VALUE               PIC ZZZZZZZZ9-.
           05                        PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *100-MAIN Checks that a count is open, decides batch or
      *         interactive the way RCPTENTR does (a present count
      *         file means batch), books every count, and closes with
      *         the register totals. A count booked after the variance
      *         run sends the count back to status F.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           PERFORM 120-OPEN-COUNT-FILE THRU 120-EXIT
           IF WS-BATCH-MODE = "YES"
               PERFORM 150-BATCH-COUNT THRU 150-EXIT
                   UNTIL WS-COUNT-EOF = "YES"
               CLOSE COUNT-FILE
           ELSE
               DISPLAY "Enter your initials"
               ACCEPT WS-COUNTER-IN
               MOVE FUNCTION UPPER-CASE(WS-COUNTER-IN)
                   TO WS-COUNTER-IN
               PERFORM 400-ENTER-COUNT THRU 400-EXIT
                   UNTIL FUNCTION UPPER-CASE(WS-EOU) = "STOP"
           END-IF
           PERFORM 900-WRITE-TOTALS THRU 900-EXIT
           CLOSE PI-FILE
                 COUNT-REG
           IF PC-STATUS = "V" AND WS-BOOKED-COUNT > 0
               MOVE "F" TO PC-STATUS
               OPEN OUTPUT PI-CONTROL
               WRITE PI-CONTROL-REC
               CLOSE PI-CONTROL
               DISPLAY "PICOUNT: counts changed since the variance "
                       "run - run PIVAR again before posting"
           END-IF
           STOP RUN.
      ******************************************************************
      *110-INIT Gets the run date and reads the count control record.
      *         With no count open there is nothing to count against
      *         and the run stops. Then opens the count file for
      *         update and the register for output and writes the
      *         register headings.
      ******************************************************************
       110-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H-MONTH
           MOVE WS-DAY TO H-DAY
           MOVE WS-YEAR TO H-YEAR
           MOVE SPACES TO PC-STATUS
           OPEN INPUT PI-CONTROL
           IF WS-PICTL-STATUS = "00"
               READ PI-CONTROL
                   AT END
                       MOVE SPACES TO PC-STATUS
               END-READ
               CLOSE PI-CONTROL
           END-IF
           IF PC-STATUS NOT = "F" AND "V"
               DISPLAY "PICOUNT: no physical inventory count is open"
                       " - run PIFREEZE first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PC-FREEZE-DATE TO H2-FREEZE-DATE
           OPEN I-O PI-FILE
           IF WS-PIFILE-STATUS NOT = "00"
               DISPLAY "ERROR: PI-FILE could not be opened, "
                       "status " WS-PIFILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT COUNT-REG
           WRITE CNTREG-REC FROM REG-HEADING1
                 AFTER ADVANCING PAGE
           WRITE CNTREG-REC FROM REG-HEADING2
                 AFTER ADVANCING 1 LINE
           WRITE CNTREG-REC FROM REG-HEADING3
                 AFTER ADVANCING 2 LINES.
       110-EXIT.
           EXIT.
      ******************************************************************
      *120-OPEN-COUNT-FILE Tries to open a batch count file. If one is
      *                    not present we fall back to the
      *                    interactive ACCEPT-driven entry mode, the
      *                    same way RCPTENTR decides its mode.
      ******************************************************************
       120-OPEN-COUNT-FILE.
           OPEN INPUT COUNT-FILE
           IF WS-COUNT-STATUS = "00"
               MOVE "YES" TO WS-BATCH-MODE
           ELSE
               MOVE "NO" TO WS-BATCH-MODE
           END-IF.
       120-EXIT.
           EXIT.
      ******************************************************************
      *150-BATCH-COUNT Reads one count record and books it. A count
      *                with a non-numeric quantity, an item that was
      *                not frozen, or a reason code that is not on the
      *                list is printed on the register as rejected and
      *                counted, never silently dropped.
      ******************************************************************
       150-BATCH-COUNT.
           READ COUNT-FILE
               AT END
                   MOVE "YES" TO WS-COUNT-EOF
                   GO TO 150-EXIT
           END-READ
           MOVE CT-ITEM-NO TO RJ-ITEM-NO
           IF CT-QTY IS NOT NUMERIC
               MOVE "COUNTED QUANTITY NOT NUMERIC" TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 150-EXIT
           END-IF
           MOVE CT-ITEM-NO TO WS-ITEM-NO-IN
           MOVE CT-QTY TO WS-COUNT-QTY
           MOVE CT-REASON TO WS-REASON-IN
           MOVE CT-COUNTER TO WS-COUNTER-IN
           PERFORM 230-CHECK-COUNT THRU 230-EXIT
           IF WS-COUNT-OK = "NO"
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 150-EXIT
           END-IF
           PERFORM 500-BOOK-COUNT THRU 500-EXIT.
       150-EXIT.
           EXIT.
      ******************************************************************
      *400-ENTER-COUNT Asks the operator for the item number, shows
      *                its description and anything already counted,
      *                and books the quantity and reason keyed. A
      *                blank item number skips without booking, so a
      *                wrong entry can be backed out of. A count that
      *                fails the checks goes to the register as
      *                rejected the same as in a batch run.
      ******************************************************************
       400-ENTER-COUNT.
           DISPLAY "Enter Item Number (blank to skip)"
           ACCEPT WS-ITEM-NO-IN
           IF WS-ITEM-NO-IN = SPACES
               GO TO 400-NEXT
           END-IF
           MOVE WS-ITEM-NO-IN TO RJ-ITEM-NO
           PERFORM 220-READ-PI THRU 220-EXIT
           IF WS-ITEM-FOUND = "NO"
               MOVE "ITEM NOT IN THIS COUNT" TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-NEXT
           END-IF
           DISPLAY "Item: " PI-ITEM-NO " " PI-ITEM-DESC
           IF PI-RECOUNT = "R"
               DISPLAY "Flagged for RECOUNT - this count replaces "
                       "the " PI-COUNT-QTY " counted before"
           ELSE
               IF PI-COUNTED = "Y"
                   DISPLAY "Already counted: " PI-COUNT-QTY
                           " - this count is added to it"
               END-IF
           END-IF
           DISPLAY "Enter Quantity Counted"
           ACCEPT WS-QTY-IN
           MOVE WS-QTY-IN TO WS-QTY-TEST
           INSPECT WS-QTY-TEST
               CONVERTING "0123456789" TO SPACES
           IF WS-QTY-IN = SPACES OR WS-QTY-TEST NOT = SPACES
               DISPLAY "Quantity Counted must be digits"
               GO TO 400-NEXT
           END-IF
           COMPUTE WS-COUNT-QTY = FUNCTION NUMVAL(WS-QTY-IN)
           DISPLAY "Enter Reason Code: PI, DM, TH, OB (blank = PI)"
           ACCEPT WS-REASON-IN
           PERFORM 230-CHECK-COUNT THRU 230-EXIT
           IF WS-COUNT-OK = "NO"
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-NEXT
           END-IF
           PERFORM 500-BOOK-COUNT THRU 500-EXIT.
       400-NEXT.
           DISPLAY "BOOK MORE COUNTS? STOP TO FINISH"
           ACCEPT WS-EOU.
       400-EXIT.
           EXIT.
      ******************************************************************
      *220-READ-PI Reads the count file by the keyed item number and
      *            sets WS-ITEM-FOUND accordingly.
      ******************************************************************
       220-READ-PI.
           MOVE WS-ITEM-NO-IN TO PI-ITEM-NO
           READ PI-FILE
               INVALID KEY
                   MOVE "NO" TO WS-ITEM-FOUND
               NOT INVALID KEY
                   MOVE "YES" TO WS-ITEM-FOUND
           END-READ.
       220-EXIT.
           EXIT.
      ******************************************************************
      *230-CHECK-COUNT Checks the item was frozen in this count and
      *                the reason code is on the list, a blank reason
      *                being taken as PI. An item whose adjustment has
      *                already been posted cannot be counted again. On
      *                a failure RJ-REASON says why; on success the
      *                item's count record is in the record area.
      ******************************************************************
       230-CHECK-COUNT.
           MOVE "NO" TO WS-COUNT-OK
           PERFORM 220-READ-PI THRU 220-EXIT
           IF WS-ITEM-FOUND = "NO"
               MOVE "ITEM NOT IN THIS COUNT" TO RJ-REASON
               GO TO 230-EXIT
           END-IF
           IF PI-POSTED = "Y"
               MOVE "ITEM ALREADY POSTED" TO RJ-REASON
               GO TO 230-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-REASON-IN) TO WS-REASON-IN
           IF WS-REASON-IN = SPACES
               MOVE "PI" TO WS-REASON-IN
           END-IF
           IF WS-REASON-IN NOT = "PI" AND "DM" AND "TH" AND "OB"
               MOVE "REASON CODE NOT PI, DM, TH, OR OB" TO RJ-REASON
               GO TO 230-EXIT
           END-IF
           MOVE "YES" TO WS-COUNT-OK.
       230-EXIT.
           EXIT.
      ******************************************************************
      *500-BOOK-COUNT Books the count against the item: added to what
      *               was counted before, or, for an item flagged for
      *               recount, replacing it and marking the item
      *               recounted. The reason and counter of the latest
      *               count are kept. Prints the register line.
      ******************************************************************
       500-BOOK-COUNT.
           MOVE SPACES TO RG-NOTE
           IF PI-RECOUNT = "R"
               MOVE WS-COUNT-QTY TO PI-COUNT-QTY
               MOVE "D" TO PI-RECOUNT
               MOVE "RECOUNT REPLACES" TO RG-NOTE
           ELSE
               IF PI-COUNTED = "Y"
                   MOVE "ADDED TO COUNT" TO RG-NOTE
               END-IF
               ADD WS-COUNT-QTY TO PI-COUNT-QTY
                   ON SIZE ERROR
                       MOVE "COUNT TOTAL TOO LARGE" TO RJ-REASON
                       PERFORM 700-WRITE-REJECT THRU 700-EXIT
                       GO TO 500-EXIT
               END-ADD
           END-IF
           MOVE "Y" TO PI-COUNTED
           MOVE WS-REASON-IN TO PI-REASON
           MOVE FUNCTION UPPER-CASE(WS-COUNTER-IN) TO PI-COUNTER
           REWRITE PI-REC
               INVALID KEY
                   MOVE "COUNT COULD NOT BE REWRITTEN" TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 500-EXIT
           END-REWRITE
           ADD 1 TO WS-BOOKED-COUNT
           ADD WS-COUNT-QTY TO WS-UNITS-COUNTED
           MOVE PI-ITEM-NO TO RG-ITEM-NO
           MOVE PI-ITEM-DESC TO RG-ITEM-DESC
           MOVE WS-COUNT-QTY TO RG-COUNTED
           MOVE PI-COUNT-QTY TO RG-ITEM-TOTAL
           MOVE PI-REASON TO RG-REASON
           MOVE PI-COUNTER TO RG-COUNTER
           WRITE CNTREG-REC FROM REG-DETAIL
                 AFTER ADVANCING 1 LINE
           IF WS-BATCH-MODE = "NO"
               DISPLAY "Booked, item count now: " PI-COUNT-QTY
           END-IF.
       500-EXIT.
           EXIT.
      ******************************************************************
      *700-WRITE-REJECT Prints one rejected count on the register and
      *                 counts it.
      ******************************************************************
       700-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           WRITE CNTREG-REC FROM REG-REJECT-LINE
                 AFTER ADVANCING 1 LINE
           IF WS-BATCH-MODE = "NO"
               DISPLAY "Count rejected: " RJ-REASON
           END-IF.
       700-EXIT.
           EXIT.
      ******************************************************************
      *900-WRITE-TOTALS Prints the booked/rejected counts and the
      *                 total units counted under the register lines.
      ******************************************************************
       900-WRITE-TOTALS.
           MOVE "COUNTS BOOKED" TO RC-LABEL
           MOVE WS-BOOKED-COUNT TO RC-VALUE
           WRITE CNTREG-REC FROM REG-COUNT-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "COUNTS REJECTED" TO RC-LABEL
           MOVE WS-REJECT-COUNT TO RC-VALUE
           WRITE CNTREG-REC FROM REG-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "TOTAL UNITS COUNTED" TO RH-LABEL
           MOVE WS-UNITS-COUNTED TO RH-VALUE
           WRITE CNTREG-REC FROM REG-HASH-LINE
                 AFTER ADVANCING 1 LINE.
       900-EXIT.
           EXIT.
