       identification division.
       program-id. PRICEMNT.
       author. Gabriel Valenzuela and Mark Holada.
       date-written. 10/15/2026
      ******************************************************************
      *Purpose: To maintain PRICE-AGREE, the price agreements we have
      *signed with customers, from the console. An agreement line is
      *held by one customer under a contract number and covers either
      *one item or, with a blank item number, every item the customer
      *buys. It prices the customer's purchases either at a fixed
      *unit price (F) or at a percent off the list price (P), with up
      *to three quantity breaks -- the line's quantity sold picks the
      *highest break it reaches -- and is in force from its start
      *date through its end date. Supports adding an agreement line,
      *changing it (a blank reply keeps the current value),
      *deactivating one the customer is no longer entitled to, and
      *inquiring on one.
      *
      *TOTALSLE prices each line sold to the customer at the best
      *active agreement in force on the day of the sale, when that
      *beats the list price, and records on the line that the price
      *came from the contract. CONTRPT reports each month the
      *discount given away by customer and contract, and the
      *agreements about to expire.
      *
      *The customer must be on CUSTOMER-MASTER and active, and a named
      *item on ITEM-MASTER, before an agreement is accepted. Every
      *add, change, and deactivate writes one record to PRICE-AUDIT
      *carrying the operator's initials, the date and time, the
      *action taken, and the full before and after images of the
      *agreement, so any price a customer was charged can be traced
      *to the agreement on file that day, and to who put it there.
      *
      *Data Files: PRICE-AGREE "J:\COBOL\pricagr.dat"
      *            CUSTOMER-MASTER "J:\COBOL\custmast.dat"
      *            ITEM-MASTER "J:\COBOL\itemmast.dat"
      *            PRICE-AUDIT "J:\COBOL\prcaudt.dat"
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select PRICE-AGREE
               assign to UT-SYS-PRICAGR
               organization is indexed
               access mode is random
               record key is PA-KEY
               file status is WS-PRICAGR-STATUS.
           select CUSTOMER-MASTER
               assign to UT-SYS-CUSTMAST
               organization is indexed
               access mode is random
               record key is CM-CUST-NO
               file status is WS-CUSTMAST-STATUS.
           select ITEM-MASTER
               assign to UT-SYS-ITEMMAST
               organization is indexed
               access mode is random
               record key is IM-ITEM-NO
               file status is WS-ITEMMAST-STATUS.
           select PRICE-AUDIT
               assign to UT-SYS-PRCAUDT
               organization is sequential
               file status is WS-AUDIT-STATUS.
       data division.
       file section.
       FD PRICE-AGREE.
       01 PRICE-AGREE-REC.
           05 PA-KEY.
               10 PA-CUST-NO         PIC X(4).
               10 PA-CONTRACT-NO     PIC X(6).
               10 PA-ITEM-NO         PIC X(6).
           05 PA-PRICE-TYPE          PIC X.
           05 PA-BREAK OCCURS 3 TIMES
                       INDEXED BY PA-IX.
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

       FD ITEM-MASTER.
       01 ITEM-MASTER-REC.
           05 IM-ITEM-NO             PIC X(6).
           05 IM-ITEM-DESC           PIC X(20).
           05 IM-UNIT-PRICE          PIC 9999V99.
           05 IM-QTY-ON-HAND         PIC S9(5).
           05 IM-REORDER-POINT       PIC 9(5).
           05 IM-VEND-NO             PIC X(6).
           05 IM-UNIT-COST           PIC 9(5)V99.

       FD PRICE-AUDIT
           RECORD CONTAINS 130.
       01 AUDIT-REC.
           05 AUD-DATE.
               10 AUD-YEAR           PIC 9999.
               10 AUD-MONTH          PIC 99.
               10 AUD-DAY            PIC 99.
           05 AUD-TIME               PIC 9(6).
           05 AUD-OPERATOR           PIC XXX.
           05 AUD-ACTION             PIC X.
           05 AUD-KEY.
               10 AUD-CUST-NO        PIC X(4).
               10 AUD-CONTRACT-NO    PIC X(6).
               10 AUD-ITEM-NO        PIC X(6).
           05 AUD-BEFORE             PIC X(48).
           05 AUD-AFTER              PIC X(48).

       working-storage section.
       01 WS-VARS.
           05 WS-PRICAGR-STATUS      PIC XX.
           05 WS-CUSTMAST-STATUS     PIC XX.
           05 WS-ITEMMAST-STATUS     PIC XX.
           05 WS-AUDIT-STATUS        PIC XX.
           05 WS-ACTION              PIC X.
           05 WS-AGREE-FOUND         PIC XXX VALUE "NO".
           05 WS-CUST-FOUND          PIC XXX VALUE "NO".
           05 WS-ITEM-FOUND          PIC XXX VALUE "NO".
           05 WS-OPERATOR            PIC XXX.
           05 WS-CUST-NO-IN          PIC X(4).
           05 WS-CONTRACT-IN         PIC X(6).
           05 WS-ITEM-NO-IN          PIC X(6).
           05 WS-TYPE-IN             PIC X.
           05 WS-QTY-IN              PIC S9999.
           05 WS-QTY-OK              PIC XXX VALUE "NO".
           05 WS-PRIOR-QTY           PIC 9(4).
           05 WS-VALUE-IN            PIC S9999V99.
           05 WS-VALUE-OK            PIC XXX VALUE "NO".
           05 WS-BREAKS-DONE         PIC XXX VALUE "NO".
           05 WS-BREAKS-IN           PIC XXX.
           05 WS-BRK-NO              PIC 9.
           05 WS-DATE-IN             PIC X(8).
           05 WS-DATE-TEST           PIC 9(8).
           05 WS-DATE-PARTS REDEFINES WS-DATE-TEST.
               10 WS-TEST-YEAR       PIC 9999.
               10 WS-TEST-MONTH      PIC 99.
               10 WS-TEST-DAY        PIC 99.
           05 WS-DATE-FLOOR          PIC 9(8).
           05 WS-DATE-OK             PIC XXX VALUE "NO".
           05 WS-BLANK-OK            PIC XXX VALUE "NO".
           05 WS-TYPE-OK             PIC XXX VALUE "NO".
           05 WS-SHOW-QTY            PIC ZZZ9.
           05 WS-SHOW-VALUE          PIC ZZZ9.99.
           05 WS-BEFORE-IMAGE        PIC X(48).
           05 WS-TIME-OF-DAY         PIC 9(8).
       01 WS-FILES.
           05 UT-SYS-PRICAGR         PIC X(67)
              VALUE "J:\COBOL\pricagr.dat".
           05 UT-SYS-CUSTMAST        PIC X(67)
              VALUE "J:\COBOL\custmast.dat".
           05 UT-SYS-ITEMMAST        PIC X(67)
              VALUE "J:\COBOL\itemmast.dat".
           05 UT-SYS-PRCAUDT         PIC X(67)
              VALUE "J:\COBOL\prcaudt.dat".
       01 WS-DATE.
           05 WS-YEAR                PIC 9999.
           05 WS-MONTH               PIC 99.
           05 WS-DAY                 PIC 99.
       01 WS-DATE-NUM REDEFINES WS-DATE
                                     PIC 9(8).
       PROCEDURE DIVISION.
      ******************************************************************
      *100-MAIN Opens the files, asks who is at the keyboard, and loops
      *         on the action prompt until the operator enters S to
      *         stop. Each pass handles one add, change, deactivate,
      *         or inquiry.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           PERFORM 200-GET-ACTION THRU 200-EXIT
           PERFORM 210-PROCESS-ACTION THRU 210-EXIT
               UNTIL FUNCTION UPPER-CASE(WS-ACTION) = "S"
           CLOSE PRICE-AGREE
                 CUSTOMER-MASTER
                 ITEM-MASTER
                 PRICE-AUDIT
           STOP RUN.
      ******************************************************************
      *110-INIT Gets the run date, asks for the operator's initials for
      *         the audit trail, and opens the files. PRICE-AGREE is
      *         created empty when it does not exist yet so the first
      *         agreement can be added without IT preparing the file
      *         by hand. PRICE-AUDIT is extended, never replaced, so
      *         the audit trail accumulates across sessions.
      ******************************************************************
       110-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           DISPLAY "Enter your operator initials"
           ACCEPT WS-OPERATOR
           OPEN I-O PRICE-AGREE
           IF WS-PRICAGR-STATUS = "35"
               OPEN OUTPUT PRICE-AGREE
               CLOSE PRICE-AGREE
               OPEN I-O PRICE-AGREE
           END-IF
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
           OPEN INPUT ITEM-MASTER
           IF WS-ITEMMAST-STATUS NOT = "00"
               DISPLAY "ERROR: ITEM-MASTER could not be opened, "
                       "status " WS-ITEMMAST-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND PRICE-AUDIT
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT PRICE-AUDIT
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: PRICE-AUDIT could not be opened, "
                       "status " WS-AUDIT-STATUS
               STOP RUN
           END-IF.
       110-EXIT.
           EXIT.
      ******************************************************************
      *200-GET-ACTION Asks the operator which maintenance action to
      *               perform next.
      ******************************************************************
       200-GET-ACTION.
           DISPLAY "Enter action: A=Add C=Change D=Deactivate "
                   "I=Inquire S=Stop"
           ACCEPT WS-ACTION.
       200-EXIT.
           EXIT.
      ******************************************************************
      *210-PROCESS-ACTION Routes one action to its paragraph, then asks
      *                   for the next action. Anything other than
      *                   A, C, D, I, or S just reprompts.
      ******************************************************************
       210-PROCESS-ACTION.
           EVALUATE FUNCTION UPPER-CASE(WS-ACTION)
               WHEN "A"
                   PERFORM 300-ADD-AGREE THRU 300-EXIT
               WHEN "C"
                   PERFORM 400-CHANGE-AGREE THRU 400-EXIT
               WHEN "D"
                   PERFORM 500-DEACTIVATE-AGREE THRU 500-EXIT
               WHEN "I"
                   PERFORM 550-INQUIRE-AGREE THRU 550-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 200-GET-ACTION THRU 200-EXIT.
       210-EXIT.
           EXIT.
      ******************************************************************
      *300-ADD-AGREE Adds an agreement line. The customer must be on
      *              CUSTOMER-MASTER and active, the contract number
      *              may not be blank, and a named item must be on
      *              ITEM-MASTER; a blank item covers every item. The
      *              customer, contract, and item may not already be
      *              on file. The price type must be F or P, at least
      *              one quantity break must be given, a blank start
      *              date means today, and the end date may not be
      *              before the start date or already past. A new
      *              agreement starts active. The audit record carries
      *              a blank before-image because there was no prior
      *              record.
      ******************************************************************
       300-ADD-AGREE.
           DISPLAY "Enter Customer Number for the agreement"
           ACCEPT WS-CUST-NO-IN
           IF WS-CUST-NO-IN = SPACES
               GO TO 300-EXIT
           END-IF
           PERFORM 230-LOOKUP-CUSTOMER THRU 230-EXIT
           IF WS-CUST-FOUND = "NO"
               DISPLAY "Customer Number not on file or inactive: "
                       WS-CUST-NO-IN
               GO TO 300-EXIT
           END-IF
           DISPLAY "Customer: " CM-CUST-NAME
           DISPLAY "Enter Contract Number"
           ACCEPT WS-CONTRACT-IN
           IF WS-CONTRACT-IN = SPACES
               PERFORM 240-REPROMPT-CONTRACT THRU 240-EXIT
                   UNTIL WS-CONTRACT-IN NOT = SPACES
           END-IF
           DISPLAY "Enter Item Number (blank for all items)"
           ACCEPT WS-ITEM-NO-IN
           PERFORM 235-LOOKUP-ITEM THRU 235-EXIT
           IF WS-ITEM-FOUND = "NO"
               PERFORM 245-REPROMPT-ITEM THRU 245-EXIT
                   UNTIL WS-ITEM-FOUND = "YES"
           END-IF
           PERFORM 220-READ-AGREE THRU 220-EXIT
           IF WS-AGREE-FOUND = "YES"
               DISPLAY "Agreement already on file for that customer, "
                       "contract, and item"
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO PRICE-AGREE-REC
           MOVE WS-CUST-NO-IN TO PA-CUST-NO
           MOVE WS-CONTRACT-IN TO PA-CONTRACT-NO
           MOVE WS-ITEM-NO-IN TO PA-ITEM-NO
           MOVE "NO" TO WS-BLANK-OK
           PERFORM 250-GET-TYPE THRU 250-EXIT
           MOVE WS-TYPE-IN TO PA-PRICE-TYPE
           PERFORM 260-GET-BREAKS THRU 260-EXIT
           DISPLAY "Enter Start Date YYYYMMDD (blank for today)"
           MOVE "YES" TO WS-BLANK-OK
           MOVE 0 TO WS-DATE-FLOOR
           PERFORM 270-GET-DATE THRU 270-EXIT
           IF WS-DATE-IN = SPACES
               MOVE WS-DATE-NUM TO PA-START-DATE
           ELSE
               MOVE WS-DATE-TEST TO PA-START-DATE
           END-IF
           DISPLAY "Enter End Date YYYYMMDD"
           MOVE "NO" TO WS-BLANK-OK
           PERFORM 280-SET-END-FLOOR THRU 280-EXIT
           PERFORM 270-GET-DATE THRU 270-EXIT
           MOVE WS-DATE-TEST TO PA-END-DATE
           MOVE "A" TO PA-STATUS
           WRITE PRICE-AGREE-REC
               INVALID KEY
                   DISPLAY "ERROR: agreement could not be written, "
                           "status " WS-PRICAGR-STATUS
                   GO TO 300-EXIT
           END-WRITE
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM 600-WRITE-AUDIT THRU 600-EXIT
           DISPLAY "Agreement added: " WS-CUST-NO-IN " "
                   WS-CONTRACT-IN " " WS-ITEM-NO-IN.
       300-EXIT.
           EXIT.
      ******************************************************************
      *400-CHANGE-AGREE Changes the price type, quantity breaks, and/or
      *                 dates of an agreement line already on file. A
      *                 blank reply keeps the current value. Changing
      *                 the price type changes what every break means,
      *                 so the breaks must then be entered again;
      *                 otherwise they are re-entered only when the
      *                 operator asks. Changing an inactive agreement
      *                 makes it active again.
      ******************************************************************
       400-CHANGE-AGREE.
           PERFORM 225-GET-AGREE-KEY THRU 225-EXIT
           PERFORM 220-READ-AGREE THRU 220-EXIT
           IF WS-AGREE-FOUND = "NO"
               DISPLAY "No agreement on file for: " WS-CUST-NO-IN
                       " " WS-CONTRACT-IN " " WS-ITEM-NO-IN
               GO TO 400-EXIT
           END-IF
           MOVE PRICE-AGREE-REC (17:48) TO WS-BEFORE-IMAGE
           PERFORM 560-SHOW-AGREE THRU 560-EXIT
           MOVE "YES" TO WS-BLANK-OK
           PERFORM 250-GET-TYPE THRU 250-EXIT
           MOVE "NO" TO WS-BREAKS-IN
           IF WS-TYPE-IN NOT = SPACE
              AND WS-TYPE-IN NOT = PA-PRICE-TYPE
               MOVE WS-TYPE-IN TO PA-PRICE-TYPE
               DISPLAY "Price type changed, enter the breaks again"
               MOVE "YES" TO WS-BREAKS-IN
           ELSE
               DISPLAY "Re-enter the quantity breaks? (YES/NO)"
               ACCEPT WS-BREAKS-IN
               MOVE FUNCTION UPPER-CASE(WS-BREAKS-IN) TO WS-BREAKS-IN
           END-IF
           IF WS-BREAKS-IN = "YES"
               PERFORM 260-GET-BREAKS THRU 260-EXIT
           END-IF
           DISPLAY "Enter Start Date YYYYMMDD (blank to keep)"
           MOVE "YES" TO WS-BLANK-OK
           MOVE 0 TO WS-DATE-FLOOR
           PERFORM 270-GET-DATE THRU 270-EXIT
           IF WS-DATE-IN NOT = SPACES
               MOVE WS-DATE-TEST TO PA-START-DATE
           END-IF
           PERFORM 280-SET-END-FLOOR THRU 280-EXIT
           IF PA-END-DATE < WS-DATE-FLOOR
               DISPLAY "Enter End Date YYYYMMDD"
               MOVE "NO" TO WS-BLANK-OK
           ELSE
               DISPLAY "Enter End Date YYYYMMDD (blank to keep)"
               MOVE "YES" TO WS-BLANK-OK
           END-IF
           PERFORM 270-GET-DATE THRU 270-EXIT
           IF WS-DATE-IN NOT = SPACES
               MOVE WS-DATE-TEST TO PA-END-DATE
           END-IF
           IF PA-STATUS = "I"
               DISPLAY "Agreement was inactive, now active again"
               MOVE "A" TO PA-STATUS
           END-IF
           REWRITE PRICE-AGREE-REC
               INVALID KEY
                   DISPLAY "ERROR: agreement could not be "
                           "rewritten, status " WS-PRICAGR-STATUS
                   GO TO 400-EXIT
           END-REWRITE
           PERFORM 600-WRITE-AUDIT THRU 600-EXIT
           DISPLAY "Agreement changed: " WS-CUST-NO-IN " "
                   WS-CONTRACT-IN " " WS-ITEM-NO-IN.
       400-EXIT.
           EXIT.
      ******************************************************************
      *500-DEACTIVATE-AGREE Marks an agreement line inactive instead of
      *                     deleting it, so the sales already priced
      *                     under it can still be traced to it and its
      *                     audit trail survives. No sale is priced
      *                     under an inactive agreement.
      ******************************************************************
       500-DEACTIVATE-AGREE.
           PERFORM 225-GET-AGREE-KEY THRU 225-EXIT
           PERFORM 220-READ-AGREE THRU 220-EXIT
           IF WS-AGREE-FOUND = "NO"
               DISPLAY "No agreement on file for: " WS-CUST-NO-IN
                       " " WS-CONTRACT-IN " " WS-ITEM-NO-IN
               GO TO 500-EXIT
           END-IF
           IF PA-STATUS = "I"
               DISPLAY "Agreement already inactive"
               GO TO 500-EXIT
           END-IF
           MOVE PRICE-AGREE-REC (17:48) TO WS-BEFORE-IMAGE
           MOVE "I" TO PA-STATUS
           REWRITE PRICE-AGREE-REC
               INVALID KEY
                   DISPLAY "ERROR: agreement could not be "
                           "rewritten, status " WS-PRICAGR-STATUS
                   GO TO 500-EXIT
           END-REWRITE
           PERFORM 600-WRITE-AUDIT THRU 600-EXIT
           DISPLAY "Agreement deactivated: " WS-CUST-NO-IN " "
                   WS-CONTRACT-IN " " WS-ITEM-NO-IN.
       500-EXIT.
           EXIT.
      ******************************************************************
      *550-INQUIRE-AGREE Shows one agreement line as it stands on file,
      *                  and whether it would price a sale made today.
      ******************************************************************
       550-INQUIRE-AGREE.
           PERFORM 225-GET-AGREE-KEY THRU 225-EXIT
           PERFORM 220-READ-AGREE THRU 220-EXIT
           IF WS-AGREE-FOUND = "NO"
               DISPLAY "No agreement on file for: " WS-CUST-NO-IN
                       " " WS-CONTRACT-IN " " WS-ITEM-NO-IN
               GO TO 550-EXIT
           END-IF
           PERFORM 560-SHOW-AGREE THRU 560-EXIT
           EVALUATE TRUE
               WHEN PA-STATUS = "I"
                   DISPLAY "Status: INACTIVE"
               WHEN PA-START-DATE > WS-DATE-NUM
                   DISPLAY "Status: NOT YET IN FORCE"
               WHEN PA-END-DATE < WS-DATE-NUM
                   DISPLAY "Status: EXPIRED - sales are at list"
               WHEN OTHER
                   DISPLAY "Status: IN FORCE"
           END-EVALUATE.
       550-EXIT.
           EXIT.
      ******************************************************************
      *560-SHOW-AGREE Displays the price type, dates, and quantity
      *               breaks of the agreement line just read.
      ******************************************************************
       560-SHOW-AGREE.
           IF PA-ITEM-NO = SPACES
               DISPLAY "Item: ALL ITEMS"
           ELSE
               DISPLAY "Item: " PA-ITEM-NO
           END-IF
           IF PA-PRICE-TYPE = "P"
               DISPLAY "Price type: P (percent off list)"
           ELSE
               DISPLAY "Price type: F (fixed unit price)"
           END-IF
           DISPLAY "Starts: " PA-START-DATE "  Ends: " PA-END-DATE
           PERFORM 565-SHOW-BREAK THRU 565-EXIT
               VARYING PA-IX FROM 1 BY 1
               UNTIL PA-IX > 3.
       560-EXIT.
           EXIT.
      ******************************************************************
      *565-SHOW-BREAK Displays one quantity break in use.
      ******************************************************************
       565-SHOW-BREAK.
           IF PA-BRK-QTY (PA-IX) = 0
               GO TO 565-EXIT
           END-IF
           SET WS-BRK-NO TO PA-IX
           MOVE PA-BRK-QTY (PA-IX) TO WS-SHOW-QTY
           MOVE PA-BRK-VALUE (PA-IX) TO WS-SHOW-VALUE
           DISPLAY "Break " WS-BRK-NO ": quantity " WS-SHOW-QTY
                   " and up at " WS-SHOW-VALUE.
       565-EXIT.
           EXIT.
      ******************************************************************
      *220-READ-AGREE Reads PRICE-AGREE by the keyed customer,
      *               contract, and item and sets WS-AGREE-FOUND
      *               accordingly.
      ******************************************************************
       220-READ-AGREE.
           MOVE WS-CUST-NO-IN TO PA-CUST-NO
           MOVE WS-CONTRACT-IN TO PA-CONTRACT-NO
           MOVE WS-ITEM-NO-IN TO PA-ITEM-NO
           READ PRICE-AGREE
               INVALID KEY
                   MOVE "NO" TO WS-AGREE-FOUND
               NOT INVALID KEY
                   MOVE "YES" TO WS-AGREE-FOUND
           END-READ.
       220-EXIT.
           EXIT.
      ******************************************************************
      *225-GET-AGREE-KEY Asks for the customer, contract, and item of
      *                  an agreement line already on file.
      ******************************************************************
       225-GET-AGREE-KEY.
           DISPLAY "Enter Customer Number"
           ACCEPT WS-CUST-NO-IN
           DISPLAY "Enter Contract Number"
           ACCEPT WS-CONTRACT-IN
           DISPLAY "Enter Item Number (blank for all items)"
           ACCEPT WS-ITEM-NO-IN.
       225-EXIT.
           EXIT.
      ******************************************************************
      *230-LOOKUP-CUSTOMER Reads CUSTOMER-MASTER by the keyed customer
      *                    number and sets WS-CUST-FOUND accordingly,
      *                    treating a deactivated customer as not on
      *                    file.
      ******************************************************************
       230-LOOKUP-CUSTOMER.
           MOVE WS-CUST-NO-IN TO CM-CUST-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "NO" TO WS-CUST-FOUND
               NOT INVALID KEY
                   IF CM-STATUS = "I"
                       MOVE "NO" TO WS-CUST-FOUND
                   ELSE
                       MOVE "YES" TO WS-CUST-FOUND
                   END-IF
           END-READ.
       230-EXIT.
           EXIT.
      ******************************************************************
      *235-LOOKUP-ITEM Reads ITEM-MASTER by the keyed item number and
      *                sets WS-ITEM-FOUND accordingly. A blank item
      *                number is an all-items agreement and passes.
      ******************************************************************
       235-LOOKUP-ITEM.
           MOVE "YES" TO WS-ITEM-FOUND
           IF WS-ITEM-NO-IN = SPACES
               GO TO 235-EXIT
           END-IF
           MOVE WS-ITEM-NO-IN TO IM-ITEM-NO
           READ ITEM-MASTER
               INVALID KEY
                   MOVE "NO" TO WS-ITEM-FOUND
               NOT INVALID KEY
                   DISPLAY "Item: " IM-ITEM-DESC " list price "
                           IM-UNIT-PRICE
           END-READ.
       235-EXIT.
           EXIT.
      ******************************************************************
      *240-REPROMPT-CONTRACT Asks for the contract number again until
      *                      it is not blank.
      ******************************************************************
       240-REPROMPT-CONTRACT.
           DISPLAY "Contract Number cannot be blank, re-enter"
           ACCEPT WS-CONTRACT-IN.
       240-EXIT.
           EXIT.
      ******************************************************************
      *245-REPROMPT-ITEM Asks for the item number again until one on
      *                  ITEM-MASTER (or a blank for all items) is
      *                  entered.
      ******************************************************************
       245-REPROMPT-ITEM.
           DISPLAY "Item Number not on file, re-enter "
                   "(blank for all items)"
           ACCEPT WS-ITEM-NO-IN
           PERFORM 235-LOOKUP-ITEM THRU 235-EXIT.
       245-EXIT.
           EXIT.
      ******************************************************************
      *250-GET-TYPE Asks for the price type and reprompts until it is
      *             F or P. When the caller set WS-BLANK-OK (a change)
      *             a blank reply is let through and keeps the current
      *             type. The agreement's item number must already be
      *             in PA-ITEM-NO.
      ******************************************************************
       250-GET-TYPE.
           DISPLAY "Enter Price Type: F=Fixed price P=Percent off list"
           ACCEPT WS-TYPE-IN
           MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN
           PERFORM 257-CHECK-TYPE THRU 257-EXIT
           PERFORM 255-REPROMPT-TYPE THRU 255-EXIT
               UNTIL WS-TYPE-OK = "YES".
       250-EXIT.
           EXIT.
      ******************************************************************
      *255-REPROMPT-TYPE Asks for the price type again until it is one
      *                  of the types on file and fits the agreement.
      ******************************************************************
       255-REPROMPT-TYPE.
           ACCEPT WS-TYPE-IN
           MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN
           PERFORM 257-CHECK-TYPE THRU 257-EXIT.
       255-EXIT.
           EXIT.
      ******************************************************************
      *257-CHECK-TYPE Sets WS-TYPE-OK when the reply is a price type
      *               this agreement may have. A fixed price is one
      *               unit price for one item, so an agreement for all
      *               items (blank item number) must be percent off;
      *               on a change, a blank reply that would keep a
      *               fixed price on such an agreement is refused too.
      ******************************************************************
       257-CHECK-TYPE.
           MOVE "NO" TO WS-TYPE-OK
           IF WS-TYPE-IN NOT = "F" AND WS-TYPE-IN NOT = "P"
              AND NOT (WS-TYPE-IN = SPACE AND WS-BLANK-OK = "YES")
               DISPLAY "Price Type must be F or P, re-enter"
               GO TO 257-EXIT
           END-IF
           IF PA-ITEM-NO = SPACES
              AND (WS-TYPE-IN = "F"
                   OR (WS-TYPE-IN = SPACE AND PA-PRICE-TYPE = "F"))
               DISPLAY "Fixed price needs an item; use P for all "
                       "items, re-enter"
               GO TO 257-EXIT
           END-IF
           MOVE "YES" TO WS-TYPE-OK.
       257-EXIT.
           EXIT.
      ******************************************************************
      *260-GET-BREAKS Collects the agreement's quantity breaks, lowest
      *               first, into the record. The first break is
      *               required; a zero quantity on a later one ends
      *               the list and leaves the rest unused.
      ******************************************************************
       260-GET-BREAKS.
           MOVE 0 TO WS-PRIOR-QTY
           MOVE "NO" TO WS-BREAKS-DONE
           PERFORM 262-GET-ONE-BREAK THRU 262-EXIT
               VARYING PA-IX FROM 1 BY 1
               UNTIL PA-IX > 3.
       260-EXIT.
           EXIT.
      ******************************************************************
      *262-GET-ONE-BREAK Asks for one break's minimum quantity, which
      *                  must be more than the break before it, and
      *                  its fixed price or percent off.
      ******************************************************************
       262-GET-ONE-BREAK.
           MOVE 0 TO PA-BRK-QTY (PA-IX)
           MOVE 0 TO PA-BRK-VALUE (PA-IX)
           IF WS-BREAKS-DONE = "YES"
               GO TO 262-EXIT
           END-IF
           SET WS-BRK-NO TO PA-IX
           IF PA-IX = 1
               DISPLAY "Enter minimum quantity for break 1"
           ELSE
               DISPLAY "Enter minimum quantity for break " WS-BRK-NO
                       " (0 for no more breaks)"
           END-IF
           ACCEPT WS-QTY-IN
           PERFORM 264-EDIT-QTY THRU 264-EXIT
           PERFORM 265-REPROMPT-QTY THRU 265-EXIT
               UNTIL WS-QTY-OK = "YES"
           IF WS-QTY-IN = 0
               MOVE "YES" TO WS-BREAKS-DONE
               GO TO 262-EXIT
           END-IF
           MOVE WS-QTY-IN TO PA-BRK-QTY (PA-IX)
           MOVE WS-QTY-IN TO WS-PRIOR-QTY
           IF PA-PRICE-TYPE = "P"
               DISPLAY "Enter percent off list for break " WS-BRK-NO
           ELSE
               DISPLAY "Enter contract unit price for break "
                       WS-BRK-NO
           END-IF
           ACCEPT WS-VALUE-IN
           PERFORM 266-EDIT-VALUE THRU 266-EXIT
           PERFORM 267-REPROMPT-VALUE THRU 267-EXIT
               UNTIL WS-VALUE-OK = "YES"
           MOVE WS-VALUE-IN TO PA-BRK-VALUE (PA-IX).
       262-EXIT.
           EXIT.
      ******************************************************************
      *264-EDIT-QTY Sets WS-QTY-OK when the keyed quantity is more
      *             than the break before it, or is zero on a break
      *             after the first.
      ******************************************************************
       264-EDIT-QTY.
           MOVE "NO" TO WS-QTY-OK
           IF WS-QTY-IN = 0 AND PA-IX > 1
               MOVE "YES" TO WS-QTY-OK
               GO TO 264-EXIT
           END-IF
           IF WS-QTY-IN > WS-PRIOR-QTY
               MOVE "YES" TO WS-QTY-OK
           END-IF.
       264-EXIT.
           EXIT.
      ******************************************************************
      *265-REPROMPT-QTY Asks for the break quantity again until it
      *                 passes 264-EDIT-QTY.
      ******************************************************************
       265-REPROMPT-QTY.
           DISPLAY "Quantity must be more than the break before it, "
                   "re-enter"
           ACCEPT WS-QTY-IN
           PERFORM 264-EDIT-QTY THRU 264-EXIT.
       265-EXIT.
           EXIT.
      ******************************************************************
      *266-EDIT-VALUE Sets WS-VALUE-OK when the keyed price is more
      *               than zero and, for a percent agreement, less
      *               than 100.
      ******************************************************************
       266-EDIT-VALUE.
           MOVE "NO" TO WS-VALUE-OK
           IF WS-VALUE-IN NOT GREATER THAN ZERO
               GO TO 266-EXIT
           END-IF
           IF PA-PRICE-TYPE = "P" AND WS-VALUE-IN NOT LESS THAN 100
               GO TO 266-EXIT
           END-IF
           MOVE "YES" TO WS-VALUE-OK.
       266-EXIT.
           EXIT.
      ******************************************************************
      *267-REPROMPT-VALUE Asks for the break's price or percent again
      *                   until it passes 266-EDIT-VALUE.
      ******************************************************************
       267-REPROMPT-VALUE.
           IF PA-PRICE-TYPE = "P"
               DISPLAY "Percent must be more than 0 and less than "
                       "100, re-enter"
           ELSE
               DISPLAY "Unit price must be more than 0, re-enter"
           END-IF
           ACCEPT WS-VALUE-IN
           PERFORM 266-EDIT-VALUE THRU 266-EXIT.
       267-EXIT.
           EXIT.
      ******************************************************************
      *270-GET-DATE Accepts a date after the caller's prompt and
      *             reprompts until it is a real YYYYMMDD date no
      *             earlier than WS-DATE-FLOOR. When the caller set
      *             WS-BLANK-OK a blank reply is let through, and the
      *             caller decides what blank means.
      ******************************************************************
       270-GET-DATE.
           ACCEPT WS-DATE-IN
           PERFORM 275-EDIT-DATE THRU 275-EXIT
           PERFORM 276-REPROMPT-DATE THRU 276-EXIT
               UNTIL WS-DATE-OK = "YES".
       270-EXIT.
           EXIT.
      ******************************************************************
      *275-EDIT-DATE Sets WS-DATE-OK when the keyed date is eight
      *              digits with a month of 01-12 and a day of 01-31
      *              and is not earlier than WS-DATE-FLOOR, or is
      *              blank and blank is allowed.
      ******************************************************************
       275-EDIT-DATE.
           MOVE "NO" TO WS-DATE-OK
           IF WS-DATE-IN = SPACES
               IF WS-BLANK-OK = "YES"
                   MOVE "YES" TO WS-DATE-OK
               END-IF
               GO TO 275-EXIT
           END-IF
           IF WS-DATE-IN IS NOT NUMERIC
               GO TO 275-EXIT
           END-IF
           MOVE WS-DATE-IN TO WS-DATE-TEST
           IF WS-TEST-MONTH < 1 OR WS-TEST-MONTH > 12
              OR WS-TEST-DAY < 1 OR WS-TEST-DAY > 31
               GO TO 275-EXIT
           END-IF
           IF WS-DATE-TEST < WS-DATE-FLOOR
               DISPLAY "Date may not be earlier than " WS-DATE-FLOOR
               GO TO 275-EXIT
           END-IF
           MOVE "YES" TO WS-DATE-OK.
       275-EXIT.
           EXIT.
      ******************************************************************
      *276-REPROMPT-DATE Asks for the date again until it passes
      *                  275-EDIT-DATE.
      ******************************************************************
       276-REPROMPT-DATE.
           DISPLAY "Date must be a YYYYMMDD date, re-enter"
           ACCEPT WS-DATE-IN
           PERFORM 275-EDIT-DATE THRU 275-EXIT.
       276-EXIT.
           EXIT.
      ******************************************************************
      *280-SET-END-FLOOR Sets the earliest end date allowed: the
      *                  agreement's start date or today, whichever is
      *                  later, so an agreement is never entered
      *                  already over.
      ******************************************************************
       280-SET-END-FLOOR.
           IF PA-START-DATE > WS-DATE-NUM
               MOVE PA-START-DATE TO WS-DATE-FLOOR
           ELSE
               MOVE WS-DATE-NUM TO WS-DATE-FLOOR
           END-IF.
       280-EXIT.
           EXIT.
      ******************************************************************
      *600-WRITE-AUDIT Writes one audit record for the action just
      *                taken: date, time, operator, action code, the
      *                agreement's key, and the before and after
      *                images of the price type, breaks, dates, and
      *                status. The caller loads WS-BEFORE-IMAGE before
      *                changing the record (spaces for an add).
      ******************************************************************
       600-WRITE-AUDIT.
           MOVE WS-YEAR TO AUD-YEAR
           MOVE WS-MONTH TO AUD-MONTH
           MOVE WS-DAY TO AUD-DAY
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY (1:6) TO AUD-TIME
           MOVE WS-OPERATOR TO AUD-OPERATOR
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO AUD-ACTION
           MOVE PA-KEY TO AUD-KEY
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE
           MOVE PRICE-AGREE-REC (17:48) TO AUD-AFTER
           WRITE AUDIT-REC.
       600-EXIT.
           EXIT.
