       identification division.
       program-id. CRMPRINT.
       author. Gabriel Valenzuela and Mark Holada.
       date-written. 10/15/2026
      ******************************************************************
      *Purpose: To turn the credit memos CRMEMO writes to the credit
      *memo file into a document that can be handed or mailed to the
      *customer, the same way INVPRINT prints their invoices. Each
      *"H" header record starts a new page with the company header,
      *the credit memo number and date, the invoice it credits and
      *why, and the customer's name; each "D" detail record under it
      *prints one line with the item, price, quantity credited, and
      *the extended credit; and the memo closes with its subtotal,
      *sales tax, and total credit, then how much of the credit was
      *applied to the original invoice and how much was left on the
      *customer's account.
      *
      *The credit memo file is permanent, so by default only the
      *memos issued today are printed. The selection comes from the
      *run-parameter control file when a CRMPRINT MEMO record is on
      *it, so the nightly stream never stops to ask; the selection
      *used, and where it came from, is echoed ahead of the first
      *memo. Only when no parameter record exists is the operator
      *prompted for a single credit memo number to reprint; a blank
      *or zero reply prints today's memos.
      *
      *Data Files: CREDIT-MEMO-FILE "J:\COBOL\crmemo.dat"
      *            CREDIT-MEMO-PRT "J:\COBOL\crmemo.doc"
      *            RUN-PARMS "J:\COBOL\runparm.dat"
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select CREDIT-MEMO-FILE
               assign to UT-SYS-CRMEMO
               organization is sequential
               file status is WS-CMFILE-STATUS.
           select CREDIT-MEMO-PRT
               assign to UT-SYS-CRMEMOPRT
               organization is line sequential.
           select RUN-PARMS
               assign to UT-SYS-RUNPARM
               organization is sequential
               file status is WS-RUNPARM-STATUS.
       data division.
       file section.
       FD CREDIT-MEMO-FILE
           RECORD CONTAINS 120.
       01 CM-REC.
           05 CM-REC-TYPE            PIC X.
           05 CM-MEMO-NO             PIC 9(6).
           05 CM-DATE                PIC 9(8).
           05 CM-ORIG-INVOICE        PIC 9(6).
           05 CM-CUST-NO             PIC X(4).
           05 CM-LINE-NO             PIC 9(3).
           05 CM-ORIG-LINE-NO        PIC 9(3).
           05 CM-ITEM-NO             PIC X(6).
           05 CM-ITEM-DESC           PIC X(20).
           05 CM-UNT-PRICE           PIC 9999V99.
           05 CM-QTY                 PIC 9999.
           05 CM-TSALE               PIC S9999V99.
           05 CM-STAX                PIC S9999V99.
           05 CM-FSALE               PIC S9999V99.
           05 CM-JURISDICTION        PIC XX.
           05 CM-UNIT-COST           PIC 9(5)V99.
           05 CM-SLSP-ID             PIC X(3).
           05 CM-RESTOCKED           PIC X.
           05                        PIC X(22).
       01 CM-HEADER-REC REDEFINES CM-REC.
           05 MH-REC-TYPE            PIC X.
           05 MH-MEMO-NO             PIC 9(6).
           05 MH-DATE.
               10 MH-YEAR            PIC 9999.
               10 MH-MONTH           PIC 99.
               10 MH-DAY             PIC 99.
           05 MH-ORIG-INVOICE        PIC 9(6).
           05 MH-CUST-NO             PIC X(4).
           05 MH-CUST-NAME           PIC X(25).
           05 MH-REASON              PIC XX.
           05 MH-OPERATOR            PIC XXX.
           05 MH-ORIG-DATE           PIC 9(8).
           05                        PIC X(57).
       01 CM-TRAILER-REC REDEFINES CM-REC.
           05 MT-REC-TYPE            PIC X.
           05 MT-MEMO-NO             PIC 9(6).
           05 MT-DATE                PIC 9(8).
           05 MT-ORIG-INVOICE        PIC 9(6).
           05 MT-CUST-NO             PIC X(4).
           05 MT-LINES               PIC 9(3).
           05 MT-TSALE               PIC S9(7)V99.
           05 MT-STAX                PIC S9(7)V99.
           05 MT-FSALE               PIC S9(7)V99.
           05 MT-APPLIED             PIC S9(7)V99.
           05 MT-INV-CLOSED          PIC X.
           05                        PIC X(55).

       FD CREDIT-MEMO-PRT
           RECORD CONTAINS 80.
       01 CRMEMO-PRT-REC             PIC X(80).

       FD RUN-PARMS
           RECORD CONTAINS 40.
       01 RUN-PARM-REC.
           05 RP-PROGRAM             PIC X(8).
           05 RP-KEYWORD             PIC X(12).
           05 RP-VALUE               PIC X(20).

       working-storage section.
       01 WS-VARS.
           05 WS-CMFILE-STATUS       PIC XX.
           05 WS-CMFILE-EOF          PIC XXX VALUE "NO".
           05 WS-SELECT-IN           PIC X(6).
           05 WS-SELECT-TEST         PIC X(6).
           05 WS-SELECT-MEMO         PIC 9(6) VALUE 0.
           05 WS-MEMO-OPEN           PIC XXX VALUE "NO".
           05 WS-TRAILER-SEEN        PIC XXX VALUE "NO".
           05 WS-MEMO-SUBTOTAL       PIC S9(7)V99 VALUE 0.
           05 WS-MEMO-TAX            PIC S9(7)V99 VALUE 0.
           05 WS-MEMO-TOTAL          PIC S9(7)V99 VALUE 0.
           05 WS-MEMO-APPLIED        PIC S9(7)V99 VALUE 0.
           05 WS-MEMO-ONACCT         PIC S9(7)V99 VALUE 0.
           05 WS-PRINTED-COUNT       PIC 9(5) VALUE 0.
           05 WS-RUNPARM-STATUS      PIC XX.
           05 WS-PARM-EOF            PIC XXX VALUE "NO".
           05 WS-SEL-FROM-PARM       PIC XXX VALUE "NO".
       01 WS-FILES.
           05 UT-SYS-CRMEMO          PIC X(67)
              VALUE "J:\COBOL\crmemo.dat".
           05 UT-SYS-CRMEMOPRT       PIC X(67)
              VALUE "J:\COBOL\crmemo.doc".
           05 UT-SYS-RUNPARM         PIC X(67)
              VALUE "J:\COBOL\runparm.dat".
       01 WS-DATE.
           05 WS-YEAR                PIC 9999.
           05 WS-MONTH               PIC 99.
           05 WS-DAY                 PIC 99.
       01 WS-DATE-NUM REDEFINES WS-DATE
                                     PIC 9(8).
       01 CRM-COMPANY-LINE.
           05                        PIC X(25) VALUE SPACES.
           05                        PIC X(35)
                                     VALUE "FINAL PROJECT COMPANY".
           05                        PIC X(20) VALUE SPACES.
       01 CRM-TITLE-LINE.
           05                        PIC X(27) VALUE SPACES.
           05                        PIC X(33)
                                     VALUE "C R E D I T   M E M O".
           05                        PIC X(20) VALUE SPACES.
       01 CRM-NO-LINE.
           05                        PIC X(13) VALUE "CREDIT MEMO:".
           05 CRM-NO                 PIC ZZZZZ9.
           05                        PIC X(9) VALUE SPACES.
           05                        PIC X(6) VALUE "DATE:".
           05 CRM-MONTH              PIC 99.
           05                        PIC X VALUE "/".
           05 CRM-DAY                PIC 99.
           05                        PIC X VALUE "/".
           05 CRM-YEAR               PIC 9999.
           05                        PIC X(36) VALUE SPACES.
       01 CRM-INVOICE-LINE.
           05                        PIC X(13) VALUE "INVOICE NO:".
           05 CRM-ORIG-INVOICE       PIC ZZZZZ9.
           05                        PIC X(9) VALUE SPACES.
           05                        PIC X(8) VALUE "REASON:".
           05 CRM-REASON-DESC        PIC X(20).
           05                        PIC X(24) VALUE SPACES.
       01 CRM-CREDIT-TO-LINE.
           05                        PIC X(13) VALUE "CREDIT TO:".
           05 CRM-CUST-NAME          PIC X(25).
           05                        PIC XX VALUE SPACES.
           05                        PIC X VALUE "(".
           05 CRM-CUST-NO            PIC X(4).
           05                        PIC X VALUE ")".
           05                        PIC X(34) VALUE SPACES.
       01 CRM-COL-HEAD1.
           05                        PIC X(8) VALUE "ITEM NO".
           05                        PIC X(22) VALUE "DESCRIPTION".
           05                        PIC X(10) VALUE "PRICE".
           05                        PIC X(7) VALUE "QTY".
           05                        PIC X(12) VALUE "CREDIT".
           05                        PIC X(21) VALUE SPACES.
       01 CRM-DETAIL-LINE.
           05 CRMD-ITEM-NO           PIC X(6).
           05                        PIC XX VALUE SPACES.
           05 CRMD-ITEM-DESC         PIC X(20).
           05                        PIC XX VALUE SPACES.
           05 CRMD-PRICE             PIC ZZZ9.99.
           05                        PIC XXX VALUE SPACES.
           05 CRMD-QTY               PIC ZZZ9.
           05                        PIC XXX VALUE SPACES.
           05 CRMD-EXTENDED          PIC ZZZZ9.99.
           05                        PIC X(25) VALUE SPACES.
       01 CRM-MONEY-LINE.
           05                        PIC X(40) VALUE SPACES.
           05 CRMM-LABEL             PIC X(14).
           05 CRMM-VALUE             PIC ZZZZZZ9.99-.
           05                        PIC X(15) VALUE SPACES.
       01 PARM-ECHO-LINE.
           05                        PIC X(11) VALUE "PARAMETER".
           05 PE-KEYWORD             PIC X(14).
           05 PE-VALUE               PIC X(22).
           05 PE-SOURCE              PIC X(20).
           05                        PIC X(13) VALUE SPACES.
       01 CRM-CLOSING-LINE.
           05                        PIC X(50)
              VALUE "THIS CREDIT HAS BEEN MADE TO YOUR ACCOUNT".
           05                        PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *100-MAIN Opens the files, takes the memo selection, walks the
      *         credit memo file start to finish, and closes out the
      *         last open memo before ending.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           PERFORM 200-READ-MEMO THRU 200-EXIT
               UNTIL WS-CMFILE-EOF = "YES"
           PERFORM 500-CLOSE-MEMO THRU 500-EXIT
           IF WS-PRINTED-COUNT = 0
               IF WS-SELECT-MEMO > 0
                   DISPLAY "Credit memo not found: " WS-SELECT-MEMO
               ELSE
                   DISPLAY "No credit memos issued today"
               END-IF
           ELSE
               DISPLAY "Credit memos printed: " WS-PRINTED-COUNT
           END-IF
           CLOSE CREDIT-MEMO-FILE
                 CREDIT-MEMO-PRT
           STOP RUN.
      ******************************************************************
      *110-INIT Takes the single credit memo number to reprint (blank
      *         or zero prints today's memos) and opens the files. As
      *         in INVPRINT, any digits with leading or trailing
      *         blanks are taken as the number, and anything else
      *         falls back to today's memos.
      ******************************************************************
       110-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           PERFORM 115-READ-RUN-PARMS THRU 115-EXIT
           IF WS-SEL-FROM-PARM = "NO"
               DISPLAY "Enter credit memo number to reprint "
                       "(blank for today's)"
               ACCEPT WS-SELECT-IN
           END-IF
           MOVE 0 TO WS-SELECT-MEMO
           MOVE WS-SELECT-IN TO WS-SELECT-TEST
           INSPECT WS-SELECT-TEST
               CONVERTING "0123456789" TO SPACES
           IF WS-SELECT-TEST = SPACES AND WS-SELECT-IN NOT = SPACES
               COMPUTE WS-SELECT-MEMO =
                   FUNCTION NUMVAL(WS-SELECT-IN)
           END-IF
           OPEN INPUT CREDIT-MEMO-FILE
           IF WS-CMFILE-STATUS NOT = "00"
               DISPLAY "ERROR: CREDIT-MEMO-FILE could not be opened, "
                       "status " WS-CMFILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT CREDIT-MEMO-PRT
           PERFORM 120-ECHO-PARMS THRU 120-EXIT.
       110-EXIT.
           EXIT.
      ******************************************************************
      *115-READ-RUN-PARMS Reads the run-parameter control file and
      *                   takes the memo selection from a CRMPRINT
      *                   MEMO record when one is there. A control
      *                   file that does not exist, or has no CRMPRINT
      *                   record, just leaves the operator prompt in
      *                   place.
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
           IF RP-PROGRAM NOT = "CRMPRINT"
               GO TO 116-EXIT
           END-IF
           EVALUATE RP-KEYWORD
               WHEN "MEMO"
                   MOVE RP-VALUE (1:6) TO WS-SELECT-IN
                   MOVE "YES" TO WS-SEL-FROM-PARM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       116-EXIT.
           EXIT.
      ******************************************************************
      *120-ECHO-PARMS Prints the memo selection this run used and
      *               where it came from at the head of the output.
      ******************************************************************
       120-ECHO-PARMS.
           MOVE "MEMO" TO PE-KEYWORD
           IF WS-SELECT-MEMO = 0
               MOVE "TODAY'S MEMOS" TO PE-VALUE
           ELSE
               MOVE WS-SELECT-MEMO TO PE-VALUE
           END-IF
           IF WS-SEL-FROM-PARM = "YES"
               MOVE "FROM CONTROL FILE" TO PE-SOURCE
           ELSE
               MOVE "FROM OPERATOR" TO PE-SOURCE
           END-IF
           WRITE CRMEMO-PRT-REC FROM PARM-ECHO-LINE
                 AFTER ADVANCING 1 LINE.
       120-EXIT.
           EXIT.
      ******************************************************************
      *200-READ-MEMO Reads one credit memo record and routes it by
      *              record type. A new "H" header closes out the memo
      *              before it; the "T" trailer gives the open memo
      *              what was applied to the invoice.
      ******************************************************************
       200-READ-MEMO.
           READ CREDIT-MEMO-FILE
               AT END
                   MOVE "YES" TO WS-CMFILE-EOF
               NOT AT END
                   EVALUATE CM-REC-TYPE
                       WHEN "H"
                           PERFORM 500-CLOSE-MEMO THRU 500-EXIT
                           IF (WS-SELECT-MEMO = 0
                               AND MH-DATE = WS-DATE)
                              OR MH-MEMO-NO = WS-SELECT-MEMO
                               PERFORM 300-START-MEMO THRU 300-EXIT
                           END-IF
                       WHEN "D"
                           IF WS-MEMO-OPEN = "YES"
                               PERFORM 400-PRINT-DETAIL THRU 400-EXIT
                           END-IF
                       WHEN "T"
                           IF WS-MEMO-OPEN = "YES"
                               MOVE MT-APPLIED TO WS-MEMO-APPLIED
                               MOVE "YES" TO WS-TRAILER-SEEN
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       200-EXIT.
           EXIT.
      ******************************************************************
      *300-START-MEMO Prints the company header, the credit memo number
      *               and date, the invoice credited and the reason,
      *               the customer, and the column headings at the top
      *               of a fresh page, and clears the memo
      *               accumulators.
      ******************************************************************
       300-START-MEMO.
           MOVE MH-MEMO-NO TO CRM-NO
           MOVE MH-MONTH TO CRM-MONTH
           MOVE MH-DAY TO CRM-DAY
           MOVE MH-YEAR TO CRM-YEAR
           MOVE MH-ORIG-INVOICE TO CRM-ORIG-INVOICE
           EVALUATE MH-REASON
               WHEN "WI"
                   MOVE "WRONG ITEM" TO CRM-REASON-DESC
               WHEN "WC"
                   MOVE "WRONG CUSTOMER" TO CRM-REASON-DESC
               WHEN "DU"
                   MOVE "DUPLICATE BILLING" TO CRM-REASON-DESC
               WHEN "PR"
                   MOVE "PRICE CORRECTION" TO CRM-REASON-DESC
               WHEN "DM"
                   MOVE "DAMAGED GOODS" TO CRM-REASON-DESC
               WHEN "RT"
                   MOVE "GOODS RETURNED" TO CRM-REASON-DESC
               WHEN OTHER
                   MOVE "ADJUSTMENT" TO CRM-REASON-DESC
           END-EVALUATE
           MOVE MH-CUST-NAME TO CRM-CUST-NAME
           MOVE MH-CUST-NO TO CRM-CUST-NO
           WRITE CRMEMO-PRT-REC FROM CRM-COMPANY-LINE
                 AFTER ADVANCING PAGE
           WRITE CRMEMO-PRT-REC FROM CRM-TITLE-LINE
                 AFTER ADVANCING 1 LINE
           WRITE CRMEMO-PRT-REC FROM CRM-NO-LINE
                 AFTER ADVANCING 2 LINES
           WRITE CRMEMO-PRT-REC FROM CRM-INVOICE-LINE
                 AFTER ADVANCING 1 LINE
           WRITE CRMEMO-PRT-REC FROM CRM-CREDIT-TO-LINE
                 AFTER ADVANCING 1 LINE
           WRITE CRMEMO-PRT-REC FROM CRM-COL-HEAD1
                 AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-MEMO-SUBTOTAL
           MOVE 0 TO WS-MEMO-TAX
           MOVE 0 TO WS-MEMO-TOTAL
           MOVE 0 TO WS-MEMO-APPLIED
           MOVE "NO" TO WS-TRAILER-SEEN
           MOVE "YES" TO WS-MEMO-OPEN.
       300-EXIT.
           EXIT.
      ******************************************************************
      *400-PRINT-DETAIL Prints one credit memo line from a "D" record
      *                 and folds its amounts into the memo totals.
      ******************************************************************
       400-PRINT-DETAIL.
           MOVE CM-ITEM-NO TO CRMD-ITEM-NO
           MOVE CM-ITEM-DESC TO CRMD-ITEM-DESC
           MOVE CM-UNT-PRICE TO CRMD-PRICE
           MOVE CM-QTY TO CRMD-QTY
           MOVE CM-TSALE TO CRMD-EXTENDED
           WRITE CRMEMO-PRT-REC FROM CRM-DETAIL-LINE
                 AFTER ADVANCING 1 LINE
           ADD CM-TSALE TO WS-MEMO-SUBTOTAL
           ADD CM-STAX TO WS-MEMO-TAX
           ADD CM-FSALE TO WS-MEMO-TOTAL.
       400-EXIT.
           EXIT.
      ******************************************************************
      *500-CLOSE-MEMO Prints the subtotal, sales tax, and total credit
      *               under the open memo, if any, then how much of
      *               the credit went against the original invoice
      *               and how much was left on the customer's account,
      *               and marks the memo closed. Performed ahead of
      *               each new header and once more at end of file.
      ******************************************************************
       500-CLOSE-MEMO.
           IF WS-MEMO-OPEN NOT = "YES"
               GO TO 500-EXIT
           END-IF
           MOVE "SUBTOTAL" TO CRMM-LABEL
           MOVE WS-MEMO-SUBTOTAL TO CRMM-VALUE
           WRITE CRMEMO-PRT-REC FROM CRM-MONEY-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "SALES TAX" TO CRMM-LABEL
           MOVE WS-MEMO-TAX TO CRMM-VALUE
           WRITE CRMEMO-PRT-REC FROM CRM-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "TOTAL CREDIT" TO CRMM-LABEL
           MOVE WS-MEMO-TOTAL TO CRMM-VALUE
           WRITE CRMEMO-PRT-REC FROM CRM-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           IF WS-TRAILER-SEEN = "YES"
               SUBTRACT WS-MEMO-APPLIED FROM WS-MEMO-TOTAL
                   GIVING WS-MEMO-ONACCT
               MOVE "APPLIED TO INV" TO CRMM-LABEL
               MOVE WS-MEMO-APPLIED TO CRMM-VALUE
               WRITE CRMEMO-PRT-REC FROM CRM-MONEY-LINE
                     AFTER ADVANCING 2 LINES
               MOVE "ON ACCOUNT" TO CRMM-LABEL
               MOVE WS-MEMO-ONACCT TO CRMM-VALUE
               WRITE CRMEMO-PRT-REC FROM CRM-MONEY-LINE
                     AFTER ADVANCING 1 LINE
           END-IF
           WRITE CRMEMO-PRT-REC FROM CRM-CLOSING-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "NO" TO WS-MEMO-OPEN
           ADD 1 TO WS-PRINTED-COUNT.
       500-EXIT.
           EXIT.
