       identification division.
       program-id. CRMEMO.
       author. Gabriel Valenzuela and Mark Holada.
       date-written. 10/15/2026
      ******************************************************************
      *Purpose: To take back an invoice TOTALSLE has already posted --
      *all of it (a void) or selected lines and quantities (a credit
      *memo) -- across every file the sale touched. Like RCPTENTR,
      *the program has two modes: when a batch request file is
      *present every request in it is issued with no prompting, and
      *when it is not the operator keys the invoice, picks the lines
      *from the ones shown, and types POST to issue the memo.
      *
      *Every request names the invoice, a reason code, and the
      *initials of the person asking for it. The reason codes are WI
      *wrong item, WC wrong customer, DU duplicate keying, PR price
      *error, DM damaged goods, RT goods returned, and OT other. Only
      *what is still un-credited can be credited: a line's quantity
      *sold less what has already come back against it, through a
      *TOTALSLE return or an earlier credit memo.
      *
      *Each credit memo gets its own number from the reserved 8xxxxx
      *block (the 9xxxxx block belongs to ARCASH's on-account
      *credits), kept on the credit memo control record. Nothing is
      *deleted. For every line credited:
      *  - the original SALES-HISTORY line has the quantity added to
      *    its returned-against count, so the goods cannot be
      *    returned or credited twice, and an offsetting history line
      *    is written under the credit memo number with the quantity
      *    as returned and the amounts negative. The offsetting line
      *    carries the original salesperson as the return
      *    salesperson, so CMSNRPT backs the commission out of the
      *    salesperson who was paid it, and the original unit cost
      *    as the return cost, so MARGRPT backs the cost out too;
      *  - the quantity is put back into IM-QTY-ON-HAND.
      *The credit is then written to AR-OPEN-FILE as a negative open
      *item under the credit memo number and applied against what
      *is still owing on the original invoice: an invoice the credit
      *covers is closed, one it does not is credited, and whatever
      *the invoice cannot take stays on the customer's account as a
      *credit. Every new open item and every application is logged
      *on the AR adjustment file so ARRECON can account for it and
      *ARSTMT can put the customer's balance forward right.
      *
      *The memo itself -- header, lines, and totals -- goes to the
      *permanent credit memo file, which CRMPRINT prints the
      *customer's copy from. Every line credited and every request
      *refused, with its reason, is printed on the credit memo
      *register, which ends with memo/line/rejected counts and the
      *total credit issued.
      *
      *The day's credits are journalled for the general ledger the
      *way ARCASH journals its cash: every credit memo line dated
      *today is read back from the credit memo file and the extract
      *reverses the sale -- SALE and each jurisdiction's TAX
      *debited, AR credited -- and the cost of the goods restocked
      *goes back from COGS to INV. Accounts come from GL-ACCOUNTS.
      *An extract that does not net to zero, or with a mapping
      *missing, is held back -- left empty with return code 8.
      *
      *Data Files: SALES-HISTORY "J:\COBOL\saleshst.dat"
      *            AR-OPEN-FILE "J:\COBOL\aropen.dat"
      *            ITEM-MASTER "J:\COBOL\itemmast.dat"
      *            CREDIT-REQUESTS "J:\COBOL\crmreq.dat"
      *            CREDIT-MEMO-FILE "J:\COBOL\crmemo.dat"
      *            CREDIT-MEMO-CONTROL "J:\COBOL\crmctl.dat"
      *            AR-ADJUST "J:\COBOL\aradjust.dat"
      *            CREDIT-REG "J:\COBOL\crmreg.doc"
      *            GL-ACCOUNTS "J:\COBOL\glacct.dat"
      *            GL-CRMEMO-EXTRACT "J:\COBOL\glcrmemo.dat"
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select SALES-HISTORY
               assign to UT-SYS-SALESHST
               organization is indexed
               access mode is dynamic
               record key is HS-KEY
               alternate record key is HS-INVOICE-NO
                   with duplicates
               file status is WS-HIST-STATUS.
           select AR-OPEN-FILE
               assign to UT-SYS-AROPEN
               organization is indexed
               access mode is random
               record key is AR-INVOICE-NO
               file status is WS-AROPEN-STATUS.
           select ITEM-MASTER
               assign to UT-SYS-ITEMMAST
               organization is indexed
               access mode is random
               record key is IM-ITEM-NO
               file status is WS-ITEMMAST-STATUS.
           select CREDIT-REQUESTS
               assign to UT-SYS-CRMREQ
               organization is sequential
               file status is WS-REQ-STATUS.
           select CREDIT-MEMO-FILE
               assign to UT-SYS-CRMEMO
               organization is sequential
               file status is WS-CMFILE-STATUS.
           select CREDIT-MEMO-CONTROL
               assign to UT-SYS-CRMCTL
               organization is sequential
               file status is WS-CMCTL-STATUS.
           select AR-ADJUST
               assign to UT-SYS-ARADJUST
               organization is sequential
               file status is WS-ARADJ-STATUS.
           select CREDIT-REG
               assign to UT-SYS-CRMREG
               organization is line sequential.
           select GL-ACCOUNTS
               assign to UT-SYS-GLACCT
               organization is indexed
               access mode is random
               record key is GLA-KEY
               file status is WS-GLACCT-STATUS.
           select GL-CRMEMO-EXTRACT
               assign to UT-SYS-GLCRMEMO
               organization is sequential.
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

       FD AR-OPEN-FILE.
       01 AR-OPEN-REC.
           05 AR-INVOICE-NO          PIC 9(6).
           05 AR-CUST-NO             PIC X(4).
           05 AR-CUST-NAME           PIC X(25).
           05 AR-INV-DATE.
               10 AR-INV-YEAR        PIC 9999.
               10 AR-INV-MONTH       PIC 99.
               10 AR-INV-DAY         PIC 99.
           05 AR-AMT-DUE             PIC S9(7)V99.
           05 AR-AMT-PAID            PIC S9(7)V99.
           05 AR-STATUS              PIC X.
           05 AR-PAID-DATE           PIC 9(8).

       FD ITEM-MASTER.
       01 ITEM-MASTER-REC.
           05 IM-ITEM-NO             PIC X(6).
           05 IM-ITEM-DESC           PIC X(20).
           05 IM-UNIT-PRICE          PIC 9999V99.
           05 IM-QTY-ON-HAND         PIC S9(5).
           05 IM-REORDER-POINT       PIC 9(5).
           05 IM-VEND-NO             PIC X(6).
           05 IM-UNIT-COST           PIC 9(5)V99.

       FD CREDIT-REQUESTS
           RECORD CONTAINS 20.
       01 CREDIT-REQUEST-REC.
           05 CR-INVOICE-NO          PIC 9(6).
           05 CR-LINE-NO             PIC 9(3).
           05 CR-QTY                 PIC 9999.
           05 CR-REASON              PIC XX.
           05 CR-OPERATOR            PIC XXX.
           05                        PIC XX.

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
           05 MH-DATE                PIC 9(8).
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

       FD CREDIT-MEMO-CONTROL
           RECORD CONTAINS 20.
       01 CM-CONTROL-REC.
           05 CC-LAST-MEMO-NO        PIC 9(6).
           05 CC-LAST-DATE           PIC 9(8).
           05                        PIC X(6).

       FD AR-ADJUST
           RECORD CONTAINS 40.
       01 AR-ADJUST-REC.
           05 AJ-INVOICE-NO          PIC 9(6).
           05 AJ-CUST-NO             PIC X(4).
           05 AJ-DATE                PIC 9(8).
           05 AJ-TYPE                PIC X.
           05 AJ-SOURCE              PIC XX.
           05 AJ-REF-NO              PIC 9(6).
           05 AJ-AMOUNT              PIC S9(7)V99.
           05                        PIC X(4).

       FD CREDIT-REG
           RECORD CONTAINS 132.
       01 CRMREG-REC                 PIC X(132).

       FD GL-ACCOUNTS.
       01 GL-ACCT-REC.
           05 GLA-KEY.
               10 GLA-TYPE           PIC X(4).
               10 GLA-JURIS          PIC XX.
           05 GLA-ACCOUNT            PIC X(8).

       FD GL-CRMEMO-EXTRACT
           RECORD CONTAINS 34.
       01 GL-EXTRACT-REC.
           05 GL-YEAR                PIC 9999.
           05 GL-MONTH               PIC 99.
           05 GL-DAY                 PIC 99.
           05 GL-ACCOUNT             PIC X(8).
           05 GL-DEBIT               PIC S9(7)V99.
           05 GL-CREDIT              PIC S9(7)V99.

       working-storage section.
       01 WS-VARS.
           05 WS-HIST-STATUS         PIC XX.
           05 WS-AROPEN-STATUS       PIC XX.
           05 WS-ITEMMAST-STATUS     PIC XX.
           05 WS-REQ-STATUS          PIC XX.
           05 WS-CMFILE-STATUS       PIC XX.
           05 WS-CMCTL-STATUS        PIC XX.
           05 WS-ARADJ-STATUS        PIC XX.
           05 WS-GLACCT-STATUS       PIC XX.
           05 WS-REQ-EOF             PIC XXX VALUE "NO".
           05 WS-BATCH-MODE          PIC XXX VALUE "NO".
           05 WS-EOU                 PIC XXXX VALUE "YES".
           05 WS-INVOICE-IN          PIC X(6).
           05 WS-INVOICE-TEST        PIC X(6).
           05 WS-INVOICE-NO          PIC 9(6) VALUE 0.
           05 WS-LINE-IN             PIC X(3).
           05 WS-LINE-TEST           PIC X(3).
           05 WS-LINE-NO             PIC 9(3) VALUE 0.
           05 WS-QTY-IN              PIC X(4).
           05 WS-QTY-TEST            PIC X(4).
           05 WS-CREDIT-QTY          PIC 9999 VALUE 0.
           05 WS-REASON-IN           PIC XX.
           05 WS-OPERATOR-IN         PIC XXX.
           05 WS-CONFIRM-IN          PIC X(4).
           05 WS-LINES-DONE          PIC XXX VALUE "NO".
           05 WS-SCAN-DONE           PIC XXX VALUE "NO".
           05 WS-MEMO-OK             PIC XXX VALUE "NO".
           05 WS-MEMO-PENDING        PIC XXX VALUE "NO".
           05 WS-MEMO-REASON         PIC XX.
           05 WS-MEMO-OPERATOR       PIC XXX.
           05 WS-MEMO-FAIL-REASON    PIC X(40).
           05 WS-SEL-OK              PIC XXX VALUE "NO".
           05 WS-LINE-FOUND          PIC XXX VALUE "NO".
           05 WS-INV-CUST-NO         PIC X(4).
           05 WS-INV-CUST-NAME       PIC X(25).
           05 WS-INV-DATE            PIC 9(8).
           05 WS-LT-COUNT            PIC 9(3) VALUE 0.
           05 WS-LT-TABLE-FULL       PIC XXX VALUE "NO".
           05 WS-OPEN-TOTAL          PIC 9(7) VALUE 0.
           05 WS-SELECTED-TOTAL      PIC 9(7) VALUE 0.
           05 WS-LINE-LEFT           PIC 9(5) VALUE 0.
           05 WS-LAST-MEMO-NO        PIC 9(6) VALUE 800000.
           05 WS-MEMO-NO             PIC 9(6) VALUE 0.
           05 WS-NUMBER-OK           PIC XXX VALUE "NO".
           05 WS-NUMBER-DONE         PIC XXX VALUE "NO".
           05 WS-MEMO-LINE-NO        PIC 9(3) VALUE 0.
           05 WS-LINE-TSALE          PIC S9(5)V99 VALUE 0.
           05 WS-LINE-STAX           PIC S9(5)V99 VALUE 0.
           05 WS-LINE-FSALE          PIC S9(5)V99 VALUE 0.
           05 WS-LINE-COST           PIC 9(5)V99 VALUE 0.
           05 WS-RESTOCKED           PIC X.
           05 WS-MEMO-TSALE          PIC S9(7)V99 VALUE 0.
           05 WS-MEMO-STAX           PIC S9(7)V99 VALUE 0.
           05 WS-MEMO-FSALE          PIC S9(7)V99 VALUE 0.
           05 WS-MEMO-APPLIED        PIC S9(7)V99 VALUE 0.
           05 WS-MEMO-ONACCT         PIC S9(7)V99 VALUE 0.
           05 WS-INV-CLOSED          PIC X.
           05 WS-ORIG-BALANCE        PIC S9(7)V99 VALUE 0.
           05 WS-MEMO-COUNT          PIC 9(7) VALUE 0.
           05 WS-LINE-COUNT          PIC 9(7) VALUE 0.
           05 WS-REJECT-COUNT        PIC 9(7) VALUE 0.
           05 WS-TOTAL-CREDIT        PIC S9(9)V99 VALUE 0.
           05 WS-GLX-OK              PIC XXX VALUE "YES".
           05 WS-GLX-EOF             PIC XXX VALUE "NO".
           05 WS-GLX-FOUND           PIC XXX.
           05 WS-GLX-ACCOUNT         PIC X(8).
           05 WS-GLX-AR-ACCT         PIC X(8).
           05 WS-GLX-SALE-ACCT       PIC X(8).
           05 WS-GLX-COGS-ACCT       PIC X(8).
           05 WS-GLX-INV-ACCT        PIC X(8).
           05 WS-GLX-TSALE           PIC S9(9)V99 VALUE 0.
           05 WS-GLX-STAX            PIC S9(9)V99 VALUE 0.
           05 WS-GLX-FSALE           PIC S9(9)V99 VALUE 0.
           05 WS-GLX-COST            PIC S9(9)V99 VALUE 0.
           05 WS-GLX-DR-TOTAL        PIC S9(9)V99 VALUE 0.
           05 WS-GLX-CR-TOTAL        PIC S9(9)V99 VALUE 0.
           05 WS-GLJ-COUNT           PIC 9(3) VALUE 0.
           05 WS-GLJ-TABLE-FULL      PIC XXX VALUE "NO".
       01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 200 TIMES
                            INDEXED BY LT-IX.
               10 LT-HS-KEY          PIC X(21).
               10 LT-LINE-NO         PIC 9(3).
               10 LT-ITEM-NO         PIC X(6).
               10 LT-ITEM-DESC       PIC X(20).
               10 LT-QNTY-SOLD       PIC 9999.
               10 LT-OPEN-QTY        PIC 9999.
               10 LT-CREDIT-QTY      PIC 9999.
       01 WS-GLJ-TABLE.
           05 WS-GLJ-ENTRY OCCURS 100 TIMES
                           INDEXED BY GJ-IX.
               10 GJ-JURIS           PIC XX.
               10 GJ-TAX             PIC S9(7)V99.
               10 GJ-ACCOUNT         PIC X(8).
       01 WS-FILES.
           05 UT-SYS-SALESHST        PIC X(67)
              VALUE "J:\COBOL\saleshst.dat".
           05 UT-SYS-AROPEN          PIC X(67)
              VALUE "J:\COBOL\aropen.dat".
           05 UT-SYS-ITEMMAST        PIC X(67)
              VALUE "J:\COBOL\itemmast.dat".
           05 UT-SYS-CRMREQ          PIC X(67)
              VALUE "J:\COBOL\crmreq.dat".
           05 UT-SYS-CRMEMO          PIC X(67)
              VALUE "J:\COBOL\crmemo.dat".
           05 UT-SYS-CRMCTL          PIC X(67)
              VALUE "J:\COBOL\crmctl.dat".
           05 UT-SYS-ARADJUST        PIC X(67)
              VALUE "J:\COBOL\aradjust.dat".
           05 UT-SYS-CRMREG          PIC X(67)
              VALUE "J:\COBOL\crmreg.doc".
           05 UT-SYS-GLACCT          PIC X(67)
              VALUE "J:\COBOL\glacct.dat".
           05 UT-SYS-GLCRMEMO        PIC X(67)
              VALUE "J:\COBOL\glcrmemo.dat".
       01 WS-DATE.
           05 WS-YEAR                PIC 9999.
           05 WS-MONTH               PIC 99.
           05 WS-DAY                 PIC 99.
       01 WS-DATE-NUM REDEFINES WS-DATE
                                     PIC 9(8).
       01 REG-HEADING1.
           05 H-MONTH                PIC 99.
           05                        PIC X VALUE "/".
           05 H-DAY                  PIC 99.
           05                        PIC X VALUE "/".
           05 H-YEAR                 PIC 9999.
           05                        PIC X(12) VALUE SPACES.
           05                        PIC X(40)
              VALUE "CREDIT MEMO REGISTER".
           05                        PIC X(70) VALUE SPACES.
       01 REG-HEADING2.
           05                        PIC X(8) VALUE "MEMO".
           05                        PIC X(9) VALUE "INVOICE".
           05                        PIC X(6) VALUE "CUST".
           05                        PIC X(6) VALUE "LINE".
           05                        PIC X(8) VALUE "ITEM NO".
           05                        PIC X(22) VALUE "DESCRIPTION".
           05                        PIC X(7) VALUE "QTY".
           05                        PIC X(12) VALUE "    CREDIT".
           05                        PIC X(10) VALUE "     TAX".
           05                        PIC X(12) VALUE "     TOTAL".
           05                        PIC X(6) VALUE "SLSP".
           05                        PIC X(26) VALUE "NOTE".
       01 REG-DETAIL.
           05 RG-MEMO                PIC Z(5)9.
           05                        PIC XX VALUE SPACES.
           05 RG-INVOICE             PIC Z(5)9.
           05                        PIC XXX VALUE SPACES.
           05 RG-CUST-NO             PIC X(4).
           05                        PIC XX VALUE SPACES.
           05 RG-LINE                PIC ZZ9.
           05                        PIC XXX VALUE SPACES.
           05 RG-ITEM-NO             PIC X(6).
           05                        PIC XX VALUE SPACES.
           05 RG-ITEM-DESC           PIC X(20).
           05                        PIC XX VALUE SPACES.
           05 RG-QTY                 PIC ZZZ9.
           05                        PIC XXX VALUE SPACES.
           05 RG-CREDIT              PIC ZZZZZZ9.99.
           05                        PIC XX VALUE SPACES.
           05 RG-TAX                 PIC ZZZZ9.99.
           05                        PIC XX VALUE SPACES.
           05 RG-TOTAL               PIC ZZZZZZ9.99.
           05                        PIC XX VALUE SPACES.
           05 RG-SLSP                PIC X(3).
           05                        PIC XXX VALUE SPACES.
           05 RG-NOTE                PIC X(24).
           05                        PIC XX VALUE SPACES.
       01 REG-MEMO-TOTAL.
           05                        PIC X(15) VALUE SPACES.
           05                        PIC X(20)
              VALUE "CREDIT MEMO TOTAL".
           05                        PIC X(8) VALUE "REASON".
           05 RS-REASON              PIC XX.
           05                        PIC X(21) VALUE SPACES.
           05 RS-CREDIT              PIC ZZZZZZ9.99.
           05                        PIC XX VALUE SPACES.
           05 RS-TAX                 PIC ZZZZ9.99.
           05                        PIC XX VALUE SPACES.
           05 RS-TOTAL               PIC ZZZZZZ9.99.
           05                        PIC X(8) VALUE SPACES.
           05 RS-OPERATOR            PIC X(3).
           05                        PIC X(23) VALUE SPACES.
       01 REG-AR-LINE.
           05                        PIC X(15) VALUE SPACES.
           05 RA-LABEL               PIC X(40).
           05 RA-VALUE               PIC ZZZZZZ9.99-.
           05                        PIC X(66) VALUE SPACES.
       01 REG-REJECT-LINE.
           05                        PIC X(8) VALUE SPACES.
           05 RJ-INVOICE             PIC Z(5)9.
           05                        PIC X(9) VALUE SPACES.
           05 RJ-LINE                PIC ZZ9.
           05                        PIC XXX VALUE SPACES.
           05                        PIC X(11) VALUE "REJECTED -".
           05 RJ-REASON              PIC X(40).
           05                        PIC X(52) VALUE SPACES.
       01 REG-COUNT-LINE.
           05 RC-LABEL               PIC X(30).
           05 RC-VALUE               PIC ZZZZZZ9-.
           05                        PIC X(94) VALUE SPACES.
       01 REG-MONEY-LINE.
           05 RM-LABEL               PIC X(30).
           05 RM-VALUE               PIC ZZZZZZZZ9.99-.
           05                        PIC X(89) VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *100-MAIN Opens the files, decides batch or interactive the way
      *         RCPTENTR does (a present request file means batch),
      *         issues every credit memo asked for, prints the
      *         register totals, and journals the day's credits.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           PERFORM 120-OPEN-REQUEST-FILE THRU 120-EXIT
           IF WS-BATCH-MODE = "YES"
               PERFORM 150-BATCH-REQUEST THRU 150-EXIT
                   UNTIL WS-REQ-EOF = "YES"
               IF WS-MEMO-PENDING = "YES"
                   PERFORM 600-ISSUE-MEMO THRU 600-EXIT
               END-IF
               CLOSE CREDIT-REQUESTS
           ELSE
               DISPLAY "Enter your initials"
               ACCEPT WS-OPERATOR-IN
               MOVE FUNCTION UPPER-CASE(WS-OPERATOR-IN)
                   TO WS-OPERATOR-IN
               PERFORM 400-ENTER-MEMO THRU 400-EXIT
                   UNTIL FUNCTION UPPER-CASE(WS-EOU) = "STOP"
           END-IF
           PERFORM 900-WRITE-TOTALS THRU 900-EXIT
           CLOSE SALES-HISTORY
                 AR-OPEN-FILE
                 ITEM-MASTER
                 CREDIT-MEMO-FILE
                 AR-ADJUST
                 CREDIT-REG
           OPEN OUTPUT GL-CRMEMO-EXTRACT
           PERFORM 920-WRITE-GL-EXTRACT THRU 920-EXIT
           CLOSE GL-CRMEMO-EXTRACT
           DISPLAY "Credit memos issued: " WS-MEMO-COUNT
           STOP RUN.
      ******************************************************************
      *110-INIT Gets the run date, reads the last credit memo number
      *         issued (none yet starts the 8xxxxx block), and opens
      *         the files. The open-item file is created empty the
      *         first time, as ARLOAD would; the credit memo file and
      *         the AR adjustment file are permanent and only ever
      *         extended.
      ******************************************************************
       110-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H-MONTH
           MOVE WS-DAY TO H-DAY
           MOVE WS-YEAR TO H-YEAR
           OPEN INPUT CREDIT-MEMO-CONTROL
           IF WS-CMCTL-STATUS = "00"
               READ CREDIT-MEMO-CONTROL
                   NOT AT END
                       MOVE CC-LAST-MEMO-NO TO WS-LAST-MEMO-NO
               END-READ
               CLOSE CREDIT-MEMO-CONTROL
           END-IF
           IF WS-LAST-MEMO-NO < 800000
               MOVE 800000 TO WS-LAST-MEMO-NO
           END-IF
           OPEN I-O SALES-HISTORY
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ERROR: SALES-HISTORY could not be opened, "
                       "status " WS-HIST-STATUS
               STOP RUN
           END-IF
           OPEN I-O AR-OPEN-FILE
           IF WS-AROPEN-STATUS = "35"
               OPEN OUTPUT AR-OPEN-FILE
               CLOSE AR-OPEN-FILE
               OPEN I-O AR-OPEN-FILE
           END-IF
           IF WS-AROPEN-STATUS NOT = "00"
               DISPLAY "ERROR: AR-OPEN-FILE could not be opened, "
                       "status " WS-AROPEN-STATUS
               STOP RUN
           END-IF
           OPEN I-O ITEM-MASTER
           IF WS-ITEMMAST-STATUS NOT = "00"
               DISPLAY "ERROR: ITEM-MASTER could not be opened, "
                       "status " WS-ITEMMAST-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND CREDIT-MEMO-FILE
           IF WS-CMFILE-STATUS NOT = "00"
               OPEN OUTPUT CREDIT-MEMO-FILE
           END-IF
           OPEN EXTEND AR-ADJUST
           IF WS-ARADJ-STATUS NOT = "00"
               OPEN OUTPUT AR-ADJUST
           END-IF
           OPEN OUTPUT CREDIT-REG
           WRITE CRMREG-REC FROM REG-HEADING1
                 AFTER ADVANCING PAGE
           WRITE CRMREG-REC FROM REG-HEADING2
                 AFTER ADVANCING 2 LINES.
       110-EXIT.
           EXIT.
      ******************************************************************
      *120-OPEN-REQUEST-FILE Tries to open a batch request file. If one
      *                      is not present we fall back to the
      *                      interactive ACCEPT-driven entry mode, the
      *                      same way RCPTENTR decides its mode.
      ******************************************************************
       120-OPEN-REQUEST-FILE.
           OPEN INPUT CREDIT-REQUESTS
           IF WS-REQ-STATUS = "00"
               MOVE "YES" TO WS-BATCH-MODE
           ELSE
               MOVE "NO" TO WS-BATCH-MODE
           END-IF.
       120-EXIT.
           EXIT.
      ******************************************************************
      *150-BATCH-REQUEST Reads one request record. Consecutive records
      *                  for the same invoice, reason, and initials
      *                  make up one credit memo: the first of them
      *                  issues the memo before it and loads the
      *                  invoice, and each one selects a line (line
      *                  000 selects every line) and a quantity (0
      *                  takes all that is left on the line). When the
      *                  invoice itself was refused, every record for
      *                  it is printed as rejected with the same
      *                  reason, never silently dropped.
      ******************************************************************
       150-BATCH-REQUEST.
           READ CREDIT-REQUESTS
               AT END
                   MOVE "YES" TO WS-REQ-EOF
                   GO TO 150-EXIT
           END-READ
           MOVE 0 TO RJ-INVOICE
           MOVE 0 TO RJ-LINE
           IF CR-INVOICE-NO IS NOT NUMERIC
              OR CR-LINE-NO IS NOT NUMERIC
              OR CR-QTY IS NOT NUMERIC
               MOVE "INVOICE, LINE, OR QUANTITY NOT NUMERIC"
                   TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 150-EXIT
           END-IF
           MOVE CR-INVOICE-NO TO RJ-INVOICE
           MOVE CR-LINE-NO TO RJ-LINE
           MOVE FUNCTION UPPER-CASE(CR-REASON) TO WS-REASON-IN
           MOVE FUNCTION UPPER-CASE(CR-OPERATOR) TO WS-OPERATOR-IN
           IF CR-INVOICE-NO NOT = WS-INVOICE-NO
              OR WS-REASON-IN NOT = WS-MEMO-REASON
              OR WS-OPERATOR-IN NOT = WS-MEMO-OPERATOR
               IF WS-MEMO-PENDING = "YES"
                   PERFORM 600-ISSUE-MEMO THRU 600-EXIT
               END-IF
               MOVE CR-INVOICE-NO TO WS-INVOICE-NO
               PERFORM 200-START-MEMO THRU 200-EXIT
           END-IF
           IF WS-MEMO-PENDING = "NO"
               MOVE WS-MEMO-FAIL-REASON TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 150-EXIT
           END-IF
           MOVE CR-LINE-NO TO WS-LINE-NO
           MOVE CR-QTY TO WS-CREDIT-QTY
           PERFORM 300-SELECT-LINE THRU 300-EXIT
           IF WS-SEL-OK = "NO"
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
           END-IF.
       150-EXIT.
           EXIT.
      ******************************************************************
      *200-START-MEMO Starts a credit memo against the invoice in
      *               WS-INVOICE-NO for the reason and initials in
      *               WS-REASON-IN and WS-OPERATOR-IN: checks them,
      *               and loads the invoice's history lines with what
      *               is still un-credited on each. When anything is
      *               wrong WS-MEMO-PENDING is left NO and
      *               WS-MEMO-FAIL-REASON says why.
      ******************************************************************
       200-START-MEMO.
           MOVE "NO" TO WS-MEMO-PENDING
           MOVE WS-REASON-IN TO WS-MEMO-REASON
           MOVE WS-OPERATOR-IN TO WS-MEMO-OPERATOR
           MOVE 0 TO WS-LT-COUNT
           MOVE "NO" TO WS-LT-TABLE-FULL
           MOVE 0 TO WS-OPEN-TOTAL
           MOVE 0 TO WS-SELECTED-TOTAL
           MOVE SPACES TO WS-MEMO-FAIL-REASON
           IF WS-MEMO-OPERATOR = SPACES
               MOVE "INITIALS OF REQUESTER NOT GIVEN"
                   TO WS-MEMO-FAIL-REASON
               GO TO 200-EXIT
           END-IF
           IF WS-MEMO-REASON NOT = "WI" AND "WC" AND "DU" AND "PR"
                              AND "DM" AND "RT" AND "OT"
               MOVE "REASON NOT WI, WC, DU, PR, DM, RT, OR OT"
                   TO WS-MEMO-FAIL-REASON
               GO TO 200-EXIT
           END-IF
           IF WS-INVOICE-NO = 0
               MOVE "NO INVOICE NUMBER GIVEN" TO WS-MEMO-FAIL-REASON
               GO TO 200-EXIT
           END-IF
           IF WS-INVOICE-NO NOT LESS THAN 800000
               MOVE "NUMBER IS A CREDIT, NOT AN INVOICE"
                   TO WS-MEMO-FAIL-REASON
               GO TO 200-EXIT
           END-IF
           MOVE "NO" TO WS-SCAN-DONE
           MOVE WS-INVOICE-NO TO HS-INVOICE-NO
           START SALES-HISTORY KEY = HS-INVOICE-NO
               INVALID KEY
                   MOVE "YES" TO WS-SCAN-DONE
           END-START
           PERFORM 210-LOAD-LINE THRU 210-EXIT
               UNTIL WS-SCAN-DONE = "YES"
           EVALUATE TRUE
               WHEN WS-LT-COUNT = 0
                   MOVE "INVOICE NOT ON SALES HISTORY"
                       TO WS-MEMO-FAIL-REASON
               WHEN WS-LT-TABLE-FULL = "YES"
                   MOVE "INVOICE HAS MORE THAN 200 LINES"
                       TO WS-MEMO-FAIL-REASON
               WHEN WS-OPEN-TOTAL = 0
                   MOVE "NOTHING LEFT TO CREDIT ON INVOICE"
                       TO WS-MEMO-FAIL-REASON
               WHEN OTHER
                   MOVE "YES" TO WS-MEMO-PENDING
           END-EVALUATE.
       200-EXIT.
           EXIT.
      ******************************************************************
      *210-LOAD-LINE Reads the next history line under the invoice
      *              number and tables it with its un-credited
      *              quantity: what was sold on it less what has come
      *              back against it. A line that only took goods
      *              back has nothing to credit. The first line found
      *              gives the memo its customer and invoice date.
      ******************************************************************
       210-LOAD-LINE.
           READ SALES-HISTORY NEXT RECORD
               AT END
                   MOVE "YES" TO WS-SCAN-DONE
                   GO TO 210-EXIT
           END-READ
           IF HS-INVOICE-NO NOT = WS-INVOICE-NO
               MOVE "YES" TO WS-SCAN-DONE
               GO TO 210-EXIT
           END-IF
           IF WS-LT-COUNT NOT LESS THAN 200
               MOVE "YES" TO WS-LT-TABLE-FULL
               MOVE "YES" TO WS-SCAN-DONE
               GO TO 210-EXIT
           END-IF
           IF WS-LT-COUNT = 0
               MOVE HS-CUST-NO TO WS-INV-CUST-NO
               MOVE HS-CUST-NAME TO WS-INV-CUST-NAME
               MOVE HS-DATE TO WS-INV-DATE
           END-IF
           ADD 1 TO WS-LT-COUNT
           SET LT-IX TO WS-LT-COUNT
           MOVE HS-KEY TO LT-HS-KEY (LT-IX)
           MOVE HS-LINE-NO TO LT-LINE-NO (LT-IX)
           MOVE HS-ITEM-NO TO LT-ITEM-NO (LT-IX)
           MOVE HS-ITEM-DESC TO LT-ITEM-DESC (LT-IX)
           MOVE HS-QNTY-SOLD TO LT-QNTY-SOLD (LT-IX)
           MOVE 0 TO LT-OPEN-QTY (LT-IX)
           MOVE 0 TO LT-CREDIT-QTY (LT-IX)
           IF HS-QNTY-SOLD > HS-QNTY-RTND-AGNST
               SUBTRACT HS-QNTY-RTND-AGNST FROM HS-QNTY-SOLD
                   GIVING LT-OPEN-QTY (LT-IX)
           END-IF
           ADD LT-OPEN-QTY (LT-IX) TO WS-OPEN-TOTAL.
       210-EXIT.
           EXIT.
      ******************************************************************
      *220-SHOW-LINE Shows the operator one line of the invoice with
      *              what can still be credited on it.
      ******************************************************************
       220-SHOW-LINE.
           DISPLAY "Line " LT-LINE-NO (LT-IX) " "
                   LT-ITEM-NO (LT-IX) " " LT-ITEM-DESC (LT-IX)
                   " sold " LT-QNTY-SOLD (LT-IX)
                   " can credit " LT-OPEN-QTY (LT-IX).
       220-EXIT.
           EXIT.
      ******************************************************************
      *300-SELECT-LINE Selects the line in WS-LINE-NO for the quantity
      *                in WS-CREDIT-QTY. Line 000 selects every line
      *                for all that is left on it (a void); a zero
      *                quantity takes all that is left on the one
      *                line. A line already selected can be selected
      *                again for more, up to what is left. On a
      *                failure WS-SEL-OK is NO and RJ-REASON says
      *                why.
      ******************************************************************
       300-SELECT-LINE.
           MOVE "NO" TO WS-SEL-OK
           IF WS-LINE-NO = 0
               PERFORM 310-SELECT-ALL THRU 310-EXIT
                   VARYING LT-IX FROM 1 BY 1
                   UNTIL LT-IX > WS-LT-COUNT
               MOVE "YES" TO WS-SEL-OK
               GO TO 300-EXIT
           END-IF
           MOVE "NO" TO WS-LINE-FOUND
           SET LT-IX TO 1
           SEARCH WS-LINE-ENTRY
               AT END
                   CONTINUE
               WHEN LT-IX > WS-LT-COUNT
                   CONTINUE
               WHEN LT-LINE-NO (LT-IX) = WS-LINE-NO
                   MOVE "YES" TO WS-LINE-FOUND
           END-SEARCH
           IF WS-LINE-FOUND = "NO"
               MOVE "LINE NOT ON INVOICE" TO RJ-REASON
               GO TO 300-EXIT
           END-IF
           SUBTRACT LT-CREDIT-QTY (LT-IX) FROM LT-OPEN-QTY (LT-IX)
               GIVING WS-LINE-LEFT
           IF WS-LINE-LEFT = 0
               MOVE "LINE ALREADY CREDITED OR RETURNED" TO RJ-REASON
               GO TO 300-EXIT
           END-IF
           IF WS-CREDIT-QTY = 0
               MOVE WS-LINE-LEFT TO WS-CREDIT-QTY
           END-IF
           IF WS-CREDIT-QTY > WS-LINE-LEFT
               MOVE "QUANTITY EXCEEDS UN-CREDITED QUANTITY"
                   TO RJ-REASON
               GO TO 300-EXIT
           END-IF
           ADD WS-CREDIT-QTY TO LT-CREDIT-QTY (LT-IX)
           ADD WS-CREDIT-QTY TO WS-SELECTED-TOTAL
           MOVE "YES" TO WS-SEL-OK.
       300-EXIT.
           EXIT.
      ******************************************************************
      *310-SELECT-ALL Selects one line for everything left on it.
      ******************************************************************
       310-SELECT-ALL.
           SUBTRACT LT-CREDIT-QTY (LT-IX) FROM LT-OPEN-QTY (LT-IX)
               GIVING WS-LINE-LEFT
           ADD WS-LINE-LEFT TO LT-CREDIT-QTY (LT-IX)
           ADD WS-LINE-LEFT TO WS-SELECTED-TOTAL.
       310-EXIT.
           EXIT.
      ******************************************************************
      *400-ENTER-MEMO Asks the operator for the invoice and reason,
      *               shows the invoice's lines, takes the lines and
      *               quantities to credit (ALL voids the whole
      *               invoice), and issues the memo only when the
      *               operator types POST. A blank invoice number
      *               skips without issuing anything, so a wrong entry
      *               can be backed out of. An invoice or line that
      *               fails the checks goes to the register as
      *               rejected the same as in a batch run.
      ******************************************************************
       400-ENTER-MEMO.
           DISPLAY "Enter Invoice Number to credit (blank to skip)"
           ACCEPT WS-INVOICE-IN
           IF WS-INVOICE-IN = SPACES
               GO TO 400-NEXT
           END-IF
           MOVE 0 TO RJ-LINE
           MOVE 0 TO RJ-INVOICE
           MOVE WS-INVOICE-IN TO WS-INVOICE-TEST
           INSPECT WS-INVOICE-TEST
               CONVERTING "0123456789" TO SPACES
           IF WS-INVOICE-TEST NOT = SPACES
               DISPLAY "Invoice Number must be digits"
               GO TO 400-NEXT
           END-IF
           COMPUTE WS-INVOICE-NO = FUNCTION NUMVAL(WS-INVOICE-IN)
           MOVE WS-INVOICE-NO TO RJ-INVOICE
           DISPLAY "Enter Reason Code: WI wrong item, WC wrong "
                   "customer, DU duplicate,"
           DISPLAY "  PR price error, DM damaged, RT returned, "
                   "OT other"
           ACCEPT WS-REASON-IN
           MOVE FUNCTION UPPER-CASE(WS-REASON-IN) TO WS-REASON-IN
           PERFORM 200-START-MEMO THRU 200-EXIT
           IF WS-MEMO-PENDING = "NO"
               MOVE WS-MEMO-FAIL-REASON TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-NEXT
           END-IF
           DISPLAY "Invoice " WS-INVOICE-NO " " WS-INV-CUST-NO " "
                   WS-INV-CUST-NAME
           PERFORM 220-SHOW-LINE THRU 220-EXIT
               VARYING LT-IX FROM 1 BY 1
               UNTIL LT-IX > WS-LT-COUNT
           MOVE "NO" TO WS-LINES-DONE
           PERFORM 410-ENTER-LINE THRU 410-EXIT
               UNTIL WS-LINES-DONE = "YES"
           IF WS-SELECTED-TOTAL = 0
               MOVE "NO" TO WS-MEMO-PENDING
               DISPLAY "Nothing selected - no credit memo issued"
               GO TO 400-NEXT
           END-IF
           DISPLAY "Units selected to credit: " WS-SELECTED-TOTAL
           DISPLAY "Type POST to issue the credit memo"
           ACCEPT WS-CONFIRM-IN
           IF FUNCTION UPPER-CASE(WS-CONFIRM-IN) NOT = "POST"
               MOVE "NO" TO WS-MEMO-PENDING
               DISPLAY "Credit memo NOT issued"
               GO TO 400-NEXT
           END-IF
           PERFORM 600-ISSUE-MEMO THRU 600-EXIT.
       400-NEXT.
           DISPLAY "ISSUE MORE CREDIT MEMOS? STOP TO FINISH"
           ACCEPT WS-EOU.
       400-EXIT.
           EXIT.
      ******************************************************************
      *410-ENTER-LINE Takes one line number to credit and its
      *               quantity (blank takes all that is left on the
      *               line). ALL selects every line and ends the
      *               selection; a blank line number ends it.
      ******************************************************************
       410-ENTER-LINE.
           DISPLAY "Enter Line Number to credit, ALL for the whole "
                   "invoice (blank when done)"
           ACCEPT WS-LINE-IN
           IF WS-LINE-IN = SPACES
               MOVE "YES" TO WS-LINES-DONE
               GO TO 410-EXIT
           END-IF
           MOVE 0 TO WS-CREDIT-QTY
           IF FUNCTION UPPER-CASE(WS-LINE-IN) = "ALL"
               MOVE 0 TO WS-LINE-NO
               MOVE 0 TO RJ-LINE
               PERFORM 300-SELECT-LINE THRU 300-EXIT
               MOVE "YES" TO WS-LINES-DONE
               GO TO 410-EXIT
           END-IF
           MOVE WS-LINE-IN TO WS-LINE-TEST
           INSPECT WS-LINE-TEST
               CONVERTING "0123456789" TO SPACES
           IF WS-LINE-TEST NOT = SPACES
               DISPLAY "Line Number must be digits"
               GO TO 410-EXIT
           END-IF
           COMPUTE WS-LINE-NO = FUNCTION NUMVAL(WS-LINE-IN)
           MOVE WS-LINE-NO TO RJ-LINE
           DISPLAY "Enter Quantity to credit (blank for all left)"
           ACCEPT WS-QTY-IN
           IF WS-QTY-IN NOT = SPACES
               MOVE WS-QTY-IN TO WS-QTY-TEST
               INSPECT WS-QTY-TEST
                   CONVERTING "0123456789" TO SPACES
               IF WS-QTY-TEST NOT = SPACES
                   DISPLAY "Quantity must be digits"
                   GO TO 410-EXIT
               END-IF
               COMPUTE WS-CREDIT-QTY = FUNCTION NUMVAL(WS-QTY-IN)
           END-IF
           PERFORM 300-SELECT-LINE THRU 300-EXIT
           IF WS-SEL-OK = "NO"
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
           END-IF.
       410-EXIT.
           EXIT.
      ******************************************************************
      *600-ISSUE-MEMO Issues the credit memo built up for the invoice:
      *               takes the next free number, writes the memo
      *               header, posts every selected line, credits the
      *               open-item file, writes the memo totals, and
      *               saves the number used. A memo with nothing
      *               selected is refused.
      ******************************************************************
       600-ISSUE-MEMO.
           MOVE "NO" TO WS-MEMO-PENDING
           MOVE WS-INVOICE-NO TO RJ-INVOICE
           MOVE 0 TO RJ-LINE
           IF WS-SELECTED-TOTAL = 0
               MOVE "NOTHING SELECTED TO CREDIT" TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 600-EXIT
           END-IF
           PERFORM 610-NEXT-MEMO-NO THRU 610-EXIT
           IF WS-NUMBER-OK = "NO"
               MOVE "CREDIT MEMO NUMBERS USED UP" TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 600-EXIT
           END-IF
           MOVE 0 TO WS-MEMO-LINE-NO
           MOVE 0 TO WS-MEMO-TSALE
           MOVE 0 TO WS-MEMO-STAX
           MOVE 0 TO WS-MEMO-FSALE
           MOVE SPACES TO CM-HEADER-REC
           MOVE "H" TO MH-REC-TYPE
           MOVE WS-MEMO-NO TO MH-MEMO-NO
           MOVE WS-DATE-NUM TO MH-DATE
           MOVE WS-INVOICE-NO TO MH-ORIG-INVOICE
           MOVE WS-INV-CUST-NO TO MH-CUST-NO
           MOVE WS-INV-CUST-NAME TO MH-CUST-NAME
           MOVE WS-MEMO-REASON TO MH-REASON
           MOVE WS-MEMO-OPERATOR TO MH-OPERATOR
           MOVE WS-INV-DATE TO MH-ORIG-DATE
           WRITE CM-HEADER-REC
           PERFORM 620-POST-LINE THRU 620-EXIT
               VARYING LT-IX FROM 1 BY 1
               UNTIL LT-IX > WS-LT-COUNT
           PERFORM 640-POST-AR THRU 640-EXIT
           MOVE SPACES TO CM-TRAILER-REC
           MOVE "T" TO MT-REC-TYPE
           MOVE WS-MEMO-NO TO MT-MEMO-NO
           MOVE WS-DATE-NUM TO MT-DATE
           MOVE WS-INVOICE-NO TO MT-ORIG-INVOICE
           MOVE WS-INV-CUST-NO TO MT-CUST-NO
           MOVE WS-MEMO-LINE-NO TO MT-LINES
           MOVE WS-MEMO-TSALE TO MT-TSALE
           MOVE WS-MEMO-STAX TO MT-STAX
           MOVE WS-MEMO-FSALE TO MT-FSALE
           MOVE WS-MEMO-APPLIED TO MT-APPLIED
           MOVE WS-INV-CLOSED TO MT-INV-CLOSED
           WRITE CM-TRAILER-REC
           PERFORM 650-SAVE-CONTROL THRU 650-EXIT
           PERFORM 660-WRITE-MEMO-TOTAL THRU 660-EXIT
           ADD 1 TO WS-MEMO-COUNT
           ADD WS-MEMO-FSALE TO WS-TOTAL-CREDIT
           IF WS-BATCH-MODE = "NO"
               DISPLAY "Credit memo " WS-MEMO-NO " issued for "
                       WS-MEMO-FSALE
           END-IF.
       600-EXIT.
           EXIT.
      ******************************************************************
      *610-NEXT-MEMO-NO Takes the next credit memo number after the
      *                 last one issued, passing over any number that
      *                 is somehow already on the open-item file, the
      *                 same way ARCASH finds a free credit number.
      *                 Running past 899999 would run into ARCASH's
      *                 credit block, so the memo is refused instead.
      ******************************************************************
       610-NEXT-MEMO-NO.
           MOVE "YES" TO WS-NUMBER-OK
           MOVE "NO" TO WS-NUMBER-DONE
           PERFORM 615-TRY-MEMO-NO THRU 615-EXIT
               UNTIL WS-NUMBER-DONE = "YES".
       610-EXIT.
           EXIT.
      ******************************************************************
      *615-TRY-MEMO-NO Tries one credit memo number.
      ******************************************************************
       615-TRY-MEMO-NO.
           IF WS-LAST-MEMO-NO NOT LESS THAN 899999
               MOVE "NO" TO WS-NUMBER-OK
               MOVE "YES" TO WS-NUMBER-DONE
               GO TO 615-EXIT
           END-IF
           ADD 1 TO WS-LAST-MEMO-NO
           MOVE WS-LAST-MEMO-NO TO AR-INVOICE-NO
           READ AR-OPEN-FILE
               INVALID KEY
                   MOVE WS-LAST-MEMO-NO TO WS-MEMO-NO
                   MOVE "YES" TO WS-NUMBER-DONE
           END-READ.
       615-EXIT.
           EXIT.
      ******************************************************************
      *620-POST-LINE Posts one selected line. The credit is worked out
      *              from the original line first: crediting the
      *              whole of a line nothing came back against takes
      *              its posted amounts exactly, and anything less is
      *              priced at the original price and taxed at the
      *              original rate. The original line gets the
      *              quantity added to its returned-against count;
      *              the offsetting line is then built in the same
      *              record area under the credit memo number and
      *              today's date, and the goods go back on hand.
      ******************************************************************
       620-POST-LINE.
           IF LT-CREDIT-QTY (LT-IX) = 0
               GO TO 620-EXIT
           END-IF
           MOVE SPACES TO RG-NOTE
           MOVE LT-HS-KEY (LT-IX) TO HS-KEY
           READ SALES-HISTORY KEY IS HS-KEY
               INVALID KEY
                   MOVE WS-INVOICE-NO TO RJ-INVOICE
                   MOVE LT-LINE-NO (LT-IX) TO RJ-LINE
                   MOVE "HISTORY LINE COULD NOT BE READ" TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 620-EXIT
           END-READ
           IF LT-CREDIT-QTY (LT-IX) = HS-QNTY-SOLD
              AND HS-QNTY-RTND = 0
              AND HS-QNTY-RTND-AGNST = 0
               MOVE HS-TSALE TO WS-LINE-TSALE
               MOVE HS-STAX TO WS-LINE-STAX
               MOVE HS-FSALE TO WS-LINE-FSALE
           ELSE
               MULTIPLY HS-UNT-PRICE BY LT-CREDIT-QTY (LT-IX)
                   GIVING WS-LINE-TSALE
               COMPUTE WS-LINE-STAX ROUNDED =
                   WS-LINE-TSALE * HS-TAX-RATE
               ADD WS-LINE-TSALE WS-LINE-STAX
                   GIVING WS-LINE-FSALE
           END-IF
           MOVE HS-UNIT-COST TO WS-LINE-COST
           ADD LT-CREDIT-QTY (LT-IX) TO HS-QNTY-RTND-AGNST
           REWRITE SALES-HISTORY-REC
               INVALID KEY
                   MOVE WS-INVOICE-NO TO RJ-INVOICE
                   MOVE LT-LINE-NO (LT-IX) TO RJ-LINE
                   MOVE "HISTORY LINE COULD NOT BE REWRITTEN"
                       TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 620-EXIT
           END-REWRITE
           ADD 1 TO WS-MEMO-LINE-NO
           MOVE WS-DATE TO HS-DATE
           MOVE WS-MEMO-NO TO HS-INVOICE-NO
           MOVE WS-MEMO-LINE-NO TO HS-LINE-NO
           MOVE 0 TO HS-QNTY-SOLD
           MOVE LT-CREDIT-QTY (LT-IX) TO HS-QNTY-RTND
           COMPUTE HS-TSALE = 0 - WS-LINE-TSALE
           COMPUTE HS-STAX = 0 - WS-LINE-STAX
           COMPUTE HS-FSALE = 0 - WS-LINE-FSALE
           MOVE 0 TO HS-QNTY-RTND-AGNST
           MOVE HS-SLSP-ID TO HS-RTN-SLSP-ID
           MOVE 0 TO HS-UNIT-COST
           MOVE WS-LINE-COST TO HS-RTN-UNIT-COST
           WRITE SALES-HISTORY-REC
               INVALID KEY
                   MOVE "HISTORY LINE NOT WRITTEN" TO RG-NOTE
           END-WRITE
           PERFORM 630-RESTOCK-ITEM THRU 630-EXIT
           MOVE SPACES TO CM-REC
           MOVE "D" TO CM-REC-TYPE
           MOVE WS-MEMO-NO TO CM-MEMO-NO
           MOVE WS-DATE-NUM TO CM-DATE
           MOVE WS-INVOICE-NO TO CM-ORIG-INVOICE
           MOVE HS-CUST-NO TO CM-CUST-NO
           MOVE WS-MEMO-LINE-NO TO CM-LINE-NO
           MOVE LT-LINE-NO (LT-IX) TO CM-ORIG-LINE-NO
           MOVE HS-ITEM-NO TO CM-ITEM-NO
           MOVE HS-ITEM-DESC TO CM-ITEM-DESC
           MOVE HS-UNT-PRICE TO CM-UNT-PRICE
           MOVE LT-CREDIT-QTY (LT-IX) TO CM-QTY
           MOVE WS-LINE-TSALE TO CM-TSALE
           MOVE WS-LINE-STAX TO CM-STAX
           MOVE WS-LINE-FSALE TO CM-FSALE
           MOVE HS-JURISDICTION TO CM-JURISDICTION
           MOVE WS-LINE-COST TO CM-UNIT-COST
           MOVE HS-SLSP-ID TO CM-SLSP-ID
           MOVE WS-RESTOCKED TO CM-RESTOCKED
           WRITE CM-REC
           ADD WS-LINE-TSALE TO WS-MEMO-TSALE
           ADD WS-LINE-STAX TO WS-MEMO-STAX
           ADD WS-LINE-FSALE TO WS-MEMO-FSALE
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-MEMO-NO TO RG-MEMO
           MOVE WS-INVOICE-NO TO RG-INVOICE
           MOVE HS-CUST-NO TO RG-CUST-NO
           MOVE LT-LINE-NO (LT-IX) TO RG-LINE
           MOVE HS-ITEM-NO TO RG-ITEM-NO
           MOVE HS-ITEM-DESC TO RG-ITEM-DESC
           MOVE LT-CREDIT-QTY (LT-IX) TO RG-QTY
           MOVE WS-LINE-TSALE TO RG-CREDIT
           MOVE WS-LINE-STAX TO RG-TAX
           MOVE WS-LINE-FSALE TO RG-TOTAL
           MOVE HS-SLSP-ID TO RG-SLSP
           WRITE CRMREG-REC FROM REG-DETAIL
                 AFTER ADVANCING 1 LINE.
       620-EXIT.
           EXIT.
      ******************************************************************
      *630-RESTOCK-ITEM Puts the credited quantity back on hand. An
      *                 item no longer on the master cannot be
      *                 restocked; the line is still credited, noted
      *                 on the register, and marked so its cost is
      *                 left in cost of goods sold.
      ******************************************************************
       630-RESTOCK-ITEM.
           MOVE "N" TO WS-RESTOCKED
           MOVE HS-ITEM-NO TO IM-ITEM-NO
           READ ITEM-MASTER
               INVALID KEY
                   MOVE "ITEM NOT ON FILE-NO STOCK" TO RG-NOTE
                   GO TO 630-EXIT
           END-READ
           ADD LT-CREDIT-QTY (LT-IX) TO IM-QTY-ON-HAND
           REWRITE ITEM-MASTER-REC
               INVALID KEY
                   MOVE "ITEM NOT REWRITTEN-NO STOCK" TO RG-NOTE
                   GO TO 630-EXIT
           END-REWRITE
           MOVE "Y" TO WS-RESTOCKED.
       630-EXIT.
           EXIT.
      ******************************************************************
      *640-POST-AR Writes the credit to the open-item file as a
      *            negative open item under the credit memo number,
      *            then applies it against whatever is still owing on
      *            the original invoice: the invoice's amount paid
      *            goes up by the amount applied (closing it when
      *            nothing is left owing), and the credit's own
      *            amount paid goes down by the same amount (closing
      *            it when all of it was used). An original invoice
      *            that is paid, archived, or not yet loaded takes
      *            nothing, and the whole credit stays on account.
      *            The new item and each application go to the AR
      *            adjustment file.
      ******************************************************************
       640-POST-AR.
           MOVE 0 TO WS-MEMO-APPLIED
           MOVE "N" TO WS-INV-CLOSED
           MOVE WS-MEMO-NO TO AR-INVOICE-NO
           MOVE WS-INV-CUST-NO TO AR-CUST-NO
           MOVE WS-INV-CUST-NAME TO AR-CUST-NAME
           MOVE WS-DATE TO AR-INV-DATE
           COMPUTE AR-AMT-DUE = 0 - WS-MEMO-FSALE
           MOVE 0 TO AR-AMT-PAID
           MOVE "O" TO AR-STATUS
           MOVE 0 TO AR-PAID-DATE
           WRITE AR-OPEN-REC
               INVALID KEY
                   MOVE WS-INVOICE-NO TO RJ-INVOICE
                   MOVE 0 TO RJ-LINE
                   MOVE "CREDIT NOT WRITTEN TO OPEN-ITEM FILE"
                       TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 640-EXIT
           END-WRITE
           MOVE WS-MEMO-NO TO AJ-INVOICE-NO
           MOVE "I" TO AJ-TYPE
           MOVE AR-AMT-DUE TO AJ-AMOUNT
           PERFORM 670-WRITE-ADJUST THRU 670-EXIT
           MOVE WS-INVOICE-NO TO AR-INVOICE-NO
           READ AR-OPEN-FILE
               INVALID KEY
                   GO TO 640-EXIT
           END-READ
           IF AR-STATUS NOT = "O"
               GO TO 640-EXIT
           END-IF
           SUBTRACT AR-AMT-PAID FROM AR-AMT-DUE
               GIVING WS-ORIG-BALANCE
           IF WS-ORIG-BALANCE NOT GREATER THAN 0
               GO TO 640-EXIT
           END-IF
           IF WS-ORIG-BALANCE < WS-MEMO-FSALE
               MOVE WS-ORIG-BALANCE TO WS-MEMO-APPLIED
           ELSE
               MOVE WS-MEMO-FSALE TO WS-MEMO-APPLIED
           END-IF
           ADD WS-MEMO-APPLIED TO AR-AMT-PAID
           IF AR-AMT-PAID NOT LESS THAN AR-AMT-DUE
               MOVE "P" TO AR-STATUS
               MOVE WS-DATE TO AR-PAID-DATE
               MOVE "Y" TO WS-INV-CLOSED
           END-IF
           REWRITE AR-OPEN-REC
               INVALID KEY
                   MOVE 0 TO WS-MEMO-APPLIED
                   MOVE "N" TO WS-INV-CLOSED
                   GO TO 640-EXIT
           END-REWRITE
           MOVE WS-INVOICE-NO TO AJ-INVOICE-NO
           MOVE "A" TO AJ-TYPE
           COMPUTE AJ-AMOUNT = 0 - WS-MEMO-APPLIED
           PERFORM 670-WRITE-ADJUST THRU 670-EXIT
           MOVE WS-MEMO-NO TO AR-INVOICE-NO
           READ AR-OPEN-FILE
               INVALID KEY
                   GO TO 640-EXIT
           END-READ
           COMPUTE AR-AMT-PAID = 0 - WS-MEMO-APPLIED
           IF WS-MEMO-APPLIED = WS-MEMO-FSALE
               MOVE "P" TO AR-STATUS
               MOVE WS-DATE TO AR-PAID-DATE
           END-IF
           REWRITE AR-OPEN-REC
           MOVE WS-MEMO-NO TO AJ-INVOICE-NO
           MOVE "A" TO AJ-TYPE
           MOVE WS-MEMO-APPLIED TO AJ-AMOUNT
           PERFORM 670-WRITE-ADJUST THRU 670-EXIT.
       640-EXIT.
           EXIT.
      ******************************************************************
      *650-SAVE-CONTROL Saves the last credit memo number issued, after
      *                 every memo, so a run that stops part way never
      *                 issues a number twice.
      ******************************************************************
       650-SAVE-CONTROL.
           MOVE SPACES TO CM-CONTROL-REC
           MOVE WS-LAST-MEMO-NO TO CC-LAST-MEMO-NO
           MOVE WS-DATE-NUM TO CC-LAST-DATE
           OPEN OUTPUT CREDIT-MEMO-CONTROL
           WRITE CM-CONTROL-REC
           CLOSE CREDIT-MEMO-CONTROL.
       650-EXIT.
           EXIT.
      ******************************************************************
      *660-WRITE-MEMO-TOTAL Prints the memo's totals under its lines,
      *                     and what happened to the credit on the
      *                     open-item file.
      ******************************************************************
       660-WRITE-MEMO-TOTAL.
           MOVE WS-MEMO-REASON TO RS-REASON
           MOVE WS-MEMO-TSALE TO RS-CREDIT
           MOVE WS-MEMO-STAX TO RS-TAX
           MOVE WS-MEMO-FSALE TO RS-TOTAL
           MOVE WS-MEMO-OPERATOR TO RS-OPERATOR
           WRITE CRMREG-REC FROM REG-MEMO-TOTAL
                 AFTER ADVANCING 1 LINE
           SUBTRACT WS-MEMO-APPLIED FROM WS-MEMO-FSALE
               GIVING WS-MEMO-ONACCT
           IF WS-MEMO-APPLIED NOT = 0
               IF WS-INV-CLOSED = "Y"
                   MOVE "APPLIED - ORIGINAL INVOICE CLOSED"
                       TO RA-LABEL
               ELSE
                   MOVE "APPLIED TO ORIGINAL INVOICE" TO RA-LABEL
               END-IF
               MOVE WS-MEMO-APPLIED TO RA-VALUE
               WRITE CRMREG-REC FROM REG-AR-LINE
                     AFTER ADVANCING 1 LINE
           END-IF
           IF WS-MEMO-ONACCT NOT = 0
               MOVE "LEFT ON CUSTOMER ACCOUNT AS A CREDIT"
                   TO RA-LABEL
               MOVE WS-MEMO-ONACCT TO RA-VALUE
               WRITE CRMREG-REC FROM REG-AR-LINE
                     AFTER ADVANCING 1 LINE
           END-IF.
       660-EXIT.
           EXIT.
      ******************************************************************
      *670-WRITE-ADJUST Writes one change to an open item's balance to
      *                 the AR adjustment file: the item, the
      *                 customer, today's date, whether the item was
      *                 issued (I) or had a credit applied (A), and
      *                 the credit memo behind it.
      ******************************************************************
       670-WRITE-ADJUST.
           MOVE WS-INV-CUST-NO TO AJ-CUST-NO
           MOVE WS-DATE-NUM TO AJ-DATE
           MOVE "CM" TO AJ-SOURCE
           MOVE WS-MEMO-NO TO AJ-REF-NO
           WRITE AR-ADJUST-REC.
       670-EXIT.
           EXIT.
      ******************************************************************
      *700-WRITE-REJECT Prints one refused request on the register and
      *                 counts it.
      ******************************************************************
       700-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           WRITE CRMREG-REC FROM REG-REJECT-LINE
                 AFTER ADVANCING 1 LINE
           IF WS-BATCH-MODE = "NO"
               DISPLAY "Rejected: " RJ-REASON
           END-IF.
       700-EXIT.
           EXIT.
      ******************************************************************
      *900-WRITE-TOTALS Prints the memo, line, and rejected counts and
      *                 the total credit issued under the register.
      ******************************************************************
       900-WRITE-TOTALS.
           MOVE "CREDIT MEMOS ISSUED" TO RC-LABEL
           MOVE WS-MEMO-COUNT TO RC-VALUE
           WRITE CRMREG-REC FROM REG-COUNT-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "LINES CREDITED" TO RC-LABEL
           MOVE WS-LINE-COUNT TO RC-VALUE
           WRITE CRMREG-REC FROM REG-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "REQUESTS REJECTED" TO RC-LABEL
           MOVE WS-REJECT-COUNT TO RC-VALUE
           WRITE CRMREG-REC FROM REG-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "TOTAL CREDIT ISSUED" TO RM-LABEL
           MOVE WS-TOTAL-CREDIT TO RM-VALUE
           WRITE CRMREG-REC FROM REG-MONEY-LINE
                 AFTER ADVANCING 1 LINE.
       900-EXIT.
           EXIT.
      ******************************************************************
      *920-WRITE-GL-EXTRACT Writes the credit memo journal lines the
      *                     general ledger import picks up. The day's
      *                     figures are re-added from every credit
      *                     memo line dated today, not taken from this
      *                     run's register totals, so the extract is
      *                     whole-day when CRMEMO runs more than once.
      *                     The lines reverse the sale: sales revenue
      *                     debited for the goods credited, one sales
      *                     tax payable debit per jurisdiction, and AR
      *                     credited for the total; and the goods put
      *                     back in stock go back into inventory at
      *                     the cost they were sold at, out of cost of
      *                     goods sold. An extract whose debits and
      *                     credits do not net to zero, or with a
      *                     mapping missing, is NOT released: the
      *                     extract file is left empty and the run
      *                     ends with return code 8, the same hold
      *                     TOTALSLE puts on its own.
      ******************************************************************
       920-WRITE-GL-EXTRACT.
           MOVE "YES" TO WS-GLX-OK
           MOVE "NO" TO WS-GLX-EOF
           OPEN INPUT CREDIT-MEMO-FILE
           IF WS-CMFILE-STATUS NOT = "00"
               DISPLAY "CRMEMO: CREDIT-MEMO-FILE could not be "
                       "reopened, status " WS-CMFILE-STATUS
                       " - GL EXTRACT NOT RELEASED"
               MOVE 8 TO RETURN-CODE
               GO TO 920-EXIT
           END-IF
           PERFORM 921-READ-MEMO-DETAIL THRU 921-EXIT
               UNTIL WS-GLX-EOF = "YES"
           CLOSE CREDIT-MEMO-FILE
           IF WS-GLJ-TABLE-FULL = "YES"
               DISPLAY "CRMEMO: MORE THAN 100 TAX JURISDICTIONS - "
                       "GL EXTRACT NOT RELEASED"
               MOVE 8 TO RETURN-CODE
               GO TO 920-EXIT
           END-IF
           COMPUTE WS-GLX-DR-TOTAL = WS-GLX-TSALE + WS-GLX-STAX
                                   + WS-GLX-COST
           COMPUTE WS-GLX-CR-TOTAL = WS-GLX-FSALE + WS-GLX-COST
           IF WS-GLX-DR-TOTAL NOT = WS-GLX-CR-TOTAL
               DISPLAY "CRMEMO: EXTRACT DEBITS AND CREDITS DO NOT "
                       "NET TO ZERO - GL EXTRACT NOT RELEASED"
               MOVE 8 TO RETURN-CODE
               GO TO 920-EXIT
           END-IF
           OPEN INPUT GL-ACCOUNTS
           IF WS-GLACCT-STATUS NOT = "00"
               DISPLAY "CRMEMO: GL-ACCOUNTS could not be opened, "
                       "status " WS-GLACCT-STATUS
                       " - GL EXTRACT NOT RELEASED"
               MOVE 8 TO RETURN-CODE
               GO TO 920-EXIT
           END-IF
           MOVE "AR" TO GLA-TYPE
           MOVE SPACES TO GLA-JURIS
           PERFORM 925-LOOKUP-GL-ACCOUNT THRU 925-EXIT
           MOVE WS-GLX-ACCOUNT TO WS-GLX-AR-ACCT
           MOVE "SALE" TO GLA-TYPE
           MOVE SPACES TO GLA-JURIS
           PERFORM 925-LOOKUP-GL-ACCOUNT THRU 925-EXIT
           MOVE WS-GLX-ACCOUNT TO WS-GLX-SALE-ACCT
           MOVE "COGS" TO GLA-TYPE
           MOVE SPACES TO GLA-JURIS
           PERFORM 925-LOOKUP-GL-ACCOUNT THRU 925-EXIT
           MOVE WS-GLX-ACCOUNT TO WS-GLX-COGS-ACCT
           MOVE "INV" TO GLA-TYPE
           MOVE SPACES TO GLA-JURIS
           PERFORM 925-LOOKUP-GL-ACCOUNT THRU 925-EXIT
           MOVE WS-GLX-ACCOUNT TO WS-GLX-INV-ACCT
           PERFORM 924-LOOKUP-TAX-ACCOUNT THRU 924-EXIT
               VARYING GJ-IX FROM 1 BY 1
               UNTIL GJ-IX > WS-GLJ-COUNT
           CLOSE GL-ACCOUNTS
           IF WS-GLX-OK = "NO"
               DISPLAY "CRMEMO: GL ACCOUNT MAPPING MISSING - "
                       "GL EXTRACT NOT RELEASED, HOLD THE GL IMPORT"
               MOVE 8 TO RETURN-CODE
               GO TO 920-EXIT
           END-IF
           MOVE WS-GLX-AR-ACCT TO WS-GLX-ACCOUNT
           MOVE 0 TO GL-DEBIT
           MOVE WS-GLX-FSALE TO GL-CREDIT
           PERFORM 926-WRITE-GL-LINE THRU 926-EXIT
           MOVE WS-GLX-SALE-ACCT TO WS-GLX-ACCOUNT
           MOVE WS-GLX-TSALE TO GL-DEBIT
           MOVE 0 TO GL-CREDIT
           PERFORM 926-WRITE-GL-LINE THRU 926-EXIT
           MOVE WS-GLX-INV-ACCT TO WS-GLX-ACCOUNT
           MOVE WS-GLX-COST TO GL-DEBIT
           MOVE 0 TO GL-CREDIT
           PERFORM 926-WRITE-GL-LINE THRU 926-EXIT
           MOVE WS-GLX-COGS-ACCT TO WS-GLX-ACCOUNT
           MOVE 0 TO GL-DEBIT
           MOVE WS-GLX-COST TO GL-CREDIT
           PERFORM 926-WRITE-GL-LINE THRU 926-EXIT
           PERFORM 927-WRITE-TAX-LINE THRU 927-EXIT
               VARYING GJ-IX FROM 1 BY 1
               UNTIL GJ-IX > WS-GLJ-COUNT.
       920-EXIT.
           EXIT.
      ******************************************************************
      *921-READ-MEMO-DETAIL Reads one credit memo record back and folds
      *                     each line dated today into the day sums:
      *                     the goods credited, the tax into its
      *                     jurisdiction's entry, the total, and the
      *                     cost of what was put back in stock.
      ******************************************************************
       921-READ-MEMO-DETAIL.
           READ CREDIT-MEMO-FILE
               AT END
                   MOVE "YES" TO WS-GLX-EOF
                   GO TO 921-EXIT
           END-READ
           IF CM-REC-TYPE NOT = "D"
              OR CM-DATE NOT = WS-DATE-NUM
               GO TO 921-EXIT
           END-IF
           ADD CM-TSALE TO WS-GLX-TSALE
           ADD CM-STAX TO WS-GLX-STAX
           ADD CM-FSALE TO WS-GLX-FSALE
           IF CM-RESTOCKED = "Y"
               COMPUTE WS-GLX-COST = WS-GLX-COST
                   + CM-UNIT-COST * CM-QTY
           END-IF
           PERFORM 922-ACCUM-TAX-JURIS THRU 922-EXIT.
       921-EXIT.
           EXIT.
      ******************************************************************
      *922-ACCUM-TAX-JURIS Finds (or adds) the tax table entry for
      *                    this line's jurisdiction and folds its
      *                    sales tax in.
      ******************************************************************
       922-ACCUM-TAX-JURIS.
           SET GJ-IX TO 1
           SEARCH WS-GLJ-ENTRY
               AT END
                   PERFORM 923-ADD-TAX-JURIS THRU 923-EXIT
               WHEN GJ-IX > WS-GLJ-COUNT
                   PERFORM 923-ADD-TAX-JURIS THRU 923-EXIT
               WHEN GJ-JURIS (GJ-IX) = CM-JURISDICTION
                   ADD CM-STAX TO GJ-TAX (GJ-IX)
           END-SEARCH.
       922-EXIT.
           EXIT.
      ******************************************************************
      *923-ADD-TAX-JURIS Starts a fresh tax table entry for a
      *                  jurisdiction not seen yet today.
      ******************************************************************
       923-ADD-TAX-JURIS.
           IF WS-GLJ-COUNT NOT LESS THAN 100
               MOVE "YES" TO WS-GLJ-TABLE-FULL
               GO TO 923-EXIT
           END-IF
           ADD 1 TO WS-GLJ-COUNT
           SET GJ-IX TO WS-GLJ-COUNT
           MOVE CM-JURISDICTION TO GJ-JURIS (GJ-IX)
           MOVE CM-STAX TO GJ-TAX (GJ-IX).
       923-EXIT.
           EXIT.
      ******************************************************************
      *924-LOOKUP-TAX-ACCOUNT Looks up the sales tax payable account
      *                       for one jurisdiction credited today and
      *                       keeps it in the jurisdiction's table
      *                       entry, ahead of any line being written.
      ******************************************************************
       924-LOOKUP-TAX-ACCOUNT.
           MOVE "TAX" TO GLA-TYPE
           MOVE GJ-JURIS (GJ-IX) TO GLA-JURIS
           PERFORM 925-LOOKUP-GL-ACCOUNT THRU 925-EXIT
           MOVE WS-GLX-ACCOUNT TO GJ-ACCOUNT (GJ-IX).
       924-EXIT.
           EXIT.
      ******************************************************************
      *925-LOOKUP-GL-ACCOUNT Reads the chart mapping for the type and
      *                      jurisdiction in GLA-KEY. A mapping that
      *                      is not on file marks the whole extract
      *                      not-OK; the import must never guess an
      *                      account.
      ******************************************************************
       925-LOOKUP-GL-ACCOUNT.
           READ GL-ACCOUNTS
               INVALID KEY
                   MOVE "NO" TO WS-GLX-FOUND
                   MOVE "NO" TO WS-GLX-OK
                   DISPLAY "CRMEMO: no GL account mapped for "
                           GLA-TYPE " " GLA-JURIS
               NOT INVALID KEY
                   MOVE "YES" TO WS-GLX-FOUND
                   MOVE GLA-ACCOUNT TO WS-GLX-ACCOUNT
           END-READ.
       925-EXIT.
           EXIT.
      ******************************************************************
      *926-WRITE-GL-LINE Writes one dated journal line for the
      *                  account just looked up.
      ******************************************************************
       926-WRITE-GL-LINE.
           MOVE WS-YEAR TO GL-YEAR
           MOVE WS-MONTH TO GL-MONTH
           MOVE WS-DAY TO GL-DAY
           MOVE WS-GLX-ACCOUNT TO GL-ACCOUNT
           WRITE GL-EXTRACT-REC.
       926-EXIT.
           EXIT.
      ******************************************************************
      *927-WRITE-TAX-LINE Writes one sales tax payable debit line for
      *                   one jurisdiction's credited tax, to the
      *                   account 924 looked up.
      ******************************************************************
       927-WRITE-TAX-LINE.
           MOVE GJ-ACCOUNT (GJ-IX) TO WS-GLX-ACCOUNT
           MOVE GJ-TAX (GJ-IX) TO GL-DEBIT
           MOVE 0 TO GL-CREDIT
           PERFORM 926-WRITE-GL-LINE THRU 926-EXIT.
       927-EXIT.
           EXIT.
