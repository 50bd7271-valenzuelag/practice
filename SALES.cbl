           select HOLD-RPT
               assign to UT-SYS-HOLDRPT
               organization is line sequential.
           select EXEMPT-CERT
               assign to UT-SYS-EXMPTCRT
               organization is indexed
               access mode is random
               record key is EC-KEY
               file status is WS-EXMPTCRT-STATUS.
           select TAX-EXCEPT
               assign to UT-SYS-TAXEXC
               organization is line sequential.
           select PRICE-AGREE
               assign to UT-SYS-PRICAGR
               organization is indexed
               access mode is dynamic
               record key is PA-KEY
               file status is WS-PRICAGR-STATUS.
           select BATCH-REG
               assign to UT-SYS-BATCHREG
               organization is indexed
               access mode is random
               record key is BR-BATCH-ID
               file status is WS-BATCHREG-STATUS.
       data division.
       file section.
       FD SALES-FILE
           RECORD CONTAINS 153.
       01 CUST-REC.
           05 CUST-REC-TYPE          PIC X.
           05 CUST-INVOICE-NO        PIC 9(6).
           05 CUST-JURISDICTION      PIC XX.
           05 CUST-TAX-RATE          PIC V999.
           05 CUST-RATE-FLAG         PIC X.
           05 CUST-UNIT-COST         PIC 9(5)V99.
           05 CUST-RTN-UNIT-COST     PIC 9(5)V99.
           05 CUST-EXEMPT-CERT       PIC X(15).
           05 CUST-LIST-PRICE        PIC 9999V99.
           05 CUST-PRICE-SOURCE      PIC X.
           05 CUST-CONTRACT-NO       PIC X(6).
       01 INVOICE-HEADER-REC REDEFINES CUST-REC.
           05 IH-REC-TYPE            PIC X.
           05 IH-INVOICE-NO          PIC 9(6).
               10 IH-INV-YEAR        PIC 9999.
               10 IH-INV-MONTH       PIC 99.
               10 IH-INV-DAY         PIC 99.
           05                        PIC X(109).
       01 TRAILER-REC REDEFINES CUST-REC.
           05 TR-REC-TYPE            PIC X.
           05 TR-UNITS-SOLD          PIC S9(5).
           05 TR-TOTAL-SALE          PIC S9(7)V99.
           05 TR-SALES-TAX           PIC S9(6)V99.
           05 TR-FINAL-SALE          PIC S9(7)V99.
           05                        PIC X(116).

       FD SALES-RPT
           RECORD CONTAINS 132.
           05 TRANS-ORIG-INVOICE     PIC 9(6).
           05 TRANS-SLSP-ID          PIC X(3).
           05 TRANS-RELEASE-FLAG     PIC X.
       01 BATCH-HEADER-REC REDEFINES TRANS-REC.
           05 BH-REC-TYPE            PIC X(4).
           05 BH-BATCH-ID            PIC X(12).
           05 BH-SOURCE              PIC X(10).
           05 BH-CREATE-DATE         PIC 9(8).
           05                        PIC X(20).

       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-REC.
           05 CM-JURISDICTION        PIC XX.
           05 CM-STATUS              PIC X.
           05 CM-CREDIT-LIMIT        PIC S9(7)V99.
           05 CM-FINCHG-EXEMPT       PIC X.

       FD TAX-RATE-FILE.
       01 TAX-RATE-REC.
           05 IM-UNIT-PRICE          PIC 9999V99.
           05 IM-QTY-ON-HAND         PIC S9(5).
           05 IM-REORDER-POINT       PIC 9(5).
           05 IM-VEND-NO             PIC X(6).
           05 IM-UNIT-COST           PIC 9(5)V99.

       FD REJECT-LOG
           RECORD CONTAINS 24.
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

       FD SLSP-MASTER.
       01 SLSP-MASTER-REC.
           05 HS-QNTY-RTND-AGNST     PIC 9999.
           05 HS-SLSP-ID             PIC X(3).
           05 HS-RTN-SLSP-ID         PIC X(3).
           05 HS-UNIT-COST           PIC 9(5)V99.
           05 HS-RTN-UNIT-COST       PIC 9(5)V99.
           05 HS-EXEMPT-CERT         PIC X(15).
           05 HS-LIST-PRICE          PIC 9999V99.
           05 HS-PRICE-SOURCE        PIC X.
           05 HS-CONTRACT-NO         PIC X(6).

       FD RETURN-REJECTS
           RECORD CONTAINS 100.
           RECORD CONTAINS 132.
       01 HOLD-REC                   PIC X(132).

       FD EXEMPT-CERT.
       01 EXEMPT-CERT-REC.
           05 EC-KEY.
               10 EC-CUST-NO         PIC X(4).
               10 EC-JURISDICTION    PIC XX.
           05 EC-CERT-NO             PIC X(15).
           05 EC-CERT-TYPE           PIC X.
           05 EC-EXPIRY-DATE         PIC 9(8).
           05 EC-STATUS              PIC X.

       FD TAX-EXCEPT
           RECORD CONTAINS 132.
       01 TAXEXC-REC                 PIC X(132).

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

       FD BATCH-REG.
       01 BATCH-REG-REC.
           05 BR-BATCH-ID            PIC X(12).
           05 BR-SOURCE              PIC X(10).
           05 BR-CREATE-DATE         PIC 9(8).
           05 BR-STATUS              PIC X.
           05 BR-REASON              PIC X(30).
           05 BR-RECEIVED-DATE       PIC 9(8).
           05 BR-TRL-COUNT           PIC 9(7).
           05 BR-TRL-QTY             PIC 9(9).
           05 BR-TRL-HASH            PIC 9(12).
           05 BR-READ-COUNT          PIC 9(7).
           05 BR-ACCEPTED-COUNT      PIC 9(7).
           05 BR-REJECTED-COUNT      PIC 9(7).
           05 BR-POSTED-DATE         PIC 9(8).
           05 BR-POSTED-COUNT        PIC 9(7).
           05 BR-HELD-COUNT          PIC 9(7).
           05 BR-POST-REJECT-COUNT   PIC 9(7).
           05 BR-FIRST-INVOICE       PIC 9(6).
           05 BR-LAST-INVOICE        PIC 9(6).
           05 BR-REFUSED-DATE        PIC 9(8).
           05 BR-REFUSED-COUNT       PIC 9(3).

       working-storage section.
       01 WS-VARS.
           05 WS-TOTAL-SALE          PIC S9999V99.
           05 WS-ORIG-IN-OK          PIC XXX.
           05 WS-ORIG-INVOICE        PIC 9(6) VALUE 0.
           05 WS-RTN-UNIT-PRICE      PIC S9999V99 VALUE 0.
           05 WS-UNIT-COST           PIC 9(5)V99 VALUE 0.
           05 WS-RTN-UNIT-COST       PIC 9(5)V99 VALUE 0.
           05 WS-RTN-OK              PIC XXX VALUE "YES".
           05 WS-RTN-REASON          PIC X(36).
           05 WS-RTN-AVAIL           PIC S9(5).
           05 WS-ITMAUD-STATUS       PIC XX.
           05 WS-PENDPRC-OPEN        PIC XXX VALUE "NO".
           05 WS-TIME-OF-DAY         PIC 9(8).
           05 WS-ITEM-BEFORE         PIC X(49).
           05 WS-SLSPMAST-STATUS     PIC XX.
           05 WS-SLSP-OPEN           PIC XXX VALUE "NO".
           05 WS-SLSP-FOUND          PIC XXX.
           05 WS-GLX-GROSS           PIC S9(7)V99 VALUE 0.
           05 WS-GLX-LINE-GROSS      PIC S9(7)V99.
           05 WS-GLX-LINE-RTN        PIC S9(7)V99.
           05 WS-GLX-COGS            PIC S9(9)V99 VALUE 0.
           05 WS-GLX-COGS-RTN        PIC S9(9)V99 VALUE 0.
           05 WS-GLX-DR-TOTAL        PIC S9(9)V99 VALUE 0.
           05 WS-GLX-CR-TOTAL        PIC S9(9)V99 VALUE 0.
           05 WS-GLX-ACCOUNT         PIC X(8).
           05 WS-GLX-AR-ACCT         PIC X(8).
           05 WS-GLX-SALE-ACCT       PIC X(8).
           05 WS-GLX-RTRN-ACCT       PIC X(8).
           05 WS-GLX-COGS-ACCT       PIC X(8).
           05 WS-GLX-INV-ACCT        PIC X(8).
           05 WS-GLX-FOUND           PIC XXX.
           05 WS-GLJ-COUNT           PIC 9(3) VALUE 0.
           05 WS-GLJ-TABLE-FULL      PIC XXX VALUE "NO".
           05 WS-EXMPTCRT-STATUS     PIC XX.
           05 WS-EXMPTCRT-OPEN       PIC XXX VALUE "NO".
           05 WS-EXEMPT-CERT         PIC X(15) VALUE SPACES.
           05 WS-CERT-EXPIRED        PIC XXX VALUE "NO".
           05 WS-TAXEXC-COUNT        PIC 9(5) VALUE 0.
           05 WS-PRICAGR-STATUS      PIC XX.
           05 WS-PRICAGR-OPEN        PIC XXX VALUE "NO".
           05 WS-AGREE-DONE          PIC XXX.
           05 WS-LIST-PRICE          PIC 9999V99 VALUE 0.
           05 WS-PRICE-SOURCE        PIC X VALUE "L".
           05 WS-CONTRACT-NO         PIC X(6) VALUE SPACES.
           05 WS-AGREE-PRICE         PIC S9999V99.
           05 WS-BRK-QTY             PIC 9(4).
           05 WS-BRK-VALUE           PIC 9(4)V99.
           05 WS-BRK-FOUND           PIC XXX.
           05 WS-BATCHREG-STATUS     PIC XX.
           05 WS-BATCH-OPEN          PIC XXX VALUE "NO".
           05 WS-BATCH-REFUSED       PIC XXX VALUE "NO".
           05 WS-BATCH-OUTCOME       PIC X.
           05 WS-BATCHES-POSTED      PIC 9(5) VALUE 0.
           05 WS-BATCHES-REFUSED     PIC 9(5) VALUE 0.
       01 WS-GLJ-TABLE.
           05 WS-GLJ-ENTRY OCCURS 100 TIMES
                           INDEXED BY GJ-IX.
              VALUE "J:\COBOL\itemaudt.dat".
           05 UT-SYS-SLSPMAST        PIC X(67)
              VALUE "J:\COBOL\slspmast.dat".
           05 UT-SYS-EXMPTCRT        PIC X(67)
              VALUE "J:\COBOL\exmptcrt.dat".
           05 UT-SYS-TAXEXC          PIC X(67)
              VALUE "J:\COBOL\taxexcp.doc".
           05 UT-SYS-PRICAGR         PIC X(67)
              VALUE "J:\COBOL\pricagr.dat".
           05 UT-SYS-BATCHREG        PIC X(67)
              VALUE "J:\COBOL\batchreg.dat".
       01 WS-CONSTANTS.
           05 WS-FULL-PAGE           PIC 99 VALUE 61.
           05 WS-TAX                 PIC V999 VALUE .065.
           05                        PIC XXX VALUE SPACES.
           05 HO-LIMIT               PIC ZZZZZZ9.99-.
           05                        PIC X(48) VALUE SPACES.
       01 TAXEXC-HEADING1.
           05                        PIC X(40)
              VALUE "TAX EXEMPTION EXCEPTIONS - TAX CHARGED".
           05                        PIC X(92) VALUE SPACES.
       01 TAXEXC-HEADING2.
           05                        PIC X(7) VALUE "CUST NO".
           05                        PIC X(22) VALUE "CUST NAME".
           05                        PIC X(9) VALUE "INVOICE".
           05                        PIC X(9) VALUE "ITEM NO".
           05                        PIC X(6) VALUE "JUR".
           05                        PIC X(18) VALUE "CERTIFICATE".
           05                        PIC X(13) VALUE "EXPIRED".
           05                        PIC X(12) VALUE "TAX CHARGED".
           05                        PIC X(36) VALUE "EXCEPTION".
       01 TAXEXC-DETAIL.
           05 TE-CUST-NO             PIC X(4).
           05                        PIC XXX VALUE SPACES.
           05 TE-CUST-NAME           PIC X(20).
           05                        PIC XX VALUE SPACES.
           05 TE-INVOICE             PIC Z(5)9.
           05                        PIC XXX VALUE SPACES.
           05 TE-ITEM-NO             PIC X(6).
           05                        PIC XXX VALUE SPACES.
           05 TE-JURISDICTION        PIC XX.
           05                        PIC X(4) VALUE SPACES.
           05 TE-CERT-NO             PIC X(15).
           05                        PIC XXX VALUE SPACES.
           05 TE-EXPIRY              PIC 9999/99/99.
           05                        PIC XXX VALUE SPACES.
           05 TE-TAX                 PIC ZZZZ9.99-.
           05                        PIC XXX VALUE SPACES.
           05 TE-REASON              PIC X(30).
           05                        PIC X(6) VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *100-MAIN Perform initial tasks, write our headers on first page
               PERFORM 610-WRITE-RETURNS-HEADER THRU 610-EXIT
               PERFORM 620-WRITE-RTNREJ-HEADER THRU 620-EXIT
               PERFORM 630-WRITE-HOLD-HEADER THRU 630-EXIT
               PERFORM 640-WRITE-TAXEXC-HEADER THRU 640-EXIT
           END-IF
           PERFORM 120-OPEN-TRANS-FILE THRU 120-EXIT
           IF WS-BATCH-MODE = "YES"
               PERFORM 150-BATCH-PROCESS THRU 150-EXIT
                   UNTIL WS-TRANS-EOF = "YES"
               CLOSE TRANS-FILE
                     BATCH-REG
           ELSE
               PERFORM 400-ADD-RECORD THRU 400-EXIT
                    UNTIL FUNCTION UPPER-CASE(WS-EOU) = "STOP"
               DISPLAY "TOTALSLE: transactions held for credit: "
                       WS-HELD-COUNT
           END-IF
           IF WS-TAXEXC-COUNT > 0
               DISPLAY "TOTALSLE: lines taxed on expired exemption "
                       "certificates: " WS-TAXEXC-COUNT
           END-IF
           IF WS-BATCHES-POSTED > 0
               DISPLAY "TOTALSLE: batches posted: " WS-BATCHES-POSTED
           END-IF
           IF WS-BATCHES-REFUSED > 0
               DISPLAY "TOTALSLE: batches refused: "
                       WS-BATCHES-REFUSED
           END-IF
           CLOSE SALES-RPT
                 CUSTOMER-MASTER
                 TAX-RATE-FILE
                 GL-EXTRACT
                 HELD-ORDERS
                 HOLD-RPT
                 TAX-EXCEPT
           IF WS-PENDPRC-OPEN = "YES"
               CLOSE PENDING-PRICE
                     ITEM-AUDIT
           IF WS-SLSP-OPEN = "YES"
               CLOSE SLSP-MASTER
           END-IF
           IF WS-EXMPTCRT-OPEN = "YES"
               CLOSE EXEMPT-CERT
           END-IF
           IF WS-PRICAGR-OPEN = "YES"
               CLOSE PRICE-AGREE
           END-IF
       STOP RUN.
      ******************************************************************
      *110-INIT Gets the current date, decides whether SALES-FILE and
                            RETURNS-REG
                            RETURN-REJECTS
                            HOLD-RPT
                            TAX-EXCEPT
            ELSE
                OPEN EXTEND SALES-FILE
                            SALES-RPT
                            RETURNS-REG
                            RETURN-REJECTS
                            HOLD-RPT
                            TAX-EXCEPT
            END-IF
            OPEN OUTPUT GL-EXTRACT
            OPEN INPUT CUSTOMER-MASTER
            IF WS-SLSPMAST-STATUS = "00"
                MOVE "YES" TO WS-SLSP-OPEN
            END-IF
            OPEN INPUT EXEMPT-CERT
            IF WS-EXMPTCRT-STATUS = "00"
                MOVE "YES" TO WS-EXMPTCRT-OPEN
            END-IF
            OPEN INPUT PRICE-AGREE
            IF WS-PRICAGR-STATUS = "00"
                MOVE "YES" TO WS-PRICAGR-OPEN
            END-IF
            OPEN I-O PENDING-PRICE
            IF WS-PENDPRC-STATUS = "00"
                MOVE "YES" TO WS-PENDPRC-OPEN
      *                    transaction is checkpointed, and raising it
      *                    trades runs of that length being reposted
      *                    on restart for fewer RUN-CONTROL rewrites.
      *                    The open batch's register record is
      *                    rewritten with it, so its counts match the
      *                    point a restart resumes from.
      ******************************************************************
       930-TAKE-CHECKPOINT.
           ADD 1 TO WS-CKPT-COUNT
           MOVE WS-CURR-INVOICE-CUST TO RC-CURR-INVOICE-CUST
           OPEN OUTPUT RUN-CONTROL
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL
           IF WS-BATCH-OPEN = "YES"
               PERFORM 180-REWRITE-BATCH THRU 180-EXIT
           END-IF.
       930-EXIT.
           EXIT.
      ******************************************************************
      *                     day's final sale, sales revenue credit
      *                     for the gross, returns contra debit, and
      *                     one sales tax payable credit per
      *                     jurisdiction stamped on the details, and
      *                     the cost of the goods: cost of goods sold
      *                     debited and inventory credited at each
      *                     line's unit cost for what was sold, and
      *                     the reverse at the cost it was originally
      *                     sold at for what came back. Accounts are
      *                     taken from the GL-ACCOUNTS
      *                     mapping file. An extract whose debits and
      *                     credits do not net to zero, or with a
      *                     mapping missing, is NOT released: the
               GO TO 920-EXIT
           END-IF
           COMPUTE WS-GLX-DR-TOTAL = WS-GLX-FSALE + WS-GLX-RETURNS
                                   + WS-GLX-COGS + WS-GLX-COGS-RTN
           COMPUTE WS-GLX-CR-TOTAL = WS-GLX-GROSS + WS-GLX-STAX
                                   + WS-GLX-COGS-RTN + WS-GLX-COGS
           IF WS-GLX-DR-TOTAL NOT = WS-GLX-CR-TOTAL
               DISPLAY "TOTALSLE: EXTRACT DEBITS AND CREDITS DO NOT "
                       "NET TO ZERO - GL EXTRACT NOT RELEASED"
           MOVE SPACES TO GLA-JURIS
           PERFORM 925-LOOKUP-GL-ACCOUNT THRU 925-EXIT
           MOVE WS-GLX-ACCOUNT TO WS-GLX-RTRN-ACCT
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
           MOVE WS-GLX-RETURNS TO GL-DEBIT
           MOVE 0 TO GL-CREDIT
           PERFORM 926-WRITE-GL-LINE THRU 926-EXIT
           MOVE WS-GLX-COGS-ACCT TO WS-GLX-ACCOUNT
           MOVE WS-GLX-COGS TO GL-DEBIT
           MOVE WS-GLX-COGS-RTN TO GL-CREDIT
           PERFORM 926-WRITE-GL-LINE THRU 926-EXIT
           MOVE WS-GLX-INV-ACCT TO WS-GLX-ACCOUNT
           MOVE WS-GLX-COGS-RTN TO GL-DEBIT
           MOVE WS-GLX-COGS TO GL-CREDIT
           PERFORM 926-WRITE-GL-LINE THRU 926-EXIT
           PERFORM 927-WRITE-TAX-LINE THRU 927-EXIT
               VARYING GJ-IX FROM 1 BY 1
               UNTIL GJ-IX > WS-GLJ-COUNT.
      *                        sums the journal lines are built
      *                        from, deriving each line's return
      *                        value as its gross less its total
      *                        sale the way EODBAL does, its cost
      *                        sold and cost returned, and the tax
      *                        into its jurisdiction's entry.
      ******************************************************************
       921-READ-EXTRACT-DETAIL.
           READ SALES-FILE
           SUBTRACT CUST-TSALE FROM WS-GLX-LINE-GROSS
               GIVING WS-GLX-LINE-RTN
           ADD WS-GLX-LINE-RTN TO WS-GLX-RETURNS
           COMPUTE WS-GLX-COGS = WS-GLX-COGS
               + CUST-UNIT-COST * CUST-QNTY-SOLD
           COMPUTE WS-GLX-COGS-RTN = WS-GLX-COGS-RTN
               + CUST-RTN-UNIT-COST * CUST-QNTY-RTND
           PERFORM 922-ACCUM-TAX-JURIS THRU 922-EXIT.
       921-EXIT.
           EXIT.
      *                    file read here is the clean file TRNSEDIT
      *                    releases, never the raw upload, so every
      *                    batch record was already edited before
      *                    posting starts. In batch mode the batch
      *                    register TRNSEDIT keeps is opened too, so
      *                    each batch can be checked and stamped
      *                    posted.
      ******************************************************************
       120-OPEN-TRANS-FILE.
           OPEN INPUT TRANS-FILE
               MOVE "YES" TO WS-BATCH-MODE
           ELSE
               MOVE "NO" TO WS-BATCH-MODE
               GO TO 120-EXIT
           END-IF
           OPEN I-O BATCH-REG
           IF WS-BATCHREG-STATUS = "35"
               OPEN OUTPUT BATCH-REG
               CLOSE BATCH-REG
               OPEN I-O BATCH-REG
           END-IF
           IF WS-BATCHREG-STATUS NOT = "00"
               DISPLAY "ERROR: BATCH-REG could not be opened, "
                       "status " WS-BATCHREG-STATUS
               STOP RUN
           END-IF.
       120-EXIT.
           EXIT.
      *                  check is passed over for it -- without that
      *                  the same transaction would land straight
      *                  back on the held file every night.
      *                  Batch headers and trailers from TRNSEDIT open
      *                  and close each batch on the batch register;
      *                  the records of a refused batch are read past
      *                  unposted, and every record of an open batch
      *                  is counted posted, held, or rejected against
      *                  it. Headers and trailers count as consumed
      *                  records for the restart skip like any other.
      ******************************************************************
       150-BATCH-PROCESS.
           READ TRANS-FILE
               NOT AT END
                   IF WS-TRANS-DONE < WS-RESTART-SKIP
                       ADD 1 TO WS-TRANS-DONE
                       PERFORM 165-RESUME-BATCH THRU 165-EXIT
                       GO TO 150-EXIT
                   END-IF
                   ADD 1 TO WS-TRANS-DONE
                   IF TRANS-CUST-NO = "*HDR"
                       PERFORM 160-START-BATCH THRU 160-EXIT
                       PERFORM 930-TAKE-CHECKPOINT THRU 930-EXIT
                       GO TO 150-EXIT
                   END-IF
                   IF TRANS-CUST-NO = "*TRL"
                       PERFORM 170-END-BATCH THRU 170-EXIT
                       PERFORM 930-TAKE-CHECKPOINT THRU 930-EXIT
                       GO TO 150-EXIT
                   END-IF
                   IF WS-BATCH-REFUSED = "YES"
                       PERFORM 930-TAKE-CHECKPOINT THRU 930-EXIT
                       GO TO 150-EXIT
                   END-IF
                   MOVE TRANS-CUST-NO TO CUST-NO
                   MOVE TRANS-ITEM-NO TO WS-ITEM-NO
                   MOVE TRANS-SLSP-ID TO WS-SLSP-ID
                       MOVE TRANS-QNTY-SOLD TO WS-QNTY-SOLD
                       MOVE TRANS-QNTY-RTND TO WS-QNTY-RTND
                       PERFORM 710-LOG-REJECT THRU 710-EXIT
                       MOVE "R" TO WS-BATCH-OUTCOME
                       PERFORM 175-COUNT-BATCH-LINE THRU 175-EXIT
                       PERFORM 930-TAKE-CHECKPOINT THRU 930-EXIT
                   ELSE
                       PERFORM 250-LOOKUP-ITEM THRU 250-EXIT
                           MOVE TRANS-QNTY-SOLD TO WS-QNTY-SOLD
                           MOVE TRANS-QNTY-RTND TO WS-QNTY-RTND
                           PERFORM 710-LOG-REJECT THRU 710-EXIT
                           MOVE "R" TO WS-BATCH-OUTCOME
                           PERFORM 175-COUNT-BATCH-LINE THRU 175-EXIT
                           PERFORM 930-TAKE-CHECKPOINT THRU 930-EXIT
                           GO TO 150-EXIT
                       END-IF
                                   "review: " TRANS-CUST-NO " "
                                   WS-RTN-REASON
                           PERFORM 720-WRITE-RTNREJ THRU 720-EXIT
                           MOVE "R" TO WS-BATCH-OUTCOME
                           PERFORM 175-COUNT-BATCH-LINE THRU 175-EXIT
                           PERFORM 930-TAKE-CHECKPOINT THRU 930-EXIT
                           GO TO 150-EXIT
                       END-IF
                                       "review: " TRANS-CUST-NO
                               PERFORM 730-WRITE-HELD-ORDER
                                   THRU 730-EXIT
                               MOVE "H" TO WS-BATCH-OUTCOME
                               PERFORM 175-COUNT-BATCH-LINE
                                   THRU 175-EXIT
                               PERFORM 930-TAKE-CHECKPOINT
                                   THRU 930-EXIT
                               GO TO 150-EXIT
                       IF WS-SIZE-ERROR = "YES"
                           DISPLAY "Transaction rejected: "
                               TRANS-CUST-NO
                           MOVE "R" TO WS-BATCH-OUTCOME
                       ELSE
                           MOVE "YES" TO WS-ADD-INPUT
                           PERFORM 500-WRITE-RECORD THRU 500-EXIT
                           PERFORM 510-WRITE-DNO THRU 510-EXIT
                           MOVE "P" TO WS-BATCH-OUTCOME
                       END-IF
                       PERFORM 175-COUNT-BATCH-LINE THRU 175-EXIT
                       PERFORM 930-TAKE-CHECKPOINT THRU 930-EXIT
                   END-IF
           END-READ.
       150-EXIT.
           EXIT.
      ******************************************************************
      *160-START-BATCH Opens the batch whose header was just read. The
      *                batch must be on the batch register as accepted
      *                by TRNSEDIT; a batch already posted is refused
      *                outright and the refusal stamped on its register
      *                record, and one not on the register, or not
      *                accepted, is refused as well. An open batch
      *                records the first invoice number it may issue,
      *                and the invoice in progress is closed off so no
      *                line of this batch continues another batch's
      *                invoice.
      ******************************************************************
       160-START-BATCH.
           MOVE "NO" TO WS-BATCH-OPEN
           MOVE "NO" TO WS-BATCH-REFUSED
           MOVE SPACES TO WS-CURR-INVOICE-CUST
           MOVE BH-BATCH-ID TO BR-BATCH-ID
           READ BATCH-REG
               INVALID KEY
                   MOVE "YES" TO WS-BATCH-REFUSED
                   ADD 1 TO WS-BATCHES-REFUSED
                   DISPLAY "Batch not on the batch register, refused: "
                           BH-BATCH-ID
                   GO TO 160-EXIT
           END-READ
           IF BR-STATUS = "P"
               MOVE "YES" TO WS-BATCH-REFUSED
               ADD 1 TO WS-BATCHES-REFUSED
               DISPLAY "Batch already posted, refused: " BH-BATCH-ID
               MOVE WS-DATE-NUM TO BR-REFUSED-DATE
               ADD 1 TO BR-REFUSED-COUNT
               PERFORM 180-REWRITE-BATCH THRU 180-EXIT
               GO TO 160-EXIT
           END-IF
           IF BR-STATUS NOT = "A"
               MOVE "YES" TO WS-BATCH-REFUSED
               ADD 1 TO WS-BATCHES-REFUSED
               DISPLAY "Batch not accepted by the edit, refused: "
                       BH-BATCH-ID
               GO TO 160-EXIT
           END-IF
           MOVE "YES" TO WS-BATCH-OPEN
           COMPUTE BR-FIRST-INVOICE = WS-INVOICE-NO + 1
           MOVE WS-INVOICE-NO TO BR-LAST-INVOICE
           MOVE 0 TO BR-POSTED-COUNT
           MOVE 0 TO BR-HELD-COUNT
           MOVE 0 TO BR-POST-REJECT-COUNT
           PERFORM 180-REWRITE-BATCH THRU 180-EXIT.
       160-EXIT.
           EXIT.
      ******************************************************************
      *165-RESUME-BATCH Keeps track of the batch boundaries among the
      *                 records a restart reads past, so posting
      *                 resumes inside the right batch. The batch's
      *                 register record, rewritten at every checkpoint,
      *                 brings back its first invoice and its counts
      *                 as they stood at the checkpoint the restart
      *                 resumes from. A batch no longer accepted was
      *                 refused or finished by the interrupted run.
      ******************************************************************
       165-RESUME-BATCH.
           IF TRANS-CUST-NO = "*HDR"
               MOVE "NO" TO WS-BATCH-OPEN
               MOVE "YES" TO WS-BATCH-REFUSED
               MOVE BH-BATCH-ID TO BR-BATCH-ID
               READ BATCH-REG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BR-STATUS = "A"
                           MOVE "YES" TO WS-BATCH-OPEN
                           MOVE "NO" TO WS-BATCH-REFUSED
                       END-IF
               END-READ
           END-IF
           IF TRANS-CUST-NO = "*TRL"
               MOVE "NO" TO WS-BATCH-OPEN
               MOVE "NO" TO WS-BATCH-REFUSED
           END-IF.
       165-EXIT.
           EXIT.
      ******************************************************************
      *170-END-BATCH Closes the open batch at its trailer: it is
      *              stamped posted on the batch register with the
      *              date and the last invoice number issued, which
      *              with the first gives the batch's invoice range (a
      *              batch that opened no invoice shows a last number
      *              below its first).
      ******************************************************************
       170-END-BATCH.
           IF WS-BATCH-OPEN = "YES"
               MOVE "P" TO BR-STATUS
               MOVE WS-DATE-NUM TO BR-POSTED-DATE
               MOVE WS-INVOICE-NO TO BR-LAST-INVOICE
               PERFORM 180-REWRITE-BATCH THRU 180-EXIT
               ADD 1 TO WS-BATCHES-POSTED
               DISPLAY "Batch posted: " BR-BATCH-ID
                       " invoices " BR-FIRST-INVOICE
                       " to " BR-LAST-INVOICE
           END-IF
           MOVE "NO" TO WS-BATCH-OPEN
           MOVE "NO" TO WS-BATCH-REFUSED.
       170-EXIT.
           EXIT.
      ******************************************************************
      *175-COUNT-BATCH-LINE Counts the transaction just consumed as
      *                     posted, held for credit, or rejected
      *                     against the open batch.
      ******************************************************************
       175-COUNT-BATCH-LINE.
           IF WS-BATCH-OPEN = "NO"
               GO TO 175-EXIT
           END-IF
           EVALUATE WS-BATCH-OUTCOME
               WHEN "P"
                   ADD 1 TO BR-POSTED-COUNT
               WHEN "H"
                   ADD 1 TO BR-HELD-COUNT
               WHEN OTHER
                   ADD 1 TO BR-POST-REJECT-COUNT
           END-EVALUATE.
       175-EXIT.
           EXIT.
      ******************************************************************
      *180-REWRITE-BATCH Rewrites the batch's register record.
      ******************************************************************
       180-REWRITE-BATCH.
           REWRITE BATCH-REG-REC
               INVALID KEY
                   DISPLAY "ERROR: batch register could not be "
                           "rewritten, status " WS-BATCHREG-STATUS
           END-REWRITE.
       180-EXIT.
           EXIT.


      ******************************************************************
      *                    the line "F" so the remittance report can
      *                    chase jurisdictions that were taxed at the
      *                    fallback rate instead of a filed rate.
      *                    The customer's exemption certificate is
      *                    then checked, and a valid one takes the
      *                    rate to zero.
      ******************************************************************
       240-LOOKUP-TAX-RATE.
           MOVE CM-JURISDICTION TO TX-JURISDICTION
               NOT INVALID KEY
                   MOVE TX-RATE TO WS-TAX-RATE
                   MOVE SPACE TO WS-RATE-FLAG
           END-READ
           PERFORM 245-CHECK-EXEMPTION THRU 245-EXIT.
       240-EXIT.
           EXIT.
      ******************************************************************
      *245-CHECK-EXEMPTION Reads EXEMPT-CERT for the customer's
      *                    jurisdiction. An active certificate that
      *                    has not expired as of today exempts the
      *                    line: the applied rate goes to zero, the
      *                    line is marked "E" for the remittance
      *                    report, and the certificate number is kept
      *                    for SALES-FILE and the sales history. An
      *                    active certificate that has expired leaves
      *                    the line taxed at the normal rate and
      *                    marks it for the tax exception report, so
      *                    the renewal gets chased. A revoked
      *                    certificate is simply taxed. When the
      *                    certificate file is not there nobody is
      *                    exempted.
      ******************************************************************
       245-CHECK-EXEMPTION.
           MOVE SPACES TO WS-EXEMPT-CERT
           MOVE "NO" TO WS-CERT-EXPIRED
           IF WS-EXMPTCRT-OPEN = "NO"
               GO TO 245-EXIT
           END-IF
           MOVE CM-CUST-NO TO EC-CUST-NO
           MOVE CM-JURISDICTION TO EC-JURISDICTION
           READ EXEMPT-CERT
               INVALID KEY
                   GO TO 245-EXIT
           END-READ
           IF EC-STATUS NOT = "A"
               GO TO 245-EXIT
           END-IF
           IF EC-EXPIRY-DATE < WS-DATE-NUM
               MOVE "YES" TO WS-CERT-EXPIRED
               GO TO 245-EXIT
           END-IF
           MOVE 0 TO WS-TAX-RATE
           MOVE "E" TO WS-RATE-FLAG
           MOVE EC-CERT-NO TO WS-EXEMPT-CERT.
       245-EXIT.
           EXIT.
      ******************************************************************
      *250-LOOKUP-ITEM Reads ITEM-MASTER by the item number in
      *                WS-ITEM-NO and sets WS-ITEM-FOUND accordingly.
      *                A pending price whose effective day has
      *                arrived is applied to the item first, so the
      *                price carried into the working fields every
      *                later paragraph prices and prints from is the
      *                one in force today. The item's unit cost is
      *                carried the same way, as the cost of what is
      *                sold and, until 270-VALIDATE-RETURN finds the
      *                original line, of what comes back. The list
      *                price is kept aside as well, since a customer
      *                price agreement may replace the selling price
      *                when the line is computed.
      ******************************************************************
       250-LOOKUP-ITEM.
           MOVE WS-ITEM-NO TO IM-ITEM-NO
                   PERFORM 255-APPLY-PENDING-PRICE THRU 255-EXIT
                   MOVE IM-ITEM-DESC TO WS-ITEM-DESC
                   MOVE IM-UNIT-PRICE TO WS-UNIT-PRICE
                   MOVE IM-UNIT-PRICE TO WS-LIST-PRICE
                   MOVE IM-UNIT-COST TO WS-UNIT-COST
                   MOVE IM-UNIT-COST TO WS-RTN-UNIT-COST
           END-READ.
       250-EXIT.
           EXIT.
           IF PP-EFF-DATE > WS-DATE-NUM
               GO TO 255-EXIT
           END-IF
           MOVE ITEM-MASTER-REC (7:49) TO WS-ITEM-BEFORE
           MOVE PP-NEW-PRICE TO IM-UNIT-PRICE
           REWRITE ITEM-MASTER-REC
               INVALID KEY
           MOVE "E" TO AUD-ACTION
           MOVE IM-ITEM-NO TO AUD-ITEM-NO
           MOVE WS-ITEM-BEFORE TO AUD-BEFORE
           MOVE ITEM-MASTER-REC (7:49) TO AUD-AFTER
           MOVE PP-EFF-DATE TO AUD-EFF-DATE
           MOVE SPACES TO AUD-REASON
           WRITE AUDIT-REC
           DISPLAY "Price change applied for item " IM-ITEM-NO
                   " effective " PP-EFF-DATE.
      *                 customer and item fold their un-returned
      *                 quantity into what is available to return,
      *                 and the first such line's price becomes the
      *                 credit price and its unit cost the cost the
      *                 goods go back into stock at. A line posted
      *                 before costs were carried has no cost, and
      *                 today's cost is used instead.
      ******************************************************************
       271-SCAN-HISTORY.
           READ SALES-HISTORY NEXT RECORD
                   IF WS-PRICE-SEEN = "NO"
                       MOVE HS-UNT-PRICE TO WS-RTN-UNIT-PRICE
                       MOVE HS-SLSP-ID TO WS-RTN-SLSP-ID
                       IF HS-UNIT-COST > 0
                           MOVE HS-UNIT-COST TO WS-RTN-UNIT-COST
                       END-IF
                       MOVE "YES" TO WS-PRICE-SEEN
                   END-IF
               END-IF
           END-IF.
       276-EXIT.
           EXIT.
      ******************************************************************
      *280-APPLY-CONTRACT-PRICE Prices the goods sold on the line. The
      *                         list price stands unless the customer
      *                         has a price agreement on PRICE-AGREE
      *                         that is active, in force today, covers
      *                         this item (or all items), and has a
      *                         quantity break the line reaches. Of
      *                         those, the lowest price wins, and only
      *                         when it is below list; the line is
      *                         then marked "C" with the contract
      *                         number, otherwise "L" for list. A
      *                         line selling nothing keeps list, and
      *                         when the agreement file is not there
      *                         everything sells at list.
      ******************************************************************
       280-APPLY-CONTRACT-PRICE.
           MOVE WS-LIST-PRICE TO WS-UNIT-PRICE
           MOVE "L" TO WS-PRICE-SOURCE
           MOVE SPACES TO WS-CONTRACT-NO
           IF WS-PRICAGR-OPEN = "NO" OR WS-QNTY-SOLD = 0
               GO TO 280-EXIT
           END-IF
           MOVE "NO" TO WS-AGREE-DONE
           MOVE CM-CUST-NO TO PA-CUST-NO
           MOVE LOW-VALUES TO PA-CONTRACT-NO
           MOVE LOW-VALUES TO PA-ITEM-NO
           START PRICE-AGREE KEY NOT LESS THAN PA-KEY
               INVALID KEY
                   MOVE "YES" TO WS-AGREE-DONE
           END-START
           PERFORM 285-TRY-AGREEMENT THRU 285-EXIT
               UNTIL WS-AGREE-DONE = "YES".
       280-EXIT.
           EXIT.
      ******************************************************************
      *285-TRY-AGREEMENT Reads the customer's next agreement line and,
      *                  when it applies to this sale, prices the line
      *                  under it if that beats the best price found so
      *                  far. A percent agreement takes its percent off
      *                  today's list price; a fixed agreement sells at
      *                  the break's price.
      ******************************************************************
       285-TRY-AGREEMENT.
           READ PRICE-AGREE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-AGREE-DONE
                   GO TO 285-EXIT
           END-READ
           IF PA-CUST-NO NOT = CM-CUST-NO
               MOVE "YES" TO WS-AGREE-DONE
               GO TO 285-EXIT
           END-IF
           IF PA-STATUS NOT = "A"
              OR PA-START-DATE > WS-DATE-NUM
              OR PA-END-DATE < WS-DATE-NUM
               GO TO 285-EXIT
           END-IF
           IF PA-ITEM-NO NOT = SPACES
              AND PA-ITEM-NO NOT = WS-ITEM-NO
               GO TO 285-EXIT
           END-IF
           MOVE "NO" TO WS-BRK-FOUND
           MOVE 0 TO WS-BRK-QTY
           MOVE 0 TO WS-BRK-VALUE
           PERFORM 286-CHECK-BREAK THRU 286-EXIT
               VARYING PA-IX FROM 1 BY 1
               UNTIL PA-IX > 3
           IF WS-BRK-FOUND = "NO"
               GO TO 285-EXIT
           END-IF
           IF PA-PRICE-TYPE = "P"
               COMPUTE WS-AGREE-PRICE ROUNDED =
                   WS-LIST-PRICE * (100 - WS-BRK-VALUE) / 100
                   ON SIZE ERROR
                       GO TO 285-EXIT
               END-COMPUTE
           ELSE
               MOVE WS-BRK-VALUE TO WS-AGREE-PRICE
           END-IF
           IF WS-AGREE-PRICE < WS-UNIT-PRICE
               MOVE WS-AGREE-PRICE TO WS-UNIT-PRICE
               MOVE "C" TO WS-PRICE-SOURCE
               MOVE PA-CONTRACT-NO TO WS-CONTRACT-NO
           END-IF.
       285-EXIT.
           EXIT.
      ******************************************************************
      *286-CHECK-BREAK Picks the agreement's highest quantity break the
      *                line's quantity sold reaches. A break of zero
      *                quantity is an unused tier.
      ******************************************************************
       286-CHECK-BREAK.
           IF PA-BRK-QTY (PA-IX) = 0
              OR PA-BRK-QTY (PA-IX) > WS-QNTY-SOLD
              OR PA-BRK-QTY (PA-IX) < WS-BRK-QTY
               GO TO 286-EXIT
           END-IF
           MOVE "YES" TO WS-BRK-FOUND
           MOVE PA-BRK-QTY (PA-IX) TO WS-BRK-QTY
           MOVE PA-BRK-VALUE (PA-IX) TO WS-BRK-VALUE.
       286-EXIT.
           EXIT.

      ******************************************************************
      *300-COMPUTE-RECORD Computes the total sale, sales tax, and final
      *                   WS-RTN-UNIT-PRICE (for a line with no
      *                   return the two prices are the same). If an
      *                   on size error it will change the value
      *                   computed to zero. Goods sold to a customer
      *                   with a price agreement are priced by
      *                   280-APPLY-CONTRACT-PRICE first.
      ******************************************************************
       300-COMPUTE-RECORD.
           MOVE "NO" TO WS-SIZE-ERROR
           PERFORM 240-LOOKUP-TAX-RATE THRU 240-EXIT
           PERFORM 280-APPLY-CONTRACT-PRICE THRU 280-EXIT
           MULTIPLY WS-UNIT-PRICE BY WS-QNTY-SOLD
               GIVING WS-GROSS-SALE
               ON SIZE ERROR PERFORM 700-ON-SIZE-PROBLEM
      ******************************************************************
      *510-WRTIE-DNO Moves the input data to the ouput data with the tax
      *, total sale, and final sale and wrties the data to the file.
      *              A line taxed because the customer's exemption
      *              certificate has expired goes on the tax
      *              exception report as well.
      ******************************************************************
       510-WRITE-DNO.
           IF WS-HEADER-PENDING = "YES"
           MOVE CM-JURISDICTION TO CUST-JURISDICTION
           MOVE WS-TAX-RATE TO CUST-TAX-RATE
           MOVE WS-RATE-FLAG TO CUST-RATE-FLAG
           MOVE WS-UNIT-COST TO CUST-UNIT-COST
           MOVE WS-RTN-UNIT-COST TO CUST-RTN-UNIT-COST
           MOVE WS-EXEMPT-CERT TO CUST-EXEMPT-CERT
           MOVE WS-LIST-PRICE TO CUST-LIST-PRICE
           MOVE WS-PRICE-SOURCE TO CUST-PRICE-SOURCE
           MOVE WS-CONTRACT-NO TO CUST-CONTRACT-NO
           WRITE CUST-REC
           IF WS-CERT-EXPIRED = "YES"
               PERFORM 740-WRITE-TAX-EXCEPTION THRU 740-EXIT
           END-IF
           PERFORM 540-RELIEVE-INVENTORY THRU 540-EXIT
           IF CUST-QNTY-RTND > 0
               PERFORM 530-WRITE-RETURNS-REG THRU 530-EXIT
       630-EXIT.
           EXIT.
      ******************************************************************
      *640-WRITE-TAXEXC-HEADER Writes the column headings at the top
      *                        of the tax exception report the
      *                        customer service desk chases
      *                        certificate renewals from.
      ******************************************************************
       640-WRITE-TAXEXC-HEADER.
           WRITE TAXEXC-REC FROM TAXEXC-HEADING1
                 AFTER ADVANCING PAGE
           WRITE TAXEXC-REC FROM TAXEXC-HEADING2
                 AFTER ADVANCING 1 LINE.
       640-EXIT.
           EXIT.
      ******************************************************************
      *730-WRITE-HELD-ORDER Writes the transaction that failed the
      *                     credit check to the held-orders file in
      *                     batch transaction format, so HLDRELSE can
       720-EXIT.
           EXIT.
      ******************************************************************
      *740-WRITE-TAX-EXCEPTION Writes one line to the tax exception
      *                        report for a line that was taxed
      *                        because the customer's exemption
      *                        certificate for the jurisdiction had
      *                        expired: who, which invoice and item,
      *                        the certificate and the day it ran
      *                        out, and the tax charged.
      ******************************************************************
       740-WRITE-TAX-EXCEPTION.
           ADD 1 TO WS-TAXEXC-COUNT
           MOVE CUST-NO TO TE-CUST-NO
           MOVE CUST-NAME TO TE-CUST-NAME
           MOVE CUST-INVOICE-NO TO TE-INVOICE
           MOVE CUST-ITEM-NO TO TE-ITEM-NO
           MOVE CUST-JURISDICTION TO TE-JURISDICTION
           MOVE EC-CERT-NO TO TE-CERT-NO
           MOVE EC-EXPIRY-DATE TO TE-EXPIRY
           MOVE CUST-STAX TO TE-TAX
           MOVE "CERTIFICATE EXPIRED - TAXED" TO TE-REASON
           WRITE TAXEXC-REC FROM TAXEXC-DETAIL
                 AFTER ADVANCING 1 LINE.
       740-EXIT.
           EXIT.
      ******************************************************************
      *700-ON-SIZE-PROBLEM Moves zero to the value if an on size error
      *                    occurs while computing. Tells the user that
      *                    the numbers entered were too large, and logs
