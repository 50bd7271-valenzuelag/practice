       identification division.
       program-id. ARRECON.
       author. Gabriel Valenzuela and Mark Holada.
       date-written. 10/15/2026
      ******************************************************************
      *Purpose: To prove the accounts receivable open-item file as a
      *whole every night, the way EODBAL proves the day's SALES-FILE.
      *The AR balance is rolled forward from the closing balance the
      *last run saved: plus the new invoices ARLOAD loaded, less the
      *payments ARCASH wrote to the cash history, less the items
      *ARCHPRG moved to the open-item archive, must equal the open
      *balance (amount due less amount paid) added up fresh from
      *AR-OPEN-FILE tonight.
      *
      *To say WHICH invoice is wrong when the totals do not agree,
      *each run keeps a snapshot of the open-item file as it stood,
      *and tonight's file is matched against it invoice by invoice.
      *Every invoice's change in balance must be explained by its own
      *transactions -- its load, its cash, its archiving. An invoice
      *whose amount due changed, whose balance moved with no cash
      *behind it, or that vanished without going to the archive is
      *listed on the variance report, as is cash written against an
      *invoice that is on neither file. The cash history and the
      *archive are only ever extended, so the run remembers how many
      *records of each it has already accounted for and takes only
      *the new ones.
      *
      *Credit memos CRMEMO issues change open items without cash:
      *each writes a new negative open item and applies it against
      *the invoice it credits. Every such change is logged on the AR
      *adjustment file, and the ones added since the last
      *reconciliation are taken into the roll-forward and into each
      *invoice's own check, so a credited invoice or a new credit
      *memo item is explained by its adjustment records the way a
      *paid invoice is explained by its cash. The finance charges
      *FINCHG adds at month end are new open items logged on the
      *same file, and are explained the same way.
      *
      *The night's movement is also tied to the general ledger: the
      *new invoices must equal the AR debit on TOTALSLE's journal
      *extract, the cash applied to invoices must equal the AR credit
      *on ARCASH's cash extract, and the cash put on account must
      *equal its unapplied-cash credit, and the credit memos issued
      *must equal the AR credit on CRMEMO's extract, and the finance
      *charges added must equal the AR debit on FINCHG's extract.
      *Only extract lines dated
      *after the last reconciliation are counted, so a stale extract
      *left from an earlier night is not taken twice.
      *
      *Tonight's open balance is saved as the next run's opening
      *balance, and tonight's file becomes the next run's snapshot,
      *whether or not it proved -- each night proves only its own
      *movement, and an out-of-balance night stays on record on its
      *report. The run ends with return code 8 when the roll-forward
      *or a GL tie is out of balance, so the month-end close is held
      *until AR is proven. The very first run has nothing to roll
      *forward from; it only establishes the opening balance and the
      *snapshot.
      *
      *Data Files: AR-OPEN-FILE "J:\COBOL\aropen.dat"
      *            AR-SNAPSHOT "J:\COBOL\arsnap.dat"
      *            RECON-CTL "J:\COBOL\arrecctl.dat"
      *            CASH-HISTORY "J:\COBOL\cashhist.dat"
      *            AR-ARCHIVE "J:\COBOL\aroparch.dat"
      *            GL-EXTRACT "J:\COBOL\glextrct.dat"
      *            GL-CASH-EXTRACT "J:\COBOL\glcash.dat"
      *            GL-CRMEMO-EXTRACT "J:\COBOL\glcrmemo.dat"
      *            GL-FINCHG-EXTRACT "J:\COBOL\glfinchg.dat"
      *            AR-ADJUST "J:\COBOL\aradjust.dat"
      *            GL-ACCOUNTS "J:\COBOL\glacct.dat"
      *            RECON-RPT "J:\COBOL\arrecon.doc"
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select AR-OPEN-FILE
               assign to UT-SYS-AROPEN
               organization is indexed
               access mode is sequential
               record key is AR-INVOICE-NO
               file status is WS-AROPEN-STATUS.
           select AR-SNAPSHOT
               assign to UT-SYS-ARSNAP
               organization is sequential
               file status is WS-SNAP-STATUS.
           select RECON-CTL
               assign to UT-SYS-RECONCTL
               organization is sequential
               file status is WS-CTL-STATUS.
           select CASH-HISTORY
               assign to UT-SYS-CASHHIST
               organization is sequential
               file status is WS-CASHHIST-STATUS.
           select AR-ARCHIVE
               assign to UT-SYS-AROPARCH
               organization is sequential
               file status is WS-ARARCH-STATUS.
           select GL-EXTRACT
               assign to UT-SYS-GLEXTRACT
               organization is sequential
               file status is WS-GLX-STATUS.
           select GL-CASH-EXTRACT
               assign to UT-SYS-GLCASH
               organization is sequential
               file status is WS-GLC-STATUS.
           select GL-CRMEMO-EXTRACT
               assign to UT-SYS-GLCRMEMO
               organization is sequential
               file status is WS-GLM-STATUS.
           select GL-FINCHG-EXTRACT
               assign to UT-SYS-GLFINCHG
               organization is sequential
               file status is WS-GLF-STATUS.
           select AR-ADJUST
               assign to UT-SYS-ARADJUST
               organization is sequential
               file status is WS-ARADJ-STATUS.
           select GL-ACCOUNTS
               assign to UT-SYS-GLACCT
               organization is indexed
               access mode is random
               record key is GLA-KEY
               file status is WS-GLACCT-STATUS.
           select RECON-RPT
               assign to UT-SYS-RECONRPT
               organization is line sequential.
       data division.
       file section.
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

       FD AR-SNAPSHOT
           RECORD CONTAINS 70.
       01 SNAP-REC.
           05 SN-INVOICE-NO          PIC 9(6).
           05 SN-CUST-NO             PIC X(4).
           05 SN-CUST-NAME           PIC X(25).
           05 SN-INV-DATE            PIC 9(8).
           05 SN-AMT-DUE             PIC S9(7)V99.
           05 SN-AMT-PAID            PIC S9(7)V99.
           05 SN-STATUS              PIC X.
           05 SN-PAID-DATE           PIC 9(8).

       FD RECON-CTL
           RECORD CONTAINS 48.
       01 RECON-CTL-REC.
           05 RCN-LAST-DATE          PIC 9(8).
           05 RCN-CLOSING            PIC S9(11)V99.
           05 RCN-CASH-COUNT         PIC 9(9).
           05 RCN-ARCH-COUNT         PIC 9(9).
           05 RCN-ADJ-COUNT          PIC 9(9).

       FD CASH-HISTORY
           RECORD CONTAINS 27.
       01 CASH-HISTORY-REC.
           05 CH-INVOICE-NO          PIC 9(6).
           05 CH-CUST-NO             PIC X(4).
           05 CH-PAY-DATE            PIC 9(8).
           05 CH-AMOUNT              PIC S9(7)V99.

       FD AR-ARCHIVE
           RECORD CONTAINS 70.
       01 AR-ARCHIVE-REC.
           05 AA-INVOICE-NO          PIC 9(6).
           05 AA-CUST-NO             PIC X(4).
           05 AA-CUST-NAME           PIC X(25).
           05 AA-INV-DATE            PIC 9(8).
           05 AA-AMT-DUE             PIC S9(7)V99.
           05 AA-AMT-PAID            PIC S9(7)V99.
           05 AA-STATUS              PIC X.
           05 AA-PAID-DATE           PIC 9(8).

       FD GL-EXTRACT
           RECORD CONTAINS 34.
       01 GL-EXTRACT-REC.
           05 GL-DATE                PIC 9(8).
           05 GL-ACCOUNT             PIC X(8).
           05 GL-DEBIT               PIC S9(7)V99.
           05 GL-CREDIT              PIC S9(7)V99.

       FD GL-CASH-EXTRACT
           RECORD CONTAINS 34.
       01 GL-CASH-REC.
           05 GC-DATE                PIC 9(8).
           05 GC-ACCOUNT             PIC X(8).
           05 GC-DEBIT               PIC S9(7)V99.
           05 GC-CREDIT              PIC S9(7)V99.

       FD GL-CRMEMO-EXTRACT
           RECORD CONTAINS 34.
       01 GL-CRMEMO-REC.
           05 GM-DATE                PIC 9(8).
           05 GM-ACCOUNT             PIC X(8).
           05 GM-DEBIT               PIC S9(7)V99.
           05 GM-CREDIT              PIC S9(7)V99.

       FD GL-FINCHG-EXTRACT
           RECORD CONTAINS 34.
       01 GL-FINCHG-REC.
           05 GF-DATE                PIC 9(8).
           05 GF-ACCOUNT             PIC X(8).
           05 GF-DEBIT               PIC S9(7)V99.
           05 GF-CREDIT              PIC S9(7)V99.

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

       FD GL-ACCOUNTS.
       01 GL-ACCT-REC.
           05 GLA-KEY.
               10 GLA-TYPE           PIC X(4).
               10 GLA-JURIS          PIC XX.
           05 GLA-ACCOUNT            PIC X(8).

       FD RECON-RPT
           RECORD CONTAINS 100.
       01 RECON-REC                  PIC X(100).

       working-storage section.
       01 WS-VARS.
           05 WS-AROPEN-STATUS       PIC XX.
           05 WS-SNAP-STATUS         PIC XX.
           05 WS-CTL-STATUS          PIC XX.
           05 WS-CASHHIST-STATUS     PIC XX.
           05 WS-ARARCH-STATUS       PIC XX.
           05 WS-GLX-STATUS          PIC XX.
           05 WS-GLC-STATUS          PIC XX.
           05 WS-GLACCT-STATUS       PIC XX.
           05 WS-GLM-STATUS          PIC XX.
           05 WS-GLF-STATUS          PIC XX.
           05 WS-ARADJ-STATUS        PIC XX.
           05 WS-INITIAL-RUN         PIC XXX VALUE "NO".
           05 WS-SNAP-OPEN           PIC XXX VALUE "NO".
           05 WS-SNAP-EOF            PIC XXX VALUE "NO".
           05 WS-LIVE-EOF            PIC XXX VALUE "NO".
           05 WS-CASH-EOF            PIC XXX VALUE "NO".
           05 WS-ARCH-EOF            PIC XXX VALUE "NO".
           05 WS-ADJ-EOF             PIC XXX VALUE "NO".
           05 WS-GL-EOF              PIC XXX VALUE "NO".
           05 WS-OUT-OF-BAL          PIC XXX VALUE "NO".
           05 WS-GL-MAP-OK           PIC XXX VALUE "YES".
           05 WS-SNAP-KEY            PIC 9(7).
           05 WS-LIVE-KEY            PIC 9(7).
           05 WS-LAST-DATE           PIC 9(8) VALUE 0.
           05 WS-PRIOR-CLOSING       PIC S9(11)V99 VALUE 0.
           05 WS-CASH-SKIP           PIC 9(9) VALUE 0.
           05 WS-ARCH-SKIP           PIC 9(9) VALUE 0.
           05 WS-ADJ-SKIP            PIC 9(9) VALUE 0.
           05 WS-CASH-READ-COUNT     PIC 9(9) VALUE 0.
           05 WS-ARCH-READ-COUNT     PIC 9(9) VALUE 0.
           05 WS-ADJ-READ-COUNT      PIC 9(9) VALUE 0.
           05 WS-CASH-NEW-COUNT      PIC 9(7) VALUE 0.
           05 WS-ARCH-NEW-COUNT      PIC 9(7) VALUE 0.
           05 WS-ADJ-NEW-COUNT       PIC 9(7) VALUE 0.
           05 WS-LIVE-COUNT          PIC 9(7) VALUE 0.
           05 WS-NEW-ITEM-COUNT      PIC 9(7) VALUE 0.
           05 WS-VAR-COUNT           PIC 9(7) VALUE 0.
           05 WS-CASH-COUNT          PIC 9(5) VALUE 0.
           05 WS-CASH-TABLE-FULL     PIC XXX VALUE "NO".
           05 WS-ARCH-COUNT          PIC 9(5) VALUE 0.
           05 WS-ARCH-TABLE-FULL     PIC XXX VALUE "NO".
           05 WS-ADJ-COUNT           PIC 9(5) VALUE 0.
           05 WS-ADJ-TABLE-FULL      PIC XXX VALUE "NO".
           05 WS-ARCH-SUB            PIC 9(5).
           05 WS-ADJ-SUB             PIC 9(5).
           05 WS-CASH-SUB            PIC 9(5).
           05 WS-SNAP-TOTAL          PIC S9(11)V99 VALUE 0.
           05 WS-OPEN-TOTAL          PIC S9(11)V99 VALUE 0.
           05 WS-NEW-INV-TOTAL       PIC S9(11)V99 VALUE 0.
           05 WS-PAY-INV-TOTAL       PIC S9(11)V99 VALUE 0.
           05 WS-PAY-ONACCT-TOTAL    PIC S9(11)V99 VALUE 0.
           05 WS-ARCH-TOTAL          PIC S9(11)V99 VALUE 0.
           05 WS-CM-ISSUED-TOTAL     PIC S9(11)V99 VALUE 0.
           05 WS-FC-ISSUED-TOTAL     PIC S9(11)V99 VALUE 0.
           05 WS-ADJ-APPLIED-TOTAL   PIC S9(11)V99 VALUE 0.
           05 WS-CM-CREDIT-TOTAL     PIC S9(11)V99 VALUE 0.
           05 WS-EXPECTED-CLOSING    PIC S9(11)V99 VALUE 0.
           05 WS-CLOSING-DIFF        PIC S9(11)V99 VALUE 0.
           05 WS-VAR-TOTAL           PIC S9(11)V99 VALUE 0.
           05 WS-GL-AR-DEBIT         PIC S9(11)V99 VALUE 0.
           05 WS-GL-AR-CREDIT        PIC S9(11)V99 VALUE 0.
           05 WS-GL-UNAP-CREDIT      PIC S9(11)V99 VALUE 0.
           05 WS-GL-CM-CREDIT        PIC S9(11)V99 VALUE 0.
           05 WS-GL-FC-DEBIT         PIC S9(11)V99 VALUE 0.
           05 WS-GL-AR-ACCT          PIC X(8).
           05 WS-GL-UNAP-ACCT        PIC X(8).
           05 WS-OLD-EXISTS          PIC XXX.
           05 WS-NEW-EXISTS          PIC XXX.
           05 WS-ITEM-ARCHIVED       PIC XXX.
           05 WS-ITEM-ISSUED         PIC XXX.
           05 WS-ITEM-INVOICE        PIC 9(6).
           05 WS-ITEM-CUST           PIC X(4).
           05 WS-OLD-DUE             PIC S9(7)V99.
           05 WS-OLD-BAL             PIC S9(9)V99.
           05 WS-NEW-DUE             PIC S9(7)V99.
           05 WS-NEW-BAL             PIC S9(9)V99.
           05 WS-ITEM-LOAD           PIC S9(9)V99.
           05 WS-ITEM-CASH           PIC S9(9)V99.
           05 WS-ITEM-ARCH           PIC S9(9)V99.
           05 WS-ITEM-ADJ            PIC S9(9)V99.
           05 WS-ITEM-ARCH-DUE       PIC S9(7)V99.
           05 WS-ITEM-EXPECTED       PIC S9(9)V99.
           05 WS-ITEM-DIFF           PIC S9(9)V99.
           05 WS-REASON              PIC X(30).
           05 WS-LINECT              PIC 99 VALUE 0.
       01 WS-CASH-TABLE.
           05 WS-CASH-ENTRY OCCURS 2000 TIMES
                            INDEXED BY CT-IX.
               10 CT-INVOICE-NO      PIC 9(6).
               10 CT-CUST-NO         PIC X(4).
               10 CT-AMOUNT          PIC S9(9)V99.
               10 CT-MATCHED         PIC XXX.
       01 WS-ARCH-TABLE.
           05 WS-ARCH-ENTRY OCCURS 2000 TIMES
                            INDEXED BY AT-IX.
               10 AT-INVOICE-NO      PIC 9(6).
               10 AT-CUST-NO         PIC X(4).
               10 AT-AMT-DUE         PIC S9(7)V99.
               10 AT-BALANCE         PIC S9(9)V99.
               10 AT-MATCHED         PIC XXX.
       01 WS-ADJ-TABLE.
           05 WS-ADJ-ENTRY OCCURS 2000 TIMES
                           INDEXED BY JT-IX.
               10 JT-INVOICE-NO      PIC 9(6).
               10 JT-CUST-NO         PIC X(4).
               10 JT-AMOUNT          PIC S9(9)V99.
               10 JT-ISSUED          PIC XXX.
               10 JT-MATCHED         PIC XXX.
       01 WS-FILES.
           05 UT-SYS-AROPEN          PIC X(67)
              VALUE "J:\COBOL\aropen.dat".
           05 UT-SYS-ARSNAP          PIC X(67)
              VALUE "J:\COBOL\arsnap.dat".
           05 UT-SYS-RECONCTL        PIC X(67)
              VALUE "J:\COBOL\arrecctl.dat".
           05 UT-SYS-CASHHIST        PIC X(67)
              VALUE "J:\COBOL\cashhist.dat".
           05 UT-SYS-AROPARCH        PIC X(67)
              VALUE "J:\COBOL\aroparch.dat".
           05 UT-SYS-GLEXTRACT       PIC X(67)
              VALUE "J:\COBOL\glextrct.dat".
           05 UT-SYS-GLCASH          PIC X(67)
              VALUE "J:\COBOL\glcash.dat".
           05 UT-SYS-GLCRMEMO        PIC X(67)
              VALUE "J:\COBOL\glcrmemo.dat".
           05 UT-SYS-GLFINCHG        PIC X(67)
              VALUE "J:\COBOL\glfinchg.dat".
           05 UT-SYS-ARADJUST        PIC X(67)
              VALUE "J:\COBOL\aradjust.dat".
           05 UT-SYS-GLACCT          PIC X(67)
              VALUE "J:\COBOL\glacct.dat".
           05 UT-SYS-RECONRPT        PIC X(67)
              VALUE "J:\COBOL\arrecon.doc".
       01 WS-CONSTANTS.
           05 WS-FULL-PAGE           PIC 99 VALUE 55.
       01 WS-DATE.
           05 WS-YEAR                PIC 9999.
           05 WS-MONTH               PIC 99.
           05 WS-DAY                 PIC 99.
       01 WS-DATE-NUM REDEFINES WS-DATE
                                     PIC 9(8).
       01 RECON-HEADING1.
           05 H-MONTH                PIC 99.
           05                        PIC X VALUE "/".
           05 H-DAY                  PIC 99.
           05                        PIC X VALUE "/".
           05 H-YEAR                 PIC 9999.
           05                        PIC X(12) VALUE SPACES.
           05                        PIC X(40)
              VALUE "AR ROLL-FORWARD RECONCILIATION".
           05                        PIC X(38) VALUE SPACES.
       01 RECON-HEADING2.
           05                        PIC X(9) VALUE "INVOICE".
           05                        PIC X(6) VALUE "CUST".
           05                        PIC X(14) VALUE "  PRIOR BAL".
           05                        PIC X(14) VALUE "CURRENT BAL".
           05                        PIC X(14) VALUE "EXPECTED BAL".
           05                        PIC X(43) VALUE "VARIANCE".
       01 VARIANCE-LINE.
           05 VL-INVOICE             PIC Z(5)9.
           05                        PIC XXX VALUE SPACES.
           05 VL-CUST-NO             PIC X(4).
           05                        PIC XX VALUE SPACES.
           05 VL-PRIOR               PIC ZZZZZZZ9.99-.
           05                        PIC XX VALUE SPACES.
           05 VL-CURRENT             PIC ZZZZZZZ9.99-.
           05                        PIC XX VALUE SPACES.
           05 VL-EXPECTED            PIC ZZZZZZZ9.99-.
           05                        PIC XX VALUE SPACES.
           05 VL-REASON              PIC X(30).
           05                        PIC X(13) VALUE SPACES.
       01 RECON-SECTION-LINE.
           05 RS-TEXT                PIC X(60).
           05                        PIC X(40) VALUE SPACES.
       01 RECON-COUNT-LINE.
           05 RC-LABEL               PIC X(40).
           05 RC-VALUE               PIC ZZZZZZ9-.
           05                        PIC X(52) VALUE SPACES.
       01 RECON-MONEY-LINE.
           05 RM-LABEL               PIC X(40).
           05 RM-VALUE               PIC ZZZZZZZZZZ9.99-.
           05                        PIC X(45) VALUE SPACES.
       01 RECON-PROOF-LINE.
           05 RP-LABEL               PIC X(44).
           05 RP-STATUS              PIC X(20).
           05                        PIC X(36) VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *100-MAIN Opens the files, loads the new cash and archive
      *         records, matches tonight's open-item file against the
      *         snapshot, ties the movement to the GL extracts, prints
      *         the roll-forward, saves tonight's closing for the next
      *         run, and ends with return code 8 when anything is out
      *         of balance so the month-end close can be held.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           PERFORM 120-LOAD-CASH THRU 120-EXIT
           PERFORM 130-LOAD-ARCHIVE THRU 130-EXIT
           PERFORM 140-LOAD-ADJUST THRU 140-EXIT
           PERFORM 200-MERGE-ITEMS THRU 200-EXIT
           IF WS-INITIAL-RUN = "NO"
               PERFORM 610-CHECK-ARCHIVE-LEFT THRU 610-EXIT
                   VARYING WS-ARCH-SUB FROM 1 BY 1
                   UNTIL WS-ARCH-SUB > WS-ARCH-COUNT
               PERFORM 620-CHECK-CASH-LEFT THRU 620-EXIT
                   VARYING WS-CASH-SUB FROM 1 BY 1
                   UNTIL WS-CASH-SUB > WS-CASH-COUNT
               PERFORM 630-CHECK-ADJUST-LEFT THRU 630-EXIT
                   VARYING WS-ADJ-SUB FROM 1 BY 1
                   UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
               PERFORM 700-TIE-TO-GL THRU 700-EXIT
           END-IF
           PERFORM 900-WRITE-ROLL-FORWARD THRU 900-EXIT
           PERFORM 950-SAVE-CLOSING THRU 950-EXIT
           CLOSE RECON-RPT
           IF WS-INITIAL-RUN = "YES"
               DISPLAY "ARRECON: opening AR balance established: "
                       WS-OPEN-TOTAL
           END-IF
           IF WS-VAR-COUNT > 0
               DISPLAY "ARRECON: invoices on variance report: "
                       WS-VAR-COUNT
           END-IF
           IF WS-OUT-OF-BAL = "YES"
               DISPLAY "ARRECON: AR DOES NOT ROLL FORWARD - "
                       "HOLD THE MONTH-END CLOSE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      *110-INIT Gets the run date, reads the last run's control
      *         record, and opens the files. No control record means
      *         this is the first run: there is no closing balance to
      *         roll forward from, so the run only establishes one.
      *         A missing snapshot on a later run is left to show up
      *         as variances, never quietly rebuilt.
      ******************************************************************
       110-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H-MONTH
           MOVE WS-DAY TO H-DAY
           MOVE WS-YEAR TO H-YEAR
           OPEN INPUT RECON-CTL
           IF WS-CTL-STATUS NOT = "00"
               MOVE "YES" TO WS-INITIAL-RUN
           ELSE
               READ RECON-CTL
                   AT END
                       MOVE "YES" TO WS-INITIAL-RUN
                   NOT AT END
                       MOVE RCN-LAST-DATE TO WS-LAST-DATE
                       MOVE RCN-CLOSING TO WS-PRIOR-CLOSING
                       MOVE RCN-CASH-COUNT TO WS-CASH-SKIP
                       MOVE RCN-ARCH-COUNT TO WS-ARCH-SKIP
                       MOVE RCN-ADJ-COUNT TO WS-ADJ-SKIP
               END-READ
               CLOSE RECON-CTL
           END-IF
           OPEN INPUT AR-OPEN-FILE
           IF WS-AROPEN-STATUS NOT = "00"
               DISPLAY "ERROR: AR-OPEN-FILE could not be opened, "
                       "status " WS-AROPEN-STATUS
               STOP RUN
           END-IF
           IF WS-INITIAL-RUN = "YES"
               MOVE "YES" TO WS-SNAP-EOF
           ELSE
               OPEN INPUT AR-SNAPSHOT
               IF WS-SNAP-STATUS = "00"
                   MOVE "YES" TO WS-SNAP-OPEN
               ELSE
                   DISPLAY "ARRECON: AR-SNAPSHOT could not be opened, "
                           "status " WS-SNAP-STATUS
                   MOVE "YES" TO WS-SNAP-EOF
               END-IF
           END-IF
           OPEN OUTPUT RECON-RPT
           PERFORM 800-WRITE-HEADER THRU 800-EXIT.
       110-EXIT.
           EXIT.
      ******************************************************************
      *120-LOAD-CASH Reads the cash history, passes over the records
      *              earlier runs already accounted for, and adds up
      *              the new ones by invoice. Cash against a 9xxxxx
      *              credit went on account; the rest paid an invoice.
      *              A history shorter than last night's count has
      *              been replaced or cut, and nothing after it can be
      *              proven.
      ******************************************************************
       120-LOAD-CASH.
           OPEN INPUT CASH-HISTORY
           IF WS-CASHHIST-STATUS NOT = "00"
               MOVE "YES" TO WS-CASH-EOF
           END-IF
           PERFORM 121-READ-ONE-CASH THRU 121-EXIT
               UNTIL WS-CASH-EOF = "YES"
           IF WS-CASHHIST-STATUS = "00" OR "10"
               CLOSE CASH-HISTORY
           END-IF
           IF WS-CASH-READ-COUNT < WS-CASH-SKIP
               DISPLAY "ARRECON: CASH-HISTORY has fewer records than "
                       "the last run accounted for"
               MOVE "YES" TO WS-OUT-OF-BAL
           END-IF
           IF WS-CASH-TABLE-FULL = "YES"
               DISPLAY "ARRECON: MORE THAN 2000 INVOICES PAID - "
                       "CASH CANNOT BE MATCHED"
               MOVE "YES" TO WS-OUT-OF-BAL
           END-IF.
       120-EXIT.
           EXIT.
      ******************************************************************
      *121-READ-ONE-CASH Reads one cash history record and, when it is
      *                  new since the last run, folds it into its
      *                  invoice's entry and the payment totals.
      ******************************************************************
       121-READ-ONE-CASH.
           READ CASH-HISTORY
               AT END
                   MOVE "YES" TO WS-CASH-EOF
                   GO TO 121-EXIT
           END-READ
           ADD 1 TO WS-CASH-READ-COUNT
           IF WS-INITIAL-RUN = "YES"
              OR WS-CASH-READ-COUNT NOT GREATER THAN WS-CASH-SKIP
               GO TO 121-EXIT
           END-IF
           ADD 1 TO WS-CASH-NEW-COUNT
           IF CH-INVOICE-NO NOT LESS THAN 900000
               ADD CH-AMOUNT TO WS-PAY-ONACCT-TOTAL
           ELSE
               ADD CH-AMOUNT TO WS-PAY-INV-TOTAL
           END-IF
           SET CT-IX TO 1
           SEARCH WS-CASH-ENTRY
               AT END
                   PERFORM 125-ADD-CASH-ENTRY THRU 125-EXIT
               WHEN CT-IX > WS-CASH-COUNT
                   PERFORM 125-ADD-CASH-ENTRY THRU 125-EXIT
               WHEN CT-INVOICE-NO (CT-IX) = CH-INVOICE-NO
                   ADD CH-AMOUNT TO CT-AMOUNT (CT-IX)
           END-SEARCH.
       121-EXIT.
           EXIT.
      ******************************************************************
      *125-ADD-CASH-ENTRY Starts a fresh cash table entry for an
      *                   invoice not paid yet tonight.
      ******************************************************************
       125-ADD-CASH-ENTRY.
           IF WS-CASH-COUNT NOT LESS THAN 2000
               MOVE "YES" TO WS-CASH-TABLE-FULL
               GO TO 125-EXIT
           END-IF
           ADD 1 TO WS-CASH-COUNT
           SET CT-IX TO WS-CASH-COUNT
           MOVE CH-INVOICE-NO TO CT-INVOICE-NO (CT-IX)
           MOVE CH-CUST-NO TO CT-CUST-NO (CT-IX)
           MOVE CH-AMOUNT TO CT-AMOUNT (CT-IX)
           MOVE "NO" TO CT-MATCHED (CT-IX).
       125-EXIT.
           EXIT.
      ******************************************************************
      *130-LOAD-ARCHIVE Reads the open-item archive, passes over the
      *                 records earlier runs already accounted for,
      *                 and tables the new ones with the balance each
      *                 carried out of the open-item file.
      ******************************************************************
       130-LOAD-ARCHIVE.
           OPEN INPUT AR-ARCHIVE
           IF WS-ARARCH-STATUS NOT = "00"
               MOVE "YES" TO WS-ARCH-EOF
           END-IF
           PERFORM 131-READ-ONE-ARCHIVE THRU 131-EXIT
               UNTIL WS-ARCH-EOF = "YES"
           IF WS-ARARCH-STATUS = "00" OR "10"
               CLOSE AR-ARCHIVE
           END-IF
           IF WS-ARCH-READ-COUNT < WS-ARCH-SKIP
               DISPLAY "ARRECON: AR-ARCHIVE has fewer records than "
                       "the last run accounted for"
               MOVE "YES" TO WS-OUT-OF-BAL
           END-IF
           IF WS-ARCH-TABLE-FULL = "YES"
               DISPLAY "ARRECON: MORE THAN 2000 ITEMS ARCHIVED - "
                       "ARCHIVE CANNOT BE MATCHED"
               MOVE "YES" TO WS-OUT-OF-BAL
           END-IF.
       130-EXIT.
           EXIT.
      ******************************************************************
      *131-READ-ONE-ARCHIVE Reads one archived open item and, when it
      *                     is new since the last run, tables it and
      *                     adds its balance to the archived total.
      ******************************************************************
       131-READ-ONE-ARCHIVE.
           READ AR-ARCHIVE
               AT END
                   MOVE "YES" TO WS-ARCH-EOF
                   GO TO 131-EXIT
           END-READ
           ADD 1 TO WS-ARCH-READ-COUNT
           IF WS-INITIAL-RUN = "YES"
              OR WS-ARCH-READ-COUNT NOT GREATER THAN WS-ARCH-SKIP
               GO TO 131-EXIT
           END-IF
           ADD 1 TO WS-ARCH-NEW-COUNT
           IF WS-ARCH-COUNT NOT LESS THAN 2000
               MOVE "YES" TO WS-ARCH-TABLE-FULL
               GO TO 131-EXIT
           END-IF
           ADD 1 TO WS-ARCH-COUNT
           SET AT-IX TO WS-ARCH-COUNT
           MOVE AA-INVOICE-NO TO AT-INVOICE-NO (AT-IX)
           MOVE AA-CUST-NO TO AT-CUST-NO (AT-IX)
           MOVE AA-AMT-DUE TO AT-AMT-DUE (AT-IX)
           SUBTRACT AA-AMT-PAID FROM AA-AMT-DUE
               GIVING AT-BALANCE (AT-IX)
           MOVE "NO" TO AT-MATCHED (AT-IX)
           ADD AT-BALANCE (AT-IX) TO WS-ARCH-TOTAL.
       131-EXIT.
           EXIT.
      ******************************************************************
      *140-LOAD-ADJUST Reads the AR adjustment file, passes over the
      *                records earlier runs already accounted for,
      *                and tables the new ones by open item:
      *                the net change they made to its balance, and
      *                whether the item itself was issued by one (a
      *                new credit memo or finance charge item,
      *                whose amount due is an adjustment, not an
      *                invoice load). The issued credit memos, the
      *                finance charges, and the credits applied are
      *                added up for the roll-forward.
      ******************************************************************
       140-LOAD-ADJUST.
           OPEN INPUT AR-ADJUST
           IF WS-ARADJ-STATUS NOT = "00"
               MOVE "YES" TO WS-ADJ-EOF
           END-IF
           PERFORM 141-READ-ONE-ADJUST THRU 141-EXIT
               UNTIL WS-ADJ-EOF = "YES"
           IF WS-ARADJ-STATUS = "00" OR "10"
               CLOSE AR-ADJUST
           END-IF
           IF WS-ADJ-READ-COUNT < WS-ADJ-SKIP
               DISPLAY "ARRECON: AR-ADJUST has fewer records than "
                       "the last run accounted for"
               MOVE "YES" TO WS-OUT-OF-BAL
           END-IF
           IF WS-ADJ-TABLE-FULL = "YES"
               DISPLAY "ARRECON: MORE THAN 2000 ITEMS ADJUSTED - "
                       "ADJUSTMENTS CANNOT BE MATCHED"
               MOVE "YES" TO WS-OUT-OF-BAL
           END-IF.
       140-EXIT.
           EXIT.
      ******************************************************************
      *141-READ-ONE-ADJUST Reads one adjustment record and, when it is
      *                    new since the last run, folds it into its
      *                    item's entry and the adjustment totals.
      ******************************************************************
       141-READ-ONE-ADJUST.
           READ AR-ADJUST
               AT END
                   MOVE "YES" TO WS-ADJ-EOF
                   GO TO 141-EXIT
           END-READ
           ADD 1 TO WS-ADJ-READ-COUNT
           IF WS-INITIAL-RUN = "YES"
              OR WS-ADJ-READ-COUNT NOT GREATER THAN WS-ADJ-SKIP
               GO TO 141-EXIT
           END-IF
           ADD 1 TO WS-ADJ-NEW-COUNT
           IF AJ-TYPE = "I"
               IF AJ-SOURCE = "FC"
                   ADD AJ-AMOUNT TO WS-FC-ISSUED-TOTAL
               ELSE
                   ADD AJ-AMOUNT TO WS-CM-ISSUED-TOTAL
               END-IF
           ELSE
               ADD AJ-AMOUNT TO WS-ADJ-APPLIED-TOTAL
           END-IF
           SET JT-IX TO 1
           SEARCH WS-ADJ-ENTRY
               AT END
                   PERFORM 145-ADD-ADJUST-ENTRY THRU 145-EXIT
               WHEN JT-IX > WS-ADJ-COUNT
                   PERFORM 145-ADD-ADJUST-ENTRY THRU 145-EXIT
               WHEN JT-INVOICE-NO (JT-IX) = AJ-INVOICE-NO
                   ADD AJ-AMOUNT TO JT-AMOUNT (JT-IX)
                   IF AJ-TYPE = "I"
                       MOVE "YES" TO JT-ISSUED (JT-IX)
                   END-IF
           END-SEARCH.
       141-EXIT.
           EXIT.
      ******************************************************************
      *145-ADD-ADJUST-ENTRY Starts a fresh adjustment table entry for
      *                     an item not adjusted yet tonight.
      ******************************************************************
       145-ADD-ADJUST-ENTRY.
           IF WS-ADJ-COUNT NOT LESS THAN 2000
               MOVE "YES" TO WS-ADJ-TABLE-FULL
               GO TO 145-EXIT
           END-IF
           ADD 1 TO WS-ADJ-COUNT
           SET JT-IX TO WS-ADJ-COUNT
           MOVE AJ-INVOICE-NO TO JT-INVOICE-NO (JT-IX)
           MOVE AJ-CUST-NO TO JT-CUST-NO (JT-IX)
           MOVE AJ-AMOUNT TO JT-AMOUNT (JT-IX)
           MOVE "NO" TO JT-ISSUED (JT-IX)
           IF AJ-TYPE = "I"
               MOVE "YES" TO JT-ISSUED (JT-IX)
           END-IF
           MOVE "NO" TO JT-MATCHED (JT-IX).
       145-EXIT.
           EXIT.
      ******************************************************************
      *200-MERGE-ITEMS Matches tonight's open-item file against the
      *                last run's snapshot, both in invoice order. An
      *                invoice on the snapshot only has left the file;
      *                one on tonight's file only is new; one on both
      *                is checked for what changed.
      ******************************************************************
       200-MERGE-ITEMS.
           PERFORM 210-READ-SNAP THRU 210-EXIT
           PERFORM 220-READ-LIVE THRU 220-EXIT
           PERFORM 230-MATCH-ONE THRU 230-EXIT
               UNTIL WS-SNAP-EOF = "YES" AND WS-LIVE-EOF = "YES"
           IF WS-SNAP-OPEN = "YES"
               CLOSE AR-SNAPSHOT
           END-IF.
       200-EXIT.
           EXIT.
      ******************************************************************
      *210-READ-SNAP Reads the next snapshot record, adding its
      *              balance to the snapshot total. End of file sets a
      *              high key so tonight's remaining invoices sort
      *              ahead of it.
      ******************************************************************
       210-READ-SNAP.
           IF WS-SNAP-EOF = "YES"
               MOVE 9999999 TO WS-SNAP-KEY
               GO TO 210-EXIT
           END-IF
           READ AR-SNAPSHOT
               AT END
                   MOVE "YES" TO WS-SNAP-EOF
                   MOVE 9999999 TO WS-SNAP-KEY
                   GO TO 210-EXIT
           END-READ
           MOVE SN-INVOICE-NO TO WS-SNAP-KEY
           ADD SN-AMT-DUE TO WS-SNAP-TOTAL
           SUBTRACT SN-AMT-PAID FROM WS-SNAP-TOTAL.
       210-EXIT.
           EXIT.
      ******************************************************************
      *220-READ-LIVE Reads the next invoice on tonight's open-item
      *              file, adding its balance to the fresh open total.
      ******************************************************************
       220-READ-LIVE.
           IF WS-LIVE-EOF = "YES"
               MOVE 9999999 TO WS-LIVE-KEY
               GO TO 220-EXIT
           END-IF
           READ AR-OPEN-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-LIVE-EOF
                   MOVE 9999999 TO WS-LIVE-KEY
                   GO TO 220-EXIT
           END-READ
           MOVE AR-INVOICE-NO TO WS-LIVE-KEY
           ADD 1 TO WS-LIVE-COUNT
           ADD AR-AMT-DUE TO WS-OPEN-TOTAL
           SUBTRACT AR-AMT-PAID FROM WS-OPEN-TOTAL.
       220-EXIT.
           EXIT.
      ******************************************************************
      *230-MATCH-ONE Takes the lower of the two current keys, sets up
      *              the invoice's before and after pictures, checks
      *              it, and reads past it on whichever file (or both)
      *              it came from. On the first run there is nothing
      *              to check against; the file is only read through.
      ******************************************************************
       230-MATCH-ONE.
           MOVE "NO" TO WS-OLD-EXISTS
           MOVE "NO" TO WS-NEW-EXISTS
           MOVE 0 TO WS-OLD-DUE
           MOVE 0 TO WS-OLD-BAL
           MOVE 0 TO WS-NEW-DUE
           MOVE 0 TO WS-NEW-BAL
           IF WS-SNAP-KEY NOT GREATER THAN WS-LIVE-KEY
               MOVE "YES" TO WS-OLD-EXISTS
               MOVE SN-INVOICE-NO TO WS-ITEM-INVOICE
               MOVE SN-CUST-NO TO WS-ITEM-CUST
               MOVE SN-AMT-DUE TO WS-OLD-DUE
               SUBTRACT SN-AMT-PAID FROM SN-AMT-DUE
                   GIVING WS-OLD-BAL
           END-IF
           IF WS-LIVE-KEY NOT GREATER THAN WS-SNAP-KEY
               MOVE "YES" TO WS-NEW-EXISTS
               MOVE AR-INVOICE-NO TO WS-ITEM-INVOICE
               MOVE AR-CUST-NO TO WS-ITEM-CUST
               MOVE AR-AMT-DUE TO WS-NEW-DUE
               SUBTRACT AR-AMT-PAID FROM AR-AMT-DUE
                   GIVING WS-NEW-BAL
           END-IF
           IF WS-INITIAL-RUN = "NO"
               PERFORM 400-CHECK-ITEM THRU 400-EXIT
           END-IF
           IF WS-OLD-EXISTS = "YES"
               PERFORM 210-READ-SNAP THRU 210-EXIT
           END-IF
           IF WS-NEW-EXISTS = "YES"
               PERFORM 220-READ-LIVE THRU 220-EXIT
           END-IF.
       230-EXIT.
           EXIT.
      ******************************************************************
      *400-CHECK-ITEM Works out what one invoice's balance should be
      *               tonight from its own transactions: last night's
      *               balance, plus its amount due if ARLOAD loaded it
      *               since, less the cash written against it, less the
      *               balance it carried to the archive if ARCHPRG
      *               moved it out, plus or minus its adjustments. A
      *               new item in the 9xxxxx block is an on-account
      *               credit ARCASH wrote, and its negative balance is
      *               the cash itself, not a load; a new item with an
      *               issue record on the adjustment file is a credit
      *               memo, and its amount is the adjustment itself.
      *               Anything the transactions do not explain -- a
      *               changed amount due, a balance off from what its
      *               cash says, an item gone with no archive record --
      *               goes on the variance report.
      ******************************************************************
       400-CHECK-ITEM.
           PERFORM 500-FIND-CASH THRU 500-EXIT
           PERFORM 510-FIND-ARCHIVE THRU 510-EXIT
           PERFORM 520-FIND-ADJUST THRU 520-EXIT
           MOVE 0 TO WS-ITEM-LOAD
           IF WS-OLD-EXISTS = "NO"
               ADD 1 TO WS-NEW-ITEM-COUNT
               IF WS-ITEM-INVOICE < 900000
                  AND WS-ITEM-ISSUED = "NO"
                   IF WS-NEW-EXISTS = "YES"
                       MOVE WS-NEW-DUE TO WS-ITEM-LOAD
                   ELSE
                       MOVE WS-ITEM-ARCH-DUE TO WS-ITEM-LOAD
                   END-IF
                   ADD WS-ITEM-LOAD TO WS-NEW-INV-TOTAL
               END-IF
           END-IF
           COMPUTE WS-ITEM-EXPECTED = WS-OLD-BAL + WS-ITEM-LOAD
                                    + WS-ITEM-ADJ
                                    - WS-ITEM-CASH - WS-ITEM-ARCH
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN WS-OLD-EXISTS = "YES" AND WS-NEW-EXISTS = "YES"
                    AND WS-OLD-DUE NOT = WS-NEW-DUE
                   MOVE "AMOUNT DUE CHANGED" TO WS-REASON
               WHEN WS-OLD-EXISTS = "YES" AND WS-NEW-EXISTS = "NO"
                    AND WS-ITEM-ARCHIVED = "NO"
                   MOVE "REMOVED WITHOUT ARCHIVE RECORD" TO WS-REASON
               WHEN WS-OLD-EXISTS = "NO" AND WS-ITEM-ARCHIVED = "YES"
                    AND WS-NEW-EXISTS = "NO"
                    AND WS-NEW-BAL NOT = WS-ITEM-EXPECTED
                   MOVE "ARCHIVED ITEM NOT ON SNAPSHOT" TO WS-REASON
               WHEN WS-NEW-BAL NOT = WS-ITEM-EXPECTED
                   EVALUATE TRUE
                       WHEN WS-ITEM-CASH NOT = 0
                           MOVE "BALANCE DOES NOT MATCH CASH"
                               TO WS-REASON
                       WHEN WS-ITEM-ADJ NOT = 0
                           MOVE "ADJUSTMENT DOES NOT EXPLAIN"
                               TO WS-REASON
                       WHEN OTHER
                           MOVE "BALANCE CHANGED WITH NO CASH"
                               TO WS-REASON
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               PERFORM 810-WRITE-VARIANCE THRU 810-EXIT
           END-IF.
       400-EXIT.
           EXIT.
      ******************************************************************
      *500-FIND-CASH Looks up tonight's cash for the invoice being
      *              checked and marks the entry matched, so cash
      *              against an invoice on neither file can be listed
      *              afterwards.
      ******************************************************************
       500-FIND-CASH.
           MOVE 0 TO WS-ITEM-CASH
           SET CT-IX TO 1
           SEARCH WS-CASH-ENTRY
               AT END
                   CONTINUE
               WHEN CT-IX > WS-CASH-COUNT
                   CONTINUE
               WHEN CT-INVOICE-NO (CT-IX) = WS-ITEM-INVOICE
                   MOVE CT-AMOUNT (CT-IX) TO WS-ITEM-CASH
                   MOVE "YES" TO CT-MATCHED (CT-IX)
           END-SEARCH.
       500-EXIT.
           EXIT.
      ******************************************************************
      *510-FIND-ARCHIVE Looks up whether the invoice being checked was
      *                 archived since the last run, and with what
      *                 balance, and marks the entry matched.
      ******************************************************************
       510-FIND-ARCHIVE.
           MOVE "NO" TO WS-ITEM-ARCHIVED
           MOVE 0 TO WS-ITEM-ARCH
           MOVE 0 TO WS-ITEM-ARCH-DUE
           SET AT-IX TO 1
           SEARCH WS-ARCH-ENTRY
               AT END
                   CONTINUE
               WHEN AT-IX > WS-ARCH-COUNT
                   CONTINUE
               WHEN AT-INVOICE-NO (AT-IX) = WS-ITEM-INVOICE
                   MOVE "YES" TO WS-ITEM-ARCHIVED
                   MOVE AT-BALANCE (AT-IX) TO WS-ITEM-ARCH
                   MOVE AT-AMT-DUE (AT-IX) TO WS-ITEM-ARCH-DUE
                   MOVE "YES" TO AT-MATCHED (AT-IX)
           END-SEARCH.
       510-EXIT.
           EXIT.
      ******************************************************************
      *520-FIND-ADJUST Looks up tonight's adjustments to the item being
      *                checked, and whether they issued it, and marks
      *                the entry matched.
      ******************************************************************
       520-FIND-ADJUST.
           MOVE 0 TO WS-ITEM-ADJ
           MOVE "NO" TO WS-ITEM-ISSUED
           SET JT-IX TO 1
           SEARCH WS-ADJ-ENTRY
               AT END
                   CONTINUE
               WHEN JT-IX > WS-ADJ-COUNT
                   CONTINUE
               WHEN JT-INVOICE-NO (JT-IX) = WS-ITEM-INVOICE
                   MOVE JT-AMOUNT (JT-IX) TO WS-ITEM-ADJ
                   MOVE JT-ISSUED (JT-IX) TO WS-ITEM-ISSUED
                   MOVE "YES" TO JT-MATCHED (JT-IX)
           END-SEARCH.
       520-EXIT.
           EXIT.
      ******************************************************************
      *610-CHECK-ARCHIVE-LEFT Checks an archived item the merge never
      *                       reached -- one loaded and archived
      *                       between two runs, or one that was never
      *                       on the snapshot at all -- through the
      *                       same item check as every other invoice.
      ******************************************************************
       610-CHECK-ARCHIVE-LEFT.
           IF AT-MATCHED (WS-ARCH-SUB) = "YES"
               GO TO 610-EXIT
           END-IF
           MOVE "NO" TO WS-OLD-EXISTS
           MOVE "NO" TO WS-NEW-EXISTS
           MOVE 0 TO WS-OLD-DUE
           MOVE 0 TO WS-OLD-BAL
           MOVE 0 TO WS-NEW-DUE
           MOVE 0 TO WS-NEW-BAL
           MOVE AT-INVOICE-NO (WS-ARCH-SUB) TO WS-ITEM-INVOICE
           MOVE AT-CUST-NO (WS-ARCH-SUB) TO WS-ITEM-CUST
           PERFORM 400-CHECK-ITEM THRU 400-EXIT.
       610-EXIT.
           EXIT.
      ******************************************************************
      *620-CHECK-CASH-LEFT Lists cash written tonight against an
      *                    invoice that is on neither the snapshot nor
      *                    tonight's file -- money the open-item file
      *                    never saw.
      ******************************************************************
       620-CHECK-CASH-LEFT.
           IF CT-MATCHED (WS-CASH-SUB) = "YES"
               GO TO 620-EXIT
           END-IF
           MOVE CT-INVOICE-NO (WS-CASH-SUB) TO WS-ITEM-INVOICE
           MOVE CT-CUST-NO (WS-CASH-SUB) TO WS-ITEM-CUST
           MOVE 0 TO WS-OLD-BAL
           MOVE 0 TO WS-NEW-BAL
           COMPUTE WS-ITEM-EXPECTED = 0 - CT-AMOUNT (WS-CASH-SUB)
           MOVE "CASH FOR ITEM NOT ON FILE" TO WS-REASON
           PERFORM 810-WRITE-VARIANCE THRU 810-EXIT.
       620-EXIT.
           EXIT.
      ******************************************************************
      *630-CHECK-ADJUST-LEFT Lists an adjustment made tonight to an
      *                      item that is on neither the snapshot nor
      *                      tonight's file.
      ******************************************************************
       630-CHECK-ADJUST-LEFT.
           IF JT-MATCHED (WS-ADJ-SUB) = "YES"
               GO TO 630-EXIT
           END-IF
           MOVE JT-INVOICE-NO (WS-ADJ-SUB) TO WS-ITEM-INVOICE
           MOVE JT-CUST-NO (WS-ADJ-SUB) TO WS-ITEM-CUST
           MOVE 0 TO WS-OLD-BAL
           MOVE 0 TO WS-NEW-BAL
           MOVE JT-AMOUNT (WS-ADJ-SUB) TO WS-ITEM-EXPECTED
           MOVE "ADJUSTMENT FOR ITEM NOT ON FILE" TO WS-REASON
           PERFORM 810-WRITE-VARIANCE THRU 810-EXIT.
       630-EXIT.
           EXIT.
      ******************************************************************
      *700-TIE-TO-GL Adds up the AR lines on TOTALSLE's journal
      *              extract, the AR and unapplied-cash lines on
      *              ARCASH's cash extract, and the AR lines on
      *              CRMEMO's credit memo extract and FINCHG's
      *              finance charge extract, dated after the last
      *              reconciliation, for the roll-forward to tie to.
      *              The accounts are found through the same
      *              GL-ACCOUNTS roles the extracts were coded from; a
      *              missing mapping means nothing can be tied. An
      *              extract that is not there (no run tonight, or one
      *              held back) counts as zero, and a held-back extract
      *              shows as a GL tie out of balance.
      ******************************************************************
       700-TIE-TO-GL.
           OPEN INPUT GL-ACCOUNTS
           IF WS-GLACCT-STATUS NOT = "00"
               DISPLAY "ARRECON: GL-ACCOUNTS could not be opened, "
                       "status " WS-GLACCT-STATUS
               MOVE "NO" TO WS-GL-MAP-OK
               GO TO 700-EXIT
           END-IF
           MOVE "AR" TO GLA-TYPE
           MOVE SPACES TO GLA-JURIS
           PERFORM 710-LOOKUP-GL-ACCOUNT THRU 710-EXIT
           MOVE GLA-ACCOUNT TO WS-GL-AR-ACCT
           MOVE "UNAP" TO GLA-TYPE
           MOVE SPACES TO GLA-JURIS
           PERFORM 710-LOOKUP-GL-ACCOUNT THRU 710-EXIT
           MOVE GLA-ACCOUNT TO WS-GL-UNAP-ACCT
           CLOSE GL-ACCOUNTS
           IF WS-GL-MAP-OK = "NO"
               GO TO 700-EXIT
           END-IF
           OPEN INPUT GL-EXTRACT
           IF WS-GLX-STATUS = "00"
               MOVE "NO" TO WS-GL-EOF
               PERFORM 720-READ-GL-EXTRACT THRU 720-EXIT
                   UNTIL WS-GL-EOF = "YES"
               CLOSE GL-EXTRACT
           END-IF
           OPEN INPUT GL-CASH-EXTRACT
           IF WS-GLC-STATUS = "00"
               MOVE "NO" TO WS-GL-EOF
               PERFORM 730-READ-GL-CASH THRU 730-EXIT
                   UNTIL WS-GL-EOF = "YES"
               CLOSE GL-CASH-EXTRACT
           END-IF
           OPEN INPUT GL-CRMEMO-EXTRACT
           IF WS-GLM-STATUS = "00"
               MOVE "NO" TO WS-GL-EOF
               PERFORM 740-READ-GL-CRMEMO THRU 740-EXIT
                   UNTIL WS-GL-EOF = "YES"
               CLOSE GL-CRMEMO-EXTRACT
           END-IF
           OPEN INPUT GL-FINCHG-EXTRACT
           IF WS-GLF-STATUS = "00"
               MOVE "NO" TO WS-GL-EOF
               PERFORM 750-READ-GL-FINCHG THRU 750-EXIT
                   UNTIL WS-GL-EOF = "YES"
               CLOSE GL-FINCHG-EXTRACT
           END-IF.
       700-EXIT.
           EXIT.
      ******************************************************************
      *710-LOOKUP-GL-ACCOUNT Reads the chart mapping for the role in
      *                      GLA-KEY; a role with no mapping means the
      *                      GL tie cannot be made.
      ******************************************************************
       710-LOOKUP-GL-ACCOUNT.
           READ GL-ACCOUNTS
               INVALID KEY
                   MOVE "NO" TO WS-GL-MAP-OK
                   MOVE SPACES TO GLA-ACCOUNT
                   DISPLAY "ARRECON: no GL account mapped for "
                           GLA-TYPE " " GLA-JURIS
           END-READ.
       710-EXIT.
           EXIT.
      ******************************************************************
      *720-READ-GL-EXTRACT Reads one journal line from TOTALSLE's
      *                    extract and nets its AR line into the AR
      *                    debit the new invoices must equal.
      ******************************************************************
       720-READ-GL-EXTRACT.
           READ GL-EXTRACT
               AT END
                   MOVE "YES" TO WS-GL-EOF
                   GO TO 720-EXIT
           END-READ
           IF GL-DATE NOT GREATER THAN WS-LAST-DATE
               GO TO 720-EXIT
           END-IF
           IF GL-ACCOUNT = WS-GL-AR-ACCT
               ADD GL-DEBIT TO WS-GL-AR-DEBIT
               SUBTRACT GL-CREDIT FROM WS-GL-AR-DEBIT
           END-IF.
       720-EXIT.
           EXIT.
      ******************************************************************
      *730-READ-GL-CASH Reads one journal line from ARCASH's extract
      *                 and nets its AR and unapplied-cash lines into
      *                 the credits the night's cash must equal.
      ******************************************************************
       730-READ-GL-CASH.
           READ GL-CASH-EXTRACT
               AT END
                   MOVE "YES" TO WS-GL-EOF
                   GO TO 730-EXIT
           END-READ
           IF GC-DATE NOT GREATER THAN WS-LAST-DATE
               GO TO 730-EXIT
           END-IF
           IF GC-ACCOUNT = WS-GL-AR-ACCT
               ADD GC-CREDIT TO WS-GL-AR-CREDIT
               SUBTRACT GC-DEBIT FROM WS-GL-AR-CREDIT
           END-IF
           IF GC-ACCOUNT = WS-GL-UNAP-ACCT
               ADD GC-CREDIT TO WS-GL-UNAP-CREDIT
               SUBTRACT GC-DEBIT FROM WS-GL-UNAP-CREDIT
           END-IF.
       730-EXIT.
           EXIT.
      ******************************************************************
      *740-READ-GL-CRMEMO Reads one journal line from CRMEMO's extract
      *                   and nets its AR line into the credit the
      *                   night's credit memos must equal.
      ******************************************************************
       740-READ-GL-CRMEMO.
           READ GL-CRMEMO-EXTRACT
               AT END
                   MOVE "YES" TO WS-GL-EOF
                   GO TO 740-EXIT
           END-READ
           IF GM-DATE NOT GREATER THAN WS-LAST-DATE
               GO TO 740-EXIT
           END-IF
           IF GM-ACCOUNT = WS-GL-AR-ACCT
               ADD GM-CREDIT TO WS-GL-CM-CREDIT
               SUBTRACT GM-DEBIT FROM WS-GL-CM-CREDIT
           END-IF.
       740-EXIT.
           EXIT.
      ******************************************************************
      *750-READ-GL-FINCHG Reads one journal line from FINCHG's extract
      *                   and nets its AR line into the debit the
      *                   finance charges added must equal.
      ******************************************************************
       750-READ-GL-FINCHG.
           READ GL-FINCHG-EXTRACT
               AT END
                   MOVE "YES" TO WS-GL-EOF
                   GO TO 750-EXIT
           END-READ
           IF GF-DATE NOT GREATER THAN WS-LAST-DATE
               GO TO 750-EXIT
           END-IF
           IF GF-ACCOUNT = WS-GL-AR-ACCT
               ADD GF-DEBIT TO WS-GL-FC-DEBIT
               SUBTRACT GF-CREDIT FROM WS-GL-FC-DEBIT
           END-IF.
       750-EXIT.
           EXIT.
      ******************************************************************
      *800-WRITE-HEADER Writes the report headings at the top of each
      *                 page of variances.
      ******************************************************************
       800-WRITE-HEADER.
           WRITE RECON-REC FROM RECON-HEADING1
                 AFTER ADVANCING PAGE
           WRITE RECON-REC FROM RECON-HEADING2
                 AFTER ADVANCING 2 LINES
           MOVE 3 TO WS-LINECT.
       800-EXIT.
           EXIT.
      ******************************************************************
      *810-WRITE-VARIANCE Prints one invoice the transactions do not
      *                   explain and adds its difference to the
      *                   variance total, which accounts for the
      *                   roll-forward difference invoice by invoice.
      ******************************************************************
       810-WRITE-VARIANCE.
           ADD 1 TO WS-VAR-COUNT
           SUBTRACT WS-ITEM-EXPECTED FROM WS-NEW-BAL
               GIVING WS-ITEM-DIFF
           ADD WS-ITEM-DIFF TO WS-VAR-TOTAL
           MOVE WS-ITEM-INVOICE TO VL-INVOICE
           MOVE WS-ITEM-CUST TO VL-CUST-NO
           MOVE WS-OLD-BAL TO VL-PRIOR
           MOVE WS-NEW-BAL TO VL-CURRENT
           MOVE WS-ITEM-EXPECTED TO VL-EXPECTED
           MOVE WS-REASON TO VL-REASON
           IF WS-LINECT > WS-FULL-PAGE
               PERFORM 800-WRITE-HEADER THRU 800-EXIT
           END-IF
           WRITE RECON-REC FROM VARIANCE-LINE
                 AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINECT.
       810-EXIT.
           EXIT.
      ******************************************************************
      *900-WRITE-ROLL-FORWARD Prints the roll-forward from last
      *                       night's closing to tonight's computed
      *                       open balance, the GL ties, and the
      *                       counts, and decides whether AR proved.
      *                       The snapshot total is shown against the
      *                       saved closing as well, so a snapshot
      *                       that was tampered with between runs is
      *                       caught before its variances are
      *                       believed.
      ******************************************************************
       900-WRITE-ROLL-FORWARD.
           IF WS-VAR-COUNT = 0
               MOVE "NO UNEXPLAINED INVOICE CHANGES" TO RS-TEXT
               WRITE RECON-REC FROM RECON-SECTION-LINE
                     AFTER ADVANCING 1 LINE
           END-IF
           IF WS-INITIAL-RUN = "YES"
               MOVE "FIRST RUN - OPENING BALANCE ESTABLISHED"
                   TO RS-TEXT
               WRITE RECON-REC FROM RECON-SECTION-LINE
                     AFTER ADVANCING 2 LINES
               MOVE "OPEN BALANCE PER AR-OPEN-FILE" TO RM-LABEL
               MOVE WS-OPEN-TOTAL TO RM-VALUE
               WRITE RECON-REC FROM RECON-MONEY-LINE
                     AFTER ADVANCING 1 LINE
               MOVE "OPEN ITEMS READ" TO RC-LABEL
               MOVE WS-LIVE-COUNT TO RC-VALUE
               WRITE RECON-REC FROM RECON-COUNT-LINE
                     AFTER ADVANCING 1 LINE
               GO TO 900-EXIT
           END-IF
           COMPUTE WS-EXPECTED-CLOSING = WS-PRIOR-CLOSING
                                       + WS-NEW-INV-TOTAL
                                       - WS-PAY-INV-TOTAL
                                       - WS-PAY-ONACCT-TOTAL
                                       - WS-ARCH-TOTAL
                                       + WS-CM-ISSUED-TOTAL
                                       + WS-FC-ISSUED-TOTAL
                                       + WS-ADJ-APPLIED-TOTAL
           SUBTRACT WS-EXPECTED-CLOSING FROM WS-OPEN-TOTAL
               GIVING WS-CLOSING-DIFF
           MOVE "AR ROLL-FORWARD" TO RS-TEXT
           WRITE RECON-REC FROM RECON-SECTION-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "PRIOR CLOSING BALANCE" TO RM-LABEL
           MOVE WS-PRIOR-CLOSING TO RM-VALUE
           WRITE RECON-REC FROM RECON-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "  PLUS NEW INVOICES LOADED" TO RM-LABEL
           MOVE WS-NEW-INV-TOTAL TO RM-VALUE
           WRITE RECON-REC FROM RECON-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "  LESS CASH APPLIED TO INVOICES" TO RM-LABEL
           MOVE WS-PAY-INV-TOTAL TO RM-VALUE
           WRITE RECON-REC FROM RECON-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "  LESS CASH PUT ON ACCOUNT" TO RM-LABEL
           MOVE WS-PAY-ONACCT-TOTAL TO RM-VALUE
           WRITE RECON-REC FROM RECON-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "  LESS BALANCE ARCHIVED" TO RM-LABEL
           MOVE WS-ARCH-TOTAL TO RM-VALUE
           WRITE RECON-REC FROM RECON-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "  PLUS CREDIT MEMOS ISSUED" TO RM-LABEL
           MOVE WS-CM-ISSUED-TOTAL TO RM-VALUE
           WRITE RECON-REC FROM RECON-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "  PLUS FINANCE CHARGES" TO RM-LABEL
           MOVE WS-FC-ISSUED-TOTAL TO RM-VALUE
           WRITE RECON-REC FROM RECON-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "  PLUS CREDITS APPLIED (NET)" TO RM-LABEL
           MOVE WS-ADJ-APPLIED-TOTAL TO RM-VALUE
           WRITE RECON-REC FROM RECON-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "EXPECTED CLOSING BALANCE" TO RM-LABEL
           MOVE WS-EXPECTED-CLOSING TO RM-VALUE
           WRITE RECON-REC FROM RECON-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "OPEN BALANCE PER AR-OPEN-FILE" TO RM-LABEL
           MOVE WS-OPEN-TOTAL TO RM-VALUE
           WRITE RECON-REC FROM RECON-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "DIFFERENCE" TO RM-LABEL
           MOVE WS-CLOSING-DIFF TO RM-VALUE
           WRITE RECON-REC FROM RECON-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "  OF WHICH ON VARIANCE REPORT" TO RM-LABEL
           MOVE WS-VAR-TOTAL TO RM-VALUE
           WRITE RECON-REC FROM RECON-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "ROLL-FORWARD: EXPECTED = OPEN BALANCE" TO RP-LABEL
           IF WS-CLOSING-DIFF = 0 AND WS-VAR-COUNT = 0
               MOVE "OK" TO RP-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO RP-STATUS
               MOVE "YES" TO WS-OUT-OF-BAL
           END-IF
           WRITE RECON-REC FROM RECON-PROOF-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "SNAPSHOT TOTAL" TO RM-LABEL
           MOVE WS-SNAP-TOTAL TO RM-VALUE
           WRITE RECON-REC FROM RECON-MONEY-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "SNAPSHOT: TOTAL = PRIOR CLOSING" TO RP-LABEL
           IF WS-SNAP-TOTAL = WS-PRIOR-CLOSING
               MOVE "OK" TO RP-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO RP-STATUS
               MOVE "YES" TO WS-OUT-OF-BAL
           END-IF
           WRITE RECON-REC FROM RECON-PROOF-LINE
                 AFTER ADVANCING 1 LINE
           PERFORM 910-WRITE-GL-TIE THRU 910-EXIT
           PERFORM 920-WRITE-COUNTS THRU 920-EXIT.
       900-EXIT.
           EXIT.
      ******************************************************************
      *910-WRITE-GL-TIE Prints the night's AR movement beside the GL
      *                 extract lines that should carry it, one proof
      *                 per line type.
      ******************************************************************
       910-WRITE-GL-TIE.
           MOVE "GL TIE" TO RS-TEXT
           WRITE RECON-REC FROM RECON-SECTION-LINE
                 AFTER ADVANCING 2 LINES
           IF WS-GL-MAP-OK = "NO"
               MOVE "GL TIE: ACCOUNT MAPPING MISSING" TO RP-LABEL
               MOVE "NOT PROVEN" TO RP-STATUS
               MOVE "YES" TO WS-OUT-OF-BAL
               WRITE RECON-REC FROM RECON-PROOF-LINE
                     AFTER ADVANCING 1 LINE
               GO TO 910-EXIT
           END-IF
           MOVE "AR DEBIT PER SALES EXTRACT" TO RM-LABEL
           MOVE WS-GL-AR-DEBIT TO RM-VALUE
           WRITE RECON-REC FROM RECON-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "GL TIE: NEW INVOICES = AR DEBIT" TO RP-LABEL
           IF WS-NEW-INV-TOTAL = WS-GL-AR-DEBIT
               MOVE "OK" TO RP-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO RP-STATUS
               MOVE "YES" TO WS-OUT-OF-BAL
           END-IF
           WRITE RECON-REC FROM RECON-PROOF-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "AR CREDIT PER CASH EXTRACT" TO RM-LABEL
           MOVE WS-GL-AR-CREDIT TO RM-VALUE
           WRITE RECON-REC FROM RECON-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "GL TIE: CASH TO INVOICES = AR CREDIT" TO RP-LABEL
           IF WS-PAY-INV-TOTAL = WS-GL-AR-CREDIT
               MOVE "OK" TO RP-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO RP-STATUS
               MOVE "YES" TO WS-OUT-OF-BAL
           END-IF
           WRITE RECON-REC FROM RECON-PROOF-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "UNAPPLIED CREDIT PER CASH EXTRACT" TO RM-LABEL
           MOVE WS-GL-UNAP-CREDIT TO RM-VALUE
           WRITE RECON-REC FROM RECON-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "GL TIE: ON ACCOUNT = UNAPPLIED CREDIT" TO RP-LABEL
           IF WS-PAY-ONACCT-TOTAL = WS-GL-UNAP-CREDIT
               MOVE "OK" TO RP-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO RP-STATUS
               MOVE "YES" TO WS-OUT-OF-BAL
           END-IF
           WRITE RECON-REC FROM RECON-PROOF-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "AR CREDIT PER CREDIT MEMO EXTRACT" TO RM-LABEL
           MOVE WS-GL-CM-CREDIT TO RM-VALUE
           WRITE RECON-REC FROM RECON-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           COMPUTE WS-CM-CREDIT-TOTAL = 0 - WS-CM-ISSUED-TOTAL
           MOVE "GL TIE: CREDIT MEMOS = AR CREDIT" TO RP-LABEL
           IF WS-CM-CREDIT-TOTAL = WS-GL-CM-CREDIT
               MOVE "OK" TO RP-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO RP-STATUS
               MOVE "YES" TO WS-OUT-OF-BAL
           END-IF
           WRITE RECON-REC FROM RECON-PROOF-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "AR DEBIT PER FINANCE CHARGE EXTRACT" TO RM-LABEL
           MOVE WS-GL-FC-DEBIT TO RM-VALUE
           WRITE RECON-REC FROM RECON-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "GL TIE: FINANCE CHARGES = AR DEBIT" TO RP-LABEL
           IF WS-FC-ISSUED-TOTAL = WS-GL-FC-DEBIT
               MOVE "OK" TO RP-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO RP-STATUS
               MOVE "YES" TO WS-OUT-OF-BAL
           END-IF
           WRITE RECON-REC FROM RECON-PROOF-LINE
                 AFTER ADVANCING 1 LINE.
       910-EXIT.
           EXIT.
      ******************************************************************
      *920-WRITE-COUNTS Prints the record counts behind the figures.
      ******************************************************************
       920-WRITE-COUNTS.
           MOVE "OPEN ITEMS READ" TO RC-LABEL
           MOVE WS-LIVE-COUNT TO RC-VALUE
           WRITE RECON-REC FROM RECON-COUNT-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "NEW OPEN ITEMS" TO RC-LABEL
           MOVE WS-NEW-ITEM-COUNT TO RC-VALUE
           WRITE RECON-REC FROM RECON-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "NEW CASH HISTORY RECORDS" TO RC-LABEL
           MOVE WS-CASH-NEW-COUNT TO RC-VALUE
           WRITE RECON-REC FROM RECON-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "NEW ARCHIVE RECORDS" TO RC-LABEL
           MOVE WS-ARCH-NEW-COUNT TO RC-VALUE
           WRITE RECON-REC FROM RECON-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "NEW AR ADJUSTMENT RECORDS" TO RC-LABEL
           MOVE WS-ADJ-NEW-COUNT TO RC-VALUE
           WRITE RECON-REC FROM RECON-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "INVOICES ON VARIANCE REPORT" TO RC-LABEL
           MOVE WS-VAR-COUNT TO RC-VALUE
           WRITE RECON-REC FROM RECON-COUNT-LINE
                 AFTER ADVANCING 1 LINE.
       920-EXIT.
           EXIT.
      ******************************************************************
      *950-SAVE-CLOSING Saves tonight's open balance and record counts
      *                 for the next run, and rewrites the snapshot
      *                 from tonight's open-item file, read again from
      *                 the top.
      ******************************************************************
       950-SAVE-CLOSING.
           CLOSE AR-OPEN-FILE
           OPEN INPUT AR-OPEN-FILE
           IF WS-AROPEN-STATUS NOT = "00"
               DISPLAY "ERROR: AR-OPEN-FILE could not be reopened, "
                       "status " WS-AROPEN-STATUS
                       " - CLOSING NOT SAVED"
               MOVE "YES" TO WS-OUT-OF-BAL
               GO TO 950-EXIT
           END-IF
           OPEN OUTPUT AR-SNAPSHOT
           MOVE "NO" TO WS-LIVE-EOF
           PERFORM 955-COPY-ONE-ITEM THRU 955-EXIT
               UNTIL WS-LIVE-EOF = "YES"
           CLOSE AR-SNAPSHOT
                 AR-OPEN-FILE
           OPEN OUTPUT RECON-CTL
           MOVE WS-DATE-NUM TO RCN-LAST-DATE
           MOVE WS-OPEN-TOTAL TO RCN-CLOSING
           MOVE WS-CASH-READ-COUNT TO RCN-CASH-COUNT
           MOVE WS-ARCH-READ-COUNT TO RCN-ARCH-COUNT
           MOVE WS-ADJ-READ-COUNT TO RCN-ADJ-COUNT
           WRITE RECON-CTL-REC
           CLOSE RECON-CTL.
       950-EXIT.
           EXIT.
      ******************************************************************
      *955-COPY-ONE-ITEM Copies one open item to the new snapshot.
      ******************************************************************
       955-COPY-ONE-ITEM.
           READ AR-OPEN-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-LIVE-EOF
                   GO TO 955-EXIT
           END-READ
           WRITE SNAP-REC FROM AR-OPEN-REC.
       955-EXIT.
           EXIT.
