      *applied, and the statement program would have nothing to
      *print. The history is extended, never replaced.
      *
      *The day's cash is also journalled for the general ledger. After
      *the payments are in, every cash history record dated today is
      *read back and summed into a dated extract: a cash debit for the
      *whole day's receipts, an AR credit for what was applied to
      *invoices, and a credit to the unapplied-cash liability for what
      *went on account as a 9xxxxx credit. Accounts come from the
      *GL-ACCOUNTS mapping file (roles CASH, AR, and UNAP, maintained
      *by GLAMNT). Like TOTALSLE's extract, it is held back -- left
      *empty with return code 8 -- when a mapping is missing or the
      *debits and credits do not net to zero.
      *
      *An ARCASH MODE record on the run-parameter control file pins
      *the mode to BATCH or CONSOLE ahead of the payment-file check,
      *so the nightly stream can never be left sitting on a console
      *            PAY-REG "J:\COBOL\payreg.doc"
      *            CASH-HISTORY "J:\COBOL\cashhist.dat"
      *            RUN-PARMS "J:\COBOL\runparm.dat"
      *            GL-CASH-EXTRACT "J:\COBOL\glcash.dat"
      *            GL-ACCOUNTS "J:\COBOL\glacct.dat"
      ******************************************************************
       environment division.
       input-output section.
               assign to UT-SYS-RUNPARM
               organization is sequential
               file status is WS-RUNPARM-STATUS.
           select GL-CASH-EXTRACT
               assign to UT-SYS-GLCASH
               organization is sequential.
           select GL-ACCOUNTS
               assign to UT-SYS-GLACCT
               organization is indexed
               access mode is random
               record key is GLA-KEY
               file status is WS-GLACCT-STATUS.
       data division.
       file section.
       FD AR-OPEN-FILE.
           05 RP-KEYWORD             PIC X(12).
           05 RP-VALUE               PIC X(20).

       FD GL-CASH-EXTRACT
           RECORD CONTAINS 34.
       01 GL-EXTRACT-REC.
           05 GL-YEAR                PIC 9999.
           05 GL-MONTH               PIC 99.
           05 GL-DAY                 PIC 99.
           05 GL-ACCOUNT             PIC X(8).
           05 GL-DEBIT               PIC S9(7)V99.
           05 GL-CREDIT              PIC S9(7)V99.

       FD GL-ACCOUNTS.
       01 GL-ACCT-REC.
           05 GLA-KEY.
               10 GLA-TYPE           PIC X(4).
               10 GLA-JURIS          PIC XX.
           05 GLA-ACCOUNT            PIC X(8).

       working-storage section.
       01 WS-VARS.
           05 WS-AROPEN-STATUS       PIC XX.
           05 WS-MODE-FROM-PARM      PIC XXX VALUE "NO".
           05 WS-PARM-MODE           PIC X(8).
           05 WS-SKIP-CONSOLE        PIC XXX VALUE "NO".
           05 WS-GLACCT-STATUS       PIC XX.
           05 WS-GLX-EOF             PIC XXX VALUE "NO".
           05 WS-GLX-OK              PIC XXX VALUE "YES".
           05 WS-GLX-CASH            PIC S9(9)V99 VALUE 0.
           05 WS-GLX-AR              PIC S9(9)V99 VALUE 0.
           05 WS-GLX-UNAP            PIC S9(9)V99 VALUE 0.
           05 WS-GLX-DR-TOTAL        PIC S9(9)V99 VALUE 0.
           05 WS-GLX-CR-TOTAL        PIC S9(9)V99 VALUE 0.
           05 WS-GLX-ACCOUNT         PIC X(8).
           05 WS-GLX-CASH-ACCT       PIC X(8).
           05 WS-GLX-AR-ACCT         PIC X(8).
           05 WS-GLX-UNAP-ACCT       PIC X(8).
           05 WS-GLX-FOUND           PIC XXX.
       01 WS-FILES.
           05 UT-SYS-AROPEN          PIC X(67)
              VALUE "J:\COBOL\aropen.dat".
              VALUE "J:\COBOL\cashhist.dat".
           05 UT-SYS-RUNPARM         PIC X(67)
              VALUE "J:\COBOL\runparm.dat".
           05 UT-SYS-GLCASH          PIC X(67)
              VALUE "J:\COBOL\glcash.dat".
           05 UT-SYS-GLACCT          PIC X(67)
              VALUE "J:\COBOL\glacct.dat".
       01 WS-DATE.
           05 WS-YEAR                PIC 9999.
           05 WS-MONTH               PIC 99.
           05 WS-DAY                 PIC 99.
       01 WS-DATE-NUM REDEFINES WS-DATE PIC 9(8).
       01 REG-HEADING1.
           05 H-MONTH                PIC 99.
           05                        PIC X VALUE "/".
      *100-MAIN Opens the files, decides batch or interactive the way
      *         TOTALSLE does (a present payment file means batch),
      *         applies every payment, and closes with the register
      *         totals the deposit is balanced against. The cash
      *         history is closed before the GL extract is built so
      *         the extract can read today's applications back.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
               END-IF
           END-IF
           PERFORM 900-WRITE-TOTALS THRU 900-EXIT
           CLOSE CASH-HISTORY
           PERFORM 920-WRITE-GL-EXTRACT THRU 920-EXIT
           CLOSE AR-OPEN-FILE
                 PAY-REG
                 GL-CASH-EXTRACT
           STOP RUN.
      ******************************************************************
      *110-INIT Gets the run date, opens the open-item file for update
      *         and the register and GL cash extract for output, and
      *         writes the register headings. The extract is started
      *         empty every run, so a run that holds it back can never
      *         leave yesterday's lines behind for the import.
      ******************************************************************
       110-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
               STOP RUN
           END-IF
           OPEN OUTPUT PAY-REG
                       GL-CASH-EXTRACT
           WRITE PAYREG-REC FROM REG-HEADING1
                 AFTER ADVANCING PAGE
           WRITE PAYREG-REC FROM REG-HEADING2
                 AFTER ADVANCING 1 LINE.
       900-EXIT.
           EXIT.
      ******************************************************************
      *920-WRITE-GL-EXTRACT Writes the cash receipts journal lines the
      *                     general ledger import picks up. The day's
      *                     figures are re-added from every cash
      *                     history record dated today, not taken from
      *                     this run's register totals, so the extract
      *                     is whole-day when the cashier runs ARCASH
      *                     more than once. The lines are a cash debit
      *                     for all the day's receipts, an AR credit
      *                     for the cash applied to invoices, and an
      *                     unapplied-cash credit for the cash put on
      *                     account in the 9xxxxx credit block, with
      *                     accounts from the GL-ACCOUNTS mapping file.
      *                     An extract whose debits and credits do not
      *                     net to zero, or with a mapping missing, is
      *                     NOT released: the extract file is left
      *                     empty and the run ends with return code 8,
      *                     the same hold TOTALSLE puts on its own.
      ******************************************************************
       920-WRITE-GL-EXTRACT.
           MOVE "YES" TO WS-GLX-OK
           MOVE "NO" TO WS-GLX-EOF
           OPEN INPUT CASH-HISTORY
           IF WS-CASHHIST-STATUS NOT = "00"
               DISPLAY "ARCASH: CASH-HISTORY could not be reopened, "
                       "status " WS-CASHHIST-STATUS
                       " - GL EXTRACT NOT RELEASED"
               MOVE 8 TO RETURN-CODE
               GO TO 920-EXIT
           END-IF
           PERFORM 921-READ-CASH-HISTORY THRU 921-EXIT
               UNTIL WS-GLX-EOF = "YES"
           CLOSE CASH-HISTORY
           MOVE WS-GLX-CASH TO WS-GLX-DR-TOTAL
           COMPUTE WS-GLX-CR-TOTAL = WS-GLX-AR + WS-GLX-UNAP
           IF WS-GLX-DR-TOTAL NOT = WS-GLX-CR-TOTAL
               DISPLAY "ARCASH: EXTRACT DEBITS AND CREDITS DO NOT "
                       "NET TO ZERO - GL EXTRACT NOT RELEASED"
               MOVE 8 TO RETURN-CODE
               GO TO 920-EXIT
           END-IF
           OPEN INPUT GL-ACCOUNTS
           IF WS-GLACCT-STATUS NOT = "00"
               DISPLAY "ARCASH: GL-ACCOUNTS could not be opened, "
                       "status " WS-GLACCT-STATUS
                       " - GL EXTRACT NOT RELEASED"
               MOVE 8 TO RETURN-CODE
               GO TO 920-EXIT
           END-IF
           MOVE "CASH" TO GLA-TYPE
           MOVE SPACES TO GLA-JURIS
           PERFORM 925-LOOKUP-GL-ACCOUNT THRU 925-EXIT
           MOVE WS-GLX-ACCOUNT TO WS-GLX-CASH-ACCT
           MOVE "AR" TO GLA-TYPE
           MOVE SPACES TO GLA-JURIS
           PERFORM 925-LOOKUP-GL-ACCOUNT THRU 925-EXIT
           MOVE WS-GLX-ACCOUNT TO WS-GLX-AR-ACCT
           MOVE "UNAP" TO GLA-TYPE
           MOVE SPACES TO GLA-JURIS
           PERFORM 925-LOOKUP-GL-ACCOUNT THRU 925-EXIT
           MOVE WS-GLX-ACCOUNT TO WS-GLX-UNAP-ACCT
           CLOSE GL-ACCOUNTS
           IF WS-GLX-OK = "NO"
               DISPLAY "ARCASH: GL ACCOUNT MAPPING MISSING - "
                       "GL EXTRACT NOT RELEASED, HOLD THE GL IMPORT"
               MOVE 8 TO RETURN-CODE
               GO TO 920-EXIT
           END-IF
           MOVE WS-GLX-CASH-ACCT TO WS-GLX-ACCOUNT
           MOVE WS-GLX-CASH TO GL-DEBIT
           MOVE 0 TO GL-CREDIT
           PERFORM 926-WRITE-GL-LINE THRU 926-EXIT
           MOVE WS-GLX-AR-ACCT TO WS-GLX-ACCOUNT
           MOVE 0 TO GL-DEBIT
           MOVE WS-GLX-AR TO GL-CREDIT
           PERFORM 926-WRITE-GL-LINE THRU 926-EXIT
           MOVE WS-GLX-UNAP-ACCT TO WS-GLX-ACCOUNT
           MOVE 0 TO GL-DEBIT
           MOVE WS-GLX-UNAP TO GL-CREDIT
           PERFORM 926-WRITE-GL-LINE THRU 926-EXIT.
       920-EXIT.
           EXIT.
      ******************************************************************
      *921-READ-CASH-HISTORY Reads one cash history record back and
      *                      folds it into the day's sums when it is
      *                      dated today. Cash written against a 9xxxxx
      *                      credit went on account and is owed back
      *                      to the customer until applied, so it is
      *                      kept apart from the cash that paid down
      *                      an invoice.
      ******************************************************************
       921-READ-CASH-HISTORY.
           READ CASH-HISTORY
               AT END
                   MOVE "YES" TO WS-GLX-EOF
                   GO TO 921-EXIT
           END-READ
           IF CH-PAY-DATE NOT = WS-DATE-NUM
               GO TO 921-EXIT
           END-IF
           ADD CH-AMOUNT TO WS-GLX-CASH
           IF CH-INVOICE-NO NOT LESS THAN 900000
               ADD CH-AMOUNT TO WS-GLX-UNAP
           ELSE
               ADD CH-AMOUNT TO WS-GLX-AR
           END-IF.
       921-EXIT.
           EXIT.
      ******************************************************************
      *925-LOOKUP-GL-ACCOUNT Reads the chart mapping for the role in
      *                      GLA-KEY. A mapping that is not on file
      *                      marks the whole extract not-OK; the import
      *                      must never guess an account.
      ******************************************************************
       925-LOOKUP-GL-ACCOUNT.
           READ GL-ACCOUNTS
               INVALID KEY
                   MOVE "NO" TO WS-GLX-FOUND
                   MOVE "NO" TO WS-GLX-OK
                   DISPLAY "ARCASH: no GL account mapped for "
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
