       identification division.
       program-id. FINCHG.
       author. Gabriel Valenzuela and Mark Holada.
       date-written. 10/15/2026
      ******************************************************************
      *Purpose: To charge interest on past-due receivables at month
      *end. Every open item still carrying a balance is aged from its
      *invoice date the way ARAGING ages it, and an item is past due
      *once it is older than 30 days plus the grace period. Each
      *customer's past-due balance, less any credits the customer
      *has on account, is charged the monthly rate, and a charge
      *under the minimum is raised to the minimum. Finance charges
      *already on file are not themselves charged again.
      *
      *The rate (a monthly percent), the minimum charge, and the
      *grace period in days are taken from FINCHG RATE, MINIMUM, and
      *GRACE-DAYS records on the run-parameter control file. When a
      *record is not there the house default is used -- 1.50
      *percent, 2.00, and 10 days -- and the register shows which
      *way each one was set.
      *
      *A customer marked exempt from finance charges on
      *CUSTOMER-MASTER is listed on the register and not charged.
      *A customer with past-due items who is not on the master is
      *charged and flagged so the master can be fixed.
      *
      *Each charge becomes an open item in its own right so it ages,
      *prints on ARSTMT, and can be paid through ARCASH like any
      *invoice. Its number comes from the reserved 7xxxxx block,
      *kept on the finance charge control record, and the new item
      *is logged on the AR adjustment file so ARRECON can account
      *for it. The control record also holds the period last
      *charged, and a second run in the same month is refused so no
      *customer is ever charged twice for one month.
      *
      *The run's charges are journalled for the general ledger: AR
      *debited and finance charge income (FINC) credited. Both
      *accounts are looked up in GL-ACCOUNTS before anything is
      *posted, and the run refuses to post when either is missing.
      *
      *Data Files: AR-OPEN-FILE "J:\COBOL\aropen.dat"
      *            CUSTOMER-MASTER "J:\COBOL\custmast.dat"
      *            FC-CONTROL "J:\COBOL\fcctl.dat"
      *            RUN-PARMS "J:\COBOL\runparm.dat"
      *            AR-ADJUST "J:\COBOL\aradjust.dat"
      *            FC-REG "J:\COBOL\fcreg.doc"
      *            GL-ACCOUNTS "J:\COBOL\glacct.dat"
      *            GL-FINCHG-EXTRACT "J:\COBOL\glfinchg.dat"
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select AR-OPEN-FILE
               assign to UT-SYS-AROPEN
               organization is indexed
               access mode is dynamic
               record key is AR-INVOICE-NO
               file status is WS-AROPEN-STATUS.
           select CUSTOMER-MASTER
               assign to UT-SYS-CUSTMAST
               organization is indexed
               access mode is random
               record key is CM-CUST-NO
               file status is WS-CUSTMAST-STATUS.
           select FC-CONTROL
               assign to UT-SYS-FCCTL
               organization is sequential
               file status is WS-FCCTL-STATUS.
           select RUN-PARMS
               assign to UT-SYS-RUNPARM
               organization is sequential
               file status is WS-RUNPARM-STATUS.
           select AR-ADJUST
               assign to UT-SYS-ARADJUST
               organization is sequential
               file status is WS-ARADJ-STATUS.
           select FC-REG
               assign to UT-SYS-FCREG
               organization is line sequential.
           select GL-ACCOUNTS
               assign to UT-SYS-GLACCT
               organization is indexed
               access mode is random
               record key is GLA-KEY
               file status is WS-GLACCT-STATUS.
           select GL-FINCHG-EXTRACT
               assign to UT-SYS-GLFINCHG
               organization is sequential.
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
           05 AR-INV-DATE-NUM REDEFINES AR-INV-DATE
                                     PIC 9(8).
           05 AR-AMT-DUE             PIC S9(7)V99.
           05 AR-AMT-PAID            PIC S9(7)V99.
           05 AR-STATUS              PIC X.
           05 AR-PAID-DATE           PIC 9(8).

       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-REC.
           05 CM-CUST-NO             PIC X(4).
           05 CM-CUST-NAME           PIC X(25).
           05 CM-JURISDICTION        PIC XX.
           05 CM-STATUS              PIC X.
           05 CM-CREDIT-LIMIT        PIC S9(7)V99.
           05 CM-FINCHG-EXEMPT       PIC X.

       FD FC-CONTROL
           RECORD CONTAINS 20.
       01 FC-CONTROL-REC.
           05 FX-LAST-FC-NO          PIC 9(6).
           05 FX-LAST-PERIOD         PIC 9(6).
           05 FX-LAST-DATE           PIC 9(8).

       FD RUN-PARMS
           RECORD CONTAINS 40.
       01 RUN-PARM-REC.
           05 RP-PROGRAM             PIC X(8).
           05 RP-KEYWORD             PIC X(12).
           05 RP-VALUE               PIC X(20).

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

       FD FC-REG
           RECORD CONTAINS 132.
       01 FCREG-REC                  PIC X(132).

       FD GL-ACCOUNTS.
       01 GL-ACCT-REC.
           05 GLA-KEY.
               10 GLA-TYPE           PIC X(4).
               10 GLA-JURIS          PIC XX.
           05 GLA-ACCOUNT            PIC X(8).

       FD GL-FINCHG-EXTRACT
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
           05 WS-AROPEN-STATUS       PIC XX.
           05 WS-CUSTMAST-STATUS     PIC XX.
           05 WS-FCCTL-STATUS        PIC XX.
           05 WS-RUNPARM-STATUS      PIC XX.
           05 WS-ARADJ-STATUS        PIC XX.
           05 WS-GLACCT-STATUS       PIC XX.
           05 WS-AR-EOF              PIC XXX VALUE "NO".
           05 WS-PARM-EOF            PIC XXX VALUE "NO".
           05 WS-RATE-FROM-PARM      PIC XXX VALUE "NO".
           05 WS-MIN-FROM-PARM       PIC XXX VALUE "NO".
           05 WS-GRACE-FROM-PARM     PIC XXX VALUE "NO".
           05 WS-RATE-IN             PIC X(6).
           05 WS-MIN-IN              PIC X(10).
           05 WS-GRACE-IN            PIC X(3).
           05 WS-PARM-TEST           PIC X(10).
           05 WS-PARM-OK             PIC XXX.
           05 WS-FC-RATE             PIC 99V99 VALUE 1.50.
           05 WS-FC-MINIMUM          PIC 9(5)V99 VALUE 2.00.
           05 WS-GRACE-DAYS          PIC 999 VALUE 10.
           05 WS-PAST-DUE-DAYS       PIC S9(5) VALUE 0.
           05 WS-EDIT-RATE           PIC Z9.99.
           05 WS-EDIT-MIN            PIC ZZZZ9.99.
           05 WS-EDIT-DAYS           PIC ZZ9.
           05 WS-PERIOD              PIC 9(6) VALUE 0.
           05 WS-LAST-PERIOD         PIC 9(6) VALUE 0.
           05 WS-LAST-FC-NO          PIC 9(6) VALUE 700000.
           05 WS-FC-NO               PIC 9(6) VALUE 0.
           05 WS-NUMBER-OK           PIC XXX VALUE "NO".
           05 WS-NUMBER-DONE         PIC XXX VALUE "NO".
           05 WS-BALANCE             PIC S9(7)V99.
           05 WS-TODAY-INT           PIC S9(9) COMP.
           05 WS-INV-INT             PIC S9(9) COMP.
           05 WS-AGE-DAYS            PIC S9(5).
           05 WS-CUST-COUNT          PIC 9(3) VALUE 0.
           05 WS-TABLE-FULL          PIC XXX VALUE "NO".
           05 WS-ENTRY-OK            PIC XXX VALUE "YES".
           05 WS-NET-DUE             PIC S9(7)V99 VALUE 0.
           05 WS-CHARGE              PIC S9(7)V99 VALUE 0.
           05 WS-CHARGED-COUNT       PIC 9(7) VALUE 0.
           05 WS-EXEMPT-COUNT        PIC 9(7) VALUE 0.
           05 WS-CREDIT-COUNT        PIC 9(7) VALUE 0.
           05 WS-FAIL-COUNT          PIC 9(7) VALUE 0.
           05 WS-NOT-ON-FILE-COUNT   PIC 9(7) VALUE 0.
           05 WS-TOTAL-PAST-DUE      PIC S9(9)V99 VALUE 0.
           05 WS-TOTAL-CHARGED       PIC S9(9)V99 VALUE 0.
           05 WS-GLX-OK              PIC XXX VALUE "YES".
           05 WS-GLX-FOUND           PIC XXX.
           05 WS-GLX-ACCOUNT         PIC X(8).
           05 WS-GLX-AR-ACCT         PIC X(8).
           05 WS-GLX-FINC-ACCT       PIC X(8).
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 500 TIMES
                            INDEXED BY CT-IX.
               10 CT-CUST-NO         PIC X(4).
               10 CT-CUST-NAME       PIC X(25).
               10 CT-PAST-DUE        PIC S9(7)V99.
               10 CT-CREDITS         PIC S9(7)V99.
       01 WS-FILES.
           05 UT-SYS-AROPEN          PIC X(67)
              VALUE "J:\COBOL\aropen.dat".
           05 UT-SYS-CUSTMAST        PIC X(67)
              VALUE "J:\COBOL\custmast.dat".
           05 UT-SYS-FCCTL           PIC X(67)
              VALUE "J:\COBOL\fcctl.dat".
           05 UT-SYS-RUNPARM         PIC X(67)
              VALUE "J:\COBOL\runparm.dat".
           05 UT-SYS-ARADJUST        PIC X(67)
              VALUE "J:\COBOL\aradjust.dat".
           05 UT-SYS-FCREG           PIC X(67)
              VALUE "J:\COBOL\fcreg.doc".
           05 UT-SYS-GLACCT          PIC X(67)
              VALUE "J:\COBOL\glacct.dat".
           05 UT-SYS-GLFINCHG        PIC X(67)
              VALUE "J:\COBOL\glfinchg.dat".
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
              VALUE "FINANCE CHARGE REGISTER".
           05                        PIC X(70) VALUE SPACES.
       01 REG-HEADING2.
           05                        PIC X(6) VALUE "CUST".
           05                        PIC X(27) VALUE "NAME".
           05                        PIC X(14) VALUE "   PAST DUE".
           05                        PIC X(14) VALUE "    CREDITS".
           05                        PIC X(14) VALUE "  NET DUE".
           05                        PIC X(12) VALUE "   CHARGE".
           05                        PIC X(9) VALUE "ITEM NO".
           05                        PIC X(36) VALUE "NOTE".
       01 PARM-ECHO-LINE.
           05                        PIC X(11) VALUE "PARAMETER".
           05 PE-KEYWORD             PIC X(14).
           05 PE-VALUE               PIC X(22).
           05 PE-SOURCE              PIC X(20).
           05                        PIC X(65) VALUE SPACES.
       01 REG-DETAIL.
           05 RG-CUST-NO             PIC X(4).
           05                        PIC XX VALUE SPACES.
           05 RG-CUST-NAME           PIC X(25).
           05                        PIC XX VALUE SPACES.
           05 RG-PAST-DUE            PIC ZZZZZZ9.99-.
           05                        PIC XXX VALUE SPACES.
           05 RG-CREDITS             PIC ZZZZZZ9.99-.
           05                        PIC XXX VALUE SPACES.
           05 RG-NET-DUE             PIC ZZZZZZ9.99-.
           05                        PIC XXX VALUE SPACES.
           05 RG-CHARGE              PIC ZZZZZ9.99.
           05                        PIC XXX VALUE SPACES.
           05 RG-FC-NO               PIC Z(5)9.
           05                        PIC XXX VALUE SPACES.
           05 RG-NOTE                PIC X(30).
           05                        PIC X(6) VALUE SPACES.
       01 REG-COUNT-LINE.
           05 RC-LABEL               PIC X(30).
           05 RC-VALUE               PIC ZZZZZZ9-.
           05                        PIC X(94) VALUE SPACES.
       01 REG-MONEY-LINE.
           05 RM-LABEL               PIC X(30).
           05 RM-VALUE               PIC ZZZZZZZZ9.99-.
           05                        PIC X(89) VALUE SPACES.
       01 REG-MSG-LINE.
           05 RS-TEXT                PIC X(70).
           05                        PIC X(62) VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *100-MAIN Checks the month has not been charged already, settles
      *         the rate, minimum, and grace period, makes sure the
      *         GL accounts are mapped, gathers every customer's
      *         past-due balance, charges each customer, prints the
      *         register totals, and journals the charges.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           PERFORM 200-READ-OPEN-ITEM THRU 200-EXIT
               UNTIL WS-AR-EOF = "YES"
           PERFORM 500-CHARGE-CUSTOMER THRU 500-EXIT
               VARYING CT-IX FROM 1 BY 1
               UNTIL CT-IX > WS-CUST-COUNT
           PERFORM 650-SAVE-CONTROL THRU 650-EXIT
           PERFORM 900-WRITE-TOTALS THRU 900-EXIT
           CLOSE AR-OPEN-FILE
                 CUSTOMER-MASTER
                 AR-ADJUST
                 FC-REG
           OPEN OUTPUT GL-FINCHG-EXTRACT
           PERFORM 920-WRITE-GL-EXTRACT THRU 920-EXIT
           CLOSE GL-FINCHG-EXTRACT
           DISPLAY "FINCHG: customers charged: " WS-CHARGED-COUNT
           IF WS-TABLE-FULL = "YES"
               DISPLAY "WARNING: more than 500 customers past due, "
                       "the rest were not charged"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FAIL-COUNT > 0
               DISPLAY "FINCHG: charges not posted: " WS-FAIL-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      *110-INIT Gets the run date and the period it falls in, reads
      *         the finance charge control record (none yet starts
      *         the 7xxxxx block), and refuses the run when this
      *         period has already been charged. The parameters are
      *         then settled and echoed, the GL mappings checked, and
      *         the files opened. The AR adjustment file is permanent
      *         and only ever extended.
      ******************************************************************
       110-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H-MONTH
           MOVE WS-DAY TO H-DAY
           MOVE WS-YEAR TO H-YEAR
           COMPUTE WS-PERIOD = WS-YEAR * 100 + WS-MONTH
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           OPEN INPUT FC-CONTROL
           IF WS-FCCTL-STATUS = "00"
               READ FC-CONTROL
                   NOT AT END
                       MOVE FX-LAST-FC-NO TO WS-LAST-FC-NO
                       MOVE FX-LAST-PERIOD TO WS-LAST-PERIOD
               END-READ
               CLOSE FC-CONTROL
           END-IF
           IF WS-LAST-FC-NO < 700000
               MOVE 700000 TO WS-LAST-FC-NO
           END-IF
           IF WS-LAST-PERIOD = WS-PERIOD
               DISPLAY "FINCHG: finance charges have already been "
                       "run for period " WS-PERIOD
                       " - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 115-READ-RUN-PARMS THRU 115-EXIT
           COMPUTE WS-PAST-DUE-DAYS = 30 + WS-GRACE-DAYS
           OPEN INPUT GL-ACCOUNTS
           IF WS-GLACCT-STATUS NOT = "00"
               DISPLAY "FINCHG: GL-ACCOUNTS could not be opened, "
                       "status " WS-GLACCT-STATUS
                       " - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "AR" TO GLA-TYPE
           MOVE SPACES TO GLA-JURIS
           PERFORM 925-LOOKUP-GL-ACCOUNT THRU 925-EXIT
           MOVE WS-GLX-ACCOUNT TO WS-GLX-AR-ACCT
           MOVE "FINC" TO GLA-TYPE
           MOVE SPACES TO GLA-JURIS
           PERFORM 925-LOOKUP-GL-ACCOUNT THRU 925-EXIT
           MOVE WS-GLX-ACCOUNT TO WS-GLX-FINC-ACCT
           CLOSE GL-ACCOUNTS
           IF WS-GLX-OK = "NO"
               DISPLAY "FINCHG: GL ACCOUNT MAPPING MISSING - "
                       "NOTHING POSTED, MAP AR AND FINC IN GLAMNT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O AR-OPEN-FILE
           IF WS-AROPEN-STATUS NOT = "00"
               DISPLAY "ERROR: AR-OPEN-FILE could not be opened, "
                       "status " WS-AROPEN-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "ERROR: CUSTOMER-MASTER could not be opened, "
                       "status " WS-CUSTMAST-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND AR-ADJUST
           IF WS-ARADJ-STATUS NOT = "00"
               OPEN OUTPUT AR-ADJUST
           END-IF
           OPEN OUTPUT FC-REG
           WRITE FCREG-REC FROM REG-HEADING1
                 AFTER ADVANCING PAGE
           PERFORM 130-ECHO-PARMS THRU 130-EXIT
           WRITE FCREG-REC FROM REG-HEADING2
                 AFTER ADVANCING 2 LINES.
       110-EXIT.
           EXIT.
      ******************************************************************
      *115-READ-RUN-PARMS Reads the run-parameter control file and
      *                   takes the rate, minimum charge, and grace
      *                   period from FINCHG RATE, MINIMUM, and
      *                   GRACE-DAYS records when they are there.
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
      *                  it is addressed to this program. A value that
      *                  is not a number is reported and ignored, and
      *                  the house default stands.
      ******************************************************************
       116-READ-ONE-PARM.
           READ RUN-PARMS
               AT END
                   MOVE "YES" TO WS-PARM-EOF
                   GO TO 116-EXIT
           END-READ
           IF RP-PROGRAM NOT = "FINCHG"
               GO TO 116-EXIT
           END-IF
           EVALUATE RP-KEYWORD
               WHEN "RATE"
                   MOVE RP-VALUE (1:6) TO WS-RATE-IN
                   MOVE WS-RATE-IN TO WS-PARM-TEST
                   PERFORM 140-EDIT-AMOUNT THRU 140-EXIT
                   IF WS-PARM-OK = "YES"
                      AND WS-RATE-IN NOT = SPACES
                       COMPUTE WS-FC-RATE =
                           FUNCTION NUMVAL(WS-RATE-IN)
                       MOVE "YES" TO WS-RATE-FROM-PARM
                   ELSE
                       DISPLAY "FINCHG: RATE parameter not "
                               "a percent, ignored: " RP-VALUE
                   END-IF
               WHEN "MINIMUM"
                   MOVE RP-VALUE (1:10) TO WS-MIN-IN
                   MOVE WS-MIN-IN TO WS-PARM-TEST
                   PERFORM 140-EDIT-AMOUNT THRU 140-EXIT
                   IF WS-PARM-OK = "YES"
                      AND WS-MIN-IN NOT = SPACES
                       COMPUTE WS-FC-MINIMUM =
                           FUNCTION NUMVAL(WS-MIN-IN)
                       MOVE "YES" TO WS-MIN-FROM-PARM
                   ELSE
                       DISPLAY "FINCHG: MINIMUM parameter not "
                               "an amount, ignored: " RP-VALUE
                   END-IF
               WHEN "GRACE-DAYS"
                   MOVE RP-VALUE (1:3) TO WS-GRACE-IN
                   MOVE WS-GRACE-IN TO WS-PARM-TEST
                   INSPECT WS-PARM-TEST
                       CONVERTING "0123456789" TO SPACES
                   IF WS-PARM-TEST = SPACES
                      AND WS-GRACE-IN NOT = SPACES
                       COMPUTE WS-GRACE-DAYS =
                           FUNCTION NUMVAL(WS-GRACE-IN)
                       MOVE "YES" TO WS-GRACE-FROM-PARM
                   ELSE
                       DISPLAY "FINCHG: GRACE-DAYS parameter not "
                               "digits, ignored: " RP-VALUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       116-EXIT.
           EXIT.
      ******************************************************************
      *130-ECHO-PARMS Prints the rate, minimum, and grace period the
      *               run charged with under the report heading, and
      *               whether each came from the control file or is
      *               the house default.
      ******************************************************************
       130-ECHO-PARMS.
           MOVE "RATE" TO PE-KEYWORD
           MOVE WS-FC-RATE TO WS-EDIT-RATE
           MOVE WS-EDIT-RATE TO PE-VALUE
           IF WS-RATE-FROM-PARM = "YES"
               MOVE "FROM CONTROL FILE" TO PE-SOURCE
           ELSE
               MOVE "DEFAULT" TO PE-SOURCE
           END-IF
           WRITE FCREG-REC FROM PARM-ECHO-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "MINIMUM" TO PE-KEYWORD
           MOVE WS-FC-MINIMUM TO WS-EDIT-MIN
           MOVE WS-EDIT-MIN TO PE-VALUE
           IF WS-MIN-FROM-PARM = "YES"
               MOVE "FROM CONTROL FILE" TO PE-SOURCE
           ELSE
               MOVE "DEFAULT" TO PE-SOURCE
           END-IF
           WRITE FCREG-REC FROM PARM-ECHO-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "GRACE-DAYS" TO PE-KEYWORD
           MOVE WS-GRACE-DAYS TO WS-EDIT-DAYS
           MOVE WS-EDIT-DAYS TO PE-VALUE
           IF WS-GRACE-FROM-PARM = "YES"
               MOVE "FROM CONTROL FILE" TO PE-SOURCE
           ELSE
               MOVE "DEFAULT" TO PE-SOURCE
           END-IF
           WRITE FCREG-REC FROM PARM-ECHO-LINE
                 AFTER ADVANCING 1 LINE.
       130-EXIT.
           EXIT.
      ******************************************************************
      *140-EDIT-AMOUNT Sets WS-PARM-OK when the value in WS-PARM-TEST
      *                is blank or digits with at most a decimal
      *                point.
      ******************************************************************
       140-EDIT-AMOUNT.
           INSPECT WS-PARM-TEST
               CONVERTING "0123456789." TO SPACES
           IF WS-PARM-TEST = SPACES
               MOVE "YES" TO WS-PARM-OK
           ELSE
               MOVE "NO" TO WS-PARM-OK
           END-IF.
       140-EXIT.
           EXIT.
      ******************************************************************
      *200-READ-OPEN-ITEM Reads one open item and folds it into its
      *                   customer's figures when it still carries a
      *                   balance either way. Paid items and zero
      *                   balances are passed over.
      ******************************************************************
       200-READ-OPEN-ITEM.
           READ AR-OPEN-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-AR-EOF
               NOT AT END
                   SUBTRACT AR-AMT-PAID FROM AR-AMT-DUE
                       GIVING WS-BALANCE
                   IF AR-STATUS NOT = "P" AND WS-BALANCE NOT = 0
                       PERFORM 300-AGE-ITEM THRU 300-EXIT
                   END-IF
           END-READ.
       200-EXIT.
           EXIT.
      ******************************************************************
      *300-AGE-ITEM Folds one open balance into its customer's
      *             figures. Every credit balance is counted against
      *             what the customer owes, whatever its age. A debit
      *             is counted only when it is past the grace period
      *             and is not itself a finance charge, so a charge
      *             is never charged on. An item with a date that
      *             cannot be read is treated as past due, the same
      *             way ARAGING puts it over 90.
      ******************************************************************
       300-AGE-ITEM.
           IF WS-BALANCE > 0
               IF AR-INVOICE-NO NOT LESS THAN 700000
                  AND AR-INVOICE-NO < 800000
                   GO TO 300-EXIT
               END-IF
               IF AR-INV-DATE-NUM IS NUMERIC
                   COMPUTE WS-INV-INT =
                       FUNCTION INTEGER-OF-DATE(AR-INV-DATE-NUM)
                   SUBTRACT WS-INV-INT FROM WS-TODAY-INT
                       GIVING WS-AGE-DAYS
               ELSE
                   MOVE 999 TO WS-AGE-DAYS
               END-IF
               IF WS-AGE-DAYS NOT GREATER THAN WS-PAST-DUE-DAYS
                   GO TO 300-EXIT
               END-IF
           END-IF
           PERFORM 310-FIND-CUSTOMER THRU 310-EXIT
           IF WS-ENTRY-OK = "NO"
               GO TO 300-EXIT
           END-IF
           IF WS-BALANCE < 0
               SUBTRACT WS-BALANCE FROM CT-CREDITS (CT-IX)
           ELSE
               ADD WS-BALANCE TO CT-PAST-DUE (CT-IX)
           END-IF.
       300-EXIT.
           EXIT.
      ******************************************************************
      *310-FIND-CUSTOMER Finds (or adds) the customer's table entry.
      ******************************************************************
       310-FIND-CUSTOMER.
           MOVE "YES" TO WS-ENTRY-OK
           SET CT-IX TO 1
           SEARCH WS-CUST-ENTRY
               AT END
                   PERFORM 400-ADD-CUSTOMER THRU 400-EXIT
               WHEN CT-IX > WS-CUST-COUNT
                   PERFORM 400-ADD-CUSTOMER THRU 400-EXIT
               WHEN CT-CUST-NO (CT-IX) = AR-CUST-NO
                   CONTINUE
           END-SEARCH.
       310-EXIT.
           EXIT.
      ******************************************************************
      *400-ADD-CUSTOMER Starts a fresh table entry for a customer not
      *                 seen yet. When the table is full the item is
      *                 dropped and the run flagged incomplete.
      ******************************************************************
       400-ADD-CUSTOMER.
           IF WS-CUST-COUNT NOT LESS THAN 500
               MOVE "YES" TO WS-TABLE-FULL
               MOVE "NO" TO WS-ENTRY-OK
               GO TO 400-EXIT
           END-IF
           ADD 1 TO WS-CUST-COUNT
           SET CT-IX TO WS-CUST-COUNT
           MOVE AR-CUST-NO TO CT-CUST-NO (CT-IX)
           MOVE AR-CUST-NAME TO CT-CUST-NAME (CT-IX)
           MOVE 0 TO CT-PAST-DUE (CT-IX)
           MOVE 0 TO CT-CREDITS (CT-IX).
       400-EXIT.
           EXIT.
      ******************************************************************
      *500-CHARGE-CUSTOMER Works out one customer's charge and posts
      *                    it. A customer with nothing past due is
      *                    passed over without a register line. An
      *                    exempt customer, or one whose credits
      *                    cover what is past due, is listed and not
      *                    charged.
      ******************************************************************
       500-CHARGE-CUSTOMER.
           IF CT-PAST-DUE (CT-IX) NOT GREATER THAN 0
               GO TO 500-EXIT
           END-IF
           ADD CT-PAST-DUE (CT-IX) TO WS-TOTAL-PAST-DUE
           MOVE CT-CUST-NO (CT-IX) TO RG-CUST-NO
           MOVE CT-CUST-NAME (CT-IX) TO RG-CUST-NAME
           MOVE CT-PAST-DUE (CT-IX) TO RG-PAST-DUE
           MOVE CT-CREDITS (CT-IX) TO RG-CREDITS
           SUBTRACT CT-CREDITS (CT-IX) FROM CT-PAST-DUE (CT-IX)
               GIVING WS-NET-DUE
           MOVE WS-NET-DUE TO RG-NET-DUE
           MOVE 0 TO RG-CHARGE
           MOVE 0 TO RG-FC-NO
           MOVE SPACES TO RG-NOTE
           MOVE CT-CUST-NO (CT-IX) TO CM-CUST-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CM-FINCHG-EXEMPT
                   ADD 1 TO WS-NOT-ON-FILE-COUNT
                   MOVE "NOT ON CUSTOMER MASTER" TO RG-NOTE
           END-READ
           IF CM-FINCHG-EXEMPT = "Y"
               ADD 1 TO WS-EXEMPT-COUNT
               MOVE "EXEMPT - NOT CHARGED" TO RG-NOTE
               GO TO 500-WRITE
           END-IF
           IF WS-NET-DUE NOT GREATER THAN 0
               ADD 1 TO WS-CREDIT-COUNT
               MOVE "CREDITS COVER - NOT CHARGED" TO RG-NOTE
               GO TO 500-WRITE
           END-IF
           COMPUTE WS-CHARGE ROUNDED = WS-NET-DUE * WS-FC-RATE / 100
           IF WS-CHARGE < WS-FC-MINIMUM
               MOVE WS-FC-MINIMUM TO WS-CHARGE
               IF RG-NOTE = SPACES
                   MOVE "MINIMUM CHARGE" TO RG-NOTE
               END-IF
           END-IF
           PERFORM 610-NEXT-FC-NO THRU 610-EXIT
           IF WS-NUMBER-OK = "NO"
               ADD 1 TO WS-FAIL-COUNT
               MOVE "NUMBER BLOCK FULL - NOT CHARGED" TO RG-NOTE
               GO TO 500-WRITE
           END-IF
           PERFORM 640-POST-AR THRU 640-EXIT.
       500-WRITE.
           WRITE FCREG-REC FROM REG-DETAIL
                 AFTER ADVANCING 1 LINE.
       500-EXIT.
           EXIT.
      ******************************************************************
      *610-NEXT-FC-NO Takes the next finance charge number after the
      *               last one issued, passing over any number that
      *               is somehow already on the open-item file, the
      *               same way CRMEMO finds a free credit memo number.
      *               Running past 799999 would run into CRMEMO's
      *               block, so the charge is refused instead.
      ******************************************************************
       610-NEXT-FC-NO.
           MOVE "YES" TO WS-NUMBER-OK
           MOVE "NO" TO WS-NUMBER-DONE
           PERFORM 615-TRY-FC-NO THRU 615-EXIT
               UNTIL WS-NUMBER-DONE = "YES".
       610-EXIT.
           EXIT.
      ******************************************************************
      *615-TRY-FC-NO Tries one finance charge number.
      ******************************************************************
       615-TRY-FC-NO.
           IF WS-LAST-FC-NO NOT LESS THAN 799999
               MOVE "NO" TO WS-NUMBER-OK
               MOVE "YES" TO WS-NUMBER-DONE
               GO TO 615-EXIT
           END-IF
           ADD 1 TO WS-LAST-FC-NO
           MOVE WS-LAST-FC-NO TO AR-INVOICE-NO
           READ AR-OPEN-FILE
               INVALID KEY
                   MOVE WS-LAST-FC-NO TO WS-FC-NO
                   MOVE "YES" TO WS-NUMBER-DONE
           END-READ.
       615-EXIT.
           EXIT.
      ******************************************************************
      *640-POST-AR Writes the charge to AR-OPEN-FILE as a new open
      *            item dated today under the finance charge number,
      *            logs it on the AR adjustment file, and saves the
      *            control record so a run that stops part way never
      *            issues a number or charges the month twice.
      ******************************************************************
       640-POST-AR.
           MOVE WS-FC-NO TO AR-INVOICE-NO
           MOVE CT-CUST-NO (CT-IX) TO AR-CUST-NO
           MOVE CT-CUST-NAME (CT-IX) TO AR-CUST-NAME
           MOVE WS-DATE TO AR-INV-DATE
           MOVE WS-CHARGE TO AR-AMT-DUE
           MOVE 0 TO AR-AMT-PAID
           MOVE "O" TO AR-STATUS
           MOVE 0 TO AR-PAID-DATE
           WRITE AR-OPEN-REC
               INVALID KEY
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE "NOT WRITTEN TO OPEN-ITEM FILE" TO RG-NOTE
                   GO TO 640-EXIT
           END-WRITE
           MOVE WS-FC-NO TO AJ-INVOICE-NO
           MOVE CT-CUST-NO (CT-IX) TO AJ-CUST-NO
           MOVE WS-DATE-NUM TO AJ-DATE
           MOVE "I" TO AJ-TYPE
           MOVE "FC" TO AJ-SOURCE
           MOVE WS-FC-NO TO AJ-REF-NO
           MOVE WS-CHARGE TO AJ-AMOUNT
           WRITE AR-ADJUST-REC
           PERFORM 650-SAVE-CONTROL THRU 650-EXIT
           ADD 1 TO WS-CHARGED-COUNT
           ADD WS-CHARGE TO WS-TOTAL-CHARGED
           MOVE WS-CHARGE TO RG-CHARGE
           MOVE WS-FC-NO TO RG-FC-NO.
       640-EXIT.
           EXIT.
      ******************************************************************
      *650-SAVE-CONTROL Saves the last finance charge number issued
      *                 and marks this period charged.
      ******************************************************************
       650-SAVE-CONTROL.
           MOVE WS-LAST-FC-NO TO FX-LAST-FC-NO
           MOVE WS-PERIOD TO FX-LAST-PERIOD
           MOVE WS-DATE-NUM TO FX-LAST-DATE
           OPEN OUTPUT FC-CONTROL
           WRITE FC-CONTROL-REC
           CLOSE FC-CONTROL.
       650-EXIT.
           EXIT.
      ******************************************************************
      *900-WRITE-TOTALS Prints the customer counts, the past-due
      *                 balance charged on, and the total charged
      *                 under the register.
      ******************************************************************
       900-WRITE-TOTALS.
           MOVE "CUSTOMERS CHARGED" TO RC-LABEL
           MOVE WS-CHARGED-COUNT TO RC-VALUE
           WRITE FCREG-REC FROM REG-COUNT-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "CUSTOMERS EXEMPT" TO RC-LABEL
           MOVE WS-EXEMPT-COUNT TO RC-VALUE
           WRITE FCREG-REC FROM REG-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "CUSTOMERS COVERED BY CREDITS" TO RC-LABEL
           MOVE WS-CREDIT-COUNT TO RC-VALUE
           WRITE FCREG-REC FROM REG-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "CUSTOMERS NOT ON MASTER" TO RC-LABEL
           MOVE WS-NOT-ON-FILE-COUNT TO RC-VALUE
           WRITE FCREG-REC FROM REG-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "CHARGES NOT POSTED" TO RC-LABEL
           MOVE WS-FAIL-COUNT TO RC-VALUE
           WRITE FCREG-REC FROM REG-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "TOTAL PAST DUE" TO RM-LABEL
           MOVE WS-TOTAL-PAST-DUE TO RM-VALUE
           WRITE FCREG-REC FROM REG-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "TOTAL FINANCE CHARGES" TO RM-LABEL
           MOVE WS-TOTAL-CHARGED TO RM-VALUE
           WRITE FCREG-REC FROM REG-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           IF WS-TABLE-FULL = "YES"
               MOVE "*** OVER 500 CUSTOMERS PAST DUE - REST NOT CHARGED"
                   TO RS-TEXT
               WRITE FCREG-REC FROM REG-MSG-LINE
                     AFTER ADVANCING 2 LINES
           END-IF.
       900-EXIT.
           EXIT.
      ******************************************************************
      *920-WRITE-GL-EXTRACT Writes the finance charge journal lines
      *                     the general ledger import picks up: AR
      *                     debited and finance charge income
      *                     credited for the run's total. The
      *                     accounts were looked up before anything
      *                     was posted. A run that charged nothing
      *                     leaves the extract empty.
      ******************************************************************
       920-WRITE-GL-EXTRACT.
           IF WS-TOTAL-CHARGED = 0
               GO TO 920-EXIT
           END-IF
           MOVE WS-GLX-AR-ACCT TO WS-GLX-ACCOUNT
           MOVE WS-TOTAL-CHARGED TO GL-DEBIT
           MOVE 0 TO GL-CREDIT
           PERFORM 926-WRITE-GL-LINE THRU 926-EXIT
           MOVE WS-GLX-FINC-ACCT TO WS-GLX-ACCOUNT
           MOVE 0 TO GL-DEBIT
           MOVE WS-TOTAL-CHARGED TO GL-CREDIT
           PERFORM 926-WRITE-GL-LINE THRU 926-EXIT.
       920-EXIT.
           EXIT.
      ******************************************************************
      *925-LOOKUP-GL-ACCOUNT Reads the chart mapping for the role in
      *                      GLA-KEY. A mapping that is not on file
      *                      marks the whole run not-OK; the import
      *                      must never guess an account.
      ******************************************************************
       925-LOOKUP-GL-ACCOUNT.
           READ GL-ACCOUNTS
               INVALID KEY
                   MOVE "NO" TO WS-GLX-FOUND
                   MOVE "NO" TO WS-GLX-OK
                   DISPLAY "FINCHG: no GL account mapped for "
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
