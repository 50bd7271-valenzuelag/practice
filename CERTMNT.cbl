       identification division.
       program-id. CERTMNT.
       author. Gabriel Valenzuela and Mark Holada.
       date-written. 10/15/2026
      ******************************************************************
      *Purpose: To maintain EXEMPT-CERT, the sales tax exemption
      *certificates our resale, non-profit, and government customers
      *have filed with us, from the console. A certificate is held by
      *one customer for one tax jurisdiction and carries the number
      *printed on it, the type of exemption (R=resale, N=non-profit,
      *G=government, O=other), and the date it expires. Supports
      *adding a certificate, changing it when the customer renews
      *(new number, type, or expiry date), revoking one the customer
      *is no longer entitled to, and inquiring on one.
      *
      *TOTALSLE charges no tax on a sale to a customer holding an
      *active certificate for their jurisdiction that has not expired
      *on the day of the sale, and stamps the certificate number on
      *the line. A certificate that has expired is taxed normally and
      *reported as an exception, so renewals can be chased; CERTEXP
      *lists each month the certificates expiring in the next 60 days.
      *
      *The customer must be on CUSTOMER-MASTER and the jurisdiction on
      *TAX-RATE-FILE before a certificate is accepted. Every add,
      *change, and revoke writes one record to CERT-AUDIT carrying the
      *operator's initials, the date and time, the action taken, and
      *the full before and after images of the certificate, so the
      *tax-exempt sales on a return can be traced to the certificate
      *on file, and to who put it there, when an auditor asks.
      *
      *Data Files: EXEMPT-CERT "J:\COBOL\exmptcrt.dat"
      *            CUSTOMER-MASTER "J:\COBOL\custmast.dat"
      *            TAX-RATE-FILE "J:\COBOL\taxrate.dat"
      *            CERT-AUDIT "J:\COBOL\certaudt.dat"
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select EXEMPT-CERT
               assign to UT-SYS-EXMPTCRT
               organization is indexed
               access mode is random
               record key is EC-KEY
               file status is WS-EXMPTCRT-STATUS.
           select CUSTOMER-MASTER
               assign to UT-SYS-CUSTMAST
               organization is indexed
               access mode is random
               record key is CM-CUST-NO
               file status is WS-CUSTMAST-STATUS.
           select TAX-RATE-FILE
               assign to UT-SYS-TAXRATE
               organization is indexed
               access mode is random
               record key is TX-JURISDICTION
               file status is WS-TAXRATE-STATUS.
           select CERT-AUDIT
               assign to UT-SYS-CERTAUDT
               organization is sequential
               file status is WS-AUDIT-STATUS.
       data division.
       file section.
       FD EXEMPT-CERT.
       01 EXEMPT-CERT-REC.
           05 EC-KEY.
               10 EC-CUST-NO         PIC X(4).
               10 EC-JURISDICTION    PIC XX.
           05 EC-CERT-NO             PIC X(15).
           05 EC-CERT-TYPE           PIC X.
           05 EC-EXPIRY-DATE         PIC 9(8).
           05 EC-STATUS              PIC X.

       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-REC.
           05 CM-CUST-NO             PIC X(4).
           05 CM-CUST-NAME           PIC X(25).
           05 CM-JURISDICTION        PIC XX.
           05 CM-STATUS              PIC X.
           05 CM-CREDIT-LIMIT        PIC S9(7)V99.
           05 CM-FINCHG-EXEMPT       PIC X.

       FD TAX-RATE-FILE.
       01 TAX-RATE-REC.
           05 TX-JURISDICTION        PIC XX.
           05 TX-RATE                PIC V999.

       FD CERT-AUDIT
           RECORD CONTAINS 74.
       01 AUDIT-REC.
           05 AUD-DATE.
               10 AUD-YEAR           PIC 9999.
               10 AUD-MONTH          PIC 99.
               10 AUD-DAY            PIC 99.
           05 AUD-TIME               PIC 9(6).
           05 AUD-OPERATOR           PIC XXX.
           05 AUD-ACTION             PIC X.
           05 AUD-CUST-NO            PIC X(4).
           05 AUD-JURISDICTION       PIC XX.
           05 AUD-BEFORE.
               10 AUD-OLD-CERT-NO    PIC X(15).
               10 AUD-OLD-TYPE       PIC X.
               10 AUD-OLD-EXPIRY     PIC 9(8).
               10 AUD-OLD-STATUS     PIC X.
           05 AUD-AFTER.
               10 AUD-NEW-CERT-NO    PIC X(15).
               10 AUD-NEW-TYPE       PIC X.
               10 AUD-NEW-EXPIRY     PIC 9(8).
               10 AUD-NEW-STATUS     PIC X.

       working-storage section.
       01 WS-VARS.
           05 WS-EXMPTCRT-STATUS     PIC XX.
           05 WS-CUSTMAST-STATUS     PIC XX.
           05 WS-TAXRATE-STATUS      PIC XX.
           05 WS-AUDIT-STATUS        PIC XX.
           05 WS-ACTION              PIC X.
           05 WS-CERT-FOUND          PIC XXX VALUE "NO".
           05 WS-CUST-FOUND          PIC XXX VALUE "NO".
           05 WS-JURIS-FOUND         PIC XXX VALUE "NO".
           05 WS-OPERATOR            PIC XXX.
           05 WS-CUST-NO-IN          PIC X(4).
           05 WS-JURIS-IN            PIC XX.
           05 WS-CERT-NO-IN          PIC X(15).
           05 WS-TYPE-IN             PIC X.
           05 WS-EXPIRY-IN           PIC X(8).
           05 WS-EXPIRY-TEST         PIC 9(8).
           05 WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-TEST.
               10 WS-EXP-YEAR        PIC 9999.
               10 WS-EXP-MONTH       PIC 99.
               10 WS-EXP-DAY         PIC 99.
           05 WS-EXPIRY-OK           PIC XXX VALUE "NO".
           05 WS-BLANK-OK            PIC XXX VALUE "NO".
           05 WS-BEFORE-IMAGE        PIC X(25).
           05 WS-TIME-OF-DAY         PIC 9(8).
       01 WS-FILES.
           05 UT-SYS-EXMPTCRT        PIC X(67)
              VALUE "J:\COBOL\exmptcrt.dat".
           05 UT-SYS-CUSTMAST        PIC X(67)
              VALUE "J:\COBOL\custmast.dat".
           05 UT-SYS-TAXRATE         PIC X(67)
              VALUE "J:\COBOL\taxrate.dat".
           05 UT-SYS-CERTAUDT        PIC X(67)
              VALUE "J:\COBOL\certaudt.dat".
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
      *         stop. Each pass handles one add, change, revoke, or
      *         inquiry.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           PERFORM 200-GET-ACTION THRU 200-EXIT
           PERFORM 210-PROCESS-ACTION THRU 210-EXIT
               UNTIL FUNCTION UPPER-CASE(WS-ACTION) = "S"
           CLOSE EXEMPT-CERT
                 CUSTOMER-MASTER
                 TAX-RATE-FILE
                 CERT-AUDIT
           STOP RUN.
      ******************************************************************
      *110-INIT Gets the run date, asks for the operator's initials for
      *         the audit trail, and opens the files. EXEMPT-CERT is
      *         created empty when it does not exist yet so the first
      *         certificate can be added without IT preparing the file
      *         by hand. CERT-AUDIT is extended, never replaced, so
      *         the audit trail accumulates across sessions.
      ******************************************************************
       110-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           DISPLAY "Enter your operator initials"
           ACCEPT WS-OPERATOR
           OPEN I-O EXEMPT-CERT
           IF WS-EXMPTCRT-STATUS = "35"
               OPEN OUTPUT EXEMPT-CERT
               CLOSE EXEMPT-CERT
               OPEN I-O EXEMPT-CERT
           END-IF
           IF WS-EXMPTCRT-STATUS NOT = "00"
               DISPLAY "ERROR: EXEMPT-CERT could not be opened, "
                       "status " WS-EXMPTCRT-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "ERROR: CUSTOMER-MASTER could not be opened, "
                       "status " WS-CUSTMAST-STATUS
               STOP RUN
           END-IF
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAXRATE-STATUS NOT = "00"
               DISPLAY "ERROR: TAX-RATE-FILE could not be opened, "
                       "status " WS-TAXRATE-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND CERT-AUDIT
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT CERT-AUDIT
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: CERT-AUDIT could not be opened, "
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
           DISPLAY "Enter action: A=Add C=Change R=Revoke I=Inquire "
                   "S=Stop"
           ACCEPT WS-ACTION.
       200-EXIT.
           EXIT.
      ******************************************************************
      *210-PROCESS-ACTION Routes one action to its paragraph, then asks
      *                   for the next action. Anything other than
      *                   A, C, R, I, or S just reprompts.
      ******************************************************************
       210-PROCESS-ACTION.
           EVALUATE FUNCTION UPPER-CASE(WS-ACTION)
               WHEN "A"
                   PERFORM 300-ADD-CERT THRU 300-EXIT
               WHEN "C"
                   PERFORM 400-CHANGE-CERT THRU 400-EXIT
               WHEN "R"
                   PERFORM 500-REVOKE-CERT THRU 500-EXIT
               WHEN "I"
                   PERFORM 550-INQUIRE-CERT THRU 550-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 200-GET-ACTION THRU 200-EXIT.
       210-EXIT.
           EXIT.
      ******************************************************************
      *300-ADD-CERT Adds a certificate. The customer must be on
      *             CUSTOMER-MASTER, the jurisdiction on TAX-RATE-FILE,
      *             and the customer may hold only one certificate per
      *             jurisdiction -- a renewal is a change, not a second
      *             add. The number may not be blank, the type must be
      *             R, N, G, or O, and the expiry must be a real date
      *             no earlier than today. A new certificate starts
      *             active. The audit record carries a blank
      *             before-image because there was no prior record.
      ******************************************************************
       300-ADD-CERT.
           DISPLAY "Enter Customer Number for the certificate"
           ACCEPT WS-CUST-NO-IN
           IF WS-CUST-NO-IN = SPACES
               GO TO 300-EXIT
           END-IF
           PERFORM 230-LOOKUP-CUSTOMER THRU 230-EXIT
           IF WS-CUST-FOUND = "NO"
               DISPLAY "Customer Number not on file: " WS-CUST-NO-IN
               GO TO 300-EXIT
           END-IF
           DISPLAY "Customer: " CM-CUST-NAME
                   "  Jurisdiction: " CM-JURISDICTION
           DISPLAY "Enter Jurisdiction (blank for the customer's)"
           ACCEPT WS-JURIS-IN
           IF WS-JURIS-IN = SPACES
               MOVE CM-JURISDICTION TO WS-JURIS-IN
           END-IF
           PERFORM 240-LOOKUP-JURISDICTION THRU 240-EXIT
           IF WS-JURIS-FOUND = "NO"
               PERFORM 245-REPROMPT-JURISDICTION THRU 245-EXIT
                   UNTIL WS-JURIS-FOUND = "YES"
           END-IF
           PERFORM 220-READ-CERT THRU 220-EXIT
           IF WS-CERT-FOUND = "YES"
               DISPLAY "Certificate already on file for that customer "
                       "and jurisdiction: " EC-CERT-NO
               GO TO 300-EXIT
           END-IF
           DISPLAY "Enter Certificate Number"
           ACCEPT WS-CERT-NO-IN
           IF WS-CERT-NO-IN = SPACES
               PERFORM 250-REPROMPT-CERT-NO THRU 250-EXIT
                   UNTIL WS-CERT-NO-IN NOT = SPACES
           END-IF
           MOVE "NO" TO WS-BLANK-OK
           PERFORM 260-GET-TYPE THRU 260-EXIT
           PERFORM 270-GET-EXPIRY THRU 270-EXIT
           MOVE WS-CUST-NO-IN TO EC-CUST-NO
           MOVE WS-JURIS-IN TO EC-JURISDICTION
           MOVE WS-CERT-NO-IN TO EC-CERT-NO
           MOVE WS-TYPE-IN TO EC-CERT-TYPE
           MOVE WS-EXPIRY-TEST TO EC-EXPIRY-DATE
           MOVE "A" TO EC-STATUS
           WRITE EXEMPT-CERT-REC
               INVALID KEY
                   DISPLAY "ERROR: certificate could not be written, "
                           "status " WS-EXMPTCRT-STATUS
                   GO TO 300-EXIT
           END-WRITE
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM 600-WRITE-AUDIT THRU 600-EXIT
           DISPLAY "Certificate added: " WS-CUST-NO-IN " "
                   WS-JURIS-IN " " WS-CERT-NO-IN.
       300-EXIT.
           EXIT.
      ******************************************************************
      *400-CHANGE-CERT Changes the number, type, and/or expiry date of
      *                a certificate already on file, which is how a
      *                renewal is recorded. A blank reply to any
      *                prompt keeps the current value. Changing a
      *                revoked certificate makes it active again.
      ******************************************************************
       400-CHANGE-CERT.
           PERFORM 280-GET-CERT-KEY THRU 280-EXIT
           PERFORM 220-READ-CERT THRU 220-EXIT
           IF WS-CERT-FOUND = "NO"
               DISPLAY "No certificate on file for: " WS-CUST-NO-IN
                       " " WS-JURIS-IN
               GO TO 400-EXIT
           END-IF
           MOVE EXEMPT-CERT-REC (7:25) TO WS-BEFORE-IMAGE
           DISPLAY "Current number: " EC-CERT-NO
           DISPLAY "Enter new Certificate Number (blank to keep)"
           ACCEPT WS-CERT-NO-IN
           IF WS-CERT-NO-IN NOT = SPACES
               MOVE WS-CERT-NO-IN TO EC-CERT-NO
           END-IF
           DISPLAY "Current type: " EC-CERT-TYPE
           MOVE "YES" TO WS-BLANK-OK
           PERFORM 260-GET-TYPE THRU 260-EXIT
           IF WS-TYPE-IN NOT = SPACE
               MOVE WS-TYPE-IN TO EC-CERT-TYPE
           END-IF
           DISPLAY "Current expiry: " EC-EXPIRY-DATE
           PERFORM 270-GET-EXPIRY THRU 270-EXIT
           IF WS-EXPIRY-IN NOT = SPACES
               MOVE WS-EXPIRY-TEST TO EC-EXPIRY-DATE
           END-IF
           IF EC-STATUS = "I"
               DISPLAY "Certificate was revoked, now active again"
               MOVE "A" TO EC-STATUS
           END-IF
           REWRITE EXEMPT-CERT-REC
               INVALID KEY
                   DISPLAY "ERROR: certificate could not be "
                           "rewritten, status " WS-EXMPTCRT-STATUS
                   GO TO 400-EXIT
           END-REWRITE
           PERFORM 600-WRITE-AUDIT THRU 600-EXIT
           DISPLAY "Certificate changed: " WS-CUST-NO-IN " "
                   WS-JURIS-IN " " EC-CERT-NO.
       400-EXIT.
           EXIT.
      ******************************************************************
      *500-REVOKE-CERT Marks a certificate revoked instead of deleting
      *                it, so the sales already exempted under it can
      *                still be traced to it and its audit trail
      *                survives. No sale is exempted under a revoked
      *                certificate.
      ******************************************************************
       500-REVOKE-CERT.
           PERFORM 280-GET-CERT-KEY THRU 280-EXIT
           PERFORM 220-READ-CERT THRU 220-EXIT
           IF WS-CERT-FOUND = "NO"
               DISPLAY "No certificate on file for: " WS-CUST-NO-IN
                       " " WS-JURIS-IN
               GO TO 500-EXIT
           END-IF
           IF EC-STATUS = "I"
               DISPLAY "Certificate already revoked: " EC-CERT-NO
               GO TO 500-EXIT
           END-IF
           MOVE EXEMPT-CERT-REC (7:25) TO WS-BEFORE-IMAGE
           MOVE "I" TO EC-STATUS
           REWRITE EXEMPT-CERT-REC
               INVALID KEY
                   DISPLAY "ERROR: certificate could not be "
                           "rewritten, status " WS-EXMPTCRT-STATUS
                   GO TO 500-EXIT
           END-REWRITE
           PERFORM 600-WRITE-AUDIT THRU 600-EXIT
           DISPLAY "Certificate revoked: " WS-CUST-NO-IN " "
                   WS-JURIS-IN " " EC-CERT-NO.
       500-EXIT.
           EXIT.
      ******************************************************************
      *550-INQUIRE-CERT Shows one certificate as it stands on file,
      *                 and whether it would exempt a sale made today.
      ******************************************************************
       550-INQUIRE-CERT.
           PERFORM 280-GET-CERT-KEY THRU 280-EXIT
           PERFORM 220-READ-CERT THRU 220-EXIT
           IF WS-CERT-FOUND = "NO"
               DISPLAY "No certificate on file for: " WS-CUST-NO-IN
                       " " WS-JURIS-IN
               GO TO 550-EXIT
           END-IF
           DISPLAY "Certificate: " EC-CERT-NO "  Type: " EC-CERT-TYPE
                   "  Expires: " EC-EXPIRY-DATE
           EVALUATE TRUE
               WHEN EC-STATUS = "I"
                   DISPLAY "Status: REVOKED"
               WHEN EC-EXPIRY-DATE < WS-DATE-NUM
                   DISPLAY "Status: EXPIRED - sales are taxed"
               WHEN OTHER
                   DISPLAY "Status: ACTIVE - sales are exempt"
           END-EVALUATE.
       550-EXIT.
           EXIT.
      ******************************************************************
      *220-READ-CERT Reads EXEMPT-CERT by the keyed customer and
      *              jurisdiction and sets WS-CERT-FOUND accordingly.
      ******************************************************************
       220-READ-CERT.
           MOVE WS-CUST-NO-IN TO EC-CUST-NO
           MOVE WS-JURIS-IN TO EC-JURISDICTION
           READ EXEMPT-CERT
               INVALID KEY
                   MOVE "NO" TO WS-CERT-FOUND
               NOT INVALID KEY
                   MOVE "YES" TO WS-CERT-FOUND
           END-READ.
       220-EXIT.
           EXIT.
      ******************************************************************
      *230-LOOKUP-CUSTOMER Reads CUSTOMER-MASTER by the keyed customer
      *                    number and sets WS-CUST-FOUND accordingly.
      ******************************************************************
       230-LOOKUP-CUSTOMER.
           MOVE WS-CUST-NO-IN TO CM-CUST-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "NO" TO WS-CUST-FOUND
               NOT INVALID KEY
                   MOVE "YES" TO WS-CUST-FOUND
           END-READ.
       230-EXIT.
           EXIT.
      ******************************************************************
      *240-LOOKUP-JURISDICTION Reads TAX-RATE-FILE by the entered
      *                        jurisdiction and sets WS-JURIS-FOUND
      *                        accordingly.
      ******************************************************************
       240-LOOKUP-JURISDICTION.
           MOVE WS-JURIS-IN TO TX-JURISDICTION
           READ TAX-RATE-FILE
               INVALID KEY
                   MOVE "NO" TO WS-JURIS-FOUND
               NOT INVALID KEY
                   MOVE "YES" TO WS-JURIS-FOUND
           END-READ.
       240-EXIT.
           EXIT.
      ******************************************************************
      *245-REPROMPT-JURISDICTION Asks for the jurisdiction again until
      *                          one that is on TAX-RATE-FILE is
      *                          entered.
      ******************************************************************
       245-REPROMPT-JURISDICTION.
           DISPLAY "Jurisdiction not on TAX-RATE-FILE, re-enter"
           ACCEPT WS-JURIS-IN
           PERFORM 240-LOOKUP-JURISDICTION THRU 240-EXIT.
       245-EXIT.
           EXIT.
      ******************************************************************
      *250-REPROMPT-CERT-NO Asks for the certificate number again
      *                     until it is not blank.
      ******************************************************************
       250-REPROMPT-CERT-NO.
           DISPLAY "Certificate Number cannot be blank, re-enter"
           ACCEPT WS-CERT-NO-IN.
       250-EXIT.
           EXIT.
      ******************************************************************
      *260-GET-TYPE Asks for the exemption type and reprompts until it
      *             is R, N, G, or O. When the caller set WS-BLANK-OK
      *             (a change) a blank reply is let through and keeps
      *             the current type.
      ******************************************************************
       260-GET-TYPE.
           DISPLAY "Enter Exemption Type: R=Resale N=Non-profit "
                   "G=Government O=Other"
           ACCEPT WS-TYPE-IN
           MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN
           PERFORM 265-REPROMPT-TYPE THRU 265-EXIT
               UNTIL WS-TYPE-IN = "R" OR "N" OR "G" OR "O"
                  OR (WS-TYPE-IN = SPACE AND WS-BLANK-OK = "YES").
       260-EXIT.
           EXIT.
      ******************************************************************
      *265-REPROMPT-TYPE Asks for the exemption type again until it is
      *                  one of the types on file.
      ******************************************************************
       265-REPROMPT-TYPE.
           DISPLAY "Type must be R, N, G, or O, re-enter"
           ACCEPT WS-TYPE-IN
           MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN.
       265-EXIT.
           EXIT.
      ******************************************************************
      *270-GET-EXPIRY Asks for the expiry date and reprompts until it
      *               is a real YYYYMMDD date no earlier than today.
      *               When the caller set WS-BLANK-OK (a change) a
      *               blank reply is let through and keeps the current
      *               date.
      ******************************************************************
       270-GET-EXPIRY.
           DISPLAY "Enter Expiry Date YYYYMMDD"
           ACCEPT WS-EXPIRY-IN
           PERFORM 275-EDIT-EXPIRY THRU 275-EXIT
           PERFORM 276-REPROMPT-EXPIRY THRU 276-EXIT
               UNTIL WS-EXPIRY-OK = "YES".
       270-EXIT.
           EXIT.
      ******************************************************************
      *275-EDIT-EXPIRY Sets WS-EXPIRY-OK when the keyed expiry is
      *                eight digits with a month of 01-12 and a day of
      *                01-31 and is not already past, or is blank and
      *                blank is allowed.
      ******************************************************************
       275-EDIT-EXPIRY.
           MOVE "NO" TO WS-EXPIRY-OK
           IF WS-EXPIRY-IN = SPACES
               IF WS-BLANK-OK = "YES"
                   MOVE "YES" TO WS-EXPIRY-OK
               END-IF
               GO TO 275-EXIT
           END-IF
           IF WS-EXPIRY-IN IS NOT NUMERIC
               GO TO 275-EXIT
           END-IF
           MOVE WS-EXPIRY-IN TO WS-EXPIRY-TEST
           IF WS-EXP-MONTH < 1 OR WS-EXP-MONTH > 12
              OR WS-EXP-DAY < 1 OR WS-EXP-DAY > 31
               GO TO 275-EXIT
           END-IF
           IF WS-EXPIRY-TEST < WS-DATE-NUM
               DISPLAY "Expiry Date is already past"
               GO TO 275-EXIT
           END-IF
           MOVE "YES" TO WS-EXPIRY-OK.
       275-EXIT.
           EXIT.
      ******************************************************************
      *276-REPROMPT-EXPIRY Asks for the expiry date again until it
      *                    passes 275-EDIT-EXPIRY.
      ******************************************************************
       276-REPROMPT-EXPIRY.
           DISPLAY "Expiry Date must be a YYYYMMDD date from today "
                   "on, re-enter"
           ACCEPT WS-EXPIRY-IN
           PERFORM 275-EDIT-EXPIRY THRU 275-EXIT.
       276-EXIT.
           EXIT.
      ******************************************************************
      *280-GET-CERT-KEY Asks for the customer and jurisdiction of a
      *                 certificate already on file. A blank
      *                 jurisdiction takes the customer's own from
      *                 CUSTOMER-MASTER.
      ******************************************************************
       280-GET-CERT-KEY.
           DISPLAY "Enter Customer Number"
           ACCEPT WS-CUST-NO-IN
           DISPLAY "Enter Jurisdiction (blank for the customer's)"
           ACCEPT WS-JURIS-IN
           IF WS-JURIS-IN = SPACES
               PERFORM 230-LOOKUP-CUSTOMER THRU 230-EXIT
               IF WS-CUST-FOUND = "YES"
                   MOVE CM-JURISDICTION TO WS-JURIS-IN
               END-IF
           END-IF.
       280-EXIT.
           EXIT.
      ******************************************************************
      *600-WRITE-AUDIT Writes one audit record for the action just
      *                taken: date, time, operator, action code,
      *                customer and jurisdiction, and the before and
      *                after images of the number, type, expiry, and
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
           MOVE EC-CUST-NO TO AUD-CUST-NO
           MOVE EC-JURISDICTION TO AUD-JURISDICTION
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE
           MOVE EXEMPT-CERT-REC (7:25) TO AUD-AFTER
           WRITE AUDIT-REC.
       600-EXIT.
           EXIT.
