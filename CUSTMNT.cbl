      *typo cannot silently tax a customer's sales at the fallback
      *rate. The credit limit is what TOTALSLE holds new invoices
      *against at posting time; a zero limit means the account is not
      *limit-checked. A customer can also be marked exempt from the
      *month-end finance charge FINCHG levies on past-due balances.
      *
      *Every add, change, and deactivate writes one record to
      *CUST-AUDIT carrying the operator's initials, the date and time,
           05 CM-JURISDICTION        PIC XX.
           05 CM-STATUS              PIC X.
           05 CM-CREDIT-LIMIT        PIC S9(7)V99.
           05 CM-FINCHG-EXEMPT       PIC X.

       FD TAX-RATE-FILE.
       01 TAX-RATE-REC.
           05 TX-RATE                PIC V999.

       FD CUST-AUDIT
           RECORD CONTAINS 98.
       01 AUDIT-REC.
           05 AUD-DATE.
               10 AUD-YEAR           PIC 9999.
               10 AUD-OLD-JURIS      PIC XX.
               10 AUD-OLD-STATUS     PIC X.
               10 AUD-OLD-LIMIT      PIC S9(7)V99.
               10 AUD-OLD-FC-EXEMPT  PIC X.
           05 AUD-AFTER.
               10 AUD-NEW-NAME       PIC X(25).
               10 AUD-NEW-JURIS      PIC XX.
               10 AUD-NEW-STATUS     PIC X.
               10 AUD-NEW-LIMIT      PIC S9(7)V99.
               10 AUD-NEW-FC-EXEMPT  PIC X.

       working-storage section.
       01 WS-VARS.
           05 WS-NAME-IN             PIC X(25).
           05 WS-JURIS-IN            PIC XX.
           05 WS-LIMIT-IN            PIC S9(7)V99.
           05 WS-EXEMPT-IN           PIC X.
           05 WS-BEFORE-IMAGE        PIC X(38).
           05 WS-TIME-OF-DAY         PIC 9(8).
       01 WS-FILES.
           05 UT-SYS-CUSTMAST        PIC X(67)
               PERFORM 260-REPROMPT-LIMIT THRU 260-EXIT
                   UNTIL WS-LIMIT-IN NOT LESS THAN ZERO
           END-IF
           DISPLAY "Exempt from finance charges? (Y/N, blank for N)"
           ACCEPT WS-EXEMPT-IN
           MOVE WS-CUST-NO-IN TO CM-CUST-NO
           MOVE WS-NAME-IN TO CM-CUST-NAME
           MOVE WS-JURIS-IN TO CM-JURISDICTION
           MOVE "A" TO CM-STATUS
           MOVE WS-LIMIT-IN TO CM-CREDIT-LIMIT
           IF FUNCTION UPPER-CASE(WS-EXEMPT-IN) = "Y"
               MOVE "Y" TO CM-FINCHG-EXEMPT
           ELSE
               MOVE "N" TO CM-FINCHG-EXEMPT
           END-IF
           WRITE CUSTOMER-MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR: customer could not be written, "
       300-EXIT.
           EXIT.
      ******************************************************************
      *400-CHANGE-CUSTOMER Changes the name, jurisdiction, credit
      *                    limit, and/or finance charge exemption of a
      *                    customer already on file. A blank reply to
      *                    the name, jurisdiction, or exemption prompt
      *                    keeps the current value, and a
      *                    negative reply to the limit prompt keeps
      *                    the current limit (zero is a real limit
      *                    value meaning unchecked). A nonblank
               DISPLAY "Customer Number not on file: " WS-CUST-NO-IN
               GO TO 400-EXIT
           END-IF
           MOVE CUSTOMER-MASTER-REC (5:38) TO WS-BEFORE-IMAGE
           DISPLAY "Current name: " CM-CUST-NAME
           DISPLAY "Enter new Customer Name (blank to keep)"
           ACCEPT WS-NAME-IN
           IF WS-LIMIT-IN NOT LESS THAN ZERO
               MOVE WS-LIMIT-IN TO CM-CREDIT-LIMIT
           END-IF
           DISPLAY "Current finance charge exempt: " CM-FINCHG-EXEMPT
           DISPLAY "Enter Y or N for finance charge exempt "
                   "(blank to keep)"
           ACCEPT WS-EXEMPT-IN
           EVALUATE FUNCTION UPPER-CASE(WS-EXEMPT-IN)
               WHEN "Y"
                   MOVE "Y" TO CM-FINCHG-EXEMPT
               WHEN "N"
                   MOVE "N" TO CM-FINCHG-EXEMPT
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Exempt must be Y or N - current value kept"
           END-EVALUATE
           REWRITE CUSTOMER-MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR: customer could not be rewritten, "
               DISPLAY "Customer already inactive: " WS-CUST-NO-IN
               GO TO 500-EXIT
           END-IF
           MOVE CUSTOMER-MASTER-REC (5:38) TO WS-BEFORE-IMAGE
           MOVE "I" TO CM-STATUS
           REWRITE CUSTOMER-MASTER-REC
               INVALID KEY
      *600-WRITE-AUDIT Writes one audit record for the action just
      *                taken: date, time, operator, action code,
      *                customer number, and the before and after images
      *                of the name, jurisdiction, status, credit limit,
      *                and finance charge exemption. The
      *                caller loads WS-BEFORE-IMAGE before changing the
      *                record (spaces for an add).
      ******************************************************************
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO AUD-ACTION
           MOVE CM-CUST-NO TO AUD-CUST-NO
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE
           MOVE CUSTOMER-MASTER-REC (5:38) TO AUD-AFTER
           WRITE AUDIT-REC.
       600-EXIT.
           EXIT.
