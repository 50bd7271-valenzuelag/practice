       identification division.
       program-id. VENDMNT.
       author. Gabriel Valenzuela and Mark Holada.
       date-written. 10/15/2026
      ******************************************************************
      *Purpose: To maintain VENDOR-MASTER, the suppliers stock is
      *bought from, from the console. Supports adding a vendor,
      *changing the name, the address a purchase order is mailed to,
      *or the lead time, and deactivating a vendor that is no longer
      *bought from. The lead time is the number of days the vendor
      *usually takes to deliver; the suggested-order run dates its
      *draft purchase orders that many days out. ITEMMNT names each
      *item's preferred vendor from this file, and POMNT and POSUGG
      *will not raise a purchase order against an inactive vendor.
      *
      *Every add, change, and deactivate writes one record to
      *VEND-AUDIT carrying the operator's initials, the date and time,
      *the action taken, and the full before and after images of the
      *vendor record -- the same trail CUSTMNT keeps for customers --
      *so "who changed where this vendor's orders go, and when" is
      *answerable from a file.
      *
      *Data Files: VENDOR-MASTER "J:\COBOL\vendmast.dat"
      *            VEND-AUDIT "J:\COBOL\vendaudt.dat"
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select VENDOR-MASTER
               assign to UT-SYS-VENDMAST
               organization is indexed
               access mode is random
               record key is VM-VEND-NO
               file status is WS-VENDMAST-STATUS.
           select VEND-AUDIT
               assign to UT-SYS-VENDAUDT
               organization is sequential
               file status is WS-AUDIT-STATUS.
       data division.
       file section.
       FD VENDOR-MASTER.
       01 VENDOR-MASTER-REC.
           05 VM-VEND-NO             PIC X(6).
           05 VM-VEND-NAME           PIC X(25).
           05 VM-ADDRESS             PIC X(25).
           05 VM-CITY-STATE          PIC X(25).
           05 VM-LEAD-DAYS           PIC 999.
           05 VM-STATUS              PIC X.

       FD VEND-AUDIT
           RECORD CONTAINS 182.
       01 AUDIT-REC.
           05 AUD-DATE.
               10 AUD-YEAR           PIC 9999.
               10 AUD-MONTH          PIC 99.
               10 AUD-DAY            PIC 99.
           05 AUD-TIME               PIC 9(6).
           05 AUD-OPERATOR           PIC XXX.
           05 AUD-ACTION             PIC X.
           05 AUD-VEND-NO            PIC X(6).
           05 AUD-BEFORE.
               10 AUD-OLD-NAME       PIC X(25).
               10 AUD-OLD-ADDRESS    PIC X(25).
               10 AUD-OLD-CITY-STATE PIC X(25).
               10 AUD-OLD-LEAD-DAYS  PIC 999.
               10 AUD-OLD-STATUS     PIC X.
           05 AUD-AFTER.
               10 AUD-NEW-NAME       PIC X(25).
               10 AUD-NEW-ADDRESS    PIC X(25).
               10 AUD-NEW-CITY-STATE PIC X(25).
               10 AUD-NEW-LEAD-DAYS  PIC 999.
               10 AUD-NEW-STATUS     PIC X.

       working-storage section.
       01 WS-VARS.
           05 WS-VENDMAST-STATUS     PIC XX.
           05 WS-AUDIT-STATUS        PIC XX.
           05 WS-ACTION              PIC X.
           05 WS-VEND-FOUND          PIC XXX VALUE "NO".
           05 WS-OPERATOR            PIC XXX.
           05 WS-VEND-NO-IN          PIC X(6).
           05 WS-NAME-IN             PIC X(25).
           05 WS-ADDRESS-IN          PIC X(25).
           05 WS-CITY-STATE-IN       PIC X(25).
           05 WS-LEAD-DAYS-IN        PIC X(3).
           05 WS-BEFORE-IMAGE        PIC X(79).
           05 WS-TIME-OF-DAY         PIC 9(8).
       01 WS-FILES.
           05 UT-SYS-VENDMAST        PIC X(67)
              VALUE "J:\COBOL\vendmast.dat".
           05 UT-SYS-VENDAUDT        PIC X(67)
              VALUE "J:\COBOL\vendaudt.dat".
       01 WS-DATE.
           05 WS-YEAR                PIC 9999.
           05 WS-MONTH               PIC 99.
           05 WS-DAY                 PIC 99.
       PROCEDURE DIVISION.
      ******************************************************************
      *100-MAIN Opens the files, asks who is at the keyboard, and loops
      *         on the action prompt until the operator enters S to
      *         stop. Each pass handles one add, change, or deactivate.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           PERFORM 200-GET-ACTION THRU 200-EXIT
           PERFORM 210-PROCESS-ACTION THRU 210-EXIT
               UNTIL FUNCTION UPPER-CASE(WS-ACTION) = "S"
           CLOSE VENDOR-MASTER
                 VEND-AUDIT
           STOP RUN.
      ******************************************************************
      *110-INIT Gets the run date, asks for the operator's initials for
      *         the audit trail, and opens the files. VENDOR-MASTER is
      *         created empty when it does not exist yet so the first
      *         vendor can be added without IT preparing the file by
      *         hand. VEND-AUDIT is extended, never replaced, so the
      *         audit trail accumulates across sessions.
      ******************************************************************
       110-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           DISPLAY "Enter your operator initials"
           ACCEPT WS-OPERATOR
           OPEN I-O VENDOR-MASTER
           IF WS-VENDMAST-STATUS = "35"
               OPEN OUTPUT VENDOR-MASTER
               CLOSE VENDOR-MASTER
               OPEN I-O VENDOR-MASTER
           END-IF
           IF WS-VENDMAST-STATUS NOT = "00"
               DISPLAY "ERROR: VENDOR-MASTER could not be opened, "
                       "status " WS-VENDMAST-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND VEND-AUDIT
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT VEND-AUDIT
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: VEND-AUDIT could not be opened, "
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
           DISPLAY "Enter action: A=Add C=Change D=Deactivate S=Stop"
           ACCEPT WS-ACTION.
       200-EXIT.
           EXIT.
      ******************************************************************
      *210-PROCESS-ACTION Routes one action to its paragraph, then asks
      *                   for the next action. Anything other than
      *                   A, C, D, or S just reprompts.
      ******************************************************************
       210-PROCESS-ACTION.
           EVALUATE FUNCTION UPPER-CASE(WS-ACTION)
               WHEN "A"
                   PERFORM 300-ADD-VENDOR THRU 300-EXIT
               WHEN "C"
                   PERFORM 400-CHANGE-VENDOR THRU 400-EXIT
               WHEN "D"
                   PERFORM 500-DEACTIVATE-VENDOR THRU 500-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 200-GET-ACTION THRU 200-EXIT.
       210-EXIT.
           EXIT.
      ******************************************************************
      *300-ADD-VENDOR Adds a new vendor. The vendor number must not
      *               already be on file and the name may not be
      *               blank. A blank or non-numeric lead time is
      *               taken as zero days. A new vendor starts active.
      *               The audit record carries a blank before-image
      *               because there was no prior record.
      ******************************************************************
       300-ADD-VENDOR.
           DISPLAY "Enter Vendor Number to add"
           ACCEPT WS-VEND-NO-IN
           IF WS-VEND-NO-IN = SPACES
               GO TO 300-EXIT
           END-IF
           PERFORM 220-READ-VENDOR THRU 220-EXIT
           IF WS-VEND-FOUND = "YES"
               DISPLAY "Vendor already on file: " WS-VEND-NO-IN
               GO TO 300-EXIT
           END-IF
           DISPLAY "Enter Vendor Name"
           ACCEPT WS-NAME-IN
           IF WS-NAME-IN = SPACES
               PERFORM 250-REPROMPT-NAME THRU 250-EXIT
                   UNTIL WS-NAME-IN NOT = SPACES
           END-IF
           DISPLAY "Enter Street Address"
           ACCEPT WS-ADDRESS-IN
           DISPLAY "Enter City, State, and ZIP"
           ACCEPT WS-CITY-STATE-IN
           DISPLAY "Enter Lead Time in days"
           ACCEPT WS-LEAD-DAYS-IN
           MOVE WS-VEND-NO-IN TO VM-VEND-NO
           MOVE WS-NAME-IN TO VM-VEND-NAME
           MOVE WS-ADDRESS-IN TO VM-ADDRESS
           MOVE WS-CITY-STATE-IN TO VM-CITY-STATE
           IF WS-LEAD-DAYS-IN IS NUMERIC
               MOVE WS-LEAD-DAYS-IN TO VM-LEAD-DAYS
           ELSE
               MOVE 0 TO VM-LEAD-DAYS
           END-IF
           MOVE "A" TO VM-STATUS
           WRITE VENDOR-MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR: vendor could not be written, "
                           "status " WS-VENDMAST-STATUS
                   GO TO 300-EXIT
           END-WRITE
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM 600-WRITE-AUDIT THRU 600-EXIT
           DISPLAY "Vendor added: " WS-VEND-NO-IN.
       300-EXIT.
           EXIT.
      ******************************************************************
      *400-CHANGE-VENDOR Changes the name, address, and/or lead time of
      *                  a vendor already on file. A blank reply to any
      *                  prompt keeps the current value. Changing an
      *                  inactive vendor makes it active again, so a
      *                  supplier that is bought from again does not
      *                  need a second vendor number.
      ******************************************************************
       400-CHANGE-VENDOR.
           DISPLAY "Enter Vendor Number to change"
           ACCEPT WS-VEND-NO-IN
           PERFORM 220-READ-VENDOR THRU 220-EXIT
           IF WS-VEND-FOUND = "NO"
               DISPLAY "Vendor Number not on file: " WS-VEND-NO-IN
               GO TO 400-EXIT
           END-IF
           MOVE VENDOR-MASTER-REC (7:79) TO WS-BEFORE-IMAGE
           DISPLAY "Current name: " VM-VEND-NAME
           DISPLAY "Enter new Vendor Name (blank to keep)"
           ACCEPT WS-NAME-IN
           IF WS-NAME-IN NOT = SPACES
               MOVE WS-NAME-IN TO VM-VEND-NAME
           END-IF
           DISPLAY "Current address: " VM-ADDRESS
           DISPLAY "Enter new Street Address (blank to keep)"
           ACCEPT WS-ADDRESS-IN
           IF WS-ADDRESS-IN NOT = SPACES
               MOVE WS-ADDRESS-IN TO VM-ADDRESS
           END-IF
           DISPLAY "Current city/state: " VM-CITY-STATE
           DISPLAY "Enter new City, State, and ZIP (blank to keep)"
           ACCEPT WS-CITY-STATE-IN
           IF WS-CITY-STATE-IN NOT = SPACES
               MOVE WS-CITY-STATE-IN TO VM-CITY-STATE
           END-IF
           DISPLAY "Current lead time: " VM-LEAD-DAYS " days"
           DISPLAY "Enter new Lead Time in days (blank to keep)"
           ACCEPT WS-LEAD-DAYS-IN
           IF WS-LEAD-DAYS-IN IS NUMERIC
               MOVE WS-LEAD-DAYS-IN TO VM-LEAD-DAYS
           END-IF
           IF VM-STATUS = "I"
               DISPLAY "Vendor was inactive, now active again"
               MOVE "A" TO VM-STATUS
           END-IF
           REWRITE VENDOR-MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR: vendor could not be rewritten, "
                           "status " WS-VENDMAST-STATUS
                   GO TO 400-EXIT
           END-REWRITE
           PERFORM 600-WRITE-AUDIT THRU 600-EXIT
           DISPLAY "Vendor changed: " WS-VEND-NO-IN.
       400-EXIT.
           EXIT.
      ******************************************************************
      *500-DEACTIVATE-VENDOR Marks a vendor inactive instead of
      *                      deleting the record, so purchase orders
      *                      already raised against it still print
      *                      and receive, and its audit trail
      *                      survives. No new order is raised against
      *                      an inactive vendor.
      ******************************************************************
       500-DEACTIVATE-VENDOR.
           DISPLAY "Enter Vendor Number to deactivate"
           ACCEPT WS-VEND-NO-IN
           PERFORM 220-READ-VENDOR THRU 220-EXIT
           IF WS-VEND-FOUND = "NO"
               DISPLAY "Vendor Number not on file: " WS-VEND-NO-IN
               GO TO 500-EXIT
           END-IF
           IF VM-STATUS = "I"
               DISPLAY "Vendor already inactive: " WS-VEND-NO-IN
               GO TO 500-EXIT
           END-IF
           MOVE VENDOR-MASTER-REC (7:79) TO WS-BEFORE-IMAGE
           MOVE "I" TO VM-STATUS
           REWRITE VENDOR-MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR: vendor could not be rewritten, "
                           "status " WS-VENDMAST-STATUS
                   GO TO 500-EXIT
           END-REWRITE
           PERFORM 600-WRITE-AUDIT THRU 600-EXIT
           DISPLAY "Vendor deactivated: " WS-VEND-NO-IN.
       500-EXIT.
           EXIT.
      ******************************************************************
      *220-READ-VENDOR Reads VENDOR-MASTER by the keyed vendor number
      *                and sets WS-VEND-FOUND accordingly.
      ******************************************************************
       220-READ-VENDOR.
           MOVE WS-VEND-NO-IN TO VM-VEND-NO
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE "NO" TO WS-VEND-FOUND
               NOT INVALID KEY
                   MOVE "YES" TO WS-VEND-FOUND
           END-READ.
       220-EXIT.
           EXIT.
      ******************************************************************
      *250-REPROMPT-NAME Asks for the vendor name again until it is
      *                  not blank.
      ******************************************************************
       250-REPROMPT-NAME.
           DISPLAY "Vendor Name cannot be blank, re-enter"
           ACCEPT WS-NAME-IN.
       250-EXIT.
           EXIT.
      ******************************************************************
      *600-WRITE-AUDIT Writes one audit record for the action just
      *                taken: date, time, operator, action code,
      *                vendor number, and the before and after images
      *                of the name, address, lead time, and status.
      *                The caller loads WS-BEFORE-IMAGE before changing
      *                the record (spaces for an add).
      ******************************************************************
       600-WRITE-AUDIT.
           MOVE WS-YEAR TO AUD-YEAR
           MOVE WS-MONTH TO AUD-MONTH
           MOVE WS-DAY TO AUD-DAY
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY (1:6) TO AUD-TIME
           MOVE WS-OPERATOR TO AUD-OPERATOR
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO AUD-ACTION
           MOVE VM-VEND-NO TO AUD-VEND-NO
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE
           MOVE VENDOR-MASTER-REC (7:79) TO AUD-AFTER
           WRITE AUDIT-REC.
       600-EXIT.
           EXIT.
