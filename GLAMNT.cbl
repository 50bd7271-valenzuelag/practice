      *file must cover AR, SALE, RTRN, and every jurisdiction that
      *sells before the nightly stream runs.
      *
      *ARCASH's cash receipts extract is coded from the same file. It
      *needs CASH (the bank account the day's receipts are deposited
      *to), AR (shared with TOTALSLE), and UNAP (the unapplied-cash
      *liability credited when a check goes on account), and holds
      *its extract back the same way when one of them is missing.
      *
      *TOTALSLE also books the cost of what it sells: COGS (the
      *cost-of-goods-sold expense debited at the item's unit cost)
      *and INV (the inventory asset credited for the same amount),
      *with returns going back the other way at the cost they were
      *sold at. Both must be mapped before the extract is released.
      *
      *PIPOST books the physical inventory adjustment: SHRK (the
      *inventory shrinkage expense) against INV, debited for a net
      *shortage and credited for a net overage. It refuses to post
      *a count until both are mapped.
      *
      *CRMEMO's credit memo extract reverses the original sale with
      *the roles already here: SALE and each jurisdiction's TAX
      *debited, AR credited, and the cost of goods put back in stock
      *moved from COGS back to INV. It holds its extract back the
      *same way when any of them is missing.
      *
      *FINCHG's finance charge extract debits AR for each charge it
      *adds to a customer's open items and credits FINC (the finance
      *charge income account). It posts nothing until both are
      *mapped.
      *
      *Data Files: GL-ACCOUNTS "J:\COBOL\glacct.dat"
      ******************************************************************
       environment division.
           EXIT.
      ******************************************************************
      *230-GET-ROLE Asks for the extract role and reprompts until it
      *             is AR, SALE, RTRN, TAX, CASH, UNAP, COGS, INV,
      *             SHRK, or FINC.
      *             Only TAX carries a jurisdiction; for the others it
      *             is forced to spaces so a stray keystroke cannot
      *             split one role across two keys.
      ******************************************************************
       230-GET-ROLE.
           DISPLAY "Enter role: AR, SALE, RTRN, TAX, CASH, UNAP, "
                   "COGS, INV, SHRK, or FINC"
           ACCEPT WS-TYPE-IN
           MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN
           IF WS-TYPE-IN NOT = "AR" AND "SALE" AND "RTRN" AND "TAX"
                           AND "CASH" AND "UNAP" AND "COGS" AND "INV"
                           AND "SHRK" AND "FINC"
               PERFORM 250-REPROMPT-ROLE THRU 250-EXIT
                   UNTIL WS-TYPE-IN = "AR" OR "SALE" OR "RTRN"
                      OR "TAX" OR "CASH" OR "UNAP" OR "COGS"
                      OR "INV" OR "SHRK" OR "FINC"
           END-IF
           IF WS-TYPE-IN = "TAX"
               DISPLAY "Enter Jurisdiction"
           EXIT.
      ******************************************************************
      *250-REPROMPT-ROLE Asks for the role again until it is one of
      *                  the roles the extracts write.
      ******************************************************************
       250-REPROMPT-ROLE.
           DISPLAY "Role must be AR, SALE, RTRN, TAX, CASH, UNAP, "
                   "COGS, INV, SHRK, or FINC, re-enter"
           ACCEPT WS-TYPE-IN
           MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN.
       250-EXIT.
