      *separately and flagged FALLBACK so the missing jurisdictions
      *can be chased before filing.
      *
      *Lines TOTALSLE sold tax-free under a customer's exemption
      *certificate carry the certificate number. Their sales are
      *reported in an EXEMPT SALES column, never as taxable sales,
      *on their own line flagged EXEMPT, and the report closes with
      *a summary giving each jurisdiction's taxable, exempt, and
      *total sales and tax collected -- the figures the returns ask
      *for.
      *
      *Data Files: SALES-HISTORY "J:\COBOL\saleshst.dat"
      *            REMIT-RPT "J:\COBOL\taxremit.doc"
      *            RUN-PARMS "J:\COBOL\runparm.dat"
           05 HS-QNTY-RTND-AGNST     PIC 9999.
           05 HS-SLSP-ID             PIC X(3).
           05 HS-RTN-SLSP-ID         PIC X(3).
           05 HS-UNIT-COST           PIC 9(5)V99.
           05 HS-RTN-UNIT-COST       PIC 9(5)V99.
           05 HS-EXEMPT-CERT         PIC X(15).
           05 HS-LIST-PRICE          PIC 9999V99.
           05 HS-PRICE-SOURCE        PIC X.
           05 HS-CONTRACT-NO         PIC X(6).

       FD REMIT-RPT
           RECORD CONTAINS 132.
       01 REMIT-REC                  PIC X(132).

       FD RUN-PARMS
           RECORD CONTAINS 40.
           05 WS-GT-TAXABLE          PIC S9(9)V99 VALUE 0.
           05 WS-GT-TAX              PIC S9(9)V99 VALUE 0.
           05 WS-GT-RETURNS          PIC S9(9)V99 VALUE 0.
           05 WS-GT-EXEMPT           PIC S9(9)V99 VALUE 0.
           05 WS-SUM-COUNT           PIC 9(3) VALUE 0.
           05 WS-SUM-OK              PIC XXX VALUE "YES".
       01 WS-JUR-TABLE.
           05 WS-JUR-ENTRY OCCURS 100 TIMES
                           INDEXED BY JT-IX.
               10 JT-TAXABLE         PIC S9(9)V99.
               10 JT-TAX             PIC S9(9)V99.
               10 JT-RETURNS         PIC S9(9)V99.
               10 JT-EXEMPT          PIC S9(9)V99.
       01 WS-SUM-TABLE.
           05 WS-SUM-ENTRY OCCURS 100 TIMES
                           INDEXED BY JS-IX.
               10 JS-JURISDICTION    PIC XX.
               10 JS-TAXABLE         PIC S9(9)V99.
               10 JS-EXEMPT          PIC S9(9)V99.
               10 JS-TAX             PIC S9(9)V99.
       01 WS-FILES.
           05 UT-SYS-SALESHST        PIC X(67)
              VALUE "J:\COBOL\saleshst.dat".
           05 H-RPT-MONTH            PIC 99.
           05                        PIC X VALUE "/".
           05 H-RPT-YEAR             PIC 9999.
           05                        PIC X(55) VALUE SPACES.
       01 HEADING2.
           05                        PIC X(6) VALUE "JURIS".
           05                        PIC X(9) VALUE "RATE".
           05                        PIC X(18) VALUE "TAXABLE SALES".
           05                        PIC X(18) VALUE "EXEMPT SALES".
           05                        PIC X(18) VALUE "TAX COLLECTED".
           05                        PIC X(18) VALUE "RETURN CREDITS".
           05                        PIC X(45) VALUE SPACES.
       01 REMIT-DETAIL.
           05 RM-JURISDICTION        PIC XX.
           05                        PIC XXXX VALUE SPACES.
           05                        PIC X(5) VALUE SPACES.
           05 RM-TAXABLE             PIC ZZZZZZZZ9.99-.
           05                        PIC X(5) VALUE SPACES.
           05 RM-EXEMPT              PIC ZZZZZZZZ9.99-.
           05                        PIC X(5) VALUE SPACES.
           05 RM-TAX                 PIC ZZZZZZZZ9.99-.
           05                        PIC X(5) VALUE SPACES.
           05 RM-RETURNS             PIC ZZZZZZZZ9.99-.
           05                        PIC X(5) VALUE SPACES.
           05 RM-FLAG                PIC X(12).
           05                        PIC X(33) VALUE SPACES.
       01 REMIT-TOTAL-LINE.
           05                        PIC X(6) VALUE "TOTAL".
           05                        PIC X(9) VALUE SPACES.
           05 RT-TAXABLE             PIC ZZZZZZZZ9.99-.
           05                        PIC X(5) VALUE SPACES.
           05 RT-EXEMPT              PIC ZZZZZZZZ9.99-.
           05                        PIC X(5) VALUE SPACES.
           05 RT-TAX                 PIC ZZZZZZZZ9.99-.
           05                        PIC X(5) VALUE SPACES.
           05 RT-RETURNS             PIC ZZZZZZZZ9.99-.
           05                        PIC X(50) VALUE SPACES.
       01 PARM-ECHO-LINE.
           05                        PIC X(11) VALUE "PARAMETER".
           05 PE-KEYWORD             PIC X(14).
           05 PE-VALUE               PIC X(22).
           05 PE-SOURCE              PIC X(20).
           05                        PIC X(65) VALUE SPACES.
       01 REMIT-WARN-LINE.
           05                        PIC X(49) VALUE
              "** FALLBACK LINES WERE TAXED WITHOUT A FILED RATE".
           05                        PIC X(25) VALUE
              " - CHASE THE JURISDICTION".
           05                        PIC X(58) VALUE SPACES.
       01 SUMMARY-HEADING1.
           05                        PIC X(45) VALUE
              "EXEMPT AND TAXABLE SALES BY JURISDICTION".
           05                        PIC X(87) VALUE SPACES.
       01 SUMMARY-HEADING2.
           05                        PIC X(15) VALUE "JURIS".
           05                        PIC X(18) VALUE "TAXABLE SALES".
           05                        PIC X(18) VALUE "EXEMPT SALES".
           05                        PIC X(18) VALUE "TOTAL SALES".
           05                        PIC X(18) VALUE "TAX COLLECTED".
           05                        PIC X(45) VALUE SPACES.
       01 SUMMARY-DETAIL.
           05 SM-JURISDICTION        PIC XX.
           05                        PIC X(13) VALUE SPACES.
           05 SM-TAXABLE             PIC ZZZZZZZZ9.99-.
           05                        PIC X(5) VALUE SPACES.
           05 SM-EXEMPT              PIC ZZZZZZZZ9.99-.
           05                        PIC X(5) VALUE SPACES.
           05 SM-TOTAL               PIC ZZZZZZZZ9.99-.
           05                        PIC X(5) VALUE SPACES.
           05 SM-TAX                 PIC ZZZZZZZZ9.99-.
           05                        PIC X(50) VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *100-MAIN Opens the files, accumulates the filing period by
               VARYING JT-IX FROM 1 BY 1
               UNTIL JT-IX > WS-JUR-COUNT
           PERFORM 800-PRINT-TOTALS THRU 800-EXIT
           PERFORM 850-WRITE-SUMMARY-HEADER THRU 850-EXIT
           PERFORM 860-PRINT-SUMMARY THRU 860-EXIT
               VARYING JS-IX FROM 1 BY 1
               UNTIL JS-IX > WS-SUM-COUNT
           IF WS-TABLE-FULL = "YES"
               DISPLAY "WARNING: more than 100 jurisdiction/rate "
                       "combinations, report is incomplete"
      *                       means a mid-period rate change or a mix
      *                       of filed and fallback lines shows as
      *                       separate report lines instead of one
      *                       blended figure. A line carrying an
      *                       exemption certificate number (flag E,
      *                       applied rate zero) lands on its own
      *                       entry and its sales count as exempt,
      *                       not taxable. The line is folded into
      *                       its jurisdiction's summary as well.
      ******************************************************************
       300-ACCUM-JURISDICTION.
           MOVE "YES" TO WS-ENTRY-OK
               GIVING WS-LINE-GROSS
           SUBTRACT HS-TSALE FROM WS-LINE-GROSS
               GIVING WS-LINE-RETURN-VALUE
           IF HS-EXEMPT-CERT NOT = SPACES
               ADD HS-TSALE TO JT-EXEMPT (JT-IX)
           ELSE
               ADD HS-TSALE TO JT-TAXABLE (JT-IX)
           END-IF
           ADD HS-STAX TO JT-TAX (JT-IX)
           ADD WS-LINE-RETURN-VALUE TO JT-RETURNS (JT-IX)
           PERFORM 310-ACCUM-SUMMARY THRU 310-EXIT.
       300-EXIT.
           EXIT.
      ******************************************************************
      *310-ACCUM-SUMMARY Finds (or adds) this line's jurisdiction in
      *                  the summary table, whatever the rate, and
      *                  folds its sales in as exempt or taxable,
      *                  and its tax.
      ******************************************************************
       310-ACCUM-SUMMARY.
           MOVE "YES" TO WS-SUM-OK
           SET JS-IX TO 1
           SEARCH WS-SUM-ENTRY
               AT END
                   PERFORM 410-ADD-SUMMARY THRU 410-EXIT
               WHEN JS-IX > WS-SUM-COUNT
                   PERFORM 410-ADD-SUMMARY THRU 410-EXIT
               WHEN JS-JURISDICTION (JS-IX) = HS-JURISDICTION
                   CONTINUE
           END-SEARCH
           IF WS-SUM-OK = "NO"
               GO TO 310-EXIT
           END-IF
           IF HS-EXEMPT-CERT NOT = SPACES
               ADD HS-TSALE TO JS-EXEMPT (JS-IX)
           ELSE
               ADD HS-TSALE TO JS-TAXABLE (JS-IX)
           END-IF
           ADD HS-STAX TO JS-TAX (JS-IX).
       310-EXIT.
           EXIT.
      ******************************************************************
      *400-ADD-JURISDICTION Starts a fresh table entry for a
      *                     jurisdiction/rate/flag combination not
      *                     seen yet this period.
           MOVE HS-RATE-FLAG TO JT-FLAG (JT-IX)
           MOVE 0 TO JT-TAXABLE (JT-IX)
           MOVE 0 TO JT-TAX (JT-IX)
           MOVE 0 TO JT-RETURNS (JT-IX)
           MOVE 0 TO JT-EXEMPT (JT-IX).
       400-EXIT.
           EXIT.
      ******************************************************************
      *410-ADD-SUMMARY Starts a fresh summary entry for a jurisdiction
      *                not seen yet this period.
      ******************************************************************
       410-ADD-SUMMARY.
           IF WS-SUM-COUNT NOT LESS THAN 100
               MOVE "YES" TO WS-TABLE-FULL
               MOVE "NO" TO WS-SUM-OK
               GO TO 410-EXIT
           END-IF
           ADD 1 TO WS-SUM-COUNT
           SET JS-IX TO WS-SUM-COUNT
           MOVE HS-JURISDICTION TO JS-JURISDICTION (JS-IX)
           MOVE 0 TO JS-TAXABLE (JS-IX)
           MOVE 0 TO JS-EXEMPT (JS-IX)
           MOVE 0 TO JS-TAX (JS-IX).
       410-EXIT.
           EXIT.
      ******************************************************************
      *500-PRINT-JURISDICTION Prints one jurisdiction/rate line,
      *                       flagging fallback-rate and exempt
      *                       accumulations, and folds it into the
      *                       period totals.
      ******************************************************************
       500-PRINT-JURISDICTION.
           MOVE JT-JURISDICTION (JT-IX) TO RM-JURISDICTION
           MOVE JT-RATE (JT-IX) TO RM-RATE
           MOVE JT-TAXABLE (JT-IX) TO RM-TAXABLE
           MOVE JT-EXEMPT (JT-IX) TO RM-EXEMPT
           MOVE JT-TAX (JT-IX) TO RM-TAX
           MOVE JT-RETURNS (JT-IX) TO RM-RETURNS
           EVALUATE JT-FLAG (JT-IX)
               WHEN "F"
                   MOVE "** FALLBACK" TO RM-FLAG
                   MOVE "YES" TO WS-FALLBACK-SEEN
               WHEN "E"
                   MOVE "EXEMPT" TO RM-FLAG
               WHEN OTHER
                   MOVE SPACES TO RM-FLAG
           END-EVALUATE
           WRITE REMIT-REC FROM REMIT-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD JT-TAXABLE (JT-IX) TO WS-GT-TAXABLE
           ADD JT-EXEMPT (JT-IX) TO WS-GT-EXEMPT
           ADD JT-TAX (JT-IX) TO WS-GT-TAX
           ADD JT-RETURNS (JT-IX) TO WS-GT-RETURNS.
       500-EXIT.
      ******************************************************************
       800-PRINT-TOTALS.
           MOVE WS-GT-TAXABLE TO RT-TAXABLE
           MOVE WS-GT-EXEMPT TO RT-EXEMPT
           MOVE WS-GT-TAX TO RT-TAX
           MOVE WS-GT-RETURNS TO RT-RETURNS
           WRITE REMIT-REC FROM REMIT-TOTAL-LINE
           END-IF.
       800-EXIT.
           EXIT.
      ******************************************************************
      *850-WRITE-SUMMARY-HEADER Writes the headings of the
      *                         jurisdiction summary that follows the
      *                         period totals.
      ******************************************************************
       850-WRITE-SUMMARY-HEADER.
           WRITE REMIT-REC FROM SUMMARY-HEADING1
                 AFTER ADVANCING 3 LINES
           WRITE REMIT-REC FROM SUMMARY-HEADING2
                 AFTER ADVANCING 2 LINES.
       850-EXIT.
           EXIT.
      ******************************************************************
      *860-PRINT-SUMMARY Prints one jurisdiction's taxable, exempt,
      *                  and total sales and its tax collected for
      *                  the period.
      ******************************************************************
       860-PRINT-SUMMARY.
           MOVE JS-JURISDICTION (JS-IX) TO SM-JURISDICTION
           MOVE JS-TAXABLE (JS-IX) TO SM-TAXABLE
           MOVE JS-EXEMPT (JS-IX) TO SM-EXEMPT
           COMPUTE SM-TOTAL = JS-TAXABLE (JS-IX) + JS-EXEMPT (JS-IX)
           MOVE JS-TAX (JS-IX) TO SM-TAX
           WRITE REMIT-REC FROM SUMMARY-DETAIL
                 AFTER ADVANCING 1 LINE.
       860-EXIT.
           EXIT.
