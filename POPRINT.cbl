       identification division.
       program-id. POPRINT.
       author. Gabriel Valenzuela and Mark Holada.
       date-written. 10/15/2026
      ******************************************************************
      *Purpose: To print released purchase orders from PURCH-ORDER as
      *documents that can be mailed or faxed to the vendor. Each
      *order starts a new page with the company header, the PO number
      *and order date, the deliver-by date, and the vendor's name and
      *address; each line prints the item, quantity ordered, unit
      *cost, extended cost, and line due date; and the order closes
      *with its total. Cancelled lines do not print. An order is
      *marked printed as it goes out, so a normal run prints only the
      *orders released since the last run; draft orders never print.
      *
      *The PO selection comes from the run-parameter control file
      *when a POPRINT PO record is on it (a blank or zero value
      *prints every released order not yet printed), so the nightly
      *stream never stops to ask; the selection used, and where it
      *came from, is echoed ahead of the first order. Only when no
      *parameter record exists is the operator prompted for a single
      *PO number to reprint, for when a vendor asks for another copy;
      *a blank or zero reply prints every order waiting to go out.
      *
      *Data Files: PURCH-ORDER "J:\COBOL\purchord.dat"
      *            VENDOR-MASTER "J:\COBOL\vendmast.dat"
      *            ITEM-MASTER "J:\COBOL\itemmast.dat"
      *            PO-PRT "J:\COBOL\purchord.doc"
      *            RUN-PARMS "J:\COBOL\runparm.dat"
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select PURCH-ORDER
               assign to UT-SYS-PURCHORD
               organization is indexed
               access mode is dynamic
               record key is PO-KEY
               file status is WS-PURCHORD-STATUS.
           select VENDOR-MASTER
               assign to UT-SYS-VENDMAST
               organization is indexed
               access mode is random
               record key is VM-VEND-NO
               file status is WS-VENDMAST-STATUS.
           select ITEM-MASTER
               assign to UT-SYS-ITEMMAST
               organization is indexed
               access mode is random
               record key is IM-ITEM-NO
               file status is WS-ITEMMAST-STATUS.
           select PO-PRT
               assign to UT-SYS-POPRT
               organization is line sequential.
           select RUN-PARMS
               assign to UT-SYS-RUNPARM
               organization is sequential
               file status is WS-RUNPARM-STATUS.
       data division.
       file section.
       FD PURCH-ORDER.
       01 PO-REC.
           05 PO-KEY.
               10 PO-NO              PIC 9(6).
               10 PO-LINE-NO         PIC 999.
           05 PO-REC-TYPE            PIC X.
           05                        PIC X(40).
       01 PO-HEADER-REC REDEFINES PO-REC.
           05                        PIC X(10).
           05 PH-VEND-NO             PIC X(6).
           05 PH-ORDER-DATE          PIC 9(8).
           05 PH-DUE-DATE            PIC 9(8).
           05 PH-STATUS              PIC X.
           05 PH-PRINTED             PIC X.
           05 PH-LAST-LINE           PIC 999.
           05 PH-SOURCE              PIC X.
           05                        PIC X(12).
       01 PO-LINE-REC REDEFINES PO-REC.
           05                        PIC X(10).
           05 PL-ITEM-NO             PIC X(6).
           05 PL-QTY-ORDERED         PIC 9(5).
           05 PL-QTY-RECEIVED        PIC 9(5).
           05 PL-UNIT-COST           PIC 9(5)V99.
           05 PL-DUE-DATE            PIC 9(8).
           05 PL-STATUS              PIC X.
           05                        PIC X(8).
       01 PO-CONTROL-REC REDEFINES PO-REC.
           05                        PIC X(10).
           05 PC-NEXT-PO-NO          PIC 9(6).
           05                        PIC X(34).

       FD VENDOR-MASTER.
       01 VENDOR-MASTER-REC.
           05 VM-VEND-NO             PIC X(6).
           05 VM-VEND-NAME           PIC X(25).
           05 VM-ADDRESS             PIC X(25).
           05 VM-CITY-STATE          PIC X(25).
           05 VM-LEAD-DAYS           PIC 999.
           05 VM-STATUS              PIC X.

       FD ITEM-MASTER.
       01 ITEM-MASTER-REC.
           05 IM-ITEM-NO             PIC X(6).
           05 IM-ITEM-DESC           PIC X(20).
           05 IM-UNIT-PRICE          PIC 9999V99.
           05 IM-QTY-ON-HAND         PIC S9(5).
           05 IM-REORDER-POINT       PIC 9(5).
           05 IM-VEND-NO             PIC X(6).
           05 IM-UNIT-COST           PIC 9(5)V99.

       FD PO-PRT
           RECORD CONTAINS 80.
       01 PO-PRT-REC                 PIC X(80).

       FD RUN-PARMS
           RECORD CONTAINS 40.
       01 RUN-PARM-REC.
           05 RP-PROGRAM             PIC X(8).
           05 RP-KEYWORD             PIC X(12).
           05 RP-VALUE               PIC X(20).

       working-storage section.
       01 WS-VARS.
           05 WS-PURCHORD-STATUS     PIC XX.
           05 WS-VENDMAST-STATUS     PIC XX.
           05 WS-ITEMMAST-STATUS     PIC XX.
           05 WS-PO-EOF              PIC XXX VALUE "NO".
           05 WS-SELECT-IN           PIC X(6).
           05 WS-SELECT-TEST         PIC X(6).
           05 WS-SELECT-PO           PIC 9(6) VALUE 0.
           05 WS-PO-OPEN             PIC XXX VALUE "NO".
           05 WS-PO-TOTAL            PIC S9(9)V99 VALUE 0.
           05 WS-EXTENDED            PIC S9(9)V99 VALUE 0.
           05 WS-PRINTED-COUNT       PIC 9(5) VALUE 0.
           05 WS-NOT-RELEASED        PIC XXX VALUE "NO".
           05 WS-RUNPARM-STATUS      PIC XX.
           05 WS-PARM-EOF            PIC XXX VALUE "NO".
           05 WS-SEL-FROM-PARM       PIC XXX VALUE "NO".
       01 WS-FILES.
           05 UT-SYS-PURCHORD        PIC X(67)
              VALUE "J:\COBOL\purchord.dat".
           05 UT-SYS-VENDMAST        PIC X(67)
              VALUE "J:\COBOL\vendmast.dat".
           05 UT-SYS-ITEMMAST        PIC X(67)
              VALUE "J:\COBOL\itemmast.dat".
           05 UT-SYS-POPRT           PIC X(67)
              VALUE "J:\COBOL\purchord.doc".
           05 UT-SYS-RUNPARM         PIC X(67)
              VALUE "J:\COBOL\runparm.dat".
       01 WS-WORK-DATE.
           05 WD-YEAR                PIC 9999.
           05 WD-MONTH               PIC 99.
           05 WD-DAY                 PIC 99.
       01 WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                     PIC 9(8).
       01 PO-COMPANY-LINE.
           05                        PIC X(25) VALUE SPACES.
           05                        PIC X(35)
                                     VALUE "FINAL PROJECT COMPANY".
           05                        PIC X(20) VALUE SPACES.
       01 PO-TITLE-LINE.
           05                        PIC X(26) VALUE SPACES.
           05                        PIC X(34)
              VALUE "P U R C H A S E   O R D E R".
           05                        PIC X(20) VALUE SPACES.
       01 PO-NO-LINE.
           05                        PIC X(12) VALUE "PO NUMBER:".
           05 PON-NO                 PIC ZZZZZ9.
           05                        PIC X(10) VALUE SPACES.
           05                        PIC X(6) VALUE "DATE:".
           05 PON-MONTH              PIC 99.
           05                        PIC X VALUE "/".
           05 PON-DAY                PIC 99.
           05                        PIC X VALUE "/".
           05 PON-YEAR               PIC 9999.
           05                        PIC X(36) VALUE SPACES.
       01 PO-DUE-LINE.
           05                        PIC X(12) VALUE "DELIVER BY:".
           05 POU-MONTH              PIC 99.
           05                        PIC X VALUE "/".
           05 POU-DAY                PIC 99.
           05                        PIC X VALUE "/".
           05 POU-YEAR               PIC 9999.
           05                        PIC X(58) VALUE SPACES.
       01 PO-VENDOR-LINE.
           05                        PIC X(12) VALUE "VENDOR:".
           05 POV-VEND-NAME          PIC X(25).
           05                        PIC XX VALUE SPACES.
           05                        PIC X VALUE "(".
           05 POV-VEND-NO            PIC X(6).
           05                        PIC X VALUE ")".
           05                        PIC X(33) VALUE SPACES.
       01 PO-ADDRESS-LINE.
           05                        PIC X(12) VALUE SPACES.
           05 POA-TEXT               PIC X(25).
           05                        PIC X(43) VALUE SPACES.
       01 PO-COL-HEAD1.
           05                        PIC X(6) VALUE "LINE".
           05                        PIC X(8) VALUE "ITEM NO".
           05                        PIC X(22) VALUE "DESCRIPTION".
           05                        PIC X(8) VALUE "QTY".
           05                        PIC X(11) VALUE "UNIT COST".
           05                        PIC X(13) VALUE "EXTENDED".
           05                        PIC X(12) VALUE "DUE".
       01 PO-DETAIL-LINE.
           05 POD-LINE-NO            PIC ZZ9.
           05                        PIC XXX VALUE SPACES.
           05 POD-ITEM-NO            PIC X(6).
           05                        PIC XX VALUE SPACES.
           05 POD-ITEM-DESC          PIC X(20).
           05                        PIC XX VALUE SPACES.
           05 POD-QTY                PIC ZZZZ9.
           05                        PIC XXX VALUE SPACES.
           05 POD-UNIT-COST          PIC ZZZZ9.99.
           05                        PIC XXX VALUE SPACES.
           05 POD-EXTENDED           PIC ZZZZZZ9.99.
           05                        PIC XXX VALUE SPACES.
           05 POD-MONTH              PIC 99.
           05                        PIC X VALUE "/".
           05 POD-DAY                PIC 99.
           05                        PIC X VALUE "/".
           05 POD-YEAR               PIC 9999.
           05                        PIC XX VALUE SPACES.
       01 PO-MONEY-LINE.
           05                        PIC X(40) VALUE SPACES.
           05 POM-LABEL              PIC X(14).
           05 POM-VALUE              PIC ZZZZZZ9.99-.
           05                        PIC X(15) VALUE SPACES.
       01 PARM-ECHO-LINE.
           05                        PIC X(11) VALUE "PARAMETER".
           05 PE-KEYWORD             PIC X(14).
           05 PE-VALUE               PIC X(22).
           05 PE-SOURCE              PIC X(20).
           05                        PIC X(13) VALUE SPACES.
       01 PO-REFERENCE-LINE.
           05                        PIC X(50)
              VALUE "PLEASE SHOW OUR PO NUMBER ON ALL PACKING SLIPS".
           05                        PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *100-MAIN Opens the files, asks whether one order or everything
      *         waiting is wanted, walks PURCH-ORDER start to finish,
      *         and closes out the last open order before ending.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           PERFORM 200-READ-PO THRU 200-EXIT
               UNTIL WS-PO-EOF = "YES"
           PERFORM 500-CLOSE-PO THRU 500-EXIT
           IF WS-PRINTED-COUNT = 0
               IF WS-SELECT-PO > 0
                   IF WS-NOT-RELEASED = "YES"
                       DISPLAY "Purchase order not released: "
                               WS-SELECT-PO
                   ELSE
                       DISPLAY "Purchase order not found on "
                               "PURCH-ORDER: " WS-SELECT-PO
                   END-IF
               ELSE
                   DISPLAY "No purchase orders waiting to print"
               END-IF
           ELSE
               DISPLAY "Purchase orders printed: " WS-PRINTED-COUNT
           END-IF
           CLOSE PURCH-ORDER
                 VENDOR-MASTER
                 ITEM-MASTER
                 PO-PRT
           STOP RUN.
      ******************************************************************
      *110-INIT Asks for the single PO number to reprint (blank or
      *         zero prints everything waiting) and opens the files.
      *         The reply does not have to be zero-filled -- any
      *         digits with leading or trailing blanks are taken as
      *         the PO number, and anything else falls back to
      *         printing everything waiting.
      ******************************************************************
       110-INIT.
           PERFORM 115-READ-RUN-PARMS THRU 115-EXIT
           IF WS-SEL-FROM-PARM = "NO"
               DISPLAY "Enter PO number to reprint "
                       "(blank for all waiting)"
               ACCEPT WS-SELECT-IN
           END-IF
           MOVE 0 TO WS-SELECT-PO
           MOVE WS-SELECT-IN TO WS-SELECT-TEST
           INSPECT WS-SELECT-TEST
               CONVERTING "0123456789" TO SPACES
           IF WS-SELECT-TEST = SPACES AND WS-SELECT-IN NOT = SPACES
               COMPUTE WS-SELECT-PO =
                   FUNCTION NUMVAL(WS-SELECT-IN)
           END-IF
           OPEN I-O PURCH-ORDER
           IF WS-PURCHORD-STATUS NOT = "00"
               DISPLAY "ERROR: PURCH-ORDER could not be opened, "
                       "status " WS-PURCHORD-STATUS
               STOP RUN
           END-IF
           OPEN INPUT VENDOR-MASTER
           IF WS-VENDMAST-STATUS NOT = "00"
               DISPLAY "ERROR: VENDOR-MASTER could not be opened, "
                       "status " WS-VENDMAST-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ITEM-MASTER
           IF WS-ITEMMAST-STATUS NOT = "00"
               DISPLAY "ERROR: ITEM-MASTER could not be opened, "
                       "status " WS-ITEMMAST-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PO-PRT
           PERFORM 120-ECHO-PARMS THRU 120-EXIT
           MOVE LOW-VALUES TO PO-KEY
           START PURCH-ORDER KEY NOT LESS THAN PO-KEY
               INVALID KEY
                   MOVE "YES" TO WS-PO-EOF
           END-START.
       110-EXIT.
           EXIT.
      ******************************************************************
      *115-READ-RUN-PARMS Reads the run-parameter control file and
      *                   takes the PO selection from a POPRINT PO
      *                   record when one is there, so the nightly
      *                   stream can run with nobody at the console.
      *                   A blank or zero value prints everything
      *                   waiting. A control file that does not exist,
      *                   or has no POPRINT record, just leaves the
      *                   operator prompt in place.
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
      *                  it is addressed to this program.
      ******************************************************************
       116-READ-ONE-PARM.
           READ RUN-PARMS
               AT END
                   MOVE "YES" TO WS-PARM-EOF
                   GO TO 116-EXIT
           END-READ
           IF RP-PROGRAM NOT = "POPRINT"
               GO TO 116-EXIT
           END-IF
           EVALUATE RP-KEYWORD
               WHEN "PO"
                   MOVE RP-VALUE (1:6) TO WS-SELECT-IN
                   MOVE "YES" TO WS-SEL-FROM-PARM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       116-EXIT.
           EXIT.
      ******************************************************************
      *120-ECHO-PARMS Prints the PO selection this run used and where
      *               it came from at the head of the output, ahead of
      *               the first order page.
      ******************************************************************
       120-ECHO-PARMS.
           MOVE "PO" TO PE-KEYWORD
           IF WS-SELECT-PO = 0
               MOVE "ALL WAITING" TO PE-VALUE
           ELSE
               MOVE WS-SELECT-PO TO PE-VALUE
           END-IF
           IF WS-SEL-FROM-PARM = "YES"
               MOVE "FROM CONTROL FILE" TO PE-SOURCE
           ELSE
               MOVE "FROM OPERATOR" TO PE-SOURCE
           END-IF
           WRITE PO-PRT-REC FROM PARM-ECHO-LINE
                 AFTER ADVANCING 1 LINE.
       120-EXIT.
           EXIT.
      ******************************************************************
      *200-READ-PO Reads one PURCH-ORDER record and routes it by
      *            record type. A header closes out the order before
      *            it and starts a new one when selected; a line prints
      *            under an open order. The control record is passed
      *            over.
      ******************************************************************
       200-READ-PO.
           READ PURCH-ORDER NEXT RECORD
               AT END
                   MOVE "YES" TO WS-PO-EOF
                   GO TO 200-EXIT
           END-READ
           IF PO-NO = 0
               GO TO 200-EXIT
           END-IF
           EVALUATE PO-REC-TYPE
               WHEN "H"
                   PERFORM 500-CLOSE-PO THRU 500-EXIT
                   PERFORM 210-SELECT-PO THRU 210-EXIT
               WHEN "L"
                   IF WS-PO-OPEN = "YES"
                       PERFORM 400-PRINT-LINE THRU 400-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       200-EXIT.
           EXIT.
      ******************************************************************
      *210-SELECT-PO Decides whether the header just read prints. With
      *              no PO asked for, a released order not yet printed
      *              prints and is marked printed. An order asked for
      *              by number reprints whatever its print flag, so
      *              long as it has been released -- a draft is not an
      *              order and never goes to a vendor.
      ******************************************************************
       210-SELECT-PO.
           IF WS-SELECT-PO = 0
               IF PH-STATUS NOT = "O" OR PH-PRINTED = "Y"
                   GO TO 210-EXIT
               END-IF
           ELSE
               IF PO-NO NOT = WS-SELECT-PO
                   GO TO 210-EXIT
               END-IF
               IF PH-STATUS = "D"
                   MOVE "YES" TO WS-NOT-RELEASED
                   GO TO 210-EXIT
               END-IF
           END-IF
           IF PH-PRINTED NOT = "Y"
               MOVE "Y" TO PH-PRINTED
               REWRITE PO-REC
                   INVALID KEY
                       DISPLAY "PO print flag not updated: " PO-NO
               END-REWRITE
           END-IF
           PERFORM 300-START-PO THRU 300-EXIT.
       210-EXIT.
           EXIT.
      ******************************************************************
      *300-START-PO Prints the company header, the PO number and
      *             dates, the vendor's name and address, and the
      *             column headings at the top of a fresh page, and
      *             clears the order total.
      ******************************************************************
       300-START-PO.
           MOVE PO-NO TO PON-NO
           MOVE PH-ORDER-DATE TO WS-WORK-DATE-NUM
           MOVE WD-MONTH TO PON-MONTH
           MOVE WD-DAY TO PON-DAY
           MOVE WD-YEAR TO PON-YEAR
           MOVE PH-DUE-DATE TO WS-WORK-DATE-NUM
           MOVE WD-MONTH TO POU-MONTH
           MOVE WD-DAY TO POU-DAY
           MOVE WD-YEAR TO POU-YEAR
           MOVE PH-VEND-NO TO POV-VEND-NO
           MOVE PH-VEND-NO TO VM-VEND-NO
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE "** VENDOR NOT ON FILE **" TO VM-VEND-NAME
                   MOVE SPACES TO VM-ADDRESS
                   MOVE SPACES TO VM-CITY-STATE
           END-READ
           MOVE VM-VEND-NAME TO POV-VEND-NAME
           WRITE PO-PRT-REC FROM PO-COMPANY-LINE
                 AFTER ADVANCING PAGE
           WRITE PO-PRT-REC FROM PO-TITLE-LINE
                 AFTER ADVANCING 1 LINE
           WRITE PO-PRT-REC FROM PO-NO-LINE
                 AFTER ADVANCING 2 LINES
           WRITE PO-PRT-REC FROM PO-DUE-LINE
                 AFTER ADVANCING 1 LINE
           WRITE PO-PRT-REC FROM PO-VENDOR-LINE
                 AFTER ADVANCING 2 LINES
           MOVE VM-ADDRESS TO POA-TEXT
           WRITE PO-PRT-REC FROM PO-ADDRESS-LINE
                 AFTER ADVANCING 1 LINE
           MOVE VM-CITY-STATE TO POA-TEXT
           WRITE PO-PRT-REC FROM PO-ADDRESS-LINE
                 AFTER ADVANCING 1 LINE
           WRITE PO-PRT-REC FROM PO-COL-HEAD1
                 AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-PO-TOTAL
           MOVE "YES" TO WS-PO-OPEN.
       300-EXIT.
           EXIT.
      ******************************************************************
      *400-PRINT-LINE Prints one order line and folds its extended
      *               cost into the order total. A cancelled line is
      *               not part of the order and does not print.
      ******************************************************************
       400-PRINT-LINE.
           IF PL-STATUS = "X"
               GO TO 400-EXIT
           END-IF
           MOVE PL-ITEM-NO TO IM-ITEM-NO
           READ ITEM-MASTER
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO IM-ITEM-DESC
           END-READ
           COMPUTE WS-EXTENDED = PL-QTY-ORDERED * PL-UNIT-COST
           MOVE PO-LINE-NO TO POD-LINE-NO
           MOVE PL-ITEM-NO TO POD-ITEM-NO
           MOVE IM-ITEM-DESC TO POD-ITEM-DESC
           MOVE PL-QTY-ORDERED TO POD-QTY
           MOVE PL-UNIT-COST TO POD-UNIT-COST
           MOVE WS-EXTENDED TO POD-EXTENDED
           MOVE PL-DUE-DATE TO WS-WORK-DATE-NUM
           MOVE WD-MONTH TO POD-MONTH
           MOVE WD-DAY TO POD-DAY
           MOVE WD-YEAR TO POD-YEAR
           WRITE PO-PRT-REC FROM PO-DETAIL-LINE
                 AFTER ADVANCING 1 LINE
           ADD WS-EXTENDED TO WS-PO-TOTAL.
       400-EXIT.
           EXIT.
      ******************************************************************
      *500-CLOSE-PO Prints the order total under the open order, if
      *             any, and marks it closed. Performed ahead of each
      *             new header and once more at end of file.
      ******************************************************************
       500-CLOSE-PO.
           IF WS-PO-OPEN NOT = "YES"
               GO TO 500-EXIT
           END-IF
           MOVE "ORDER TOTAL" TO POM-LABEL
           MOVE WS-PO-TOTAL TO POM-VALUE
           WRITE PO-PRT-REC FROM PO-MONEY-LINE
                 AFTER ADVANCING 2 LINES
           WRITE PO-PRT-REC FROM PO-REFERENCE-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "NO" TO WS-PO-OPEN
           ADD 1 TO WS-PRINTED-COUNT.
       500-EXIT.
           EXIT.
