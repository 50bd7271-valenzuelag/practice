       identification division.
       program-id. PIVAR.
       author. Gabriel Valenzuela and Mark Holada.
       date-written. 10/15/2026
      ******************************************************************
      *Purpose: To print the physical inventory variance report the
      *supervisor reviews before the count is posted. Every item
      *frozen by PIFREEZE prints with its book quantity at the
      *freeze, the quantity counted, the unit variance (counted less
      *book), and the dollar variance at the unit cost frozen with
      *it. A shortage prints negative; an overage positive.
      *
      *A variance larger than the recount thresholds -- a number of
      *units or a dollar amount, either one -- is flagged for
      *recount and the item is marked on the count file, so PICOUNT
      *knows the next count for it replaces the first. An item that
      *has been recounted and still shows a large variance is
      *flagged as confirmed and is not sent back again. The
      *thresholds come from PIVAR UNITS and DOLLARS records in the
      *run-parameter file, or from the operator when there are none
      *(blank takes 10 units and 100.00), and are echoed on the
      *report. Items nobody counted are listed as NOT COUNTED: PIPOST
      *leaves them alone, so an item found nowhere in the warehouse
      *must be counted as zero to be written off.
      *
      *When no recount is outstanding the count control record goes
      *to status V and the count can be posted; otherwise it stays
      *at F and the run ends with return code 4 so the recounts are
      *done first.
      *
      *Data Files: PI-FILE "J:\COBOL\pifreeze.dat"
      *            PI-CONTROL "J:\COBOL\pictl.dat"
      *            RUN-PARMS "J:\COBOL\runparm.dat"
      *            VAR-RPT "J:\COBOL\pivar.doc"
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select PI-FILE
               assign to UT-SYS-PIFILE
               organization is indexed
               access mode is sequential
               record key is PI-ITEM-NO
               file status is WS-PIFILE-STATUS.
           select PI-CONTROL
               assign to UT-SYS-PICTL
               organization is sequential
               file status is WS-PICTL-STATUS.
           select RUN-PARMS
               assign to UT-SYS-RUNPARM
               organization is sequential
               file status is WS-RUNPARM-STATUS.
           select VAR-RPT
               assign to UT-SYS-PIVAR
               organization is line sequential.
       data division.
       file section.
       FD PI-FILE.
       01 PI-REC.
           05 PI-ITEM-NO             PIC X(6).
           05 PI-ITEM-DESC           PIC X(20).
           05 PI-BOOK-QTY            PIC S9(5).
           05 PI-UNIT-COST           PIC 9(5)V99.
           05 PI-COUNT-QTY           PIC 9(5).
           05 PI-COUNTED             PIC X.
           05 PI-RECOUNT             PIC X.
           05 PI-REASON              PIC XX.
           05 PI-COUNTER             PIC XXX.
           05 PI-POSTED              PIC X.
           05                        PIC X(4).

       FD PI-CONTROL
           RECORD CONTAINS 40.
       01 PI-CONTROL-REC.
           05 PC-FREEZE-DATE         PIC 9(8).
           05 PC-FREEZE-TIME         PIC 9(6).
           05 PC-STATUS              PIC X.
           05 PC-ITEMS               PIC 9(5).
           05 PC-APPROVED-BY         PIC XXX.
           05 PC-POST-DATE           PIC 9(8).
           05                        PIC X(9).

       FD RUN-PARMS
           RECORD CONTAINS 40.
       01 RUN-PARM-REC.
           05 RP-PROGRAM             PIC X(8).
           05 RP-KEYWORD             PIC X(12).
           05 RP-VALUE               PIC X(20).

       FD VAR-RPT
           RECORD CONTAINS 132.
       01 VAR-REC                    PIC X(132).

       working-storage section.
       01 WS-VARS.
           05 WS-PIFILE-STATUS       PIC XX.
           05 WS-PICTL-STATUS        PIC XX.
           05 WS-RUNPARM-STATUS      PIC XX.
           05 WS-PI-EOF              PIC XXX VALUE "NO".
           05 WS-PARM-EOF            PIC XXX VALUE "NO".
           05 WS-UNITS-FROM-PARM     PIC XXX VALUE "NO".
           05 WS-DOLLARS-FROM-PARM   PIC XXX VALUE "NO".
           05 WS-UNITS-IN            PIC X(5).
           05 WS-DOLLARS-IN          PIC X(10).
           05 WS-PARM-TEST           PIC X(10).
           05 WS-PARM-OK             PIC XXX.
           05 WS-RECOUNT-UNITS       PIC 9(5) VALUE 10.
           05 WS-RECOUNT-DOLLARS     PIC 9(7)V99 VALUE 100.00.
           05 WS-UNIT-VAR            PIC S9(6).
           05 WS-DOLLAR-VAR          PIC S9(9)V99.
           05 WS-ABS-UNITS           PIC 9(6).
           05 WS-ABS-DOLLARS         PIC 9(9)V99.
           05 WS-ITEM-COUNT          PIC 9(7) VALUE 0.
           05 WS-COUNTED-COUNT       PIC 9(7) VALUE 0.
           05 WS-UNCOUNTED-COUNT     PIC 9(7) VALUE 0.
           05 WS-VARIANCE-COUNT      PIC 9(7) VALUE 0.
           05 WS-RECOUNT-COUNT       PIC 9(7) VALUE 0.
           05 WS-CONFIRMED-COUNT     PIC 9(7) VALUE 0.
           05 WS-NET-UNITS           PIC S9(9) VALUE 0.
           05 WS-SHORT-DOLLARS       PIC S9(11)V99 VALUE 0.
           05 WS-OVER-DOLLARS        PIC S9(11)V99 VALUE 0.
           05 WS-NET-DOLLARS         PIC S9(11)V99 VALUE 0.
           05 WS-EDIT-UNITS          PIC ZZZZ9.
           05 WS-EDIT-DOLLARS        PIC Z,ZZZ,ZZ9.99.
       01 WS-FILES.
           05 UT-SYS-PIFILE          PIC X(67)
              VALUE "J:\COBOL\pifreeze.dat".
           05 UT-SYS-PICTL           PIC X(67)
              VALUE "J:\COBOL\pictl.dat".
           05 UT-SYS-RUNPARM         PIC X(67)
              VALUE "J:\COBOL\runparm.dat".
           05 UT-SYS-PIVAR           PIC X(67)
              VALUE "J:\COBOL\pivar.doc".
       01 WS-DATE.
           05 WS-YEAR                PIC 9999.
           05 WS-MONTH               PIC 99.
           05 WS-DAY                 PIC 99.
       01 HEADING1.
           05 H-MONTH                PIC 99.
           05                        PIC X VALUE "/".
           05 H-DAY                  PIC 99.
           05                        PIC X VALUE "/".
           05 H-YEAR                 PIC 9999.
           05                        PIC X(12) VALUE SPACES.
           05                        PIC X(40)
              VALUE "PHYSICAL INVENTORY VARIANCE REPORT".
           05                        PIC X(70) VALUE SPACES.
       01 HEADING2.
           05                        PIC X(16) VALUE "COUNT FROZEN".
           05 H2-FREEZE-DATE         PIC 9(8).
           05                        PIC X(108) VALUE SPACES.
       01 HEADING3.
           05                        PIC X(9) VALUE "ITEM NO".
           05                        PIC X(22) VALUE "DESCRIPTION".
           05                        PIC X(9) VALUE "BOOK".
           05                        PIC X(9) VALUE "COUNTED".
           05                        PIC X(10) VALUE "UNIT VAR".
           05                        PIC X(10) VALUE "UNIT COST".
           05                        PIC X(17) VALUE "DOLLAR VAR".
           05                        PIC X(7) VALUE "REASON".
           05                        PIC X(39) VALUE "FLAG".
       01 PARM-ECHO-LINE.
           05                        PIC X(11) VALUE "PARAMETER".
           05 PE-KEYWORD             PIC X(14).
           05 PE-VALUE               PIC X(22).
           05 PE-SOURCE              PIC X(20).
           05                        PIC X(65) VALUE SPACES.
       01 VAR-DETAIL.
           05 VD-ITEM-NO             PIC X(6).
           05                        PIC XXX VALUE SPACES.
           05 VD-ITEM-DESC           PIC X(20).
           05                        PIC XX VALUE SPACES.
           05 VD-BOOK                PIC ZZZZ9-.
           05                        PIC XXX VALUE SPACES.
           05 VD-COUNTED             PIC ZZZZ9.
           05                        PIC X(4) VALUE SPACES.
           05 VD-UNIT-VAR            PIC ZZZZ9-.
           05                        PIC X(4) VALUE SPACES.
           05 VD-UNIT-COST           PIC ZZZZ9.99.
           05                        PIC XX VALUE SPACES.
           05 VD-DOLLAR-VAR          PIC ZZ,ZZZ,ZZ9.99-.
           05                        PIC XXX VALUE SPACES.
           05 VD-REASON              PIC XX.
           05                        PIC X(5) VALUE SPACES.
           05 VD-FLAG                PIC X(20).
           05                        PIC X(19) VALUE SPACES.
       01 VAR-COUNT-LINE.
           05 VC-LABEL               PIC X(30).
           05 VC-VALUE               PIC ZZZZZZZZ9-.
           05                        PIC X(92) VALUE SPACES.
       01 VAR-MONEY-LINE.
           05 VM-LABEL               PIC X(30).
           05 VM-VALUE               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05                        PIC X(84) VALUE SPACES.
       01 VAR-MSG-LINE.
           05 VS-TEXT                PIC X(70).
           05                        PIC X(62) VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *100-MAIN Checks a count is open, settles the recount
      *         thresholds, prints one line per frozen item, and
      *         closes with the totals. The control record goes to
      *         status V only when no recount is outstanding.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           PERFORM 600-WRITE-HEADER THRU 600-EXIT
           PERFORM 200-READ-PI THRU 200-EXIT
               UNTIL WS-PI-EOF = "YES"
           PERFORM 900-WRITE-TOTALS THRU 900-EXIT
           CLOSE PI-FILE
                 VAR-RPT
           IF WS-RECOUNT-COUNT = 0
               MOVE "V" TO PC-STATUS
           ELSE
               MOVE "F" TO PC-STATUS
           END-IF
           OPEN OUTPUT PI-CONTROL
           WRITE PI-CONTROL-REC
           CLOSE PI-CONTROL
           IF WS-RECOUNT-COUNT > 0
               DISPLAY "PIVAR: items flagged for recount: "
                       WS-RECOUNT-COUNT " - count them again "
                       "and rerun PIVAR"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "PIVAR: variances ready for approval"
           END-IF
           STOP RUN.
      ******************************************************************
      *110-INIT Gets the run date and reads the count control record;
      *         with no count open, or one already posted, there is
      *         nothing to report and the run stops. Takes the recount
      *         thresholds from the control file or the operator and
      *         opens the count file for update.
      ******************************************************************
       110-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H-MONTH
           MOVE WS-DAY TO H-DAY
           MOVE WS-YEAR TO H-YEAR
           MOVE SPACES TO PC-STATUS
           OPEN INPUT PI-CONTROL
           IF WS-PICTL-STATUS = "00"
               READ PI-CONTROL
                   AT END
                       MOVE SPACES TO PC-STATUS
               END-READ
               CLOSE PI-CONTROL
           END-IF
           IF PC-STATUS NOT = "F" AND "V"
               DISPLAY "PIVAR: no physical inventory count is open"
                       " - run PIFREEZE first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PC-FREEZE-DATE TO H2-FREEZE-DATE
           PERFORM 115-READ-RUN-PARMS THRU 115-EXIT
           IF WS-UNITS-FROM-PARM = "NO"
               DISPLAY "Enter recount threshold in units "
                       "(blank = 10)"
               ACCEPT WS-UNITS-IN
               PERFORM 140-EDIT-UNITS THRU 140-EXIT
               PERFORM 130-REPROMPT-UNITS THRU 130-EXIT
                   UNTIL WS-PARM-OK = "YES"
               IF WS-UNITS-IN NOT = SPACES
                   COMPUTE WS-RECOUNT-UNITS =
                       FUNCTION NUMVAL(WS-UNITS-IN)
               END-IF
           END-IF
           IF WS-DOLLARS-FROM-PARM = "NO"
               DISPLAY "Enter recount threshold in dollars "
                       "(blank = 100.00)"
               ACCEPT WS-DOLLARS-IN
               PERFORM 145-EDIT-DOLLARS THRU 145-EXIT
               PERFORM 135-REPROMPT-DOLLARS THRU 135-EXIT
                   UNTIL WS-PARM-OK = "YES"
               IF WS-DOLLARS-IN NOT = SPACES
                   COMPUTE WS-RECOUNT-DOLLARS =
                       FUNCTION NUMVAL(WS-DOLLARS-IN)
               END-IF
           END-IF
           OPEN I-O PI-FILE
           IF WS-PIFILE-STATUS NOT = "00"
               DISPLAY "ERROR: PI-FILE could not be opened, "
                       "status " WS-PIFILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT VAR-RPT.
       110-EXIT.
           EXIT.
      ******************************************************************
      *115-READ-RUN-PARMS Reads the run-parameter control file and
      *                   takes the recount thresholds from PIVAR
      *                   UNITS and DOLLARS records when they are
      *                   there.
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
      *                  the operator is asked instead.
      ******************************************************************
       116-READ-ONE-PARM.
           READ RUN-PARMS
               AT END
                   MOVE "YES" TO WS-PARM-EOF
                   GO TO 116-EXIT
           END-READ
           IF RP-PROGRAM NOT = "PIVAR"
               GO TO 116-EXIT
           END-IF
           EVALUATE RP-KEYWORD
               WHEN "UNITS"
                   MOVE RP-VALUE (1:5) TO WS-UNITS-IN
                   PERFORM 140-EDIT-UNITS THRU 140-EXIT
                   IF WS-PARM-OK = "YES"
                      AND WS-UNITS-IN NOT = SPACES
                       COMPUTE WS-RECOUNT-UNITS =
                           FUNCTION NUMVAL(WS-UNITS-IN)
                       MOVE "YES" TO WS-UNITS-FROM-PARM
                   ELSE
                       DISPLAY "PIVAR: UNITS parameter not "
                               "digits, ignored: " RP-VALUE
                   END-IF
               WHEN "DOLLARS"
                   MOVE RP-VALUE (1:10) TO WS-DOLLARS-IN
                   PERFORM 145-EDIT-DOLLARS THRU 145-EXIT
                   IF WS-PARM-OK = "YES"
                      AND WS-DOLLARS-IN NOT = SPACES
                       COMPUTE WS-RECOUNT-DOLLARS =
                           FUNCTION NUMVAL(WS-DOLLARS-IN)
                       MOVE "YES" TO WS-DOLLARS-FROM-PARM
                   ELSE
                       DISPLAY "PIVAR: DOLLARS parameter not "
                               "an amount, ignored: " RP-VALUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       116-EXIT.
           EXIT.
      ******************************************************************
      *130-REPROMPT-UNITS Asks for the unit threshold again until the
      *                   reply is blank or digits.
      ******************************************************************
       130-REPROMPT-UNITS.
           DISPLAY "Threshold must be digits or blank, re-enter"
           ACCEPT WS-UNITS-IN
           PERFORM 140-EDIT-UNITS THRU 140-EXIT.
       130-EXIT.
           EXIT.
      ******************************************************************
      *135-REPROMPT-DOLLARS Asks for the dollar threshold again until
      *                     the reply is blank or an amount.
      ******************************************************************
       135-REPROMPT-DOLLARS.
           DISPLAY "Threshold must be an amount or blank, re-enter"
           ACCEPT WS-DOLLARS-IN
           PERFORM 145-EDIT-DOLLARS THRU 145-EXIT.
       135-EXIT.
           EXIT.
      ******************************************************************
      *140-EDIT-UNITS Sets WS-PARM-OK when the unit threshold is blank
      *               or digits with leading or trailing blanks.
      ******************************************************************
       140-EDIT-UNITS.
           MOVE WS-UNITS-IN TO WS-PARM-TEST
           INSPECT WS-PARM-TEST
               CONVERTING "0123456789" TO SPACES
           IF WS-PARM-TEST = SPACES
               MOVE "YES" TO WS-PARM-OK
           ELSE
               MOVE "NO" TO WS-PARM-OK
           END-IF.
       140-EXIT.
           EXIT.
      ******************************************************************
      *145-EDIT-DOLLARS Sets WS-PARM-OK when the dollar threshold is
      *                 blank or digits with at most a decimal point.
      ******************************************************************
       145-EDIT-DOLLARS.
           MOVE WS-DOLLARS-IN TO WS-PARM-TEST
           INSPECT WS-PARM-TEST
               CONVERTING "0123456789." TO SPACES
           IF WS-PARM-TEST = SPACES
               MOVE "YES" TO WS-PARM-OK
           ELSE
               MOVE "NO" TO WS-PARM-OK
           END-IF.
       145-EXIT.
           EXIT.
      ******************************************************************
      *200-READ-PI Reads one frozen item and prints its variance line.
      *            An item not counted is listed but not measured.
      ******************************************************************
       200-READ-PI.
           READ PI-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-PI-EOF
                   GO TO 200-EXIT
           END-READ
           ADD 1 TO WS-ITEM-COUNT
           MOVE PI-ITEM-NO TO VD-ITEM-NO
           MOVE PI-ITEM-DESC TO VD-ITEM-DESC
           MOVE PI-BOOK-QTY TO VD-BOOK
           MOVE PI-UNIT-COST TO VD-UNIT-COST
           IF PI-COUNTED NOT = "Y"
               ADD 1 TO WS-UNCOUNTED-COUNT
               MOVE 0 TO VD-COUNTED
               MOVE 0 TO VD-UNIT-VAR
               MOVE 0 TO VD-DOLLAR-VAR
               MOVE SPACES TO VD-REASON
               MOVE "NOT COUNTED" TO VD-FLAG
               WRITE VAR-REC FROM VAR-DETAIL
                     AFTER ADVANCING 1 LINE
               GO TO 200-EXIT
           END-IF
           ADD 1 TO WS-COUNTED-COUNT
           PERFORM 300-CHECK-VARIANCE THRU 300-EXIT
           MOVE PI-COUNT-QTY TO VD-COUNTED
           MOVE WS-UNIT-VAR TO VD-UNIT-VAR
           MOVE WS-DOLLAR-VAR TO VD-DOLLAR-VAR
           MOVE PI-REASON TO VD-REASON
           WRITE VAR-REC FROM VAR-DETAIL
                 AFTER ADVANCING 1 LINE.
       200-EXIT.
           EXIT.
      ******************************************************************
      *300-CHECK-VARIANCE Works out the unit and dollar variance,
      *                   adds them to the totals, and flags a
      *                   variance over either threshold. A first
      *                   large variance marks the item R for recount;
      *                   one still large after the recount (D) is
      *                   confirmed. An R left over from a run with
      *                   tighter thresholds is cleared once the
      *                   variance is within them.
      ******************************************************************
       300-CHECK-VARIANCE.
           COMPUTE WS-UNIT-VAR = PI-COUNT-QTY - PI-BOOK-QTY
           COMPUTE WS-DOLLAR-VAR = WS-UNIT-VAR * PI-UNIT-COST
           ADD WS-UNIT-VAR TO WS-NET-UNITS
           ADD WS-DOLLAR-VAR TO WS-NET-DOLLARS
           IF WS-DOLLAR-VAR < 0
               ADD WS-DOLLAR-VAR TO WS-SHORT-DOLLARS
           ELSE
               ADD WS-DOLLAR-VAR TO WS-OVER-DOLLARS
           END-IF
           IF WS-UNIT-VAR NOT = 0
               ADD 1 TO WS-VARIANCE-COUNT
           END-IF
           IF WS-UNIT-VAR < 0
               COMPUTE WS-ABS-UNITS = 0 - WS-UNIT-VAR
               COMPUTE WS-ABS-DOLLARS = 0 - WS-DOLLAR-VAR
           ELSE
               MOVE WS-UNIT-VAR TO WS-ABS-UNITS
               MOVE WS-DOLLAR-VAR TO WS-ABS-DOLLARS
           END-IF
           MOVE SPACES TO VD-FLAG
           IF WS-ABS-UNITS > WS-RECOUNT-UNITS
              OR WS-ABS-DOLLARS > WS-RECOUNT-DOLLARS
               IF PI-RECOUNT = "D"
                   MOVE "* RECOUNT CONFIRMED" TO VD-FLAG
                   ADD 1 TO WS-CONFIRMED-COUNT
               ELSE
                   MOVE "** RECOUNT" TO VD-FLAG
                   ADD 1 TO WS-RECOUNT-COUNT
                   IF PI-RECOUNT NOT = "R"
                       MOVE "R" TO PI-RECOUNT
                       PERFORM 310-REWRITE-PI THRU 310-EXIT
                   END-IF
               END-IF
           ELSE
               IF PI-RECOUNT = "R"
                   MOVE SPACE TO PI-RECOUNT
                   PERFORM 310-REWRITE-PI THRU 310-EXIT
               END-IF
           END-IF.
       300-EXIT.
           EXIT.
      ******************************************************************
      *310-REWRITE-PI Rewrites the count record with its recount mark.
      ******************************************************************
       310-REWRITE-PI.
           REWRITE PI-REC
               INVALID KEY
                   DISPLAY "ERROR: recount mark not saved for item "
                           PI-ITEM-NO
           END-REWRITE.
       310-EXIT.
           EXIT.
      ******************************************************************
      *600-WRITE-HEADER Writes the report heading and echoes the
      *                 recount thresholds this run used and where
      *                 they came from.
      ******************************************************************
       600-WRITE-HEADER.
           WRITE VAR-REC FROM HEADING1
                 AFTER ADVANCING PAGE
           WRITE VAR-REC FROM HEADING2
                 AFTER ADVANCING 1 LINE
           MOVE "RECOUNT UNITS" TO PE-KEYWORD
           MOVE WS-RECOUNT-UNITS TO WS-EDIT-UNITS
           MOVE WS-EDIT-UNITS TO PE-VALUE
           IF WS-UNITS-FROM-PARM = "YES"
               MOVE "FROM CONTROL FILE" TO PE-SOURCE
           ELSE
               MOVE "FROM OPERATOR" TO PE-SOURCE
           END-IF
           WRITE VAR-REC FROM PARM-ECHO-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "RECOUNT $" TO PE-KEYWORD
           MOVE WS-RECOUNT-DOLLARS TO WS-EDIT-DOLLARS
           MOVE WS-EDIT-DOLLARS TO PE-VALUE
           IF WS-DOLLARS-FROM-PARM = "YES"
               MOVE "FROM CONTROL FILE" TO PE-SOURCE
           ELSE
               MOVE "FROM OPERATOR" TO PE-SOURCE
           END-IF
           WRITE VAR-REC FROM PARM-ECHO-LINE
                 AFTER ADVANCING 1 LINE
           WRITE VAR-REC FROM HEADING3
                 AFTER ADVANCING 2 LINES.
       600-EXIT.
           EXIT.
      ******************************************************************
      *900-WRITE-TOTALS Prints the item counts, the net unit variance,
      *                 the shortage, overage, and net dollars, and
      *                 the verdict line the supervisor reads first.
      ******************************************************************
       900-WRITE-TOTALS.
           MOVE "ITEMS FROZEN" TO VC-LABEL
           MOVE WS-ITEM-COUNT TO VC-VALUE
           WRITE VAR-REC FROM VAR-COUNT-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "ITEMS COUNTED" TO VC-LABEL
           MOVE WS-COUNTED-COUNT TO VC-VALUE
           WRITE VAR-REC FROM VAR-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "ITEMS NOT COUNTED" TO VC-LABEL
           MOVE WS-UNCOUNTED-COUNT TO VC-VALUE
           WRITE VAR-REC FROM VAR-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "ITEMS WITH A VARIANCE" TO VC-LABEL
           MOVE WS-VARIANCE-COUNT TO VC-VALUE
           WRITE VAR-REC FROM VAR-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "RECOUNTS OUTSTANDING" TO VC-LABEL
           MOVE WS-RECOUNT-COUNT TO VC-VALUE
           WRITE VAR-REC FROM VAR-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "RECOUNTS CONFIRMED" TO VC-LABEL
           MOVE WS-CONFIRMED-COUNT TO VC-VALUE
           WRITE VAR-REC FROM VAR-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "NET UNIT VARIANCE" TO VC-LABEL
           MOVE WS-NET-UNITS TO VC-VALUE
           WRITE VAR-REC FROM VAR-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "SHORTAGE DOLLARS" TO VM-LABEL
           MOVE WS-SHORT-DOLLARS TO VM-VALUE
           WRITE VAR-REC FROM VAR-MONEY-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "OVERAGE DOLLARS" TO VM-LABEL
           MOVE WS-OVER-DOLLARS TO VM-VALUE
           WRITE VAR-REC FROM VAR-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "NET DOLLAR VARIANCE" TO VM-LABEL
           MOVE WS-NET-DOLLARS TO VM-VALUE
           WRITE VAR-REC FROM VAR-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           IF WS-RECOUNT-COUNT > 0
               MOVE "*** RECOUNT FLAGGED ITEMS BEFORE POSTING"
                   TO VS-TEXT
           ELSE
               MOVE "VARIANCES READY FOR SUPERVISOR APPROVAL (PIPOST)"
                   TO VS-TEXT
           END-IF
           WRITE VAR-REC FROM VAR-MSG-LINE
                 AFTER ADVANCING 2 LINES.
       900-EXIT.
           EXIT.
