       identification division.
       program-id. PIPOST.
       author. Gabriel Valenzuela and Mark Holada.
       date-written. 10/15/2026
      ******************************************************************
      *Purpose: To post an approved physical inventory count to
      *ITEM-MASTER. The count must have been through PIVAR with no
      *recount outstanding (status V on the count control record),
      *and a supervisor must key their initials and type POST before
      *anything is changed; the initials go on the control record
      *and on every audit record as the operator who approved them.
      *
      *Each counted item is adjusted by its count less the book
      *quantity frozen by PIFREEZE, and the adjustment is added to
      *the item's CURRENT on-hand quantity. Sales and receipts
      *posted since the freeze are already in that quantity, so
      *they are kept: an item frozen at 50, counted at 47, and sold
      *5 since the freeze goes from 45 to 42. Items nobody counted
      *are left alone. Every adjustment writes the item's before
      *and after images to ITEM-AUDIT with action I, the count's
      *reason code, and the freeze date as the effective date, and
      *the item is marked posted on the count file so a rerun after
      *a failure cannot post it twice.
      *
      *The count is closed (status P) only when every counted item
      *posted. When any item is printed as not posted, the count is
      *left at status V with the post date stamped, so once the
      *problem is put right PIPOST can be run again: it posts only
      *the items still unposted and adds its shrinkage lines to the
      *GL extract the first run wrote instead of replacing them.
      *
      *The dollar adjustment is the unit adjustment at the unit cost
      *frozen with the item, the figure the supervisor approved on
      *the variance report. The net of all of them goes to the GL
      *extract: a net shortage debits SHRK (shrinkage expense) and
      *credits INV (inventory), a net overage the other way round.
      *Both roles must be mapped in GL-ACCOUNTS before the run will
      *post anything. The extract is written to its own file so the
      *nightly TOTALSLE extract is not overwritten.
      *
      *Data Files: PI-FILE "J:\COBOL\pifreeze.dat"
      *            PI-CONTROL "J:\COBOL\pictl.dat"
      *            ITEM-MASTER "J:\COBOL\itemmast.dat"
      *            ITEM-AUDIT "J:\COBOL\itemaudt.dat"
      *            GL-ACCOUNTS "J:\COBOL\glacct.dat"
      *            GL-INVADJ-EXTRACT "J:\COBOL\glinvadj.dat"
      *            POST-REG "J:\COBOL\pipost.doc"
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
           select ITEM-MASTER
               assign to UT-SYS-ITEMMAST
               organization is indexed
               access mode is random
               record key is IM-ITEM-NO
               file status is WS-ITEMMAST-STATUS.
           select ITEM-AUDIT
               assign to UT-SYS-ITEMAUDT
               organization is sequential
               file status is WS-AUDIT-STATUS.
           select GL-ACCOUNTS
               assign to UT-SYS-GLACCT
               organization is indexed
               access mode is random
               record key is GLA-KEY
               file status is WS-GLACCT-STATUS.
           select GL-INVADJ-EXTRACT
               assign to UT-SYS-GLINVADJ
               organization is sequential
               file status is WS-GLINVADJ-STATUS.
           select POST-REG
               assign to UT-SYS-PIPOST
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

       FD ITEM-MASTER.
       01 ITEM-MASTER-REC.
           05 IM-ITEM-NO             PIC X(6).
           05 IM-ITEM-DESC           PIC X(20).
           05 IM-UNIT-PRICE          PIC 9999V99.
           05 IM-QTY-ON-HAND         PIC S9(5).
           05 IM-REORDER-POINT       PIC 9(5).
           05 IM-VEND-NO             PIC X(6).
           05 IM-UNIT-COST           PIC 9(5)V99.

       FD ITEM-AUDIT
           RECORD CONTAINS 132.
       01 AUDIT-REC.
           05 AUD-DATE.
               10 AUD-YEAR           PIC 9999.
               10 AUD-MONTH          PIC 99.
               10 AUD-DAY            PIC 99.
           05 AUD-TIME               PIC 9(6).
           05 AUD-OPERATOR           PIC XXX.
           05 AUD-ACTION             PIC X.
           05 AUD-ITEM-NO            PIC X(6).
           05 AUD-BEFORE.
               10 AUD-OLD-DESC       PIC X(20).
               10 AUD-OLD-PRICE      PIC 9999V99.
               10 AUD-OLD-ONHAND     PIC S9(5).
               10 AUD-OLD-REORDER    PIC 9(5).
               10 AUD-OLD-VEND       PIC X(6).
               10 AUD-OLD-COST       PIC 9(5)V99.
           05 AUD-AFTER.
               10 AUD-NEW-DESC       PIC X(20).
               10 AUD-NEW-PRICE      PIC 9999V99.
               10 AUD-NEW-ONHAND     PIC S9(5).
               10 AUD-NEW-REORDER    PIC 9(5).
               10 AUD-NEW-VEND       PIC X(6).
               10 AUD-NEW-COST       PIC 9(5)V99.
           05 AUD-EFF-DATE           PIC 9(8).
           05 AUD-REASON             PIC XX.

       FD GL-ACCOUNTS.
       01 GL-ACCT-REC.
           05 GLA-KEY.
               10 GLA-TYPE           PIC X(4).
               10 GLA-JURIS          PIC XX.
           05 GLA-ACCOUNT            PIC X(8).

       FD GL-INVADJ-EXTRACT
           RECORD CONTAINS 34.
       01 GL-EXTRACT-REC.
           05 GL-YEAR                PIC 9999.
           05 GL-MONTH               PIC 99.
           05 GL-DAY                 PIC 99.
           05 GL-ACCOUNT             PIC X(8).
           05 GL-DEBIT               PIC S9(7)V99.
           05 GL-CREDIT              PIC S9(7)V99.

       FD POST-REG
           RECORD CONTAINS 132.
       01 POSTREG-REC                PIC X(132).

       working-storage section.
       01 WS-VARS.
           05 WS-PIFILE-STATUS       PIC XX.
           05 WS-PICTL-STATUS        PIC XX.
           05 WS-ITEMMAST-STATUS     PIC XX.
           05 WS-AUDIT-STATUS        PIC XX.
           05 WS-GLACCT-STATUS       PIC XX.
           05 WS-GLINVADJ-STATUS     PIC XX.
           05 WS-PI-EOF              PIC XXX VALUE "NO".
           05 WS-SUPERVISOR-IN       PIC XXX.
           05 WS-PRIOR-POST-DATE     PIC 9(8) VALUE 0.
           05 WS-CONFIRM-IN          PIC X(4).
           05 WS-ADJ-QTY             PIC S9(6).
           05 WS-OLD-ON-HAND         PIC S9(5).
           05 WS-DOLLAR-ADJ          PIC S9(9)V99.
           05 WS-ITEM-BEFORE         PIC X(49).
           05 WS-TIME-OF-DAY         PIC 9(8).
           05 WS-ADJUSTED-COUNT      PIC 9(7) VALUE 0.
           05 WS-UNCHANGED-COUNT     PIC 9(7) VALUE 0.
           05 WS-UNCOUNTED-COUNT     PIC 9(7) VALUE 0.
           05 WS-REJECT-COUNT        PIC 9(7) VALUE 0.
           05 WS-NET-UNITS           PIC S9(9) VALUE 0.
           05 WS-SHORT-DOLLARS       PIC S9(9)V99 VALUE 0.
           05 WS-OVER-DOLLARS        PIC S9(9)V99 VALUE 0.
           05 WS-NET-DOLLARS         PIC S9(9)V99 VALUE 0.
           05 WS-GLX-OK              PIC XXX VALUE "YES".
           05 WS-GLX-FOUND           PIC XXX.
           05 WS-GLX-ACCOUNT         PIC X(8).
           05 WS-GLX-SHRK-ACCT       PIC X(8).
           05 WS-GLX-INV-ACCT        PIC X(8).
           05 WS-GLX-AMOUNT          PIC S9(9)V99.
       01 WS-FILES.
           05 UT-SYS-PIFILE          PIC X(67)
              VALUE "J:\COBOL\pifreeze.dat".
           05 UT-SYS-PICTL           PIC X(67)
              VALUE "J:\COBOL\pictl.dat".
           05 UT-SYS-ITEMMAST        PIC X(67)
              VALUE "J:\COBOL\itemmast.dat".
           05 UT-SYS-ITEMAUDT        PIC X(67)
              VALUE "J:\COBOL\itemaudt.dat".
           05 UT-SYS-GLACCT          PIC X(67)
              VALUE "J:\COBOL\glacct.dat".
           05 UT-SYS-GLINVADJ        PIC X(67)
              VALUE "J:\COBOL\glinvadj.dat".
           05 UT-SYS-PIPOST          PIC X(67)
              VALUE "J:\COBOL\pipost.doc".
       01 WS-DATE.
           05 WS-YEAR                PIC 9999.
           05 WS-MONTH               PIC 99.
           05 WS-DAY                 PIC 99.
       01 WS-DATE-NUM REDEFINES WS-DATE
                                     PIC 9(8).
       01 HEADING1.
           05 H-MONTH                PIC 99.
           05                        PIC X VALUE "/".
           05 H-DAY                  PIC 99.
           05                        PIC X VALUE "/".
           05 H-YEAR                 PIC 9999.
           05                        PIC X(12) VALUE SPACES.
           05                        PIC X(40)
              VALUE "PHYSICAL INVENTORY ADJUSTMENT REGISTER".
           05                        PIC X(70) VALUE SPACES.
       01 HEADING2.
           05                        PIC X(16) VALUE "COUNT FROZEN".
           05 H2-FREEZE-DATE         PIC 9(8).
           05                        PIC X(6) VALUE SPACES.
           05                        PIC X(16) VALUE "APPROVED BY".
           05 H2-APPROVED-BY         PIC XXX.
           05                        PIC X(83) VALUE SPACES.
       01 HEADING3.
           05                        PIC X(9) VALUE "ITEM NO".
           05                        PIC X(22) VALUE "DESCRIPTION".
           05                        PIC X(12) VALUE "BOOK AT FRZ".
           05                        PIC X(9) VALUE "COUNTED".
           05                        PIC X(12) VALUE "ADJUSTMENT".
           05                        PIC X(13) VALUE "OLD ON HAND".
           05                        PIC X(13) VALUE "NEW ON HAND".
           05                        PIC X(17) VALUE "DOLLAR ADJ".
           05                        PIC X(7) VALUE "REASON".
           05                        PIC X(18) VALUE SPACES.
       01 POST-DETAIL.
           05 PD-ITEM-NO             PIC X(6).
           05                        PIC XXX VALUE SPACES.
           05 PD-ITEM-DESC           PIC X(20).
           05                        PIC XX VALUE SPACES.
           05 PD-BOOK                PIC ZZZZ9-.
           05                        PIC X(6) VALUE SPACES.
           05 PD-COUNTED             PIC ZZZZ9.
           05                        PIC X(4) VALUE SPACES.
           05 PD-ADJ                 PIC ZZZZ9-.
           05                        PIC X(6) VALUE SPACES.
           05 PD-OLD-ON-HAND         PIC ZZZZ9-.
           05                        PIC X(7) VALUE SPACES.
           05 PD-NEW-ON-HAND         PIC ZZZZ9-.
           05                        PIC X(7) VALUE SPACES.
           05 PD-DOLLAR-ADJ          PIC ZZ,ZZZ,ZZ9.99-.
           05                        PIC XXX VALUE SPACES.
           05 PD-REASON              PIC XX.
           05                        PIC X(23) VALUE SPACES.
       01 POST-REJECT-LINE.
           05 PJ-ITEM-NO             PIC X(6).
           05                        PIC XXX VALUE SPACES.
           05                        PIC X(13) VALUE "NOT POSTED -".
           05 PJ-REASON              PIC X(40).
           05                        PIC X(70) VALUE SPACES.
       01 POST-COUNT-LINE.
           05 PT-LABEL               PIC X(30).
           05 PT-VALUE               PIC ZZZZZZZZ9-.
           05                        PIC X(92) VALUE SPACES.
       01 POST-MONEY-LINE.
           05 PM-LABEL               PIC X(30).
           05 PM-VALUE               PIC ZZZ,ZZZ,ZZ9.99-.
           05                        PIC X(87) VALUE SPACES.
       01 POST-MSG-LINE.
           05 PS-TEXT                PIC X(70).
           05                        PIC X(62) VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *100-MAIN Checks the count is ready and the GL is mapped, takes
      *         the supervisor's approval, posts every counted item,
      *         writes the shrinkage to the GL extract, and closes the
      *         count when nothing was left unposted.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           PERFORM 200-POST-ITEM THRU 200-EXIT
               UNTIL WS-PI-EOF = "YES"
           PERFORM 900-WRITE-TOTALS THRU 900-EXIT
           PERFORM 920-WRITE-GL-EXTRACT THRU 920-EXIT
           CLOSE PI-FILE
                 ITEM-MASTER
                 ITEM-AUDIT
                 GL-INVADJ-EXTRACT
                 POST-REG
           IF WS-REJECT-COUNT = 0
               MOVE "P" TO PC-STATUS
           END-IF
           MOVE WS-SUPERVISOR-IN TO PC-APPROVED-BY
           MOVE WS-DATE-NUM TO PC-POST-DATE
           OPEN OUTPUT PI-CONTROL
           WRITE PI-CONTROL-REC
           CLOSE PI-CONTROL
           DISPLAY "PIPOST: items adjusted: " WS-ADJUSTED-COUNT
           IF WS-REJECT-COUNT > 0
               DISPLAY "PIPOST: items not posted: " WS-REJECT-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      *110-INIT Reads the count control record and refuses to go on
      *         unless the variances have been run clean (status V).
      *         Looks up the SHRK and INV accounts before anything is
      *         touched, so a missing mapping stops the run with
      *         nothing posted. Takes the supervisor's initials and
      *         the typed POST that approves the adjustments, then
      *         opens the files. A count with a post date already on
      *         it is a rerun after items were left unposted; its GL
      *         extract is extended, not replaced.
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
           IF PC-STATUS NOT = "V"
               DISPLAY "PIPOST: no count is ready to post - the "
                       "variance report must be run with no "
                       "recounts outstanding"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PC-FREEZE-DATE TO H2-FREEZE-DATE
           MOVE PC-POST-DATE TO WS-PRIOR-POST-DATE
           IF WS-PRIOR-POST-DATE IS NOT NUMERIC
               MOVE 0 TO WS-PRIOR-POST-DATE
           END-IF
           IF WS-PRIOR-POST-DATE NOT = 0
               DISPLAY "PIPOST: rerun - count partly posted "
                       WS-PRIOR-POST-DATE ", unposted items only"
           END-IF
           OPEN INPUT GL-ACCOUNTS
           IF WS-GLACCT-STATUS NOT = "00"
               DISPLAY "PIPOST: GL-ACCOUNTS could not be opened, "
                       "status " WS-GLACCT-STATUS
                       " - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "SHRK" TO GLA-TYPE
           MOVE SPACES TO GLA-JURIS
           PERFORM 925-LOOKUP-GL-ACCOUNT THRU 925-EXIT
           MOVE WS-GLX-ACCOUNT TO WS-GLX-SHRK-ACCT
           MOVE "INV" TO GLA-TYPE
           MOVE SPACES TO GLA-JURIS
           PERFORM 925-LOOKUP-GL-ACCOUNT THRU 925-EXIT
           MOVE WS-GLX-ACCOUNT TO WS-GLX-INV-ACCT
           CLOSE GL-ACCOUNTS
           IF WS-GLX-OK = "NO"
               DISPLAY "PIPOST: GL ACCOUNT MAPPING MISSING - "
                       "NOTHING POSTED, MAP SHRK AND INV IN GLAMNT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Count frozen " PC-FREEZE-DATE " items "
                   PC-ITEMS
           DISPLAY "Enter supervisor initials"
           ACCEPT WS-SUPERVISOR-IN
           PERFORM 120-REPROMPT-SUPERVISOR THRU 120-EXIT
               UNTIL WS-SUPERVISOR-IN NOT = SPACES
           MOVE FUNCTION UPPER-CASE(WS-SUPERVISOR-IN)
               TO WS-SUPERVISOR-IN
           MOVE WS-SUPERVISOR-IN TO H2-APPROVED-BY
           DISPLAY "Variance report approved? Type POST to post "
                   "the adjustments"
           ACCEPT WS-CONFIRM-IN
           IF FUNCTION UPPER-CASE(WS-CONFIRM-IN) NOT = "POST"
               DISPLAY "PIPOST: not approved - nothing posted"
               STOP RUN
           END-IF
           OPEN I-O PI-FILE
           IF WS-PIFILE-STATUS NOT = "00"
               DISPLAY "ERROR: PI-FILE could not be opened, "
                       "status " WS-PIFILE-STATUS
               STOP RUN
           END-IF
           OPEN I-O ITEM-MASTER
           IF WS-ITEMMAST-STATUS NOT = "00"
               DISPLAY "ERROR: ITEM-MASTER could not be opened, "
                       "status " WS-ITEMMAST-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND ITEM-AUDIT
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT ITEM-AUDIT
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: ITEM-AUDIT could not be opened, "
                       "status " WS-AUDIT-STATUS
               STOP RUN
           END-IF
           IF WS-PRIOR-POST-DATE NOT = 0
               OPEN EXTEND GL-INVADJ-EXTRACT
               IF WS-GLINVADJ-STATUS NOT = "00"
                   OPEN OUTPUT GL-INVADJ-EXTRACT
               END-IF
           ELSE
               OPEN OUTPUT GL-INVADJ-EXTRACT
           END-IF
           OPEN OUTPUT POST-REG
           WRITE POSTREG-REC FROM HEADING1
                 AFTER ADVANCING PAGE
           WRITE POSTREG-REC FROM HEADING2
                 AFTER ADVANCING 1 LINE
           WRITE POSTREG-REC FROM HEADING3
                 AFTER ADVANCING 2 LINES.
       110-EXIT.
           EXIT.
      ******************************************************************
      *120-REPROMPT-SUPERVISOR Asks for the initials again until they
      *                        are not blank.
      ******************************************************************
       120-REPROMPT-SUPERVISOR.
           DISPLAY "Supervisor initials cannot be blank, re-enter"
           ACCEPT WS-SUPERVISOR-IN.
       120-EXIT.
           EXIT.
      ******************************************************************
      *200-POST-ITEM Reads one frozen item and posts its adjustment.
      *              Items not counted, or already posted by an
      *              earlier run, are passed over; an item counted
      *              the same as its book quantity is marked posted
      *              with nothing to change.
      ******************************************************************
       200-POST-ITEM.
           READ PI-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-PI-EOF
                   GO TO 200-EXIT
           END-READ
           IF PI-POSTED = "Y"
               GO TO 200-EXIT
           END-IF
           IF PI-COUNTED NOT = "Y"
               ADD 1 TO WS-UNCOUNTED-COUNT
               GO TO 200-EXIT
           END-IF
           COMPUTE WS-ADJ-QTY = PI-COUNT-QTY - PI-BOOK-QTY
           IF WS-ADJ-QTY = 0
               ADD 1 TO WS-UNCHANGED-COUNT
               PERFORM 510-MARK-POSTED THRU 510-EXIT
               GO TO 200-EXIT
           END-IF
           PERFORM 500-ADJUST-ITEM THRU 500-EXIT.
       200-EXIT.
           EXIT.
      ******************************************************************
      *500-ADJUST-ITEM Adds the adjustment to the item's current
      *                on-hand quantity, rewrites and audits the item,
      *                marks the count posted, and prints the register
      *                line. An item since deleted from ITEM-MASTER,
      *                or one the adjustment would take past the
      *                on-hand field, is printed as not posted.
      ******************************************************************
       500-ADJUST-ITEM.
           MOVE PI-ITEM-NO TO IM-ITEM-NO
           READ ITEM-MASTER
               INVALID KEY
                   MOVE "ITEM NO LONGER ON ITEM-MASTER" TO PJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 500-EXIT
           END-READ
           MOVE ITEM-MASTER-REC (7:49) TO WS-ITEM-BEFORE
           MOVE IM-QTY-ON-HAND TO WS-OLD-ON-HAND
           ADD WS-ADJ-QTY TO IM-QTY-ON-HAND
               ON SIZE ERROR
                   MOVE "ON HAND WOULD OVERFLOW" TO PJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 500-EXIT
           END-ADD
           REWRITE ITEM-MASTER-REC
               INVALID KEY
                   MOVE "ITEM COULD NOT BE REWRITTEN" TO PJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 500-EXIT
           END-REWRITE
           PERFORM 540-WRITE-AUDIT THRU 540-EXIT
           PERFORM 510-MARK-POSTED THRU 510-EXIT
           COMPUTE WS-DOLLAR-ADJ = WS-ADJ-QTY * PI-UNIT-COST
           ADD 1 TO WS-ADJUSTED-COUNT
           ADD WS-ADJ-QTY TO WS-NET-UNITS
           ADD WS-DOLLAR-ADJ TO WS-NET-DOLLARS
           IF WS-DOLLAR-ADJ < 0
               ADD WS-DOLLAR-ADJ TO WS-SHORT-DOLLARS
           ELSE
               ADD WS-DOLLAR-ADJ TO WS-OVER-DOLLARS
           END-IF
           MOVE PI-ITEM-NO TO PD-ITEM-NO
           MOVE PI-ITEM-DESC TO PD-ITEM-DESC
           MOVE PI-BOOK-QTY TO PD-BOOK
           MOVE PI-COUNT-QTY TO PD-COUNTED
           MOVE WS-ADJ-QTY TO PD-ADJ
           MOVE WS-OLD-ON-HAND TO PD-OLD-ON-HAND
           MOVE IM-QTY-ON-HAND TO PD-NEW-ON-HAND
           MOVE WS-DOLLAR-ADJ TO PD-DOLLAR-ADJ
           MOVE PI-REASON TO PD-REASON
           WRITE POSTREG-REC FROM POST-DETAIL
                 AFTER ADVANCING 1 LINE.
       500-EXIT.
           EXIT.
      ******************************************************************
      *510-MARK-POSTED Marks the count record posted so a rerun passes
      *                it over.
      ******************************************************************
       510-MARK-POSTED.
           MOVE "Y" TO PI-POSTED
           REWRITE PI-REC
               INVALID KEY
                   DISPLAY "ERROR: count not marked posted for item "
                           PI-ITEM-NO
           END-REWRITE.
       510-EXIT.
           EXIT.
      ******************************************************************
      *540-WRITE-AUDIT Writes the item's before and after images to
      *                ITEM-AUDIT with action I, the count's reason
      *                code, and the freeze date as the effective
      *                date. The operator is the approving supervisor.
      ******************************************************************
       540-WRITE-AUDIT.
           MOVE WS-YEAR TO AUD-YEAR
           MOVE WS-MONTH TO AUD-MONTH
           MOVE WS-DAY TO AUD-DAY
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY (1:6) TO AUD-TIME
           MOVE WS-SUPERVISOR-IN TO AUD-OPERATOR
           MOVE "I" TO AUD-ACTION
           MOVE IM-ITEM-NO TO AUD-ITEM-NO
           MOVE WS-ITEM-BEFORE TO AUD-BEFORE
           MOVE ITEM-MASTER-REC (7:49) TO AUD-AFTER
           MOVE PC-FREEZE-DATE TO AUD-EFF-DATE
           MOVE PI-REASON TO AUD-REASON
           WRITE AUDIT-REC.
       540-EXIT.
           EXIT.
      ******************************************************************
      *700-WRITE-REJECT Prints one item that could not be posted and
      *                 counts it. The count stays unposted.
      ******************************************************************
       700-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE PI-ITEM-NO TO PJ-ITEM-NO
           WRITE POSTREG-REC FROM POST-REJECT-LINE
                 AFTER ADVANCING 1 LINE.
       700-EXIT.
           EXIT.
      ******************************************************************
      *900-WRITE-TOTALS Prints the item counts, the net units
      *                 adjusted, and the shortage, overage, and net
      *                 shrinkage dollars sent to the GL.
      ******************************************************************
       900-WRITE-TOTALS.
           MOVE "ITEMS ADJUSTED" TO PT-LABEL
           MOVE WS-ADJUSTED-COUNT TO PT-VALUE
           WRITE POSTREG-REC FROM POST-COUNT-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "ITEMS COUNTED, NO CHANGE" TO PT-LABEL
           MOVE WS-UNCHANGED-COUNT TO PT-VALUE
           WRITE POSTREG-REC FROM POST-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "ITEMS NOT COUNTED, LEFT ALONE" TO PT-LABEL
           MOVE WS-UNCOUNTED-COUNT TO PT-VALUE
           WRITE POSTREG-REC FROM POST-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "ITEMS NOT POSTED" TO PT-LABEL
           MOVE WS-REJECT-COUNT TO PT-VALUE
           WRITE POSTREG-REC FROM POST-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "NET UNITS ADJUSTED" TO PT-LABEL
           MOVE WS-NET-UNITS TO PT-VALUE
           WRITE POSTREG-REC FROM POST-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "SHORTAGE DOLLARS" TO PM-LABEL
           MOVE WS-SHORT-DOLLARS TO PM-VALUE
           WRITE POSTREG-REC FROM POST-MONEY-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "OVERAGE DOLLARS" TO PM-LABEL
           MOVE WS-OVER-DOLLARS TO PM-VALUE
           WRITE POSTREG-REC FROM POST-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "NET SHRINKAGE TO GL" TO PM-LABEL
           MOVE WS-NET-DOLLARS TO PM-VALUE
           WRITE POSTREG-REC FROM POST-MONEY-LINE
                 AFTER ADVANCING 1 LINE
           IF WS-REJECT-COUNT > 0
               MOVE "*** SOME ITEMS NOT POSTED - SEE NOT POSTED LINES"
                   TO PS-TEXT
           ELSE
               MOVE "COUNT POSTED" TO PS-TEXT
           END-IF
           WRITE POSTREG-REC FROM POST-MSG-LINE
                 AFTER ADVANCING 2 LINES.
       900-EXIT.
           EXIT.
      ******************************************************************
      *920-WRITE-GL-EXTRACT Writes the shrinkage journal lines the
      *                     general ledger import picks up. A net
      *                     shortage debits shrinkage expense and
      *                     credits inventory; a net overage reverses
      *                     them. A count that nets to zero writes no
      *                     lines. The accounts were looked up before
      *                     anything was posted.
      ******************************************************************
       920-WRITE-GL-EXTRACT.
           IF WS-NET-DOLLARS = 0
               GO TO 920-EXIT
           END-IF
           IF WS-NET-DOLLARS < 0
               COMPUTE WS-GLX-AMOUNT = 0 - WS-NET-DOLLARS
               MOVE WS-GLX-SHRK-ACCT TO WS-GLX-ACCOUNT
               MOVE WS-GLX-AMOUNT TO GL-DEBIT
               MOVE 0 TO GL-CREDIT
               PERFORM 926-WRITE-GL-LINE THRU 926-EXIT
               MOVE WS-GLX-INV-ACCT TO WS-GLX-ACCOUNT
               MOVE 0 TO GL-DEBIT
               MOVE WS-GLX-AMOUNT TO GL-CREDIT
               PERFORM 926-WRITE-GL-LINE THRU 926-EXIT
           ELSE
               MOVE WS-NET-DOLLARS TO WS-GLX-AMOUNT
               MOVE WS-GLX-INV-ACCT TO WS-GLX-ACCOUNT
               MOVE WS-GLX-AMOUNT TO GL-DEBIT
               MOVE 0 TO GL-CREDIT
               PERFORM 926-WRITE-GL-LINE THRU 926-EXIT
               MOVE WS-GLX-SHRK-ACCT TO WS-GLX-ACCOUNT
               MOVE 0 TO GL-DEBIT
               MOVE WS-GLX-AMOUNT TO GL-CREDIT
               PERFORM 926-WRITE-GL-LINE THRU 926-EXIT
           END-IF.
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
                   DISPLAY "PIPOST: no GL account mapped for "
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
