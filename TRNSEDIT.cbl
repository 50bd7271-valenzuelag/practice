      *records that passed; the supervisor reconciles that count
      *against HLDRELSE's released count on its register.
      *
      *The transaction file arrives in batches. Each batch opens with
      *a header record ("*HDR" in the customer number: batch ID,
      *source, and creation date) and closes with a trailer record
      *("*TRL": record count, total quantity sold, and the hash of
      *the customer numbers -- the sum of every customer number that
      *is all digits). A first pass over the file proves every batch
      *against its own trailer before a single record is edited, and
      *a batch that does not prove is rejected whole: none of its
      *records is edited or released. A batch whose ID is already
      *posted on the batch register is refused outright, so a file
      *dropped in twice can never be posted twice. The batches that
      *prove are edited as before and released to CLEAN-FILE between
      *their own header and a trailer carrying the accepted figures,
      *which is how TOTALSLE knows which batch it is posting. Every
      *batch read is recorded on the permanent batch register
      *(accepted, rejected, or held when the run aborts) with its
      *counts; TOTALSLE stamps it posted with its invoice range.
      *A rejected or refused batch sets return code 4 like a rejected
      *record -- the batches that did prove are still released.
      *
      *Batch codes: B001 batch ID blank
      *             B002 header creation date not numeric
      *             B003 batch ID repeated in this file
      *             B004 batch already posted -- refused
      *             B005 no trailer, batch cut short
      *             B006 trailer record count disagrees
      *             B007 trailer quantity sold disagrees
      *             B008 trailer customer hash disagrees
      *             B009 trailer with no batch header
      *             E009 detail record outside any batch
      *
      *Data Files: TRANS-FILE "J:\COBOL\trans.dat"
      *            CLEAN-FILE "J:\COBOL\transcln.dat"
      *            EDIT-RPT "J:\COBOL\editrpt.doc"
      *            ITEM-MASTER "J:\COBOL\itemmast.dat"
      *            SLSP-MASTER "J:\COBOL\slspmast.dat"
      *            RUN-PARMS "J:\COBOL\runparm.dat"
      *            BATCH-REG "J:\COBOL\batchreg.dat"
      ******************************************************************
       environment division.
       input-output section.
               assign to UT-SYS-RUNPARM
               organization is sequential
               file status is WS-RUNPARM-STATUS.
           select BATCH-REG
               assign to UT-SYS-BATCHREG
               organization is indexed
               access mode is random
               record key is BR-BATCH-ID
               file status is WS-BATCHREG-STATUS.
       data division.
       file section.
       FD TRANS-FILE
           05 TRANS-ORIG-INVOICE     PIC X(6).
           05 TRANS-SLSP-ID          PIC X(3).
           05 TRANS-RELEASE-FLAG     PIC X.
       01 BATCH-HEADER-REC REDEFINES TRANS-REC.
           05 BH-REC-TYPE            PIC X(4).
           05 BH-BATCH-ID            PIC X(12).
           05 BH-SOURCE              PIC X(10).
           05 BH-CREATE-DATE         PIC 9(8).
           05                        PIC X(20).
       01 BATCH-TRAILER-REC REDEFINES TRANS-REC.
           05 BT-REC-TYPE            PIC X(4).
           05 BT-REC-COUNT           PIC 9(7).
           05 BT-QTY-SOLD            PIC 9(9).
           05 BT-CUST-HASH           PIC 9(12).
           05                        PIC X(22).

       FD CLEAN-FILE
           RECORD CONTAINS 54.
           05 CM-JURISDICTION        PIC XX.
           05 CM-STATUS              PIC X.
           05 CM-CREDIT-LIMIT        PIC S9(7)V99.
           05 CM-FINCHG-EXEMPT       PIC X.

       FD ITEM-MASTER.
       01 ITEM-MASTER-REC.
           05 IM-UNIT-PRICE          PIC 9999V99.
           05 IM-QTY-ON-HAND         PIC S9(5).
           05 IM-REORDER-POINT       PIC 9(5).
           05 IM-VEND-NO             PIC X(6).
           05 IM-UNIT-COST           PIC 9(5)V99.

       FD SLSP-MASTER.
       01 SLSP-MASTER-REC.
           05 RP-KEYWORD             PIC X(12).
           05 RP-VALUE               PIC X(20).

       FD BATCH-REG.
       01 BATCH-REG-REC.
           05 BR-BATCH-ID            PIC X(12).
           05 BR-SOURCE              PIC X(10).
           05 BR-CREATE-DATE         PIC 9(8).
           05 BR-STATUS              PIC X.
           05 BR-REASON              PIC X(30).
           05 BR-RECEIVED-DATE       PIC 9(8).
           05 BR-TRL-COUNT           PIC 9(7).
           05 BR-TRL-QTY             PIC 9(9).
           05 BR-TRL-HASH            PIC 9(12).
           05 BR-READ-COUNT          PIC 9(7).
           05 BR-ACCEPTED-COUNT      PIC 9(7).
           05 BR-REJECTED-COUNT      PIC 9(7).
           05 BR-POSTED-DATE         PIC 9(8).
           05 BR-POSTED-COUNT        PIC 9(7).
           05 BR-HELD-COUNT          PIC 9(7).
           05 BR-POST-REJECT-COUNT   PIC 9(7).
           05 BR-FIRST-INVOICE       PIC 9(6).
           05 BR-LAST-INVOICE        PIC 9(6).
           05 BR-REFUSED-DATE        PIC 9(8).
           05 BR-REFUSED-COUNT       PIC 9(3).

       working-storage section.
       01 WS-VARS.
           05 WS-TRANS-STATUS        PIC XX.
           05 WS-RUNPARM-STATUS      PIC XX.
           05 WS-PARM-EOF            PIC XXX VALUE "NO".
           05 WS-LIMIT-FROM-PARM     PIC XXX VALUE "NO".
           05 WS-BATCHREG-STATUS     PIC XX.
           05 WS-REG-FOUND           PIC XXX.
           05 WS-IN-BATCH            PIC XXX VALUE "NO".
           05 WS-BATCH-GOOD          PIC XXX VALUE "NO".
           05 WS-BATCH-TABLE-FULL    PIC XXX VALUE "NO".
           05 WS-BATCH-COUNT         PIC 9(3) VALUE 0.
           05 WS-HEADERS-SEEN        PIC 9(3) VALUE 0.
           05 WS-BATCHES-ACCEPTED    PIC S9(7) VALUE 0.
           05 WS-BATCHES-REJECTED    PIC S9(7) VALUE 0.
           05 WS-BATCH-SKIPPED       PIC S9(7) VALUE 0.
           05 WS-HASH-CUST           PIC 9(4).
       01 WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY OCCURS 50 TIMES
                             INDEXED BY BE-IX BE-JX.
               10 BE-BATCH-ID        PIC X(12).
               10 BE-SOURCE          PIC X(10).
               10 BE-CREATE-DATE     PIC 9(8).
               10 BE-TRAILER-SEEN    PIC X.
               10 BE-DUPLICATE       PIC X.
               10 BE-STATUS          PIC X.
               10 BE-REASON          PIC X(30).
               10 BE-READ-COUNT      PIC 9(7).
               10 BE-QTY-SOLD        PIC 9(9).
               10 BE-CUST-HASH       PIC 9(12).
               10 BE-TRL-COUNT       PIC 9(7).
               10 BE-TRL-QTY         PIC 9(9).
               10 BE-TRL-HASH        PIC 9(12).
               10 BE-GOOD-COUNT      PIC 9(7).
               10 BE-REJECT-COUNT    PIC 9(7).
               10 BE-GOOD-QTY        PIC 9(9).
               10 BE-GOOD-HASH       PIC 9(12).
       01 WS-FILES.
           05 UT-SYS-TRANSFILE       PIC X(67)
              VALUE "J:\COBOL\trans.dat".
              VALUE "J:\COBOL\slspmast.dat".
           05 UT-SYS-RUNPARM         PIC X(67)
              VALUE "J:\COBOL\runparm.dat".
           05 UT-SYS-BATCHREG        PIC X(67)
              VALUE "J:\COBOL\batchreg.dat".
       01 WS-CONSTANTS.
           05 WS-FULL-PAGE           PIC 99 VALUE 61.
       01 WS-DATE.
           05 WS-YEAR                PIC 9999.
           05 WS-MONTH               PIC 99.
           05 WS-DAY                 PIC 99.
       01 WS-DATE-NUM REDEFINES WS-DATE
                                     PIC 9(8).
       01 HEADING1.
           05 H-MONTH                PIC 99.
           05                        PIC X VALUE "/".
           05                        PIC XX VALUE SPACES.
           05 EL-IMAGE               PIC X(54).
           05                        PIC X(34) VALUE SPACES.
       01 BATCH-ERROR-LINE.
           05 BL-CODE                PIC X(4).
           05                        PIC XX VALUE SPACES.
           05 BL-REASON              PIC X(36).
           05                        PIC XX VALUE SPACES.
           05                        PIC X(6) VALUE "BATCH".
           05 BL-BATCH-ID            PIC X(12).
           05                        PIC XX VALUE SPACES.
           05 BL-FIGURES.
               10 BL-TRAILER-LABEL   PIC X(8).
               10 BL-TRAILER         PIC ZZZZZZZZZZZ9.
               10                    PIC XX.
               10 BL-ACTUAL-LABEL    PIC X(7).
               10 BL-ACTUAL          PIC ZZZZZZZZZZZ9.
           05                        PIC X(27) VALUE SPACES.
       01 TOTAL-COUNT-LINE.
           05 TC-LABEL               PIC X(30).
           05 TC-VALUE               PIC ZZZZZZ9-.
      *         reopened OUTPUT and closed again, truncating it to
      *         empty -- TOTALSLE enters batch mode on the mere
      *         presence of the clean file, so a partial release must
      *         never be left behind for it to post. The batches
      *         are proved against their trailers before the edit
      *         pass starts, and the batch register is brought up to
      *         date once the run's outcome is known. More batches
      *         than the table holds stops the run with nothing
      *         released rather than proving a partial file.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           PERFORM 150-PROVE-BATCHES THRU 150-EXIT
           IF WS-BATCH-TABLE-FULL = "YES"
               DISPLAY "ERROR: more than 50 batches on TRANS-FILE, "
                       "nothing released"
               CLOSE TRANS-FILE
                     CLEAN-FILE
                     EDIT-RPT
                     CUSTOMER-MASTER
                     ITEM-MASTER
                     SLSP-MASTER
                     BATCH-REG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 600-WRITE-HEADER THRU 600-EXIT
           PERFORM 610-ECHO-PARMS THRU 610-EXIT
           PERFORM 200-EDIT-TRANS THRU 200-EXIT
               UNTIL WS-TRANS-EOF = "YES" OR WS-ABORTED = "YES"
           PERFORM 900-WRITE-TOTALS THRU 900-EXIT
           PERFORM 700-UPDATE-REGISTER THRU 700-EXIT
           CLOSE TRANS-FILE
                 CLEAN-FILE
                 EDIT-RPT
                 CUSTOMER-MASTER
                 ITEM-MASTER
                 SLSP-MASTER
                 BATCH-REG
           IF WS-ABORTED = "YES"
               OPEN OUTPUT CLEAN-FILE
               CLOSE CLEAN-FILE
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > 0
                  OR WS-BATCHES-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
                       "status " WS-SLSPMAST-STATUS
               STOP RUN
           END-IF
           OPEN I-O BATCH-REG
           IF WS-BATCHREG-STATUS = "35"
               OPEN OUTPUT BATCH-REG
               CLOSE BATCH-REG
               OPEN I-O BATCH-REG
           END-IF
           IF WS-BATCHREG-STATUS NOT = "00"
               DISPLAY "ERROR: BATCH-REG could not be opened, "
                       "status " WS-BATCHREG-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT CLEAN-FILE
                       EDIT-RPT.
       110-EXIT.
       140-EXIT.
           EXIT.
      ******************************************************************
      *150-PROVE-BATCHES First pass over the transaction file: builds
      *                  one table entry per batch header with the
      *                  record count, quantity sold, and customer
      *                  hash the batch really holds and the figures
      *                  its trailer claims, then rewinds the file for
      *                  the edit pass.
      ******************************************************************
       150-PROVE-BATCHES.
           PERFORM 160-PROVE-ONE THRU 160-EXIT
               UNTIL WS-TRANS-EOF = "YES"
           CLOSE TRANS-FILE
           OPEN INPUT TRANS-FILE
           MOVE "NO" TO WS-TRANS-EOF
           MOVE "NO" TO WS-IN-BATCH.
       150-EXIT.
           EXIT.
      ******************************************************************
      *160-PROVE-ONE Reads one record for the proof pass. A header
      *              starts a new batch entry, a trailer's figures are
      *              kept against the batch it closes, and a detail is
      *              added into the open batch. Records outside any
      *              batch are left for the edit pass to report. A
      *              trailer figure that is not numeric is kept as
      *              zero, so it disagrees with any batch that holds
      *              records.
      ******************************************************************
       160-PROVE-ONE.
           READ TRANS-FILE
               AT END
                   MOVE "YES" TO WS-TRANS-EOF
                   GO TO 160-EXIT
           END-READ
           IF TRANS-CUST-NO = "*HDR"
               PERFORM 170-ADD-BATCH-ENTRY THRU 170-EXIT
               GO TO 160-EXIT
           END-IF
           IF WS-IN-BATCH = "NO"
               GO TO 160-EXIT
           END-IF
           IF TRANS-CUST-NO = "*TRL"
               MOVE "Y" TO BE-TRAILER-SEEN (BE-IX)
               IF BT-REC-COUNT IS NUMERIC
                   MOVE BT-REC-COUNT TO BE-TRL-COUNT (BE-IX)
               END-IF
               IF BT-QTY-SOLD IS NUMERIC
                   MOVE BT-QTY-SOLD TO BE-TRL-QTY (BE-IX)
               END-IF
               IF BT-CUST-HASH IS NUMERIC
                   MOVE BT-CUST-HASH TO BE-TRL-HASH (BE-IX)
               END-IF
               MOVE "NO" TO WS-IN-BATCH
               GO TO 160-EXIT
           END-IF
           ADD 1 TO BE-READ-COUNT (BE-IX)
           IF TRANS-QNTY-SOLD IS NUMERIC
               ADD TRANS-QNTY-SOLD TO BE-QTY-SOLD (BE-IX)
           END-IF
           IF TRANS-CUST-NO IS NUMERIC
               MOVE TRANS-CUST-NO TO WS-HASH-CUST
               ADD WS-HASH-CUST TO BE-CUST-HASH (BE-IX)
           END-IF.
       160-EXIT.
           EXIT.
      ******************************************************************
      *170-ADD-BATCH-ENTRY Starts the table entry for the batch whose
      *                    header was just read, and marks it a
      *                    duplicate when an earlier batch in this
      *                    same file carried the same ID. A header
      *                    read while a batch is still open leaves
      *                    that batch without a trailer. When the
      *                    table is full the proof pass stops.
      ******************************************************************
       170-ADD-BATCH-ENTRY.
           IF WS-BATCH-COUNT NOT LESS THAN 50
               MOVE "YES" TO WS-BATCH-TABLE-FULL
               MOVE "YES" TO WS-TRANS-EOF
               GO TO 170-EXIT
           END-IF
           ADD 1 TO WS-BATCH-COUNT
           SET BE-IX TO WS-BATCH-COUNT
           MOVE BH-BATCH-ID TO BE-BATCH-ID (BE-IX)
           MOVE BH-SOURCE TO BE-SOURCE (BE-IX)
           IF BH-CREATE-DATE IS NUMERIC
               MOVE BH-CREATE-DATE TO BE-CREATE-DATE (BE-IX)
           ELSE
               MOVE 0 TO BE-CREATE-DATE (BE-IX)
           END-IF
           MOVE "N" TO BE-TRAILER-SEEN (BE-IX)
           MOVE "N" TO BE-DUPLICATE (BE-IX)
           MOVE SPACE TO BE-STATUS (BE-IX)
           MOVE SPACES TO BE-REASON (BE-IX)
           MOVE 0 TO BE-READ-COUNT (BE-IX)
           MOVE 0 TO BE-QTY-SOLD (BE-IX)
           MOVE 0 TO BE-CUST-HASH (BE-IX)
           MOVE 0 TO BE-TRL-COUNT (BE-IX)
           MOVE 0 TO BE-TRL-QTY (BE-IX)
           MOVE 0 TO BE-TRL-HASH (BE-IX)
           MOVE 0 TO BE-GOOD-COUNT (BE-IX)
           MOVE 0 TO BE-REJECT-COUNT (BE-IX)
           MOVE 0 TO BE-GOOD-QTY (BE-IX)
           MOVE 0 TO BE-GOOD-HASH (BE-IX)
           IF BH-BATCH-ID NOT = SPACES
               SET BE-JX TO 1
               SEARCH WS-BATCH-ENTRY VARYING BE-JX
                   AT END
                       CONTINUE
                   WHEN BE-JX NOT LESS THAN BE-IX
                       CONTINUE
                   WHEN BE-BATCH-ID (BE-JX) = BH-BATCH-ID
                       MOVE "Y" TO BE-DUPLICATE (BE-IX)
               END-SEARCH
           END-IF
           MOVE "YES" TO WS-IN-BATCH.
       170-EXIT.
           EXIT.
      ******************************************************************
      *200-EDIT-TRANS Reads one transaction, runs every edit against
      *               it, and either releases it to CLEAN-FILE or
      *               counts it rejected. All of a record's failures
      *               are listed, not just the first, so one pass of
      *               the report is enough to fix the batch. When the
      *               reject count passes the operator's limit the run
      *               aborts. Headers and trailers are handed to
      *               the batch paragraphs; the detail records of a
      *               batch that did not prove are counted and passed
      *               over unedited, and a detail outside any batch is
      *               edited but never released.
      ******************************************************************
       200-EDIT-TRANS.
           READ TRANS-FILE
               AT END
                   MOVE "YES" TO WS-TRANS-EOF
                   GO TO 200-EXIT
           END-READ
           IF TRANS-CUST-NO = "*HDR"
               PERFORM 320-START-BATCH THRU 320-EXIT
               GO TO 200-EXIT
           END-IF
           IF TRANS-CUST-NO = "*TRL"
               PERFORM 340-END-BATCH THRU 340-EXIT
               GO TO 200-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT
           IF TRANS-QNTY-SOLD IS NUMERIC
               ADD TRANS-QNTY-SOLD TO WS-HASH-SOLD-IN
           END-IF
           IF TRANS-QNTY-RTND IS NUMERIC
               ADD TRANS-QNTY-RTND TO WS-HASH-RTND-IN
           END-IF
           IF WS-IN-BATCH = "YES" AND WS-BATCH-GOOD = "NO"
               ADD 1 TO WS-BATCH-SKIPPED
               GO TO 200-EXIT
           END-IF
           PERFORM 300-CHECK-RECORD THRU 300-EXIT
           IF WS-IN-BATCH = "NO"
               MOVE "E009" TO EL-CODE
               MOVE "RECORD OUTSIDE ANY BATCH" TO EL-REASON
               PERFORM 400-WRITE-ERROR-LINE THRU 400-EXIT
           END-IF
           IF WS-REC-GOOD = "YES"
               ADD 1 TO WS-GOOD-COUNT
               ADD TRANS-QNTY-SOLD TO WS-HASH-SOLD-OUT
               ADD TRANS-QNTY-RTND TO WS-HASH-RTND-OUT
               IF TRANS-RELEASE-FLAG = "R"
                   ADD 1 TO WS-RELEASED-SEEN
               END-IF
               ADD 1 TO BE-GOOD-COUNT (BE-IX)
               ADD TRANS-QNTY-SOLD TO BE-GOOD-QTY (BE-IX)
               IF TRANS-CUST-NO IS NUMERIC
                   MOVE TRANS-CUST-NO TO WS-HASH-CUST
                   ADD WS-HASH-CUST TO BE-GOOD-HASH (BE-IX)
               END-IF
               WRITE CLEAN-REC FROM TRANS-REC
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               IF WS-IN-BATCH = "YES"
                   ADD 1 TO BE-REJECT-COUNT (BE-IX)
               END-IF
               IF WS-MAX-ERRORS > 0
                  AND WS-REJECT-COUNT > WS-MAX-ERRORS
                   MOVE "YES" TO WS-ABORTED
               END-IF
           END-IF.
       200-EXIT.
           EXIT.
      ******************************************************************
       300-EXIT.
           EXIT.
      ******************************************************************
      *320-START-BATCH Takes up the batch whose header was just read in
      *                the edit pass and judges it from its proof-pass
      *                entry: every reason it fails is listed, the
      *                first is kept for the batch register, and a
      *                batch already posted is refused whatever else
      *                is true of it. A batch that proves has its
      *                header released to CLEAN-FILE ahead of its
      *                records.
      ******************************************************************
       320-START-BATCH.
           ADD 1 TO WS-HEADERS-SEEN
           SET BE-IX TO WS-HEADERS-SEEN
           MOVE "YES" TO WS-IN-BATCH
           MOVE "YES" TO WS-BATCH-GOOD
           MOVE BH-BATCH-ID TO BL-BATCH-ID
           IF BH-BATCH-ID = SPACES
               MOVE "B001" TO BL-CODE
               MOVE "BATCH ID BLANK" TO BL-REASON
               MOVE SPACES TO BL-FIGURES
               PERFORM 330-WRITE-BATCH-ERROR THRU 330-EXIT
           END-IF
           IF BH-CREATE-DATE IS NOT NUMERIC
               MOVE "B002" TO BL-CODE
               MOVE "CREATION DATE NOT NUMERIC" TO BL-REASON
               MOVE SPACES TO BL-FIGURES
               PERFORM 330-WRITE-BATCH-ERROR THRU 330-EXIT
           END-IF
           IF BE-DUPLICATE (BE-IX) = "Y"
               MOVE "B003" TO BL-CODE
               MOVE "BATCH ID REPEATED IN THIS FILE" TO BL-REASON
               MOVE SPACES TO BL-FIGURES
               PERFORM 330-WRITE-BATCH-ERROR THRU 330-EXIT
           END-IF
           IF BH-BATCH-ID NOT = SPACES
               MOVE BH-BATCH-ID TO BR-BATCH-ID
               READ BATCH-REG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BR-STATUS = "P"
                           MOVE "B004" TO BL-CODE
                           MOVE "BATCH ALREADY POSTED - REFUSED"
                               TO BL-REASON
                           MOVE SPACES TO BL-FIGURES
                           PERFORM 330-WRITE-BATCH-ERROR THRU 330-EXIT
                       END-IF
               END-READ
           END-IF
           IF BE-TRAILER-SEEN (BE-IX) = "N"
               MOVE "B005" TO BL-CODE
               MOVE "NO TRAILER - BATCH CUT SHORT" TO BL-REASON
               MOVE SPACES TO BL-FIGURES
               PERFORM 330-WRITE-BATCH-ERROR THRU 330-EXIT
               GO TO 320-VERDICT
           END-IF
           MOVE "TRAILER" TO BL-TRAILER-LABEL
           MOVE "ACTUAL" TO BL-ACTUAL-LABEL
           IF BE-TRL-COUNT (BE-IX) NOT = BE-READ-COUNT (BE-IX)
               MOVE "B006" TO BL-CODE
               MOVE "TRAILER RECORD COUNT DISAGREES" TO BL-REASON
               MOVE BE-TRL-COUNT (BE-IX) TO BL-TRAILER
               MOVE BE-READ-COUNT (BE-IX) TO BL-ACTUAL
               PERFORM 330-WRITE-BATCH-ERROR THRU 330-EXIT
           END-IF
           IF BE-TRL-QTY (BE-IX) NOT = BE-QTY-SOLD (BE-IX)
               MOVE "B007" TO BL-CODE
               MOVE "TRAILER QTY SOLD DISAGREES" TO BL-REASON
               MOVE BE-TRL-QTY (BE-IX) TO BL-TRAILER
               MOVE BE-QTY-SOLD (BE-IX) TO BL-ACTUAL
               PERFORM 330-WRITE-BATCH-ERROR THRU 330-EXIT
           END-IF
           IF BE-TRL-HASH (BE-IX) NOT = BE-CUST-HASH (BE-IX)
               MOVE "B008" TO BL-CODE
               MOVE "TRAILER CUST HASH DISAGREES" TO BL-REASON
               MOVE BE-TRL-HASH (BE-IX) TO BL-TRAILER
               MOVE BE-CUST-HASH (BE-IX) TO BL-ACTUAL
               PERFORM 330-WRITE-BATCH-ERROR THRU 330-EXIT
           END-IF.
       320-VERDICT.
           IF WS-BATCH-GOOD = "YES"
               MOVE "A" TO BE-STATUS (BE-IX)
               ADD 1 TO WS-BATCHES-ACCEPTED
               WRITE CLEAN-REC FROM TRANS-REC
           ELSE
               MOVE "X" TO BE-STATUS (BE-IX)
               ADD 1 TO WS-BATCHES-REJECTED
           END-IF.
       320-EXIT.
           EXIT.
      ******************************************************************
      *330-WRITE-BATCH-ERROR Writes one coded batch error line carrying
      *                      the batch ID and, for a trailer that
      *                      disagrees, the trailer's figure against
      *                      the batch's own. The first reason found is
      *                      the one the batch register keeps.
      ******************************************************************
       330-WRITE-BATCH-ERROR.
           IF WS-BATCH-GOOD = "YES"
               MOVE BL-REASON TO BE-REASON (BE-IX)
           END-IF
           MOVE "NO" TO WS-BATCH-GOOD
           WRITE EDIT-REC FROM BATCH-ERROR-LINE
                 AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINECT
           IF WS-LINECT > WS-FULL-PAGE
               MOVE 0 TO WS-LINECT
               ADD 1 TO WS-PGNO
               PERFORM 600-WRITE-HEADER THRU 600-EXIT
           END-IF.
       330-EXIT.
           EXIT.
      ******************************************************************
      *340-END-BATCH Closes the batch at its trailer. A batch that
      *              proved gets a trailer of its own on CLEAN-FILE
      *              carrying the count, quantity sold, and customer
      *              hash of the records actually released. A trailer
      *              with no batch open is reported and dropped.
      ******************************************************************
       340-END-BATCH.
           IF WS-IN-BATCH = "NO"
               MOVE "B009" TO EL-CODE
               MOVE "TRAILER WITH NO BATCH HEADER" TO EL-REASON
               PERFORM 400-WRITE-ERROR-LINE THRU 400-EXIT
               GO TO 340-EXIT
           END-IF
           IF WS-BATCH-GOOD = "YES"
               MOVE SPACES TO BATCH-TRAILER-REC
               MOVE "*TRL" TO BT-REC-TYPE
               MOVE BE-GOOD-COUNT (BE-IX) TO BT-REC-COUNT
               MOVE BE-GOOD-QTY (BE-IX) TO BT-QTY-SOLD
               MOVE BE-GOOD-HASH (BE-IX) TO BT-CUST-HASH
               WRITE CLEAN-REC FROM BATCH-TRAILER-REC
           END-IF
           MOVE "NO" TO WS-IN-BATCH.
       340-EXIT.
           EXIT.
      ******************************************************************
      *400-WRITE-ERROR-LINE Writes one coded error line carrying the
      *                     full record image, and marks the record
      *                     rejected so it is not released.
       610-EXIT.
           EXIT.
      ******************************************************************
      *700-UPDATE-REGISTER Records every batch this run read on the
      *                    permanent batch register once the outcome
      *                    of the run is known.
      ******************************************************************
       700-UPDATE-REGISTER.
           PERFORM 710-REGISTER-BATCH THRU 710-EXIT
               VARYING BE-IX FROM 1 BY 1
               UNTIL BE-IX > WS-BATCH-COUNT.
       700-EXIT.
           EXIT.
      ******************************************************************
      *710-REGISTER-BATCH Writes or rewrites the register record for
      *                   one batch: accepted, rejected, or held when
      *                   the run aborted (on an abort nothing was
      *                   released, so a batch that proved, or that
      *                   the edit pass never reached, is held for
      *                   the corrected rerun). A posted batch's
      *                   record is never overwritten -- a refused
      *                   resubmission, or a second copy of a batch
      *                   within one file, only stamps the date and
      *                   count of refusals on the record already
      *                   there. A batch with a blank ID cannot be
      *                   registered and is only on the edit report.
      ******************************************************************
       710-REGISTER-BATCH.
           IF BE-BATCH-ID (BE-IX) = SPACES
               GO TO 710-EXIT
           END-IF
           IF WS-ABORTED = "YES"
               EVALUATE BE-STATUS (BE-IX)
                   WHEN "A"
                       MOVE "H" TO BE-STATUS (BE-IX)
                       MOVE "RUN ABORTED ON ERROR LIMIT"
                           TO BE-REASON (BE-IX)
                   WHEN SPACE
                       MOVE "H" TO BE-STATUS (BE-IX)
                       MOVE "RUN ABORTED BEFORE EDIT"
                           TO BE-REASON (BE-IX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE BE-BATCH-ID (BE-IX) TO BR-BATCH-ID
           READ BATCH-REG
               INVALID KEY
                   MOVE "NO" TO WS-REG-FOUND
               NOT INVALID KEY
                   MOVE "YES" TO WS-REG-FOUND
           END-READ
           IF WS-REG-FOUND = "YES"
              AND (BR-STATUS = "P" OR BE-DUPLICATE (BE-IX) = "Y")
               MOVE WS-DATE-NUM TO BR-REFUSED-DATE
               ADD 1 TO BR-REFUSED-COUNT
               REWRITE BATCH-REG-REC
                   INVALID KEY
                       DISPLAY "ERROR: batch register could not be "
                               "rewritten, status " WS-BATCHREG-STATUS
               END-REWRITE
               GO TO 710-EXIT
           END-IF
           IF WS-REG-FOUND = "NO"
               MOVE 0 TO BR-REFUSED-DATE
               MOVE 0 TO BR-REFUSED-COUNT
           END-IF
           MOVE BE-SOURCE (BE-IX) TO BR-SOURCE
           MOVE BE-CREATE-DATE (BE-IX) TO BR-CREATE-DATE
           MOVE BE-STATUS (BE-IX) TO BR-STATUS
           MOVE BE-REASON (BE-IX) TO BR-REASON
           MOVE WS-DATE-NUM TO BR-RECEIVED-DATE
           MOVE BE-TRL-COUNT (BE-IX) TO BR-TRL-COUNT
           MOVE BE-TRL-QTY (BE-IX) TO BR-TRL-QTY
           MOVE BE-TRL-HASH (BE-IX) TO BR-TRL-HASH
           MOVE BE-READ-COUNT (BE-IX) TO BR-READ-COUNT
           MOVE BE-GOOD-COUNT (BE-IX) TO BR-ACCEPTED-COUNT
           MOVE BE-REJECT-COUNT (BE-IX) TO BR-REJECTED-COUNT
           MOVE 0 TO BR-POSTED-DATE
           MOVE 0 TO BR-POSTED-COUNT
           MOVE 0 TO BR-HELD-COUNT
           MOVE 0 TO BR-POST-REJECT-COUNT
           MOVE 0 TO BR-FIRST-INVOICE
           MOVE 0 TO BR-LAST-INVOICE
           IF WS-REG-FOUND = "YES"
               REWRITE BATCH-REG-REC
                   INVALID KEY
                       DISPLAY "ERROR: batch register could not be "
                               "rewritten, status " WS-BATCHREG-STATUS
               END-REWRITE
           ELSE
               WRITE BATCH-REG-REC
                   INVALID KEY
                       DISPLAY "ERROR: batch register could not be "
                               "written, status " WS-BATCHREG-STATUS
               END-WRITE
           END-IF.
       710-EXIT.
           EXIT.
      ******************************************************************
      *900-WRITE-TOTALS Prints the control counts and quantity hash
      *                 totals the batch is balanced with: what came
      *                 in, what was accepted, what was rejected, how
      *                 many accepted records carried the supervisor
      *                 release flag (reconciled against HLDRELSE's
      *                 released count), and the abort line when the
      *                 run was cut short. Records read counts detail
      *                 records only, batch headers and trailers
      *                 aside; the batch counts follow, with the
      *                 records passed over in rejected batches.
      ******************************************************************
       900-WRITE-TOTALS.
           IF WS-ABORTED = "YES"
                 AFTER ADVANCING 1 LINE
           MOVE "RELEASE-FLAGGED ACCEPTED" TO TC-LABEL
           MOVE WS-RELEASED-SEEN TO TC-VALUE
           WRITE EDIT-REC FROM TOTAL-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "RECORDS IN REJECTED BATCHES" TO TC-LABEL
           MOVE WS-BATCH-SKIPPED TO TC-VALUE
           WRITE EDIT-REC FROM TOTAL-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "BATCHES READ" TO TC-LABEL
           MOVE WS-BATCH-COUNT TO TC-VALUE
           WRITE EDIT-REC FROM TOTAL-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "BATCHES ACCEPTED" TO TC-LABEL
           MOVE WS-BATCHES-ACCEPTED TO TC-VALUE
           WRITE EDIT-REC FROM TOTAL-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "BATCHES REJECTED" TO TC-LABEL
           MOVE WS-BATCHES-REJECTED TO TC-VALUE
           WRITE EDIT-REC FROM TOTAL-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "HASH QTY SOLD - INPUT" TO TH-LABEL
