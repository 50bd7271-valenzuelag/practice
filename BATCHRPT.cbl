       identification division.
       program-id. BATCHRPT.
       author. Gabriel Valenzuela and Mark Holada.
       date-written. 10/15/2026
      ******************************************************************
      *Purpose: To show, for one business day, what became of every
      *transaction batch, from the permanent batch register TRNSEDIT
      *and TOTALSLE keep. The report has four sections:
      *
      *  RECEIVED - every batch TRNSEDIT read that day, whatever came
      *             of it, including a copy of an earlier batch that
      *             was refused;
      *  REJECTED - batches whose trailer did not prove, or that were
      *             otherwise rejected whole, and batches refused
      *             because they were already posted or were repeated
      *             in one file;
      *  HELD     - batches held because the edit run aborted on its
      *             error limit that day, and every batch accepted by
      *             TRNSEDIT that TOTALSLE has not posted yet,
      *             whatever day it was accepted;
      *  POSTED   - batches TOTALSLE posted that day, with their
      *             invoice number range.
      *
      *Each line shows the batch ID, source, and creation date from
      *its header, its status, the records TRNSEDIT read, accepted,
      *and rejected, the transactions TOTALSLE posted and held for
      *credit, the invoice range, and the reason a batch was turned
      *away. Each section ends with its count.
      *
      *The report is for today unless a BATCHRPT DATE record
      *(YYYYMMDD) on the run-parameter control file names another
      *day; the date used is echoed on the report.
      *
      *Data Files: BATCH-REG "J:\COBOL\batchreg.dat"
      *            RUN-PARMS "J:\COBOL\runparm.dat"
      *            BATCH-RPT "J:\COBOL\batchrpt.doc"
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select BATCH-REG
               assign to UT-SYS-BATCHREG
               organization is indexed
               access mode is sequential
               record key is BR-BATCH-ID
               file status is WS-BATCHREG-STATUS.
           select RUN-PARMS
               assign to UT-SYS-RUNPARM
               organization is sequential
               file status is WS-RUNPARM-STATUS.
           select BATCH-RPT
               assign to UT-SYS-BATCHRPT
               organization is line sequential.
       data division.
       file section.
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

       FD RUN-PARMS
           RECORD CONTAINS 40.
       01 RUN-PARM-REC.
           05 RP-PROGRAM             PIC X(8).
           05 RP-KEYWORD             PIC X(12).
           05 RP-VALUE               PIC X(20).

       FD BATCH-RPT
           RECORD CONTAINS 132.
       01 BATCH-RPT-REC              PIC X(132).

       working-storage section.
       01 WS-VARS.
           05 WS-BATCHREG-STATUS     PIC XX.
           05 WS-RUNPARM-STATUS      PIC XX.
           05 WS-REG-EOF             PIC XXX VALUE "NO".
           05 WS-PARM-EOF            PIC XXX VALUE "NO".
           05 WS-DATE-FROM-PARM      PIC XXX VALUE "NO".
           05 WS-RPT-DATE            PIC 9(8).
           05 WS-SECTION             PIC X.
           05 WS-SELECTED            PIC XXX.
           05 WS-REFUSED-LINE        PIC XXX.
           05 WS-SECTION-COUNT       PIC 9(7).
           05 WS-RECEIVED-COUNT      PIC 9(7) VALUE 0.
           05 WS-REJECTED-COUNT      PIC 9(7) VALUE 0.
           05 WS-HELD-COUNT          PIC 9(7) VALUE 0.
           05 WS-POSTED-COUNT        PIC 9(7) VALUE 0.
       01 WS-FILES.
           05 UT-SYS-BATCHREG        PIC X(67)
              VALUE "J:\COBOL\batchreg.dat".
           05 UT-SYS-RUNPARM         PIC X(67)
              VALUE "J:\COBOL\runparm.dat".
           05 UT-SYS-BATCHRPT        PIC X(67)
              VALUE "J:\COBOL\batchrpt.doc".
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
              VALUE "TRANSACTION BATCH STATUS".
           05                        PIC X(10) VALUE "FOR".
           05 H-RPT-DATE             PIC 9999/99/99.
           05                        PIC X(50) VALUE SPACES.
       01 HEADING2.
           05                        PIC X(14) VALUE "BATCH ID".
           05                        PIC X(12) VALUE "SOURCE".
           05                        PIC X(12) VALUE "CREATED".
           05                        PIC X(12) VALUE "STATUS".
           05                        PIC X(7) VALUE "READ".
           05                        PIC X(7) VALUE "ACCEPT".
           05                        PIC X(7) VALUE "REJECT".
           05                        PIC X(7) VALUE "POSTED".
           05                        PIC X(8) VALUE "HELD".
           05                        PIC X(15) VALUE "INVOICES".
           05                        PIC X(31) VALUE "REASON".
       01 SECTION-LINE.
           05 SL-TITLE               PIC X(40).
           05                        PIC X(92) VALUE SPACES.
       01 PARM-ECHO-LINE.
           05                        PIC X(11) VALUE "PARAMETER".
           05 PE-KEYWORD             PIC X(14).
           05 PE-VALUE               PIC X(22).
           05 PE-SOURCE              PIC X(20).
           05                        PIC X(65) VALUE SPACES.
       01 BATCH-DETAIL.
           05 BD-BATCH-ID            PIC X(12).
           05                        PIC XX VALUE SPACES.
           05 BD-SOURCE              PIC X(10).
           05                        PIC XX VALUE SPACES.
           05 BD-CREATED             PIC 9999/99/99.
           05                        PIC XX VALUE SPACES.
           05 BD-STATUS              PIC X(10).
           05                        PIC XX VALUE SPACES.
           05 BD-READ                PIC ZZZZZ9.
           05                        PIC X VALUE SPACES.
           05 BD-ACCEPTED            PIC ZZZZZ9.
           05                        PIC X VALUE SPACES.
           05 BD-REJECTED            PIC ZZZZZ9.
           05                        PIC X VALUE SPACES.
           05 BD-POSTED              PIC ZZZZZ9.
           05                        PIC X VALUE SPACES.
           05 BD-HELD                PIC ZZZZZ9.
           05                        PIC XX VALUE SPACES.
           05 BD-INVOICES.
               10 BD-FIRST-INVOICE   PIC 9(6).
               10 BD-INV-DASH        PIC X.
               10 BD-LAST-INVOICE    PIC 9(6).
           05                        PIC XX VALUE SPACES.
           05 BD-REASON              PIC X(30).
           05                        PIC X VALUE SPACES.
       01 RPT-COUNT-LINE.
           05 RC-LABEL               PIC X(30).
           05 RC-VALUE               PIC ZZZZZZ9-.
           05                        PIC X(94) VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *100-MAIN Settles the report date, prints the four sections in
      *         turn, and closes down.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           MOVE "R" TO WS-SECTION
           MOVE "BATCHES RECEIVED" TO SL-TITLE
           PERFORM 200-PRINT-SECTION THRU 200-EXIT
           MOVE WS-SECTION-COUNT TO WS-RECEIVED-COUNT
           MOVE "X" TO WS-SECTION
           MOVE "BATCHES REJECTED OR REFUSED" TO SL-TITLE
           PERFORM 200-PRINT-SECTION THRU 200-EXIT
           MOVE WS-SECTION-COUNT TO WS-REJECTED-COUNT
           MOVE "H" TO WS-SECTION
           MOVE "BATCHES HELD OR AWAITING POSTING" TO SL-TITLE
           PERFORM 200-PRINT-SECTION THRU 200-EXIT
           MOVE WS-SECTION-COUNT TO WS-HELD-COUNT
           MOVE "P" TO WS-SECTION
           MOVE "BATCHES POSTED" TO SL-TITLE
           PERFORM 200-PRINT-SECTION THRU 200-EXIT
           MOVE WS-SECTION-COUNT TO WS-POSTED-COUNT
           CLOSE BATCH-RPT
           DISPLAY "BATCHRPT: received " WS-RECEIVED-COUNT
                   ", rejected " WS-REJECTED-COUNT
                   ", held " WS-HELD-COUNT
                   ", posted " WS-POSTED-COUNT
           STOP RUN.
      ******************************************************************
      *110-INIT Gets the run date, settles the report date, opens the
      *         report, and writes the heading and the date echo.
      ******************************************************************
       110-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H-MONTH
           MOVE WS-DAY TO H-DAY
           MOVE WS-YEAR TO H-YEAR
           MOVE WS-DATE-NUM TO WS-RPT-DATE
           PERFORM 115-READ-RUN-PARMS THRU 115-EXIT
           MOVE WS-RPT-DATE TO H-RPT-DATE
           OPEN OUTPUT BATCH-RPT
           WRITE BATCH-RPT-REC FROM HEADING1
                 AFTER ADVANCING PAGE
           MOVE "DATE" TO PE-KEYWORD
           MOVE WS-RPT-DATE TO PE-VALUE
           IF WS-DATE-FROM-PARM = "YES"
               MOVE "FROM CONTROL FILE" TO PE-SOURCE
           ELSE
               MOVE "DEFAULT" TO PE-SOURCE
           END-IF
           WRITE BATCH-RPT-REC FROM PARM-ECHO-LINE
                 AFTER ADVANCING 2 LINES.
       110-EXIT.
           EXIT.
      ******************************************************************
      *115-READ-RUN-PARMS Reads the run-parameter control file and
      *                   takes the report date from a BATCHRPT DATE
      *                   record when there is one.
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
      *                  it is addressed to this program. A date that
      *                  is not eight digits is reported and ignored,
      *                  and the report is for today.
      ******************************************************************
       116-READ-ONE-PARM.
           READ RUN-PARMS
               AT END
                   MOVE "YES" TO WS-PARM-EOF
                   GO TO 116-EXIT
           END-READ
           IF RP-PROGRAM NOT = "BATCHRPT"
               GO TO 116-EXIT
           END-IF
           EVALUATE RP-KEYWORD
               WHEN "DATE"
                   IF RP-VALUE (1:8) IS NUMERIC
                       MOVE RP-VALUE (1:8) TO WS-RPT-DATE
                       MOVE "YES" TO WS-DATE-FROM-PARM
                   ELSE
                       DISPLAY "BATCHRPT: DATE parameter not "
                               "YYYYMMDD, ignored: " RP-VALUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       116-EXIT.
           EXIT.
      ******************************************************************
      *200-PRINT-SECTION Prints one section: its title and column
      *                  headings, every register record that belongs
      *                  in it, and its count. The register is read
      *                  from the top for each section. A register
      *                  that does not exist yet means no batch has
      *                  ever been received, and every section is
      *                  empty.
      ******************************************************************
       200-PRINT-SECTION.
           WRITE BATCH-RPT-REC FROM SECTION-LINE
                 AFTER ADVANCING 3 LINES
           WRITE BATCH-RPT-REC FROM HEADING2
                 AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "NO" TO WS-REG-EOF
           OPEN INPUT BATCH-REG
           IF WS-BATCHREG-STATUS = "35"
               GO TO 200-COUNT
           END-IF
           IF WS-BATCHREG-STATUS NOT = "00"
               DISPLAY "ERROR: BATCH-REG could not be opened, "
                       "status " WS-BATCHREG-STATUS
               STOP RUN
           END-IF
           PERFORM 210-READ-BATCH THRU 210-EXIT
               UNTIL WS-REG-EOF = "YES"
           CLOSE BATCH-REG.
       200-COUNT.
           MOVE SL-TITLE TO RC-LABEL
           MOVE WS-SECTION-COUNT TO RC-VALUE
           WRITE BATCH-RPT-REC FROM RPT-COUNT-LINE
                 AFTER ADVANCING 2 LINES.
       200-EXIT.
           EXIT.
      ******************************************************************
      *210-READ-BATCH Reads the next register record in batch ID order
      *               and prints it when it belongs in the section
      *               being printed.
      ******************************************************************
       210-READ-BATCH.
           READ BATCH-REG NEXT RECORD
               AT END
                   MOVE "YES" TO WS-REG-EOF
                   GO TO 210-EXIT
           END-READ
           PERFORM 220-SELECT-BATCH THRU 220-EXIT
           IF WS-SELECTED = "YES"
               PERFORM 300-WRITE-BATCH-LINE THRU 300-EXIT
               ADD 1 TO WS-SECTION-COUNT
           END-IF.
       210-EXIT.
           EXIT.
      ******************************************************************
      *220-SELECT-BATCH Decides whether the register record belongs in
      *                 the section being printed, and whether it is
      *                 there as a refused copy rather than for its
      *                 own status. A refusal never changes the
      *                 register status of the batch refused; only its
      *                 refusal date shows that a copy came in.
      ******************************************************************
       220-SELECT-BATCH.
           MOVE "NO" TO WS-SELECTED
           MOVE "NO" TO WS-REFUSED-LINE
           EVALUATE WS-SECTION
               WHEN "R"
                   IF BR-RECEIVED-DATE = WS-RPT-DATE
                       MOVE "YES" TO WS-SELECTED
                   ELSE
                       IF BR-REFUSED-DATE = WS-RPT-DATE
                           MOVE "YES" TO WS-SELECTED
                           MOVE "YES" TO WS-REFUSED-LINE
                       END-IF
                   END-IF
               WHEN "X"
                   IF BR-STATUS = "X"
                      AND BR-RECEIVED-DATE = WS-RPT-DATE
                       MOVE "YES" TO WS-SELECTED
                   END-IF
                   IF BR-STATUS NOT = "X"
                      AND BR-REFUSED-DATE = WS-RPT-DATE
                       MOVE "YES" TO WS-SELECTED
                       MOVE "YES" TO WS-REFUSED-LINE
                   END-IF
               WHEN "H"
                   IF BR-STATUS = "A"
                       MOVE "YES" TO WS-SELECTED
                   END-IF
                   IF BR-STATUS = "H"
                      AND BR-RECEIVED-DATE = WS-RPT-DATE
                       MOVE "YES" TO WS-SELECTED
                   END-IF
               WHEN "P"
                   IF BR-STATUS = "P"
                      AND BR-POSTED-DATE = WS-RPT-DATE
                       MOVE "YES" TO WS-SELECTED
                   END-IF
           END-EVALUATE.
       220-EXIT.
           EXIT.
      ******************************************************************
      *300-WRITE-BATCH-LINE Prints one batch. The invoice range shows
      *                     only for a posted batch that opened at
      *                     least one invoice.
      ******************************************************************
       300-WRITE-BATCH-LINE.
           MOVE BR-BATCH-ID TO BD-BATCH-ID
           MOVE BR-SOURCE TO BD-SOURCE
           MOVE BR-CREATE-DATE TO BD-CREATED
           MOVE BR-READ-COUNT TO BD-READ
           MOVE BR-ACCEPTED-COUNT TO BD-ACCEPTED
           MOVE BR-REJECTED-COUNT TO BD-REJECTED
           MOVE BR-POSTED-COUNT TO BD-POSTED
           MOVE BR-HELD-COUNT TO BD-HELD
           MOVE BR-REASON TO BD-REASON
           IF WS-REFUSED-LINE = "YES"
               MOVE "REFUSED" TO BD-STATUS
               IF BR-STATUS = "P"
                   MOVE "ALREADY POSTED - REFUSED" TO BD-REASON
               ELSE
                   MOVE "BATCH ID REPEATED - REFUSED" TO BD-REASON
               END-IF
           ELSE
               EVALUATE BR-STATUS
                   WHEN "X"
                       MOVE "REJECTED" TO BD-STATUS
                   WHEN "A"
                       MOVE "ACCEPTED" TO BD-STATUS
                   WHEN "H"
                       MOVE "HELD" TO BD-STATUS
                   WHEN "P"
                       MOVE "POSTED" TO BD-STATUS
                   WHEN OTHER
                       MOVE BR-STATUS TO BD-STATUS
               END-EVALUATE
           END-IF
           IF BR-STATUS = "P"
              AND BR-LAST-INVOICE NOT LESS THAN BR-FIRST-INVOICE
               MOVE BR-FIRST-INVOICE TO BD-FIRST-INVOICE
               MOVE "-" TO BD-INV-DASH
               MOVE BR-LAST-INVOICE TO BD-LAST-INVOICE
           ELSE
               MOVE SPACES TO BD-INVOICES
           END-IF
           WRITE BATCH-RPT-REC FROM BATCH-DETAIL
                 AFTER ADVANCING 1 LINE.
       300-EXIT.
           EXIT.
