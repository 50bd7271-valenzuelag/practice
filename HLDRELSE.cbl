      *every night. A cancelled transaction is dropped; one left
      *held stays on the file for next time.
      *
      *The transactions released in one run go onto the batch file as
      *a batch of their own, between a header and a trailer like any
      *upload, so TRNSEDIT proves them and the batch register shows
      *them. The batch ID is "HR" followed by the run's date (YYMMDD)
      *and time (HHMM), and the source is HLDRELSE. A run that
      *releases nothing writes no batch.
      *
      *Every decision is printed on the release register with the
      *supervisor's initials, and the run ends with released,
      *cancelled, and still-held counts.
       01 TRANS-REC.
           05 TR-TRANS               PIC X(53).
           05 TR-RELEASE-FLAG        PIC X.
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

       FD RELEASE-REG
           RECORD CONTAINS 100.
           05 WS-CANCELLED-COUNT     PIC 9(5) VALUE 0.
           05 WS-KEPT-COUNT          PIC 9(5) VALUE 0.
           05 WS-HT-IX-NUM           PIC 9(3).
           05 WS-HEADER-WRITTEN      PIC XXX VALUE "NO".
           05 WS-BATCH-QTY           PIC 9(9) VALUE 0.
           05 WS-BATCH-HASH          PIC 9(12) VALUE 0.
           05 WS-HASH-CUST           PIC 9(4).
           05 WS-TIME-OF-DAY         PIC 9(8).
       01 WS-BATCH-ID.
           05                        PIC XX VALUE "HR".
           05 WS-BID-DATE            PIC X(6).
           05 WS-BID-TIME            PIC X(4).
       01 WS-HELD-TABLE.
           05 WS-HELD-ENTRY OCCURS 200 TIMES
                            INDEXED BY HT-IX.
           05 WS-YEAR                PIC 9999.
           05 WS-MONTH               PIC 99.
           05 WS-DAY                 PIC 99.
       01 WS-DATE-NUM REDEFINES WS-DATE
                                     PIC 9(8).
       01 REG-HEADING1.
           05 H-MONTH                PIC 99.
           05                        PIC X VALUE "/".
      *                    and every decision prints on the register.
      *                    The batch file is extended, never replaced,
      *                    so releases land alongside whatever the
      *                    next upload brings. The releases are closed
      *                    off with their batch trailer once the last
      *                    decision is applied.
      ******************************************************************
       500-APPLY-DECISIONS.
           OPEN EXTEND TRANS-FILE
           PERFORM 510-APPLY-ONE THRU 510-EXIT
               VARYING HT-IX FROM 1 BY 1
               UNTIL HT-IX > WS-HELD-COUNT
           IF WS-HEADER-WRITTEN = "YES"
               PERFORM 530-WRITE-BATCH-TRAILER THRU 530-EXIT
           END-IF
           CLOSE TRANS-FILE
                 HELD-ORDERS.
       500-EXIT.
           MOVE HT-IMAGE (HT-IX) TO WS-HELD-WORK
           EVALUATE HT-DECISION (HT-IX)
               WHEN "R"
                   IF WS-HEADER-WRITTEN = "NO"
                       PERFORM 520-WRITE-BATCH-HEADER THRU 520-EXIT
                   END-IF
                   MOVE WS-WORK-TRANS TO TR-TRANS
                   MOVE "R" TO TR-RELEASE-FLAG
                   WRITE TRANS-REC
                   ADD 1 TO WS-RELEASED-COUNT
                   ADD WS-WORK-QNTY-SOLD TO WS-BATCH-QTY
                   IF WS-WORK-CUST-NO IS NUMERIC
                       MOVE WS-WORK-CUST-NO TO WS-HASH-CUST
                       ADD WS-HASH-CUST TO WS-BATCH-HASH
                   END-IF
                   MOVE "RELEASED" TO RG-DECISION
               WHEN "C"
                   ADD 1 TO WS-CANCELLED-COUNT
       510-EXIT.
           EXIT.
      ******************************************************************
      *520-WRITE-BATCH-HEADER Opens this run's batch of releases on the
      *                       batch file, ahead of the first release.
      ******************************************************************
       520-WRITE-BATCH-HEADER.
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-DATE-NUM (3:6) TO WS-BID-DATE
           MOVE WS-TIME-OF-DAY (1:4) TO WS-BID-TIME
           MOVE SPACES TO BATCH-HEADER-REC
           MOVE "*HDR" TO BH-REC-TYPE
           MOVE WS-BATCH-ID TO BH-BATCH-ID
           MOVE "HLDRELSE" TO BH-SOURCE
           MOVE WS-DATE-NUM TO BH-CREATE-DATE
           WRITE BATCH-HEADER-REC
           MOVE "YES" TO WS-HEADER-WRITTEN
           DISPLAY "HLDRELSE: releases written as batch " WS-BATCH-ID.
       520-EXIT.
           EXIT.
      ******************************************************************
      *530-WRITE-BATCH-TRAILER Closes this run's batch with the count,
      *                        quantity sold, and customer-number hash
      *                        of the transactions released, which
      *                        TRNSEDIT proves the batch against.
      ******************************************************************
       530-WRITE-BATCH-TRAILER.
           MOVE SPACES TO BATCH-TRAILER-REC
           MOVE "*TRL" TO BT-REC-TYPE
           MOVE WS-RELEASED-COUNT TO BT-REC-COUNT
           MOVE WS-BATCH-QTY TO BT-QTY-SOLD
           MOVE WS-BATCH-HASH TO BT-CUST-HASH
           WRITE BATCH-TRAILER-REC.
       530-EXIT.
           EXIT.
      ******************************************************************
      *900-WRITE-TOTALS Prints the released, cancelled, and still-held
      *                 counts under the register lines.
      ******************************************************************
