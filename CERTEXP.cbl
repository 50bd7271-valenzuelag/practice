       identification division.
       program-id. CERTEXP.
       author. Gabriel Valenzuela and Mark Holada.
       date-written. 10/15/2026
      ******************************************************************
      *Purpose: To list, once a month, the tax exemption certificates
      *on EXEMPT-CERT that expire within the next 60 days, so the
      *customer service desk can collect renewals before TOTALSLE
      *starts charging those customers tax again. Each line shows
      *the customer, the jurisdiction, the certificate number and
      *type, the expiry date, and the days left. Certificates that
      *have already expired but were never renewed or revoked are
      *listed too, flagged EXPIRED, because their customers are
      *being taxed now and are the most urgent to chase. Revoked
      *certificates are left off.
      *
      *The look-ahead is taken from a CERTEXP DAYS record on the
      *run-parameter control file when there is one, otherwise it is
      *the house default of 60 days; the report shows which.
      *
      *Data Files: EXEMPT-CERT "J:\COBOL\exmptcrt.dat"
      *            CUSTOMER-MASTER "J:\COBOL\custmast.dat"
      *            RUN-PARMS "J:\COBOL\runparm.dat"
      *            CERTEXP-RPT "J:\COBOL\certexp.doc"
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select EXEMPT-CERT
               assign to UT-SYS-EXMPTCRT
               organization is indexed
               access mode is sequential
               record key is EC-KEY
               file status is WS-EXMPTCRT-STATUS.
           select CUSTOMER-MASTER
               assign to UT-SYS-CUSTMAST
               organization is indexed
               access mode is random
               record key is CM-CUST-NO
               file status is WS-CUSTMAST-STATUS.
           select RUN-PARMS
               assign to UT-SYS-RUNPARM
               organization is sequential
               file status is WS-RUNPARM-STATUS.
           select CERTEXP-RPT
               assign to UT-SYS-CERTEXP
               organization is line sequential.
       data division.
       file section.
       FD EXEMPT-CERT.
       01 EXEMPT-CERT-REC.
           05 EC-KEY.
               10 EC-CUST-NO         PIC X(4).
               10 EC-JURISDICTION    PIC XX.
           05 EC-CERT-NO             PIC X(15).
           05 EC-CERT-TYPE           PIC X.
           05 EC-EXPIRY-DATE         PIC 9(8).
           05 EC-STATUS              PIC X.

       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-REC.
           05 CM-CUST-NO             PIC X(4).
           05 CM-CUST-NAME           PIC X(25).
           05 CM-JURISDICTION        PIC XX.
           05 CM-STATUS              PIC X.
           05 CM-CREDIT-LIMIT        PIC S9(7)V99.
           05 CM-FINCHG-EXEMPT       PIC X.

       FD RUN-PARMS
           RECORD CONTAINS 40.
       01 RUN-PARM-REC.
           05 RP-PROGRAM             PIC X(8).
           05 RP-KEYWORD             PIC X(12).
           05 RP-VALUE               PIC X(20).

       FD CERTEXP-RPT
           RECORD CONTAINS 132.
       01 CERTEXP-REC                PIC X(132).

       working-storage section.
       01 WS-VARS.
           05 WS-EXMPTCRT-STATUS     PIC XX.
           05 WS-CUSTMAST-STATUS     PIC XX.
           05 WS-RUNPARM-STATUS      PIC XX.
           05 WS-CERT-EOF            PIC XXX VALUE "NO".
           05 WS-PARM-EOF            PIC XXX VALUE "NO".
           05 WS-DAYS-FROM-PARM      PIC XXX VALUE "NO".
           05 WS-DAYS-IN             PIC X(3).
           05 WS-PARM-TEST           PIC X(3).
           05 WS-AHEAD-DAYS          PIC 999 VALUE 60.
           05 WS-EDIT-DAYS           PIC ZZ9.
           05 WS-TODAY-INT           PIC S9(9) COMP.
           05 WS-EXPIRY-INT          PIC S9(9) COMP.
           05 WS-DAYS-LEFT           PIC S9(5).
           05 WS-CERT-COUNT          PIC 9(7) VALUE 0.
           05 WS-REVOKED-COUNT       PIC 9(7) VALUE 0.
           05 WS-EXPIRING-COUNT      PIC 9(7) VALUE 0.
           05 WS-EXPIRED-COUNT       PIC 9(7) VALUE 0.
       01 WS-FILES.
           05 UT-SYS-EXMPTCRT        PIC X(67)
              VALUE "J:\COBOL\exmptcrt.dat".
           05 UT-SYS-CUSTMAST        PIC X(67)
              VALUE "J:\COBOL\custmast.dat".
           05 UT-SYS-RUNPARM         PIC X(67)
              VALUE "J:\COBOL\runparm.dat".
           05 UT-SYS-CERTEXP         PIC X(67)
              VALUE "J:\COBOL\certexp.doc".
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
              VALUE "EXEMPTION CERTIFICATES EXPIRING".
           05                        PIC X(70) VALUE SPACES.
       01 HEADING2.
           05                        PIC X(6) VALUE "CUST".
           05                        PIC X(27) VALUE "NAME".
           05                        PIC X(6) VALUE "JUR".
           05                        PIC X(18) VALUE "CERTIFICATE".
           05                        PIC X(6) VALUE "TYPE".
           05                        PIC X(13) VALUE "EXPIRES".
           05                        PIC X(11) VALUE "DAYS LEFT".
           05                        PIC X(45) VALUE "NOTE".
       01 PARM-ECHO-LINE.
           05                        PIC X(11) VALUE "PARAMETER".
           05 PE-KEYWORD             PIC X(14).
           05 PE-VALUE               PIC X(22).
           05 PE-SOURCE              PIC X(20).
           05                        PIC X(65) VALUE SPACES.
       01 RPT-DETAIL.
           05 RG-CUST-NO             PIC X(4).
           05                        PIC XX VALUE SPACES.
           05 RG-CUST-NAME           PIC X(25).
           05                        PIC XX VALUE SPACES.
           05 RG-JURISDICTION        PIC XX.
           05                        PIC X(4) VALUE SPACES.
           05 RG-CERT-NO             PIC X(15).
           05                        PIC XXX VALUE SPACES.
           05 RG-CERT-TYPE           PIC X.
           05                        PIC X(5) VALUE SPACES.
           05 RG-EXPIRY              PIC 9999/99/99.
           05                        PIC XXX VALUE SPACES.
           05 RG-DAYS-LEFT           PIC ZZZZ9-.
           05                        PIC X(5) VALUE SPACES.
           05 RG-NOTE                PIC X(30).
           05                        PIC X(15) VALUE SPACES.
       01 RPT-COUNT-LINE.
           05 RC-LABEL               PIC X(30).
           05 RC-VALUE               PIC ZZZZZZ9-.
           05                        PIC X(94) VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *100-MAIN Settles the look-ahead, lists every active certificate
      *         that expires inside it (or already has), prints the
      *         counts, and closes down.
      ******************************************************************
       100-MAIN.
           PERFORM 110-INIT THRU 110-EXIT
           PERFORM 200-READ-CERT THRU 200-EXIT
               UNTIL WS-CERT-EOF = "YES"
           PERFORM 900-WRITE-TOTALS THRU 900-EXIT
           CLOSE EXEMPT-CERT
                 CUSTOMER-MASTER
                 CERTEXP-RPT
           DISPLAY "CERTEXP: certificates expiring: "
                   WS-EXPIRING-COUNT "  already expired: "
                   WS-EXPIRED-COUNT
           STOP RUN.
      ******************************************************************
      *110-INIT Gets the run date, settles the look-ahead, opens the
      *         files, and writes the report headings.
      ******************************************************************
       110-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO H-MONTH
           MOVE WS-DAY TO H-DAY
           MOVE WS-YEAR TO H-YEAR
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           PERFORM 115-READ-RUN-PARMS THRU 115-EXIT
           OPEN INPUT EXEMPT-CERT
           IF WS-EXMPTCRT-STATUS NOT = "00"
               DISPLAY "ERROR: EXEMPT-CERT could not be opened, "
                       "status " WS-EXMPTCRT-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "ERROR: CUSTOMER-MASTER could not be opened, "
                       "status " WS-CUSTMAST-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT CERTEXP-RPT
           WRITE CERTEXP-REC FROM HEADING1
                 AFTER ADVANCING PAGE
           MOVE "DAYS" TO PE-KEYWORD
           MOVE WS-AHEAD-DAYS TO WS-EDIT-DAYS
           MOVE WS-EDIT-DAYS TO PE-VALUE
           IF WS-DAYS-FROM-PARM = "YES"
               MOVE "FROM CONTROL FILE" TO PE-SOURCE
           ELSE
               MOVE "DEFAULT" TO PE-SOURCE
           END-IF
           WRITE CERTEXP-REC FROM PARM-ECHO-LINE
                 AFTER ADVANCING 2 LINES
           WRITE CERTEXP-REC FROM HEADING2
                 AFTER ADVANCING 2 LINES.
       110-EXIT.
           EXIT.
      ******************************************************************
      *115-READ-RUN-PARMS Reads the run-parameter control file and
      *                   takes the look-ahead from a CERTEXP DAYS
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
      *                  it is addressed to this program. A value that
      *                  is not digits is reported and ignored, and
      *                  the house default stands.
      ******************************************************************
       116-READ-ONE-PARM.
           READ RUN-PARMS
               AT END
                   MOVE "YES" TO WS-PARM-EOF
                   GO TO 116-EXIT
           END-READ
           IF RP-PROGRAM NOT = "CERTEXP"
               GO TO 116-EXIT
           END-IF
           EVALUATE RP-KEYWORD
               WHEN "DAYS"
                   MOVE RP-VALUE (1:3) TO WS-DAYS-IN
                   MOVE WS-DAYS-IN TO WS-PARM-TEST
                   INSPECT WS-PARM-TEST
                       CONVERTING "0123456789" TO SPACES
                   IF WS-PARM-TEST = SPACES
                      AND WS-DAYS-IN NOT = SPACES
                       COMPUTE WS-AHEAD-DAYS =
                           FUNCTION NUMVAL(WS-DAYS-IN)
                       MOVE "YES" TO WS-DAYS-FROM-PARM
                   ELSE
                       DISPLAY "CERTEXP: DAYS parameter not "
                               "digits, ignored: " RP-VALUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       116-EXIT.
           EXIT.
      ******************************************************************
      *200-READ-CERT Reads the next certificate in customer order and
      *              lists it when it is active and expires within the
      *              look-ahead. A certificate whose expiry has passed
      *              is flagged EXPIRED; its customer is already being
      *              taxed.
      ******************************************************************
       200-READ-CERT.
           READ EXEMPT-CERT NEXT RECORD
               AT END
                   MOVE "YES" TO WS-CERT-EOF
                   GO TO 200-EXIT
           END-READ
           ADD 1 TO WS-CERT-COUNT
           IF EC-STATUS NOT = "A"
               ADD 1 TO WS-REVOKED-COUNT
               GO TO 200-EXIT
           END-IF
           COMPUTE WS-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(EC-EXPIRY-DATE)
           COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INT - WS-TODAY-INT
           IF WS-DAYS-LEFT > WS-AHEAD-DAYS
               GO TO 200-EXIT
           END-IF
           MOVE EC-CUST-NO TO CM-CUST-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "** NOT ON CUSTOMER MASTER" TO CM-CUST-NAME
           END-READ
           MOVE EC-CUST-NO TO RG-CUST-NO
           MOVE CM-CUST-NAME TO RG-CUST-NAME
           MOVE EC-JURISDICTION TO RG-JURISDICTION
           MOVE EC-CERT-NO TO RG-CERT-NO
           MOVE EC-CERT-TYPE TO RG-CERT-TYPE
           MOVE EC-EXPIRY-DATE TO RG-EXPIRY
           MOVE WS-DAYS-LEFT TO RG-DAYS-LEFT
           IF WS-DAYS-LEFT < 0
               MOVE "EXPIRED - SALES NOW TAXED" TO RG-NOTE
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               MOVE "RENEWAL DUE" TO RG-NOTE
               ADD 1 TO WS-EXPIRING-COUNT
           END-IF
           WRITE CERTEXP-REC FROM RPT-DETAIL
                 AFTER ADVANCING 1 LINE.
       200-EXIT.
           EXIT.
      ******************************************************************
      *900-WRITE-TOTALS Prints how many certificates were read, how
      *                 many are revoked, and how many are expiring or
      *                 already expired.
      ******************************************************************
       900-WRITE-TOTALS.
           MOVE "CERTIFICATES ON FILE" TO RC-LABEL
           MOVE WS-CERT-COUNT TO RC-VALUE
           WRITE CERTEXP-REC FROM RPT-COUNT-LINE
                 AFTER ADVANCING 2 LINES
           MOVE "CERTIFICATES REVOKED" TO RC-LABEL
           MOVE WS-REVOKED-COUNT TO RC-VALUE
           WRITE CERTEXP-REC FROM RPT-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "EXPIRING WITHIN LOOK-AHEAD" TO RC-LABEL
           MOVE WS-EXPIRING-COUNT TO RC-VALUE
           WRITE CERTEXP-REC FROM RPT-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           MOVE "ALREADY EXPIRED" TO RC-LABEL
           MOVE WS-EXPIRED-COUNT TO RC-VALUE
           WRITE CERTEXP-REC FROM RPT-COUNT-LINE
                 AFTER ADVANCING 1 LINE.
       900-EXIT.
           EXIT.
