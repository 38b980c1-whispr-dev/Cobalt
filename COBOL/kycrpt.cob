       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCRPT.

      *> Know-your-customer review-due report. Every customer on
      *> customer.dat is judged through KYCCHECK - the same rules
      *> the capture programs use for the debit block - and those
      *> whose periodic review is due or overdue, or whose identity
      *> document has expired, are listed by branch so each branch
      *> can chase its own customers. Each customer appears once,
      *> under the first open account found for them (a customer
      *> number links several customer.dat records carrying the
      *> same details; a record without one is its own customer).
      *> Closed accounts are skipped, and a customer whose accounts
      *> are all closed is no longer chased.
      *> A customer who has slipped past the grace period since the
      *> last run (kyc_control.dat holds that run's business date)
      *> raises a warning on the alert file, once; the report marks
      *> them NEW. Customers not yet rated are counted but not
      *> chased - CUSTMAINT rating them starts their cycle.
      *> Output kyc_review_report.txt plus the usual page in the
      *> end-of-day pack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS C-ACCT-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "kyc_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "kyc_review_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  CONTROL-FILE.
       01  CONTROL-LINE          PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS        PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-CONTROL-STATUS     PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-EOF                PIC X.
       01  WS-LEDGER-OPEN        PIC X VALUE 'N'.

       01  WS-ALERT-SEV          PIC X.
       01  WS-ALERT-PROGRAM      PIC X(20) VALUE "KYCRPT".
       01  WS-ALERT-MESSAGE      PIC X(60).

       01  WS-TODAY              PIC 9(8).
       01  WS-LAST-RUN           PIC 9(8) VALUE 0.

      *> One customer through KYCCHECK.
       01  WS-KYC-FUNCTION       PIC X VALUE "E".
       01  WS-KYC-ACCT           PIC 9(6).
       01  WS-KYC-STATUS         PIC X.
       01  WS-KYC-DUE-DATE       PIC 9(8).
       01  WS-KYC-GRACE-END      PIC 9(8).
       01  WS-KYC-ID-EXPIRED     PIC X.
       01  WS-KYC-BLOCK          PIC X.
       01  WS-THIS-CUST          PIC 9(6).
       01  WS-THIS-BRANCH        PIC 9(3).
       01  WS-THIS-NAME          PIC X(20).

      *> Customer numbers already counted this run.
       01  WS-SEEN-TABLE.
           05 WS-SEEN-CUST OCCURS 5000 TIMES INDEXED BY WS-SEEN-IDX
                                 PIC 9(6).
       01  WS-SEEN-USED          PIC 9(4) VALUE 0.
       01  WS-SEEN-FOUND         PIC X.

      *> Customers to chase, printed by branch.
       01  WS-DUE-TABLE.
           05 WS-DU-ROW OCCURS 3000 TIMES INDEXED BY WS-DU-IDX.
               10 WS-DU-BRANCH   PIC 9(3).
               10 WS-DU-CUST     PIC 9(6).
               10 WS-DU-ACCT     PIC 9(6).
               10 WS-DU-NAME     PIC X(20).
               10 WS-DU-RISK     PIC X.
               10 WS-DU-REVIEWED PIC 9(8).
               10 WS-DU-DUE      PIC 9(8).
               10 WS-DU-GRACE    PIC 9(8).
               10 WS-DU-STATUS   PIC X.
               10 WS-DU-ID-EXP   PIC 9(8).
               10 WS-DU-ID-FLAG  PIC X.
               10 WS-DU-NEW      PIC X.
               10 WS-DU-BLOCK    PIC X.
       01  WS-DU-USED            PIC 9(4) VALUE 0.
       01  WS-DU-SKIPPED         PIC 9(7) VALUE 0.

      *> Branch-order walk: each pass prints the lowest branch above
      *> the one printed last (branch 0 - accounts opened before
      *> branches existed - first).
       01  WS-LAST-BRANCH        PIC S9(4).
       01  WS-NEXT-BRANCH        PIC S9(4).
       01  WS-HIGH-BRANCH        PIC S9(4) VALUE 9999.
       01  WS-BR-NUMBER          PIC 9(3).
       01  WS-BR-NAME            PIC X(20).
       01  WS-BR-REGION          PIC X(10).
       01  WS-BR-OPEN            PIC X.
       01  WS-BR-FOUND           PIC X.
       01  WS-BR-ANY             PIC X.
       01  WS-BR-DUE             PIC 9(7).
       01  WS-BR-OVERDUE         PIC 9(7).
       01  WS-BR-ID-EXPIRED      PIC 9(7).

       01  WS-TRACKED-COUNT      PIC 9(7) VALUE 0.
       01  WS-UNRATED-COUNT      PIC 9(7) VALUE 0.
       01  WS-CURRENT-COUNT      PIC 9(7) VALUE 0.
       01  WS-DUE-COUNT          PIC 9(7) VALUE 0.
       01  WS-OVERDUE-COUNT      PIC 9(7) VALUE 0.
       01  WS-ID-EXPIRED-COUNT   PIC 9(7) VALUE 0.
       01  WS-NEW-OVERDUE-COUNT  PIC 9(7) VALUE 0.
       01  WS-BLOCKED-COUNT      PIC 9(7) VALUE 0.
       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-BRANCH        PIC 9(3).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-CONTROL-FILE

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00" AND WS-CUST-STATUS NOT = "35"
               DISPLAY "ERROR opening customer.dat, status = "
                   WS-CUST-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE 'Y' TO WS-LEDGER-OPEN
           END-IF
           IF WS-CUST-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CUSTOMER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-LEDGER-OPEN = 'Y'
               CLOSE LEDGER-FILE
           END-IF

           PERFORM WRITE-KYC-REPORT
           PERFORM WRITE-CONTROL-FILE
           PERFORM APPEND-EOD-SUMMARY

           MOVE WS-TRACKED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Customers tracked:          " WS-EDIT-COUNT
           MOVE WS-DUE-COUNT TO WS-EDIT-COUNT
           DISPLAY "Reviews due (in grace):     " WS-EDIT-COUNT
           MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT
           DISPLAY "Reviews overdue:            " WS-EDIT-COUNT
           MOVE WS-NEW-OVERDUE-COUNT TO WS-EDIT-COUNT
           DISPLAY "Newly overdue (alerted):    " WS-EDIT-COUNT
           MOVE WS-ID-EXPIRED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Identity documents expired: " WS-EDIT-COUNT
           IF WS-DU-SKIPPED > 0
               MOVE WS-DU-SKIPPED TO WS-EDIT-COUNT
               DISPLAY "*** WARNING: " WS-EDIT-COUNT " customer(s) "
                   "beyond the 3000-row table not listed ***"
           END-IF
           DISPLAY "KYC review report written to "
               "kyc_review_report.txt"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CONTROL-FILE
               AT END
                   MOVE SPACES TO CONTROL-LINE
           END-READ
           CLOSE CONTROL-FILE
           IF CONTROL-LINE(1:8) IS NUMERIC
               MOVE CONTROL-LINE(1:8) TO WS-LAST-RUN
           END-IF.

      *> Tonight's business date becomes the mark the next run
      *> judges "newly overdue" against.
       WRITE-CONTROL-FILE.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "NOTE: could not write kyc_control.dat, "
                   "status = " WS-CONTROL-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CONTROL-LINE
           MOVE WS-TODAY TO CONTROL-LINE(1:8)
           WRITE CONTROL-LINE
           CLOSE CONTROL-FILE.

       CHECK-ONE-CUSTOMER.
           MOVE C-ACCT-ID TO WS-KYC-ACCT
           MOVE 0 TO WS-THIS-BRANCH
           MOVE "(not on ledger)" TO WS-THIS-NAME
           IF WS-LEDGER-OPEN = 'Y'
               MOVE C-ACCT-ID TO L-ACCT-ID
               READ LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF L-STATUS = "C"
                           EXIT PARAGRAPH
                       END-IF
                       MOVE L-BRANCH TO WS-THIS-BRANCH
                       MOVE L-NAME   TO WS-THIS-NAME
               END-READ
           END-IF
           MOVE 0 TO WS-THIS-CUST
           IF C-CUST-NO IS NUMERIC
               MOVE C-CUST-NO TO WS-THIS-CUST
           END-IF
           IF WS-THIS-CUST > 0
               PERFORM FIND-SEEN
               IF WS-SEEN-FOUND = 'Y'
                   EXIT PARAGRAPH
               END-IF
               IF WS-SEEN-USED < 5000
                   ADD 1 TO WS-SEEN-USED
                   MOVE WS-THIS-CUST TO WS-SEEN-CUST(WS-SEEN-USED)
               END-IF
           END-IF

           CALL "KYCCHECK" USING WS-KYC-FUNCTION WS-KYC-ACCT
               CUSTOMER-RECORD WS-KYC-STATUS WS-KYC-DUE-DATE
               WS-KYC-GRACE-END WS-KYC-ID-EXPIRED WS-KYC-BLOCK
           EVALUATE WS-KYC-STATUS
               WHEN "C"
                   ADD 1 TO WS-TRACKED-COUNT WS-CURRENT-COUNT
               WHEN "D"
                   ADD 1 TO WS-TRACKED-COUNT WS-DUE-COUNT
               WHEN "O"
                   ADD 1 TO WS-TRACKED-COUNT WS-OVERDUE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-UNRATED-COUNT
           END-EVALUATE
           IF WS-KYC-ID-EXPIRED = 'Y'
               ADD 1 TO WS-ID-EXPIRED-COUNT
           END-IF
           IF WS-KYC-BLOCK = 'Y'
               ADD 1 TO WS-BLOCKED-COUNT
           END-IF
           IF WS-KYC-STATUS NOT = "D" AND WS-KYC-STATUS NOT = "O"
               AND WS-KYC-ID-EXPIRED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-DU-USED >= 3000
               ADD 1 TO WS-DU-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DU-USED
           MOVE WS-THIS-BRANCH  TO WS-DU-BRANCH(WS-DU-USED)
           MOVE WS-THIS-CUST    TO WS-DU-CUST(WS-DU-USED)
           MOVE WS-KYC-ACCT     TO WS-DU-ACCT(WS-DU-USED)
           MOVE WS-THIS-NAME    TO WS-DU-NAME(WS-DU-USED)
           MOVE C-RISK-RATING   TO WS-DU-RISK(WS-DU-USED)
           MOVE 0 TO WS-DU-REVIEWED(WS-DU-USED)
               WS-DU-ID-EXP(WS-DU-USED)
           IF C-LAST-REVIEW IS NUMERIC
               MOVE C-LAST-REVIEW TO WS-DU-REVIEWED(WS-DU-USED)
           END-IF
           IF C-ID-EXPIRY IS NUMERIC
               MOVE C-ID-EXPIRY TO WS-DU-ID-EXP(WS-DU-USED)
           END-IF
           MOVE WS-KYC-DUE-DATE   TO WS-DU-DUE(WS-DU-USED)
           MOVE WS-KYC-GRACE-END  TO WS-DU-GRACE(WS-DU-USED)
           MOVE WS-KYC-STATUS     TO WS-DU-STATUS(WS-DU-USED)
           MOVE WS-KYC-ID-EXPIRED TO WS-DU-ID-FLAG(WS-DU-USED)
           MOVE WS-KYC-BLOCK      TO WS-DU-BLOCK(WS-DU-USED)
           MOVE 'N' TO WS-DU-NEW(WS-DU-USED)
      *> Overdue starts the day after the grace period ends, so a
      *> grace end on or after the last run's date means this
      *> customer went overdue since then. A first run alerts
      *> every overdue customer.
           IF WS-KYC-STATUS = "O"
               AND WS-KYC-GRACE-END >= WS-LAST-RUN
               MOVE 'Y' TO WS-DU-NEW(WS-DU-USED)
               PERFORM RAISE-OVERDUE-ALERT
           END-IF.

       FIND-SEEN.
           MOVE 'N' TO WS-SEEN-FOUND
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-USED
                       OR WS-SEEN-FOUND = 'Y'
               IF WS-SEEN-CUST(WS-SEEN-IDX) = WS-THIS-CUST
                   MOVE 'Y' TO WS-SEEN-FOUND
               END-IF
           END-PERFORM.

       RAISE-OVERDUE-ALERT.
           ADD 1 TO WS-NEW-OVERDUE-COUNT
           MOVE WS-KYC-ACCT TO WS-EDIT-ACCT
           MOVE "W" TO WS-ALERT-SEV
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "KYC review overdue: acct " DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   " risk " DELIMITED BY SIZE
                   C-RISK-RATING DELIMITED BY SIZE
                   " due " DELIMITED BY SIZE
                   WS-KYC-DUE-DATE DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
           END-STRING
           CALL "ALERTLOG" USING WS-ALERT-SEV
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE.

       WRITE-KYC-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening kyc_review_report.txt, "
                   "status = " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "KYC PERIODIC REVIEW - BUSINESS DATE "
                       DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DU-USED = 0
               MOVE "  (no reviews due, no expired identity documents)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE -1 TO WS-LAST-BRANCH
           PERFORM FIND-NEXT-BRANCH
           PERFORM UNTIL WS-NEXT-BRANCH = WS-HIGH-BRANCH
               PERFORM WRITE-ONE-BRANCH
               MOVE WS-NEXT-BRANCH TO WS-LAST-BRANCH
               PERFORM FIND-NEXT-BRANCH
           END-PERFORM
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TRACKED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMERS TRACKED:    " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-CURRENT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  CURRENT:            " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  DUE (IN GRACE):     " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  OVERDUE:            " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-NEW-OVERDUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    NEWLY OVERDUE:    " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "   (alerted tonight)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-BLOCKED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    DEBITS BLOCKED:   " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "   (KYC_DEBIT_BLOCK=Y at capture)"
                       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-UNRATED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "NOT YET RATED:        " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ID-EXPIRED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ID DOCUMENTS EXPIRED: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       FIND-NEXT-BRANCH.
           MOVE WS-HIGH-BRANCH TO WS-NEXT-BRANCH
           PERFORM VARYING WS-DU-IDX FROM 1 BY 1
                   UNTIL WS-DU-IDX > WS-DU-USED
               IF WS-DU-BRANCH(WS-DU-IDX) > WS-LAST-BRANCH
                   AND WS-DU-BRANCH(WS-DU-IDX) < WS-NEXT-BRANCH
                   MOVE WS-DU-BRANCH(WS-DU-IDX) TO WS-NEXT-BRANCH
               END-IF
           END-PERFORM.

       WRITE-ONE-BRANCH.
           MOVE WS-NEXT-BRANCH TO WS-BR-NUMBER
           CALL "BRNAME" USING WS-BR-NUMBER WS-BR-NAME WS-BR-REGION
               WS-BR-OPEN WS-BR-FOUND WS-BR-ANY
           MOVE WS-BR-NUMBER TO WS-EDIT-BRANCH
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCH " DELIMITED BY SIZE
                   WS-EDIT-BRANCH DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BR-NAME DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM WRITE-ITEM-HEADING
           MOVE 0 TO WS-BR-DUE WS-BR-OVERDUE WS-BR-ID-EXPIRED
           PERFORM VARYING WS-DU-IDX FROM 1 BY 1
                   UNTIL WS-DU-IDX > WS-DU-USED
               IF WS-DU-BRANCH(WS-DU-IDX) = WS-NEXT-BRANCH
                   PERFORM WRITE-ONE-ITEM
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BR-DUE TO WS-EDIT-COUNT
           STRING "    BRANCH " DELIMITED BY SIZE
                   WS-EDIT-BRANCH DELIMITED BY SIZE
                   ": DUE" DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           MOVE WS-BR-OVERDUE TO WS-EDIT-COUNT
           MOVE "  OVERDUE" TO REPORT-LINE(30:9)
           MOVE WS-EDIT-COUNT TO REPORT-LINE(39:7)
           MOVE WS-BR-ID-EXPIRED TO WS-EDIT-COUNT
           MOVE "  ID EXPIRED" TO REPORT-LINE(46:12)
           MOVE WS-EDIT-COUNT TO REPORT-LINE(58:7)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ITEM-HEADING.
           MOVE SPACES TO REPORT-LINE
           MOVE "CUSTNO"       TO REPORT-LINE(1:6)
           MOVE "ACCOUNT"      TO REPORT-LINE(9:7)
           MOVE "NAME"         TO REPORT-LINE(17:4)
           MOVE "RISK"         TO REPORT-LINE(39:4)
           MOVE "REVIEWED"     TO REPORT-LINE(45:8)
           MOVE "DUE"          TO REPORT-LINE(55:3)
           MOVE "GRACE END"    TO REPORT-LINE(65:9)
           MOVE "STATE"        TO REPORT-LINE(75:5)
           MOVE "ID EXPIRY"    TO REPORT-LINE(84:9)
           MOVE "NOTES"        TO REPORT-LINE(94:5)
           WRITE REPORT-LINE.

       WRITE-ONE-ITEM.
           MOVE SPACES TO REPORT-LINE
           IF WS-DU-CUST(WS-DU-IDX) > 0
               MOVE WS-DU-CUST(WS-DU-IDX) TO WS-EDIT-ACCT
               MOVE WS-EDIT-ACCT          TO REPORT-LINE(1:6)
           END-IF
           MOVE WS-DU-ACCT(WS-DU-IDX)     TO WS-EDIT-ACCT
           MOVE WS-EDIT-ACCT              TO REPORT-LINE(9:6)
           MOVE WS-DU-NAME(WS-DU-IDX)     TO REPORT-LINE(17:20)
           MOVE WS-DU-RISK(WS-DU-IDX)     TO REPORT-LINE(40:1)
           IF WS-DU-REVIEWED(WS-DU-IDX) > 0
               MOVE WS-DU-REVIEWED(WS-DU-IDX) TO REPORT-LINE(45:8)
           ELSE
               MOVE "NEVER"               TO REPORT-LINE(45:5)
           END-IF
           IF WS-DU-DUE(WS-DU-IDX) > 0
               MOVE WS-DU-DUE(WS-DU-IDX)  TO REPORT-LINE(55:8)
               MOVE WS-DU-GRACE(WS-DU-IDX) TO REPORT-LINE(65:8)
           END-IF
           EVALUATE WS-DU-STATUS(WS-DU-IDX)
               WHEN "D"
                   MOVE "DUE"             TO REPORT-LINE(75:7)
                   ADD 1 TO WS-BR-DUE
               WHEN "O"
                   MOVE "OVERDUE"         TO REPORT-LINE(75:7)
                   ADD 1 TO WS-BR-OVERDUE
               WHEN "C"
                   MOVE "CURRENT"         TO REPORT-LINE(75:7)
               WHEN OTHER
                   MOVE "UNRATED"         TO REPORT-LINE(75:7)
           END-EVALUATE
           IF WS-DU-ID-EXP(WS-DU-IDX) > 0
               MOVE WS-DU-ID-EXP(WS-DU-IDX) TO REPORT-LINE(84:8)
           END-IF
           IF WS-DU-ID-FLAG(WS-DU-IDX) = 'Y'
               MOVE "ID EXPIRED"          TO REPORT-LINE(94:10)
               ADD 1 TO WS-BR-ID-EXPIRED
           END-IF
           IF WS-DU-NEW(WS-DU-IDX) = 'Y'
               MOVE "NEW"                 TO REPORT-LINE(106:3)
           END-IF
           IF WS-DU-BLOCK(WS-DU-IDX) = 'Y'
               MOVE "DEBITS BLOCKED"      TO REPORT-LINE(111:14)
           END-IF
           WRITE REPORT-LINE.

       APPEND-EOD-SUMMARY.
           OPEN EXTEND EOD-FILE
           IF WS-EOD-STATUS = "35"
               OPEN OUTPUT EOD-FILE
               CLOSE EOD-FILE
               OPEN EXTEND EOD-FILE
           END-IF
           IF WS-EOD-STATUS NOT = "00"
               DISPLAY "NOTE: could not append to eod_report.txt, "
                   "status = " WS-EOD-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE "STEP: KYCRPT" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-TRACKED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Customers tracked:           "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-DUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Reviews due (in grace):      "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Reviews overdue:             "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-NEW-OVERDUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Newly overdue (alerted):     "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-ID-EXPIRED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Identity documents expired:  "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           CLOSE EOD-FILE.
