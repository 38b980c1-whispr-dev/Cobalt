       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFITRPT.

      *> Monthly account and customer profitability. MGMTPACK shows
      *> the book and the month's totals; this says who earns them.
      *> For every account, over the business month:
      *>   - fee income - the month's FE postings, less reversals;
      *>   - overdraft interest earned - the FE charges ODINTEREST
      *>     raises (external reference ODINTEREST), less
      *>     reversals;
      *>   - interest paid - IN credits net of the WT withholding
      *>     taken from them, reversals of either backed out;
      *>   - a notional funding credit (or, overdrawn, charge) on
      *>     the month's average balance - the mean of the
      *>     END-OF-DAY closing balances on balance_history.dat - at
      *>     one twelfth of the FTP_RATE annual transfer rate
      *>     (environment setting, percent, default 3.00).
      *> Net contribution = fees + overdraft interest - interest
      *> paid + funding. Every figure is in base USD through
      *> CURRCONV: postings at their own dates' rates, the average
      *> balance at the business date's. A posting with no usable
      *> rate is counted and left out, as in GLEXTRACT.
      *> Accounts roll up to customer (each account to its primary
      *> holder on cust_accounts.dat - the first role P link, else
      *> the first link; an unlinked account stands as its own
      *> customer), to product code, and to branch; the twenty
      *> customers with the lowest net contribution are listed last
      *> for repricing.
      *> Output profitability_report.txt plus the usual page in the
      *> end-of-day pack. A month-end step in BATCH-CONTROL's chain,
      *> after the month's postings and closing balances are in;
      *> read-only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "balance_history.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT XREF-FILE ASSIGN TO "cust_accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT REPORT-FILE ASSIGN TO "profitability_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY BALHREC.

       FD  XREF-FILE.
       01  XREF-LINE             PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-TRANS-STATUS       PIC XX.
       01  WS-HIST-STATUS        PIC XX.
       01  WS-XREF-STATUS        PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-EOF                PIC X.

       01  WS-TODAY              PIC 9(8).
       01  WS-THIS-MONTH         PIC 9(6).
       01  WS-WORK-MONTH         PIC 9(6).
       01  WS-TRAILER-ACCT       PIC 9(6) VALUE 999999.
       01  WS-TRAILER-ID         PIC 9(13) VALUE 9999999999999.

      *> Annual funds-transfer rate, percent, from the environment.
       01  WS-SETTING-TEXT       PIC X(8).
       01  WS-FTP-RATE           PIC 9(3)V99 VALUE 3.00.
       01  WS-EDIT-RATE          PIC ZZ9.99.

      *> One row per ledger account, in ledger (account id) order.
       01  WS-ACCOUNT-TABLE.
           05 WS-AC-ROW OCCURS 2000 TIMES INDEXED BY WS-AC-IDX.
               10 WS-AC-ACCT     PIC 9(6).
               10 WS-AC-NAME     PIC X(20).
               10 WS-AC-CURR     PIC X(3).
               10 WS-AC-BRANCH   PIC 9(3).
               10 WS-AC-PRODUCT  PIC X(4).
               10 WS-AC-FEES     PIC S9(9)V99.
               10 WS-AC-ODINT    PIC S9(9)V99.
               10 WS-AC-INTPAID  PIC S9(9)V99.
               10 WS-AC-BAL-SUM  PIC S9(14)V99.
               10 WS-AC-BAL-DAYS PIC 9(3).
               10 WS-AC-AVG-USD  PIC S9(10)V99.
               10 WS-AC-FUNDING  PIC S9(9)V99.
               10 WS-AC-NET      PIC S9(10)V99.
       01  WS-AC-USED            PIC 9(4) VALUE 0.
       01  WS-AC-HIT             PIC X.
       01  WS-AC-FULL-WARNED     PIC X VALUE 'N'.
       01  WS-WORK-ACCT          PIC 9(6).

      *> Fee reversals of the month, classified once the sweep is
      *> done by reading the charge each one reverses.
       01  WS-REVERSAL-TABLE.
           05 WS-RV-ROW OCCURS 500 TIMES INDEXED BY WS-RV-IDX.
               10 WS-RV-ROW-NO   PIC 9(4).
               10 WS-RV-REF-ID   PIC 9(13).
               10 WS-RV-USD      PIC 9(7)V99.
       01  WS-RV-USED            PIC 9(3) VALUE 0.

      *> USD conversion of the posting or balance in hand.
       01  WS-FROM-CURR          PIC X(3).
       01  WS-TO-CURR            PIC X(3) VALUE "USD".
       01  WS-RATE-DATE          PIC 9(8).
       01  WS-AMOUNT-IN          PIC 9(7)V99 COMP-3.
       01  WS-USD-AMOUNT         PIC 9(7)V99 COMP-3.
       01  WS-CONV-OK            PIC X.
       01  WS-AVG-BALANCE        PIC S9(10)V99.
       01  WS-AVG-ABS            PIC 9(10)V99.
       01  WS-UNRATED-COUNT      PIC 9(7) VALUE 0.
       01  WS-NO-HISTORY-COUNT   PIC 9(7) VALUE 0.

       01  WS-TOKEN-CUSTNO       PIC X(6).
       01  WS-TOKEN-ACCT         PIC X(6).
       01  WS-TOKEN-ROLE         PIC X(1).
       01  WS-XREF-TABLE.
           05 WS-XR-ROW OCCURS 500 TIMES INDEXED BY WS-XR-IDX.
               10 WS-XR-CUST     PIC 9(6).
               10 WS-XR-ACCT     PIC 9(6).
               10 WS-XR-ROLE     PIC X.
       01  WS-XR-USED            PIC 9(3) VALUE 0.

      *> Roll-up rows - customers (kind C a customer number, kind A
      *> an unlinked account), products, and branches - all carry
      *> the same figures.
       01  WS-CUSTOMER-TABLE.
           05 WS-CU-ROW OCCURS 2000 TIMES INDEXED BY WS-CU-IDX.
               10 WS-CU-KIND     PIC X.
               10 WS-CU-NUMBER   PIC 9(6).
               10 WS-CU-NAME     PIC X(20).
               10 WS-CU-ACCTS    PIC 9(5).
               10 WS-CU-FEES     PIC S9(11)V99.
               10 WS-CU-ODINT    PIC S9(11)V99.
               10 WS-CU-INTPAID  PIC S9(11)V99.
               10 WS-CU-FUNDING  PIC S9(11)V99.
               10 WS-CU-NET      PIC S9(11)V99.
               10 WS-CU-LISTED   PIC X.
       01  WS-CU-USED            PIC 9(4) VALUE 0.
       01  WS-CU-HIT             PIC X.
       01  WS-CU-FULL-WARNED     PIC X VALUE 'N'.
       01  WS-WORK-KIND          PIC X.
       01  WS-WORK-NUMBER        PIC 9(6).

       01  WS-PRODUCT-TABLE.
           05 WS-PR-ROW OCCURS 50 TIMES INDEXED BY WS-PR-IDX.
               10 WS-PR-CODE     PIC X(4).
               10 WS-PR-ACCTS    PIC 9(5).
               10 WS-PR-FEES     PIC S9(11)V99.
               10 WS-PR-ODINT    PIC S9(11)V99.
               10 WS-PR-INTPAID  PIC S9(11)V99.
               10 WS-PR-FUNDING  PIC S9(11)V99.
               10 WS-PR-NET      PIC S9(11)V99.
       01  WS-PR-USED            PIC 9(2) VALUE 0.
       01  WS-PR-HIT             PIC X.

       01  WS-BRANCH-TABLE.
           05 WS-BT-ROW OCCURS 100 TIMES INDEXED BY WS-BT-IDX.
               10 WS-BT-NUM      PIC 9(3).
               10 WS-BT-ACCTS    PIC 9(5).
               10 WS-BT-FEES     PIC S9(11)V99.
               10 WS-BT-ODINT    PIC S9(11)V99.
               10 WS-BT-INTPAID  PIC S9(11)V99.
               10 WS-BT-FUNDING  PIC S9(11)V99.
               10 WS-BT-NET      PIC S9(11)V99.
       01  WS-BT-USED            PIC 9(3) VALUE 0.
       01  WS-BT-HIT             PIC X.

       01  WS-BR-NAME            PIC X(20).
       01  WS-BR-REGION          PIC X(10).
       01  WS-BR-OPEN            PIC X.
       01  WS-BR-FOUND           PIC X.
       01  WS-BR-ANY             PIC X.

      *> Bank totals.
       01  WS-TOT-ACCTS          PIC 9(5) VALUE 0.
       01  WS-TOT-FEES           PIC S9(11)V99 VALUE 0.
       01  WS-TOT-ODINT          PIC S9(11)V99 VALUE 0.
       01  WS-TOT-INTPAID        PIC S9(11)V99 VALUE 0.
       01  WS-TOT-FUNDING        PIC S9(11)V99 VALUE 0.
       01  WS-TOT-NET            PIC S9(11)V99 VALUE 0.

      *> The line writer for every roll-up: label, count, figures.
       01  WS-LINE-LABEL         PIC X(30).
       01  WS-LINE-ACCTS         PIC 9(5).
       01  WS-LINE-FEES          PIC S9(11)V99.
       01  WS-LINE-ODINT         PIC S9(11)V99.
       01  WS-LINE-INTPAID       PIC S9(11)V99.
       01  WS-LINE-FUNDING       PIC S9(11)V99.
       01  WS-LINE-NET           PIC S9(11)V99.

      *> Bottom-twenty selection.
       01  WS-RANK               PIC 9(2).
       01  WS-WORST-ROW          PIC 9(4).
       01  WS-WORST-NET          PIC S9(11)V99.

       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-ACCTS         PIC ZZZZ9.
       01  WS-EDIT-NUMBER        PIC 9(6).
       01  WS-EDIT-BRANCH        PIC 9(3).
       01  WS-EDIT-MONEY         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
           CALL "BUSDATE" USING WS-TODAY
           DIVIDE WS-TODAY BY 100 GIVING WS-THIS-MONTH
           PERFORM READ-FTP-RATE
           PERFORM LOAD-XREF-FILE
           PERFORM SWEEP-LEDGER
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM SWEEP-TRANSACTIONS
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM SWEEP-HISTORY

           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-USED
               PERFORM PRICE-ONE-ACCOUNT
               PERFORM ROLL-UP-ONE-ACCOUNT
           END-PERFORM

           PERFORM WRITE-PROFIT-REPORT
           PERFORM APPEND-EOD-SUMMARY

           MOVE WS-TOT-ACCTS TO WS-EDIT-COUNT
           DISPLAY "Accounts priced:            " WS-EDIT-COUNT
           MOVE WS-TOT-NET TO WS-EDIT-TOTAL
           DISPLAY "Net contribution (USD): " WS-EDIT-TOTAL
           IF WS-UNRATED-COUNT > 0
               MOVE WS-UNRATED-COUNT TO WS-EDIT-COUNT
               DISPLAY "Items not valued (no USD rate): "
                   WS-EDIT-COUNT
           END-IF
           DISPLAY "Profitability report written to "
               "profitability_report.txt"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       READ-FTP-RATE.
           MOVE SPACES TO WS-SETTING-TEXT
           ACCEPT WS-SETTING-TEXT FROM ENVIRONMENT "FTP_RATE"
           IF WS-SETTING-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SETTING-TEXT) = 0
               COMPUTE WS-FTP-RATE =
                   FUNCTION NUMVAL(WS-SETTING-TEXT)
           END-IF.

      *>----------------------------------------------------------
      *> Gathering.
      *>----------------------------------------------------------
       SWEEP-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger.txt, status = "
                   WS-LEDGER-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF L-ACCT-ID NOT = WS-TRAILER-ACCT
                           PERFORM ADD-ACCOUNT-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       ADD-ACCOUNT-ROW.
           IF WS-AC-USED >= 2000
               IF WS-AC-FULL-WARNED = 'N'
                   DISPLAY "*** WARNING: account table full (2000) "
                       "- report incomplete this run ***"
                   MOVE 'Y' TO WS-AC-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AC-USED
           SET WS-AC-IDX TO WS-AC-USED
           MOVE L-ACCT-ID  TO WS-AC-ACCT(WS-AC-IDX)
           MOVE L-NAME     TO WS-AC-NAME(WS-AC-IDX)
           MOVE L-CURR     TO WS-AC-CURR(WS-AC-IDX)
           IF L-CURR = SPACES
               MOVE "USD"  TO WS-AC-CURR(WS-AC-IDX)
           END-IF
           MOVE L-BRANCH   TO WS-AC-BRANCH(WS-AC-IDX)
           MOVE L-PRODUCT  TO WS-AC-PRODUCT(WS-AC-IDX)
           MOVE 0 TO WS-AC-FEES(WS-AC-IDX)
           MOVE 0 TO WS-AC-ODINT(WS-AC-IDX)
           MOVE 0 TO WS-AC-INTPAID(WS-AC-IDX)
           MOVE 0 TO WS-AC-BAL-SUM(WS-AC-IDX)
           MOVE 0 TO WS-AC-BAL-DAYS(WS-AC-IDX)
           MOVE 0 TO WS-AC-AVG-USD(WS-AC-IDX)
           MOVE 0 TO WS-AC-FUNDING(WS-AC-IDX)
           MOVE 0 TO WS-AC-NET(WS-AC-IDX).

      *> WS-AC-IDX comes back on the account's row when WS-AC-HIT
      *> is Y.
       FIND-ACCOUNT-ROW.
           MOVE 'N' TO WS-AC-HIT
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-USED
                       OR WS-AC-HIT = 'Y'
               IF WS-AC-ACCT(WS-AC-IDX) = WS-WORK-ACCT
                   MOVE 'Y' TO WS-AC-HIT
               END-IF
           END-PERFORM
           IF WS-AC-HIT = 'Y'
               SET WS-AC-IDX DOWN BY 1
           END-IF.

       SWEEP-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
                   WS-TRANS-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRANS-ID NOT = WS-TRAILER-ID
                           PERFORM TALLY-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-USED
               PERFORM CLASSIFY-FEE-REVERSAL
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       TALLY-ONE-TRANSACTION.
           DIVIDE TRANS-DATE BY 100 GIVING WS-WORK-MONTH
           IF WS-WORK-MONTH NOT = WS-THIS-MONTH
               EXIT PARAGRAPH
           END-IF
           IF TRANS-TYPE NOT = "FE" AND TRANS-TYPE NOT = "IN"
               AND TRANS-TYPE NOT = "WT" AND TRANS-TYPE NOT = "RV"
               EXIT PARAGRAPH
           END-IF
           IF TRANS-TYPE = "RV"
               AND TRANS-REF-TYPE NOT = "FE"
               AND TRANS-REF-TYPE NOT = "IN"
               AND TRANS-REF-TYPE NOT = "WT"
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-ACCT-ID TO WS-WORK-ACCT
           PERFORM FIND-ACCOUNT-ROW
           IF WS-AC-HIT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-CURR TO WS-FROM-CURR
           IF WS-FROM-CURR = SPACES OR WS-FROM-CURR = "USD"
               MOVE TRANS-AMOUNT TO WS-USD-AMOUNT
           ELSE
               MOVE TRANS-DATE TO WS-RATE-DATE
               CALL "CURRCONV" USING WS-FROM-CURR WS-TO-CURR
                   TRANS-AMOUNT WS-USD-AMOUNT WS-CONV-OK WS-RATE-DATE
               IF WS-CONV-OK NOT = 'Y'
                   ADD 1 TO WS-UNRATED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE TRANS-TYPE
               WHEN "FE"
                   IF TRANS-EXT-REF = "ODINTEREST"
                       ADD WS-USD-AMOUNT TO WS-AC-ODINT(WS-AC-IDX)
                   ELSE
                       ADD WS-USD-AMOUNT TO WS-AC-FEES(WS-AC-IDX)
                   END-IF
               WHEN "IN"
                   ADD WS-USD-AMOUNT TO WS-AC-INTPAID(WS-AC-IDX)
               WHEN "WT"
                   SUBTRACT WS-USD-AMOUNT
                       FROM WS-AC-INTPAID(WS-AC-IDX)
               WHEN "RV"
                   EVALUATE TRANS-REF-TYPE
                       WHEN "IN"
                           SUBTRACT WS-USD-AMOUNT
                               FROM WS-AC-INTPAID(WS-AC-IDX)
                       WHEN "WT"
                           ADD WS-USD-AMOUNT
                               TO WS-AC-INTPAID(WS-AC-IDX)
                       WHEN "FE"
                           PERFORM HOLD-FEE-REVERSAL
                   END-EVALUATE
           END-EVALUATE.

      *> A reversed charge's kind is on the charge itself, which
      *> the sequential sweep cannot stop to read - held until the
      *> sweep is done. Past the table, a reversal counts against
      *> fee income.
       HOLD-FEE-REVERSAL.
           IF WS-RV-USED >= 500
               SUBTRACT WS-USD-AMOUNT FROM WS-AC-FEES(WS-AC-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RV-USED
           SET WS-RV-ROW-NO(WS-RV-USED) TO WS-AC-IDX
           MOVE TRANS-REF-ID  TO WS-RV-REF-ID(WS-RV-USED)
           MOVE WS-USD-AMOUNT TO WS-RV-USD(WS-RV-USED).

       CLASSIFY-FEE-REVERSAL.
           SET WS-AC-IDX TO WS-RV-ROW-NO(WS-RV-IDX)
           MOVE WS-RV-REF-ID(WS-RV-IDX) TO TRANS-ID
           READ TRANSACTION-FILE
               INVALID KEY
                   MOVE SPACES TO TRANS-EXT-REF
           END-READ
           IF TRANS-EXT-REF = "ODINTEREST"
               SUBTRACT WS-RV-USD(WS-RV-IDX)
                   FROM WS-AC-ODINT(WS-AC-IDX)
           ELSE
               SUBTRACT WS-RV-USD(WS-RV-IDX)
                   FROM WS-AC-FEES(WS-AC-IDX)
           END-IF.

       SWEEP-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DIVIDE BH-DATE BY 100 GIVING WS-WORK-MONTH
                       IF WS-WORK-MONTH = WS-THIS-MONTH
                           MOVE BH-ACCT-ID TO WS-WORK-ACCT
                           PERFORM FIND-ACCOUNT-ROW
                           IF WS-AC-HIT = 'Y'
                               ADD BH-PRINC
                                   TO WS-AC-BAL-SUM(WS-AC-IDX)
                               ADD 1 TO WS-AC-BAL-DAYS(WS-AC-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

      *>----------------------------------------------------------
      *> Pricing and roll-up.
      *>----------------------------------------------------------
      *> CURRCONV's amounts are unsigned, so an overdrawn average
      *> goes through as its size and takes its sign back after.
       PRICE-ONE-ACCOUNT.
           IF WS-AC-BAL-DAYS(WS-AC-IDX) = 0
               ADD 1 TO WS-NO-HISTORY-COUNT
           ELSE
               COMPUTE WS-AVG-BALANCE ROUNDED =
                   WS-AC-BAL-SUM(WS-AC-IDX)
                   / WS-AC-BAL-DAYS(WS-AC-IDX)
               IF WS-AVG-BALANCE < 0
                   COMPUTE WS-AVG-ABS = 0 - WS-AVG-BALANCE
               ELSE
                   MOVE WS-AVG-BALANCE TO WS-AVG-ABS
               END-IF
               IF WS-AC-CURR(WS-AC-IDX) = "USD"
                   MOVE WS-AVG-ABS TO WS-AC-AVG-USD(WS-AC-IDX)
               ELSE
                   IF WS-AVG-ABS > 9999999.99
                       ADD 1 TO WS-UNRATED-COUNT
                       MOVE 0 TO WS-AVG-ABS
                   ELSE
                       MOVE WS-AVG-ABS TO WS-AMOUNT-IN
                       MOVE WS-AC-CURR(WS-AC-IDX) TO WS-FROM-CURR
                       MOVE WS-TODAY TO WS-RATE-DATE
                       CALL "CURRCONV" USING WS-FROM-CURR WS-TO-CURR
                           WS-AMOUNT-IN WS-USD-AMOUNT WS-CONV-OK
                           WS-RATE-DATE
                       IF WS-CONV-OK = 'Y'
                           MOVE WS-USD-AMOUNT TO WS-AVG-ABS
                       ELSE
                           ADD 1 TO WS-UNRATED-COUNT
                           MOVE 0 TO WS-AVG-ABS
                       END-IF
                   END-IF
                   MOVE WS-AVG-ABS TO WS-AC-AVG-USD(WS-AC-IDX)
               END-IF
               IF WS-AVG-BALANCE < 0
                   COMPUTE WS-AC-AVG-USD(WS-AC-IDX) =
                       0 - WS-AC-AVG-USD(WS-AC-IDX)
               END-IF
               COMPUTE WS-AC-FUNDING(WS-AC-IDX) ROUNDED =
                   WS-AC-AVG-USD(WS-AC-IDX) * WS-FTP-RATE / 1200
           END-IF
           COMPUTE WS-AC-NET(WS-AC-IDX) =
               WS-AC-FEES(WS-AC-IDX) + WS-AC-ODINT(WS-AC-IDX)
               - WS-AC-INTPAID(WS-AC-IDX) + WS-AC-FUNDING(WS-AC-IDX).

       ROLL-UP-ONE-ACCOUNT.
           ADD 1 TO WS-TOT-ACCTS
           ADD WS-AC-FEES(WS-AC-IDX)    TO WS-TOT-FEES
           ADD WS-AC-ODINT(WS-AC-IDX)   TO WS-TOT-ODINT
           ADD WS-AC-INTPAID(WS-AC-IDX) TO WS-TOT-INTPAID
           ADD WS-AC-FUNDING(WS-AC-IDX) TO WS-TOT-FUNDING
           ADD WS-AC-NET(WS-AC-IDX)     TO WS-TOT-NET

      *> The primary holder: the first role P link, else the first
      *> link of any role, else the account on its own.
           MOVE "A" TO WS-WORK-KIND
           MOVE WS-AC-ACCT(WS-AC-IDX) TO WS-WORK-NUMBER
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-USED
               IF WS-XR-ACCT(WS-XR-IDX) = WS-AC-ACCT(WS-AC-IDX)
                   IF WS-WORK-KIND = "A"
                       OR (WS-WORK-KIND = "J"
                           AND WS-XR-ROLE(WS-XR-IDX) = "P")
                       MOVE WS-XR-CUST(WS-XR-IDX) TO WS-WORK-NUMBER
                       IF WS-XR-ROLE(WS-XR-IDX) = "P"
                           MOVE "P" TO WS-WORK-KIND
                       ELSE
                           MOVE "J" TO WS-WORK-KIND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-WORK-KIND NOT = "A"
               MOVE "C" TO WS-WORK-KIND
           END-IF
           PERFORM FIND-CUSTOMER-ROW
           IF WS-CU-HIT = 'Y'
               ADD 1 TO WS-CU-ACCTS(WS-CU-IDX)
               ADD WS-AC-FEES(WS-AC-IDX)    TO WS-CU-FEES(WS-CU-IDX)
               ADD WS-AC-ODINT(WS-AC-IDX)   TO WS-CU-ODINT(WS-CU-IDX)
               ADD WS-AC-INTPAID(WS-AC-IDX)
                   TO WS-CU-INTPAID(WS-CU-IDX)
               ADD WS-AC-FUNDING(WS-AC-IDX)
                   TO WS-CU-FUNDING(WS-CU-IDX)
               ADD WS-AC-NET(WS-AC-IDX)     TO WS-CU-NET(WS-CU-IDX)
           END-IF

           PERFORM FIND-PRODUCT-ROW
           IF WS-PR-HIT = 'Y'
               ADD 1 TO WS-PR-ACCTS(WS-PR-IDX)
               ADD WS-AC-FEES(WS-AC-IDX)    TO WS-PR-FEES(WS-PR-IDX)
               ADD WS-AC-ODINT(WS-AC-IDX)   TO WS-PR-ODINT(WS-PR-IDX)
               ADD WS-AC-INTPAID(WS-AC-IDX)
                   TO WS-PR-INTPAID(WS-PR-IDX)
               ADD WS-AC-FUNDING(WS-AC-IDX)
                   TO WS-PR-FUNDING(WS-PR-IDX)
               ADD WS-AC-NET(WS-AC-IDX)     TO WS-PR-NET(WS-PR-IDX)
           END-IF

           PERFORM FIND-BRANCH-ROW
           IF WS-BT-HIT = 'Y'
               ADD 1 TO WS-BT-ACCTS(WS-BT-IDX)
               ADD WS-AC-FEES(WS-AC-IDX)    TO WS-BT-FEES(WS-BT-IDX)
               ADD WS-AC-ODINT(WS-AC-IDX)   TO WS-BT-ODINT(WS-BT-IDX)
               ADD WS-AC-INTPAID(WS-AC-IDX)
                   TO WS-BT-INTPAID(WS-BT-IDX)
               ADD WS-AC-FUNDING(WS-AC-IDX)
                   TO WS-BT-FUNDING(WS-BT-IDX)
               ADD WS-AC-NET(WS-AC-IDX)     TO WS-BT-NET(WS-BT-IDX)
           END-IF.

      *> A new customer row takes its name from the account in hand.
       FIND-CUSTOMER-ROW.
           MOVE 'N' TO WS-CU-HIT
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CU-USED
                       OR WS-CU-HIT = 'Y'
               IF WS-CU-KIND(WS-CU-IDX) = WS-WORK-KIND
                   AND WS-CU-NUMBER(WS-CU-IDX) = WS-WORK-NUMBER
                   MOVE 'Y' TO WS-CU-HIT
               END-IF
           END-PERFORM
           IF WS-CU-HIT = 'Y'
               SET WS-CU-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-CU-USED >= 2000
               IF WS-CU-FULL-WARNED = 'N'
                   DISPLAY "*** WARNING: customer table full (2000) "
                       "- customer roll-up incomplete this run ***"
                   MOVE 'Y' TO WS-CU-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CU-HIT
           ADD 1 TO WS-CU-USED
           SET WS-CU-IDX TO WS-CU-USED
           MOVE WS-WORK-KIND          TO WS-CU-KIND(WS-CU-IDX)
           MOVE WS-WORK-NUMBER        TO WS-CU-NUMBER(WS-CU-IDX)
           MOVE WS-AC-NAME(WS-AC-IDX) TO WS-CU-NAME(WS-CU-IDX)
           MOVE 0 TO WS-CU-ACCTS(WS-CU-IDX)
           MOVE 0 TO WS-CU-FEES(WS-CU-IDX)
           MOVE 0 TO WS-CU-ODINT(WS-CU-IDX)
           MOVE 0 TO WS-CU-INTPAID(WS-CU-IDX)
           MOVE 0 TO WS-CU-FUNDING(WS-CU-IDX)
           MOVE 0 TO WS-CU-NET(WS-CU-IDX)
           MOVE 'N' TO WS-CU-LISTED(WS-CU-IDX).

       FIND-PRODUCT-ROW.
           MOVE 'N' TO WS-PR-HIT
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-USED
                       OR WS-PR-HIT = 'Y'
               IF WS-PR-CODE(WS-PR-IDX) = WS-AC-PRODUCT(WS-AC-IDX)
                   MOVE 'Y' TO WS-PR-HIT
               END-IF
           END-PERFORM
           IF WS-PR-HIT = 'Y'
               SET WS-PR-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-USED >= 50
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PR-HIT
           ADD 1 TO WS-PR-USED
           SET WS-PR-IDX TO WS-PR-USED
           MOVE WS-AC-PRODUCT(WS-AC-IDX) TO WS-PR-CODE(WS-PR-IDX)
           MOVE 0 TO WS-PR-ACCTS(WS-PR-IDX)
           MOVE 0 TO WS-PR-FEES(WS-PR-IDX)
           MOVE 0 TO WS-PR-ODINT(WS-PR-IDX)
           MOVE 0 TO WS-PR-INTPAID(WS-PR-IDX)
           MOVE 0 TO WS-PR-FUNDING(WS-PR-IDX)
           MOVE 0 TO WS-PR-NET(WS-PR-IDX).

       FIND-BRANCH-ROW.
           MOVE 'N' TO WS-BT-HIT
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-USED
                       OR WS-BT-HIT = 'Y'
               IF WS-BT-NUM(WS-BT-IDX) = WS-AC-BRANCH(WS-AC-IDX)
                   MOVE 'Y' TO WS-BT-HIT
               END-IF
           END-PERFORM
           IF WS-BT-HIT = 'Y'
               SET WS-BT-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-BT-USED >= 100
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-BT-HIT
           ADD 1 TO WS-BT-USED
           SET WS-BT-IDX TO WS-BT-USED
           MOVE WS-AC-BRANCH(WS-AC-IDX) TO WS-BT-NUM(WS-BT-IDX)
           MOVE 0 TO WS-BT-ACCTS(WS-BT-IDX)
           MOVE 0 TO WS-BT-FEES(WS-BT-IDX)
           MOVE 0 TO WS-BT-ODINT(WS-BT-IDX)
           MOVE 0 TO WS-BT-INTPAID(WS-BT-IDX)
           MOVE 0 TO WS-BT-FUNDING(WS-BT-IDX)
           MOVE 0 TO WS-BT-NET(WS-BT-IDX).

      *>----------------------------------------------------------
      *> Report.
      *>----------------------------------------------------------
       WRITE-PROFIT-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening profitability_report.txt, "
                   "status = " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT AND CUSTOMER PROFITABILITY - MONTH "
                       DELIMITED BY SIZE
                   WS-THIS-MONTH DELIMITED BY SIZE
                   "  BUSINESS DATE " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-FTP-RATE TO WS-EDIT-RATE
           MOVE SPACES TO REPORT-LINE
           STRING "ALL FIGURES USD - FUNDING AT " DELIMITED BY SIZE
                   WS-EDIT-RATE DELIMITED BY SIZE
                   "% A YEAR ON THE MONTH'S AVERAGE BALANCE"
                       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY ACCOUNT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "ACCT"           TO REPORT-LINE(1:4)
           MOVE "NAME"           TO REPORT-LINE(8:4)
           MOVE "BR"             TO REPORT-LINE(25:2)
           MOVE "PROD"           TO REPORT-LINE(29:4)
           MOVE "FEES"           TO REPORT-LINE(45:4)
           MOVE "OD INTEREST"    TO REPORT-LINE(54:11)
           MOVE "INT PAID"       TO REPORT-LINE(73:8)
           MOVE "AVG BALANCE"    TO REPORT-LINE(88:11)
           MOVE "FUNDING"        TO REPORT-LINE(108:7)
           MOVE "NET"            TO REPORT-LINE(127:3)
           WRITE REPORT-LINE
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-USED
               PERFORM WRITE-ACCOUNT-LINE
           END-PERFORM

           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY CUSTOMER" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ROLLUP-HEADINGS
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CU-USED
               PERFORM SET-CUSTOMER-LINE
               PERFORM WRITE-ROLLUP-LINE
           END-PERFORM

           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY PRODUCT" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ROLLUP-HEADINGS
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-USED
               MOVE SPACES TO WS-LINE-LABEL
               IF WS-PR-CODE(WS-PR-IDX) = SPACES
                   MOVE "(off catalog)" TO WS-LINE-LABEL
               ELSE
                   MOVE WS-PR-CODE(WS-PR-IDX) TO WS-LINE-LABEL
               END-IF
               MOVE WS-PR-ACCTS(WS-PR-IDX)   TO WS-LINE-ACCTS
               MOVE WS-PR-FEES(WS-PR-IDX)    TO WS-LINE-FEES
               MOVE WS-PR-ODINT(WS-PR-IDX)   TO WS-LINE-ODINT
               MOVE WS-PR-INTPAID(WS-PR-IDX) TO WS-LINE-INTPAID
               MOVE WS-PR-FUNDING(WS-PR-IDX) TO WS-LINE-FUNDING
               MOVE WS-PR-NET(WS-PR-IDX)     TO WS-LINE-NET
               PERFORM WRITE-ROLLUP-LINE
           END-PERFORM

           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY BRANCH" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ROLLUP-HEADINGS
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-USED
               PERFORM SET-BRANCH-LINE
               PERFORM WRITE-ROLLUP-LINE
           END-PERFORM

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BANK TOTAL"    TO WS-LINE-LABEL
           MOVE WS-TOT-ACCTS    TO WS-LINE-ACCTS
           MOVE WS-TOT-FEES     TO WS-LINE-FEES
           MOVE WS-TOT-ODINT    TO WS-LINE-ODINT
           MOVE WS-TOT-INTPAID  TO WS-LINE-INTPAID
           MOVE WS-TOT-FUNDING  TO WS-LINE-FUNDING
           MOVE WS-TOT-NET      TO WS-LINE-NET
           PERFORM WRITE-ROLLUP-LINE
           IF WS-UNRATED-COUNT > 0
               MOVE WS-UNRATED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "ITEMS LEFT OUT - NO USABLE USD RATE: "
                           DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF WS-NO-HISTORY-COUNT > 0
               MOVE WS-NO-HISTORY-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "ACCOUNTS WITH NO BALANCE HISTORY THIS MONTH "
                       "(NO FUNDING): " DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           PERFORM WRITE-BOTTOM-TWENTY
           CLOSE REPORT-FILE.

       WRITE-ACCOUNT-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-AC-ACCT(WS-AC-IDX) TO WS-EDIT-NUMBER
           MOVE WS-EDIT-NUMBER   TO REPORT-LINE(1:6)
           MOVE WS-AC-NAME(WS-AC-IDX) TO REPORT-LINE(8:16)
           MOVE WS-AC-BRANCH(WS-AC-IDX) TO WS-EDIT-BRANCH
           MOVE WS-EDIT-BRANCH   TO REPORT-LINE(25:3)
           MOVE WS-AC-PRODUCT(WS-AC-IDX) TO REPORT-LINE(29:4)
           MOVE WS-AC-FEES(WS-AC-IDX) TO WS-EDIT-MONEY
           MOVE WS-EDIT-MONEY    TO REPORT-LINE(34:15)
           MOVE WS-AC-ODINT(WS-AC-IDX) TO WS-EDIT-MONEY
           MOVE WS-EDIT-MONEY    TO REPORT-LINE(50:15)
           MOVE WS-AC-INTPAID(WS-AC-IDX) TO WS-EDIT-MONEY
           MOVE WS-EDIT-MONEY    TO REPORT-LINE(66:15)
           MOVE WS-AC-AVG-USD(WS-AC-IDX) TO WS-EDIT-TOTAL
           MOVE WS-EDIT-TOTAL    TO REPORT-LINE(82:18)
           MOVE WS-AC-FUNDING(WS-AC-IDX) TO WS-EDIT-MONEY
           MOVE WS-EDIT-MONEY    TO REPORT-LINE(100:15)
           MOVE WS-AC-NET(WS-AC-IDX) TO WS-EDIT-MONEY
           MOVE WS-EDIT-MONEY    TO REPORT-LINE(115:15)
           WRITE REPORT-LINE.

       WRITE-ROLLUP-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           MOVE "ACCTS"          TO REPORT-LINE(28:5)
           MOVE "FEES"           TO REPORT-LINE(48:4)
           MOVE "OD INTEREST"    TO REPORT-LINE(59:11)
           MOVE "INT PAID"       TO REPORT-LINE(81:8)
           MOVE "FUNDING"        TO REPORT-LINE(100:7)
           MOVE "NET"            TO REPORT-LINE(122:3)
           WRITE REPORT-LINE.

       SET-CUSTOMER-LINE.
           MOVE SPACES TO WS-LINE-LABEL
           MOVE WS-CU-NUMBER(WS-CU-IDX) TO WS-EDIT-NUMBER
           IF WS-CU-KIND(WS-CU-IDX) = "C"
               MOVE "CUST "      TO WS-LINE-LABEL(1:5)
           ELSE
               MOVE "ACCT "      TO WS-LINE-LABEL(1:5)
           END-IF
           MOVE WS-EDIT-NUMBER   TO WS-LINE-LABEL(6:6)
           MOVE WS-CU-NAME(WS-CU-IDX) TO WS-LINE-LABEL(13:14)
           MOVE WS-CU-ACCTS(WS-CU-IDX)   TO WS-LINE-ACCTS
           MOVE WS-CU-FEES(WS-CU-IDX)    TO WS-LINE-FEES
           MOVE WS-CU-ODINT(WS-CU-IDX)   TO WS-LINE-ODINT
           MOVE WS-CU-INTPAID(WS-CU-IDX) TO WS-LINE-INTPAID
           MOVE WS-CU-FUNDING(WS-CU-IDX) TO WS-LINE-FUNDING
           MOVE WS-CU-NET(WS-CU-IDX)     TO WS-LINE-NET.

       SET-BRANCH-LINE.
           CALL "BRNAME" USING WS-BT-NUM(WS-BT-IDX) WS-BR-NAME
               WS-BR-REGION WS-BR-OPEN WS-BR-FOUND WS-BR-ANY
           IF WS-BR-FOUND NOT = 'Y'
               MOVE "(not on branch master)" TO WS-BR-NAME
           END-IF
           MOVE SPACES TO WS-LINE-LABEL
           MOVE WS-BT-NUM(WS-BT-IDX) TO WS-EDIT-BRANCH
           MOVE WS-EDIT-BRANCH   TO WS-LINE-LABEL(1:3)
           MOVE WS-BR-NAME       TO WS-LINE-LABEL(5:20)
           MOVE WS-BT-ACCTS(WS-BT-IDX)   TO WS-LINE-ACCTS
           MOVE WS-BT-FEES(WS-BT-IDX)    TO WS-LINE-FEES
           MOVE WS-BT-ODINT(WS-BT-IDX)   TO WS-LINE-ODINT
           MOVE WS-BT-INTPAID(WS-BT-IDX) TO WS-LINE-INTPAID
           MOVE WS-BT-FUNDING(WS-BT-IDX) TO WS-LINE-FUNDING
           MOVE WS-BT-NET(WS-BT-IDX)     TO WS-LINE-NET.

       WRITE-ROLLUP-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-LINE-LABEL    TO REPORT-LINE(1:26)
           MOVE WS-LINE-ACCTS    TO WS-EDIT-ACCTS
           MOVE WS-EDIT-ACCTS    TO REPORT-LINE(28:5)
           MOVE WS-LINE-FEES     TO WS-EDIT-TOTAL
           MOVE WS-EDIT-TOTAL    TO REPORT-LINE(34:18)
           MOVE WS-LINE-ODINT    TO WS-EDIT-TOTAL
           MOVE WS-EDIT-TOTAL    TO REPORT-LINE(52:18)
           MOVE WS-LINE-INTPAID  TO WS-EDIT-TOTAL
           MOVE WS-EDIT-TOTAL    TO REPORT-LINE(71:18)
           MOVE WS-LINE-FUNDING  TO WS-EDIT-TOTAL
           MOVE WS-EDIT-TOTAL    TO REPORT-LINE(89:18)
           MOVE WS-LINE-NET      TO WS-EDIT-TOTAL
           MOVE WS-EDIT-TOTAL    TO REPORT-LINE(107:18)
           WRITE REPORT-LINE.

      *> Lowest net contribution first; each rank takes the lowest
      *> customer not already listed.
       WRITE-BOTTOM-TWENTY.
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BOTTOM TWENTY CUSTOMERS BY NET CONTRIBUTION"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ROLLUP-HEADINGS
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > 20 OR WS-RANK > WS-CU-USED
               MOVE 0 TO WS-WORST-ROW
               PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                       UNTIL WS-CU-IDX > WS-CU-USED
                   IF WS-CU-LISTED(WS-CU-IDX) = 'N'
                       IF WS-WORST-ROW = 0
                           OR WS-CU-NET(WS-CU-IDX) < WS-WORST-NET
                           SET WS-WORST-ROW TO WS-CU-IDX
                           MOVE WS-CU-NET(WS-CU-IDX) TO WS-WORST-NET
                       END-IF
                   END-IF
               END-PERFORM
               SET WS-CU-IDX TO WS-WORST-ROW
               MOVE 'Y' TO WS-CU-LISTED(WS-CU-IDX)
               PERFORM SET-CUSTOMER-LINE
               PERFORM WRITE-ROLLUP-LINE
           END-PERFORM.

      *>----------------------------------------------------------
      *> Files.
      *>----------------------------------------------------------
       LOAD-XREF-FILE.
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-XREF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE.

       LOAD-ONE-XREF.
           MOVE SPACES TO WS-TOKEN-CUSTNO WS-TOKEN-ACCT
               WS-TOKEN-ROLE
           UNSTRING XREF-LINE DELIMITED BY ","
               INTO WS-TOKEN-CUSTNO WS-TOKEN-ACCT WS-TOKEN-ROLE
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-CUSTNO) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-ACCT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-XR-USED >= 500
               DISPLAY "*** WARNING: cross-reference table full "
                   "(500), line ignored: " XREF-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-XR-USED
           COMPUTE WS-XR-CUST(WS-XR-USED) =
               FUNCTION NUMVAL(WS-TOKEN-CUSTNO)
           COMPUTE WS-XR-ACCT(WS-XR-USED) =
               FUNCTION NUMVAL(WS-TOKEN-ACCT)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-ROLE)
               TO WS-XR-ROLE(WS-XR-USED).

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
           MOVE "STEP: PROFITRPT" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-TOT-ACCTS TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Accounts priced:         " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-TOT-FEES TO WS-EDIT-TOTAL
           MOVE SPACES TO EOD-LINE
           STRING "  Fee income (USD):  " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-TOT-ODINT TO WS-EDIT-TOTAL
           MOVE SPACES TO EOD-LINE
           STRING "  OD interest (USD): " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-TOT-INTPAID TO WS-EDIT-TOTAL
           MOVE SPACES TO EOD-LINE
           STRING "  Interest paid:     " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-TOT-FUNDING TO WS-EDIT-TOTAL
           MOVE SPACES TO EOD-LINE
           STRING "  Funding credit:    " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-TOT-NET TO WS-EDIT-TOTAL
           MOVE SPACES TO EOD-LINE
           STRING "  Net contribution:  " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           CLOSE EOD-FILE.
