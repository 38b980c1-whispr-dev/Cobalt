      *> picture the nightly pack and TRIALBAL never gave
      *> management - total book by branch, by currency, and by
      *> account status from ledger.txt; the month's fee income and
      *> interest expense from transactions.dat (net of reversals),
      *> with the month's charge-offs and the recoveries on
      *> charged-off accounts shown apart from them;
      *> and accounts opened and closed in the month from the ADD
      *> and CLOSE entries WriteLedger stamps into
      *> ledger_audit.log. The loan book (loans.dat) is summarized
      *> alongside: loans by status, principal outstanding, arrears
      *> by days-past-due bucket, and the month's loan interest
      *> income (LI collections, net of reversals).
      *> Self-proving: every balance crosstab totals back to the
      *> same book figure, and that figure is printed against the
      *> control trailer WriteLedger keeps in ledger.txt - a pack
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "mgmt_summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(80).

       FD  LOAN-FILE.
       01  LOAN-LINE             PIC X(120).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(100).

       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-TRANS-STATUS       PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-LOAN-STATUS        PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-LEDGER-EOF         PIC X VALUE 'N'.
       01  WS-TRANS-EOF          PIC X VALUE 'N'.
       01  WS-AUDIT-EOF          PIC X VALUE 'N'.
       01  WS-LOAN-EOF           PIC X VALUE 'N'.

       01  WS-TODAY              PIC 9(8).
       01  WS-THIS-MONTH         PIC 9(6).
      *> reversals that reference them.
       01  WS-FEE-INCOME         PIC S9(11)V99 VALUE 0.
       01  WS-INT-EXPENSE        PIC S9(11)V99 VALUE 0.
       01  WS-LOAN-INT-INCOME    PIC S9(11)V99 VALUE 0.
      *> Written off (CO) and recovered since (RC) - a loss and its
      *> recoveries, kept out of the income lines above.
       01  WS-CHARGE-OFFS        PIC S9(11)V99 VALUE 0.
       01  WS-RECOVERIES         PIC S9(11)V99 VALUE 0.

      *> Loan book from loans.dat (the LOANMAINT layout); only the
      *> status, balance, arrears, and days past due are used.
       01  WS-LOAN-BOOKED        PIC 9(7) VALUE 0.
       01  WS-LOAN-ACTIVE        PIC 9(7) VALUE 0.
       01  WS-LOAN-PAIDOFF       PIC 9(7) VALUE 0.
       01  WS-LOAN-OUTSTANDING   PIC S9(12)V99 VALUE 0.
       01  WS-LOAN-ARREARS       PIC S9(12)V99 VALUE 0.
       01  WS-LOAN-SEEN          PIC X VALUE 'N'.
       01  WS-LOAN-BUCKETS.
           05 WS-LB-ROW OCCURS 4 TIMES INDEXED BY WS-LB-IDX.
               10 WS-LB-COUNT    PIC 9(7).
               10 WS-LB-AMOUNT   PIC S9(12)V99.
       01  WS-LB-LABELS.
           05 FILLER             PIC X(8) VALUE "1-29    ".
           05 FILLER             PIC X(8) VALUE "30-59   ".
           05 FILLER             PIC X(8) VALUE "60-89   ".
           05 FILLER             PIC X(8) VALUE "90+     ".
       01  WS-LB-LABEL-TABLE REDEFINES WS-LB-LABELS.
           05 WS-LB-LABEL        PIC X(8) OCCURS 4 TIMES.
       01  WS-TOKEN-SKIP         PIC X(12).
       01  WS-TOKEN-BALANCE      PIC X(12).
       01  WS-TOKEN-LSTATUS      PIC X(1).
       01  WS-TOKEN-ARREARS      PIC X(12).
       01  WS-TOKEN-DPD          PIC X(4).
       01  WS-LOAN-BALANCE       PIC 9(7)V99.
       01  WS-LOAN-ARR-AMT       PIC 9(7)V99.
       01  WS-LOAN-DPD           PIC 9(4).

       01  WS-OPENED-COUNT       PIC 9(5) VALUE 0.
       01  WS-CLOSED-COUNT       PIC 9(5) VALUE 0.
           PERFORM SWEEP-LEDGER
           PERFORM SWEEP-TRANSACTIONS
           PERFORM SWEEP-AUDIT-LOG
           PERFORM SWEEP-LOAN-FILE
           PERFORM WRITE-SUMMARY-PACK
           PERFORM APPEND-EOD-SUMMARY

           ADD 1 TO WS-CU-COUNT(WS-CU-IDX)
           ADD L-PRINC TO WS-CU-TOTAL(WS-CU-IDX)

      *> Anything not F, C, or W (charged off) counts as open, the
      *> rule every other program applies to entries from before
      *> statuses existed.
           IF L-STATUS = "F" OR L-STATUS = "C" OR L-STATUS = "W"
               MOVE L-STATUS TO WS-WORK-STATUS
           ELSE
               MOVE "O" TO WS-WORK-STATUS
                   ADD TRANS-AMOUNT TO WS-FEE-INCOME
               WHEN "IN"
                   ADD TRANS-AMOUNT TO WS-INT-EXPENSE
               WHEN "LI"
                   ADD TRANS-AMOUNT TO WS-LOAN-INT-INCOME
               WHEN "CO"
                   ADD TRANS-AMOUNT TO WS-CHARGE-OFFS
               WHEN "RC"
                   ADD TRANS-AMOUNT TO WS-RECOVERIES
               WHEN "RV"
                   IF TRANS-REF-TYPE = "FE"
                       SUBTRACT TRANS-AMOUNT FROM WS-FEE-INCOME
                   IF TRANS-REF-TYPE = "IN"
                       SUBTRACT TRANS-AMOUNT FROM WS-INT-EXPENSE
                   END-IF
                   IF TRANS-REF-TYPE = "LI"
                       SUBTRACT TRANS-AMOUNT FROM WS-LOAN-INT-INCOME
                   END-IF
           END-EVALUATE.

      *> Audit lines read "DATE TIME ACTION acct=NNNNNN"; ADD and
               ADD 1 TO WS-CLOSED-COUNT
           END-IF.

      *> No loans.dat simply means no loan book yet; the section
      *> says so rather than printing zeros.
       SWEEP-LOAN-FILE.
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1 UNTIL WS-LB-IDX > 4
               MOVE 0 TO WS-LB-COUNT(WS-LB-IDX)
               MOVE 0 TO WS-LB-AMOUNT(WS-LB-IDX)
           END-PERFORM
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LOAN-SEEN
           PERFORM UNTIL WS-LOAN-EOF = 'Y'
               READ LOAN-FILE
                   AT END
                       MOVE 'Y' TO WS-LOAN-EOF
                   NOT AT END
                       PERFORM TALLY-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

       TALLY-ONE-LOAN.
           MOVE SPACES TO WS-TOKEN-BALANCE WS-TOKEN-LSTATUS
               WS-TOKEN-ARREARS WS-TOKEN-DPD
           UNSTRING LOAN-LINE DELIMITED BY ","
               INTO WS-TOKEN-SKIP WS-TOKEN-SKIP WS-TOKEN-SKIP
                   WS-TOKEN-SKIP WS-TOKEN-SKIP WS-TOKEN-SKIP
                   WS-TOKEN-SKIP WS-TOKEN-SKIP WS-TOKEN-SKIP
                   WS-TOKEN-SKIP WS-TOKEN-BALANCE WS-TOKEN-LSTATUS
                   WS-TOKEN-ARREARS WS-TOKEN-DPD
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-BALANCE) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-ARREARS) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-DPD) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOAN-BALANCE = FUNCTION NUMVAL(WS-TOKEN-BALANCE)
           COMPUTE WS-LOAN-ARR-AMT = FUNCTION NUMVAL(WS-TOKEN-ARREARS)
           COMPUTE WS-LOAN-DPD     = FUNCTION NUMVAL(WS-TOKEN-DPD)
           EVALUATE FUNCTION UPPER-CASE(WS-TOKEN-LSTATUS)
               WHEN "B"
                   ADD 1 TO WS-LOAN-BOOKED
               WHEN "A"
                   ADD 1 TO WS-LOAN-ACTIVE
                   ADD WS-LOAN-BALANCE TO WS-LOAN-OUTSTANDING
                   IF WS-LOAN-ARR-AMT > 0
                       EVALUATE TRUE
                           WHEN WS-LOAN-DPD >= 90
                               SET WS-LB-IDX TO 4
                           WHEN WS-LOAN-DPD >= 60
                               SET WS-LB-IDX TO 3
                           WHEN WS-LOAN-DPD >= 30
                               SET WS-LB-IDX TO 2
                           WHEN OTHER
                               SET WS-LB-IDX TO 1
                       END-EVALUATE
                       ADD 1 TO WS-LB-COUNT(WS-LB-IDX)
                       ADD WS-LOAN-ARR-AMT TO WS-LB-AMOUNT(WS-LB-IDX)
                       ADD WS-LOAN-ARR-AMT TO WS-LOAN-ARREARS
                   END-IF
               WHEN "P"
                   ADD 1 TO WS-LOAN-PAIDOFF
           END-EVALUATE.

       WRITE-SUMMARY-PACK.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-CHARGE-OFFS TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  overdrafts charged off:             "
                       DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-RECOVERIES TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  recoveries on charged-off accounts: "
                       DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-OPENED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  accounts opened this month:         "
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM WRITE-LOAN-SECTION

           MOVE "CONTROL PROOF" TO REPORT-LINE
           WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE.

       WRITE-LOAN-SECTION.
           MOVE "LOAN BOOK" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-LOAN-SEEN NOT = 'Y'
               MOVE "  (no loans.dat - no loan book)" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-ACTIVE TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  active loans:                       "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-LOAN-BOOKED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  booked, awaiting pay-out:           "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-LOAN-PAIDOFF TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  paid off:                           "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-LOAN-OUTSTANDING TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  principal outstanding:              "
                       DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-LOAN-INT-INCOME TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  loan interest income (net of rev.): "
                       DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1 UNTIL WS-LB-IDX > 4
               MOVE WS-LB-COUNT(WS-LB-IDX)  TO WS-EDIT-COUNT
               MOVE WS-LB-AMOUNT(WS-LB-IDX) TO WS-EDIT-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING "  arrears " DELIMITED BY SIZE
                       WS-LB-LABEL(WS-LB-IDX) DELIMITED BY SIZE
                       " days  loans " DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       "  amount " DELIMITED BY SIZE
                       WS-EDIT-TOTAL DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-LOAN-ARREARS TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  total arrears:                      "
                       DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *> Every crosstab must total back to the same swept book.
       WRITE-TIE-LINE.
           MOVE WS-BOOK-TOTAL TO WS-EDIT-TOTAL
