       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMAINT.

      *> Books amortizing loans - the small consumer and business
      *> loans that used to live on a spreadsheet beside the
      *> system - in the list/maintain rhythm of HOLDMAINT. A loan
      *> is not a ledger.txt account (L-PRINC is a deposit or an
      *> overdraft line and every deposit program treats it so);
      *> it is a line on the loan master, loans.dat, tied to the
      *> borrower's nominated deposit account, which the loan is
      *> paid into and its installments are collected from.
      *> One line per loan:
      *>     LOANNO,ACCT,BRANCH,CURR,PRINCIPAL,RATE,TERM,PAYMENT,
      *>     BOOKED,FIRSTDUE,BALANCE,STATUS,ARREARS,DPD
      *> PRINCIPAL, the annual RATE, the TERM in months, and the
      *> level monthly PAYMENT are fixed when the loan is booked;
      *> BALANCE is the principal still outstanding. STATUS is
      *> B booked (not yet paid out), A active, P paid off.
      *> ARREARS and DPD (the amount overdue and the days the
      *> oldest missed installment is past due) are kept by
      *> LOANBILL for the delinquency report and the management
      *> pack. Branch and currency follow the deposit account.
      *> Booking also generates the amortization schedule onto
      *> loan_schedule.dat, one line per installment:
      *>     LOANNO,INSTNO,DUEDATE,PAYMENT,INTEREST,PRINCIPAL,
      *>     CLOSING,STATUS,INTID,PRINID
      *> with STATUS S scheduled, B billed, P paid, M missed, and
      *> INTID/PRINID the TRANS-IDs LOANBILL billed it under. The
      *> payment is the level annuity amount for the rate and
      *> term, interest is the outstanding balance times one
      *> twelfth of the annual rate, and the last installment
      *> takes whatever principal is left so the loan always
      *> closes to zero. The schedule is also printed to
      *> loan_schedule_report.txt for the borrower's file.
      *> The booking is stamped into ledger_audit.log against the
      *> deposit account. The loan is paid out by the next night's
      *> LOANBILL, so a booking keyed in error can still be
      *> withdrawn that day from the loan file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "loan_schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT REPORT-FILE ASSIGN TO "loan_schedule_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ledger_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-LINE             PIC X(120).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-LINE         PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(100).

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

      *> Operator sign-on (SIGNON/operators.dat): booking a loan is
      *> ledger maintenance, permission L.
       01  WS-SIGNON-FUNCTION    PIC X VALUE "L".
       01  WS-SIGNON-OPERATOR    PIC X(4).
       01  WS-SIGNON-RESULT      PIC X.

      *> Run lock (RUNLOCK/run_lock.dat) - LOANBILL rewrites the
      *> same loan and schedule files nightly.
       01  WS-LOCK-ACTION        PIC X.
       01  WS-LOCK-HOLDER        PIC X(20).
       01  WS-LOCK-RESULT        PIC X.

       01  WS-LOAN-STATUS        PIC XX.
       01  WS-SCHED-STATUS       PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-LOAN-EOF           PIC X VALUE 'N'.
       01  WS-SCHED-EOF          PIC X VALUE 'N'.
       01  WS-CONTINUE           PIC X VALUE 'Y'.
       01  WS-ACTION             PIC X.
       01  WS-RESPONSE           PIC X.
       01  WS-FOUND              PIC X.
       01  WS-TODAY              PIC 9(8).

       01  WS-TOKEN-LOANNO       PIC X(6).
       01  WS-TOKEN-ACCT         PIC X(6).
       01  WS-TOKEN-BRANCH       PIC X(3).
       01  WS-TOKEN-CURR         PIC X(3).
       01  WS-TOKEN-PRINCIPAL    PIC X(12).
       01  WS-TOKEN-RATE         PIC X(8).
       01  WS-TOKEN-TERM         PIC X(4).
       01  WS-TOKEN-PAYMENT      PIC X(12).
       01  WS-TOKEN-BOOKED       PIC X(8).
       01  WS-TOKEN-FIRSTDUE     PIC X(8).
       01  WS-TOKEN-BALANCE      PIC X(12).
       01  WS-TOKEN-STATUS       PIC X(1).
       01  WS-TOKEN-ARREARS      PIC X(12).
       01  WS-TOKEN-DPD          PIC X(4).

       01  WS-LOAN-TABLE.
           05 WS-LN-ROW OCCURS 500 TIMES INDEXED BY WS-LN-IDX.
               10 WS-LN-LOANNO    PIC 9(6).
               10 WS-LN-ACCT      PIC 9(6).
               10 WS-LN-BRANCH    PIC 9(3).
               10 WS-LN-CURR      PIC X(3).
               10 WS-LN-PRINCIPAL PIC 9(7)V99.
               10 WS-LN-RATE      PIC 9(3)V99.
               10 WS-LN-TERM      PIC 9(3).
               10 WS-LN-PAYMENT   PIC 9(7)V99.
               10 WS-LN-BOOKED    PIC 9(8).
               10 WS-LN-FIRSTDUE  PIC 9(8).
               10 WS-LN-BALANCE   PIC 9(7)V99.
               10 WS-LN-STATUS    PIC X.
               10 WS-LN-ARREARS   PIC 9(7)V99.
               10 WS-LN-DPD       PIC 9(4).
       01  WS-LN-USED            PIC 9(3) VALUE 0.
       01  WS-NEXT-LOANNO        PIC 9(6) VALUE 0.

      *> Booking input.
       01  WS-ACCT-TEXT          PIC X(6).
       01  WS-AMOUNT-TEXT        PIC X(12).
       01  WS-RATE-TEXT          PIC X(8).
       01  WS-TERM-TEXT          PIC X(4).
       01  WS-DATE-TEXT          PIC X(8).
       01  WS-LOANNO-TEXT        PIC X(6).
       01  WS-ACCT-CHECK         PIC S9(6).
       01  WS-AMOUNT-CHECK       PIC S9(7)V99.
       01  WS-RATE-CHECK         PIC S9(3)V99.
       01  WS-TERM-CHECK         PIC S9(4).
       01  WS-DATE-CHECK         PIC 9(8).
       01  WS-LOANNO-CHECK       PIC S9(6).
       01  WS-DATE-OPTIONS       PIC X(2).
       01  WS-DATE-OK            PIC X.
       01  WS-BORROWER-NAME      PIC X(20).

      *> Annuity arithmetic: the monthly rate is one twelfth of the
      *> annual percentage, and the level payment is
      *>     P * r * (1+r)**n / ((1+r)**n - 1)
      *> rounded to the cent (P / n at a zero rate). It is worked
      *> one operation at a time so no intermediate result loses
      *> its decimals on a long term.
       01  WS-MONTH-RATE         PIC 9V9(10) COMP-3.
       01  WS-GROWTH             PIC 9(13)V9(10) COMP-3.
       01  WS-GROWTH-LESS-ONE    PIC 9(13)V9(10) COMP-3.
       01  WS-GROWTH-RATIO       PIC 9(7)V9(10) COMP-3.
       01  WS-PAYMENT-FACTOR     PIC 9(3)V9(10) COMP-3.
       01  WS-PAYMENT            PIC 9(7)V99.

      *> Schedule generation.
       01  WS-INST-NO            PIC 9(3).
       01  WS-SCHED-DUE          PIC 9(8).
       01  WS-SCHED-BAL          PIC 9(7)V99.
       01  WS-SCHED-INT          PIC 9(7)V99.
       01  WS-SCHED-PRIN         PIC 9(7)V99.
       01  WS-SCHED-PAY          PIC 9(7)V99.
       01  WS-TOTAL-INT          PIC 9(9)V99.
       01  WS-TOTAL-PAID         PIC 9(9)V99.
       01  WS-ANCHOR-DAY         PIC 9(2).
       01  WS-WORK-QUOT          PIC 9(6).

      *> Due-date advance working fields (days-in-month including
      *> leap February, the same arithmetic as STANDINGORD's
      *> due-date advance).
       01  WS-WORK-YEAR          PIC 9(4).
       01  WS-WORK-MMDD          PIC 9(4).
       01  WS-WORK-MONTH         PIC 9(2).
       01  WS-WORK-DAY           PIC 9(2).
       01  WS-DAYS-IN-MONTH      PIC 9(2).
       01  WS-YEAR-REM           PIC 9(4).

      *> Schedule line tokens for the (S)how function.
       01  WS-TOKEN-INSTNO       PIC X(3).
       01  WS-TOKEN-DUEDATE      PIC X(8).
       01  WS-TOKEN-INTEREST     PIC X(12).
       01  WS-TOKEN-PRIN         PIC X(12).
       01  WS-TOKEN-CLOSING      PIC X(12).
       01  WS-TOKEN-SSTATUS      PIC X(1).
       01  WS-TOKEN-INTID        PIC X(13).
       01  WS-TOKEN-PRINID       PIC X(13).

       01  WS-EDIT-LOANNO        PIC 9(6).
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-BRANCH        PIC 9(3).
       01  WS-EDIT-TERM          PIC 9(3).
       01  WS-EDIT-INSTNO        PIC 9(3).
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-AMOUNT-2      PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-AMOUNT-3      PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-AMOUNT-4      PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-RATE          PIC ZZ9.99.
       01  WS-FILE-AMOUNT-1      PIC 9(7).99.
       01  WS-FILE-AMOUNT-2      PIC 9(7).99.
       01  WS-FILE-AMOUNT-3      PIC 9(7).99.
       01  WS-FILE-AMOUNT-4      PIC 9(7).99.
       01  WS-FILE-RATE          PIC 9(3).99.
       01  WS-FILE-DPD           PIC 9(4).
       01  WS-FILE-ID            PIC 9(13).

       01  WS-AUDIT-DATE         PIC 9(8).
       01  WS-AUDIT-TIME         PIC 9(8).

      *> Sentinel key of the control-total trailer WriteLedger keeps
      *> in ledger.txt; never a deposit account.
       01  WS-TRAILER-ID         PIC 9(6) VALUE 999999.

       PROCEDURE DIVISION.
       BEGIN.
           CALL "SIGNON" USING WS-SIGNON-FUNCTION
               WS-SIGNON-OPERATOR WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           MOVE "T" TO WS-LOCK-ACTION
           MOVE "LOANMAINT" TO WS-LOCK-HOLDER
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           CALL "BUSDATE" USING WS-TODAY

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger.txt, status = "
                   WS-LEDGER-STATUS
               STOP RUN 1
           END-IF

           PERFORM LOAD-LOAN-FILE
           PERFORM LIST-LOAN-FILE

           PERFORM UNTIL WS-CONTINUE NOT = 'Y'
               DISPLAY "(B)ook a loan, (S)how a loan's schedule, "
                   "or (Q)uit? "
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "B"
                       PERFORM BOOK-ONE-LOAN
                   WHEN "S"
                       PERFORM SHOW-ONE-SCHEDULE
                   WHEN OTHER
                       MOVE 'N' TO WS-CONTINUE
               END-EVALUATE
           END-PERFORM

           CLOSE LEDGER-FILE
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           DISPLAY "Loan maintenance complete."
           STOP RUN.

       LOAD-LOAN-FILE.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "No loans.dat yet - starting a new loan "
                   "file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOAN-EOF = 'Y'
               READ LOAN-FILE
                   AT END
                       MOVE 'Y' TO WS-LOAN-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

       LOAD-ONE-LOAN.
           MOVE SPACES TO WS-TOKEN-LOANNO WS-TOKEN-ACCT
               WS-TOKEN-BRANCH WS-TOKEN-CURR WS-TOKEN-PRINCIPAL
               WS-TOKEN-RATE WS-TOKEN-TERM WS-TOKEN-PAYMENT
               WS-TOKEN-BOOKED WS-TOKEN-FIRSTDUE WS-TOKEN-BALANCE
               WS-TOKEN-STATUS WS-TOKEN-ARREARS WS-TOKEN-DPD
           UNSTRING LOAN-LINE DELIMITED BY ","
               INTO WS-TOKEN-LOANNO WS-TOKEN-ACCT WS-TOKEN-BRANCH
                   WS-TOKEN-CURR WS-TOKEN-PRINCIPAL WS-TOKEN-RATE
                   WS-TOKEN-TERM WS-TOKEN-PAYMENT WS-TOKEN-BOOKED
                   WS-TOKEN-FIRSTDUE WS-TOKEN-BALANCE
                   WS-TOKEN-STATUS WS-TOKEN-ARREARS WS-TOKEN-DPD
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-LOANNO) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-ACCT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-BRANCH) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-PRINCIPAL) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-RATE) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-TERM) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-PAYMENT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-BOOKED) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-FIRSTDUE) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-BALANCE) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-ARREARS) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-DPD) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-USED >= 500
               DISPLAY "*** WARNING: loan table full (500), "
                   "line ignored: " LOAN-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LN-USED
           SET WS-LN-IDX TO WS-LN-USED
           COMPUTE WS-LN-LOANNO(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-LOANNO)
           COMPUTE WS-LN-ACCT(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-ACCT)
           COMPUTE WS-LN-BRANCH(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-BRANCH)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-CURR)
               TO WS-LN-CURR(WS-LN-IDX)
           COMPUTE WS-LN-PRINCIPAL(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-PRINCIPAL)
           COMPUTE WS-LN-RATE(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-RATE)
           COMPUTE WS-LN-TERM(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-TERM)
           COMPUTE WS-LN-PAYMENT(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-PAYMENT)
           COMPUTE WS-LN-BOOKED(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-BOOKED)
           COMPUTE WS-LN-FIRSTDUE(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-FIRSTDUE)
           COMPUTE WS-LN-BALANCE(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-BALANCE)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-STATUS)
               TO WS-LN-STATUS(WS-LN-IDX)
           COMPUTE WS-LN-ARREARS(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-ARREARS)
           COMPUTE WS-LN-DPD(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-DPD)
           IF WS-LN-LOANNO(WS-LN-IDX) > WS-NEXT-LOANNO
               MOVE WS-LN-LOANNO(WS-LN-IDX) TO WS-NEXT-LOANNO
           END-IF.

       LIST-LOAN-FILE.
           IF WS-LN-USED = 0
               DISPLAY "(no loans on file)"
           END-IF
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-USED
               MOVE WS-LN-LOANNO(WS-LN-IDX)  TO WS-EDIT-LOANNO
               MOVE WS-LN-ACCT(WS-LN-IDX)    TO WS-EDIT-ACCT
               MOVE WS-LN-BALANCE(WS-LN-IDX) TO WS-EDIT-AMOUNT
               MOVE WS-LN-ARREARS(WS-LN-IDX) TO WS-EDIT-AMOUNT-2
               DISPLAY "  loan " WS-EDIT-LOANNO " acct "
                   WS-EDIT-ACCT " " WS-LN-CURR(WS-LN-IDX)
                   " outstanding " WS-EDIT-AMOUNT
                   " arrears " WS-EDIT-AMOUNT-2
                   " status " WS-LN-STATUS(WS-LN-IDX)
           END-PERFORM.

      *> A loan is booked against an open deposit account, which
      *> supplies its branch and currency; the schedule is built
      *> and shown before the operator commits the booking.
       BOOK-ONE-LOAN.
           DISPLAY "Borrower's deposit account id: "
           ACCEPT WS-ACCT-TEXT
           IF FUNCTION TEST-NUMVAL(WS-ACCT-TEXT) NOT = 0
               DISPLAY "Invalid account id, nothing booked."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACCT-CHECK = FUNCTION NUMVAL(WS-ACCT-TEXT)
           IF WS-ACCT-CHECK <= 0 OR WS-ACCT-CHECK = WS-TRAILER-ID
               DISPLAY "Invalid account id, nothing booked."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-CHECK TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   DISPLAY "No such account on ledger.txt, nothing "
                       "booked."
                   EXIT PARAGRAPH
           END-READ
           IF L-STATUS = "F" OR L-STATUS = "C" OR L-STATUS = "M"
               OR L-STATUS = "W"
               DISPLAY "Account is frozen, closed, matured, or "
                   "charged off - "
                   "a loan cannot be paid into it; nothing booked."
               EXIT PARAGRAPH
           END-IF
           MOVE L-NAME TO WS-BORROWER-NAME

           DISPLAY "Principal (e.g. 15000.00): "
           ACCEPT WS-AMOUNT-TEXT
           IF FUNCTION TEST-NUMVAL(WS-AMOUNT-TEXT) NOT = 0
               DISPLAY "Invalid amount, nothing booked."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT-CHECK = FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           IF WS-AMOUNT-CHECK <= 0
               DISPLAY "Principal must be over zero, nothing "
                   "booked."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Annual interest rate percent (e.g. 7.50): "
           ACCEPT WS-RATE-TEXT
           IF FUNCTION TEST-NUMVAL(WS-RATE-TEXT) NOT = 0
               DISPLAY "Invalid rate, nothing booked."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RATE-CHECK = FUNCTION NUMVAL(WS-RATE-TEXT)
           IF WS-RATE-CHECK < 0 OR WS-RATE-CHECK > 99.99
               DISPLAY "Rate must be 0 to 99.99, nothing booked."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Term in months (1-360): "
           ACCEPT WS-TERM-TEXT
           IF FUNCTION TEST-NUMVAL(WS-TERM-TEXT) NOT = 0
               DISPLAY "Invalid term, nothing booked."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TERM-CHECK = FUNCTION NUMVAL(WS-TERM-TEXT)
           IF WS-TERM-CHECK < 1 OR WS-TERM-CHECK > 360
               DISPLAY "Term must be 1 to 360 months, nothing "
                   "booked."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "First installment due (YYYYMMDD, blank = one "
               "month from today): "
           MOVE SPACES TO WS-DATE-TEXT
           ACCEPT WS-DATE-TEXT
           IF WS-DATE-TEXT = SPACES
               MOVE WS-TODAY TO WS-SCHED-DUE
               DIVIDE WS-SCHED-DUE BY 100 GIVING WS-WORK-QUOT
                   REMAINDER WS-ANCHOR-DAY
               PERFORM ADVANCE-DUE-MONTH
               MOVE WS-SCHED-DUE TO WS-DATE-CHECK
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-DATE-TEXT) NOT = 0
                   DISPLAY "Invalid date, nothing booked."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-DATE-CHECK = FUNCTION NUMVAL(WS-DATE-TEXT)
               MOVE SPACES TO WS-DATE-OPTIONS
               CALL "DATEVAL" USING WS-DATE-CHECK WS-DATE-OPTIONS
                   WS-DATE-OK
               IF WS-DATE-OK NOT = 'Y'
                   DISPLAY "Not a real calendar date, nothing "
                       "booked."
                   EXIT PARAGRAPH
               END-IF
               IF WS-DATE-CHECK <= WS-TODAY
                   DISPLAY "First installment must fall after "
                       "today, nothing booked."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM COMPUTE-LEVEL-PAYMENT
           MOVE WS-AMOUNT-CHECK TO WS-EDIT-AMOUNT
           MOVE WS-PAYMENT      TO WS-EDIT-AMOUNT-2
           MOVE WS-RATE-CHECK   TO WS-EDIT-RATE
           MOVE WS-TERM-CHECK   TO WS-EDIT-TERM
           DISPLAY "Loan of " WS-EDIT-AMOUNT " at " WS-EDIT-RATE
               "% over " WS-EDIT-TERM " months to "
               WS-BORROWER-NAME
           DISPLAY "Monthly installment " WS-EDIT-AMOUNT-2
               ", first due " WS-DATE-CHECK
           DISPLAY "Book this loan? (Y/N): "
           ACCEPT WS-RESPONSE
           IF FUNCTION UPPER-CASE(WS-RESPONSE) NOT = "Y"
               DISPLAY "Nothing booked."
               EXIT PARAGRAPH
           END-IF

           IF WS-LN-USED >= 500
               DISPLAY "*** Loan table full (500), cannot book ***"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEXT-LOANNO
           ADD 1 TO WS-LN-USED
           SET WS-LN-IDX TO WS-LN-USED
           MOVE WS-NEXT-LOANNO  TO WS-LN-LOANNO(WS-LN-IDX)
           MOVE WS-ACCT-CHECK   TO WS-LN-ACCT(WS-LN-IDX)
           MOVE L-BRANCH        TO WS-LN-BRANCH(WS-LN-IDX)
           IF L-CURR = SPACES
               MOVE "USD"       TO WS-LN-CURR(WS-LN-IDX)
           ELSE
               MOVE L-CURR      TO WS-LN-CURR(WS-LN-IDX)
           END-IF
           MOVE WS-AMOUNT-CHECK TO WS-LN-PRINCIPAL(WS-LN-IDX)
           MOVE WS-RATE-CHECK   TO WS-LN-RATE(WS-LN-IDX)
           MOVE WS-TERM-CHECK   TO WS-LN-TERM(WS-LN-IDX)
           MOVE WS-PAYMENT      TO WS-LN-PAYMENT(WS-LN-IDX)
           MOVE WS-TODAY        TO WS-LN-BOOKED(WS-LN-IDX)
           MOVE WS-DATE-CHECK   TO WS-LN-FIRSTDUE(WS-LN-IDX)
           MOVE WS-AMOUNT-CHECK TO WS-LN-BALANCE(WS-LN-IDX)
           MOVE "B"             TO WS-LN-STATUS(WS-LN-IDX)
           MOVE 0               TO WS-LN-ARREARS(WS-LN-IDX)
           MOVE 0               TO WS-LN-DPD(WS-LN-IDX)

      *> Loan line and schedule are written together at booking,
      *> so the two files never disagree about a loan's existence.
           PERFORM WRITE-LOAN-SCHEDULE
           PERFORM WRITE-LOAN-FILE
           PERFORM WRITE-AUDIT-ENTRY
           MOVE WS-NEXT-LOANNO TO WS-EDIT-LOANNO
           DISPLAY "Loan " WS-EDIT-LOANNO " booked - paid out to "
               "the account by tonight's LOANBILL. Schedule "
               "printed to loan_schedule_report.txt.".

       COMPUTE-LEVEL-PAYMENT.
           COMPUTE WS-MONTH-RATE = WS-RATE-CHECK / 1200
           IF WS-MONTH-RATE = 0
               COMPUTE WS-PAYMENT ROUNDED =
                   WS-AMOUNT-CHECK / WS-TERM-CHECK
           ELSE
               COMPUTE WS-GROWTH =
                   (1 + WS-MONTH-RATE) ** WS-TERM-CHECK
               COMPUTE WS-GROWTH-LESS-ONE = WS-GROWTH - 1
               COMPUTE WS-GROWTH-RATIO =
                   WS-GROWTH / WS-GROWTH-LESS-ONE
               COMPUTE WS-PAYMENT-FACTOR =
                   WS-MONTH-RATE * WS-GROWTH-RATIO
               COMPUTE WS-PAYMENT ROUNDED =
                   WS-AMOUNT-CHECK * WS-PAYMENT-FACTOR
           END-IF.

      *> One schedule line per installment, appended to
      *> loan_schedule.dat, and the same lines printed for the
      *> borrower's file.
       WRITE-LOAN-SCHEDULE.
           OPEN EXTEND SCHEDULE-FILE
           IF WS-SCHED-STATUS = "35"
               OPEN OUTPUT SCHEDULE-FILE
               CLOSE SCHEDULE-FILE
               OPEN EXTEND SCHEDULE-FILE
           END-IF
           IF WS-SCHED-STATUS NOT = "00"
               DISPLAY "ERROR opening loan_schedule.dat, status = "
                   WS-SCHED-STATUS
               STOP RUN 1
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening loan_schedule_report.txt, "
                   "status = " WS-REPORT-STATUS
               STOP RUN 1
           END-IF
           PERFORM WRITE-SCHEDULE-HEADING

           MOVE WS-AMOUNT-CHECK TO WS-SCHED-BAL
           MOVE WS-DATE-CHECK   TO WS-SCHED-DUE
           DIVIDE WS-SCHED-DUE BY 100 GIVING WS-WORK-QUOT
               REMAINDER WS-ANCHOR-DAY
           MOVE 0 TO WS-TOTAL-INT
           MOVE 0 TO WS-TOTAL-PAID
           PERFORM VARYING WS-INST-NO FROM 1 BY 1
                   UNTIL WS-INST-NO > WS-TERM-CHECK
               PERFORM BUILD-ONE-INSTALLMENT
           END-PERFORM

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-PAID TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL REPAID:   " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TOTAL-INT TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL INTEREST: " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           CLOSE SCHEDULE-FILE.

       WRITE-SCHEDULE-HEADING.
           MOVE WS-NEXT-LOANNO TO WS-EDIT-LOANNO
           MOVE WS-ACCT-CHECK  TO WS-EDIT-ACCT
           MOVE SPACES TO REPORT-LINE
           STRING "AMORTIZATION SCHEDULE - LOAN " DELIMITED BY SIZE
                   WS-EDIT-LOANNO DELIMITED BY SIZE
                   "  BOOKED " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BORROWER " DELIMITED BY SIZE
                   WS-BORROWER-NAME DELIMITED BY SIZE
                   "  REPAYMENT ACCOUNT " DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LN-CURR(WS-LN-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-AMOUNT-CHECK TO WS-EDIT-AMOUNT
           MOVE WS-RATE-CHECK   TO WS-EDIT-RATE
           MOVE WS-TERM-CHECK   TO WS-EDIT-TERM
           MOVE WS-PAYMENT      TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO REPORT-LINE
           STRING "PRINCIPAL " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   "  RATE " DELIMITED BY SIZE
                   WS-EDIT-RATE DELIMITED BY SIZE
                   "%  TERM " DELIMITED BY SIZE
                   WS-EDIT-TERM DELIMITED BY SIZE
                   " MONTHS  INSTALLMENT " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "NO.  DUE DATE      PAYMENT      INTEREST"
                   DELIMITED BY SIZE
                   "     PRINCIPAL      BALANCE" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *> The last installment takes the whole remaining balance, so
      *> cent rounding over the term never leaves a stub behind.
       BUILD-ONE-INSTALLMENT.
           COMPUTE WS-SCHED-INT ROUNDED =
               WS-SCHED-BAL * WS-MONTH-RATE
           IF WS-INST-NO = WS-TERM-CHECK
               MOVE WS-SCHED-BAL TO WS-SCHED-PRIN
           ELSE
               IF WS-PAYMENT > WS-SCHED-INT
                   COMPUTE WS-SCHED-PRIN = WS-PAYMENT - WS-SCHED-INT
               ELSE
                   MOVE 0 TO WS-SCHED-PRIN
               END-IF
               IF WS-SCHED-PRIN > WS-SCHED-BAL
                   MOVE WS-SCHED-BAL TO WS-SCHED-PRIN
               END-IF
           END-IF
           COMPUTE WS-SCHED-PAY = WS-SCHED-INT + WS-SCHED-PRIN
           SUBTRACT WS-SCHED-PRIN FROM WS-SCHED-BAL
           ADD WS-SCHED-INT TO WS-TOTAL-INT
           ADD WS-SCHED-PAY TO WS-TOTAL-PAID

           MOVE WS-NEXT-LOANNO TO WS-EDIT-LOANNO
           MOVE WS-INST-NO     TO WS-EDIT-INSTNO
           MOVE WS-SCHED-PAY   TO WS-FILE-AMOUNT-1
           MOVE WS-SCHED-INT   TO WS-FILE-AMOUNT-2
           MOVE WS-SCHED-PRIN  TO WS-FILE-AMOUNT-3
           MOVE WS-SCHED-BAL   TO WS-FILE-AMOUNT-4
           MOVE 0              TO WS-FILE-ID
           MOVE SPACES TO SCHEDULE-LINE
           STRING WS-EDIT-LOANNO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-INSTNO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-SCHED-DUE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT-1 DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT-2 DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT-3 DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT-4 DELIMITED BY SIZE
                   ",S," DELIMITED BY SIZE
                   WS-FILE-ID DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-ID DELIMITED BY SIZE
               INTO SCHEDULE-LINE
           END-STRING
           WRITE SCHEDULE-LINE
           IF WS-SCHED-STATUS NOT = "00"
               DISPLAY "ERROR writing loan_schedule.dat, status = "
                   WS-SCHED-STATUS
               STOP RUN 1
           END-IF

           MOVE WS-SCHED-PAY  TO WS-EDIT-AMOUNT
           MOVE WS-SCHED-INT  TO WS-EDIT-AMOUNT-2
           MOVE WS-SCHED-PRIN TO WS-EDIT-AMOUNT-3
           MOVE WS-SCHED-BAL  TO WS-EDIT-AMOUNT-4
           MOVE SPACES TO REPORT-LINE
           STRING WS-EDIT-INSTNO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SCHED-DUE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT-3 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT-4 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM ADVANCE-DUE-MONTH.

      *> Same day next month, clamped to that month's length (leap
      *> February included) but always measured from the first
      *> due date's day, so a loan due on the 31st comes back to
      *> the 31st after a short month.
       ADVANCE-DUE-MONTH.
           DIVIDE WS-SCHED-DUE BY 10000
               GIVING WS-WORK-YEAR
               REMAINDER WS-WORK-MMDD
           DIVIDE WS-WORK-MMDD BY 100 GIVING WS-WORK-MONTH
               REMAINDER WS-WORK-DAY
           ADD 1 TO WS-WORK-MONTH
           IF WS-WORK-MONTH > 12
               MOVE 1 TO WS-WORK-MONTH
               ADD 1 TO WS-WORK-YEAR
           END-IF
           MOVE WS-ANCHOR-DAY TO WS-WORK-DAY
           PERFORM SET-DAYS-IN-MONTH
           IF WS-WORK-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
           END-IF
           COMPUTE WS-SCHED-DUE =
               WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100
               + WS-WORK-DAY.

       SET-DAYS-IN-MONTH.
           EVALUATE WS-WORK-MONTH
               WHEN 4 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 6 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 9 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 11 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-WORK-YEAR BY 4 GIVING WS-YEAR-REM
                       REMAINDER WS-YEAR-REM
                   IF WS-YEAR-REM = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                       DIVIDE WS-WORK-YEAR BY 100 GIVING WS-YEAR-REM
                           REMAINDER WS-YEAR-REM
                       IF WS-YEAR-REM = 0
                           DIVIDE WS-WORK-YEAR BY 400
                               GIVING WS-YEAR-REM
                               REMAINDER WS-YEAR-REM
                           IF WS-YEAR-REM NOT = 0
                               MOVE 28 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

      *> Lists one loan's schedule with each installment's billing
      *> status, read straight from loan_schedule.dat.
       SHOW-ONE-SCHEDULE.
           DISPLAY "Loan number: "
           ACCEPT WS-LOANNO-TEXT
           IF FUNCTION TEST-NUMVAL(WS-LOANNO-TEXT) NOT = 0
               DISPLAY "Invalid loan number."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOANNO-CHECK = FUNCTION NUMVAL(WS-LOANNO-TEXT)
           MOVE 'N' TO WS-FOUND
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHED-STATUS NOT = "00"
               DISPLAY "No loan_schedule.dat on file."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SCHED-EOF
           DISPLAY "NO.  DUE DATE      PAYMENT      INTEREST     "
               "PRINCIPAL      BALANCE  STATUS"
           PERFORM UNTIL WS-SCHED-EOF = 'Y'
               READ SCHEDULE-FILE
                   AT END
                       MOVE 'Y' TO WS-SCHED-EOF
                   NOT AT END
                       PERFORM SHOW-ONE-INSTALLMENT
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           IF WS-FOUND NOT = 'Y'
               DISPLAY "No schedule for that loan."
           END-IF.

       SHOW-ONE-INSTALLMENT.
           MOVE SPACES TO WS-TOKEN-LOANNO WS-TOKEN-INSTNO
               WS-TOKEN-DUEDATE WS-TOKEN-PAYMENT WS-TOKEN-INTEREST
               WS-TOKEN-PRIN WS-TOKEN-CLOSING WS-TOKEN-SSTATUS
               WS-TOKEN-INTID WS-TOKEN-PRINID
           UNSTRING SCHEDULE-LINE DELIMITED BY ","
               INTO WS-TOKEN-LOANNO WS-TOKEN-INSTNO WS-TOKEN-DUEDATE
                   WS-TOKEN-PAYMENT WS-TOKEN-INTEREST WS-TOKEN-PRIN
                   WS-TOKEN-CLOSING WS-TOKEN-SSTATUS WS-TOKEN-INTID
                   WS-TOKEN-PRINID
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-LOANNO) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-TOKEN-LOANNO) NOT = WS-LOANNO-CHECK
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-PAYMENT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-INTEREST) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-PRIN) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-CLOSING) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FOUND
           COMPUTE WS-EDIT-AMOUNT =
               FUNCTION NUMVAL(WS-TOKEN-PAYMENT)
           COMPUTE WS-EDIT-AMOUNT-2 =
               FUNCTION NUMVAL(WS-TOKEN-INTEREST)
           COMPUTE WS-EDIT-AMOUNT-3 =
               FUNCTION NUMVAL(WS-TOKEN-PRIN)
           COMPUTE WS-EDIT-AMOUNT-4 =
               FUNCTION NUMVAL(WS-TOKEN-CLOSING)
           DISPLAY WS-TOKEN-INSTNO "  " WS-TOKEN-DUEDATE "  "
               WS-EDIT-AMOUNT " " WS-EDIT-AMOUNT-2 " "
               WS-EDIT-AMOUNT-3 " " WS-EDIT-AMOUNT-4 "  "
               WS-TOKEN-SSTATUS.

       WRITE-LOAN-FILE.
           OPEN OUTPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "ERROR writing loans.dat, status = "
                   WS-LOAN-STATUS
               STOP RUN 1
           END-IF
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-USED
               PERFORM WRITE-ONE-LOAN
           END-PERFORM
           CLOSE LOAN-FILE.

       WRITE-ONE-LOAN.
           MOVE WS-LN-LOANNO(WS-LN-IDX)    TO WS-EDIT-LOANNO
           MOVE WS-LN-ACCT(WS-LN-IDX)      TO WS-EDIT-ACCT
           MOVE WS-LN-BRANCH(WS-LN-IDX)    TO WS-EDIT-BRANCH
           MOVE WS-LN-PRINCIPAL(WS-LN-IDX) TO WS-FILE-AMOUNT-1
           MOVE WS-LN-RATE(WS-LN-IDX)      TO WS-FILE-RATE
           MOVE WS-LN-TERM(WS-LN-IDX)      TO WS-EDIT-TERM
           MOVE WS-LN-PAYMENT(WS-LN-IDX)   TO WS-FILE-AMOUNT-2
           MOVE WS-LN-BALANCE(WS-LN-IDX)   TO WS-FILE-AMOUNT-3
           MOVE WS-LN-ARREARS(WS-LN-IDX)   TO WS-FILE-AMOUNT-4
           MOVE WS-LN-DPD(WS-LN-IDX)       TO WS-FILE-DPD
           MOVE SPACES TO LOAN-LINE
           STRING WS-EDIT-LOANNO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-BRANCH DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-LN-CURR(WS-LN-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT-1 DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-RATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-TERM DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT-2 DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-LN-BOOKED(WS-LN-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-LN-FIRSTDUE(WS-LN-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT-3 DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-LN-STATUS(WS-LN-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT-4 DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-DPD DELIMITED BY SIZE
               INTO LOAN-LINE
           END-STRING
           WRITE LOAN-LINE.

      *> Same "DATE TIME ACTION acct=NNNNNN op=XXXX" shape as
      *> WriteLedger's audit lines, the loan number appended.
       WRITE-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger_audit.log, status = "
                   WS-AUDIT-STATUS
               EXIT PARAGRAPH
           END-IF
           CALL "BUSDATE" USING WS-AUDIT-DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-ACCT-CHECK  TO WS-EDIT-ACCT
           MOVE WS-NEXT-LOANNO TO WS-EDIT-LOANNO
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-TIME DELIMITED BY SIZE
                   " LOANBK acct=" DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   " op=" DELIMITED BY SIZE
                   WS-SIGNON-OPERATOR DELIMITED BY SIZE
                   " loan=" DELIMITED BY SIZE
                   WS-EDIT-LOANNO DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.
