       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSESETTLE.

      *> Nightly account-closure settlement. WriteLedger's close
      *> no longer marks an account closed on the spot - it leaves a
      *> request on closures.dat naming where the money goes - and
      *> this step settles each request in ESTSETTLE's two stages,
      *> so every penny moves through the normal posting pipeline:
      *>   Stage 1 - a requested (R) account that is open, not
      *>     overdrawn, and under no until-released hold, whose
      *>     destination account is open or whose payee is on
      *>     payees.dat and approved, gets
      *>       - an IN for the interest earned from the end of the
      *>         last accrued month through the closing date, and
      *>         a WT withholding WHT_RATE percent of it (default
      *>         20.00) where the customer's C-TAX-STATUS is "W",
      *>         referencing the IN - ACCRUELEDGER's split;
      *>       - an FE for the month's fee, priced the way FEEENGINE
      *>         prices it, unless fee_control.dat shows the month
      *>         already assessed, and an FE for the closing fee
      *>         (the CLOSE line on fee_schedule.dat, FEEMAINT);
      *>       - the net balance paid away: a TF to the nominated
      *>         account, or a payee WD (TRANS-REF-TYPE "PY") that
      *>         PAYOUTFILE sends to the payee's bank.
      *>     Every one carries the external reference CLOSE plus the
      *>     account id. The account's dated holds are released
      *>     (holds.dat) so the payout can take the whole balance,
      *>     its standing orders are cancelled (standing_orders.dat)
      *>     so none fires behind the payout, and L-LAST-ACCRUED is
      *>     stamped to the current period so month-end accrual pays
      *>     nothing twice. The line becomes G.
      *>   Stage 2 - a G account whose balance has reached zero is
      *>     marked closed (L-STATUS "C") through the audit-logged
      *>     path, its final statement goes on closing_statements.txt
      *>     and its line becomes P with the closing date. A credit
      *>     that posted behind the payout is swept after it with a
      *>     second payout; a balance below zero is listed for
      *>     review and the account is left open.
      *> Interest is simple, at the account's effective rate (its
      *> product's rate from PRODCAT, else L-RATE), actual/365 on
      *> the balance at settlement, counted through the closing
      *> date. Fees are never allowed to overdraw a closing account:
      *> where the fees exceed what is left, the closing fee gives
      *> way first, then the month's fee.
      *> A request that cannot be settled yet stays R and is listed
      *> every night until its cause is cleared or the request is
      *> withdrawn in WriteLedger: a frozen, matured or charged-off
      *> account, an overdraft, an until-released (legal) hold, a
      *> destination account that is not open, or a payee not yet
      *> approved. closures.dat is the exactly-once guard: a G line
      *> generates nothing again, P is final - rerun as often as
      *> needed.
      *> Runs in BATCH-CONTROL's chain ahead of ACCRUELEDGER,
      *> FEEENGINE and POSTLEDGER, so tonight's settlements post
      *> tonight and the month-end steps behind it already see them;
      *> the account closes on the following night's run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSURE-FILE ASSIGN TO "closures.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSURE-STATUS.

           SELECT PAYEE-FILE ASSIGN TO "payees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-NO
               ALTERNATE RECORD KEY IS HOLD-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT ORDER-FILE ASSIGN TO "standing_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT FEE-FILE ASSIGN TO "fee_schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "fee_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-ACCT-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ledger_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "closing_statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSURE-FILE.
       01  CLOSURE-RECORD.
           COPY CLOSREC.

       FD  PAYEE-FILE.
       01  PAYEE-LINE            PIC X(80).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  ORDER-FILE.
       01  ORDER-LINE            PIC X(60).

       FD  FEE-FILE.
       01  FEE-LINE              PIC X(40).

       FD  CONTROL-FILE.
       01  CONTROL-LINE          PIC 9(6).

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(80).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE        PIC X(80).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CLOSURE-STATUS     PIC XX.
       01  WS-PAYEE-STATUS       PIC XX.
       01  WS-HOLD-STATUS        PIC XX.
       01  WS-ORDER-STATUS       PIC XX.
       01  WS-FEE-STATUS         PIC XX.
       01  WS-CONTROL-STATUS     PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-TRANS-STATUS       PIC XX.
       01  WS-CUST-STATUS        PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-STMT-STATUS        PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-EOF                PIC X.
       01  WS-SCAN-EOF           PIC X.
       01  WS-CUST-OPEN          PIC X VALUE 'N'.
       01  WS-STMT-OPEN          PIC X VALUE 'N'.

      *> Run lock (RUNLOCK/run_lock.dat) so two mutating programs
      *> can never touch the data files at once.
       01  WS-LOCK-ACTION        PIC X.
       01  WS-LOCK-HOLDER        PIC X(20) VALUE "CLOSESETTLE".
       01  WS-LOCK-RESULT        PIC X.

       01  WS-TODAY              PIC 9(8).
       01  WS-CURRENT-PERIOD     PIC 9(6).
       01  WS-TRAILER-ID         PIC 9(13) VALUE 9999999999999.
       01  WS-TRANS-ID           PIC 9(13) VALUE 0.
       01  WS-DAY-FLOOR          PIC 9(13).
       01  WS-TRAILER-COUNT      PIC 9(7).
       01  WS-TRAILER-TOTAL      PIC 9(9)V99.
       01  WS-WROTE-TRANS        PIC X VALUE 'N'.
       01  WS-LEDGER-TRAILER-ID  PIC 9(6) VALUE 999999.

      *> The closure register, loaded whole and written back whole.
       01  WS-CLOSURE-TABLE.
           05 WS-CS-ROW OCCURS 2000 TIMES INDEXED BY WS-CS-IDX.
               COPY CLOSREC REPLACING ==05== BY ==10==
                   LEADING ==CS-== BY ==CSQ-==.
       01  WS-CS-USED            PIC 9(4) VALUE 0.
       01  WS-PENDING-COUNT      PIC 9(4) VALUE 0.

      *> Payee master (PAYEEMAINT layout) - number and approval.
       01  WS-PY-TOKEN-NO        PIC X(5).
       01  WS-PY-TOKEN-NAME      PIC X(30).
       01  WS-PY-TOKEN-ROUTING   PIC X(9).
       01  WS-PY-TOKEN-EXTACCT   PIC X(17).
       01  WS-PY-TOKEN-APPROVED  PIC X.
       01  WS-PAYEE-TABLE.
           05 WS-PY-ROW OCCURS 500 TIMES INDEXED BY WS-PY-IDX.
               10 WS-PY-NO       PIC 9(5).
               10 WS-PY-APPROVED PIC X.
       01  WS-PY-USED            PIC 9(3) VALUE 0.
       01  WS-PY-FOUND           PIC X.

      *> standing_orders.dat, kept line for line as it stands so
      *> everything but the closing account's lines goes back
      *> exactly as SOMAINT left it. A file longer than its table
      *> cannot be written back whole, so no closure is settled
      *> against it. holds.dat is indexed and read through the
      *> account key; a released hold is deleted there and then.
       01  WS-TOKEN-1            PIC X(8).
       01  WS-TOKEN-2            PIC X(12).
       01  WS-TOKEN-3            PIC X(12).
       01  WS-TOKEN-4            PIC X(16).
       01  WS-TOKEN-5            PIC X(8).
       01  WS-HOLD-OPEN          PIC X VALUE 'N'.
       01  WS-HOLD-EOF           PIC X.
       01  WS-OPEN-ENDED         PIC 9(8) VALUE 99991231.
       01  WS-LEGAL-HOLD         PIC X.
       01  WS-ORDER-TABLE.
           05 WS-SO-ROW OCCURS 200 TIMES INDEXED BY WS-SO-IDX.
               10 WS-SO-LINE     PIC X(60).
               10 WS-SO-ACCT     PIC 9(6).
       01  WS-SO-USED            PIC 9(3) VALUE 0.
       01  WS-ORDERS-FULL        PIC X VALUE 'N'.
       01  WS-ORDERS-TOUCHED     PIC X VALUE 'N'.
       01  WS-SCAN-POS           PIC 9(3).
       01  WS-RELEASED-COUNT     PIC 9(3).
       01  WS-CANCELLED-COUNT    PIC 9(3).

      *> Fee pricing - FEEENGINE's schedule and order of precedence
      *> (OVR, then product, then DEFAULT, with the waiver), plus
      *> the CLOSE line.
       01  WS-DEFAULT-FEE        PIC 9(5)V99 VALUE 0.
       01  WS-WAIVER-BALANCE     PIC 9(10)V99 VALUE 0.
       01  WS-CLOSE-FEE          PIC 9(5)V99 VALUE 0.
       01  WS-OVR-TABLE.
           05 WS-OV-ROW OCCURS 100 TIMES INDEXED BY WS-OV-IDX.
               10 WS-OV-ACCT     PIC 9(6).
               10 WS-OV-FEE      PIC 9(5)V99.
       01  WS-OV-USED            PIC 9(3) VALUE 0.
       01  WS-OV-HIT             PIC X.
       01  WS-LAST-ASSESSED      PIC 9(6) VALUE 0.
       01  WS-EFFECTIVE-WAIVER   PIC 9(10)V99.
       01  WS-MONTH-FEE          PIC 9(5)V99.
       01  WS-CLOSING-FEE        PIC 9(5)V99.

      *> Product pricing (PRODCAT) - rate, fee and waiver.
       01  WS-EFFECTIVE-RATE     PIC 9(3)V99 COMP-3.
       01  WS-PROD-METHOD        PIC X.
       01  WS-PROD-RATE          PIC 9(3)V99 COMP-3.
       01  WS-PROD-FEE           PIC 9(5)V99 COMP-3.
       01  WS-PROD-WAIVER        PIC 9(10)V99 COMP-3.
       01  WS-PROD-OD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-OD-RATE       PIC 9(3)V99 COMP-3.
       01  WS-PROD-WD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-ACCRUAL       PIC X.
       01  WS-PROD-FOUND         PIC X.

      *> Withholding - ACCRUELEDGER's setting and rule.
       01  WS-WHT-RATE-TEXT      PIC X(8).
       01  WS-WHT-RATE           PIC 9(3)V99 VALUE 20.00.
       01  WS-WHT-AMOUNT         PIC 9(7)V99.

      *> Interest to the closing date.
       01  WS-INTEREST-FROM      PIC 9(8).
       01  WS-WORK-YEAR          PIC 9(4).
       01  WS-WORK-MONTH         PIC 9(2).
       01  WS-INTEREST-DAYS      PIC S9(7).
       01  WS-INTEREST           PIC 9(7)V99.
       01  WS-AVAILABLE          PIC S9(11)V99.
       01  WS-NET                PIC S9(11)V99.
       01  WS-PAYOUT             PIC 9(10)V99.
       01  WS-PAYOUT-LIMIT       PIC 9(7)V99 VALUE 9999999.99.
       01  WS-IN-TRANS-ID        PIC 9(13).

      *> The destination, checked before the closing account is
      *> read so the ledger record area ends up holding the latter.
       01  WS-DEST-OK            PIC X.
       01  WS-CLOSE-ACCT         PIC 9(6).

       01  WS-EXT-REF-TEXT       PIC X(12).
       01  WS-GEN-COUNT          PIC 9(3) VALUE 0.
       01  WS-DONE-COUNT         PIC 9(3) VALUE 0.
       01  WS-RESIDUAL-COUNT     PIC 9(3) VALUE 0.
       01  WS-WAITING-COUNT      PIC 9(3) VALUE 0.
       01  WS-REVIEW-COUNT       PIC 9(3) VALUE 0.
       01  WS-EDIT-COUNT         PIC ZZ9.
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-DEST          PIC 9(6).
       01  WS-EDIT-PAYEE         PIC 9(5).
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-DATE          PIC 9(8).
       01  WS-LATER-CREDITS      PIC S9(11)V99.
       01  WS-AUDIT-DATE         PIC 9(8).
       01  WS-AUDIT-TIME         PIC 9(8).
       01  WS-AUDIT-ACTION-TEXT  PIC X(8).

      *> Requests still waiting are raised once a night through
      *> ALERTLOG, so a stuck closure reaches the morning queue.
       01  WS-ALERT-SEV          PIC X VALUE "W".
       01  WS-ALERT-PROGRAM      PIC X(20) VALUE "CLOSESETTLE".
       01  WS-ALERT-MESSAGE      PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "T" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "BUSDATE" USING WS-TODAY
           COMPUTE WS-CURRENT-PERIOD = WS-TODAY / 100
           PERFORM LOAD-CLOSURE-FILE
           IF RETURN-CODE NOT = 0
               PERFORM RELEASE-LOCK
               GOBACK
           END-IF
           IF WS-PENDING-COUNT = 0
               DISPLAY "No account closures to settle."
               PERFORM OPEN-STATEMENT-FILE
               PERFORM CLOSE-STATEMENT-FILE
               PERFORM RELEASE-LOCK
               PERFORM APPEND-EOD-SUMMARY
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-WHT-RATE-TEXT
           ACCEPT WS-WHT-RATE-TEXT FROM ENVIRONMENT "WHT_RATE"
           IF WS-WHT-RATE-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-WHT-RATE-TEXT) = 0
               COMPUTE WS-WHT-RATE =
                   FUNCTION NUMVAL(WS-WHT-RATE-TEXT)
           END-IF
           PERFORM LOAD-PAYEE-FILE
           PERFORM LOAD-ORDER-FILE
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM READ-FEE-CONTROL

      *> Generation backup before the first mutation of the run
      *> unit (GENBACKUP rotates once per run unit).
           CALL "GENBACKUP"

           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger.txt, status = "
                   WS-LEDGER-STATUS
               PERFORM RELEASE-LOCK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANS-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN I-O TRANSACTION-FILE
           END-IF
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
                   WS-TRANS-STATUS
               CLOSE LEDGER-FILE
               PERFORM RELEASE-LOCK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS = "00"
               MOVE 'Y' TO WS-CUST-OPEN
           END-IF
           PERFORM OPEN-AUDIT-FILE
           PERFORM OPEN-STATEMENT-FILE
           PERFORM FIND-NEXT-TRANS-ID
           PERFORM OPEN-HOLD-FILE

           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-USED
               EVALUATE CSQ-STATUS(WS-CS-IDX)
                   WHEN "R"
                       PERFORM START-ONE-CLOSURE
                   WHEN "G"
                       PERFORM FINISH-ONE-CLOSURE
               END-EVALUATE
           END-PERFORM

           CLOSE LEDGER-FILE
           CLOSE TRANSACTION-FILE
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE AUDIT-FILE
           PERFORM CLOSE-STATEMENT-FILE
           IF WS-WROTE-TRANS = 'Y'
               PERFORM REFRESH-TRANS-TRAILER
           END-IF
           IF WS-HOLD-OPEN = 'Y'
               CLOSE HOLD-FILE
           END-IF
           IF WS-ORDERS-TOUCHED = 'Y'
               PERFORM REWRITE-ORDER-FILE
           END-IF
           PERFORM REWRITE-CLOSURE-FILE
           PERFORM RELEASE-LOCK

           MOVE WS-GEN-COUNT TO WS-EDIT-COUNT
           DISPLAY "Closure settlements generated:     "
               WS-EDIT-COUNT
           MOVE WS-RESIDUAL-COUNT TO WS-EDIT-COUNT
           DISPLAY "Late credits swept after payout:   "
               WS-EDIT-COUNT
           MOVE WS-DONE-COUNT TO WS-EDIT-COUNT
           DISPLAY "Accounts paid out and closed:      "
               WS-EDIT-COUNT
           MOVE WS-WAITING-COUNT TO WS-EDIT-COUNT
           DISPLAY "Requests waiting:                  "
               WS-EDIT-COUNT
           MOVE WS-REVIEW-COUNT TO WS-EDIT-COUNT
           DISPLAY "Overdrawn after settlement:        "
               WS-EDIT-COUNT
           IF WS-WAITING-COUNT > 0 OR WS-REVIEW-COUNT > 0
               COMPUTE WS-EDIT-COUNT =
                   WS-WAITING-COUNT + WS-REVIEW-COUNT
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-EDIT-COUNT DELIMITED BY SIZE
                       " account closure(s) waiting or for review"
                           DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               END-STRING
               CALL "ALERTLOG" USING WS-ALERT-SEV
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           END-IF
           PERFORM APPEND-EOD-SUMMARY
           GOBACK.

       RELEASE-LOCK.
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT.

      *>----------------------------------------------------------
      *> Stage 1: check the request, generate the settlement.
      *>----------------------------------------------------------
       START-ONE-CLOSURE.
           MOVE CSQ-ACCT(WS-CS-IDX) TO WS-EDIT-ACCT
           IF WS-HOLD-OPEN NOT = 'Y'
               ADD 1 TO WS-WAITING-COUNT
               DISPLAY "  acct " WS-EDIT-ACCT " - holds.dat not "
                   "readable, waits"
               EXIT PARAGRAPH
           END-IF
           IF WS-ORDERS-FULL = 'Y'
               ADD 1 TO WS-WAITING-COUNT
               DISPLAY "  acct " WS-EDIT-ACCT " - "
                   "standing_orders.dat too long to rewrite, waits"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DESTINATION
           IF WS-DEST-OK NOT = 'Y'
               ADD 1 TO WS-WAITING-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE CSQ-ACCT(WS-CS-IDX) TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   ADD 1 TO WS-WAITING-COUNT
                   DISPLAY "*** acct " WS-EDIT-ACCT
                       " is not on the ledger ***"
                   EXIT PARAGRAPH
           END-READ
           IF L-STATUS = "C"
      *> Closed some other way since the request - nothing left to
      *> settle here.
               MOVE "X" TO CSQ-STATUS(WS-CS-IDX)
               DISPLAY "  acct " WS-EDIT-ACCT " already closed - "
                   "request dropped"
               EXIT PARAGRAPH
           END-IF
           IF L-STATUS = "F" OR L-STATUS = "M" OR L-STATUS = "W"
               ADD 1 TO WS-WAITING-COUNT
               DISPLAY "  acct " WS-EDIT-ACCT " - status " L-STATUS
                   " (frozen, matured or charged off), waits"
               EXIT PARAGRAPH
           END-IF
           IF L-PRINC < 0
               ADD 1 TO WS-WAITING-COUNT
               DISPLAY "  acct " WS-EDIT-ACCT " - overdrawn, waits "
                   "for the balance to be cleared"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LEGAL-HOLD
           IF WS-LEGAL-HOLD = 'Y'
               ADD 1 TO WS-WAITING-COUNT
               DISPLAY "  acct " WS-EDIT-ACCT " - until-released "
                   "hold on the account (HOLDMAINT), waits"
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-CLOSING-INTEREST
           PERFORM COMPUTE-WITHHOLDING
           PERFORM PRICE-MONTH-FEE
           MOVE WS-CLOSE-FEE TO WS-CLOSING-FEE
           COMPUTE WS-AVAILABLE = L-PRINC + WS-INTEREST - WS-WHT-AMOUNT
           IF WS-MONTH-FEE + WS-CLOSING-FEE > WS-AVAILABLE
               IF WS-MONTH-FEE > WS-AVAILABLE
                   MOVE WS-AVAILABLE TO WS-MONTH-FEE
                   MOVE 0 TO WS-CLOSING-FEE
               ELSE
                   COMPUTE WS-CLOSING-FEE =
                       WS-AVAILABLE - WS-MONTH-FEE
               END-IF
               DISPLAY "  acct " WS-EDIT-ACCT " - fees cut to the "
                   "balance left"
           END-IF
           COMPUTE WS-NET = WS-AVAILABLE - WS-MONTH-FEE
               - WS-CLOSING-FEE
           IF WS-NET > WS-PAYOUT-LIMIT
               ADD 1 TO WS-WAITING-COUNT
               DISPLAY "*** acct " WS-EDIT-ACCT " - payout exceeds "
                   "one transaction, settle by hand ***"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NET TO WS-PAYOUT

           MOVE L-PRINC       TO CSQ-BALANCE(WS-CS-IDX)
           MOVE WS-INTEREST   TO CSQ-INTEREST(WS-CS-IDX)
           MOVE WS-WHT-AMOUNT TO CSQ-WHT(WS-CS-IDX)
           COMPUTE CSQ-FEES(WS-CS-IDX) =
               WS-MONTH-FEE + WS-CLOSING-FEE
           MOVE WS-PAYOUT     TO CSQ-PAYOUT(WS-CS-IDX)
           MOVE "G"           TO CSQ-STATUS(WS-CS-IDX)
           PERFORM RELEASE-ACCOUNT-HOLDS
           PERFORM CANCEL-ACCOUNT-ORDERS
           PERFORM BUILD-EXT-REF

           IF WS-INTEREST > 0
               MOVE "IN"        TO TRANS-TYPE
               MOVE WS-INTEREST TO TRANS-AMOUNT
               MOVE ZERO        TO TRANS-REF-ID
               MOVE SPACES      TO TRANS-REF-TYPE
               MOVE ZERO        TO TRANS-TO-ACCT
               PERFORM WRITE-CLOSURE-TRANSACTION
               MOVE TRANS-ID TO WS-IN-TRANS-ID
               IF WS-WHT-AMOUNT > 0
                   MOVE "WT"          TO TRANS-TYPE
                   MOVE WS-WHT-AMOUNT TO TRANS-AMOUNT
                   MOVE WS-IN-TRANS-ID TO TRANS-REF-ID
                   MOVE "IN"          TO TRANS-REF-TYPE
                   MOVE ZERO          TO TRANS-TO-ACCT
                   PERFORM WRITE-CLOSURE-TRANSACTION
               END-IF
           END-IF
           IF WS-MONTH-FEE > 0
               MOVE "FE"         TO TRANS-TYPE
               MOVE WS-MONTH-FEE TO TRANS-AMOUNT
               MOVE ZERO         TO TRANS-REF-ID
               MOVE SPACES       TO TRANS-REF-TYPE
               MOVE ZERO         TO TRANS-TO-ACCT
               PERFORM WRITE-CLOSURE-TRANSACTION
           END-IF
           IF WS-CLOSING-FEE > 0
               MOVE "FE"           TO TRANS-TYPE
               MOVE WS-CLOSING-FEE TO TRANS-AMOUNT
               MOVE ZERO           TO TRANS-REF-ID
               MOVE SPACES         TO TRANS-REF-TYPE
               MOVE ZERO           TO TRANS-TO-ACCT
               PERFORM WRITE-CLOSURE-TRANSACTION
           END-IF
           IF WS-PAYOUT > 0
               PERFORM WRITE-PAYOUT
           END-IF

      *> Interest is paid through the closing date now, so month-end
      *> accrual must not pay this month again.
           IF L-LAST-ACCRUED < WS-CURRENT-PERIOD
               MOVE WS-CURRENT-PERIOD TO L-LAST-ACCRUED
               REWRITE LEDGER-ENTRY
               IF WS-LEDGER-STATUS NOT = "00"
                   DISPLAY "ERROR rewriting ledger.txt, status = "
                       WS-LEDGER-STATUS
               END-IF
           END-IF

           ADD 1 TO WS-GEN-COUNT
           MOVE "CLOSEGEN" TO WS-AUDIT-ACTION-TEXT
           PERFORM WRITE-AUDIT-ENTRY
           MOVE WS-PAYOUT TO WS-EDIT-AMOUNT
           DISPLAY "  acct " WS-EDIT-ACCT " settlement generated, "
               "payout " WS-EDIT-AMOUNT
           IF L-PRINC = 0 AND WS-INTEREST = 0
               AND WS-MONTH-FEE = 0 AND WS-CLOSING-FEE = 0
      *> Nothing to post - straight on to close.
               PERFORM FINISH-ONE-CLOSURE
           END-IF.

      *> The nominated account must still be open (and not the
      *> closing account itself); the payee must be on payees.dat
      *> and approved.
       CHECK-DESTINATION.
           MOVE 'N' TO WS-DEST-OK
           IF CSQ-DEST-KIND(WS-CS-IDX) = "P"
               MOVE 'N' TO WS-PY-FOUND
               PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                       UNTIL WS-PY-IDX > WS-PY-USED
                           OR WS-PY-FOUND = 'Y'
                   IF WS-PY-NO(WS-PY-IDX) = CSQ-DEST(WS-CS-IDX)
                       AND WS-PY-APPROVED(WS-PY-IDX) = "Y"
                       MOVE 'Y' TO WS-PY-FOUND
                   END-IF
               END-PERFORM
               IF WS-PY-FOUND = 'Y'
                   MOVE 'Y' TO WS-DEST-OK
               ELSE
                   MOVE CSQ-DEST(WS-CS-IDX) TO WS-EDIT-PAYEE
                   DISPLAY "  acct " WS-EDIT-ACCT " - payee "
                       WS-EDIT-PAYEE " missing or not yet approved"
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE CSQ-DEST(WS-CS-IDX) TO WS-EDIT-DEST
           IF CSQ-DEST-KIND(WS-CS-IDX) NOT = "A"
               OR CSQ-DEST(WS-CS-IDX) = CSQ-ACCT(WS-CS-IDX)
               OR CSQ-DEST(WS-CS-IDX) = WS-LEDGER-TRAILER-ID
               DISPLAY "  acct " WS-EDIT-ACCT " - no usable "
                   "destination on the request"
               EXIT PARAGRAPH
           END-IF
           MOVE CSQ-DEST(WS-CS-IDX) TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   DISPLAY "  acct " WS-EDIT-ACCT " - destination "
                       "account " WS-EDIT-DEST " not on the ledger"
                   EXIT PARAGRAPH
           END-READ
           IF L-STATUS = "C" OR L-STATUS = "F"
               OR L-STATUS = "M" OR L-STATUS = "W"
               DISPLAY "  acct " WS-EDIT-ACCT " - destination "
                   "account " WS-EDIT-DEST " is not open"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DEST-OK.

      *> A transfer to the nominated account, or a payee WD for
      *> PAYOUTFILE to send.
       WRITE-PAYOUT.
           MOVE WS-PAYOUT TO TRANS-AMOUNT
           IF CSQ-DEST-KIND(WS-CS-IDX) = "A"
               MOVE "TF"                TO TRANS-TYPE
               MOVE ZERO                TO TRANS-REF-ID
               MOVE SPACES              TO TRANS-REF-TYPE
               MOVE CSQ-DEST(WS-CS-IDX) TO TRANS-TO-ACCT
           ELSE
               MOVE "WD"                TO TRANS-TYPE
               MOVE CSQ-DEST(WS-CS-IDX) TO TRANS-REF-ID
               MOVE "PY"                TO TRANS-REF-TYPE
               MOVE ZERO                TO TRANS-TO-ACCT
           END-IF
           PERFORM WRITE-CLOSURE-TRANSACTION.

       BUILD-EXT-REF.
           MOVE SPACES TO WS-EXT-REF-TEXT
           STRING "CLOSE" DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
               INTO WS-EXT-REF-TEXT
           END-STRING.

       WRITE-CLOSURE-TRANSACTION.
           ADD 1 TO WS-TRANS-ID
           MOVE WS-TRANS-ID     TO TRANS-ID
           MOVE WS-TODAY        TO TRANS-DATE
           MOVE L-ACCT-ID       TO TRANS-ACCT-ID
           IF L-CURR = SPACES
               MOVE "USD" TO TRANS-CURR
           ELSE
               MOVE L-CURR TO TRANS-CURR
           END-IF
           MOVE WS-EXT-REF-TEXT TO TRANS-EXT-REF
           MOVE L-BRANCH        TO TRANS-BRANCH
           MOVE SPACES          TO TRANS-TELLER
           MOVE ZERO            TO TRANS-CHECK-NO
           WRITE TRANSACTION-RECORD
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR writing closure settlement, status = "
                   WS-TRANS-STATUS
               CLOSE LEDGER-FILE
               CLOSE TRANSACTION-FILE
               CLOSE AUDIT-FILE
               PERFORM CLOSE-STATEMENT-FILE
               IF WS-HOLD-OPEN = 'Y'
                   CLOSE HOLD-FILE
               END-IF
               IF WS-ORDERS-TOUCHED = 'Y'
                   PERFORM REWRITE-ORDER-FILE
               END-IF
               PERFORM REWRITE-CLOSURE-FILE
               PERFORM RELEASE-LOCK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-WROTE-TRANS.

      *> Interest runs from the first day after the last accrued
      *> month (or, never accrued, the first of this month) through
      *> the closing date - ESTSETTLE's rule with the closing date
      *> for the date of death. An account accrued through this
      *> month already has nothing more to come.
       COMPUTE-CLOSING-INTEREST.
           MOVE 0 TO WS-INTEREST
           IF L-PRINC <= 0
               EXIT PARAGRAPH
           END-IF
           IF L-LAST-ACCRUED = 0
               COMPUTE WS-INTEREST-FROM = WS-CURRENT-PERIOD * 100 + 1
           ELSE
               DIVIDE L-LAST-ACCRUED BY 100
                   GIVING WS-WORK-YEAR REMAINDER WS-WORK-MONTH
               ADD 1 TO WS-WORK-MONTH
               IF WS-WORK-MONTH > 12
                   MOVE 1 TO WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
               COMPUTE WS-INTEREST-FROM =
                   WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100 + 1
           END-IF
           IF WS-INTEREST-FROM > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-ACCOUNT-RATE
           COMPUTE WS-INTEREST-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(WS-INTEREST-FROM) + 1
           COMPUTE WS-INTEREST ROUNDED =
               L-PRINC * WS-EFFECTIVE-RATE * WS-INTEREST-DAYS
               / 36500
               ON SIZE ERROR
                   MOVE 0 TO WS-INTEREST
           END-COMPUTE.

      *> The product's rate when the account is on the catalog, the
      *> account's own L-RATE otherwise - ACCRUELEDGER's rule.
       RESOLVE-ACCOUNT-RATE.
           MOVE L-RATE TO WS-EFFECTIVE-RATE
           IF L-PRODUCT NOT = SPACES
               PERFORM CALL-PRODCAT
               IF WS-PROD-FOUND = 'Y'
                   MOVE WS-PROD-RATE TO WS-EFFECTIVE-RATE
               END-IF
           END-IF.

       CALL-PRODCAT.
           MOVE 'N' TO WS-PROD-FOUND
           CALL "PRODCAT" USING L-PRODUCT WS-PROD-METHOD
               WS-PROD-RATE WS-PROD-FEE WS-PROD-WAIVER
               WS-PROD-OD-LIMIT WS-PROD-OD-RATE
               WS-PROD-WD-LIMIT WS-PROD-ACCRUAL
               WS-PROD-FOUND.

      *> ACCRUELEDGER's withholding: WHT_RATE percent of the
      *> interest where the customer is marked "W".
       COMPUTE-WITHHOLDING.
           MOVE 0 TO WS-WHT-AMOUNT
           IF WS-INTEREST = 0 OR WS-CUST-OPEN NOT = 'Y'
               OR WS-WHT-RATE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE L-ACCT-ID TO C-ACCT-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF C-TAX-STATUS NOT = "W"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WHT-AMOUNT ROUNDED =
               WS-INTEREST * WS-WHT-RATE / 100
               ON SIZE ERROR
                   MOVE 0 TO WS-WHT-AMOUNT
           END-COMPUTE.

      *> The month's fee, unless FEEENGINE has already assessed this
      *> month - priced exactly as FEEENGINE would price it tonight.
       PRICE-MONTH-FEE.
           MOVE 0 TO WS-MONTH-FEE
           IF WS-LAST-ASSESSED >= WS-CURRENT-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-OV-HIT
           PERFORM VARYING WS-OV-IDX FROM 1 BY 1
                   UNTIL WS-OV-IDX > WS-OV-USED
                       OR WS-OV-HIT = 'Y'
               IF WS-OV-ACCT(WS-OV-IDX) = L-ACCT-ID
                   MOVE 'Y' TO WS-OV-HIT
               END-IF
           END-PERFORM
           IF WS-OV-HIT = 'Y'
               SET WS-OV-IDX DOWN BY 1
               MOVE WS-OV-FEE(WS-OV-IDX) TO WS-MONTH-FEE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEFAULT-FEE    TO WS-MONTH-FEE
           MOVE WS-WAIVER-BALANCE TO WS-EFFECTIVE-WAIVER
           IF L-PRODUCT NOT = SPACES
               PERFORM CALL-PRODCAT
               IF WS-PROD-FOUND = 'Y'
                   MOVE WS-PROD-FEE    TO WS-MONTH-FEE
                   MOVE WS-PROD-WAIVER TO WS-EFFECTIVE-WAIVER
               END-IF
           END-IF
           IF WS-EFFECTIVE-WAIVER > 0
               AND L-PRINC >= WS-EFFECTIVE-WAIVER
               MOVE 0 TO WS-MONTH-FEE
           END-IF.

      *> Reads the account's holds through the account key.
       CHECK-LEGAL-HOLD.
           MOVE 'N' TO WS-LEGAL-HOLD
           MOVE 'N' TO WS-HOLD-EOF
           MOVE CSQ-ACCT(WS-CS-IDX) TO HOLD-ACCT-ID
           START HOLD-FILE KEY = HOLD-ACCT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF HOLD-ACCT-ID NOT = CSQ-ACCT(WS-CS-IDX)
                           MOVE 'Y' TO WS-HOLD-EOF
                       ELSE
                           IF HOLD-EXPIRY = WS-OPEN-ENDED
                               MOVE 'Y' TO WS-LEGAL-HOLD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Deletes the account's dated holds, one at a time: each
      *> pass starts the account key afresh, so a delete never
      *> leaves the scan standing on a removed record. Only called
      *> once CHECK-LEGAL-HOLD has found no until-released hold.
       RELEASE-ACCOUNT-HOLDS.
           MOVE 0 TO WS-RELEASED-COUNT
           MOVE 'N' TO WS-HOLD-EOF
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               MOVE CSQ-ACCT(WS-CS-IDX) TO HOLD-ACCT-ID
               START HOLD-FILE KEY = HOLD-ACCT-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-HOLD-EOF
               END-START
               IF WS-HOLD-EOF NOT = 'Y'
                   READ HOLD-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HOLD-EOF
                   END-READ
               END-IF
               IF WS-HOLD-EOF NOT = 'Y'
                   IF HOLD-ACCT-ID NOT = CSQ-ACCT(WS-CS-IDX)
                       MOVE 'Y' TO WS-HOLD-EOF
                   ELSE
                       DELETE HOLD-FILE RECORD
                           INVALID KEY
                               DISPLAY "ERROR releasing hold "
                                   HOLD-NO ", status = "
                                   WS-HOLD-STATUS
                               MOVE 'Y' TO WS-HOLD-EOF
                           NOT INVALID KEY
                               ADD 1 TO WS-RELEASED-COUNT
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RELEASED-COUNT > 0
               DISPLAY "  acct " WS-EDIT-ACCT " - holds released: "
                   WS-RELEASED-COUNT
           END-IF.

       CANCEL-ACCOUNT-ORDERS.
           MOVE 0 TO WS-CANCELLED-COUNT
           MOVE 1 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS > WS-SO-USED
               SET WS-SO-IDX TO WS-SCAN-POS
               IF WS-SO-ACCT(WS-SO-IDX) = CSQ-ACCT(WS-CS-IDX)
                   ADD 1 TO WS-CANCELLED-COUNT
                   PERFORM UNTIL WS-SO-IDX >= WS-SO-USED
                       MOVE WS-SO-ROW(WS-SO-IDX + 1)
                           TO WS-SO-ROW(WS-SO-IDX)
                       SET WS-SO-IDX UP BY 1
                   END-PERFORM
                   SUBTRACT 1 FROM WS-SO-USED
                   MOVE 'Y' TO WS-ORDERS-TOUCHED
               ELSE
                   ADD 1 TO WS-SCAN-POS
               END-IF
           END-PERFORM
           IF WS-CANCELLED-COUNT > 0
               DISPLAY "  acct " WS-EDIT-ACCT " - standing orders "
                   "cancelled: " WS-CANCELLED-COUNT
           END-IF.

      *>----------------------------------------------------------
      *> Stage 2: the settlement has posted - close the account.
      *>----------------------------------------------------------
       FINISH-ONE-CLOSURE.
           MOVE CSQ-ACCT(WS-CS-IDX) TO WS-EDIT-ACCT
           MOVE CSQ-ACCT(WS-CS-IDX) TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   ADD 1 TO WS-REVIEW-COUNT
                   DISPLAY "*** acct " WS-EDIT-ACCT
                       " is not on the ledger ***"
                   EXIT PARAGRAPH
           END-READ
           IF L-PRINC < 0
               ADD 1 TO WS-REVIEW-COUNT
               DISPLAY "*** acct " WS-EDIT-ACCT " overdrawn after "
                   "settlement - left open, review ***"
               EXIT PARAGRAPH
           END-IF
           IF L-PRINC > 0
               PERFORM SWEEP-LATE-CREDIT
               EXIT PARAGRAPH
           END-IF
           IF L-STATUS NOT = "C"
               MOVE "C" TO L-STATUS
               REWRITE LEDGER-ENTRY
               IF WS-LEDGER-STATUS NOT = "00"
                   DISPLAY "ERROR rewriting ledger.txt, status = "
                       WS-LEDGER-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "P" TO CSQ-STATUS(WS-CS-IDX)
           MOVE WS-TODAY TO CSQ-SETTLED(WS-CS-IDX)
           PERFORM WRITE-CLOSING-STATEMENT
           MOVE "CLOSED" TO WS-AUDIT-ACTION-TEXT
           PERFORM WRITE-AUDIT-ENTRY
           ADD 1 TO WS-DONE-COUNT
           DISPLAY "  acct " WS-EDIT-ACCT " paid out and closed".

      *> Money that reached the account after the payout was cut (a
      *> deposit posted behind it, or a payout POSTLEDGER could not
      *> apply) goes the same way as the rest, once whatever held
      *> it back is cleared; the account closes the night after.
       SWEEP-LATE-CREDIT.
           PERFORM CHECK-DESTINATION
           IF WS-DEST-OK NOT = 'Y'
               ADD 1 TO WS-WAITING-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE CSQ-ACCT(WS-CS-IDX) TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   ADD 1 TO WS-REVIEW-COUNT
                   EXIT PARAGRAPH
           END-READ
           PERFORM CHECK-LEGAL-HOLD
           IF WS-LEGAL-HOLD = 'Y'
               ADD 1 TO WS-WAITING-COUNT
               DISPLAY "  acct " WS-EDIT-ACCT " - until-released "
                   "hold on the account (HOLDMAINT), waits"
               EXIT PARAGRAPH
           END-IF
           IF L-PRINC > WS-PAYOUT-LIMIT
               ADD 1 TO WS-REVIEW-COUNT
               DISPLAY "*** acct " WS-EDIT-ACCT " - balance left "
                   "exceeds one transaction, settle by hand ***"
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-OPEN NOT = 'Y'
               ADD 1 TO WS-WAITING-COUNT
               DISPLAY "  acct " WS-EDIT-ACCT " - holds.dat not "
                   "readable, waits"
               EXIT PARAGRAPH
           END-IF
           IF WS-ORDERS-FULL = 'Y'
               ADD 1 TO WS-WAITING-COUNT
               DISPLAY "  acct " WS-EDIT-ACCT " - "
                   "standing_orders.dat too long to rewrite, waits"
               EXIT PARAGRAPH
           END-IF
           PERFORM RELEASE-ACCOUNT-HOLDS
           PERFORM CANCEL-ACCOUNT-ORDERS
           PERFORM BUILD-EXT-REF
           MOVE L-PRINC TO WS-PAYOUT
           PERFORM WRITE-PAYOUT
           ADD WS-PAYOUT TO CSQ-PAYOUT(WS-CS-IDX)
           ADD 1 TO WS-RESIDUAL-COUNT
           MOVE "CLOSERES" TO WS-AUDIT-ACTION-TEXT
           PERFORM WRITE-AUDIT-ENTRY
           MOVE WS-PAYOUT TO WS-EDIT-AMOUNT
           DISPLAY "  acct " WS-EDIT-ACCT " late credit "
               WS-EDIT-AMOUNT " swept to the payout".

      *>----------------------------------------------------------
      *> The final statement - one page per closed account, laid
      *> out like NOTICES' letters, addressed from customer.dat.
      *>----------------------------------------------------------
       WRITE-CLOSING-STATEMENT.
           IF WS-STMT-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO C-ADDR-LINE-1 C-ADDR-LINE-2 C-CITY
               C-POSTCODE
           IF WS-CUST-OPEN = 'Y'
               MOVE L-ACCT-ID TO C-ACCT-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE SPACES TO C-ADDR-LINE-1 C-ADDR-LINE-2
                           C-CITY C-POSTCODE
               END-READ
           END-IF
           MOVE X"0C" TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           MOVE WS-TODAY TO WS-EDIT-DATE
           STRING "DATE " DELIMITED BY SIZE
                   WS-EDIT-DATE DELIMITED BY SIZE
               INTO STATEMENT-LINE(60:21)
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE L-NAME TO STATEMENT-LINE(5:20)
           PERFORM WRITE-STATEMENT-LINE
           IF C-ADDR-LINE-1 = SPACES
               MOVE SPACES TO STATEMENT-LINE
               MOVE "(no address on customer.dat)"
                   TO STATEMENT-LINE(5:30)
               PERFORM WRITE-STATEMENT-LINE
           ELSE
               MOVE SPACES TO STATEMENT-LINE
               MOVE C-ADDR-LINE-1 TO STATEMENT-LINE(5:30)
               PERFORM WRITE-STATEMENT-LINE
               IF C-ADDR-LINE-2 NOT = SPACES
                   MOVE SPACES TO STATEMENT-LINE
                   MOVE C-ADDR-LINE-2 TO STATEMENT-LINE(5:30)
                   PERFORM WRITE-STATEMENT-LINE
               END-IF
               MOVE SPACES TO STATEMENT-LINE
               STRING C-CITY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       C-POSTCODE DELIMITED BY SIZE
                   INTO STATEMENT-LINE(5:31)
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "    CLOSING STATEMENT - account " DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   "  (USD)" DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           IF L-CURR NOT = SPACES
               MOVE L-CURR TO STATEMENT-LINE(41:3)
           END-IF
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE CSQ-REQUESTED(WS-CS-IDX) TO WS-EDIT-DATE
           MOVE SPACES TO STATEMENT-LINE
           STRING "    Closure requested          " DELIMITED BY SIZE
                   WS-EDIT-DATE DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "    Account closed             " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE CSQ-BALANCE(WS-CS-IDX) TO WS-EDIT-AMOUNT
           MOVE "    Balance at settlement" TO STATEMENT-LINE
           MOVE WS-EDIT-AMOUNT TO STATEMENT-LINE(36:16)
           PERFORM WRITE-STATEMENT-LINE
           MOVE CSQ-INTEREST(WS-CS-IDX) TO WS-EDIT-AMOUNT
           MOVE "    Interest to closing date" TO STATEMENT-LINE
           MOVE WS-EDIT-AMOUNT TO STATEMENT-LINE(36:16)
           PERFORM WRITE-STATEMENT-LINE
           IF CSQ-WHT(WS-CS-IDX) > 0
               MOVE CSQ-WHT(WS-CS-IDX) TO WS-EDIT-AMOUNT
               MOVE "    Less tax withheld" TO STATEMENT-LINE
               MOVE WS-EDIT-AMOUNT TO STATEMENT-LINE(36:16)
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           MOVE CSQ-FEES(WS-CS-IDX) TO WS-EDIT-AMOUNT
           MOVE "    Less fees" TO STATEMENT-LINE
           MOVE WS-EDIT-AMOUNT TO STATEMENT-LINE(36:16)
           PERFORM WRITE-STATEMENT-LINE
           COMPUTE WS-LATER-CREDITS = CSQ-PAYOUT(WS-CS-IDX)
               - CSQ-BALANCE(WS-CS-IDX) - CSQ-INTEREST(WS-CS-IDX)
               + CSQ-WHT(WS-CS-IDX) + CSQ-FEES(WS-CS-IDX)
           IF WS-LATER-CREDITS > 0
               MOVE WS-LATER-CREDITS TO WS-EDIT-AMOUNT
               MOVE "    Credits after settlement" TO STATEMENT-LINE
               MOVE WS-EDIT-AMOUNT TO STATEMENT-LINE(36:16)
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           MOVE CSQ-PAYOUT(WS-CS-IDX) TO WS-EDIT-AMOUNT
           MOVE CSQ-DEST(WS-CS-IDX) TO WS-EDIT-DEST
           MOVE SPACES TO STATEMENT-LINE
           IF CSQ-DEST-KIND(WS-CS-IDX) = "A"
               STRING "    Paid to account " DELIMITED BY SIZE
                       WS-EDIT-DEST DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
           ELSE
               MOVE CSQ-DEST(WS-CS-IDX) TO WS-EDIT-PAYEE
               STRING "    Paid to payee " DELIMITED BY SIZE
                       WS-EDIT-PAYEE DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
           END-IF
           MOVE WS-EDIT-AMOUNT TO STATEMENT-LINE(36:16)
           PERFORM WRITE-STATEMENT-LINE
           MOVE 0 TO WS-EDIT-AMOUNT
           MOVE "    Closing balance" TO STATEMENT-LINE
           MOVE WS-EDIT-AMOUNT TO STATEMENT-LINE(36:16)
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE "    This account is now closed. Thank you for "
               TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE "    banking with us." TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE "    Customer Services" TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-STATEMENT-LINE.
           WRITE STATEMENT-LINE
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "ERROR writing closing_statements.txt, "
                   "status = " WS-STMT-STATUS
           END-IF.

      *> Rewritten every night with tonight's statements only; the
      *> archive step keeps the history.
       OPEN-STATEMENT-FILE.
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "ERROR opening closing_statements.txt, "
                   "status = " WS-STMT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-STMT-OPEN
           MOVE SPACES TO STATEMENT-LINE
           STRING "CLOSING STATEMENTS - business date "
                       DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE.

       CLOSE-STATEMENT-FILE.
           IF WS-STMT-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-DONE-COUNT = 0
               MOVE "  (no accounts closed tonight)" TO STATEMENT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           CLOSE STATEMENT-FILE
           MOVE 'N' TO WS-STMT-OPEN.

      *>----------------------------------------------------------
      *> Files.
      *>----------------------------------------------------------
      *> The register is rewritten whole, so one longer than the
      *> table is refused outright rather than losing its tail.
       LOAD-CLOSURE-FILE.
           OPEN INPUT CLOSURE-FILE
           IF WS-CLOSURE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLOSURE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CS-USED >= 2000
                           DISPLAY "*** closures.dat holds more "
                               "than 2000 lines ***"
                           MOVE 'Y' TO WS-EOF
                           MOVE 1 TO RETURN-CODE
                       ELSE
                           ADD 1 TO WS-CS-USED
                           MOVE CLOSURE-RECORD
                               TO WS-CS-ROW(WS-CS-USED)
                           IF CS-STATUS = "R" OR CS-STATUS = "G"
                               ADD 1 TO WS-PENDING-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSURE-FILE.

       REWRITE-CLOSURE-FILE.
           OPEN OUTPUT CLOSURE-FILE
           IF WS-CLOSURE-STATUS NOT = "00"
               DISPLAY "ERROR rewriting closures.dat, status = "
                   WS-CLOSURE-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-USED
               MOVE WS-CS-ROW(WS-CS-IDX) TO CLOSURE-RECORD
               WRITE CLOSURE-RECORD
           END-PERFORM
           CLOSE CLOSURE-FILE.

       LOAD-PAYEE-FILE.
           OPEN INPUT PAYEE-FILE
           IF WS-PAYEE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-PAYEE
               END-READ
           END-PERFORM
           CLOSE PAYEE-FILE.

       LOAD-ONE-PAYEE.
           MOVE SPACES TO WS-PY-TOKEN-NO WS-PY-TOKEN-NAME
               WS-PY-TOKEN-ROUTING WS-PY-TOKEN-EXTACCT
               WS-PY-TOKEN-APPROVED
           UNSTRING PAYEE-LINE DELIMITED BY ","
               INTO WS-PY-TOKEN-NO WS-PY-TOKEN-NAME
                   WS-PY-TOKEN-ROUTING WS-PY-TOKEN-EXTACCT
                   WS-PY-TOKEN-APPROVED
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-PY-TOKEN-NO) NOT = 0
               OR WS-PY-USED >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PY-USED
           COMPUTE WS-PY-NO(WS-PY-USED) =
               FUNCTION NUMVAL(WS-PY-TOKEN-NO)
           MOVE FUNCTION UPPER-CASE(WS-PY-TOKEN-APPROVED)
               TO WS-PY-APPROVED(WS-PY-USED).

      *> holds.dat is opened I-O for the whole run (created empty
      *> if this is the first hold file the bank has had). If it
      *> will not open, every closure waits rather than settle past
      *> a hold it cannot see.
       OPEN-HOLD-FILE.
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-HOLD-STATUS = "00"
               MOVE 'Y' TO WS-HOLD-OPEN
           ELSE
               DISPLAY "ERROR opening holds.dat, status = "
                   WS-HOLD-STATUS
           END-IF.

      *> ORDNO,ACCT,... - only the account matters here.
       LOAD-ORDER-FILE.
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ORDER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-SO-USED >= 200
                           MOVE 'Y' TO WS-ORDERS-FULL
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM LOAD-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDER-FILE.

       LOAD-ONE-ORDER.
           ADD 1 TO WS-SO-USED
           MOVE ORDER-LINE TO WS-SO-LINE(WS-SO-USED)
           MOVE 0 TO WS-SO-ACCT(WS-SO-USED)
           MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2
           UNSTRING ORDER-LINE DELIMITED BY ","
               INTO WS-TOKEN-1 WS-TOKEN-2
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-2) = 0
               COMPUTE WS-SO-ACCT(WS-SO-USED) =
                   FUNCTION NUMVAL(WS-TOKEN-2)
           END-IF.

       REWRITE-ORDER-FILE.
           OPEN OUTPUT ORDER-FILE
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "ERROR rewriting standing_orders.dat, "
                   "status = " WS-ORDER-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-USED
               MOVE WS-SO-LINE(WS-SO-IDX) TO ORDER-LINE
               WRITE ORDER-LINE
           END-PERFORM
           CLOSE ORDER-FILE.

       LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-FILE
           IF WS-FEE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FEE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-FEE-LINE
               END-READ
           END-PERFORM
           CLOSE FEE-FILE.

       LOAD-ONE-FEE-LINE.
           MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
           UNSTRING FEE-LINE DELIMITED BY ","
               INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(WS-TOKEN-1)
               WHEN "DEFAULT"
                   IF FUNCTION TEST-NUMVAL(WS-TOKEN-2) = 0
                       COMPUTE WS-DEFAULT-FEE =
                           FUNCTION NUMVAL(WS-TOKEN-2)
                   END-IF
                   IF FUNCTION TEST-NUMVAL(WS-TOKEN-3) = 0
                       COMPUTE WS-WAIVER-BALANCE =
                           FUNCTION NUMVAL(WS-TOKEN-3)
                   END-IF
               WHEN "OVR"
                   IF FUNCTION TEST-NUMVAL(WS-TOKEN-2) = 0
                       AND FUNCTION TEST-NUMVAL(WS-TOKEN-3) = 0
                       AND WS-OV-USED < 100
                       ADD 1 TO WS-OV-USED
                       COMPUTE WS-OV-ACCT(WS-OV-USED) =
                           FUNCTION NUMVAL(WS-TOKEN-2)
                       COMPUTE WS-OV-FEE(WS-OV-USED) =
                           FUNCTION NUMVAL(WS-TOKEN-3)
                   END-IF
               WHEN "CLOSE"
                   IF FUNCTION TEST-NUMVAL(WS-TOKEN-2) = 0
                       COMPUTE WS-CLOSE-FEE =
                           FUNCTION NUMVAL(WS-TOKEN-2)
                   END-IF
           END-EVALUATE.

       READ-FEE-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CONTROL-LINE TO WS-LAST-ASSESSED
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger_audit.log, status = "
                   WS-AUDIT-STATUS
               CLOSE LEDGER-FILE
               CLOSE TRANSACTION-FILE
               PERFORM RELEASE-LOCK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

      *> Batch entry stamped with the operator who asked for the
      *> closure, so the trail runs from request to close.
       WRITE-AUDIT-ENTRY.
           MOVE WS-TODAY TO WS-AUDIT-DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-ACTION-TEXT DELIMITED BY SPACE
                   " acct=" DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   " op=" DELIMITED BY SIZE
                   CSQ-OPERATOR(WS-CS-IDX) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR writing ledger_audit.log, status = "
                   WS-AUDIT-STATUS
           END-IF.

      *> Same highest-id scan and date-plus-sequence floor as the
      *> generators, off the already-open file.
       FIND-NEXT-TRANS-ID.
           COMPUTE WS-DAY-FLOOR = WS-TODAY * 100000
           MOVE 0 TO WS-TRANS-ID
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF TRANS-ID NOT = WS-TRAILER-ID
                           AND TRANS-ID > WS-TRANS-ID
                           MOVE TRANS-ID TO WS-TRANS-ID
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRANS-ID < WS-DAY-FLOOR
               MOVE WS-DAY-FLOOR TO WS-TRANS-ID
           END-IF.

      *> Same control-total refresh as the generators: rescan, then
      *> rewrite the single trailer.
       REFRESH-TRANS-TRAILER.
           MOVE 0   TO WS-TRAILER-COUNT
           MOVE 0   TO WS-TRAILER-TOTAL
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
                   WS-TRANS-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF TRANS-ID NOT = WS-TRAILER-ID
                           ADD 1 TO WS-TRAILER-COUNT
                           ADD TRANS-AMOUNT TO WS-TRAILER-TOTAL
                               ON SIZE ERROR
                                   DISPLAY "*** WARNING: trailer "
                                       "total overflowed while "
                                       "summing transactions.dat ***"
                           END-ADD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
                   WS-TRANS-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRAILER-ID    TO TRANS-ID
           MOVE "TR"             TO TRANS-TYPE
           MOVE 0                TO TRANS-DATE
           MOVE WS-TRAILER-COUNT TO TRANS-ACCT-ID
           COMPUTE TRANS-AMOUNT = WS-TRAILER-TOTAL
               ON SIZE ERROR
                   DISPLAY "*** WARNING: trailer total exceeds "
                       "TRANS-AMOUNT capacity, value truncated "
                       "in trailer record ***"
           END-COMPUTE
           MOVE ZERO   TO TRANS-REF-ID
           MOVE SPACES TO TRANS-REF-TYPE
           MOVE SPACES TO TRANS-CURR
           MOVE SPACES TO TRANS-EXT-REF
           MOVE ZERO   TO TRANS-BRANCH
           MOVE ZERO   TO TRANS-TO-ACCT
           MOVE SPACES TO TRANS-TELLER
           MOVE ZERO   TO TRANS-CHECK-NO
           WRITE TRANSACTION-RECORD
           IF WS-TRANS-STATUS = "22"
               REWRITE TRANSACTION-RECORD
           END-IF
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR writing trailer to transactions.dat, "
                   "status = " WS-TRANS-STATUS
           END-IF
           CLOSE TRANSACTION-FILE.

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
           MOVE "STEP: CLOSESETTLE" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-GEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Closure settlements generated:  " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-RESIDUAL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Late credits swept:             " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-DONE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Accounts closed:                " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-WAITING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Requests waiting:               " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-REVIEW-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  For review:                     " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           CLOSE EOD-FILE.
