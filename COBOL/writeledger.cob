               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pending-Status.

           SELECT Screen-Pending-File ASSIGN TO "screen_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Screen-Status.

           SELECT Opening-File ASSIGN TO "account_openings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Opening-Status.

           SELECT Closure-File ASSIGN TO "closures.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Closure-Status.

       DATA DIVISION.
       FILE SECTION.
       FD LedgerFile.
       FD  Pending-File.
       01  Pending-Line          PIC X(80).

       FD  Screen-Pending-File.
       01  Screen-Pending-Line   PIC X(20).

       FD  Opening-File.
       01  Opening-Line          PIC X(80).

       FD  Closure-File.
       01  Closure-Record.
           COPY CLOSREC.

       WORKING-STORAGE SECTION.

      *> Operator sign-on (SIGNON/operators.dat): ledger
       01 WS-Prod-OD-Limit       PIC 9(7)V99 COMP-3.
       01 WS-Prod-OD-Rate        PIC 9(3)V99 COMP-3.
       01 WS-Prod-WD-Limit       PIC 9(7)V99 COMP-3.
       01 WS-Prod-Accrual        PIC X.
       01 WS-OD-Limit-Text       PIC X(12).
       01 WS-OD-Limit-Check      PIC S9(7)V99.
       01 WS-Maturity-Text       PIC X(8).
       01 WS-Token-Seq           PIC X(4).
       01 WS-Edit-Seq            PIC 9(4).

      *> New names wait on screen_pending.dat for tonight's
      *> watchlist screen (SANCSCRN) - see NOTE-FOR-SCREENING.
       01 WS-Screen-Status       PIC XX.

      *> Every add is a line on the account-opening register the
      *> new-accounts report (NEWACCTS) reads - see
      *> APPEND-OPENING-REGISTER.
       01 WS-Opening-Status      PIC XX.
       01 WS-Opening-Date        PIC 9(8).
       01 WS-Opening-Branch      PIC 9(3).
       01 WS-Opening-Amount      PIC 9(7).99.

      *> Closing an account is a request on closures.dat for the
      *> nightly settlement (CLOSESETTLE) - see CLOSE-LEDGER-ENTRY.
      *> The register is read whole (lines kept as they stand) so a
      *> waiting request can be found, and withdrawn by writing it
      *> back whole.
       01 WS-Closure-Status      PIC XX.
       01 WS-Closure-EOF         PIC X.
       01 WS-Closure-Table.
           05 WS-Closure-Row     PIC X(94) OCCURS 2000 TIMES.
       01 WS-Closure-Used        PIC 9(4) VALUE 0.
       01 WS-Closure-Hit         PIC 9(4) VALUE 0.
       01 WS-Closure-Full        PIC X VALUE "N".
       01 WS-Closure-Idx         PIC 9(4).
       01 WS-Close-Acct          PIC 9(6).
       01 WS-Dest-Kind           PIC X.
       01 WS-Dest-Text           PIC X(6).
       01 WS-Dest-Check          PIC S9(6).
       01 WS-Dest-Valid          PIC X.

       01 WS-Rate-Schedule.
           05 WS-RS-ENTRY OCCURS 4 TIMES INDEXED BY WS-RS-IDX.
               10 WS-RS-MAX-PRINC PIC 9(10)V99.
               END-IF
               MOVE "ADD" TO WS-Audit-Action-Text
               PERFORM WRITE-AUDIT-ENTRY
               PERFORM NOTE-FOR-SCREENING
               PERFORM APPEND-OPENING-REGISTER
               ADD 1 TO WS-Next-Acct-Id

               DISPLAY "Add another? (Y/N):" ACCEPT Response
                   WS-Audit-Status
           END-IF.

      *> A new account name is screened against the watchlist by
      *> the next nightly SANCSCRN run rather than waiting for the
      *> next full rescreen. A failure here is only reported - the
      *> account is already on file, and the next list change
      *> rescreens everyone anyway.
       NOTE-FOR-SCREENING.
           OPEN EXTEND Screen-Pending-File
           IF WS-Screen-Status = "35"
               OPEN OUTPUT Screen-Pending-File
               CLOSE Screen-Pending-File
               OPEN EXTEND Screen-Pending-File
           END-IF
           IF WS-Screen-Status NOT = "00"
               DISPLAY "NOTE: could not append to screen_pending.dat, "
                   "status = " WS-Screen-Status
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Screen-Pending-Line
           MOVE WS-Audit-Acct-Text TO Screen-Pending-Line(1:6)
           WRITE Screen-Pending-Line
           CLOSE Screen-Pending-File.

      *> An add is an opening with no customer link, deposit
      *> transaction, or standing order - those come with ACCTOPEN.
      *> The principal keyed stands as the opening deposit (beyond
      *> the register's 9(7).99 it shows as the largest that fits;
      *> the account is funded either way). A failure here is only
      *> reported - the account is already on file.
       APPEND-OPENING-REGISTER.
           OPEN EXTEND Opening-File
           IF WS-Opening-Status = "35"
               OPEN OUTPUT Opening-File
               CLOSE Opening-File
               OPEN EXTEND Opening-File
           END-IF
           IF WS-Opening-Status NOT = "00"
               DISPLAY "NOTE: could not append to "
                   "account_openings.dat, status = "
                   WS-Opening-Status
               EXIT PARAGRAPH
           END-IF
           CALL "BUSDATE" USING WS-Opening-Date
           MOVE Account-Branch TO WS-Opening-Branch
           IF Principal > 9999999.99
               MOVE 9999999.99 TO WS-Opening-Amount
           ELSE
               MOVE Principal TO WS-Opening-Amount
           END-IF
           MOVE SPACES TO Opening-Line
           STRING WS-Opening-Date DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-Audit-Acct-Text DELIMITED BY SIZE
                   ",000000," DELIMITED BY SIZE
                   WS-Opening-Branch DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   Account-Curr DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-Opening-Amount DELIMITED BY SIZE
                   ",0000000000000,0000," DELIMITED BY SIZE
                   WS-Signon-Operator DELIMITED BY SIZE
               INTO Opening-Line
           END-STRING
           WRITE Opening-Line
           IF WS-Opening-Status NOT = "00"
               DISPLAY "NOTE: could not write to "
                   "account_openings.dat, status = "
                   WS-Opening-Status
           END-IF
           CLOSE Opening-File.

      *> A code that is not on the catalog is refused rather than
      *> silently stored - an account pointing at a product nobody
      *> defined would price from fields nobody reviews.
           CALL "PRODCAT" USING WS-Product-Text WS-Prod-Method
               WS-Prod-Rate WS-Prod-Fee WS-Prod-Waiver
               WS-Prod-OD-Limit WS-Prod-OD-Rate
               WS-Prod-WD-Limit WS-Prod-Accrual
               WS-Prod-Found
           IF WS-Prod-Found = "Y"
               MOVE WS-Product-Text TO Account-Product
               DISPLAY "Account priced from product "
                   MOVE "CLOSED" TO WS-Status-Text
               WHEN "M"
                   MOVE "MATURED" TO WS-Status-Text
               WHEN "W"
                   MOVE "CHGOFF" TO WS-Status-Text
               WHEN OTHER
                   MOVE "OPEN"   TO WS-Status-Text
           END-EVALUATE.
               CALL "PRODCAT" USING WS-Product-Text WS-Prod-Method
                   WS-Prod-Rate WS-Prod-Fee WS-Prod-Waiver
                   WS-Prod-OD-Limit WS-Prod-OD-Rate
               WS-Prod-WD-Limit WS-Prod-Accrual
               WS-Prod-Found
               IF WS-Prod-Found NOT = "Y"
                   DISPLAY "No product " WS-Product-Text " on the "
                       "catalog - entry left unchanged."
               DISPLAY "Account product set to '" L-PRODUCT "'."
           END-IF.

      *> Freezes (a deceased customer's account is frozen by
      *> DECEASED; a disputed debit is a case in DISPUTE and leaves
      *> the account open) and reopenings - the status byte replaces
      *> the sticky note on the operator's terminal. POSTLEDGER
      *> refuses postings to frozen and closed accounts;
      *> ACCRUELEDGER skips closed ones.
      *> Maker-checker: a status change (freezing an account most
      *> of all) no longer goes live from here - it is queued onto
      *> pending_approvals.dat with this operator as maker, and
      *> takes effect only when a second operator approves it in
      *> APPROVE.
      *> Closing is not a status change: it goes through close (D)
      *> so the account is settled before it is marked closed.
       CHANGE-ACCOUNT-STATUS.
           MOVE SPACE TO WS-New-Status
           PERFORM UNTIL WS-New-Status = "O"
                   OR WS-New-Status = "F"
               DISPLAY "New status - (O)pen or (F)rozen? "
                   "(to close the account use close (D)) "
               ACCEPT WS-New-Status
               MOVE FUNCTION UPPER-CASE(WS-New-Status)
                   TO WS-New-Status
               DISPLAY "Entry updated."
           END-IF.

      *> "Delete" no longer physically removes the entry, so the
      *> activity history in transactions.dat always has a ledger
      *> entry to point at - and it no longer marks the account
      *> closed on the spot either, which left the interest since
      *> month-end unpaid, the month's fee uncharged, and the
      *> balance stranded on an account POSTLEDGER would not touch.
      *> It records a closure request on closures.dat, naming where
      *> the money goes, for tonight's settlement run (CLOSESETTLE):
      *> that posts the interest to the closing date less any
      *> withholding, charges the month's fee and the closing fee,
      *> releases the holds, cancels the standing orders, pays the
      *> net balance away, and closes the account with a final
      *> statement once the payout has posted. A request still
      *> waiting on the run can be withdrawn here.
       CLOSE-LEDGER-ENTRY.
           IF L-STATUS = "C"
               DISPLAY "Account is already closed."
               EXIT PARAGRAPH
           END-IF
           IF L-STATUS = "F" OR L-STATUS = "M" OR L-STATUS = "W"
               DISPLAY "Account is " WS-Status-Text " - only an "
                   "open account can be closed. Entry left "
                   "unchanged."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CLOSURE-FILE
           IF WS-Closure-Hit > 0
               PERFORM REVIEW-WAITING-CLOSURE
               EXIT PARAGRAPH
           END-IF
           IF L-PRINC < 0
               DISPLAY "Account is overdrawn - the balance must be "
                   "cleared before it can be closed. Entry left "
                   "unchanged."
               EXIT PARAGRAPH
           END-IF
           PERFORM CAPTURE-CLOSURE-DEST
           IF WS-Dest-Valid NOT = "Y"
               DISPLAY "Entry left unchanged."
               EXIT PARAGRAPH
           END-IF
           PERFORM APPEND-CLOSURE-REQUEST
           IF WS-Closure-Status = "00"
               MOVE "CLSREQ" TO WS-Audit-Action-Text
               PERFORM WRITE-AUDIT-ENTRY
               DISPLAY "Closure requested - tonight's settlement run "
                   "pays the account out, and it closes once the "
                   "payout has posted."
           END-IF.

      *> A request already on file: one being settled runs its
      *> course; one still waiting can be withdrawn.
       REVIEW-WAITING-CLOSURE.
           MOVE WS-Closure-Row(WS-Closure-Hit) TO Closure-Record
           IF CS-STATUS = "G"
               DISPLAY "Closure already being settled - the account "
                   "closes once its payout has posted."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Closure already requested on " CS-REQUESTED
               " - withdraw the request? (Y/N):"
           ACCEPT Response
           IF FUNCTION UPPER-CASE(Response) NOT = "Y"
               DISPLAY "Request left in place."
               EXIT PARAGRAPH
           END-IF
           IF WS-Closure-Full = "Y"
               DISPLAY "closures.dat is too long to rewrite - "
                   "request left in place."
               EXIT PARAGRAPH
           END-IF
           MOVE "X" TO CS-STATUS
           MOVE Closure-Record TO WS-Closure-Row(WS-Closure-Hit)
           PERFORM REWRITE-CLOSURE-FILE
           IF WS-Closure-Status = "00"
               MOVE "CLSWDR" TO WS-Audit-Action-Text
               PERFORM WRITE-AUDIT-ENTRY
               DISPLAY "Closure request withdrawn."
           END-IF.

      *> The net balance goes to another open account on the ledger
      *> (a transfer, converted by POSTLEDGER if the currencies
      *> differ) or to a payee; the payee's approval is checked by
      *> the settlement run, which waits until PAYEEMAINT/APPROVE
      *> have it approved.
       CAPTURE-CLOSURE-DEST.
           MOVE "N" TO WS-Dest-Valid
           DISPLAY "Pay the closing balance to (A)nother account, "
               "a (P)ayee, or (C)ancel? "
           ACCEPT WS-Dest-Kind
           MOVE FUNCTION UPPER-CASE(WS-Dest-Kind) TO WS-Dest-Kind
           IF WS-Dest-Kind NOT = "A" AND WS-Dest-Kind NOT = "P"
               EXIT PARAGRAPH
           END-IF
           IF WS-Dest-Kind = "A"
               DISPLAY "Account id to pay the balance to:"
           ELSE
               DISPLAY "Payee number to pay the balance to:"
           END-IF
           ACCEPT WS-Dest-Text
           IF FUNCTION TEST-NUMVAL(WS-Dest-Text) NOT = 0
               DISPLAY "Invalid number."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Dest-Check = FUNCTION NUMVAL(WS-Dest-Text)
           IF WS-Dest-Check <= 0
               DISPLAY "Invalid number."
               EXIT PARAGRAPH
           END-IF
           IF WS-Dest-Kind = "P"
               IF WS-Dest-Check > 99999
                   DISPLAY "Invalid payee number."
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-Dest-Valid
               EXIT PARAGRAPH
           END-IF
           IF WS-Dest-Check = L-ACCT-ID
               OR WS-Dest-Check = WS-Trailer-Id
               DISPLAY "Cannot pay an account's balance to itself."
               EXIT PARAGRAPH
           END-IF
      *> Look the target up, then put the closing account's entry
      *> back in the record area for the audit line.
           MOVE L-ACCT-ID TO WS-Close-Acct
           MOVE WS-Dest-Check TO L-ACCT-ID
           READ LedgerFile
               INVALID KEY
                   DISPLAY "No entry found for account " WS-Dest-Text
               NOT INVALID KEY
                   IF L-STATUS = "C" OR L-STATUS = "F"
                       OR L-STATUS = "M" OR L-STATUS = "W"
                       DISPLAY "Account " WS-Dest-Text " is not "
                           "open - it cannot take the balance."
                   ELSE
                       MOVE "Y" TO WS-Dest-Valid
                   END-IF
           END-READ
           MOVE WS-Close-Acct TO L-ACCT-ID
           READ LedgerFile
               INVALID KEY
                   DISPLAY "ERROR re-reading account "
                       WS-Close-Acct
                   MOVE "N" TO WS-Dest-Valid
           END-READ.

       APPEND-CLOSURE-REQUEST.
           OPEN EXTEND Closure-File
           IF WS-Closure-Status = "35"
               OPEN OUTPUT Closure-File
               CLOSE Closure-File
               OPEN EXTEND Closure-File
           END-IF
           IF WS-Closure-Status NOT = "00"
               DISPLAY "ERROR opening closures.dat, status = "
                   WS-Closure-Status
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Closure-Record
           MOVE L-ACCT-ID          TO CS-ACCT
           CALL "BUSDATE" USING CS-REQUESTED
           MOVE WS-Dest-Kind       TO CS-DEST-KIND
           MOVE WS-Dest-Check      TO CS-DEST
           MOVE "R"                TO CS-STATUS
           MOVE ZERO TO CS-BALANCE CS-INTEREST CS-WHT CS-FEES
               CS-PAYOUT CS-SETTLED
           MOVE WS-Signon-Operator TO CS-OPERATOR
           WRITE Closure-Record
           IF WS-Closure-Status NOT = "00"
               DISPLAY "ERROR writing closures.dat, status = "
                   WS-Closure-Status
           END-IF
           CLOSE Closure-File.

      *> WS-Closure-Hit is left on this account's waiting (R) or
      *> in-settlement (G) line, zero if it has none.
       LOAD-CLOSURE-FILE.
           MOVE 0 TO WS-Closure-Used
           MOVE 0 TO WS-Closure-Hit
           MOVE "N" TO WS-Closure-Full
           OPEN INPUT Closure-File
           IF WS-Closure-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Closure-EOF
           PERFORM UNTIL WS-Closure-EOF = "Y"
               READ Closure-File
                   AT END
                       MOVE "Y" TO WS-Closure-EOF
                   NOT AT END
                       IF WS-Closure-Used < 2000
                           ADD 1 TO WS-Closure-Used
                           MOVE Closure-Record
                               TO WS-Closure-Row(WS-Closure-Used)
                           IF CS-ACCT = L-ACCT-ID
                               AND (CS-STATUS = "R"
                                   OR CS-STATUS = "G")
                               MOVE WS-Closure-Used
                                   TO WS-Closure-Hit
                           END-IF
                       ELSE
                           DISPLAY "*** closures.dat holds more "
                               "than 2000 lines ***"
                           MOVE "Y" TO WS-Closure-Full
                           MOVE "Y" TO WS-Closure-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Closure-File.

       REWRITE-CLOSURE-FILE.
           OPEN OUTPUT Closure-File
           IF WS-Closure-Status NOT = "00"
               DISPLAY "ERROR rewriting closures.dat, status = "
                   WS-Closure-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-Closure-Idx FROM 1 BY 1
                   UNTIL WS-Closure-Idx > WS-Closure-Used
               MOVE WS-Closure-Row(WS-Closure-Idx) TO Closure-Record
               WRITE Closure-Record
           END-PERFORM
           CLOSE Closure-File.

       VALIDATE-CURR-TEXT.
           MOVE "N" TO WS-Curr-Valid
