       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTOPEN.

      *> Guided account opening. Opening an account used to take
      *> four sessions - WriteLedger for the ledger entry and its
      *> product, CUSTMAINT to link the customer, TRANSACTIONS-
      *> WRITER for the opening deposit, and SOMAINT for any
      *> standing order - and an opening abandoned half way left an
      *> account with no customer or no money. Here one session
      *> takes the whole relationship:
      *>   - the customer: an existing customer number (the new
      *>     account joins that customer's accounts and takes the
      *>     details CUSTMAINT holds for them) or blank for a new
      *>     customer, whose details and KYC are captured here;
      *>   - the account: name, product (on the catalog, PRODCAT -
      *>     the product prices the account), term in years,
      *>     branch, and currency;
      *>   - the opening deposit, in the account's currency (zero
      *>     opens the account unfunded, for the money to follow);
      *>   - optionally one standing order on the account.
      *> Nothing is written until every field has been captured and
      *> the operator confirms the summary. The records are then
      *> written as a unit - the ledger entry, the account's
      *> customer.dat record, the deposit DP on transactions.dat,
      *> the cust_accounts.dat link (role P), and the order on
      *> standing_orders.dat - and if any one of them cannot be
      *> written the ones already written are taken back out, so
      *> an opening is either all there or not there at all.
      *> The opening is then one ACCTOPEN line on ledger_audit.log
      *> (with the customer number and the operator), a line on
      *> the account-opening register account_openings.dat:
      *>   DATE,ACCT,CUSTNO,BRANCH,CURR,DEPOSIT,TRANS-ID,ORDNO,OP
      *> that the nightly new-accounts report (NEWACCTS) works
      *> from, and the usual screen_pending.dat entry for tonight's
      *> watchlist screen.
      *> The deposit is captured like any teller DP - the account's
      *> branch, the workstation's TRANS_TELLER - and books to the
      *> business date the account opens on, whatever the capture
      *> cut-off says, so the account and its funding carry the
      *> same date; POSTLEDGER applies it tonight. The account
      *> itself is written with a zero balance, as every account
      *> funded by a posting is.
      *> Permission L, like WriteLedger and CUSTMAINT; the session
      *> holds the run lock for its whole length.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-ACCT-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT XREF-FILE ASSIGN TO "cust_accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT ORDER-FILE ASSIGN TO "standing_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT OPENING-FILE ASSIGN TO "account_openings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENING-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ledger_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SCREEN-PENDING-FILE ASSIGN TO "screen_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

       FD  XREF-FILE.
       01  XREF-LINE             PIC X(30).

       FD  ORDER-FILE.
       01  ORDER-LINE            PIC X(60).

       FD  OPENING-FILE.
       01  OPENING-LINE          PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(80).

       FD  SCREEN-PENDING-FILE.
       01  SCREEN-PENDING-LINE   PIC X(20).

       WORKING-STORAGE SECTION.

      *> Operator sign-on (SIGNON/operators.dat): opening accounts
      *> is ledger maintenance - permission L; the operator is
      *> stamped on the audit line and the register.
       01  WS-SIGNON-FUNCTION    PIC X VALUE "L".
       01  WS-SIGNON-OPERATOR    PIC X(4).
       01  WS-SIGNON-RESULT      PIC X.

      *> Run lock (RUNLOCK/run_lock.dat) so two mutating programs
      *> can never touch the shared files at once.
       01  WS-LOCK-ACTION        PIC X.
       01  WS-LOCK-HOLDER        PIC X(20).
       01  WS-LOCK-RESULT        PIC X.
       01  WS-PERIOD-CLOSED      PIC X.

       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-CUST-STATUS        PIC XX.
       01  WS-TRANS-STATUS       PIC XX.
       01  WS-XREF-STATUS        PIC XX.
       01  WS-ORDER-STATUS       PIC XX.
       01  WS-OPENING-STATUS     PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-SCREEN-STATUS      PIC XX.
       01  WS-EOF                PIC X.
       01  WS-SCAN-EOF           PIC X.
       01  WS-MUTATING           PIC X VALUE 'N'.
       01  WS-CONTINUE           PIC X VALUE 'Y'.
       01  WS-RESPONSE           PIC X.
       01  WS-FIELD-OK           PIC X.
       01  WS-FIELD-IN           PIC X(30).
       01  WS-TODAY              PIC 9(8).

      *> Next free keys, found once at start-up the way each
      *> owning program finds them (the session holds the run lock,
      *> so nobody else can take them meanwhile).
       01  WS-NEXT-ACCT-ID       PIC 9(6) VALUE 0.
       01  WS-NEXT-CUST-NO       PIC 9(6) VALUE 0.
       01  WS-NEXT-ORDNO         PIC 9(4) VALUE 1.
       01  WS-TRANS-ID           PIC 9(13) VALUE 0.
       01  WS-DAY-FLOOR          PIC 9(13).

      *> Control-total trailers of the two indexed files, refreshed
      *> at the end of a session that opened anything - the same
      *> refreshes WriteLedger and TRANSACTIONS-WRITER do.
       01  WS-LEDGER-TRAILER-ID  PIC 9(6) VALUE 999999.
       01  WS-LEDGER-T-COUNT     PIC 9(9)V99 VALUE 0.
       01  WS-LEDGER-T-PRINC     PIC S9(10)V99 VALUE 0.
       01  WS-TRAILER-ID         PIC 9(13) VALUE 9999999999999.
       01  WS-TRAILER-COUNT      PIC 9(7) VALUE 0.
       01  WS-TRAILER-TOTAL      PIC 9(9)V99 VALUE 0.

      *> Session branch and teller, from the workstation settings
      *> TRANSACTIONS-WRITER reads; the branch is only the default
      *> offered for the new account.
       01  WS-BRANCH-TEXT        PIC X(3).
       01  WS-SESSION-BRANCH     PIC 9(3) VALUE 1.
       01  WS-TELLER             PIC X(4) VALUE SPACES.
       01  WS-BR-NAME            PIC X(20).
       01  WS-BR-REGION          PIC X(10).
       01  WS-BR-OPEN            PIC X.
       01  WS-BR-FOUND           PIC X.
       01  WS-BR-ANY             PIC X.

      *> Customer/account cross-reference, loaded whole and written
      *> back whole - the CUSTMAINT habit, same table and format.
       01  WS-TOKEN-CUSTNO       PIC X(6).
       01  WS-TOKEN-ACCT         PIC X(6).
       01  WS-TOKEN-ROLE         PIC X(1).
       01  WS-TOKEN-PROTECT      PIC X(6).
       01  WS-XREF-TABLE.
           05 WS-XR-ROW OCCURS 500 TIMES INDEXED BY WS-XR-IDX.
               10 WS-XR-CUST     PIC 9(6).
               10 WS-XR-ACCT     PIC 9(6).
               10 WS-XR-ROLE     PIC X.
               10 WS-XR-PROTECT  PIC 9(6).
       01  WS-XR-USED            PIC 9(3) VALUE 0.

      *> The opening being captured. Nothing here touches a file
      *> until WRITE-OPENING.
       01  WS-OPENING.
           05 WS-OP-NEW-CUST     PIC X.
           05 WS-OP-CUST-NO      PIC 9(6).
           05 WS-OP-ACCT         PIC 9(6).
           05 WS-OP-NAME         PIC X(20).
           05 WS-OP-PRODUCT      PIC X(4).
           05 WS-OP-RATE         PIC 9(3)V99.
           05 WS-OP-YEARS        PIC 9(4).
           05 WS-OP-BRANCH       PIC 9(3).
           05 WS-OP-CURR         PIC X(3).
           05 WS-OP-DEPOSIT      PIC 9(7)V99.
           05 WS-OP-DEP-ID       PIC 9(13).
           05 WS-OP-SO           PIC X.
           05 WS-OP-SO-ORDNO     PIC 9(4).
           05 WS-OP-SO-TYPE      PIC X(2).
           05 WS-OP-SO-AMOUNT    PIC 9(7)V99.
           05 WS-OP-SO-FREQ      PIC X.
           05 WS-OP-SO-NEXTDUE   PIC 9(8).
           05 WS-OP-SO-ENDDATE   PIC 9(8).

      *> The customer's details as they will land on the new
      *> account's customer.dat record - captured for a new
      *> customer, copied from an existing one's linked record.
       01  WS-MASTER-DETAILS.
           05 WS-M-ADDR-LINE-1   PIC X(30).
           05 WS-M-ADDR-LINE-2   PIC X(30).
           05 WS-M-CITY          PIC X(20).
           05 WS-M-POSTCODE      PIC X(10).
           05 WS-M-PHONE         PIC X(15).
           05 WS-M-ID-REF        PIC X(15).
           05 WS-M-TAX-STATUS    PIC X.
           05 WS-M-STMT-MODE     PIC X.
           05 WS-M-EMAIL         PIC X(40).
       01  WS-MASTER-KYC.
           05 WS-M-ID-EXPIRY     PIC 9(8).
           05 WS-M-RISK          PIC X.
           05 WS-M-LAST-REVIEW   PIC 9(8).
       01  WS-CUST-FOUND         PIC X.
       01  WS-LINKED-COUNT       PIC 9(3).
       01  WS-LINKED-NAME        PIC X(20).

      *> What has been written of the current opening, so a failure
      *> part way through can take exactly those records back out.
       01  WS-LEDGER-WRITTEN     PIC X.
       01  WS-CUST-WRITTEN       PIC X.
       01  WS-DEPOSIT-WRITTEN    PIC X.
       01  WS-XREF-WRITTEN       PIC X.
       01  WS-XREF-OK            PIC X.

      *> Capture work fields.
       01  WS-CUSTNO-TEXT        PIC X(6).
       01  WS-CUSTNO-CHECK       PIC S9(6).
       01  WS-PRODUCT-TEXT       PIC X(4).
       01  WS-PROD-METHOD        PIC X.
       01  WS-PROD-RATE          PIC 9(3)V99 COMP-3.
       01  WS-PROD-FEE           PIC 9(5)V99 COMP-3.
       01  WS-PROD-WAIVER        PIC 9(10)V99 COMP-3.
       01  WS-PROD-OD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-OD-RATE       PIC 9(3)V99 COMP-3.
       01  WS-PROD-WD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-ACCRUAL       PIC X.
       01  WS-PROD-FOUND         PIC X.
       01  WS-YEARS-TEXT         PIC X(6).
       01  WS-YEARS-CHECK        PIC S9(4).
       01  WS-CURR-TEXT          PIC X(3).
       01  WS-AMOUNT-TEXT        PIC X(12).
       01  WS-AMOUNT-CHECK       PIC S9(9)V99.
       01  WS-TYPE-IN            PIC X(2).
       01  WS-FREQ-IN            PIC X.
       01  WS-DATE-TEXT          PIC X(8).
       01  WS-WORK-DATE          PIC 9(8).
       01  WS-KYC-DATE           PIC 9(8).
       01  WS-DATEVAL-OPTIONS    PIC X(2) VALUE SPACES.
       01  WS-DATEVAL-RESULT     PIC X.

       01  WS-TOKEN-ORDNO        PIC X(5).

      *> Edited fields for the files and the console. File pictures
      *> carry no comma separators - the side files are
      *> comma-delimited.
       01  WS-EDIT-CUSTNO        PIC 9(6).
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-BRANCH        PIC 9(3).
       01  WS-EDIT-ORDNO         PIC 9(4).
       01  WS-EDIT-ID            PIC 9(13).
       01  WS-EDIT-YEARS         PIC ZZZ9.
       01  WS-EDIT-RATE          PIC ZZ9.99.
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT         PIC ZZZ9.
       01  WS-FILE-AMOUNT        PIC 9(7).99.
       01  WS-FILE-NEXTDUE       PIC 9(8).
       01  WS-FILE-ENDDATE       PIC 9(8).
       01  WS-FILE-PAYEE         PIC 9(5) VALUE 0.
       01  WS-FILE-HOLD          PIC X VALUE SPACE.

       01  WS-AUDIT-DATE         PIC 9(8).
       01  WS-AUDIT-TIME         PIC 9(8).

       01  WS-OPENED-COUNT       PIC 9(4) VALUE 0.
       01  WS-UNFUNDED-COUNT     PIC 9(4) VALUE 0.
       01  WS-BACKED-OUT-COUNT   PIC 9(4) VALUE 0.

      *> Central alerting (ALERTLOG/alerts.dat).
       01  WS-ALERT-SEV          PIC X.
       01  WS-ALERT-PROGRAM      PIC X(20) VALUE "ACCTOPEN".
       01  WS-ALERT-MESSAGE      PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "SIGNON" USING WS-SIGNON-FUNCTION
               WS-SIGNON-OPERATOR WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           MOVE "T" TO WS-LOCK-ACTION
           MOVE "ACCTOPEN" TO WS-LOCK-HOLDER
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

      *> The opening deposit books to the business date, so a
      *> closed period refuses the whole session up front.
           CALL "BUSDATE" USING WS-TODAY
           CALL "CHKPERIOD" USING WS-TODAY WS-PERIOD-CLOSED
           IF WS-PERIOD-CLOSED = 'Y'
               DISPLAY "*** Business date " WS-TODAY " falls in a "
                   "closed period - advance it with SETBUSDATE ***"
               PERFORM RELEASE-AND-STOP
           END-IF

           MOVE SPACES TO WS-BRANCH-TEXT
           ACCEPT WS-BRANCH-TEXT FROM ENVIRONMENT "TRANS_BRANCH"
           IF WS-BRANCH-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-BRANCH-TEXT) = 0
               COMPUTE WS-SESSION-BRANCH =
                   FUNCTION NUMVAL(WS-BRANCH-TEXT)
           END-IF
           ACCEPT WS-TELLER FROM ENVIRONMENT "TRANS_TELLER"
           MOVE FUNCTION UPPER-CASE(WS-TELLER) TO WS-TELLER

           PERFORM LOAD-XREF-FILE
           PERFORM FIND-NEXT-ACCT-ID
           PERFORM FIND-NEXT-TRANS-ID
           PERFORM FIND-NEXT-ORDNO

           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger.txt, status = "
                   WS-LEDGER-STATUS
               PERFORM RELEASE-AND-STOP
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS = "35"
               OPEN OUTPUT CUSTOMER-FILE
               CLOSE CUSTOMER-FILE
               OPEN I-O CUSTOMER-FILE
           END-IF
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR opening customer.dat, status = "
                   WS-CUST-STATUS
               CLOSE LEDGER-FILE
               PERFORM RELEASE-AND-STOP
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
               CLOSE LEDGER-FILE CUSTOMER-FILE
               PERFORM RELEASE-AND-STOP
           END-IF

           PERFORM UNTIL WS-CONTINUE NOT = 'Y'
               PERFORM CAPTURE-OPENING
               IF WS-FIELD-OK = 'Y'
                   PERFORM SHOW-OPENING
                   DISPLAY "Open this account? (Y/N):"
                   MOVE SPACE TO WS-RESPONSE
                   ACCEPT WS-RESPONSE
                   IF FUNCTION UPPER-CASE(WS-RESPONSE) = "Y"
                       PERFORM START-MUTATION
                       PERFORM WRITE-OPENING
                   ELSE
                       DISPLAY "Opening abandoned - nothing written."
                   END-IF
               ELSE
                   DISPLAY "Opening abandoned - nothing written."
               END-IF
               DISPLAY "Open another account? (Y/N):"
               MOVE SPACE TO WS-RESPONSE
               ACCEPT WS-RESPONSE
               IF FUNCTION UPPER-CASE(WS-RESPONSE) NOT = "Y"
                   MOVE 'N' TO WS-CONTINUE
               END-IF
           END-PERFORM

           CLOSE CUSTOMER-FILE
           CLOSE TRANSACTION-FILE
           IF WS-OPENED-COUNT > 0
               PERFORM REFRESH-LEDGER-TRAILER
               PERFORM WRITE-TRAILER-RECORD
           ELSE
               CLOSE LEDGER-FILE
           END-IF
           IF WS-MUTATING = 'Y'
               CLOSE AUDIT-FILE
           END-IF

           MOVE WS-OPENED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Accounts opened:            " WS-EDIT-COUNT
           MOVE WS-UNFUNDED-COUNT TO WS-EDIT-COUNT
           DISPLAY "  opened with no deposit:   " WS-EDIT-COUNT
           IF WS-BACKED-OUT-COUNT > 0
               MOVE WS-BACKED-OUT-COUNT TO WS-EDIT-COUNT
               DISPLAY "*** Openings backed out:    " WS-EDIT-COUNT
                   " ***"
           END-IF
           PERFORM RELEASE-AND-STOP.

       RELEASE-AND-STOP.
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           STOP RUN.

      *> Generation backup and the audit log, once, before the
      *> first opening of the session is written.
       START-MUTATION.
           IF WS-MUTATING = 'Y'
               EXIT PARAGRAPH
           END-IF
           CALL "GENBACKUP"
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger_audit.log, status = "
                   WS-AUDIT-STATUS
               CLOSE LEDGER-FILE CUSTOMER-FILE TRANSACTION-FILE
               PERFORM RELEASE-AND-STOP
           END-IF
           MOVE 'Y' TO WS-MUTATING.

      *>----------------------------------------------------------
      *> Capture - the customer, the account, the deposit, and the
      *> standing order, in that order. A customer that cannot be
      *> found ends the capture with WS-FIELD-OK 'N'; every other
      *> field is asked again until it is valid.
      *>----------------------------------------------------------
       CAPTURE-OPENING.
           INITIALIZE WS-OPENING
           MOVE 'N' TO WS-FIELD-OK
           PERFORM CAPTURE-CUSTOMER
           IF WS-FIELD-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM CAPTURE-ACCOUNT
           IF WS-FIELD-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM CAPTURE-DEPOSIT
           PERFORM CAPTURE-STANDING-ORDER.

       CAPTURE-CUSTOMER.
           MOVE SPACES TO WS-LINKED-NAME
           DISPLAY "Customer number (blank = new customer):"
           MOVE SPACES TO WS-CUSTNO-TEXT
           ACCEPT WS-CUSTNO-TEXT
           IF WS-CUSTNO-TEXT = SPACES
               MOVE 'Y' TO WS-OP-NEW-CUST
               MOVE SPACES TO WS-MASTER-DETAILS
               INITIALIZE WS-MASTER-KYC
               DISPLAY "New customer - capture their details:"
               PERFORM CAPTURE-MASTER-FIELDS
               MOVE 'Y' TO WS-FIELD-OK
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-CUSTNO-TEXT) NOT = 0
               DISPLAY "Invalid customer number."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CUSTNO-CHECK = FUNCTION NUMVAL(WS-CUSTNO-TEXT)
           IF WS-CUSTNO-CHECK <= 0
               DISPLAY "Invalid customer number."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-OP-NEW-CUST
           MOVE WS-CUSTNO-CHECK TO WS-OP-CUST-NO
           PERFORM LIST-LINKED-ACCOUNTS
           IF WS-LINKED-COUNT = 0
               DISPLAY "No customer " WS-CUSTNO-TEXT " on file - "
                   "leave the number blank for a new customer."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-MASTER-DETAILS
           IF WS-CUST-FOUND NOT = 'Y'
               DISPLAY "*** Customer " WS-CUSTNO-TEXT " has no "
                   "details on customer.dat - complete them in "
                   "CUSTMAINT first ***"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FIELD-OK.

       LIST-LINKED-ACCOUNTS.
           MOVE 0 TO WS-LINKED-COUNT
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-USED
               IF WS-XR-CUST(WS-XR-IDX) = WS-OP-CUST-NO
                   ADD 1 TO WS-LINKED-COUNT
                   PERFORM LIST-ONE-LINKED
               END-IF
           END-PERFORM.

      *> The first linked account's name is offered as the new
      *> account's name.
       LIST-ONE-LINKED.
           MOVE WS-XR-ACCT(WS-XR-IDX) TO L-ACCT-ID
           MOVE WS-XR-ACCT(WS-XR-IDX) TO WS-EDIT-ACCT
           READ LEDGER-FILE
               INVALID KEY
                   DISPLAY "  acct " WS-EDIT-ACCT " ("
                       WS-XR-ROLE(WS-XR-IDX) ") - not on ledger"
               NOT INVALID KEY
                   DISPLAY "  acct " WS-EDIT-ACCT " ("
                       WS-XR-ROLE(WS-XR-IDX) ") " L-NAME
                       " status " L-STATUS
                   IF WS-LINKED-NAME = SPACES
                       MOVE L-NAME TO WS-LINKED-NAME
                   END-IF
           END-READ.

      *> An existing customer's details come from the first linked
      *> account that has a customer.dat record, as in CUSTMAINT.
       LOAD-MASTER-DETAILS.
           MOVE SPACES TO WS-MASTER-DETAILS
           INITIALIZE WS-MASTER-KYC
           MOVE 'N' TO WS-CUST-FOUND
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-USED
                       OR WS-CUST-FOUND = 'Y'
               IF WS-XR-CUST(WS-XR-IDX) = WS-OP-CUST-NO
                   MOVE WS-XR-ACCT(WS-XR-IDX) TO C-ACCT-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM SAVE-MASTER-DETAILS
                           MOVE 'Y' TO WS-CUST-FOUND
                   END-READ
               END-IF
           END-PERFORM.

       SAVE-MASTER-DETAILS.
           MOVE C-ADDR-LINE-1 TO WS-M-ADDR-LINE-1
           MOVE C-ADDR-LINE-2 TO WS-M-ADDR-LINE-2
           MOVE C-CITY        TO WS-M-CITY
           MOVE C-POSTCODE    TO WS-M-POSTCODE
           MOVE C-PHONE       TO WS-M-PHONE
           IF C-EMAIL = LOW-VALUES
               MOVE SPACES TO WS-M-EMAIL
           ELSE
               MOVE C-EMAIL TO WS-M-EMAIL
           END-IF
           MOVE C-ID-REF      TO WS-M-ID-REF
           MOVE C-TAX-STATUS  TO WS-M-TAX-STATUS
           MOVE C-RISK-RATING TO WS-M-RISK
           IF C-STMT-MODE = "C"
               MOVE "C" TO WS-M-STMT-MODE
           ELSE
               MOVE SPACE TO WS-M-STMT-MODE
           END-IF
           IF C-ID-EXPIRY IS NUMERIC
               MOVE C-ID-EXPIRY TO WS-M-ID-EXPIRY
           ELSE
               MOVE 0 TO WS-M-ID-EXPIRY
           END-IF
           IF C-LAST-REVIEW IS NUMERIC
               MOVE C-LAST-REVIEW TO WS-M-LAST-REVIEW
           ELSE
               MOVE 0 TO WS-M-LAST-REVIEW
           END-IF.

      *> A new customer's details, CUSTMAINT's fields in its order.
      *> Rating the customer counts as their first review, as it
      *> does there.
       CAPTURE-MASTER-FIELDS.
           DISPLAY "Address line 1:"
           ACCEPT WS-M-ADDR-LINE-1
           DISPLAY "Address line 2:"
           ACCEPT WS-M-ADDR-LINE-2
           DISPLAY "City:"
           ACCEPT WS-M-CITY
           DISPLAY "Postcode:"
           ACCEPT WS-M-POSTCODE
           DISPLAY "Phone:"
           ACCEPT WS-M-PHONE
           DISPLAY "E-mail:"
           ACCEPT WS-M-EMAIL
           DISPLAY "Id reference:"
           ACCEPT WS-M-ID-REF
           DISPLAY "Tax status - (W)ithholding on interest, "
               "blank = none:"
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF FUNCTION UPPER-CASE(WS-FIELD-IN(1:1)) = "W"
               MOVE "W" TO WS-M-TAX-STATUS
           ELSE
               MOVE SPACE TO WS-M-TAX-STATUS
           END-IF
           DISPLAY "Statements - (C)onsolidated for the customer, "
               "blank = account by account:"
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF FUNCTION UPPER-CASE(WS-FIELD-IN(1:1)) = "C"
               MOVE "C" TO WS-M-STMT-MODE
           ELSE
               MOVE SPACE TO WS-M-STMT-MODE
           END-IF
           MOVE 'N' TO WS-DATEVAL-RESULT
           PERFORM UNTIL WS-DATEVAL-RESULT = 'Y'
               DISPLAY "Id document expiry date YYYYMMDD "
                   "(blank = not recorded):"
               MOVE SPACES TO WS-FIELD-IN
               ACCEPT WS-FIELD-IN
               IF WS-FIELD-IN = SPACES
                   MOVE 0 TO WS-M-ID-EXPIRY
                   MOVE 'Y' TO WS-DATEVAL-RESULT
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-FIELD-IN) = 0
                       COMPUTE WS-KYC-DATE =
                           FUNCTION NUMVAL(WS-FIELD-IN)
                       CALL "DATEVAL" USING WS-KYC-DATE
                           WS-DATEVAL-OPTIONS WS-DATEVAL-RESULT
                   END-IF
                   IF WS-DATEVAL-RESULT = 'Y'
                       MOVE WS-KYC-DATE TO WS-M-ID-EXPIRY
                   ELSE
                       DISPLAY "Invalid date."
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Risk rating - (H)igh, (M)edium, (L)ow, "
               "blank = not yet rated:"
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           MOVE FUNCTION UPPER-CASE(WS-FIELD-IN(1:1))
               TO WS-FIELD-IN(1:1)
           IF WS-FIELD-IN(1:1) = "H" OR "M" OR "L"
               MOVE WS-FIELD-IN(1:1) TO WS-M-RISK
               MOVE WS-TODAY TO WS-M-LAST-REVIEW
           ELSE
               MOVE SPACE TO WS-M-RISK
               MOVE 0 TO WS-M-LAST-REVIEW
           END-IF.

      *> The account. The product must be on the catalog: a guided
      *> opening sells catalog products, and an off-catalog account
      *> with hand-keyed pricing stays a WriteLedger job.
       CAPTURE-ACCOUNT.
           MOVE SPACES TO WS-OP-NAME
           PERFORM UNTIL WS-OP-NAME NOT = SPACES
               IF WS-LINKED-NAME = SPACES
                   DISPLAY "Account name:"
               ELSE
                   DISPLAY "Account name (blank = " WS-LINKED-NAME
                       "):"
               END-IF
               MOVE SPACES TO WS-FIELD-IN
               ACCEPT WS-FIELD-IN
               IF WS-FIELD-IN = SPACES
                   MOVE WS-LINKED-NAME TO WS-OP-NAME
               ELSE
                   MOVE WS-FIELD-IN TO WS-OP-NAME
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-PROD-FOUND
           PERFORM UNTIL WS-PROD-FOUND = 'Y'
               DISPLAY "Product code (blank = abandon):"
               MOVE SPACES TO WS-PRODUCT-TEXT
               ACCEPT WS-PRODUCT-TEXT
               MOVE FUNCTION UPPER-CASE(WS-PRODUCT-TEXT)
                   TO WS-PRODUCT-TEXT
               IF WS-PRODUCT-TEXT = SPACES
                   MOVE 'N' TO WS-FIELD-OK
                   EXIT PARAGRAPH
               END-IF
               CALL "PRODCAT" USING WS-PRODUCT-TEXT WS-PROD-METHOD
                   WS-PROD-RATE WS-PROD-FEE WS-PROD-WAIVER
                   WS-PROD-OD-LIMIT WS-PROD-OD-RATE
                   WS-PROD-WD-LIMIT WS-PROD-ACCRUAL
                   WS-PROD-FOUND
               IF WS-PROD-FOUND NOT = 'Y'
                   DISPLAY "No product " WS-PRODUCT-TEXT
                       " on the catalog."
               END-IF
           END-PERFORM
           MOVE WS-PRODUCT-TEXT TO WS-OP-PRODUCT
           MOVE WS-PROD-RATE    TO WS-OP-RATE

           MOVE 0 TO WS-OP-YEARS
           PERFORM UNTIL WS-OP-YEARS > 0
               DISPLAY "Term in years (blank = 1):"
               MOVE SPACES TO WS-YEARS-TEXT
               ACCEPT WS-YEARS-TEXT
               IF WS-YEARS-TEXT = SPACES
                   MOVE 1 TO WS-OP-YEARS
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-YEARS-TEXT) = 0
                       COMPUTE WS-YEARS-CHECK =
                           FUNCTION NUMVAL(WS-YEARS-TEXT)
                       IF WS-YEARS-CHECK > 0
                           MOVE WS-YEARS-CHECK TO WS-OP-YEARS
                       END-IF
                   END-IF
                   IF WS-OP-YEARS = 0
                       DISPLAY "Invalid years, must be a positive "
                           "whole number"
                   END-IF
               END-IF
           END-PERFORM

           PERFORM CAPTURE-BRANCH

           MOVE SPACES TO WS-OP-CURR
           PERFORM UNTIL WS-OP-CURR NOT = SPACES
               DISPLAY "Currency code (blank = USD):"
               MOVE SPACES TO WS-CURR-TEXT
               ACCEPT WS-CURR-TEXT
               MOVE FUNCTION UPPER-CASE(WS-CURR-TEXT) TO WS-CURR-TEXT
               IF WS-CURR-TEXT = SPACES
                   MOVE "USD" TO WS-OP-CURR
               ELSE
                   IF WS-CURR-TEXT IS ALPHABETIC
                       AND WS-CURR-TEXT(3:1) NOT = SPACE
                       MOVE WS-CURR-TEXT TO WS-OP-CURR
                   ELSE
                       DISPLAY "Invalid currency, use a 3-letter "
                           "code such as USD or EUR"
                   END-IF
               END-IF
           END-PERFORM.

      *> Once the branch master has entries, the account's branch
      *> must be an open branch on it - TRANSACTIONS-WRITER's rule
      *> for the session branch.
       CAPTURE-BRANCH.
           MOVE 'N' TO WS-BR-FOUND
           PERFORM UNTIL WS-BR-FOUND = 'Y'
               MOVE WS-SESSION-BRANCH TO WS-EDIT-BRANCH
               DISPLAY "Branch code (blank = " WS-EDIT-BRANCH "):"
               MOVE SPACES TO WS-BRANCH-TEXT
               ACCEPT WS-BRANCH-TEXT
               MOVE WS-SESSION-BRANCH TO WS-OP-BRANCH
               IF WS-BRANCH-TEXT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-BRANCH-TEXT) = 0
                       COMPUTE WS-OP-BRANCH =
                           FUNCTION NUMVAL(WS-BRANCH-TEXT)
                   ELSE
                       MOVE 0 TO WS-OP-BRANCH
                   END-IF
               END-IF
               CALL "BRNAME" USING WS-OP-BRANCH WS-BR-NAME
                   WS-BR-REGION WS-BR-OPEN WS-BR-FOUND WS-BR-ANY
               IF WS-BR-ANY NOT = 'Y'
                   IF WS-OP-BRANCH > 0
                       MOVE 'Y' TO WS-BR-FOUND
                   END-IF
               ELSE
                   IF WS-BR-OPEN NOT = 'Y'
                       MOVE 'N' TO WS-BR-FOUND
                   END-IF
               END-IF
               IF WS-BR-FOUND NOT = 'Y'
                   DISPLAY "Branch is not an open branch on the "
                       "master."
               END-IF
           END-PERFORM.

      *> The opening deposit, in the account's own currency. Zero
      *> (or blank) opens the account unfunded.
       CAPTURE-DEPOSIT.
           MOVE 'N' TO WS-FIELD-OK
           PERFORM UNTIL WS-FIELD-OK = 'Y'
               DISPLAY "Opening deposit in " WS-OP-CURR
                   " (blank = none yet):"
               MOVE SPACES TO WS-AMOUNT-TEXT
               ACCEPT WS-AMOUNT-TEXT
               IF WS-AMOUNT-TEXT = SPACES
                   MOVE 0 TO WS-OP-DEPOSIT
                   MOVE 'Y' TO WS-FIELD-OK
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-AMOUNT-TEXT) = 0
                       COMPUTE WS-AMOUNT-CHECK =
                           FUNCTION NUMVAL(WS-AMOUNT-TEXT)
                       IF WS-AMOUNT-CHECK >= 0
                           AND WS-AMOUNT-CHECK <= 9999999.99
                           MOVE WS-AMOUNT-CHECK TO WS-OP-DEPOSIT
                           MOVE 'Y' TO WS-FIELD-OK
                       END-IF
                   END-IF
                   IF WS-FIELD-OK NOT = 'Y'
                       DISPLAY "Invalid amount."
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OP-DEPOSIT = 0
               DISPLAY "NOTE: account opens unfunded - it will show "
                   "on the new-accounts report until money arrives."
           END-IF.

      *> One standing order on the new account, SOMAINT's fields in
      *> its order and in the account's currency; more orders, and
      *> external payees, are added in SOMAINT afterwards.
       CAPTURE-STANDING-ORDER.
           MOVE 'N' TO WS-OP-SO
           DISPLAY "Set up a standing order on the account? (Y/N):"
           MOVE SPACE TO WS-RESPONSE
           ACCEPT WS-RESPONSE
           IF FUNCTION UPPER-CASE(WS-RESPONSE) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-OP-SO

           MOVE SPACES TO WS-OP-SO-TYPE
           PERFORM UNTIL WS-OP-SO-TYPE NOT = SPACES
               DISPLAY "Order type (DP or WD): "
               MOVE SPACES TO WS-TYPE-IN
               ACCEPT WS-TYPE-IN
               MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN
               IF WS-TYPE-IN = "DP" OR WS-TYPE-IN = "WD"
                   MOVE WS-TYPE-IN TO WS-OP-SO-TYPE
               ELSE
                   DISPLAY "Invalid type, use DP or WD."
               END-IF
           END-PERFORM

           MOVE 0 TO WS-OP-SO-AMOUNT
           PERFORM UNTIL WS-OP-SO-AMOUNT > 0
               DISPLAY "Order amount in " WS-OP-CURR
                   " (e.g. 750.00): "
               MOVE SPACES TO WS-AMOUNT-TEXT
               ACCEPT WS-AMOUNT-TEXT
               IF FUNCTION TEST-NUMVAL(WS-AMOUNT-TEXT) = 0
                   COMPUTE WS-AMOUNT-CHECK =
                       FUNCTION NUMVAL(WS-AMOUNT-TEXT)
                   IF WS-AMOUNT-CHECK > 0
                       AND WS-AMOUNT-CHECK <= 9999999.99
                       MOVE WS-AMOUNT-CHECK TO WS-OP-SO-AMOUNT
                   END-IF
               END-IF
               IF WS-OP-SO-AMOUNT = 0
                   DISPLAY "Amount must be over zero."
               END-IF
           END-PERFORM

           MOVE SPACE TO WS-OP-SO-FREQ
           PERFORM UNTIL WS-OP-SO-FREQ NOT = SPACE
               DISPLAY "Frequency - (D)aily, (W)eekly, (M)onthly: "
               MOVE SPACE TO WS-FREQ-IN
               ACCEPT WS-FREQ-IN
               MOVE FUNCTION UPPER-CASE(WS-FREQ-IN) TO WS-FREQ-IN
               IF WS-FREQ-IN = "D" OR WS-FREQ-IN = "W"
                   OR WS-FREQ-IN = "M"
                   MOVE WS-FREQ-IN TO WS-OP-SO-FREQ
               ELSE
                   DISPLAY "Invalid frequency, use D, W, or M."
               END-IF
           END-PERFORM

           MOVE 0 TO WS-OP-SO-NEXTDUE
           PERFORM UNTIL WS-OP-SO-NEXTDUE > 0
               DISPLAY "First due date (YYYYMMDD): "
               MOVE SPACES TO WS-DATE-TEXT
               ACCEPT WS-DATE-TEXT
               MOVE 'N' TO WS-DATEVAL-RESULT
               IF WS-DATE-TEXT IS NUMERIC
                   MOVE WS-DATE-TEXT TO WS-WORK-DATE
                   CALL "DATEVAL" USING WS-WORK-DATE
                       WS-DATEVAL-OPTIONS WS-DATEVAL-RESULT
               END-IF
               IF WS-DATEVAL-RESULT = 'Y'
                   MOVE WS-WORK-DATE TO WS-OP-SO-NEXTDUE
               ELSE
                   DISPLAY "Invalid date."
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-DATEVAL-RESULT
           PERFORM UNTIL WS-DATEVAL-RESULT = 'Y'
               DISPLAY "End date (YYYYMMDD, blank = open-ended): "
               MOVE SPACES TO WS-DATE-TEXT
               ACCEPT WS-DATE-TEXT
               IF WS-DATE-TEXT = SPACES
                   MOVE 0 TO WS-OP-SO-ENDDATE
                   MOVE 'Y' TO WS-DATEVAL-RESULT
               ELSE
                   IF WS-DATE-TEXT IS NUMERIC
                       MOVE WS-DATE-TEXT TO WS-WORK-DATE
                       CALL "DATEVAL" USING WS-WORK-DATE
                           WS-DATEVAL-OPTIONS WS-DATEVAL-RESULT
                   END-IF
                   IF WS-DATEVAL-RESULT = 'Y'
                       AND WS-WORK-DATE < WS-OP-SO-NEXTDUE
                       DISPLAY "End date is before the first due "
                           "date."
                       MOVE 'N' TO WS-DATEVAL-RESULT
                   ELSE
                       IF WS-DATEVAL-RESULT = 'Y'
                           MOVE WS-WORK-DATE TO WS-OP-SO-ENDDATE
                       ELSE
                           DISPLAY "Invalid end date."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SHOW-OPENING.
           DISPLAY "------------------------------------------------"
           IF WS-OP-NEW-CUST = 'Y'
               DISPLAY "Customer:   NEW - " WS-M-ADDR-LINE-1
               DISPLAY "            " WS-M-CITY " " WS-M-POSTCODE
           ELSE
               MOVE WS-OP-CUST-NO TO WS-EDIT-CUSTNO
               DISPLAY "Customer:   " WS-EDIT-CUSTNO " - "
                   WS-M-ADDR-LINE-1
           END-IF
           MOVE WS-OP-RATE  TO WS-EDIT-RATE
           MOVE WS-OP-YEARS TO WS-EDIT-YEARS
           DISPLAY "Account:    " WS-OP-NAME
           DISPLAY "Product:    " WS-OP-PRODUCT "  rate "
               WS-EDIT-RATE "%  term " WS-EDIT-YEARS " yr"
           MOVE WS-OP-BRANCH TO WS-EDIT-BRANCH
           DISPLAY "Branch:     " WS-EDIT-BRANCH "  currency "
               WS-OP-CURR
           MOVE WS-OP-DEPOSIT TO WS-EDIT-AMOUNT
           DISPLAY "Deposit:    " WS-EDIT-AMOUNT " " WS-OP-CURR
           IF WS-OP-SO = 'Y'
               MOVE WS-OP-SO-AMOUNT TO WS-EDIT-AMOUNT
               DISPLAY "Standing:   " WS-OP-SO-TYPE " "
                   WS-EDIT-AMOUNT " freq " WS-OP-SO-FREQ
                   " from " WS-OP-SO-NEXTDUE
           ELSE
               DISPLAY "Standing:   (none)"
           END-IF
           DISPLAY "------------------------------------------------".

      *>----------------------------------------------------------
      *> Writing the opening as a unit.
      *>----------------------------------------------------------
       WRITE-OPENING.
           MOVE 'N' TO WS-LEDGER-WRITTEN WS-CUST-WRITTEN
               WS-DEPOSIT-WRITTEN WS-XREF-WRITTEN
           MOVE WS-NEXT-ACCT-ID TO WS-OP-ACCT
           IF WS-OP-NEW-CUST = 'Y'
               COMPUTE WS-OP-CUST-NO = WS-NEXT-CUST-NO + 1
           END-IF
           IF WS-XR-USED >= 500
               DISPLAY "*** Cross-reference table full (500) - "
                   "account not opened ***"
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-NEW-LEDGER-ENTRY
           IF WS-LEDGER-WRITTEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-NEW-CUSTOMER-RECORD
           IF WS-CUST-WRITTEN NOT = 'Y'
               PERFORM BACK-OUT-OPENING
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-DEPOSIT > 0
               PERFORM WRITE-OPENING-DEPOSIT
               IF WS-DEPOSIT-WRITTEN NOT = 'Y'
                   PERFORM BACK-OUT-OPENING
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM WRITE-CUSTOMER-LINK
           IF WS-XREF-WRITTEN NOT = 'Y'
               PERFORM BACK-OUT-OPENING
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-SO = 'Y'
               PERFORM APPEND-STANDING-ORDER
               IF WS-ORDER-STATUS NOT = "00"
                   PERFORM BACK-OUT-OPENING
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *> Everything is on file - the keys are spent, and the
      *> opening is recorded once.
           ADD 1 TO WS-NEXT-ACCT-ID
           IF WS-OP-NEW-CUST = 'Y'
               MOVE WS-OP-CUST-NO TO WS-NEXT-CUST-NO
           END-IF
           IF WS-OP-SO = 'Y'
               ADD 1 TO WS-NEXT-ORDNO
           END-IF
           ADD 1 TO WS-OPENED-COUNT
           IF WS-OP-DEPOSIT = 0
               ADD 1 TO WS-UNFUNDED-COUNT
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
           PERFORM APPEND-OPENING-REGISTER
           PERFORM NOTE-FOR-SCREENING

           MOVE WS-OP-ACCT    TO WS-EDIT-ACCT
           MOVE WS-OP-CUST-NO TO WS-EDIT-CUSTNO
           DISPLAY "Account " WS-EDIT-ACCT " opened for customer "
               WS-EDIT-CUSTNO "."
           IF WS-OP-DEPOSIT > 0
               MOVE WS-OP-DEP-ID TO WS-EDIT-ID
               DISPLAY "  opening deposit is transaction #"
                   WS-EDIT-ID
           END-IF
           IF WS-OP-SO = 'Y'
               MOVE WS-OP-SO-ORDNO TO WS-EDIT-ORDNO
               DISPLAY "  standing order " WS-EDIT-ORDNO " set up"
           END-IF.

      *> WriteLedger's new-entry fields, priced from the product.
      *> The balance starts at zero; the deposit posts tonight.
       WRITE-NEW-LEDGER-ENTRY.
           MOVE WS-OP-ACCT     TO L-ACCT-ID
           MOVE WS-OP-NAME     TO L-NAME
           MOVE ZERO           TO L-PRINC
           MOVE WS-OP-RATE     TO L-RATE
           MOVE WS-OP-YEARS    TO L-YEARS
           MOVE ZERO           TO L-TOTAL
           MOVE ZERO           TO L-PRIOR-TOTAL
           MOVE "O"            TO L-STATUS
           MOVE ZERO           TO L-LAST-ACCRUED
           MOVE WS-OP-CURR     TO L-CURR
           MOVE WS-OP-BRANCH   TO L-BRANCH
           MOVE WS-OP-PRODUCT  TO L-PRODUCT
           MOVE ZERO           TO L-OD-LIMIT
           MOVE ZERO           TO L-OD-DAYS
           MOVE ZERO           TO L-MATURITY
           MOVE SPACE          TO L-DISPOSITION
           MOVE ZERO           TO L-WD-LIMIT
           WRITE LEDGER-ENTRY
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR writing ledger.txt, status = "
                   WS-LEDGER-STATUS " - account not opened"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LEDGER-WRITTEN.

       WRITE-NEW-CUSTOMER-RECORD.
           MOVE WS-OP-ACCT       TO C-ACCT-ID
           MOVE WS-M-ADDR-LINE-1 TO C-ADDR-LINE-1
           MOVE WS-M-ADDR-LINE-2 TO C-ADDR-LINE-2
           MOVE WS-M-CITY        TO C-CITY
           MOVE WS-M-POSTCODE    TO C-POSTCODE
           MOVE WS-M-PHONE       TO C-PHONE
           MOVE WS-M-EMAIL       TO C-EMAIL
           MOVE WS-M-ID-REF      TO C-ID-REF
           MOVE WS-OP-CUST-NO    TO C-CUST-NO
           MOVE WS-M-TAX-STATUS  TO C-TAX-STATUS
           MOVE WS-M-ID-EXPIRY   TO C-ID-EXPIRY
           MOVE WS-M-RISK        TO C-RISK-RATING
           MOVE WS-M-LAST-REVIEW TO C-LAST-REVIEW
           MOVE WS-M-STMT-MODE   TO C-STMT-MODE
           MOVE SPACE            TO C-INT-DISP
           MOVE ZERO             TO C-INT-DEST
           WRITE CUSTOMER-RECORD
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR writing customer.dat, status = "
                   WS-CUST-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CUST-WRITTEN.

      *> A teller DP on the new account, in its currency and branch.
       WRITE-OPENING-DEPOSIT.
           ADD 1 TO WS-TRANS-ID
           MOVE WS-TRANS-ID    TO WS-OP-DEP-ID
           MOVE WS-TRANS-ID    TO TRANS-ID
           MOVE "DP"           TO TRANS-TYPE
           MOVE WS-TODAY       TO TRANS-DATE
           MOVE WS-OP-ACCT     TO TRANS-ACCT-ID
           MOVE WS-OP-DEPOSIT  TO TRANS-AMOUNT
           MOVE ZERO           TO TRANS-REF-ID
           MOVE SPACES         TO TRANS-REF-TYPE
           MOVE WS-OP-CURR     TO TRANS-CURR
           MOVE SPACES         TO TRANS-EXT-REF
           MOVE WS-OP-BRANCH   TO TRANS-BRANCH
           MOVE ZERO           TO TRANS-TO-ACCT
           MOVE WS-TELLER      TO TRANS-TELLER
           MOVE ZERO           TO TRANS-CHECK-NO
           WRITE TRANSACTION-RECORD
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR writing transactions.dat, status = "
                   WS-TRANS-STATUS
               SUBTRACT 1 FROM WS-TRANS-ID
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DEPOSIT-WRITTEN.

      *> The new account joins the customer as primary holder; the
      *> cross-reference is rewritten whole, as CUSTMAINT does.
       WRITE-CUSTOMER-LINK.
           ADD 1 TO WS-XR-USED
           MOVE WS-OP-CUST-NO TO WS-XR-CUST(WS-XR-USED)
           MOVE WS-OP-ACCT    TO WS-XR-ACCT(WS-XR-USED)
           MOVE "P"           TO WS-XR-ROLE(WS-XR-USED)
           MOVE 0             TO WS-XR-PROTECT(WS-XR-USED)
           PERFORM WRITE-XREF-FILE
           IF WS-XREF-OK NOT = 'Y'
               SUBTRACT 1 FROM WS-XR-USED
               PERFORM WRITE-XREF-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-XREF-WRITTEN.

      *> Appended in SOMAINT's line format, active, no payee.
       APPEND-STANDING-ORDER.
           MOVE WS-NEXT-ORDNO TO WS-OP-SO-ORDNO
           OPEN EXTEND ORDER-FILE
           IF WS-ORDER-STATUS = "35"
               OPEN OUTPUT ORDER-FILE
               CLOSE ORDER-FILE
               OPEN EXTEND ORDER-FILE
           END-IF
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "ERROR opening standing_orders.dat, status = "
                   WS-ORDER-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OP-SO-ORDNO   TO WS-EDIT-ORDNO
           MOVE WS-OP-ACCT       TO WS-EDIT-ACCT
           MOVE WS-OP-SO-AMOUNT  TO WS-FILE-AMOUNT
           MOVE WS-OP-SO-NEXTDUE TO WS-FILE-NEXTDUE
           MOVE WS-OP-SO-ENDDATE TO WS-FILE-ENDDATE
           MOVE SPACES TO ORDER-LINE
           STRING WS-EDIT-ORDNO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-OP-SO-TYPE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-OP-CURR DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-OP-SO-FREQ DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-NEXTDUE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-ENDDATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-PAYEE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-HOLD DELIMITED BY SIZE
               INTO ORDER-LINE
           END-STRING
           WRITE ORDER-LINE
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "ERROR writing standing_orders.dat, status = "
                   WS-ORDER-STATUS
           END-IF
           CLOSE ORDER-FILE.

      *> A record that could not be written takes the ones before
      *> it back out - the opening leaves nothing behind.
       BACK-OUT-OPENING.
           IF WS-XREF-WRITTEN = 'Y'
               SUBTRACT 1 FROM WS-XR-USED
               PERFORM WRITE-XREF-FILE
           END-IF
           IF WS-DEPOSIT-WRITTEN = 'Y'
               MOVE WS-OP-DEP-ID TO TRANS-ID
               DELETE TRANSACTION-FILE RECORD
                   INVALID KEY
                       DISPLAY "ERROR backing out transaction #"
                           WS-OP-DEP-ID
               END-DELETE
               SUBTRACT 1 FROM WS-TRANS-ID
           END-IF
           IF WS-CUST-WRITTEN = 'Y'
               MOVE WS-OP-ACCT TO C-ACCT-ID
               DELETE CUSTOMER-FILE RECORD
                   INVALID KEY
                       DISPLAY "ERROR backing out customer.dat "
                           "record " WS-OP-ACCT
               END-DELETE
           END-IF
           IF WS-LEDGER-WRITTEN = 'Y'
               MOVE WS-OP-ACCT TO L-ACCT-ID
               DELETE LEDGER-FILE RECORD
                   INVALID KEY
                       DISPLAY "ERROR backing out ledger entry "
                           WS-OP-ACCT
               END-DELETE
           END-IF
           ADD 1 TO WS-BACKED-OUT-COUNT
           DISPLAY "*** Opening backed out - no records kept ***"
           MOVE "E" TO WS-ALERT-SEV
           MOVE WS-OP-ACCT TO WS-EDIT-ACCT
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "account opening backed out, acct "
                       DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
           END-STRING
           CALL "ALERTLOG" USING WS-ALERT-SEV
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE.

      *> One audit line for the whole opening.
       WRITE-AUDIT-ENTRY.
           CALL "BUSDATE" USING WS-AUDIT-DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-OP-ACCT    TO WS-EDIT-ACCT
           MOVE WS-OP-CUST-NO TO WS-EDIT-CUSTNO
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-TIME DELIMITED BY SIZE
                   " ACCTOPEN acct=" DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   " cust=" DELIMITED BY SIZE
                   WS-EDIT-CUSTNO DELIMITED BY SIZE
                   " op=" DELIMITED BY SIZE
                   WS-SIGNON-OPERATOR DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR writing ledger_audit.log, status = "
                   WS-AUDIT-STATUS
           END-IF.

      *> The register NEWACCTS reports from. A failure here is only
      *> reported - the account itself is open.
       APPEND-OPENING-REGISTER.
           OPEN EXTEND OPENING-FILE
           IF WS-OPENING-STATUS = "35"
               OPEN OUTPUT OPENING-FILE
               CLOSE OPENING-FILE
               OPEN EXTEND OPENING-FILE
           END-IF
           IF WS-OPENING-STATUS NOT = "00"
               DISPLAY "NOTE: could not append to "
                   "account_openings.dat, status = "
                   WS-OPENING-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OP-ACCT    TO WS-EDIT-ACCT
           MOVE WS-OP-CUST-NO TO WS-EDIT-CUSTNO
           MOVE WS-OP-BRANCH  TO WS-EDIT-BRANCH
           MOVE WS-OP-DEPOSIT TO WS-FILE-AMOUNT
           MOVE WS-OP-DEP-ID  TO WS-EDIT-ID
           IF WS-OP-SO = 'Y'
               MOVE WS-OP-SO-ORDNO TO WS-EDIT-ORDNO
           ELSE
               MOVE 0 TO WS-EDIT-ORDNO
           END-IF
           MOVE SPACES TO OPENING-LINE
           STRING WS-TODAY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-CUSTNO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-BRANCH DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-OP-CURR DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-ID DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-ORDNO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-SIGNON-OPERATOR DELIMITED BY SIZE
               INTO OPENING-LINE
           END-STRING
           WRITE OPENING-LINE
           IF WS-OPENING-STATUS NOT = "00"
               DISPLAY "NOTE: could not write to "
                   "account_openings.dat, status = "
                   WS-OPENING-STATUS
           END-IF
           CLOSE OPENING-FILE.

      *> The new account waits on screen_pending.dat for tonight's
      *> watchlist screen (SANCSCRN).
       NOTE-FOR-SCREENING.
           OPEN EXTEND SCREEN-PENDING-FILE
           IF WS-SCREEN-STATUS = "35"
               OPEN OUTPUT SCREEN-PENDING-FILE
               CLOSE SCREEN-PENDING-FILE
               OPEN EXTEND SCREEN-PENDING-FILE
           END-IF
           IF WS-SCREEN-STATUS NOT = "00"
               DISPLAY "NOTE: could not append to screen_pending.dat, "
                   "status = " WS-SCREEN-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SCREEN-PENDING-LINE
           MOVE WS-OP-ACCT TO WS-EDIT-ACCT
           MOVE WS-EDIT-ACCT TO SCREEN-PENDING-LINE(1:6)
           WRITE SCREEN-PENDING-LINE
           CLOSE SCREEN-PENDING-FILE.

      *>----------------------------------------------------------
      *> Start-up scans and the files loaded or rewritten whole.
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

      *> The cross-reference is rewritten whole after each opening,
      *> so one longer than the table is refused outright rather
      *> than losing its tail.
       LOAD-ONE-XREF.
           MOVE SPACES TO WS-TOKEN-CUSTNO WS-TOKEN-ACCT
               WS-TOKEN-ROLE WS-TOKEN-PROTECT
           UNSTRING XREF-LINE DELIMITED BY ","
               INTO WS-TOKEN-CUSTNO WS-TOKEN-ACCT WS-TOKEN-ROLE
                   WS-TOKEN-PROTECT
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-CUSTNO) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-ACCT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-XR-USED >= 500
               DISPLAY "*** cust_accounts.dat holds more than 500 "
                   "links ***"
               CLOSE XREF-FILE
               PERFORM RELEASE-AND-STOP
           END-IF
           ADD 1 TO WS-XR-USED
           COMPUTE WS-XR-CUST(WS-XR-USED) =
               FUNCTION NUMVAL(WS-TOKEN-CUSTNO)
           COMPUTE WS-XR-ACCT(WS-XR-USED) =
               FUNCTION NUMVAL(WS-TOKEN-ACCT)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-ROLE)
               TO WS-XR-ROLE(WS-XR-USED)
           MOVE 0 TO WS-XR-PROTECT(WS-XR-USED)
           IF WS-TOKEN-PROTECT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-TOKEN-PROTECT) = 0
               COMPUTE WS-XR-PROTECT(WS-XR-USED) =
                   FUNCTION NUMVAL(WS-TOKEN-PROTECT)
           END-IF
           IF WS-XR-CUST(WS-XR-USED) > WS-NEXT-CUST-NO
               MOVE WS-XR-CUST(WS-XR-USED) TO WS-NEXT-CUST-NO
           END-IF.

       WRITE-XREF-FILE.
           MOVE 'N' TO WS-XREF-OK
           OPEN OUTPUT XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "ERROR writing cust_accounts.dat, status = "
                   WS-XREF-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-USED
               PERFORM WRITE-ONE-XREF
           END-PERFORM
           CLOSE XREF-FILE
           IF WS-XREF-STATUS = "00"
               MOVE 'Y' TO WS-XREF-OK
           END-IF.

       WRITE-ONE-XREF.
           MOVE WS-XR-CUST(WS-XR-IDX) TO WS-EDIT-CUSTNO
           MOVE WS-XR-ACCT(WS-XR-IDX) TO WS-EDIT-ACCT
           MOVE SPACES TO XREF-LINE
           IF WS-XR-PROTECT(WS-XR-IDX) > 0
               MOVE WS-XR-PROTECT(WS-XR-IDX) TO WS-TOKEN-PROTECT
               STRING WS-EDIT-CUSTNO DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-EDIT-ACCT DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-XR-ROLE(WS-XR-IDX) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-TOKEN-PROTECT DELIMITED BY SIZE
                   INTO XREF-LINE
               END-STRING
           ELSE
               STRING WS-EDIT-CUSTNO DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-EDIT-ACCT DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-XR-ROLE(WS-XR-IDX) DELIMITED BY SIZE
                   INTO XREF-LINE
               END-STRING
           END-IF
           WRITE XREF-LINE
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "ERROR writing cust_accounts.dat, status = "
                   WS-XREF-STATUS
           END-IF.

       FIND-NEXT-ACCT-ID.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF L-ACCT-ID NOT = WS-LEDGER-TRAILER-ID
                           AND L-ACCT-ID >= WS-NEXT-ACCT-ID
                           COMPUTE WS-NEXT-ACCT-ID = L-ACCT-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

      *> Same highest-id scan and date-plus-sequence floor as
      *> TRANSACTIONS-WRITER.
       FIND-NEXT-TRANS-ID.
           COMPUTE WS-DAY-FLOOR = WS-TODAY * 100000
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS = "00"
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
               CLOSE TRANSACTION-FILE
           END-IF
           IF WS-TRANS-ID < WS-DAY-FLOOR
               MOVE WS-DAY-FLOOR TO WS-TRANS-ID
           END-IF.

      *> SOMAINT numbers orders from the highest on file.
       FIND-NEXT-ORDNO.
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
                       MOVE SPACES TO WS-TOKEN-ORDNO
                       UNSTRING ORDER-LINE DELIMITED BY ","
                           INTO WS-TOKEN-ORDNO
                       END-UNSTRING
                       IF FUNCTION TEST-NUMVAL(WS-TOKEN-ORDNO) = 0
                           AND FUNCTION NUMVAL(WS-TOKEN-ORDNO)
                               >= WS-NEXT-ORDNO
                           COMPUTE WS-NEXT-ORDNO =
                               FUNCTION NUMVAL(WS-TOKEN-ORDNO) + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDER-FILE.

      *> WriteLedger's control-total trailer refresh: rescan, then
      *> rewrite (or first write) the trailer entry.
       REFRESH-LEDGER-TRAILER.
           CLOSE LEDGER-FILE
           MOVE 0   TO WS-LEDGER-T-COUNT
           MOVE 0   TO WS-LEDGER-T-PRINC
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger.txt, status = "
                   WS-LEDGER-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF L-ACCT-ID NOT = WS-LEDGER-TRAILER-ID
                           ADD 1 TO WS-LEDGER-T-COUNT
                           ADD L-PRINC TO WS-LEDGER-T-PRINC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE

           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger.txt, status = "
                   WS-LEDGER-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LEDGER-TRAILER-ID TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   MOVE "*** TRAILER ***" TO L-NAME
                   MOVE WS-LEDGER-T-PRINC TO L-PRINC
                   MOVE ZERO              TO L-RATE
                   MOVE ZERO              TO L-YEARS
                   MOVE ZERO              TO L-TOTAL
                   MOVE WS-LEDGER-T-COUNT TO L-PRIOR-TOTAL
                   MOVE SPACE             TO L-STATUS
                   MOVE ZERO              TO L-LAST-ACCRUED
                   MOVE SPACES            TO L-CURR
                   MOVE ZERO              TO L-BRANCH
                   MOVE SPACES            TO L-PRODUCT
                   MOVE ZERO              TO L-OD-LIMIT
                   MOVE ZERO              TO L-OD-DAYS
                   MOVE ZERO              TO L-MATURITY
                   MOVE SPACE             TO L-DISPOSITION
                   MOVE ZERO              TO L-WD-LIMIT
                   WRITE LEDGER-ENTRY
               NOT INVALID KEY
                   MOVE WS-LEDGER-T-PRINC TO L-PRINC
                   MOVE WS-LEDGER-T-COUNT TO L-PRIOR-TOTAL
                   REWRITE LEDGER-ENTRY
           END-READ
           CLOSE LEDGER-FILE.

      *> TRANSACTIONS-WRITER's control-total refresh after its
      *> appends: rescan, then write or refresh the trailer.
       WRITE-TRAILER-RECORD.
           MOVE 0   TO WS-TRAILER-COUNT
           MOVE 0   TO WS-TRAILER-TOTAL
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
                   WS-TRANS-STATUS
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
