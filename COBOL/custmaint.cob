      *> accounts through the cross-reference file cust_accounts.dat
      *> (CUSTNO,ACCT,ROLE - role P primary, J joint), so an address
      *> is typed once however many accounts the customer holds.
      *> A link may carry a fourth field, the overdraft-protection
      *> account nominated for it (CUSTNO,ACCT,ROLE,PROTECT): another
      *> of the same customer's accounts that POSTLEDGER sweeps the
      *> shortfall from when a debit would otherwise be refused for
      *> insufficient funds. Absent or zero means no protection.
      *> Each account also carries its own interest disposition on
      *> its customer.dat record (C-INT-DISP/C-INT-DEST): capitalize,
      *> pay the net interest to another of the customer's linked
      *> accounts, or pay it out to a payee on payees.dat - set
      *> here, acted on by ACCRUELEDGER.
      *> The customer's balance and activity alerts are subscribed
      *> here too, per linked account, on alert_subs.dat
      *> (ACCT,TYPE,THRESHOLD,CHANNEL) for CUSTALERT to evaluate
      *> each night:
      *>   LB  the closing balance is below the threshold
      *>   LD  a single debit of the threshold or more
      *>   CR  a deposit or credit of the threshold or more
      *>       (0 = any credit)
      *> sent by SMS (S) to the phone number or by e-mail (E) to
      *> the e-mail address held on customer.dat. The threshold is
      *> in the account's own currency. One subscription per
      *> account, type and channel; a channel is refused while the
      *> customer has no contact for it.
      *> customer.dat stays keyed by C-ACCT-ID - one record per
      *> account, the layout READLEDGER and STATEMENT already read -
      *> and this program propagates the customer's details to every
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SCREEN-PENDING-FILE ASSIGN TO "screen_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREEN-STATUS.

           SELECT PAYEE-FILE ASSIGN TO "payees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-STATUS.

           SELECT ALERT-SUB-FILE ASSIGN TO "alert_subs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-SUB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY LEDGREC.

       FD  XREF-FILE.
       01  XREF-LINE             PIC X(30).

       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(80).

       FD  SCREEN-PENDING-FILE.
       01  SCREEN-PENDING-LINE   PIC X(20).

       FD  PAYEE-FILE.
       01  PAYEE-LINE            PIC X(80).

       FD  ALERT-SUB-FILE.
       01  ALERT-SUB-LINE        PIC X(40).

       WORKING-STORAGE SECTION.

      *> Operator sign-on (SIGNON/operators.dat): customer
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-XREF-STATUS        PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-SCREEN-STATUS      PIC XX.
       01  WS-XREF-EOF           PIC X VALUE 'N'.
       01  WS-CONTINUE           PIC X VALUE 'Y'.
       01  WS-RESPONSE           PIC X.
       01  WS-LEDGER-FOUND       PIC X VALUE 'N'.
       01  WS-CUST-FOUND         PIC X VALUE 'N'.
       01  WS-FIELD-IN           PIC X(30).
       01  WS-EMAIL-IN           PIC X(40).
       01  WS-AUDIT-DATE         PIC 9(8).
       01  WS-AUDIT-TIME         PIC 9(8).
       01  WS-AUDIT-ACCT-TEXT    PIC 9(6).
           05 WS-M-PHONE         PIC X(15).
           05 WS-M-ID-REF        PIC X(15).
           05 WS-M-TAX-STATUS    PIC X.
           05 WS-M-STMT-MODE     PIC X.
           05 WS-M-EMAIL         PIC X(40).
      *> Know-your-customer fields, kept apart from the details
      *> above so the all-spaces test on WS-MASTER-DETAILS still
      *> means "nothing captured yet". WS-REVIEW-STAMPED is set when
      *> this capture records a periodic review, so every linked
      *> account's update carries a KYCREV audit entry as well.
       01  WS-MASTER-KYC.
           05 WS-M-ID-EXPIRY     PIC 9(8).
           05 WS-M-RISK          PIC X.
           05 WS-M-LAST-REVIEW   PIC 9(8).
       01  WS-REVIEW-STAMPED     PIC X VALUE 'N'.
       01  WS-KYC-DATE           PIC 9(8).
       01  WS-EDIT-KYC-DATE      PIC 9(8).
       01  WS-DATEVAL-OPTIONS    PIC X(2) VALUE SPACES.
       01  WS-DATEVAL-RESULT     PIC X.

      *> Customer/account cross-reference, loaded whole and written
      *> back whole - the RATEMAINT table habit.
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

      *> Overdraft-protection nomination: the link row being
      *> changed and the account nominated for it.
       01  WS-PROTECT-ROW        PIC 9(3).
       01  WS-PROTECT-ACCT       PIC 9(6).
       01  WS-PROTECT-LINKED     PIC X.
       01  WS-EDIT-PROTECT       PIC 9(6).

      *> Interest-disposition nomination: the choice made, the
      *> destination account or payee, and the payee-master lookup
      *> (PAYEEMAINT layout PAYEENO,NAME,ROUTING,EXTACCT,APPROVED).
       01  WS-INT-DISP           PIC X.
       01  WS-INT-DEST           PIC 9(6).
       01  WS-INT-DEST-OK        PIC X.
       01  WS-EDIT-INT-DEST      PIC 9(6).
       01  WS-PAYEE-STATUS       PIC XX.
       01  WS-PAYEE-EOF          PIC X.
       01  WS-PY-TOKEN-NO        PIC X(5).
       01  WS-PY-TOKEN-NAME      PIC X(30).
       01  WS-PY-TOKEN-ROUTING   PIC X(9).
       01  WS-PY-TOKEN-EXTACCT   PIC X(17).
       01  WS-PY-TOKEN-APPROVED  PIC X.
       01  WS-PY-NAME            PIC X(30).
       01  WS-PY-APPROVED        PIC X.

      *> Alert subscriptions, loaded whole and written back whole
      *> when any has changed.
       01  WS-ALERT-SUB-STATUS   PIC XX.
       01  WS-ALERT-SUB-EOF      PIC X VALUE 'N'.
       01  WS-ALERT-SUBS-CHANGED PIC X VALUE 'N'.
       01  WS-AS-TOKEN-ACCT      PIC X(6).
       01  WS-AS-TOKEN-TYPE      PIC X(2).
       01  WS-AS-TOKEN-THRESHOLD PIC X(13).
       01  WS-AS-TOKEN-CHANNEL   PIC X(1).
       01  WS-ALERT-SUB-TABLE.
           05 WS-AS-ROW OCCURS 1000 TIMES INDEXED BY WS-AS-IDX.
               10 WS-AS-ACCT     PIC 9(6).
               10 WS-AS-TYPE     PIC X(2).
               10 WS-AS-THRESHOLD PIC 9(9)V99.
               10 WS-AS-CHANNEL  PIC X.
       01  WS-AS-USED            PIC 9(4) VALUE 0.
       01  WS-AS-ROW-FOUND       PIC 9(4).
       01  WS-AS-LISTED          PIC 9(4).
       01  WS-ALERT-ACCT         PIC 9(6).
       01  WS-ALERT-TYPE         PIC X(2).
       01  WS-ALERT-CHANNEL      PIC X.
       01  WS-ALERT-THRESHOLD    PIC 9(9)V99.
       01  WS-ALERT-OK           PIC X.
       01  WS-EDIT-THRESHOLD     PIC Z(8)9.99.
       01  WS-FILE-THRESHOLD     PIC 9(9).99.

      *> Run lock (RUNLOCK/run_lock.dat) so two mutating programs
      *> can never touch the shared files at once.
       01  WS-LOCK-ACTION        PIC X.
           END-IF

           PERFORM LOAD-XREF-FILE
           PERFORM LOAD-ALERT-SUBS

           PERFORM UNTIL WS-CONTINUE NOT = 'Y'
               PERFORM PROMPT-CUSTOMER-NO
           END-PERFORM

           PERFORM WRITE-XREF-FILE
           IF WS-ALERT-SUBS-CHANGED = 'Y'
               PERFORM WRITE-ALERT-SUBS
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE LEDGER-FILE
           CLOSE AUDIT-FILE
           IF WS-LINKED-COUNT = 0
               DISPLAY "No accounts linked yet - link the "
                   "customer's first account."
               INITIALIZE WS-MASTER-KYC
               MOVE 'N' TO WS-REVIEW-STAMPED
               PERFORM LINK-ONE-ACCOUNT
               IF WS-LEDGER-FOUND = 'Y'
                   DISPLAY "Capture the customer's details:"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-MASTER-DETAILS
           DISPLAY "(U)pdate details, (L)ink an account, "
               "(O)verdraft protection, (I)nterest payout, "
               "(A)lerts, or (C)ancel? "
           ACCEPT WS-ACTION
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           EVALUATE WS-ACTION
                   IF WS-LEDGER-FOUND = 'Y'
                       PERFORM PROPAGATE-DETAILS
                   END-IF
               WHEN "O"
                   PERFORM NOMINATE-PROTECTION
               WHEN "I"
                   PERFORM NOMINATE-INTEREST-PAYOUT
               WHEN "A"
                   PERFORM MAINTAIN-ALERTS
               WHEN OTHER
                   DISPLAY "Customer left unchanged."
           END-EVALUATE.
           MOVE WS-CUST-NO          TO WS-XR-CUST(WS-XR-USED)
           MOVE WS-LOOKUP-ACCT-CHECK TO WS-XR-ACCT(WS-XR-USED)
           MOVE WS-ROLE-IN          TO WS-XR-ROLE(WS-XR-USED)
           MOVE 0                   TO WS-XR-PROTECT(WS-XR-USED)
           MOVE WS-LOOKUP-ACCT-CHECK TO WS-AUDIT-ACCT-TEXT
           MOVE "CUSTLNK" TO WS-AUDIT-ACTION-TEXT
           PERFORM WRITE-AUDIT-ENTRY
                   END-IF
           END-READ.

      *> Nominates (or removes) the account POSTLEDGER sweeps an
      *> overdraft shortfall from. Both accounts must be linked to
      *> this customer - a sweep never reaches into someone else's
      *> money - and the protection account must be a different,
      *> live one: a closed or charged-off account can never fund a
      *> sweep. A frozen or matured one is accepted; POSTLEDGER
      *> simply will not sweep from it while it stays that way.
       NOMINATE-PROTECTION.
           DISPLAY "Account to protect -"
           PERFORM PROMPT-ACCOUNT-ID
           IF WS-ACCT-VALID NOT = 'Y'
               OR WS-LEDGER-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PROTECT-ROW
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-USED
               IF WS-XR-CUST(WS-XR-IDX) = WS-CUST-NO
                   AND WS-XR-ACCT(WS-XR-IDX) = WS-LOOKUP-ACCT-CHECK
                   SET WS-PROTECT-ROW TO WS-XR-IDX
               END-IF
           END-PERFORM
           IF WS-PROTECT-ROW = 0
               DISPLAY "Account is not linked to this customer."
               EXIT PARAGRAPH
           END-IF
           IF WS-XR-PROTECT(WS-PROTECT-ROW) > 0
               MOVE WS-XR-PROTECT(WS-PROTECT-ROW) TO WS-EDIT-PROTECT
               DISPLAY "Currently protected from account "
                   WS-EDIT-PROTECT
           ELSE
               DISPLAY "No overdraft protection at present."
           END-IF
           DISPLAY "Protection account id (blank or 0 = remove):"
           ACCEPT WS-LOOKUP-ACCT-TEXT
           IF WS-LOOKUP-ACCT-TEXT = SPACES
               MOVE "0" TO WS-LOOKUP-ACCT-TEXT
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-LOOKUP-ACCT-TEXT) NOT = 0
               DISPLAY "Invalid account id"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOOKUP-ACCT-CHECK =
               FUNCTION NUMVAL(WS-LOOKUP-ACCT-TEXT)
           IF WS-LOOKUP-ACCT-CHECK < 0
               DISPLAY "Invalid account id"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-ACCT-CHECK TO WS-PROTECT-ACCT
           IF WS-PROTECT-ACCT > 0
               PERFORM CHECK-PROTECTION-ACCOUNT
               IF WS-PROTECT-LINKED NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-PROTECT-ACCT TO WS-XR-PROTECT(WS-PROTECT-ROW)
           MOVE WS-XR-ACCT(WS-PROTECT-ROW) TO WS-AUDIT-ACCT-TEXT
           MOVE "ODPROT" TO WS-AUDIT-ACTION-TEXT
           PERFORM WRITE-AUDIT-ENTRY
           IF WS-PROTECT-ACCT > 0
               DISPLAY "Overdraft protection set."
           ELSE
               DISPLAY "Overdraft protection removed."
           END-IF.

       CHECK-PROTECTION-ACCOUNT.
           MOVE 'N' TO WS-PROTECT-LINKED
           IF WS-PROTECT-ACCT = WS-XR-ACCT(WS-PROTECT-ROW)
               DISPLAY "An account cannot protect itself."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-USED
               IF WS-XR-CUST(WS-XR-IDX) = WS-CUST-NO
                   AND WS-XR-ACCT(WS-XR-IDX) = WS-PROTECT-ACCT
                   MOVE 'Y' TO WS-PROTECT-LINKED
               END-IF
           END-PERFORM
           IF WS-PROTECT-LINKED NOT = 'Y'
               DISPLAY "Protection account must be linked to this "
                   "customer first."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROTECT-ACCT TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   DISPLAY "No ledger account " WS-LOOKUP-ACCT-TEXT
                   MOVE 'N' TO WS-PROTECT-LINKED
               NOT INVALID KEY
                   IF L-STATUS = "C" OR L-STATUS = "W"
                       DISPLAY "*** Account is closed or charged "
                           "off - it cannot fund a sweep ***"
                       MOVE 'N' TO WS-PROTECT-LINKED
                   END-IF
           END-READ.

      *> Sets where an account's monthly interest goes. The
      *> account must be linked to this customer and have its
      *> customer.dat record (written when its details were
      *> propagated). A destination account must be another of the
      *> customer's linked accounts and not closed or charged off -
      *> interest is never paid into someone else's account; a
      *> payee must be on payees.dat, and one still awaiting
      *> approval is accepted with a warning, PAYOUTFILE holding
      *> its payments until a second operator releases it.
       NOMINATE-INTEREST-PAYOUT.
           DISPLAY "Account earning the interest -"
           PERFORM PROMPT-ACCOUNT-ID
           IF WS-ACCT-VALID NOT = 'Y'
               OR WS-LEDGER-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PROTECT-ROW
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-USED
               IF WS-XR-CUST(WS-XR-IDX) = WS-CUST-NO
                   AND WS-XR-ACCT(WS-XR-IDX) = WS-LOOKUP-ACCT-CHECK
                   SET WS-PROTECT-ROW TO WS-XR-IDX
               END-IF
           END-PERFORM
           IF WS-PROTECT-ROW = 0
               DISPLAY "Account is not linked to this customer."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-XR-ACCT(WS-PROTECT-ROW) TO C-ACCT-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "No customer record for the account - "
                       "update the customer's details first."
                   EXIT PARAGRAPH
           END-READ
           MOVE C-INT-DEST TO WS-EDIT-INT-DEST
           EVALUATE C-INT-DISP
               WHEN "A"
                   DISPLAY "Interest currently paid to account "
                       WS-EDIT-INT-DEST
               WHEN "P"
                   DISPLAY "Interest currently paid to payee "
                       WS-EDIT-INT-DEST(2:5)
               WHEN OTHER
                   DISPLAY "Interest currently capitalized."
           END-EVALUATE
           DISPLAY "Interest - (C)apitalize, pay to (A)nother "
               "account, pay to a (P)ayee, blank = keep:"
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN = SPACES
               DISPLAY "Interest disposition left unchanged."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-FIELD-IN(1:1)) TO WS-INT-DISP
           MOVE 0 TO WS-INT-DEST
           EVALUATE WS-INT-DISP
               WHEN "C"
                   MOVE SPACE TO WS-INT-DISP
               WHEN "A"
                   PERFORM PROMPT-PAYOUT-ACCOUNT
                   IF WS-INT-DEST-OK NOT = 'Y'
                       EXIT PARAGRAPH
                   END-IF
               WHEN "P"
                   PERFORM PROMPT-PAYOUT-PAYEE
                   IF WS-INT-DEST-OK NOT = 'Y'
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid choice - interest disposition "
                       "left unchanged."
                   EXIT PARAGRAPH
           END-EVALUATE
      *> The nomination prompts read other records; re-read the
      *> earning account's before it is rewritten.
           MOVE WS-XR-ACCT(WS-PROTECT-ROW) TO C-ACCT-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "ERROR re-reading customer.dat, status = "
                       WS-CUST-STATUS
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-INT-DISP TO C-INT-DISP
           MOVE WS-INT-DEST TO C-INT-DEST
           REWRITE CUSTOMER-RECORD
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR rewriting customer.dat, status = "
                   WS-CUST-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-XR-ACCT(WS-PROTECT-ROW) TO WS-AUDIT-ACCT-TEXT
           MOVE "INTDISP" TO WS-AUDIT-ACTION-TEXT
           PERFORM WRITE-AUDIT-ENTRY
           EVALUATE WS-INT-DISP
               WHEN "A"
                   DISPLAY "Net interest will be paid to account "
                       WS-EDIT-INT-DEST "."
               WHEN "P"
                   DISPLAY "Net interest will be paid to payee "
                       WS-EDIT-INT-DEST(2:5) "."
               WHEN OTHER
                   DISPLAY "Interest will be capitalized."
           END-EVALUATE.

       PROMPT-PAYOUT-ACCOUNT.
           MOVE 'N' TO WS-INT-DEST-OK
           DISPLAY "Account to receive the interest:"
           ACCEPT WS-LOOKUP-ACCT-TEXT
           IF FUNCTION TEST-NUMVAL(WS-LOOKUP-ACCT-TEXT) NOT = 0
               DISPLAY "Invalid account id"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOOKUP-ACCT-CHECK =
               FUNCTION NUMVAL(WS-LOOKUP-ACCT-TEXT)
           IF WS-LOOKUP-ACCT-CHECK <= 0
               OR WS-LOOKUP-ACCT-CHECK = WS-TRAILER-ID
               DISPLAY "Invalid account id"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-ACCT-CHECK TO WS-INT-DEST
           MOVE WS-INT-DEST TO WS-EDIT-INT-DEST
           IF WS-INT-DEST = WS-XR-ACCT(WS-PROTECT-ROW)
               DISPLAY "Choose (C)apitalize to keep the interest on "
                   "the account that earned it."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-USED
               IF WS-XR-CUST(WS-XR-IDX) = WS-CUST-NO
                   AND WS-XR-ACCT(WS-XR-IDX) = WS-INT-DEST
                   MOVE 'Y' TO WS-INT-DEST-OK
               END-IF
           END-PERFORM
           IF WS-INT-DEST-OK NOT = 'Y'
               DISPLAY "Receiving account must be linked to this "
                   "customer first."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INT-DEST TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   DISPLAY "No ledger account " WS-EDIT-INT-DEST
                   MOVE 'N' TO WS-INT-DEST-OK
               NOT INVALID KEY
                   IF L-STATUS = "C" OR L-STATUS = "W"
                       DISPLAY "*** Account is closed or charged "
                           "off - it cannot receive interest ***"
                       MOVE 'N' TO WS-INT-DEST-OK
                   END-IF
           END-READ.

       PROMPT-PAYOUT-PAYEE.
           MOVE 'N' TO WS-INT-DEST-OK
           DISPLAY "Payee number to receive the interest:"
           ACCEPT WS-FIELD-IN
           IF FUNCTION TEST-NUMVAL(WS-FIELD-IN) NOT = 0
               DISPLAY "Invalid payee number"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INT-DEST = FUNCTION NUMVAL(WS-FIELD-IN)
           IF WS-INT-DEST = 0 OR WS-INT-DEST > 99999
               DISPLAY "Invalid payee number"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INT-DEST TO WS-EDIT-INT-DEST
           PERFORM FIND-PAYOUT-PAYEE
           IF WS-INT-DEST-OK NOT = 'Y'
               DISPLAY "Payee " WS-EDIT-INT-DEST(2:5) " is not on "
                   "payees.dat - add it in PAYEEMAINT first."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Payee " WS-EDIT-INT-DEST(2:5) " " WS-PY-NAME
           IF WS-PY-APPROVED NOT = "Y"
               DISPLAY "*** Payee not yet approved - payouts are "
                   "held until it is released in APPROVE ***"
           END-IF.

       FIND-PAYOUT-PAYEE.
           MOVE 'N' TO WS-PAYEE-EOF
           OPEN INPUT PAYEE-FILE
           IF WS-PAYEE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PAYEE-EOF = 'Y'
               READ PAYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-PAYEE-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-PAYEE
               END-READ
           END-PERFORM
           CLOSE PAYEE-FILE.

       CHECK-ONE-PAYEE.
           MOVE SPACES TO WS-PY-TOKEN-NO WS-PY-TOKEN-NAME
               WS-PY-TOKEN-ROUTING WS-PY-TOKEN-EXTACCT
               WS-PY-TOKEN-APPROVED
           UNSTRING PAYEE-LINE DELIMITED BY ","
               INTO WS-PY-TOKEN-NO WS-PY-TOKEN-NAME
                   WS-PY-TOKEN-ROUTING WS-PY-TOKEN-EXTACCT
                   WS-PY-TOKEN-APPROVED
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-PY-TOKEN-NO) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-PY-TOKEN-NO) = WS-INT-DEST
               MOVE 'Y' TO WS-INT-DEST-OK
               MOVE 'Y' TO WS-PAYEE-EOF
               MOVE WS-PY-TOKEN-NAME TO WS-PY-NAME
               MOVE FUNCTION UPPER-CASE(WS-PY-TOKEN-APPROVED)
                   TO WS-PY-APPROVED
           END-IF.

      *> Shows one linked account's alert subscriptions and adds,
      *> changes or removes one. The account must have its
      *> customer.dat record, which holds the contacts the alerts
      *> go to.
       MAINTAIN-ALERTS.
           DISPLAY "Account for alerts -"
           PERFORM PROMPT-ACCOUNT-ID
           IF WS-ACCT-VALID NOT = 'Y'
               OR WS-LEDGER-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PROTECT-ROW
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-USED
               IF WS-XR-CUST(WS-XR-IDX) = WS-CUST-NO
                   AND WS-XR-ACCT(WS-XR-IDX) = WS-LOOKUP-ACCT-CHECK
                   SET WS-PROTECT-ROW TO WS-XR-IDX
               END-IF
           END-PERFORM
           IF WS-PROTECT-ROW = 0
               DISPLAY "Account is not linked to this customer."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-XR-ACCT(WS-PROTECT-ROW) TO WS-ALERT-ACCT
           MOVE WS-ALERT-ACCT TO C-ACCT-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "No customer record for the account - "
                       "update the customer's details first."
                   EXIT PARAGRAPH
           END-READ
           IF C-EMAIL = LOW-VALUES
               MOVE SPACES TO C-EMAIL
           END-IF
           PERFORM LIST-ACCOUNT-ALERTS
           DISPLAY "(A)dd or change an alert, (R)emove one, "
               "blank = keep:"
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           EVALUATE FUNCTION UPPER-CASE(WS-FIELD-IN(1:1))
               WHEN "A"
                   PERFORM CAPTURE-ALERT
               WHEN "R"
                   PERFORM REMOVE-ALERT
               WHEN OTHER
                   DISPLAY "Alerts left unchanged."
           END-EVALUATE.

       LIST-ACCOUNT-ALERTS.
           MOVE 0 TO WS-AS-LISTED
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-AS-USED
               IF WS-AS-ACCT(WS-AS-IDX) = WS-ALERT-ACCT
                   ADD 1 TO WS-AS-LISTED
                   PERFORM LIST-ONE-ALERT
               END-IF
           END-PERFORM
           IF WS-AS-LISTED = 0
               DISPLAY "No alerts on this account."
           END-IF.

       LIST-ONE-ALERT.
           MOVE WS-AS-THRESHOLD(WS-AS-IDX) TO WS-EDIT-THRESHOLD
           EVALUATE WS-AS-TYPE(WS-AS-IDX)
               WHEN "LB"
                   DISPLAY "  LB balance below   " WS-EDIT-THRESHOLD
                       WITH NO ADVANCING
               WHEN "LD"
                   DISPLAY "  LD debit of        " WS-EDIT-THRESHOLD
                       WITH NO ADVANCING
               WHEN OTHER
                   DISPLAY "  CR credit of       " WS-EDIT-THRESHOLD
                       WITH NO ADVANCING
           END-EVALUATE
           IF WS-AS-CHANNEL(WS-AS-IDX) = "E"
               DISPLAY "  by e-mail"
           ELSE
               DISPLAY "  by SMS"
           END-IF.

       CAPTURE-ALERT.
           PERFORM PROMPT-ALERT-KEY
           IF WS-ALERT-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-ALERT-CHANNEL = "S" AND C-PHONE = SPACES
               DISPLAY "No phone number held for the customer - "
                   "update the details first."
               EXIT PARAGRAPH
           END-IF
           IF WS-ALERT-CHANNEL = "E" AND C-EMAIL = SPACES
               DISPLAY "No e-mail address held for the customer - "
                   "update the details first."
               EXIT PARAGRAPH
           END-IF
           IF WS-ALERT-TYPE = "LB"
               DISPLAY "Alert when the closing balance is below:"
           ELSE
               DISPLAY "Alert on an amount of at least "
                   "(0 = any amount):"
           END-IF
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN = SPACES
               OR FUNCTION TEST-NUMVAL(WS-FIELD-IN) NOT = 0
               DISPLAY "Invalid amount - alert not saved."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-FIELD-IN) < 0
               OR FUNCTION NUMVAL(WS-FIELD-IN) > 999999999.99
               DISPLAY "Invalid amount - alert not saved."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ALERT-THRESHOLD = FUNCTION NUMVAL(WS-FIELD-IN)
           IF WS-AS-ROW-FOUND = 0
               IF WS-AS-USED >= 1000
                   DISPLAY "*** Alert table full (1000) - alert not "
                       "saved ***"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AS-USED
               MOVE WS-AS-USED TO WS-AS-ROW-FOUND
               MOVE WS-ALERT-ACCT    TO WS-AS-ACCT(WS-AS-ROW-FOUND)
               MOVE WS-ALERT-TYPE    TO WS-AS-TYPE(WS-AS-ROW-FOUND)
               MOVE WS-ALERT-CHANNEL TO WS-AS-CHANNEL(WS-AS-ROW-FOUND)
           END-IF
           MOVE WS-ALERT-THRESHOLD
               TO WS-AS-THRESHOLD(WS-AS-ROW-FOUND)
           MOVE 'Y' TO WS-ALERT-SUBS-CHANGED
           MOVE WS-ALERT-ACCT TO WS-AUDIT-ACCT-TEXT
           MOVE "ALERTSUB" TO WS-AUDIT-ACTION-TEXT
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "Alert saved.".

       REMOVE-ALERT.
           PERFORM PROMPT-ALERT-KEY
           IF WS-ALERT-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-AS-ROW-FOUND = 0
               DISPLAY "No such alert on this account."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AS-IDX FROM WS-AS-ROW-FOUND BY 1
                   UNTIL WS-AS-IDX >= WS-AS-USED
               MOVE WS-AS-ROW(WS-AS-IDX + 1) TO WS-AS-ROW(WS-AS-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-AS-USED
           MOVE 'Y' TO WS-ALERT-SUBS-CHANGED
           MOVE WS-ALERT-ACCT TO WS-AUDIT-ACCT-TEXT
           MOVE "ALERTDEL" TO WS-AUDIT-ACTION-TEXT
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "Alert removed.".

      *> The alert type and channel, and the row already held for
      *> them on this account (WS-AS-ROW-FOUND, 0 = none).
       PROMPT-ALERT-KEY.
           MOVE 'N' TO WS-ALERT-OK
           MOVE 0 TO WS-AS-ROW-FOUND
           DISPLAY "Alert - (LB) balance below, (LD) large debit, "
               "(CR) credit received:"
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           MOVE FUNCTION UPPER-CASE(WS-FIELD-IN(1:2)) TO WS-ALERT-TYPE
           IF WS-ALERT-TYPE NOT = "LB" AND WS-ALERT-TYPE NOT = "LD"
               AND WS-ALERT-TYPE NOT = "CR"
               DISPLAY "Invalid alert type"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Channel - (S)MS or (E)-mail:"
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           MOVE FUNCTION UPPER-CASE(WS-FIELD-IN(1:1))
               TO WS-ALERT-CHANNEL
           IF WS-ALERT-CHANNEL NOT = "S" AND WS-ALERT-CHANNEL NOT = "E"
               DISPLAY "Invalid channel"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ALERT-OK
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-AS-USED
                       OR WS-AS-ROW-FOUND > 0
               IF WS-AS-ACCT(WS-AS-IDX) = WS-ALERT-ACCT
                   AND WS-AS-TYPE(WS-AS-IDX) = WS-ALERT-TYPE
                   AND WS-AS-CHANNEL(WS-AS-IDX) = WS-ALERT-CHANNEL
                   SET WS-AS-ROW-FOUND TO WS-AS-IDX
               END-IF
           END-PERFORM.

       PROMPT-ACCOUNT-ID.
           MOVE 'N' TO WS-ACCT-VALID
           MOVE 'N' TO WS-LEDGER-FOUND
      *> a customer.dat record.
       LOAD-MASTER-DETAILS.
           MOVE SPACES TO WS-MASTER-DETAILS
           INITIALIZE WS-MASTER-KYC
           MOVE 'N' TO WS-REVIEW-STAMPED
           MOVE 'N' TO WS-CUST-FOUND
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-USED
           MOVE C-CITY        TO WS-M-CITY
           MOVE C-POSTCODE    TO WS-M-POSTCODE
           MOVE C-PHONE       TO WS-M-PHONE
      *> Records written before the e-mail field existed hold no
      *> address there.
           IF C-EMAIL = LOW-VALUES
               MOVE SPACES TO WS-M-EMAIL
           ELSE
               MOVE C-EMAIL TO WS-M-EMAIL
           END-IF
           MOVE C-ID-REF      TO WS-M-ID-REF
           MOVE C-TAX-STATUS  TO WS-M-TAX-STATUS
           MOVE C-RISK-RATING TO WS-M-RISK
      *> Only "C" means consolidated; anything else on an older
      *> record is the per-account default.
           IF C-STMT-MODE = "C"
               MOVE "C" TO WS-M-STMT-MODE
           ELSE
               MOVE SPACE TO WS-M-STMT-MODE
           END-IF
      *> Records written before the KYC fields existed carry no
      *> valid packed dates there - treated as not recorded.
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

       DISPLAY-MASTER-DETAILS.
           MOVE WS-CUST-NO TO WS-EDIT-CUSTNO
           DISPLAY "  City:      " WS-M-CITY
           DISPLAY "  Postcode:  " WS-M-POSTCODE
           DISPLAY "  Phone:     " WS-M-PHONE
           DISPLAY "  E-mail:    " WS-M-EMAIL
           DISPLAY "  Id ref:    " WS-M-ID-REF
           DISPLAY "  Tax:       " WS-M-TAX-STATUS
               " (W = withholding on interest)"
           DISPLAY "  Statement: " WS-M-STMT-MODE
               " (C = consolidated, blank = per account)"
           DISPLAY "  Id expiry: " WS-M-ID-EXPIRY
           DISPLAY "  Risk:      " WS-M-RISK
               " (H/M/L, blank = not yet rated)"
           DISPLAY "  Reviewed:  " WS-M-LAST-REVIEW.

      *> Blank entry keeps the field's current value on an update;
      *> on a new customer the fields start out as spaces anyway.
           IF WS-FIELD-IN NOT = SPACES
               MOVE WS-FIELD-IN TO WS-M-PHONE
           END-IF
           DISPLAY "E-mail (blank = keep):"
           MOVE SPACES TO WS-EMAIL-IN
           ACCEPT WS-EMAIL-IN
           IF WS-EMAIL-IN NOT = SPACES
               MOVE WS-EMAIL-IN TO WS-M-EMAIL
           END-IF
           DISPLAY "Id reference (blank = keep):"
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES
           IF WS-FIELD-IN NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-FIELD-IN(1:1))
                   TO WS-M-TAX-STATUS
           END-IF
           DISPLAY "Statements - (C)onsolidated for the customer, "
               "(A)ccount by account, blank = keep:"
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-FIELD-IN(1:1))
                   TO WS-FIELD-IN
               IF WS-FIELD-IN(1:1) = "C"
                   MOVE "C" TO WS-M-STMT-MODE
               ELSE
                   IF WS-FIELD-IN(1:1) = "A"
                       MOVE SPACE TO WS-M-STMT-MODE
                   ELSE
                       DISPLAY "Invalid choice - statement "
                           "preference left unchanged."
                   END-IF
               END-IF
           END-IF
           PERFORM CAPTURE-KYC-FIELDS.

      *> The identity document's expiry date, the risk rating, and
      *> the periodic review. Rating a customer for the first time
      *> counts as their first review; after that the review date
      *> only moves when the operator confirms a review was done
      *> today, so a plain address change never resets the cycle
      *> KYCCHECK tracks.
       CAPTURE-KYC-FIELDS.
           MOVE 'N' TO WS-REVIEW-STAMPED
           DISPLAY "Id document expiry date YYYYMMDD "
               "(blank = keep):"
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FIELD-IN) = 0
                   COMPUTE WS-KYC-DATE = FUNCTION NUMVAL(WS-FIELD-IN)
                   CALL "DATEVAL" USING WS-KYC-DATE
                       WS-DATEVAL-OPTIONS WS-DATEVAL-RESULT
               ELSE
                   MOVE 'N' TO WS-DATEVAL-RESULT
               END-IF
               IF WS-DATEVAL-RESULT = 'Y'
                   MOVE WS-KYC-DATE TO WS-M-ID-EXPIRY
               ELSE
                   DISPLAY "Invalid date - id expiry left unchanged."
               END-IF
           END-IF
           DISPLAY "Risk rating - (H)igh, (M)edium, (L)ow, "
               "blank = keep:"
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-FIELD-IN(1:1))
                   TO WS-FIELD-IN
               IF WS-FIELD-IN(1:1) = "H" OR "M" OR "L"
                   IF WS-M-RISK = SPACE
                       PERFORM STAMP-REVIEW
                   END-IF
                   MOVE WS-FIELD-IN(1:1) TO WS-M-RISK
               ELSE
                   DISPLAY "Invalid rating - risk left unchanged."
               END-IF
           END-IF
           IF WS-M-RISK NOT = SPACE
               AND WS-REVIEW-STAMPED NOT = 'Y'
               DISPLAY "Periodic review completed today? (Y/N):"
               ACCEPT WS-RESPONSE
               IF FUNCTION UPPER-CASE(WS-RESPONSE) = "Y"
                   PERFORM STAMP-REVIEW
               END-IF
           END-IF.

       STAMP-REVIEW.
           CALL "BUSDATE" USING WS-M-LAST-REVIEW
           MOVE 'Y' TO WS-REVIEW-STAMPED
           MOVE WS-M-LAST-REVIEW TO WS-EDIT-KYC-DATE
           DISPLAY "Review recorded as of " WS-EDIT-KYC-DATE.

      *> One capture lands on every linked account's record - adds
      *> the record where the account never had one, updates it
      *> where it did.
       PROPAGATE-ONE-ACCOUNT.
           MOVE 'N' TO WS-CUST-FOUND
           MOVE WS-XR-ACCT(WS-XR-IDX) TO C-ACCT-ID
      *> The interest disposition is the account's own, so a found
      *> record keeps it and a new one starts out capitalizing.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACE TO C-INT-DISP
                   MOVE ZERO  TO C-INT-DEST
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND
           END-READ
           MOVE WS-M-CITY        TO C-CITY
           MOVE WS-M-POSTCODE    TO C-POSTCODE
           MOVE WS-M-PHONE       TO C-PHONE
           MOVE WS-M-EMAIL       TO C-EMAIL
           MOVE WS-M-ID-REF      TO C-ID-REF
           MOVE WS-M-TAX-STATUS  TO C-TAX-STATUS
           MOVE WS-M-STMT-MODE   TO C-STMT-MODE
           MOVE WS-M-ID-EXPIRY   TO C-ID-EXPIRY
           MOVE WS-M-RISK        TO C-RISK-RATING
           MOVE WS-M-LAST-REVIEW TO C-LAST-REVIEW
           MOVE WS-CUST-NO       TO C-CUST-NO
           MOVE WS-XR-ACCT(WS-XR-IDX) TO WS-AUDIT-ACCT-TEXT
           IF WS-CUST-FOUND = 'Y'
                   MOVE "CUSTADD" TO WS-AUDIT-ACTION-TEXT
                   PERFORM WRITE-AUDIT-ENTRY
               END-IF
           END-IF
           IF WS-REVIEW-STAMPED = 'Y' AND WS-CUST-STATUS = "00"
               MOVE "KYCREV" TO WS-AUDIT-ACTION-TEXT
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       LOAD-XREF-FILE.

       LOAD-ONE-XREF.
           MOVE SPACES TO WS-TOKEN-CUSTNO WS-TOKEN-ACCT
               WS-TOKEN-ROLE WS-TOKEN-PROTECT
           UNSTRING XREF-LINE DELIMITED BY ","
               INTO WS-TOKEN-CUSTNO WS-TOKEN-ACCT WS-TOKEN-ROLE
                   WS-TOKEN-PROTECT
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-CUSTNO) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-ACCT) NOT = 0
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
                   UNTIL WS-XR-IDX > WS-XR-USED
               MOVE WS-XR-CUST(WS-XR-IDX) TO WS-EDIT-CUSTNO
               MOVE WS-XR-ACCT(WS-XR-IDX) TO WS-EDIT-ACCT
               MOVE WS-XR-PROTECT(WS-XR-IDX) TO WS-EDIT-PROTECT
               MOVE SPACES TO XREF-LINE
               IF WS-XR-PROTECT(WS-XR-IDX) > 0
                   STRING WS-EDIT-CUSTNO DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-EDIT-ACCT DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-XR-ROLE(WS-XR-IDX) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-EDIT-PROTECT DELIMITED BY SIZE
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
           END-PERFORM
           CLOSE XREF-FILE.

       LOAD-ALERT-SUBS.
           OPEN INPUT ALERT-SUB-FILE
           IF WS-ALERT-SUB-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ALERT-SUB-EOF = 'Y'
               READ ALERT-SUB-FILE
                   AT END
                       MOVE 'Y' TO WS-ALERT-SUB-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-ALERT-SUB
               END-READ
           END-PERFORM
           CLOSE ALERT-SUB-FILE.

       LOAD-ONE-ALERT-SUB.
           MOVE SPACES TO WS-AS-TOKEN-ACCT WS-AS-TOKEN-TYPE
               WS-AS-TOKEN-THRESHOLD WS-AS-TOKEN-CHANNEL
           UNSTRING ALERT-SUB-LINE DELIMITED BY ","
               INTO WS-AS-TOKEN-ACCT WS-AS-TOKEN-TYPE
                   WS-AS-TOKEN-THRESHOLD WS-AS-TOKEN-CHANNEL
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-AS-TOKEN-ACCT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-AS-TOKEN-THRESHOLD) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-AS-USED >= 1000
               DISPLAY "*** WARNING: alert table full (1000), line "
                   "ignored: " ALERT-SUB-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AS-USED
           COMPUTE WS-AS-ACCT(WS-AS-USED) =
               FUNCTION NUMVAL(WS-AS-TOKEN-ACCT)
           MOVE FUNCTION UPPER-CASE(WS-AS-TOKEN-TYPE)
               TO WS-AS-TYPE(WS-AS-USED)
           COMPUTE WS-AS-THRESHOLD(WS-AS-USED) =
               FUNCTION NUMVAL(WS-AS-TOKEN-THRESHOLD)
           MOVE FUNCTION UPPER-CASE(WS-AS-TOKEN-CHANNEL)
               TO WS-AS-CHANNEL(WS-AS-USED).

       WRITE-ALERT-SUBS.
           OPEN OUTPUT ALERT-SUB-FILE
           IF WS-ALERT-SUB-STATUS NOT = "00"
               DISPLAY "ERROR writing alert_subs.dat, status = "
                   WS-ALERT-SUB-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-AS-USED
               MOVE WS-AS-ACCT(WS-AS-IDX) TO WS-EDIT-ACCT
               MOVE WS-AS-THRESHOLD(WS-AS-IDX) TO WS-FILE-THRESHOLD
               MOVE SPACES TO ALERT-SUB-LINE
               STRING WS-EDIT-ACCT DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-AS-TYPE(WS-AS-IDX) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-FILE-THRESHOLD DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-AS-CHANNEL(WS-AS-IDX) DELIMITED BY SIZE
                   INTO ALERT-SUB-LINE
               END-STRING
               WRITE ALERT-SUB-LINE
           END-PERFORM
           CLOSE ALERT-SUB-FILE.

       WRITE-AUDIT-ENTRY.
      *> Business date for the audit date, clock for the time - the
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR writing ledger_audit.log, status = "
                   WS-AUDIT-STATUS
           END-IF
           PERFORM NOTE-FOR-SCREENING.

      *> Every account whose customer was added, changed, or linked
      *> waits on screen_pending.dat for tonight's watchlist screen
      *> (SANCSCRN), so a new customer is checked the night they
      *> arrive rather than at the next full rescreen. A failure
      *> here is only reported - the change itself has been made.
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
           MOVE WS-AUDIT-ACCT-TEXT TO SCREEN-PENDING-LINE(1:6)
           WRITE SCREEN-PENDING-LINE
           CLOSE SCREEN-PENDING-FILE.
