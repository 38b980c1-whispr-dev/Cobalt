       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECEASED.

      *> Deceased-customer registration: the one place a death is
      *> recorded, instead of freezing accounts one at a time in
      *> WriteLedger, stopping standing orders in SOMAINT, and
      *> working out the joint accounts from cust_accounts.dat by
      *> hand. Keyed by customer number (CUSTMAINT's), it
      *>   - records the date of death against every account the
      *>     customer is linked to, one line per account on
      *>     estates.dat (ESTREC.cpy);
      *>   - freezes each sole-owned account (L-STATUS "F", which
      *>     POSTLEDGER already refuses to post to) so nothing moves
      *>     until the estate is settled - ESTSETTLE then pays the
      *>     balance, with interest to the date of death, out to the
      *>     executor;
      *>   - suspends the standing orders on those accounts (HOLD S
      *>     on standing_orders.dat, see SOMAINT);
      *>   - flags each joint account for transfer to the surviving
      *>     holder. Joint accounts stay open - the survivor keeps
      *>     using them.
      *> Run again for a customer already registered, it shows the
      *> case and lets the operator name or change the executor
      *> payee (PAYEEMAINT) and confirm a joint account's transfer
      *> once the paperwork is in: the deceased's link on
      *> cust_accounts.dat is removed, the survivor becomes the
      *> primary holder, and the account's customer record passes
      *> to the survivor's customer number.
      *> Closed accounts are left out of the case. Every freeze,
      *> flag, and transfer is a line on ledger_audit.log with the
      *> operator's id. Permission L, the ledger-maintenance letter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTATE-FILE ASSIGN TO "estates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-STATUS.

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

           SELECT XREF-FILE ASSIGN TO "cust_accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT PAYEE-FILE ASSIGN TO "payees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-STATUS.

           SELECT ORDER-FILE ASSIGN TO "standing_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ledger_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTATE-FILE.
       01  ESTATE-RECORD.
           COPY ESTREC.

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  XREF-FILE.
       01  XREF-LINE             PIC X(30).

       FD  PAYEE-FILE.
       01  PAYEE-LINE            PIC X(80).

       FD  ORDER-FILE.
       01  ORDER-LINE            PIC X(60).

       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

      *> Operator sign-on (SIGNON/operators.dat): freezing accounts
      *> and relinking customers is ledger maintenance - permission
      *> L; the operator is stamped on every change.
       01  WS-SIGNON-FUNCTION    PIC X VALUE "L".
       01  WS-SIGNON-OPERATOR    PIC X(4).
       01  WS-SIGNON-RESULT      PIC X.

       01  WS-ESTATE-STATUS      PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-CUST-STATUS        PIC XX.
       01  WS-XREF-STATUS        PIC XX.
       01  WS-PAYEE-STATUS       PIC XX.
       01  WS-ORDER-STATUS       PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-EOF                PIC X.
       01  WS-LEDGER-OPEN        PIC X VALUE 'N'.
       01  WS-CUST-OPEN          PIC X VALUE 'N'.
       01  WS-MUTATING           PIC X VALUE 'N'.
       01  WS-ESTATES-CHANGED    PIC X VALUE 'N'.
       01  WS-XREF-CHANGED       PIC X VALUE 'N'.

      *> Run lock (RUNLOCK/run_lock.dat) so freezes can never
      *> interleave with the nightly chain.
       01  WS-LOCK-ACTION        PIC X.
       01  WS-LOCK-HOLDER        PIC X(20).
       01  WS-LOCK-RESULT        PIC X.

       01  WS-ALERT-SEV          PIC X.
       01  WS-ALERT-PROGRAM      PIC X(20) VALUE "DECEASED".
       01  WS-ALERT-MESSAGE      PIC X(60).

       01  WS-TODAY              PIC 9(8).
       01  WS-FIELD-IN           PIC X(8).
       01  WS-RESPONSE           PIC X.
       01  WS-ACTION             PIC X.
       01  WS-CONTINUE           PIC X.
       01  WS-CUST-NO            PIC 9(6).
       01  WS-DEATH-DATE         PIC 9(8).
       01  WS-EXECUTOR           PIC 9(5).
       01  WS-DATEVAL-OPTIONS    PIC X(2) VALUE "F ".
       01  WS-DATEVAL-RESULT     PIC X.
       01  WS-AUDIT-DATE         PIC 9(8).
       01  WS-AUDIT-TIME         PIC 9(8).
       01  WS-AUDIT-ACTION-TEXT  PIC X(8).
       01  WS-AUDIT-ACCT         PIC 9(6).

      *> The estate register, loaded whole and written back whole;
      *> closed cases are kept.
       01  WS-ESTATE-TABLE.
           05 WS-ES-ROW OCCURS 2000 TIMES INDEXED BY WS-ES-IDX.
               COPY ESTREC REPLACING ==05== BY ==10==
                   LEADING ==ES-== BY ==EST-==.
       01  WS-ES-USED            PIC 9(4) VALUE 0.
       01  WS-CASE-FOUND         PIC X.

      *> Customer/account cross-reference (CUSTMAINT's layout),
      *> written back whole when a joint account is transferred.
       01  WS-TOKEN-CUSTNO       PIC X(6).
       01  WS-TOKEN-ACCT         PIC X(6).
       01  WS-TOKEN-ROLE         PIC X(1).
       01  WS-TOKEN-PROTECT      PIC X(6).
       01  WS-EDIT-PROTECT       PIC 9(6).
       01  WS-XREF-TABLE.
           05 WS-XR-ROW OCCURS 500 TIMES INDEXED BY WS-XR-IDX.
               10 WS-XR-CUST     PIC 9(6).
               10 WS-XR-ACCT     PIC 9(6).
               10 WS-XR-ROLE     PIC X.
               10 WS-XR-PROTECT  PIC 9(6).
       01  WS-XR-USED            PIC 9(3) VALUE 0.
       01  WS-XR-SCAN            PIC 9(3).
       01  WS-XR-HIT             PIC 9(3).
       01  WS-HAS-PRIMARY        PIC X.

      *> The accounts of the customer being registered.
       01  WS-CASE-TABLE.
           05 WS-CA-ROW OCCURS 100 TIMES INDEXED BY WS-CA-IDX.
               10 WS-CA-ACCT     PIC 9(6).
               10 WS-CA-KIND     PIC X.
               10 WS-CA-SURVIVOR PIC 9(6).
       01  WS-CA-USED            PIC 9(3) VALUE 0.
       01  WS-CA-FOUND           PIC X.

      *> Payee master (PAYEEMAINT layout) - number and approval
      *> only; the executor must be a payee before ESTSETTLE can
      *> pay the estate out.
       01  WS-PY-TOKEN-NO        PIC X(5).
       01  WS-PY-TOKEN-NAME      PIC X(30).
       01  WS-PY-TOKEN-ROUTING   PIC X(9).
       01  WS-PY-TOKEN-EXTACCT   PIC X(17).
       01  WS-PY-TOKEN-APPROVED  PIC X.
       01  WS-PAYEE-TABLE.
           05 WS-PY-ROW OCCURS 500 TIMES INDEXED BY WS-PY-IDX.
               10 WS-PY-NO       PIC 9(5).
               10 WS-PY-NAME     PIC X(30).
               10 WS-PY-APPROVED PIC X.
       01  WS-PY-USED            PIC 9(3) VALUE 0.
       01  WS-PY-FOUND           PIC X.

      *> Standing orders (SOMAINT's layout). Lines are kept as read
      *> and only the ones being suspended are rebuilt, so a line
      *> this program does not understand survives untouched.
       01  WS-ORDER-TABLE.
           05 WS-OR-LINE OCCURS 200 TIMES INDEXED BY WS-OR-IDX
                                 PIC X(60).
       01  WS-OR-USED            PIC 9(3) VALUE 0.
       01  WS-TOKEN-ORDNO        PIC X(5).
       01  WS-TOKEN-TYPE         PIC X(2).
       01  WS-TOKEN-AMOUNT       PIC X(12).
       01  WS-TOKEN-CURR         PIC X(3).
       01  WS-TOKEN-FREQ         PIC X(1).
       01  WS-TOKEN-NEXTDUE      PIC X(8).
       01  WS-TOKEN-ENDDATE      PIC X(8).
       01  WS-TOKEN-PAYEE        PIC X(5).
       01  WS-TOKEN-HOLD         PIC X(1).
       01  WS-ORDER-ACCT         PIC 9(6).
       01  WS-EDIT-ORDNO         PIC 9(4).
       01  WS-FILE-AMOUNT        PIC 9(7).99.
       01  WS-FILE-NEXTDUE       PIC 9(8).
       01  WS-FILE-ENDDATE       PIC 9(8).
       01  WS-FILE-PAYEE         PIC 9(5).

       01  WS-FROZEN-COUNT       PIC 9(3) VALUE 0.
       01  WS-JOINT-COUNT        PIC 9(3) VALUE 0.
       01  WS-ORDERS-COUNT       PIC 9(3) VALUE 0.
       01  WS-EDIT-COUNT         PIC ZZ9.
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-CUSTNO        PIC 9(6).
       01  WS-EDIT-SURVIVOR      PIC 9(6).
       01  WS-EDIT-PAYEE         PIC 9(5).
       01  WS-EDIT-BALANCE       PIC -,---,---,--9.99.
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-KIND-TEXT          PIC X(24).
       01  WS-STATUS-TEXT        PIC X(26).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "SIGNON" USING WS-SIGNON-FUNCTION
               WS-SIGNON-OPERATOR WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           MOVE "T" TO WS-LOCK-ACTION
           MOVE "DECEASED" TO WS-LOCK-HOLDER
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-ESTATE-FILE
           PERFORM LOAD-XREF-FILE
           PERFORM LOAD-PAYEE-FILE

           DISPLAY "Customer number of the deceased: "
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN = SPACES
               OR FUNCTION TEST-NUMVAL(WS-FIELD-IN) NOT = 0
               DISPLAY "Invalid customer number."
               PERFORM RELEASE-AND-STOP
           END-IF
           COMPUTE WS-CUST-NO = FUNCTION NUMVAL(WS-FIELD-IN)
           IF WS-CUST-NO = 0
               DISPLAY "Invalid customer number."
               PERFORM RELEASE-AND-STOP
           END-IF
           MOVE WS-CUST-NO TO WS-EDIT-CUSTNO

           MOVE 'N' TO WS-CASE-FOUND
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-USED
               IF EST-CUST-NO(WS-ES-IDX) = WS-CUST-NO
                   MOVE 'Y' TO WS-CASE-FOUND
               END-IF
           END-PERFORM
           IF WS-CASE-FOUND = 'Y'
               PERFORM WORK-EXISTING-CASE
           ELSE
               PERFORM REGISTER-NEW-CASE
           END-IF

           IF WS-ESTATES-CHANGED = 'Y'
               PERFORM REWRITE-ESTATE-FILE
           END-IF
           IF WS-XREF-CHANGED = 'Y'
               PERFORM REWRITE-XREF-FILE
           END-IF
           IF WS-LEDGER-OPEN = 'Y'
               CLOSE LEDGER-FILE
           END-IF
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-MUTATING = 'Y'
               CLOSE AUDIT-FILE
           END-IF
           PERFORM RELEASE-AND-STOP.

       RELEASE-AND-STOP.
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           STOP RUN.

      *> Generation backup and the audit log, once, before the
      *> first change of the session.
       START-MUTATION.
           IF WS-MUTATING = 'Y'
               EXIT PARAGRAPH
           END-IF
           CALL "GENBACKUP"
           PERFORM OPEN-AUDIT-FILE
           MOVE 'Y' TO WS-MUTATING.

      *>----------------------------------------------------------
      *> A new case: every account linked to the customer number,
      *> sole or joint.
      *>----------------------------------------------------------
       REGISTER-NEW-CASE.
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-USED
               IF WS-XR-CUST(WS-XR-IDX) = WS-CUST-NO
                   PERFORM ADD-CASE-ACCOUNT
               END-IF
           END-PERFORM
           IF WS-CA-USED = 0
               DISPLAY "No accounts are linked to customer "
                   WS-EDIT-CUSTNO " on cust_accounts.dat - link "
                   "them in CUSTMAINT first."
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-LEDGER-FILE
           IF WS-LEDGER-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Accounts held by customer " WS-EDIT-CUSTNO ":"
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-USED
               PERFORM LIST-CASE-ACCOUNT
           END-PERFORM

           DISPLAY "Date of death YYYYMMDD: "
           ACCEPT WS-FIELD-IN
           IF FUNCTION TEST-NUMVAL(WS-FIELD-IN) = 0
               COMPUTE WS-DEATH-DATE = FUNCTION NUMVAL(WS-FIELD-IN)
               CALL "DATEVAL" USING WS-DEATH-DATE
                   WS-DATEVAL-OPTIONS WS-DATEVAL-RESULT
           ELSE
               MOVE 'N' TO WS-DATEVAL-RESULT
           END-IF
           IF WS-DATEVAL-RESULT NOT = 'Y'
               DISPLAY "Invalid date of death - nothing registered."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EXECUTOR
           PERFORM CAPTURE-EXECUTOR

           DISPLAY "Register the death, freeze the sole accounts "
               "and suspend their standing orders? (Y/N): "
           ACCEPT WS-RESPONSE
           IF FUNCTION UPPER-CASE(WS-RESPONSE) NOT = "Y"
               DISPLAY "Nothing registered."
               EXIT PARAGRAPH
           END-IF

           PERFORM START-MUTATION
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-USED
               PERFORM REGISTER-ONE-ACCOUNT
           END-PERFORM
           IF WS-FROZEN-COUNT > 0
               PERFORM SUSPEND-SOLE-ORDERS
           END-IF

           MOVE "I" TO WS-ALERT-SEV
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "Death registered, customer " DELIMITED BY SIZE
                   WS-EDIT-CUSTNO DELIMITED BY SIZE
                   " - estate case opened" DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
           END-STRING
           CALL "ALERTLOG" USING WS-ALERT-SEV
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE

           MOVE WS-FROZEN-COUNT TO WS-EDIT-COUNT
           DISPLAY "Sole accounts frozen for the estate: "
               WS-EDIT-COUNT
           MOVE WS-JOINT-COUNT TO WS-EDIT-COUNT
           DISPLAY "Joint accounts flagged for transfer: "
               WS-EDIT-COUNT
           MOVE WS-ORDERS-COUNT TO WS-EDIT-COUNT
           DISPLAY "Standing orders suspended:           "
               WS-EDIT-COUNT
           IF WS-EXECUTOR = 0 AND WS-FROZEN-COUNT > 0
               DISPLAY "Name the executor payee (rerun DECEASED) "
                   "before ESTSETTLE can pay the estate out."
           END-IF.

      *> Joint when anyone else is linked to the same account; the
      *> first other holder on the cross-reference is the survivor.
       ADD-CASE-ACCOUNT.
           MOVE 'N' TO WS-CA-FOUND
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-USED
               IF WS-CA-ACCT(WS-CA-IDX) = WS-XR-ACCT(WS-XR-IDX)
                   MOVE 'Y' TO WS-CA-FOUND
               END-IF
           END-PERFORM
           IF WS-CA-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-CA-USED >= 100
               MOVE WS-XR-ACCT(WS-XR-IDX) TO WS-EDIT-ACCT
               DISPLAY "*** More than 100 linked accounts - account "
                   WS-EDIT-ACCT " left out, freeze it by hand ***"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CA-USED
           MOVE WS-XR-ACCT(WS-XR-IDX) TO WS-CA-ACCT(WS-CA-USED)
           MOVE "S" TO WS-CA-KIND(WS-CA-USED)
           MOVE 0   TO WS-CA-SURVIVOR(WS-CA-USED)
           PERFORM VARYING WS-XR-SCAN FROM 1 BY 1
                   UNTIL WS-XR-SCAN > WS-XR-USED
               IF WS-XR-ACCT(WS-XR-SCAN) = WS-XR-ACCT(WS-XR-IDX)
                   AND WS-XR-CUST(WS-XR-SCAN) NOT = WS-CUST-NO
                   AND WS-CA-SURVIVOR(WS-CA-USED) = 0
                   MOVE "J" TO WS-CA-KIND(WS-CA-USED)
                   MOVE WS-XR-CUST(WS-XR-SCAN)
                       TO WS-CA-SURVIVOR(WS-CA-USED)
               END-IF
           END-PERFORM.

       LIST-CASE-ACCOUNT.
           MOVE WS-CA-ACCT(WS-CA-IDX) TO WS-EDIT-ACCT
           IF WS-CA-KIND(WS-CA-IDX) = "J"
               MOVE WS-CA-SURVIVOR(WS-CA-IDX) TO WS-EDIT-SURVIVOR
               MOVE SPACES TO WS-KIND-TEXT
               STRING "joint with " DELIMITED BY SIZE
                       WS-EDIT-SURVIVOR DELIMITED BY SIZE
                   INTO WS-KIND-TEXT
               END-STRING
           ELSE
               MOVE "sole" TO WS-KIND-TEXT
           END-IF
           MOVE WS-CA-ACCT(WS-CA-IDX) TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   DISPLAY "  " WS-EDIT-ACCT "  not on the ledger"
               NOT INVALID KEY
                   MOVE L-PRINC TO WS-EDIT-BALANCE
                   DISPLAY "  " WS-EDIT-ACCT "  " L-NAME " "
                       WS-EDIT-BALANCE "  " WS-KIND-TEXT
                       " status " L-STATUS
           END-READ.

      *> A sole account is frozen whatever its status short of
      *> closed - a matured deposit awaiting instruction has its
      *> instruction now, and one already frozen (a sanctions
      *> match, say) stays frozen and joins the estate.
       REGISTER-ONE-ACCOUNT.
           MOVE WS-CA-ACCT(WS-CA-IDX) TO WS-EDIT-ACCT
           MOVE WS-CA-ACCT(WS-CA-IDX) TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   DISPLAY "  account " WS-EDIT-ACCT " is not on "
                       "the ledger - left out"
                   EXIT PARAGRAPH
           END-READ
           IF L-STATUS = "C"
               DISPLAY "  account " WS-EDIT-ACCT " is closed - "
                   "left out"
               EXIT PARAGRAPH
           END-IF
           IF WS-ES-USED >= 2000
               DISPLAY "*** estates.dat is full (2000 lines) - "
                   "account " WS-EDIT-ACCT " not registered ***"
               EXIT PARAGRAPH
           END-IF
           IF WS-CA-KIND(WS-CA-IDX) = "S"
               AND L-STATUS NOT = "F"
               MOVE "F" TO L-STATUS
               REWRITE LEDGER-ENTRY
               IF WS-LEDGER-STATUS NOT = "00"
                   DISPLAY "ERROR rewriting ledger.txt, status = "
                       WS-LEDGER-STATUS " - account " WS-EDIT-ACCT
                       " not registered"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-ES-USED
           SET WS-ES-IDX TO WS-ES-USED
           MOVE SPACES TO WS-ES-ROW(WS-ES-IDX)
           MOVE WS-CUST-NO            TO EST-CUST-NO(WS-ES-IDX)
           MOVE WS-CA-ACCT(WS-CA-IDX) TO EST-ACCT(WS-ES-IDX)
           MOVE WS-CA-KIND(WS-CA-IDX) TO EST-KIND(WS-ES-IDX)
           MOVE WS-DEATH-DATE         TO EST-DEATH-DATE(WS-ES-IDX)
           MOVE WS-TODAY              TO EST-NOTIFIED(WS-ES-IDX)
           MOVE WS-EXECUTOR           TO EST-EXECUTOR(WS-ES-IDX)
           MOVE WS-CA-SURVIVOR(WS-CA-IDX)
                                      TO EST-SURVIVOR(WS-ES-IDX)
           MOVE L-LAST-ACCRUED        TO EST-ACCRUED-THRU(WS-ES-IDX)
           MOVE 0                     TO EST-BALANCE(WS-ES-IDX)
           MOVE 0                     TO EST-INTEREST(WS-ES-IDX)
           MOVE 0                     TO EST-SETTLED(WS-ES-IDX)
           MOVE WS-SIGNON-OPERATOR    TO EST-OPERATOR(WS-ES-IDX)
           MOVE 'Y' TO WS-ESTATES-CHANGED
           MOVE WS-CA-ACCT(WS-CA-IDX) TO WS-AUDIT-ACCT
           IF WS-CA-KIND(WS-CA-IDX) = "S"
               MOVE "F" TO EST-STATUS(WS-ES-IDX)
               MOVE "DECFRZ" TO WS-AUDIT-ACTION-TEXT
               ADD 1 TO WS-FROZEN-COUNT
               DISPLAY "  account " WS-EDIT-ACCT " frozen for the "
                   "estate"
           ELSE
               MOVE "J" TO EST-STATUS(WS-ES-IDX)
               MOVE "DECJNT" TO WS-AUDIT-ACTION-TEXT
               ADD 1 TO WS-JOINT-COUNT
               DISPLAY "  account " WS-EDIT-ACCT " flagged for "
                   "transfer to the survivor"
           END-IF
           PERFORM WRITE-AUDIT-ENTRY.

      *> Blank leaves the executor as it is (none, on a new case).
       CAPTURE-EXECUTOR.
           DISPLAY "Executor payee number (blank = not yet known): "
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-FIELD-IN) NOT = 0
               DISPLAY "Invalid payee number - executor not set."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EDIT-PAYEE = FUNCTION NUMVAL(WS-FIELD-IN)
           MOVE 'N' TO WS-PY-FOUND
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                   UNTIL WS-PY-IDX > WS-PY-USED
                       OR WS-PY-FOUND = 'Y'
               IF WS-PY-NO(WS-PY-IDX) = WS-EDIT-PAYEE
                   MOVE 'Y' TO WS-PY-FOUND
               END-IF
           END-PERFORM
           IF WS-PY-FOUND NOT = 'Y'
               DISPLAY "Payee " WS-EDIT-PAYEE " is not on "
                   "payees.dat - add the executor in PAYEEMAINT "
                   "first."
               EXIT PARAGRAPH
           END-IF
           SET WS-PY-IDX DOWN BY 1
           DISPLAY "Executor: " WS-PY-NAME(WS-PY-IDX)
           IF WS-PY-APPROVED(WS-PY-IDX) NOT = "Y"
               DISPLAY "NOTE: payee not yet approved - ESTSETTLE "
                   "waits until it is released in APPROVE."
           END-IF
           MOVE WS-EDIT-PAYEE TO WS-EXECUTOR.

      *> Every order on a frozen account stops generating; orders
      *> on joint accounts carry on for the survivor.
       SUSPEND-SOLE-ORDERS.
           PERFORM LOAD-ORDER-FILE
           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                   UNTIL WS-OR-IDX > WS-OR-USED
               PERFORM SUSPEND-ONE-ORDER
           END-PERFORM
           IF WS-ORDERS-COUNT > 0
               PERFORM REWRITE-ORDER-FILE
           END-IF.

       SUSPEND-ONE-ORDER.
           MOVE SPACES TO WS-TOKEN-ORDNO WS-TOKEN-ACCT WS-TOKEN-TYPE
               WS-TOKEN-AMOUNT WS-TOKEN-CURR WS-TOKEN-FREQ
               WS-TOKEN-NEXTDUE WS-TOKEN-ENDDATE
               WS-TOKEN-PAYEE WS-TOKEN-HOLD
           UNSTRING WS-OR-LINE(WS-OR-IDX) DELIMITED BY ","
               INTO WS-TOKEN-ORDNO WS-TOKEN-ACCT WS-TOKEN-TYPE
                   WS-TOKEN-AMOUNT WS-TOKEN-CURR WS-TOKEN-FREQ
                   WS-TOKEN-NEXTDUE WS-TOKEN-ENDDATE
                   WS-TOKEN-PAYEE WS-TOKEN-HOLD
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-ORDNO) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-ACCT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-AMOUNT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-NEXTDUE) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-ENDDATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(WS-TOKEN-HOLD) = "S"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ORDER-ACCT = FUNCTION NUMVAL(WS-TOKEN-ACCT)
           MOVE 'N' TO WS-CA-FOUND
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-USED
               IF WS-CA-ACCT(WS-CA-IDX) = WS-ORDER-ACCT
                   AND WS-CA-KIND(WS-CA-IDX) = "S"
                   MOVE 'Y' TO WS-CA-FOUND
               END-IF
           END-PERFORM
           IF WS-CA-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EDIT-ORDNO = FUNCTION NUMVAL(WS-TOKEN-ORDNO)
           COMPUTE WS-FILE-AMOUNT = FUNCTION NUMVAL(WS-TOKEN-AMOUNT)
           COMPUTE WS-FILE-NEXTDUE =
               FUNCTION NUMVAL(WS-TOKEN-NEXTDUE)
           COMPUTE WS-FILE-ENDDATE =
               FUNCTION NUMVAL(WS-TOKEN-ENDDATE)
           MOVE 0 TO WS-FILE-PAYEE
           IF WS-TOKEN-PAYEE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-TOKEN-PAYEE) = 0
               COMPUTE WS-FILE-PAYEE = FUNCTION NUMVAL(WS-TOKEN-PAYEE)
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-TYPE) TO WS-TOKEN-TYPE
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-CURR) TO WS-TOKEN-CURR
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-FREQ) TO WS-TOKEN-FREQ
           MOVE WS-ORDER-ACCT TO WS-EDIT-ACCT
           MOVE SPACES TO WS-OR-LINE(WS-OR-IDX)
           STRING WS-EDIT-ORDNO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-TOKEN-TYPE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-TOKEN-CURR DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-TOKEN-FREQ DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-NEXTDUE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-ENDDATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-PAYEE DELIMITED BY SIZE
                   ",S" DELIMITED BY SIZE
               INTO WS-OR-LINE(WS-OR-IDX)
           END-STRING
           ADD 1 TO WS-ORDERS-COUNT
           DISPLAY "  standing order " WS-EDIT-ORDNO " on account "
               WS-EDIT-ACCT " suspended".

      *>----------------------------------------------------------
      *> An existing case: show it, name the executor, confirm
      *> joint transfers.
      *>----------------------------------------------------------
       WORK-EXISTING-CASE.
           MOVE 'Y' TO WS-CONTINUE
           PERFORM UNTIL WS-CONTINUE = 'N'
               PERFORM SHOW-CASE
               DISPLAY "(E)xecutor, (J)oint account transfer, or "
                   "(Q)uit? "
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "E"
                       PERFORM CHANGE-EXECUTOR
                   WHEN "J"
                       PERFORM TRANSFER-JOINT-ACCOUNTS
                   WHEN OTHER
                       MOVE 'N' TO WS-CONTINUE
               END-EVALUATE
           END-PERFORM.

       SHOW-CASE.
           DISPLAY "----------------------------------------"
           DISPLAY "Estate of customer " WS-EDIT-CUSTNO
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-USED
               IF EST-CUST-NO(WS-ES-IDX) = WS-CUST-NO
                   PERFORM SHOW-CASE-LINE
               END-IF
           END-PERFORM.

       SHOW-CASE-LINE.
           MOVE EST-ACCT(WS-ES-IDX) TO WS-EDIT-ACCT
           EVALUATE EST-STATUS(WS-ES-IDX)
               WHEN "F"
                   MOVE "frozen, awaiting payout" TO WS-STATUS-TEXT
               WHEN "G"
                   MOVE "payout generated" TO WS-STATUS-TEXT
               WHEN "P"
                   MOVE "paid out and closed" TO WS-STATUS-TEXT
               WHEN "J"
                   MOVE "awaiting transfer" TO WS-STATUS-TEXT
               WHEN "T"
                   MOVE "transferred to survivor" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "unknown status" TO WS-STATUS-TEXT
           END-EVALUATE
           IF EST-KIND(WS-ES-IDX) = "J"
               MOVE EST-SURVIVOR(WS-ES-IDX) TO WS-EDIT-SURVIVOR
               DISPLAY "  " WS-EDIT-ACCT "  joint, survivor "
                   WS-EDIT-SURVIVOR "  " WS-STATUS-TEXT
           ELSE
               MOVE EST-EXECUTOR(WS-ES-IDX) TO WS-EDIT-PAYEE
               DISPLAY "  " WS-EDIT-ACCT "  sole, executor "
                   WS-EDIT-PAYEE "  " WS-STATUS-TEXT
           END-IF
           IF EST-STATUS(WS-ES-IDX) = "G"
               OR EST-STATUS(WS-ES-IDX) = "P"
               COMPUTE WS-EDIT-AMOUNT =
                   EST-BALANCE(WS-ES-IDX) + EST-INTEREST(WS-ES-IDX)
               DISPLAY "          paid out " WS-EDIT-AMOUNT
           END-IF
           DISPLAY "          died " EST-DEATH-DATE(WS-ES-IDX)
               "  notified " EST-NOTIFIED(WS-ES-IDX).

      *> The executor applies to the sole accounts still waiting
      *> for their payout; one already generated goes to the payee
      *> it was generated for.
       CHANGE-EXECUTOR.
           MOVE 0 TO WS-EXECUTOR
           PERFORM CAPTURE-EXECUTOR
           IF WS-EXECUTOR = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM START-MUTATION
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-USED
               IF EST-CUST-NO(WS-ES-IDX) = WS-CUST-NO
                   AND EST-STATUS(WS-ES-IDX) = "F"
                   MOVE WS-EXECUTOR TO EST-EXECUTOR(WS-ES-IDX)
                   MOVE WS-SIGNON-OPERATOR
                       TO EST-OPERATOR(WS-ES-IDX)
                   MOVE 'Y' TO WS-ESTATES-CHANGED
                   MOVE EST-ACCT(WS-ES-IDX) TO WS-AUDIT-ACCT
                   MOVE "DECEXEC" TO WS-AUDIT-ACTION-TEXT
                   PERFORM WRITE-AUDIT-ENTRY
               END-IF
           END-PERFORM
           DISPLAY "Executor set on the accounts awaiting payout.".

       TRANSFER-JOINT-ACCOUNTS.
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-USED
               IF EST-CUST-NO(WS-ES-IDX) = WS-CUST-NO
                   AND EST-STATUS(WS-ES-IDX) = "J"
                   MOVE EST-ACCT(WS-ES-IDX) TO WS-EDIT-ACCT
                   MOVE EST-SURVIVOR(WS-ES-IDX) TO WS-EDIT-SURVIVOR
                   DISPLAY "Transfer account " WS-EDIT-ACCT
                       " to customer " WS-EDIT-SURVIVOR " now? "
                       "(Y/N): "
                   ACCEPT WS-RESPONSE
                   IF FUNCTION UPPER-CASE(WS-RESPONSE) = "Y"
                       PERFORM TRANSFER-ONE-JOINT
                   END-IF
               END-IF
           END-PERFORM.

      *> The deceased's link goes; if that leaves the account with
      *> no primary holder the survivor becomes primary. The
      *> survivor must still be linked - if CUSTMAINT has since
      *> unlinked them there is no one to pass the account to.
       TRANSFER-ONE-JOINT.
           MOVE 0 TO WS-XR-HIT
           PERFORM VARYING WS-XR-SCAN FROM 1 BY 1
                   UNTIL WS-XR-SCAN > WS-XR-USED
               IF WS-XR-ACCT(WS-XR-SCAN) = EST-ACCT(WS-ES-IDX)
                   AND WS-XR-CUST(WS-XR-SCAN)
                       = EST-SURVIVOR(WS-ES-IDX)
                   MOVE WS-XR-SCAN TO WS-XR-HIT
               END-IF
           END-PERFORM
           IF WS-XR-HIT = 0
               DISPLAY "*** Customer " WS-EDIT-SURVIVOR " is no "
                   "longer linked to account " WS-EDIT-ACCT
                   " - relink in CUSTMAINT first ***"
               EXIT PARAGRAPH
           END-IF
           PERFORM START-MUTATION

           MOVE 1 TO WS-XR-SCAN
           PERFORM UNTIL WS-XR-SCAN > WS-XR-USED
               IF WS-XR-ACCT(WS-XR-SCAN) = EST-ACCT(WS-ES-IDX)
                   AND WS-XR-CUST(WS-XR-SCAN) = WS-CUST-NO
                   PERFORM DROP-XREF-ROW
               ELSE
                   ADD 1 TO WS-XR-SCAN
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-HAS-PRIMARY
           PERFORM VARYING WS-XR-SCAN FROM 1 BY 1
                   UNTIL WS-XR-SCAN > WS-XR-USED
               IF WS-XR-ACCT(WS-XR-SCAN) = EST-ACCT(WS-ES-IDX)
                   AND WS-XR-ROLE(WS-XR-SCAN) = "P"
                   MOVE 'Y' TO WS-HAS-PRIMARY
               END-IF
           END-PERFORM
           IF WS-HAS-PRIMARY = 'N'
               PERFORM VARYING WS-XR-SCAN FROM 1 BY 1
                       UNTIL WS-XR-SCAN > WS-XR-USED
                   IF WS-XR-ACCT(WS-XR-SCAN) = EST-ACCT(WS-ES-IDX)
                       AND WS-XR-CUST(WS-XR-SCAN)
                           = EST-SURVIVOR(WS-ES-IDX)
                       MOVE "P" TO WS-XR-ROLE(WS-XR-SCAN)
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'Y' TO WS-XREF-CHANGED

           PERFORM PASS-CUSTOMER-RECORD
           MOVE "T" TO EST-STATUS(WS-ES-IDX)
           MOVE WS-TODAY TO EST-SETTLED(WS-ES-IDX)
           MOVE WS-SIGNON-OPERATOR TO EST-OPERATOR(WS-ES-IDX)
           MOVE 'Y' TO WS-ESTATES-CHANGED
           MOVE EST-ACCT(WS-ES-IDX) TO WS-AUDIT-ACCT
           MOVE "DECXFER" TO WS-AUDIT-ACTION-TEXT
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "  account " WS-EDIT-ACCT " transferred - "
               "refresh its details under customer "
               WS-EDIT-SURVIVOR " in CUSTMAINT".

       DROP-XREF-ROW.
           PERFORM VARYING WS-XR-HIT FROM WS-XR-SCAN BY 1
                   UNTIL WS-XR-HIT >= WS-XR-USED
               MOVE WS-XR-ROW(WS-XR-HIT + 1) TO WS-XR-ROW(WS-XR-HIT)
           END-PERFORM
           SUBTRACT 1 FROM WS-XR-USED.

      *> The account's customer.dat record follows the survivor
      *> when it still carries the deceased's customer number.
       PASS-CUSTOMER-RECORD.
           IF WS-CUST-OPEN = 'N'
               OPEN I-O CUSTOMER-FILE
               IF WS-CUST-STATUS NOT = "00"
                   DISPLAY "NOTE: customer.dat not available - "
                       "relink the account's record in CUSTMAINT."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-CUST-OPEN
           END-IF
           MOVE EST-ACCT(WS-ES-IDX) TO C-ACCT-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF C-CUST-NO NOT = WS-CUST-NO
               EXIT PARAGRAPH
           END-IF
           MOVE EST-SURVIVOR(WS-ES-IDX) TO C-CUST-NO
           REWRITE CUSTOMER-RECORD
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR rewriting customer.dat, status = "
                   WS-CUST-STATUS
           END-IF.

      *>----------------------------------------------------------
      *> Files.
      *>----------------------------------------------------------
       OPEN-LEDGER-FILE.
           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger.txt, status = "
                   WS-LEDGER-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LEDGER-OPEN.

       WRITE-AUDIT-ENTRY.
           CALL "BUSDATE" USING WS-AUDIT-DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-ACTION-TEXT DELIMITED BY SPACE
                   " acct=" DELIMITED BY SIZE
                   WS-AUDIT-ACCT DELIMITED BY SIZE
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
               PERFORM RELEASE-AND-STOP
           END-IF.

      *> The register is rewritten whole, so one longer than the
      *> table is refused outright rather than losing its tail.
       LOAD-ESTATE-FILE.
           OPEN INPUT ESTATE-FILE
           IF WS-ESTATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ESTATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ES-USED >= 2000
                           DISPLAY "*** estates.dat holds more "
                               "than 2000 lines ***"
                           CLOSE ESTATE-FILE
                           PERFORM RELEASE-AND-STOP
                       END-IF
                       ADD 1 TO WS-ES-USED
                       MOVE ESTATE-RECORD TO WS-ES-ROW(WS-ES-USED)
               END-READ
           END-PERFORM
           CLOSE ESTATE-FILE.

       REWRITE-ESTATE-FILE.
           OPEN OUTPUT ESTATE-FILE
           IF WS-ESTATE-STATUS NOT = "00"
               DISPLAY "ERROR rewriting estates.dat, status = "
                   WS-ESTATE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-USED
               MOVE WS-ES-ROW(WS-ES-IDX) TO ESTATE-RECORD
               WRITE ESTATE-RECORD
           END-PERFORM
           CLOSE ESTATE-FILE.

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

      *> The cross-reference is written back whole, so it is
      *> refused outright when it will not fit.
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
           END-IF.

      *> The overdraft-protection nomination (CUSTMAINT) rides along
      *> as a fourth field, written only where one is set.
       REWRITE-XREF-FILE.
           OPEN OUTPUT XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "ERROR writing cust_accounts.dat, status = "
                   WS-XREF-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-USED
               MOVE WS-XR-CUST(WS-XR-IDX) TO WS-EDIT-SURVIVOR
               MOVE WS-XR-ACCT(WS-XR-IDX) TO WS-EDIT-ACCT
               MOVE WS-XR-PROTECT(WS-XR-IDX) TO WS-EDIT-PROTECT
               MOVE SPACES TO XREF-LINE
               IF WS-XR-PROTECT(WS-XR-IDX) > 0
                   STRING WS-EDIT-SURVIVOR DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-EDIT-ACCT DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-XR-ROLE(WS-XR-IDX) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-EDIT-PROTECT DELIMITED BY SIZE
                       INTO XREF-LINE
                   END-STRING
               ELSE
                   STRING WS-EDIT-SURVIVOR DELIMITED BY SIZE
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
           MOVE WS-PY-TOKEN-NAME TO WS-PY-NAME(WS-PY-USED)
           MOVE FUNCTION UPPER-CASE(WS-PY-TOKEN-APPROVED)
               TO WS-PY-APPROVED(WS-PY-USED).

      *> The order file is rewritten whole, so one longer than the
      *> table is left alone rather than losing its tail.
       LOAD-ORDER-FILE.
           MOVE 0 TO WS-OR-USED
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
                       IF WS-OR-USED >= 200
                           DISPLAY "*** standing_orders.dat holds "
                               "more than 200 orders - suspend "
                               "this customer's orders in SOMAINT "
                               "***"
                           MOVE 0 TO WS-OR-USED
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-OR-USED
                           MOVE ORDER-LINE TO WS-OR-LINE(WS-OR-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDER-FILE.

       REWRITE-ORDER-FILE.
           OPEN OUTPUT ORDER-FILE
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "ERROR writing standing_orders.dat, status = "
                   WS-ORDER-STATUS " - suspend the orders in SOMAINT"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                   UNTIL WS-OR-IDX > WS-OR-USED
               MOVE WS-OR-LINE(WS-OR-IDX) TO ORDER-LINE
               WRITE ORDER-LINE
           END-PERFORM
           CLOSE ORDER-FILE.
