       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE.

      *> Transaction dispute cases. When a customer disputes a debit
      *> the account is no longer frozen while the bank looks into
      *> it; the case is opened here instead, keyed by the disputed
      *> item's transaction id, with the reason and the date the
      *> customer reported it, on disputes.dat (DISPREC.cpy):
      *>   - (O)pen a case on a posted WD, FE, or RI - the whole
      *>     item or the part of it in question - and, optionally,
      *>     issue the provisional credit at once;
      *>   - (C)redit an open case provisionally later, within the
      *>     credit deadline DISPUTERPT watches. The credit is a DP
      *>     on the same account for the disputed amount, linked to
      *>     the disputed item (TRANS-REF-ID / TRANS-REF-TYPE) and
      *>     carrying the external reference DISPUTE, which
      *>     POSTLEDGER makes available at once - no clearing hold;
      *>   - (R)esolve a case: in the customer's favour the credit
      *>     simply stands (and is issued now if it never was);
      *>     against the customer it is taken back with an RV of
      *>     the credit - the normal reversal path - which POSTLEDGER
      *>     applies even past the available balance, the way a
      *>     returned item is charged back;
      *>   - (L)ist the open cases.
      *> A provisional credit is only ever reversed from here:
      *> TRANSACTIONS-WRITER refuses an RV of one and RETITEM will
      *> not return one. Every step is a line on ledger_audit.log
      *> with the operator's id. Permission L.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CURSOR-FILE ASSIGN TO "postledger_cursor.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURSOR-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ledger_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           COPY DISPREC.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  CURSOR-FILE.
       01  CURSOR-LINE           PIC 9(13).

       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

      *> Operator sign-on (SIGNON/operators.dat): crediting and
      *> charging back customer money is ledger maintenance -
      *> permission L; the operator is stamped on every case step.
       01  WS-SIGNON-FUNCTION    PIC X VALUE "L".
       01  WS-SIGNON-OPERATOR    PIC X(4).
       01  WS-SIGNON-RESULT      PIC X.

      *> Run lock (RUNLOCK/run_lock.dat) - this program writes
      *> transactions.dat.
       01  WS-LOCK-ACTION        PIC X.
       01  WS-LOCK-HOLDER        PIC X(20).
       01  WS-LOCK-RESULT        PIC X.

       01  WS-DISPUTE-STATUS     PIC XX.
       01  WS-TRANS-STATUS       PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-CURSOR-STATUS      PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-EOF                PIC X.
       01  WS-SCAN-EOF           PIC X.
       01  WS-MUTATING           PIC X VALUE 'N'.
       01  WS-CASES-CHANGED      PIC X VALUE 'N'.
       01  WS-CONTINUE           PIC X VALUE 'Y'.
       01  WS-ACTION             PIC X.
       01  WS-RESPONSE           PIC X.
       01  WS-TODAY              PIC 9(8).
       01  WS-LAST-POSTED-ID     PIC 9(13) VALUE 0.

       01  WS-TRANS-ID           PIC 9(13) VALUE 0.
       01  WS-DAY-FLOOR          PIC 9(13).
       01  WS-TRAILER-ID         PIC 9(13) VALUE 9999999999999.
       01  WS-TRAILER-COUNT      PIC 9(7) VALUE 0.
       01  WS-TRAILER-TOTAL      PIC 9(9)V99 VALUE 0.
       01  WS-WRITTEN-COUNT      PIC 9(5) VALUE 0.

      *> External reference on every posting a dispute raises -
      *> reserved: BANKFEED refuses it on an inbound line.
       01  WS-DISPUTE-REF        PIC X(12) VALUE "DISPUTE".

      *> The case register, loaded whole and written back whole;
      *> resolved cases are kept.
       01  WS-DISPUTE-TABLE.
           05 WS-DS-ROW OCCURS 2000 TIMES INDEXED BY WS-DS-IDX.
               COPY DISPREC REPLACING ==05== BY ==10==
                   LEADING ==DS-== BY ==DSP-==.
       01  WS-DS-USED            PIC 9(4) VALUE 0.
       01  WS-CASE-FOUND         PIC X.

      *> The disputed item, as keyed and as found.
       01  WS-ID-TEXT            PIC X(14).
       01  WS-ID-CHECK           PIC S9(13).
       01  WS-ITEM-ID            PIC 9(13).
       01  WS-ITEM-TYPE          PIC X(2).
       01  WS-ITEM-DATE          PIC 9(8).
       01  WS-ITEM-ACCT          PIC 9(6).
       01  WS-ITEM-AMOUNT        PIC 9(7)V99.
       01  WS-ITEM-CURR          PIC X(3).
       01  WS-ITEM-REVERSED      PIC X.
       01  WS-AMOUNT-TEXT        PIC X(12).
       01  WS-AMOUNT-CHECK       PIC S9(9)V99.
       01  WS-DISPUTED-AMOUNT    PIC 9(7)V99.
       01  WS-REPORTED           PIC 9(8).
       01  WS-FIELD-IN           PIC X(8).
       01  WS-DATEVAL-OPTIONS    PIC X(2) VALUE "F ".
       01  WS-DATEVAL-RESULT     PIC X.
       01  WS-ACCT-USABLE        PIC X.

      *> Dispute reasons - the code is what lands on the case.
       01  WS-REASON-VALUES.
           05 FILLER PIC X(30) VALUE "UNAUNAUTHORISED / NOT MINE".
           05 FILLER PIC X(30) VALUE "DUPDUPLICATE CHARGE".
           05 FILLER PIC X(30) VALUE "AMTWRONG AMOUNT".
           05 FILLER PIC X(30) VALUE "NRCGOODS/SERVICE NOT RECEIVED".
           05 FILLER PIC X(30) VALUE "CANCANCELLED OR REFUNDED".
           05 FILLER PIC X(30) VALUE "ERRBANK PROCESSING ERROR".
           05 FILLER PIC X(30) VALUE "OTHOTHER".
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05 WS-RS-ROW OCCURS 7 TIMES INDEXED BY WS-RS-IDX.
               10 WS-RS-CODE     PIC X(3).
               10 WS-RS-TEXT     PIC X(27).
       01  WS-REASON-TEXT        PIC X(3).
       01  WS-REASON-CODE        PIC X(3).
       01  WS-REASON-FOUND       PIC X.

       01  WS-AUDIT-DATE         PIC 9(8).
       01  WS-AUDIT-TIME         PIC 9(8).
       01  WS-AUDIT-ACTION-TEXT  PIC X(8).
       01  WS-AUDIT-ACCT         PIC 9(6).
       01  WS-AUDIT-ITEM         PIC 9(13).

       01  WS-OPENED-COUNT       PIC 9(3) VALUE 0.
       01  WS-CREDITED-COUNT     PIC 9(3) VALUE 0.
       01  WS-RESOLVED-COUNT     PIC 9(3) VALUE 0.
       01  WS-LISTED-COUNT       PIC 9(4).
       01  WS-EDIT-COUNT         PIC ZZZ9.
       01  WS-EDIT-ID            PIC 9(13).
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-STATUS-TEXT        PIC X(30).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "SIGNON" USING WS-SIGNON-FUNCTION
               WS-SIGNON-OPERATOR WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           MOVE "T" TO WS-LOCK-ACTION
           MOVE "DISPUTE" TO WS-LOCK-HOLDER
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-DISPUTE-FILE
           PERFORM READ-POSTING-CURSOR
           PERFORM FIND-NEXT-TRANS-ID

           OPEN I-O TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
                   WS-TRANS-STATUS
               PERFORM RELEASE-AND-STOP
           END-IF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger.txt, status = "
                   WS-LEDGER-STATUS
               CLOSE TRANSACTION-FILE
               PERFORM RELEASE-AND-STOP
           END-IF

           PERFORM UNTIL WS-CONTINUE NOT = 'Y'
               DISPLAY "(O)pen a case, (C)redit provisionally, "
                   "(R)esolve, (L)ist open cases, or (Q)uit? "
               MOVE SPACE TO WS-ACTION
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "O"
                       PERFORM OPEN-NEW-CASE
                   WHEN "C"
                       PERFORM CREDIT-OPEN-CASE
                   WHEN "R"
                       PERFORM RESOLVE-OPEN-CASE
                   WHEN "L"
                       PERFORM LIST-OPEN-CASES
                   WHEN OTHER
                       MOVE 'N' TO WS-CONTINUE
               END-EVALUATE
           END-PERFORM

           CLOSE LEDGER-FILE
           CLOSE TRANSACTION-FILE
           IF WS-WRITTEN-COUNT > 0
               PERFORM WRITE-TRAILER-RECORD
           END-IF
           IF WS-CASES-CHANGED = 'Y'
               PERFORM REWRITE-DISPUTE-FILE
           END-IF
           IF WS-MUTATING = 'Y'
               CLOSE AUDIT-FILE
           END-IF

           MOVE WS-OPENED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Dispute cases opened:      " WS-EDIT-COUNT
           MOVE WS-CREDITED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Provisional credits issued: " WS-EDIT-COUNT
           MOVE WS-RESOLVED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Dispute cases resolved:    " WS-EDIT-COUNT
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

       READ-POSTING-CURSOR.
           OPEN INPUT CURSOR-FILE
           IF WS-CURSOR-STATUS = "00"
               READ CURSOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CURSOR-LINE TO WS-LAST-POSTED-ID
               END-READ
               CLOSE CURSOR-FILE
           END-IF.

      *>----------------------------------------------------------
      *> A new case on a posted debit.
      *>----------------------------------------------------------
       OPEN-NEW-CASE.
           DISPLAY "Disputed transaction id (blank = back): "
           PERFORM ACCEPT-TRANS-ID
           IF WS-ITEM-ID = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CASE
           IF WS-CASE-FOUND = 'Y'
               DISPLAY "Transaction " WS-ITEM-ID " already has a "
                   "dispute case - (C)redit or (R)esolve it"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ITEM-ID TO TRANS-ID
           READ TRANSACTION-FILE KEY IS TRANS-ID
               INVALID KEY
                   DISPLAY "No transaction found with id " WS-ITEM-ID
                   EXIT PARAGRAPH
           END-READ
           IF TRANS-TYPE NOT = "WD" AND TRANS-TYPE NOT = "FE"
               AND TRANS-TYPE NOT = "RI"
               DISPLAY "Transaction " WS-ITEM-ID " is a " TRANS-TYPE
                   " - only a debit (WD, FE, RI) can be disputed"
               EXIT PARAGRAPH
           END-IF
           IF WS-ITEM-ID > WS-LAST-POSTED-ID
               DISPLAY "Transaction " WS-ITEM-ID " has not posted "
                   "yet - reverse it with an RV in "
                   "TRANSACTIONS-WRITER"
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-TYPE    TO WS-ITEM-TYPE
           MOVE TRANS-DATE    TO WS-ITEM-DATE
           MOVE TRANS-ACCT-ID TO WS-ITEM-ACCT
           MOVE TRANS-AMOUNT  TO WS-ITEM-AMOUNT
           IF TRANS-CURR = SPACES
               MOVE "USD" TO WS-ITEM-CURR
           ELSE
               MOVE TRANS-CURR TO WS-ITEM-CURR
           END-IF

           MOVE WS-ITEM-ACCT TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   DISPLAY "Account " WS-ITEM-ACCT " is not on the "
                       "ledger - nothing to dispute"
                   EXIT PARAGRAPH
           END-READ
           PERFORM CHECK-ITEM-REVERSED
           IF WS-ITEM-REVERSED = 'Y'
               DISPLAY "Transaction " WS-ITEM-ID " has already been "
                   "reversed - nothing to dispute"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ITEM-ACCT   TO WS-EDIT-ACCT
           MOVE WS-ITEM-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY WS-ITEM-TYPE " of " WS-EDIT-AMOUNT " "
               WS-ITEM-CURR " on account " WS-EDIT-ACCT ", dated "
               WS-ITEM-DATE
           DISPLAY "Amount disputed (blank = the whole item): "
           MOVE SPACES TO WS-AMOUNT-TEXT
           ACCEPT WS-AMOUNT-TEXT
           IF WS-AMOUNT-TEXT = SPACES
               MOVE WS-ITEM-AMOUNT TO WS-DISPUTED-AMOUNT
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-AMOUNT-TEXT) NOT = 0
                   DISPLAY "Invalid amount - no case opened."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-AMOUNT-CHECK =
                   FUNCTION NUMVAL(WS-AMOUNT-TEXT)
               IF WS-AMOUNT-CHECK <= 0
                   OR WS-AMOUNT-CHECK > WS-ITEM-AMOUNT
                   DISPLAY "The amount disputed must be more than "
                       "zero and no more than the item - no case "
                       "opened."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-AMOUNT-CHECK TO WS-DISPUTED-AMOUNT
           END-IF

           PERFORM CAPTURE-REASON
           IF WS-REASON-FOUND NOT = 'Y'
               DISPLAY "No case opened."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Date the customer reported it YYYYMMDD "
               "(blank = today): "
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN = SPACES
               MOVE WS-TODAY TO WS-REPORTED
               MOVE 'Y' TO WS-DATEVAL-RESULT
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-FIELD-IN) = 0
                   COMPUTE WS-REPORTED = FUNCTION NUMVAL(WS-FIELD-IN)
                   CALL "DATEVAL" USING WS-REPORTED
                       WS-DATEVAL-OPTIONS WS-DATEVAL-RESULT
               ELSE
                   MOVE 'N' TO WS-DATEVAL-RESULT
               END-IF
           END-IF
           IF WS-DATEVAL-RESULT NOT = 'Y'
               OR WS-REPORTED < WS-ITEM-DATE
               DISPLAY "Invalid report date - no case opened."
               EXIT PARAGRAPH
           END-IF

           IF WS-DS-USED >= 2000
               DISPLAY "*** disputes.dat is full (2000 cases) - no "
                   "case opened ***"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DISPUTED-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY "Open a dispute for " WS-EDIT-AMOUNT " "
               WS-ITEM-CURR " (" WS-REASON-CODE ") - confirm (Y/N)? "
           MOVE SPACE TO WS-RESPONSE
           ACCEPT WS-RESPONSE
           IF FUNCTION UPPER-CASE(WS-RESPONSE) NOT = "Y"
               DISPLAY "No case opened."
               EXIT PARAGRAPH
           END-IF

           PERFORM START-MUTATION
           ADD 1 TO WS-DS-USED
           SET WS-DS-IDX TO WS-DS-USED
           MOVE SPACES TO WS-DS-ROW(WS-DS-IDX)
           MOVE WS-ITEM-ID         TO DSP-TRANS-ID(WS-DS-IDX)
           MOVE WS-ITEM-ACCT       TO DSP-ACCT(WS-DS-IDX)
           MOVE WS-ITEM-TYPE       TO DSP-ITEM-TYPE(WS-DS-IDX)
           MOVE WS-ITEM-DATE       TO DSP-ITEM-DATE(WS-DS-IDX)
           MOVE WS-DISPUTED-AMOUNT TO DSP-AMOUNT(WS-DS-IDX)
           MOVE WS-ITEM-CURR       TO DSP-CURR(WS-DS-IDX)
           MOVE WS-REASON-CODE     TO DSP-REASON(WS-DS-IDX)
           MOVE WS-REPORTED        TO DSP-REPORTED(WS-DS-IDX)
           MOVE WS-TODAY           TO DSP-OPENED(WS-DS-IDX)
           MOVE "O"                TO DSP-STATUS(WS-DS-IDX)
           MOVE 0 TO DSP-CREDIT-ID(WS-DS-IDX)
               DSP-CREDIT-DATE(WS-DS-IDX) DSP-RESOLVED(WS-DS-IDX)
               DSP-REVERSAL-ID(WS-DS-IDX)
           MOVE WS-SIGNON-OPERATOR TO DSP-OPERATOR(WS-DS-IDX)
           MOVE 'Y' TO WS-CASES-CHANGED
           ADD 1 TO WS-OPENED-COUNT
           MOVE "DSPOPN" TO WS-AUDIT-ACTION-TEXT
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "Dispute case opened on transaction " WS-ITEM-ID

           DISPLAY "Issue the provisional credit now (Y/N)? "
           MOVE SPACE TO WS-RESPONSE
           ACCEPT WS-RESPONSE
           IF FUNCTION UPPER-CASE(WS-RESPONSE) = "Y"
               PERFORM ISSUE-PROVISIONAL-CREDIT
           END-IF.

       ACCEPT-TRANS-ID.
           MOVE 0 TO WS-ITEM-ID
           MOVE SPACES TO WS-ID-TEXT
           ACCEPT WS-ID-TEXT
           IF WS-ID-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-ID-TEXT) NOT = 0
               DISPLAY "Invalid transaction id"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ID-CHECK = FUNCTION NUMVAL(WS-ID-TEXT)
           IF WS-ID-CHECK <= 0
               OR WS-ID-CHECK = WS-TRAILER-ID
               DISPLAY "Invalid transaction id"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-CHECK TO WS-ITEM-ID.

      *> WS-DS-IDX is left on the case for WS-ITEM-ID when found.
       FIND-CASE.
           MOVE 'N' TO WS-CASE-FOUND
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-USED
                       OR WS-CASE-FOUND = 'Y'
               IF DSP-TRANS-ID(WS-DS-IDX) = WS-ITEM-ID
                   MOVE 'Y' TO WS-CASE-FOUND
               END-IF
           END-PERFORM
           IF WS-CASE-FOUND = 'Y'
               SET WS-DS-IDX DOWN BY 1
           END-IF.

      *> One pass down the account's alternate-key chain for an RV
      *> that has already backed the item out.
       CHECK-ITEM-REVERSED.
           MOVE 'N' TO WS-ITEM-REVERSED
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-ITEM-ACCT TO TRANS-ACCT-ID
           START TRANSACTION-FILE KEY IS = TRANS-ACCT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF TRANS-ACCT-ID NOT = WS-ITEM-ACCT
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF TRANS-TYPE = "RV"
                               AND TRANS-REF-ID = WS-ITEM-ID
                               MOVE 'Y' TO WS-ITEM-REVERSED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CAPTURE-REASON.
           MOVE 'N' TO WS-REASON-FOUND
           DISPLAY "Dispute reason:"
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > 7
               DISPLAY "  " WS-RS-CODE(WS-RS-IDX) "  "
                   WS-RS-TEXT(WS-RS-IDX)
           END-PERFORM
           DISPLAY "Reason code: "
           MOVE SPACES TO WS-REASON-TEXT
           ACCEPT WS-REASON-TEXT
           MOVE FUNCTION UPPER-CASE(WS-REASON-TEXT) TO WS-REASON-TEXT
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > 7 OR WS-REASON-FOUND = 'Y'
               IF WS-RS-CODE(WS-RS-IDX) = WS-REASON-TEXT
                   MOVE 'Y' TO WS-REASON-FOUND
                   MOVE WS-REASON-TEXT TO WS-REASON-CODE
               END-IF
           END-PERFORM
           IF WS-REASON-FOUND NOT = 'Y'
               DISPLAY "Unknown reason code"
           END-IF.

      *> Picks an open case by the disputed transaction id; returns
      *> with WS-CASE-FOUND 'Y' and WS-DS-IDX on it, the account
      *> read from the ledger.
       SELECT-OPEN-CASE.
           DISPLAY "Disputed transaction id (blank = back): "
           PERFORM ACCEPT-TRANS-ID
           IF WS-ITEM-ID = 0
               MOVE 'N' TO WS-CASE-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CASE
           IF WS-CASE-FOUND NOT = 'Y'
               DISPLAY "No dispute case on transaction " WS-ITEM-ID
               EXIT PARAGRAPH
           END-IF
           IF DSP-STATUS(WS-DS-IDX) NOT = "O"
               DISPLAY "The dispute on transaction " WS-ITEM-ID
                   " is already resolved"
               MOVE 'N' TO WS-CASE-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-CASE-LINE
           MOVE DSP-ACCT(WS-DS-IDX) TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   DISPLAY "Account " DSP-ACCT(WS-DS-IDX)
                       " is no longer on the ledger"
                   MOVE 'N' TO WS-CASE-FOUND
           END-READ.

      *>----------------------------------------------------------
      *> Provisional credit on an open case.
      *>----------------------------------------------------------
       CREDIT-OPEN-CASE.
           PERFORM SELECT-OPEN-CASE
           IF WS-CASE-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF DSP-CREDIT-ID(WS-DS-IDX) > 0
               DISPLAY "The provisional credit was already issued "
                   "as transaction " DSP-CREDIT-ID(WS-DS-IDX)
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Issue the provisional credit (Y/N)? "
           MOVE SPACE TO WS-RESPONSE
           ACCEPT WS-RESPONSE
           IF FUNCTION UPPER-CASE(WS-RESPONSE) = "Y"
               PERFORM ISSUE-PROVISIONAL-CREDIT
           END-IF.

      *> The ledger record for the case's account is in hand. A
      *> frozen, closed, or matured account accepts no postings, so
      *> the credit would only land in suspense.
       ISSUE-PROVISIONAL-CREDIT.
           PERFORM CHECK-ACCOUNT-USABLE
           IF WS-ACCT-USABLE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM START-MUTATION
           ADD 1 TO WS-TRANS-ID
           MOVE WS-TRANS-ID              TO TRANS-ID
           MOVE "DP"                     TO TRANS-TYPE
           MOVE WS-TODAY                 TO TRANS-DATE
           MOVE DSP-ACCT(WS-DS-IDX)      TO TRANS-ACCT-ID
           MOVE DSP-AMOUNT(WS-DS-IDX)    TO TRANS-AMOUNT
           MOVE DSP-TRANS-ID(WS-DS-IDX)  TO TRANS-REF-ID
           MOVE DSP-ITEM-TYPE(WS-DS-IDX) TO TRANS-REF-TYPE
           MOVE DSP-CURR(WS-DS-IDX)      TO TRANS-CURR
           MOVE WS-DISPUTE-REF           TO TRANS-EXT-REF
           MOVE L-BRANCH                 TO TRANS-BRANCH
           MOVE ZERO                     TO TRANS-TO-ACCT
           MOVE SPACES                   TO TRANS-TELLER
           MOVE ZERO                     TO TRANS-CHECK-NO
           PERFORM WRITE-CASE-POSTING
           MOVE WS-TRANS-ID TO DSP-CREDIT-ID(WS-DS-IDX)
           MOVE WS-TODAY    TO DSP-CREDIT-DATE(WS-DS-IDX)
           MOVE WS-SIGNON-OPERATOR TO DSP-OPERATOR(WS-DS-IDX)
           MOVE 'Y' TO WS-CASES-CHANGED
           ADD 1 TO WS-CREDITED-COUNT
           MOVE DSP-TRANS-ID(WS-DS-IDX) TO WS-ITEM-ID
           MOVE "DSPCRD" TO WS-AUDIT-ACTION-TEXT
           PERFORM WRITE-AUDIT-ENTRY
           MOVE WS-TRANS-ID TO WS-EDIT-ID
           DISPLAY "Provisional credit captured as transaction "
               WS-EDIT-ID.

       CHECK-ACCOUNT-USABLE.
           MOVE 'Y' TO WS-ACCT-USABLE
           IF L-STATUS = "F" OR L-STATUS = "C" OR L-STATUS = "M"
               OR L-STATUS = "W"
               MOVE 'N' TO WS-ACCT-USABLE
               DISPLAY "Account " L-ACCT-ID " is frozen, closed, "
                   "matured, or charged off (status " L-STATUS
                   ") and takes no postings - reopen it in "
                   "WriteLedger first"
           END-IF.

      *>----------------------------------------------------------
      *> Resolution - for the customer (the credit stands) or
      *> against (the credit is reversed).
      *>----------------------------------------------------------
       RESOLVE-OPEN-CASE.
           PERFORM SELECT-OPEN-CASE
           IF WS-CASE-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Resolved in the customer's (F)avour, (A)gainst "
               "the customer, or blank to go back? "
           MOVE SPACE TO WS-ACTION
           ACCEPT WS-ACTION
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           EVALUATE WS-ACTION
               WHEN "F"
                   PERFORM RESOLVE-IN-FAVOUR
               WHEN "A"
                   PERFORM RESOLVE-AGAINST
               WHEN OTHER
                   DISPLAY "Case left open."
           END-EVALUATE.

      *> A case found for the customer before any provisional credit
      *> went out still owes them the money - unless it came back
      *> another way (a merchant refund), which the operator says.
       RESOLVE-IN-FAVOUR.
           IF DSP-CREDIT-ID(WS-DS-IDX) = 0
               DISPLAY "No provisional credit was issued - credit "
                   "the customer now (Y/N)? "
               MOVE SPACE TO WS-RESPONSE
               ACCEPT WS-RESPONSE
               IF FUNCTION UPPER-CASE(WS-RESPONSE) = "Y"
                   PERFORM ISSUE-PROVISIONAL-CREDIT
                   IF DSP-CREDIT-ID(WS-DS-IDX) = 0
                       DISPLAY "Case left open."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           DISPLAY "Close the case in the customer's favour (Y/N)? "
           MOVE SPACE TO WS-RESPONSE
           ACCEPT WS-RESPONSE
           IF FUNCTION UPPER-CASE(WS-RESPONSE) NOT = "Y"
               DISPLAY "Case left open."
               EXIT PARAGRAPH
           END-IF
           PERFORM START-MUTATION
           MOVE "W"      TO DSP-STATUS(WS-DS-IDX)
           MOVE WS-TODAY TO DSP-RESOLVED(WS-DS-IDX)
           MOVE WS-SIGNON-OPERATOR TO DSP-OPERATOR(WS-DS-IDX)
           MOVE 'Y' TO WS-CASES-CHANGED
           ADD 1 TO WS-RESOLVED-COUNT
           MOVE DSP-TRANS-ID(WS-DS-IDX) TO WS-ITEM-ID
           MOVE "DSPWON" TO WS-AUDIT-ACTION-TEXT
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "Case closed in the customer's favour - the "
               "credit is final.".

      *> The RV names the credit and carries its type, amount, and
      *> currency, so it cancels exactly; an account that has since
      *> been closed cannot take it, and the case waits.
       RESOLVE-AGAINST.
           IF DSP-CREDIT-ID(WS-DS-IDX) > 0
               PERFORM CHECK-ACCOUNT-USABLE
               IF WS-ACCT-USABLE NOT = 'Y'
                   DISPLAY "Case left open."
                   EXIT PARAGRAPH
               END-IF
               MOVE DSP-AMOUNT(WS-DS-IDX) TO WS-EDIT-AMOUNT
               DISPLAY "Reverse the provisional credit of "
                   WS-EDIT-AMOUNT " " DSP-CURR(WS-DS-IDX)
                   " and close the case (Y/N)? "
           ELSE
               DISPLAY "No provisional credit was issued - close "
                   "the case against the customer (Y/N)? "
           END-IF
           MOVE SPACE TO WS-RESPONSE
           ACCEPT WS-RESPONSE
           IF FUNCTION UPPER-CASE(WS-RESPONSE) NOT = "Y"
               DISPLAY "Case left open."
               EXIT PARAGRAPH
           END-IF
           PERFORM START-MUTATION
           MOVE 0 TO DSP-REVERSAL-ID(WS-DS-IDX)
           IF DSP-CREDIT-ID(WS-DS-IDX) > 0
               ADD 1 TO WS-TRANS-ID
               MOVE WS-TRANS-ID              TO TRANS-ID
               MOVE "RV"                     TO TRANS-TYPE
               MOVE WS-TODAY                 TO TRANS-DATE
               MOVE DSP-ACCT(WS-DS-IDX)      TO TRANS-ACCT-ID
               MOVE DSP-AMOUNT(WS-DS-IDX)    TO TRANS-AMOUNT
               MOVE DSP-CREDIT-ID(WS-DS-IDX) TO TRANS-REF-ID
               MOVE "DP"                     TO TRANS-REF-TYPE
               MOVE DSP-CURR(WS-DS-IDX)      TO TRANS-CURR
               MOVE WS-DISPUTE-REF           TO TRANS-EXT-REF
               MOVE L-BRANCH                 TO TRANS-BRANCH
               MOVE ZERO                     TO TRANS-TO-ACCT
               MOVE SPACES                   TO TRANS-TELLER
               MOVE ZERO                     TO TRANS-CHECK-NO
               PERFORM WRITE-CASE-POSTING
               MOVE WS-TRANS-ID TO DSP-REVERSAL-ID(WS-DS-IDX)
           END-IF
           MOVE "L"      TO DSP-STATUS(WS-DS-IDX)
           MOVE WS-TODAY TO DSP-RESOLVED(WS-DS-IDX)
           MOVE WS-SIGNON-OPERATOR TO DSP-OPERATOR(WS-DS-IDX)
           MOVE 'Y' TO WS-CASES-CHANGED
           ADD 1 TO WS-RESOLVED-COUNT
           MOVE DSP-TRANS-ID(WS-DS-IDX) TO WS-ITEM-ID
           MOVE "DSPLOST" TO WS-AUDIT-ACTION-TEXT
           PERFORM WRITE-AUDIT-ENTRY
           IF DSP-REVERSAL-ID(WS-DS-IDX) > 0
               MOVE DSP-REVERSAL-ID(WS-DS-IDX) TO WS-EDIT-ID
               DISPLAY "Case closed against the customer - credit "
                   "reversed as transaction " WS-EDIT-ID
           ELSE
               DISPLAY "Case closed against the customer."
           END-IF.

       WRITE-CASE-POSTING.
           WRITE TRANSACTION-RECORD
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR writing transactions.dat, status = "
                   WS-TRANS-STATUS
               CLOSE TRANSACTION-FILE LEDGER-FILE
               IF WS-CASES-CHANGED = 'Y'
                   PERFORM REWRITE-DISPUTE-FILE
               END-IF
               PERFORM RELEASE-AND-STOP
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT.

      *>----------------------------------------------------------
      *> Listing.
      *>----------------------------------------------------------
       LIST-OPEN-CASES.
           MOVE 0 TO WS-LISTED-COUNT
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-USED
               IF DSP-STATUS(WS-DS-IDX) = "O"
                   PERFORM SHOW-CASE-LINE
                   ADD 1 TO WS-LISTED-COUNT
               END-IF
           END-PERFORM
           MOVE WS-LISTED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Open dispute cases: " WS-EDIT-COUNT.

       SHOW-CASE-LINE.
           MOVE DSP-ACCT(WS-DS-IDX)   TO WS-EDIT-ACCT
           MOVE DSP-AMOUNT(WS-DS-IDX) TO WS-EDIT-AMOUNT
           EVALUATE DSP-STATUS(WS-DS-IDX)
               WHEN "O"
                   IF DSP-CREDIT-ID(WS-DS-IDX) > 0
                       MOVE "open, provisionally credited"
                           TO WS-STATUS-TEXT
                   ELSE
                       MOVE "open, no credit yet" TO WS-STATUS-TEXT
                   END-IF
               WHEN "W"
                   MOVE "resolved for the customer" TO WS-STATUS-TEXT
               WHEN "L"
                   MOVE "resolved against the customer"
                       TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "unknown status" TO WS-STATUS-TEXT
           END-EVALUATE
           DISPLAY "  " DSP-TRANS-ID(WS-DS-IDX) " "
               DSP-ITEM-TYPE(WS-DS-IDX) " acct " WS-EDIT-ACCT " "
               WS-EDIT-AMOUNT " " DSP-CURR(WS-DS-IDX) " "
               DSP-REASON(WS-DS-IDX) "  " WS-STATUS-TEXT
           DISPLAY "      reported " DSP-REPORTED(WS-DS-IDX)
               "  opened " DSP-OPENED(WS-DS-IDX)
               "  credit " DSP-CREDIT-ID(WS-DS-IDX).

      *>----------------------------------------------------------
      *> Files.
      *>----------------------------------------------------------
       WRITE-AUDIT-ENTRY.
           CALL "BUSDATE" USING WS-AUDIT-DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE DSP-ACCT(WS-DS-IDX) TO WS-AUDIT-ACCT
           MOVE WS-ITEM-ID TO WS-AUDIT-ITEM
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-ACTION-TEXT DELIMITED BY SPACE
                   " acct=" DELIMITED BY SIZE
                   WS-AUDIT-ACCT DELIMITED BY SIZE
                   " item=" DELIMITED BY SIZE
                   WS-AUDIT-ITEM DELIMITED BY SIZE
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
               CLOSE TRANSACTION-FILE LEDGER-FILE
               PERFORM RELEASE-AND-STOP
           END-IF.

      *> The register is rewritten whole, so one longer than the
      *> table is refused outright rather than losing its tail.
       LOAD-DISPUTE-FILE.
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DISPUTE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-DS-USED >= 2000
                           DISPLAY "*** disputes.dat holds more "
                               "than 2000 cases ***"
                           CLOSE DISPUTE-FILE
                           PERFORM RELEASE-AND-STOP
                       END-IF
                       ADD 1 TO WS-DS-USED
                       MOVE DISPUTE-RECORD TO WS-DS-ROW(WS-DS-USED)
               END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE.

       REWRITE-DISPUTE-FILE.
           OPEN OUTPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS NOT = "00"
               DISPLAY "ERROR rewriting disputes.dat, status = "
                   WS-DISPUTE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-USED
               MOVE WS-DS-ROW(WS-DS-IDX) TO DISPUTE-RECORD
               WRITE DISPUTE-RECORD
           END-PERFORM
           CLOSE DISPUTE-FILE
           MOVE 'N' TO WS-CASES-CHANGED.

      *> Same highest-id scan and date-plus-sequence floor as
      *> TRANSACTIONS-WRITER so the case postings continue the id
      *> sequence in the business date's range.
       FIND-NEXT-TRANS-ID.
           COMPUTE WS-DAY-FLOOR = WS-TODAY * 100000
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
                   WS-TRANS-STATUS
               PERFORM RELEASE-AND-STOP
           END-IF
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
           IF WS-TRANS-ID < WS-DAY-FLOOR
               MOVE WS-DAY-FLOOR TO WS-TRANS-ID
           END-IF.

      *> Same control-total refresh as TRANSACTIONS-WRITER after its
      *> appends: rescan, then append a fresh trailer.
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
      *> One trailer per file now that TRANS-ID is the record key -
      *> a duplicate-key answer means a trailer already exists, so
      *> it is refreshed in place.
           IF WS-TRANS-STATUS = "22"
               REWRITE TRANSACTION-RECORD
           END-IF
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR writing trailer to transactions.dat, "
                   "status = " WS-TRANS-STATUS
           END-IF
           CLOSE TRANSACTION-FILE.
