       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETITEM.

      *> Returned deposited items. When a check taken on deposit
      *> comes back unpaid, the back office keys the original DP's
      *> transaction id and the return reason here, and in one step:
      *>   - an RI (returned item) debit is raised that charges the
      *>     deposit back - account, amount, and currency come from
      *>     the original DP, which it names in TRANS-REF-ID with
      *>     TRANS-REF-TYPE "DP", so the chargeback always exactly
      *>     undoes the credit. POSTLEDGER applies it even past the
      *>     available balance: the money was never collected;
      *>   - the returned-item fee (the RETURN line of
      *>     fee_schedule.dat, FEEMAINT) is raised as an FE linked
      *>     to the RI (TRANS-REF-ID = the RI's id, TRANS-REF-TYPE
      *>     "RI"); no RETURN line, or zero, means no fee;
      *>   - the returned deposit's own clearing hold, if still on
      *>     holds.dat, is released (its money is gone with the
      *>     chargeback), and every other deposit on the account
      *>     still inside the extended clearing period -
      *>     RETURN_HOLD_DAYS business days from its deposit date
      *>     (BUSDAY, the way POSTLEDGER dates a clearing hold;
      *>     environment setting, default 10) - has its hold
      *>     extended to the end of that period, or reinstated as
      *>     a RETURN HOLD when the original clearing hold has
      *>     already lapsed;
      *>   - the return is recorded on the returned-items register,
      *>     returned_items.dat, one line per item:
      *>         DATE,RIID,ACCT,DPID,AMOUNT,CURR,REASON,FEE,OPERATOR
      *>     which RETITEMRPT reads for the rolling 90-day repeat
      *>     returns report, and on ledger_audit.log (RETITM).
      *> Only a DP that POSTLEDGER has already applied can be
      *> returned here; one still waiting to post is simply
      *> reversed with an RV in TRANSACTIONS-WRITER. A deposit that
      *> has been reversed or already returned is refused, and
      *> TRANSACTIONS-WRITER in turn refuses to reverse a deposit
      *> that has been returned.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT HOLD-FILE ASSIGN TO "holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-NO
               ALTERNATE RECORD KEY IS HOLD-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT FEE-FILE ASSIGN TO "fee_schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT RETURN-FILE ASSIGN TO "returned_items.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ledger_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  CURSOR-FILE.
       01  CURSOR-LINE           PIC 9(13).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  FEE-FILE.
       01  FEE-LINE              PIC X(40).

       FD  RETURN-FILE.
       01  RETURN-LINE           PIC X(100).

       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

      *> Operator sign-on (SIGNON/operators.dat): a chargeback and
      *> its hold changes are ledger/hold maintenance, permission L.
       01  WS-SIGNON-FUNCTION    PIC X VALUE "L".
       01  WS-SIGNON-OPERATOR    PIC X(4).
       01  WS-SIGNON-RESULT      PIC X.

      *> Run lock (RUNLOCK/run_lock.dat) - this program writes
      *> transactions.dat and updates holds.dat.
       01  WS-LOCK-ACTION        PIC X.
       01  WS-LOCK-HOLDER        PIC X(20).
       01  WS-LOCK-RESULT        PIC X.

       01  WS-TRANS-STATUS       PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-CURSOR-STATUS      PIC XX.
       01  WS-HOLD-STATUS        PIC XX.
       01  WS-FEE-STATUS         PIC XX.
       01  WS-RETURN-STATUS      PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-HOLD-EOF           PIC X VALUE 'N'.
       01  WS-FEE-EOF            PIC X VALUE 'N'.
       01  WS-SCAN-EOF           PIC X VALUE 'N'.
       01  WS-CONTINUE           PIC X VALUE 'Y'.
       01  WS-RESPONSE           PIC X.
       01  WS-TODAY              PIC 9(8).
       01  WS-LAST-POSTED-ID     PIC 9(13) VALUE 0.

       01  WS-TRANS-ID           PIC 9(13) VALUE 0.
       01  WS-DAY-FLOOR          PIC 9(13).
       01  WS-TRAILER-ID         PIC 9(13) VALUE 9999999999999.
       01  WS-TRAILER-COUNT      PIC 9(7) VALUE 0.
       01  WS-TRAILER-TOTAL      PIC 9(9)V99 VALUE 0.

      *> The returned-item fee, from the RETURN line of the fee
      *> schedule; charged in the account's currency, the way
      *> FEEENGINE charges the monthly fee.
       01  WS-FEE-TOKEN-1        PIC X(8).
       01  WS-FEE-TOKEN-2        PIC X(12).
       01  WS-RETURN-FEE         PIC 9(5)V99 VALUE 0.

      *> Extended clearing period for the account's other deposits,
      *> counted in business days from each deposit's date.
       01  WS-RETURN-DAYS        PIC 9(3) VALUE 10.
       01  WS-RETURN-DAYS-TEXT   PIC X(5).
       01  WS-BUSDAY-FUNCTION    PIC X.
       01  WS-BUSDAY-DAYS        PIC 9(3).

      *> The deposit being returned.
       01  WS-REF-ID-TEXT        PIC X(14).
       01  WS-REF-ID-CHECK       PIC S9(13).
       01  WS-DP-ID              PIC 9(13).
       01  WS-DP-ACCT            PIC 9(6).
       01  WS-DP-AMOUNT          PIC 9(7)V99 COMP-3.
       01  WS-DP-CURR            PIC X(3).
       01  WS-DP-DATE            PIC 9(8).
       01  WS-DP-HELD            PIC 9(7)V99 COMP-3.
       01  WS-BACKED-OUT         PIC X.
       01  WS-RI-ID              PIC 9(13).
       01  WS-FE-ID              PIC 9(13).
       01  WS-ACCT-CURR          PIC X(3).

      *> Return reasons - the code is what lands on the register.
       01  WS-REASON-VALUES.
           05 FILLER PIC X(30) VALUE "NSFINSUFFICIENT FUNDS".
           05 FILLER PIC X(30) VALUE "UNCUNCOLLECTED FUNDS HOLD".
           05 FILLER PIC X(30) VALUE "CLSACCOUNT CLOSED".
           05 FILLER PIC X(30) VALUE "NACNO ACCOUNT / NOT LOCATED".
           05 FILLER PIC X(30) VALUE "STPPAYMENT STOPPED".
           05 FILLER PIC X(30) VALUE "SIGSIGNATURE IRREGULAR".
           05 FILLER PIC X(30) VALUE "FRDALTERED OR FORGED".
           05 FILLER PIC X(30) VALUE "OTHOTHER".
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05 WS-RS-ROW OCCURS 8 TIMES INDEXED BY WS-RS-IDX.
               10 WS-RS-CODE     PIC X(3).
               10 WS-RS-TEXT     PIC X(27).
       01  WS-REASON-TEXT        PIC X(3).
       01  WS-REASON-CODE        PIC X(3).
       01  WS-REASON-FOUND       PIC X.

      *> Currency conversion (CURRCONV): holds are kept in account
      *> currency, the amount POSTLEDGER actually credited.
       01  WS-FROM-CURR          PIC X(3).
       01  WS-TO-CURR            PIC X(3).
       01  WS-CONV-AMOUNT        PIC 9(7)V99 COMP-3.
       01  WS-CONV-OK            PIC X.
       01  WS-RATE-DATE          PIC 9(8).

      *> Every deposit on the account, and every id some RV or RI
      *> has already backed out, from one pass down the account's
      *> alternate-key chain.
       01  WS-DEP-TABLE.
           05 WS-DEP-ROW OCCURS 100 TIMES INDEXED BY WS-DEP-IDX.
               10 WS-DEP-ID      PIC 9(13).
               10 WS-DEP-DATE    PIC 9(8).
               10 WS-DEP-AMOUNT  PIC 9(7)V99 COMP-3.
               10 WS-DEP-CURR    PIC X(3).
       01  WS-DEP-USED           PIC 9(3) VALUE 0.
       01  WS-BO-TABLE.
           05 WS-BO-ID OCCURS 200 TIMES INDEXED BY WS-BO-IDX
                                 PIC 9(13).
       01  WS-BO-USED            PIC 9(3) VALUE 0.
       01  WS-CHECK-ID           PIC 9(13).

      *> The returned account's holds, read through the account
      *> key of holds.dat for each return, plus a dropped flag (the
      *> returned deposit's own hold), a claimed flag so two
      *> deposits of the same amount never match the same hold,
      *> and a change flag - C an extended hold, N a reinstated
      *> one still to be written - for SAVE-ACCOUNT-HOLDS.
       01  WS-HOLD-OPEN          PIC X VALUE 'N'.
       01  WS-HOLD-TABLE.
           05 WS-HD-ROW OCCURS 200 TIMES INDEXED BY WS-HD-IDX.
               10 WS-HD-HOLDNO   PIC 9(13).
               10 WS-HD-ACCT     PIC 9(6).
               10 WS-HD-AMOUNT   PIC 9(7)V99.
               10 WS-HD-REASON   PIC X(16).
               10 WS-HD-EXPIRY   PIC 9(8).
               10 WS-HD-DROPPED  PIC X.
               10 WS-HD-CLAIMED  PIC X.
               10 WS-HD-CHANGE   PIC X.
       01  WS-HD-USED            PIC 9(3) VALUE 0.
       01  WS-NEXT-HOLDNO        PIC 9(13) VALUE 0.
       01  WS-HOLD-FOUND         PIC X.
       01  WS-EXT-EXPIRY         PIC 9(8).
       01  WS-HOLDS-EXTENDED     PIC 9(3).
       01  WS-HOLDS-REINSTATED   PIC 9(3).
       01  WS-HOLDS-RELEASED     PIC 9(3).
       01  WS-EDIT-HOLDNO        PIC 9(13).

       01  WS-RETURN-COUNT       PIC 9(5) VALUE 0.
       01  WS-EDIT-ID            PIC 9(13).
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-FEE           PIC ZZ,ZZ9.99.
       01  WS-EDIT-COUNT         PIC ZZ9.
       01  WS-FILE-AMOUNT        PIC 9(7).99.
       01  WS-FILE-FEE           PIC 9(5).99.
       01  WS-AUDIT-DATE         PIC 9(8).
       01  WS-AUDIT-TIME         PIC 9(8).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "SIGNON" USING WS-SIGNON-FUNCTION
               WS-SIGNON-OPERATOR WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           MOVE "T" TO WS-LOCK-ACTION
           MOVE "RETITEM" TO WS-LOCK-HOLDER
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           CALL "BUSDATE" USING WS-TODAY
           PERFORM READ-RETURN-SETTINGS
           PERFORM LOAD-RETURN-FEE
           PERFORM READ-POSTING-CURSOR

      *> Generation backup before the first mutation of the run
      *> unit (GENBACKUP rotates once per run unit).
           CALL "GENBACKUP"
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

           MOVE WS-RETURN-FEE TO WS-EDIT-FEE
           DISPLAY "Returned-item fee: " WS-EDIT-FEE
               "   extended clearing period: " WS-RETURN-DAYS
               " days"
           PERFORM UNTIL WS-CONTINUE NOT = 'Y'
               PERFORM CAPTURE-ONE-RETURN
           END-PERFORM

           CLOSE LEDGER-FILE
           CLOSE TRANSACTION-FILE
           IF WS-RETURN-COUNT > 0
               PERFORM WRITE-TRAILER-RECORD
           END-IF

           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           MOVE WS-RETURN-COUNT TO WS-EDIT-COUNT
           DISPLAY "Returned items captured: " WS-EDIT-COUNT
           STOP RUN.

       RELEASE-AND-STOP.
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           STOP RUN 1.

       READ-RETURN-SETTINGS.
           MOVE SPACES TO WS-RETURN-DAYS-TEXT
           ACCEPT WS-RETURN-DAYS-TEXT
               FROM ENVIRONMENT "RETURN_HOLD_DAYS"
           IF WS-RETURN-DAYS-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-RETURN-DAYS-TEXT) = 0
               COMPUTE WS-RETURN-DAYS =
                   FUNCTION NUMVAL(WS-RETURN-DAYS-TEXT)
           END-IF.

       LOAD-RETURN-FEE.
           OPEN INPUT FEE-FILE
           IF WS-FEE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FEE-EOF = 'Y'
               READ FEE-FILE
                   AT END
                       MOVE 'Y' TO WS-FEE-EOF
                   NOT AT END
                       MOVE SPACES TO WS-FEE-TOKEN-1 WS-FEE-TOKEN-2
                       UNSTRING FEE-LINE DELIMITED BY ","
                           INTO WS-FEE-TOKEN-1 WS-FEE-TOKEN-2
                       END-UNSTRING
                       IF FUNCTION UPPER-CASE(WS-FEE-TOKEN-1)
                               = "RETURN"
                           AND FUNCTION TEST-NUMVAL(WS-FEE-TOKEN-2)
                               = 0
                           COMPUTE WS-RETURN-FEE =
                               FUNCTION NUMVAL(WS-FEE-TOKEN-2)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-FILE.

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

       CAPTURE-ONE-RETURN.
           DISPLAY "Returned deposit - original DP transaction id "
               "(blank = finish): "
           MOVE SPACES TO WS-REF-ID-TEXT
           ACCEPT WS-REF-ID-TEXT
           IF WS-REF-ID-TEXT = SPACES
               MOVE 'N' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-REF-ID-TEXT) NOT = 0
               DISPLAY "Invalid transaction id"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REF-ID-CHECK = FUNCTION NUMVAL(WS-REF-ID-TEXT)
           IF WS-REF-ID-CHECK <= 0
               OR WS-REF-ID-CHECK = WS-TRAILER-ID
               DISPLAY "Invalid transaction id"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REF-ID-CHECK TO WS-DP-ID
           MOVE WS-DP-ID TO TRANS-ID
           READ TRANSACTION-FILE KEY IS TRANS-ID
               INVALID KEY
                   DISPLAY "No transaction found with id " WS-DP-ID
                   EXIT PARAGRAPH
           END-READ
           IF TRANS-TYPE NOT = "DP"
               DISPLAY "Transaction " WS-DP-ID " is a " TRANS-TYPE
                   ", not a deposit - only a DP can be returned"
               EXIT PARAGRAPH
           END-IF
      *> A dispute's provisional credit was never a deposited item;
      *> it comes back only by resolving the case in DISPUTE.
           IF TRANS-EXT-REF(1:7) = "DISPUTE"
               DISPLAY "Deposit " WS-DP-ID " is a dispute credit - "
                   "resolve the case in DISPUTE"
               EXIT PARAGRAPH
           END-IF
           IF WS-DP-ID > WS-LAST-POSTED-ID
               DISPLAY "Deposit " WS-DP-ID " has not posted yet - "
                   "reverse it with an RV in TRANSACTIONS-WRITER"
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-ACCT-ID TO WS-DP-ACCT
           MOVE TRANS-AMOUNT  TO WS-DP-AMOUNT
           MOVE TRANS-CURR    TO WS-DP-CURR
           MOVE TRANS-DATE    TO WS-DP-DATE

           MOVE WS-DP-ACCT TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   DISPLAY "Account " WS-DP-ACCT " is not on the "
                       "ledger - nothing to charge back"
                   EXIT PARAGRAPH
           END-READ
           IF L-CURR = SPACES
               MOVE "USD" TO WS-ACCT-CURR
           ELSE
               MOVE L-CURR TO WS-ACCT-CURR
           END-IF

           PERFORM SCAN-ACCOUNT-ACTIVITY
           MOVE WS-DP-ID TO WS-CHECK-ID
           PERFORM CHECK-BACKED-OUT
           IF WS-BACKED-OUT = 'Y'
               DISPLAY "Deposit " WS-DP-ID " has already been "
                   "reversed or returned"
               EXIT PARAGRAPH
           END-IF

           PERFORM CAPTURE-REASON
           IF WS-REASON-FOUND NOT = 'Y'
               DISPLAY "No return captured."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DP-ACCT   TO WS-EDIT-ACCT
           MOVE WS-DP-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-RETURN-FEE TO WS-EDIT-FEE
           DISPLAY "Charge back " WS-EDIT-AMOUNT " " WS-DP-CURR
               " from account " WS-EDIT-ACCT " (" WS-REASON-CODE
               "), fee " WS-EDIT-FEE " - confirm (Y/N)? "
           MOVE SPACE TO WS-RESPONSE
           ACCEPT WS-RESPONSE
           MOVE FUNCTION UPPER-CASE(WS-RESPONSE) TO WS-RESPONSE
           IF WS-RESPONSE NOT = "Y"
               DISPLAY "No return captured."
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-RETURNED-ITEM
           IF WS-RETURN-FEE > 0
               PERFORM WRITE-RETURN-FEE
           ELSE
               MOVE 0 TO WS-FE-ID
           END-IF
           ADD 1 TO WS-RETURN-COUNT
           PERFORM ADJUST-ACCOUNT-HOLDS
           PERFORM SAVE-ACCOUNT-HOLDS
           PERFORM APPEND-RETURN-REGISTER
           PERFORM WRITE-AUDIT-ENTRY

           MOVE WS-RI-ID TO WS-EDIT-ID
           DISPLAY "Returned item captured as transaction "
               WS-EDIT-ID
           MOVE WS-HOLDS-RELEASED TO WS-EDIT-COUNT
           DISPLAY "  clearing hold released: " WS-EDIT-COUNT
           MOVE WS-HOLDS-EXTENDED TO WS-EDIT-COUNT
           DISPLAY "  holds extended:         " WS-EDIT-COUNT
           MOVE WS-HOLDS-REINSTATED TO WS-EDIT-COUNT
           DISPLAY "  holds reinstated:       " WS-EDIT-COUNT.

      *> One pass down the account's alternate-key chain collects
      *> its deposits and every id an RV or RI has backed out.
      *> Returns captured earlier in this session are already on
      *> file, so the same deposit cannot be returned twice.
       SCAN-ACCOUNT-ACTIVITY.
           MOVE 0 TO WS-DEP-USED WS-BO-USED
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-DP-ACCT TO TRANS-ACCT-ID
           START TRANSACTION-FILE KEY IS = TRANS-ACCT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF TRANS-ACCT-ID NOT = WS-DP-ACCT
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           PERFORM NOTE-ONE-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-ONE-ACTIVITY.
           IF TRANS-ID = WS-TRAILER-ID
               EXIT PARAGRAPH
           END-IF
           IF TRANS-TYPE = "RV" OR TRANS-TYPE = "RI"
               IF WS-BO-USED < 200
                   ADD 1 TO WS-BO-USED
                   MOVE TRANS-REF-ID TO WS-BO-ID(WS-BO-USED)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF TRANS-TYPE = "DP" AND TRANS-ID NOT = WS-DP-ID
               AND TRANS-ID <= WS-LAST-POSTED-ID
               IF WS-DEP-USED >= 100
                   DISPLAY "*** WARNING: deposit table full (100) - "
                       "older deposits on the account not checked "
                       "for holds ***"
               ELSE
                   ADD 1 TO WS-DEP-USED
                   MOVE TRANS-ID     TO WS-DEP-ID(WS-DEP-USED)
                   MOVE TRANS-DATE   TO WS-DEP-DATE(WS-DEP-USED)
                   MOVE TRANS-AMOUNT TO WS-DEP-AMOUNT(WS-DEP-USED)
                   MOVE TRANS-CURR   TO WS-DEP-CURR(WS-DEP-USED)
               END-IF
           END-IF.

       CHECK-BACKED-OUT.
           MOVE 'N' TO WS-BACKED-OUT
           PERFORM VARYING WS-BO-IDX FROM 1 BY 1
                   UNTIL WS-BO-IDX > WS-BO-USED
               IF WS-BO-ID(WS-BO-IDX) = WS-CHECK-ID
                   MOVE 'Y' TO WS-BACKED-OUT
               END-IF
           END-PERFORM.

       CAPTURE-REASON.
           MOVE 'N' TO WS-REASON-FOUND
           DISPLAY "Return reason:"
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > 8
               DISPLAY "  " WS-RS-CODE(WS-RS-IDX) "  "
                   WS-RS-TEXT(WS-RS-IDX)
           END-PERFORM
           DISPLAY "Reason code: "
           MOVE SPACES TO WS-REASON-TEXT
           ACCEPT WS-REASON-TEXT
           MOVE FUNCTION UPPER-CASE(WS-REASON-TEXT) TO WS-REASON-TEXT
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > 8 OR WS-REASON-FOUND = 'Y'
               IF WS-RS-CODE(WS-RS-IDX) = WS-REASON-TEXT
                   MOVE 'Y' TO WS-REASON-FOUND
                   MOVE WS-REASON-TEXT TO WS-REASON-CODE
               END-IF
           END-PERFORM
           IF WS-REASON-FOUND NOT = 'Y'
               DISPLAY "Unknown reason code"
           END-IF.

       WRITE-RETURNED-ITEM.
           ADD 1 TO WS-TRANS-ID
           MOVE WS-TRANS-ID    TO WS-RI-ID
           MOVE WS-TRANS-ID    TO TRANS-ID
           MOVE "RI"           TO TRANS-TYPE
           MOVE WS-TODAY       TO TRANS-DATE
           MOVE WS-DP-ACCT     TO TRANS-ACCT-ID
           MOVE WS-DP-AMOUNT   TO TRANS-AMOUNT
           MOVE WS-DP-ID       TO TRANS-REF-ID
           MOVE "DP"           TO TRANS-REF-TYPE
           MOVE WS-DP-CURR     TO TRANS-CURR
           MOVE SPACES         TO TRANS-EXT-REF
           MOVE L-BRANCH       TO TRANS-BRANCH
           MOVE ZERO           TO TRANS-TO-ACCT
           MOVE SPACES         TO TRANS-TELLER
           MOVE ZERO           TO TRANS-CHECK-NO
           WRITE TRANSACTION-RECORD
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR writing transactions.dat, status = "
                   WS-TRANS-STATUS
               CLOSE TRANSACTION-FILE LEDGER-FILE
               PERFORM RELEASE-AND-STOP
           END-IF.

       WRITE-RETURN-FEE.
           ADD 1 TO WS-TRANS-ID
           MOVE WS-TRANS-ID    TO WS-FE-ID
           MOVE WS-TRANS-ID    TO TRANS-ID
           MOVE "FE"           TO TRANS-TYPE
           MOVE WS-TODAY       TO TRANS-DATE
           MOVE WS-DP-ACCT     TO TRANS-ACCT-ID
           MOVE WS-RETURN-FEE  TO TRANS-AMOUNT
           MOVE WS-RI-ID       TO TRANS-REF-ID
           MOVE "RI"           TO TRANS-REF-TYPE
           MOVE WS-ACCT-CURR   TO TRANS-CURR
           MOVE SPACES         TO TRANS-EXT-REF
           MOVE L-BRANCH       TO TRANS-BRANCH
           MOVE ZERO           TO TRANS-TO-ACCT
           MOVE SPACES         TO TRANS-TELLER
           MOVE ZERO           TO TRANS-CHECK-NO
           WRITE TRANSACTION-RECORD
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR writing transactions.dat, status = "
                   WS-TRANS-STATUS
               CLOSE TRANSACTION-FILE LEDGER-FILE
               PERFORM RELEASE-AND-STOP
           END-IF.

      *> The returned deposit's own hold goes; every other posted,
      *> un-backed-out deposit still inside the extended clearing
      *> period keeps (or gets back) a hold to the end of it.
       ADJUST-ACCOUNT-HOLDS.
           MOVE 0 TO WS-HOLDS-EXTENDED WS-HOLDS-REINSTATED
               WS-HOLDS-RELEASED
           PERFORM LOAD-ACCOUNT-HOLDS

           MOVE WS-DP-CURR   TO WS-FROM-CURR
           MOVE WS-DP-AMOUNT TO WS-CONV-AMOUNT
           MOVE WS-DP-DATE   TO WS-RATE-DATE
           PERFORM CONVERT-TO-ACCOUNT
           MOVE WS-CONV-AMOUNT TO WS-DP-HELD
           PERFORM FIND-DEPOSIT-HOLD
           IF WS-HOLD-FOUND = 'Y'
               MOVE 'Y' TO WS-HD-DROPPED(WS-HD-IDX)
               ADD 1 TO WS-HOLDS-RELEASED
           END-IF

           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-USED
               MOVE WS-DEP-ID(WS-DEP-IDX) TO WS-CHECK-ID
               PERFORM CHECK-BACKED-OUT
               IF WS-BACKED-OUT = 'N'
                   PERFORM HOLD-ONE-DEPOSIT
               END-IF
           END-PERFORM.

       HOLD-ONE-DEPOSIT.
           MOVE "A" TO WS-BUSDAY-FUNCTION
           MOVE WS-RETURN-DAYS TO WS-BUSDAY-DAYS
           CALL "BUSDAY" USING WS-BUSDAY-FUNCTION
               WS-DEP-DATE(WS-DEP-IDX) WS-BUSDAY-DAYS WS-EXT-EXPIRY
           IF WS-EXT-EXPIRY < WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEP-CURR(WS-DEP-IDX)   TO WS-FROM-CURR
           MOVE WS-DEP-AMOUNT(WS-DEP-IDX) TO WS-CONV-AMOUNT
           MOVE WS-DEP-DATE(WS-DEP-IDX)   TO WS-RATE-DATE
           PERFORM CONVERT-TO-ACCOUNT
           MOVE WS-CONV-AMOUNT TO WS-DP-HELD
           PERFORM FIND-DEPOSIT-HOLD
           IF WS-HOLD-FOUND = 'Y'
               IF WS-HD-EXPIRY(WS-HD-IDX) < WS-EXT-EXPIRY
                   MOVE WS-EXT-EXPIRY TO WS-HD-EXPIRY(WS-HD-IDX)
                   MOVE "RETURN HOLD" TO WS-HD-REASON(WS-HD-IDX)
                   MOVE 'C' TO WS-HD-CHANGE(WS-HD-IDX)
                   ADD 1 TO WS-HOLDS-EXTENDED
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-HD-USED >= 200
               DISPLAY "*** WARNING: hold table full (200) - no "
                   "hold reinstated for deposit "
                   WS-DEP-ID(WS-DEP-IDX) " ***"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HD-USED
           MOVE 0              TO WS-HD-HOLDNO(WS-HD-USED)
           MOVE WS-DP-ACCT     TO WS-HD-ACCT(WS-HD-USED)
           MOVE WS-DP-HELD     TO WS-HD-AMOUNT(WS-HD-USED)
           MOVE "RETURN HOLD"  TO WS-HD-REASON(WS-HD-USED)
           MOVE WS-EXT-EXPIRY  TO WS-HD-EXPIRY(WS-HD-USED)
           MOVE 'N'            TO WS-HD-DROPPED(WS-HD-USED)
           MOVE 'Y'            TO WS-HD-CLAIMED(WS-HD-USED)
           MOVE 'N'            TO WS-HD-CHANGE(WS-HD-USED)
           ADD 1 TO WS-HOLDS-REINSTATED.

      *> A deposit's hold is found by account, amount, and reason -
      *> holds.dat carries no transaction id - taking the first
      *> unclaimed match; WS-HD-IDX is left on it.
       FIND-DEPOSIT-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                   UNTIL WS-HD-IDX > WS-HD-USED
                       OR WS-HOLD-FOUND = 'Y'
               IF WS-HD-ACCT(WS-HD-IDX) = WS-DP-ACCT
                   AND WS-HD-AMOUNT(WS-HD-IDX) = WS-DP-HELD
                   AND WS-HD-DROPPED(WS-HD-IDX) = 'N'
                   AND WS-HD-CLAIMED(WS-HD-IDX) = 'N'
                   AND (WS-HD-REASON(WS-HD-IDX) = "DP CLEARING"
                       OR WS-HD-REASON(WS-HD-IDX) = "RETURN HOLD")
                   MOVE 'Y' TO WS-HOLD-FOUND
                   MOVE 'Y' TO WS-HD-CLAIMED(WS-HD-IDX)
               END-IF
           END-PERFORM
           IF WS-HOLD-FOUND = 'Y'
               SET WS-HD-IDX DOWN BY 1
           END-IF.

      *> A conversion with no usable rate falls back to the
      *> deposit's own amount - the same figure when the deposit
      *> was taken in the account's currency.
       CONVERT-TO-ACCOUNT.
           MOVE WS-ACCT-CURR TO WS-TO-CURR
           IF WS-FROM-CURR = SPACES
               MOVE "USD" TO WS-FROM-CURR
           END-IF
           IF WS-FROM-CURR = WS-TO-CURR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONV-AMOUNT TO WS-DP-HELD
           CALL "CURRCONV" USING WS-FROM-CURR WS-TO-CURR
               WS-DP-HELD WS-CONV-AMOUNT WS-CONV-OK WS-RATE-DATE
           IF WS-CONV-OK NOT = 'Y'
               MOVE WS-DP-HELD TO WS-CONV-AMOUNT
           END-IF.

      *> holds.dat is opened I-O for the one return (created empty
      *> the first time) and the account's holds read in through
      *> the account key. If it will not open, the return is still
      *> captured but no hold is touched.
       LOAD-ACCOUNT-HOLDS.
           MOVE 0 TO WS-HD-USED
           MOVE 'N' TO WS-HOLD-OPEN
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "*** WARNING: holds.dat not available, status "
                   WS-HOLD-STATUS " - holds not adjusted ***"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-HOLD-OPEN
           MOVE WS-DP-ACCT TO HOLD-ACCT-ID
           MOVE 'N' TO WS-HOLD-EOF
           START HOLD-FILE KEY IS = HOLD-ACCT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF HOLD-ACCT-ID NOT = WS-DP-ACCT
                           MOVE 'Y' TO WS-HOLD-EOF
                       ELSE
                           PERFORM LOAD-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-HOLD.
           IF WS-HD-USED >= 200
               DISPLAY "*** WARNING: hold table full (200), "
                   "hold ignored: " HOLD-NO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HD-USED
           MOVE HOLD-NO      TO WS-HD-HOLDNO(WS-HD-USED)
           MOVE HOLD-ACCT-ID TO WS-HD-ACCT(WS-HD-USED)
           MOVE HOLD-AMOUNT  TO WS-HD-AMOUNT(WS-HD-USED)
           MOVE HOLD-REASON  TO WS-HD-REASON(WS-HD-USED)
           MOVE HOLD-EXPIRY  TO WS-HD-EXPIRY(WS-HD-USED)
           MOVE 'N'   TO WS-HD-DROPPED(WS-HD-USED)
           MOVE 'N'   TO WS-HD-CLAIMED(WS-HD-USED)
           MOVE SPACE TO WS-HD-CHANGE(WS-HD-USED).

      *> Only what the return changed goes back: the dropped hold
      *> is deleted, an extended one rewritten with its new expiry
      *> and reason, a reinstated one written under the next of
      *> today's hold numbers.
       SAVE-ACCOUNT-HOLDS.
           IF WS-HOLD-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-NEXT-HOLDNO
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                   UNTIL WS-HD-IDX > WS-HD-USED
               EVALUATE TRUE
                   WHEN WS-HD-DROPPED(WS-HD-IDX) = 'Y'
                       PERFORM DELETE-ONE-HOLD
                   WHEN WS-HD-CHANGE(WS-HD-IDX) = 'C'
                       PERFORM REWRITE-ONE-HOLD
                   WHEN WS-HD-CHANGE(WS-HD-IDX) = 'N'
                       PERFORM WRITE-ONE-HOLD
               END-EVALUATE
           END-PERFORM
           CLOSE HOLD-FILE
           MOVE 'N' TO WS-HOLD-OPEN.

       FIND-NEXT-HOLDNO.
           COMPUTE WS-NEXT-HOLDNO = WS-TODAY * 100000
           MOVE WS-NEXT-HOLDNO TO HOLD-NO
           MOVE 'N' TO WS-HOLD-EOF
           START HOLD-FILE KEY IS >= HOLD-NO
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       MOVE HOLD-NO TO WS-NEXT-HOLDNO
               END-READ
           END-PERFORM.

       DELETE-ONE-HOLD.
           MOVE WS-HD-HOLDNO(WS-HD-IDX) TO HOLD-NO
           DELETE HOLD-FILE RECORD
               INVALID KEY
                   MOVE HOLD-NO TO WS-EDIT-HOLDNO
                   DISPLAY "ERROR releasing hold " WS-EDIT-HOLDNO
                       ", status = " WS-HOLD-STATUS
           END-DELETE.

       REWRITE-ONE-HOLD.
           MOVE WS-HD-HOLDNO(WS-HD-IDX) TO HOLD-NO
           READ HOLD-FILE
               INVALID KEY
                   MOVE HOLD-NO TO WS-EDIT-HOLDNO
                   DISPLAY "ERROR reading hold " WS-EDIT-HOLDNO
                       ", status = " WS-HOLD-STATUS
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-HD-REASON(WS-HD-IDX) TO HOLD-REASON
           MOVE WS-HD-EXPIRY(WS-HD-IDX) TO HOLD-EXPIRY
           REWRITE HOLD-RECORD
               INVALID KEY
                   MOVE HOLD-NO TO WS-EDIT-HOLDNO
                   DISPLAY "ERROR extending hold " WS-EDIT-HOLDNO
                       ", status = " WS-HOLD-STATUS
           END-REWRITE.

       WRITE-ONE-HOLD.
           ADD 1 TO WS-NEXT-HOLDNO
           MOVE WS-NEXT-HOLDNO          TO HOLD-NO
           MOVE WS-HD-ACCT(WS-HD-IDX)   TO HOLD-ACCT-ID
           MOVE WS-HD-AMOUNT(WS-HD-IDX) TO HOLD-AMOUNT
           MOVE WS-HD-REASON(WS-HD-IDX) TO HOLD-REASON
           MOVE WS-HD-EXPIRY(WS-HD-IDX) TO HOLD-EXPIRY
           MOVE WS-TODAY                TO HOLD-PLACED-DATE
           MOVE "RETITEM"               TO HOLD-PLACED-BY
           WRITE HOLD-RECORD
               INVALID KEY
                   MOVE HOLD-NO TO WS-EDIT-HOLDNO
                   DISPLAY "ERROR reinstating hold " WS-EDIT-HOLDNO
                       ", status = " WS-HOLD-STATUS
           END-WRITE.

       APPEND-RETURN-REGISTER.
           OPEN EXTEND RETURN-FILE
           IF WS-RETURN-STATUS = "35"
               OPEN OUTPUT RETURN-FILE
               CLOSE RETURN-FILE
               OPEN EXTEND RETURN-FILE
           END-IF
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "ERROR opening returned_items.dat, status = "
                   WS-RETURN-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DP-ACCT    TO WS-EDIT-ACCT
           MOVE WS-DP-AMOUNT  TO WS-FILE-AMOUNT
           MOVE WS-RETURN-FEE TO WS-FILE-FEE
           MOVE SPACES TO RETURN-LINE
           STRING WS-TODAY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-RI-ID DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-DP-ID DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-DP-CURR DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-REASON-CODE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-FEE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-SIGNON-OPERATOR DELIMITED BY SIZE
               INTO RETURN-LINE
           END-STRING
           WRITE RETURN-LINE
           CLOSE RETURN-FILE.

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
           MOVE WS-DP-ACCT TO WS-EDIT-ACCT
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-TIME DELIMITED BY SIZE
                   " RETITM acct=" DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   " dp=" DELIMITED BY SIZE
                   WS-DP-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REASON-CODE DELIMITED BY SIZE
                   " op=" DELIMITED BY SIZE
                   WS-SIGNON-OPERATOR DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.

      *> Same highest-id scan and date-plus-sequence floor as
      *> TRANSACTIONS-WRITER so the chargebacks continue the id
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
