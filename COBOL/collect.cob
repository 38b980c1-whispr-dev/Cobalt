       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECT.

      *> Collections workstation. The nightly COLLQUEUE step puts
      *> long-overdrawn accounts on collections.dat (COLLREC.cpy);
      *> this is where collections staff work them:
      *>   - record a (C)ontact attempt on a queued or charged-off
      *>     account - how the customer was tried, what came of it
      *>     (the outcome table below), and a short note. Every
      *>     attempt is a line on collection_contacts.dat, the
      *>     account's full contact history; the case keeps the
      *>     count and the latest;
      *>   - take a (P)romise to pay on a queued account - an amount
      *>     no more than the overdraft and a date no earlier than
      *>     today. COLLQUEUE marks it kept once the overdraft has
      *>     come down by that much and broken if the date passes
      *>     first, and CHARGEOFF holds off until the date;
      *>   - post a (R)ecovery on a charged-off account - money
      *>     collected after the write-off. The recovery is an RC
      *>     transaction linked to the charge-off (TRANS-REF-ID /
      *>     TRANS-REF-TYPE CO); it moves no balance - the account
      *>     was written down to zero - but GLEXTRACT books it to
      *>     recoveries, and the case keeps the running total so
      *>     no more than was written off is ever recovered;
      *>   - (L)ist the accounts in collections.
      *> Every step is a line on ledger_audit.log with the
      *> operator's id. Permission L.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTION-FILE ASSIGN TO "collections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "collection_contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-STATUS.

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

           SELECT AUDIT-FILE ASSIGN TO "ledger_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTION-FILE.
       01  COLLECTION-RECORD.
           COPY COLLREC.

      *> One line per contact attempt, appended, never rewritten.
       FD  CONTACT-FILE.
       01  CONTACT-RECORD.
           05 CT-DATE            PIC 9(8).
           05 FILLER             PIC X.
           05 CT-ACCT            PIC 9(6).
           05 FILLER             PIC X.
      *> P phone, L letter, E e-mail, V visit.
           05 CT-METHOD          PIC X.
           05 FILLER             PIC X.
           05 CT-OUTCOME         PIC X(2).
           05 FILLER             PIC X.
           05 CT-OPERATOR        PIC X(4).
           05 FILLER             PIC X.
           05 CT-NOTE            PIC X(40).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

      *> Operator sign-on (SIGNON/operators.dat): collecting
      *> customer money is ledger maintenance - permission L; the
      *> operator is stamped on every contact and case step.
       01  WS-SIGNON-FUNCTION    PIC X VALUE "L".
       01  WS-SIGNON-OPERATOR    PIC X(4).
       01  WS-SIGNON-RESULT      PIC X.

      *> Run lock (RUNLOCK/run_lock.dat) - this program writes
      *> transactions.dat and collections.dat.
       01  WS-LOCK-ACTION        PIC X.
       01  WS-LOCK-HOLDER        PIC X(20).
       01  WS-LOCK-RESULT        PIC X.

       01  WS-COLL-STATUS        PIC XX.
       01  WS-CONTACT-STATUS     PIC XX.
       01  WS-TRANS-STATUS       PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-EOF                PIC X.
       01  WS-SCAN-EOF           PIC X.
       01  WS-MUTATING           PIC X VALUE 'N'.
       01  WS-CONTACTS-OPEN      PIC X VALUE 'N'.
       01  WS-CASES-CHANGED      PIC X VALUE 'N'.
       01  WS-CONTINUE           PIC X VALUE 'Y'.
       01  WS-ACTION             PIC X.
       01  WS-RESPONSE           PIC X.
       01  WS-TODAY              PIC 9(8).

       01  WS-TRANS-ID           PIC 9(13) VALUE 0.
       01  WS-DAY-FLOOR          PIC 9(13).
       01  WS-TRAILER-ID         PIC 9(13) VALUE 9999999999999.
       01  WS-TRAILER-COUNT      PIC 9(7) VALUE 0.
       01  WS-TRAILER-TOTAL      PIC 9(9)V99 VALUE 0.
       01  WS-WRITTEN-COUNT      PIC 9(5) VALUE 0.

      *> The case register, loaded whole and written back whole.
       01  WS-COLL-TABLE.
           05 WS-CL-ROW OCCURS 2000 TIMES INDEXED BY WS-CL-IDX.
               COPY COLLREC REPLACING ==05== BY ==10==
                   LEADING ==CL-== BY ==CLQ-==.
       01  WS-CL-USED            PIC 9(4) VALUE 0.
       01  WS-CASE-FOUND         PIC X.

       01  WS-ACCT-TEXT          PIC X(7).
       01  WS-ACCT-CHECK         PIC S9(7).
       01  WS-CASE-ACCT          PIC 9(6).
       01  WS-AMOUNT-TEXT        PIC X(12).
       01  WS-AMOUNT-CHECK       PIC S9(9)V99.
       01  WS-AMOUNT             PIC 9(7)V99.
       01  WS-RECOVERABLE        PIC 9(10)V99.
       01  WS-PROMISE-DATE       PIC 9(8).
       01  WS-FIELD-IN           PIC X(8).
       01  WS-DATEVAL-OPTIONS    PIC X(2) VALUE "F ".
       01  WS-DATEVAL-RESULT     PIC X.
       01  WS-METHOD             PIC X.
       01  WS-NOTE               PIC X(40).

      *> Contact outcomes - the code is what lands on the case and
      *> the contact line. PP is recorded by the promise step
      *> itself and is not offered here.
       01  WS-OUTCOME-VALUES.
           05 FILLER PIC X(30) VALUE "NANO ANSWER".
           05 FILLER PIC X(30) VALUE "LMLEFT MESSAGE".
           05 FILLER PIC X(30) VALUE "SPSPOKE TO CUSTOMER".
           05 FILLER PIC X(30) VALUE "RPREFUSED TO PAY".
           05 FILLER PIC X(30) VALUE "WNWRONG NUMBER / ADDRESS".
       01  WS-OUTCOME-TABLE REDEFINES WS-OUTCOME-VALUES.
           05 WS-OC-ROW OCCURS 5 TIMES INDEXED BY WS-OC-IDX.
               10 WS-OC-CODE     PIC X(2).
               10 WS-OC-TEXT     PIC X(28).
       01  WS-OUTCOME-TEXT       PIC X(2).
       01  WS-OUTCOME-CODE       PIC X(2).
       01  WS-OUTCOME-FOUND      PIC X.

       01  WS-AUDIT-DATE         PIC 9(8).
       01  WS-AUDIT-TIME         PIC 9(8).
       01  WS-AUDIT-ACTION-TEXT  PIC X(8).
       01  WS-AUDIT-ACCT         PIC 9(6).
       01  WS-AUDIT-ITEM         PIC 9(13).

       01  WS-CONTACT-COUNT      PIC 9(3) VALUE 0.
       01  WS-PROMISE-COUNT      PIC 9(3) VALUE 0.
       01  WS-RECOVERY-COUNT     PIC 9(3) VALUE 0.
       01  WS-LISTED-COUNT       PIC 9(4).
       01  WS-EDIT-COUNT         PIC ZZZ9.
       01  WS-EDIT-ID            PIC 9(13).
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-OTHER         PIC ZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-DAYS          PIC ZZZZ9.
       01  WS-STATUS-TEXT        PIC X(30).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "SIGNON" USING WS-SIGNON-FUNCTION
               WS-SIGNON-OPERATOR WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           MOVE "T" TO WS-LOCK-ACTION
           MOVE "COLLECT" TO WS-LOCK-HOLDER
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-COLLECTION-FILE
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
               DISPLAY "(C)ontact attempt, (P)romise to pay, "
                   "(R)ecovery, (L)ist accounts, or (Q)uit? "
               MOVE SPACE TO WS-ACTION
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "C"
                       PERFORM RECORD-CONTACT
                   WHEN "P"
                       PERFORM TAKE-PROMISE
                   WHEN "R"
                       PERFORM POST-RECOVERY
                   WHEN "L"
                       PERFORM LIST-CASES
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
               PERFORM REWRITE-COLLECTION-FILE
           END-IF
           IF WS-CONTACTS-OPEN = 'Y'
               CLOSE CONTACT-FILE
           END-IF
           IF WS-MUTATING = 'Y'
               CLOSE AUDIT-FILE
           END-IF

           MOVE WS-CONTACT-COUNT TO WS-EDIT-COUNT
           DISPLAY "Contact attempts recorded: " WS-EDIT-COUNT
           MOVE WS-PROMISE-COUNT TO WS-EDIT-COUNT
           DISPLAY "Promises to pay taken:     " WS-EDIT-COUNT
           MOVE WS-RECOVERY-COUNT TO WS-EDIT-COUNT
           DISPLAY "Recoveries posted:         " WS-EDIT-COUNT
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

      *> Picks a case by account number; returns with WS-CASE-FOUND
      *> 'Y' and WS-CL-IDX on it, the account read from the ledger.
      *> A cured case is history only - there is nothing to work.
       SELECT-CASE.
           MOVE 'N' TO WS-CASE-FOUND
           DISPLAY "Account number (blank = back): "
           MOVE SPACES TO WS-ACCT-TEXT
           ACCEPT WS-ACCT-TEXT
           IF WS-ACCT-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-ACCT-TEXT) NOT = 0
               DISPLAY "Invalid account number"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACCT-CHECK = FUNCTION NUMVAL(WS-ACCT-TEXT)
           IF WS-ACCT-CHECK <= 0 OR WS-ACCT-CHECK > 999998
               DISPLAY "Invalid account number"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-CHECK TO WS-CASE-ACCT
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-USED
                       OR WS-CASE-FOUND = 'Y'
               IF CLQ-ACCT(WS-CL-IDX) = WS-CASE-ACCT
                   MOVE 'Y' TO WS-CASE-FOUND
               END-IF
           END-PERFORM
           IF WS-CASE-FOUND NOT = 'Y'
               DISPLAY "Account " WS-CASE-ACCT " is not in "
                   "collections"
               EXIT PARAGRAPH
           END-IF
           SET WS-CL-IDX DOWN BY 1
           IF CLQ-STATUS(WS-CL-IDX) = "C"
               DISPLAY "Account " WS-CASE-ACCT " was cured on "
                   "its last time in collections - nothing to work"
               MOVE 'N' TO WS-CASE-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-CASE-LINE
           MOVE WS-CASE-ACCT TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   DISPLAY "Account " WS-CASE-ACCT
                       " is no longer on the ledger"
                   MOVE 'N' TO WS-CASE-FOUND
           END-READ.

      *>----------------------------------------------------------
      *> Contact attempt.
      *>----------------------------------------------------------
       RECORD-CONTACT.
           PERFORM SELECT-CASE
           IF WS-CASE-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Contact method - (P)hone, (L)etter, (E)-mail, "
               "(V)isit: "
           MOVE SPACE TO WS-METHOD
           ACCEPT WS-METHOD
           MOVE FUNCTION UPPER-CASE(WS-METHOD) TO WS-METHOD
           IF WS-METHOD NOT = "P" AND WS-METHOD NOT = "L"
               AND WS-METHOD NOT = "E" AND WS-METHOD NOT = "V"
               DISPLAY "Unknown contact method - nothing recorded."
               EXIT PARAGRAPH
           END-IF
           PERFORM CAPTURE-OUTCOME
           IF WS-OUTCOME-FOUND NOT = 'Y'
               DISPLAY "Nothing recorded."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Note (up to 40 characters, blank = none): "
           MOVE SPACES TO WS-NOTE
           ACCEPT WS-NOTE

           PERFORM START-MUTATION
           PERFORM WRITE-CONTACT-LINE
           MOVE "COLCON" TO WS-AUDIT-ACTION-TEXT
           MOVE 0 TO WS-AUDIT-ITEM
           PERFORM WRITE-AUDIT-ENTRY
           ADD 1 TO WS-CONTACT-COUNT
           DISPLAY "Contact attempt recorded.".

       CAPTURE-OUTCOME.
           MOVE 'N' TO WS-OUTCOME-FOUND
           DISPLAY "Outcome:"
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                   UNTIL WS-OC-IDX > 5
               DISPLAY "  " WS-OC-CODE(WS-OC-IDX) "  "
                   WS-OC-TEXT(WS-OC-IDX)
           END-PERFORM
           DISPLAY "Outcome code: "
           MOVE SPACES TO WS-OUTCOME-TEXT
           ACCEPT WS-OUTCOME-TEXT
           MOVE FUNCTION UPPER-CASE(WS-OUTCOME-TEXT)
               TO WS-OUTCOME-TEXT
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                   UNTIL WS-OC-IDX > 5 OR WS-OUTCOME-FOUND = 'Y'
               IF WS-OC-CODE(WS-OC-IDX) = WS-OUTCOME-TEXT
                   MOVE 'Y' TO WS-OUTCOME-FOUND
                   MOVE WS-OUTCOME-TEXT TO WS-OUTCOME-CODE
               END-IF
           END-PERFORM
           IF WS-OUTCOME-FOUND NOT = 'Y'
               DISPLAY "Unknown outcome code"
           END-IF.

      *> The contact line, and the case's count and latest contact.
      *> WS-METHOD, WS-OUTCOME-CODE, and WS-NOTE are set.
       WRITE-CONTACT-LINE.
           IF WS-CONTACTS-OPEN NOT = 'Y'
               PERFORM OPEN-CONTACT-FILE
           END-IF
           MOVE SPACES              TO CONTACT-RECORD
           MOVE WS-TODAY            TO CT-DATE
           MOVE CLQ-ACCT(WS-CL-IDX) TO CT-ACCT
           MOVE WS-METHOD           TO CT-METHOD
           MOVE WS-OUTCOME-CODE     TO CT-OUTCOME
           MOVE WS-SIGNON-OPERATOR  TO CT-OPERATOR
           MOVE WS-NOTE             TO CT-NOTE
           WRITE CONTACT-RECORD
           IF WS-CONTACT-STATUS NOT = "00"
               DISPLAY "ERROR writing collection_contacts.dat, "
                   "status = " WS-CONTACT-STATUS
           END-IF
           IF CLQ-CONTACTS(WS-CL-IDX) < 999
               ADD 1 TO CLQ-CONTACTS(WS-CL-IDX)
           END-IF
           MOVE WS-TODAY           TO CLQ-LAST-CONTACT(WS-CL-IDX)
           MOVE WS-OUTCOME-CODE    TO CLQ-LAST-OUTCOME(WS-CL-IDX)
           MOVE WS-SIGNON-OPERATOR TO CLQ-OPERATOR(WS-CL-IDX)
           MOVE 'Y' TO WS-CASES-CHANGED.

      *>----------------------------------------------------------
      *> Promise to pay.
      *>----------------------------------------------------------
      *> A new promise replaces any earlier one, kept or broken;
      *> the earlier one stays on the contact history.
       TAKE-PROMISE.
           PERFORM SELECT-CASE
           IF WS-CASE-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF CLQ-STATUS(WS-CL-IDX) NOT = "Q"
               DISPLAY "Account " WS-CASE-ACCT " has been charged "
                   "off - take the payment as a (R)ecovery"
               EXIT PARAGRAPH
           END-IF
           IF CLQ-PROMISE-STATE(WS-CL-IDX) = "O"
               DISPLAY "An open promise is already on file - "
                   "replace it (Y/N)? "
               MOVE SPACE TO WS-RESPONSE
               ACCEPT WS-RESPONSE
               IF FUNCTION UPPER-CASE(WS-RESPONSE) NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Amount promised: "
           MOVE SPACES TO WS-AMOUNT-TEXT
           ACCEPT WS-AMOUNT-TEXT
           IF WS-AMOUNT-TEXT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-AMOUNT-TEXT) NOT = 0
               DISPLAY "Invalid amount - no promise taken."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT-CHECK = FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           IF WS-AMOUNT-CHECK <= 0
               OR WS-AMOUNT-CHECK > CLQ-OVERDRAWN(WS-CL-IDX)
               OR WS-AMOUNT-CHECK > 9999999.99
               DISPLAY "The amount promised must be more than zero "
                   "and no more than the overdraft - no promise "
                   "taken."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AMOUNT-CHECK TO WS-AMOUNT
           DISPLAY "Promised by YYYYMMDD: "
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-FIELD-IN) = 0
               COMPUTE WS-PROMISE-DATE = FUNCTION NUMVAL(WS-FIELD-IN)
               CALL "DATEVAL" USING WS-PROMISE-DATE
                   WS-DATEVAL-OPTIONS WS-DATEVAL-RESULT
           ELSE
               MOVE 'N' TO WS-DATEVAL-RESULT
           END-IF
           IF WS-DATEVAL-RESULT NOT = 'Y'
               OR WS-PROMISE-DATE < WS-TODAY
               DISPLAY "Invalid promise date - no promise taken."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY "Record a promise of " WS-EDIT-AMOUNT " "
               CLQ-CURR(WS-CL-IDX) " by " WS-PROMISE-DATE
               " - confirm (Y/N)? "
           MOVE SPACE TO WS-RESPONSE
           ACCEPT WS-RESPONSE
           IF FUNCTION UPPER-CASE(WS-RESPONSE) NOT = "Y"
               DISPLAY "No promise taken."
               EXIT PARAGRAPH
           END-IF

           PERFORM START-MUTATION
           MOVE WS-AMOUNT       TO CLQ-PROMISE-AMT(WS-CL-IDX)
           MOVE WS-PROMISE-DATE TO CLQ-PROMISE-DATE(WS-CL-IDX)
           MOVE CLQ-OVERDRAWN(WS-CL-IDX)
               TO CLQ-PROMISE-BASE(WS-CL-IDX)
           MOVE "O"             TO CLQ-PROMISE-STATE(WS-CL-IDX)
           MOVE "P"  TO WS-METHOD
           MOVE "PP" TO WS-OUTCOME-CODE
           MOVE SPACES TO WS-NOTE
           STRING "PROMISED " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   WS-PROMISE-DATE DELIMITED BY SIZE
               INTO WS-NOTE
           END-STRING
           PERFORM WRITE-CONTACT-LINE
           MOVE "COLPTP" TO WS-AUDIT-ACTION-TEXT
           MOVE 0 TO WS-AUDIT-ITEM
           PERFORM WRITE-AUDIT-ENTRY
           ADD 1 TO WS-PROMISE-COUNT
           DISPLAY "Promise to pay recorded.".

      *>----------------------------------------------------------
      *> Recovery on a charged-off account.
      *>----------------------------------------------------------
       POST-RECOVERY.
           PERFORM SELECT-CASE
           IF WS-CASE-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF CLQ-STATUS(WS-CL-IDX) NOT = "W"
               DISPLAY "Account " WS-CASE-ACCT " has not been "
                   "charged off - a payment is an ordinary deposit"
               EXIT PARAGRAPH
           END-IF
           IF L-STATUS NOT = "W"
               DISPLAY "Account " WS-CASE-ACCT " is no longer "
                   "charged off on the ledger (status " L-STATUS
                   ") - no recovery can post"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RECOVERABLE = CLQ-CHGOFF-AMT(WS-CL-IDX)
               - CLQ-RECOVERED(WS-CL-IDX)
           IF WS-RECOVERABLE <= 0
               DISPLAY "The whole charge-off has already been "
                   "recovered"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECOVERABLE TO WS-EDIT-AMOUNT
           DISPLAY "Amount recovered (up to " WS-EDIT-AMOUNT " "
               CLQ-CURR(WS-CL-IDX) "): "
           MOVE SPACES TO WS-AMOUNT-TEXT
           ACCEPT WS-AMOUNT-TEXT
           IF WS-AMOUNT-TEXT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-AMOUNT-TEXT) NOT = 0
               DISPLAY "Invalid amount - no recovery posted."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT-CHECK = FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           IF WS-AMOUNT-CHECK <= 0
               OR WS-AMOUNT-CHECK > WS-RECOVERABLE
               DISPLAY "The amount recovered must be more than zero "
                   "and no more than is still written off - no "
                   "recovery posted."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AMOUNT-CHECK TO WS-AMOUNT
           MOVE WS-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY "Post a recovery of " WS-EDIT-AMOUNT " "
               CLQ-CURR(WS-CL-IDX) " - confirm (Y/N)? "
           MOVE SPACE TO WS-RESPONSE
           ACCEPT WS-RESPONSE
           IF FUNCTION UPPER-CASE(WS-RESPONSE) NOT = "Y"
               DISPLAY "No recovery posted."
               EXIT PARAGRAPH
           END-IF

           PERFORM START-MUTATION
           ADD 1 TO WS-TRANS-ID
           MOVE WS-TRANS-ID               TO TRANS-ID
           MOVE "RC"                      TO TRANS-TYPE
           MOVE WS-TODAY                  TO TRANS-DATE
           MOVE CLQ-ACCT(WS-CL-IDX)       TO TRANS-ACCT-ID
           MOVE WS-AMOUNT                 TO TRANS-AMOUNT
           MOVE CLQ-CHGOFF-ID(WS-CL-IDX)  TO TRANS-REF-ID
           MOVE "CO"                      TO TRANS-REF-TYPE
           MOVE CLQ-CURR(WS-CL-IDX)       TO TRANS-CURR
           MOVE SPACES                    TO TRANS-EXT-REF
           MOVE L-BRANCH                  TO TRANS-BRANCH
           MOVE ZERO                      TO TRANS-TO-ACCT
           MOVE SPACES                    TO TRANS-TELLER
           MOVE ZERO                      TO TRANS-CHECK-NO
           PERFORM WRITE-CASE-POSTING
           ADD WS-AMOUNT   TO CLQ-RECOVERED(WS-CL-IDX)
           MOVE WS-TODAY   TO CLQ-LAST-RECOVERY(WS-CL-IDX)
           MOVE WS-SIGNON-OPERATOR TO CLQ-OPERATOR(WS-CL-IDX)
           MOVE 'Y' TO WS-CASES-CHANGED
           ADD 1 TO WS-RECOVERY-COUNT
           MOVE "COLREC" TO WS-AUDIT-ACTION-TEXT
           MOVE WS-TRANS-ID TO WS-AUDIT-ITEM
           PERFORM WRITE-AUDIT-ENTRY
           MOVE WS-TRANS-ID TO WS-EDIT-ID
           DISPLAY "Recovery captured as transaction " WS-EDIT-ID.

       WRITE-CASE-POSTING.
           WRITE TRANSACTION-RECORD
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR writing transactions.dat, status = "
                   WS-TRANS-STATUS
               CLOSE TRANSACTION-FILE LEDGER-FILE
               IF WS-CASES-CHANGED = 'Y'
                   PERFORM REWRITE-COLLECTION-FILE
               END-IF
               PERFORM RELEASE-AND-STOP
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT.

      *>----------------------------------------------------------
      *> Listing.
      *>----------------------------------------------------------
       LIST-CASES.
           MOVE 0 TO WS-LISTED-COUNT
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-USED
               IF CLQ-STATUS(WS-CL-IDX) NOT = "C"
                   PERFORM SHOW-CASE-LINE
                   ADD 1 TO WS-LISTED-COUNT
               END-IF
           END-PERFORM
           MOVE WS-LISTED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Accounts in collections or charged off: "
               WS-EDIT-COUNT.

       SHOW-CASE-LINE.
           MOVE CLQ-ACCT(WS-CL-IDX) TO WS-EDIT-ACCT
           EVALUATE CLQ-STATUS(WS-CL-IDX)
               WHEN "Q"
                   MOVE CLQ-OVERDRAWN(WS-CL-IDX) TO WS-EDIT-AMOUNT
                   MOVE CLQ-OD-DAYS(WS-CL-IDX)   TO WS-EDIT-DAYS
                   DISPLAY "  acct " WS-EDIT-ACCT " overdrawn "
                       WS-EDIT-AMOUNT " " CLQ-CURR(WS-CL-IDX) " for "
                       WS-EDIT-DAYS " days, in queue since "
                       CLQ-ENTERED(WS-CL-IDX)
                   EVALUATE CLQ-PROMISE-STATE(WS-CL-IDX)
                       WHEN "O"
                           MOVE "promise open" TO WS-STATUS-TEXT
                       WHEN "K"
                           MOVE "promise kept" TO WS-STATUS-TEXT
                       WHEN "B"
                           MOVE "promise broken" TO WS-STATUS-TEXT
                       WHEN OTHER
                           MOVE "no promise" TO WS-STATUS-TEXT
                   END-EVALUATE
               WHEN "W"
                   MOVE CLQ-CHGOFF-AMT(WS-CL-IDX) TO WS-EDIT-AMOUNT
                   MOVE CLQ-RECOVERED(WS-CL-IDX)  TO WS-EDIT-OTHER
                   DISPLAY "  acct " WS-EDIT-ACCT " charged off "
                       WS-EDIT-AMOUNT " " CLQ-CURR(WS-CL-IDX) " on "
                       CLQ-CHGOFF-DATE(WS-CL-IDX) ", recovered "
                       WS-EDIT-OTHER
                   MOVE "charged off" TO WS-STATUS-TEXT
               WHEN OTHER
                   DISPLAY "  acct " WS-EDIT-ACCT " cured"
                   MOVE "cured" TO WS-STATUS-TEXT
           END-EVALUATE
           DISPLAY "      contacts " CLQ-CONTACTS(WS-CL-IDX)
               "  last " CLQ-LAST-CONTACT(WS-CL-IDX) " "
               CLQ-LAST-OUTCOME(WS-CL-IDX) "  " WS-STATUS-TEXT.

      *>----------------------------------------------------------
      *> Files.
      *>----------------------------------------------------------
       WRITE-AUDIT-ENTRY.
           CALL "BUSDATE" USING WS-AUDIT-DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE CLQ-ACCT(WS-CL-IDX) TO WS-AUDIT-ACCT
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

       OPEN-CONTACT-FILE.
           OPEN EXTEND CONTACT-FILE
           IF WS-CONTACT-STATUS = "35"
               OPEN OUTPUT CONTACT-FILE
               CLOSE CONTACT-FILE
               OPEN EXTEND CONTACT-FILE
           END-IF
           IF WS-CONTACT-STATUS NOT = "00"
               DISPLAY "ERROR opening collection_contacts.dat, "
                   "status = " WS-CONTACT-STATUS
               CLOSE TRANSACTION-FILE LEDGER-FILE
               IF WS-CASES-CHANGED = 'Y'
                   PERFORM REWRITE-COLLECTION-FILE
               END-IF
               PERFORM RELEASE-AND-STOP
           END-IF
           MOVE 'Y' TO WS-CONTACTS-OPEN.

      *> The register is rewritten whole, so one longer than the
      *> table is refused outright rather than losing its tail.
       LOAD-COLLECTION-FILE.
           OPEN INPUT COLLECTION-FILE
           IF WS-COLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ COLLECTION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CL-USED >= 2000
                           DISPLAY "*** collections.dat holds more "
                               "than 2000 accounts ***"
                           CLOSE COLLECTION-FILE
                           PERFORM RELEASE-AND-STOP
                       END-IF
                       ADD 1 TO WS-CL-USED
                       MOVE COLLECTION-RECORD
                           TO WS-CL-ROW(WS-CL-USED)
               END-READ
           END-PERFORM
           CLOSE COLLECTION-FILE.

       REWRITE-COLLECTION-FILE.
           OPEN OUTPUT COLLECTION-FILE
           IF WS-COLL-STATUS NOT = "00"
               DISPLAY "ERROR rewriting collections.dat, status = "
                   WS-COLL-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-USED
               MOVE WS-CL-ROW(WS-CL-IDX) TO COLLECTION-RECORD
               WRITE COLLECTION-RECORD
           END-PERFORM
           CLOSE COLLECTION-FILE
           MOVE 'N' TO WS-CASES-CHANGED.

      *> Same highest-id scan and date-plus-sequence floor as
      *> TRANSACTIONS-WRITER so recoveries continue the id sequence
      *> in the business date's range.
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
