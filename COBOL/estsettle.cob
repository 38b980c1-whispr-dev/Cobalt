       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTSETTLE.

      *> Estate settlement - pays the frozen accounts of a deceased
      *> customer (DECEASED, estates.dat) out to the executor, in
      *> ESCHEAT's two stages so the money always moves through the
      *> normal posting pipeline:
      *>   Stage 1 - a sole account still frozen awaiting payout,
      *>     whose executor payee is on payees.dat and approved,
      *>     gets an IN for the interest earned from the end of the
      *>     last accrued month to the date of death, and a WD of
      *>     the balance plus that interest to the executor (payee
      *>     WD, TRANS-REF-TYPE "PY", which PAYOUTFILE sends to the
      *>     executor's bank). Both carry the external reference
      *>     ESTATE plus the customer number - the one thing
      *>     POSTLEDGER lets post to a frozen account. The line
      *>     becomes G on estates.dat.
      *>   Stage 2 - a G account whose balance has reached zero is
      *>     closed (L-STATUS "C") through the audit-logged path and
      *>     its line becomes P with the settlement date.
      *> The interest is simple, at the account's effective rate
      *> (its product's rate from PRODCAT, else L-RATE), actual/365
      *> on the balance at payout, counted through the day of death.
      *> Where the monthly accrual has already paid interest past the
      *> date of death nothing more is added and the account is
      *> listed for review - that interest belongs to the estate
      *> only up to the death, and any clawback is a manual decision.
      *> estates.dat is the exactly-once guard: a G line generates
      *> nothing again, P is final - rerun as often as needed. An
      *> overdrawn account is refused; the debt is a claim on the
      *> estate, settled by hand.
      *> Run on demand once the executor is known; permission L.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTATE-FILE ASSIGN TO "estates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-STATUS.

           SELECT PAYEE-FILE ASSIGN TO "payees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-STATUS.

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

           SELECT AUDIT-FILE ASSIGN TO "ledger_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTATE-FILE.
       01  ESTATE-RECORD.
           COPY ESTREC.

       FD  PAYEE-FILE.
       01  PAYEE-LINE            PIC X(80).

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

      *> Operator sign-on (SIGNON/operators.dat): this function is
      *> permission L; the refusal message comes from SIGNON.
       01  WS-SIGNON-FUNCTION    PIC X VALUE "L".
       01  WS-SIGNON-OPERATOR    PIC X(4).
       01  WS-SIGNON-RESULT      PIC X.

       01  WS-ESTATE-STATUS      PIC XX.
       01  WS-PAYEE-STATUS       PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-TRANS-STATUS       PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-EOF                PIC X.
       01  WS-SCAN-EOF           PIC X.

      *> Run lock (RUNLOCK/run_lock.dat) so two mutating programs
      *> can never touch the data files at once.
       01  WS-LOCK-ACTION        PIC X.
       01  WS-LOCK-HOLDER        PIC X(20).
       01  WS-LOCK-RESULT        PIC X.

       01  WS-TODAY              PIC 9(8).
       01  WS-TRAILER-ID         PIC 9(13) VALUE 9999999999999.
       01  WS-TRANS-ID           PIC 9(13) VALUE 0.
       01  WS-DAY-FLOOR          PIC 9(13).
       01  WS-TRAILER-COUNT      PIC 9(7).
       01  WS-TRAILER-TOTAL      PIC 9(9)V99.
       01  WS-WROTE-TRANS        PIC X VALUE 'N'.

      *> The estate register (DECEASED), loaded whole and written
      *> back whole.
       01  WS-ESTATE-TABLE.
           05 WS-ES-ROW OCCURS 2000 TIMES INDEXED BY WS-ES-IDX.
               COPY ESTREC REPLACING ==05== BY ==10==
                   LEADING ==ES-== BY ==EST-==.
       01  WS-ES-USED            PIC 9(4) VALUE 0.

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

      *> Product pricing (PRODCAT) - ACCRUELEDGER's effective rate.
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

      *> Interest to the date of death.
       01  WS-INTEREST-FROM      PIC 9(8).
       01  WS-WORK-PERIOD        PIC 9(6).
       01  WS-WORK-YEAR          PIC 9(4).
       01  WS-WORK-MONTH         PIC 9(2).
       01  WS-INTEREST-DAYS      PIC S9(7).
       01  WS-INTEREST           PIC 9(7)V99.
       01  WS-PAYOUT             PIC 9(10)V99.
       01  WS-PAYOUT-LIMIT       PIC 9(7)V99 VALUE 9999999.99.

       01  WS-EDIT-CUSTNO        PIC 9(6).
       01  WS-EXT-REF-TEXT       PIC X(12).
       01  WS-GEN-COUNT          PIC 9(3) VALUE 0.
       01  WS-DONE-COUNT         PIC 9(3) VALUE 0.
       01  WS-WAITING-COUNT      PIC 9(3) VALUE 0.
       01  WS-REFUSED-COUNT      PIC 9(3) VALUE 0.
       01  WS-REVIEW-COUNT       PIC 9(3) VALUE 0.
       01  WS-EDIT-COUNT         PIC ZZ9.
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-PAYEE         PIC 9(5).
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-AUDIT-DATE         PIC 9(8).
       01  WS-AUDIT-TIME         PIC 9(8).
       01  WS-AUDIT-ACTION-TEXT  PIC X(8).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "SIGNON" USING WS-SIGNON-FUNCTION
               WS-SIGNON-OPERATOR WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "T" TO WS-LOCK-ACTION
           MOVE "ESTSETTLE" TO WS-LOCK-HOLDER
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-ESTATE-FILE
           IF WS-ES-USED = 0
               DISPLAY "No estates.dat - register the death in "
                   "DECEASED first."
               PERFORM RELEASE-LOCK
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-PAYEE-FILE

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
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
                   WS-TRANS-STATUS
               CLOSE LEDGER-FILE
               PERFORM RELEASE-LOCK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-AUDIT-FILE
           PERFORM FIND-NEXT-TRANS-ID

           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-USED
               EVALUATE TRUE
                   WHEN EST-KIND(WS-ES-IDX) NOT = "S"
                       CONTINUE
                   WHEN EST-STATUS(WS-ES-IDX) = "F"
                       PERFORM START-ONE-SETTLEMENT
                   WHEN EST-STATUS(WS-ES-IDX) = "G"
                       PERFORM FINISH-ONE-SETTLEMENT
               END-EVALUATE
           END-PERFORM

           CLOSE LEDGER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE AUDIT-FILE
           IF WS-WROTE-TRANS = 'Y'
               PERFORM REFRESH-TRANS-TRAILER
           END-IF
           PERFORM REWRITE-ESTATE-FILE
           PERFORM RELEASE-LOCK

           MOVE WS-GEN-COUNT TO WS-EDIT-COUNT
           DISPLAY "Estate payouts generated:          "
               WS-EDIT-COUNT
           MOVE WS-DONE-COUNT TO WS-EDIT-COUNT
           DISPLAY "Accounts paid out and closed:      "
               WS-EDIT-COUNT
           MOVE WS-WAITING-COUNT TO WS-EDIT-COUNT
           DISPLAY "Waiting on an approved executor:   "
               WS-EDIT-COUNT
           MOVE WS-REFUSED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Accounts refused:                  "
               WS-EDIT-COUNT
           MOVE WS-REVIEW-COUNT TO WS-EDIT-COUNT
           DISPLAY "Accrued past the date of death:    "
               WS-EDIT-COUNT
           IF WS-GEN-COUNT > 0
               DISPLAY "Run the nightly chain to post the payouts, "
                   "then rerun ESTSETTLE to close the accounts."
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

       RELEASE-LOCK.
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT.

      *> Stage 1: check the executor and the account, generate the
      *> interest and the payout.
       START-ONE-SETTLEMENT.
           MOVE EST-ACCT(WS-ES-IDX) TO WS-EDIT-ACCT
           IF EST-EXECUTOR(WS-ES-IDX) = 0
               ADD 1 TO WS-WAITING-COUNT
               DISPLAY "  acct " WS-EDIT-ACCT " - no executor named "
                   "yet (DECEASED)"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PY-FOUND
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                   UNTIL WS-PY-IDX > WS-PY-USED
                       OR WS-PY-FOUND = 'Y'
               IF WS-PY-NO(WS-PY-IDX) = EST-EXECUTOR(WS-ES-IDX)
                   AND WS-PY-APPROVED(WS-PY-IDX) = "Y"
                   MOVE 'Y' TO WS-PY-FOUND
               END-IF
           END-PERFORM
           IF WS-PY-FOUND NOT = 'Y'
               ADD 1 TO WS-WAITING-COUNT
               MOVE EST-EXECUTOR(WS-ES-IDX) TO WS-EDIT-PAYEE
               DISPLAY "  acct " WS-EDIT-ACCT " - executor payee "
                   WS-EDIT-PAYEE " missing or not yet approved"
               EXIT PARAGRAPH
           END-IF
           MOVE EST-ACCT(WS-ES-IDX) TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "*** Refused: account " WS-EDIT-ACCT
                       " is not on the ledger ***"
                   EXIT PARAGRAPH
           END-READ
           IF L-STATUS NOT = "F"
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "*** Refused: account " WS-EDIT-ACCT
                   " is no longer frozen (status " L-STATUS
                   ") - settle by hand ***"
               EXIT PARAGRAPH
           END-IF
           IF L-PRINC < 0
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "*** Refused: account " WS-EDIT-ACCT
                   " is overdrawn - claim the debt on the estate "
                   "by hand ***"
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-DEATH-INTEREST
           COMPUTE WS-PAYOUT = L-PRINC + WS-INTEREST
           IF WS-PAYOUT > WS-PAYOUT-LIMIT
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "*** Refused: account " WS-EDIT-ACCT
                   " payout exceeds one transaction - pay out "
                   "by hand ***"
               EXIT PARAGRAPH
           END-IF
           MOVE EST-CUST-NO(WS-ES-IDX) TO WS-EDIT-CUSTNO
           MOVE SPACES TO WS-EXT-REF-TEXT
           STRING "ESTATE" DELIMITED BY SIZE
                   WS-EDIT-CUSTNO DELIMITED BY SIZE
               INTO WS-EXT-REF-TEXT
           END-STRING
           MOVE L-PRINC     TO EST-BALANCE(WS-ES-IDX)
           MOVE WS-INTEREST TO EST-INTEREST(WS-ES-IDX)
           MOVE "G"         TO EST-STATUS(WS-ES-IDX)
           MOVE WS-SIGNON-OPERATOR TO EST-OPERATOR(WS-ES-IDX)
           IF WS-PAYOUT = 0
      *> Nothing to move - straight on to close.
               PERFORM FINISH-ONE-SETTLEMENT
               EXIT PARAGRAPH
           END-IF
           IF WS-INTEREST > 0
               MOVE "IN"        TO TRANS-TYPE
               MOVE WS-INTEREST TO TRANS-AMOUNT
               MOVE ZERO        TO TRANS-REF-ID
               MOVE SPACES      TO TRANS-REF-TYPE
               PERFORM WRITE-ESTATE-TRANSACTION
           END-IF
           MOVE "WD"      TO TRANS-TYPE
           MOVE WS-PAYOUT TO TRANS-AMOUNT
           MOVE EST-EXECUTOR(WS-ES-IDX) TO TRANS-REF-ID
           MOVE "PY"      TO TRANS-REF-TYPE
           PERFORM WRITE-ESTATE-TRANSACTION
           ADD 1 TO WS-GEN-COUNT
           MOVE "ESTGEN" TO WS-AUDIT-ACTION-TEXT
           PERFORM WRITE-AUDIT-ENTRY
           MOVE WS-PAYOUT TO WS-EDIT-AMOUNT
           DISPLAY "  acct " WS-EDIT-ACCT " payout " WS-EDIT-AMOUNT
               " generated".

       WRITE-ESTATE-TRANSACTION.
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
           MOVE ZERO            TO TRANS-TO-ACCT
           MOVE SPACES          TO TRANS-TELLER
           MOVE ZERO            TO TRANS-CHECK-NO
           WRITE TRANSACTION-RECORD
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR writing estate payout, status = "
                   WS-TRANS-STATUS
               CLOSE LEDGER-FILE
               CLOSE TRANSACTION-FILE
               CLOSE AUDIT-FILE
               PERFORM REWRITE-ESTATE-FILE
               PERFORM RELEASE-LOCK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-WROTE-TRANS.

      *> Interest runs from the first day after the last accrued
      *> month (or, never accrued, the first of the month of death)
      *> through the day of death.
       COMPUTE-DEATH-INTEREST.
           MOVE 0 TO WS-INTEREST
           IF EST-ACCRUED-THRU(WS-ES-IDX) = 0
               DIVIDE EST-DEATH-DATE(WS-ES-IDX) BY 100
                   GIVING WS-WORK-PERIOD
               COMPUTE WS-INTEREST-FROM = WS-WORK-PERIOD * 100 + 1
           ELSE
               DIVIDE EST-ACCRUED-THRU(WS-ES-IDX) BY 100
                   GIVING WS-WORK-YEAR REMAINDER WS-WORK-MONTH
               ADD 1 TO WS-WORK-MONTH
               IF WS-WORK-MONTH > 12
                   MOVE 1 TO WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
               COMPUTE WS-INTEREST-FROM =
                   WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100 + 1
           END-IF
           IF WS-INTEREST-FROM > EST-DEATH-DATE(WS-ES-IDX)
               ADD 1 TO WS-REVIEW-COUNT
               DISPLAY "  acct " WS-EDIT-ACCT " - interest already "
                   "accrued past the date of death, review"
               EXIT PARAGRAPH
           END-IF
           IF L-PRINC <= 0
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-ACCOUNT-RATE
           COMPUTE WS-INTEREST-DAYS =
               FUNCTION INTEGER-OF-DATE(EST-DEATH-DATE(WS-ES-IDX))
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
               MOVE 'N' TO WS-PROD-FOUND
               CALL "PRODCAT" USING L-PRODUCT WS-PROD-METHOD
                   WS-PROD-RATE WS-PROD-FEE WS-PROD-WAIVER
                   WS-PROD-OD-LIMIT WS-PROD-OD-RATE
                   WS-PROD-WD-LIMIT WS-PROD-ACCRUAL
                   WS-PROD-FOUND
               IF WS-PROD-FOUND = 'Y'
                   MOVE WS-PROD-RATE TO WS-EFFECTIVE-RATE
               END-IF
           END-IF.

      *> Stage 2: the payout has posted (balance at zero) - close
      *> the account through the audit-logged path.
       FINISH-ONE-SETTLEMENT.
           MOVE EST-ACCT(WS-ES-IDX) TO WS-EDIT-ACCT
           MOVE EST-ACCT(WS-ES-IDX) TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "*** Refused: account " WS-EDIT-ACCT
                       " is not on the ledger ***"
                   EXIT PARAGRAPH
           END-READ
           IF L-PRINC NOT = 0
               DISPLAY "  acct " WS-EDIT-ACCT " payout not posted "
                   "yet - run the chain (check suspense), then rerun"
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
           MOVE "P" TO EST-STATUS(WS-ES-IDX)
           MOVE WS-TODAY TO EST-SETTLED(WS-ES-IDX)
           MOVE WS-SIGNON-OPERATOR TO EST-OPERATOR(WS-ES-IDX)
           MOVE "ESTPAID" TO WS-AUDIT-ACTION-TEXT
           PERFORM WRITE-AUDIT-ENTRY
           ADD 1 TO WS-DONE-COUNT
           DISPLAY "  acct " WS-EDIT-ACCT " paid out and closed".

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
                           PERFORM RELEASE-LOCK
                           MOVE 1 TO RETURN-CODE
                           GOBACK
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
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-USED
               MOVE WS-ES-ROW(WS-ES-IDX) TO ESTATE-RECORD
               WRITE ESTATE-RECORD
           END-PERFORM
           CLOSE ESTATE-FILE.

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

      *> Business date for the audit date, clock for the time -
      *> the WriteLedger convention, operator stamped.
       WRITE-AUDIT-ENTRY.
           CALL "BUSDATE" USING WS-AUDIT-DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE EST-CUST-NO(WS-ES-IDX) TO WS-EDIT-CUSTNO
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-ACTION-TEXT DELIMITED BY SPACE
                   " acct=" DELIMITED BY SIZE
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
