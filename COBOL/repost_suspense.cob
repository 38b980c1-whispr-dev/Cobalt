      *> the work file opened EXTEND - applied items are already on
      *> the ledger, kept items already in the work file - so a
      *> rerun can never re-apply money a crashed pass had posted.
      *> A garnishment or levy remittance (LEGALPROC's payee WD,
      *> external reference LEGALnnnnnn) that posting refused is
      *> retried as POSTLEDGER would post it: suspense.dat carries
      *> no external reference, so the original is read back from
      *> transactions.dat, the order's own hold on the account is
      *> left out of the funds check, and that hold is released
      *> once the item posts - the funds stay held until they go.
      *> A repost raises no back-value interest adjustment the way
      *> a late posting does in POSTLEDGER: the item was refused on
      *> its date and first reaches the account today, so the
      *> balances interest was worked out on in between were the
      *> account's true balances.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT HOLD-FILE ASSIGN TO "holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-NO
               ALTERNATE RECORD KEY IS HOLD-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       01  STOP-LINE             PIC X(30).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

       FD  RCHECKPOINT-FILE.
       01  RCHECKPOINT-LINE.
       01  WS-EDIT-REPOSTED      PIC Z(6)9.
       01  WS-EDIT-STUCK         PIC Z(6)9.
       01  WS-ITEM-POSTABLE      PIC X.
      *> A reposted item taken at one branch for another branch's
      *> account raises its due-to/due-from pair as POSTLEDGER
      *> would have (IBENTRY).
       01  WS-IB-ID              PIC 9(13).
       01  WS-IB-DUE-TO          PIC 9(3).
       01  WS-IB-DUE-FROM        PIC 9(3).
       01  WS-IB-FROM-BRANCH     PIC 9(3).

      *> Customer-rate conversion, as POSTLEDGER: deposits,
      *> withdrawals and both transfer legs convert at the customer
      *> side of the spread (FXSPREAD) and book their margin over
      *> mid (FXBOOK) once applied; everything else stays at mid.
       01  WS-FX-SIDE            PIC X.
       01  WS-FX-MARGIN          PIC 9(7)V99 COMP-3 VALUE 0.
       01  WS-FX-DR-MARGIN       PIC 9(7)V99 COMP-3 VALUE 0.
       01  WS-FX-CR-MARGIN       PIC 9(7)V99 COMP-3 VALUE 0.
       01  WS-FX-DR-CURR         PIC X(3).
       01  WS-FX-DR-BRANCH       PIC 9(3).
       01  WS-FX-CUST-AMOUNT     PIC 9(7)V99 COMP-3.
       01  WS-FX-ID              PIC 9(13).
       01  WS-FX-BRANCH          PIC 9(3).
       01  WS-FX-ACCT            PIC 9(6).
       01  WS-FX-TO-CURR         PIC X(3).

      *> Balance images - see WRITE-BALANCE-IMAGE.
       01  WS-BAL-ACCT           PIC 9(6).
       01  WS-HELD-AMOUNT        PIC 9(9)V99 COMP-3.
       01  WS-AVAIL-BALANCE      PIC S9(10)V99 COMP-3.
       01  WS-OD-LIMIT           PIC 9(7)V99 COMP-3.
       01  WS-PROD-METHOD        PIC X.
       01  WS-PROD-RATE          PIC 9(3)V99 COMP-3.
       01  WS-PROD-FEE           PIC 9(5)V99 COMP-3.
       01  WS-PROD-OD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-OD-RATE       PIC 9(3)V99 COMP-3.
       01  WS-PROD-WD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-ACCRUAL       PIC X.
       01  WS-PROD-FOUND         PIC X.
      *> A legal remittance's own order hold - see the header.
       01  WS-TRANS-STATUS       PIC XX.
       01  WS-LEGAL-REASON       PIC X(16).
       01  WS-LEGAL-HOLD-NO      PIC 9(13) VALUE 0.
       01  WS-EDIT-HOLDNO        PIC 9(13).

      *> Same stop-payment rule as POSTLEDGER: a suspended WD whose
      *> check is on the stop file stays in suspense.
           CALL "GENBACKUP"
           PERFORM LOAD-STOP-FILE
           CALL "BUSDATE" USING WS-REPO-TODAY
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS = "35"
               DISPLAY "Nothing in suspense to repost."

       RETRY-ONE-ITEM.
           MOVE 'N' TO WS-ITEM-POSTABLE
           MOVE SPACES TO WS-LEGAL-REASON
           MOVE 0 TO WS-LEGAL-HOLD-NO
           IF SUSP-TRANS-TYPE = "WD" AND SUSP-CHECK-NO > 0
               PERFORM CHECK-STOP-PAYMENT
               IF WS-SP-HIT = 'Y'
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
      *> A charged-off account takes only its charge-off and its
      *> recoveries, as in POSTLEDGER.
                   IF L-STATUS NOT = "F" AND L-STATUS NOT = "C"
                       AND L-STATUS NOT = "M"
                       AND (L-STATUS NOT = "W"
                           OR SUSP-TRANS-TYPE = "CO"
                           OR SUSP-TRANS-TYPE = "RC")
                       IF SUSP-TRANS-TYPE = "WD"
                           AND SUSP-REF-TYPE = "PY"
                           PERFORM FIND-LEGAL-REMITTANCE
                       END-IF
                       PERFORM CHECK-ITEM-FUNDS
                   END-IF
           END-READ
               EXIT PARAGRAPH
           END-IF
           IF L-STATUS = "F" OR L-STATUS = "C" OR L-STATUS = "M"
               OR L-STATUS = "W"
               PERFORM KEEP-ONE-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE SUSP-CURR TO WS-FROM-CURR
           MOVE L-CURR    TO WS-TO-CURR
           MOVE SUSP-TRANS-DATE TO WS-RATE-DATE
           MOVE "D" TO WS-FX-SIDE
           CALL "FXSPREAD" USING WS-FROM-CURR WS-TO-CURR
               SUSP-AMOUNT WS-FX-SIDE WS-XFER-DR-AMOUNT
               WS-FX-DR-MARGIN WS-CONV-OK WS-RATE-DATE
           IF WS-CONV-OK NOT = 'Y'
               PERFORM KEEP-ONE-ITEM
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           IF L-STATUS = "F" OR L-STATUS = "C" OR L-STATUS = "M"
               OR L-STATUS = "W"
               PERFORM KEEP-ONE-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE SUSP-CURR TO WS-FROM-CURR
           MOVE L-CURR    TO WS-TO-CURR
           MOVE SUSP-TRANS-DATE TO WS-RATE-DATE
           MOVE "C" TO WS-FX-SIDE
           CALL "FXSPREAD" USING WS-FROM-CURR WS-TO-CURR
               SUSP-AMOUNT WS-FX-SIDE WS-XFER-CR-AMOUNT
               WS-FX-CR-MARGIN WS-CONV-OK WS-RATE-DATE
           IF WS-CONV-OK NOT = 'Y'
               PERFORM KEEP-ONE-ITEM
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-BALANCE-IMAGE
           MOVE L-BRANCH TO WS-IB-FROM-BRANCH
           MOVE L-BRANCH TO WS-FX-DR-BRANCH
           MOVE L-CURR   TO WS-FX-DR-CURR
           MOVE SUSP-TO-ACCT TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
           END-IF
           ADD 1 TO WS-REPOSTED-COUNT
           PERFORM JOURNAL-ONE-TRANSFER-REPOST
           IF WS-IB-FROM-BRANCH NOT = 0 AND L-BRANCH NOT = 0
               AND WS-IB-FROM-BRANCH NOT = L-BRANCH
               AND SUSP-AMOUNT > 0
               MOVE WS-IB-FROM-BRANCH TO WS-IB-DUE-TO
               MOVE L-BRANCH          TO WS-IB-DUE-FROM
               PERFORM WRITE-INTERBRANCH-PAIR
           END-IF
           PERFORM NOTE-TRANSFER-FX-MARGINS
           PERFORM WRITE-BALANCE-IMAGE
           MOVE SUSP-ACCT-ID TO WS-EFFECT-ACCT
           COMPUTE WS-NET-EFFECT = 0 - WS-XFER-DR-AMOUNT
           MOVE WS-XFER-CR-AMOUNT TO WS-NET-EFFECT
           PERFORM TALLY-BASELINE-EFFECT.

      *> One margin line per converted leg; the credit account is
      *> in the buffer.
       NOTE-TRANSFER-FX-MARGINS.
           IF WS-FX-DR-MARGIN > 0
               MOVE WS-FX-DR-MARGIN   TO WS-FX-MARGIN
               MOVE WS-XFER-DR-AMOUNT TO WS-FX-CUST-AMOUNT
               MOVE WS-FX-DR-CURR     TO WS-FX-TO-CURR
               MOVE SUSP-ACCT-ID      TO WS-FX-ACCT
               MOVE WS-FX-DR-BRANCH   TO WS-FX-BRANCH
               PERFORM WRITE-FX-MARGIN-LINE
           END-IF
           IF WS-FX-CR-MARGIN > 0
               MOVE WS-FX-CR-MARGIN   TO WS-FX-MARGIN
               MOVE WS-XFER-CR-AMOUNT TO WS-FX-CUST-AMOUNT
               MOVE L-CURR            TO WS-FX-TO-CURR
               MOVE L-ACCT-ID         TO WS-FX-ACCT
               MOVE L-BRANCH          TO WS-FX-BRANCH
               PERFORM WRITE-FX-MARGIN-LINE
           END-IF.

       WRITE-FX-MARGIN-LINE.
           IF WS-FX-BRANCH = 0
               MOVE SUSP-BRANCH TO WS-FX-BRANCH
           END-IF
           MOVE SUSP-TRANS-ID TO WS-FX-ID
           CALL "FXBOOK" USING WS-FX-ID SUSP-TRANS-TYPE WS-FX-BRANCH
               WS-FX-ACCT SUSP-CURR SUSP-AMOUNT WS-FX-TO-CURR
               WS-FX-CUST-AMOUNT WS-FX-MARGIN.

       JOURNAL-ONE-TRANSFER-REPOST.
           MOVE SUSP-TRANS-ID TO WS-JOURNAL-ID
           MOVE SUSP-ACCT-ID  TO WS-JOURNAL-ACCT
           MOVE SUSP-CURR TO WS-FROM-CURR
           MOVE L-CURR    TO WS-TO-CURR
           MOVE SUSP-TRANS-DATE TO WS-RATE-DATE
           MOVE 0 TO WS-FX-MARGIN
           IF SUSP-TRANS-TYPE = "DP" OR SUSP-TRANS-TYPE = "WD"
               IF SUSP-TRANS-TYPE = "DP"
                   MOVE "C" TO WS-FX-SIDE
               ELSE
                   MOVE "D" TO WS-FX-SIDE
               END-IF
               CALL "FXSPREAD" USING WS-FROM-CURR WS-TO-CURR
                   SUSP-AMOUNT WS-FX-SIDE WS-POST-AMOUNT
                   WS-FX-MARGIN WS-CONV-OK WS-RATE-DATE
           ELSE
               CALL "CURRCONV" USING WS-FROM-CURR WS-TO-CURR
                   SUSP-AMOUNT WS-POST-AMOUNT WS-CONV-OK
                   WS-RATE-DATE
           END-IF
           IF WS-CONV-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           EVALUATE SUSP-TRANS-TYPE
               WHEN "WD"
                   MOVE WS-POST-AMOUNT TO WS-DEBIT-AMOUNT
      *> A returned-item chargeback (RI) and the returned-item fee
      *> raised with it (an FE linked to the RI) are never refused:
      *> the deposit was not paid, so the money is already gone and
      *> the account is taken overdrawn if need be. Nor is the fee
      *> for an overdraft-protection sweep (an FE linked to the
      *> sweep's TF), as in POSTLEDGER.
               WHEN "FE"
                   IF SUSP-REF-TYPE NOT = "RI"
                       AND SUSP-REF-TYPE NOT = "TF"
                       MOVE WS-POST-AMOUNT TO WS-DEBIT-AMOUNT
                   END-IF
               WHEN "LI"
               WHEN "LP"
               WHEN "WT"
                   MOVE WS-POST-AMOUNT TO WS-DEBIT-AMOUNT
               WHEN "RV"
                   IF SUSP-REF-TYPE NOT = "WD"
                       AND SUSP-REF-TYPE NOT = "FE"
                       AND SUSP-REF-TYPE NOT = "WT"
                       AND SUSP-REF-TYPE NOT = "RI"
                       AND SUSP-REF-TYPE NOT = "LI"
                       AND SUSP-REF-TYPE NOT = "LP"
                       MOVE WS-POST-AMOUNT TO WS-DEBIT-AMOUNT
                   END-IF
           END-EVALUATE
      *> plus its authorized overdraft line - POSTLEDGER's rule,
      *> mirrored.
       COMPUTE-AVAILABLE-BALANCE.
           PERFORM SUM-ACCOUNT-HOLDS
           PERFORM SET-EFFECTIVE-OD-LIMIT
           COMPUTE WS-AVAIL-BALANCE =
               L-PRINC - WS-HELD-AMOUNT + WS-OD-LIMIT.
                   CALL "PRODCAT" USING L-PRODUCT WS-PROD-METHOD
                       WS-PROD-RATE WS-PROD-FEE WS-PROD-WAIVER
                       WS-PROD-OD-LIMIT WS-PROD-OD-RATE
                       WS-PROD-WD-LIMIT WS-PROD-ACCRUAL
                       WS-PROD-FOUND
                   IF WS-PROD-FOUND = 'Y'
                       MOVE WS-PROD-OD-LIMIT TO WS-OD-LIMIT
                   END-IF
               END-IF
           END-IF.

      *> A payee WD in suspense is a legal remittance when the
      *> original on transactions.dat carries LEGALPROC's external
      *> reference; WS-LEGAL-REASON is then its order's hold reason.
      *> Opened per item, like holds.dat.
       FIND-LEGAL-REMITTANCE.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SUSP-TRANS-ID TO TRANS-ID
           READ TRANSACTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TRANS-EXT-REF(1:5) = "LEGAL"
                       STRING "LEGAL ORD " DELIMITED BY SIZE
                               TRANS-EXT-REF(6:6) DELIMITED BY SIZE
                           INTO WS-LEGAL-REASON
                       END-STRING
                   END-IF
           END-READ
           CLOSE TRANSACTION-FILE.

      *> The account's active holds, read through the account key.
      *> holds.dat is opened for each item rather than held open
      *> across the run - suspense is a handful of items a night,
      *> and every early exit then leaves the file closed. No
      *> holds.dat means no holds. A legal remittance's own order
      *> hold is left out and its number kept in WS-LEGAL-HOLD-NO.
       SUM-ACCOUNT-HOLDS.
           MOVE 0 TO WS-HELD-AMOUNT
           MOVE 0 TO WS-LEGAL-HOLD-NO
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HOLD-EOF
           MOVE L-ACCT-ID TO HOLD-ACCT-ID
           START HOLD-FILE KEY = HOLD-ACCT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF HOLD-ACCT-ID NOT = L-ACCT-ID
                           MOVE 'Y' TO WS-HOLD-EOF
                       ELSE
                           IF HOLD-EXPIRY >= WS-REPO-TODAY
                               IF WS-LEGAL-REASON NOT = SPACES
                                   AND HOLD-REASON = WS-LEGAL-REASON
                                   AND WS-LEGAL-HOLD-NO = 0
                                   MOVE HOLD-NO TO WS-LEGAL-HOLD-NO
                               ELSE
                                   ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

      *> The remittance has posted, so the order's hold on this
      *> account has done its work.
       RELEASE-LEGAL-HOLD.
           MOVE WS-LEGAL-HOLD-NO TO WS-EDIT-HOLDNO
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "*** WARNING: legal hold " WS-EDIT-HOLDNO
                   " not released, status = " WS-HOLD-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LEGAL-HOLD-NO TO HOLD-NO
           DELETE HOLD-FILE
               INVALID KEY
                   DISPLAY "*** WARNING: legal hold " WS-EDIT-HOLDNO
                       " not released, status = " WS-HOLD-STATUS
                       " ***"
               NOT INVALID KEY
                   DISPLAY "Legal hold " WS-EDIT-HOLDNO
                       " released by reposted remittance "
                       SUSP-TRANS-ID
           END-DELETE
           CLOSE HOLD-FILE
           MOVE 0 TO WS-LEGAL-HOLD-NO.

       APPLY-ONE-ITEM.
           MOVE L-ACCT-ID TO WS-BAL-ACCT
                   SUBTRACT WS-POST-AMOUNT FROM L-PRINC
               WHEN "FE"
                   SUBTRACT WS-POST-AMOUNT FROM L-PRINC
               WHEN "LI"
               WHEN "LP"
               WHEN "RI"
               WHEN "WT"
                   SUBTRACT WS-POST-AMOUNT FROM L-PRINC
               WHEN "RV"
                   IF SUSP-REF-TYPE = "WD" OR SUSP-REF-TYPE = "FE"
                       OR SUSP-REF-TYPE = "WT"
                       OR SUSP-REF-TYPE = "RI"
                       OR SUSP-REF-TYPE = "LI"
                       OR SUSP-REF-TYPE = "LP"
                       ADD WS-POST-AMOUNT TO L-PRINC
                   ELSE
                       SUBTRACT WS-POST-AMOUNT FROM L-PRINC
                   END-IF
      *> A recovery leaves the charged-off balance at zero.
               WHEN "RC"
                   CONTINUE
               WHEN OTHER
                   ADD WS-POST-AMOUNT TO L-PRINC
           END-EVALUATE
           ELSE
               ADD 1 TO WS-REPOSTED-COUNT
               PERFORM JOURNAL-ONE-REPOST
               PERFORM NOTE-INTERBRANCH-REPOST
               IF WS-FX-MARGIN > 0
                   MOVE WS-POST-AMOUNT TO WS-FX-CUST-AMOUNT
                   MOVE L-CURR         TO WS-FX-TO-CURR
                   MOVE L-ACCT-ID      TO WS-FX-ACCT
                   MOVE L-BRANCH       TO WS-FX-BRANCH
                   PERFORM WRITE-FX-MARGIN-LINE
               END-IF
               MOVE L-PRINC TO WS-BAL-AFTER
               PERFORM WRITE-BALANCE-IMAGE
               PERFORM NOTE-BASELINE-EFFECT
               IF WS-LEGAL-HOLD-NO > 0
                   PERFORM RELEASE-LEGAL-HOLD
               END-IF
           END-IF.

      *> Money paid in leaves the branch that took it owing the
      *> account's branch; money paid out, the reverse.
       NOTE-INTERBRANCH-REPOST.
           IF SUSP-BRANCH = 0 OR L-BRANCH = 0
               OR SUSP-BRANCH = L-BRANCH
               OR SUSP-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF L-PRINC < WS-BAL-BEFORE
               MOVE L-BRANCH    TO WS-IB-DUE-TO
               MOVE SUSP-BRANCH TO WS-IB-DUE-FROM
           ELSE
               MOVE SUSP-BRANCH TO WS-IB-DUE-TO
               MOVE L-BRANCH    TO WS-IB-DUE-FROM
           END-IF
           PERFORM WRITE-INTERBRANCH-PAIR.

       WRITE-INTERBRANCH-PAIR.
           MOVE SUSP-TRANS-ID TO WS-IB-ID
           CALL "IBENTRY" USING WS-IB-ID SUSP-TRANS-TYPE WS-IB-DUE-TO
               WS-IB-DUE-FROM SUSP-CURR SUSP-AMOUNT.

      *> Remember the signed effect this repost had on the account,
      *> for the baseline adjustment after the pass.
       NOTE-BASELINE-EFFECT.
                   COMPUTE WS-NET-EFFECT = 0 - WS-POST-AMOUNT
               WHEN "FE"
                   COMPUTE WS-NET-EFFECT = 0 - WS-POST-AMOUNT
               WHEN "LI"
               WHEN "LP"
               WHEN "RI"
               WHEN "WT"
                   COMPUTE WS-NET-EFFECT = 0 - WS-POST-AMOUNT
               WHEN "RV"
                   IF SUSP-REF-TYPE NOT = "WD"
                       AND SUSP-REF-TYPE NOT = "FE"
                       AND SUSP-REF-TYPE NOT = "WT"
                       AND SUSP-REF-TYPE NOT = "RI"
                       AND SUSP-REF-TYPE NOT = "LI"
                       AND SUSP-REF-TYPE NOT = "LP"
                       COMPUTE WS-NET-EFFECT = 0 - WS-POST-AMOUNT
                   END-IF
               WHEN "RC"
                   MOVE 0 TO WS-NET-EFFECT
           END-EVALUATE
           MOVE SUSP-ACCT-ID TO WS-EFFECT-ACCT
           PERFORM TALLY-BASELINE-EFFECT.
