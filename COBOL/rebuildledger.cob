       01  WS-RATE-DATE          PIC 9(8).
       01  WS-TO-CURR            PIC X(3).
       01  WS-POST-AMOUNT        PIC 9(7)V99 COMP-3.
       01  WS-XFER-DR-AMOUNT     PIC 9(7)V99 COMP-3.
       01  WS-XFER-CR-AMOUNT     PIC 9(7)V99 COMP-3.
       01  WS-CONV-OK            PIC X.
       01  WS-DEBIT-AMOUNT       PIC 9(7)V99.
      *> Customer money - a deposit, a withdrawal, either leg of a
      *> transfer - converts at the customer side of the spread
      *> (FXSPREAD), as POSTLEDGER posted it; an overdraft sweep and
      *> everything else the bank raises itself converts at mid.
       01  WS-FX-SIDE            PIC X.
       01  WS-FX-MARGIN          PIC 9(7)V99 COMP-3.

      *> The debits an overdraft sweep paid for. POSTLEDGER writes
      *> the sweep (a TF tagged ODSWEEP, TRANS-REF-ID the debit it
      *> funded) when the debit posts, so it carries the higher id
      *> and replays after the debit; a debit found here is let
      *> through the funds check, the sweep behind it bringing the
      *> account back.
       01  WS-SWEPT-TABLE.
           05 WS-SWEPT-ID OCCURS 5000 TIMES INDEXED BY WS-SWEPT-IDX
                                  PIC 9(13).
       01  WS-SWEPT-USED         PIC 9(4) VALUE 0.
       01  WS-SWEPT-OVERFLOW     PIC X VALUE 'N'.
       01  WS-SWEPT-FOUND        PIC X.

      *> The replay's funds rule mirrors POSTLEDGER's signed,
      *> overdraft-aware one: a debit may take L-PRINC down to
       01  WS-PROD-OD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-OD-RATE       PIC 9(3)V99 COMP-3.
       01  WS-PROD-WD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-ACCRUAL       PIC X.
       01  WS-PROD-FOUND         PIC X.

       01  WS-EDIT-ACCT          PIC 9(6).
           PERFORM WRITE-REPORT-LINE

           PERFORM BUILD-OPENING-ENTRIES
           PERFORM LOAD-SWEPT-DEBITS
           PERFORM APPLY-TRANSACTION-HISTORY
           PERFORM WRITE-REBUILT-TRAILER
           PERFORM COMPARE-AGAINST-DAMAGED
               ADD 1 TO WS-ACCOUNT-COUNT
           END-IF.

      *> A first pass over the history for the debits overdraft
      *> sweeps funded (see WS-SWEPT-TABLE).
       LOAD-SWEPT-DEBITS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TRANS-EOF = 'Y'
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO WS-TRANS-EOF
                   NOT AT END
                       IF TRANS-ID NOT = WS-TRANS-TRAILER-ID
                           AND TRANS-TYPE = "TF"
                           AND TRANS-EXT-REF = "ODSWEEP"
                           PERFORM LOAD-ONE-SWEPT-DEBIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           MOVE 'N' TO WS-TRANS-EOF
           IF WS-SWEPT-OVERFLOW = 'Y'
               DISPLAY "*** WARNING: more than 5000 overdraft sweeps "
                   "- debits past the first 5000 replay without "
                   "their sweep ***"
           END-IF.

       LOAD-ONE-SWEPT-DEBIT.
           IF WS-SWEPT-USED >= 5000
               MOVE 'Y' TO WS-SWEPT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SWEPT-USED
           MOVE TRANS-REF-ID TO WS-SWEPT-ID(WS-SWEPT-USED).

       FIND-SWEPT-DEBIT.
           MOVE 'N' TO WS-SWEPT-FOUND
           PERFORM VARYING WS-SWEPT-IDX FROM 1 BY 1
                   UNTIL WS-SWEPT-IDX > WS-SWEPT-USED
                       OR WS-SWEPT-FOUND = 'Y'
               IF WS-SWEPT-ID(WS-SWEPT-IDX) = TRANS-ID
                   MOVE 'Y' TO WS-SWEPT-FOUND
               END-IF
           END-PERFORM.

      *> The replay applies POSTLEDGER's rules: trailer records are
      *> skipped, amounts convert from TRANS-CURR to the account's
      *> currency, debits that would overdraw are refused, and
           MOVE TRANS-CURR TO WS-FROM-CURR
           MOVE L-CURR     TO WS-TO-CURR
           MOVE TRANS-DATE TO WS-RATE-DATE
           IF TRANS-TYPE = "DP" OR TRANS-TYPE = "WD"
               IF TRANS-TYPE = "DP"
                   MOVE "C" TO WS-FX-SIDE
               ELSE
                   MOVE "D" TO WS-FX-SIDE
               END-IF
               CALL "FXSPREAD" USING WS-FROM-CURR WS-TO-CURR
                   TRANS-AMOUNT WS-FX-SIDE WS-POST-AMOUNT
                   WS-FX-MARGIN WS-CONV-OK WS-RATE-DATE
           ELSE
               CALL "CURRCONV" USING WS-FROM-CURR WS-TO-CURR
                   TRANS-AMOUNT WS-POST-AMOUNT WS-CONV-OK
                   WS-RATE-DATE
           END-IF
           IF WS-CONV-OK NOT = 'Y'
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           EVALUATE TRANS-TYPE
               WHEN "WD"
                   MOVE WS-POST-AMOUNT TO WS-DEBIT-AMOUNT
      *> A returned-item chargeback (RI) and the returned-item fee
      *> raised with it (an FE linked to the RI) are never refused:
      *> the deposit was not paid, so the money is already gone and
      *> the account is taken overdrawn if need be. Nor is the fee
      *> for an overdraft-protection sweep (an FE linked to the
      *> sweep's TF).
               WHEN "FE"
                   IF TRANS-REF-TYPE NOT = "RI"
                       AND TRANS-REF-TYPE NOT = "TF"
                       MOVE WS-POST-AMOUNT TO WS-DEBIT-AMOUNT
                   END-IF
               WHEN "LI"
               WHEN "LP"
               WHEN "WT"
                   MOVE WS-POST-AMOUNT TO WS-DEBIT-AMOUNT
      *> Nor is a lost dispute's reversal of its provisional credit
      *> (external reference DISPUTE).
               WHEN "RV"
                   IF TRANS-REF-TYPE NOT = "WD"
                       AND TRANS-REF-TYPE NOT = "FE"
                       AND TRANS-REF-TYPE NOT = "WT"
                       AND TRANS-REF-TYPE NOT = "RI"
                       AND TRANS-REF-TYPE NOT = "LI"
                       AND TRANS-REF-TYPE NOT = "LP"
                       AND TRANS-EXT-REF(1:7) NOT = "DISPUTE"
                       MOVE WS-POST-AMOUNT TO WS-DEBIT-AMOUNT
                   END-IF
           END-EVALUATE
           IF WS-DEBIT-AMOUNT > 0
               PERFORM FIND-SWEPT-DEBIT
               IF WS-SWEPT-FOUND = 'Y'
                   MOVE 0 TO WS-DEBIT-AMOUNT
               END-IF
           END-IF
           PERFORM SET-EFFECTIVE-OD-LIMIT
           IF WS-DEBIT-AMOUNT > 0
               AND WS-DEBIT-AMOUNT > L-PRINC + WS-OD-LIMIT
                   SUBTRACT WS-POST-AMOUNT FROM L-PRINC
               WHEN "FE"
                   SUBTRACT WS-POST-AMOUNT FROM L-PRINC
               WHEN "LI"
               WHEN "LP"
               WHEN "RI"
               WHEN "WT"
                   SUBTRACT WS-POST-AMOUNT FROM L-PRINC
               WHEN "RV"
                   IF TRANS-REF-TYPE = "WD" OR TRANS-REF-TYPE = "FE"
                       OR TRANS-REF-TYPE = "WT"
                       OR TRANS-REF-TYPE = "RI"
                       OR TRANS-REF-TYPE = "LI"
                       OR TRANS-REF-TYPE = "LP"
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
                   CALL "PRODCAT" USING L-PRODUCT WS-PROD-METHOD
                       WS-PROD-RATE WS-PROD-FEE WS-PROD-WAIVER
                       WS-PROD-OD-LIMIT WS-PROD-OD-RATE
                       WS-PROD-WD-LIMIT WS-PROD-ACCRUAL
                       WS-PROD-FOUND
                   IF WS-PROD-FOUND = 'Y'
                       MOVE WS-PROD-OD-LIMIT TO WS-OD-LIMIT
                   END-IF

      *> A transfer replays both legs or neither - POSTLEDGER's
      *> all-or-nothing rule: debit off TRANS-ACCT-ID, credit onto
      *> TRANS-TO-ACCT, each in its own account's currency. A
      *> customer's transfer converts at the customer side of the
      *> spread, an overdraft sweep at mid.
       APPLY-ONE-TRANSFER.
           MOVE TRANS-ACCT-ID TO L-ACCT-ID
           READ REBUILT-FILE
                   PERFORM REPORT-ONE-ORPHAN
                   EXIT PARAGRAPH
           END-READ
           MOVE "D" TO WS-FX-SIDE
           PERFORM CONVERT-TRANSFER-LEG
           IF WS-CONV-OK NOT = 'Y'
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POST-AMOUNT TO WS-XFER-DR-AMOUNT
           MOVE WS-POST-AMOUNT TO WS-DEBIT-AMOUNT
           PERFORM FIND-SWEPT-DEBIT
           IF WS-SWEPT-FOUND = 'Y'
               MOVE 0 TO WS-DEBIT-AMOUNT
           END-IF
           PERFORM SET-EFFECTIVE-OD-LIMIT
           IF WS-DEBIT-AMOUNT > L-PRINC + WS-OD-LIMIT
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF
                   PERFORM REPORT-ONE-ORPHAN
                   EXIT PARAGRAPH
           END-READ
           MOVE "C" TO WS-FX-SIDE
           PERFORM CONVERT-TRANSFER-LEG
           IF WS-CONV-OK NOT = 'Y'
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POST-AMOUNT TO WS-XFER-CR-AMOUNT

           MOVE TRANS-ACCT-ID TO L-ACCT-ID
           READ REBUILT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           SUBTRACT WS-XFER-DR-AMOUNT FROM L-PRINC
           MOVE L-PRINC TO L-TOTAL
           REWRITE LEDGER-ENTRY
           IF WS-REBUILT-STATUS NOT = "00"
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

      *> One leg of the transfer in hand into the account in the
      *> buffer, side in WS-FX-SIDE; the amount is left in
      *> WS-POST-AMOUNT.
       CONVERT-TRANSFER-LEG.
           MOVE TRANS-CURR TO WS-FROM-CURR
           MOVE L-CURR     TO WS-TO-CURR
           MOVE TRANS-DATE TO WS-RATE-DATE
           IF TRANS-EXT-REF = "ODSWEEP"
               CALL "CURRCONV" USING WS-FROM-CURR WS-TO-CURR
                   TRANS-AMOUNT WS-POST-AMOUNT WS-CONV-OK
                   WS-RATE-DATE
           ELSE
               CALL "FXSPREAD" USING WS-FROM-CURR WS-TO-CURR
                   TRANS-AMOUNT WS-FX-SIDE WS-POST-AMOUNT
                   WS-FX-MARGIN WS-CONV-OK WS-RATE-DATE
           END-IF.

       REPORT-ONE-ORPHAN.
           MOVE TRANS-ID      TO WS-EDIT-ID
           MOVE TRANS-ACCT-ID TO WS-EDIT-ACCT
