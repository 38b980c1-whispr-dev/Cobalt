      *> transaction activity out of L-PRINC, so the closing line
      *> always reconciles to the ledger entry itself.
      *> A transfer record is keyed under its DEBIT account, so it
      *> appears as a debit on that statement. Its credit leg is
      *> picked up from one pass over the file at startup (the
      *> transfers table below) and listed as a credit on the
      *> receiving account's statement, each side noting the other
      *> account - so an overdraft-protection sweep (POSTLEDGER,
      *> external reference ODSWEEP) shows on the protected account
      *> as money in and on the protection account as money out.
      *> Interest paid away from the account that earned it
      *> (ACCRUELEDGER, external reference INTPAY) is noted the same
      *> way - a transfer names the account it went to or came
      *> from, a payee payout names the payee - and the header of
      *> an account with an interest disposition (C-INT-DISP on
      *> customer.dat) says where its interest is paid.
      *> A customer who has opted in to consolidated statements
      *> (C-STMT-MODE "C" on customer.dat, set in CUSTMAINT) gets
      *> one relationship statement instead of one per account,
      *> printed after the per-account run: a single address block,
      *> a summary of every account linked to the customer number
      *> on cust_accounts.dat with its opening and closing balance
      *> (and maturity date for a term deposit), then each
      *> account's posting detail exactly as its own statement
      *> would have shown it. An account is held back from the
      *> per-account run only when its own customer.dat record is
      *> opted in and the cross-reference still links it to that
      *> customer, so it can never drop out of both.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT XREF-FILE ASSIGN TO "cust_accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  SUSPENSE-RECORD.
           COPY SUSPREC.

       FD  XREF-FILE.
       01  XREF-LINE             PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-TRANS-STATUS       PIC XX.
               10 WS-PT-REF-ID   PIC 9(13).
               10 WS-PT-REF-TYPE PIC X(2).
      *> Original currency plus the amount converted to the
      *> account's currency as POSTLEDGER posted it (FXSPREAD's
      *> customer side for a deposit, a withdrawal, or either leg
      *> of a customer's transfer; CURRCONV mid for the rest, an
      *> overdraft sweep included) - the statement shows the
      *> original side and runs its balance on the converted one.
      *> WS-PT-CONV-OK 'N' = no usable rate: the line prints but is
      *> excluded from the balance, matching POSTLEDGER sending the
      *> note and stays out of the balance, the same treatment the
      *> no-rate lines get.
               10 WS-PT-IN-SUSP  PIC X.
      *> Transfers only: 'Y' on the credit leg listed on the
      *> receiving account, the account at the other end, and 'Y'
      *> when the transfer was an overdraft-protection sweep.
               10 WS-PT-XFER-IN  PIC X.
               10 WS-PT-OTHER-ACCT PIC 9(6).
               10 WS-PT-SWEEP    PIC X.
      *> 'Y' on an interest payout (external reference INTPAY).
               10 WS-PT-INTPAY   PIC X.
       01  WS-PT-COUNT           PIC 9(3) VALUE 0.
       01  WS-PT-FULL-WARNED     PIC X VALUE 'N'.

           05 WS-SWAP-CONV-AMT   PIC 9(7)V99 COMP-3.
           05 WS-SWAP-CONV-OK    PIC X.
           05 WS-SWAP-IN-SUSP    PIC X.
           05 WS-SWAP-XFER-IN    PIC X.
           05 WS-SWAP-OTHER-ACCT PIC 9(6).
           05 WS-SWAP-SWEEP      PIC X.
           05 WS-SWAP-INTPAY     PIC X.

      *> Credit legs of every transfer on file, keyed by the
      *> receiving account, loaded once at startup. On overflow the
      *> remaining credit legs are left off (the opening balance
      *> absorbs them, as it did before transfers were listed on
      *> both sides) and the console says so.
       01  WS-XFER-TABLE.
           05 WS-XI-ROW OCCURS 2000 TIMES INDEXED BY WS-XI-IDX.
               10 WS-XI-TO-ACCT  PIC 9(6).
               10 WS-XI-FROM-ACCT PIC 9(6).
               10 WS-XI-ID       PIC 9(13).
               10 WS-XI-DATE     PIC 9(8).
               10 WS-XI-AMOUNT   PIC 9(7)V99.
               10 WS-XI-CURR     PIC X(3).
               10 WS-XI-EXT-REF  PIC X(12).
       01  WS-XI-USED            PIC 9(4) VALUE 0.
       01  WS-COLLECT-XFER-IN    PIC X VALUE 'N'.
       01  WS-EDIT-OTHER-ACCT    PIC 9(6).
       01  WS-EDIT-PAYEE         PIC 9(5).

       01  WS-FROM-CURR          PIC X(3).
       01  WS-RATE-DATE          PIC 9(8).
       01  WS-TO-CURR            PIC X(3).
       01  WS-CONV-AMOUNT        PIC 9(7)V99 COMP-3.
       01  WS-CONV-OK            PIC X.
       01  WS-FX-SIDE            PIC X.
       01  WS-FX-MARGIN          PIC 9(7)V99 COMP-3.

      *> The ids currently sitting in suspense.dat - exactly the
      *> captured-but-unapplied set, kept current by
       01  WS-SI-USED            PIC 9(4) VALUE 0.
       01  WS-SI-HIT             PIC X.

      *> Customer/account cross-reference (CUSTMAINT), loaded once
      *> the way CUSTREL loads it.
       01  WS-XREF-STATUS        PIC XX.
       01  WS-XREF-EOF           PIC X VALUE 'N'.
       01  WS-TOKEN-CUSTNO       PIC X(6).
       01  WS-TOKEN-ACCT         PIC X(6).
       01  WS-TOKEN-ROLE         PIC X(1).
       01  WS-XREF-TABLE.
           05 WS-XR-ROW OCCURS 500 TIMES INDEXED BY WS-XR-IDX.
               10 WS-XR-CUST     PIC 9(6).
               10 WS-XR-ACCT     PIC 9(6).
               10 WS-XR-ROLE     PIC X.
       01  WS-XR-USED            PIC 9(3) VALUE 0.
       01  WS-XR-HIT             PIC X.

      *> Customers opted in to a relationship statement, noted as
      *> their accounts are held back from the per-account run. On
      *> overflow the remaining accounts print per account as
      *> before and the console says so.
       01  WS-REL-CUST-TABLE.
           05 WS-RC-CUST OCCURS 500 TIMES INDEXED BY WS-RC-IDX
               PIC 9(6).
       01  WS-RC-USED            PIC 9(3) VALUE 0.
       01  WS-RC-HIT             PIC X.
       01  WS-HOLD-BACK          PIC X VALUE 'N'.
       01  WS-REL-COUNT          PIC 9(5) VALUE 0.
       01  WS-EDIT-REL           PIC Z(4)9.

      *> The relationship being printed: its accounts in
      *> cross-reference order with the figures for the summary,
      *> and the primary holder's account (first role P link, else
      *> the first link) that names the statement and supplies the
      *> address block.
       01  WS-IN-RELATIONSHIP    PIC X VALUE 'N'.
       01  WS-REL-CUST-NO        PIC 9(6).
       01  WS-REL-PRIMARY        PIC 9(6).
       01  WS-REL-PRIMARY-ROLE   PIC X.
       01  WS-REL-ACCT-TABLE.
           05 WS-RA-ROW OCCURS 50 TIMES INDEXED BY WS-RA-IDX.
               10 WS-RA-ACCT     PIC 9(6).
               10 WS-RA-NAME     PIC X(20).
               10 WS-RA-CURR     PIC X(3).
               10 WS-RA-OPENING  PIC S9(10)V99.
               10 WS-RA-CLOSING  PIC S9(10)V99.
               10 WS-RA-MATURITY PIC 9(8).
       01  WS-RA-USED            PIC 9(2) VALUE 0.
       01  WS-EDIT-CUSTNO        PIC 9(6).

       01  WS-NET-ACTIVITY       PIC S9(9)V99 VALUE 0.
       01  WS-OPENING-BAL        PIC S9(10)V99 VALUE 0.
       01  WS-RUNNING-BAL        PIC S9(10)V99 VALUE 0.
           END-IF

           PERFORM LOAD-SUSPENSE-IDS
           PERFORM LOAD-TRANSFER-CREDITS
           PERFORM LOAD-XREF-FILE

           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ LEDGER-FILE NEXT RECORD
                       MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       IF L-ACCT-ID NOT = WS-LEDGER-TRAILER-ID
                           PERFORM CHECK-HOLD-BACK
                           IF WS-HOLD-BACK NOT = 'Y'
                               PERFORM PRINT-ONE-STATEMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-USED
               PERFORM PRINT-RELATIONSHIP-STATEMENT
           END-PERFORM

           CLOSE LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR closing ledger.txt, status = "

           MOVE WS-PAGE-COUNT TO WS-EDIT-PAGES
           DISPLAY "Statement pages written: " WS-EDIT-PAGES
           MOVE WS-REL-COUNT TO WS-EDIT-REL
           DISPLAY "Relationship statements: " WS-EDIT-REL
           DISPLAY "Statements written to statements.txt"
           STOP RUN.

                       END-IF
               END-READ
           END-PERFORM
      *> Then the credit legs of transfers into this account,
      *> staged through the record area so they take the same path.
           MOVE 'Y' TO WS-COLLECT-XFER-IN
           PERFORM VARYING WS-XI-IDX FROM 1 BY 1
                   UNTIL WS-XI-IDX > WS-XI-USED
               IF WS-XI-TO-ACCT(WS-XI-IDX) = L-ACCT-ID
                   MOVE WS-XI-ID(WS-XI-IDX)        TO TRANS-ID
                   MOVE "TF"                       TO TRANS-TYPE
                   MOVE WS-XI-DATE(WS-XI-IDX)      TO TRANS-DATE
                   MOVE WS-XI-FROM-ACCT(WS-XI-IDX) TO TRANS-ACCT-ID
                   MOVE WS-XI-AMOUNT(WS-XI-IDX)    TO TRANS-AMOUNT
                   MOVE ZERO                       TO TRANS-REF-ID
                   MOVE SPACES                     TO TRANS-REF-TYPE
                   MOVE WS-XI-CURR(WS-XI-IDX)      TO TRANS-CURR
                   MOVE WS-XI-EXT-REF(WS-XI-IDX)   TO TRANS-EXT-REF
                   MOVE L-ACCT-ID                  TO TRANS-TO-ACCT
                   PERFORM COLLECT-ONE-POSTING
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-COLLECT-XFER-IN
           CLOSE TRANSACTION-FILE.

       LOAD-TRANSFER-CREDITS.
           MOVE 0 TO WS-XI-USED
           MOVE 'N' TO WS-TRANS-EOF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TRANS-EOF = 'Y'
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TRANS-EOF
                   NOT AT END
                       IF TRANS-TYPE = "TF"
                           AND TRANS-ID NOT = WS-TRANS-TRAILER-ID
                           AND TRANS-TO-ACCT > 0
                           PERFORM LOAD-ONE-TRANSFER-CREDIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       LOAD-ONE-TRANSFER-CREDIT.
           IF WS-XI-USED >= 2000
               DISPLAY "*** WARNING: transfer table full (2000) - "
                   "later transfers show on the debit side only ***"
               MOVE 'Y' TO WS-TRANS-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-XI-USED
           MOVE TRANS-TO-ACCT TO WS-XI-TO-ACCT(WS-XI-USED)
           MOVE TRANS-ACCT-ID TO WS-XI-FROM-ACCT(WS-XI-USED)
           MOVE TRANS-ID      TO WS-XI-ID(WS-XI-USED)
           MOVE TRANS-DATE    TO WS-XI-DATE(WS-XI-USED)
           MOVE TRANS-AMOUNT  TO WS-XI-AMOUNT(WS-XI-USED)
           MOVE TRANS-CURR    TO WS-XI-CURR(WS-XI-USED)
           MOVE TRANS-EXT-REF TO WS-XI-EXT-REF(WS-XI-USED).

      *> One pass over suspense.dat at startup; a missing file just
      *> means nothing is in suspense.
       LOAD-SUSPENSE-IDS.
               MOVE TRANS-CURR     TO WS-PT-CURR(WS-PT-COUNT)
               PERFORM CHECK-IN-SUSPENSE
               MOVE WS-SI-HIT TO WS-PT-IN-SUSP(WS-PT-COUNT)
               MOVE WS-COLLECT-XFER-IN TO WS-PT-XFER-IN(WS-PT-COUNT)
               MOVE 'N' TO WS-PT-SWEEP(WS-PT-COUNT)
               IF TRANS-EXT-REF(1:7) = "ODSWEEP"
                   MOVE 'Y' TO WS-PT-SWEEP(WS-PT-COUNT)
               END-IF
               MOVE 'N' TO WS-PT-INTPAY(WS-PT-COUNT)
               IF TRANS-EXT-REF(1:6) = "INTPAY"
                   MOVE 'Y' TO WS-PT-INTPAY(WS-PT-COUNT)
               END-IF
               IF WS-COLLECT-XFER-IN = 'Y'
                   MOVE TRANS-ACCT-ID
                       TO WS-PT-OTHER-ACCT(WS-PT-COUNT)
               ELSE
                   MOVE TRANS-TO-ACCT
                       TO WS-PT-OTHER-ACCT(WS-PT-COUNT)
               END-IF
               MOVE TRANS-CURR TO WS-FROM-CURR
               MOVE L-CURR     TO WS-TO-CURR
               MOVE 0 TO WS-CONV-AMOUNT
               MOVE TRANS-DATE TO WS-RATE-DATE
               MOVE SPACE TO WS-FX-SIDE
               EVALUATE TRUE
                   WHEN TRANS-TYPE = "DP"
                       MOVE "C" TO WS-FX-SIDE
                   WHEN TRANS-TYPE = "WD"
                       MOVE "D" TO WS-FX-SIDE
                   WHEN TRANS-TYPE = "TF"
                       AND TRANS-EXT-REF NOT = "ODSWEEP"
                       IF WS-COLLECT-XFER-IN = 'Y'
                           MOVE "C" TO WS-FX-SIDE
                       ELSE
                           MOVE "D" TO WS-FX-SIDE
                       END-IF
               END-EVALUATE
               IF WS-FX-SIDE = SPACE
                   CALL "CURRCONV" USING WS-FROM-CURR WS-TO-CURR
                       TRANS-AMOUNT WS-CONV-AMOUNT WS-CONV-OK
                       WS-RATE-DATE
               ELSE
                   CALL "FXSPREAD" USING WS-FROM-CURR WS-TO-CURR
                       TRANS-AMOUNT WS-FX-SIDE WS-CONV-AMOUNT
                       WS-FX-MARGIN WS-CONV-OK WS-RATE-DATE
               END-IF
               MOVE WS-CONV-AMOUNT TO WS-PT-CONV-AMT(WS-PT-COUNT)
               MOVE WS-CONV-OK     TO WS-PT-CONV-OK(WS-PT-COUNT)
               IF WS-CONV-OK = 'Y'
                   SUBTRACT WS-CONV-AMOUNT FROM WS-NET-ACTIVITY
               WHEN "FE"
                   SUBTRACT WS-CONV-AMOUNT FROM WS-NET-ACTIVITY
               WHEN "LI"
               WHEN "LP"
               WHEN "RI"
               WHEN "WT"
                   SUBTRACT WS-CONV-AMOUNT FROM WS-NET-ACTIVITY
      *> A transfer is a debit on the account it is keyed under
      *> and a credit on the receiving account's own statement.
               WHEN "TF"
                   IF WS-COLLECT-XFER-IN = 'Y'
                       ADD WS-CONV-AMOUNT TO WS-NET-ACTIVITY
                   ELSE
                       SUBTRACT WS-CONV-AMOUNT FROM WS-NET-ACTIVITY
                   END-IF
               WHEN "RV"
                   IF TRANS-REF-TYPE = "WD"
                       OR TRANS-REF-TYPE = "FE"
                       OR TRANS-REF-TYPE = "WT"
                       OR TRANS-REF-TYPE = "RI"
                       OR TRANS-REF-TYPE = "LI"
                       OR TRANS-REF-TYPE = "LP"
                       ADD WS-CONV-AMOUNT TO WS-NET-ACTIVITY
                   ELSE
                       SUBTRACT WS-CONV-AMOUNT FROM WS-NET-ACTIVITY
                   END-IF
      *> A recovery on a charged-off account is listed but leaves
      *> the written-off balance at zero.
               WHEN "RC"
                   CONTINUE
               WHEN OTHER
                   ADD WS-CONV-AMOUNT TO WS-NET-ACTIVITY
           END-EVALUATE.
           MOVE WS-PT-CONV-AMT(WS-PT-IDX) TO WS-SWAP-CONV-AMT
           MOVE WS-PT-CONV-OK(WS-PT-IDX)  TO WS-SWAP-CONV-OK
           MOVE WS-PT-IN-SUSP(WS-PT-IDX)  TO WS-SWAP-IN-SUSP
           MOVE WS-PT-XFER-IN(WS-PT-IDX)  TO WS-SWAP-XFER-IN
           MOVE WS-PT-OTHER-ACCT(WS-PT-IDX) TO WS-SWAP-OTHER-ACCT
           MOVE WS-PT-SWEEP(WS-PT-IDX)    TO WS-SWAP-SWEEP
           MOVE WS-PT-INTPAY(WS-PT-IDX)   TO WS-SWAP-INTPAY

           MOVE WS-PT-ID(WS-PT-JDX)     TO WS-PT-ID(WS-PT-IDX)
           MOVE WS-PT-TYPE(WS-PT-JDX)   TO WS-PT-TYPE(WS-PT-IDX)
               TO WS-PT-CONV-OK(WS-PT-IDX)
           MOVE WS-PT-IN-SUSP(WS-PT-JDX)
               TO WS-PT-IN-SUSP(WS-PT-IDX)
           MOVE WS-PT-XFER-IN(WS-PT-JDX)
               TO WS-PT-XFER-IN(WS-PT-IDX)
           MOVE WS-PT-OTHER-ACCT(WS-PT-JDX)
               TO WS-PT-OTHER-ACCT(WS-PT-IDX)
           MOVE WS-PT-SWEEP(WS-PT-JDX)
               TO WS-PT-SWEEP(WS-PT-IDX)
           MOVE WS-PT-INTPAY(WS-PT-JDX)
               TO WS-PT-INTPAY(WS-PT-IDX)

           MOVE WS-SWAP-ID     TO WS-PT-ID(WS-PT-JDX)
           MOVE WS-SWAP-TYPE   TO WS-PT-TYPE(WS-PT-JDX)
           MOVE WS-SWAP-CURR     TO WS-PT-CURR(WS-PT-JDX)
           MOVE WS-SWAP-CONV-AMT TO WS-PT-CONV-AMT(WS-PT-JDX)
           MOVE WS-SWAP-CONV-OK  TO WS-PT-CONV-OK(WS-PT-JDX)
           MOVE WS-SWAP-IN-SUSP  TO WS-PT-IN-SUSP(WS-PT-JDX)
           MOVE WS-SWAP-XFER-IN  TO WS-PT-XFER-IN(WS-PT-JDX)
           MOVE WS-SWAP-OTHER-ACCT TO WS-PT-OTHER-ACCT(WS-PT-JDX)
           MOVE WS-SWAP-SWEEP    TO WS-PT-SWEEP(WS-PT-JDX)
           MOVE WS-SWAP-INTPAY   TO WS-PT-INTPAY(WS-PT-JDX).

      *> Inside a relationship statement each account's section
      *> opens with a lighter rule and no address block - the
      *> relationship's own heading already carries it.
       WRITE-STATEMENT-HEADER.
           IF WS-IN-RELATIONSHIP = 'Y'
               MOVE ALL "-" TO STATEMENT-LINE
           ELSE
               MOVE ALL "=" TO STATEMENT-LINE
           END-IF
           PERFORM WRITE-ONE-STATEMENT-LINE
           MOVE L-ACCT-ID TO WS-EDIT-ACCT
           MOVE SPACES TO STATEMENT-LINE
               INTO STATEMENT-LINE
           END-STRING
           PERFORM WRITE-ONE-STATEMENT-LINE
           IF L-MATURITY > 0
               MOVE L-MATURITY TO WS-EDIT-DATE
               MOVE SPACES TO STATEMENT-LINE
               STRING "TERM DEPOSIT - MATURES " DELIMITED BY SIZE
                       WS-EDIT-DATE DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               PERFORM WRITE-ONE-STATEMENT-LINE
           END-IF
           PERFORM WRITE-DISPOSITION-LINE
           IF WS-IN-RELATIONSHIP = 'Y'
               MOVE ALL "-" TO STATEMENT-LINE
               PERFORM WRITE-ONE-STATEMENT-LINE
           ELSE
               MOVE ALL "=" TO STATEMENT-LINE
               PERFORM WRITE-ONE-STATEMENT-LINE
               PERFORM WRITE-ADDRESS-BLOCK
           END-IF
           MOVE WS-OPENING-BAL TO WS-EDIT-BALANCE
           MOVE SPACES TO STATEMENT-LINE
           STRING "OPENING BALANCE" DELIMITED BY SIZE
           MOVE ALL "-" TO STATEMENT-LINE
           PERFORM WRITE-ONE-STATEMENT-LINE.

      *> Where the account's interest goes, when it is not simply
      *> capitalized.
       WRITE-DISPOSITION-LINE.
           IF WS-CUST-AVAILABLE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE L-ACCT-ID TO C-ACCT-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF C-INT-DEST NOT NUMERIC OR C-INT-DEST = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           EVALUATE C-INT-DISP
               WHEN "A"
                   MOVE C-INT-DEST TO WS-EDIT-OTHER-ACCT
                   STRING "INTEREST PAID TO ACCOUNT " DELIMITED BY SIZE
                           WS-EDIT-OTHER-ACCT DELIMITED BY SIZE
                       INTO STATEMENT-LINE
                   END-STRING
               WHEN "P"
                   MOVE C-INT-DEST TO WS-EDIT-PAYEE
                   STRING "INTEREST PAID TO PAYEE " DELIMITED BY SIZE
                           WS-EDIT-PAYEE DELIMITED BY SIZE
                       INTO STATEMENT-LINE
                   END-STRING
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM WRITE-ONE-STATEMENT-LINE.

      *> Mailing address from the customer master (customer.dat,
      *> CUSTMAINT), keyed by the same account id as the ledger. An
      *> account with no customer record gets a reminder line instead
                   WHEN "FE"
                       SUBTRACT WS-PT-CONV-AMT(WS-PT-IDX)
                           FROM WS-RUNNING-BAL
                   WHEN "LI"
                   WHEN "LP"
                   WHEN "RI"
                   WHEN "WT"
                       SUBTRACT WS-PT-CONV-AMT(WS-PT-IDX)
                           FROM WS-RUNNING-BAL
                   WHEN "TF"
                       IF WS-PT-XFER-IN(WS-PT-IDX) = 'Y'
                           ADD WS-PT-CONV-AMT(WS-PT-IDX)
                               TO WS-RUNNING-BAL
                       ELSE
                           SUBTRACT WS-PT-CONV-AMT(WS-PT-IDX)
                               FROM WS-RUNNING-BAL
                       END-IF
                   WHEN "RV"
                       IF WS-PT-REF-TYPE(WS-PT-IDX) = "WD"
                           OR WS-PT-REF-TYPE(WS-PT-IDX) = "FE"
                           OR WS-PT-REF-TYPE(WS-PT-IDX) = "WT"
                           OR WS-PT-REF-TYPE(WS-PT-IDX) = "RI"
                           OR WS-PT-REF-TYPE(WS-PT-IDX) = "LI"
                           OR WS-PT-REF-TYPE(WS-PT-IDX) = "LP"
                           ADD WS-PT-CONV-AMT(WS-PT-IDX)
                               TO WS-RUNNING-BAL
                       ELSE
                           SUBTRACT WS-PT-CONV-AMT(WS-PT-IDX)
                               FROM WS-RUNNING-BAL
                       END-IF
                   WHEN "RC"
                       CONTINUE
                   WHEN OTHER
                       ADD WS-PT-CONV-AMT(WS-PT-IDX)
                           TO WS-RUNNING-BAL
                   INTO STATEMENT-LINE
               END-STRING
               PERFORM WRITE-ONE-STATEMENT-LINE
           END-IF
           IF WS-PT-TYPE(WS-PT-IDX) = "TF"
               PERFORM WRITE-TRANSFER-NOTE
           END-IF
           IF WS-PT-TYPE(WS-PT-IDX) = "WD"
               AND WS-PT-INTPAY(WS-PT-IDX) = 'Y'
               AND WS-PT-REF-TYPE(WS-PT-IDX) = "PY"
               MOVE WS-PT-REF-ID(WS-PT-IDX) TO WS-EDIT-PAYEE
               MOVE SPACES TO STATEMENT-LINE
               STRING "              (interest paid to payee "
                           DELIMITED BY SIZE
                       WS-EDIT-PAYEE DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               PERFORM WRITE-ONE-STATEMENT-LINE
           END-IF.

      *> Each side of a transfer names the account at the other
      *> end; a sweep says it was overdraft protection, an interest
      *> payout that it was interest.
       WRITE-TRANSFER-NOTE.
           MOVE WS-PT-OTHER-ACCT(WS-PT-IDX) TO WS-EDIT-OTHER-ACCT
           MOVE SPACES TO STATEMENT-LINE
           EVALUATE TRUE
               WHEN WS-PT-INTPAY(WS-PT-IDX) = 'Y'
                   AND WS-PT-XFER-IN(WS-PT-IDX) = 'Y'
                   STRING "              (interest from acct "
                               DELIMITED BY SIZE
                           WS-EDIT-OTHER-ACCT DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                       INTO STATEMENT-LINE
                   END-STRING
               WHEN WS-PT-INTPAY(WS-PT-IDX) = 'Y'
                   STRING "              (interest paid to acct "
                               DELIMITED BY SIZE
                           WS-EDIT-OTHER-ACCT DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                       INTO STATEMENT-LINE
                   END-STRING
               WHEN WS-PT-SWEEP(WS-PT-IDX) = 'Y'
                   AND WS-PT-XFER-IN(WS-PT-IDX) = 'Y'
                   STRING "              (overdraft protection "
                               DELIMITED BY SIZE
                           "sweep from acct " DELIMITED BY SIZE
                           WS-EDIT-OTHER-ACCT DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                       INTO STATEMENT-LINE
                   END-STRING
               WHEN WS-PT-SWEEP(WS-PT-IDX) = 'Y'
                   STRING "              (overdraft protection "
                               DELIMITED BY SIZE
                           "sweep to acct " DELIMITED BY SIZE
                           WS-EDIT-OTHER-ACCT DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                       INTO STATEMENT-LINE
                   END-STRING
               WHEN WS-PT-XFER-IN(WS-PT-IDX) = 'Y'
                   STRING "              (transfer from acct "
                               DELIMITED BY SIZE
                           WS-EDIT-OTHER-ACCT DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                       INTO STATEMENT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "              (transfer to acct "
                               DELIMITED BY SIZE
                           WS-EDIT-OTHER-ACCT DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                       INTO STATEMENT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-ONE-STATEMENT-LINE.

       WRITE-STATEMENT-FOOTER.
           MOVE ALL "-" TO STATEMENT-LINE
           PERFORM WRITE-ONE-STATEMENT-LINE
                   WS-STMT-STATUS
               STOP RUN 1
           END-IF.

      *> Holds the ledger account in hand back from the per-account
      *> run when its customer has opted in to a relationship
      *> statement, noting the customer for the second pass.
       CHECK-HOLD-BACK.
           MOVE 'N' TO WS-HOLD-BACK
           IF WS-CUST-AVAILABLE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE L-ACCT-ID TO C-ACCT-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF C-STMT-MODE NOT = "C"
               OR C-CUST-NO NOT NUMERIC
               OR C-CUST-NO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-XR-HIT
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-USED
                       OR WS-XR-HIT = 'Y'
               IF WS-XR-CUST(WS-XR-IDX) = C-CUST-NO
                   AND WS-XR-ACCT(WS-XR-IDX) = L-ACCT-ID
                   MOVE 'Y' TO WS-XR-HIT
               END-IF
           END-PERFORM
           IF WS-XR-HIT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RC-HIT
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-USED
                       OR WS-RC-HIT = 'Y'
               IF WS-RC-CUST(WS-RC-IDX) = C-CUST-NO
                   MOVE 'Y' TO WS-RC-HIT
               END-IF
           END-PERFORM
           IF WS-RC-HIT NOT = 'Y'
               IF WS-RC-USED >= 500
                   DISPLAY "*** WARNING: relationship table full "
                       "(500) - account " L-ACCT-ID " printed on "
                       "its own ***"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RC-USED
               MOVE C-CUST-NO TO WS-RC-CUST(WS-RC-USED)
           END-IF
           MOVE 'Y' TO WS-HOLD-BACK.

      *> One relationship statement: gather the customer's accounts
      *> and their opening and closing balances, print the heading
      *> and summary, then each account's detail section.
       PRINT-RELATIONSHIP-STATEMENT.
           MOVE WS-RC-CUST(WS-RC-IDX) TO WS-REL-CUST-NO
           MOVE 0 TO WS-RA-USED
           MOVE 0 TO WS-REL-PRIMARY
           MOVE SPACE TO WS-REL-PRIMARY-ROLE
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-USED
               IF WS-XR-CUST(WS-XR-IDX) = WS-REL-CUST-NO
                   PERFORM ADD-RELATIONSHIP-ACCOUNT
               END-IF
           END-PERFORM
           IF WS-RA-USED = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REL-PRIMARY TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   MOVE WS-RA-ACCT(1) TO L-ACCT-ID
                   READ LEDGER-FILE
                   END-READ
           END-READ
           PERFORM WRITE-RELATIONSHIP-HEADER

           MOVE 'Y' TO WS-IN-RELATIONSHIP
           PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                   UNTIL WS-RA-IDX > WS-RA-USED
               MOVE WS-RA-ACCT(WS-RA-IDX) TO L-ACCT-ID
               READ LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PRINT-ONE-STATEMENT
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-IN-RELATIONSHIP
           ADD 1 TO WS-REL-COUNT.

      *> A linked account still on the ledger joins the summary with
      *> its balances worked out the same way its detail section
      *> will work them out.
       ADD-RELATIONSHIP-ACCOUNT.
           MOVE WS-XR-ACCT(WS-XR-IDX) TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WS-RA-USED >= 50
               DISPLAY "*** WARNING: more than 50 accounts for "
                   "customer " WS-REL-CUST-NO ", account "
                   L-ACCT-ID " left off its relationship statement ***"
               EXIT PARAGRAPH
           END-IF
           IF WS-REL-PRIMARY = 0
               OR (WS-REL-PRIMARY-ROLE NOT = "P"
                   AND WS-XR-ROLE(WS-XR-IDX) = "P")
               MOVE L-ACCT-ID TO WS-REL-PRIMARY
               MOVE WS-XR-ROLE(WS-XR-IDX) TO WS-REL-PRIMARY-ROLE
           END-IF
           PERFORM LOAD-ACCOUNT-POSTINGS
           ADD 1 TO WS-RA-USED
           MOVE L-ACCT-ID TO WS-RA-ACCT(WS-RA-USED)
           MOVE L-NAME    TO WS-RA-NAME(WS-RA-USED)
           MOVE L-CURR    TO WS-RA-CURR(WS-RA-USED)
           IF L-CURR = SPACES
               MOVE "USD" TO WS-RA-CURR(WS-RA-USED)
           END-IF
           COMPUTE WS-RA-OPENING(WS-RA-USED) =
               L-PRINC - WS-NET-ACTIVITY
           MOVE L-PRINC   TO WS-RA-CLOSING(WS-RA-USED)
           MOVE L-MATURITY TO WS-RA-MATURITY(WS-RA-USED).

       WRITE-RELATIONSHIP-HEADER.
           MOVE ALL "=" TO STATEMENT-LINE
           PERFORM WRITE-ONE-STATEMENT-LINE
           MOVE WS-REL-CUST-NO TO WS-EDIT-CUSTNO
           MOVE SPACES TO STATEMENT-LINE
           STRING "RELATIONSHIP STATEMENT    CUSTOMER "
                       DELIMITED BY SIZE
                   WS-EDIT-CUSTNO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   L-NAME DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           PERFORM WRITE-ONE-STATEMENT-LINE
           MOVE ALL "=" TO STATEMENT-LINE
           PERFORM WRITE-ONE-STATEMENT-LINE
           PERFORM WRITE-ADDRESS-BLOCK
           MOVE "RELATIONSHIP SUMMARY" TO STATEMENT-LINE
           PERFORM WRITE-ONE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           MOVE "ACCT"            TO STATEMENT-LINE(1:4)
           MOVE "NAME"            TO STATEMENT-LINE(8:4)
           MOVE "CUR"             TO STATEMENT-LINE(29:3)
           MOVE "OPENING"         TO STATEMENT-LINE(44:7)
           MOVE "CLOSING"         TO STATEMENT-LINE(63:7)
           MOVE "MATURES"         TO STATEMENT-LINE(72:7)
           PERFORM WRITE-ONE-STATEMENT-LINE
           MOVE ALL "-" TO STATEMENT-LINE
           PERFORM WRITE-ONE-STATEMENT-LINE
           PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                   UNTIL WS-RA-IDX > WS-RA-USED
               MOVE SPACES TO STATEMENT-LINE
               MOVE WS-RA-ACCT(WS-RA-IDX) TO WS-EDIT-ACCT
               MOVE WS-EDIT-ACCT     TO STATEMENT-LINE(1:6)
               MOVE WS-RA-NAME(WS-RA-IDX) TO STATEMENT-LINE(8:20)
               MOVE WS-RA-CURR(WS-RA-IDX) TO STATEMENT-LINE(29:3)
               MOVE WS-RA-OPENING(WS-RA-IDX) TO WS-EDIT-BALANCE
               MOVE WS-EDIT-BALANCE  TO STATEMENT-LINE(33:18)
               MOVE WS-RA-CLOSING(WS-RA-IDX) TO WS-EDIT-BALANCE
               MOVE WS-EDIT-BALANCE  TO STATEMENT-LINE(52:18)
               IF WS-RA-MATURITY(WS-RA-IDX) > 0
                   MOVE WS-RA-MATURITY(WS-RA-IDX) TO WS-EDIT-DATE
                   MOVE WS-EDIT-DATE TO STATEMENT-LINE(71:8)
               END-IF
               PERFORM WRITE-ONE-STATEMENT-LINE
           END-PERFORM
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-ONE-STATEMENT-LINE.

      *> A missing cross-reference just means nobody is linked, so
      *> nobody is held back.
       LOAD-XREF-FILE.
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-XREF-EOF = 'Y'
               READ XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-XREF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE.

       LOAD-ONE-XREF.
           MOVE SPACES TO WS-TOKEN-CUSTNO WS-TOKEN-ACCT
               WS-TOKEN-ROLE
           UNSTRING XREF-LINE DELIMITED BY ","
               INTO WS-TOKEN-CUSTNO WS-TOKEN-ACCT WS-TOKEN-ROLE
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-CUSTNO) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-ACCT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-XR-USED >= 500
               DISPLAY "*** WARNING: cross-reference table full "
                   "(500), line ignored: " XREF-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-XR-USED
           COMPUTE WS-XR-CUST(WS-XR-USED) =
               FUNCTION NUMVAL(WS-TOKEN-CUSTNO)
           COMPUTE WS-XR-ACCT(WS-XR-USED) =
               FUNCTION NUMVAL(WS-TOKEN-ACCT)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-ROLE)
               TO WS-XR-ROLE(WS-XR-USED).
