      *> The reporting year comes from TAX_YEAR in the environment
      *> (the TRANS_BRANCH pattern); unset, it defaults to the
      *> year before the business date's - the usual January run.
      *> The print report also says where each account's interest
      *> went: capitalized on the account, or - for an account with
      *> an interest disposition - the net paid away by ACCRUELEDGER
      *> (its INTPAY transfers and payee payouts) and to which
      *> account or payee. The submission file's layout is the
      *> authority's and is unchanged; it reports the gross.
      *> Run on demand; read-only.

       ENVIRONMENT DIVISION.
           05 WS-AT-ROW OCCURS 2000 TIMES INDEXED BY WS-AT-IDX.
               10 WS-AT-ACCT     PIC 9(6).
               10 WS-AT-TOTAL    PIC S9(9)V99.
      *> Net interest paid away (INTPAY) and where: WS-AT-DEST-KIND
      *> A account, P payee, M more than one destination in the
      *> year (a disposition changed part-way through).
               10 WS-AT-PAID     PIC S9(9)V99.
               10 WS-AT-DEST-KIND PIC X.
               10 WS-AT-DEST     PIC 9(6).
       01  WS-AT-USED            PIC 9(4) VALUE 0.
       01  WS-AT-HIT             PIC X.
       01  WS-AT-FULL-WARNED     PIC X VALUE 'N'.
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-AMOUNT        PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL         PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-DEST          PIC 9(6).
       01  WS-EDIT-PAYEE         PIC 9(5).
       01  WS-PAY-KIND           PIC X.
       01  WS-PAY-DEST           PIC 9(6).

       PROCEDURE DIVISION.
       BEGIN.
                   SUBTRACT TRANS-AMOUNT
                       FROM WS-AT-TOTAL(WS-AT-IDX)
               END-IF
           END-IF
           IF TRANS-EXT-REF(1:6) = "INTPAY"
               AND (TRANS-TYPE = "TF" OR TRANS-TYPE = "WD")
               PERFORM NOTE-INTEREST-PAYOUT
           END-IF.

      *> An interest payout: a TF to the nominated account, or a WD
      *> carrying the nominated payee as its PY link.
       NOTE-INTEREST-PAYOUT.
           IF TRANS-TYPE = "TF"
               MOVE "A" TO WS-PAY-KIND
               MOVE TRANS-TO-ACCT TO WS-PAY-DEST
           ELSE
               MOVE "P" TO WS-PAY-KIND
               MOVE TRANS-REF-ID TO WS-PAY-DEST
           END-IF
           PERFORM FIND-ACCT-ROW
           IF WS-AT-HIT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD TRANS-AMOUNT TO WS-AT-PAID(WS-AT-IDX)
           EVALUATE TRUE
               WHEN WS-AT-DEST-KIND(WS-AT-IDX) = SPACE
                   MOVE WS-PAY-KIND TO WS-AT-DEST-KIND(WS-AT-IDX)
                   MOVE WS-PAY-DEST TO WS-AT-DEST(WS-AT-IDX)
               WHEN WS-AT-DEST-KIND(WS-AT-IDX) NOT = WS-PAY-KIND
                   OR WS-AT-DEST(WS-AT-IDX) NOT = WS-PAY-DEST
                   MOVE "M" TO WS-AT-DEST-KIND(WS-AT-IDX)
           END-EVALUATE.

       FIND-ACCT-ROW.
           MOVE 'N' TO WS-AT-HIT
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
           SET WS-AT-IDX TO WS-AT-USED
           MOVE TRANS-ACCT-ID TO WS-AT-ACCT(WS-AT-IDX)
           MOVE 0 TO WS-AT-TOTAL(WS-AT-IDX)
           MOVE 0 TO WS-AT-PAID(WS-AT-IDX)
           MOVE SPACE TO WS-AT-DEST-KIND(WS-AT-IDX)
           MOVE 0 TO WS-AT-DEST(WS-AT-IDX)
           MOVE 'Y' TO WS-AT-HIT.

       WRITE-BOTH-OUTPUTS.
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM WRITE-DISPOSITION-LINE
           IF WS-AT-TOTAL(WS-AT-IDX) < 0
               MOVE "    *** net negative - review reversals ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *> Where the account's interest went in the year.
       WRITE-DISPOSITION-LINE.
           MOVE SPACES TO REPORT-LINE
           IF WS-AT-PAID(WS-AT-IDX) = 0
               MOVE "    interest capitalized on the account"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AT-PAID(WS-AT-IDX) TO WS-EDIT-AMOUNT
           EVALUATE WS-AT-DEST-KIND(WS-AT-IDX)
               WHEN "A"
                   MOVE WS-AT-DEST(WS-AT-IDX) TO WS-EDIT-DEST
                   STRING "    net interest paid to acct "
                               DELIMITED BY SIZE
                           WS-EDIT-DEST DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-EDIT-AMOUNT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               WHEN "P"
                   MOVE WS-AT-DEST(WS-AT-IDX) TO WS-EDIT-PAYEE
                   STRING "    net interest paid to payee "
                               DELIMITED BY SIZE
                           WS-EDIT-PAYEE DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-EDIT-AMOUNT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "    net interest paid to more than one "
                               DELIMITED BY SIZE
                           "account or payee  " DELIMITED BY SIZE
                           WS-EDIT-AMOUNT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE REPORT-LINE.
