      *>   H - hold: the account moves to the matured-awaiting-
      *>       instruction status "M", which accepts no postings
      *>       until the customer instructs
      *> A maturity date on a weekend or bank holiday is acted on
      *> the next business day (BUSDAY); L-MATURITY keeps the
      *> contractual date, which a roll-over's new term runs from.
      *> An account is acted on exactly once - pay-out clears the
      *> maturity date, roll-over advances it, and hold moves the
      *> status out of the sweep's reach.
       01  WS-YEAR-REM           PIC 9(4).
       01  WS-ADVANCE-YEARS      PIC 9(4).
       01  WS-ADVANCE-COUNT      PIC 9(3).
       01  WS-BUSDAY-FUNCTION    PIC X VALUE "R".
       01  WS-BUSDAY-DAYS        PIC 9(3) VALUE 0.
       01  WS-TERM-MATURITY      PIC 9(8).
       01  WS-DUE-MATURITY       PIC 9(8).

       01  WS-PROD-METHOD        PIC X.
       01  WS-PROD-RATE          PIC 9(3)V99 COMP-3.
       01  WS-PROD-OD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-OD-RATE       PIC 9(3)V99 COMP-3.
       01  WS-PROD-WD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-ACCRUAL       PIC X.
       01  WS-PROD-FOUND         PIC X.

       01  WS-UPCOMING-COUNT     PIC 9(5) VALUE 0.
           CLOSE LEDGER-FILE.

       HANDLE-ONE-TERM-ACCOUNT.
           MOVE L-MATURITY TO WS-TERM-MATURITY
           CALL "BUSDAY" USING WS-BUSDAY-FUNCTION WS-TERM-MATURITY
               WS-BUSDAY-DAYS WS-DUE-MATURITY
           IF WS-DUE-MATURITY > WS-TODAY
               IF WS-DUE-MATURITY <= WS-NOTICE-LIMIT
                   PERFORM REPORT-UPCOMING-MATURITY
               END-IF
               EXIT PARAGRAPH
           ADD 1 TO WS-UPCOMING-COUNT
           MOVE L-ACCT-ID  TO WS-EDIT-ACCT
           MOVE L-PRINC    TO WS-EDIT-AMOUNT
           MOVE WS-DUE-MATURITY TO WS-EDIT-MATURITY
           MOVE SPACES TO REPORT-LINE
           STRING "  UPCOMING  acct " DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
               CALL "PRODCAT" USING L-PRODUCT WS-PROD-METHOD
                   WS-PROD-RATE WS-PROD-FEE WS-PROD-WAIVER
                   WS-PROD-OD-LIMIT WS-PROD-OD-RATE
                   WS-PROD-WD-LIMIT WS-PROD-ACCRUAL
                   WS-PROD-FOUND
               IF WS-PROD-FOUND = 'Y'
                   MOVE WS-PROD-RATE TO L-RATE
               END-IF
