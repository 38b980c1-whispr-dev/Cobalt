      *> the fee_control.dat guard - so a rerun of the same
      *> month-end cannot charge anyone twice. L-OD-DAYS (counted
      *> nightly by END-OF-DAY) is reported alongside each charge.
      *> Each charge carries the external reference ODINTEREST, so
      *> the profitability report can tell interest earned from
      *> fee income.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-PROD-OD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-OD-RATE       PIC 9(3)V99 COMP-3.
       01  WS-PROD-WD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-ACCRUAL       PIC X.
       01  WS-PROD-FOUND         PIC X.

      *> Charges are collected in a table during the ledger pass
                       IF L-ACCT-ID NOT = WS-TRAILER-ACCT
                           AND L-PRINC < 0
                           AND L-STATUS NOT = "C"
                           AND L-STATUS NOT = "W"
                           PERFORM CHARGE-ONE-ACCOUNT
                       END-IF
               END-READ
               CALL "PRODCAT" USING L-PRODUCT WS-PROD-METHOD
                   WS-PROD-RATE WS-PROD-FEE WS-PROD-WAIVER
                   WS-PROD-OD-LIMIT WS-PROD-OD-RATE
                   WS-PROD-WD-LIMIT WS-PROD-ACCRUAL
                   WS-PROD-FOUND
               IF WS-PROD-FOUND = 'Y' AND WS-PROD-OD-RATE > 0
                   MOVE WS-PROD-OD-RATE TO WS-CHARGE-RATE
               END-IF
           MOVE ZERO                     TO TRANS-REF-ID
           MOVE SPACES                   TO TRANS-REF-TYPE
           MOVE WS-CH-CURR(WS-CH-IDX)    TO TRANS-CURR
           MOVE "ODINTEREST"             TO TRANS-EXT-REF
           MOVE WS-CH-BRANCH(WS-CH-IDX)  TO TRANS-BRANCH
           MOVE ZERO                     TO TRANS-TO-ACCT
           MOVE SPACES                   TO TRANS-TELLER
