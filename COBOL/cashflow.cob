       01  WS-PROD-OD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-OD-RATE       PIC 9(3)V99 COMP-3.
       01  WS-PROD-WD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-ACCRUAL       PIC X.
       01  WS-PROD-FOUND         PIC X.

       01  WS-WHT-RATE-TEXT      PIC X(8).
                   MOVE SUSP-AMOUNT TO WS-FLOW-OUT
               WHEN "FE"
                   MOVE SUSP-AMOUNT TO WS-FLOW-OUT
               WHEN "LI"
               WHEN "LP"
               WHEN "RI"
               WHEN "WT"
                   MOVE SUSP-AMOUNT TO WS-FLOW-OUT
               WHEN "RV"
                   IF SUSP-REF-TYPE = "WD" OR SUSP-REF-TYPE = "FE"
                       OR SUSP-REF-TYPE = "WT"
                       OR SUSP-REF-TYPE = "RI"
                       OR SUSP-REF-TYPE = "LI"
                       OR SUSP-REF-TYPE = "LP"
                       MOVE SUSP-AMOUNT TO WS-FLOW-IN
                   ELSE
                       MOVE SUSP-AMOUNT TO WS-FLOW-OUT
                   END-IF
      *> A suspended transfer nets to zero across the book; a
      *> charge-off is a write-off rather than money moving, and a
      *> recovery never reaches a customer balance.
               WHEN "TF"
               WHEN "CO"
               WHEN "RC"
                   CONTINUE
               WHEN OTHER
                   MOVE SUSP-AMOUNT TO WS-FLOW-IN
                       IF L-ACCT-ID NOT = WS-TRAILER-ACCT
                           AND L-STATUS NOT = "C"
                           AND L-STATUS NOT = "M"
                           AND L-STATUS NOT = "W"
                           PERFORM PROJECT-ONE-ACCOUNT
                       END-IF
               END-READ
               CALL "PRODCAT" USING L-PRODUCT WS-PROD-METHOD
                   WS-PROD-RATE WS-PROD-FEE WS-PROD-WAIVER
                   WS-PROD-OD-LIMIT WS-PROD-OD-RATE
                   WS-PROD-WD-LIMIT WS-PROD-ACCRUAL
                   WS-PROD-FOUND
               IF WS-PROD-FOUND = 'Y'
                   MOVE WS-PROD-RATE   TO WS-USE-RATE
                   MOVE WS-PROD-FEE    TO WS-USE-FEE
