                   NOT AT END
                       IF L-ACCT-ID NOT = WS-LEDGER-TRAILER-ID
                           AND L-STATUS NOT = "C"
                           AND L-STATUS NOT = "W"
                           PERFORM CHECK-ONE-ACCOUNT
                       END-IF
               END-READ
