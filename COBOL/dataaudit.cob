
           IF TRANS-TYPE NOT = "DP" AND TRANS-TYPE NOT = "WD"
               AND TRANS-TYPE NOT = "FE" AND TRANS-TYPE NOT = "IN"
               AND TRANS-TYPE NOT = "RV" AND TRANS-TYPE NOT = "TF"
               AND TRANS-TYPE NOT = "WT" AND TRANS-TYPE NOT = "LD"
               AND TRANS-TYPE NOT = "LI" AND TRANS-TYPE NOT = "LP"
               AND TRANS-TYPE NOT = "RI"
               AND TRANS-TYPE NOT = "CO" AND TRANS-TYPE NOT = "RC"
               MOVE "unknown TRANS-TYPE" TO WS-PROBLEM-TEXT
               PERFORM REPORT-TRANS-PROBLEM
           END-IF
                   AND TRANS-REF-TYPE NOT = "WD"
                   AND TRANS-REF-TYPE NOT = "FE"
                   AND TRANS-REF-TYPE NOT = "IN"
                   AND TRANS-REF-TYPE NOT = "LD"
                   AND TRANS-REF-TYPE NOT = "LI"
                   AND TRANS-REF-TYPE NOT = "LP"
                   AND TRANS-REF-TYPE NOT = "RI"
                   MOVE "reversal with unknown TRANS-REF-TYPE"
                       TO WS-PROBLEM-TEXT
                   PERFORM REPORT-TRANS-PROBLEM
               END-IF
           END-IF

      *> A returned-item chargeback always names the deposit it
      *> charges back (RETITEM looks it up at capture).
           IF TRANS-TYPE = "RI"
               IF TRANS-REF-ID = 0 OR TRANS-REF-TYPE NOT = "DP"
                   MOVE "returned item with no original deposit"
                       TO WS-PROBLEM-TEXT
                   PERFORM REPORT-TRANS-PROBLEM
               END-IF
           END-IF

      *> Cross-file orphan check: every posting must point at a
      *> ledger entry (delete-becomes-close keeps them on file).
           IF WS-LEDGER-OK = 'Y'

           IF L-STATUS NOT = "O" AND L-STATUS NOT = "F"
               AND L-STATUS NOT = "C" AND L-STATUS NOT = SPACE
               AND L-STATUS NOT = "W"
               MOVE "unknown L-STATUS byte" TO WS-PROBLEM-TEXT
               PERFORM REPORT-LEDGER-PROBLEM
           END-IF.
