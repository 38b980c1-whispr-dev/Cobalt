               FILE STATUS IS WS-HIST-STATUS.

           SELECT HOLD-FILE ASSIGN TO "holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-NO
               ALTERNATE RECORD KEY IS HOLD-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
           COPY BALHREC.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-BP-USED            PIC 9(2).
       01  WS-ROW                PIC 9(2).

       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-BAL           PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AMOUNT        PIC -Z,ZZZ,ZZ9.99.
                   " disposition " L-DISPOSITION
           END-IF.

      *> The account's holds, through the account key.
       SHOW-HOLD-SECTION.
           MOVE 0 TO WS-HELD-TOTAL
           MOVE 'N' TO WS-SCAN-EOF
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PICK-ACCT TO HOLD-ACCT-ID
           START HOLD-FILE KEY IS = HOLD-ACCT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF HOLD-ACCT-ID NOT = WS-PICK-ACCT
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           PERFORM TALLY-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           END-IF.

       TALLY-ONE-HOLD.
           IF HOLD-EXPIRY >= WS-TODAY
               ADD HOLD-AMOUNT TO WS-HELD-TOTAL
           END-IF.

       SHOW-SUSPENSE-SECTION.
                       SUBTRACT TRANS-AMOUNT FROM WS-TODAY-NET
                   WHEN "FE"
                       SUBTRACT TRANS-AMOUNT FROM WS-TODAY-NET
                   WHEN "LI"
                   WHEN "LP"
                   WHEN "RI"
                   WHEN "WT"
                       SUBTRACT TRANS-AMOUNT FROM WS-TODAY-NET
                   WHEN "RV"
                       IF TRANS-REF-TYPE = "WD"
                           OR TRANS-REF-TYPE = "FE"
                           OR TRANS-REF-TYPE = "WT"
                           OR TRANS-REF-TYPE = "RI"
                           OR TRANS-REF-TYPE = "LI"
                           OR TRANS-REF-TYPE = "LP"
                           ADD TRANS-AMOUNT TO WS-TODAY-NET
                       ELSE
                           SUBTRACT TRANS-AMOUNT
                       END-IF
                   WHEN "TF"
                       SUBTRACT TRANS-AMOUNT FROM WS-TODAY-NET
      *> A recovery leaves the charged-off balance at zero.
                   WHEN "RC"
                       CONTINUE
                   WHEN OTHER
                       ADD TRANS-AMOUNT TO WS-TODAY-NET
               END-EVALUATE
