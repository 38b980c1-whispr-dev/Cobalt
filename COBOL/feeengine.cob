      *> are left alone; each charge is in the account's currency
      *> and branch, and fees_report.txt lists what was charged and
      *> what was waived and why.
      *> An account part-way through closure settlement (a G line
      *> on closures.dat) is skipped: CLOSESETTLE has already
      *> charged it the month's fee along with the closing fee.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT CLOSURE-FILE ASSIGN TO "closures.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSURE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "fees_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  PRODUCT-FILE.
       01  PRODUCT-LINE          PIC X(60).

       FD  CLOSURE-FILE.
       01  CLOSURE-RECORD.
           COPY CLOSREC.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(90).

       01  WS-OV-USED            PIC 9(3) VALUE 0.
       01  WS-OV-HIT             PIC X.

      *> Accounts whose closure settlement is generated but not yet
      *> closed (closures.dat status G).
       01  WS-CLOSURE-STATUS     PIC XX.
       01  WS-CLOSURE-EOF        PIC X VALUE 'N'.
       01  WS-SETTLING-TABLE.
           05 WS-ST-ACCT OCCURS 500 TIMES INDEXED BY WS-ST-IDX
                                 PIC 9(6).
       01  WS-ST-USED            PIC 9(3) VALUE 0.
       01  WS-SETTLING           PIC X.

      *> Product pricing (PRODCAT / product_master.dat): an account
      *> carrying a product code takes the product's fee and waiver
      *> threshold instead of the schedule DEFAULT line. A hand-keyed
       01  WS-PROD-OD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-OD-RATE       PIC 9(3)V99 COMP-3.
       01  WS-PROD-WD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-ACCRUAL       PIC X.
       01  WS-PROD-FOUND         PIC X.
       01  WS-EFFECTIVE-WAIVER   PIC 9(10)V99.
       01  WS-PRODUCT-STATUS     PIC XX.

           PERFORM READ-FEE-CHECKPOINT
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-SETTLING-ACCOUNTS
           PERFORM CHECK-PRODUCT-MASTER
           IF WS-DEFAULT-FEE = 0 AND WS-OV-USED = 0
               AND WS-PRODUCTS-PRESENT NOT = 'Y'
                           AND L-ACCT-ID > WS-RESUME-ACCT
                           IF L-STATUS NOT = "C"
                               AND L-STATUS NOT = "F"
                               AND L-STATUS NOT = "W"
                               PERFORM CHECK-SETTLING
                               IF WS-SETTLING NOT = 'Y'
                                   PERFORM ASSESS-ONE-ACCOUNT
                               END-IF
                           END-IF
                           PERFORM SAVE-FEE-CHECKPOINT
                       END-IF
                   CALL "PRODCAT" USING L-PRODUCT WS-PROD-METHOD
                       WS-PROD-RATE WS-PROD-FEE WS-PROD-WAIVER
                       WS-PROD-OD-LIMIT WS-PROD-OD-RATE
                       WS-PROD-WD-LIMIT WS-PROD-ACCRUAL
                       WS-PROD-FOUND
                   IF WS-PROD-FOUND = 'Y'
                       MOVE WS-PROD-FEE    TO WS-ACCT-FEE
                       MOVE WS-PROD-WAIVER TO WS-EFFECTIVE-WAIVER
                   END-IF
           END-EVALUATE.

       LOAD-SETTLING-ACCOUNTS.
           OPEN INPUT CLOSURE-FILE
           IF WS-CLOSURE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CLOSURE-EOF = 'Y'
               READ CLOSURE-FILE
                   AT END
                       MOVE 'Y' TO WS-CLOSURE-EOF
                   NOT AT END
                       IF CS-STATUS = "G" AND WS-ST-USED < 500
                           ADD 1 TO WS-ST-USED
                           MOVE CS-ACCT TO WS-ST-ACCT(WS-ST-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSURE-FILE.

       CHECK-SETTLING.
           MOVE 'N' TO WS-SETTLING
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-USED
                       OR WS-SETTLING = 'Y'
               IF WS-ST-ACCT(WS-ST-IDX) = L-ACCT-ID
                   MOVE 'Y' TO WS-SETTLING
               END-IF
           END-PERFORM.

       OPEN-FEES-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
