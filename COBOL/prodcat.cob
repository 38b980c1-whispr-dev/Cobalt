      *> master instead of each keeping its own copy of the rules.
      *> Products come from product_master.dat (maintained by
      *> PRODMAINT), one line per product:
      *>     CODE,METHOD,RATE,FEE,WAIVER,ODLIMIT,ODRATE,WDLIMIT,BASIS
      *> where CODE is the four-character product code carried on
      *> LEDGREC's L-PRODUCT, METHOD is S (simple) or C
      *> (compounding), RATE the annual rate percent, FEE the flat
      *> rate percent charged while the account runs overdrawn,
      *> and WDLIMIT the product's default daily withdrawal limit
      *> (both optional on older lines - loaded as zero, the
      *> caller's default then rules), and BASIS the balance the
      *> monthly credit interest is paid on: M the month-end balance
      *> (the original rule, and what a blank or older line means)
      *> or A the average daily balance over the period, actual/365,
      *> from balance_history.dat (ACCRUELEDGER). The file is
      *> loaded on the first call and kept for the rest of the run
      *> unit.
      *> RATE on the master is the rate from before the product's
      *> dated history (product_rates.dat, PRODRATE) begins: once a
      *> change is on the history, the rate served is the one in
      *> force on the business date, so a change keyed ahead takes
      *> over on its own day without the master being touched.
      *> LS-PROD-FOUND comes back 'N' when the code is not on the
      *> catalog (or is spaces) and the other arguments are then
      *> unchanged - the caller falls back to the account's own
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.
       01  PRODUCT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-STATUS     PIC XX.
       01  WS-TOKEN-ODLIMIT      PIC X(12).
       01  WS-TOKEN-ODRATE       PIC X(8).
       01  WS-TOKEN-WDLIMIT      PIC X(12).
       01  WS-TOKEN-BASIS        PIC X(2).

       01  WS-PRODUCT-TABLE.
           05 WS-PR-ROW OCCURS 50 TIMES INDEXED BY WS-PR-IDX.
               10 WS-PR-ODLIMIT  PIC 9(7)V99.
               10 WS-PR-ODRATE   PIC 9(3)V99.
               10 WS-PR-WDLIMIT  PIC 9(7)V99.
               10 WS-PR-BASIS    PIC X.
       01  WS-PR-COUNT           PIC 9(2) VALUE 0.
       01  WS-PR-HIT             PIC X.
       01  WS-TODAY              PIC 9(8).
       01  WS-HIST-RATE          PIC 9(3)V99   COMP-3.
       01  WS-HIST-NEXT          PIC 9(8).
       01  WS-HIST-FOUND         PIC X.

       LINKAGE SECTION.
      *> Money and rate arguments are COMP-3 to byte-match the money
       01  LS-PROD-OD-LIMIT      PIC 9(7)V99   COMP-3.
       01  LS-PROD-OD-RATE       PIC 9(3)V99   COMP-3.
       01  LS-PROD-WD-LIMIT      PIC 9(7)V99   COMP-3.
       01  LS-PROD-ACCRUAL       PIC X.
       01  LS-PROD-FOUND         PIC X.

       PROCEDURE DIVISION USING LS-PROD-CODE LS-PROD-METHOD
               LS-PROD-RATE LS-PROD-FEE LS-PROD-WAIVER
               LS-PROD-OD-LIMIT LS-PROD-OD-RATE LS-PROD-WD-LIMIT
               LS-PROD-ACCRUAL LS-PROD-FOUND.

       MAIN.
           IF WS-LOADED = 'N'
               MOVE WS-PR-ODLIMIT(WS-PR-IDX) TO LS-PROD-OD-LIMIT
               MOVE WS-PR-ODRATE(WS-PR-IDX)  TO LS-PROD-OD-RATE
               MOVE WS-PR-WDLIMIT(WS-PR-IDX) TO LS-PROD-WD-LIMIT
               MOVE WS-PR-BASIS(WS-PR-IDX)   TO LS-PROD-ACCRUAL
               MOVE 'Y' TO LS-PROD-FOUND
               CALL "PRODRATE" USING LS-PROD-CODE WS-TODAY
                   WS-HIST-RATE WS-HIST-NEXT WS-HIST-FOUND
               IF WS-HIST-FOUND = 'Y'
                   MOVE WS-HIST-RATE TO LS-PROD-RATE
               END-IF
           END-IF
           GOBACK.

       LOAD-PRODUCT-TABLE.
           MOVE 'Y' TO WS-LOADED
           MOVE 0   TO WS-PR-COUNT
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           MOVE SPACES TO WS-TOKEN-CODE WS-TOKEN-METHOD
               WS-TOKEN-RATE WS-TOKEN-FEE WS-TOKEN-WAIVER
               WS-TOKEN-ODLIMIT WS-TOKEN-ODRATE WS-TOKEN-WDLIMIT
               WS-TOKEN-BASIS
           UNSTRING PRODUCT-LINE DELIMITED BY ","
               INTO WS-TOKEN-CODE WS-TOKEN-METHOD WS-TOKEN-RATE
                   WS-TOKEN-FEE WS-TOKEN-WAIVER WS-TOKEN-ODLIMIT
                   WS-TOKEN-ODRATE WS-TOKEN-WDLIMIT WS-TOKEN-BASIS
           END-UNSTRING
           IF WS-TOKEN-CODE = SPACES
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-RATE) NOT = 0
                   FUNCTION NUMVAL(WS-TOKEN-WDLIMIT)
           ELSE
               MOVE 0 TO WS-PR-WDLIMIT(WS-PR-COUNT)
           END-IF
           IF FUNCTION UPPER-CASE(WS-TOKEN-BASIS(1:1)) = "A"
               MOVE "A" TO WS-PR-BASIS(WS-PR-COUNT)
           ELSE
               MOVE "M" TO WS-PR-BASIS(WS-PR-COUNT)
           END-IF.
