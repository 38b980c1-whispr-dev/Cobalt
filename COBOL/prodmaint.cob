      *> PRODCAT serves to ACCRUELEDGER, FEEENGINE, and the capture
      *> programs, in the list/maintain rhythm of RATEMAINT and
      *> FEEMAINT. One line per product:
      *>     CODE,METHOD,RATE,FEE,WAIVER,ODLIMIT,ODRATE,WDLIMIT,BASIS
      *> Launching a new savings product is one line here instead of
      *> touching hundreds of accounts - accounts carry the product
      *> code on L-PRODUCT and the rules follow the product.
      *> BASIS is the balance monthly credit interest is paid on -
      *> M month-end balance, A average daily balance (actual/365);
      *> lines written before it existed read as M.
      *> A rate change is dated: it goes onto the product's rate
      *> history (product_rates.dat, served by PRODRATE) with the
      *> date it takes effect - today, a later date, or an earlier
      *> day of the month not yet accrued - and the operator who
      *> keyed it, and ACCRUELEDGER splits the month at the change.
      *> The master's RATE follows once the date has come (PRODCAT
      *> serves the history's rate meanwhile); the first change to
      *> a product also records the rate it had before (dated
      *> zero), so the history starts complete.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "product_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.
       01  PRODUCT-LINE          PIC X(80).

       FD  HISTORY-FILE.
       01  HISTORY-LINE          PIC X(40).

       WORKING-STORAGE SECTION.

       01  WS-TOKEN-ODLIMIT      PIC X(12).
       01  WS-TOKEN-ODRATE       PIC X(8).
       01  WS-TOKEN-WDLIMIT      PIC X(12).
       01  WS-TOKEN-BASIS        PIC X(2).

       01  WS-CODE-IN            PIC X(4).
       01  WS-METHOD-IN          PIC X.
       01  WS-BASIS-IN           PIC X.
       01  WS-NUM-TEXT           PIC X(14).
       01  WS-RATE-CHECK         PIC S9(3)V99.
       01  WS-FEE-CHECK          PIC S9(5)V99.
               10 WS-PR-ODLIMIT  PIC 9(7)V99.
               10 WS-PR-ODRATE   PIC 9(3)V99.
               10 WS-PR-WDLIMIT  PIC 9(7)V99.
               10 WS-PR-BASIS    PIC X.
       01  WS-PR-COUNT           PIC 9(2) VALUE 0.

      *> The dated rate history, loaded whole and written back whole.
       01  WS-HISTORY-STATUS     PIC XX.
       01  WS-HISTORY-EOF        PIC X VALUE 'N'.
       01  WS-TOKEN-DATE         PIC X(8).
       01  WS-TOKEN-OPERATOR     PIC X(4).
       01  WS-TOKEN-ENTERED      PIC X(8).
       01  WS-HISTORY-TABLE.
           05 WS-PH-ROW OCCURS 500 TIMES INDEXED BY WS-PH-IDX.
               10 WS-PH-CODE     PIC X(4).
               10 WS-PH-RATE     PIC 9(3)V99.
               10 WS-PH-EFFDATE  PIC 9(8).
               10 WS-PH-OPERATOR PIC X(4).
               10 WS-PH-ENTERED  PIC 9(8).
       01  WS-PH-COUNT           PIC 9(3) VALUE 0.
       01  WS-PH-HAS-HISTORY     PIC X.
       01  WS-PH-BEST-DATE       PIC 9(8).
       01  WS-RATE-IN-FORCE      PIC 9(3)V99.
       01  WS-RATE-CHANGED       PIC X.
       01  WS-TODAY              PIC 9(8).
       01  WS-MONTH-START        PIC 9(8).
       01  WS-CURRENT-PERIOD     PIC 9(6).
       01  WS-DATE-TEXT          PIC X(8).
       01  WS-DATE-CHECK         PIC 9(8).
       01  WS-DATE-OPTIONS       PIC X(2).
       01  WS-DATE-OK            PIC X.
       01  WS-FILE-DATE          PIC 9(8).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "SIGNON" USING WS-SIGNON-FUNCTION
               STOP RUN 1
           END-IF

           CALL "BUSDATE" USING WS-TODAY
           COMPUTE WS-CURRENT-PERIOD = WS-TODAY / 100
           COMPUTE WS-MONTH-START = WS-CURRENT-PERIOD * 100 + 1
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-HISTORY-TABLE
           PERFORM LIST-PRODUCT-TABLE

           PERFORM UNTIL WS-CONTINUE NOT = 'Y'
           END-PERFORM

           PERFORM WRITE-PRODUCT-TABLE
           PERFORM WRITE-HISTORY-TABLE
           DISPLAY "Product master updated."
           STOP RUN.

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

       LIST-PRODUCT-TABLE.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               PERFORM LIST-ONE-PRODUCT
           END-PERFORM
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
               IF WS-PH-EFFDATE(WS-PH-IDX) >= WS-MONTH-START
                   MOVE WS-PH-RATE(WS-PH-IDX) TO WS-EDIT-RATE
                   DISPLAY "  " WS-PH-CODE(WS-PH-IDX)
                       " rate " WS-EDIT-RATE
                       " from " WS-PH-EFFDATE(WS-PH-IDX)
                       " keyed by " WS-PH-OPERATOR(WS-PH-IDX)
                       " on " WS-PH-ENTERED(WS-PH-IDX)
               END-IF
           END-PERFORM.

       LIST-ONE-PRODUCT.
               " waived at " WS-EDIT-WAIVER
               " od line " WS-EDIT-ODLIMIT
               " od rate " WS-EDIT-ODRATE
               " wd limit " WS-EDIT-WDLIMIT
               " basis " WS-PR-BASIS(WS-PR-IDX).

       CAPTURE-ONE-PRODUCT.
           DISPLAY "Product code (up to 4 characters): "
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-BASIS-IN
           PERFORM UNTIL WS-BASIS-IN = "M" OR WS-BASIS-IN = "A"
               DISPLAY "Pay interest on the (M)onth-end balance or "
                   "the (A)verage daily balance? "
               ACCEPT WS-BASIS-IN
               MOVE FUNCTION UPPER-CASE(WS-BASIS-IN)
                   TO WS-BASIS-IN
           END-PERFORM

           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
           END-PERFORM
           IF WS-FOUND = 'Y'
               SET WS-PR-IDX DOWN BY 1
               PERFORM FIND-RATE-IN-FORCE
               IF WS-RATE-CHECK NOT = WS-RATE-IN-FORCE
                   PERFORM DATE-RATE-CHANGE
                   IF WS-RATE-CHANGED NOT = 'Y'
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               DISPLAY "Product updated for " WS-CODE-IN
           ELSE
               IF WS-PR-COUNT >= 50
               ADD 1 TO WS-PR-COUNT
               SET WS-PR-IDX TO WS-PR-COUNT
               MOVE WS-CODE-IN TO WS-PR-CODE(WS-PR-IDX)
               MOVE WS-TODAY TO WS-DATE-CHECK
               PERFORM ADD-HISTORY-ENTRY
               DISPLAY "Product added: " WS-CODE-IN
           END-IF
           MOVE WS-METHOD-IN     TO WS-PR-METHOD(WS-PR-IDX)
           MOVE WS-ODLIMIT-CHECK TO WS-PR-ODLIMIT(WS-PR-IDX)
           MOVE WS-ODRATE-CHECK  TO WS-PR-ODRATE(WS-PR-IDX)
           MOVE WS-WDLIMIT-CHECK TO WS-PR-WDLIMIT(WS-PR-IDX)
           MOVE WS-BASIS-IN      TO WS-PR-BASIS(WS-PR-IDX)
           PERFORM LIST-ONE-PRODUCT.

      *> The product's rate on the business date: its latest history
      *> entry in force, or the master's rate when it has none.
       FIND-RATE-IN-FORCE.
           MOVE WS-PR-RATE(WS-PR-IDX) TO WS-RATE-IN-FORCE
           MOVE 'N' TO WS-PH-HAS-HISTORY
           MOVE 0 TO WS-PH-BEST-DATE
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
               IF WS-PH-CODE(WS-PH-IDX) = WS-CODE-IN
                   MOVE 'Y' TO WS-PH-HAS-HISTORY
                   IF WS-PH-EFFDATE(WS-PH-IDX) <= WS-TODAY
                       AND WS-PH-EFFDATE(WS-PH-IDX)
                           >= WS-PH-BEST-DATE
                       MOVE WS-PH-EFFDATE(WS-PH-IDX)
                           TO WS-PH-BEST-DATE
                       MOVE WS-PH-RATE(WS-PH-IDX)
                           TO WS-RATE-IN-FORCE
                   END-IF
               END-IF
           END-PERFORM.

      *> A changed rate takes a date. Before this month is refused:
      *> those months are accrued and paid, and a change there would
      *> leave the history saying one thing and the interest another.
       DATE-RATE-CHANGE.
           MOVE 'N' TO WS-RATE-CHANGED
           MOVE WS-RATE-IN-FORCE TO WS-EDIT-RATE
           DISPLAY "Rate in force today is " WS-EDIT-RATE "."
           DISPLAY "Rate effective date (YYYYMMDD, blank = today): "
           MOVE SPACES TO WS-DATE-TEXT
           ACCEPT WS-DATE-TEXT
           IF WS-DATE-TEXT = SPACES
               MOVE WS-TODAY TO WS-DATE-CHECK
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-DATE-TEXT) NOT = 0
                   DISPLAY "Invalid date, nothing changed."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-DATE-CHECK = FUNCTION NUMVAL(WS-DATE-TEXT)
               MOVE SPACES TO WS-DATE-OPTIONS
               CALL "DATEVAL" USING WS-DATE-CHECK WS-DATE-OPTIONS
                   WS-DATE-OK
               IF WS-DATE-OK NOT = 'Y'
                   DISPLAY "Not a real calendar date, nothing "
                       "changed."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-DATE-CHECK < WS-MONTH-START
               DISPLAY "A rate change cannot reach back before "
                   WS-MONTH-START " - that interest is already "
                   "paid. Nothing changed."
               EXIT PARAGRAPH
           END-IF
           IF WS-PH-HAS-HISTORY NOT = 'Y'
               PERFORM ADD-OPENING-ENTRY
           END-IF
           PERFORM ADD-HISTORY-ENTRY
           IF WS-RATE-CHANGED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-CHECK > WS-TODAY
               MOVE WS-PR-RATE(WS-PR-IDX) TO WS-RATE-CHECK
               DISPLAY "New rate takes effect on " WS-DATE-CHECK
                   "; the rate in force stays until then."
           END-IF.

      *> The rate the product had before its first dated change,
      *> as in force since before history was kept.
       ADD-OPENING-ENTRY.
           IF WS-PH-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PH-COUNT
           MOVE WS-CODE-IN            TO WS-PH-CODE(WS-PH-COUNT)
           MOVE WS-PR-RATE(WS-PR-IDX) TO WS-PH-RATE(WS-PH-COUNT)
           MOVE 0                     TO WS-PH-EFFDATE(WS-PH-COUNT)
           MOVE SPACES               TO WS-PH-OPERATOR(WS-PH-COUNT)
           MOVE WS-TODAY             TO WS-PH-ENTERED(WS-PH-COUNT).

       ADD-HISTORY-ENTRY.
           IF WS-PH-COUNT >= 500
               DISPLAY "*** Rate history full (500), cannot record "
                   "the change - nothing changed ***"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PH-COUNT
           MOVE WS-CODE-IN         TO WS-PH-CODE(WS-PH-COUNT)
           MOVE WS-RATE-CHECK      TO WS-PH-RATE(WS-PH-COUNT)
           MOVE WS-DATE-CHECK      TO WS-PH-EFFDATE(WS-PH-COUNT)
           MOVE WS-SIGNON-OPERATOR TO WS-PH-OPERATOR(WS-PH-COUNT)
           MOVE WS-TODAY           TO WS-PH-ENTERED(WS-PH-COUNT)
           MOVE 'Y' TO WS-RATE-CHANGED.

       LOAD-HISTORY-TABLE.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-HISTORY
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       LOAD-ONE-HISTORY.
           MOVE SPACES TO WS-TOKEN-CODE WS-TOKEN-RATE WS-TOKEN-DATE
               WS-TOKEN-OPERATOR WS-TOKEN-ENTERED
           UNSTRING HISTORY-LINE DELIMITED BY ","
               INTO WS-TOKEN-CODE WS-TOKEN-RATE WS-TOKEN-DATE
                   WS-TOKEN-OPERATOR WS-TOKEN-ENTERED
           END-UNSTRING
           IF WS-TOKEN-CODE = SPACES
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-RATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PH-COUNT >= 500
               DISPLAY "*** WARNING: rate history full (500), "
                   "line ignored: " HISTORY-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PH-COUNT
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-CODE)
               TO WS-PH-CODE(WS-PH-COUNT)
           COMPUTE WS-PH-RATE(WS-PH-COUNT) =
               FUNCTION NUMVAL(WS-TOKEN-RATE)
           MOVE 0 TO WS-PH-EFFDATE(WS-PH-COUNT)
           IF WS-TOKEN-DATE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-TOKEN-DATE) = 0
               COMPUTE WS-PH-EFFDATE(WS-PH-COUNT) =
                   FUNCTION NUMVAL(WS-TOKEN-DATE)
           END-IF
           MOVE WS-TOKEN-OPERATOR TO WS-PH-OPERATOR(WS-PH-COUNT)
           MOVE 0 TO WS-PH-ENTERED(WS-PH-COUNT)
           IF WS-TOKEN-ENTERED NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-TOKEN-ENTERED) = 0
               COMPUTE WS-PH-ENTERED(WS-PH-COUNT) =
                   FUNCTION NUMVAL(WS-TOKEN-ENTERED)
           END-IF.

       WRITE-HISTORY-TABLE.
           IF WS-PH-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR writing product_rates.dat, status = "
                   WS-HISTORY-STATUS
               STOP RUN 1
           END-IF
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
               MOVE WS-PH-RATE(WS-PH-IDX)    TO WS-FILE-RATE
               MOVE WS-PH-EFFDATE(WS-PH-IDX) TO WS-FILE-DATE
               MOVE SPACES TO HISTORY-LINE
               STRING WS-PH-CODE(WS-PH-IDX) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-FILE-RATE DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-FILE-DATE DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-PH-OPERATOR(WS-PH-IDX) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-PH-ENTERED(WS-PH-IDX) DELIMITED BY SIZE
                   INTO HISTORY-LINE
               END-STRING
               WRITE HISTORY-LINE
           END-PERFORM
           CLOSE HISTORY-FILE.

       WRITE-PRODUCT-TABLE.
           OPEN OUTPUT PRODUCT-FILE
           IF WS-PRODUCT-STATUS NOT = "00"
                   WS-FILE-ODRATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-WDLIMIT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-PR-BASIS(WS-PR-IDX) DELIMITED BY SIZE
               INTO PRODUCT-LINE
           END-STRING
           WRITE PRODUCT-LINE.
