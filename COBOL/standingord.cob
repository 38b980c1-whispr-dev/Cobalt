      *> Each generated transaction is dated the order's due date
      *> (not the run date), and the order's next-due date is then
      *> advanced per its frequency - a chain that missed nights
      *> catches every missed occurrence up on the next run. A due
      *> date on a weekend or bank holiday rolls forward to the next
      *> business day (BUSDAY); the file keeps the scheduled date,
      *> so a monthly order rolled off the 31st is back on the 31st
      *> the month after. Orders past their end date generate
      *> nothing and are reported.
      *> A suspended order (HOLD S - SOMAINT, DECEASED) generates
      *> nothing, but its next-due date still advances past the
      *> business date, so lifting the suspension never back-fills
      *> the occurrences it missed.
      *> so_control.dat records the business date last generated
      *> through - the same guard idea as fee_control.dat - so a
      *> rerun of the same night cannot generate the same order
       01  WS-TOKEN-FREQ         PIC X(1).
       01  WS-TOKEN-NEXTDUE      PIC X(8).
       01  WS-TOKEN-ENDDATE      PIC X(8).
       01  WS-TOKEN-PAYEE        PIC X(5).
       01  WS-TOKEN-HOLD         PIC X(1).

       01  WS-ORDER-TABLE.
           05 WS-SO-ROW OCCURS 200 TIMES INDEXED BY WS-SO-IDX.
               10 WS-SO-FREQ     PIC X.
               10 WS-SO-NEXTDUE  PIC 9(8).
               10 WS-SO-ENDDATE  PIC 9(8).
               10 WS-SO-PAYEE    PIC 9(5).
               10 WS-SO-HOLD     PIC X.
       01  WS-SO-USED            PIC 9(3) VALUE 0.

       01  WS-TRANS-ID           PIC 9(13) VALUE 0.
       01  WS-DAY-FLOOR          PIC 9(13).
       01  WS-GENERATED-COUNT    PIC 9(7) VALUE 0.
       01  WS-EXPIRED-COUNT      PIC 9(7) VALUE 0.
       01  WS-SUSPENDED-COUNT    PIC 9(7) VALUE 0.
       01  WS-GENERATED-TOTAL    PIC 9(9)V99 VALUE 0.
       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-FILE-AMOUNT        PIC 9(7).99.
       01  WS-FILE-NEXTDUE       PIC 9(8).
       01  WS-FILE-ENDDATE       PIC 9(8).
       01  WS-FILE-PAYEE         PIC 9(5).

      *> Due-date advance working fields (days-in-month including
      *> leap February, the same arithmetic as BATCH-CONTROL's
       01  WS-YEAR-REM           PIC 9(4).
       01  WS-ADVANCE-DAYS       PIC 9(2).

      *> Business-day rolling (BUSDAY): WS-ROLLED-DUE is the day the
      *> scheduled WS-SO-NEXTDUE actually falls due.
       01  WS-BUSDAY-FUNCTION    PIC X.
       01  WS-BUSDAY-DAYS        PIC 9(3) VALUE 0.
       01  WS-ROLLED-DUE         PIC 9(8).

      *> Trailer bookkeeping for transactions.dat, mirroring the
      *> writer: refreshed once after the run's appends.
       01  WS-TRAILER-ID         PIC 9(13) VALUE 9999999999999.
               DISPLAY "Orders past their end date (generate "
                   "nothing): " WS-EDIT-COUNT
           END-IF
           IF WS-SUSPENDED-COUNT > 0
               MOVE WS-SUSPENDED-COUNT TO WS-EDIT-COUNT
               DISPLAY "Suspended orders (generate nothing): "
                   WS-EDIT-COUNT
           END-IF
           DISPLAY "Run POSTLEDGER to apply the generated orders."
           MOVE 0 TO RETURN-CODE
           GOBACK.
      *> generated, dated the due date, then the due date advances
      *> per the frequency - so two missed nights produce two rent
      *> debits dated when they fell due, not one dated tonight.
      *> "Due" is the scheduled date rolled to a business day; the
      *> end date is measured against the scheduled date.
       GENERATE-ONE-ORDER.
           IF WS-SO-ENDDATE(WS-SO-IDX) NOT = 0
               AND WS-SO-NEXTDUE(WS-SO-IDX)
               ADD 1 TO WS-EXPIRED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM ROLL-NEXT-DUE
           IF WS-SO-HOLD(WS-SO-IDX) = "S"
               ADD 1 TO WS-SUSPENDED-COUNT
               PERFORM UNTIL WS-ROLLED-DUE > WS-TODAY
                   PERFORM ADVANCE-NEXT-DUE
                   PERFORM ROLL-NEXT-DUE
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ROLLED-DUE > WS-TODAY
                   OR (WS-SO-ENDDATE(WS-SO-IDX) NOT = 0
                       AND WS-SO-NEXTDUE(WS-SO-IDX)
                           > WS-SO-ENDDATE(WS-SO-IDX))
               PERFORM WRITE-ONE-GENERATED
               PERFORM ADVANCE-NEXT-DUE
               PERFORM ROLL-NEXT-DUE
           END-PERFORM.

       ROLL-NEXT-DUE.
           MOVE "R" TO WS-BUSDAY-FUNCTION
           CALL "BUSDAY" USING WS-BUSDAY-FUNCTION
               WS-SO-NEXTDUE(WS-SO-IDX) WS-BUSDAY-DAYS WS-ROLLED-DUE.

       WRITE-ONE-GENERATED.
           ADD 1 TO WS-TRANS-ID
           MOVE WS-TRANS-ID              TO TRANS-ID
           MOVE WS-SO-TYPE(WS-SO-IDX)    TO TRANS-TYPE
           MOVE WS-ROLLED-DUE            TO TRANS-DATE
           MOVE WS-SO-ACCT(WS-SO-IDX)    TO TRANS-ACCT-ID
           MOVE WS-SO-AMOUNT(WS-SO-IDX)  TO TRANS-AMOUNT
           MOVE ZERO                     TO TRANS-REF-ID
           MOVE SPACES                   TO TRANS-REF-TYPE
      *> A WD order naming an external payee carries the payee as
      *> a PY link, which is what PAYOUTFILE selects on.
           IF WS-SO-TYPE(WS-SO-IDX) = "WD"
               AND WS-SO-PAYEE(WS-SO-IDX) NOT = 0
               MOVE WS-SO-PAYEE(WS-SO-IDX) TO TRANS-REF-ID
               MOVE "PY"                   TO TRANS-REF-TYPE
           END-IF
           MOVE WS-SO-CURR(WS-SO-IDX)    TO TRANS-CURR
           MOVE SPACES                   TO TRANS-EXT-REF
           MOVE ZERO                     TO TRANS-BRANCH
           MOVE WS-SO-ACCT(WS-SO-IDX)  TO WS-EDIT-ACCT
           DISPLAY "  order " WS-EDIT-ORDNO " generated "
               WS-SO-TYPE(WS-SO-IDX) " for acct " WS-EDIT-ACCT
               " due " WS-ROLLED-DUE.

      *> D = next business day (BUSDAY), W = seven days on, M = same
      *> day next month (clamped to that month's length, leap
      *> February included).
       ADVANCE-NEXT-DUE.
           DIVIDE WS-SO-NEXTDUE(WS-SO-IDX) BY 10000
               GIVING WS-WORK-YEAR
           ELSE
               IF WS-SO-FREQ(WS-SO-IDX) = "W"
                   MOVE 7 TO WS-ADVANCE-DAYS
                   PERFORM ADVANCE-ONE-DAY WS-ADVANCE-DAYS TIMES
               ELSE
                   MOVE "N" TO WS-BUSDAY-FUNCTION
                   CALL "BUSDAY" USING WS-BUSDAY-FUNCTION
                       WS-SO-NEXTDUE(WS-SO-IDX) WS-BUSDAY-DAYS
                       WS-ROLLED-DUE
                   MOVE WS-ROLLED-DUE TO WS-SO-NEXTDUE(WS-SO-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE WS-SO-NEXTDUE(WS-SO-IDX) =
               WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100
           MOVE SPACES TO WS-TOKEN-ORDNO WS-TOKEN-ACCT WS-TOKEN-TYPE
               WS-TOKEN-AMOUNT WS-TOKEN-CURR WS-TOKEN-FREQ
               WS-TOKEN-NEXTDUE WS-TOKEN-ENDDATE
               WS-TOKEN-PAYEE WS-TOKEN-HOLD
           UNSTRING ORDER-LINE DELIMITED BY ","
               INTO WS-TOKEN-ORDNO WS-TOKEN-ACCT WS-TOKEN-TYPE
                   WS-TOKEN-AMOUNT WS-TOKEN-CURR WS-TOKEN-FREQ
                   WS-TOKEN-NEXTDUE WS-TOKEN-ENDDATE
                   WS-TOKEN-PAYEE WS-TOKEN-HOLD
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-ORDNO) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-ACCT) NOT = 0
           COMPUTE WS-SO-NEXTDUE(WS-SO-USED) =
               FUNCTION NUMVAL(WS-TOKEN-NEXTDUE)
           COMPUTE WS-SO-ENDDATE(WS-SO-USED) =
               FUNCTION NUMVAL(WS-TOKEN-ENDDATE)
      *> The payee column was added after the first order files
      *> were written; a line without one pays no external payee.
           MOVE 0 TO WS-SO-PAYEE(WS-SO-USED)
           IF WS-TOKEN-PAYEE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-TOKEN-PAYEE) = 0
               COMPUTE WS-SO-PAYEE(WS-SO-USED) =
                   FUNCTION NUMVAL(WS-TOKEN-PAYEE)
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-HOLD)
               TO WS-SO-HOLD(WS-SO-USED).

      *> The advanced next-due dates go back to the file so the next
      *> run starts where this one left off.
           MOVE WS-SO-AMOUNT(WS-SO-IDX)  TO WS-FILE-AMOUNT
           MOVE WS-SO-NEXTDUE(WS-SO-IDX) TO WS-FILE-NEXTDUE
           MOVE WS-SO-ENDDATE(WS-SO-IDX) TO WS-FILE-ENDDATE
           MOVE WS-SO-PAYEE(WS-SO-IDX)   TO WS-FILE-PAYEE
           MOVE SPACES TO ORDER-LINE
           STRING WS-EDIT-ORDNO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-NEXTDUE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-ENDDATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-PAYEE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-SO-HOLD(WS-SO-IDX) DELIMITED BY SIZE
               INTO ORDER-LINE
           END-STRING
           WRITE ORDER-LINE.
