       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXSPREAD.

      *> Callable customer-rate converter in the CURRCONV mold.
      *> CURRCONV converts at the mid rate, which is right for the
      *> bank's own books but gives the customer every conversion
      *> at cost. FXSPREAD converts at the mid rate too, then moves
      *> the result to the customer's side of the spread: a credit
      *> to the customer (money in, LS-SIDE "C") comes out lower
      *> than mid, a debit (money out, LS-SIDE "D") higher. The
      *> difference from mid comes back as LS-MARGIN, in the target
      *> currency, for the caller to book as FX income (FXBOOK).
      *> Spreads come from fx_spreads.dat (kept by RATEMAINT behind
      *> APPROVE), one line per dated spread as CODE,SPREAD,EFFDATE
      *> - SPREAD is the percentage either side of mid for that
      *> currency against USD, EFFDATE the date it came into force,
      *> looked up as of the conversion date the way CURRCONV looks
      *> up rates. A conversion between two currencies takes both
      *> spreads; USD as the base and any currency with no spread
      *> on file carry none, so with no file at all FXSPREAD gives
      *> exactly CURRCONV's answer and a zero margin.
      *> CALL "FXSPREAD" USING from, to, amount, side, result,
      *>   margin, ok, as-of date - CURRCONV's arguments with the
      *>   side and the margin (PIC 9(7)V99 COMP-3) added.
      *> LS-CONV-OK comes back 'N' when CURRCONV has no rate or the
      *> customer amount will not fit; result and margin are then
      *> unchanged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPREAD-FILE ASSIGN TO "fx_spreads.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPREAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPREAD-FILE.
       01  SPREAD-LINE           PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-SPREAD-STATUS      PIC XX.
       01  WS-SPREAD-EOF         PIC X VALUE 'N'.
       01  WS-SPREADS-LOADED     PIC X VALUE 'N'.
       01  WS-CODE-TEXT          PIC X(3).
       01  WS-SPREAD-TEXT        PIC X(12).
       01  WS-DATE-TEXT          PIC X(8).

      *> Dated history, as CURRCONV keeps its rates.
       01  WS-SPREAD-TABLE.
           05 WS-SP-ENTRY OCCURS 200 TIMES INDEXED BY WS-SP-IDX.
               10 WS-SP-CODE     PIC X(3).
               10 WS-SP-PCT      PIC 9(2)V9(4).
               10 WS-SP-EFFDATE  PIC 9(8).
       01  WS-SP-COUNT           PIC 9(3) VALUE 0.

       01  WS-ALERT-SEV          PIC X.
       01  WS-ALERT-PROGRAM      PIC X(20).
       01  WS-ALERT-MESSAGE      PIC X(60).

       01  WS-MID-RESULT         PIC 9(7)V99 COMP-3.
       01  WS-AS-OF              PIC 9(8).
       01  WS-BEST-DATE          PIC 9(8).
       01  WS-BEST-PCT           PIC 9(2)V9(4).
       01  WS-TOTAL-PCT          PIC 9(3)V9(4).
       01  WS-WORK-MARGIN        PIC 9(7)V99.
       01  WS-WORK-RESULT        PIC 9(8)V99.

       LINKAGE SECTION.
       01  LS-FROM-CURR          PIC X(3).
       01  LS-TO-CURR            PIC X(3).
       01  LS-AMOUNT             PIC 9(7)V99 COMP-3.
       01  LS-SIDE               PIC X.
       01  LS-RESULT             PIC 9(7)V99 COMP-3.
       01  LS-MARGIN             PIC 9(7)V99 COMP-3.
       01  LS-CONV-OK            PIC X.
       01  LS-AS-OF-DATE         PIC 9(8).

       PROCEDURE DIVISION USING LS-FROM-CURR LS-TO-CURR
               LS-AMOUNT LS-SIDE LS-RESULT LS-MARGIN LS-CONV-OK
               LS-AS-OF-DATE.

       MAIN.
           CALL "CURRCONV" USING LS-FROM-CURR LS-TO-CURR
               LS-AMOUNT WS-MID-RESULT LS-CONV-OK LS-AS-OF-DATE
           IF LS-CONV-OK NOT = 'Y'
               GOBACK
           END-IF

           IF WS-SPREADS-LOADED = 'N'
               PERFORM LOAD-SPREAD-TABLE
           END-IF
           IF LS-AS-OF-DATE = 0
               MOVE 99999999 TO WS-AS-OF
           ELSE
               MOVE LS-AS-OF-DATE TO WS-AS-OF
           END-IF

      *> Same currency (spaces meaning USD, as in CURRCONV) is no
      *> conversion at all.
           MOVE 0 TO WS-TOTAL-PCT
           IF LS-FROM-CURR NOT = LS-TO-CURR
               AND NOT (LS-FROM-CURR = SPACES AND LS-TO-CURR = "USD")
               AND NOT (LS-FROM-CURR = "USD" AND LS-TO-CURR = SPACES)
               MOVE LS-FROM-CURR TO WS-CODE-TEXT
               PERFORM FIND-ONE-SPREAD
               ADD WS-BEST-PCT TO WS-TOTAL-PCT
               MOVE LS-TO-CURR TO WS-CODE-TEXT
               PERFORM FIND-ONE-SPREAD
               ADD WS-BEST-PCT TO WS-TOTAL-PCT
           END-IF

           COMPUTE WS-WORK-MARGIN ROUNDED =
               WS-MID-RESULT * WS-TOTAL-PCT / 100
               ON SIZE ERROR
                   MOVE 'N' TO LS-CONV-OK
                   GOBACK
           END-COMPUTE
           IF LS-SIDE = "D"
               COMPUTE WS-WORK-RESULT =
                   WS-MID-RESULT + WS-WORK-MARGIN
           ELSE
               IF WS-WORK-MARGIN > WS-MID-RESULT
                   MOVE WS-MID-RESULT TO WS-WORK-MARGIN
               END-IF
               COMPUTE WS-WORK-RESULT =
                   WS-MID-RESULT - WS-WORK-MARGIN
           END-IF
           IF WS-WORK-RESULT > 9999999.99
               MOVE 'N' TO LS-CONV-OK
               GOBACK
           END-IF
           MOVE WS-WORK-RESULT TO LS-RESULT
           MOVE WS-WORK-MARGIN TO LS-MARGIN
           GOBACK.

      *> The spread in force as of the conversion date; none for
      *> the base currency or a currency with no spread on file.
       FIND-ONE-SPREAD.
           MOVE 0 TO WS-BEST-DATE
           MOVE 0 TO WS-BEST-PCT
           IF WS-CODE-TEXT = "USD" OR WS-CODE-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
               IF WS-SP-CODE(WS-SP-IDX) = WS-CODE-TEXT
                   AND WS-SP-EFFDATE(WS-SP-IDX) <= WS-AS-OF
                   AND WS-SP-EFFDATE(WS-SP-IDX) >= WS-BEST-DATE
                   MOVE WS-SP-EFFDATE(WS-SP-IDX) TO WS-BEST-DATE
                   MOVE WS-SP-PCT(WS-SP-IDX) TO WS-BEST-PCT
               END-IF
           END-PERFORM.

       LOAD-SPREAD-TABLE.
           MOVE 'Y' TO WS-SPREADS-LOADED
           MOVE 0   TO WS-SP-COUNT
           OPEN INPUT SPREAD-FILE
           IF WS-SPREAD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SPREAD-EOF = 'Y'
               READ SPREAD-FILE
                   AT END
                       MOVE 'Y' TO WS-SPREAD-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-SPREAD
               END-READ
           END-PERFORM
           CLOSE SPREAD-FILE.

       LOAD-ONE-SPREAD.
           MOVE SPACES TO WS-CODE-TEXT WS-SPREAD-TEXT WS-DATE-TEXT
           UNSTRING SPREAD-LINE DELIMITED BY ","
               INTO WS-CODE-TEXT WS-SPREAD-TEXT WS-DATE-TEXT
           END-UNSTRING
           IF WS-CODE-TEXT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-SPREAD-TEXT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SP-COUNT >= 200
               DISPLAY "*** WARNING: spread table full (200), "
                   "spread for " WS-CODE-TEXT " ignored ***"
               MOVE "W" TO WS-ALERT-SEV
               MOVE "FXSPREAD" TO WS-ALERT-PROGRAM
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "spread table full - spread for "
                           DELIMITED BY SIZE
                       WS-CODE-TEXT DELIMITED BY SIZE
                       " ignored" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               END-STRING
               CALL "ALERTLOG" USING WS-ALERT-SEV
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SP-COUNT
           MOVE FUNCTION UPPER-CASE(WS-CODE-TEXT)
               TO WS-SP-CODE(WS-SP-COUNT)
           COMPUTE WS-SP-PCT(WS-SP-COUNT) =
               FUNCTION NUMVAL(WS-SPREAD-TEXT)
           IF WS-DATE-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-DATE-TEXT) = 0
               COMPUTE WS-SP-EFFDATE(WS-SP-COUNT) =
                   FUNCTION NUMVAL(WS-DATE-TEXT)
           ELSE
               MOVE 0 TO WS-SP-EFFDATE(WS-SP-COUNT)
           END-IF.
