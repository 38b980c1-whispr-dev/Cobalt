      *> of-hands finding. Lists the current live table, then takes
      *> entries until the operator is done - the same list/
      *> maintain rhythm as WriteLedger's maintenance mode.
      *> The same screen keeps the customer spreads FXSPREAD prices
      *> with (fx_spreads.dat: CODE,SPREAD,EFFDATE, SPREAD being the
      *> percentage either side of mid against USD). A spread is
      *> dated and queued for approval exactly as a rate is, as a
      *> SPRD item.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT SPREAD-FILE ASSIGN TO "fx_spreads.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPREAD-STATUS.

           SELECT PENDING-FILE ASSIGN TO "pending_approvals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
       FD  RATE-FILE.
       01  RATE-LINE             PIC X(30).

       FD  SPREAD-FILE.
       01  SPREAD-LINE           PIC X(30).

       FD  PENDING-FILE.
       01  PENDING-LINE          PIC X(80).

               10 WS-RT-EFFDATE  PIC 9(8).
       01  WS-RT-COUNT           PIC 9(3) VALUE 0.

       01  WS-SPREAD-STATUS      PIC XX.
       01  WS-SPREAD-EOF         PIC X VALUE 'N'.
       01  WS-MAINT-KIND         PIC X.
       01  WS-SPREAD-CHECK       PIC S9(2)V9(4).
       01  WS-EDIT-SPREAD        PIC Z9.9(4).
       01  WS-FILE-SPREAD        PIC 99.9(4).
       01  WS-SPREAD-TABLE.
           05 WS-SP-ENTRY OCCURS 200 TIMES INDEXED BY WS-SP-IDX.
               10 WS-SP-CODE     PIC X(3).
               10 WS-SP-PCT      PIC 9(2)V9(4).
               10 WS-SP-EFFDATE  PIC 9(8).
       01  WS-SP-COUNT           PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           CALL "SIGNON" USING WS-SIGNON-FUNCTION

           PERFORM LOAD-RATE-TABLE
           PERFORM LIST-RATE-TABLE
           PERFORM LOAD-SPREAD-TABLE
           PERFORM LIST-SPREAD-TABLE

           PERFORM UNTIL WS-CONTINUE NOT = 'Y'
               DISPLAY "Maintain a (R)ate or a customer (S)pread?"
               ACCEPT WS-MAINT-KIND
               MOVE FUNCTION UPPER-CASE(WS-MAINT-KIND)
                   TO WS-MAINT-KIND
               IF WS-MAINT-KIND = "S"
                   PERFORM CAPTURE-ONE-SPREAD
               ELSE
                   PERFORM CAPTURE-ONE-RATE
               END-IF
               DISPLAY "Maintain another rate or spread? (Y/N):"
               ACCEPT WS-RESPONSE
               IF FUNCTION UPPER-CASE(WS-RESPONSE) NOT = "Y"
                   MOVE 'N' TO WS-CONTINUE
                   WS-RT-EFFDATE(WS-RT-IDX)
           END-PERFORM.

       LOAD-SPREAD-TABLE.
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
           MOVE SPACES TO WS-CODE-TEXT WS-RATE-TEXT WS-DATE-TEXT
           UNSTRING SPREAD-LINE DELIMITED BY ","
               INTO WS-CODE-TEXT WS-RATE-TEXT WS-DATE-TEXT
           END-UNSTRING
           IF WS-CODE-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-RATE-TEXT) = 0
               IF WS-SP-COUNT < 200
                   ADD 1 TO WS-SP-COUNT
                   MOVE FUNCTION UPPER-CASE(WS-CODE-TEXT)
                       TO WS-SP-CODE(WS-SP-COUNT)
                   COMPUTE WS-SP-PCT(WS-SP-COUNT) =
                       FUNCTION NUMVAL(WS-RATE-TEXT)
                   IF WS-DATE-TEXT NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-DATE-TEXT) = 0
                       COMPUTE WS-SP-EFFDATE(WS-SP-COUNT) =
                           FUNCTION NUMVAL(WS-DATE-TEXT)
                   ELSE
                       MOVE 0 TO WS-SP-EFFDATE(WS-SP-COUNT)
                   END-IF
               ELSE
                   DISPLAY "*** WARNING: spread table full (200), "
                       "line ignored: " SPREAD-LINE
               END-IF
           END-IF.

       LIST-SPREAD-TABLE.
           IF WS-SP-COUNT = 0
               DISPLAY "(no customer spreads on file - conversions "
                   "are at mid)"
           END-IF
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
               MOVE WS-SP-PCT(WS-SP-IDX) TO WS-EDIT-SPREAD
               DISPLAY "  " WS-SP-CODE(WS-SP-IDX) " spread "
                   WS-EDIT-SPREAD "% from "
                   WS-SP-EFFDATE(WS-SP-IDX)
           END-PERFORM.

       CAPTURE-ONE-RATE.
           DISPLAY "Currency code (3 letters): "
           ACCEPT WS-CODE-IN
      *> the live file.
           PERFORM QUEUE-RATE-CHANGE.

      *> USD is the base - its spread is always nil.
       CAPTURE-ONE-SPREAD.
           DISPLAY "Currency code (3 letters): "
           ACCEPT WS-CODE-IN
           MOVE FUNCTION UPPER-CASE(WS-CODE-IN) TO WS-CODE-IN
           IF WS-CODE-IN = SPACES OR WS-CODE-IN = "USD"
               DISPLAY "No spread is kept for the base currency, "
                   "nothing changed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Spread either side of mid, percent "
               "(e.g. 0.5000): "
           ACCEPT WS-RATE-TEXT
           IF FUNCTION TEST-NUMVAL(WS-RATE-TEXT) NOT = 0
               DISPLAY "Invalid spread, nothing changed."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SPREAD-CHECK = FUNCTION NUMVAL(WS-RATE-TEXT)
           IF WS-SPREAD-CHECK < 0 OR WS-SPREAD-CHECK >= 10
               DISPLAY "Spread must be from 0 to under 10 percent, "
                   "nothing changed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Effective date (YYYYMMDD, blank = today): "
           ACCEPT WS-DATE-TEXT
           IF WS-DATE-TEXT = SPACES
               CALL "BUSDATE" USING WS-TODAY
               MOVE WS-TODAY TO WS-DATE-CHECK
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-DATE-TEXT) NOT = 0
                   DISPLAY "Invalid date, nothing changed."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-DATE-CHECK =
                   FUNCTION NUMVAL(WS-DATE-TEXT)
               MOVE SPACES TO WS-DATE-OPTIONS
               CALL "DATEVAL" USING WS-DATE-CHECK WS-DATE-OPTIONS
                   WS-DATE-OK
               IF WS-DATE-OK NOT = 'Y'
                   DISPLAY "Not a real calendar date, nothing "
                       "changed."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM QUEUE-SPREAD-CHANGE.

       QUEUE-RATE-CHANGE.
           PERFORM FIND-NEXT-PENDING-SEQ
           OPEN EXTEND PENDING-FILE
           DISPLAY "Rate change for " WS-CODE-IN
               " queued for approval as item " WS-EDIT-SEQ ".".

       QUEUE-SPREAD-CHANGE.
           PERFORM FIND-NEXT-PENDING-SEQ
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN EXTEND PENDING-FILE
           END-IF
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "ERROR opening pending_approvals.dat, "
                   "status = " WS-PENDING-STATUS
               STOP RUN 1
           END-IF
           CALL "BUSDATE" USING WS-TODAY
           MOVE WS-NEXT-SEQ     TO WS-EDIT-SEQ
           MOVE WS-SPREAD-CHECK TO WS-FILE-SPREAD
           MOVE WS-DATE-CHECK   TO WS-FILE-DATE
           MOVE SPACES TO PENDING-LINE
           STRING WS-EDIT-SEQ DELIMITED BY SIZE
                   ",SPRD," DELIMITED BY SIZE
                   WS-SIGNON-OPERATOR DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CODE-IN DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-SPREAD DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-DATE DELIMITED BY SIZE
               INTO PENDING-LINE
           END-STRING
           WRITE PENDING-LINE
           CLOSE PENDING-FILE
           DISPLAY "Spread change for " WS-CODE-IN
               " queued for approval as item " WS-EDIT-SEQ ".".

       FIND-NEXT-PENDING-SEQ.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-PENDING-EOF
