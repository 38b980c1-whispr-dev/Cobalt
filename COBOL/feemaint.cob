      *> RATEMAINT: one DEFAULT line with the flat monthly fee and
      *> the balance at or above which the fee is waived, plus OVR
      *> lines giving individual accounts their own fee (zero =
      *> exempt), plus an optional RETURN line with the fee RETITEM
      *> charges on each returned deposited item (absent or zero =
      *> no fee), plus an optional SWEEP line with the fee POSTLEDGER
      *> charges each time it sweeps an overdraft shortfall from a
      *> customer's protection account (absent or zero = no fee),
      *> plus an optional CLOSE line with the fee CLOSESETTLE
      *> charges when it settles an account closure (absent or
      *> zero = no fee).
      *> Lines look like
      *>     DEFAULT,5.00,1000.00
      *>     OVR,000123,2.50
      *>     RETURN,25.00
      *>     SWEEP,10.00
      *>     CLOSE,15.00
      *> Maker-checker: a captured fee change no longer goes live
      *> from here. It is queued onto pending_approvals.dat with
      *> this operator as maker, and takes effect only when a

       01  WS-DEFAULT-FEE        PIC 9(5)V99 VALUE 0.
       01  WS-WAIVER-BALANCE     PIC 9(10)V99 VALUE 0.
       01  WS-RETURN-FEE         PIC 9(5)V99 VALUE 0.
       01  WS-SWEEP-FEE          PIC 9(5)V99 VALUE 0.
       01  WS-CLOSE-FEE          PIC 9(5)V99 VALUE 0.
       01  WS-EDIT-FEE           PIC ZZ,ZZ9.99.
       01  WS-EDIT-WAIVER        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-ACCT          PIC 9(6).

           PERFORM UNTIL WS-CONTINUE NOT = 'Y'
               DISPLAY "(D)efault fee/waiver, (O)verride an "
                   "account, (R)eturned-item fee, (S)weep fee, "
                   "(C)losing fee, or (Q)uit? "
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
               EVALUATE WS-ACTION
                       PERFORM CAPTURE-DEFAULT
                   WHEN "O"
                       PERFORM CAPTURE-OVERRIDE
                   WHEN "R"
                       PERFORM CAPTURE-RETURN-FEE
                   WHEN "S"
                       PERFORM CAPTURE-SWEEP-FEE
                   WHEN "C"
                       PERFORM CAPTURE-CLOSE-FEE
                   WHEN OTHER
                       MOVE 'N' TO WS-CONTINUE
               END-EVALUATE
                       COMPUTE WS-OV-FEE(WS-OV-USED) =
                           FUNCTION NUMVAL(WS-TOKEN-3)
                   END-IF
               WHEN "RETURN"
                   IF FUNCTION TEST-NUMVAL(WS-TOKEN-2) = 0
                       COMPUTE WS-RETURN-FEE =
                           FUNCTION NUMVAL(WS-TOKEN-2)
                   END-IF
               WHEN "SWEEP"
                   IF FUNCTION TEST-NUMVAL(WS-TOKEN-2) = 0
                       COMPUTE WS-SWEEP-FEE =
                           FUNCTION NUMVAL(WS-TOKEN-2)
                   END-IF
               WHEN "CLOSE"
                   IF FUNCTION TEST-NUMVAL(WS-TOKEN-2) = 0
                       COMPUTE WS-CLOSE-FEE =
                           FUNCTION NUMVAL(WS-TOKEN-2)
                   END-IF
           END-EVALUATE.

       LIST-FEE-SCHEDULE.
           MOVE WS-WAIVER-BALANCE TO WS-EDIT-WAIVER
           DISPLAY "Default monthly fee: " WS-EDIT-FEE
               "  waived at balance " WS-EDIT-WAIVER " and above"
           MOVE WS-RETURN-FEE     TO WS-EDIT-FEE
           DISPLAY "Returned-item fee:   " WS-EDIT-FEE
           MOVE WS-SWEEP-FEE      TO WS-EDIT-FEE
           DISPLAY "Overdraft sweep fee: " WS-EDIT-FEE
           MOVE WS-CLOSE-FEE      TO WS-EDIT-FEE
           DISPLAY "Account closing fee: " WS-EDIT-FEE
           IF WS-OV-USED = 0
               DISPLAY "(no per-account overrides)"
           END-IF
           MOVE WS-FILE-FEE TO WS-QUEUE-P3
           PERFORM QUEUE-FEE-CHANGE.

       CAPTURE-RETURN-FEE.
           DISPLAY "Fee per returned deposited item (0 = none): "
           ACCEPT WS-AMOUNT-TEXT
           IF FUNCTION TEST-NUMVAL(WS-AMOUNT-TEXT) NOT = 0
               DISPLAY "Invalid fee, nothing queued."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT-CHECK =
               FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           IF WS-AMOUNT-CHECK < 0
               DISPLAY "Invalid fee, nothing queued."
               EXIT PARAGRAPH
           END-IF
           MOVE "RETURN" TO WS-QUEUE-P1
           MOVE WS-AMOUNT-CHECK TO WS-FILE-FEE
           MOVE WS-FILE-FEE TO WS-QUEUE-P2
           MOVE SPACES TO WS-QUEUE-P3
           PERFORM QUEUE-FEE-CHANGE.

       CAPTURE-SWEEP-FEE.
           DISPLAY "Fee per overdraft-protection sweep (0 = none): "
           ACCEPT WS-AMOUNT-TEXT
           IF FUNCTION TEST-NUMVAL(WS-AMOUNT-TEXT) NOT = 0
               DISPLAY "Invalid fee, nothing queued."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT-CHECK =
               FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           IF WS-AMOUNT-CHECK < 0
               DISPLAY "Invalid fee, nothing queued."
               EXIT PARAGRAPH
           END-IF
           MOVE "SWEEP" TO WS-QUEUE-P1
           MOVE WS-AMOUNT-CHECK TO WS-FILE-FEE
           MOVE WS-FILE-FEE TO WS-QUEUE-P2
           MOVE SPACES TO WS-QUEUE-P3
           PERFORM QUEUE-FEE-CHANGE.

       CAPTURE-CLOSE-FEE.
           DISPLAY "Fee charged on closing an account (0 = none): "
           ACCEPT WS-AMOUNT-TEXT
           IF FUNCTION TEST-NUMVAL(WS-AMOUNT-TEXT) NOT = 0
               DISPLAY "Invalid fee, nothing queued."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT-CHECK =
               FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           IF WS-AMOUNT-CHECK < 0
               DISPLAY "Invalid fee, nothing queued."
               EXIT PARAGRAPH
           END-IF
           MOVE "CLOSE" TO WS-QUEUE-P1
           MOVE WS-AMOUNT-CHECK TO WS-FILE-FEE
           MOVE WS-FILE-FEE TO WS-QUEUE-P2
           MOVE SPACES TO WS-QUEUE-P3
           PERFORM QUEUE-FEE-CHANGE.

       QUEUE-FEE-CHANGE.
           PERFORM FIND-NEXT-PENDING-SEQ
           OPEN EXTEND PENDING-FILE
