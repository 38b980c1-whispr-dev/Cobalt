      *> NEXTDUE is the next YYYYMMDD the order falls due, and
      *> ENDDATE is the last date the order may generate (zero =
      *> open-ended). ORDNO is assigned here sequentially, the same
      *> stable-handle idea as L-ACCT-ID. An optional ninth field,
      *> PAYEE, names an approved external payee (PAYEEMAINT) on a
      *> WD order - STANDINGORD carries it onto the generated
      *> withdrawal and PAYOUTFILE sends the money out to the
      *> payee's bank. Zero or absent means no external payee.
      *> An optional tenth field, HOLD, is S while the order is
      *> suspended - set here or by DECEASED when the account holder
      *> has died. A suspended order generates nothing, and its
      *> schedule keeps moving so lifting the suspension does not
      *> back-fill the occurrences it missed. Space = active.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-TOKEN-FREQ         PIC X(1).
       01  WS-TOKEN-NEXTDUE      PIC X(8).
       01  WS-TOKEN-ENDDATE      PIC X(8).
       01  WS-TOKEN-PAYEE        PIC X(5).
       01  WS-TOKEN-HOLD         PIC X(1).

       01  WS-ORDNO-TEXT         PIC X(5).
       01  WS-ORDNO-CHECK        PIC S9(4).
       01  WS-CURR-TEXT          PIC X(3).
       01  WS-FREQ-IN            PIC X.
       01  WS-DATE-TEXT          PIC X(8).
       01  WS-PAYEE-TEXT         PIC X(5).
       01  WS-PAYEE-CHECK        PIC S9(5).
       01  WS-EDIT-PAYEE         PIC 9(5).
       01  WS-WORK-DATE          PIC 9(8).
       01  WS-DATEVAL-OPTIONS    PIC X(2) VALUE SPACES.
       01  WS-DATEVAL-RESULT     PIC X.
       01  WS-FILE-AMOUNT        PIC 9(7).99.
       01  WS-FILE-NEXTDUE       PIC 9(8).
       01  WS-FILE-ENDDATE       PIC 9(8).
       01  WS-FILE-PAYEE         PIC 9(5).

       01  WS-ORDER-TABLE.
           05 WS-SO-ROW OCCURS 200 TIMES INDEXED BY WS-SO-IDX.
               10 WS-SO-FREQ     PIC X.
               10 WS-SO-NEXTDUE  PIC 9(8).
               10 WS-SO-ENDDATE  PIC 9(8).
               10 WS-SO-PAYEE    PIC 9(5).
               10 WS-SO-HOLD     PIC X.
       01  WS-SO-USED            PIC 9(3) VALUE 0.
       01  WS-NEXT-ORDNO         PIC 9(4) VALUE 1.

           05 WS-WK-FREQ         PIC X.
           05 WS-WK-NEXTDUE      PIC 9(8).
           05 WS-WK-ENDDATE      PIC 9(8).
           05 WS-WK-PAYEE        PIC 9(5).
           05 WS-WK-HOLD         PIC X.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LIST-ORDER-TABLE

           PERFORM UNTIL WS-CONTINUE NOT = 'Y'
               DISPLAY "(A)dd an order, (U)pdate, (D)elete, "
                   "(S)uspend/resume, or (Q)uit? "
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
               EVALUATE WS-ACTION
                       PERFORM UPDATE-ONE-ORDER
                   WHEN "D"
                       PERFORM DELETE-ONE-ORDER
                   WHEN "S"
                       PERFORM SUSPEND-ONE-ORDER
                   WHEN OTHER
                       MOVE 'N' TO WS-CONTINUE
               END-EVALUATE
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
               TO WS-SO-HOLD(WS-SO-USED)
           IF WS-SO-ORDNO(WS-SO-USED) >= WS-NEXT-ORDNO
               COMPUTE WS-NEXT-ORDNO = WS-SO-ORDNO(WS-SO-USED) + 1
           END-IF.
               " next due " WS-SO-NEXTDUE(WS-SO-IDX)
           IF WS-SO-ENDDATE(WS-SO-IDX) NOT = 0
               DISPLAY "      ends " WS-SO-ENDDATE(WS-SO-IDX)
           END-IF
           IF WS-SO-PAYEE(WS-SO-IDX) NOT = 0
               MOVE WS-SO-PAYEE(WS-SO-IDX) TO WS-EDIT-PAYEE
               DISPLAY "      pays external payee " WS-EDIT-PAYEE
           END-IF
           IF WS-SO-HOLD(WS-SO-IDX) = "S"
               DISPLAY "      SUSPENDED - generates nothing"
           END-IF.

       CAPTURE-NEW-ORDER.
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-ORDNO TO WS-WK-ORDNO
           MOVE SPACE TO WS-WK-HOLD
           PERFORM CAPTURE-ORDER-FIELDS
           IF WS-FIELD-OK = 'Y'
               ADD 1 TO WS-SO-USED
           END-IF
           PERFORM LIST-ONE-ORDER
           MOVE WS-SO-ORDNO(WS-SO-IDX) TO WS-WK-ORDNO
           MOVE WS-SO-HOLD(WS-SO-IDX)  TO WS-WK-HOLD
           PERFORM CAPTURE-ORDER-FIELDS
           IF WS-FIELD-OK = 'Y'
               MOVE WS-SO-WORK TO WS-SO-ROW(WS-SO-IDX)
           SUBTRACT 1 FROM WS-SO-USED
           DISPLAY "Order deleted.".

      *> Suspending keeps the order on file, schedule and all;
      *> resuming picks up at the next occurrence still to come.
       SUSPEND-ONE-ORDER.
           PERFORM FIND-ORDER-BY-NUMBER
           IF WS-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-SO-HOLD(WS-SO-IDX) = "S"
               MOVE SPACE TO WS-SO-HOLD(WS-SO-IDX)
               DISPLAY "Order resumed."
           ELSE
               MOVE "S" TO WS-SO-HOLD(WS-SO-IDX)
               DISPLAY "Order suspended."
           END-IF
           PERFORM LIST-ONE-ORDER.

       FIND-ORDER-BY-NUMBER.
           MOVE 'N' TO WS-FOUND
           DISPLAY "Order number: "
               END-IF
               MOVE WS-WORK-DATE TO WS-WK-ENDDATE
           END-IF

      *> Only a withdrawal can pay out to an external payee; the
      *> payee's approval is checked by PAYOUTFILE when the money
      *> goes out, so an order may be set up while its payee is
      *> still awaiting the checker.
           MOVE 0 TO WS-WK-PAYEE
           IF WS-WK-TYPE = "WD"
               DISPLAY "External payee number (blank = none): "
               MOVE SPACES TO WS-PAYEE-TEXT
               ACCEPT WS-PAYEE-TEXT
               IF WS-PAYEE-TEXT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-PAYEE-TEXT) NOT = 0
                       DISPLAY "Invalid payee number."
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-PAYEE-CHECK =
                       FUNCTION NUMVAL(WS-PAYEE-TEXT)
                   IF WS-PAYEE-CHECK < 0
                       DISPLAY "Invalid payee number."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-PAYEE-CHECK TO WS-WK-PAYEE
               END-IF
           END-IF
           MOVE 'Y' TO WS-FIELD-OK.

       WRITE-ORDER-FILE.
           MOVE WS-SO-AMOUNT(WS-SO-IDX) TO WS-FILE-AMOUNT
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
