      *> our file (reference-bearing activity) but never confirmed
      *> by them - each with counts and totals, so the nostro
      *> reconciliation stops being a highlighter exercise.
      *> Outbound payments PAYOUTFILE sent to external payees come
      *> back on the statement under their "OB" references; those
      *> lines are matched to payment_register.dat on reference and
      *> amount (the bank settles on its own date) rather than to
      *> transactions.dat, and a section per outbound batch shows
      *> what was sent, what has settled, and each item still
      *> unsettled. A batch appears when it was sent inside the
      *> statement's span or had an item settle on this statement.
      *> Output nostro_recon_report.txt; run on demand, read-only.
      *> The statement must pass INBOUNDCHK's file-level control
      *> (header sender, date and sequence against
      *> inbound_registry.dat; trailer count and amount hash) before
      *> a line of it is reconciled, and is entered on the registry
      *> once its report is written - a statement already
      *> reconciled is refused as a duplicate, and its earlier
      *> report stands. The HDR and TRL lines are not statement
      *> lines.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "payment_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "nostro_recon_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

       FD  REGISTER-FILE.
       01  REGISTER-LINE         PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(100).

       01  WS-STMT-STATUS        PIC XX.
       01  WS-TRANS-STATUS       PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-REGISTER-STATUS    PIC XX.
       01  WS-REGISTER-EOF       PIC X VALUE 'N'.
       01  WS-STMT-EOF           PIC X VALUE 'N'.
       01  WS-TRANS-EOF          PIC X VALUE 'N'.


       01  WS-TRAILER-ID         PIC 9(13) VALUE 9999999999999.

      *> File-level control (INBOUNDCHK/inbound_registry.dat).
       01  WS-IC-ACTION          PIC X.
       01  WS-IC-INTERFACE       PIC X(8) VALUE "STMT".
       01  WS-IC-FILE            PIC X(40)
               VALUE "bank_statement.dat".
       01  WS-IC-RESULT          PIC X.
       01  WS-IC-MESSAGE         PIC X(60).

      *> Outbound payment register (PAYOUTFILE), loaded whole;
      *> SETTLED flips when a statement line pairs off against it.
       01  WS-RG-TOKEN-BATCH     PIC X(8).
       01  WS-RG-TOKEN-REF       PIC X(12).
       01  WS-RG-TOKEN-TRANSID   PIC X(13).
       01  WS-RG-TOKEN-PAYEE     PIC X(5).
       01  WS-RG-TOKEN-ACCT      PIC X(6).
       01  WS-RG-TOKEN-AMOUNT    PIC X(12).
       01  WS-RG-TOKEN-CURR      PIC X(3).
       01  WS-REG-TABLE.
           05 WS-RG-ROW OCCURS 5000 TIMES INDEXED BY WS-RG-IDX.
               10 WS-RG-BATCH    PIC 9(8).
               10 WS-RG-REF      PIC X(12).
               10 WS-RG-TRANSID  PIC 9(13).
               10 WS-RG-PAYEE    PIC 9(5).
               10 WS-RG-AMOUNT   PIC 9(7)V99.
               10 WS-RG-CURR     PIC X(3).
               10 WS-RG-SETTLED  PIC X.
       01  WS-RG-USED            PIC 9(4) VALUE 0.
       01  WS-RG-FULL-WARNED     PIC X VALUE 'N'.
       01  WS-RG-HIT             PIC X.
       01  WS-RG-FIRST           PIC 9(4).
       01  WS-RG-LAST            PIC 9(4).
       01  WS-BATCH-ID           PIC 9(8).
       01  WS-BATCH-SHOWN        PIC X.
       01  WS-BATCH-COUNT        PIC 9(5) VALUE 0.
       01  WS-SENT-COUNT         PIC 9(5).
       01  WS-SENT-TOTAL         PIC 9(11)V99.
       01  WS-SETTLED-COUNT      PIC 9(5).
       01  WS-SETTLED-TOTAL      PIC 9(11)V99.
       01  WS-OUTBOUND-COUNT     PIC 9(5) VALUE 0.
       01  WS-OUTBOUND-TOTAL     PIC 9(11)V99 VALUE 0.
       01  WS-EDIT-PAYEE         PIC 9(5).

       01  WS-MATCHED-COUNT      PIC 9(5) VALUE 0.
       01  WS-MATCHED-TOTAL      PIC 9(11)V99 VALUE 0.
       01  WS-OURS-COUNT         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "C" TO WS-IC-ACTION
           CALL "INBOUNDCHK" USING WS-IC-ACTION WS-IC-INTERFACE
               WS-IC-FILE WS-IC-RESULT WS-IC-MESSAGE
           IF WS-IC-RESULT = 'N'
               DISPLAY "*** bank_statement.dat refused: "
                   WS-IC-MESSAGE " ***"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-IC-RESULT = 'U'
               DISPLAY "NOTE: bank_statement.dat has no header - "
                   "reconciled as an unframed file."
           END-IF
           PERFORM LOAD-STATEMENT-FILE
           IF WS-ST-USED = 0
               DISPLAY "No usable lines in bank_statement.dat - "
               PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM LOAD-PAYMENT-REGISTER
           PERFORM MATCH-OUTBOUND-PAYMENTS
           IF WS-RG-USED > 0
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "OUTBOUND PAYMENT BATCHES" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM REPORT-OUTBOUND-BATCHES
               IF WS-BATCH-COUNT = 0
                   MOVE "  (no batch sent or settled in this span)"
                       TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "ON THEIR STATEMENT, NOT ON OUR FILE"

           PERFORM WRITE-RECON-TOTALS
           CLOSE REPORT-FILE
           IF WS-IC-RESULT = 'Y'
               MOVE "R" TO WS-IC-ACTION
               CALL "INBOUNDCHK" USING WS-IC-ACTION WS-IC-INTERFACE
                   WS-IC-FILE WS-IC-RESULT WS-IC-MESSAGE
               IF WS-IC-RESULT NOT = 'Y'
                   DISPLAY "*** WARNING: bank_statement.dat not "
                       "entered on the registry: " WS-IC-MESSAGE
                       " ***"
               END-IF
           END-IF

           MOVE WS-MATCHED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Matched:                    " WS-EDIT-COUNT
           MOVE WS-OUTBOUND-COUNT TO WS-EDIT-COUNT
           DISPLAY "Outbound payments settled:  " WS-EDIT-COUNT
           MOVE WS-OURS-COUNT TO WS-EDIT-COUNT
           DISPLAY "Ours, never confirmed:      " WS-EDIT-COUNT
           MOVE WS-THEIRS-COUNT TO WS-EDIT-COUNT
                   WS-TOKEN-TYPE WS-TOKEN-AMOUNT WS-TOKEN-CURR
           END-UNSTRING
           IF WS-TOKEN-REF = SPACES
               OR WS-TOKEN-REF = "HDR" OR WS-TOKEN-REF = "TRL"
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-DATE) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-AMOUNT) NOT = 0
               EXIT PARAGRAPH
               PERFORM WRITE-REPORT-LINE
           END-IF.

       LOAD-PAYMENT-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REGISTER-EOF = 'Y'
               READ REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-REGISTER-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-REGISTER-LINE
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.

       LOAD-ONE-REGISTER-LINE.
           MOVE SPACES TO WS-RG-TOKEN-BATCH WS-RG-TOKEN-REF
               WS-RG-TOKEN-TRANSID WS-RG-TOKEN-PAYEE
               WS-RG-TOKEN-ACCT WS-RG-TOKEN-AMOUNT WS-RG-TOKEN-CURR
           UNSTRING REGISTER-LINE DELIMITED BY ","
               INTO WS-RG-TOKEN-BATCH WS-RG-TOKEN-REF
                   WS-RG-TOKEN-TRANSID WS-RG-TOKEN-PAYEE
                   WS-RG-TOKEN-ACCT WS-RG-TOKEN-AMOUNT
                   WS-RG-TOKEN-CURR
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-RG-TOKEN-BATCH) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-RG-TOKEN-TRANSID) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-RG-TOKEN-PAYEE) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-RG-TOKEN-AMOUNT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-RG-USED >= 5000
               IF WS-RG-FULL-WARNED = 'N'
                   DISPLAY "*** WARNING: payment register table "
                       "full (5000) - later batches not reconciled "
                       "***"
                   MOVE 'Y' TO WS-RG-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RG-USED
           SET WS-RG-IDX TO WS-RG-USED
           COMPUTE WS-RG-BATCH(WS-RG-IDX) =
               FUNCTION NUMVAL(WS-RG-TOKEN-BATCH)
           MOVE WS-RG-TOKEN-REF TO WS-RG-REF(WS-RG-IDX)
           COMPUTE WS-RG-TRANSID(WS-RG-IDX) =
               FUNCTION NUMVAL(WS-RG-TOKEN-TRANSID)
           COMPUTE WS-RG-PAYEE(WS-RG-IDX) =
               FUNCTION NUMVAL(WS-RG-TOKEN-PAYEE)
           COMPUTE WS-RG-AMOUNT(WS-RG-IDX) =
               FUNCTION NUMVAL(WS-RG-TOKEN-AMOUNT)
           MOVE WS-RG-TOKEN-CURR TO WS-RG-CURR(WS-RG-IDX)
           MOVE 'N' TO WS-RG-SETTLED(WS-RG-IDX).

      *> Statement lines our postings did not claim are tried
      *> against the payment register: same reference, same
      *> amount. A paired line is no longer "not on our file".
       MATCH-OUTBOUND-PAYMENTS.
           IF WS-RG-USED = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-USED
               IF WS-ST-MATCHED(WS-ST-IDX) = 'N'
                   AND WS-ST-REF(WS-ST-IDX)(1:2) = "OB"
                   PERFORM MATCH-ONE-OUTBOUND
               END-IF
           END-PERFORM.

       MATCH-ONE-OUTBOUND.
           MOVE 'N' TO WS-RG-HIT
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-RG-USED
                       OR WS-RG-HIT = 'Y'
               IF WS-RG-SETTLED(WS-RG-IDX) = 'N'
                   AND WS-RG-REF(WS-RG-IDX) = WS-ST-REF(WS-ST-IDX)
                   AND WS-RG-AMOUNT(WS-RG-IDX)
                       = WS-ST-AMOUNT(WS-ST-IDX)
                   MOVE 'Y' TO WS-RG-HIT
               END-IF
           END-PERFORM
           IF WS-RG-HIT = 'Y'
               SET WS-RG-IDX DOWN BY 1
               MOVE 'Y' TO WS-RG-SETTLED(WS-RG-IDX)
               MOVE 'Y' TO WS-ST-MATCHED(WS-ST-IDX)
               ADD 1 TO WS-OUTBOUND-COUNT
               ADD WS-ST-AMOUNT(WS-ST-IDX) TO WS-OUTBOUND-TOTAL
           END-IF.

      *> The register is appended batch by batch, so each batch is
      *> a contiguous run of rows.
       REPORT-OUTBOUND-BATCHES.
           MOVE 1 TO WS-RG-FIRST
           PERFORM UNTIL WS-RG-FIRST > WS-RG-USED
               MOVE WS-RG-BATCH(WS-RG-FIRST) TO WS-BATCH-ID
               MOVE WS-RG-FIRST TO WS-RG-LAST
               PERFORM UNTIL WS-RG-LAST >= WS-RG-USED
                       OR WS-RG-BATCH(WS-RG-LAST + 1)
                           NOT = WS-BATCH-ID
                   ADD 1 TO WS-RG-LAST
               END-PERFORM
               PERFORM REPORT-ONE-BATCH
               COMPUTE WS-RG-FIRST = WS-RG-LAST + 1
           END-PERFORM.

       REPORT-ONE-BATCH.
           MOVE 0 TO WS-SENT-COUNT WS-SENT-TOTAL WS-SETTLED-COUNT
               WS-SETTLED-TOTAL
           PERFORM VARYING WS-RG-IDX FROM WS-RG-FIRST BY 1
                   UNTIL WS-RG-IDX > WS-RG-LAST
               ADD 1 TO WS-SENT-COUNT
               ADD WS-RG-AMOUNT(WS-RG-IDX) TO WS-SENT-TOTAL
               IF WS-RG-SETTLED(WS-RG-IDX) = 'Y'
                   ADD 1 TO WS-SETTLED-COUNT
                   ADD WS-RG-AMOUNT(WS-RG-IDX) TO WS-SETTLED-TOTAL
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-BATCH-SHOWN
           IF WS-SETTLED-COUNT > 0
               MOVE 'Y' TO WS-BATCH-SHOWN
           END-IF
           IF WS-BATCH-ID >= WS-ST-MIN-DATE
               AND WS-BATCH-ID <= WS-ST-MAX-DATE
               MOVE 'Y' TO WS-BATCH-SHOWN
           END-IF
           IF WS-BATCH-SHOWN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BATCH-COUNT
           MOVE WS-BATCH-ID TO WS-EDIT-DATE
           MOVE WS-SENT-COUNT TO WS-EDIT-COUNT
           MOVE WS-SENT-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  batch " DELIMITED BY SIZE
                   WS-EDIT-DATE DELIMITED BY SIZE
                   "  sent    " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SETTLED-COUNT TO WS-EDIT-COUNT
           MOVE WS-SETTLED-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "                  settled " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-RG-IDX FROM WS-RG-FIRST BY 1
                   UNTIL WS-RG-IDX > WS-RG-LAST
               IF WS-RG-SETTLED(WS-RG-IDX) = 'N'
                   PERFORM REPORT-ONE-UNSETTLED
               END-IF
           END-PERFORM.

       REPORT-ONE-UNSETTLED.
           MOVE WS-RG-TRANSID(WS-RG-IDX) TO WS-EDIT-ID
           MOVE WS-RG-PAYEE(WS-RG-IDX)   TO WS-EDIT-PAYEE
           MOVE WS-RG-AMOUNT(WS-RG-IDX)  TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    unsettled " DELIMITED BY SIZE
                   WS-RG-REF(WS-RG-IDX) DELIMITED BY SIZE
                   " trans #" DELIMITED BY SIZE
                   WS-EDIT-ID DELIMITED BY SIZE
                   " payee " DELIMITED BY SIZE
                   WS-EDIT-PAYEE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RG-CURR(WS-RG-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       REPORT-THEIRS-UNMATCHED.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-USED
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OUTBOUND-COUNT TO WS-EDIT-COUNT
           MOVE WS-OUTBOUND-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "OUTBOUND SETTLED:        " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "  TOTAL " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OURS-COUNT TO WS-EDIT-COUNT
           MOVE WS-OURS-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
