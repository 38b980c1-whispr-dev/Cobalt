               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PAYEE-FILE ASSIGN TO "payees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-STATUS.

           SELECT MANDATE-FILE ASSIGN TO "mandates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATE-STATUS.

           SELECT SIGN-FILE ASSIGN TO "sign_waiting.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SIGN-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ledger_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  PAYEE-FILE.
       01  PAYEE-LINE         PIC X(80).

       FD  MANDATE-FILE.
       01  MANDATE-LINE       PIC X(40).

       FD  SIGN-FILE.
       01  SIGN-RECORD.
           COPY SIGNREC.

       FD  AUDIT-FILE.
       01  AUDIT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS     PIC XX.

       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-LEDGER-OPEN        PIC X VALUE 'N'.
       01  WS-WD-ALLOWED         PIC X.
      *> Know-your-customer debit block - see CHECK-KYC-DEBIT-BLOCK.
       01  WS-KYC-ALLOWED        PIC X.
       01  WS-KYC-FUNCTION       PIC X VALUE "A".
       01  WS-KYC-CUSTOMER.
           COPY CUSTREC REPLACING LEADING ==C-== BY ==WS-KC-==.
       01  WS-KYC-STATUS         PIC X.
       01  WS-KYC-DUE-DATE       PIC 9(8).
       01  WS-KYC-GRACE-END      PIC 9(8).
       01  WS-KYC-ID-EXPIRED     PIC X.
       01  WS-KYC-BLOCK          PIC X.
       01  WS-WD-LIMIT           PIC 9(7)V99.
       01  WS-WD-TODAY-TOTAL     PIC 9(9)V99.
       01  WS-WD-SCAN-EOF        PIC X.
       01  WS-PROD-OD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-OD-RATE       PIC 9(3)V99 COMP-3.
       01  WS-PROD-WD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-ACCRUAL       PIC X.
       01  WS-PROD-FOUND         PIC X.
       01  WS-CONTROL-STATUS  PIC XX.
       01  WS-TRANS-ID        PIC 9(13) VALUE 0.
       01  WS-BR-FOUND           PIC X.
       01  WS-BR-ANY             PIC X.
       01  WS-ALREADY-REVERSED  PIC X VALUE 'N'.
      *> A deposit already charged back as a returned item (RI,
      *> RETITEM) has had its money taken back once; reversing it
      *> as well would take it twice.
       01  WS-ALREADY-RETURNED  PIC X VALUE 'N'.
      *> A dispute's provisional credit (external reference DISPUTE)
      *> is taken back only by resolving the case in DISPUTE, which
      *> keeps the case and the money in step.
       01  WS-ORIG-DISPUTE      PIC X VALUE 'N'.
       01  WS-LOOKUP-EOF        PIC X VALUE 'N'.

      *> Batch mode's own position bookmark: the number of
       01  WS-CHECK-NO           PIC 9(6) VALUE 0.
       01  WS-CHECK-TEXT         PIC X(6).

      *> External payee on a WD (PAYEEMAINT/payees.dat): prompted in
      *> interactive capture, the sixth comma field on a batch WD
      *> line (ACCT,WD,AMOUNT,CURR,CHECKNO,PAYEE). The payee must be
      *> on file and approved by a checker; it is carried on the
      *> record as a PY link (TRANS-REF-ID = payee number) for
      *> PAYOUTFILE to send out. Zero = no external payee.
       01  WS-PAYEE-NO           PIC 9(5) VALUE 0.
       01  WS-PAYEE-TEXT         PIC X(6).
       01  WS-PAYEE-CHECK        PIC S9(6).
       01  WS-PAYEE-VALID        PIC X.
       01  WS-PAYEE-STATUS       PIC XX.
       01  WS-PAYEE-EOF          PIC X.
       01  WS-PY-TOKEN-NO        PIC X(5).
       01  WS-PY-TOKEN-NAME      PIC X(30).
       01  WS-PY-TOKEN-ROUTING   PIC X(9).
       01  WS-PY-TOKEN-EXTACCT   PIC X(17).
       01  WS-PY-TOKEN-APPROVED  PIC X.

      *> A trailer record (sentinel TRANS-ID 9999999999999, the
      *> PIC 9(13) max) is appended as the last record of
      *> transactions.dat on every run, recording the record count
       01  WS-LOCK-RESULT        PIC X.
       01  WS-PERIOD-CLOSED      PIC X.

      *> Booking date and warehousing. Each item is booked to its
      *> capture date (CAPDATE - the business date, or the next
      *> business day once the CAPTURE_CUTOFF time has passed), or
      *> to a later effective date keyed with it: prompted in
      *> interactive capture, the seventh comma field on a batch
      *> line (ACCT,TYPE,AMOUNT,4th,5th,6th,YYYYMMDD - empty fields
      *> keep their places). An effective date before the business
      *> date is refused, as is one more than WS-EFF-HORIZON days
      *> out; one between the business date and a rolled capture
      *> date is booked to the capture date. A reversal always
      *> books at once. Whatever ends up dated after the business
      *> date is not written to transactions.dat at all but filed
      *> on warehouse.dat (WHSEPUT) for POSTLEDGER to release on
      *> the day.
       01  WS-CAPTURE-DATE       PIC 9(8).
       01  WS-EFF-DATE           PIC 9(8) VALUE 0.
       01  WS-EFF-TEXT           PIC X(8).
       01  WS-EFF-VALID          PIC X.
       01  WS-EFF-HORIZON        PIC 9(3) VALUE 366.
       01  WS-EFF-DAYS           PIC S9(7).
       01  WS-DATEVAL-OPTIONS    PIC X(2) VALUE SPACES.
       01  WS-DATEVAL-RESULT     PIC X.
       01  WS-WH-ID              PIC 9(13).
       01  WS-WH-OK              PIC X.
       01  WS-WH-CAPTURED-BY     PIC X(20)
               VALUE "TRANSACTIONS-WRITER".
       01  WS-WAREHOUSED-COUNT   PIC 9(7) VALUE 0.

      *> Signing mandates (MANDMAINT/mandates.dat): a WD or TF out
      *> of an account whose mandate is "any two to sign", or "two
      *> over an amount" with the amount above it, needs a second,
      *> different teller's authorization before it is written. In
      *> interactive capture the second teller keys their id at the
      *> terminal; otherwise - and always in batch mode - the item
      *> waits on sign_waiting.dat (SIGNREC.cpy) until a second
      *> teller works the queue in (A)uthorize mode. Every second-
      *> teller decision is stamped into ledger_audit.log with both
      *> tellers. No mandate line = any one to sign.
       01  WS-MANDATE-STATUS     PIC XX.
       01  WS-MANDATE-EOF        PIC X VALUE 'N'.
       01  WS-MD-TOKEN-ACCT      PIC X(6).
       01  WS-MD-TOKEN-RULE      PIC X(1).
       01  WS-MD-TOKEN-LIMIT     PIC X(12).
       01  WS-MANDATE-TABLE.
           05 WS-MD-ROW OCCURS 1000 TIMES INDEXED BY WS-MD-IDX.
               10 WS-MD-ACCT     PIC 9(6).
               10 WS-MD-RULE     PIC X.
               10 WS-MD-LIMIT    PIC 9(7)V99.
       01  WS-MD-USED            PIC 9(4) VALUE 0.
       01  WS-MD-HIT             PIC X.
       01  WS-SECOND-NEEDED      PIC X.
       01  WS-MANDATE-RULE       PIC X.
       01  WS-SECOND-TELLER      PIC X(4).
       01  WS-SECOND-DONE        PIC X.
       01  WS-SIGN-STATUS        PIC XX.
       01  WS-SIGN-EOF           PIC X.
       01  WS-SIGN-ID            PIC 9(13) VALUE 0.
       01  WS-SIGN-ID-FOUND      PIC X VALUE 'N'.
       01  WS-SIGN-QUEUED-COUNT  PIC 9(7) VALUE 0.
       01  WS-SIGN-AUTH-COUNT    PIC 9(7) VALUE 0.
       01  WS-SIGN-DECL-COUNT    PIC 9(7) VALUE 0.
       01  WS-SIGN-OWN-COUNT     PIC 9(7) VALUE 0.
       01  WS-SIGN-DECISION      PIC X.
       01  WS-SIGN-QUIT          PIC X.
       01  WS-SIGN-SAVE-TELLER   PIC X(4).
       01  WS-SIGN-SAVE-BRANCH   PIC 9(3).
       01  WS-SIGN-EDIT-ACCT     PIC 9(6).
       01  WS-SIGN-EDIT-AMOUNT   PIC Z,ZZZ,ZZ9.99.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-AUDIT-OPEN         PIC X VALUE 'N'.
       01  WS-AUDIT-DATE         PIC 9(8).
       01  WS-AUDIT-TIME         PIC 9(8).
       01  WS-AUDIT-ACTION-TEXT  PIC X(8).
       01  WS-AUDIT-ITEM         PIC 9(13).
       01  WS-AUDIT-MAKER        PIC X(4).

      *> File-level control of batch_input.dat (INBOUNDCHK/
      *> inbound_registry.dat): in batch mode the file must pass its
      *> header and trailer checks before a line is captured; the
      *> HDR and TRL lines themselves are not control lines. The
      *> file is entered on the registry once the run completes, so
      *> a restart is not refused as its own duplicate.
       01  WS-IC-ACTION          PIC X.
       01  WS-IC-INTERFACE       PIC X(8) VALUE "BATCH".
       01  WS-IC-FILE            PIC X(40) VALUE "batch_input.dat".
       01  WS-IC-RESULT          PIC X VALUE SPACE.
       01  WS-IC-MESSAGE         PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOOP.
      *> Lets an unattended caller (e.g. BATCH-CONTROL) pick the mode
           ACCEPT WS-MODE FROM ENVIRONMENT "TRANS_WRITER_MODE"
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           PERFORM UNTIL WS-MODE = 'I' OR WS-MODE = 'B'
                   OR WS-MODE = 'A'
               DISPLAY "(I)nteractive, (B)atch, or (A)uthorize "
                   "items waiting for a second signature? "
               ACCEPT WS-MODE
               MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           END-PERFORM
           IF WS-MODE = 'A' AND WS-TELLER = SPACES
               DISPLAY "*** Authorizing needs a signed-on teller - "
                   "set TRANS_TELLER and retry ***"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "T" TO WS-LOCK-ACTION
           MOVE "TRANSACTIONS-WRITER" TO WS-LOCK-HOLDER
               GOBACK
           END-IF

           IF WS-MODE = 'B'
               PERFORM CHECK-BATCH-INPUT-FILE
           END-IF

           PERFORM FIND-NEXT-TRANS-ID

           OPEN I-O TRANSACTION-FILE
               COMPUTE WS-DEFAULT-WD-LIMIT =
                   FUNCTION NUMVAL(WS-DEFAULT-WD-TEXT)
           END-IF
           PERFORM LOAD-MANDATE-FILE
           PERFORM OPEN-AUDIT-FILE

           EVALUATE WS-MODE
               WHEN 'B'
                   PERFORM BATCH-INPUT
               WHEN 'A'
                   PERFORM AUTHORIZE-WAITING
               WHEN OTHER
                   PERFORM INTERACTIVE-INPUT
           END-EVALUATE

           IF WS-LEDGER-OPEN = 'Y'
               CLOSE LEDGER-FILE
           END-IF
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE AUDIT-FILE
           END-IF

           CLOSE TRANSACTION-FILE
           IF WS-FILE-STATUS NOT = "00"
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-WAREHOUSED-COUNT TO WS-EOD-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Warehoused for a later date: " DELIMITED BY SIZE
                   WS-EOD-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-SIGN-QUEUED-COUNT TO WS-EOD-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Left waiting for a second signature: "
                       DELIMITED BY SIZE
                   WS-EOD-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           IF WS-MODE = 'A'
               MOVE WS-SIGN-AUTH-COUNT TO WS-EOD-EDIT-COUNT
               MOVE SPACES TO EOD-LINE
               STRING "  Authorized by a second teller: "
                           DELIMITED BY SIZE
                       WS-EOD-EDIT-COUNT DELIMITED BY SIZE
                   INTO EOD-LINE
               END-STRING
               WRITE EOD-LINE
               MOVE WS-SIGN-DECL-COUNT TO WS-EOD-EDIT-COUNT
               MOVE SPACES TO EOD-LINE
               STRING "  Declined by a second teller: "
                           DELIMITED BY SIZE
                       WS-EOD-EDIT-COUNT DELIMITED BY SIZE
                   INTO EOD-LINE
               END-STRING
               WRITE EOD-LINE
           END-IF
           IF WS-MODE = 'B' AND WS-IC-RESULT NOT = SPACE
               MOVE SPACES TO EOD-LINE
               STRING "  Batch input file: " DELIMITED BY SIZE
                       WS-IC-MESSAGE DELIMITED BY SIZE
                   INTO EOD-LINE
               END-STRING
               WRITE EOD-LINE
           END-IF
           CLOSE EOD-FILE.

       INTERACTIVE-INPUT.
                       END-PERFORM
                   END-IF
               END-IF
               MOVE 0 TO WS-CHECK-NO WS-PAYEE-NO
               IF WS-TYPE = "WD"
                   MOVE 'N' TO WS-PAYEE-VALID
                   PERFORM UNTIL WS-PAYEE-VALID = 'Y'
                       DISPLAY "External payee number (blank = "
                           "none): "
                       MOVE SPACES TO WS-PAYEE-TEXT
                       ACCEPT WS-PAYEE-TEXT
                       IF WS-PAYEE-TEXT = SPACES
                           MOVE 'Y' TO WS-PAYEE-VALID
                       ELSE
                           PERFORM VALIDATE-PAYEE-TEXT
                           IF WS-PAYEE-VALID NOT = 'Y'
                               DISPLAY "No approved payee with that "
                                   "number - PAYEEMAINT adds payees, "
                                   "APPROVE releases them"
                           END-IF
                       END-IF
                   END-PERFORM
                   DISPLAY "Check number (blank = not paid by "
                       "check): "
                   MOVE SPACES TO WS-CHECK-TEXT
                       END-IF
                   END-IF
               END-IF
               MOVE 0 TO WS-EFF-DATE
               IF WS-TYPE NOT = "RV"
                   MOVE 'N' TO WS-EFF-VALID
                   PERFORM UNTIL WS-EFF-VALID = 'Y'
                       DISPLAY "Effective date YYYYMMDD (blank = "
                           "book now): "
                       MOVE SPACES TO WS-EFF-TEXT
                       ACCEPT WS-EFF-TEXT
                       PERFORM VALIDATE-EFF-TEXT
                       IF WS-EFF-VALID NOT = 'Y'
                           DISPLAY "Invalid effective date - a real "
                               "date from today's business date to "
                               WS-EFF-HORIZON " days ahead"
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM CHECK-DAILY-WD-LIMIT
               PERFORM CHECK-KYC-DEBIT-BLOCK
               EVALUATE TRUE
                   WHEN WS-WD-ALLOWED NOT = 'Y'
                       DISPLAY "*** Refused: this withdrawal would "
                           "take the account past its daily "
                           "withdrawal limit - key the next "
                           "transaction ***"
                       PERFORM RAISE-INTERACTIVE-LIMIT-ALERT
                   WHEN WS-KYC-ALLOWED NOT = 'Y'
                       DISPLAY "*** Refused: the customer's periodic "
                           "review is overdue - debits are blocked "
                           "until it is done ***"
                       PERFORM RAISE-KYC-BLOCK-ALERT
                   WHEN OTHER
                       PERFORM CHECK-SIGNING-MANDATE
                       IF WS-SECOND-NEEDED = 'Y'
                           PERFORM CAPTURE-SECOND-SIGNATURE
                       ELSE
                           PERFORM WRITE-ONE-TRANSACTION
                       END-IF
                       PERFORM SAVE-CHECKPOINT
               END-EVALUATE
           END-PERFORM

           PERFORM CLEAR-CHECKPOINT.
                   NOT AT END
                       ADD 1 TO WS-BATCH-LINE-NUM
                       IF WS-BATCH-LINE-NUM > WS-BATCH-RESUME-LINE
                         AND FUNCTION UPPER-CASE(CONTROL-LINE(1:4))
                             NOT = "HDR,"
                         AND FUNCTION UPPER-CASE(CONTROL-LINE(1:4))
                             NOT = "TRL,"
      *> UNSTRING leaves receivers untouched when the line has fewer
      *> comma fields, so clear them first - otherwise a short line
      *> would silently inherit the previous line's values. The
                           MOVE SPACES TO WS-ACCT-ID-TEXT WS-TYPE
                               WS-AMOUNT-TEXT WS-REF-ID-TEXT
                               WS-CURR-TEXT WS-FIFTH-TEXT
                           MOVE SPACES TO WS-PAYEE-TEXT WS-EFF-TEXT
                           MOVE 0 TO WS-CHECK-NO WS-PAYEE-NO
                           UNSTRING CONTROL-LINE DELIMITED BY ","
                               INTO WS-ACCT-ID-TEXT WS-TYPE
                                   WS-AMOUNT-TEXT WS-REF-ID-TEXT
                                   WS-FIFTH-TEXT WS-PAYEE-TEXT
                                   WS-EFF-TEXT
                           END-UNSTRING
                           MOVE FUNCTION UPPER-CASE(WS-TYPE) TO WS-TYPE
                           PERFORM VALIDATE-ACCT-ID-TEXT
                                       MOVE 'N' TO WS-TYPE-VALID
                                   END-IF
                               END-IF
                               IF WS-TYPE = "WD"
                                   AND WS-PAYEE-TEXT NOT = SPACES
                                   PERFORM VALIDATE-PAYEE-TEXT
                                   IF WS-PAYEE-VALID NOT = 'Y'
                                       DISPLAY "Unknown or unapproved "
                                           "payee on control line"
                                       MOVE 'N' TO WS-TYPE-VALID
                                   END-IF
                               END-IF
                           END-IF
                           MOVE 0 TO WS-EFF-DATE
                           IF WS-EFF-TEXT NOT = SPACES
                               IF WS-TYPE = "RV"
                                   DISPLAY "A reversal cannot carry an "
                                       "effective date"
                                   MOVE 'N' TO WS-TYPE-VALID
                               ELSE
                                   PERFORM VALIDATE-EFF-TEXT
                                   IF WS-EFF-VALID NOT = 'Y'
                                       DISPLAY "Invalid effective date "
                                           "on control line"
                                       MOVE 'N' TO WS-TYPE-VALID
                                   END-IF
                               END-IF
                           END-IF
                           IF WS-ACCT-ID-VALID = 'Y'
                                   AND WS-TYPE-VALID = 'Y'
                                   AND WS-AMOUNT-VALID = 'Y'
                               PERFORM CHECK-DAILY-WD-LIMIT
                               PERFORM CHECK-KYC-DEBIT-BLOCK
                               EVALUATE TRUE
                                   WHEN WS-WD-ALLOWED NOT = 'Y'
                                       DISPLAY "Refusing over-limit "
                                           "withdrawal: " CONTROL-LINE
                                       PERFORM RAISE-LIMIT-ALERT
                                   WHEN WS-KYC-ALLOWED NOT = 'Y'
                                       DISPLAY "Refusing debit, "
                                           "review overdue: "
                                           CONTROL-LINE
                                       PERFORM RAISE-KYC-BLOCK-ALERT
                                   WHEN OTHER
                                       PERFORM CHECK-SIGNING-MANDATE
                                       IF WS-SECOND-NEEDED = 'Y'
                                           PERFORM QUEUE-FOR-SIGNATURE
                                       ELSE
                                           ADD 1 TO WS-TRANS-ID
                                           PERFORM
                                               WRITE-ONE-TRANSACTION
                                       END-IF
                               END-EVALUATE
                           ELSE
                               DISPLAY "Skipping invalid control "
                                   "line: " CONTROL-LINE
           END-PERFORM

           CLOSE CONTROL-FILE
           PERFORM CLEAR-BATCH-CHECKPOINT
           PERFORM REGISTER-BATCH-INPUT-FILE.

      *> A refused file captures nothing: the lock is released and
      *> the run ends before transactions.dat is opened.
       CHECK-BATCH-INPUT-FILE.
           MOVE "C" TO WS-IC-ACTION
           CALL "INBOUNDCHK" USING WS-IC-ACTION WS-IC-INTERFACE
               WS-IC-FILE WS-IC-RESULT WS-IC-MESSAGE
           IF WS-IC-RESULT = 'U'
               DISPLAY "NOTE: batch_input.dat has no header - "
                   "captured as an unframed file."
           END-IF
           IF WS-IC-RESULT NOT = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "*** batch_input.dat refused: " WS-IC-MESSAGE
               " ***"
           MOVE "E" TO WS-ALERT-SEV
           MOVE "TRANSACTIONS-WRITER" TO WS-ALERT-PROGRAM
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "batch refused: " DELIMITED BY SIZE
                   WS-IC-MESSAGE DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
           END-STRING
           CALL "ALERTLOG" USING WS-ALERT-SEV
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           MOVE 1 TO RETURN-CODE
           GOBACK.

       REGISTER-BATCH-INPUT-FILE.
           IF WS-IC-RESULT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-IC-ACTION
           CALL "INBOUNDCHK" USING WS-IC-ACTION WS-IC-INTERFACE
               WS-IC-FILE WS-IC-RESULT WS-IC-MESSAGE
           IF WS-IC-RESULT NOT = 'Y'
               DISPLAY "*** WARNING: batch_input.dat not entered on "
                   "the registry: " WS-IC-MESSAGE " ***"
           END-IF.

       CHECK-FOR-BATCH-CHECKPOINT.
           MOVE 0 TO WS-BATCH-RESUME-LINE
               END-IF
           END-IF.

      *> The payee must be on payees.dat with the checker's
      *> approval flag set; an unapproved payee cannot be paid.
       VALIDATE-PAYEE-TEXT.
           MOVE 'N' TO WS-PAYEE-VALID
           MOVE 0 TO WS-PAYEE-NO
           IF FUNCTION TEST-NUMVAL(WS-PAYEE-TEXT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PAYEE-CHECK = FUNCTION NUMVAL(WS-PAYEE-TEXT)
           IF WS-PAYEE-CHECK <= 0 OR WS-PAYEE-CHECK > 99999
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PAYEE-FILE
           IF WS-PAYEE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PAYEE-EOF
           PERFORM UNTIL WS-PAYEE-EOF = 'Y' OR WS-PAYEE-VALID = 'Y'
               READ PAYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-PAYEE-EOF
                   NOT AT END
                       MOVE SPACES TO WS-PY-TOKEN-NO
                           WS-PY-TOKEN-APPROVED
                       UNSTRING PAYEE-LINE DELIMITED BY ","
                           INTO WS-PY-TOKEN-NO WS-PY-TOKEN-NAME
                               WS-PY-TOKEN-ROUTING
                               WS-PY-TOKEN-EXTACCT
                               WS-PY-TOKEN-APPROVED
                       END-UNSTRING
                       IF FUNCTION TEST-NUMVAL(WS-PY-TOKEN-NO) = 0
                           IF FUNCTION NUMVAL(WS-PY-TOKEN-NO)
                                   = WS-PAYEE-CHECK
                               AND WS-PY-TOKEN-APPROVED = "Y"
                               MOVE 'Y' TO WS-PAYEE-VALID
                               MOVE WS-PAYEE-CHECK TO WS-PAYEE-NO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYEE-FILE.

       VALIDATE-REF-ID-TEXT.
           MOVE 'N' TO WS-REF-VALID
           IF FUNCTION TEST-NUMVAL(WS-REF-ID-TEXT) = 0
       LOOKUP-ORIGINAL-TRANS.
           MOVE 'N' TO WS-ORIG-FOUND
           MOVE 'N' TO WS-ALREADY-REVERSED
           MOVE 'N' TO WS-ALREADY-RETURNED
           MOVE 'N' TO WS-ORIG-DISPUTE
           MOVE 'N' TO WS-LOOKUP-EOF
           CLOSE TRANSACTION-FILE
           OPEN INPUT TRANSACTION-FILE
                           MOVE TRANS-ACCT-ID TO WS-ORIG-ACCT
                           MOVE TRANS-AMOUNT  TO WS-ORIG-AMOUNT
                           MOVE TRANS-CURR    TO WS-ORIG-CURR
                           IF TRANS-EXT-REF(1:7) = "DISPUTE"
                               MOVE 'Y' TO WS-ORIG-DISPUTE
                           END-IF
                       END-IF
                       IF TRANS-TYPE = "RV"
                           AND TRANS-REF-ID = WS-REF-ID
                           MOVE 'Y' TO WS-ALREADY-REVERSED
                       END-IF
                       IF TRANS-TYPE = "RI"
                           AND TRANS-REF-ID = WS-REF-ID
                           MOVE 'Y' TO WS-ALREADY-RETURNED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
                       "been reversed"
                   MOVE 'N' TO WS-REF-VALID
               END-IF
               IF WS-ALREADY-RETURNED = 'Y'
                   DISPLAY "Transaction " WS-REF-ID " has already "
                       "been charged back as a returned item"
                   MOVE 'N' TO WS-REF-VALID
               END-IF
               IF WS-ORIG-DISPUTE = 'Y'
                   DISPLAY "Transaction " WS-REF-ID " is a dispute "
                       "posting - resolve the case in DISPUTE"
                   MOVE 'N' TO WS-REF-VALID
               END-IF
           END-IF.

      *> Batch reversal lines carry the original id in the fourth
               MOVE 'N' TO WS-TYPE-VALID
           END-IF.

      *> Blank = book at the capture date (WS-EFF-DATE zero).
       VALIDATE-EFF-TEXT.
           MOVE 'N' TO WS-EFF-VALID
           MOVE 0 TO WS-EFF-DATE
           IF WS-EFF-TEXT = SPACES
               MOVE 'Y' TO WS-EFF-VALID
               EXIT PARAGRAPH
           END-IF
           IF WS-EFF-TEXT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EFF-TEXT TO WS-EFF-DATE
           CALL "DATEVAL" USING WS-EFF-DATE WS-DATEVAL-OPTIONS
               WS-DATEVAL-RESULT
           IF WS-DATEVAL-RESULT NOT = 'Y'
               MOVE 0 TO WS-EFF-DATE
               EXIT PARAGRAPH
           END-IF
           CALL "BUSDATE" USING WS-TODAY
           COMPUTE WS-EFF-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-EFF-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY)
           IF WS-EFF-DAYS < 0 OR WS-EFF-DAYS > WS-EFF-HORIZON
               MOVE 0 TO WS-EFF-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-EFF-VALID.

       VALIDATE-CURR-TEXT.
           MOVE 'N' TO WS-CURR-VALID
           MOVE FUNCTION UPPER-CASE(WS-CURR-TEXT) TO WS-CURR-TEXT
       WRITE-ONE-TRANSACTION.
      *> Stamped with the operator-advanced business date (BUSDATE /
      *> business_date.dat), not the machine clock, so a batch that
      *> slips past midnight still books to the day being processed
      *> - unless the capture cut-off or a keyed effective date puts
      *> it later (see WS-CAPTURE-DATE).
           CALL "BUSDATE" USING WS-TODAY
           CALL "CAPDATE" USING WS-CAPTURE-DATE
           MOVE WS-TRANS-ID TO TRANS-ID
           MOVE WS-TYPE TO TRANS-TYPE
      *> A reversal books to the business date whatever the clock
      *> says: filed away it would be invisible to the already-
      *> reversed check, and the original could be backed out twice.
           EVALUATE TRUE
               WHEN WS-TYPE = "RV"
                   MOVE WS-TODAY TO TRANS-DATE
               WHEN WS-EFF-DATE > WS-CAPTURE-DATE
                   MOVE WS-EFF-DATE TO TRANS-DATE
               WHEN OTHER
                   MOVE WS-CAPTURE-DATE TO TRANS-DATE
           END-EVALUATE
           MOVE WS-ACCT-ID TO TRANS-ACCT-ID
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           IF WS-TYPE = "RV"
               MOVE WS-REF-ID   TO TRANS-REF-ID
               MOVE WS-ORIG-TYPE TO TRANS-REF-TYPE
           ELSE
               IF WS-TYPE = "WD" AND WS-PAYEE-NO NOT = 0
                   MOVE WS-PAYEE-NO TO TRANS-REF-ID
                   MOVE "PY"        TO TRANS-REF-TYPE
               ELSE
                   MOVE ZERO   TO TRANS-REF-ID
                   MOVE SPACES TO TRANS-REF-TYPE
               END-IF
           END-IF
           MOVE WS-CURR TO TRANS-CURR
           MOVE SPACES TO TRANS-EXT-REF
           END-IF
           MOVE WS-TELLER   TO TRANS-TELLER
           MOVE WS-CHECK-NO TO TRANS-CHECK-NO
           IF TRANS-DATE > WS-TODAY
               PERFORM WAREHOUSE-ONE-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           WRITE TRANSACTION-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR writing transactions.dat, status = "
               GOBACK
           END-IF.

      *> A future-dated item waits on warehouse.dat instead. In
      *> batch and authorize mode the id it would have taken is
      *> handed back to the next item; interactive capture has
      *> already shown the id to the teller, so there it is simply
      *> left unused.
       WAREHOUSE-ONE-TRANSACTION.
           CALL "WHSEPUT" USING TRANSACTION-RECORD WS-WH-CAPTURED-BY
               WS-WH-ID WS-WH-OK
           IF WS-WH-OK NOT = 'Y'
               DISPLAY "ERROR filing future-dated transaction on "
                   "warehouse.dat"
               CLOSE TRANSACTION-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-WAREHOUSED-COUNT
           DISPLAY "Dated " TRANS-DATE " - warehoused as item "
               WS-WH-ID " until then"
           IF WS-MODE NOT = 'I'
               SUBTRACT 1 FROM WS-TRANS-ID
           END-IF.

      *> Ids are date-plus-sequence: after finding the highest id on
      *> file, the floor is raised to the business date's range
      *> (YYYYMMDD * 100000) so the first transaction of a new day
                   CALL "PRODCAT" USING L-PRODUCT WS-PROD-METHOD
                       WS-PROD-RATE WS-PROD-FEE WS-PROD-WAIVER
                       WS-PROD-OD-LIMIT WS-PROD-OD-RATE
                       WS-PROD-WD-LIMIT WS-PROD-ACCRUAL
                       WS-PROD-FOUND
                   IF WS-PROD-FOUND = 'Y'
                       AND WS-PROD-WD-LIMIT > 0
                       MOVE WS-PROD-WD-LIMIT TO WS-WD-LIMIT
           END-STRING
           CALL "ALERTLOG" USING WS-ALERT-SEV
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE.

      *> Know-your-customer debit block at capture - with
      *> KYC_DEBIT_BLOCK=Y a customer whose periodic review is
      *> overdue past its grace period (KYCCHECK) can take no new
      *> withdrawal or transfer out until CUSTMAINT records the
      *> review. Credits, fees, and reversals still post. An account
      *> with no customer record is not tracked and never blocked.
       CHECK-KYC-DEBIT-BLOCK.
           MOVE 'Y' TO WS-KYC-ALLOWED
           IF WS-TYPE NOT = "WD" AND WS-TYPE NOT = "TF"
               EXIT PARAGRAPH
           END-IF
           CALL "KYCCHECK" USING WS-KYC-FUNCTION WS-ACCT-ID
               WS-KYC-CUSTOMER WS-KYC-STATUS WS-KYC-DUE-DATE
               WS-KYC-GRACE-END WS-KYC-ID-EXPIRED WS-KYC-BLOCK
           IF WS-KYC-BLOCK = 'Y'
               MOVE 'N' TO WS-KYC-ALLOWED
           END-IF.

       RAISE-KYC-BLOCK-ALERT.
           MOVE "W" TO WS-ALERT-SEV
           MOVE "TRANSACTIONS-WRITER" TO WS-ALERT-PROGRAM
           MOVE WS-ACCT-ID TO WS-ALERT-ACCT
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "KYC review overdue, debit refused: acct "
                   DELIMITED BY SIZE
                   WS-ALERT-ACCT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TYPE DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
           END-STRING
           CALL "ALERTLOG" USING WS-ALERT-SEV
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE.

      *>----------------------------------------------------------
      *> Signing mandates.
      *>----------------------------------------------------------
       LOAD-MANDATE-FILE.
           OPEN INPUT MANDATE-FILE
           IF WS-MANDATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MANDATE-EOF = 'Y'
               READ MANDATE-FILE
                   AT END
                       MOVE 'Y' TO WS-MANDATE-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-MANDATE
               END-READ
           END-PERFORM
           CLOSE MANDATE-FILE.

       LOAD-ONE-MANDATE.
           MOVE SPACES TO WS-MD-TOKEN-ACCT WS-MD-TOKEN-RULE
               WS-MD-TOKEN-LIMIT
           UNSTRING MANDATE-LINE DELIMITED BY ","
               INTO WS-MD-TOKEN-ACCT WS-MD-TOKEN-RULE
                   WS-MD-TOKEN-LIMIT
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-MD-TOKEN-ACCT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MD-USED >= 1000
               DISPLAY "*** WARNING: mandate table full (1000), "
                   "line ignored: " MANDATE-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MD-USED
           COMPUTE WS-MD-ACCT(WS-MD-USED) =
               FUNCTION NUMVAL(WS-MD-TOKEN-ACCT)
           MOVE FUNCTION UPPER-CASE(WS-MD-TOKEN-RULE)
               TO WS-MD-RULE(WS-MD-USED)
           MOVE 0 TO WS-MD-LIMIT(WS-MD-USED)
           IF WS-MD-TOKEN-LIMIT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-MD-TOKEN-LIMIT) = 0
               COMPUTE WS-MD-LIMIT(WS-MD-USED) =
                   FUNCTION NUMVAL(WS-MD-TOKEN-LIMIT)
           END-IF.

      *> Only money going out needs the mandate: credits, fees and
      *> reversals take one signature whatever the account's rule.
       CHECK-SIGNING-MANDATE.
           MOVE 'N' TO WS-SECOND-NEEDED
           MOVE SPACE TO WS-MANDATE-RULE
           IF WS-TYPE NOT = "WD" AND WS-TYPE NOT = "TF"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MD-HIT
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
                   UNTIL WS-MD-IDX > WS-MD-USED
                       OR WS-MD-HIT = 'Y'
               IF WS-MD-ACCT(WS-MD-IDX) = WS-ACCT-ID
                   MOVE 'Y' TO WS-MD-HIT
               END-IF
           END-PERFORM
           IF WS-MD-HIT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           SET WS-MD-IDX DOWN BY 1
           MOVE WS-MD-RULE(WS-MD-IDX) TO WS-MANDATE-RULE
           EVALUATE WS-MANDATE-RULE
               WHEN "2"
                   MOVE 'Y' TO WS-SECOND-NEEDED
               WHEN "T"
                   IF WS-AMOUNT > WS-MD-LIMIT(WS-MD-IDX)
                       MOVE 'Y' TO WS-SECOND-NEEDED
                   END-IF
           END-EVALUATE.

      *> The second teller stands at the capturing teller's terminal
      *> and keys their own id; blank leaves the item waiting for
      *> the authorize queue instead. With no capturing teller
      *> signed on there is no first signature to pair with, so the
      *> item always waits.
       CAPTURE-SECOND-SIGNATURE.
           DISPLAY "*** The account's signing mandate needs a second "
               "signature for this item ***"
           IF WS-TELLER = SPACES
               DISPLAY "No capturing teller signed on (TRANS_TELLER) "
                   "- the item is left waiting."
               PERFORM QUEUE-FOR-SIGNATURE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SECOND-DONE
           PERFORM UNTIL WS-SECOND-DONE = 'Y'
               DISPLAY "Authorizing teller id (blank = leave it "
                   "waiting for authorization): "
               MOVE SPACES TO WS-SECOND-TELLER
               ACCEPT WS-SECOND-TELLER
               MOVE FUNCTION UPPER-CASE(WS-SECOND-TELLER)
                   TO WS-SECOND-TELLER
               IF WS-SECOND-TELLER = WS-TELLER
                   DISPLAY "The second signature must come from a "
                       "different teller."
               ELSE
                   MOVE 'Y' TO WS-SECOND-DONE
               END-IF
           END-PERFORM
           IF WS-SECOND-TELLER = SPACES
               PERFORM QUEUE-FOR-SIGNATURE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ONE-TRANSACTION
           IF TRANS-DATE > WS-TODAY
               MOVE WS-WH-ID TO WS-AUDIT-ITEM
           ELSE
               MOVE TRANS-ID TO WS-AUDIT-ITEM
           END-IF
           MOVE "SIGAUTH"        TO WS-AUDIT-ACTION-TEXT
           MOVE WS-TELLER        TO WS-AUDIT-MAKER
           MOVE WS-SECOND-TELLER TO WS-SIGN-SAVE-TELLER
           PERFORM WRITE-SIGN-AUDIT
           DISPLAY "Authorized by teller " WS-SECOND-TELLER ".".

      *> Files the item on sign_waiting.dat instead of writing it.
      *> Its number continues from the highest on file, in the
      *> business date's range (the WHSEPUT numbering).
       QUEUE-FOR-SIGNATURE.
           CALL "BUSDATE" USING WS-TODAY
           IF WS-SIGN-ID-FOUND NOT = 'Y'
               PERFORM FIND-NEXT-SIGN-ID
           END-IF
           ADD 1 TO WS-SIGN-ID
           MOVE WS-SIGN-ID    TO SG-ID
           MOVE WS-TYPE       TO SG-TRANS-TYPE
           MOVE WS-EFF-DATE   TO SG-EFF-DATE
           MOVE WS-ACCT-ID    TO SG-ACCT-ID
           MOVE WS-AMOUNT     TO SG-AMOUNT
           IF WS-TYPE = "WD" AND WS-PAYEE-NO NOT = 0
               MOVE WS-PAYEE-NO TO SG-REF-ID
               MOVE "PY"        TO SG-REF-TYPE
           ELSE
               MOVE ZERO   TO SG-REF-ID
               MOVE SPACES TO SG-REF-TYPE
           END-IF
           MOVE WS-CURR       TO SG-CURR
           MOVE SPACES        TO SG-EXT-REF
           MOVE WS-BRANCH     TO SG-BRANCH
           IF WS-TYPE = "TF"
               MOVE WS-TO-ACCT-ID TO SG-TO-ACCT
           ELSE
               MOVE ZERO TO SG-TO-ACCT
           END-IF
           MOVE WS-TELLER       TO SG-TELLER
           MOVE WS-CHECK-NO     TO SG-CHECK-NO
           MOVE WS-TODAY        TO SG-CAPTURED-DATE
           MOVE WS-MANDATE-RULE TO SG-RULE
           MOVE "W"             TO SG-STATUS
           MOVE SPACES          TO SG-DECIDED-BY
           MOVE ZERO            TO SG-DECIDED-DATE SG-TRANS-ID
           OPEN EXTEND SIGN-FILE
           IF WS-SIGN-STATUS = "35"
               OPEN OUTPUT SIGN-FILE
               CLOSE SIGN-FILE
               OPEN EXTEND SIGN-FILE
           END-IF
           IF WS-SIGN-STATUS NOT = "00"
               DISPLAY "ERROR opening sign_waiting.dat, status = "
                   WS-SIGN-STATUS
               CLOSE TRANSACTION-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           WRITE SIGN-RECORD
           IF WS-SIGN-STATUS NOT = "00"
               DISPLAY "ERROR writing sign_waiting.dat, status = "
                   WS-SIGN-STATUS
               CLOSE SIGN-FILE
               CLOSE TRANSACTION-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE SIGN-FILE
           ADD 1 TO WS-SIGN-QUEUED-COUNT
           DISPLAY "Waiting for a second signature as item "
               WS-SIGN-ID.

       FIND-NEXT-SIGN-ID.
           MOVE 'Y' TO WS-SIGN-ID-FOUND
           COMPUTE WS-SIGN-ID = WS-TODAY * 100000
           OPEN INPUT SIGN-FILE
           IF WS-SIGN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SIGN-EOF
           PERFORM UNTIL WS-SIGN-EOF = 'Y'
               READ SIGN-FILE
                   AT END
                       MOVE 'Y' TO WS-SIGN-EOF
                   NOT AT END
                       IF SG-ID > WS-SIGN-ID
                           MOVE SG-ID TO WS-SIGN-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIGN-FILE.

      *> Authorize mode: the signed-on teller works through the
      *> items still waiting, other than their own captures, and
      *> authorizes (written to transactions.dat, or warehoused if
      *> still future-dated), declines, or skips each one. The
      *> daily withdrawal limit and the review block are checked
      *> again as of today, since the item may have waited a while.
      *> The item keeps its capturing teller and branch, so the
      *> teller proof still finds the cash in the right drawer.
       AUTHORIZE-WAITING.
           OPEN I-O SIGN-FILE
           IF WS-SIGN-STATUS = "35"
               DISPLAY "Nothing is waiting for a second signature."
               EXIT PARAGRAPH
           END-IF
           IF WS-SIGN-STATUS NOT = "00"
               DISPLAY "ERROR opening sign_waiting.dat, status = "
                   WS-SIGN-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SIGN-EOF WS-SIGN-QUIT
           PERFORM UNTIL WS-SIGN-EOF = 'Y' OR WS-SIGN-QUIT = 'Y'
               READ SIGN-FILE
                   AT END
                       MOVE 'Y' TO WS-SIGN-EOF
                   NOT AT END
                       IF SG-STATUS = "W"
                           IF SG-TELLER = WS-TELLER
                               ADD 1 TO WS-SIGN-OWN-COUNT
                           ELSE
                               PERFORM REVIEW-ONE-WAITING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIGN-FILE
           DISPLAY "Authorized: " WS-SIGN-AUTH-COUNT
               "  declined: " WS-SIGN-DECL-COUNT
           IF WS-SIGN-OWN-COUNT > 0
               DISPLAY "Your own captures left for another teller: "
                   WS-SIGN-OWN-COUNT
           END-IF.

       REVIEW-ONE-WAITING.
           MOVE SG-ACCT-ID TO WS-SIGN-EDIT-ACCT
           MOVE SG-AMOUNT  TO WS-SIGN-EDIT-AMOUNT
           DISPLAY "Item " SG-ID ": " SG-TRANS-TYPE " acct "
               WS-SIGN-EDIT-ACCT " " WS-SIGN-EDIT-AMOUNT " "
               SG-CURR " keyed by " SG-TELLER " on "
               SG-CAPTURED-DATE
           IF SG-TRANS-TYPE = "TF"
               MOVE SG-TO-ACCT TO WS-SIGN-EDIT-ACCT
               DISPLAY "    to account " WS-SIGN-EDIT-ACCT
           END-IF
           IF SG-REF-TYPE = "PY"
               DISPLAY "    to payee " SG-REF-ID
           END-IF
           MOVE SPACE TO WS-SIGN-DECISION
           PERFORM UNTIL WS-SIGN-DECISION = "A"
                   OR WS-SIGN-DECISION = "D"
                   OR WS-SIGN-DECISION = "S"
                   OR WS-SIGN-DECISION = "Q"
               DISPLAY "(A)uthorize, (D)ecline, (S)kip, or (Q)uit? "
               ACCEPT WS-SIGN-DECISION
               MOVE FUNCTION UPPER-CASE(WS-SIGN-DECISION)
                   TO WS-SIGN-DECISION
           END-PERFORM
           EVALUATE WS-SIGN-DECISION
               WHEN "A"
                   PERFORM AUTHORIZE-ONE-WAITING
               WHEN "D"
                   PERFORM DECLINE-ONE-WAITING
               WHEN "Q"
                   MOVE 'Y' TO WS-SIGN-QUIT
           END-EVALUATE.

       AUTHORIZE-ONE-WAITING.
           MOVE SG-TRANS-TYPE TO WS-TYPE
           MOVE SG-ACCT-ID    TO WS-ACCT-ID
           MOVE SG-AMOUNT     TO WS-AMOUNT
           MOVE SG-CURR       TO WS-CURR
           MOVE SG-TO-ACCT    TO WS-TO-ACCT-ID
           MOVE SG-CHECK-NO   TO WS-CHECK-NO
           MOVE SG-EFF-DATE   TO WS-EFF-DATE
           MOVE 0 TO WS-PAYEE-NO
           IF SG-REF-TYPE = "PY"
               MOVE SG-REF-ID TO WS-PAYEE-NO
           END-IF
           PERFORM CHECK-DAILY-WD-LIMIT
           PERFORM CHECK-KYC-DEBIT-BLOCK
           IF WS-WD-ALLOWED NOT = 'Y'
               DISPLAY "*** Not written: this withdrawal would take "
                   "the account past today's withdrawal limit - "
                   "left waiting ***"
               EXIT PARAGRAPH
           END-IF
           IF WS-KYC-ALLOWED NOT = 'Y'
               DISPLAY "*** Not written: the customer's periodic "
                   "review is overdue - left waiting ***"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TELLER TO WS-SIGN-SAVE-TELLER
           MOVE WS-BRANCH TO WS-SIGN-SAVE-BRANCH
           MOVE SG-TELLER TO WS-TELLER
           MOVE SG-BRANCH TO WS-BRANCH
           ADD 1 TO WS-TRANS-ID
           PERFORM WRITE-ONE-TRANSACTION
           MOVE WS-SIGN-SAVE-TELLER TO WS-TELLER
           MOVE WS-SIGN-SAVE-BRANCH TO WS-BRANCH
           MOVE "A"       TO SG-STATUS
           MOVE WS-TELLER TO SG-DECIDED-BY
           MOVE WS-TODAY  TO SG-DECIDED-DATE
           IF TRANS-DATE > WS-TODAY
               MOVE ZERO     TO SG-TRANS-ID
               MOVE WS-WH-ID TO WS-AUDIT-ITEM
           ELSE
               MOVE TRANS-ID TO SG-TRANS-ID
               MOVE TRANS-ID TO WS-AUDIT-ITEM
           END-IF
           PERFORM REWRITE-SIGN-RECORD
           ADD 1 TO WS-SIGN-AUTH-COUNT
           MOVE "SIGAUTH" TO WS-AUDIT-ACTION-TEXT
           MOVE SG-TELLER TO WS-AUDIT-MAKER
           PERFORM WRITE-SIGN-AUDIT
           DISPLAY "Authorized.".

       DECLINE-ONE-WAITING.
           CALL "BUSDATE" USING WS-TODAY
           MOVE "D"       TO SG-STATUS
           MOVE WS-TELLER TO SG-DECIDED-BY
           MOVE WS-TODAY  TO SG-DECIDED-DATE
           MOVE ZERO      TO SG-TRANS-ID
           PERFORM REWRITE-SIGN-RECORD
           ADD 1 TO WS-SIGN-DECL-COUNT
           MOVE SG-ACCT-ID TO WS-ACCT-ID
           MOVE SG-ID      TO WS-AUDIT-ITEM
           MOVE "SIGDECL"  TO WS-AUDIT-ACTION-TEXT
           MOVE SG-TELLER  TO WS-AUDIT-MAKER
           MOVE WS-TELLER  TO WS-SIGN-SAVE-TELLER
           PERFORM WRITE-SIGN-AUDIT
           DISPLAY "Declined - nothing written.".

       REWRITE-SIGN-RECORD.
           REWRITE SIGN-RECORD
           IF WS-SIGN-STATUS NOT = "00"
               DISPLAY "ERROR rewriting sign_waiting.dat, status = "
                   WS-SIGN-STATUS
           END-IF.

       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
               MOVE 'Y' TO WS-AUDIT-OPEN
           ELSE
               DISPLAY "NOTE: could not open ledger_audit.log, "
                   "status = " WS-AUDIT-STATUS
           END-IF.

      *> Both signatures on one line: maker= the capturing teller,
      *> op= the second teller who authorized or declined.
       WRITE-SIGN-AUDIT.
           IF WS-AUDIT-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-ID TO WS-SIGN-EDIT-ACCT
           CALL "BUSDATE" USING WS-AUDIT-DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-ACTION-TEXT DELIMITED BY SPACE
                   " acct=" DELIMITED BY SIZE
                   WS-SIGN-EDIT-ACCT DELIMITED BY SIZE
                   " item=" DELIMITED BY SIZE
                   WS-AUDIT-ITEM DELIMITED BY SIZE
                   " maker=" DELIMITED BY SIZE
                   WS-AUDIT-MAKER DELIMITED BY SIZE
                   " op=" DELIMITED BY SIZE
                   WS-SIGN-SAVE-TELLER DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR writing ledger_audit.log, status = "
                   WS-AUDIT-STATUS
           END-IF.
