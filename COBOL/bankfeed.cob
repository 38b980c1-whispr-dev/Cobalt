      *> Imports the correspondent bank's daily activity file
      *> (bank_feed.dat) into transactions.dat so nobody re-keys it
      *> line by line. Each feed line is
      *>     EXTREF,DATE,ACCT,TYPE,AMOUNT[,CURR[,COUNTERPARTY]]
      *> and is validated the same way TRANSACTIONS-WRITER's batch
      *> mode validates its control lines. The bank's reference
      *> number is carried onto the created record (TRANS-EXT-REF),
      *> continue from the highest on file and the control-total
      *> trailer is refreshed after the import, exactly as the
      *> writer does after its own appends.
      *> A line naming its counterparty (the remitter or
      *> beneficiary on the other side) has that name screened
      *> against the sanctions watchlist through SANCHECK. A match
      *> does not stop the import - the money has already moved at
      *> the correspondent - but is queued for SANCREVIEW through
      *> SCRNQPUT and raised on the alert file, and an analyst's
      *> confirmation there freezes the account.
      *> Before anything is imported the file itself is proven
      *> through INBOUNDCHK - header sender, date and sequence
      *> against inbound_registry.dat, trailer count and amount
      *> hash against the lines - and a refused file imports
      *> nothing. The HDR and TRL lines are not feed lines. Once
      *> the import completes the file is entered on the registry,
      *> so the same file sent again is refused as a duplicate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT WAREHOUSE-FILE ASSIGN TO "warehouse.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           COPY TRANSREC.

       FD  FEED-FILE.
       01  FEED-LINE          PIC X(100).

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-RECORD.
           COPY WHSEREC.

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
       01  WS-FEED-STATUS     PIC XX.
       01  WS-FEED-EOF        PIC X VALUE 'N'.
       01  WS-FEED-DATE       PIC 9(8).
       01  WS-CURR            PIC X(3).

      *> Counterparty screening (SANCHECK / SCRNQPUT).
       01  WS-COUNTERPARTY       PIC X(40).
       01  WS-SANC-HIT           PIC X.
       01  WS-SANC-ENTRY         PIC X(12).
       01  WS-SANC-LIST          PIC X(10).
       01  WS-SANC-LISTED-NAME   PIC X(40).
       01  WS-SANC-SCORE         PIC 9(3).
       01  WS-SANC-HIT-NO        PIC 9(6).
       01  WS-SANC-SOURCE        PIC X VALUE "F".
       01  WS-SANC-COUNT         PIC 9(7) VALUE 0.
       01  WS-EDIT-SANC          PIC Z(6)9.

      *> The feed is processed in windows of up to 500 reference-
      *> bearing lines: each window's references are collected,
      *> marked against transactions.dat, and imported before the
       01  WS-FEED-EXHAUSTED  PIC X VALUE 'N'.
       01  WS-REF-SEEN        PIC X.

      *> Booking date: the feed line's own date, except that a line
      *> imported after the capture cut-off (CAPDATE) books no
      *> earlier than the next business day - the day it was
      *> imported into is already proofed. A line that ends up dated
      *> after the business date waits on warehouse.dat (WHSEPUT)
      *> for POSTLEDGER to release on the day, and its reference
      *> counts as already loaded while it waits.
       01  WS-CAPTURE-DATE    PIC 9(8).
       01  WS-BOOK-DATE       PIC 9(8).
       01  WS-WH-STATUS       PIC XX.
       01  WS-WH-EOF          PIC X.
       01  WS-WH-ID           PIC 9(13).
       01  WS-WH-OK           PIC X.
       01  WS-WH-CAPTURED-BY  PIC X(20) VALUE "BANKFEED".
       01  WS-WAREHOUSED-COUNT PIC 9(7) VALUE 0.
       01  WS-EDIT-WAREHOUSED PIC Z(6)9.

      *> Sentinel and trailer bookkeeping, mirroring the writer.
       01  WS-TRAILER-ID      PIC 9(13) VALUE 9999999999999.
       01  WS-TRAILER-COUNT   PIC 9(7) VALUE 0.
       01  WS-BR-FOUND           PIC X.
       01  WS-BR-ANY             PIC X.

      *> File-level control (INBOUNDCHK/inbound_registry.dat).
       01  WS-IC-ACTION          PIC X.
       01  WS-IC-INTERFACE       PIC X(8) VALUE "FEED".
       01  WS-IC-FILE            PIC X(40) VALUE "bank_feed.dat".
       01  WS-IC-RESULT          PIC X.
       01  WS-IC-MESSAGE         PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE SPACES TO WS-BRANCH-TEXT
      *> marks must be computed from the transactions.dat no other
      *> import can still be appending to, or two overlapping feed
      *> runs would each miss the other's references.
           PERFORM CHECK-FEED-FILE
           PERFORM LOAD-FEED-WINDOW
           IF WS-FT-COUNT = 0
               DISPLAY "No usable lines in bank_feed.dat - nothing "
                   "imported."
               PERFORM REGISTER-FEED-FILE
               MOVE "R" TO WS-LOCK-ACTION
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
                   WS-LOCK-RESULT
           IF WS-IMPORTED-COUNT > 0
               PERFORM WRITE-TRAILER-RECORD
           END-IF
           PERFORM REGISTER-FEED-FILE

           IF WS-LEDGER-OPEN = 'Y'
               CLOSE LEDGER-FILE
           MOVE WS-IMPORTED-COUNT TO WS-EDIT-IMPORTED
           MOVE WS-REJECTED-COUNT TO WS-EDIT-REJECTED
           MOVE WS-DUP-COUNT      TO WS-EDIT-DUP
           MOVE WS-WAREHOUSED-COUNT TO WS-EDIT-WAREHOUSED
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
               WS-EDIT-DUP
           DISPLAY "Feed lines rejected as invalid: "
               WS-EDIT-REJECTED
           DISPLAY "Feed lines warehoused for a later date: "
               WS-EDIT-WAREHOUSED
           MOVE WS-SANC-COUNT TO WS-EDIT-SANC
           DISPLAY "Counterparty watchlist hits queued for review: "
               WS-EDIT-SANC
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> The file must be the one expected before a line of it is
      *> read: a refusal releases the lock and ends the run with
      *> nothing imported.
       CHECK-FEED-FILE.
           MOVE "C" TO WS-IC-ACTION
           CALL "INBOUNDCHK" USING WS-IC-ACTION WS-IC-INTERFACE
               WS-IC-FILE WS-IC-RESULT WS-IC-MESSAGE
           IF WS-IC-RESULT = 'U'
               DISPLAY "NOTE: bank_feed.dat has no header - "
                   "imported as an unframed file."
           END-IF
           IF WS-IC-RESULT NOT = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "*** bank_feed.dat refused: " WS-IC-MESSAGE
               " ***"
           MOVE "E" TO WS-ALERT-SEV
           MOVE "BANKFEED" TO WS-ALERT-PROGRAM
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "feed refused: " DELIMITED BY SIZE
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

      *> Imported: the file goes on the registry as received.
       REGISTER-FEED-FILE.
           IF WS-IC-RESULT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-IC-ACTION
           CALL "INBOUNDCHK" USING WS-IC-ACTION WS-IC-INTERFACE
               WS-IC-FILE WS-IC-RESULT WS-IC-MESSAGE
           IF WS-IC-RESULT NOT = 'Y'
               DISPLAY "*** WARNING: bank_feed.dat not entered on "
                   "the registry: " WS-IC-MESSAGE " ***"
           END-IF.

      *> Collect the next window of up to 500 reference-bearing
      *> lines, skipping the lines earlier windows already consumed.
      *> WS-MORE-REFS notes that a further window remains.
               INTO WS-EXT-REF-TEXT
           END-UNSTRING
           IF WS-EXT-REF-TEXT = SPACES
               OR WS-EXT-REF-TEXT = "HDR" OR WS-EXT-REF-TEXT = "TRL"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REF-ORDINAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           PERFORM MARK-REFS-WAREHOUSED.

      *> Lines still waiting on warehouse.dat are loaded too.
       MARK-REFS-WAREHOUSED.
           OPEN INPUT WAREHOUSE-FILE
           IF WS-WH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-WH-EOF
           PERFORM UNTIL WS-WH-EOF = 'Y'
               READ WAREHOUSE-FILE
                   AT END
                       MOVE 'Y' TO WS-WH-EOF
                   NOT AT END
                       IF WH-EXT-REF NOT = SPACES
                           MOVE WH-EXT-REF TO TRANS-EXT-REF
                           PERFORM MARK-ONE-REFERENCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAREHOUSE-FILE.

       MARK-ONE-REFERENCE.
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
       IMPORT-ONE-LINE.
           MOVE SPACES TO WS-EXT-REF-TEXT WS-DATE-TEXT
               WS-ACCT-ID-TEXT WS-TYPE WS-AMOUNT-TEXT WS-CURR-TEXT
               WS-COUNTERPARTY
           UNSTRING FEED-LINE DELIMITED BY ","
               INTO WS-EXT-REF-TEXT WS-DATE-TEXT WS-ACCT-ID-TEXT
                   WS-TYPE WS-AMOUNT-TEXT WS-CURR-TEXT
                   WS-COUNTERPARTY
           END-UNSTRING
           IF WS-EXT-REF-TEXT = SPACES
               OR WS-EXT-REF-TEXT = "HDR" OR WS-EXT-REF-TEXT = "TRL"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REF-ORDINAL
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-KYC-DEBIT-BLOCK
           IF WS-KYC-ALLOWED NOT = 'Y'
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Refusing debit, review overdue: " FEED-LINE
               MOVE "W" TO WS-ALERT-SEV
               MOVE "BANKFEED" TO WS-ALERT-PROGRAM
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "KYC review overdue: " DELIMITED BY SIZE
                       FEED-LINE(1:40) DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               END-STRING
               CALL "ALERTLOG" USING WS-ALERT-SEV
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FEED-DATE TO WS-BOOK-DATE
           CALL "CAPDATE" USING WS-CAPTURE-DATE
           IF WS-CAPTURE-DATE > WS-BUS-DATE
               AND WS-BOOK-DATE < WS-CAPTURE-DATE
               MOVE WS-CAPTURE-DATE TO WS-BOOK-DATE
           END-IF
           ADD 1 TO WS-TRANS-ID
           MOVE WS-TRANS-ID     TO TRANS-ID
           MOVE WS-TYPE         TO TRANS-TYPE
           MOVE WS-BOOK-DATE    TO TRANS-DATE
           MOVE WS-ACCT-ID      TO TRANS-ACCT-ID
           MOVE WS-AMOUNT       TO TRANS-AMOUNT
           MOVE ZERO            TO TRANS-REF-ID
           MOVE ZERO            TO TRANS-TO-ACCT
           MOVE WS-TELLER       TO TRANS-TELLER
           MOVE ZERO            TO TRANS-CHECK-NO
           IF WS-BOOK-DATE > WS-BUS-DATE
               SUBTRACT 1 FROM WS-TRANS-ID
               CALL "WHSEPUT" USING TRANSACTION-RECORD
                   WS-WH-CAPTURED-BY WS-WH-ID WS-WH-OK
               IF WS-WH-OK NOT = 'Y'
                   DISPLAY "ERROR filing future-dated feed line on "
                       "warehouse.dat"
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-WAREHOUSED-COUNT
           ELSE
               WRITE TRANSACTION-RECORD
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR writing transactions.dat, status = "
                       WS-FILE-STATUS
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           ADD 1 TO WS-IMPORTED-COUNT
           IF WS-COUNTERPARTY NOT = SPACES
               PERFORM SCREEN-COUNTERPARTY
           END-IF
      *> A repeat of this reference later in the same window must
      *> now refuse as well.
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
               END-IF
           END-PERFORM.

       SCREEN-COUNTERPARTY.
           MOVE FUNCTION UPPER-CASE(WS-COUNTERPARTY)
               TO WS-COUNTERPARTY
           CALL "SANCHECK" USING WS-COUNTERPARTY WS-SANC-HIT
               WS-SANC-ENTRY WS-SANC-LIST WS-SANC-LISTED-NAME
               WS-SANC-SCORE
           IF WS-SANC-HIT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           CALL "SCRNQPUT" USING WS-SANC-SOURCE WS-ACCT-ID
               WS-EXT-REF-TEXT WS-COUNTERPARTY WS-SANC-ENTRY
               WS-SANC-LIST WS-SANC-LISTED-NAME WS-SANC-SCORE
               WS-SANC-HIT-NO
           ADD 1 TO WS-SANC-COUNT
           DISPLAY "Watchlist hit on counterparty of "
               WS-EXT-REF-TEXT ": " WS-COUNTERPARTY
           MOVE "BANKFEED" TO WS-ALERT-PROGRAM
           MOVE SPACES TO WS-ALERT-MESSAGE
           IF WS-SANC-HIT-NO = 0
               MOVE "E" TO WS-ALERT-SEV
               STRING "hit NOT QUEUED ref " DELIMITED BY SIZE
                       WS-EXT-REF-TEXT DELIMITED BY SPACE
                       " entry " DELIMITED BY SIZE
                       WS-SANC-ENTRY DELIMITED BY SPACE
                   INTO WS-ALERT-MESSAGE
               END-STRING
           ELSE
               MOVE "W" TO WS-ALERT-SEV
               STRING "counterparty watchlist hit ref "
                           DELIMITED BY SIZE
                       WS-EXT-REF-TEXT DELIMITED BY SPACE
                       " entry " DELIMITED BY SIZE
                       WS-SANC-ENTRY DELIMITED BY SPACE
                   INTO WS-ALERT-MESSAGE
               END-STRING
           END-IF
           CALL "ALERTLOG" USING WS-ALERT-SEV
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE.

      *> Know-your-customer debit block, as in TRANSACTIONS-WRITER:
      *> with KYC_DEBIT_BLOCK=Y a withdrawal for a customer whose
      *> periodic review is overdue past its grace period (KYCCHECK)
      *> is refused; deposits still import.
       CHECK-KYC-DEBIT-BLOCK.
           MOVE 'Y' TO WS-KYC-ALLOWED
           IF WS-TYPE NOT = "WD"
               EXIT PARAGRAPH
           END-IF
           CALL "KYCCHECK" USING WS-KYC-FUNCTION WS-ACCT-ID
               WS-KYC-CUSTOMER WS-KYC-STATUS WS-KYC-DUE-DATE
               WS-KYC-GRACE-END WS-KYC-ID-EXPIRED WS-KYC-BLOCK
           IF WS-KYC-BLOCK = 'Y'
               MOVE 'N' TO WS-KYC-ALLOWED
           END-IF.

       VALIDATE-FEED-LINE.
           MOVE 'N' TO WS-LINE-VALID
      *> References starting ESTATE are reserved for the estate
      *> settlement postings (ESTSETTLE), the only ones POSTLEDGER
      *> lets onto a frozen account, and DISPUTE for the dispute
      *> credits and their reversals (DISPUTE), which POSTLEDGER
      *> neither holds nor refuses - a feed line must never pass
      *> for either. ODINTEREST marks ODINTEREST's debit interest
      *> charges, which PROFITRPT counts apart from fee income.
           IF FUNCTION UPPER-CASE(WS-EXT-REF-TEXT(1:6)) = "ESTATE"
               OR FUNCTION UPPER-CASE(WS-EXT-REF-TEXT(1:7))
                   = "DISPUTE"
               OR FUNCTION UPPER-CASE(WS-EXT-REF-TEXT(1:10))
                   = "ODINTEREST"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-TYPE) TO WS-TYPE
           IF WS-TYPE NOT = "DP" AND WS-TYPE NOT = "WD"
               AND WS-TYPE NOT = "FE" AND WS-TYPE NOT = "IN"
                   CALL "PRODCAT" USING L-PRODUCT WS-PROD-METHOD
                       WS-PROD-RATE WS-PROD-FEE WS-PROD-WAIVER
                       WS-PROD-OD-LIMIT WS-PROD-OD-RATE
                       WS-PROD-WD-LIMIT WS-PROD-ACCRUAL
                       WS-PROD-FOUND
                   IF WS-PROD-FOUND = 'Y'
                       AND WS-PROD-WD-LIMIT > 0
                       MOVE WS-PROD-WD-LIMIT TO WS-WD-LIMIT
