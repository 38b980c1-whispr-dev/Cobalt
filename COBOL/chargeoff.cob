       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEOFF.

      *> Month-end charge-off of uncollectable overdrafts. Every
      *> account in the collections queue (collections.dat, kept by
      *> COLLQUEUE) that has now been overdrawn for CHARGEOFF_DAYS
      *> business days or more (environment setting, default 90)
      *> has its overdrawn balance written off:
      *>   - a CO transaction for the overdrawn amount is generated
      *>     into transactions.dat - a credit that brings the
      *>     balance back to zero when POSTLEDGER applies it the
      *>     same night, and that GLEXTRACT posts to the loss
      *>     account rather than as a customer deposit;
      *>   - the ledger entry goes to status "W" (charged off), so
      *>     from tonight accrual, fees, debit interest and the
      *>     dormancy sweep leave it alone and POSTLEDGER takes
      *>     nothing on it but the charge-off itself and any later
      *>     recovery (RC, posted from COLLECT);
      *>   - the collections line records the amount, the date and
      *>     the CO's TRANS-ID, and moves to status W, where
      *>     recoveries are tracked against it.
      *> An account holding an open promise to pay whose date has
      *> not yet come is given until that date; a frozen account
      *> is left for whoever froze it. Each charge-off is written to
      *> ledger_audit.log.
      *> Runs straight after TRANSACTIONS-WRITER on month-end, ahead
      *> of ACCRUELEDGER, FEEENGINE and ODINTEREST, so a written-off
      *> account picks up no month-end charges. A rerun charges
      *> nothing twice - a line already at W is never picked again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTION-FILE ASSIGN TO "collections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ledger_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTION-FILE.
       01  COLLECTION-RECORD.
           COPY COLLREC.

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(80).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-COLL-STATUS        PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-TRANS-STATUS       PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-EOF                PIC X.
       01  WS-SCAN-EOF           PIC X VALUE 'N'.

      *> Run lock (RUNLOCK/run_lock.dat) so two mutating programs
      *> can never touch the data files at once.
       01  WS-LOCK-ACTION        PIC X.
       01  WS-LOCK-HOLDER        PIC X(20) VALUE "CHARGEOFF".
       01  WS-LOCK-RESULT        PIC X.

       01  WS-TODAY              PIC 9(8).

       01  WS-TRAILER-ID         PIC 9(13) VALUE 9999999999999.
       01  WS-TRANS-ID           PIC 9(13) VALUE 0.
       01  WS-DAY-FLOOR          PIC 9(13).
       01  WS-TRAILER-COUNT      PIC 9(7) VALUE 0.
       01  WS-TRAILER-TOTAL      PIC 9(9)V99 VALUE 0.

      *> Charge-off threshold in business days overdrawn, from the
      *> environment - the same setting COLLQUEUE counts down to.
       01  WS-SETTING-TEXT       PIC X(5).
       01  WS-CHGOFF-DAYS        PIC 9(5) VALUE 90.

      *> The case register, loaded whole and written back whole.
       01  WS-COLL-TABLE.
           05 WS-CL-ROW OCCURS 2000 TIMES INDEXED BY WS-CL-IDX.
               COPY COLLREC REPLACING ==05== BY ==10==
                   LEADING ==CL-== BY ==CLQ-==.
       01  WS-CL-USED            PIC 9(4) VALUE 0.

      *> Lines picked for charge-off during the ledger pass, with
      *> what the CO needs from the ledger entry. Written to
      *> transactions.dat afterwards, so the two files are never
      *> open for mutation at once.
       01  WS-PICK-TABLE.
           05 WS-PK-ROW OCCURS 2000 TIMES.
               10 WS-PK-FLAG     PIC X.
               10 WS-PK-AMOUNT   PIC 9(7)V99.
               10 WS-PK-CURR     PIC X(3).
               10 WS-PK-BRANCH   PIC 9(3).
               10 WS-PK-TRANS-ID PIC 9(13).
       01  WS-PICKED-COUNT       PIC 9(7) VALUE 0.
       01  WS-OVERDRAWN          PIC 9(10)V99.

       01  WS-AUDIT-DATE         PIC 9(8).
       01  WS-AUDIT-TIME         PIC 9(8).
       01  WS-AUDIT-ACCT-TEXT    PIC 9(6).
       01  WS-AUDIT-ACTION-TEXT  PIC X(8).

       01  WS-CHGOFF-COUNT       PIC 9(7) VALUE 0.
       01  WS-CHGOFF-TOTAL       PIC 9(9)V99 VALUE 0.
       01  WS-DEFERRED-COUNT     PIC 9(7) VALUE 0.
       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-DAYS          PIC Z(4)9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "T" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "BUSDATE" USING WS-TODAY
           MOVE SPACES TO WS-SETTING-TEXT
           ACCEPT WS-SETTING-TEXT FROM ENVIRONMENT "CHARGEOFF_DAYS"
           IF WS-SETTING-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SETTING-TEXT) = 0
               COMPUTE WS-CHGOFF-DAYS =
                   FUNCTION NUMVAL(WS-SETTING-TEXT)
           END-IF

           PERFORM LOAD-COLLECTION-FILE
           IF RETURN-CODE NOT = 0
               PERFORM RELEASE-LOCK
               GOBACK
           END-IF

           PERFORM PICK-CHARGE-OFFS

           IF WS-PICKED-COUNT = 0
               DISPLAY "No accounts due for charge-off."
               PERFORM RELEASE-LOCK
               PERFORM APPEND-EOD-SUMMARY
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

      *> Generation backup before the first mutation of the run
      *> unit (GENBACKUP rotates once per run unit).
           CALL "GENBACKUP"
           PERFORM FIND-NEXT-TRANS-ID
           PERFORM WRITE-CHARGE-OFF-TRANSACTIONS
           PERFORM WRITE-TRAILER-RECORD
           PERFORM MARK-LEDGER-CHARGED-OFF
           PERFORM REWRITE-COLLECTION-FILE
           PERFORM RELEASE-LOCK

           MOVE WS-CHGOFF-COUNT TO WS-EDIT-COUNT
           DISPLAY "Accounts charged off: " WS-EDIT-COUNT
           MOVE WS-CHGOFF-TOTAL TO WS-EDIT-TOTAL
           DISPLAY "Total charged off:    " WS-EDIT-TOTAL
           DISPLAY "Run POSTLEDGER to apply the charge-offs."
           PERFORM APPEND-EOD-SUMMARY
           MOVE 0 TO RETURN-CODE
           GOBACK.

       RELEASE-LOCK.
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT.

      *> Each queued line is checked against its ledger entry as it
      *> stands now rather than last night's refresh, so a payment
      *> posted since cannot be written off.
       PICK-CHARGE-OFFS.
           MOVE SPACES TO WS-PICK-TABLE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger.txt, status = "
                   WS-LEDGER-STATUS
               PERFORM RELEASE-LOCK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-USED
               IF CLQ-STATUS(WS-CL-IDX) = "Q"
                   PERFORM CHECK-ONE-LINE
               END-IF
           END-PERFORM
           CLOSE LEDGER-FILE.

       CHECK-ONE-LINE.
           MOVE CLQ-ACCT(WS-CL-IDX) TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF L-PRINC NOT < 0
               OR L-OD-DAYS < WS-CHGOFF-DAYS
               OR L-STATUS = "C" OR L-STATUS = "F"
               OR L-STATUS = "W"
               EXIT PARAGRAPH
           END-IF
           MOVE L-ACCT-ID TO WS-EDIT-ACCT
           IF CLQ-PROMISE-STATE(WS-CL-IDX) = "O"
               AND CLQ-PROMISE-DATE(WS-CL-IDX) >= WS-TODAY
               DISPLAY "  acct " WS-EDIT-ACCT " deferred - promise "
                   "to pay due " CLQ-PROMISE-DATE(WS-CL-IDX)
               ADD 1 TO WS-DEFERRED-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OVERDRAWN = 0 - L-PRINC
           IF WS-OVERDRAWN > 9999999.99
               DISPLAY "*** WARNING: acct " WS-EDIT-ACCT
                   " overdrawn beyond a single transaction amount - "
                   "charge off by hand ***"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y"          TO WS-PK-FLAG(WS-CL-IDX)
           MOVE WS-OVERDRAWN TO WS-PK-AMOUNT(WS-CL-IDX)
           IF L-CURR = SPACES
               MOVE "USD" TO WS-PK-CURR(WS-CL-IDX)
           ELSE
               MOVE L-CURR TO WS-PK-CURR(WS-CL-IDX)
           END-IF
           MOVE L-BRANCH     TO WS-PK-BRANCH(WS-CL-IDX)
           ADD 1 TO WS-PICKED-COUNT
           MOVE WS-OVERDRAWN TO WS-EDIT-AMOUNT
           MOVE L-OD-DAYS    TO WS-EDIT-DAYS
           DISPLAY "  acct " WS-EDIT-ACCT " charge off "
               WS-EDIT-AMOUNT " (" WS-EDIT-DAYS " days overdrawn)".

       WRITE-CHARGE-OFF-TRANSACTIONS.
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANS-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN I-O TRANSACTION-FILE
           END-IF
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
                   WS-TRANS-STATUS
               PERFORM RELEASE-LOCK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-USED
               IF WS-PK-FLAG(WS-CL-IDX) = "Y"
                   PERFORM WRITE-ONE-CHARGE-OFF
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       WRITE-ONE-CHARGE-OFF.
           ADD 1 TO WS-TRANS-ID
           MOVE WS-TRANS-ID              TO TRANS-ID
           MOVE "CO"                     TO TRANS-TYPE
           MOVE WS-TODAY                 TO TRANS-DATE
           MOVE CLQ-ACCT(WS-CL-IDX)      TO TRANS-ACCT-ID
           MOVE WS-PK-AMOUNT(WS-CL-IDX)  TO TRANS-AMOUNT
           MOVE ZERO                     TO TRANS-REF-ID
           MOVE SPACES                   TO TRANS-REF-TYPE
           MOVE WS-PK-CURR(WS-CL-IDX)    TO TRANS-CURR
           MOVE SPACES                   TO TRANS-EXT-REF
           MOVE WS-PK-BRANCH(WS-CL-IDX)  TO TRANS-BRANCH
           MOVE ZERO                     TO TRANS-TO-ACCT
           MOVE SPACES                   TO TRANS-TELLER
           MOVE ZERO                     TO TRANS-CHECK-NO
           WRITE TRANSACTION-RECORD
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR writing transactions.dat, status = "
                   WS-TRANS-STATUS
               PERFORM RELEASE-LOCK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-TRANS-ID TO WS-PK-TRANS-ID(WS-CL-IDX).

      *> The CO is on file; now the ledger entry and the collections
      *> line follow it, with an audit line for each account.
       MARK-LEDGER-CHARGED-OFF.
           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger.txt, status = "
                   WS-LEDGER-STATUS
               PERFORM RELEASE-LOCK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger_audit.log, status = "
                   WS-AUDIT-STATUS
           END-IF
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-USED
               IF WS-PK-FLAG(WS-CL-IDX) = "Y"
                   PERFORM MARK-ONE-ACCOUNT
               END-IF
           END-PERFORM
           CLOSE LEDGER-FILE
           IF WS-AUDIT-STATUS = "00"
               CLOSE AUDIT-FILE
           END-IF.

       MARK-ONE-ACCOUNT.
           MOVE CLQ-ACCT(WS-CL-IDX) TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   DISPLAY "ERROR re-reading account "
                       CLQ-ACCT(WS-CL-IDX) " for charge-off"
                   EXIT PARAGRAPH
           END-READ
           MOVE "W" TO L-STATUS
           REWRITE LEDGER-ENTRY
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR rewriting account "
                   CLQ-ACCT(WS-CL-IDX) ", status = " WS-LEDGER-STATUS
           END-IF
           MOVE "W"      TO CLQ-STATUS(WS-CL-IDX)
           MOVE WS-PK-AMOUNT(WS-CL-IDX) TO CLQ-CHGOFF-AMT(WS-CL-IDX)
           MOVE WS-TODAY TO CLQ-CHGOFF-DATE(WS-CL-IDX)
           MOVE WS-PK-TRANS-ID(WS-CL-IDX) TO CLQ-CHGOFF-ID(WS-CL-IDX)
           MOVE 0        TO CLQ-RECOVERED(WS-CL-IDX)
               CLQ-LAST-RECOVERY(WS-CL-IDX)
           IF CLQ-PROMISE-STATE(WS-CL-IDX) = "O"
               MOVE "B" TO CLQ-PROMISE-STATE(WS-CL-IDX)
           END-IF
           ADD 1 TO WS-CHGOFF-COUNT
           ADD WS-PK-AMOUNT(WS-CL-IDX) TO WS-CHGOFF-TOTAL
           IF WS-AUDIT-STATUS = "00"
               MOVE "CHGOFF" TO WS-AUDIT-ACTION-TEXT
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

      *> Batch entry - no operator signed on, so no op= field.
       WRITE-AUDIT-ENTRY.
           MOVE WS-TODAY TO WS-AUDIT-DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE CLQ-ACCT(WS-CL-IDX) TO WS-AUDIT-ACCT-TEXT
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-ACTION-TEXT DELIMITED BY SPACE
                   " acct=" DELIMITED BY SIZE
                   WS-AUDIT-ACCT-TEXT DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR writing ledger_audit.log, status = "
                   WS-AUDIT-STATUS
           END-IF.

      *>----------------------------------------------------------
      *> Files.
      *>----------------------------------------------------------
      *> The register is rewritten whole, so one longer than the
      *> table is refused outright rather than losing its tail.
       LOAD-COLLECTION-FILE.
           OPEN INPUT COLLECTION-FILE
           IF WS-COLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ COLLECTION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CL-USED >= 2000
                           DISPLAY "*** collections.dat holds more "
                               "than 2000 accounts ***"
                           MOVE 'Y' TO WS-EOF
                           MOVE 1 TO RETURN-CODE
                       ELSE
                           ADD 1 TO WS-CL-USED
                           MOVE COLLECTION-RECORD
                               TO WS-CL-ROW(WS-CL-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLECTION-FILE.

       REWRITE-COLLECTION-FILE.
           OPEN OUTPUT COLLECTION-FILE
           IF WS-COLL-STATUS NOT = "00"
               DISPLAY "ERROR rewriting collections.dat, status = "
                   WS-COLL-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-USED
               MOVE WS-CL-ROW(WS-CL-IDX) TO COLLECTION-RECORD
               WRITE COLLECTION-RECORD
           END-PERFORM
           CLOSE COLLECTION-FILE.

      *> Same highest-id scan and date-plus-sequence floor as
      *> TRANSACTIONS-WRITER so generated charge-offs continue the
      *> id sequence in the business date's range.
       FIND-NEXT-TRANS-ID.
           COMPUTE WS-DAY-FLOOR = WS-TODAY * 100000
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS = "35"
               MOVE WS-DAY-FLOOR TO WS-TRANS-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
                   WS-TRANS-STATUS
               PERFORM RELEASE-LOCK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF TRANS-ID NOT = WS-TRAILER-ID
                           AND TRANS-ID > WS-TRANS-ID
                           MOVE TRANS-ID TO WS-TRANS-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           IF WS-TRANS-ID < WS-DAY-FLOOR
               MOVE WS-DAY-FLOOR TO WS-TRANS-ID
           END-IF.

      *> Same control-total refresh as TRANSACTIONS-WRITER after
      *> its appends: rescan, then append a fresh trailer.
       WRITE-TRAILER-RECORD.
           MOVE 0   TO WS-TRAILER-COUNT
           MOVE 0   TO WS-TRAILER-TOTAL
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
                   WS-TRANS-STATUS
               PERFORM RELEASE-LOCK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF TRANS-ID NOT = WS-TRAILER-ID
                           ADD 1 TO WS-TRAILER-COUNT
                           ADD TRANS-AMOUNT TO WS-TRAILER-TOTAL
                               ON SIZE ERROR
                                   DISPLAY "*** WARNING: trailer "
                                       "total overflowed while "
                                       "summing transactions.dat ***"
                           END-ADD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE

           OPEN I-O TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
                   WS-TRANS-STATUS
               PERFORM RELEASE-LOCK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-TRAILER-ID    TO TRANS-ID
           MOVE "TR"             TO TRANS-TYPE
           MOVE 0                TO TRANS-DATE
           MOVE WS-TRAILER-COUNT TO TRANS-ACCT-ID
           COMPUTE TRANS-AMOUNT = WS-TRAILER-TOTAL
               ON SIZE ERROR
                   DISPLAY "*** WARNING: trailer total exceeds "
                       "TRANS-AMOUNT capacity, value truncated "
                       "in trailer record ***"
           END-COMPUTE
           MOVE ZERO   TO TRANS-REF-ID
           MOVE SPACES TO TRANS-REF-TYPE
           MOVE SPACES TO TRANS-CURR
           MOVE SPACES TO TRANS-EXT-REF
           MOVE ZERO   TO TRANS-BRANCH
           MOVE ZERO   TO TRANS-TO-ACCT
           MOVE SPACES TO TRANS-TELLER
           MOVE ZERO   TO TRANS-CHECK-NO
           WRITE TRANSACTION-RECORD
           IF WS-TRANS-STATUS = "22"
               REWRITE TRANSACTION-RECORD
           END-IF
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR writing trailer to transactions.dat, "
                   "status = " WS-TRANS-STATUS
           END-IF
           CLOSE TRANSACTION-FILE.

       APPEND-EOD-SUMMARY.
           OPEN EXTEND EOD-FILE
           IF WS-EOD-STATUS = "35"
               OPEN OUTPUT EOD-FILE
               CLOSE EOD-FILE
               OPEN EXTEND EOD-FILE
           END-IF
           IF WS-EOD-STATUS NOT = "00"
               DISPLAY "NOTE: could not append to eod_report.txt, "
                   "status = " WS-EOD-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE "STEP: CHARGEOFF" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-CHGOFF-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Accounts charged off:        "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-CHGOFF-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO EOD-LINE
           STRING "  Total charged off:           "
                       DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-DEFERRED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Deferred for promise to pay: "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           CLOSE EOD-FILE.
