                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT POSTED-FILE ASSIGN TO "posted_today.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

       FD  POSTED-FILE.
       01  POSTED-RECORD.
           COPY POSTREC.

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.
       01  WS-TRANS-TRAILER-ID  PIC 9(13) VALUE 9999999999999.
       01  WS-LEDGER-TRAILER-ID PIC 9(6) VALUE 999999.

      *> Tonight's activity is read from POSTLEDGER's day file
      *> (posted_today.dat) when it is for the business date and
      *> starts at or before the snapshot cursor, so it holds
      *> everything posted since the last run: each posted record's
      *> balance after less before is exactly what it did to its
      *> account, and the insufficient-funds caveat above does not
      *> apply. Records at or below the cursor were counted by an
      *> earlier run. The cursor then becomes the highest id on the
      *> day file - items POSTLEDGER generates after its pass
      *> (penalties, back-value, sweep fees) post tomorrow and are
      *> counted then. Otherwise the whole of transactions.dat is
      *> scanned as before.
       01  WS-TODAY             PIC 9(8).
       01  WS-PD-STATUS         PIC XX.
       01  WS-PD-EOF            PIC X VALUE 'N'.
       01  WS-DAY-FILE-USED     PIC X VALUE 'N'.

      *> Activity is reconciled in each account's own currency: the
      *> account entry is read by key per transaction, the amount is
      *> converted from TRANS-CURR to L-CURR the way POSTLEDGER
      *> converts it (a deposit, a withdrawal, or either leg of a
      *> customer's transfer at FXSPREAD's customer side, the rest -
      *> an overdraft sweep included - at CURRCONV mid), and
      *> postings POSTLEDGER would have sent to suspense (unknown
      *> account, frozen, closed or matured, no usable rate, closed
      *> period) are left out of expected activity. An
      *> insufficient-funds reject cannot be detected here, so one in
      *> the range still shows as a variance - the suspense report
      *> names it.
       01  WS-TO-CURR           PIC X(3).
       01  WS-CONV-AMOUNT       PIC 9(7)V99 COMP-3.
       01  WS-CONV-OK           PIC X.
       01  WS-FX-SIDE           PIC X.
       01  WS-FX-MARGIN         PIC 9(7)V99 COMP-3.
       01  WS-ACCT-FOUND        PIC X.
      *> Closed-period postings go to suspense instead of the
      *> ledger, so they are left out of expected activity through
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           IF WS-DAY-FILE-USED = 'Y'
               MOVE "  Activity read from:          posted_today.dat"
                   TO EOD-LINE
           ELSE
               MOVE "  Activity read from:          transactions.dat"
                   TO EOD-LINE
           END-IF
           WRITE EOD-LINE
           MOVE SPACES TO EOD-LINE
           STRING "  Prior ledger grand total:    "
                       DELIMITED BY SIZE
           CLOSE EOD-FILE.

       SUM-TRANSACTION-ACTIVITY.
           IF WS-FIRST-RUN = 'N'
               PERFORM SUM-POSTED-ACTIVITY
               IF WS-DAY-FILE-USED = 'Y'
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "NOTE: no day file covering the snapshot "
                   "cursor - scanning transactions.dat"
           END-IF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
               GOBACK
           END-IF.

       SUM-POSTED-ACTIVITY.
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT POSTED-FILE
           IF WS-PD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ POSTED-FILE
               AT END
                   MOVE 'Y' TO WS-PD-EOF
           END-READ
           IF WS-PD-EOF = 'Y' OR PD-REC-TYPE NOT = "H"
               OR PD-HDR-BUS-DATE NOT = WS-TODAY
               OR PD-HDR-FROM-ID > WS-LAST-TRANS-ID
               CLOSE POSTED-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DAY-FILE-USED
           MOVE WS-LAST-TRANS-ID TO WS-MAX-TRANS-ID-SEEN
           PERFORM UNTIL WS-PD-EOF = 'Y'
               READ POSTED-FILE
                   AT END
                       MOVE 'Y' TO WS-PD-EOF
                   NOT AT END
                       IF PD-REC-TYPE = "D"
                           IF PD-TRANS-ID > WS-MAX-TRANS-ID-SEEN
                               MOVE PD-TRANS-ID
                                   TO WS-MAX-TRANS-ID-SEEN
                           END-IF
                           IF PD-STATUS = "P"
                               AND PD-TRANS-ID > WS-LAST-TRANS-ID
                               PERFORM SUM-ONE-POSTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTED-FILE.

       SUM-ONE-POSTED.
           COMPUTE WS-NET-ACTIVITY = WS-NET-ACTIVITY
               + PD-BAL-AFTER - PD-BAL-BEFORE
           MOVE PD-POSTED-ACCT TO WS-LOOKUP-ACCT
           PERFORM FIND-ACCOUNT-ROW
           IF WS-AT-HIT = 'Y'
               COMPUTE WS-AT-ACTIVITY(WS-AT-IDX) =
                   WS-AT-ACTIVITY(WS-AT-IDX)
                   + PD-BAL-AFTER - PD-BAL-BEFORE
           END-IF.

      *> One transaction's contribution to expected activity - see
      *> the WS-FROM-CURR comment for the posting rules mirrored
      *> here. The ledger entry is read by key, so the LEDGER-ENTRY
           MOVE TRANS-CURR TO WS-FROM-CURR
           MOVE L-CURR     TO WS-TO-CURR
           MOVE TRANS-DATE TO WS-RATE-DATE
           IF TRANS-TYPE = "DP" OR TRANS-TYPE = "WD"
               IF TRANS-TYPE = "DP"
                   MOVE "C" TO WS-FX-SIDE
               ELSE
                   MOVE "D" TO WS-FX-SIDE
               END-IF
               CALL "FXSPREAD" USING WS-FROM-CURR WS-TO-CURR
                   TRANS-AMOUNT WS-FX-SIDE WS-CONV-AMOUNT
                   WS-FX-MARGIN WS-CONV-OK WS-RATE-DATE
           ELSE
               CALL "CURRCONV" USING WS-FROM-CURR WS-TO-CURR
                   TRANS-AMOUNT WS-CONV-AMOUNT WS-CONV-OK
                   WS-RATE-DATE
           END-IF
           IF WS-CONV-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
                   SUBTRACT WS-CONV-AMOUNT FROM WS-NET-ACTIVITY
               WHEN "FE"
                   SUBTRACT WS-CONV-AMOUNT FROM WS-NET-ACTIVITY
               WHEN "LI"
               WHEN "LP"
               WHEN "RI"
               WHEN "WT"
                   SUBTRACT WS-CONV-AMOUNT FROM WS-NET-ACTIVITY
               WHEN "RV"
                   IF TRANS-REF-TYPE = "WD"
                       OR TRANS-REF-TYPE = "FE"
                       OR TRANS-REF-TYPE = "WT"
                       OR TRANS-REF-TYPE = "RI"
                       OR TRANS-REF-TYPE = "LI"
                       OR TRANS-REF-TYPE = "LP"
                       ADD WS-CONV-AMOUNT TO WS-NET-ACTIVITY
                   ELSE
                       SUBTRACT WS-CONV-AMOUNT FROM WS-NET-ACTIVITY
                   END-IF
      *> A recovery leaves the charged-off balance at zero.
               WHEN "RC"
                   CONTINUE
               WHEN OTHER
                   ADD WS-CONV-AMOUNT TO WS-NET-ACTIVITY
           END-EVALUATE
                   WHEN "FE"
                       SUBTRACT WS-CONV-AMOUNT
                           FROM WS-AT-ACTIVITY(WS-AT-IDX)
                   WHEN "LI"
                   WHEN "LP"
                   WHEN "RI"
                   WHEN "WT"
                       SUBTRACT WS-CONV-AMOUNT
                           FROM WS-AT-ACTIVITY(WS-AT-IDX)
                       IF TRANS-REF-TYPE = "WD"
                           OR TRANS-REF-TYPE = "FE"
                           OR TRANS-REF-TYPE = "WT"
                           OR TRANS-REF-TYPE = "RI"
                           OR TRANS-REF-TYPE = "LI"
                           OR TRANS-REF-TYPE = "LP"
                           ADD WS-CONV-AMOUNT
                               TO WS-AT-ACTIVITY(WS-AT-IDX)
                       ELSE
                           SUBTRACT WS-CONV-AMOUNT
                               FROM WS-AT-ACTIVITY(WS-AT-IDX)
                       END-IF
                   WHEN "RC"
                       CONTINUE
                   WHEN OTHER
                       ADD WS-CONV-AMOUNT
                           TO WS-AT-ACTIVITY(WS-AT-IDX)
           IF L-STATUS = "F" OR L-STATUS = "C" OR L-STATUS = "M"
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO WS-FX-SIDE
           PERFORM CONVERT-TRANSFER-LEG
           MOVE WS-CONV-AMOUNT TO WS-XFER-DR-AMOUNT
           IF WS-CONV-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF L-STATUS = "F" OR L-STATUS = "C" OR L-STATUS = "M"
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO WS-FX-SIDE
           PERFORM CONVERT-TRANSFER-LEG
           MOVE WS-CONV-AMOUNT TO WS-XFER-CR-AMOUNT
           IF WS-CONV-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
                   TO WS-AT-ACTIVITY(WS-AT-IDX)
           END-IF.

      *> One leg of the transfer in hand into the account in the
      *> buffer, side in WS-FX-SIDE: a customer's transfer at the
      *> spread, an overdraft sweep at mid. Left in WS-CONV-AMOUNT.
       CONVERT-TRANSFER-LEG.
           MOVE 0 TO WS-CONV-AMOUNT
           MOVE TRANS-CURR TO WS-FROM-CURR
           MOVE L-CURR     TO WS-TO-CURR
           MOVE TRANS-DATE TO WS-RATE-DATE
           IF TRANS-EXT-REF = "ODSWEEP"
               CALL "CURRCONV" USING WS-FROM-CURR WS-TO-CURR
                   TRANS-AMOUNT WS-CONV-AMOUNT WS-CONV-OK
                   WS-RATE-DATE
           ELSE
               CALL "FXSPREAD" USING WS-FROM-CURR WS-TO-CURR
                   TRANS-AMOUNT WS-FX-SIDE WS-CONV-AMOUNT
                   WS-FX-MARGIN WS-CONV-OK WS-RATE-DATE
           END-IF.

       SUM-LEDGER-TOTAL.
      *> Sums L-PRINC, not L-TOTAL: POSTLEDGER's daily posting only
      *> ever updates L-PRINC (L-TOTAL is ACCRUELEDGER's compounding
