       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYOUTFILE.

      *> Nightly outbound payment file for the correspondent bank:
      *> every withdrawal that names an external payee (a WD with
      *> TRANS-REF-TYPE "PY" and the payee number in TRANS-REF-ID,
      *> keyed in TRANSACTIONS-WRITER or generated by STANDINGORD)
      *> is sent out to the payee's bank in one batched file, so
      *> rent, supplier, and payroll payments stop being keyed a
      *> second time into the correspondent's portal.
      *> Runs after POSTLEDGER so only money that has actually left
      *> the customer's account goes out:
      *>   - a payee WD at or below POSTLEDGER's cursor is released
      *>     unless it is sitting in suspense.dat (the debit bounced
      *>     - it is held and goes out the night REPOST-SUSPENSE
      *>     gets it through);
      *>   - a WD whose payee is missing from payees.dat or not yet
      *>     approved in APPROVE is held as an exception and raises
      *>     an ALERTLOG warning, never paid to unchecked details;
      *>   - a WD reversed (RV) before release is dropped.
      *> Held items are kept on payout_pending.dat and retried every
      *> night; payout_cursor.dat records the last TRANS-ID examined
      *> (the postledger_cursor.dat idea) so nothing is looked at
      *> twice and nothing is skipped.
      *> The file, outbound_payments.dat, is fixed layout: a header
      *> record (H: batch id = business date, creation date and
      *> time), one detail record per payment (D: sequence, our
      *> reference, payee bank routing, payee account, payee name,
      *> amount, currency, TRANS-ID), and a trailer (T: item count,
      *> control total, routing hash - the sum of the first eight
      *> routing digits, low ten digits kept) for the correspondent
      *> to prove the file against. Each payment's reference is
      *> "OB" + YYMMDD + a four-digit sequence; it comes back on
      *> bank_statement.dat when the item settles, and every item
      *> sent is appended to payment_register.dat
      *>     BATCH,REF,TRANSID,PAYEE,ACCT,AMOUNT,CURR
      *> which NOSTRORECON matches the statement against.
      *> payout_control.dat records the business date last batched
      *> (the so_control.dat guard) so a rerun of the same night
      *> cannot overwrite a file that may already have gone out.
      *> Output payout_report.txt plus the usual end-of-day page.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT PAYEE-FILE ASSIGN TO "payees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "suspense.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT CURSOR-FILE ASSIGN TO "postledger_cursor.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURSOR-STATUS.

           SELECT PAYOUT-CURSOR-FILE ASSIGN TO "payout_cursor.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCURSOR-STATUS.

           SELECT PENDING-FILE ASSIGN TO "payout_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "payout_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT OUTBOUND-FILE ASSIGN TO "outbound_payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "payment_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "payout_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

       FD  PAYEE-FILE.
       01  PAYEE-LINE            PIC X(80).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           COPY SUSPREC.

       FD  CURSOR-FILE.
       01  CURSOR-LINE           PIC 9(13).

       FD  PAYOUT-CURSOR-FILE.
       01  PAYOUT-CURSOR-LINE    PIC 9(13).

       FD  PENDING-FILE.
       01  PENDING-LINE          PIC 9(13).

       FD  CONTROL-FILE.
       01  CONTROL-LINE          PIC 9(8).

      *> Fixed-layout correspondent file; the three record types
      *> share the area and are told apart by the first byte.
       FD  OUTBOUND-FILE.
       01  OB-HEADER.
           05 OBH-TYPE           PIC X.
           05 FILLER             PIC X.
           05 OBH-BATCH          PIC 9(8).
           05 FILLER             PIC X.
           05 OBH-CREATED-DATE   PIC 9(8).
           05 FILLER             PIC X.
           05 OBH-CREATED-TIME   PIC 9(6).
           05 FILLER             PIC X(94).
       01  OB-DETAIL.
           05 OBD-TYPE           PIC X.
           05 FILLER             PIC X.
           05 OBD-SEQ            PIC 9(4).
           05 FILLER             PIC X.
           05 OBD-REF            PIC X(12).
           05 FILLER             PIC X.
           05 OBD-ROUTING        PIC X(9).
           05 FILLER             PIC X.
           05 OBD-EXTACCT        PIC X(17).
           05 FILLER             PIC X.
           05 OBD-NAME           PIC X(30).
           05 FILLER             PIC X.
           05 OBD-AMOUNT         PIC 9(7).99.
           05 FILLER             PIC X.
           05 OBD-CURR           PIC X(3).
           05 FILLER             PIC X.
           05 OBD-TRANS-ID       PIC 9(13).
           05 FILLER             PIC X(12).
       01  OB-TRAILER.
           05 OBT-TYPE           PIC X.
           05 FILLER             PIC X.
           05 OBT-COUNT          PIC 9(6).
           05 FILLER             PIC X.
           05 OBT-TOTAL          PIC 9(11).99.
           05 FILLER             PIC X.
           05 OBT-HASH           PIC 9(10).
           05 FILLER             PIC X(86).

       FD  REGISTER-FILE.
       01  REGISTER-LINE         PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(100).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS       PIC XX.
       01  WS-PAYEE-STATUS       PIC XX.
       01  WS-SUSP-STATUS        PIC XX.
       01  WS-CURSOR-STATUS      PIC XX.
       01  WS-PCURSOR-STATUS     PIC XX.
       01  WS-PENDING-STATUS     PIC XX.
       01  WS-CONTROL-STATUS     PIC XX.
       01  WS-OUTBOUND-STATUS    PIC XX.
       01  WS-REGISTER-STATUS    PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-PAYEE-EOF          PIC X VALUE 'N'.
       01  WS-SUSP-EOF           PIC X VALUE 'N'.
       01  WS-PENDING-EOF        PIC X VALUE 'N'.
       01  WS-SCAN-EOF           PIC X VALUE 'N'.

      *> Run lock (RUNLOCK/run_lock.dat) so two mutating programs
      *> can never touch the data files at once.
       01  WS-LOCK-ACTION        PIC X.
       01  WS-LOCK-HOLDER        PIC X(20).
       01  WS-LOCK-RESULT        PIC X.

       01  WS-ALERT-SEV          PIC X.
       01  WS-ALERT-PROGRAM      PIC X(20).
       01  WS-ALERT-MESSAGE      PIC X(60).

       01  WS-TODAY              PIC 9(8).
       01  WS-NOW                PIC 9(8).
       01  WS-LAST-BATCHED       PIC 9(8) VALUE 0.
       01  WS-LAST-POSTED-ID     PIC 9(13) VALUE 0.
       01  WS-PAYOUT-CURSOR      PIC 9(13) VALUE 0.
       01  WS-SCAN-FROM          PIC 9(13).
       01  WS-TRAILER-ID         PIC 9(13) VALUE 9999999999999.

      *> Payee master (PAYEEMAINT layout).
       01  WS-PY-TOKEN-NO        PIC X(5).
       01  WS-PY-TOKEN-NAME      PIC X(30).
       01  WS-PY-TOKEN-ROUTING   PIC X(9).
       01  WS-PY-TOKEN-EXTACCT   PIC X(17).
       01  WS-PY-TOKEN-APPROVED  PIC X.
       01  WS-PAYEE-TABLE.
           05 WS-PY-ROW OCCURS 500 TIMES INDEXED BY WS-PY-IDX.
               10 WS-PY-NO       PIC 9(5).
               10 WS-PY-NAME     PIC X(30).
               10 WS-PY-ROUTING  PIC X(9).
               10 WS-PY-EXTACCT  PIC X(17).
               10 WS-PY-APPROVED PIC X.
       01  WS-PY-USED            PIC 9(3) VALUE 0.
       01  WS-PY-FOUND           PIC X.

      *> TRANS-IDs of withdrawals still sitting in suspense.dat.
       01  WS-STUCK-TABLE.
           05 WS-STUCK-ID OCCURS 2000 TIMES INDEXED BY WS-SK-IDX
                                  PIC 9(13).
       01  WS-STUCK-USED         PIC 9(4) VALUE 0.
       01  WS-STUCK-FOUND        PIC X.

      *> Items held on earlier nights, retried tonight.
       01  WS-HELD-TABLE.
           05 WS-HELD-ID OCCURS 2000 TIMES INDEXED BY WS-HD-IDX
                                  PIC 9(13).
       01  WS-HELD-USED          PIC 9(4) VALUE 0.
       01  WS-HELD-FOUND         PIC X.

      *> Tonight's candidates. OUTCOME: S sent, H held (debit in
      *> suspense), X exception (payee unknown or unapproved),
      *> R reversed before release.
       01  WS-CAND-TABLE.
           05 WS-CD-ROW OCCURS 2000 TIMES INDEXED BY WS-CD-IDX.
               10 WS-CD-ID       PIC 9(13).
               10 WS-CD-ACCT     PIC 9(6).
               10 WS-CD-AMOUNT   PIC 9(7)V99.
               10 WS-CD-CURR     PIC X(3).
               10 WS-CD-PAYEE    PIC 9(5).
               10 WS-CD-OUTCOME  PIC X.
       01  WS-CD-USED            PIC 9(4) VALUE 0.
       01  WS-CD-FULL-WARNED     PIC X VALUE 'N'.
       01  WS-CD-HIT             PIC X.

       01  WS-SEQ                PIC 9(4) VALUE 0.
       01  WS-REF                PIC X(12).
       01  WS-REF-PARTS REDEFINES WS-REF.
           05 WS-REF-PREFIX      PIC X(2).
           05 WS-REF-YYMMDD      PIC X(6).
           05 WS-REF-SEQ         PIC 9(4).
       01  WS-ROUTING-8          PIC 9(8).
       01  WS-HASH-ACCUM         PIC 9(12) VALUE 0.

       01  WS-SENT-COUNT         PIC 9(6) VALUE 0.
       01  WS-SENT-TOTAL         PIC 9(11)V99 VALUE 0.
       01  WS-HELD-COUNT         PIC 9(6) VALUE 0.
       01  WS-EXCEPT-COUNT       PIC 9(6) VALUE 0.
       01  WS-REVERSED-COUNT     PIC 9(6) VALUE 0.

       01  WS-EDIT-COUNT         PIC Z(5)9.
       01  WS-EDIT-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-ID            PIC 9(13).
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-PAYEE         PIC 9(5).
       01  WS-FILE-AMOUNT        PIC 9(7).99.
       01  WS-REASON             PIC X(30).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "T" TO WS-LOCK-ACTION
           MOVE "PAYOUTFILE" TO WS-LOCK-HOLDER
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "BUSDATE" USING WS-TODAY
           PERFORM READ-PAYOUT-CONTROL
           IF WS-LAST-BATCHED >= WS-TODAY
               DISPLAY "Outbound payments already batched for "
                   WS-TODAY " - nothing to do."
               MOVE "R" TO WS-LOCK-ACTION
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
                   WS-LOCK-RESULT
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-POSTING-CURSORS
           PERFORM LOAD-PAYEE-FILE
           PERFORM LOAD-STUCK-IDS
           PERFORM LOAD-HELD-IDS
           PERFORM COLLECT-CANDIDATES

           PERFORM OPEN-OUTPUT-FILES
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-USED
               PERFORM RELEASE-ONE-CANDIDATE
           END-PERFORM
           PERFORM WRITE-OUTBOUND-TRAILER
           CLOSE OUTBOUND-FILE
           CLOSE REGISTER-FILE
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           PERFORM REWRITE-HELD-IDS
           PERFORM WRITE-PAYOUT-CURSOR
           PERFORM WRITE-PAYOUT-CONTROL
           PERFORM APPEND-EOD-SUMMARY

           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT

           MOVE WS-SENT-COUNT TO WS-EDIT-COUNT
           DISPLAY "Payments sent:           " WS-EDIT-COUNT
           MOVE WS-SENT-TOTAL TO WS-EDIT-TOTAL
           DISPLAY "Total sent:         " WS-EDIT-TOTAL
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
           DISPLAY "Held (in suspense):      " WS-EDIT-COUNT
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           DISPLAY "Held (payee exception):  " WS-EDIT-COUNT
           MOVE WS-REVERSED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Dropped (reversed):      " WS-EDIT-COUNT
           DISPLAY "Batch written to outbound_payments.dat"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       READ-PAYOUT-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CONTROL-LINE TO WS-LAST-BATCHED
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       WRITE-PAYOUT-CONTROL.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "ERROR writing payout_control.dat, status = "
                   WS-CONTROL-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-TODAY TO CONTROL-LINE
           WRITE CONTROL-LINE
           CLOSE CONTROL-FILE.

       READ-POSTING-CURSORS.
           OPEN INPUT CURSOR-FILE
           IF WS-CURSOR-STATUS = "00"
               READ CURSOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CURSOR-LINE TO WS-LAST-POSTED-ID
               END-READ
               CLOSE CURSOR-FILE
           END-IF
           OPEN INPUT PAYOUT-CURSOR-FILE
           IF WS-PCURSOR-STATUS = "00"
               READ PAYOUT-CURSOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAYOUT-CURSOR-LINE TO WS-PAYOUT-CURSOR
               END-READ
               CLOSE PAYOUT-CURSOR-FILE
           END-IF.

      *> The payout cursor only ever moves up to what POSTLEDGER has
      *> applied, so a WD captured tonight but not yet posted is
      *> picked up on the night it posts.
       WRITE-PAYOUT-CURSOR.
           IF WS-LAST-POSTED-ID <= WS-PAYOUT-CURSOR
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PAYOUT-CURSOR-FILE
           IF WS-PCURSOR-STATUS NOT = "00"
               DISPLAY "ERROR writing payout_cursor.dat, status = "
                   WS-PCURSOR-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-LAST-POSTED-ID TO PAYOUT-CURSOR-LINE
           WRITE PAYOUT-CURSOR-LINE
           CLOSE PAYOUT-CURSOR-FILE.

       LOAD-PAYEE-FILE.
           OPEN INPUT PAYEE-FILE
           IF WS-PAYEE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PAYEE-EOF = 'Y'
               READ PAYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-PAYEE-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-PAYEE
               END-READ
           END-PERFORM
           CLOSE PAYEE-FILE.

       LOAD-ONE-PAYEE.
           MOVE SPACES TO WS-PY-TOKEN-NO WS-PY-TOKEN-NAME
               WS-PY-TOKEN-ROUTING WS-PY-TOKEN-EXTACCT
               WS-PY-TOKEN-APPROVED
           UNSTRING PAYEE-LINE DELIMITED BY ","
               INTO WS-PY-TOKEN-NO WS-PY-TOKEN-NAME
                   WS-PY-TOKEN-ROUTING WS-PY-TOKEN-EXTACCT
                   WS-PY-TOKEN-APPROVED
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-PY-TOKEN-NO) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PY-USED >= 500
               DISPLAY "*** WARNING: payee table full (500), "
                   "line ignored: " PAYEE-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PY-USED
           COMPUTE WS-PY-NO(WS-PY-USED) =
               FUNCTION NUMVAL(WS-PY-TOKEN-NO)
           MOVE WS-PY-TOKEN-NAME    TO WS-PY-NAME(WS-PY-USED)
           MOVE WS-PY-TOKEN-ROUTING TO WS-PY-ROUTING(WS-PY-USED)
           MOVE WS-PY-TOKEN-EXTACCT TO WS-PY-EXTACCT(WS-PY-USED)
           MOVE FUNCTION UPPER-CASE(WS-PY-TOKEN-APPROVED)
               TO WS-PY-APPROVED(WS-PY-USED).

       LOAD-STUCK-IDS.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SUSP-EOF = 'Y'
               READ SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO WS-SUSP-EOF
                   NOT AT END
                       IF SUSP-TRANS-TYPE = "WD"
                           AND SUSP-REF-TYPE = "PY"
                           PERFORM LOAD-ONE-STUCK-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE.

       LOAD-ONE-STUCK-ID.
           IF WS-STUCK-USED >= 2000
               DISPLAY "*** WARNING: suspense id table full (2000), "
                   "item ignored: " SUSP-TRANS-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STUCK-USED
           MOVE SUSP-TRANS-ID TO WS-STUCK-ID(WS-STUCK-USED).

       LOAD-HELD-IDS.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PENDING-EOF = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-PENDING-EOF
                   NOT AT END
                       IF PENDING-LINE IS NUMERIC
                           AND WS-HELD-USED < 2000
                           ADD 1 TO WS-HELD-USED
                           MOVE PENDING-LINE
                               TO WS-HELD-ID(WS-HELD-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE.

      *> One ascending pass from the oldest held item (or the
      *> payout cursor) picks up tonight's new payee WDs, the held
      *> ones, and any reversal of either - a reversal always has a
      *> higher id than what it backs out, so it is met after its
      *> original is already in the table. Reversals are honoured
      *> right to the end of the file, posted or not.
       COLLECT-CANDIDATES.
           COMPUTE WS-SCAN-FROM = WS-PAYOUT-CURSOR + 1
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                   UNTIL WS-HD-IDX > WS-HELD-USED
               IF WS-HELD-ID(WS-HD-IDX) < WS-SCAN-FROM
                   MOVE WS-HELD-ID(WS-HD-IDX) TO WS-SCAN-FROM
               END-IF
           END-PERFORM
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
                   WS-TRANS-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-SCAN-FROM TO TRANS-ID
           START TRANSACTION-FILE KEY IS >= TRANS-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF TRANS-ID NOT = WS-TRAILER-ID
                           PERFORM CONSIDER-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       CONSIDER-ONE-TRANSACTION.
           IF TRANS-TYPE = "RV" AND TRANS-REF-TYPE = "WD"
               PERFORM MARK-REVERSED-CANDIDATE
               EXIT PARAGRAPH
           END-IF
           IF TRANS-TYPE NOT = "WD" OR TRANS-REF-TYPE NOT = "PY"
               OR TRANS-ID > WS-LAST-POSTED-ID
               EXIT PARAGRAPH
           END-IF
           IF TRANS-ID <= WS-PAYOUT-CURSOR
               MOVE 'N' TO WS-HELD-FOUND
               PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                       UNTIL WS-HD-IDX > WS-HELD-USED
                           OR WS-HELD-FOUND = 'Y'
                   IF WS-HELD-ID(WS-HD-IDX) = TRANS-ID
                       MOVE 'Y' TO WS-HELD-FOUND
                   END-IF
               END-PERFORM
               IF WS-HELD-FOUND NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-CD-USED >= 2000
               IF WS-CD-FULL-WARNED = 'N'
                   DISPLAY "*** WARNING: payment table full (2000) "
                       "- the rest wait for tomorrow's batch ***"
                   MOVE 'Y' TO WS-CD-FULL-WARNED
      *> Hold the cursor below the first new item left behind so
      *> it is picked up on the next run.
                   IF TRANS-ID > WS-PAYOUT-CURSOR
                       COMPUTE WS-LAST-POSTED-ID = TRANS-ID - 1
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CD-USED
           MOVE TRANS-ID      TO WS-CD-ID(WS-CD-USED)
           MOVE TRANS-ACCT-ID TO WS-CD-ACCT(WS-CD-USED)
           MOVE TRANS-AMOUNT  TO WS-CD-AMOUNT(WS-CD-USED)
           MOVE TRANS-CURR    TO WS-CD-CURR(WS-CD-USED)
           MOVE TRANS-REF-ID  TO WS-CD-PAYEE(WS-CD-USED)
           MOVE SPACE         TO WS-CD-OUTCOME(WS-CD-USED).

       MARK-REVERSED-CANDIDATE.
           MOVE 'N' TO WS-CD-HIT
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-USED
                       OR WS-CD-HIT = 'Y'
               IF WS-CD-ID(WS-CD-IDX) = TRANS-REF-ID
                   MOVE 'Y' TO WS-CD-HIT
               END-IF
           END-PERFORM
           IF WS-CD-HIT = 'Y'
               SET WS-CD-IDX DOWN BY 1
               MOVE "R" TO WS-CD-OUTCOME(WS-CD-IDX)
           END-IF.

       RELEASE-ONE-CANDIDATE.
           MOVE WS-CD-ID(WS-CD-IDX)     TO WS-EDIT-ID
           MOVE WS-CD-ACCT(WS-CD-IDX)   TO WS-EDIT-ACCT
           MOVE WS-CD-PAYEE(WS-CD-IDX)  TO WS-EDIT-PAYEE
           MOVE WS-CD-AMOUNT(WS-CD-IDX) TO WS-EDIT-AMOUNT
           IF WS-CD-OUTCOME(WS-CD-IDX) = "R"
               ADD 1 TO WS-REVERSED-COUNT
               MOVE "REVERSED - NOT SENT" TO WS-REASON
               PERFORM REPORT-ONE-NOT-SENT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-STUCK-FOUND
           PERFORM VARYING WS-SK-IDX FROM 1 BY 1
                   UNTIL WS-SK-IDX > WS-STUCK-USED
                       OR WS-STUCK-FOUND = 'Y'
               IF WS-STUCK-ID(WS-SK-IDX) = WS-CD-ID(WS-CD-IDX)
                   MOVE 'Y' TO WS-STUCK-FOUND
               END-IF
           END-PERFORM
           IF WS-STUCK-FOUND = 'Y'
               MOVE "H" TO WS-CD-OUTCOME(WS-CD-IDX)
               ADD 1 TO WS-HELD-COUNT
               MOVE "HELD - DEBIT IN SUSPENSE" TO WS-REASON
               PERFORM REPORT-ONE-NOT-SENT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PY-FOUND
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                   UNTIL WS-PY-IDX > WS-PY-USED
                       OR WS-PY-FOUND = 'Y'
               IF WS-PY-NO(WS-PY-IDX) = WS-CD-PAYEE(WS-CD-IDX)
                   MOVE 'Y' TO WS-PY-FOUND
               END-IF
           END-PERFORM
           IF WS-PY-FOUND = 'Y'
               SET WS-PY-IDX DOWN BY 1
           END-IF
           IF WS-PY-FOUND NOT = 'Y'
               OR WS-PY-APPROVED(WS-PY-IDX) NOT = "Y"
               MOVE "X" TO WS-CD-OUTCOME(WS-CD-IDX)
               ADD 1 TO WS-EXCEPT-COUNT
               IF WS-PY-FOUND NOT = 'Y'
                   MOVE "HELD - PAYEE NOT ON FILE" TO WS-REASON
               ELSE
                   MOVE "HELD - PAYEE NOT APPROVED" TO WS-REASON
               END-IF
               PERFORM REPORT-ONE-NOT-SENT
               PERFORM RAISE-PAYEE-ALERT
               EXIT PARAGRAPH
           END-IF
           PERFORM SEND-ONE-PAYMENT.

       SEND-ONE-PAYMENT.
           MOVE "S" TO WS-CD-OUTCOME(WS-CD-IDX)
           ADD 1 TO WS-SEQ
           MOVE "OB"            TO WS-REF-PREFIX
           MOVE WS-TODAY(3:6)   TO WS-REF-YYMMDD
           MOVE WS-SEQ          TO WS-REF-SEQ

           MOVE SPACES TO OB-DETAIL
           MOVE "D"                       TO OBD-TYPE
           MOVE WS-SEQ                    TO OBD-SEQ
           MOVE WS-REF                    TO OBD-REF
           MOVE WS-PY-ROUTING(WS-PY-IDX)  TO OBD-ROUTING
           MOVE WS-PY-EXTACCT(WS-PY-IDX)  TO OBD-EXTACCT
           MOVE WS-PY-NAME(WS-PY-IDX)     TO OBD-NAME
           MOVE WS-CD-AMOUNT(WS-CD-IDX)   TO OBD-AMOUNT
           MOVE WS-CD-CURR(WS-CD-IDX)     TO OBD-CURR
           MOVE WS-CD-ID(WS-CD-IDX)       TO OBD-TRANS-ID
           WRITE OB-DETAIL
           IF WS-OUTBOUND-STATUS NOT = "00"
               DISPLAY "ERROR writing outbound_payments.dat, "
                   "status = " WS-OUTBOUND-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-SENT-COUNT
           ADD WS-CD-AMOUNT(WS-CD-IDX) TO WS-SENT-TOTAL
           IF WS-PY-ROUTING(WS-PY-IDX)(1:8) IS NUMERIC
               MOVE WS-PY-ROUTING(WS-PY-IDX)(1:8) TO WS-ROUTING-8
               ADD WS-ROUTING-8 TO WS-HASH-ACCUM
           END-IF

           MOVE WS-CD-AMOUNT(WS-CD-IDX) TO WS-FILE-AMOUNT
           MOVE SPACES TO REGISTER-LINE
           STRING WS-TODAY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-REF DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-ID DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-PAYEE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CD-CURR(WS-CD-IDX) DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERROR writing payment_register.dat, "
                   "status = " WS-REGISTER-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                   WS-REF DELIMITED BY SIZE
                   " trans #" DELIMITED BY SIZE
                   WS-EDIT-ID DELIMITED BY SIZE
                   " acct " DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   " payee " DELIMITED BY SIZE
                   WS-EDIT-PAYEE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CD-CURR(WS-CD-IDX) DELIMITED BY SIZE
                   " SENT" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       REPORT-ONE-NOT-SENT.
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                   "            " DELIMITED BY SIZE
                   " trans #" DELIMITED BY SIZE
                   WS-EDIT-ID DELIMITED BY SIZE
                   " acct " DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   " payee " DELIMITED BY SIZE
                   WS-EDIT-PAYEE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CD-CURR(WS-CD-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REASON DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       RAISE-PAYEE-ALERT.
           MOVE "W" TO WS-ALERT-SEV
           MOVE "PAYOUTFILE" TO WS-ALERT-PROGRAM
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "Payment " DELIMITED BY SIZE
                   WS-EDIT-ID DELIMITED BY SIZE
                   " held: payee " DELIMITED BY SIZE
                   WS-EDIT-PAYEE DELIMITED BY SIZE
                   " not approved" DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
           END-STRING
           CALL "ALERTLOG" USING WS-ALERT-SEV
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE.

      *> Held and exception items go back on the pending list in
      *> TRANS-ID order; sent and reversed items are finished.
       REWRITE-HELD-IDS.
           OPEN OUTPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "ERROR writing payout_pending.dat, status = "
                   WS-PENDING-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-USED
               IF WS-CD-OUTCOME(WS-CD-IDX) = "H"
                   OR WS-CD-OUTCOME(WS-CD-IDX) = "X"
                   MOVE WS-CD-ID(WS-CD-IDX) TO PENDING-LINE
                   WRITE PENDING-LINE
               END-IF
           END-PERFORM
           IF WS-CD-FULL-WARNED = 'Y'
               PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                       UNTIL WS-HD-IDX > WS-HELD-USED
                   PERFORM KEEP-ONE-UNREACHED-HELD
               END-PERFORM
           END-IF
           CLOSE PENDING-FILE.

      *> When the payment table filled, held items the pass never
      *> reached stay on the list for the next run.
       KEEP-ONE-UNREACHED-HELD.
           MOVE 'N' TO WS-CD-HIT
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-USED
                       OR WS-CD-HIT = 'Y'
               IF WS-CD-ID(WS-CD-IDX) = WS-HELD-ID(WS-HD-IDX)
                   MOVE 'Y' TO WS-CD-HIT
               END-IF
           END-PERFORM
           IF WS-CD-HIT NOT = 'Y'
               MOVE WS-HELD-ID(WS-HD-IDX) TO PENDING-LINE
               WRITE PENDING-LINE
           END-IF.

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT OUTBOUND-FILE
           IF WS-OUTBOUND-STATUS NOT = "00"
               DISPLAY "ERROR opening outbound_payments.dat, "
                   "status = " WS-OUTBOUND-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO OB-HEADER
           MOVE "H"          TO OBH-TYPE
           MOVE WS-TODAY     TO OBH-BATCH
           MOVE WS-TODAY     TO OBH-CREATED-DATE
           MOVE WS-NOW(1:6)  TO OBH-CREATED-TIME
           WRITE OB-HEADER

           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN EXTEND REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERROR opening payment_register.dat, "
                   "status = " WS-REGISTER-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening payout_report.txt, status = "
                   WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "OUTBOUND PAYMENTS - BATCH " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-OUTBOUND-TRAILER.
           MOVE SPACES TO OB-TRAILER
           MOVE "T"              TO OBT-TYPE
           MOVE WS-SENT-COUNT    TO OBT-COUNT
           MOVE WS-SENT-TOTAL    TO OBT-TOTAL
           MOVE WS-HASH-ACCUM    TO OBT-HASH
           WRITE OB-TRAILER
           IF WS-OUTBOUND-STATUS NOT = "00"
               DISPLAY "ERROR writing outbound_payments.dat, "
                   "status = " WS-OUTBOUND-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       WRITE-REPORT-TOTALS.
           IF WS-CD-USED = 0
               MOVE "  (no payments to external payees tonight)"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SENT-COUNT TO WS-EDIT-COUNT
           MOVE WS-SENT-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "SENT:                 " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "  TOTAL " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "HELD IN SUSPENSE:     " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PAYEE EXCEPTIONS:     " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-REVERSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REVERSED, DROPPED:    " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR writing payout_report.txt, status = "
                   WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

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
           MOVE "STEP: PAYOUTFILE" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-SENT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Payments sent:               "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-SENT-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO EOD-LINE
           STRING "  Total sent:            " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Held (debit in suspense):    "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Held (payee exception):      "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           CLOSE EOD-FILE.
