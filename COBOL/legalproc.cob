       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALPROC.

      *> Nightly garnishment and levy processing for the orders
      *> LEGALORD records (legal_orders.dat - the layout and the
      *> statuses are described there). Runs after HOLDEXPIRE and
      *> just ahead of POSTLEDGER, so a remittance posts the night
      *> it is raised:
      *>   - a held order (H) whose waiting period is over (REMITDUE
      *>     on or before the business date) is remitted: one payee
      *>     WD per hold still on file for it, of the hold's amount,
      *>     against the held account, to the issuer's payee number
      *>     (TRANS-REF-TYPE "PY", TRANS-REF-ID the payee), external
      *>     reference LEGALnnnnnn carrying the order number. The
      *>     order turns R with RAISED and REMITTED set. POSTLEDGER
      *>     lets the WD past its own order's hold and releases the
      *>     hold once the WD posts; PAYOUTFILE then sends the funds
      *>     to the issuer. An issuer whose payee details are not
      *>     released in APPROVE holds the remittance back, order
      *>     still H, until they are;
      *>   - a remitting order (R) raised on an earlier night is
      *>     satisfied (S) when none of its holds are left. A hold
      *>     still on file means its WD was refused by posting and
      *>     sits in suspense: the order turns P and an ALERTLOG
      *>     warning is raised, the refusal to be dealt with;
      *>   - a refused order (P) is satisfied once its holds are
      *>     gone. Only posting takes a remitting order's hold off
      *>     - REPOST-SUSPENSE releases it, as POSTLEDGER does, when
      *>     the refused WD finally posts; HOLDMAINT will not touch
      *>     a legal hold and LEGALORD withdraws only an order not
      *>     yet remitted - so no holds left means every share has
      *>     gone to the issuer.
      *> A held order whose holds have all gone before the
      *> remittance fell due is closed satisfied with nothing
      *> remitted, and warned of.
      *> Output legal_order_report.txt - every open order against
      *> its response deadline, days left or PAST DEADLINE, and
      *> no-funds orders still to be answered - plus the usual page
      *> in the end-of-day pack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO "legal_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT PAYEE-FILE ASSIGN TO "payees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-NO
               ALTERNATE RECORD KEY IS HOLD-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "legal_order_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
       01  ORDER-LINE            PIC X(160).

       FD  PAYEE-FILE.
       01  PAYEE-LINE            PIC X(80).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ORDER-STATUS       PIC XX.
       01  WS-PAYEE-STATUS       PIC XX.
       01  WS-HOLD-STATUS        PIC XX.
       01  WS-TRANS-STATUS       PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-EOF                PIC X VALUE 'N'.
       01  WS-HOLD-EOF           PIC X VALUE 'N'.
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

      *> Legal orders (LEGALORD's layout).
       01  WS-TOKEN-ORDNO        PIC X(6).
       01  WS-TOKEN-KIND         PIC X(1).
       01  WS-TOKEN-PAYEE        PIC X(5).
       01  WS-TOKEN-CASEREF      PIC X(20).
       01  WS-TOKEN-ACCT         PIC X(6).
       01  WS-TOKEN-CUSTNO       PIC X(6).
       01  WS-TOKEN-DEMANDED     PIC X(12).
       01  WS-TOKEN-SERVED       PIC X(8).
       01  WS-TOKEN-DEADLINE     PIC X(8).
       01  WS-TOKEN-REMITDUE     PIC X(8).
       01  WS-TOKEN-PROTECT      PIC X(12).
       01  WS-TOKEN-HELD         PIC X(12).
       01  WS-TOKEN-STATUS       PIC X(1).
       01  WS-TOKEN-RAISED       PIC X(8).
       01  WS-TOKEN-REMITTED     PIC X(12).
       01  WS-ORDER-TABLE.
           05 WS-LO-ROW OCCURS 2000 TIMES INDEXED BY WS-LO-IDX.
               10 WS-LO-ORDNO     PIC 9(6).
               10 WS-LO-KIND      PIC X.
               10 WS-LO-PAYEE     PIC 9(5).
               10 WS-LO-CASEREF   PIC X(20).
               10 WS-LO-ACCT      PIC 9(6).
               10 WS-LO-CUSTNO    PIC 9(6).
               10 WS-LO-DEMANDED  PIC 9(7)V99.
               10 WS-LO-SERVED    PIC 9(8).
               10 WS-LO-DEADLINE  PIC 9(8).
               10 WS-LO-REMITDUE  PIC 9(8).
               10 WS-LO-PROTECT   PIC 9(7)V99.
               10 WS-LO-HELD      PIC 9(7)V99.
               10 WS-LO-STATUS    PIC X.
               10 WS-LO-RAISED    PIC 9(8).
               10 WS-LO-REMITTED  PIC 9(7)V99.
       01  WS-LO-USED            PIC 9(4) VALUE 0.

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
               10 WS-PY-APPROVED PIC X.
       01  WS-PY-USED            PIC 9(3) VALUE 0.
       01  WS-PAYEE-FOUND        PIC X.
       01  WS-ISSUER-NAME        PIC X(20).

      *> Holds still on file that belong to an order, from the
      *> "LEGAL ORD nnnnnn" reason LEGALORD gives them.
       01  WS-HOLD-TABLE.
           05 WS-LH-ROW OCCURS 5000 TIMES INDEXED BY WS-LH-IDX.
               10 WS-LH-ORDNO     PIC 9(6).
               10 WS-LH-ACCT      PIC 9(6).
               10 WS-LH-AMOUNT    PIC 9(7)V99.
       01  WS-LH-USED            PIC 9(4) VALUE 0.
       01  WS-ORDER-HOLDS        PIC 9(4).

       01  WS-TRANS-ID           PIC 9(13) VALUE 0.
       01  WS-DAY-FLOOR          PIC 9(13).
       01  WS-EXT-REF            PIC X(12).

       01  WS-DAYS-LEFT          PIC S9(5).
       01  WS-STATUS-TEXT        PIC X(14).
       01  WS-PAST-TEXT          PIC X(13).

       01  WS-RAISED-COUNT       PIC 9(7) VALUE 0.
       01  WS-RAISED-TOTAL       PIC 9(9)V99 VALUE 0.
       01  WS-SATISFIED-COUNT    PIC 9(7) VALUE 0.
       01  WS-REFUSED-COUNT      PIC 9(7) VALUE 0.
       01  WS-UNAPPROVED-COUNT   PIC 9(7) VALUE 0.
       01  WS-GENERATED-COUNT    PIC 9(7) VALUE 0.
       01  WS-OPEN-COUNT         PIC 9(7) VALUE 0.
       01  WS-OPEN-HELD          PIC 9(11)V99 VALUE 0.
       01  WS-PAST-COUNT         PIC 9(7) VALUE 0.

       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-TOTAL         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-HELD          PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-DAYS          PIC -ZZZ9.
       01  WS-EDIT-ORDNO         PIC 9(6).
       01  WS-EDIT-PAYEE         PIC 9(5).
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-CUSTNO        PIC 9(6).
       01  WS-FILE-DEMANDED      PIC 9(7).99.
       01  WS-FILE-PROTECT       PIC 9(7).99.
       01  WS-FILE-HELD          PIC 9(7).99.
       01  WS-FILE-REMITTED      PIC 9(7).99.

      *> Trailer bookkeeping for transactions.dat, mirroring the
      *> writer: refreshed once after the run's appends.
       01  WS-TRAILER-ID         PIC 9(13) VALUE 9999999999999.
       01  WS-TRAILER-COUNT      PIC 9(7) VALUE 0.
       01  WS-TRAILER-TOTAL      PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "T" TO WS-LOCK-ACTION
           MOVE "LEGALPROC" TO WS-LOCK-HOLDER
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "BUSDATE" USING WS-TODAY

           PERFORM LOAD-ORDER-FILE
           IF WS-LO-USED = 0
               DISPLAY "No legal orders on file - nothing to "
                   "process."
               MOVE "R" TO WS-LOCK-ACTION
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
                   WS-LOCK-RESULT
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-PAYEE-FILE
           PERFORM LOAD-LEGAL-HOLDS

      *> Generation backup before the first mutation of the run
      *> unit (GENBACKUP rotates once per run unit).
           CALL "GENBACKUP"
           PERFORM FIND-NEXT-TRANS-ID

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger.txt, status = "
                   WS-LEDGER-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANS-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN I-O TRANSACTION-FILE
           END-IF
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
                   WS-TRANS-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-LO-IDX FROM 1 BY 1
                   UNTIL WS-LO-IDX > WS-LO-USED
               PERFORM PROCESS-ONE-ORDER
           END-PERFORM

           CLOSE TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR closing transactions.dat, status = "
                   WS-TRANS-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE LEDGER-FILE

           PERFORM REWRITE-ORDER-FILE
           IF WS-GENERATED-COUNT > 0
               PERFORM WRITE-TRAILER-RECORD
           END-IF

           PERFORM WRITE-ORDER-REPORT
           PERFORM APPEND-EOD-SUMMARY

           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT

           MOVE WS-RAISED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Remittances raised:      " WS-EDIT-COUNT
           MOVE WS-SATISFIED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Orders satisfied:        " WS-EDIT-COUNT
           MOVE WS-REFUSED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Remittances refused:     " WS-EDIT-COUNT
           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           DISPLAY "Open orders:             " WS-EDIT-COUNT
           MOVE WS-PAST-COUNT TO WS-EDIT-COUNT
           DISPLAY "Past response deadline:  " WS-EDIT-COUNT
           IF WS-UNAPPROVED-COUNT > 0
               MOVE WS-UNAPPROVED-COUNT TO WS-EDIT-COUNT
               DISPLAY "*** Remittances held back (issuer payee not "
                   "approved): " WS-EDIT-COUNT " ***"
           END-IF
           DISPLAY "Order status report written to "
               "legal_order_report.txt"
           IF WS-GENERATED-COUNT > 0
               DISPLAY "Run POSTLEDGER to apply the remittances."
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-ORDER-FILE.
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ORDER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-ORDER
               END-READ
           END-PERFORM
           CLOSE ORDER-FILE.

      *> The order file is written back whole, so the run stops
      *> rather than drop orders that will not fit.
       LOAD-ONE-ORDER.
           MOVE SPACES TO WS-TOKEN-ORDNO WS-TOKEN-KIND
               WS-TOKEN-PAYEE WS-TOKEN-CASEREF WS-TOKEN-ACCT
               WS-TOKEN-CUSTNO WS-TOKEN-DEMANDED WS-TOKEN-SERVED
               WS-TOKEN-DEADLINE WS-TOKEN-REMITDUE WS-TOKEN-PROTECT
               WS-TOKEN-HELD WS-TOKEN-STATUS WS-TOKEN-RAISED
               WS-TOKEN-REMITTED
           UNSTRING ORDER-LINE DELIMITED BY ","
               INTO WS-TOKEN-ORDNO WS-TOKEN-KIND WS-TOKEN-PAYEE
                   WS-TOKEN-CASEREF WS-TOKEN-ACCT WS-TOKEN-CUSTNO
                   WS-TOKEN-DEMANDED WS-TOKEN-SERVED
                   WS-TOKEN-DEADLINE WS-TOKEN-REMITDUE
                   WS-TOKEN-PROTECT WS-TOKEN-HELD WS-TOKEN-STATUS
                   WS-TOKEN-RAISED WS-TOKEN-REMITTED
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-ORDNO) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-PAYEE) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-ACCT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-CUSTNO) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-DEMANDED) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-SERVED) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-DEADLINE) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-REMITDUE) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-PROTECT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-HELD) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-RAISED) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-REMITTED) NOT = 0
               DISPLAY "*** WARNING: legal_orders.dat line not "
                   "understood, ignored: " ORDER-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-LO-USED >= 2000
               DISPLAY "*** legal_orders.dat holds more than 2000 "
                   "orders ***"
               MOVE "R" TO WS-LOCK-ACTION
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
                   WS-LOCK-RESULT
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-LO-USED
           SET WS-LO-IDX TO WS-LO-USED
           COMPUTE WS-LO-ORDNO(WS-LO-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-ORDNO)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-KIND)
               TO WS-LO-KIND(WS-LO-IDX)
           COMPUTE WS-LO-PAYEE(WS-LO-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-PAYEE)
           MOVE WS-TOKEN-CASEREF TO WS-LO-CASEREF(WS-LO-IDX)
           COMPUTE WS-LO-ACCT(WS-LO-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-ACCT)
           COMPUTE WS-LO-CUSTNO(WS-LO-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-CUSTNO)
           COMPUTE WS-LO-DEMANDED(WS-LO-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-DEMANDED)
           COMPUTE WS-LO-SERVED(WS-LO-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-SERVED)
           COMPUTE WS-LO-DEADLINE(WS-LO-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-DEADLINE)
           COMPUTE WS-LO-REMITDUE(WS-LO-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-REMITDUE)
           COMPUTE WS-LO-PROTECT(WS-LO-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-PROTECT)
           COMPUTE WS-LO-HELD(WS-LO-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-HELD)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-STATUS)
               TO WS-LO-STATUS(WS-LO-IDX)
           COMPUTE WS-LO-RAISED(WS-LO-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-RAISED)
           COMPUTE WS-LO-REMITTED(WS-LO-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-REMITTED).

       LOAD-PAYEE-FILE.
           OPEN INPUT PAYEE-FILE
           IF WS-PAYEE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
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
           MOVE WS-PY-TOKEN-NAME TO WS-PY-NAME(WS-PY-USED)
           MOVE FUNCTION UPPER-CASE(WS-PY-TOKEN-APPROVED)
               TO WS-PY-APPROVED(WS-PY-USED).

      *> One pass of holds.dat in hold-number order for the holds
      *> LEGALORD placed. What is left tonight is what has not
      *> been remitted yet (POSTLEDGER releases each as its WD
      *> posts) nor released by hand.
       LOAD-LEGAL-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HOLD-EOF
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF HOLD-REASON(1:10) = "LEGAL ORD "
                           PERFORM LOAD-ONE-LEGAL-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       LOAD-ONE-LEGAL-HOLD.
           IF HOLD-REASON(11:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-LH-USED >= 5000
               DISPLAY "*** WARNING: legal hold table full (5000), "
                   "hold ignored ***"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LH-USED
           SET WS-LH-IDX TO WS-LH-USED
           MOVE HOLD-REASON(11:6) TO WS-LH-ORDNO(WS-LH-IDX)
           MOVE HOLD-ACCT-ID      TO WS-LH-ACCT(WS-LH-IDX)
           MOVE HOLD-AMOUNT       TO WS-LH-AMOUNT(WS-LH-IDX).

       PROCESS-ONE-ORDER.
           MOVE 0 TO WS-ORDER-HOLDS
           PERFORM VARYING WS-LH-IDX FROM 1 BY 1
                   UNTIL WS-LH-IDX > WS-LH-USED
               IF WS-LH-ORDNO(WS-LH-IDX) = WS-LO-ORDNO(WS-LO-IDX)
                   ADD 1 TO WS-ORDER-HOLDS
               END-IF
           END-PERFORM
           MOVE WS-LO-ORDNO(WS-LO-IDX) TO WS-EDIT-ORDNO
           EVALUATE WS-LO-STATUS(WS-LO-IDX)
               WHEN "H"
                   IF WS-LO-REMITDUE(WS-LO-IDX) <= WS-TODAY
                       PERFORM REMIT-ONE-ORDER
                   END-IF
               WHEN "R"
                   IF WS-LO-RAISED(WS-LO-IDX) < WS-TODAY
                       PERFORM CHECK-ONE-REMITTANCE
                   END-IF
               WHEN "P"
                   IF WS-ORDER-HOLDS = 0
                       MOVE "S" TO WS-LO-STATUS(WS-LO-IDX)
                       ADD 1 TO WS-SATISFIED-COUNT
                       DISPLAY "  order " WS-EDIT-ORDNO
                           " refused remittance reposted - satisfied"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> The waiting period is over: the funds still held go to
      *> the issuer, provided its payee details are released.
       REMIT-ONE-ORDER.
           PERFORM FIND-ISSUER
           IF WS-PAYEE-FOUND NOT = 'Y'
               OR WS-PY-APPROVED(WS-PY-IDX) NOT = "Y"
               ADD 1 TO WS-UNAPPROVED-COUNT
               DISPLAY "*** WARNING: order " WS-EDIT-ORDNO
                   " not remitted - issuer payee not approved ***"
               EXIT PARAGRAPH
           END-IF
           IF WS-ORDER-HOLDS = 0
               MOVE "S" TO WS-LO-STATUS(WS-LO-IDX)
               MOVE WS-TODAY TO WS-LO-RAISED(WS-LO-IDX)
               MOVE 0 TO WS-LO-REMITTED(WS-LO-IDX)
               ADD 1 TO WS-SATISFIED-COUNT
               MOVE "W" TO WS-ALERT-SEV
               MOVE "LEGALPROC" TO WS-ALERT-PROGRAM
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "LEGAL ORDER " DELIMITED BY SIZE
                       WS-EDIT-ORDNO DELIMITED BY SIZE
                       " HOLDS RELEASED BEFORE REMITTANCE"
                           DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               END-STRING
               CALL "ALERTLOG" USING WS-ALERT-SEV
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LO-REMITTED(WS-LO-IDX)
           MOVE SPACES TO WS-EXT-REF
           STRING "LEGAL" DELIMITED BY SIZE
                   WS-EDIT-ORDNO DELIMITED BY SIZE
               INTO WS-EXT-REF
           END-STRING
           PERFORM VARYING WS-LH-IDX FROM 1 BY 1
                   UNTIL WS-LH-IDX > WS-LH-USED
               IF WS-LH-ORDNO(WS-LH-IDX) = WS-LO-ORDNO(WS-LO-IDX)
                   PERFORM WRITE-ONE-GENERATED
               END-IF
           END-PERFORM
           MOVE "R" TO WS-LO-STATUS(WS-LO-IDX)
           MOVE WS-TODAY TO WS-LO-RAISED(WS-LO-IDX)
           ADD 1 TO WS-RAISED-COUNT
           ADD WS-LO-REMITTED(WS-LO-IDX) TO WS-RAISED-TOTAL
           MOVE WS-LO-REMITTED(WS-LO-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-LO-PAYEE(WS-LO-IDX) TO WS-EDIT-PAYEE
           DISPLAY "  order " WS-EDIT-ORDNO " remittance "
               WS-EDIT-AMOUNT " raised to payee " WS-EDIT-PAYEE.

      *> The remittance has been through POSTLEDGER: every hold
      *> gone means every share posted.
       CHECK-ONE-REMITTANCE.
           IF WS-ORDER-HOLDS = 0
               MOVE "S" TO WS-LO-STATUS(WS-LO-IDX)
               ADD 1 TO WS-SATISFIED-COUNT
               DISPLAY "  order " WS-EDIT-ORDNO " satisfied"
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO WS-LO-STATUS(WS-LO-IDX)
           ADD 1 TO WS-REFUSED-COUNT
           MOVE "W" TO WS-ALERT-SEV
           MOVE "LEGALPROC" TO WS-ALERT-PROGRAM
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "LEGAL ORDER " DELIMITED BY SIZE
                   WS-EDIT-ORDNO DELIMITED BY SIZE
                   " REMITTANCE REFUSED BY POSTING" DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
           END-STRING
           CALL "ALERTLOG" USING WS-ALERT-SEV
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           DISPLAY "*** WARNING: order " WS-EDIT-ORDNO
               " remittance refused by posting - see suspense ***".

      *> Leaves WS-PY-IDX on the order's issuer when found.
       FIND-ISSUER.
           MOVE 'N' TO WS-PAYEE-FOUND
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                   UNTIL WS-PY-IDX > WS-PY-USED
                       OR WS-PAYEE-FOUND = 'Y'
               IF WS-PY-NO(WS-PY-IDX) = WS-LO-PAYEE(WS-LO-IDX)
                   MOVE 'Y' TO WS-PAYEE-FOUND
               END-IF
           END-PERFORM
           IF WS-PAYEE-FOUND = 'Y'
               SET WS-PY-IDX DOWN BY 1
           END-IF.

      *> One payee WD for the hold at WS-LH-IDX, in the held
      *> account's currency and branch. An account no longer on
      *> the ledger still gets its WD, which posting refuses, so
      *> the order shows up refused.
       WRITE-ONE-GENERATED.
           MOVE "USD" TO TRANS-CURR
           MOVE ZERO  TO TRANS-BRANCH
           MOVE WS-LH-ACCT(WS-LH-IDX) TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF L-CURR NOT = SPACES
                       MOVE L-CURR TO TRANS-CURR
                   END-IF
                   MOVE L-BRANCH TO TRANS-BRANCH
           END-READ
           ADD 1 TO WS-TRANS-ID
           MOVE WS-TRANS-ID              TO TRANS-ID
           MOVE "WD"                     TO TRANS-TYPE
           MOVE WS-TODAY                 TO TRANS-DATE
           MOVE WS-LH-ACCT(WS-LH-IDX)    TO TRANS-ACCT-ID
           MOVE WS-LH-AMOUNT(WS-LH-IDX)  TO TRANS-AMOUNT
           MOVE WS-LO-PAYEE(WS-LO-IDX)   TO TRANS-REF-ID
           MOVE "PY"                     TO TRANS-REF-TYPE
           MOVE WS-EXT-REF               TO TRANS-EXT-REF
           MOVE ZERO                     TO TRANS-TO-ACCT
           MOVE SPACES                   TO TRANS-TELLER
           MOVE ZERO                     TO TRANS-CHECK-NO
           WRITE TRANSACTION-RECORD
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR writing transactions.dat, status = "
                   WS-TRANS-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-GENERATED-COUNT
           ADD WS-LH-AMOUNT(WS-LH-IDX) TO WS-LO-REMITTED(WS-LO-IDX).

       REWRITE-ORDER-FILE.
           OPEN OUTPUT ORDER-FILE
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "ERROR rewriting legal_orders.dat, status = "
                   WS-ORDER-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-LO-IDX FROM 1 BY 1
                   UNTIL WS-LO-IDX > WS-LO-USED
               PERFORM REWRITE-ONE-ORDER
           END-PERFORM
           CLOSE ORDER-FILE.

       REWRITE-ONE-ORDER.
           MOVE WS-LO-ORDNO(WS-LO-IDX)    TO WS-EDIT-ORDNO
           MOVE WS-LO-PAYEE(WS-LO-IDX)    TO WS-EDIT-PAYEE
           MOVE WS-LO-ACCT(WS-LO-IDX)     TO WS-EDIT-ACCT
           MOVE WS-LO-CUSTNO(WS-LO-IDX)   TO WS-EDIT-CUSTNO
           MOVE WS-LO-DEMANDED(WS-LO-IDX) TO WS-FILE-DEMANDED
           MOVE WS-LO-PROTECT(WS-LO-IDX)  TO WS-FILE-PROTECT
           MOVE WS-LO-HELD(WS-LO-IDX)     TO WS-FILE-HELD
           MOVE WS-LO-REMITTED(WS-LO-IDX) TO WS-FILE-REMITTED
           MOVE SPACES TO ORDER-LINE
           STRING WS-EDIT-ORDNO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-LO-KIND(WS-LO-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-PAYEE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-LO-CASEREF(WS-LO-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-CUSTNO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-DEMANDED DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-LO-SERVED(WS-LO-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-LO-DEADLINE(WS-LO-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-LO-REMITDUE(WS-LO-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-PROTECT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-HELD DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-LO-STATUS(WS-LO-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-LO-RAISED(WS-LO-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-REMITTED DELIMITED BY SIZE
               INTO ORDER-LINE
           END-STRING
           WRITE ORDER-LINE
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "ERROR rewriting legal_orders.dat, status = "
                   WS-ORDER-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

      *> Same highest-id scan and date-plus-sequence floor as
      *> TRANSACTIONS-WRITER so remittances continue the id
      *> sequence in the business date's range.
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

      *> Same control-total refresh as TRANSACTIONS-WRITER after its
      *> appends: rescan, then append a fresh trailer.
       WRITE-TRAILER-RECORD.
           MOVE 0   TO WS-TRAILER-COUNT
           MOVE 0   TO WS-TRAILER-TOTAL
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
                   WS-TRANS-STATUS
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
      *> One trailer per file now that TRANS-ID is the record key -
      *> a duplicate-key answer means a trailer already exists, so
      *> it is refreshed in place.
           IF WS-TRANS-STATUS = "22"
               REWRITE TRANSACTION-RECORD
           END-IF
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR writing trailer to transactions.dat, "
                   "status = " WS-TRANS-STATUS
           END-IF
           CLOSE TRANSACTION-FILE.

      *> Every open order - held, remitting, refused - and every
      *> no-funds order whose answer is still due, against its
      *> response deadline: days left, or PAST DEADLINE once the
      *> business date has gone beyond it.
       WRITE-ORDER-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening legal_order_report.txt, "
                   "status = " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "GARNISHMENT AND LEVY ORDER STATUS REPORT - "
                       DELIMITED BY SIZE
                   "BUSINESS DATE " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ORDER  K ISSUER               ACCT   CUST   "
                       DELIMITED BY SIZE
                   "    DEMANDED         HELD REMITDUE DEADLINE "
                       DELIMITED BY SIZE
                   " DAYS STATUS" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-LO-IDX FROM 1 BY 1
                   UNTIL WS-LO-IDX > WS-LO-USED
               EVALUATE TRUE
                   WHEN WS-LO-STATUS(WS-LO-IDX) = "H"
                       OR WS-LO-STATUS(WS-LO-IDX) = "R"
                       OR WS-LO-STATUS(WS-LO-IDX) = "P"
                       PERFORM REPORT-ONE-ORDER
                   WHEN WS-LO-STATUS(WS-LO-IDX) = "N"
                       AND WS-LO-DEADLINE(WS-LO-IDX) >= WS-TODAY
                       PERFORM REPORT-ONE-ORDER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF WS-OPEN-COUNT = 0
               MOVE "(no open legal orders)" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           MOVE WS-OPEN-HELD  TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "OPEN ORDERS:          " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "  HELD " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PAST-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PAST DEADLINE:        " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RAISED-COUNT TO WS-EDIT-COUNT
           MOVE WS-RAISED-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "REMITTED TONIGHT:     " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "  AMOUNT " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE.

       REPORT-ONE-ORDER.
           ADD 1 TO WS-OPEN-COUNT
           IF WS-LO-STATUS(WS-LO-IDX) = "H"
               OR WS-LO-STATUS(WS-LO-IDX) = "P"
               ADD WS-LO-HELD(WS-LO-IDX) TO WS-OPEN-HELD
           END-IF
           EVALUATE WS-LO-STATUS(WS-LO-IDX)
               WHEN "H"
                   MOVE "HELD" TO WS-STATUS-TEXT
               WHEN "R"
                   MOVE "REMITTING" TO WS-STATUS-TEXT
               WHEN "P"
                   MOVE "REMIT REFUSED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "NO FUNDS" TO WS-STATUS-TEXT
           END-EVALUATE
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-LO-DEADLINE(WS-LO-IDX))
               - FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS
           MOVE SPACES TO WS-PAST-TEXT
           IF WS-DAYS-LEFT < 0
               MOVE "PAST DEADLINE" TO WS-PAST-TEXT
               ADD 1 TO WS-PAST-COUNT
           END-IF

           PERFORM FIND-ISSUER
           MOVE SPACES TO WS-ISSUER-NAME
           IF WS-PAYEE-FOUND = 'Y'
               MOVE WS-PY-NAME(WS-PY-IDX) TO WS-ISSUER-NAME
           END-IF
           MOVE WS-LO-ORDNO(WS-LO-IDX)    TO WS-EDIT-ORDNO
           MOVE WS-LO-ACCT(WS-LO-IDX)     TO WS-EDIT-ACCT
           MOVE WS-LO-CUSTNO(WS-LO-IDX)   TO WS-EDIT-CUSTNO
           MOVE WS-LO-DEMANDED(WS-LO-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-LO-HELD(WS-LO-IDX)     TO WS-EDIT-HELD
           MOVE SPACES TO REPORT-LINE
           STRING WS-EDIT-ORDNO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LO-KIND(WS-LO-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ISSUER-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-CUSTNO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-HELD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LO-REMITDUE(WS-LO-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LO-DEADLINE(WS-LO-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-DAYS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STATUS-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PAST-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR writing legal_order_report.txt, "
                   "status = " WS-REPORT-STATUS
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
           MOVE "STEP: LEGALPROC" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-RAISED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Legal remittances raised:    "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-SATISFIED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Legal orders satisfied:      "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-REFUSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Remittances refused:         "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Open legal orders:           "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-PAST-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Past response deadline:      "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           CLOSE EOD-FILE.
