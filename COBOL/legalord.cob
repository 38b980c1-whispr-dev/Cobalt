       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALORD.

      *> Garnishment and levy order maintenance, in the list/
      *> maintain rhythm of SDBMAINT. A court garnishment or a tax
      *> levy served on the bank is recorded here the day it
      *> arrives, one line per order on legal_orders.dat:
      *>     ORDERNO,KIND,PAYEE,CASEREF,ACCT,CUSTNO,DEMANDED,
      *>     SERVED,DEADLINE,REMITDUE,PROTECTED,HELD,STATUS,
      *>     RAISED,REMITTED
      *> KIND is G garnishment or L levy. The issuer - the court or
      *> taxing authority the funds are remitted to - is a payee on
      *> payees.dat (PAYEEMAINT, released in APPROVE), PAYEE its
      *> number, CASEREF the issuer's own reference for the order.
      *> The order names either one account (ACCT, CUSTNO zero) or
      *> a customer (CUSTNO, ACCT zero) whose accounts linked on
      *> cust_accounts.dat are all attached. DEMANDED is the amount
      *> the order demands, SERVED the date it was served on the
      *> bank and DEADLINE the date the bank must answer the
      *> issuer by. REMITDUE is SERVED plus the waiting period
      *> (GARNISH_WAIT_DAYS, default 21 calendar days) - the
      *> customer's time to claim an exemption before the funds go.
      *> The bank never freezes the whole balance: the protected
      *> amount the customer is entitled to keep comes off first -
      *> GARNISH_EXEMPT for a garnishment (default 1000.00),
      *> LEVY_EXEMPT for a levy (default none) - once per order, and
      *> only what is left above it, up to DEMANDED, is attached.
      *> Each attached account gets a hold on holds.dat for its
      *> share, reason "LEGAL ORD nnnnnn" (the order number) and
      *> expiry 99991231, so nothing else can spend it; PROTECTED
      *> and HELD record the split. Only posted, base-currency
      *> balances are attached, net of holds already on them.
      *> STATUS is
      *>   H held, waiting for REMITDUE;
      *>   R remittance raised - LEGALPROC has raised a payee WD of
      *>     the held funds to the issuer (RAISED the date, REMITTED
      *>     the amount), and POSTLEDGER releases each hold as its
      *>     share posts;
      *>   P remittance refused by posting - a share is in
      *>     suspense with its hold still on (see LEGALPROC); once
      *>     the refusal is dealt with REPOST-SUSPENSE posts it and
      *>     releases the hold, as POSTLEDGER would have;
      *>   S satisfied, every hold released by its remittance
      *>     posting;
      *>   W withdrawn by the issuer before remittance, holds
      *>     released here;
      *>   N nothing attachable when served - no hold placed.
      *> Recording and withdrawing an order are stamped
      *> into ledger_audit.log against each account touched.
      *> Permission L, the ledger-maintenance letter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO "legal_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT PAYEE-FILE ASSIGN TO "payees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-STATUS.

           SELECT XREF-FILE ASSIGN TO "cust_accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT HOLD-FILE ASSIGN TO "holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-NO
               ALTERNATE RECORD KEY IS HOLD-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ledger_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
       01  ORDER-LINE            PIC X(160).

       FD  PAYEE-FILE.
       01  PAYEE-LINE            PIC X(80).

       FD  XREF-FILE.
       01  XREF-LINE             PIC X(30).

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

      *> Operator sign-on (SIGNON/operators.dat): recording an order
      *> and releasing its holds are ledger maintenance,
      *> permission L.
       01  WS-SIGNON-FUNCTION    PIC X VALUE "L".
       01  WS-SIGNON-OPERATOR    PIC X(4).
       01  WS-SIGNON-RESULT      PIC X.

      *> Run lock (RUNLOCK/run_lock.dat) - LEGALPROC rewrites the
      *> order file nightly.
       01  WS-LOCK-ACTION        PIC X.
       01  WS-LOCK-HOLDER        PIC X(20).
       01  WS-LOCK-RESULT        PIC X.

      *> Protected amounts and waiting period (environment
      *> settings, the HOLD_CLEAR_DAYS pattern).
       01  WS-SETTING-TEXT       PIC X(12).
       01  WS-GARNISH-EXEMPT     PIC 9(7)V99 VALUE 1000.00.
       01  WS-LEVY-EXEMPT        PIC 9(7)V99 VALUE 0.
       01  WS-WAIT-DAYS          PIC 9(3) VALUE 21.

       01  WS-ORDER-STATUS       PIC XX.
       01  WS-PAYEE-STATUS       PIC XX.
       01  WS-XREF-STATUS        PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-HOLD-STATUS        PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-EOF                PIC X VALUE 'N'.
       01  WS-HOLD-EOF           PIC X VALUE 'N'.
       01  WS-CONTINUE           PIC X VALUE 'Y'.
       01  WS-ACTION             PIC X.
       01  WS-RESPONSE           PIC X.
       01  WS-FOUND              PIC X.
       01  WS-TODAY              PIC 9(8).

      *> Legal orders.
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
       01  WS-LO-KEEP            PIC 9(4).
       01  WS-NEXT-ORDNO         PIC 9(6) VALUE 0.

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

      *> Customer/account cross-reference (CUSTMAINT's layout).
       01  WS-TOKEN-ROLE         PIC X(1).
       01  WS-XREF-TABLE.
           05 WS-XR-ROW OCCURS 2000 TIMES INDEXED BY WS-XR-IDX.
               10 WS-XR-CUST      PIC 9(6).
               10 WS-XR-ACCT      PIC 9(6).
       01  WS-XR-USED            PIC 9(4) VALUE 0.

      *> The accounts an order is to attach, in the order they are
      *> taken, with each one's share.
       01  WS-PLAN-TABLE.
           05 WS-PL-ROW OCCURS 20 TIMES INDEXED BY WS-PL-IDX.
               10 WS-PL-ACCT      PIC 9(6).
               10 WS-PL-AMOUNT    PIC 9(7)V99.
       01  WS-PL-USED            PIC 9(3) VALUE 0.
       01  WS-CAND-ACCT          PIC 9(6).
       01  WS-HELD-AMOUNT        PIC 9(9)V99.
       01  WS-FREE-BALANCE       PIC S9(10)V99.
       01  WS-EXEMPT             PIC 9(7)V99.
       01  WS-EXEMPT-LEFT        PIC 9(7)V99.
       01  WS-DEMAND-LEFT        PIC 9(7)V99.
       01  WS-ATTACH             PIC 9(7)V99.
       01  WS-ATTACH-TOTAL       PIC 9(7)V99.

      *> Keyed input.
       01  WS-FIELD-IN           PIC X(12).
       01  WS-CASEREF-IN         PIC X(20).
       01  WS-NUM-CHECK          PIC S9(9)V99.
       01  WS-KIND-IN            PIC X.
       01  WS-PAYEE-IN           PIC 9(5).
       01  WS-ACCT-IN            PIC 9(6).
       01  WS-CUSTNO-IN          PIC 9(6).
       01  WS-DEMANDED-IN        PIC 9(7)V99.
       01  WS-SERVED-IN          PIC 9(8).
       01  WS-DEADLINE-IN        PIC 9(8).
       01  WS-REMITDUE-IN        PIC 9(8).
       01  WS-ORDNO-IN           PIC 9(6).
       01  WS-DATE-CHECK         PIC 9(8).
       01  WS-DATE-OPTIONS       PIC X(2).
       01  WS-DATE-OK            PIC X.
       01  WS-HOLD-REASON        PIC X(16).
       01  WS-NEXT-HOLDNO        PIC 9(13) VALUE 0.
       01  WS-RELEASED-COUNT     PIC 9(3).
       01  WS-AUDIT-ACTION       PIC X(8).
       01  WS-AUDIT-ACCT         PIC 9(6).

       01  WS-EDIT-ORDNO         PIC 9(6).
       01  WS-EDIT-PAYEE         PIC 9(5).
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-CUSTNO        PIC 9(6).
       01  WS-EDIT-HOLDNO        PIC 9(13).
       01  WS-EDIT-COUNT         PIC ZZ9.
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-HELD          PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-PROTECT       PIC Z,ZZZ,ZZ9.99.
       01  WS-FILE-DEMANDED      PIC 9(7).99.
       01  WS-FILE-PROTECT       PIC 9(7).99.
       01  WS-FILE-HELD          PIC 9(7).99.
       01  WS-FILE-REMITTED      PIC 9(7).99.

       01  WS-AUDIT-DATE         PIC 9(8).
       01  WS-AUDIT-TIME         PIC 9(8).
       01  WS-AUDIT-PTR          PIC 9(3).

      *> Sentinel key of the control-total trailer WriteLedger keeps
      *> in ledger.txt; never a deposit account.
       01  WS-TRAILER-ID         PIC 9(6) VALUE 999999.

       PROCEDURE DIVISION.
       BEGIN.
           CALL "SIGNON" USING WS-SIGNON-FUNCTION
               WS-SIGNON-OPERATOR WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           MOVE "T" TO WS-LOCK-ACTION
           MOVE "LEGALORD" TO WS-LOCK-HOLDER
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           CALL "BUSDATE" USING WS-TODAY
           PERFORM READ-ORDER-SETTINGS

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger.txt, status = "
                   WS-LEDGER-STATUS
               MOVE "R" TO WS-LOCK-ACTION
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
                   WS-LOCK-RESULT
               STOP RUN 1
           END-IF
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "ERROR opening holds.dat, status = "
                   WS-HOLD-STATUS
               PERFORM RELEASE-AND-STOP
           END-IF

           PERFORM LOAD-ORDER-FILE
           PERFORM LOAD-PAYEE-FILE
           PERFORM LOAD-XREF-FILE
           PERFORM LIST-ORDER-FILE

           PERFORM UNTIL WS-CONTINUE NOT = 'Y'
               DISPLAY "(R)ecord an order, (W)ithdraw an order, "
                   "(S)how an order, or (Q)uit? "
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "R"
                       PERFORM RECORD-ONE-ORDER
                   WHEN "W"
                       PERFORM WITHDRAW-ONE-ORDER
                   WHEN "S"
                       PERFORM SHOW-ONE-ORDER
                   WHEN OTHER
                       MOVE 'N' TO WS-CONTINUE
               END-EVALUATE
           END-PERFORM

           CLOSE HOLD-FILE
           CLOSE LEDGER-FILE
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           DISPLAY "Legal order maintenance complete."
           STOP RUN.

       READ-ORDER-SETTINGS.
           MOVE SPACES TO WS-SETTING-TEXT
           ACCEPT WS-SETTING-TEXT FROM ENVIRONMENT "GARNISH_EXEMPT"
           IF WS-SETTING-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SETTING-TEXT) = 0
               COMPUTE WS-GARNISH-EXEMPT =
                   FUNCTION NUMVAL(WS-SETTING-TEXT)
           END-IF
           MOVE SPACES TO WS-SETTING-TEXT
           ACCEPT WS-SETTING-TEXT FROM ENVIRONMENT "LEVY_EXEMPT"
           IF WS-SETTING-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SETTING-TEXT) = 0
               COMPUTE WS-LEVY-EXEMPT =
                   FUNCTION NUMVAL(WS-SETTING-TEXT)
           END-IF
           MOVE SPACES TO WS-SETTING-TEXT
           ACCEPT WS-SETTING-TEXT
               FROM ENVIRONMENT "GARNISH_WAIT_DAYS"
           IF WS-SETTING-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SETTING-TEXT) = 0
               COMPUTE WS-WAIT-DAYS =
                   FUNCTION NUMVAL(WS-SETTING-TEXT)
           END-IF.

       LOAD-ORDER-FILE.
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "No legal_orders.dat yet - starting a new "
                   "order file."
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

      *> The order file is written back whole, so it is refused
      *> outright when it will not fit.
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
               EXIT PARAGRAPH
           END-IF
           IF WS-LO-USED >= 2000
               DISPLAY "*** legal_orders.dat holds more than 2000 "
                   "orders ***"
               PERFORM RELEASE-AND-STOP
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
               FUNCTION NUMVAL(WS-TOKEN-REMITTED)
           IF WS-LO-ORDNO(WS-LO-IDX) > WS-NEXT-ORDNO
               MOVE WS-LO-ORDNO(WS-LO-IDX) TO WS-NEXT-ORDNO
           END-IF.

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

       LOAD-XREF-FILE.
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-XREF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE.

       LOAD-ONE-XREF.
           MOVE SPACES TO WS-TOKEN-CUSTNO WS-TOKEN-ACCT
               WS-TOKEN-ROLE
           UNSTRING XREF-LINE DELIMITED BY ","
               INTO WS-TOKEN-CUSTNO WS-TOKEN-ACCT WS-TOKEN-ROLE
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-CUSTNO) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-ACCT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-XR-USED >= 2000
               DISPLAY "*** WARNING: cust_accounts.dat table full "
                   "(2000), line ignored: " XREF-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-XR-USED
           SET WS-XR-IDX TO WS-XR-USED
           COMPUTE WS-XR-CUST(WS-XR-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-CUSTNO)
           COMPUTE WS-XR-ACCT(WS-XR-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-ACCT).

      *> Orders still open - held, remitting, or refused.
       LIST-ORDER-FILE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-LO-IDX FROM 1 BY 1
                   UNTIL WS-LO-IDX > WS-LO-USED
               IF WS-LO-STATUS(WS-LO-IDX) = "H"
                   OR WS-LO-STATUS(WS-LO-IDX) = "R"
                   OR WS-LO-STATUS(WS-LO-IDX) = "P"
                   MOVE 'Y' TO WS-FOUND
                   PERFORM SHOW-ORDER-LINE
               END-IF
           END-PERFORM
           IF WS-FOUND NOT = 'Y'
               DISPLAY "(no open legal orders on file)"
           END-IF.

       SHOW-ORDER-LINE.
           MOVE WS-LO-ORDNO(WS-LO-IDX)    TO WS-EDIT-ORDNO
           MOVE WS-LO-ACCT(WS-LO-IDX)     TO WS-EDIT-ACCT
           MOVE WS-LO-CUSTNO(WS-LO-IDX)   TO WS-EDIT-CUSTNO
           MOVE WS-LO-DEMANDED(WS-LO-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-LO-HELD(WS-LO-IDX)     TO WS-EDIT-HELD
           DISPLAY "  order " WS-EDIT-ORDNO " " WS-LO-KIND(WS-LO-IDX)
               " acct " WS-EDIT-ACCT " cust " WS-EDIT-CUSTNO
               " demanded " WS-EDIT-AMOUNT " held " WS-EDIT-HELD
               " remit " WS-LO-REMITDUE(WS-LO-IDX)
               " deadline " WS-LO-DEADLINE(WS-LO-IDX)
               " status " WS-LO-STATUS(WS-LO-IDX).

      *> A new order: the issuer, what it names, what it demands
      *> and when it was served; the attachable funds are worked
      *> out and shown before anything is held.
       RECORD-ONE-ORDER.
           DISPLAY "(G)arnishment or tax (L)evy: "
           MOVE SPACES TO WS-KIND-IN
           ACCEPT WS-KIND-IN
           MOVE FUNCTION UPPER-CASE(WS-KIND-IN) TO WS-KIND-IN
           IF WS-KIND-IN NOT = "G" AND WS-KIND-IN NOT = "L"
               DISPLAY "Kind must be G or L, nothing recorded."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Issuer's payee number (payees.dat): "
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF FUNCTION TEST-NUMVAL(WS-FIELD-IN) NOT = 0
               DISPLAY "Invalid payee number, nothing recorded."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUM-CHECK = FUNCTION NUMVAL(WS-FIELD-IN)
           IF WS-NUM-CHECK < 1 OR WS-NUM-CHECK > 99999
               DISPLAY "Invalid payee number, nothing recorded."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-CHECK TO WS-PAYEE-IN
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                   UNTIL WS-PY-IDX > WS-PY-USED
                       OR WS-FOUND = 'Y'
               IF WS-PY-NO(WS-PY-IDX) = WS-PAYEE-IN
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND NOT = 'Y'
               DISPLAY "Issuer is not on payees.dat - add it in "
                   "PAYEEMAINT first; nothing recorded."
               EXIT PARAGRAPH
           END-IF
           SET WS-PY-IDX DOWN BY 1
           DISPLAY "Issuer: " WS-PY-NAME(WS-PY-IDX)
           IF WS-PY-APPROVED(WS-PY-IDX) NOT = "Y"
               DISPLAY "*** Issuer's payee details are not yet "
                   "approved - nothing is remitted until they are "
                   "released in APPROVE ***"
           END-IF
           DISPLAY "Issuer's case reference: "
           MOVE SPACES TO WS-CASEREF-IN
           ACCEPT WS-CASEREF-IN
           INSPECT WS-CASEREF-IN REPLACING ALL "," BY " "
           IF WS-CASEREF-IN = SPACES
               DISPLAY "A case reference is required, nothing "
                   "recorded."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Account id named (blank if the order names a "
               "customer): "
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           MOVE 0 TO WS-ACCT-IN
           MOVE 0 TO WS-CUSTNO-IN
           IF WS-FIELD-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FIELD-IN) NOT = 0
                   DISPLAY "Invalid account id, nothing recorded."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-NUM-CHECK = FUNCTION NUMVAL(WS-FIELD-IN)
               IF WS-NUM-CHECK < 1 OR WS-NUM-CHECK >= WS-TRAILER-ID
                   DISPLAY "Invalid account id, nothing recorded."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NUM-CHECK TO WS-ACCT-IN
           ELSE
               DISPLAY "Customer number named: "
               MOVE SPACES TO WS-FIELD-IN
               ACCEPT WS-FIELD-IN
               IF FUNCTION TEST-NUMVAL(WS-FIELD-IN) NOT = 0
                   DISPLAY "Invalid customer number, nothing "
                       "recorded."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-NUM-CHECK = FUNCTION NUMVAL(WS-FIELD-IN)
               IF WS-NUM-CHECK < 1 OR WS-NUM-CHECK > 999999
                   DISPLAY "Invalid customer number, nothing "
                       "recorded."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NUM-CHECK TO WS-CUSTNO-IN
           END-IF

           DISPLAY "Amount demanded (e.g. 2500.00): "
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF FUNCTION TEST-NUMVAL(WS-FIELD-IN) NOT = 0
               DISPLAY "Invalid amount, nothing recorded."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUM-CHECK = FUNCTION NUMVAL(WS-FIELD-IN)
           IF WS-NUM-CHECK <= 0 OR WS-NUM-CHECK > 9999999.99
               DISPLAY "Amount must be over zero and at most "
                   "9999999.99, nothing recorded."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-CHECK TO WS-DEMANDED-IN

           DISPLAY "Date served (YYYYMMDD): "
           PERFORM PROMPT-DATE
           IF WS-DATE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-CHECK > WS-TODAY
               DISPLAY "Served date is after the business date, "
                   "nothing recorded."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-CHECK TO WS-SERVED-IN
           DISPLAY "Response deadline (YYYYMMDD): "
           PERFORM PROMPT-DATE
           IF WS-DATE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-CHECK < WS-SERVED-IN
               DISPLAY "Deadline is before the served date, "
                   "nothing recorded."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-CHECK TO WS-DEADLINE-IN
           COMPUTE WS-REMITDUE-IN = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-SERVED-IN) + WS-WAIT-DAYS)

           PERFORM PLAN-ATTACHMENT
           IF WS-PL-USED = 0 AND WS-ACCT-IN = 0
               AND WS-FOUND NOT = 'Y'
               DISPLAY "No accounts are linked to that customer on "
                   "cust_accounts.dat, nothing recorded."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DEMANDED-IN  TO WS-EDIT-AMOUNT
           MOVE WS-ATTACH-TOTAL TO WS-EDIT-HELD
           COMPUTE WS-EDIT-PROTECT = WS-EXEMPT - WS-EXEMPT-LEFT
           DISPLAY "Demanded " WS-EDIT-AMOUNT ", protected "
               WS-EDIT-PROTECT ", to hold " WS-EDIT-HELD
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-USED
               MOVE WS-PL-ACCT(WS-PL-IDX)   TO WS-EDIT-ACCT
               MOVE WS-PL-AMOUNT(WS-PL-IDX) TO WS-EDIT-AMOUNT
               DISPLAY "  acct " WS-EDIT-ACCT " hold " WS-EDIT-AMOUNT
           END-PERFORM
           IF WS-ATTACH-TOTAL = 0
               DISPLAY "Nothing is attachable - the order is "
                   "recorded as answered with no funds."
           ELSE
               DISPLAY "Held funds are remitted on "
                   WS-REMITDUE-IN " unless the order is withdrawn."
           END-IF
           DISPLAY "Record this order? (Y/N): "
           ACCEPT WS-RESPONSE
           IF FUNCTION UPPER-CASE(WS-RESPONSE) NOT = "Y"
               DISPLAY "Nothing recorded."
               EXIT PARAGRAPH
           END-IF
           IF WS-LO-USED >= 2000
               DISPLAY "*** Order table full (2000), cannot record "
                   "***"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-NEXT-ORDNO
           ADD 1 TO WS-LO-USED
           SET WS-LO-IDX TO WS-LO-USED
           MOVE WS-NEXT-ORDNO   TO WS-LO-ORDNO(WS-LO-IDX)
           MOVE WS-KIND-IN      TO WS-LO-KIND(WS-LO-IDX)
           MOVE WS-PAYEE-IN     TO WS-LO-PAYEE(WS-LO-IDX)
           MOVE WS-CASEREF-IN   TO WS-LO-CASEREF(WS-LO-IDX)
           MOVE WS-ACCT-IN      TO WS-LO-ACCT(WS-LO-IDX)
           MOVE WS-CUSTNO-IN    TO WS-LO-CUSTNO(WS-LO-IDX)
           MOVE WS-DEMANDED-IN  TO WS-LO-DEMANDED(WS-LO-IDX)
           MOVE WS-SERVED-IN    TO WS-LO-SERVED(WS-LO-IDX)
           MOVE WS-DEADLINE-IN  TO WS-LO-DEADLINE(WS-LO-IDX)
           MOVE WS-REMITDUE-IN  TO WS-LO-REMITDUE(WS-LO-IDX)
           COMPUTE WS-LO-PROTECT(WS-LO-IDX) =
               WS-EXEMPT - WS-EXEMPT-LEFT
           MOVE 0               TO WS-LO-HELD(WS-LO-IDX)
           MOVE 0               TO WS-LO-RAISED(WS-LO-IDX)
           MOVE 0               TO WS-LO-REMITTED(WS-LO-IDX)

           PERFORM BUILD-HOLD-REASON
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-USED
               IF WS-PL-AMOUNT(WS-PL-IDX) > 0
                   PERFORM PLACE-ONE-LEGAL-HOLD
               END-IF
           END-PERFORM
           IF WS-LO-HELD(WS-LO-IDX) > 0
               MOVE "H" TO WS-LO-STATUS(WS-LO-IDX)
           ELSE
               MOVE "N" TO WS-LO-STATUS(WS-LO-IDX)
               MOVE "LEGALORD"   TO WS-AUDIT-ACTION
               MOVE WS-ACCT-IN   TO WS-AUDIT-ACCT
               PERFORM WRITE-AUDIT-ENTRY
           END-IF
           PERFORM WRITE-ORDER-FILE
           MOVE WS-NEXT-ORDNO TO WS-EDIT-ORDNO
           MOVE WS-LO-HELD(WS-LO-IDX) TO WS-EDIT-HELD
           DISPLAY "Order " WS-EDIT-ORDNO " recorded, "
               WS-EDIT-HELD " held.".

      *> Works out each account's share into WS-PLAN-TABLE. The
      *> protected amount comes off the first funds found; only
      *> what is free above it - posted balance less the holds
      *> already on it, the overdraft line never counted - is
      *> attached, until the demand is met. Accounts no posting can
      *> debit (frozen, closed, matured, charged off) and foreign-
      *> currency accounts are passed over and named. WS-FOUND
      *> says whether a customer had any linked account at all.
       PLAN-ATTACHMENT.
           MOVE 0 TO WS-PL-USED
           MOVE 0 TO WS-ATTACH-TOTAL
           MOVE WS-DEMANDED-IN TO WS-DEMAND-LEFT
           IF WS-KIND-IN = "G"
               MOVE WS-GARNISH-EXEMPT TO WS-EXEMPT
           ELSE
               MOVE WS-LEVY-EXEMPT TO WS-EXEMPT
           END-IF
           MOVE WS-EXEMPT TO WS-EXEMPT-LEFT
           MOVE 'N' TO WS-FOUND
           IF WS-ACCT-IN > 0
               MOVE 'Y' TO WS-FOUND
               MOVE WS-ACCT-IN TO WS-CAND-ACCT
               PERFORM PLAN-ONE-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-USED
               IF WS-XR-CUST(WS-XR-IDX) = WS-CUSTNO-IN
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-XR-ACCT(WS-XR-IDX) TO WS-CAND-ACCT
                   PERFORM PLAN-ONE-ACCOUNT
               END-IF
           END-PERFORM.

       PLAN-ONE-ACCOUNT.
           MOVE WS-CAND-ACCT TO WS-EDIT-ACCT
           MOVE WS-CAND-ACCT TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   DISPLAY "  acct " WS-EDIT-ACCT
                       " not on ledger.txt - passed over"
                   EXIT PARAGRAPH
           END-READ
           IF L-STATUS = "F" OR L-STATUS = "C" OR L-STATUS = "M"
               OR L-STATUS = "W"
               DISPLAY "  acct " WS-EDIT-ACCT " status " L-STATUS
                   " takes no debits - passed over"
               EXIT PARAGRAPH
           END-IF
           IF L-CURR NOT = SPACES AND L-CURR NOT = "USD"
               DISPLAY "  acct " WS-EDIT-ACCT " is held in " L-CURR
                   " - attach it by hand in HOLDMAINT"
               EXIT PARAGRAPH
           END-IF
           IF WS-PL-USED >= 20
               DISPLAY "  acct " WS-EDIT-ACCT " passed over - no "
                   "more than 20 accounts per order"
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-ACCOUNT-HOLDS
           COMPUTE WS-FREE-BALANCE = L-PRINC - WS-HELD-AMOUNT
           IF WS-FREE-BALANCE <= 0
               EXIT PARAGRAPH
           END-IF
           IF WS-FREE-BALANCE <= WS-EXEMPT-LEFT
               SUBTRACT WS-FREE-BALANCE FROM WS-EXEMPT-LEFT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ATTACH = WS-FREE-BALANCE - WS-EXEMPT-LEFT
           MOVE 0 TO WS-EXEMPT-LEFT
           IF WS-ATTACH > WS-DEMAND-LEFT
               MOVE WS-DEMAND-LEFT TO WS-ATTACH
           END-IF
           IF WS-ATTACH = 0
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-ATTACH FROM WS-DEMAND-LEFT
           ADD WS-ATTACH TO WS-ATTACH-TOTAL
           ADD 1 TO WS-PL-USED
           MOVE WS-CAND-ACCT TO WS-PL-ACCT(WS-PL-USED)
           MOVE WS-ATTACH    TO WS-PL-AMOUNT(WS-PL-USED).

      *> The active holds of the account in hand, through the
      *> account key.
       SUM-ACCOUNT-HOLDS.
           MOVE 0 TO WS-HELD-AMOUNT
           MOVE L-ACCT-ID TO HOLD-ACCT-ID
           MOVE 'N' TO WS-HOLD-EOF
           START HOLD-FILE KEY IS = HOLD-ACCT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF HOLD-ACCT-ID NOT = L-ACCT-ID
                           MOVE 'Y' TO WS-HOLD-EOF
                       ELSE
                           IF HOLD-EXPIRY >= WS-TODAY
                               ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> The hold reason ties every hold to its order; POSTLEDGER
      *> matches it against the remittance's external reference.
       BUILD-HOLD-REASON.
           MOVE WS-LO-ORDNO(WS-LO-IDX) TO WS-EDIT-ORDNO
           MOVE SPACES TO WS-HOLD-REASON
           STRING "LEGAL ORD " DELIMITED BY SIZE
                   WS-EDIT-ORDNO DELIMITED BY SIZE
               INTO WS-HOLD-REASON
           END-STRING.

       PLACE-ONE-LEGAL-HOLD.
           PERFORM FIND-NEXT-HOLDNO
           MOVE WS-NEXT-HOLDNO          TO HOLD-NO
           MOVE WS-PL-ACCT(WS-PL-IDX)   TO HOLD-ACCT-ID
           MOVE WS-PL-AMOUNT(WS-PL-IDX) TO HOLD-AMOUNT
           MOVE WS-HOLD-REASON          TO HOLD-REASON
           MOVE 99991231                TO HOLD-EXPIRY
           MOVE WS-TODAY                TO HOLD-PLACED-DATE
           MOVE "LEGALORD"              TO HOLD-PLACED-BY
           WRITE HOLD-RECORD
               INVALID KEY
                   MOVE WS-PL-ACCT(WS-PL-IDX) TO WS-EDIT-ACCT
                   DISPLAY "*** ERROR placing hold on acct "
                       WS-EDIT-ACCT ", status = " WS-HOLD-STATUS
                       " - place it by hand in HOLDMAINT ***"
                   EXIT PARAGRAPH
           END-WRITE
           ADD WS-PL-AMOUNT(WS-PL-IDX) TO WS-LO-HELD(WS-LO-IDX)
           MOVE "LEGALHLD"              TO WS-AUDIT-ACTION
           MOVE WS-PL-ACCT(WS-PL-IDX)   TO WS-AUDIT-ACCT
           PERFORM WRITE-AUDIT-ENTRY.

      *> Next number in today's range: the highest hold numbered
      *> from today's floor up, plus one (HOLDMAINT's scheme).
       FIND-NEXT-HOLDNO.
           COMPUTE WS-NEXT-HOLDNO = WS-TODAY * 100000
           MOVE WS-NEXT-HOLDNO TO HOLD-NO
           MOVE 'N' TO WS-HOLD-EOF
           START HOLD-FILE KEY IS >= HOLD-NO
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       MOVE HOLD-NO TO WS-NEXT-HOLDNO
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-HOLDNO.

      *> An issuer withdrawing an order before the funds have gone
      *> frees them at once. Once the remittance is raised the
      *> money is on its way and withdrawal is too late.
       WITHDRAW-ONE-ORDER.
           PERFORM PROMPT-ORDER
           IF WS-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-LO-STATUS(WS-LO-IDX) NOT = "H"
               AND WS-LO-STATUS(WS-LO-IDX) NOT = "N"
               DISPLAY "Only a held or no-funds order can be "
                   "withdrawn, nothing changed."
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ORDER-LINE
           DISPLAY "Withdraw this order and release its holds? "
               "(Y/N): "
           ACCEPT WS-RESPONSE
           IF FUNCTION UPPER-CASE(WS-RESPONSE) NOT = "Y"
               DISPLAY "Nothing changed."
               EXIT PARAGRAPH
           END-IF
           MOVE "LEGALWDR" TO WS-AUDIT-ACTION
           PERFORM RELEASE-ORDER-HOLDS
           MOVE "W" TO WS-LO-STATUS(WS-LO-IDX)
           PERFORM WRITE-ORDER-FILE
           MOVE WS-RELEASED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Order withdrawn, " WS-EDIT-COUNT
               " hold(s) released.".

      *> Every hold carrying the order's reason, wherever it is -
      *> the whole file in hold-number order, deleting as it goes.
      *> WS-AUDIT-ACTION is set by the caller.
       RELEASE-ORDER-HOLDS.
           MOVE 0 TO WS-RELEASED-COUNT
           PERFORM BUILD-HOLD-REASON
           MOVE 0 TO HOLD-NO
           MOVE 'N' TO WS-HOLD-EOF
           START HOLD-FILE KEY IS >= HOLD-NO
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF HOLD-REASON = WS-HOLD-REASON
                           PERFORM RELEASE-ONE-LEGAL-HOLD
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-ONE-LEGAL-HOLD.
           MOVE HOLD-ACCT-ID TO WS-AUDIT-ACCT
           DELETE HOLD-FILE
               INVALID KEY
                   MOVE HOLD-NO TO WS-EDIT-HOLDNO
                   DISPLAY "*** ERROR releasing hold "
                       WS-EDIT-HOLDNO ", status = " WS-HOLD-STATUS
                       " ***"
                   EXIT PARAGRAPH
           END-DELETE
           ADD 1 TO WS-RELEASED-COUNT
           PERFORM WRITE-AUDIT-ENTRY.

      *> The order and the holds still on file for it.
       SHOW-ONE-ORDER.
           PERFORM PROMPT-ORDER
           IF WS-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ORDER-LINE
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                   UNTIL WS-PY-IDX > WS-PY-USED
                       OR WS-FOUND = 'Y'
               IF WS-PY-NO(WS-PY-IDX) = WS-LO-PAYEE(WS-LO-IDX)
                   MOVE 'Y' TO WS-FOUND
                   DISPLAY "  issuer " WS-PY-NAME(WS-PY-IDX)
                       " ref " WS-LO-CASEREF(WS-LO-IDX)
               END-IF
           END-PERFORM
           MOVE WS-LO-PROTECT(WS-LO-IDX)  TO WS-EDIT-PROTECT
           MOVE WS-LO-REMITTED(WS-LO-IDX) TO WS-EDIT-AMOUNT
           DISPLAY "  served " WS-LO-SERVED(WS-LO-IDX)
               " protected " WS-EDIT-PROTECT
               " remitted " WS-EDIT-AMOUNT
           PERFORM BUILD-HOLD-REASON
           MOVE 0 TO HOLD-NO
           MOVE 'N' TO WS-HOLD-EOF
           START HOLD-FILE KEY IS >= HOLD-NO
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF HOLD-REASON = WS-HOLD-REASON
                           MOVE HOLD-NO      TO WS-EDIT-HOLDNO
                           MOVE HOLD-ACCT-ID TO WS-EDIT-ACCT
                           MOVE HOLD-AMOUNT  TO WS-EDIT-HELD
                           DISPLAY "  hold " WS-EDIT-HOLDNO
                               " acct " WS-EDIT-ACCT
                               " amount " WS-EDIT-HELD
                       END-IF
               END-READ
           END-PERFORM.

      *> Leaves the date keyed in WS-DATE-CHECK, WS-DATE-OK 'Y'
      *> when it is a real calendar date.
       PROMPT-DATE.
           MOVE 'N' TO WS-DATE-OK
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF FUNCTION TEST-NUMVAL(WS-FIELD-IN) NOT = 0
               DISPLAY "Invalid date, nothing recorded."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-CHECK = FUNCTION NUMVAL(WS-FIELD-IN)
           MOVE SPACES TO WS-DATE-OPTIONS
           CALL "DATEVAL" USING WS-DATE-CHECK WS-DATE-OPTIONS
               WS-DATE-OK
           IF WS-DATE-OK NOT = 'Y'
               DISPLAY "Not a real calendar date, nothing recorded."
           END-IF.

      *> Leaves WS-LO-IDX on the order keyed.
       PROMPT-ORDER.
           MOVE 'N' TO WS-FOUND
           DISPLAY "Order number: "
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF FUNCTION TEST-NUMVAL(WS-FIELD-IN) NOT = 0
               DISPLAY "Invalid order number."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUM-CHECK = FUNCTION NUMVAL(WS-FIELD-IN)
           IF WS-NUM-CHECK < 1 OR WS-NUM-CHECK > 999999
               DISPLAY "Invalid order number."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-CHECK TO WS-ORDNO-IN
           PERFORM VARYING WS-LO-IDX FROM 1 BY 1
                   UNTIL WS-LO-IDX > WS-LO-USED
                       OR WS-FOUND = 'Y'
               IF WS-LO-ORDNO(WS-LO-IDX) = WS-ORDNO-IN
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND NOT = 'Y'
               DISPLAY "No such order on legal_orders.dat."
               EXIT PARAGRAPH
           END-IF
           SET WS-LO-IDX DOWN BY 1.

      *> The caller's order stays in hand: WS-LO-IDX is put back
      *> once the file is written.
       WRITE-ORDER-FILE.
           SET WS-LO-KEEP TO WS-LO-IDX
           OPEN OUTPUT ORDER-FILE
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "ERROR writing legal_orders.dat, status = "
                   WS-ORDER-STATUS
               PERFORM RELEASE-AND-STOP
           END-IF
           PERFORM VARYING WS-LO-IDX FROM 1 BY 1
                   UNTIL WS-LO-IDX > WS-LO-USED
               PERFORM WRITE-ONE-ORDER
           END-PERFORM
           CLOSE ORDER-FILE
           SET WS-LO-IDX TO WS-LO-KEEP.

       WRITE-ONE-ORDER.
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
               DISPLAY "ERROR writing legal_orders.dat, status = "
                   WS-ORDER-STATUS
               CLOSE ORDER-FILE
               PERFORM RELEASE-AND-STOP
           END-IF.

      *> Same "DATE TIME ACTION acct=NNNNNN op=XXXX" shape as
      *> WriteLedger's audit lines, the order number appended.
       WRITE-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger_audit.log, status = "
                   WS-AUDIT-STATUS
               EXIT PARAGRAPH
           END-IF
           CALL "BUSDATE" USING WS-AUDIT-DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-AUDIT-ACCT TO WS-EDIT-ACCT
           MOVE WS-LO-ORDNO(WS-LO-IDX) TO WS-EDIT-ORDNO
           MOVE SPACES TO AUDIT-LINE
           MOVE 1 TO WS-AUDIT-PTR
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-ACTION DELIMITED BY SPACE
                   " acct=" DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   " op=" DELIMITED BY SIZE
                   WS-SIGNON-OPERATOR DELIMITED BY SIZE
                   " order=" DELIMITED BY SIZE
                   WS-EDIT-ORDNO DELIMITED BY SIZE
               INTO AUDIT-LINE WITH POINTER WS-AUDIT-PTR
           END-STRING
           IF WS-LO-CUSTNO(WS-LO-IDX) > 0
               MOVE WS-LO-CUSTNO(WS-LO-IDX) TO WS-EDIT-CUSTNO
               STRING " cust=" DELIMITED BY SIZE
                       WS-EDIT-CUSTNO DELIMITED BY SIZE
                   INTO AUDIT-LINE WITH POINTER WS-AUDIT-PTR
               END-STRING
           END-IF
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.

       RELEASE-AND-STOP.
           CLOSE HOLD-FILE
           CLOSE LEDGER-FILE
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           STOP RUN 1.
