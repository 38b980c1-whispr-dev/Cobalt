       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBMAINT.

      *> Safe deposit box maintenance, in the list/maintain rhythm
      *> of LOANMAINT. Four files, all comma separated:
      *>   sdb_rates.dat - the rent schedule, one line per box size:
      *>       SIZE,DESCRIPTION,RENT
      *>     SIZE is a short code (S, M, L, XL ...) and RENT the
      *>     annual rent, charged in the billing account's
      *>     currency. A rent change or a new size is not saved
      *>     here: it is queued onto pending_approvals.dat as an
      *>     SDBR item with this operator as maker, and APPROVE
      *>     writes it to sdb_rates.dat once a second operator
      *>     approves it;
      *>   sdb_boxes.dat - the box inventory, one line per box:
      *>       BRANCH,BOXNO,SIZE,STATUS
      *>     BRANCH an open branch on branches.dat (BRMAINT), STATUS
      *>     V vacant, R rented, D drilled (contents held in the
      *>     vault until the rental is ended);
      *>   sdb_rentals.dat - the rental agreements:
      *>       RENTNO,BRANCH,BOXNO,SIZE,CUSTNO,ACCT,CURR,STARTED,
      *>       NEXTDUE,STATUS,UNPAID,DPD
      *>     linking a box to a customer number (CUSTMAINT's) and
      *>     the billing account the rent is charged to, which must
      *>     be linked to that customer on cust_accounts.dat.
      *>     STATUS is A active, E ended, D drilled. NEXTDUE is the
      *>     date the next year's rent falls due - the start date,
      *>     so the first year is billed in advance the night the
      *>     box is let. UNPAID and DPD (the rent bounced to
      *>     suspense and the days the oldest unpaid year is
      *>     overdue) are kept by SDBBILL;
      *>   sdb_bills.dat - one line per annual charge, written by
      *>     SDBBILL (layout described there).
      *> A box long unpaid is drilled under dual control: the
      *> rental must be at least WS-DRILL-DAYS overdue, a second
      *> operator on operators.dat witnesses, and the contents are
      *> inventoried line by line onto sdb_drill_log.dat:
      *>       RENTNO,DATE,OPERATOR,WITNESS,LINENO,TEXT
      *> Letting, ending and drilling are stamped into
      *> ledger_audit.log against the billing account. Permission
      *> L, the ledger-maintenance letter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "sdb_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "pending_approvals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT BOX-FILE ASSIGN TO "sdb_boxes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOX-STATUS.

           SELECT RENTAL-FILE ASSIGN TO "sdb_rentals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENTAL-STATUS.

           SELECT DRILL-FILE ASSIGN TO "sdb_drill_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRILL-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "branches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT XREF-FILE ASSIGN TO "cust_accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ledger_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       01  RATE-LINE             PIC X(60).

       FD  PENDING-FILE.
       01  PENDING-LINE          PIC X(80).

       FD  BOX-FILE.
       01  BOX-LINE              PIC X(40).

       FD  RENTAL-FILE.
       01  RENTAL-LINE           PIC X(120).

       FD  DRILL-FILE.
       01  DRILL-LINE            PIC X(120).

       FD  BRANCH-FILE.
       01  BRANCH-LINE           PIC X(80).

       FD  XREF-FILE.
       01  XREF-LINE             PIC X(30).

       FD  OPERATOR-FILE.
       01  OPERATOR-LINE         PIC X(50).

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

      *> Operator sign-on (SIGNON/operators.dat): letting a box and
      *> drilling one are ledger maintenance, permission L.
       01  WS-SIGNON-FUNCTION    PIC X VALUE "L".
       01  WS-SIGNON-OPERATOR    PIC X(4).
       01  WS-SIGNON-RESULT      PIC X.

      *> Run lock (RUNLOCK/run_lock.dat) - SDBBILL rewrites the
      *> rental file nightly.
       01  WS-LOCK-ACTION        PIC X.
       01  WS-LOCK-HOLDER        PIC X(20).
       01  WS-LOCK-RESULT        PIC X.

      *> Days the oldest unpaid year must be overdue before a box
      *> may be drilled - SDBBILL warns on the same threshold.
       01  WS-DRILL-DAYS         PIC 9(4) VALUE 180.

       01  WS-RATE-STATUS        PIC XX.
       01  WS-PENDING-STATUS     PIC XX.
       01  WS-PENDING-EOF        PIC X.
       01  WS-BOX-STATUS         PIC XX.
       01  WS-RENTAL-STATUS      PIC XX.
       01  WS-DRILL-STATUS       PIC XX.
       01  WS-BRANCH-STATUS      PIC XX.
       01  WS-XREF-STATUS        PIC XX.
       01  WS-OPER-STATUS        PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-EOF                PIC X VALUE 'N'.
       01  WS-CONTINUE           PIC X VALUE 'Y'.
       01  WS-ACTION             PIC X.
       01  WS-RESPONSE           PIC X.
       01  WS-FOUND              PIC X.
       01  WS-TODAY              PIC 9(8).

      *> Rent schedule.
       01  WS-TOKEN-SIZE         PIC X(2).
       01  WS-TOKEN-DESC         PIC X(20).
       01  WS-TOKEN-RENT         PIC X(12).
       01  WS-RATE-TABLE.
           05 WS-RT-ROW OCCURS 50 TIMES INDEXED BY WS-RT-IDX.
               10 WS-RT-SIZE      PIC X(2).
               10 WS-RT-DESC      PIC X(20).
               10 WS-RT-RENT      PIC 9(5)V99.
       01  WS-RT-USED            PIC 9(3) VALUE 0.

      *> Approval queue sequence, FEEMAINT's scheme.
       01  WS-NEXT-SEQ           PIC 9(4).
       01  WS-TOKEN-SEQ          PIC X(4).
       01  WS-EDIT-SEQ           PIC 9(4).

      *> Box inventory.
       01  WS-TOKEN-BRANCH       PIC X(3).
       01  WS-TOKEN-BOXNO        PIC X(5).
       01  WS-TOKEN-STATUS       PIC X(1).
       01  WS-BOX-TABLE.
           05 WS-BX-ROW OCCURS 2000 TIMES INDEXED BY WS-BX-IDX.
               10 WS-BX-BRANCH    PIC 9(3).
               10 WS-BX-BOXNO     PIC 9(5).
               10 WS-BX-SIZE      PIC X(2).
               10 WS-BX-STATUS    PIC X.
       01  WS-BX-USED            PIC 9(4) VALUE 0.

      *> Rental agreements.
       01  WS-TOKEN-RENTNO       PIC X(6).
       01  WS-TOKEN-CUSTNO       PIC X(6).
       01  WS-TOKEN-ACCT         PIC X(6).
       01  WS-TOKEN-CURR         PIC X(3).
       01  WS-TOKEN-STARTED      PIC X(8).
       01  WS-TOKEN-NEXTDUE      PIC X(8).
       01  WS-TOKEN-UNPAID       PIC X(12).
       01  WS-TOKEN-DPD          PIC X(4).
       01  WS-RENTAL-TABLE.
           05 WS-RN-ROW OCCURS 2000 TIMES INDEXED BY WS-RN-IDX.
               10 WS-RN-RENTNO    PIC 9(6).
               10 WS-RN-BRANCH    PIC 9(3).
               10 WS-RN-BOXNO     PIC 9(5).
               10 WS-RN-SIZE      PIC X(2).
               10 WS-RN-CUSTNO    PIC 9(6).
               10 WS-RN-ACCT      PIC 9(6).
               10 WS-RN-CURR      PIC X(3).
               10 WS-RN-STARTED   PIC 9(8).
               10 WS-RN-NEXTDUE   PIC 9(8).
               10 WS-RN-STATUS    PIC X.
               10 WS-RN-UNPAID    PIC 9(7)V99.
               10 WS-RN-DPD       PIC 9(4).
       01  WS-RN-USED            PIC 9(4) VALUE 0.
       01  WS-NEXT-RENTNO        PIC 9(6) VALUE 0.

      *> Open branches from branches.dat (BRMAINT's layout).
       01  WS-TOKEN-BRNAME       PIC X(20).
       01  WS-TOKEN-ADDR         PIC X(30).
       01  WS-TOKEN-REGION       PIC X(10).
       01  WS-TOKEN-FLAG         PIC X(1).
       01  WS-BRANCH-TABLE.
           05 WS-BR-ROW OCCURS 100 TIMES INDEXED BY WS-BR-IDX.
               10 WS-BR-NUM       PIC 9(3).
               10 WS-BR-NAME      PIC X(20).
               10 WS-BR-FLAG      PIC X.
       01  WS-BR-USED            PIC 9(3) VALUE 0.

      *> Customer/account cross-reference (CUSTMAINT's layout).
       01  WS-TOKEN-ROLE         PIC X(1).
       01  WS-XREF-TABLE.
           05 WS-XR-ROW OCCURS 2000 TIMES INDEXED BY WS-XR-IDX.
               10 WS-XR-CUST      PIC 9(6).
               10 WS-XR-ACCT      PIC 9(6).
       01  WS-XR-USED            PIC 9(4) VALUE 0.

      *> Operator ids from operators.dat, for the drilling witness.
       01  WS-TOKEN-OPID         PIC X(4).
       01  WS-OPER-TABLE.
           05 WS-OP-ID OCCURS 50 TIMES INDEXED BY WS-OP-IDX
                                  PIC X(4).
       01  WS-OP-USED            PIC 9(3) VALUE 0.

      *> The contents inventory taken when a box is drilled.
       01  WS-INVENTORY-TABLE.
           05 WS-IV-TEXT OCCURS 30 TIMES INDEXED BY WS-IV-IDX
                                  PIC X(60).
       01  WS-IV-USED            PIC 9(3) VALUE 0.
       01  WS-IV-IN              PIC X(60).
       01  WS-WITNESS            PIC X(4).

      *> Keyed input.
       01  WS-FIELD-IN           PIC X(12).
       01  WS-SIZE-IN            PIC X(2).
       01  WS-DESC-IN            PIC X(20).
       01  WS-NUM-CHECK          PIC S9(7)V99.
       01  WS-BRANCH-IN          PIC 9(3).
       01  WS-BOXNO-IN           PIC 9(5).
       01  WS-COUNT-IN           PIC 9(3).
       01  WS-CUSTNO-IN          PIC 9(6).
       01  WS-ACCT-IN            PIC 9(6).
       01  WS-RENTNO-IN          PIC 9(6).
       01  WS-RENT-IN            PIC 9(5)V99.
       01  WS-ADD-COUNT          PIC 9(3).
       01  WS-ADD-SKIPPED        PIC 9(3).
       01  WS-RENTER-NAME        PIC X(20).
       01  WS-AUDIT-ACTION       PIC X(8).
       01  WS-AUDIT-ACCT         PIC 9(6).

       01  WS-EDIT-RENTNO        PIC 9(6).
       01  WS-EDIT-BRANCH        PIC 9(3).
       01  WS-EDIT-BOXNO         PIC 9(5).
       01  WS-EDIT-CUSTNO        PIC 9(6).
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-COUNT         PIC ZZ9.
       01  WS-EDIT-LINENO        PIC 9(2).
       01  WS-EDIT-DPD           PIC ZZZ9.
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-RENT          PIC ZZ,ZZ9.99.
       01  WS-FILE-AMOUNT        PIC 9(7).99.
       01  WS-FILE-RENT          PIC 9(5).99.
       01  WS-FILE-DPD           PIC 9(4).

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
           MOVE "SDBMAINT" TO WS-LOCK-HOLDER
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           CALL "BUSDATE" USING WS-TODAY

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger.txt, status = "
                   WS-LEDGER-STATUS
               STOP RUN 1
           END-IF

           PERFORM LOAD-RATE-FILE
           PERFORM LOAD-BOX-FILE
           PERFORM LOAD-RENTAL-FILE
           PERFORM LOAD-BRANCH-FILE
           PERFORM LOAD-XREF-FILE
           PERFORM LOAD-OPERATOR-FILE
           PERFORM LIST-RENTAL-FILE

           PERFORM UNTIL WS-CONTINUE NOT = 'Y'
               DISPLAY "(A)dd boxes, set a (R)ent, (L)et a box, "
                   "(E)nd a rental, (D)rill a box, (S)how a "
                   "branch, or (Q)uit? "
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "A"
                       PERFORM ADD-BOXES
                   WHEN "R"
                       PERFORM SET-ONE-RENT
                   WHEN "L"
                       PERFORM LET-ONE-BOX
                   WHEN "E"
                       PERFORM END-ONE-RENTAL
                   WHEN "D"
                       PERFORM DRILL-ONE-BOX
                   WHEN "S"
                       PERFORM SHOW-ONE-BRANCH
                   WHEN OTHER
                       MOVE 'N' TO WS-CONTINUE
               END-EVALUATE
           END-PERFORM

           CLOSE LEDGER-FILE
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           DISPLAY "Safe deposit maintenance complete."
           STOP RUN.

       LOAD-RATE-FILE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "No sdb_rates.dat yet - starting a new rent "
                   "schedule."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-RATE
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.

       LOAD-ONE-RATE.
           MOVE SPACES TO WS-TOKEN-SIZE WS-TOKEN-DESC WS-TOKEN-RENT
           UNSTRING RATE-LINE DELIMITED BY ","
               INTO WS-TOKEN-SIZE WS-TOKEN-DESC WS-TOKEN-RENT
           END-UNSTRING
           IF WS-TOKEN-SIZE = SPACES
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-RENT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-RT-USED >= 50
               DISPLAY "*** sdb_rates.dat holds more than 50 "
                   "sizes ***"
               PERFORM RELEASE-AND-STOP
           END-IF
           ADD 1 TO WS-RT-USED
           SET WS-RT-IDX TO WS-RT-USED
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-SIZE)
               TO WS-RT-SIZE(WS-RT-IDX)
           MOVE WS-TOKEN-DESC TO WS-RT-DESC(WS-RT-IDX)
           COMPUTE WS-RT-RENT(WS-RT-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-RENT).

       LOAD-BOX-FILE.
           OPEN INPUT BOX-FILE
           IF WS-BOX-STATUS NOT = "00"
               DISPLAY "No sdb_boxes.dat yet - starting a new box "
                   "inventory."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOX-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-BOX
               END-READ
           END-PERFORM
           CLOSE BOX-FILE.

      *> The inventory is written back whole, so it is refused
      *> outright when it will not fit.
       LOAD-ONE-BOX.
           MOVE SPACES TO WS-TOKEN-BRANCH WS-TOKEN-BOXNO
               WS-TOKEN-SIZE WS-TOKEN-STATUS
           UNSTRING BOX-LINE DELIMITED BY ","
               INTO WS-TOKEN-BRANCH WS-TOKEN-BOXNO WS-TOKEN-SIZE
                   WS-TOKEN-STATUS
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-BRANCH) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-BOXNO) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-BX-USED >= 2000
               DISPLAY "*** sdb_boxes.dat holds more than 2000 "
                   "boxes ***"
               PERFORM RELEASE-AND-STOP
           END-IF
           ADD 1 TO WS-BX-USED
           SET WS-BX-IDX TO WS-BX-USED
           COMPUTE WS-BX-BRANCH(WS-BX-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-BRANCH)
           COMPUTE WS-BX-BOXNO(WS-BX-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-BOXNO)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-SIZE)
               TO WS-BX-SIZE(WS-BX-IDX)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-STATUS)
               TO WS-BX-STATUS(WS-BX-IDX).

       LOAD-RENTAL-FILE.
           OPEN INPUT RENTAL-FILE
           IF WS-RENTAL-STATUS NOT = "00"
               DISPLAY "No sdb_rentals.dat yet - starting a new "
                   "rental file."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RENTAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-RENTAL
               END-READ
           END-PERFORM
           CLOSE RENTAL-FILE.

       LOAD-ONE-RENTAL.
           MOVE SPACES TO WS-TOKEN-RENTNO WS-TOKEN-BRANCH
               WS-TOKEN-BOXNO WS-TOKEN-SIZE WS-TOKEN-CUSTNO
               WS-TOKEN-ACCT WS-TOKEN-CURR WS-TOKEN-STARTED
               WS-TOKEN-NEXTDUE WS-TOKEN-STATUS WS-TOKEN-UNPAID
               WS-TOKEN-DPD
           UNSTRING RENTAL-LINE DELIMITED BY ","
               INTO WS-TOKEN-RENTNO WS-TOKEN-BRANCH WS-TOKEN-BOXNO
                   WS-TOKEN-SIZE WS-TOKEN-CUSTNO WS-TOKEN-ACCT
                   WS-TOKEN-CURR WS-TOKEN-STARTED WS-TOKEN-NEXTDUE
                   WS-TOKEN-STATUS WS-TOKEN-UNPAID WS-TOKEN-DPD
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-RENTNO) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-BRANCH) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-BOXNO) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-CUSTNO) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-ACCT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-STARTED) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-NEXTDUE) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-UNPAID) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-DPD) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-RN-USED >= 2000
               DISPLAY "*** sdb_rentals.dat holds more than 2000 "
                   "rentals ***"
               PERFORM RELEASE-AND-STOP
           END-IF
           ADD 1 TO WS-RN-USED
           SET WS-RN-IDX TO WS-RN-USED
           COMPUTE WS-RN-RENTNO(WS-RN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-RENTNO)
           COMPUTE WS-RN-BRANCH(WS-RN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-BRANCH)
           COMPUTE WS-RN-BOXNO(WS-RN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-BOXNO)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-SIZE)
               TO WS-RN-SIZE(WS-RN-IDX)
           COMPUTE WS-RN-CUSTNO(WS-RN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-CUSTNO)
           COMPUTE WS-RN-ACCT(WS-RN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-ACCT)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-CURR)
               TO WS-RN-CURR(WS-RN-IDX)
           COMPUTE WS-RN-STARTED(WS-RN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-STARTED)
           COMPUTE WS-RN-NEXTDUE(WS-RN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-NEXTDUE)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-STATUS)
               TO WS-RN-STATUS(WS-RN-IDX)
           COMPUTE WS-RN-UNPAID(WS-RN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-UNPAID)
           COMPUTE WS-RN-DPD(WS-RN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-DPD)
           IF WS-RN-RENTNO(WS-RN-IDX) > WS-NEXT-RENTNO
               MOVE WS-RN-RENTNO(WS-RN-IDX) TO WS-NEXT-RENTNO
           END-IF.

       LOAD-BRANCH-FILE.
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BRANCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-BRANCH
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE.

       LOAD-ONE-BRANCH.
           MOVE SPACES TO WS-TOKEN-BRANCH WS-TOKEN-BRNAME
               WS-TOKEN-ADDR WS-TOKEN-REGION WS-TOKEN-FLAG
           UNSTRING BRANCH-LINE DELIMITED BY ","
               INTO WS-TOKEN-BRANCH WS-TOKEN-BRNAME WS-TOKEN-ADDR
                   WS-TOKEN-REGION WS-TOKEN-FLAG
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-BRANCH) NOT = 0
               OR WS-BR-USED >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BR-USED
           SET WS-BR-IDX TO WS-BR-USED
           COMPUTE WS-BR-NUM(WS-BR-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-BRANCH)
           MOVE WS-TOKEN-BRNAME TO WS-BR-NAME(WS-BR-IDX)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-FLAG)
               TO WS-BR-FLAG(WS-BR-IDX).

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

       LOAD-OPERATOR-FILE.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPERATOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-TOKEN-OPID
                       UNSTRING OPERATOR-LINE DELIMITED BY ","
                           INTO WS-TOKEN-OPID
                       END-UNSTRING
                       IF WS-TOKEN-OPID NOT = SPACES
                           AND WS-OP-USED < 50
                           ADD 1 TO WS-OP-USED
                           MOVE FUNCTION UPPER-CASE(WS-TOKEN-OPID)
                               TO WS-OP-ID(WS-OP-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.

       LIST-RENTAL-FILE.
           IF WS-RN-USED = 0
               DISPLAY "(no safe deposit rentals on file)"
           END-IF
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-USED
               IF WS-RN-STATUS(WS-RN-IDX) NOT = "E"
                   PERFORM SHOW-ONE-RENTAL
               END-IF
           END-PERFORM.

       SHOW-ONE-RENTAL.
           MOVE WS-RN-RENTNO(WS-RN-IDX) TO WS-EDIT-RENTNO
           MOVE WS-RN-BRANCH(WS-RN-IDX) TO WS-EDIT-BRANCH
           MOVE WS-RN-BOXNO(WS-RN-IDX)  TO WS-EDIT-BOXNO
           MOVE WS-RN-ACCT(WS-RN-IDX)   TO WS-EDIT-ACCT
           MOVE WS-RN-UNPAID(WS-RN-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-RN-DPD(WS-RN-IDX)    TO WS-EDIT-DPD
           DISPLAY "  rental " WS-EDIT-RENTNO " box "
               WS-EDIT-BRANCH "/" WS-EDIT-BOXNO " acct "
               WS-EDIT-ACCT " " WS-RN-CURR(WS-RN-IDX)
               " unpaid " WS-EDIT-AMOUNT " days " WS-EDIT-DPD
               " status " WS-RN-STATUS(WS-RN-IDX).

      *> New boxes join a branch's inventory vacant, numbered on
      *> from a first box number; a number already in the
      *> branch's inventory is skipped.
       ADD-BOXES.
           PERFORM PROMPT-BRANCH
           IF WS-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Box size code: "
           MOVE SPACES TO WS-SIZE-IN
           ACCEPT WS-SIZE-IN
           MOVE FUNCTION UPPER-CASE(WS-SIZE-IN) TO WS-SIZE-IN
           PERFORM FIND-RATE
           IF WS-FOUND NOT = 'Y'
               DISPLAY "No rent set for that size - set it with "
                   "(R) and have it approved first; nothing added."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "First box number: "
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF FUNCTION TEST-NUMVAL(WS-FIELD-IN) NOT = 0
               DISPLAY "Invalid box number, nothing added."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUM-CHECK = FUNCTION NUMVAL(WS-FIELD-IN)
           IF WS-NUM-CHECK < 1 OR WS-NUM-CHECK > 99999
               DISPLAY "Box number must be 1 to 99999, nothing "
                   "added."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-CHECK TO WS-BOXNO-IN
           DISPLAY "How many boxes (1-100): "
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF FUNCTION TEST-NUMVAL(WS-FIELD-IN) NOT = 0
               DISPLAY "Invalid count, nothing added."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUM-CHECK = FUNCTION NUMVAL(WS-FIELD-IN)
           IF WS-NUM-CHECK < 1 OR WS-NUM-CHECK > 100
               OR WS-BOXNO-IN + WS-NUM-CHECK - 1 > 99999
               DISPLAY "Count must be 1 to 100 within box 99999, "
                   "nothing added."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-CHECK TO WS-COUNT-IN
           IF WS-BX-USED + WS-COUNT-IN > 2000
               DISPLAY "*** Box inventory full (2000), nothing "
                   "added ***"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ADD-COUNT
           MOVE 0 TO WS-ADD-SKIPPED
           PERFORM WS-COUNT-IN TIMES
               PERFORM ADD-ONE-BOX
               ADD 1 TO WS-BOXNO-IN
           END-PERFORM
           PERFORM WRITE-BOX-FILE
           MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
           DISPLAY WS-EDIT-COUNT " box(es) added."
           IF WS-ADD-SKIPPED > 0
               MOVE WS-ADD-SKIPPED TO WS-EDIT-COUNT
               DISPLAY WS-EDIT-COUNT " already in the inventory, "
                   "skipped."
           END-IF.

       ADD-ONE-BOX.
           PERFORM FIND-BOX
           IF WS-FOUND = 'Y'
               ADD 1 TO WS-ADD-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BX-USED
           SET WS-BX-IDX TO WS-BX-USED
           MOVE WS-BRANCH-IN TO WS-BX-BRANCH(WS-BX-IDX)
           MOVE WS-BOXNO-IN  TO WS-BX-BOXNO(WS-BX-IDX)
           MOVE WS-SIZE-IN   TO WS-BX-SIZE(WS-BX-IDX)
           MOVE "V"          TO WS-BX-STATUS(WS-BX-IDX)
           ADD 1 TO WS-ADD-COUNT.

      *> A size's rent is changed or a new size added by queuing it
      *> for a second operator in APPROVE; SDBBILL charges whatever
      *> the schedule says on the night a year falls due.
       SET-ONE-RENT.
           IF WS-RT-USED = 0
               DISPLAY "(no box sizes on the rent schedule)"
           END-IF
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-USED
               MOVE WS-RT-RENT(WS-RT-IDX) TO WS-EDIT-RENT
               DISPLAY "  " WS-RT-SIZE(WS-RT-IDX) "  "
                   WS-RT-DESC(WS-RT-IDX) " " WS-EDIT-RENT
           END-PERFORM
           DISPLAY "Box size code: "
           MOVE SPACES TO WS-SIZE-IN
           ACCEPT WS-SIZE-IN
           MOVE FUNCTION UPPER-CASE(WS-SIZE-IN) TO WS-SIZE-IN
           IF WS-SIZE-IN = SPACES
               DISPLAY "Invalid size code, nothing changed."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-RATE
           IF WS-FOUND NOT = 'Y'
               IF WS-RT-USED >= 50
                   DISPLAY "*** Rent schedule full (50), cannot "
                       "add ***"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Description (e.g. 3x5 inch): "
           ELSE
               DISPLAY "Description (blank = keep): "
           END-IF
           MOVE SPACES TO WS-DESC-IN
           ACCEPT WS-DESC-IN
           IF WS-DESC-IN = SPACES AND WS-FOUND NOT = 'Y'
               DISPLAY "A new size needs a description, nothing "
                   "changed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Annual rent (e.g. 85.00): "
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF FUNCTION TEST-NUMVAL(WS-FIELD-IN) NOT = 0
               DISPLAY "Invalid rent, nothing changed."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUM-CHECK = FUNCTION NUMVAL(WS-FIELD-IN)
           IF WS-NUM-CHECK <= 0 OR WS-NUM-CHECK > 99999.99
               DISPLAY "Rent must be over zero and at most "
                   "99999.99, nothing changed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-CHECK TO WS-FILE-RENT
           PERFORM FIND-NEXT-PENDING-SEQ
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN EXTEND PENDING-FILE
           END-IF
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "ERROR opening pending_approvals.dat, "
                   "status = " WS-PENDING-STATUS
               PERFORM RELEASE-AND-STOP
           END-IF
           MOVE WS-NEXT-SEQ TO WS-EDIT-SEQ
           MOVE SPACES TO PENDING-LINE
           STRING WS-EDIT-SEQ DELIMITED BY SIZE
                   ",SDBR," DELIMITED BY SIZE
                   WS-SIGNON-OPERATOR DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-SIZE-IN DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-FILE-RENT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-DESC-IN DELIMITED BY "  "
               INTO PENDING-LINE
           END-STRING
           WRITE PENDING-LINE
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "ERROR writing pending_approvals.dat, "
                   "status = " WS-PENDING-STATUS
               CLOSE PENDING-FILE
               PERFORM RELEASE-AND-STOP
           END-IF
           CLOSE PENDING-FILE
           DISPLAY "Rent change queued for approval as item "
               WS-EDIT-SEQ ".".

       FIND-NEXT-PENDING-SEQ.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-PENDING-EOF
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PENDING-EOF = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-PENDING-EOF
                   NOT AT END
                       MOVE SPACES TO WS-TOKEN-SEQ
                       UNSTRING PENDING-LINE DELIMITED BY ","
                           INTO WS-TOKEN-SEQ
                       END-UNSTRING
                       IF FUNCTION TEST-NUMVAL(WS-TOKEN-SEQ) = 0
                           AND FUNCTION NUMVAL(WS-TOKEN-SEQ)
                               >= WS-NEXT-SEQ
                           COMPUTE WS-NEXT-SEQ =
                               FUNCTION NUMVAL(WS-TOKEN-SEQ) + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE.

      *> A box is let to a customer against a billing account that
      *> is open and linked to that customer; the account supplies
      *> the currency. The first year's rent is charged tonight.
       LET-ONE-BOX.
           PERFORM PROMPT-BRANCH
           IF WS-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM PROMPT-BOXNO
           IF WS-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BOX
           IF WS-FOUND NOT = 'Y'
               DISPLAY "No such box in that branch's inventory, "
                   "nothing let."
               EXIT PARAGRAPH
           END-IF
           IF WS-BX-STATUS(WS-BX-IDX) NOT = "V"
               DISPLAY "Box is not vacant, nothing let."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BX-SIZE(WS-BX-IDX) TO WS-SIZE-IN
           PERFORM FIND-RATE
           IF WS-FOUND NOT = 'Y'
               DISPLAY "No rent set for size " WS-SIZE-IN
                   ", nothing let."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RT-RENT(WS-RT-IDX) TO WS-RENT-IN

           DISPLAY "Customer number: "
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF FUNCTION TEST-NUMVAL(WS-FIELD-IN) NOT = 0
               DISPLAY "Invalid customer number, nothing let."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUM-CHECK = FUNCTION NUMVAL(WS-FIELD-IN)
           IF WS-NUM-CHECK < 1 OR WS-NUM-CHECK > 999999
               DISPLAY "Invalid customer number, nothing let."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-CHECK TO WS-CUSTNO-IN
           DISPLAY "Billing account id: "
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF FUNCTION TEST-NUMVAL(WS-FIELD-IN) NOT = 0
               DISPLAY "Invalid account id, nothing let."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUM-CHECK = FUNCTION NUMVAL(WS-FIELD-IN)
           IF WS-NUM-CHECK < 1 OR WS-NUM-CHECK >= WS-TRAILER-ID
               DISPLAY "Invalid account id, nothing let."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-CHECK TO WS-ACCT-IN
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-USED
                       OR WS-FOUND = 'Y'
               IF WS-XR-CUST(WS-XR-IDX) = WS-CUSTNO-IN
                   AND WS-XR-ACCT(WS-XR-IDX) = WS-ACCT-IN
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND NOT = 'Y'
               DISPLAY "Account is not linked to that customer on "
                   "cust_accounts.dat - link it in CUSTMAINT "
                   "first; nothing let."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-IN TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   DISPLAY "No such account on ledger.txt, nothing "
                       "let."
                   EXIT PARAGRAPH
           END-READ
           IF L-STATUS = "F" OR L-STATUS = "C" OR L-STATUS = "M"
               OR L-STATUS = "W"
               DISPLAY "Account is frozen, closed, matured, or "
                   "charged off - rent cannot be charged to it; "
                   "nothing let."
               EXIT PARAGRAPH
           END-IF
           MOVE L-NAME TO WS-RENTER-NAME

           MOVE WS-BRANCH-IN TO WS-EDIT-BRANCH
           MOVE WS-BOXNO-IN  TO WS-EDIT-BOXNO
           MOVE WS-RENT-IN   TO WS-EDIT-RENT
           DISPLAY "Box " WS-EDIT-BRANCH "/" WS-EDIT-BOXNO
               " size " WS-SIZE-IN " to " WS-RENTER-NAME
               " at " WS-EDIT-RENT " a year, first year charged "
               "tonight"
           DISPLAY "Let this box? (Y/N): "
           ACCEPT WS-RESPONSE
           IF FUNCTION UPPER-CASE(WS-RESPONSE) NOT = "Y"
               DISPLAY "Nothing let."
               EXIT PARAGRAPH
           END-IF
           IF WS-RN-USED >= 2000
               DISPLAY "*** Rental table full (2000), cannot let "
                   "***"
               EXIT PARAGRAPH
           END-IF

           MOVE "R" TO WS-BX-STATUS(WS-BX-IDX)
           ADD 1 TO WS-NEXT-RENTNO
           ADD 1 TO WS-RN-USED
           SET WS-RN-IDX TO WS-RN-USED
           MOVE WS-NEXT-RENTNO TO WS-RN-RENTNO(WS-RN-IDX)
           MOVE WS-BRANCH-IN   TO WS-RN-BRANCH(WS-RN-IDX)
           MOVE WS-BOXNO-IN    TO WS-RN-BOXNO(WS-RN-IDX)
           MOVE WS-SIZE-IN     TO WS-RN-SIZE(WS-RN-IDX)
           MOVE WS-CUSTNO-IN   TO WS-RN-CUSTNO(WS-RN-IDX)
           MOVE WS-ACCT-IN     TO WS-RN-ACCT(WS-RN-IDX)
           IF L-CURR = SPACES
               MOVE "USD"      TO WS-RN-CURR(WS-RN-IDX)
           ELSE
               MOVE L-CURR     TO WS-RN-CURR(WS-RN-IDX)
           END-IF
           MOVE WS-TODAY       TO WS-RN-STARTED(WS-RN-IDX)
           MOVE WS-TODAY       TO WS-RN-NEXTDUE(WS-RN-IDX)
           MOVE "A"            TO WS-RN-STATUS(WS-RN-IDX)
           MOVE 0              TO WS-RN-UNPAID(WS-RN-IDX)
           MOVE 0              TO WS-RN-DPD(WS-RN-IDX)

      *> Box and rental are written together, so the two files
      *> never disagree about who holds a box.
           PERFORM WRITE-RENTAL-FILE
           PERFORM WRITE-BOX-FILE
           MOVE "SDBLET"       TO WS-AUDIT-ACTION
           MOVE WS-ACCT-IN     TO WS-AUDIT-ACCT
           MOVE SPACES         TO WS-WITNESS
           PERFORM WRITE-AUDIT-ENTRY
           MOVE WS-NEXT-RENTNO TO WS-EDIT-RENTNO
           DISPLAY "Rental " WS-EDIT-RENTNO " recorded - the "
               "first year's rent is charged by tonight's SDBBILL.".

      *> Ending a rental frees the box; a drilled box's contents
      *> are released with it. Rent already bounced to suspense
      *> stays there for collection and on the delinquency report.
       END-ONE-RENTAL.
           PERFORM PROMPT-RENTAL
           IF WS-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-RN-STATUS(WS-RN-IDX) = "E"
               DISPLAY "Rental has already ended, nothing changed."
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ONE-RENTAL
           IF WS-RN-UNPAID(WS-RN-IDX) > 0
               DISPLAY "*** Rent is still unpaid - it stays in "
                   "suspense for collection ***"
           END-IF
           DISPLAY "End this rental? (Y/N): "
           ACCEPT WS-RESPONSE
           IF FUNCTION UPPER-CASE(WS-RESPONSE) NOT = "Y"
               DISPLAY "Nothing changed."
               EXIT PARAGRAPH
           END-IF
           MOVE "E" TO WS-RN-STATUS(WS-RN-IDX)
           MOVE WS-RN-BRANCH(WS-RN-IDX) TO WS-BRANCH-IN
           MOVE WS-RN-BOXNO(WS-RN-IDX)  TO WS-BOXNO-IN
           PERFORM FIND-BOX
           IF WS-FOUND = 'Y'
               MOVE "V" TO WS-BX-STATUS(WS-BX-IDX)
           END-IF
           PERFORM WRITE-RENTAL-FILE
           PERFORM WRITE-BOX-FILE
           MOVE "SDBEND"                 TO WS-AUDIT-ACTION
           MOVE WS-RN-ACCT(WS-RN-IDX)    TO WS-AUDIT-ACCT
           MOVE SPACES                   TO WS-WITNESS
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "Rental ended, box vacant.".

      *> Drilling is the last resort on a box whose rent has gone
      *> unpaid WS-DRILL-DAYS or more. A second operator witnesses
      *> the opening - never the one signed on - and every item
      *> found is recorded before the rental is marked drilled.
      *> Billing stops with the rental; the box stays out of use
      *> (D) until the rental is ended and the contents released.
       DRILL-ONE-BOX.
           PERFORM PROMPT-RENTAL
           IF WS-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-RN-STATUS(WS-RN-IDX) NOT = "A"
               DISPLAY "Rental is not active, nothing drilled."
               EXIT PARAGRAPH
           END-IF
           IF WS-RN-UNPAID(WS-RN-IDX) = 0
               OR WS-RN-DPD(WS-RN-IDX) < WS-DRILL-DAYS
               MOVE WS-DRILL-DAYS TO WS-EDIT-DPD
               DISPLAY "Rent is not " WS-EDIT-DPD " days unpaid, "
                   "nothing drilled."
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ONE-RENTAL

           DISPLAY "Witnessing operator id: "
           MOVE SPACES TO WS-WITNESS
           ACCEPT WS-WITNESS
           MOVE FUNCTION UPPER-CASE(WS-WITNESS) TO WS-WITNESS
           IF WS-WITNESS = SPACES
               OR WS-WITNESS = WS-SIGNON-OPERATOR
               DISPLAY "A second operator must witness the "
                   "drilling, nothing drilled."
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-USED > 0
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > WS-OP-USED
                           OR WS-FOUND = 'Y'
                   IF WS-OP-ID(WS-OP-IDX) = WS-WITNESS
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND NOT = 'Y'
                   DISPLAY "Witness is not on operators.dat, "
                       "nothing drilled."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Record the contents, one item per line (up to "
               "30; blank line to finish; EMPTY if nothing found):"
           MOVE 0 TO WS-IV-USED
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO WS-IV-IN
               ACCEPT WS-IV-IN
               IF WS-IV-IN = SPACES
                   MOVE 'Y' TO WS-EOF
               ELSE
                   ADD 1 TO WS-IV-USED
                   MOVE WS-IV-IN TO WS-IV-TEXT(WS-IV-USED)
                   IF WS-IV-USED >= 30
                       DISPLAY "(inventory full at 30 lines)"
                       MOVE 'Y' TO WS-EOF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IV-USED = 0
               DISPLAY "No inventory recorded, nothing drilled."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Confirm the box was drilled and the inventory "
               "is complete? (Y/N): "
           ACCEPT WS-RESPONSE
           IF FUNCTION UPPER-CASE(WS-RESPONSE) NOT = "Y"
               DISPLAY "Nothing recorded."
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-DRILL-LOG
           MOVE "D" TO WS-RN-STATUS(WS-RN-IDX)
           MOVE WS-RN-BRANCH(WS-RN-IDX) TO WS-BRANCH-IN
           MOVE WS-RN-BOXNO(WS-RN-IDX)  TO WS-BOXNO-IN
           PERFORM FIND-BOX
           IF WS-FOUND = 'Y'
               MOVE "D" TO WS-BX-STATUS(WS-BX-IDX)
           END-IF
           PERFORM WRITE-RENTAL-FILE
           PERFORM WRITE-BOX-FILE
           MOVE "SDBDRILL"               TO WS-AUDIT-ACTION
           MOVE WS-RN-ACCT(WS-RN-IDX)    TO WS-AUDIT-ACCT
           PERFORM WRITE-AUDIT-ENTRY
           MOVE WS-IV-USED TO WS-EDIT-COUNT
           DISPLAY "Box drilled - " WS-EDIT-COUNT " inventory "
               "line(s) on sdb_drill_log.dat; contents to the "
               "vault.".

       SHOW-ONE-BRANCH.
           PERFORM PROMPT-BRANCH
           IF WS-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
                   UNTIL WS-BX-IDX > WS-BX-USED
               IF WS-BX-BRANCH(WS-BX-IDX) = WS-BRANCH-IN
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-BX-BOXNO(WS-BX-IDX) TO WS-EDIT-BOXNO
                   DISPLAY "  box " WS-EDIT-BOXNO " size "
                       WS-BX-SIZE(WS-BX-IDX) " status "
                       WS-BX-STATUS(WS-BX-IDX)
               END-IF
           END-PERFORM
           IF WS-FOUND NOT = 'Y'
               DISPLAY "(no boxes at this branch)"
           END-IF
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-USED
               IF WS-RN-BRANCH(WS-RN-IDX) = WS-BRANCH-IN
                   AND WS-RN-STATUS(WS-RN-IDX) NOT = "E"
                   PERFORM SHOW-ONE-RENTAL
               END-IF
           END-PERFORM.

      *> Boxes live only in open branches on branches.dat.
       PROMPT-BRANCH.
           MOVE 'N' TO WS-FOUND
           DISPLAY "Branch number: "
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF FUNCTION TEST-NUMVAL(WS-FIELD-IN) NOT = 0
               DISPLAY "Invalid branch number."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUM-CHECK = FUNCTION NUMVAL(WS-FIELD-IN)
           IF WS-NUM-CHECK < 0 OR WS-NUM-CHECK > 999
               DISPLAY "Invalid branch number."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-CHECK TO WS-BRANCH-IN
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-USED
                       OR WS-FOUND = 'Y'
               IF WS-BR-NUM(WS-BR-IDX) = WS-BRANCH-IN
                   AND WS-BR-FLAG(WS-BR-IDX) = "O"
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND NOT = 'Y'
               DISPLAY "Not an open branch on branches.dat."
           END-IF.

       PROMPT-BOXNO.
           MOVE 'N' TO WS-FOUND
           DISPLAY "Box number: "
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF FUNCTION TEST-NUMVAL(WS-FIELD-IN) NOT = 0
               DISPLAY "Invalid box number."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUM-CHECK = FUNCTION NUMVAL(WS-FIELD-IN)
           IF WS-NUM-CHECK < 1 OR WS-NUM-CHECK > 99999
               DISPLAY "Invalid box number."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-CHECK TO WS-BOXNO-IN
           MOVE 'Y' TO WS-FOUND.

      *> Leaves WS-RN-IDX on the rental keyed.
       PROMPT-RENTAL.
           MOVE 'N' TO WS-FOUND
           DISPLAY "Rental number: "
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF FUNCTION TEST-NUMVAL(WS-FIELD-IN) NOT = 0
               DISPLAY "Invalid rental number."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUM-CHECK = FUNCTION NUMVAL(WS-FIELD-IN)
           IF WS-NUM-CHECK < 1 OR WS-NUM-CHECK > 999999
               DISPLAY "Invalid rental number."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-CHECK TO WS-RENTNO-IN
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-USED
                       OR WS-FOUND = 'Y'
               IF WS-RN-RENTNO(WS-RN-IDX) = WS-RENTNO-IN
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND NOT = 'Y'
               DISPLAY "No such rental on sdb_rentals.dat."
               EXIT PARAGRAPH
           END-IF
           SET WS-RN-IDX DOWN BY 1.

      *> Leaves WS-BX-IDX on WS-BRANCH-IN / WS-BOXNO-IN.
       FIND-BOX.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
                   UNTIL WS-BX-IDX > WS-BX-USED
                       OR WS-FOUND = 'Y'
               IF WS-BX-BRANCH(WS-BX-IDX) = WS-BRANCH-IN
                   AND WS-BX-BOXNO(WS-BX-IDX) = WS-BOXNO-IN
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SET WS-BX-IDX DOWN BY 1
           END-IF.

      *> Leaves WS-RT-IDX on WS-SIZE-IN.
       FIND-RATE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-USED
                       OR WS-FOUND = 'Y'
               IF WS-RT-SIZE(WS-RT-IDX) = WS-SIZE-IN
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SET WS-RT-IDX DOWN BY 1
           END-IF.

       WRITE-BOX-FILE.
           OPEN OUTPUT BOX-FILE
           IF WS-BOX-STATUS NOT = "00"
               DISPLAY "ERROR writing sdb_boxes.dat, status = "
                   WS-BOX-STATUS
               PERFORM RELEASE-AND-STOP
           END-IF
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
                   UNTIL WS-BX-IDX > WS-BX-USED
               MOVE WS-BX-BRANCH(WS-BX-IDX) TO WS-EDIT-BRANCH
               MOVE WS-BX-BOXNO(WS-BX-IDX)  TO WS-EDIT-BOXNO
               MOVE SPACES TO BOX-LINE
               STRING WS-EDIT-BRANCH DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-EDIT-BOXNO DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-BX-SIZE(WS-BX-IDX) DELIMITED BY SPACE
                       "," DELIMITED BY SIZE
                       WS-BX-STATUS(WS-BX-IDX) DELIMITED BY SIZE
                   INTO BOX-LINE
               END-STRING
               WRITE BOX-LINE
           END-PERFORM
           CLOSE BOX-FILE.

       WRITE-RENTAL-FILE.
           OPEN OUTPUT RENTAL-FILE
           IF WS-RENTAL-STATUS NOT = "00"
               DISPLAY "ERROR writing sdb_rentals.dat, status = "
                   WS-RENTAL-STATUS
               PERFORM RELEASE-AND-STOP
           END-IF
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-USED
               PERFORM WRITE-ONE-RENTAL
           END-PERFORM
           CLOSE RENTAL-FILE.

       WRITE-ONE-RENTAL.
           MOVE WS-RN-RENTNO(WS-RN-IDX) TO WS-EDIT-RENTNO
           MOVE WS-RN-BRANCH(WS-RN-IDX) TO WS-EDIT-BRANCH
           MOVE WS-RN-BOXNO(WS-RN-IDX)  TO WS-EDIT-BOXNO
           MOVE WS-RN-CUSTNO(WS-RN-IDX) TO WS-EDIT-CUSTNO
           MOVE WS-RN-ACCT(WS-RN-IDX)   TO WS-EDIT-ACCT
           MOVE WS-RN-UNPAID(WS-RN-IDX) TO WS-FILE-AMOUNT
           MOVE WS-RN-DPD(WS-RN-IDX)    TO WS-FILE-DPD
           MOVE SPACES TO RENTAL-LINE
           STRING WS-EDIT-RENTNO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-BRANCH DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-BOXNO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-RN-SIZE(WS-RN-IDX) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-EDIT-CUSTNO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-RN-CURR(WS-RN-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-RN-STARTED(WS-RN-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-RN-NEXTDUE(WS-RN-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-RN-STATUS(WS-RN-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-DPD DELIMITED BY SIZE
               INTO RENTAL-LINE
           END-STRING
           WRITE RENTAL-LINE.

      *> One line per inventory item, the operator and witness on
      *> every line so a single line still says who saw it.
       WRITE-DRILL-LOG.
           OPEN EXTEND DRILL-FILE
           IF WS-DRILL-STATUS = "35"
               OPEN OUTPUT DRILL-FILE
               CLOSE DRILL-FILE
               OPEN EXTEND DRILL-FILE
           END-IF
           IF WS-DRILL-STATUS NOT = "00"
               DISPLAY "ERROR opening sdb_drill_log.dat, status = "
                   WS-DRILL-STATUS
               PERFORM RELEASE-AND-STOP
           END-IF
           MOVE WS-RN-RENTNO(WS-RN-IDX) TO WS-EDIT-RENTNO
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
                   UNTIL WS-IV-IDX > WS-IV-USED
               SET WS-EDIT-LINENO TO WS-IV-IDX
               MOVE SPACES TO DRILL-LINE
               STRING WS-EDIT-RENTNO DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-TODAY DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-SIGNON-OPERATOR DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-WITNESS DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-EDIT-LINENO DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-IV-TEXT(WS-IV-IDX) DELIMITED BY SIZE
                   INTO DRILL-LINE
               END-STRING
               WRITE DRILL-LINE
               IF WS-DRILL-STATUS NOT = "00"
                   DISPLAY "ERROR writing sdb_drill_log.dat, "
                       "status = " WS-DRILL-STATUS
                   PERFORM RELEASE-AND-STOP
               END-IF
           END-PERFORM
           CLOSE DRILL-FILE.

      *> Same "DATE TIME ACTION acct=NNNNNN op=XXXX" shape as
      *> WriteLedger's audit lines, the rental number appended and
      *> the witness after it on a drilling.
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
           MOVE WS-RN-RENTNO(WS-RN-IDX) TO WS-EDIT-RENTNO
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
                   " rental=" DELIMITED BY SIZE
                   WS-EDIT-RENTNO DELIMITED BY SIZE
               INTO AUDIT-LINE WITH POINTER WS-AUDIT-PTR
           END-STRING
           IF WS-WITNESS NOT = SPACES
               STRING " witness=" DELIMITED BY SIZE
                       WS-WITNESS DELIMITED BY SIZE
                   INTO AUDIT-LINE WITH POINTER WS-AUDIT-PTR
               END-STRING
           END-IF
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.

       RELEASE-AND-STOP.
           CLOSE LEDGER-FILE
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           STOP RUN 1.
