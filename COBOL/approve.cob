       PROGRAM-ID. APPROVE.

      *> Maker-checker review: works through pending_approvals.dat
      *> - the queue RATEMAINT, FEEMAINT, WriteLedger's status
      *> change, PAYEEMAINT's new payees, JOBMAINT's job-stream
      *> proposals and SDBMAINT's box rents write instead of
      *> changing anything live - and lets a second operator
      *> approve or reject each item. Only an approved item is
      *> applied to exchange_rates.dat, fx_spreads.dat,
      *> fee_schedule.dat, ledger.txt, payees.dat, job_stream.dat,
      *> or sdb_rates.dat; a rejected item is dropped; a skipped
      *> item stays queued. The maker can never
      *> approve their own change, and both operators land in
      *> ledger_audit.log on every decision - the auditors' two-
      *> pairs-of-hands finding, closed.
      *> Queue lines are SEQ,KIND,MAKER,DATE,payload:
      *>   RATE: code, rate, effective date
      *>   SPRD: code, customer spread (percent), effective date
      *>   FEE:  DEFAULT,fee,waiver or OVR,account,fee or
      *>         RETURN,fee (the returned-item fee) or
      *>         SWEEP,fee (the overdraft-protection sweep fee) or
      *>         CLOSE,fee (the account closing fee)
      *>   STAT: account, new status
      *>   PAYE: payee number (approval sets the payee's flag)
      *>   JOBS: proposed job-stream version, step count (approval
      *>         makes job_stream_proposed.dat the live stream)
      *>   SDBR: box size, annual rent, description (blank keeps
      *>         the size's description; a new size needs one)
      *> Approving a RATE, SPRD or FEE item is permission R; a
      *> STAT, PAYE or SDBR item is permission L; a JOBS item is
      *> permission S (the same letters the maker needed).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT SPREAD-FILE ASSIGN TO "fx_spreads.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPREAD-STATUS.

           SELECT FEE-FILE ASSIGN TO "fee_schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PAYEE-FILE ASSIGN TO "payees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-STATUS.

           SELECT SDB-RATE-FILE ASSIGN TO "sdb_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDB-RATE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ledger_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  RATE-FILE.
       01  RATE-LINE             PIC X(30).

       FD  SPREAD-FILE.
       01  SPREAD-LINE           PIC X(30).

       FD  FEE-FILE.
       01  FEE-LINE              PIC X(40).

       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  PAYEE-FILE.
       01  PAYEE-LINE            PIC X(80).

       FD  SDB-RATE-FILE.
       01  SDB-RATE-LINE         PIC X(60).

       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PENDING-STATUS     PIC XX.
       01  WS-RATE-STATUS        PIC XX.
       01  WS-SPREAD-STATUS      PIC XX.
       01  WS-FEE-STATUS         PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-HOLDOVER-STATUS    PIC XX.
       01  WS-PAYEE-STATUS       PIC XX.
       01  WS-SDB-RATE-STATUS    PIC XX.
       01  WS-PENDING-EOF        PIC X VALUE 'N'.
       01  WS-HOLDOVER-EOF       PIC X VALUE 'N'.
      *> Queue lines past the 100 the table holds are parked in
       01  WS-TOKEN-DATE         PIC X(8).
       01  WS-TOKEN-P1           PIC X(8).
       01  WS-TOKEN-P2           PIC X(14).
       01  WS-TOKEN-P3           PIC X(20).
       01  WS-PEND-TABLE.
           05 WS-PD-ROW OCCURS 100 TIMES INDEXED BY WS-PD-IDX.
               10 WS-PD-SEQ      PIC 9(4).
               10 WS-PD-DATE     PIC 9(8).
               10 WS-PD-P1       PIC X(8).
               10 WS-PD-P2       PIC X(14).
               10 WS-PD-P3       PIC X(20).
               10 WS-PD-DECISION PIC X.
       01  WS-PD-USED            PIC 9(3) VALUE 0.

       01  WS-FILE-RATE          PIC 9(3).9(6).
       01  WS-FILE-DATE          PIC 9(8).

      *> Live customer-spread table (dated entries, FXSPREAD
      *> layout), loaded only when a SPRD item is approved.
       01  WS-SPREADS-LOADED     PIC X VALUE 'N'.
       01  WS-SPREADS-TOUCHED    PIC X VALUE 'N'.
       01  WS-SPREAD-EOF         PIC X.
       01  WS-SPREAD-TABLE.
           05 WS-SP-ENTRY OCCURS 200 TIMES INDEXED BY WS-SP-IDX.
               10 WS-SP-CODE     PIC X(3).
               10 WS-SP-PCT      PIC 9(2)V9(4).
               10 WS-SP-EFFDATE  PIC 9(8).
       01  WS-SP-COUNT           PIC 9(3) VALUE 0.
       01  WS-FILE-SPREAD        PIC 99.9(4).
       01  WS-WORK-SPREAD        PIC 9(2)V9(4).

      *> Live fee schedule, loaded only when a FEE item is
      *> approved.
       01  WS-FEES-LOADED        PIC X VALUE 'N'.
       01  WS-FEE-TOKEN-3        PIC X(12).
       01  WS-DEFAULT-FEE        PIC 9(5)V99 VALUE 0.
       01  WS-WAIVER-BALANCE     PIC 9(10)V99 VALUE 0.
       01  WS-RETURN-FEE         PIC 9(5)V99 VALUE 0.
       01  WS-SWEEP-FEE          PIC 9(5)V99 VALUE 0.
       01  WS-CLOSE-FEE          PIC 9(5)V99 VALUE 0.
       01  WS-OVR-TABLE.
           05 WS-OV-ROW OCCURS 100 TIMES INDEXED BY WS-OV-IDX.
               10 WS-OV-ACCT     PIC 9(6).
       01  WS-FILE-WAIVER        PIC 9(10).99.
       01  WS-EDIT-ACCT          PIC 9(6).

      *> Payee master, loaded only when a PAYE item is approved.
      *> Lines are PAYEENO,NAME,ROUTING,EXTACCT,APPROVED,ADDEDBY -
      *> the PAYEEMAINT layout; only APPROVED is changed here.
       01  WS-PAYEES-LOADED      PIC X VALUE 'N'.
       01  WS-PAYEES-TOUCHED     PIC X VALUE 'N'.
       01  WS-PAYEE-EOF          PIC X.
       01  WS-PY-TOKEN-NO        PIC X(5).
       01  WS-PY-TOKEN-NAME      PIC X(30).
       01  WS-PY-TOKEN-ROUTING   PIC X(9).
       01  WS-PY-TOKEN-EXTACCT   PIC X(17).
       01  WS-PY-TOKEN-APPROVED  PIC X.
       01  WS-PY-TOKEN-ADDEDBY   PIC X(4).
       01  WS-PAYEE-TABLE.
           05 WS-PY-ROW OCCURS 500 TIMES INDEXED BY WS-PY-IDX.
               10 WS-PY-NO       PIC 9(5).
               10 WS-PY-NAME     PIC X(30).
               10 WS-PY-ROUTING  PIC X(9).
               10 WS-PY-EXTACCT  PIC X(17).
               10 WS-PY-APPROVED PIC X.
               10 WS-PY-ADDEDBY  PIC X(4).
       01  WS-PY-USED            PIC 9(3) VALUE 0.
       01  WS-WORK-PAYEE         PIC 9(5).
       01  WS-EDIT-PAYEE         PIC 9(5).

      *> Job stream (JOBLOAD layout), loaded when a JOBS item is
      *> shown or approved. The live stream is read first for its
      *> version only; the proposal then replaces it in the table.
       01  WS-JOB-STREAM.
           COPY JOBTBL.
       01  WS-JOBLOAD-ACTION     PIC X.
       01  WS-JOBLOAD-FILE       PIC X(40).
       01  WS-JOBLOAD-RESULT     PIC X.
       01  WS-JOBLOAD-MESSAGE    PIC X(60).
       01  WS-LIVE-VERSION       PIC 9(5).
       01  WS-WORK-VERSION       PIC 9(5).
       01  WS-EDIT-VERSION       PIC 9(5).
       01  WS-WORK-STEP          PIC 9(2).
       01  WS-EDIT-STEP          PIC Z9.
       01  WS-FREQ-SHOW          PIC X(2).

      *> Safe deposit rent schedule, loaded only when an SDBR item
      *> is shown or approved. Lines are SIZE,DESCRIPTION,RENT -
      *> the SDBMAINT layout.
       01  WS-SDB-RATES-LOADED   PIC X VALUE 'N'.
       01  WS-SDB-RATES-TOUCHED  PIC X VALUE 'N'.
       01  WS-SDB-RATE-EOF       PIC X.
       01  WS-SR-TOKEN-SIZE      PIC X(2).
       01  WS-SR-TOKEN-DESC      PIC X(20).
       01  WS-SR-TOKEN-RENT      PIC X(12).
       01  WS-SDB-RATE-TABLE.
           05 WS-SR-ROW OCCURS 50 TIMES INDEXED BY WS-SR-IDX.
               10 WS-SR-SIZE     PIC X(2).
               10 WS-SR-DESC     PIC X(20).
               10 WS-SR-RENT     PIC 9(5)V99.
       01  WS-SR-USED            PIC 9(3) VALUE 0.
       01  WS-WORK-RENT          PIC 9(5)V99.
       01  WS-FILE-RENT          PIC 9(5).99.
       01  WS-EDIT-RENT          PIC ZZ,ZZ9.99.

       01  WS-WORK-ACCT          PIC 9(6).
       01  WS-WORK-RATE          PIC 9(3)V9(6).
       01  WS-WORK-DATE          PIC 9(8).
           IF WS-RATES-TOUCHED = 'Y'
               PERFORM WRITE-RATE-TABLE
           END-IF
           IF WS-SPREADS-TOUCHED = 'Y'
               PERFORM WRITE-SPREAD-TABLE
           END-IF
           IF WS-FEES-TOUCHED = 'Y'
               PERFORM WRITE-FEE-SCHEDULE
           END-IF
           IF WS-PAYEES-TOUCHED = 'Y'
               PERFORM WRITE-PAYEE-FILE
           END-IF
           IF WS-SDB-RATES-TOUCHED = 'Y'
               PERFORM WRITE-SDB-RATE-FILE
           END-IF
           IF WS-LEDGER-OPEN = 'Y'
               CLOSE LEDGER-FILE
           END-IF
                   DISPLAY "  rate " WS-PD-P1(WS-PD-IDX) " = "
                       WS-PD-P2(WS-PD-IDX) " USD from "
                       WS-PD-P3(WS-PD-IDX)
               WHEN "SPRD"
                   DISPLAY "  customer spread " WS-PD-P1(WS-PD-IDX)
                       " " WS-PD-P2(WS-PD-IDX) "% from "
                       WS-PD-P3(WS-PD-IDX)
               WHEN "FEE "
                   DISPLAY "  fee " WS-PD-P1(WS-PD-IDX) " "
                       WS-PD-P2(WS-PD-IDX) " "
               WHEN "STAT"
                   DISPLAY "  account " WS-PD-P1(WS-PD-IDX)
                       " new status " WS-PD-P2(WS-PD-IDX)
               WHEN "PAYE"
                   PERFORM SHOW-PAYE-ITEM
               WHEN "JOBS"
                   PERFORM SHOW-JOBS-ITEM
               WHEN "SDBR"
                   PERFORM SHOW-SDBR-ITEM
               WHEN OTHER
                   DISPLAY "  (unrecognized item - skip it and "
                       "review the queue file)"
      *> The approver signs on for the same function the maker
      *> exercised, and may not be the maker.
       APPROVE-ONE-ITEM.
           PERFORM CHOOSE-SIGNON-FUNCTION
           CALL "SIGNON" USING WS-SIGNON-FUNCTION
               WS-SIGNON-OPERATOR WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = 'Y'
           EVALUATE WS-PD-KIND(WS-PD-IDX)
               WHEN "RATE"
                   PERFORM APPLY-RATE-ITEM
               WHEN "SPRD"
                   PERFORM APPLY-SPREAD-ITEM
               WHEN "FEE "
                   PERFORM APPLY-FEE-ITEM
               WHEN "STAT"
                   PERFORM APPLY-STAT-ITEM
               WHEN "PAYE"
                   PERFORM APPLY-PAYE-ITEM
               WHEN "JOBS"
                   PERFORM APPLY-JOBS-ITEM
               WHEN "SDBR"
                   PERFORM APPLY-SDBR-ITEM
               WHEN OTHER
                   ADD 1 TO WS-KEPT-COUNT
                   EXIT PARAGRAPH
       REJECT-ONE-ITEM.
      *> Rejecting also takes a signed-on second operator - the
      *> decision is logged either way.
           PERFORM CHOOSE-SIGNON-FUNCTION
           CALL "SIGNON" USING WS-SIGNON-FUNCTION
               WS-SIGNON-OPERATOR WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = 'Y'
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "Rejected - change will not be applied.".

       CHOOSE-SIGNON-FUNCTION.
           EVALUATE WS-PD-KIND(WS-PD-IDX)
               WHEN "STAT"
               WHEN "PAYE"
               WHEN "SDBR"
                   MOVE "L" TO WS-SIGNON-FUNCTION
               WHEN "JOBS"
                   MOVE "S" TO WS-SIGNON-FUNCTION
               WHEN OTHER
                   MOVE "R" TO WS-SIGNON-FUNCTION
           END-EVALUATE.

       APPLY-RATE-ITEM.
           IF WS-RATES-LOADED = 'N'
               PERFORM LOAD-RATE-TABLE
           MOVE 'Y' TO WS-RATES-TOUCHED
           MOVE "A" TO WS-PD-DECISION(WS-PD-IDX).

      *> Same dated-entry rule as a rate: a second spread for the
      *> same currency and date replaces the first.
       APPLY-SPREAD-ITEM.
           IF WS-SPREADS-LOADED = 'N'
               PERFORM LOAD-SPREAD-TABLE
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PD-P2(WS-PD-IDX)) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-PD-P3(WS-PD-IDX))
                   NOT = 0
               DISPLAY "*** Item payload unreadable - left "
                   "pending ***"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WORK-SPREAD =
               FUNCTION NUMVAL(WS-PD-P2(WS-PD-IDX))
           COMPUTE WS-WORK-DATE =
               FUNCTION NUMVAL(WS-PD-P3(WS-PD-IDX))
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
                       OR WS-FOUND = 'Y'
               IF WS-SP-CODE(WS-SP-IDX) = WS-PD-P1(WS-PD-IDX)(1:3)
                   AND WS-SP-EFFDATE(WS-SP-IDX) = WS-WORK-DATE
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SET WS-SP-IDX DOWN BY 1
               MOVE WS-WORK-SPREAD TO WS-SP-PCT(WS-SP-IDX)
           ELSE
               IF WS-SP-COUNT >= 200
                   DISPLAY "*** Spread table full (200) - item "
                       "left pending ***"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SP-COUNT
               MOVE WS-PD-P1(WS-PD-IDX)(1:3)
                   TO WS-SP-CODE(WS-SP-COUNT)
               MOVE WS-WORK-SPREAD TO WS-SP-PCT(WS-SP-COUNT)
               MOVE WS-WORK-DATE TO WS-SP-EFFDATE(WS-SP-COUNT)
           END-IF
           MOVE 'Y' TO WS-SPREADS-TOUCHED
           MOVE "A" TO WS-PD-DECISION(WS-PD-IDX).

       APPLY-FEE-ITEM.
           IF WS-FEES-LOADED = 'N'
               PERFORM LOAD-FEE-SCHEDULE
                   FUNCTION NUMVAL(WS-PD-P3(WS-PD-IDX))
               MOVE WS-WORK-FEE    TO WS-DEFAULT-FEE
               MOVE WS-WORK-WAIVER TO WS-WAIVER-BALANCE
           ELSE
           IF WS-PD-P1(WS-PD-IDX) = "RETURN"
               IF FUNCTION TEST-NUMVAL(WS-PD-P2(WS-PD-IDX)) NOT = 0
                   DISPLAY "*** Item payload unreadable - left "
                       "pending ***"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-WORK-FEE =
                   FUNCTION NUMVAL(WS-PD-P2(WS-PD-IDX))
               MOVE WS-WORK-FEE TO WS-RETURN-FEE
           ELSE
           IF WS-PD-P1(WS-PD-IDX) = "SWEEP"
               IF FUNCTION TEST-NUMVAL(WS-PD-P2(WS-PD-IDX)) NOT = 0
                   DISPLAY "*** Item payload unreadable - left "
                       "pending ***"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-WORK-FEE =
                   FUNCTION NUMVAL(WS-PD-P2(WS-PD-IDX))
               MOVE WS-WORK-FEE TO WS-SWEEP-FEE
           ELSE
           IF WS-PD-P1(WS-PD-IDX) = "CLOSE"
               IF FUNCTION TEST-NUMVAL(WS-PD-P2(WS-PD-IDX)) NOT = 0
                   DISPLAY "*** Item payload unreadable - left "
                       "pending ***"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-WORK-FEE =
                   FUNCTION NUMVAL(WS-PD-P2(WS-PD-IDX))
               MOVE WS-WORK-FEE TO WS-CLOSE-FEE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-PD-P2(WS-PD-IDX)) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-PD-P3(WS-PD-IDX))
                   MOVE WS-WORK-FEE  TO WS-OV-FEE(WS-OV-USED)
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE 'Y' TO WS-FEES-TOUCHED
           MOVE "A" TO WS-PD-DECISION(WS-PD-IDX).

           END-IF
           MOVE "A" TO WS-PD-DECISION(WS-PD-IDX).

      *> The checker sees the bank details being released, not
      *> just the payee number.
       SHOW-PAYE-ITEM.
           IF WS-PAYEES-LOADED = 'N'
               PERFORM LOAD-PAYEE-FILE
           END-IF
           PERFORM FIND-PAYE-PAYEE
           IF WS-FOUND = 'Y'
               DISPLAY "  new payee " WS-PD-P1(WS-PD-IDX) " "
                   WS-PY-NAME(WS-PY-IDX)
               DISPLAY "  routing " WS-PY-ROUTING(WS-PY-IDX)
                   " account " WS-PY-EXTACCT(WS-PY-IDX)
           ELSE
               DISPLAY "  payee " WS-PD-P1(WS-PD-IDX)
                   " (no longer on payees.dat)"
           END-IF.

       FIND-PAYE-PAYEE.
           MOVE 'N' TO WS-FOUND
           IF FUNCTION TEST-NUMVAL(WS-PD-P1(WS-PD-IDX)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WORK-PAYEE =
               FUNCTION NUMVAL(WS-PD-P1(WS-PD-IDX))
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                   UNTIL WS-PY-IDX > WS-PY-USED
                       OR WS-FOUND = 'Y'
               IF WS-PY-NO(WS-PY-IDX) = WS-WORK-PAYEE
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SET WS-PY-IDX DOWN BY 1
           END-IF.

       APPLY-PAYE-ITEM.
           IF WS-PAYEES-LOADED = 'N'
               PERFORM LOAD-PAYEE-FILE
           END-IF
           PERFORM FIND-PAYE-PAYEE
           IF WS-FOUND NOT = 'Y'
               DISPLAY "*** Payee " WS-PD-P1(WS-PD-IDX) " is not "
                   "on payees.dat - item left pending ***"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PY-APPROVED(WS-PY-IDX)
           MOVE 'Y' TO WS-PAYEES-TOUCHED
           MOVE "A" TO WS-PD-DECISION(WS-PD-IDX).

      *> The checker sees every step of the proposed stream, in
      *> run order, against the version running now.
       SHOW-JOBS-ITEM.
           PERFORM LOAD-JOBS-PROPOSAL
           IF WS-JOBLOAD-RESULT NOT = "Y"
               DISPLAY "  job stream " WS-PD-P1(WS-PD-IDX) " - "
                   "proposal not readable: " WS-JOBLOAD-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE JS-VERSION TO WS-EDIT-VERSION
           DISPLAY "  job stream version " WS-EDIT-VERSION
               " replacing version " WS-LIVE-VERSION ", steps in "
               "run order (freq, on-fail, runs after):"
           PERFORM VARYING JS-IDX FROM 1 BY 1
                   UNTIL JS-IDX > JS-STEP-COUNT
               SET WS-WORK-STEP TO JS-IDX
               MOVE WS-WORK-STEP TO WS-EDIT-STEP
               MOVE JS-FREQ(JS-IDX) TO WS-FREQ-SHOW
               IF JS-FREQ(JS-IDX) = "W"
                   MOVE JS-WEEKDAY(JS-IDX) TO WS-FREQ-SHOW(2:1)
               END-IF
               DISPLAY "    " WS-EDIT-STEP " " JS-NAME(JS-IDX) " "
                   WS-FREQ-SHOW " "
                   JS-ONFAIL(JS-IDX) " " JS-DEP(JS-IDX, 1) " "
                   JS-DEP(JS-IDX, 2) " " JS-DEP(JS-IDX, 3) " "
                   JS-DEP(JS-IDX, 4)
           END-PERFORM.

      *> The live version number, then the proposal over it;
      *> WS-JOBLOAD-RESULT is the proposal's.
       LOAD-JOBS-PROPOSAL.
           MOVE "F" TO WS-JOBLOAD-ACTION
           MOVE "job_stream.dat" TO WS-JOBLOAD-FILE
           CALL "JOBLOAD" USING WS-JOBLOAD-ACTION WS-JOBLOAD-FILE
               WS-JOB-STREAM WS-JOBLOAD-RESULT WS-JOBLOAD-MESSAGE
           MOVE JS-VERSION TO WS-LIVE-VERSION
           MOVE "job_stream_proposed.dat" TO WS-JOBLOAD-FILE
           CALL "JOBLOAD" USING WS-JOBLOAD-ACTION WS-JOBLOAD-FILE
               WS-JOB-STREAM WS-JOBLOAD-RESULT WS-JOBLOAD-MESSAGE.

      *> The proposal on file must still be the version queued and
      *> newer than the live one, and it passes JOBLOAD's checks
      *> again here. It goes live with the checker stamped in, and
      *> a copy is kept under its version number.
       APPLY-JOBS-ITEM.
           PERFORM LOAD-JOBS-PROPOSAL
           IF WS-JOBLOAD-RESULT NOT = "Y"
               DISPLAY "*** Proposal refused: " WS-JOBLOAD-MESSAGE
               DISPLAY "*** Item left pending - reject it ***"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PD-P1(WS-PD-IDX)) NOT = 0
               DISPLAY "*** Item payload unreadable - left "
                   "pending ***"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WORK-VERSION =
               FUNCTION NUMVAL(WS-PD-P1(WS-PD-IDX))
           IF JS-VERSION NOT = WS-WORK-VERSION
               OR JS-VERSION <= WS-LIVE-VERSION
               DISPLAY "*** job_stream_proposed.dat is no longer "
                   "the version queued - item left pending; reject "
                   "it ***"
               EXIT PARAGRAPH
           END-IF
           IF JS-MAKER = WS-SIGNON-OPERATOR
               DISPLAY "*** The maker cannot approve their own "
                   "change - item left pending ***"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SIGNON-OPERATOR TO JS-CHECKER
           CALL "BUSDATE" USING JS-APPROVED-DATE
           MOVE "W" TO WS-JOBLOAD-ACTION
           MOVE "job_stream.dat" TO WS-JOBLOAD-FILE
           CALL "JOBLOAD" USING WS-JOBLOAD-ACTION WS-JOBLOAD-FILE
               WS-JOB-STREAM WS-JOBLOAD-RESULT WS-JOBLOAD-MESSAGE
           IF WS-JOBLOAD-RESULT NOT = "Y"
               DISPLAY "ERROR: " WS-JOBLOAD-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE JS-VERSION TO WS-EDIT-VERSION
           MOVE SPACES TO WS-JOBLOAD-FILE
           STRING "job_stream_v" DELIMITED BY SIZE
                   WS-EDIT-VERSION DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-JOBLOAD-FILE
           END-STRING
           CALL "JOBLOAD" USING WS-JOBLOAD-ACTION WS-JOBLOAD-FILE
               WS-JOB-STREAM WS-JOBLOAD-RESULT WS-JOBLOAD-MESSAGE
           IF WS-JOBLOAD-RESULT NOT = "Y"
               DISPLAY "NOTE: version copy not kept - "
                   WS-JOBLOAD-MESSAGE
           END-IF
           DISPLAY "Job stream version " WS-EDIT-VERSION " is live "
               "from the next chain."
           MOVE "A" TO WS-PD-DECISION(WS-PD-IDX).

      *> The checker sees the rent a size carries now beside the
      *> one proposed.
       SHOW-SDBR-ITEM.
           IF WS-SDB-RATES-LOADED = 'N'
               PERFORM LOAD-SDB-RATE-FILE
           END-IF
           PERFORM FIND-SDBR-SIZE
           IF WS-FOUND = 'Y'
               MOVE WS-SR-RENT(WS-SR-IDX) TO WS-EDIT-RENT
               DISPLAY "  box size " WS-SR-SIZE(WS-SR-IDX) " "
                   WS-SR-DESC(WS-SR-IDX) " rent " WS-EDIT-RENT
               DISPLAY "  new rent " WS-PD-P2(WS-PD-IDX)
                   " description " WS-PD-P3(WS-PD-IDX)
           ELSE
               DISPLAY "  new box size " WS-PD-P1(WS-PD-IDX)(1:2)
                   " " WS-PD-P3(WS-PD-IDX) " rent "
                   WS-PD-P2(WS-PD-IDX)
           END-IF.

      *> Leaves WS-SR-IDX on the item's size.
       FIND-SDBR-SIZE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SR-USED
                       OR WS-FOUND = 'Y'
               IF WS-SR-SIZE(WS-SR-IDX) = WS-PD-P1(WS-PD-IDX)(1:2)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SET WS-SR-IDX DOWN BY 1
           END-IF.

       APPLY-SDBR-ITEM.
           IF WS-SDB-RATES-LOADED = 'N'
               PERFORM LOAD-SDB-RATE-FILE
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PD-P2(WS-PD-IDX)) NOT = 0
               OR WS-PD-P1(WS-PD-IDX) = SPACES
               DISPLAY "*** Item payload unreadable - left "
                   "pending ***"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WORK-RENT =
               FUNCTION NUMVAL(WS-PD-P2(WS-PD-IDX))
           PERFORM FIND-SDBR-SIZE
           IF WS-FOUND NOT = 'Y'
               IF WS-PD-P3(WS-PD-IDX) = SPACES
                   DISPLAY "*** New box size has no description - "
                       "item left pending; reject it ***"
                   EXIT PARAGRAPH
               END-IF
               IF WS-SR-USED >= 50
                   DISPLAY "*** Rent schedule full (50) - item "
                       "left pending ***"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SR-USED
               SET WS-SR-IDX TO WS-SR-USED
               MOVE WS-PD-P1(WS-PD-IDX)(1:2) TO WS-SR-SIZE(WS-SR-IDX)
           END-IF
           IF WS-PD-P3(WS-PD-IDX) NOT = SPACES
               MOVE WS-PD-P3(WS-PD-IDX) TO WS-SR-DESC(WS-SR-IDX)
           END-IF
           MOVE WS-WORK-RENT TO WS-SR-RENT(WS-SR-IDX)
           MOVE 'Y' TO WS-SDB-RATES-TOUCHED
           MOVE "A" TO WS-PD-DECISION(WS-PD-IDX).

      *> One audit line per decision, carrying both pairs of hands:
      *> the maker who queued it and the operator who decided it.
       WRITE-AUDIT-ENTRY.
           END-PERFORM
           CLOSE HOLDOVER-FILE.

      *> The last field may be a description with spaces in it
      *> (an SDBR item), so it runs to the first double space.
       WRITE-ONE-PENDING.
           MOVE WS-PD-SEQ(WS-PD-IDX) TO WS-EDIT-SEQ
           MOVE SPACES TO PENDING-LINE
                   "," DELIMITED BY SIZE
                   WS-PD-P2(WS-PD-IDX) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-PD-P3(WS-PD-IDX) DELIMITED BY "  "
               INTO PENDING-LINE
           END-STRING
           WRITE PENDING-LINE.
           END-PERFORM
           CLOSE RATE-FILE.

       LOAD-SPREAD-TABLE.
           MOVE 'Y' TO WS-SPREADS-LOADED
           MOVE 'N' TO WS-SPREAD-EOF
           OPEN INPUT SPREAD-FILE
           IF WS-SPREAD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SPREAD-EOF = 'Y'
               READ SPREAD-FILE
                   AT END
                       MOVE 'Y' TO WS-SPREAD-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-SPREAD
               END-READ
           END-PERFORM
           CLOSE SPREAD-FILE.

       LOAD-ONE-SPREAD.
           MOVE SPACES TO WS-CODE-TEXT WS-RATE-TEXT WS-DATE-TEXT
           UNSTRING SPREAD-LINE DELIMITED BY ","
               INTO WS-CODE-TEXT WS-RATE-TEXT WS-DATE-TEXT
           END-UNSTRING
           IF WS-CODE-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-RATE-TEXT) = 0
               IF WS-SP-COUNT < 200
                   ADD 1 TO WS-SP-COUNT
                   MOVE FUNCTION UPPER-CASE(WS-CODE-TEXT)
                       TO WS-SP-CODE(WS-SP-COUNT)
                   COMPUTE WS-SP-PCT(WS-SP-COUNT) =
                       FUNCTION NUMVAL(WS-RATE-TEXT)
                   IF WS-DATE-TEXT NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-DATE-TEXT) = 0
                       COMPUTE WS-SP-EFFDATE(WS-SP-COUNT) =
                           FUNCTION NUMVAL(WS-DATE-TEXT)
                   ELSE
                       MOVE 0 TO WS-SP-EFFDATE(WS-SP-COUNT)
                   END-IF
               ELSE
                   DISPLAY "*** WARNING: spread table full (200), "
                       "line ignored: " SPREAD-LINE
               END-IF
           END-IF.

       WRITE-SPREAD-TABLE.
           OPEN OUTPUT SPREAD-FILE
           IF WS-SPREAD-STATUS NOT = "00"
               DISPLAY "ERROR writing fx_spreads.dat, status = "
                   WS-SPREAD-STATUS
               STOP RUN 1
           END-IF
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
               MOVE WS-SP-PCT(WS-SP-IDX)     TO WS-FILE-SPREAD
               MOVE WS-SP-EFFDATE(WS-SP-IDX) TO WS-FILE-DATE
               MOVE SPACES TO SPREAD-LINE
               STRING WS-SP-CODE(WS-SP-IDX) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-FILE-SPREAD DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-FILE-DATE DELIMITED BY SIZE
                   INTO SPREAD-LINE
               END-STRING
               WRITE SPREAD-LINE
           END-PERFORM
           CLOSE SPREAD-FILE.

       LOAD-FEE-SCHEDULE.
           MOVE 'Y' TO WS-FEES-LOADED
           MOVE 'N' TO WS-FEE-EOF
                       COMPUTE WS-OV-FEE(WS-OV-USED) =
                           FUNCTION NUMVAL(WS-FEE-TOKEN-3)
                   END-IF
               WHEN "RETURN"
                   IF FUNCTION TEST-NUMVAL(WS-FEE-TOKEN-2) = 0
                       COMPUTE WS-RETURN-FEE =
                           FUNCTION NUMVAL(WS-FEE-TOKEN-2)
                   END-IF
               WHEN "SWEEP"
                   IF FUNCTION TEST-NUMVAL(WS-FEE-TOKEN-2) = 0
                       COMPUTE WS-SWEEP-FEE =
                           FUNCTION NUMVAL(WS-FEE-TOKEN-2)
                   END-IF
               WHEN "CLOSE"
                   IF FUNCTION TEST-NUMVAL(WS-FEE-TOKEN-2) = 0
                       COMPUTE WS-CLOSE-FEE =
                           FUNCTION NUMVAL(WS-FEE-TOKEN-2)
                   END-IF
           END-EVALUATE.

       WRITE-FEE-SCHEDULE.
               END-STRING
               WRITE FEE-LINE
           END-PERFORM
           IF WS-RETURN-FEE > 0
               MOVE WS-RETURN-FEE TO WS-FILE-FEE
               MOVE SPACES TO FEE-LINE
               STRING "RETURN," DELIMITED BY SIZE
                       WS-FILE-FEE DELIMITED BY SIZE
                   INTO FEE-LINE
               END-STRING
               WRITE FEE-LINE
           END-IF
           IF WS-SWEEP-FEE > 0
               MOVE WS-SWEEP-FEE TO WS-FILE-FEE
               MOVE SPACES TO FEE-LINE
               STRING "SWEEP," DELIMITED BY SIZE
                       WS-FILE-FEE DELIMITED BY SIZE
                   INTO FEE-LINE
               END-STRING
               WRITE FEE-LINE
           END-IF
           IF WS-CLOSE-FEE > 0
               MOVE WS-CLOSE-FEE TO WS-FILE-FEE
               MOVE SPACES TO FEE-LINE
               STRING "CLOSE," DELIMITED BY SIZE
                       WS-FILE-FEE DELIMITED BY SIZE
                   INTO FEE-LINE
               END-STRING
               WRITE FEE-LINE
           END-IF
           CLOSE FEE-FILE.

       LOAD-PAYEE-FILE.
           MOVE 'Y' TO WS-PAYEES-LOADED
           MOVE 'N' TO WS-PAYEE-EOF
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
               WS-PY-TOKEN-APPROVED WS-PY-TOKEN-ADDEDBY
           UNSTRING PAYEE-LINE DELIMITED BY ","
               INTO WS-PY-TOKEN-NO WS-PY-TOKEN-NAME
                   WS-PY-TOKEN-ROUTING WS-PY-TOKEN-EXTACCT
                   WS-PY-TOKEN-APPROVED WS-PY-TOKEN-ADDEDBY
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
           MOVE WS-PY-TOKEN-NAME     TO WS-PY-NAME(WS-PY-USED)
           MOVE WS-PY-TOKEN-ROUTING  TO WS-PY-ROUTING(WS-PY-USED)
           MOVE WS-PY-TOKEN-EXTACCT  TO WS-PY-EXTACCT(WS-PY-USED)
           MOVE WS-PY-TOKEN-APPROVED TO WS-PY-APPROVED(WS-PY-USED)
           MOVE WS-PY-TOKEN-ADDEDBY  TO WS-PY-ADDEDBY(WS-PY-USED).

       WRITE-PAYEE-FILE.
           OPEN OUTPUT PAYEE-FILE
           IF WS-PAYEE-STATUS NOT = "00"
               DISPLAY "ERROR writing payees.dat, status = "
                   WS-PAYEE-STATUS
               STOP RUN 1
           END-IF
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                   UNTIL WS-PY-IDX > WS-PY-USED
               MOVE WS-PY-NO(WS-PY-IDX) TO WS-EDIT-PAYEE
               MOVE SPACES TO PAYEE-LINE
               STRING WS-EDIT-PAYEE DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-PY-NAME(WS-PY-IDX) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-PY-ROUTING(WS-PY-IDX) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-PY-EXTACCT(WS-PY-IDX) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-PY-APPROVED(WS-PY-IDX) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-PY-ADDEDBY(WS-PY-IDX) DELIMITED BY SIZE
                   INTO PAYEE-LINE
               END-STRING
               WRITE PAYEE-LINE
           END-PERFORM
           CLOSE PAYEE-FILE.

       LOAD-SDB-RATE-FILE.
           MOVE 'Y' TO WS-SDB-RATES-LOADED
           MOVE 'N' TO WS-SDB-RATE-EOF
           OPEN INPUT SDB-RATE-FILE
           IF WS-SDB-RATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SDB-RATE-EOF = 'Y'
               READ SDB-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-SDB-RATE-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-SDB-RATE
               END-READ
           END-PERFORM
           CLOSE SDB-RATE-FILE.

       LOAD-ONE-SDB-RATE.
           MOVE SPACES TO WS-SR-TOKEN-SIZE WS-SR-TOKEN-DESC
               WS-SR-TOKEN-RENT
           UNSTRING SDB-RATE-LINE DELIMITED BY ","
               INTO WS-SR-TOKEN-SIZE WS-SR-TOKEN-DESC
                   WS-SR-TOKEN-RENT
           END-UNSTRING
           IF WS-SR-TOKEN-SIZE = SPACES
               OR FUNCTION TEST-NUMVAL(WS-SR-TOKEN-RENT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SR-USED >= 50
               DISPLAY "*** WARNING: rent schedule full (50), "
                   "line ignored: " SDB-RATE-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SR-USED
           MOVE FUNCTION UPPER-CASE(WS-SR-TOKEN-SIZE)
               TO WS-SR-SIZE(WS-SR-USED)
           MOVE WS-SR-TOKEN-DESC TO WS-SR-DESC(WS-SR-USED)
           COMPUTE WS-SR-RENT(WS-SR-USED) =
               FUNCTION NUMVAL(WS-SR-TOKEN-RENT).

       WRITE-SDB-RATE-FILE.
           OPEN OUTPUT SDB-RATE-FILE
           IF WS-SDB-RATE-STATUS NOT = "00"
               DISPLAY "ERROR writing sdb_rates.dat, status = "
                   WS-SDB-RATE-STATUS
               STOP RUN 1
           END-IF
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SR-USED
               MOVE WS-SR-RENT(WS-SR-IDX) TO WS-FILE-RENT
               MOVE SPACES TO SDB-RATE-LINE
               STRING WS-SR-SIZE(WS-SR-IDX) DELIMITED BY SPACE
                       "," DELIMITED BY SIZE
                       WS-SR-DESC(WS-SR-IDX) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-FILE-RENT DELIMITED BY SIZE
                   INTO SDB-RATE-LINE
               END-STRING
               WRITE SDB-RATE-LINE
           END-PERFORM
           CLOSE SDB-RATE-FILE.
