       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBILL.

      *> Nightly loan servicing for the loans LOANMAINT books
      *> (loans.dat, schedules on loan_schedule.dat - the layouts
      *> are described there). Runs ahead of POSTLEDGER in the
      *> chain, like STANDINGORD, so everything it raises posts the
      *> same night:
      *>   - a newly booked loan (status B) is paid out: an LD
      *>     credit of the principal to the borrower's deposit
      *>     account, and the loan becomes active (A);
      *>   - every scheduled installment due on or before the
      *>     business date is billed against the deposit account
      *>     as an LI (interest) and an LP (principal) debit, and
      *>     marked billed (B) with the two TRANS-IDs;
      *>   - installments billed on an earlier night are settled
      *>     once POSTLEDGER's cursor has passed both their ids:
      *>     paid (P) when neither leg is sitting in suspense.dat
      *>     (an installment the account could not cover bounces
      *>     there as INSUF FUNDS), missed (M) when either is. A
      *>     missed installment turns paid on a later night once
      *>     REPOST-SUSPENSE gets its legs through. The loan's
      *>     outstanding balance falls by an installment's
      *>     principal when it is paid;
      *>   - arrears (the legs still stuck) and days past due
      *>     (from the oldest missed due date) are recomputed for
      *>     every loan, and a loan newly 90 or more days past due
      *>     raises an ALERTLOG warning for the collections desk;
      *>   - a loan with nothing left open on its schedule is
      *>     marked paid off (P).
      *> Every record carries the loan number in TRANS-REF-ID with
      *> TRANS-REF-TYPE "LN", and the loan's branch and currency.
      *> A rerun of the same night generates nothing twice: each
      *> action moves a status forward (B to A, S to B), so the
      *> files themselves say what has been done. The statuses are
      *> only rewritten after the postings are on transactions.dat,
      *> so a run that stops in between is covered as well: before
      *> each LD/LI/LP is written the account's postings are
      *> searched for one already raised for the same loan, type
      *> and date, and that one is taken over instead.
      *> Output loan_delinquency_report.txt - loans in arrears with
      *> the 1-29 / 30-59 / 60-89 / 90+ day buckets - plus the usual
      *> page in the end-of-day pack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "loan_schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT WORK-FILE ASSIGN TO "loan_schedule_work.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT CURSOR-FILE ASSIGN TO "postledger_cursor.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURSOR-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "suspense.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

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

           SELECT REPORT-FILE ASSIGN TO "loan_delinquency_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-LINE             PIC X(120).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-LINE         PIC X(100).

       FD  WORK-FILE.
       01  WORK-LINE             PIC X(100).

       FD  CURSOR-FILE.
       01  CURSOR-LINE           PIC 9(13).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           COPY SUSPREC.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(100).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS        PIC XX.
       01  WS-SCHED-STATUS       PIC XX.
       01  WS-WORK-STATUS        PIC XX.
       01  WS-CURSOR-STATUS      PIC XX.
       01  WS-SUSP-STATUS        PIC XX.
       01  WS-TRANS-STATUS       PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-LOAN-EOF           PIC X VALUE 'N'.
       01  WS-SCHED-EOF          PIC X VALUE 'N'.
       01  WS-SUSP-EOF           PIC X VALUE 'N'.
       01  WS-SCAN-EOF           PIC X VALUE 'N'.
       01  WS-LEDGER-OK          PIC X VALUE 'N'.

      *> Run lock (RUNLOCK/run_lock.dat) so two mutating programs
      *> can never touch the data files at once.
       01  WS-LOCK-ACTION        PIC X.
       01  WS-LOCK-HOLDER        PIC X(20).
       01  WS-LOCK-RESULT        PIC X.

       01  WS-ALERT-SEV          PIC X.
       01  WS-ALERT-PROGRAM      PIC X(20).
       01  WS-ALERT-MESSAGE      PIC X(60).

       01  WS-TODAY              PIC 9(8).
       01  WS-LAST-POSTED-ID     PIC 9(13) VALUE 0.

       01  WS-TOKEN-LOANNO       PIC X(6).
       01  WS-TOKEN-ACCT         PIC X(6).
       01  WS-TOKEN-BRANCH       PIC X(3).
       01  WS-TOKEN-CURR         PIC X(3).
       01  WS-TOKEN-PRINCIPAL    PIC X(12).
       01  WS-TOKEN-RATE         PIC X(8).
       01  WS-TOKEN-TERM         PIC X(4).
       01  WS-TOKEN-PAYMENT      PIC X(12).
       01  WS-TOKEN-BOOKED       PIC X(8).
       01  WS-TOKEN-FIRSTDUE     PIC X(8).
       01  WS-TOKEN-BALANCE      PIC X(12).
       01  WS-TOKEN-STATUS       PIC X(1).
       01  WS-TOKEN-ARREARS      PIC X(12).
       01  WS-TOKEN-DPD          PIC X(4).

      *> Loan master in memory; the three working columns at the end
      *> are rebuilt each night from the schedule pass.
       01  WS-LOAN-TABLE.
           05 WS-LN-ROW OCCURS 500 TIMES INDEXED BY WS-LN-IDX.
               10 WS-LN-LOANNO    PIC 9(6).
               10 WS-LN-ACCT      PIC 9(6).
               10 WS-LN-BRANCH    PIC 9(3).
               10 WS-LN-CURR      PIC X(3).
               10 WS-LN-PRINCIPAL PIC 9(7)V99.
               10 WS-LN-RATE      PIC 9(3)V99.
               10 WS-LN-TERM      PIC 9(3).
               10 WS-LN-PAYMENT   PIC 9(7)V99.
               10 WS-LN-BOOKED    PIC 9(8).
               10 WS-LN-FIRSTDUE  PIC 9(8).
               10 WS-LN-BALANCE   PIC 9(7)V99.
               10 WS-LN-STATUS    PIC X.
               10 WS-LN-ARREARS   PIC 9(7)V99.
               10 WS-LN-DPD       PIC 9(4).
               10 WS-LN-PREV-DPD  PIC 9(4).
               10 WS-LN-OPEN      PIC 9(3).
               10 WS-LN-OLDEST    PIC 9(8).
       01  WS-LN-USED            PIC 9(3) VALUE 0.

      *> TRANS-IDs of loan collections (LI/LP) still sitting in
      *> suspense.dat - the legs that did not get through.
       01  WS-STUCK-TABLE.
           05 WS-STUCK-ID OCCURS 2000 TIMES INDEXED BY WS-ST-IDX
                                  PIC 9(13).
       01  WS-STUCK-USED         PIC 9(4) VALUE 0.
       01  WS-STUCK-FOUND        PIC X.
       01  WS-LOOKUP-ID          PIC 9(13).

      *> One schedule line while it streams through the work file.
       01  WS-TOKEN-INSTNO       PIC X(3).
       01  WS-TOKEN-DUEDATE      PIC X(8).
       01  WS-TOKEN-INTEREST     PIC X(12).
       01  WS-TOKEN-PRIN         PIC X(12).
       01  WS-TOKEN-CLOSING      PIC X(12).
       01  WS-TOKEN-SSTATUS      PIC X(1).
       01  WS-TOKEN-INTID        PIC X(13).
       01  WS-TOKEN-PRINID       PIC X(13).
       01  WS-SC-LOANNO          PIC 9(6).
       01  WS-SC-INSTNO          PIC 9(3).
       01  WS-SC-DUEDATE         PIC 9(8).
       01  WS-SC-PAYMENT         PIC 9(7)V99.
       01  WS-SC-INTEREST        PIC 9(7)V99.
       01  WS-SC-PRIN            PIC 9(7)V99.
       01  WS-SC-CLOSING         PIC 9(7)V99.
       01  WS-SC-STATUS          PIC X.
       01  WS-SC-INTID           PIC 9(13).
       01  WS-SC-PRINID          PIC 9(13).
       01  WS-SC-STUCK-AMT       PIC 9(7)V99.
       01  WS-LOAN-FOUND         PIC X.

       01  WS-TRANS-ID           PIC 9(13) VALUE 0.
       01  WS-DAY-FLOOR          PIC 9(13).
       01  WS-GEN-TYPE           PIC X(2).
       01  WS-GEN-AMOUNT         PIC 9(7)V99.
       01  WS-GEN-ID             PIC 9(13).
       01  WS-GEN-FOUND          PIC X.
       01  WS-ADOPTED-COUNT      PIC 9(7) VALUE 0.

       01  WS-DISBURSED-COUNT    PIC 9(7) VALUE 0.
       01  WS-DISBURSED-TOTAL    PIC 9(9)V99 VALUE 0.
       01  WS-BILLED-COUNT       PIC 9(7) VALUE 0.
       01  WS-BILLED-TOTAL       PIC 9(9)V99 VALUE 0.
       01  WS-PAID-COUNT         PIC 9(7) VALUE 0.
       01  WS-MISSED-COUNT       PIC 9(7) VALUE 0.
       01  WS-PAIDOFF-COUNT      PIC 9(7) VALUE 0.
       01  WS-GENERATED-COUNT    PIC 9(7) VALUE 0.
       01  WS-ACTIVE-COUNT       PIC 9(7) VALUE 0.
       01  WS-OUTSTANDING-TOTAL  PIC 9(11)V99 VALUE 0.
       01  WS-ARREARS-COUNT      PIC 9(7) VALUE 0.
       01  WS-ARREARS-TOTAL      PIC 9(11)V99 VALUE 0.

      *> Days-past-due buckets: 1-29, 30-59, 60-89, 90+.
       01  WS-BUCKET-TABLE.
           05 WS-BUCKET-ROW OCCURS 4 TIMES INDEXED BY WS-BK-IDX.
               10 WS-BK-COUNT     PIC 9(7).
               10 WS-BK-AMOUNT    PIC 9(11)V99.
       01  WS-BUCKET-LABELS.
           05 FILLER             PIC X(8) VALUE "1-29    ".
           05 FILLER             PIC X(8) VALUE "30-59   ".
           05 FILLER             PIC X(8) VALUE "60-89   ".
           05 FILLER             PIC X(8) VALUE "90+     ".
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05 WS-BK-LABEL        PIC X(8) OCCURS 4 TIMES.

       01  WS-BORROWER-NAME      PIC X(20).
       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-TOTAL         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-AMOUNT-2      PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-DPD           PIC ZZZ9.
       01  WS-EDIT-LOANNO        PIC 9(6).
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-BRANCH        PIC 9(3).
       01  WS-EDIT-TERM          PIC 9(3).
       01  WS-EDIT-INSTNO        PIC 9(3).
       01  WS-FILE-AMOUNT-1      PIC 9(7).99.
       01  WS-FILE-AMOUNT-2      PIC 9(7).99.
       01  WS-FILE-AMOUNT-3      PIC 9(7).99.
       01  WS-FILE-AMOUNT-4      PIC 9(7).99.
       01  WS-FILE-RATE          PIC 9(3).99.
       01  WS-FILE-DPD           PIC 9(4).

      *> Trailer bookkeeping for transactions.dat, mirroring the
      *> writer: refreshed once after the run's appends.
       01  WS-TRAILER-ID         PIC 9(13) VALUE 9999999999999.
       01  WS-TRAILER-COUNT      PIC 9(7) VALUE 0.
       01  WS-TRAILER-TOTAL      PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "T" TO WS-LOCK-ACTION
           MOVE "LOANBILL" TO WS-LOCK-HOLDER
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "BUSDATE" USING WS-TODAY

           PERFORM LOAD-LOAN-FILE
           IF WS-LN-USED = 0
               DISPLAY "No loans on file - nothing billed."
               MOVE "R" TO WS-LOCK-ACTION
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
                   WS-LOCK-RESULT
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-POSTING-CURSOR
           PERFORM LOAD-STUCK-IDS

      *> Generation backup before the first mutation of the run
      *> unit (GENBACKUP rotates once per run unit).
           CALL "GENBACKUP"
           PERFORM FIND-NEXT-TRANS-ID

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

           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-USED
               PERFORM DISBURSE-ONE-LOAN
           END-PERFORM

           PERFORM SERVICE-SCHEDULE

           CLOSE TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR closing transactions.dat, status = "
                   WS-TRANS-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-USED
               PERFORM AGE-ONE-LOAN
           END-PERFORM

           PERFORM REWRITE-LOAN-FILE
           PERFORM COPY-WORK-TO-SCHEDULE
           IF WS-GENERATED-COUNT > 0 OR WS-ADOPTED-COUNT > 0
               PERFORM WRITE-TRAILER-RECORD
           END-IF

           PERFORM WRITE-DELINQUENCY-REPORT
           PERFORM APPEND-EOD-SUMMARY

           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT

           MOVE WS-DISBURSED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Loans paid out:          " WS-EDIT-COUNT
           MOVE WS-BILLED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Installments billed:     " WS-EDIT-COUNT
           MOVE WS-PAID-COUNT TO WS-EDIT-COUNT
           DISPLAY "Installments paid:       " WS-EDIT-COUNT
           MOVE WS-MISSED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Installments missed:     " WS-EDIT-COUNT
           MOVE WS-PAIDOFF-COUNT TO WS-EDIT-COUNT
           DISPLAY "Loans paid off:          " WS-EDIT-COUNT
           MOVE WS-ARREARS-COUNT TO WS-EDIT-COUNT
           DISPLAY "Loans in arrears:        " WS-EDIT-COUNT
           IF WS-ADOPTED-COUNT > 0
               MOVE WS-ADOPTED-COUNT TO WS-EDIT-COUNT
               DISPLAY "Postings already on file from an earlier "
                   "run, taken over: " WS-EDIT-COUNT
           END-IF
           DISPLAY "Delinquency report written to "
               "loan_delinquency_report.txt"
           IF WS-GENERATED-COUNT > 0
               DISPLAY "Run POSTLEDGER to apply the loan postings."
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-LOAN-FILE.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOAN-EOF = 'Y'
               READ LOAN-FILE
                   AT END
                       MOVE 'Y' TO WS-LOAN-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

       LOAD-ONE-LOAN.
           MOVE SPACES TO WS-TOKEN-LOANNO WS-TOKEN-ACCT
               WS-TOKEN-BRANCH WS-TOKEN-CURR WS-TOKEN-PRINCIPAL
               WS-TOKEN-RATE WS-TOKEN-TERM WS-TOKEN-PAYMENT
               WS-TOKEN-BOOKED WS-TOKEN-FIRSTDUE WS-TOKEN-BALANCE
               WS-TOKEN-STATUS WS-TOKEN-ARREARS WS-TOKEN-DPD
           UNSTRING LOAN-LINE DELIMITED BY ","
               INTO WS-TOKEN-LOANNO WS-TOKEN-ACCT WS-TOKEN-BRANCH
                   WS-TOKEN-CURR WS-TOKEN-PRINCIPAL WS-TOKEN-RATE
                   WS-TOKEN-TERM WS-TOKEN-PAYMENT WS-TOKEN-BOOKED
                   WS-TOKEN-FIRSTDUE WS-TOKEN-BALANCE
                   WS-TOKEN-STATUS WS-TOKEN-ARREARS WS-TOKEN-DPD
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-LOANNO) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-ACCT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-BRANCH) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-PRINCIPAL) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-RATE) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-TERM) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-PAYMENT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-BOOKED) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-FIRSTDUE) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-BALANCE) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-ARREARS) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-DPD) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-USED >= 500
               DISPLAY "*** WARNING: loan table full (500), "
                   "line ignored: " LOAN-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LN-USED
           SET WS-LN-IDX TO WS-LN-USED
           COMPUTE WS-LN-LOANNO(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-LOANNO)
           COMPUTE WS-LN-ACCT(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-ACCT)
           COMPUTE WS-LN-BRANCH(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-BRANCH)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-CURR)
               TO WS-LN-CURR(WS-LN-IDX)
           COMPUTE WS-LN-PRINCIPAL(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-PRINCIPAL)
           COMPUTE WS-LN-RATE(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-RATE)
           COMPUTE WS-LN-TERM(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-TERM)
           COMPUTE WS-LN-PAYMENT(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-PAYMENT)
           COMPUTE WS-LN-BOOKED(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-BOOKED)
           COMPUTE WS-LN-FIRSTDUE(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-FIRSTDUE)
           COMPUTE WS-LN-BALANCE(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-BALANCE)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-STATUS)
               TO WS-LN-STATUS(WS-LN-IDX)
           COMPUTE WS-LN-ARREARS(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-ARREARS)
           COMPUTE WS-LN-DPD(WS-LN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-DPD)
           MOVE WS-LN-DPD(WS-LN-IDX) TO WS-LN-PREV-DPD(WS-LN-IDX)
           MOVE 0 TO WS-LN-OPEN(WS-LN-IDX)
           MOVE 0 TO WS-LN-OLDEST(WS-LN-IDX)
           MOVE 0 TO WS-LN-ARREARS(WS-LN-IDX).

      *> POSTLEDGER's last-applied cursor: an installment whose ids
      *> are both at or below it has been through posting.
       READ-POSTING-CURSOR.
           OPEN INPUT CURSOR-FILE
           IF WS-CURSOR-STATUS = "00"
               READ CURSOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CURSOR-LINE TO WS-LAST-POSTED-ID
               END-READ
               CLOSE CURSOR-FILE
           END-IF.

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
                       IF SUSP-TRANS-TYPE = "LI"
                           OR SUSP-TRANS-TYPE = "LP"
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

       DISBURSE-ONE-LOAN.
           IF WS-LN-STATUS(WS-LN-IDX) NOT = "B"
               EXIT PARAGRAPH
           END-IF
           MOVE "LD" TO WS-GEN-TYPE
           MOVE WS-LN-PRINCIPAL(WS-LN-IDX) TO WS-GEN-AMOUNT
           MOVE WS-TODAY TO WS-SC-DUEDATE
           PERFORM WRITE-ONE-GENERATED
           MOVE "A" TO WS-LN-STATUS(WS-LN-IDX)
           ADD 1 TO WS-DISBURSED-COUNT
           ADD WS-GEN-AMOUNT TO WS-DISBURSED-TOTAL
           MOVE WS-LN-LOANNO(WS-LN-IDX) TO WS-EDIT-LOANNO
           MOVE WS-LN-ACCT(WS-LN-IDX)   TO WS-EDIT-ACCT
           MOVE WS-GEN-AMOUNT           TO WS-EDIT-AMOUNT
           DISPLAY "  loan " WS-EDIT-LOANNO " paid out "
               WS-EDIT-AMOUNT " to acct " WS-EDIT-ACCT.

      *> One LD/LI/LP record for the loan at WS-LN-IDX, dated
      *> WS-SC-DUEDATE; its id is left in WS-GEN-ID. A record this
      *> loan already has on file for the type and date (left by a
      *> run that stopped before the loan files were rewritten) is
      *> taken over rather than written again.
       WRITE-ONE-GENERATED.
           PERFORM FIND-GENERATED-ON-FILE
           IF WS-GEN-FOUND = 'Y'
               ADD 1 TO WS-ADOPTED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRANS-ID
           MOVE WS-TRANS-ID              TO WS-GEN-ID
           MOVE WS-TRANS-ID              TO TRANS-ID
           MOVE WS-GEN-TYPE              TO TRANS-TYPE
           MOVE WS-SC-DUEDATE            TO TRANS-DATE
           MOVE WS-LN-ACCT(WS-LN-IDX)    TO TRANS-ACCT-ID
           MOVE WS-GEN-AMOUNT            TO TRANS-AMOUNT
           MOVE WS-LN-LOANNO(WS-LN-IDX)  TO TRANS-REF-ID
           MOVE "LN"                     TO TRANS-REF-TYPE
           MOVE WS-LN-CURR(WS-LN-IDX)    TO TRANS-CURR
           MOVE SPACES                   TO TRANS-EXT-REF
           MOVE WS-LN-BRANCH(WS-LN-IDX)  TO TRANS-BRANCH
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
           ADD 1 TO WS-GENERATED-COUNT.

      *> The account's postings by the TRANS-ACCT-ID key (the
      *> BANKFEED withdrawal-limit scan). A loan has one LD, and one
      *> LI and one LP per due date, so type, loan and date identify
      *> the record.
       FIND-GENERATED-ON-FILE.
           MOVE 'N' TO WS-GEN-FOUND
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-LN-ACCT(WS-LN-IDX) TO TRANS-ACCT-ID
           START TRANSACTION-FILE KEY = TRANS-ACCT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF TRANS-ACCT-ID NOT = WS-LN-ACCT(WS-LN-IDX)
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF TRANS-TYPE = WS-GEN-TYPE
                               AND TRANS-REF-TYPE = "LN"
                               AND TRANS-REF-ID =
                                   WS-LN-LOANNO(WS-LN-IDX)
                               AND (TRANS-DATE = WS-SC-DUEDATE
                                   OR WS-GEN-TYPE = "LD")
                               MOVE TRANS-ID TO WS-GEN-ID
                               MOVE 'Y' TO WS-GEN-FOUND
                               MOVE 'Y' TO WS-SCAN-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> The schedule streams through loan_schedule_work.dat (the
      *> REPOST-SUSPENSE way of rewriting a file in place), so it has
      *> no table limit however many loans are on the book.
       SERVICE-SCHEDULE.
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "ERROR opening loan_schedule_work.dat, "
                   "status = " WS-WORK-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHED-STATUS NOT = "00"
               DISPLAY "NOTE: no loan_schedule.dat - no installments "
                   "to service."
               CLOSE WORK-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCHED-EOF = 'Y'
               READ SCHEDULE-FILE
                   AT END
                       MOVE 'Y' TO WS-SCHED-EOF
                   NOT AT END
                       PERFORM SERVICE-ONE-INSTALLMENT
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           CLOSE WORK-FILE.

       SERVICE-ONE-INSTALLMENT.
           MOVE SCHEDULE-LINE TO WORK-LINE
           MOVE SPACES TO WS-TOKEN-LOANNO WS-TOKEN-INSTNO
               WS-TOKEN-DUEDATE WS-TOKEN-PAYMENT WS-TOKEN-INTEREST
               WS-TOKEN-PRIN WS-TOKEN-CLOSING WS-TOKEN-SSTATUS
               WS-TOKEN-INTID WS-TOKEN-PRINID
           UNSTRING SCHEDULE-LINE DELIMITED BY ","
               INTO WS-TOKEN-LOANNO WS-TOKEN-INSTNO WS-TOKEN-DUEDATE
                   WS-TOKEN-PAYMENT WS-TOKEN-INTEREST WS-TOKEN-PRIN
                   WS-TOKEN-CLOSING WS-TOKEN-SSTATUS WS-TOKEN-INTID
                   WS-TOKEN-PRINID
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-LOANNO) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-INSTNO) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-DUEDATE) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-PAYMENT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-INTEREST) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-PRIN) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-CLOSING) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-INTID) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-PRINID) NOT = 0
               PERFORM WRITE-WORK-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SC-LOANNO   = FUNCTION NUMVAL(WS-TOKEN-LOANNO)
           COMPUTE WS-SC-INSTNO   = FUNCTION NUMVAL(WS-TOKEN-INSTNO)
           COMPUTE WS-SC-DUEDATE  = FUNCTION NUMVAL(WS-TOKEN-DUEDATE)
           COMPUTE WS-SC-PAYMENT  = FUNCTION NUMVAL(WS-TOKEN-PAYMENT)
           COMPUTE WS-SC-INTEREST =
               FUNCTION NUMVAL(WS-TOKEN-INTEREST)
           COMPUTE WS-SC-PRIN     = FUNCTION NUMVAL(WS-TOKEN-PRIN)
           COMPUTE WS-SC-CLOSING  = FUNCTION NUMVAL(WS-TOKEN-CLOSING)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-SSTATUS)
               TO WS-SC-STATUS
           COMPUTE WS-SC-INTID    = FUNCTION NUMVAL(WS-TOKEN-INTID)
           COMPUTE WS-SC-PRINID   = FUNCTION NUMVAL(WS-TOKEN-PRINID)

           MOVE 'N' TO WS-LOAN-FOUND
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-USED
                       OR WS-LOAN-FOUND = 'Y'
               IF WS-LN-LOANNO(WS-LN-IDX) = WS-SC-LOANNO
                   MOVE 'Y' TO WS-LOAN-FOUND
               END-IF
           END-PERFORM
           IF WS-LOAN-FOUND NOT = 'Y'
               PERFORM WRITE-WORK-LINE
               EXIT PARAGRAPH
           END-IF
           SET WS-LN-IDX DOWN BY 1

           EVALUATE WS-SC-STATUS
               WHEN "B"
                   PERFORM SETTLE-ONE-INSTALLMENT
               WHEN "M"
                   PERFORM SETTLE-ONE-INSTALLMENT
               WHEN "S"
                   PERFORM BILL-ONE-INSTALLMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM FORMAT-SCHEDULE-LINE
           PERFORM WRITE-WORK-LINE.

      *> Both legs must be past POSTLEDGER's cursor before anything
      *> is decided; until then a billed installment is simply open.
       SETTLE-ONE-INSTALLMENT.
           IF WS-SC-INTID > WS-LAST-POSTED-ID
               OR WS-SC-PRINID > WS-LAST-POSTED-ID
               ADD 1 TO WS-LN-OPEN(WS-LN-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SC-STUCK-AMT
           IF WS-SC-INTID NOT = 0
               MOVE WS-SC-INTID TO WS-LOOKUP-ID
               PERFORM FIND-STUCK-ID
               IF WS-STUCK-FOUND = 'Y'
                   ADD WS-SC-INTEREST TO WS-SC-STUCK-AMT
               END-IF
           END-IF
           IF WS-SC-PRINID NOT = 0
               MOVE WS-SC-PRINID TO WS-LOOKUP-ID
               PERFORM FIND-STUCK-ID
               IF WS-STUCK-FOUND = 'Y'
                   ADD WS-SC-PRIN TO WS-SC-STUCK-AMT
               END-IF
           END-IF
           IF WS-SC-STUCK-AMT > 0
               IF WS-SC-STATUS NOT = "M"
                   ADD 1 TO WS-MISSED-COUNT
               END-IF
               MOVE "M" TO WS-SC-STATUS
               ADD 1 TO WS-LN-OPEN(WS-LN-IDX)
               ADD WS-SC-STUCK-AMT TO WS-LN-ARREARS(WS-LN-IDX)
               IF WS-LN-OLDEST(WS-LN-IDX) = 0
                   OR WS-SC-DUEDATE < WS-LN-OLDEST(WS-LN-IDX)
                   MOVE WS-SC-DUEDATE TO WS-LN-OLDEST(WS-LN-IDX)
               END-IF
           ELSE
               MOVE "P" TO WS-SC-STATUS
               ADD 1 TO WS-PAID-COUNT
               IF WS-SC-PRIN > WS-LN-BALANCE(WS-LN-IDX)
                   MOVE 0 TO WS-LN-BALANCE(WS-LN-IDX)
               ELSE
                   SUBTRACT WS-SC-PRIN
                       FROM WS-LN-BALANCE(WS-LN-IDX)
               END-IF
           END-IF.

       FIND-STUCK-ID.
           MOVE 'N' TO WS-STUCK-FOUND
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STUCK-USED
                       OR WS-STUCK-FOUND = 'Y'
               IF WS-STUCK-ID(WS-ST-IDX) = WS-LOOKUP-ID
                   MOVE 'Y' TO WS-STUCK-FOUND
               END-IF
           END-PERFORM.

      *> Installments fall due on an active loan only; each is
      *> dated its due date, so a missed night bills late but not
      *> out of order. A zero interest or principal leg (a
      *> zero-rate loan, or the last installment's rounding) is not
      *> written and keeps a zero id.
       BILL-ONE-INSTALLMENT.
           ADD 1 TO WS-LN-OPEN(WS-LN-IDX)
           IF WS-LN-STATUS(WS-LN-IDX) NOT = "A"
               OR WS-SC-DUEDATE > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SC-INTID
           MOVE 0 TO WS-SC-PRINID
           IF WS-SC-INTEREST > 0
               MOVE "LI" TO WS-GEN-TYPE
               MOVE WS-SC-INTEREST TO WS-GEN-AMOUNT
               PERFORM WRITE-ONE-GENERATED
               MOVE WS-GEN-ID TO WS-SC-INTID
           END-IF
           IF WS-SC-PRIN > 0
               MOVE "LP" TO WS-GEN-TYPE
               MOVE WS-SC-PRIN TO WS-GEN-AMOUNT
               PERFORM WRITE-ONE-GENERATED
               MOVE WS-GEN-ID TO WS-SC-PRINID
           END-IF
           MOVE "B" TO WS-SC-STATUS
           ADD 1 TO WS-BILLED-COUNT
           ADD WS-SC-PAYMENT TO WS-BILLED-TOTAL
           MOVE WS-LN-LOANNO(WS-LN-IDX) TO WS-EDIT-LOANNO
           MOVE WS-SC-INSTNO            TO WS-EDIT-INSTNO
           MOVE WS-LN-ACCT(WS-LN-IDX)   TO WS-EDIT-ACCT
           MOVE WS-SC-PAYMENT           TO WS-EDIT-AMOUNT
           DISPLAY "  loan " WS-EDIT-LOANNO " installment "
               WS-EDIT-INSTNO " billed " WS-EDIT-AMOUNT
               " to acct " WS-EDIT-ACCT " due " WS-SC-DUEDATE.

       FORMAT-SCHEDULE-LINE.
           MOVE WS-SC-LOANNO   TO WS-EDIT-LOANNO
           MOVE WS-SC-INSTNO   TO WS-EDIT-INSTNO
           MOVE WS-SC-PAYMENT  TO WS-FILE-AMOUNT-1
           MOVE WS-SC-INTEREST TO WS-FILE-AMOUNT-2
           MOVE WS-SC-PRIN     TO WS-FILE-AMOUNT-3
           MOVE WS-SC-CLOSING  TO WS-FILE-AMOUNT-4
           MOVE SPACES TO WORK-LINE
           STRING WS-EDIT-LOANNO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-INSTNO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-SC-DUEDATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT-1 DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT-2 DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT-3 DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT-4 DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-SC-STATUS DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-SC-INTID DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-SC-PRINID DELIMITED BY SIZE
               INTO WORK-LINE
           END-STRING.

       WRITE-WORK-LINE.
           WRITE WORK-LINE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "ERROR writing loan_schedule_work.dat, "
                   "status = " WS-WORK-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

      *> Days past due run from the oldest missed installment's due
      *> date. Crossing 90 days is the collections desk's trigger,
      *> raised once - the night the loan crosses, not every night
      *> after.
       AGE-ONE-LOAN.
           IF WS-LN-STATUS(WS-LN-IDX) NOT = "A"
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-OPEN(WS-LN-IDX) = 0
               MOVE "P" TO WS-LN-STATUS(WS-LN-IDX)
               MOVE 0 TO WS-LN-BALANCE(WS-LN-IDX)
               MOVE 0 TO WS-LN-DPD(WS-LN-IDX)
               ADD 1 TO WS-PAIDOFF-COUNT
               MOVE WS-LN-LOANNO(WS-LN-IDX) TO WS-EDIT-LOANNO
               DISPLAY "  loan " WS-EDIT-LOANNO " paid off"
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-OLDEST(WS-LN-IDX) = 0
               MOVE 0 TO WS-LN-DPD(WS-LN-IDX)
           ELSE
               COMPUTE WS-LN-DPD(WS-LN-IDX) =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-LN-OLDEST(WS-LN-IDX))
           END-IF
           IF WS-LN-DPD(WS-LN-IDX) >= 90
               AND WS-LN-PREV-DPD(WS-LN-IDX) < 90
               MOVE WS-LN-LOANNO(WS-LN-IDX) TO WS-EDIT-LOANNO
               MOVE WS-LN-ACCT(WS-LN-IDX)   TO WS-EDIT-ACCT
               MOVE "W" TO WS-ALERT-SEV
               MOVE "LOANBILL" TO WS-ALERT-PROGRAM
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "loan " DELIMITED BY SIZE
                       WS-EDIT-LOANNO DELIMITED BY SIZE
                       " acct " DELIMITED BY SIZE
                       WS-EDIT-ACCT DELIMITED BY SIZE
                       " now 90+ days past due" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               END-STRING
               CALL "ALERTLOG" USING WS-ALERT-SEV
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           END-IF.

       REWRITE-LOAN-FILE.
           OPEN OUTPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "ERROR rewriting loans.dat, status = "
                   WS-LOAN-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-USED
               PERFORM REWRITE-ONE-LOAN
           END-PERFORM
           CLOSE LOAN-FILE.

       REWRITE-ONE-LOAN.
           MOVE WS-LN-LOANNO(WS-LN-IDX)    TO WS-EDIT-LOANNO
           MOVE WS-LN-ACCT(WS-LN-IDX)      TO WS-EDIT-ACCT
           MOVE WS-LN-BRANCH(WS-LN-IDX)    TO WS-EDIT-BRANCH
           MOVE WS-LN-PRINCIPAL(WS-LN-IDX) TO WS-FILE-AMOUNT-1
           MOVE WS-LN-RATE(WS-LN-IDX)      TO WS-FILE-RATE
           MOVE WS-LN-TERM(WS-LN-IDX)      TO WS-EDIT-TERM
           MOVE WS-LN-PAYMENT(WS-LN-IDX)   TO WS-FILE-AMOUNT-2
           MOVE WS-LN-BALANCE(WS-LN-IDX)   TO WS-FILE-AMOUNT-3
           MOVE WS-LN-ARREARS(WS-LN-IDX)   TO WS-FILE-AMOUNT-4
           MOVE WS-LN-DPD(WS-LN-IDX)       TO WS-FILE-DPD
           MOVE SPACES TO LOAN-LINE
           STRING WS-EDIT-LOANNO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-BRANCH DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-LN-CURR(WS-LN-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT-1 DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-RATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-TERM DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT-2 DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-LN-BOOKED(WS-LN-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-LN-FIRSTDUE(WS-LN-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT-3 DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-LN-STATUS(WS-LN-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT-4 DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-DPD DELIMITED BY SIZE
               INTO LOAN-LINE
           END-STRING
           WRITE LOAN-LINE
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "ERROR writing loans.dat, status = "
                   WS-LOAN-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       COPY-WORK-TO-SCHEDULE.
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "ERROR reopening loan_schedule_work.dat, "
                   "status = " WS-WORK-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT SCHEDULE-FILE
           IF WS-SCHED-STATUS NOT = "00"
               DISPLAY "ERROR rewriting loan_schedule.dat, status = "
                   WS-SCHED-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-SCHED-EOF
           PERFORM UNTIL WS-SCHED-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SCHED-EOF
                   NOT AT END
                       MOVE WORK-LINE TO SCHEDULE-LINE
                       WRITE SCHEDULE-LINE
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           CLOSE WORK-FILE.

      *> Same highest-id scan and date-plus-sequence floor as
      *> TRANSACTIONS-WRITER so loan postings continue the id
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

      *> Loans in arrears with their bucket, then the bucket totals
      *> and the size of the active book. The borrower's name comes
      *> from the deposit account; a ledger that cannot be opened
      *> only costs the names.
       WRITE-DELINQUENCY-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening loan_delinquency_report.txt, "
                   "status = " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE 'Y' TO WS-LEDGER-OK
           END-IF
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 4
               MOVE 0 TO WS-BK-COUNT(WS-BK-IDX)
               MOVE 0 TO WS-BK-AMOUNT(WS-BK-IDX)
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "LOAN DELINQUENCY REPORT - BUSINESS DATE "
                       DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LOAN   ACCT   BORROWER             CUR      "
                       DELIMITED BY SIZE
                   "ARREARS    DPD  BUCKET" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-USED
               IF WS-LN-STATUS(WS-LN-IDX) = "A"
                   ADD 1 TO WS-ACTIVE-COUNT
                   ADD WS-LN-BALANCE(WS-LN-IDX)
                       TO WS-OUTSTANDING-TOTAL
                   IF WS-LN-ARREARS(WS-LN-IDX) > 0
                       PERFORM REPORT-ONE-DELINQUENT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ARREARS-COUNT = 0
               MOVE "(no loans in arrears)" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "DAYS PAST DUE     LOANS       ARREARS" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 4
               MOVE WS-BK-COUNT(WS-BK-IDX)  TO WS-EDIT-COUNT
               MOVE WS-BK-AMOUNT(WS-BK-IDX) TO WS-EDIT-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                       WS-BK-LABEL(WS-BK-IDX) DELIMITED BY SIZE
                       "     " DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EDIT-TOTAL DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-ARREARS-COUNT TO WS-EDIT-COUNT
           MOVE WS-ARREARS-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL        " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ACTIVE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ACTIVE LOANS:        " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OUTSTANDING-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "OUTSTANDING PRINCIPAL: " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-LEDGER-OK = 'Y'
               CLOSE LEDGER-FILE
           END-IF
           CLOSE REPORT-FILE.

       REPORT-ONE-DELINQUENT.
           EVALUATE TRUE
               WHEN WS-LN-DPD(WS-LN-IDX) >= 90
                   SET WS-BK-IDX TO 4
               WHEN WS-LN-DPD(WS-LN-IDX) >= 60
                   SET WS-BK-IDX TO 3
               WHEN WS-LN-DPD(WS-LN-IDX) >= 30
                   SET WS-BK-IDX TO 2
               WHEN OTHER
                   SET WS-BK-IDX TO 1
           END-EVALUATE
           ADD 1 TO WS-BK-COUNT(WS-BK-IDX)
           ADD WS-LN-ARREARS(WS-LN-IDX) TO WS-BK-AMOUNT(WS-BK-IDX)
           ADD 1 TO WS-ARREARS-COUNT
           ADD WS-LN-ARREARS(WS-LN-IDX) TO WS-ARREARS-TOTAL

           MOVE SPACES TO WS-BORROWER-NAME
           IF WS-LEDGER-OK = 'Y'
               MOVE WS-LN-ACCT(WS-LN-IDX) TO L-ACCT-ID
               READ LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE L-NAME TO WS-BORROWER-NAME
               END-READ
           END-IF
           MOVE WS-LN-LOANNO(WS-LN-IDX)  TO WS-EDIT-LOANNO
           MOVE WS-LN-ACCT(WS-LN-IDX)    TO WS-EDIT-ACCT
           MOVE WS-LN-ARREARS(WS-LN-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-LN-DPD(WS-LN-IDX)     TO WS-EDIT-DPD
           MOVE SPACES TO REPORT-LINE
           STRING WS-EDIT-LOANNO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BORROWER-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LN-CURR(WS-LN-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-EDIT-DPD DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-BK-LABEL(WS-BK-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR writing loan_delinquency_report.txt, "
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
           MOVE "STEP: LOANBILL" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-DISBURSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Loans paid out:              "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-BILLED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Installments billed:         "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-PAID-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Installments paid:           "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-MISSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Installments missed:         "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-ARREARS-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Loans in arrears:            "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-ARREARS-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO EOD-LINE
           STRING "  Total arrears:        " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           CLOSE EOD-FILE.
