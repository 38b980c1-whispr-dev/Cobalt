       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBBILL.

      *> Nightly safe deposit rent billing for the rentals SDBMAINT
      *> lets (sdb_rentals.dat, rent schedule on sdb_rates.dat - the
      *> layouts are described there). Runs ahead of POSTLEDGER in
      *> the chain, beside LOANBILL, so the charges post the same
      *> night:
      *>   - an active rental (A) whose NEXTDUE has come round is
      *>     charged the year's rent for its box size from the
      *>     current schedule, as an FE against the billing
      *>     account dated the due date, and NEXTDUE moves on a
      *>     year (a missed year is caught up one charge per year);
      *>   - every charge is a line on sdb_bills.dat:
      *>         RENTNO,DUEDATE,AMOUNT,STATUS,TRANSID
      *>     STATUS B billed, P paid, U unpaid. A charge is settled
      *>     once POSTLEDGER's cursor has passed its id: paid when
      *>     it is not sitting in suspense.dat (a charge the account
      *>     could not cover bounces there as INSUF FUNDS), unpaid
      *>     while it is. An unpaid charge turns paid on a later
      *>     night once REPOST-SUSPENSE gets it through;
      *>   - each rental's unpaid rent and days overdue (from the
      *>     oldest unpaid due date) are recomputed, and an active
      *>     rental newly WS-DRILL-DAYS or more overdue raises an
      *>     ALERTLOG warning - the box may now be drilled through
      *>     SDBMAINT.
      *> Every charge carries the rental number in TRANS-REF-ID
      *> with TRANS-REF-TYPE "SD" and external reference SDBRENT,
      *> and the box's branch and the account's currency. A rerun
      *> of the same night charges nothing twice: NEXTDUE has
      *> already moved past the business date. The rentals are only
      *> rewritten after the charges are on transactions.dat, so a
      *> run that stops in between is covered as well: before each
      *> charge is written the account's postings are searched for
      *> the rental's SDBRENT charge for that due date, and one
      *> found is taken over instead.
      *> Output sdb_delinquency_report.txt - rentals with unpaid
      *> rent and the days overdue, those due for drilling marked -
      *> plus the usual page in the end-of-day pack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENTAL-FILE ASSIGN TO "sdb_rentals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENTAL-STATUS.

           SELECT RATE-FILE ASSIGN TO "sdb_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT BILL-FILE ASSIGN TO "sdb_bills.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.

           SELECT WORK-FILE ASSIGN TO "sdb_bills_work.dat"
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

           SELECT REPORT-FILE ASSIGN TO "sdb_delinquency_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RENTAL-FILE.
       01  RENTAL-LINE           PIC X(120).

       FD  RATE-FILE.
       01  RATE-LINE             PIC X(60).

       FD  BILL-FILE.
       01  BILL-LINE             PIC X(60).

       FD  WORK-FILE.
       01  WORK-LINE             PIC X(60).

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
       01  WS-RENTAL-STATUS      PIC XX.
       01  WS-RATE-STATUS        PIC XX.
       01  WS-BILL-STATUS        PIC XX.
       01  WS-WORK-STATUS        PIC XX.
       01  WS-CURSOR-STATUS      PIC XX.
       01  WS-SUSP-STATUS        PIC XX.
       01  WS-TRANS-STATUS       PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-EOF                PIC X VALUE 'N'.
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

      *> Days overdue at which a box may be drilled - SDBMAINT
      *> refuses a drilling short of the same threshold.
       01  WS-DRILL-DAYS         PIC 9(4) VALUE 180.

       01  WS-TODAY              PIC 9(8).
       01  WS-LAST-POSTED-ID     PIC 9(13) VALUE 0.

       01  WS-TOKEN-RENTNO       PIC X(6).
       01  WS-TOKEN-BRANCH       PIC X(3).
       01  WS-TOKEN-BOXNO        PIC X(5).
       01  WS-TOKEN-SIZE         PIC X(2).
       01  WS-TOKEN-CUSTNO       PIC X(6).
       01  WS-TOKEN-ACCT         PIC X(6).
       01  WS-TOKEN-CURR         PIC X(3).
       01  WS-TOKEN-STARTED      PIC X(8).
       01  WS-TOKEN-NEXTDUE      PIC X(8).
       01  WS-TOKEN-STATUS       PIC X(1).
       01  WS-TOKEN-UNPAID       PIC X(12).
       01  WS-TOKEN-DPD          PIC X(4).

      *> Rental master in memory; the working columns at the end
      *> are rebuilt each night from the bill pass.
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
               10 WS-RN-PREV-DPD  PIC 9(4).
               10 WS-RN-OLDEST    PIC 9(8).
       01  WS-RN-USED            PIC 9(4) VALUE 0.
       01  WS-RENTAL-FOUND       PIC X.

      *> Rent schedule.
       01  WS-TOKEN-DESC         PIC X(20).
       01  WS-TOKEN-RENT         PIC X(12).
       01  WS-RATE-TABLE.
           05 WS-RT-ROW OCCURS 50 TIMES INDEXED BY WS-RT-IDX.
               10 WS-RT-SIZE      PIC X(2).
               10 WS-RT-RENT      PIC 9(5)V99.
       01  WS-RT-USED            PIC 9(3) VALUE 0.
       01  WS-RATE-FOUND         PIC X.

      *> TRANS-IDs of rent charges (FE, reference type SD) still
      *> sitting in suspense.dat.
       01  WS-STUCK-TABLE.
           05 WS-STUCK-ID OCCURS 2000 TIMES INDEXED BY WS-ST-IDX
                                  PIC 9(13).
       01  WS-STUCK-USED         PIC 9(4) VALUE 0.
       01  WS-STUCK-FOUND        PIC X.

      *> One bill line while it streams through the work file.
       01  WS-TOKEN-DUEDATE      PIC X(8).
       01  WS-TOKEN-AMOUNT       PIC X(12).
       01  WS-TOKEN-BSTATUS      PIC X(1).
       01  WS-TOKEN-TRANSID      PIC X(13).
       01  WS-BL-RENTNO          PIC 9(6).
       01  WS-BL-DUEDATE         PIC 9(8).
       01  WS-BL-AMOUNT          PIC 9(7)V99.
       01  WS-BL-STATUS          PIC X.
       01  WS-BL-TRANSID         PIC 9(13).

       01  WS-TRANS-ID           PIC 9(13) VALUE 0.
       01  WS-DAY-FLOOR          PIC 9(13).

      *> One-year advance of a due date; 29 February falls back to
      *> the 28th in a common year.
       01  WS-WORK-YEAR          PIC 9(4).
       01  WS-WORK-MMDD          PIC 9(4).
       01  WS-YEAR-REM           PIC 9(4).
       01  WS-LEAP-YEAR          PIC X.

       01  WS-BILLED-COUNT       PIC 9(7) VALUE 0.
       01  WS-BILLED-TOTAL       PIC 9(9)V99 VALUE 0.
       01  WS-PAID-COUNT         PIC 9(7) VALUE 0.
       01  WS-UNPAID-NEW-COUNT   PIC 9(7) VALUE 0.
       01  WS-NORATE-COUNT       PIC 9(7) VALUE 0.
       01  WS-GENERATED-COUNT    PIC 9(7) VALUE 0.
       01  WS-ADOPTED-COUNT      PIC 9(7) VALUE 0.
       01  WS-GEN-ID             PIC 9(13).
       01  WS-GEN-FOUND          PIC X.
       01  WS-ACTIVE-COUNT       PIC 9(7) VALUE 0.
       01  WS-ARREARS-COUNT      PIC 9(7) VALUE 0.
       01  WS-ARREARS-TOTAL      PIC 9(11)V99 VALUE 0.
       01  WS-DRILL-COUNT        PIC 9(7) VALUE 0.

       01  WS-RENTER-NAME        PIC X(20).
       01  WS-ACTION-TEXT        PIC X(7).
       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-TOTAL         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-DPD           PIC ZZZ9.
       01  WS-EDIT-RENTNO        PIC 9(6).
       01  WS-EDIT-BRANCH        PIC 9(3).
       01  WS-EDIT-BOXNO         PIC 9(5).
       01  WS-EDIT-CUSTNO        PIC 9(6).
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-FILE-AMOUNT        PIC 9(7).99.
       01  WS-FILE-DPD           PIC 9(4).

      *> Trailer bookkeeping for transactions.dat, mirroring the
      *> writer: refreshed once after the run's appends.
       01  WS-TRAILER-ID         PIC 9(13) VALUE 9999999999999.
       01  WS-TRAILER-COUNT      PIC 9(7) VALUE 0.
       01  WS-TRAILER-TOTAL      PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "T" TO WS-LOCK-ACTION
           MOVE "SDBBILL" TO WS-LOCK-HOLDER
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "BUSDATE" USING WS-TODAY

           PERFORM LOAD-RENTAL-FILE
           IF WS-RN-USED = 0
               DISPLAY "No safe deposit rentals on file - nothing "
                   "billed."
               MOVE "R" TO WS-LOCK-ACTION
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
                   WS-LOCK-RESULT
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-RATE-FILE
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

           PERFORM SERVICE-BILLS

           CLOSE TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR closing transactions.dat, status = "
                   WS-TRANS-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-USED
               PERFORM AGE-ONE-RENTAL
           END-PERFORM

           PERFORM REWRITE-RENTAL-FILE
           PERFORM COPY-WORK-TO-BILLS
           IF WS-GENERATED-COUNT > 0 OR WS-ADOPTED-COUNT > 0
               PERFORM WRITE-TRAILER-RECORD
           END-IF

           PERFORM WRITE-DELINQUENCY-REPORT
           PERFORM APPEND-EOD-SUMMARY

           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT

           MOVE WS-BILLED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Rents charged:           " WS-EDIT-COUNT
           MOVE WS-PAID-COUNT TO WS-EDIT-COUNT
           DISPLAY "Rents paid:              " WS-EDIT-COUNT
           MOVE WS-UNPAID-NEW-COUNT TO WS-EDIT-COUNT
           DISPLAY "Rents newly unpaid:      " WS-EDIT-COUNT
           MOVE WS-ARREARS-COUNT TO WS-EDIT-COUNT
           DISPLAY "Rentals in arrears:      " WS-EDIT-COUNT
           IF WS-ADOPTED-COUNT > 0
               MOVE WS-ADOPTED-COUNT TO WS-EDIT-COUNT
               DISPLAY "Charges already on file from an earlier "
                   "run, taken over: " WS-EDIT-COUNT
           END-IF
           MOVE WS-DRILL-COUNT TO WS-EDIT-COUNT
           DISPLAY "Boxes due for drilling:  " WS-EDIT-COUNT
           IF WS-NORATE-COUNT > 0
               MOVE WS-NORATE-COUNT TO WS-EDIT-COUNT
               DISPLAY "*** Rentals not charged (size not on "
                   "sdb_rates.dat): " WS-EDIT-COUNT " ***"
           END-IF
           DISPLAY "Delinquency report written to "
               "sdb_delinquency_report.txt"
           IF WS-GENERATED-COUNT > 0
               DISPLAY "Run POSTLEDGER to apply the rent charges."
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-RENTAL-FILE.
           OPEN INPUT RENTAL-FILE
           IF WS-RENTAL-STATUS NOT = "00"
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
               DISPLAY "*** WARNING: rental table full (2000), "
                   "line ignored: " RENTAL-LINE
               EXIT PARAGRAPH
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
           COMPUTE WS-RN-DPD(WS-RN-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-DPD)
           MOVE WS-RN-DPD(WS-RN-IDX) TO WS-RN-PREV-DPD(WS-RN-IDX)
           MOVE 0 TO WS-RN-UNPAID(WS-RN-IDX)
           MOVE 0 TO WS-RN-OLDEST(WS-RN-IDX).

       LOAD-RATE-FILE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "NOTE: no sdb_rates.dat - no rent can be "
                   "charged."
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
               DISPLAY "*** WARNING: rent schedule full (50), "
                   "line ignored: " RATE-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RT-USED
           SET WS-RT-IDX TO WS-RT-USED
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-SIZE)
               TO WS-RT-SIZE(WS-RT-IDX)
           COMPUTE WS-RT-RENT(WS-RT-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-RENT).

      *> POSTLEDGER's last-applied cursor: a charge whose id is at
      *> or below it has been through posting.
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
                       IF SUSP-TRANS-TYPE = "FE"
                           AND SUSP-REF-TYPE = "SD"
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

      *> The bill history streams through sdb_bills_work.dat (the
      *> REPOST-SUSPENSE way of rewriting a file in place): the
      *> charges already on file are settled as they pass, then
      *> tonight's new charges are added at the end.
       SERVICE-BILLS.
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "ERROR opening sdb_bills_work.dat, "
                   "status = " WS-WORK-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BILL-FILE
           IF WS-BILL-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BILL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM SETTLE-ONE-BILL
                   END-READ
               END-PERFORM
               CLOSE BILL-FILE
           END-IF
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-USED
               PERFORM BILL-ONE-RENTAL
           END-PERFORM
           CLOSE WORK-FILE.

       SETTLE-ONE-BILL.
           MOVE BILL-LINE TO WORK-LINE
           MOVE SPACES TO WS-TOKEN-RENTNO WS-TOKEN-DUEDATE
               WS-TOKEN-AMOUNT WS-TOKEN-BSTATUS WS-TOKEN-TRANSID
           UNSTRING BILL-LINE DELIMITED BY ","
               INTO WS-TOKEN-RENTNO WS-TOKEN-DUEDATE WS-TOKEN-AMOUNT
                   WS-TOKEN-BSTATUS WS-TOKEN-TRANSID
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-RENTNO) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-DUEDATE) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-AMOUNT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-TRANSID) NOT = 0
               PERFORM WRITE-WORK-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BL-RENTNO  = FUNCTION NUMVAL(WS-TOKEN-RENTNO)
           COMPUTE WS-BL-DUEDATE = FUNCTION NUMVAL(WS-TOKEN-DUEDATE)
           COMPUTE WS-BL-AMOUNT  = FUNCTION NUMVAL(WS-TOKEN-AMOUNT)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-BSTATUS)
               TO WS-BL-STATUS
           COMPUTE WS-BL-TRANSID = FUNCTION NUMVAL(WS-TOKEN-TRANSID)
           IF WS-BL-STATUS = "P"
               OR WS-BL-TRANSID > WS-LAST-POSTED-ID
               PERFORM WRITE-WORK-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-STUCK-FOUND
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STUCK-USED
                       OR WS-STUCK-FOUND = 'Y'
               IF WS-STUCK-ID(WS-ST-IDX) = WS-BL-TRANSID
                   MOVE 'Y' TO WS-STUCK-FOUND
               END-IF
           END-PERFORM
           IF WS-STUCK-FOUND = 'Y'
               IF WS-BL-STATUS NOT = "U"
                   ADD 1 TO WS-UNPAID-NEW-COUNT
               END-IF
               MOVE "U" TO WS-BL-STATUS
               PERFORM NOTE-UNPAID-BILL
           ELSE
               MOVE "P" TO WS-BL-STATUS
               ADD 1 TO WS-PAID-COUNT
           END-IF
           PERFORM FORMAT-BILL-LINE
           PERFORM WRITE-WORK-LINE.

      *> An unpaid charge counts against its rental whatever the
      *> rental's status - ended and drilled rentals keep their
      *> arrears on the report until they are collected.
       NOTE-UNPAID-BILL.
           MOVE 'N' TO WS-RENTAL-FOUND
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-USED
                       OR WS-RENTAL-FOUND = 'Y'
               IF WS-RN-RENTNO(WS-RN-IDX) = WS-BL-RENTNO
                   MOVE 'Y' TO WS-RENTAL-FOUND
               END-IF
           END-PERFORM
           IF WS-RENTAL-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           SET WS-RN-IDX DOWN BY 1
           ADD WS-BL-AMOUNT TO WS-RN-UNPAID(WS-RN-IDX)
           IF WS-RN-OLDEST(WS-RN-IDX) = 0
               OR WS-BL-DUEDATE < WS-RN-OLDEST(WS-RN-IDX)
               MOVE WS-BL-DUEDATE TO WS-RN-OLDEST(WS-RN-IDX)
           END-IF.

      *> Rent falls due on an active rental only, at the schedule's
      *> rent for the box size on the night it falls due.
       BILL-ONE-RENTAL.
           IF WS-RN-STATUS(WS-RN-IDX) NOT = "A"
               OR WS-RN-NEXTDUE(WS-RN-IDX) > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RATE-FOUND
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-USED
                       OR WS-RATE-FOUND = 'Y'
               IF WS-RT-SIZE(WS-RT-IDX) = WS-RN-SIZE(WS-RN-IDX)
                   MOVE 'Y' TO WS-RATE-FOUND
               END-IF
           END-PERFORM
           IF WS-RATE-FOUND NOT = 'Y'
               ADD 1 TO WS-NORATE-COUNT
               MOVE WS-RN-RENTNO(WS-RN-IDX) TO WS-EDIT-RENTNO
               DISPLAY "*** WARNING: rental " WS-EDIT-RENTNO
                   " size " WS-RN-SIZE(WS-RN-IDX)
                   " has no rent on sdb_rates.dat - not charged ***"
               EXIT PARAGRAPH
           END-IF
           SET WS-RT-IDX DOWN BY 1
           PERFORM UNTIL WS-RN-NEXTDUE(WS-RN-IDX) > WS-TODAY
               PERFORM CHARGE-ONE-YEAR
           END-PERFORM.

       CHARGE-ONE-YEAR.
           MOVE WS-RN-RENTNO(WS-RN-IDX)  TO WS-BL-RENTNO
           MOVE WS-RN-NEXTDUE(WS-RN-IDX) TO WS-BL-DUEDATE
           MOVE WS-RT-RENT(WS-RT-IDX)    TO WS-BL-AMOUNT
           PERFORM WRITE-ONE-GENERATED
           MOVE "B"         TO WS-BL-STATUS
           MOVE WS-GEN-ID   TO WS-BL-TRANSID
           PERFORM FORMAT-BILL-LINE
           PERFORM WRITE-WORK-LINE
           ADD 1 TO WS-BILLED-COUNT
           ADD WS-BL-AMOUNT TO WS-BILLED-TOTAL
           MOVE WS-BL-RENTNO            TO WS-EDIT-RENTNO
           MOVE WS-RN-ACCT(WS-RN-IDX)   TO WS-EDIT-ACCT
           MOVE WS-BL-AMOUNT            TO WS-EDIT-AMOUNT
           DISPLAY "  rental " WS-EDIT-RENTNO " rent "
               WS-EDIT-AMOUNT " charged to acct " WS-EDIT-ACCT
               " due " WS-BL-DUEDATE
           PERFORM ADVANCE-ONE-YEAR.

       ADVANCE-ONE-YEAR.
           DIVIDE WS-RN-NEXTDUE(WS-RN-IDX) BY 10000
               GIVING WS-WORK-YEAR
               REMAINDER WS-WORK-MMDD
           ADD 1 TO WS-WORK-YEAR
           IF WS-WORK-MMDD = 0229
               MOVE 'N' TO WS-LEAP-YEAR
               DIVIDE WS-WORK-YEAR BY 4 GIVING WS-YEAR-REM
                   REMAINDER WS-YEAR-REM
               IF WS-YEAR-REM = 0
                   MOVE 'Y' TO WS-LEAP-YEAR
                   DIVIDE WS-WORK-YEAR BY 100 GIVING WS-YEAR-REM
                       REMAINDER WS-YEAR-REM
                   IF WS-YEAR-REM = 0
                       DIVIDE WS-WORK-YEAR BY 400
                           GIVING WS-YEAR-REM
                           REMAINDER WS-YEAR-REM
                       IF WS-YEAR-REM NOT = 0
                           MOVE 'N' TO WS-LEAP-YEAR
                       END-IF
                   END-IF
               END-IF
               IF WS-LEAP-YEAR NOT = 'Y'
                   MOVE 0228 TO WS-WORK-MMDD
               END-IF
           END-IF
           COMPUTE WS-RN-NEXTDUE(WS-RN-IDX) =
               WS-WORK-YEAR * 10000 + WS-WORK-MMDD.

      *> One FE for the rental at WS-RN-IDX, dated its due date;
      *> its id is left in WS-GEN-ID. A charge the rental already
      *> has on file for the due date (left by a run that stopped
      *> before the rentals were rewritten) is taken over rather
      *> than written again.
       WRITE-ONE-GENERATED.
           PERFORM FIND-GENERATED-ON-FILE
           IF WS-GEN-FOUND = 'Y'
               ADD 1 TO WS-ADOPTED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRANS-ID
           MOVE WS-TRANS-ID              TO WS-GEN-ID
           MOVE WS-TRANS-ID              TO TRANS-ID
           MOVE "FE"                     TO TRANS-TYPE
           MOVE WS-BL-DUEDATE            TO TRANS-DATE
           MOVE WS-RN-ACCT(WS-RN-IDX)    TO TRANS-ACCT-ID
           MOVE WS-BL-AMOUNT             TO TRANS-AMOUNT
           MOVE WS-RN-RENTNO(WS-RN-IDX)  TO TRANS-REF-ID
           MOVE "SD"                     TO TRANS-REF-TYPE
           MOVE WS-RN-CURR(WS-RN-IDX)    TO TRANS-CURR
           MOVE "SDBRENT"                TO TRANS-EXT-REF
           MOVE WS-RN-BRANCH(WS-RN-IDX)  TO TRANS-BRANCH
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
      *> BANKFEED withdrawal-limit scan). A rental is charged once
      *> per due date, so rental and date identify the charge.
       FIND-GENERATED-ON-FILE.
           MOVE 'N' TO WS-GEN-FOUND
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-RN-ACCT(WS-RN-IDX) TO TRANS-ACCT-ID
           START TRANSACTION-FILE KEY = TRANS-ACCT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF TRANS-ACCT-ID NOT = WS-RN-ACCT(WS-RN-IDX)
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF TRANS-TYPE = "FE"
                               AND TRANS-REF-TYPE = "SD"
                               AND TRANS-EXT-REF = "SDBRENT"
                               AND TRANS-REF-ID =
                                   WS-RN-RENTNO(WS-RN-IDX)
                               AND TRANS-DATE = WS-BL-DUEDATE
                               MOVE TRANS-ID TO WS-GEN-ID
                               MOVE 'Y' TO WS-GEN-FOUND
                               MOVE 'Y' TO WS-SCAN-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FORMAT-BILL-LINE.
           MOVE WS-BL-RENTNO TO WS-EDIT-RENTNO
           MOVE WS-BL-AMOUNT TO WS-FILE-AMOUNT
           MOVE SPACES TO WORK-LINE
           STRING WS-EDIT-RENTNO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-BL-DUEDATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-BL-STATUS DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-BL-TRANSID DELIMITED BY SIZE
               INTO WORK-LINE
           END-STRING.

       WRITE-WORK-LINE.
           WRITE WORK-LINE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "ERROR writing sdb_bills_work.dat, "
                   "status = " WS-WORK-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

      *> Days overdue run from the oldest unpaid due date. Crossing
      *> the drilling threshold is raised once - the night the
      *> rental crosses, not every night after.
       AGE-ONE-RENTAL.
           IF WS-RN-OLDEST(WS-RN-IDX) = 0
               MOVE 0 TO WS-RN-DPD(WS-RN-IDX)
           ELSE
               COMPUTE WS-RN-DPD(WS-RN-IDX) =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-RN-OLDEST(WS-RN-IDX))
           END-IF
           IF WS-RN-STATUS(WS-RN-IDX) = "A"
               AND WS-RN-DPD(WS-RN-IDX) >= WS-DRILL-DAYS
               AND WS-RN-PREV-DPD(WS-RN-IDX) < WS-DRILL-DAYS
               MOVE WS-RN-RENTNO(WS-RN-IDX) TO WS-EDIT-RENTNO
               MOVE WS-RN-BRANCH(WS-RN-IDX) TO WS-EDIT-BRANCH
               MOVE WS-RN-BOXNO(WS-RN-IDX)  TO WS-EDIT-BOXNO
               MOVE WS-DRILL-DAYS           TO WS-EDIT-DPD
               MOVE "W" TO WS-ALERT-SEV
               MOVE "SDBBILL" TO WS-ALERT-PROGRAM
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "sdb rental " DELIMITED BY SIZE
                       WS-EDIT-RENTNO DELIMITED BY SIZE
                       " box " DELIMITED BY SIZE
                       WS-EDIT-BRANCH DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-EDIT-BOXNO DELIMITED BY SIZE
                       " rent unpaid" DELIMITED BY SIZE
                       WS-EDIT-DPD DELIMITED BY SIZE
                       "+ days" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               END-STRING
               CALL "ALERTLOG" USING WS-ALERT-SEV
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           END-IF.

       REWRITE-RENTAL-FILE.
           OPEN OUTPUT RENTAL-FILE
           IF WS-RENTAL-STATUS NOT = "00"
               DISPLAY "ERROR rewriting sdb_rentals.dat, status = "
                   WS-RENTAL-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-USED
               PERFORM REWRITE-ONE-RENTAL
           END-PERFORM
           CLOSE RENTAL-FILE.

       REWRITE-ONE-RENTAL.
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
           WRITE RENTAL-LINE
           IF WS-RENTAL-STATUS NOT = "00"
               DISPLAY "ERROR writing sdb_rentals.dat, status = "
                   WS-RENTAL-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       COPY-WORK-TO-BILLS.
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "ERROR reopening sdb_bills_work.dat, "
                   "status = " WS-WORK-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT BILL-FILE
           IF WS-BILL-STATUS NOT = "00"
               DISPLAY "ERROR rewriting sdb_bills.dat, status = "
                   WS-BILL-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WORK-LINE TO BILL-LINE
                       WRITE BILL-LINE
                       IF WS-BILL-STATUS NOT = "00"
                           DISPLAY "ERROR writing sdb_bills.dat, "
                               "status = " WS-BILL-STATUS
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILL-FILE
           CLOSE WORK-FILE.

      *> Same highest-id scan and date-plus-sequence floor as
      *> TRANSACTIONS-WRITER so rent charges continue the id
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

      *> Rentals with rent unpaid, oldest first in file order, with
      *> what happens next: DRILL once an active rental has passed
      *> the threshold, DRILLED or ENDED where the box is already
      *> dealt with. The renter's name comes from the billing
      *> account; a ledger that cannot be opened only costs the
      *> names.
       WRITE-DELINQUENCY-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening sdb_delinquency_report.txt, "
                   "status = " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE 'Y' TO WS-LEDGER-OK
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "SAFE DEPOSIT RENT DELINQUENCY REPORT - BUSINESS "
                       DELIMITED BY SIZE
                   "DATE " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RENTAL BR  BOX   CUST   ACCT   RENTER            "
                       DELIMITED BY SIZE
                   "   CUR       UNPAID DAYS ACTION" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-USED
               IF WS-RN-STATUS(WS-RN-IDX) = "A"
                   ADD 1 TO WS-ACTIVE-COUNT
               END-IF
               IF WS-RN-UNPAID(WS-RN-IDX) > 0
                   PERFORM REPORT-ONE-DELINQUENT
               END-IF
           END-PERFORM
           IF WS-ARREARS-COUNT = 0
               MOVE "(no rentals with rent unpaid)" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ARREARS-COUNT TO WS-EDIT-COUNT
           MOVE WS-ARREARS-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "RENTALS IN ARREARS:   " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "  UNPAID " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DRILL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "DUE FOR DRILLING:     " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ACTIVE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ACTIVE RENTALS:       " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-LEDGER-OK = 'Y'
               CLOSE LEDGER-FILE
           END-IF
           CLOSE REPORT-FILE.

       REPORT-ONE-DELINQUENT.
           ADD 1 TO WS-ARREARS-COUNT
           ADD WS-RN-UNPAID(WS-RN-IDX) TO WS-ARREARS-TOTAL
           EVALUATE TRUE
               WHEN WS-RN-STATUS(WS-RN-IDX) = "D"
                   MOVE "DRILLED" TO WS-ACTION-TEXT
               WHEN WS-RN-STATUS(WS-RN-IDX) = "E"
                   MOVE "ENDED" TO WS-ACTION-TEXT
               WHEN WS-RN-DPD(WS-RN-IDX) >= WS-DRILL-DAYS
                   MOVE "DRILL" TO WS-ACTION-TEXT
                   ADD 1 TO WS-DRILL-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-ACTION-TEXT
           END-EVALUATE

           MOVE SPACES TO WS-RENTER-NAME
           IF WS-LEDGER-OK = 'Y'
               MOVE WS-RN-ACCT(WS-RN-IDX) TO L-ACCT-ID
               READ LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE L-NAME TO WS-RENTER-NAME
               END-READ
           END-IF
           MOVE WS-RN-RENTNO(WS-RN-IDX) TO WS-EDIT-RENTNO
           MOVE WS-RN-BRANCH(WS-RN-IDX) TO WS-EDIT-BRANCH
           MOVE WS-RN-BOXNO(WS-RN-IDX)  TO WS-EDIT-BOXNO
           MOVE WS-RN-CUSTNO(WS-RN-IDX) TO WS-EDIT-CUSTNO
           MOVE WS-RN-ACCT(WS-RN-IDX)   TO WS-EDIT-ACCT
           MOVE WS-RN-UNPAID(WS-RN-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-RN-DPD(WS-RN-IDX)    TO WS-EDIT-DPD
           MOVE SPACES TO REPORT-LINE
           STRING WS-EDIT-RENTNO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-BRANCH DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-BOXNO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-CUSTNO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RENTER-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RN-CURR(WS-RN-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-DPD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ACTION-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR writing sdb_delinquency_report.txt, "
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
           MOVE "STEP: SDBBILL" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-BILLED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Box rents charged:           "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-PAID-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Box rents paid:              "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-UNPAID-NEW-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Box rents newly unpaid:      "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-ARREARS-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Rentals in arrears:          "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-DRILL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Boxes due for drilling:      "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-ARREARS-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO EOD-LINE
           STRING "  Total rent unpaid:    " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           CLOSE EOD-FILE.
