       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWACCTS.

      *> Daily new-accounts report. Every account opened - through
      *> ACCTOPEN, or added directly in WriteLedger - is a line on
      *> the account-opening register account_openings.dat:
      *>   DATE,ACCT,CUSTNO,BRANCH,CURR,DEPOSIT,TRANS-ID,ORDNO,OP
      *> The report lists, branch by branch in branch order, the
      *> accounts opened on the business date with their opening
      *> deposit, then every account opened NEWACCT_UNFUNDED_DAYS
      *> (environment setting, default 10) or more calendar days ago
      *> that is still unfunded - nothing on its ledger balance - so
      *> the branch can chase the customer or close the account.
      *> Funding is read from the ledger as it stands after the
      *> night's posting, so an opening deposit captured today
      *> already counts; a closed or charged-off account is no
      *> longer the branch's to chase and is left off.
      *> Output new_accounts_report.txt plus the usual page in the
      *> end-of-day pack; one warning through ALERTLOG when any
      *> account is unfunded past the limit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPENING-FILE ASSIGN TO "account_openings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENING-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "new_accounts_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPENING-FILE.
       01  OPENING-LINE          PIC X(80).

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OPENING-STATUS     PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-EOF                PIC X.
       01  WS-LEDGER-OPEN        PIC X VALUE 'N'.

       01  WS-TODAY              PIC 9(8).
       01  WS-LIMIT-TEXT         PIC X(4).
       01  WS-LIMIT-DAYS         PIC 9(4) VALUE 10.
       01  WS-DAYS-OPEN          PIC S9(5).

       01  WS-TOKEN-DATE         PIC X(8).
       01  WS-TOKEN-ACCT         PIC X(6).
       01  WS-TOKEN-CUSTNO       PIC X(6).
       01  WS-TOKEN-BRANCH       PIC X(3).
       01  WS-TOKEN-CURR         PIC X(3).
       01  WS-TOKEN-DEPOSIT      PIC X(12).
       01  WS-TOKEN-TRANS        PIC X(13).
       01  WS-TOKEN-ORDNO        PIC X(4).
       01  WS-TOKEN-OP           PIC X(4).

      *> The register rows worth reporting, with what the ledger
      *> says about each account tonight. WS-OR-KIND is T for
      *> opened today, U for unfunded past the limit.
       01  WS-OPENING-TABLE.
           05 WS-OR-ROW OCCURS 2000 TIMES INDEXED BY WS-OR-IDX.
               10 WS-OR-KIND     PIC X.
               10 WS-OR-DATE     PIC 9(8).
               10 WS-OR-ACCT     PIC 9(6).
               10 WS-OR-CUST     PIC 9(6).
               10 WS-OR-BRANCH   PIC 9(3).
               10 WS-OR-CURR     PIC X(3).
               10 WS-OR-DEPOSIT  PIC 9(7)V99.
               10 WS-OR-OP       PIC X(4).
               10 WS-OR-NAME     PIC X(20).
               10 WS-OR-PRINC    PIC S9(10)V99.
               10 WS-OR-DAYS     PIC 9(5).
       01  WS-OR-USED            PIC 9(4) VALUE 0.
       01  WS-OR-SKIPPED         PIC 9(7) VALUE 0.

      *> One row per branch with anything to report, printed
      *> lowest branch first.
       01  WS-BRANCH-TABLE.
           05 WS-BT-ROW OCCURS 999 TIMES INDEXED BY WS-BT-IDX.
               10 WS-BT-NUM      PIC 9(3).
               10 WS-BT-TODAY    PIC 9(5).
               10 WS-BT-UNFUNDED PIC 9(5).
               10 WS-BT-DONE     PIC X.
       01  WS-BT-USED            PIC 9(4) VALUE 0.
       01  WS-BT-FOUND           PIC X.
       01  WS-BT-NEXT            PIC 9(4).
       01  WS-WORK-BRANCH        PIC 9(3).
       01  WS-WORK-DATE          PIC 9(8).

       01  WS-BR-NAME            PIC X(20).
       01  WS-BR-REGION          PIC X(10).
       01  WS-BR-OPEN            PIC X.
       01  WS-BR-FOUND           PIC X.
       01  WS-BR-ANY             PIC X.

       01  WS-TODAY-COUNT        PIC 9(7) VALUE 0.
       01  WS-TODAY-NIL-COUNT    PIC 9(7) VALUE 0.
       01  WS-UNFUNDED-COUNT     PIC 9(7) VALUE 0.
       01  WS-TODAY-DEPOSITS     PIC 9(11)V99 VALUE 0.
       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-DAYS          PIC ZZZZ9.
       01  WS-EDIT-BRANCH        PIC 9(3).
       01  WS-EDIT-CUSTNO        PIC 9(6).
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-BALANCE       PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-ALERT-SEV          PIC X.
       01  WS-ALERT-PROGRAM      PIC X(20) VALUE "NEWACCTS".
       01  WS-ALERT-MESSAGE      PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "BUSDATE" USING WS-TODAY
           MOVE SPACES TO WS-LIMIT-TEXT
           ACCEPT WS-LIMIT-TEXT FROM ENVIRONMENT
               "NEWACCT_UNFUNDED_DAYS"
           IF WS-LIMIT-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-LIMIT-TEXT) = 0
               COMPUTE WS-LIMIT-DAYS = FUNCTION NUMVAL(WS-LIMIT-TEXT)
           END-IF

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE 'Y' TO WS-LEDGER-OPEN
           END-IF
           PERFORM LOAD-OPENING-FILE
           IF WS-LEDGER-OPEN = 'Y'
               CLOSE LEDGER-FILE
           END-IF

           PERFORM WRITE-NEWACCT-REPORT
           PERFORM APPEND-EOD-SUMMARY

           IF WS-UNFUNDED-COUNT > 0
               MOVE "W" TO WS-ALERT-SEV
               MOVE WS-UNFUNDED-COUNT TO WS-EDIT-COUNT
               MOVE WS-LIMIT-DAYS TO WS-EDIT-DAYS
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-EDIT-COUNT DELIMITED BY SIZE
                       " account(s) unfunded after" DELIMITED BY SIZE
                       WS-EDIT-DAYS DELIMITED BY SIZE
                       " days" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               END-STRING
               CALL "ALERTLOG" USING WS-ALERT-SEV
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           END-IF

           MOVE WS-TODAY-COUNT TO WS-EDIT-COUNT
           DISPLAY "Accounts opened today:      " WS-EDIT-COUNT
           MOVE WS-TODAY-NIL-COUNT TO WS-EDIT-COUNT
           DISPLAY "  opened with no deposit:   " WS-EDIT-COUNT
           MOVE WS-UNFUNDED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Unfunded past the limit:    " WS-EDIT-COUNT
           IF WS-OR-SKIPPED > 0
               MOVE WS-OR-SKIPPED TO WS-EDIT-COUNT
               DISPLAY "*** WARNING: " WS-EDIT-COUNT " opening "
                   "line(s) beyond the table not reported ***"
           END-IF
           DISPLAY "New-accounts report written to "
               "new_accounts_report.txt"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-OPENING-FILE.
           OPEN INPUT OPENING-FILE
           IF WS-OPENING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPENING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM NOTE-ONE-OPENING
               END-READ
           END-PERFORM
           CLOSE OPENING-FILE.

      *> Only today's openings and the unfunded ones past the limit
      *> are kept; everything else on the register is history.
       NOTE-ONE-OPENING.
           MOVE SPACES TO WS-TOKEN-DATE WS-TOKEN-ACCT WS-TOKEN-CUSTNO
               WS-TOKEN-BRANCH WS-TOKEN-CURR WS-TOKEN-DEPOSIT
               WS-TOKEN-TRANS WS-TOKEN-ORDNO WS-TOKEN-OP
           UNSTRING OPENING-LINE DELIMITED BY ","
               INTO WS-TOKEN-DATE WS-TOKEN-ACCT WS-TOKEN-CUSTNO
                   WS-TOKEN-BRANCH WS-TOKEN-CURR WS-TOKEN-DEPOSIT
                   WS-TOKEN-TRANS WS-TOKEN-ORDNO WS-TOKEN-OP
           END-UNSTRING
           IF WS-TOKEN-DATE IS NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-ACCT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOKEN-DATE TO WS-WORK-DATE
           IF WS-WORK-DATE > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           COMPUTE L-ACCT-ID = FUNCTION NUMVAL(WS-TOKEN-ACCT)
           IF WS-LEDGER-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           READ LEDGER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF L-STATUS = "C" OR L-STATUS = "W"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           IF WS-WORK-DATE NOT = WS-TODAY
               AND (L-PRINC > 0 OR WS-DAYS-OPEN < WS-LIMIT-DAYS)
               EXIT PARAGRAPH
           END-IF
           IF WS-OR-USED >= 2000
               ADD 1 TO WS-OR-SKIPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-OR-USED
           SET WS-OR-IDX TO WS-OR-USED
           IF WS-WORK-DATE = WS-TODAY
               MOVE "T" TO WS-OR-KIND(WS-OR-IDX)
           ELSE
               MOVE "U" TO WS-OR-KIND(WS-OR-IDX)
           END-IF
           MOVE WS-WORK-DATE TO WS-OR-DATE(WS-OR-IDX)
           MOVE L-ACCT-ID TO WS-OR-ACCT(WS-OR-IDX)
           MOVE 0 TO WS-OR-CUST(WS-OR-IDX)
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-CUSTNO) = 0
               COMPUTE WS-OR-CUST(WS-OR-IDX) =
                   FUNCTION NUMVAL(WS-TOKEN-CUSTNO)
           END-IF
           MOVE L-BRANCH TO WS-OR-BRANCH(WS-OR-IDX)
           MOVE WS-TOKEN-CURR TO WS-OR-CURR(WS-OR-IDX)
           MOVE 0 TO WS-OR-DEPOSIT(WS-OR-IDX)
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-DEPOSIT) = 0
               COMPUTE WS-OR-DEPOSIT(WS-OR-IDX) =
                   FUNCTION NUMVAL(WS-TOKEN-DEPOSIT)
           END-IF
           MOVE WS-TOKEN-OP TO WS-OR-OP(WS-OR-IDX)
           MOVE L-NAME TO WS-OR-NAME(WS-OR-IDX)
           MOVE L-PRINC TO WS-OR-PRINC(WS-OR-IDX)
           MOVE WS-DAYS-OPEN TO WS-OR-DAYS(WS-OR-IDX)

           MOVE L-BRANCH TO WS-WORK-BRANCH
           PERFORM FIND-BRANCH-ROW
           IF WS-OR-KIND(WS-OR-IDX) = "T"
               ADD 1 TO WS-BT-TODAY(WS-BT-IDX)
               ADD 1 TO WS-TODAY-COUNT
               ADD WS-OR-DEPOSIT(WS-OR-IDX) TO WS-TODAY-DEPOSITS
               IF WS-OR-DEPOSIT(WS-OR-IDX) = 0
                   ADD 1 TO WS-TODAY-NIL-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-BT-UNFUNDED(WS-BT-IDX)
               ADD 1 TO WS-UNFUNDED-COUNT
           END-IF.

       FIND-BRANCH-ROW.
           MOVE 'N' TO WS-BT-FOUND
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-USED
                       OR WS-BT-FOUND = 'Y'
               IF WS-BT-NUM(WS-BT-IDX) = WS-WORK-BRANCH
                   MOVE 'Y' TO WS-BT-FOUND
               END-IF
           END-PERFORM
           IF WS-BT-FOUND = 'Y'
               SET WS-BT-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BT-USED
           SET WS-BT-IDX TO WS-BT-USED
           MOVE WS-WORK-BRANCH TO WS-BT-NUM(WS-BT-IDX)
           MOVE 0 TO WS-BT-TODAY(WS-BT-IDX)
           MOVE 0 TO WS-BT-UNFUNDED(WS-BT-IDX)
           MOVE 'N' TO WS-BT-DONE(WS-BT-IDX).

       WRITE-NEWACCT-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening new_accounts_report.txt, "
                   "status = " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-LIMIT-DAYS TO WS-EDIT-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING "NEW ACCOUNTS - BUSINESS DATE " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   "  (UNFUNDED LIMIT" DELIMITED BY SIZE
                   WS-EDIT-DAYS DELIMITED BY SIZE
                   " DAYS)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-BT-USED = 0
               MOVE "  (no accounts opened today, none unfunded)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           PERFORM WS-BT-USED TIMES
               PERFORM PICK-NEXT-BRANCH
               SET WS-BT-IDX TO WS-BT-NEXT
               MOVE 'Y' TO WS-BT-DONE(WS-BT-IDX)
               PERFORM WRITE-ONE-BRANCH
           END-PERFORM

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TODAY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "OPENED TODAY:           " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TODAY-NIL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  WITH NO DEPOSIT:      " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TODAY-DEPOSITS TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  OPENING DEPOSITS: " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-UNFUNDED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "UNFUNDED PAST LIMIT:    " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

      *> Lowest branch number not yet printed.
       PICK-NEXT-BRANCH.
           MOVE 0 TO WS-BT-NEXT
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-USED
               IF WS-BT-DONE(WS-BT-IDX) = 'N'
                   IF WS-BT-NEXT = 0
                       SET WS-BT-NEXT TO WS-BT-IDX
                   ELSE
                       IF WS-BT-NUM(WS-BT-IDX) < WS-BT-NUM(WS-BT-NEXT)
                           SET WS-BT-NEXT TO WS-BT-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-ONE-BRANCH.
           MOVE WS-BT-NUM(WS-BT-IDX) TO WS-WORK-BRANCH
           MOVE WS-WORK-BRANCH TO WS-EDIT-BRANCH
           CALL "BRNAME" USING WS-WORK-BRANCH WS-BR-NAME
               WS-BR-REGION WS-BR-OPEN WS-BR-FOUND WS-BR-ANY
           IF WS-BR-FOUND NOT = 'Y'
               MOVE SPACES TO WS-BR-NAME
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCH " DELIMITED BY SIZE
                   WS-EDIT-BRANCH DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-BR-NAME DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE "  OPENED TODAY" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-BT-TODAY(WS-BT-IDX) = 0
               MOVE "    (none)" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM WRITE-COLUMN-HEADINGS
               PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                       UNTIL WS-OR-IDX > WS-OR-USED
                   IF WS-OR-KIND(WS-OR-IDX) = "T"
                       AND WS-OR-BRANCH(WS-OR-IDX) = WS-WORK-BRANCH
                       PERFORM WRITE-ONE-ACCOUNT
                   END-IF
               END-PERFORM
           END-IF

           MOVE WS-LIMIT-DAYS TO WS-EDIT-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING "  UNFUNDED AFTER" DELIMITED BY SIZE
                   WS-EDIT-DAYS DELIMITED BY SIZE
                   " DAYS OR MORE" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-BT-UNFUNDED(WS-BT-IDX) = 0
               MOVE "    (none)" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM WRITE-COLUMN-HEADINGS
               PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                       UNTIL WS-OR-IDX > WS-OR-USED
                   IF WS-OR-KIND(WS-OR-IDX) = "U"
                       AND WS-OR-BRANCH(WS-OR-IDX) = WS-WORK-BRANCH
                       PERFORM WRITE-ONE-ACCOUNT
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           MOVE "ACCOUNT"    TO REPORT-LINE(5:7)
           MOVE "NAME"       TO REPORT-LINE(14:4)
           MOVE "CUSTNO"     TO REPORT-LINE(36:6)
           MOVE "OPENED"     TO REPORT-LINE(44:6)
           MOVE "DAYS"       TO REPORT-LINE(55:4)
           MOVE "CUR"        TO REPORT-LINE(61:3)
           MOVE "DEPOSIT"    TO REPORT-LINE(70:7)
           MOVE "BALANCE"    TO REPORT-LINE(88:7)
           MOVE "OP"         TO REPORT-LINE(97:2)
           WRITE REPORT-LINE.

       WRITE-ONE-ACCOUNT.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-OR-ACCT(WS-OR-IDX) TO WS-EDIT-ACCT
           MOVE WS-EDIT-ACCT TO REPORT-LINE(5:6)
           MOVE WS-OR-NAME(WS-OR-IDX) TO REPORT-LINE(14:20)
           IF WS-OR-CUST(WS-OR-IDX) > 0
               MOVE WS-OR-CUST(WS-OR-IDX) TO WS-EDIT-CUSTNO
               MOVE WS-EDIT-CUSTNO TO REPORT-LINE(36:6)
           ELSE
               MOVE "(none)" TO REPORT-LINE(36:6)
           END-IF
           MOVE WS-OR-DATE(WS-OR-IDX) TO REPORT-LINE(44:8)
           MOVE WS-OR-DAYS(WS-OR-IDX) TO WS-EDIT-DAYS
           MOVE WS-EDIT-DAYS TO REPORT-LINE(54:5)
           MOVE WS-OR-CURR(WS-OR-IDX) TO REPORT-LINE(61:3)
           MOVE WS-OR-DEPOSIT(WS-OR-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE(65:12)
           MOVE WS-OR-PRINC(WS-OR-IDX) TO WS-EDIT-BALANCE
           MOVE WS-EDIT-BALANCE TO REPORT-LINE(78:17)
           MOVE WS-OR-OP(WS-OR-IDX) TO REPORT-LINE(97:4)
           IF WS-OR-PRINC(WS-OR-IDX) NOT > 0
               MOVE "UNFUNDED" TO REPORT-LINE(103:8)
           END-IF
           WRITE REPORT-LINE.

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
           MOVE "STEP: NEWACCTS" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-TODAY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Accounts opened today:       "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-TODAY-NIL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Opened with no deposit:      "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-UNFUNDED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Unfunded past the limit:     "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           CLOSE EOD-FILE.
