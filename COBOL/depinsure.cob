       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPINSURE.

      *> Deposit insurance coverage report. Aggregates every
      *> depositor's credit balances across all their accounts
      *> through cust_accounts.dat (CUSTMAINT's cross-reference),
      *> in base USD through CURRCONV at the business date's rates,
      *> and measures each ownership category against the coverage
      *> limit:
      *>   - sole holdings - an account linked to one customer only,
      *>     as role P - count in full to that customer;
      *>   - joint holdings - an account with a role J holder or
      *>     more than one customer linked - are split evenly
      *>     across every linked owner (the odd cent to the first
      *>     on the cross-reference).
      *> Each category is insured up to DEPINS_LIMIT (environment
      *> setting, default 250,000.00 USD) separately; the rest of
      *> the depositor's balance is uninsured. An account nobody is
      *> linked to is its own single-account depositor, the way
      *> CUSTREC treats records from before customer numbers.
      *> Overdrawn balances are not deposits and are left out (not
      *> netted); an account whose currency has no usable rate, or
      *> whose balance is too large for CURRCONV, is listed and
      *> counted but excluded from the totals, as in FXREVAL.
      *> A depositor's branch is the branch of their first account
      *> on the ledger. The report lists every depositor, then
      *> branch totals, the grand total, and the DEPINS_TOP
      *> (default 10, at most 50) largest uninsured depositors for
      *> the liquidity committee.
      *> Output deposit_insurance_report.txt plus the usual page in
      *> the end-of-day pack. A month-end step in BATCH-CONTROL's
      *> chain; read-only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO "cust_accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "deposit_insurance_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       01  XREF-LINE             PIC X(30).

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-XREF-STATUS        PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-XREF-EOF           PIC X VALUE 'N'.
       01  WS-LEDGER-EOF         PIC X VALUE 'N'.

       01  WS-TODAY              PIC 9(8).
       01  WS-TRAILER-ACCT       PIC 9(6) VALUE 999999.

      *> Coverage limit per ownership category, and how many of the
      *> largest uninsured depositors to list - from the
      *> environment.
       01  WS-SETTING-TEXT       PIC X(12).
       01  WS-COVER-LIMIT        PIC 9(9)V99 VALUE 250000.00.
       01  WS-TOP-COUNT          PIC 9(2) VALUE 10.

       01  WS-TOKEN-CUSTNO       PIC X(6).
       01  WS-TOKEN-ACCT         PIC X(6).
       01  WS-TOKEN-ROLE         PIC X(1).
       01  WS-XREF-TABLE.
           05 WS-XR-ROW OCCURS 500 TIMES INDEXED BY WS-XR-IDX.
               10 WS-XR-CUST     PIC 9(6).
               10 WS-XR-ACCT     PIC 9(6).
               10 WS-XR-ROLE     PIC X.
       01  WS-XR-USED            PIC 9(3) VALUE 0.

      *> USD valuation of the account in hand. USD balances add
      *> straight in; CURRCONV's amount arguments carry seven
      *> integer digits, so only the non-USD balances go through it.
       01  WS-FROM-CURR          PIC X(3).
       01  WS-TO-CURR            PIC X(3) VALUE "USD".
       01  WS-RATE-DATE          PIC 9(8).
       01  WS-PRINC-IN           PIC 9(7)V99 COMP-3.
       01  WS-USD-AMOUNT         PIC 9(7)V99 COMP-3.
       01  WS-CONV-OK            PIC X.
       01  WS-ACCT-USD           PIC 9(10)V99.

      *> Owners of the account in hand, and each one's share.
       01  WS-OWNER-COUNT        PIC 9(3).
       01  WS-ACCT-JOINT         PIC X.
       01  WS-FIRST-OWNER        PIC X.
       01  WS-SHARE              PIC 9(10)V99.
       01  WS-SHARE-REM          PIC 9(10)V99.
       01  WS-THIS-SHARE         PIC 9(10)V99.

      *> One row per depositor: kind C a customer number off the
      *> cross-reference, kind A an unlinked account standing as
      *> its own depositor.
       01  WS-DEPOSITOR-TABLE.
           05 WS-DP-ROW OCCURS 2000 TIMES INDEXED BY WS-DP-IDX.
               10 WS-DP-KIND     PIC X.
               10 WS-DP-NUMBER   PIC 9(6).
               10 WS-DP-NAME     PIC X(20).
               10 WS-DP-BRANCH   PIC 9(3).
               10 WS-DP-ACCTS    PIC 9(3).
               10 WS-DP-SOLE     PIC 9(12)V99.
               10 WS-DP-JOINT    PIC 9(12)V99.
               10 WS-DP-INSURED  PIC 9(12)V99.
               10 WS-DP-UNINSURED PIC 9(12)V99.
               10 WS-DP-LISTED   PIC X.
       01  WS-DP-USED            PIC 9(4) VALUE 0.
       01  WS-DP-HIT             PIC X.
       01  WS-DP-FULL-WARNED     PIC X VALUE 'N'.
       01  WS-WORK-KIND          PIC X.
       01  WS-WORK-NUMBER        PIC 9(6).
       01  WS-WORK-INSURED       PIC 9(12)V99.

      *> Branch totals, by each depositor's branch.
       01  WS-BRANCH-TABLE.
           05 WS-BT-ROW OCCURS 100 TIMES INDEXED BY WS-BT-IDX.
               10 WS-BT-NUM      PIC 9(3).
               10 WS-BT-DEPOSITORS PIC 9(7).
               10 WS-BT-SOLE     PIC 9(13)V99.
               10 WS-BT-JOINT    PIC 9(13)V99.
               10 WS-BT-INSURED  PIC 9(13)V99.
               10 WS-BT-UNINSURED PIC 9(13)V99.
               10 WS-BT-DONE     PIC X.
       01  WS-BT-USED            PIC 9(3) VALUE 0.
       01  WS-BT-HIT             PIC X.
       01  WS-BT-FULL-WARNED     PIC X VALUE 'N'.
       01  WS-WORK-BRANCH        PIC 9(3).
       01  WS-PICK-ROW           PIC 9(3).

       01  WS-BR-NAME            PIC X(20).
       01  WS-BR-REGION          PIC X(10).
       01  WS-BR-OPEN            PIC X.
       01  WS-BR-FOUND           PIC X.
       01  WS-BR-ANY             PIC X.

       01  WS-GRAND-DEPOSITORS   PIC 9(7) VALUE 0.
       01  WS-GRAND-SOLE         PIC 9(13)V99 VALUE 0.
       01  WS-GRAND-JOINT        PIC 9(13)V99 VALUE 0.
       01  WS-GRAND-INSURED      PIC 9(13)V99 VALUE 0.
       01  WS-GRAND-UNINSURED    PIC 9(13)V99 VALUE 0.
       01  WS-UNINSURED-COUNT    PIC 9(7) VALUE 0.
       01  WS-VALUED-COUNT       PIC 9(7) VALUE 0.
       01  WS-UNVALUED-COUNT     PIC 9(7) VALUE 0.
       01  WS-WORK-TOTAL         PIC 9(13)V99.

      *> Largest-uninsured selection.
       01  WS-RANK               PIC 9(2).
       01  WS-BEST-ROW           PIC 9(4).
       01  WS-BEST-AMOUNT        PIC 9(12)V99.

       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-ACCTS         PIC ZZ9.
       01  WS-EDIT-NUMBER        PIC 9(6).
       01  WS-EDIT-BRANCH        PIC 9(3).
       01  WS-EDIT-RANK          PIC Z9.
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-LIMIT         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM READ-COVERAGE-SETTINGS
           PERFORM LOAD-XREF-FILE

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger.txt, status = "
                   WS-LEDGER-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       IF L-ACCT-ID NOT = WS-TRAILER-ACCT
                           AND L-PRINC > 0
                           PERFORM VALUE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE

           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-USED
               PERFORM COVER-ONE-DEPOSITOR
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening deposit_insurance_report.txt, "
                   "status = " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-USED
               PERFORM WRITE-DEPOSITOR-LINE
           END-PERFORM
           PERFORM WRITE-BRANCH-TOTALS
           PERFORM WRITE-GRAND-TOTAL
           PERFORM WRITE-LARGEST-UNINSURED
           CLOSE REPORT-FILE
           PERFORM APPEND-EOD-SUMMARY

           MOVE WS-GRAND-DEPOSITORS TO WS-EDIT-COUNT
           DISPLAY "Depositors:                 " WS-EDIT-COUNT
           MOVE WS-UNINSURED-COUNT TO WS-EDIT-COUNT
           DISPLAY "  with uninsured balances:  " WS-EDIT-COUNT
           COMPUTE WS-WORK-TOTAL = WS-GRAND-SOLE + WS-GRAND-JOINT
           MOVE WS-WORK-TOTAL TO WS-EDIT-AMOUNT
           DISPLAY "Deposits (USD):     " WS-EDIT-AMOUNT
           MOVE WS-GRAND-INSURED TO WS-EDIT-AMOUNT
           DISPLAY "  insured:          " WS-EDIT-AMOUNT
           MOVE WS-GRAND-UNINSURED TO WS-EDIT-AMOUNT
           DISPLAY "  uninsured:        " WS-EDIT-AMOUNT
           IF WS-UNVALUED-COUNT > 0
               MOVE WS-UNVALUED-COUNT TO WS-EDIT-COUNT
               DISPLAY "Accounts not valued (no rate or too "
                   "large): " WS-EDIT-COUNT
           END-IF
           DISPLAY "Deposit insurance report written to "
               "deposit_insurance_report.txt"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       READ-COVERAGE-SETTINGS.
           MOVE SPACES TO WS-SETTING-TEXT
           ACCEPT WS-SETTING-TEXT FROM ENVIRONMENT "DEPINS_LIMIT"
           IF WS-SETTING-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SETTING-TEXT) = 0
               COMPUTE WS-COVER-LIMIT =
                   FUNCTION NUMVAL(WS-SETTING-TEXT)
           END-IF
           MOVE SPACES TO WS-SETTING-TEXT
           ACCEPT WS-SETTING-TEXT FROM ENVIRONMENT "DEPINS_TOP"
           IF WS-SETTING-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SETTING-TEXT) = 0
               COMPUTE WS-TOP-COUNT =
                   FUNCTION NUMVAL(WS-SETTING-TEXT)
           END-IF
           IF WS-TOP-COUNT > 50
               MOVE 50 TO WS-TOP-COUNT
           END-IF.

      *>----------------------------------------------------------
      *> Aggregation.
      *>----------------------------------------------------------
       VALUE-ONE-ACCOUNT.
           MOVE L-CURR TO WS-FROM-CURR
           IF WS-FROM-CURR = SPACES
               MOVE "USD" TO WS-FROM-CURR
           END-IF
           IF WS-FROM-CURR = "USD"
               MOVE L-PRINC TO WS-ACCT-USD
           ELSE
               IF L-PRINC > 9999999.99
                   ADD 1 TO WS-UNVALUED-COUNT
                   MOVE L-ACCT-ID TO WS-EDIT-ACCT
                   DISPLAY "*** acct " WS-EDIT-ACCT " balance too "
                       "large to value through CURRCONV ***"
                   EXIT PARAGRAPH
               END-IF
               MOVE L-PRINC  TO WS-PRINC-IN
               MOVE WS-TODAY TO WS-RATE-DATE
               CALL "CURRCONV" USING WS-FROM-CURR WS-TO-CURR
                   WS-PRINC-IN WS-USD-AMOUNT WS-CONV-OK WS-RATE-DATE
               IF WS-CONV-OK NOT = 'Y'
                   ADD 1 TO WS-UNVALUED-COUNT
                   MOVE L-ACCT-ID TO WS-EDIT-ACCT
                   DISPLAY "*** acct " WS-EDIT-ACCT " has no usable "
                       WS-FROM-CURR "/USD rate - not valued ***"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-USD-AMOUNT TO WS-ACCT-USD
           END-IF
           ADD 1 TO WS-VALUED-COUNT

           MOVE 0 TO WS-OWNER-COUNT
           MOVE 'N' TO WS-ACCT-JOINT
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-USED
               IF WS-XR-ACCT(WS-XR-IDX) = L-ACCT-ID
                   ADD 1 TO WS-OWNER-COUNT
                   IF WS-XR-ROLE(WS-XR-IDX) = "J"
                       MOVE 'Y' TO WS-ACCT-JOINT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-OWNER-COUNT = 0
               MOVE "A" TO WS-WORK-KIND
               MOVE L-ACCT-ID TO WS-WORK-NUMBER
               PERFORM FIND-DEPOSITOR-ROW
               IF WS-DP-HIT = 'Y'
                   ADD 1 TO WS-DP-ACCTS(WS-DP-IDX)
                   ADD WS-ACCT-USD TO WS-DP-SOLE(WS-DP-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-OWNER-COUNT > 1
               MOVE 'Y' TO WS-ACCT-JOINT
           END-IF

           COMPUTE WS-SHARE = WS-ACCT-USD / WS-OWNER-COUNT
           COMPUTE WS-SHARE-REM =
               WS-ACCT-USD - WS-SHARE * WS-OWNER-COUNT
           MOVE 'Y' TO WS-FIRST-OWNER
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-USED
               IF WS-XR-ACCT(WS-XR-IDX) = L-ACCT-ID
                   PERFORM ADD-OWNER-HOLDING
               END-IF
           END-PERFORM.

       ADD-OWNER-HOLDING.
           MOVE WS-SHARE TO WS-THIS-SHARE
           IF WS-FIRST-OWNER = 'Y'
               ADD WS-SHARE-REM TO WS-THIS-SHARE
               MOVE 'N' TO WS-FIRST-OWNER
           END-IF
           MOVE "C" TO WS-WORK-KIND
           MOVE WS-XR-CUST(WS-XR-IDX) TO WS-WORK-NUMBER
           PERFORM FIND-DEPOSITOR-ROW
           IF WS-DP-HIT = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DP-ACCTS(WS-DP-IDX)
           IF WS-ACCT-JOINT = 'Y'
               ADD WS-THIS-SHARE TO WS-DP-JOINT(WS-DP-IDX)
           ELSE
               ADD WS-THIS-SHARE TO WS-DP-SOLE(WS-DP-IDX)
           END-IF.

      *> A new depositor takes its name and branch from the account
      *> in hand - its first on the ledger.
       FIND-DEPOSITOR-ROW.
           MOVE 'N' TO WS-DP-HIT
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-USED
                       OR WS-DP-HIT = 'Y'
               IF WS-DP-KIND(WS-DP-IDX) = WS-WORK-KIND
                   AND WS-DP-NUMBER(WS-DP-IDX) = WS-WORK-NUMBER
                   MOVE 'Y' TO WS-DP-HIT
               END-IF
           END-PERFORM
           IF WS-DP-HIT = 'Y'
               SET WS-DP-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-DP-USED >= 2000
               IF WS-DP-FULL-WARNED = 'N'
                   DISPLAY "*** WARNING: depositor table full (2000) "
                       "- report incomplete this run ***"
                   MOVE 'Y' TO WS-DP-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DP-HIT
           ADD 1 TO WS-DP-USED
           SET WS-DP-IDX TO WS-DP-USED
           MOVE WS-WORK-KIND   TO WS-DP-KIND(WS-DP-IDX)
           MOVE WS-WORK-NUMBER TO WS-DP-NUMBER(WS-DP-IDX)
           MOVE L-NAME         TO WS-DP-NAME(WS-DP-IDX)
           MOVE L-BRANCH       TO WS-DP-BRANCH(WS-DP-IDX)
           MOVE 0 TO WS-DP-ACCTS(WS-DP-IDX)
           MOVE 0 TO WS-DP-SOLE(WS-DP-IDX)
           MOVE 0 TO WS-DP-JOINT(WS-DP-IDX)
           MOVE 0 TO WS-DP-INSURED(WS-DP-IDX)
           MOVE 0 TO WS-DP-UNINSURED(WS-DP-IDX)
           MOVE 'N' TO WS-DP-LISTED(WS-DP-IDX).

      *> Sole and joint holdings are each insured up to the limit.
       COVER-ONE-DEPOSITOR.
           MOVE WS-DP-SOLE(WS-DP-IDX) TO WS-WORK-INSURED
           IF WS-WORK-INSURED > WS-COVER-LIMIT
               MOVE WS-COVER-LIMIT TO WS-WORK-INSURED
           END-IF
           MOVE WS-WORK-INSURED TO WS-DP-INSURED(WS-DP-IDX)
           MOVE WS-DP-JOINT(WS-DP-IDX) TO WS-WORK-INSURED
           IF WS-WORK-INSURED > WS-COVER-LIMIT
               MOVE WS-COVER-LIMIT TO WS-WORK-INSURED
           END-IF
           ADD WS-WORK-INSURED TO WS-DP-INSURED(WS-DP-IDX)
           COMPUTE WS-DP-UNINSURED(WS-DP-IDX) =
               WS-DP-SOLE(WS-DP-IDX) + WS-DP-JOINT(WS-DP-IDX)
               - WS-DP-INSURED(WS-DP-IDX)
           IF WS-DP-UNINSURED(WS-DP-IDX) > 0
               ADD 1 TO WS-UNINSURED-COUNT
           END-IF

           ADD 1 TO WS-GRAND-DEPOSITORS
           ADD WS-DP-SOLE(WS-DP-IDX)      TO WS-GRAND-SOLE
           ADD WS-DP-JOINT(WS-DP-IDX)     TO WS-GRAND-JOINT
           ADD WS-DP-INSURED(WS-DP-IDX)   TO WS-GRAND-INSURED
           ADD WS-DP-UNINSURED(WS-DP-IDX) TO WS-GRAND-UNINSURED

           MOVE WS-DP-BRANCH(WS-DP-IDX) TO WS-WORK-BRANCH
           PERFORM FIND-BRANCH-ROW
           IF WS-BT-HIT = 'Y'
               ADD 1 TO WS-BT-DEPOSITORS(WS-BT-IDX)
               ADD WS-DP-SOLE(WS-DP-IDX)  TO WS-BT-SOLE(WS-BT-IDX)
               ADD WS-DP-JOINT(WS-DP-IDX) TO WS-BT-JOINT(WS-BT-IDX)
               ADD WS-DP-INSURED(WS-DP-IDX)
                   TO WS-BT-INSURED(WS-BT-IDX)
               ADD WS-DP-UNINSURED(WS-DP-IDX)
                   TO WS-BT-UNINSURED(WS-BT-IDX)
           END-IF.

       FIND-BRANCH-ROW.
           MOVE 'N' TO WS-BT-HIT
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-USED
                       OR WS-BT-HIT = 'Y'
               IF WS-BT-NUM(WS-BT-IDX) = WS-WORK-BRANCH
                   MOVE 'Y' TO WS-BT-HIT
               END-IF
           END-PERFORM
           IF WS-BT-HIT = 'Y'
               SET WS-BT-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-BT-USED >= 100
               IF WS-BT-FULL-WARNED = 'N'
                   DISPLAY "*** WARNING: branch table full (100) "
                       "- branch totals incomplete this run ***"
                   MOVE 'Y' TO WS-BT-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-BT-HIT
           ADD 1 TO WS-BT-USED
           SET WS-BT-IDX TO WS-BT-USED
           MOVE WS-WORK-BRANCH TO WS-BT-NUM(WS-BT-IDX)
           MOVE 0 TO WS-BT-DEPOSITORS(WS-BT-IDX)
           MOVE 0 TO WS-BT-SOLE(WS-BT-IDX)
           MOVE 0 TO WS-BT-JOINT(WS-BT-IDX)
           MOVE 0 TO WS-BT-INSURED(WS-BT-IDX)
           MOVE 0 TO WS-BT-UNINSURED(WS-BT-IDX)
           MOVE 'N' TO WS-BT-DONE(WS-BT-IDX).

      *>----------------------------------------------------------
      *> Report.
      *>----------------------------------------------------------
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "DEPOSIT INSURANCE COVERAGE - BUSINESS DATE "
                       DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-COVER-LIMIT TO WS-EDIT-LIMIT
           MOVE SPACES TO REPORT-LINE
           STRING "COVERAGE LIMIT PER OWNERSHIP CATEGORY (USD): "
                       DELIMITED BY SIZE
                   WS-EDIT-LIMIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "DEPOSITOR"      TO REPORT-LINE(1:9)
           MOVE "BR"             TO REPORT-LINE(14:2)
           MOVE "ACC"            TO REPORT-LINE(19:3)
           MOVE "SOLE"           TO REPORT-LINE(38:4)
           MOVE "JOINT SHARE"    TO REPORT-LINE(51:11)
           MOVE "TOTAL"          TO REPORT-LINE(77:5)
           MOVE "INSURED"        TO REPORT-LINE(95:7)
           MOVE "UNINSURED"      TO REPORT-LINE(113:9)
           WRITE REPORT-LINE.

       WRITE-DEPOSITOR-LINE.
           MOVE SPACES TO REPORT-LINE
           IF WS-DP-KIND(WS-DP-IDX) = "C"
               MOVE "CUST"       TO REPORT-LINE(1:4)
           ELSE
               MOVE "ACCT"       TO REPORT-LINE(1:4)
           END-IF
           MOVE WS-DP-NUMBER(WS-DP-IDX) TO WS-EDIT-NUMBER
           MOVE WS-EDIT-NUMBER   TO REPORT-LINE(6:6)
           MOVE WS-DP-BRANCH(WS-DP-IDX) TO WS-EDIT-BRANCH
           MOVE WS-EDIT-BRANCH   TO REPORT-LINE(14:3)
           MOVE WS-DP-ACCTS(WS-DP-IDX) TO WS-EDIT-ACCTS
           MOVE WS-EDIT-ACCTS    TO REPORT-LINE(19:3)
           MOVE WS-DP-SOLE(WS-DP-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT   TO REPORT-LINE(24:18)
           MOVE WS-DP-JOINT(WS-DP-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT   TO REPORT-LINE(44:18)
           COMPUTE WS-WORK-TOTAL =
               WS-DP-SOLE(WS-DP-IDX) + WS-DP-JOINT(WS-DP-IDX)
           MOVE WS-WORK-TOTAL    TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT   TO REPORT-LINE(64:18)
           MOVE WS-DP-INSURED(WS-DP-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT   TO REPORT-LINE(84:18)
           MOVE WS-DP-UNINSURED(WS-DP-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT   TO REPORT-LINE(104:18)
           WRITE REPORT-LINE.

      *> Branches in ascending order - pick the lowest not yet
      *> printed each time round.
       WRITE-BRANCH-TOTALS.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BRANCH TOTALS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "BRANCH"         TO REPORT-LINE(1:6)
           MOVE "DEPOSITORS"     TO REPORT-LINE(26:10)
           MOVE "DEPOSITS"       TO REPORT-LINE(56:8)
           MOVE "INSURED"        TO REPORT-LINE(77:7)
           MOVE "UNINSURED"      TO REPORT-LINE(95:9)
           WRITE REPORT-LINE
           PERFORM WS-BT-USED TIMES
               MOVE 0 TO WS-PICK-ROW
               PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                       UNTIL WS-BT-IDX > WS-BT-USED
                   IF WS-BT-DONE(WS-BT-IDX) = 'N'
                       IF WS-PICK-ROW = 0
                           SET WS-PICK-ROW TO WS-BT-IDX
                       ELSE
                           IF WS-BT-NUM(WS-BT-IDX)
                                   < WS-BT-NUM(WS-PICK-ROW)
                               SET WS-PICK-ROW TO WS-BT-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM WRITE-ONE-BRANCH-TOTAL
           END-PERFORM.

       WRITE-ONE-BRANCH-TOTAL.
           MOVE 'Y' TO WS-BT-DONE(WS-PICK-ROW)
           MOVE WS-BT-NUM(WS-PICK-ROW) TO WS-WORK-BRANCH
           CALL "BRNAME" USING WS-WORK-BRANCH WS-BR-NAME
               WS-BR-REGION WS-BR-OPEN WS-BR-FOUND WS-BR-ANY
           IF WS-BR-FOUND NOT = 'Y'
               MOVE "(not on branch master)" TO WS-BR-NAME
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-WORK-BRANCH   TO WS-EDIT-BRANCH
           MOVE WS-EDIT-BRANCH   TO REPORT-LINE(1:3)
           MOVE WS-BR-NAME       TO REPORT-LINE(5:20)
           MOVE WS-BT-DEPOSITORS(WS-PICK-ROW) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT    TO REPORT-LINE(29:7)
           COMPUTE WS-WORK-TOTAL = WS-BT-SOLE(WS-PICK-ROW)
               + WS-BT-JOINT(WS-PICK-ROW)
           MOVE WS-WORK-TOTAL    TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT   TO REPORT-LINE(46:18)
           MOVE WS-BT-INSURED(WS-PICK-ROW) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT   TO REPORT-LINE(66:18)
           MOVE WS-BT-UNINSURED(WS-PICK-ROW) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT   TO REPORT-LINE(86:18)
           WRITE REPORT-LINE.

       WRITE-GRAND-TOTAL.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GRAND-DEPOSITORS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "DEPOSITORS:                 " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-UNINSURED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  WITH UNINSURED BALANCES:  " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-GRAND-SOLE TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "SOLE HOLDINGS (USD):   " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-GRAND-JOINT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "JOINT HOLDINGS (USD):  " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           COMPUTE WS-WORK-TOTAL = WS-GRAND-SOLE + WS-GRAND-JOINT
           MOVE WS-WORK-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL DEPOSITS (USD):  " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-GRAND-INSURED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  INSURED:             " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-GRAND-UNINSURED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  UNINSURED:           " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-VALUED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS VALUED:            " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-UNVALUED-COUNT > 0
               MOVE WS-UNVALUED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "ACCOUNTS NOT VALUED (NO RATE OR TOO LARGE): "
                           DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

      *> Largest first: each rank takes the biggest uninsured
      *> balance not already listed.
       WRITE-LARGEST-UNINSURED.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOP-COUNT TO WS-EDIT-RANK
           MOVE SPACES TO REPORT-LINE
           STRING "LARGEST UNINSURED DEPOSITORS (TOP " DELIMITED BY SIZE
                   WS-EDIT-RANK DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-UNINSURED-COUNT = 0
               MOVE "  (no uninsured balances)" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-TOP-COUNT
                       OR WS-RANK > WS-UNINSURED-COUNT
               MOVE 0 TO WS-BEST-ROW
               MOVE 0 TO WS-BEST-AMOUNT
               PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                       UNTIL WS-DP-IDX > WS-DP-USED
                   IF WS-DP-LISTED(WS-DP-IDX) = 'N'
                       AND WS-DP-UNINSURED(WS-DP-IDX) > WS-BEST-AMOUNT
                       SET WS-BEST-ROW TO WS-DP-IDX
                       MOVE WS-DP-UNINSURED(WS-DP-IDX)
                           TO WS-BEST-AMOUNT
                   END-IF
               END-PERFORM
               IF WS-BEST-ROW > 0
                   PERFORM WRITE-ONE-LARGEST
               END-IF
           END-PERFORM.

       WRITE-ONE-LARGEST.
           SET WS-DP-IDX TO WS-BEST-ROW
           MOVE 'Y' TO WS-DP-LISTED(WS-DP-IDX)
           MOVE SPACES TO REPORT-LINE
           MOVE WS-RANK          TO WS-EDIT-RANK
           MOVE WS-EDIT-RANK     TO REPORT-LINE(1:2)
           IF WS-DP-KIND(WS-DP-IDX) = "C"
               MOVE "CUST"       TO REPORT-LINE(5:4)
           ELSE
               MOVE "ACCT"       TO REPORT-LINE(5:4)
           END-IF
           MOVE WS-DP-NUMBER(WS-DP-IDX) TO WS-EDIT-NUMBER
           MOVE WS-EDIT-NUMBER   TO REPORT-LINE(10:6)
           MOVE WS-DP-NAME(WS-DP-IDX) TO REPORT-LINE(18:20)
           MOVE WS-DP-BRANCH(WS-DP-IDX) TO WS-EDIT-BRANCH
           MOVE WS-EDIT-BRANCH   TO REPORT-LINE(40:3)
           COMPUTE WS-WORK-TOTAL =
               WS-DP-SOLE(WS-DP-IDX) + WS-DP-JOINT(WS-DP-IDX)
           MOVE WS-WORK-TOTAL    TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT   TO REPORT-LINE(45:18)
           MOVE "UNINSURED"      TO REPORT-LINE(65:9)
           MOVE WS-DP-UNINSURED(WS-DP-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT   TO REPORT-LINE(75:18)
           WRITE REPORT-LINE.

      *>----------------------------------------------------------
      *> Files.
      *>----------------------------------------------------------
       LOAD-XREF-FILE.
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-XREF-EOF = 'Y'
               READ XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF
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
           IF WS-XR-USED >= 500
               DISPLAY "*** WARNING: cross-reference table full "
                   "(500), line ignored: " XREF-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-XR-USED
           COMPUTE WS-XR-CUST(WS-XR-USED) =
               FUNCTION NUMVAL(WS-TOKEN-CUSTNO)
           COMPUTE WS-XR-ACCT(WS-XR-USED) =
               FUNCTION NUMVAL(WS-TOKEN-ACCT)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-ROLE)
               TO WS-XR-ROLE(WS-XR-USED).

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
           MOVE "STEP: DEPINSURE" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-GRAND-DEPOSITORS TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Depositors:                  "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-UNINSURED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  With uninsured balances:     "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-GRAND-INSURED TO WS-EDIT-AMOUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Insured (USD):      " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-GRAND-UNINSURED TO WS-EDIT-AMOUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Uninsured (USD):    " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           IF WS-UNVALUED-COUNT > 0
               MOVE WS-UNVALUED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO EOD-LINE
               STRING "  Accounts not valued:         "
                           DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO EOD-LINE
               END-STRING
               WRITE EOD-LINE
           END-IF
           CLOSE EOD-FILE.
