       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATECHGRPT.

      *> Product rate-change report. For every dated change on the
      *> product rate history (product_rates.dat, kept by PRODMAINT)
      *> that takes effect this business month or later - the ones
      *> month-end accrual has still to pay - lists each account on
      *> the product that earns credit interest, with its balance
      *> and the projected interest difference the change makes:
      *>   THIS MONTH  the balance times the rate difference for the
      *>               days of the change's month at the new rate,
      *>               as ACCRUELEDGER's split month will pay it on
      *>               the month-end basis;
      *>   FULL YEAR   the balance times the rate difference for a
      *>               year, so a cut can be weighed before it lands.
      *> Both are on today's balance and negative for a cut. The old
      *> rate is the one in force the day before the change
      *> (PRODRATE). Closed, matured and charged-off accounts earn
      *> nothing and are left out, as are overdrawn ones. Amounts
      *> are in each account's own currency and are totalled as
      *> such. Read-only apart from rate_change_report.txt; adds the
      *> usual page to the end-of-day pack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "product_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-FILE ASSIGN TO "rate_change_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  HISTORY-FILE.
       01  HISTORY-LINE          PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(100).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-HISTORY-STATUS     PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-LEDGER-EOF         PIC X.
       01  WS-HISTORY-EOF        PIC X VALUE 'N'.
       01  WS-TODAY              PIC 9(8).
       01  WS-MONTH-START        PIC 9(8).
       01  WS-CURRENT-PERIOD     PIC 9(6).
       01  WS-TRAILER-ID         PIC 9(6) VALUE 999999.

       01  WS-TOKEN-CODE         PIC X(4).
       01  WS-TOKEN-RATE         PIC X(8).
       01  WS-TOKEN-DATE         PIC X(8).
       01  WS-TOKEN-OPERATOR     PIC X(4).

      *> The changes still to be accrued, in file order.
       01  WS-CHANGE-TABLE.
           05 WS-CH-ROW OCCURS 100 TIMES INDEXED BY WS-CH-IDX.
               10 WS-CH-CODE     PIC X(4).
               10 WS-CH-NEW-RATE PIC 9(3)V99.
               10 WS-CH-EFFDATE  PIC 9(8).
               10 WS-CH-OPERATOR PIC X(4).
       01  WS-CH-COUNT           PIC 9(3) VALUE 0.
       01  WS-CH-SKIPPED         PIC 9(7) VALUE 0.

      *> PRODRATE arguments: the rate the day before the change.
       01  WS-DAY-BEFORE         PIC 9(8).
       01  WS-OLD-RATE           PIC 9(3)V99   COMP-3.
       01  WS-OLD-NEXT           PIC 9(8).
       01  WS-OLD-FOUND          PIC X.

      *> The change's month: its length and the days from the
      *> change to the month's end, which earn the new rate.
       01  WS-CH-PERIOD          PIC 9(6).
       01  WS-CH-YEAR            PIC 9(4).
       01  WS-CH-MONTH           PIC 9(2).
       01  WS-CH-MONTH-START     PIC 9(8).
       01  WS-NEXT-MONTH-START   PIC 9(8).
       01  WS-MONTH-DAYS         PIC 9(3).
       01  WS-NEW-DAYS           PIC 9(3).
       01  WS-RATE-DIFF          PIC S9(3)V99.

       01  WS-MONTH-DIFF         PIC S9(9)V99.
       01  WS-YEAR-DIFF          PIC S9(9)V99.
       01  WS-CH-ACCOUNTS        PIC 9(7).
       01  WS-CH-BALANCE         PIC 9(13)V99.
       01  WS-CH-MONTH-TOTAL     PIC S9(11)V99.
       01  WS-CH-YEAR-TOTAL      PIC S9(11)V99.
       01  WS-GRAND-ACCOUNTS     PIC 9(7) VALUE 0.
       01  WS-GRAND-MONTH        PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-YEAR         PIC S9(11)V99 VALUE 0.

       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-RATE          PIC ZZ9.99.
       01  WS-EDIT-BALANCE       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-DIFF          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL         PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-ACCT          PIC 9(6).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "BUSDATE" USING WS-TODAY
           COMPUTE WS-CURRENT-PERIOD = WS-TODAY / 100
           COMPUTE WS-MONTH-START = WS-CURRENT-PERIOD * 100 + 1
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-EOF = 'Y'
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-CHANGE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               IF WS-HISTORY-STATUS NOT = "35"
                   DISPLAY "ERROR opening product_rates.dat, status = "
                       WS-HISTORY-STATUS
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM WRITE-RATE-CHANGE-REPORT
           PERFORM APPEND-EOD-SUMMARY

           MOVE WS-CH-COUNT TO WS-EDIT-COUNT
           DISPLAY "Rate changes still to accrue: " WS-EDIT-COUNT
           MOVE WS-GRAND-ACCOUNTS TO WS-EDIT-COUNT
           DISPLAY "Account lines affected:       " WS-EDIT-COUNT
           IF WS-CH-SKIPPED > 0
               MOVE WS-CH-SKIPPED TO WS-EDIT-COUNT
               DISPLAY "*** WARNING: " WS-EDIT-COUNT " change(s) "
                   "beyond the 100-change table not listed ***"
           END-IF
           DISPLAY "Rate-change report written to "
               "rate_change_report.txt"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-ONE-CHANGE.
           MOVE SPACES TO WS-TOKEN-CODE WS-TOKEN-RATE WS-TOKEN-DATE
               WS-TOKEN-OPERATOR
           UNSTRING HISTORY-LINE DELIMITED BY ","
               INTO WS-TOKEN-CODE WS-TOKEN-RATE WS-TOKEN-DATE
                   WS-TOKEN-OPERATOR
           END-UNSTRING
           IF WS-TOKEN-CODE = SPACES
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-RATE) NOT = 0
               OR WS-TOKEN-DATE = SPACES
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-TOKEN-DATE) < WS-MONTH-START
               EXIT PARAGRAPH
           END-IF
           IF WS-CH-COUNT >= 100
               ADD 1 TO WS-CH-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CH-COUNT
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-CODE)
               TO WS-CH-CODE(WS-CH-COUNT)
           COMPUTE WS-CH-NEW-RATE(WS-CH-COUNT) =
               FUNCTION NUMVAL(WS-TOKEN-RATE)
           COMPUTE WS-CH-EFFDATE(WS-CH-COUNT) =
               FUNCTION NUMVAL(WS-TOKEN-DATE)
           MOVE WS-TOKEN-OPERATOR TO WS-CH-OPERATOR(WS-CH-COUNT).

       WRITE-RATE-CHANGE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening rate_change_report.txt, "
                   "status = " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "PRODUCT RATE CHANGES - BUSINESS DATE "
                       DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CH-COUNT = 0
               MOVE "  (no rate change still to accrue)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT
               PERFORM WRITE-ONE-CHANGE
           END-PERFORM
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CH-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "RATE CHANGES:      " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-GRAND-ACCOUNTS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT LINES:     " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-GRAND-MONTH TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "THIS MONTH AS KEYED:" DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-GRAND-YEAR TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "FULL YEAR AS KEYED: " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

      *> One change: its heading, then a pass of the ledger for the
      *> accounts on the product.
       WRITE-ONE-CHANGE.
           COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CH-EFFDATE(WS-CH-IDX)) - 1)
           CALL "PRODRATE" USING WS-CH-CODE(WS-CH-IDX)
               WS-DAY-BEFORE WS-OLD-RATE WS-OLD-NEXT WS-OLD-FOUND
           IF WS-OLD-FOUND NOT = 'Y'
               MOVE WS-CH-NEW-RATE(WS-CH-IDX) TO WS-OLD-RATE
           END-IF
           COMPUTE WS-RATE-DIFF =
               WS-CH-NEW-RATE(WS-CH-IDX) - WS-OLD-RATE
           COMPUTE WS-CH-PERIOD = WS-CH-EFFDATE(WS-CH-IDX) / 100
           COMPUTE WS-CH-MONTH-START = WS-CH-PERIOD * 100 + 1
           DIVIDE WS-CH-PERIOD BY 100
               GIVING WS-CH-YEAR
               REMAINDER WS-CH-MONTH
           IF WS-CH-MONTH = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-CH-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-CH-MONTH-START + 100
           END-IF
           COMPUTE WS-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
               - FUNCTION INTEGER-OF-DATE(WS-CH-MONTH-START)
           COMPUTE WS-NEW-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
               - FUNCTION INTEGER-OF-DATE(WS-CH-EFFDATE(WS-CH-IDX))

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-OLD-RATE TO WS-EDIT-RATE
           STRING "PRODUCT " DELIMITED BY SIZE
                   WS-CH-CODE(WS-CH-IDX) DELIMITED BY SIZE
                   "  FROM " DELIMITED BY SIZE
                   WS-CH-EFFDATE(WS-CH-IDX) DELIMITED BY SIZE
                   "  RATE " DELIMITED BY SIZE
                   WS-EDIT-RATE DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING
           MOVE WS-CH-NEW-RATE(WS-CH-IDX) TO WS-EDIT-RATE
           MOVE WS-EDIT-RATE TO REPORT-LINE(45:6)
           MOVE "KEYED BY"   TO REPORT-LINE(53:8)
           MOVE WS-CH-OPERATOR(WS-CH-IDX) TO REPORT-LINE(62:4)
           IF WS-OLD-FOUND NOT = 'Y'
               MOVE "(no earlier rate on the history)"
                   TO REPORT-LINE(67:32)
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "ACCOUNT"      TO REPORT-LINE(3:7)
           MOVE "CUR"          TO REPORT-LINE(11:3)
           MOVE "BALANCE"      TO REPORT-LINE(26:7)
           MOVE "THIS MONTH"   TO REPORT-LINE(40:10)
           MOVE "FULL YEAR"    TO REPORT-LINE(56:9)
           WRITE REPORT-LINE

           MOVE 0 TO WS-CH-ACCOUNTS WS-CH-BALANCE
               WS-CH-MONTH-TOTAL WS-CH-YEAR-TOTAL
           MOVE 'N' TO WS-LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "  (no ledger.txt - no accounts to list)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       IF L-ACCT-ID NOT = WS-TRAILER-ID
                           AND L-PRODUCT = WS-CH-CODE(WS-CH-IDX)
                           AND L-STATUS NOT = "C"
                           AND L-STATUS NOT = "M"
                           AND L-STATUS NOT = "W"
                           AND L-PRINC > 0
                           PERFORM WRITE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE

           MOVE WS-CH-ACCOUNTS TO WS-EDIT-COUNT
           MOVE WS-CH-MONTH-TOTAL TO WS-EDIT-DIFF
           MOVE SPACES TO REPORT-LINE
           STRING "    ACCOUNTS:" DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "   THIS MONTH:" DELIMITED BY SIZE
                   WS-EDIT-DIFF DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING
           MOVE WS-CH-YEAR-TOTAL TO WS-EDIT-DIFF
           MOVE "FULL YEAR:" TO REPORT-LINE(61:10)
           MOVE WS-EDIT-DIFF TO REPORT-LINE(71:15)
           WRITE REPORT-LINE.

       WRITE-ONE-ACCOUNT.
           COMPUTE WS-MONTH-DIFF ROUNDED =
               L-PRINC * WS-RATE-DIFF * WS-NEW-DAYS
               / WS-MONTH-DAYS / 100 / 12
           COMPUTE WS-YEAR-DIFF ROUNDED =
               L-PRINC * WS-RATE-DIFF / 100
           ADD 1 TO WS-CH-ACCOUNTS WS-GRAND-ACCOUNTS
           ADD L-PRINC TO WS-CH-BALANCE
           ADD WS-MONTH-DIFF TO WS-CH-MONTH-TOTAL WS-GRAND-MONTH
           ADD WS-YEAR-DIFF TO WS-CH-YEAR-TOTAL WS-GRAND-YEAR
           MOVE SPACES TO REPORT-LINE
           MOVE L-ACCT-ID TO WS-EDIT-ACCT
           MOVE WS-EDIT-ACCT TO REPORT-LINE(3:6)
           IF L-CURR = SPACES
               MOVE "USD" TO REPORT-LINE(11:3)
           ELSE
               MOVE L-CURR TO REPORT-LINE(11:3)
           END-IF
           MOVE L-PRINC TO WS-EDIT-BALANCE
           MOVE WS-EDIT-BALANCE TO REPORT-LINE(16:17)
           MOVE WS-MONTH-DIFF TO WS-EDIT-DIFF
           MOVE WS-EDIT-DIFF TO REPORT-LINE(35:15)
           MOVE WS-YEAR-DIFF TO WS-EDIT-DIFF
           MOVE WS-EDIT-DIFF TO REPORT-LINE(50:15)
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
           MOVE "STEP: RATECHGRPT" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-CH-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Rate changes still to accrue:" DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-GRAND-ACCOUNTS TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Account lines affected:      " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           CLOSE EOD-FILE.
