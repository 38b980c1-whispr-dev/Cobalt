      *> L-TOTAL is left alone as WriteLedger's at-a-glance
      *> projection; the accrual itself reaches L-PRINC only through
      *> POSTLEDGER.
      *> Two accrual bases, chosen per product (BASIS on
      *> product_master.dat, served by PRODCAT): M pays the month's
      *> interest on the balance standing at month-end, the original
      *> rule and still the rule for off-catalog accounts and every
      *> product not switched over; A pays on the average daily
      *> balance over the month, actual/365 - each day's closing
      *> balance from balance_history.dat (END-OF-DAY), so money
      *> that sat with us for 29 days earns 29 days and a deposit on
      *> the 30th earns two.
      *> Either way the month is split at each dated change on the
      *> product's rate history (product_rates.dat, PRODRATE): each
      *> day earns at the rate in force that day, so a change on
      *> the 20th pays the old rate for nineteen days and the new
      *> one for the rest, not the new rate for the whole month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS C-ACCT-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "balance_history.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY BALHREC.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.
       01  WS-PROD-OD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-OD-RATE       PIC 9(3)V99 COMP-3.
       01  WS-PROD-WD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-ACCRUAL       PIC X.
       01  WS-ACCRUAL-BASIS      PIC X.

      *> Average-daily-balance accrual. WS-ACCRUE-PERIOD is the
      *> YYYYMM month each generated IN covers - the month after the
      *> entry's stamp (the current month for a never-accrued
      *> entry), stepping one month per catch-up month. The period
      *> runs from the 1st to the month's last day, or to the
      *> business date when that comes first - unless the business
      *> date is the month's last business day (BUSDAY), when the
      *> closed days after it carry its balance to the month's
      *> last calendar day. Each day takes its
      *> END-OF-DAY balance; a day with no record carries the last
      *> balance forward (the night being accrued is not captured
      *> until END-OF-DAY runs, and its opening balance is the
      *> previous close); a day in overdraft counts as zero, as the
      *> month-end rule skips an overdrawn account. An account with
      *> no history at all up to the period's end - one opened
      *> before END-OF-DAY kept history - is taken at L-PRINC for
      *> every day, which is the month-end figure.
       01  WS-HIST-STATUS        PIC XX.
       01  WS-HIST-EOF           PIC X.
       01  WS-ACCRUE-PERIOD      PIC 9(6).
       01  WS-ACCRUE-YEAR        PIC 9(4).
       01  WS-ACCRUE-MONTH       PIC 9(2).
       01  WS-PERIOD-START       PIC 9(8).
       01  WS-PERIOD-END         PIC 9(8).
       01  WS-NEXT-MONTH-START   PIC 9(8).
       01  WS-PERIOD-DAYS        PIC 9(3).
       01  WS-BUSDAY-FUNCTION    PIC X VALUE "L".
       01  WS-BUSDAY-DAYS        PIC 9(3) VALUE 0.
       01  WS-LAST-BUS-DAY       PIC 9(8).
       01  WS-DAY-NO             PIC 9(3).
       01  WS-DAY-TABLE.
           05 WS-DB-ROW OCCURS 31 TIMES.
               10 WS-DB-SEEN     PIC X.
               10 WS-DB-BALANCE  PIC S9(10)V99.
       01  WS-CARRY-SEEN         PIC X.
       01  WS-CARRY-DATE         PIC 9(8).
       01  WS-CARRY-BALANCE      PIC S9(10)V99.
       01  WS-HIST-FOUND         PIC X.
       01  WS-ADB-PRODUCT        PIC 9(15)V9(4).
       01  WS-ADB-COUNT          PIC 9(7) VALUE 0.
       01  WS-EDIT-ADB           PIC Z(6)9.

      *> The rate each day of the accrual month earns at, from the
      *> product's dated history; an account with no history (or
      *> off-catalog) has WS-EFFECTIVE-RATE on every day. The
      *> month-end basis pays the balance times the days' average
      *> rate, which with one rate all month is the original sum.
       01  WS-RATE-TABLE.
           05 WS-DR-RATE OCCURS 31 TIMES PIC 9(3)V99 COMP-3.
       01  WS-RATE-SPLIT         PIC X.
       01  WS-SEG-DATE           PIC 9(8).
       01  WS-SEG-RATE           PIC 9(3)V99 COMP-3.
       01  WS-SEG-NEXT           PIC 9(8).
       01  WS-SEG-FOUND          PIC X.
       01  WS-SEG-LAST-DAY       PIC 9(3).
       01  WS-RATE-DAY-SUM       PIC 9(7)V99.
       01  WS-SPLIT-COUNT        PIC 9(7) VALUE 0.
       01  WS-EDIT-SPLIT         PIC Z(6)9.

      *> Withholding tax on interest: a customer whose tax status
      *> is "W" (C-TAX-STATUS, kept by CUSTMAINT) has each IN
       01  WS-EDIT-WHT           PIC Z(6)9.
       01  WS-PROD-FOUND         PIC X.

      *> Interest payout: an account whose customer.dat record
      *> carries an interest disposition (C-INT-DISP, CUSTMAINT)
      *> keeps its gross IN and any WT exactly as above, and the
      *> net of the two then leaves in the same run - a TF to the
      *> nominated account (disposition "A") or a WD to the
      *> nominated payee (disposition "P", the PY link PAYOUTFILE
      *> pays out on). Both carry external reference INTPAY so the
      *> statements and the tax report can say where the interest
      *> went; the TF also references its IN the way the WT does.
      *> The projected balance nets the payout off, so a paid-out
      *> month compounds nothing.
       01  WS-IN-TRANS-ID        PIC 9(13).
       01  WS-NET-INTEREST       PIC S9(7)V99.
       01  WS-PAYOUT-COUNT       PIC 9(7) VALUE 0.
       01  WS-EDIT-PAYOUT        PIC Z(6)9.

      *> Trailer bookkeeping for transactions.dat, mirroring the
      *> writer: refreshed once after the run's appends.
       01  WS-TRANS-TRAILER-ID   PIC 9(13) VALUE 9999999999999.
                   NOT AT END
      *> Closed accounts stay on file for history but earn
      *> nothing; matured-awaiting-instruction accounts stopped
      *> earning when their term ended, and a charged-off account
      *> stopped when its balance was written off.
                       IF L-ACCT-ID NOT = WS-TRAILER-ID
                           AND L-STATUS NOT = "C"
                           AND L-STATUS NOT = "M"
                           AND L-STATUS NOT = "W"
                           PERFORM ACCRUE-ONE-ENTRY
                       END-IF
               END-READ
           MOVE WS-WHT-COUNT TO WS-EDIT-WHT
           DISPLAY "Withholding-tax debits generated: "
               WS-EDIT-WHT
           MOVE WS-PAYOUT-COUNT TO WS-EDIT-PAYOUT
           DISPLAY "Interest payouts to a nominated account or "
               "payee: " WS-EDIT-PAYOUT
           MOVE WS-ADB-COUNT TO WS-EDIT-ADB
           DISPLAY "Months accrued on average daily balance: "
               WS-EDIT-ADB
           MOVE WS-SPLIT-COUNT TO WS-EDIT-SPLIT
           DISPLAY "Months split at a product rate change: "
               WS-EDIT-SPLIT
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           GOBACK.

       ACCRUE-ONE-ENTRY.
           PERFORM RESOLVE-ACCOUNT-RATE
      *> Overdrawn accounts earn nothing - L-PRINC went signed
      *> with authorized overdrafts, and the unsigned working
      *> balance would otherwise accrue credit interest on the
      *> absolute value of an overdraft ODINTEREST is already
      *> charging for. An average-daily-balance account overdrawn
      *> tonight still earns for the days it spent in credit.
           IF L-PRINC <= 0 AND WS-ACCRUAL-BASIS NOT = "A"
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
                       MOVE 1 TO WS-MONTHS-DUE
                   END-IF
               END-IF
               IF L-LAST-ACCRUED = 0
                   MOVE WS-CURRENT-PERIOD TO WS-ACCRUE-PERIOD
               ELSE
                   MOVE L-LAST-ACCRUED TO WS-ACCRUE-PERIOD
                   PERFORM ADVANCE-ACCRUE-PERIOD
               END-IF
               IF L-PRINC > 0
                   MOVE L-PRINC TO WS-WORK-BALANCE
               ELSE
                   MOVE 0 TO WS-WORK-BALANCE
               END-IF
               MOVE 'N' TO WS-ACCT-GENERATED
               PERFORM GENERATE-ONE-MONTH WS-MONTHS-DUE TIMES
               IF WS-MONTHS-DUE > 1 OR L-LAST-ACCRUED = 0
      *> own currency; zero-interest months (zero balance or zero
      *> rate) generate nothing.
       GENERATE-ONE-MONTH.
           IF WS-ACCRUAL-BASIS = "A"
               PERFORM COMPUTE-ADB-INTEREST
           ELSE
               PERFORM SET-MONTH-DATES
               PERFORM LOAD-PERIOD-RATES
               IF WS-RATE-SPLIT = 'Y'
                   MOVE 0 TO WS-RATE-DAY-SUM
                   PERFORM VARYING WS-DAY-NO FROM 1 BY 1
                           UNTIL WS-DAY-NO > WS-PERIOD-DAYS
                       ADD WS-DR-RATE(WS-DAY-NO) TO WS-RATE-DAY-SUM
                   END-PERFORM
                   COMPUTE WS-MONTH-INTEREST ROUNDED =
                       WS-WORK-BALANCE * WS-RATE-DAY-SUM
                       / WS-PERIOD-DAYS / 100 / 12
               ELSE
                   COMPUTE WS-MONTH-INTEREST ROUNDED =
                       WS-WORK-BALANCE * WS-DR-RATE(1) / 100 / 12
               END-IF
           END-IF
           PERFORM ADVANCE-ACCRUE-PERIOD
           IF WS-MONTH-INTEREST = 0
               EXIT PARAGRAPH
           END-IF
           END-IF
           ADD 1 TO WS-GENERATED-COUNT
           MOVE 'Y' TO WS-ACCT-GENERATED
           MOVE TRANS-ID TO WS-IN-TRANS-ID
           MOVE 0 TO WS-WHT-AMOUNT
           PERFORM GENERATE-WITHHOLDING
           PERFORM GENERATE-INTEREST-PAYOUT.

      *> The withholding debit rides right behind its interest
      *> credit, referencing it the way a reversal references its
           ADD 1 TO WS-WHT-COUNT
           ADD 1 TO WS-GENERATED-COUNT.

      *> The net interest leaves for the nominated account or payee
      *> right behind its IN (and WT). A record with no disposition
      *> - or one written before the field existed - capitalizes.
       GENERATE-INTEREST-PAYOUT.
           IF WS-CUST-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE L-ACCT-ID TO C-ACCT-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF C-INT-DISP NOT = "A" AND C-INT-DISP NOT = "P"
               EXIT PARAGRAPH
           END-IF
           IF C-INT-DEST NOT NUMERIC OR C-INT-DEST = 0
               OR (C-INT-DISP = "A" AND C-INT-DEST = L-ACCT-ID)
               DISPLAY "*** WARNING: account " L-ACCT-ID " has no "
                   "usable interest destination - interest "
                   "capitalized ***"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NET-INTEREST = WS-MONTH-INTEREST - WS-WHT-AMOUNT
           IF WS-NET-INTEREST <= 0
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-NET-INTEREST FROM WS-WORK-BALANCE
           ADD 1 TO WS-TRANS-ID
           MOVE WS-TRANS-ID       TO TRANS-ID
           MOVE WS-TODAY          TO TRANS-DATE
           MOVE L-ACCT-ID         TO TRANS-ACCT-ID
           MOVE WS-NET-INTEREST   TO TRANS-AMOUNT
           IF C-INT-DISP = "A"
               MOVE "TF"           TO TRANS-TYPE
               MOVE WS-IN-TRANS-ID TO TRANS-REF-ID
               MOVE "IN"           TO TRANS-REF-TYPE
               MOVE C-INT-DEST     TO TRANS-TO-ACCT
           ELSE
               MOVE "WD"           TO TRANS-TYPE
               MOVE C-INT-DEST     TO TRANS-REF-ID
               MOVE "PY"           TO TRANS-REF-TYPE
               MOVE ZERO           TO TRANS-TO-ACCT
           END-IF
           IF L-CURR = SPACES
               MOVE "USD" TO TRANS-CURR
           ELSE
               MOVE L-CURR TO TRANS-CURR
           END-IF
           MOVE "INTPAY"          TO TRANS-EXT-REF
           MOVE L-BRANCH          TO TRANS-BRANCH
           MOVE SPACES            TO TRANS-TELLER
           MOVE ZERO              TO TRANS-CHECK-NO
           WRITE TRANSACTION-RECORD
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR writing transactions.dat, status = "
                   WS-TRANS-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-PAYOUT-COUNT
           ADD 1 TO WS-GENERATED-COUNT.

      *> Whole months between the entry's last-accrued period and the
      *> current one. An entry that has never been accrued (stamp of
      *> zero) gets exactly one month - there is no way to know how
      *> account's own L-RATE otherwise - see WS-EFFECTIVE-RATE.
       RESOLVE-ACCOUNT-RATE.
           MOVE L-RATE TO WS-EFFECTIVE-RATE
           MOVE "M" TO WS-ACCRUAL-BASIS
           MOVE 'N' TO WS-PROD-FOUND
           IF L-PRODUCT NOT = SPACES
               MOVE 'N' TO WS-PROD-FOUND
               CALL "PRODCAT" USING L-PRODUCT WS-PROD-METHOD
                   WS-PROD-RATE WS-PROD-FEE WS-PROD-WAIVER
                   WS-PROD-OD-LIMIT WS-PROD-OD-RATE
                   WS-PROD-WD-LIMIT WS-PROD-ACCRUAL
                   WS-PROD-FOUND
               IF WS-PROD-FOUND = 'Y'
                   MOVE WS-PROD-RATE TO WS-EFFECTIVE-RATE
                   IF WS-PROD-ACCRUAL = "A"
                       MOVE "A" TO WS-ACCRUAL-BASIS
                   END-IF
               END-IF
           END-IF.

      *> One month's interest on the average daily balance of
      *> WS-ACCRUE-PERIOD, actual/365: the sum of the daily balances
      *> times the rate over 365 days, which is the average balance
      *> times the rate times days/365.
       COMPUTE-ADB-INTEREST.
           MOVE 0 TO WS-MONTH-INTEREST
           PERFORM SET-MONTH-DATES
           IF WS-PERIOD-END > WS-TODAY
               CALL "BUSDAY" USING WS-BUSDAY-FUNCTION
                   WS-PERIOD-START WS-BUSDAY-DAYS WS-LAST-BUS-DAY
               IF WS-TODAY < WS-LAST-BUS-DAY
                   MOVE WS-TODAY TO WS-PERIOD-END
               END-IF
           END-IF
           IF WS-PERIOD-END < WS-PERIOD-START
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
               - FUNCTION INTEGER-OF-DATE(WS-PERIOD-START) + 1

           PERFORM LOAD-PERIOD-RATES
           PERFORM LOAD-PERIOD-HISTORY
           MOVE 0 TO WS-ADB-PRODUCT
           IF WS-HIST-FOUND = 'N'
               IF L-PRINC > 0
                   PERFORM VARYING WS-DAY-NO FROM 1 BY 1
                           UNTIL WS-DAY-NO > WS-PERIOD-DAYS
                       COMPUTE WS-ADB-PRODUCT = WS-ADB-PRODUCT
                           + L-PRINC * WS-DR-RATE(WS-DAY-NO)
                   END-PERFORM
               END-IF
           ELSE
               PERFORM VARYING WS-DAY-NO FROM 1 BY 1
                       UNTIL WS-DAY-NO > WS-PERIOD-DAYS
                   IF WS-DB-SEEN(WS-DAY-NO) = 'Y'
                       MOVE WS-DB-BALANCE(WS-DAY-NO)
                           TO WS-CARRY-BALANCE
                       MOVE 'Y' TO WS-CARRY-SEEN
                   END-IF
                   IF WS-CARRY-SEEN = 'Y' AND WS-CARRY-BALANCE > 0
                       COMPUTE WS-ADB-PRODUCT = WS-ADB-PRODUCT
                           + WS-CARRY-BALANCE * WS-DR-RATE(WS-DAY-NO)
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-MONTH-INTEREST ROUNDED =
               WS-ADB-PRODUCT / 36500
               ON SIZE ERROR
                   DISPLAY "*** WARNING: average-balance interest "
                       "for account " L-ACCT-ID " exceeds the "
                       "amount field - not generated ***"
                   MOVE 0 TO WS-MONTH-INTEREST
           END-COMPUTE
           ADD 1 TO WS-ADB-COUNT.

      *> WS-ACCRUE-PERIOD as dates: its 1st to its last calendar day.
       SET-MONTH-DATES.
           COMPUTE WS-PERIOD-START = WS-ACCRUE-PERIOD * 100 + 1
           DIVIDE WS-ACCRUE-PERIOD BY 100
               GIVING WS-ACCRUE-YEAR
               REMAINDER WS-ACCRUE-MONTH
           IF WS-ACCRUE-MONTH = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-ACCRUE-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-PERIOD-START + 100
           END-IF
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1)
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
               - FUNCTION INTEGER-OF-DATE(WS-PERIOD-START) + 1.

      *> Each day of the period at the rate in force that day,
      *> walked one history segment at a time: PRODRATE gives the
      *> rate on the segment's first day and the date of the next
      *> change, and the segment runs to the day before it.
       LOAD-PERIOD-RATES.
           MOVE 'N' TO WS-RATE-SPLIT
           PERFORM VARYING WS-DAY-NO FROM 1 BY 1
                   UNTIL WS-DAY-NO > 31
               MOVE WS-EFFECTIVE-RATE TO WS-DR-RATE(WS-DAY-NO)
           END-PERFORM
           IF WS-PROD-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERIOD-START TO WS-SEG-DATE
           MOVE 1 TO WS-DAY-NO
           PERFORM UNTIL WS-DAY-NO > WS-PERIOD-DAYS
               CALL "PRODRATE" USING L-PRODUCT WS-SEG-DATE
                   WS-SEG-RATE WS-SEG-NEXT WS-SEG-FOUND
               IF WS-SEG-FOUND NOT = 'Y'
                   MOVE WS-EFFECTIVE-RATE TO WS-SEG-RATE
               END-IF
               IF WS-SEG-NEXT > WS-PERIOD-END
                   MOVE WS-PERIOD-DAYS TO WS-SEG-LAST-DAY
               ELSE
                   COMPUTE WS-SEG-LAST-DAY =
                       FUNCTION INTEGER-OF-DATE(WS-SEG-NEXT)
                       - FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)
               END-IF
               IF WS-DAY-NO > 1 AND WS-SEG-RATE NOT = WS-DR-RATE(1)
                   MOVE 'Y' TO WS-RATE-SPLIT
               END-IF
               PERFORM UNTIL WS-DAY-NO > WS-SEG-LAST-DAY
                   MOVE WS-SEG-RATE TO WS-DR-RATE(WS-DAY-NO)
                   ADD 1 TO WS-DAY-NO
               END-PERFORM
               MOVE WS-SEG-NEXT TO WS-SEG-DATE
           END-PERFORM
           IF WS-RATE-SPLIT = 'Y'
               ADD 1 TO WS-SPLIT-COUNT
           END-IF.

      *> The account's closing balances for the period's days, and
      *> its last closing balance before the period as the balance
      *> it started with.
       LOAD-PERIOD-HISTORY.
           PERFORM VARYING WS-DAY-NO FROM 1 BY 1
                   UNTIL WS-DAY-NO > 31
               MOVE 'N' TO WS-DB-SEEN(WS-DAY-NO)
               MOVE 0   TO WS-DB-BALANCE(WS-DAY-NO)
           END-PERFORM
           MOVE 'N' TO WS-CARRY-SEEN
           MOVE 0   TO WS-CARRY-DATE
           MOVE 0   TO WS-CARRY-BALANCE
           MOVE 'N' TO WS-HIST-FOUND
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF BH-ACCT-ID = L-ACCT-ID
                           AND BH-DATE <= WS-PERIOD-END
                           PERFORM NOTE-ONE-HISTORY-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       NOTE-ONE-HISTORY-DAY.
           MOVE 'Y' TO WS-HIST-FOUND
           IF BH-DATE < WS-PERIOD-START
               IF BH-DATE >= WS-CARRY-DATE
                   MOVE BH-DATE  TO WS-CARRY-DATE
                   MOVE BH-PRINC TO WS-CARRY-BALANCE
                   MOVE 'Y'      TO WS-CARRY-SEEN
               END-IF
           ELSE
               COMPUTE WS-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(BH-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-PERIOD-START) + 1
               MOVE 'Y'      TO WS-DB-SEEN(WS-DAY-NO)
               MOVE BH-PRINC TO WS-DB-BALANCE(WS-DAY-NO)
           END-IF.

       ADVANCE-ACCRUE-PERIOD.
           DIVIDE WS-ACCRUE-PERIOD BY 100
               GIVING WS-ACCRUE-YEAR
               REMAINDER WS-ACCRUE-MONTH
           IF WS-ACCRUE-MONTH = 12
               COMPUTE WS-ACCRUE-PERIOD =
                   (WS-ACCRUE-YEAR + 1) * 100 + 1
           ELSE
               COMPUTE WS-ACCRUE-PERIOD =
                   WS-ACCRUE-YEAR * 100 + WS-ACCRUE-MONTH + 1
           END-IF.

       COUNT-MONTHS-DUE.
