               FILE STATUS IS WS-SUSP-STATUS.

           SELECT HOLD-FILE ASSIGN TO "holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-NO
               ALTERNATE RECORD KEY IS HOLD-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT STOP-FILE ASSIGN TO "stop_payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.

           SELECT BACKVALUE-FILE ASSIGN TO "backvalue_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BV-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "balance_history.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BV-HIST-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-ACCT-ID
               FILE STATUS IS WS-BV-CUST-STATUS.

           SELECT OD-CONTROL-FILE ASSIGN TO "od_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BV-OD-STATUS.

           SELECT WAREHOUSE-FILE ASSIGN TO "warehouse.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WH-STATUS.

           SELECT XREF-FILE ASSIGN TO "cust_accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT FEE-FILE ASSIGN TO "fee_schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT SWEEP-FILE ASSIGN TO "sweep_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-STATUS.

           SELECT POSTED-FILE ASSIGN TO "posted_today.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  EOD-LINE              PIC X(80).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  STOP-FILE.
       01  STOP-LINE             PIC X(30).

       FD  BACKVALUE-FILE.
       01  BACKVALUE-LINE        PIC X(110).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY BALHREC.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  OD-CONTROL-FILE.
       01  OD-CONTROL-LINE       PIC 9(6).

       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-RECORD.
           COPY WHSEREC.

       FD  XREF-FILE.
       01  XREF-LINE             PIC X(30).

       FD  FEE-FILE.
       01  FEE-LINE              PIC X(40).

       FD  SWEEP-FILE.
       01  SWEEP-LINE            PIC X(100).

       FD  POSTED-FILE.
       01  POSTED-RECORD.
           COPY POSTREC.

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS       PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-PROD-OD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-OD-RATE       PIC 9(3)V99 COMP-3.
       01  WS-PROD-WD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-ACCRUAL       PIC X.
       01  WS-PROD-FOUND         PIC X.

      *> Funds availability: active holds on holds.dat (legal holds
      *> stop spending the moment they land. A hold is active
      *> through its expiry date inclusive; HOLDEXPIRE drops lapsed
      *> ones ahead of this step each night. Every applied DP gets a
      *> clearing hold of HOLD_CLEAR_DAYS business days
      *> (environment setting, the TRANS_BRANCH pattern; default 2,
      *> 0 switches the float off). holds.dat is indexed with the
      *> account as alternate key, so the check reads only the
      *> account's own holds, and a clearing hold is written the
      *> moment it is placed - a later debit in the same run sees
      *> it at once.
       01  WS-HOLD-STATUS        PIC XX.
       01  WS-HOLD-EOF           PIC X VALUE 'N'.
       01  WS-HOLD-OPEN          PIC X VALUE 'N'.
       01  WS-HELD-AMOUNT        PIC 9(9)V99 COMP-3.
       01  WS-AVAIL-BALANCE      PIC S9(10)V99 COMP-3.
       01  WS-CLEAR-DAYS-TEXT    PIC X(2).
       01  WS-CLEAR-DAYS         PIC 9(2) VALUE 2.
       01  WS-HOLDS-ADDED        PIC 9(7) VALUE 0.
       01  WS-EDIT-HOLDS-ADDED   PIC Z(6)9.
       01  WS-NEXT-HOLDNO        PIC 9(13) VALUE 0.
       01  WS-HOLD-EXPIRY        PIC 9(8).
       01  WS-EDIT-HOLDNO        PIC 9(13).
      *> A garnishment or levy remittance (LEGALPROC: payee WD,
      *> external reference LEGALnnnnnn) spends the very funds its
      *> order's hold ("LEGAL ORD nnnnnn", LEGALORD) has kept back,
      *> so that one hold is left out of the WD's own available
      *> balance and released once the WD posts.
       01  WS-LEGAL-REASON       PIC X(16).
       01  WS-LEGAL-HOLD-NO      PIC 9(13) VALUE 0.
      *> The clearing period counts business days (BUSDAY), so
      *> float placed on a Friday does not clear over the weekend
      *> or on a bank holiday.
       01  WS-BUSDAY-FUNCTION    PIC X.
       01  WS-BUSDAY-DAYS        PIC 9(3).

      *> Every rejected posting is also written to suspense.dat with
      *> its reason, so the money has somewhere to land until the
      *> COMP-3 in the record, so it is staged through here.
       01  WS-CHECK-DATE         PIC 9(8).
      *> A posting whose branch differs from its account's is still
      *> applied - money first - and called out on the console and
      *> in the journal; once applied it also raises the matching
      *> due-to/due-from pair between the two branches (IBENTRY),
      *> as does a transfer between accounts of two branches.
       01  WS-BRANCH-MISMATCHES  PIC 9(7) VALUE 0.
       01  WS-EDIT-MISMATCHES    PIC Z(6)9.
       01  WS-IB-COUNT           PIC 9(7) VALUE 0.
       01  WS-EDIT-IB-COUNT      PIC Z(6)9.
       01  WS-IB-ID              PIC 9(13).
       01  WS-IB-DUE-TO          PIC 9(3).
       01  WS-IB-DUE-FROM        PIC 9(3).
       01  WS-IB-FROM-BRANCH     PIC 9(3).
      *> Branch names for the mismatch warning (BRNAME).
       01  WS-BR-LOOKUP          PIC 9(3).
       01  WS-BR-NAME-1          PIC X(20).
       01  WS-TO-CURR            PIC X(3).
       01  WS-POST-AMOUNT        PIC 9(7)V99 COMP-3.
       01  WS-CONV-OK            PIC X.
      *> Customer money - a deposit, a withdrawal, either leg of a
      *> transfer - converts at the customer side of the spread
      *> (FXSPREAD) instead of mid; the margin against mid is
      *> booked as FX income (FXBOOK) once the posting applies.
      *> Everything else the bank raises itself converts at mid.
       01  WS-FX-SIDE            PIC X.
       01  WS-FX-MARGIN          PIC 9(7)V99 COMP-3 VALUE 0.
       01  WS-FX-DR-MARGIN       PIC 9(7)V99 COMP-3 VALUE 0.
       01  WS-FX-CR-MARGIN       PIC 9(7)V99 COMP-3 VALUE 0.
       01  WS-FX-DR-CURR         PIC X(3).
       01  WS-FX-DR-BRANCH       PIC 9(3).
       01  WS-FX-CUST-AMOUNT     PIC 9(7)V99 COMP-3.
       01  WS-FX-ID              PIC 9(13).
       01  WS-FX-BRANCH          PIC 9(3).
       01  WS-FX-ACCT            PIC 9(6).
       01  WS-FX-TO-CURR         PIC X(3).
       01  WS-FX-COUNT           PIC 9(7) VALUE 0.
       01  WS-EDIT-FX-COUNT      PIC Z(6)9.
       01  WS-NSF-EDIT-ID        PIC 9(13).
       01  WS-NSF-EDIT-ACCT      PIC 9(6).
       01  WS-NSF-EDIT-AMOUNT    PIC Z,ZZZ,ZZ9.99.
               10 WS-PN-CURR     PIC X(3).
               10 WS-PN-BRANCH   PIC 9(3).
       01  WS-PN-USED            PIC 9(3) VALUE 0.
       01  WS-PEN-ID             PIC 9(13) VALUE 0.
       01  WS-DAY-FLOOR          PIC 9(13).
       01  WS-EDIT-PENALTIES     PIC Z(6)9.
       01  WS-TRAILER-COUNT      PIC 9(7).
       01  WS-TRAILER-TOTAL      PIC 9(9)V99.
       01  WS-SCAN-EOF           PIC X.

      *> Overdraft-protection sweep: a customer may nominate one of
      *> their other accounts to protect an account (the fourth
      *> field of cust_accounts.dat, kept by CUSTMAINT). When a
      *> debit would fail the available-balance check, the
      *> shortfall is first pulled from the nominated account as a
      *> transfer - a TF written to transactions.dat (external
      *> reference ODSWEEP, TRANS-REF-ID/TYPE naming the debit it
      *> funded) and applied on the spot, both legs or neither -
      *> and then the debit applies. Only when the protection
      *> account cannot cover the shortfall from its own available
      *> balance (its overdraft line is never drawn on - a sweep
      *> must not just move the overdraft), is not open, or has no
      *> usable rate between the two currencies is the debit
      *> refused as before. The transaction file is open I-O for
      *> the posting pass so each sweep goes on file before either
      *> leg moves; sweep ids continue above the highest id on file
      *> when the pass began, and a TF tagged ODSWEEP read back by
      *> the pass is known to be applied already. Each sweep earns the
      *> SWEEP fee of fee_schedule.dat (absent or zero = no fee),
      *> raised after the run as an FE linked to the sweep
      *> (TRANS-REF-TYPE "TF") in the penalty pattern above, and
      *> every sweep made or declined is listed on
      *> sweep_report.txt.
       01  WS-XREF-STATUS        PIC XX.
       01  WS-FEE-STATUS         PIC XX.
       01  WS-SWEEP-STATUS       PIC XX.
       01  WS-XREF-EOF           PIC X VALUE 'N'.
       01  WS-FEE-EOF            PIC X VALUE 'N'.
       01  WS-TOKEN-XR-CUST      PIC X(6).
       01  WS-TOKEN-XR-ACCT      PIC X(6).
       01  WS-TOKEN-XR-ROLE      PIC X(1).
       01  WS-TOKEN-XR-PROTECT   PIC X(6).
       01  WS-FEE-TOKEN-1        PIC X(8).
       01  WS-FEE-TOKEN-2        PIC X(12).
       01  WS-SWEEP-FEE          PIC 9(5)V99 VALUE 0.
       01  WS-PROTECT-TABLE.
           05 WS-PR-ROW OCCURS 500 TIMES INDEXED BY WS-PR-IDX.
               10 WS-PR-ACCT     PIC 9(6).
               10 WS-PR-PROTECT  PIC 9(6).
       01  WS-PR-USED            PIC 9(3) VALUE 0.
       01  WS-PR-CHECK-ACCT      PIC 9(6).
       01  WS-PR-CHECK-PROTECT   PIC 9(6).
      *> Set by the caller: the debit the account cannot meet.
       01  WS-SW-NEED            PIC 9(7)V99.
       01  WS-SW-PROTECT         PIC 9(6).
       01  WS-SW-ACCT            PIC 9(6).
       01  WS-SW-CURR            PIC X(3).
       01  WS-SW-BRANCH          PIC 9(3).
       01  WS-SW-SHORTFALL       PIC 9(7)V99 COMP-3.
       01  WS-SW-DR-AMOUNT       PIC 9(7)V99 COMP-3.
       01  WS-SW-REASON          PIC X(16).
       01  WS-SW-BASE-ID         PIC 9(13) VALUE 0.
       01  WS-SW-NEXT-ID         PIC 9(13) VALUE 0.
       01  WS-SW-COUNT           PIC 9(7) VALUE 0.
       01  WS-SW-DECLINED        PIC 9(7) VALUE 0.
       01  WS-EDIT-SWEEPS        PIC Z(6)9.
       01  WS-EDIT-DECLINED      PIC Z(6)9.
       01  WS-SW-EDIT-ACCT       PIC 9(6).
       01  WS-SW-EDIT-PROTECT    PIC 9(6).
       01  WS-SW-EDIT-ITEM       PIC 9(13).
       01  WS-SW-EDIT-ID         PIC 9(13).
       01  WS-SW-EDIT-AMOUNT     PIC Z,ZZZ,ZZ9.99.
      *> The debit being posted, held while the record area carries
      *> the sweep transfer.
       01  WS-SW-HELD-TRANS.
           COPY TRANSREC REPLACING LEADING ==TRANS-== BY ==HT-==.
       01  WS-SWEEP-FEE-TABLE.
           05 WS-SF-ROW OCCURS 200 TIMES INDEXED BY WS-SF-IDX.
               10 WS-SF-ACCT     PIC 9(6).
               10 WS-SF-SWEEP-ID PIC 9(13).
               10 WS-SF-CURR     PIC X(3).
               10 WS-SF-BRANCH   PIC 9(3).
       01  WS-SF-USED            PIC 9(3) VALUE 0.

      *> Back-value interest: a posting dated before the business
      *> date reaches L-PRINC late, so interest already worked out
      *> without it is wrong. Each such posting is collected here
      *> (the penalty pattern above) and, after the run, becomes
      *> interest adjustments on transactions.dat carrying the late
      *> posting's id in TRANS-REF-ID and TRANS-REF-TYPE "BV",
      *> listed on backvalue_report.txt.
      *> The posting is re-priced over the days it should have
      *> counted for, one calendar month at a time the way
      *> ACCRUELEDGER works a month: each day's END-OF-DAY balance
      *> (balance_history.dat, carried over days with no record) is
      *> what interest was worked out on, and the late amount moves
      *> every one of them. An account with no history at all is
      *> taken at the balance it had before the posting.
      *>   Credit interest follows the account's accrual basis
      *>   (BASIS on product_master.dat) at the rate in force in
      *>   each period from the product's dated history (PRODRATE;
      *>   L-RATE off catalog), and only the part of a balance in
      *>   credit earns - an overdrawn day earns nothing:
      *>     M month-end balance - only months ACCRUELEDGER has
      *>       already accrued (up to L-LAST-ACCRUED) were wrong;
      *>       each is re-priced on its closing balance at the
      *>       month's average daily rate, one twelfth a year;
      *>     A average daily balance - every day from the posting's
      *>       date up to last night's was short of it, accrued yet
      *>       or not; each is re-priced at that day's rate,
      *>       actual/365.
      *>   Overdraft interest: each month-end ODINTEREST has
      *>   already charged (od_control.dat) is re-priced on the
      *>   overdrawn part of its closing balance at the ODINTEREST
      *>   rate - the product's ODRATE, else OD_ANNUAL_RATE
      *>   (default 18.00) - one twelfth a year.
      *> The credit-interest difference becomes an IN when the
      *> account earned more, an FE when it was paid interest it
      *> should not have been; the overdraft difference an FE with
      *> external reference ODINTEREST when it was charged too
      *> little, an IN with that reference when it was charged too
      *> much - so one late posting can raise one of each.
      *> Interest and withholding postings (IN, WT, reversals of
      *> them) and the adjustments themselves never raise one.
       01  WS-BV-STATUS          PIC XX.
       01  WS-BV-RATE            PIC 9(3)V99 COMP-3.
       01  WS-BV-BASIS           PIC X.
       01  WS-BV-PROD-FOUND      PIC X.
       01  WS-BV-OD-RATE         PIC 9(3)V99 COMP-3.
       01  WS-BV-OD-RATE-TEXT    PIC X(8).
       01  WS-BV-OD-DEFAULT-RATE PIC 9(3)V99 VALUE 18.00.
       01  WS-BV-OD-STATUS       PIC XX.
       01  WS-BV-OD-CHARGED      PIC 9(6) VALUE 0.
       01  WS-BV-SIGNED-AMOUNT   PIC S9(7)V99.
       01  WS-BV-YESTERDAY       PIC 9(8).
       01  WS-BV-PERIOD          PIC 9(6).
       01  WS-BV-YEAR            PIC 9(4).
       01  WS-BV-MONTH           PIC 9(2).
       01  WS-BV-PERIOD-START    PIC 9(8).
       01  WS-BV-PERIOD-END      PIC 9(8).
       01  WS-BV-NEXT-START      PIC 9(8).
       01  WS-BV-PERIOD-DAYS     PIC 9(3).
       01  WS-BV-FIRST-DAY       PIC 9(3).
       01  WS-BV-LAST-DAY        PIC 9(3).
       01  WS-BV-DAY-NO          PIC 9(3).
       01  WS-BV-DAY-TABLE.
           05 WS-BV-DAY OCCURS 31 TIMES.
               10 WS-BV-DAY-SEEN PIC X.
               10 WS-BV-DAY-BALANCE PIC S9(10)V99.
               10 WS-BV-DAY-RATE PIC 9(3)V99 COMP-3.
       01  WS-BV-HIST-STATUS     PIC XX.
       01  WS-BV-HIST-EOF        PIC X.
       01  WS-BV-HIST-FOUND      PIC X.
       01  WS-BV-CARRY-SEEN      PIC X.
       01  WS-BV-CARRY-DATE      PIC 9(8).
       01  WS-BV-CARRY-BALANCE   PIC S9(10)V99.
       01  WS-BV-OLD-BALANCE     PIC S9(10)V99.
       01  WS-BV-NEW-BALANCE     PIC S9(10)V99.
       01  WS-BV-OLD-PART        PIC S9(10)V99.
       01  WS-BV-NEW-PART        PIC S9(10)V99.
       01  WS-BV-SEG-DATE        PIC 9(8).
       01  WS-BV-SEG-RATE        PIC 9(3)V99 COMP-3.
       01  WS-BV-SEG-NEXT        PIC 9(8).
       01  WS-BV-SEG-FOUND       PIC X.
       01  WS-BV-SEG-LAST-DAY    PIC 9(3).
       01  WS-BV-RATE-SUM        PIC 9(7)V99.
       01  WS-BV-SHOW-RATE       PIC 9(3)V99.
      *> Signed sums of balance difference times rate: credit
      *> interest over 36500 (A) or 1200 (M), overdraft over 1200.
       01  WS-BV-C-PRODUCT       PIC S9(15)V9(4).
       01  WS-BV-C-PERIODS       PIC 9(5).
       01  WS-BV-O-PRODUCT       PIC S9(15)V9(4).
       01  WS-BV-O-PERIODS       PIC 9(5).
       01  WS-BV-DELTA           PIC S9(7)V99.
       01  WS-BV-ADJUST          PIC 9(7)V99.
      *> The amount that moved on this account - for a transfer,
      *> each leg's own amount in its own account's currency.
       01  WS-BV-LEG-AMOUNT      PIC 9(7)V99.
      *> WS-BV-KIND is C for a credit-interest row, O for an
      *> overdraft-interest row.
       01  WS-BV-KIND            PIC X.
       01  WS-BV-PERIODS         PIC 9(5).
       01  WS-BV-TABLE.
           05 WS-BV-ROW OCCURS 200 TIMES INDEXED BY WS-BV-IDX.
               10 WS-BV-ACCT     PIC 9(6).
               10 WS-BV-ORIG-ID  PIC 9(13).
               10 WS-BV-ORIG-TYPE PIC X(2).
               10 WS-BV-ORIG-DATE PIC 9(8).
               10 WS-BV-AMOUNT   PIC 9(7)V99.
               10 WS-BV-ROW-KIND PIC X.
               10 WS-BV-ROW-BASIS PIC X.
               10 WS-BV-ROW-PERIODS PIC 9(5).
               10 WS-BV-ROW-RATE PIC 9(3)V99.
               10 WS-BV-ADJ-TYPE PIC X(2).
               10 WS-BV-ADJ-AMOUNT PIC 9(7)V99.
               10 WS-BV-ADJ-ID   PIC 9(13).
               10 WS-BV-CURR     PIC X(3).
               10 WS-BV-BRANCH   PIC 9(3).
       01  WS-BV-USED            PIC 9(3) VALUE 0.
       01  WS-BV-IN-TOTAL        PIC 9(9)V99 VALUE 0.
       01  WS-BV-FE-TOTAL        PIC 9(9)V99 VALUE 0.
      *> A credit-interest IN goes the way ACCRUELEDGER's monthly
      *> interest goes: a "W" customer (C-TAX-STATUS) has WHT_RATE
      *> percent (default 20.00) withheld by a WT referencing it,
      *> and an account with an interest disposition (C-INT-DISP)
      *> has the net paid out by a TF or WD with external
      *> reference INTPAY. Overdraft refunds are not interest
      *> earned - neither applies to them.
       01  WS-BV-CUST-STATUS     PIC XX.
       01  WS-BV-CUST-OPEN       PIC X VALUE 'N'.
       01  WS-BV-WHT-RATE-TEXT   PIC X(8).
       01  WS-BV-WHT-RATE        PIC 9(3)V99 VALUE 20.00.
       01  WS-BV-WHT-AMOUNT      PIC 9(7)V99.
       01  WS-BV-NET-INTEREST    PIC S9(7)V99.
       01  WS-BV-WT-TOTAL        PIC 9(9)V99 VALUE 0.
       01  WS-BV-PAID-TOTAL      PIC 9(9)V99 VALUE 0.
       01  WS-EDIT-BV            PIC Z(6)9.
       01  WS-BV-EDIT-AMOUNT     PIC Z,ZZZ,ZZ9.99.
       01  WS-BV-EDIT-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-BV-EDIT-RATE       PIC ZZ9.99.
       01  WS-BV-EDIT-PERIODS    PIC ZZZZ9.
       01  WS-BV-EDIT-ACCT       PIC 9(6).

      *> Warehoused future-dated items (warehouse.dat, filed by
      *> TRANSACTIONS-WRITER and BANKFEED through WHSEPUT) stay off
      *> the ledger until their effective date arrives. Before the
      *> posting pass every item dated on or before the business
      *> date is released: written to transactions.dat under a new
      *> id above everything on file - so this same pass posts it,
      *> and RECONCILE and the reports see it as the day's activity
      *> - and dropped from the warehouse. The rest are written back
      *> to wait. The whole warehouse is held in the table below;
      *> a warehouse too big for it releases nothing and says so
      *> rather than lose an item.
       01  WS-WH-STATUS          PIC XX.
       01  WS-WH-EOF             PIC X.
       01  WS-WH-TABLE.
           05 WS-WH-ROW OCCURS 2000 TIMES INDEXED BY WS-WH-IDX.
               COPY WHSEREC REPLACING ==05== BY ==10==
                   LEADING ==WH-== BY ==WT-==.
       01  WS-WH-USED            PIC 9(4) VALUE 0.
       01  WS-WH-DUE             PIC 9(4) VALUE 0.
       01  WS-WH-OVERFLOW        PIC X VALUE 'N'.
       01  WS-WH-NEXT-ID         PIC 9(13).
       01  WS-WH-MARK-HIGH       PIC 9(13) VALUE 0.
       01  WS-WH-ON-FILE-TABLE.
           05 WS-WH-ON-FILE      PIC X OCCURS 2000 TIMES.
       01  WS-WH-ALREADY         PIC 9(7) VALUE 0.
       01  WS-WH-EDIT-ID         PIC 9(13).
       01  WS-WH-RELEASED        PIC 9(7) VALUE 0.
       01  WS-EDIT-RELEASED      PIC Z(6)9.

      *> Transfer ("TF") application: both legs are validated in
      *> full - debit account open and funded, credit account open,
      *> rates usable in both directions - before either L-PRINC
       01  WS-BAL-BEFORE         PIC S9(10)V99.
       01  WS-BAL-AFTER          PIC S9(10)V99.
       01  WS-BAL-EDIT           PIC -Z(9)9.99.

      *> Day file of the business date's postings (posted_today.dat,
      *> POSTREC.cpy) - one detail record per balance image and per
      *> item sent to suspense, so the nightly reports read the
      *> night's work instead of all of transactions.dat. A rerun
      *> on the same business date extends the file, so the totals
      *> are seeded from what is already on it and every run's
      *> trailer covers the whole date. The caller of
      *> WRITE-BALANCE-IMAGE sets the leg and the amount posted.
       01  WS-PD-STATUS          PIC XX.
       01  WS-PD-EOF             PIC X.
       01  WS-PD-SAME-DATE       PIC X.
       01  WS-PD-LEG             PIC X.
       01  WS-PD-POST-AMOUNT     PIC 9(7)V99 COMP-3.
       01  WS-PD-POSTED          PIC 9(7) VALUE 0.
       01  WS-PD-REFUSED         PIC 9(7) VALUE 0.
       01  WS-PD-ITEMS           PIC 9(7) VALUE 0.
       01  WS-PD-CAPTURED        PIC 9(11)V99 VALUE 0.
       01  WS-PD-POSTED-AMT      PIC 9(11)V99 VALUE 0.
       01  WS-PD-NET             PIC S9(11)V99 VALUE 0.
       01  WS-PD-LAST-ID         PIC 9(13) VALUE 0.
       01  WS-PD-WRITTEN         PIC 9(7) VALUE 0.
       01  WS-EDIT-PD-WRITTEN    PIC Z(6)9.
       01  WS-OPERATOR-ID        PIC X(4) VALUE "AUTO".
       01  WS-JL-POS             PIC 9(2).
       01  WS-JOURNAL-DATE       PIC 9(8).
      *> unit (GENBACKUP rotates once per run unit).
           CALL "GENBACKUP"
           PERFORM READ-POSTING-CURSOR
           PERFORM OPEN-HOLD-FILE
           PERFORM LOAD-STOP-FILE
           PERFORM READ-CLEAR-DAYS
           PERFORM OPEN-POSTING-JOURNAL
           PERFORM OPEN-NSF-REPORT
           PERFORM OPEN-SUSPENSE-FILE
           PERFORM OPEN-POSTED-FILE
           PERFORM RELEASE-WAREHOUSED-ITEMS
           PERFORM LOAD-PROTECTION-LINKS
           PERFORM LOAD-SWEEP-FEE
           PERFORM OPEN-SWEEP-REPORT
           IF WS-PR-USED > 0
               PERFORM FIND-SWEEP-BASE-ID
           END-IF

      *> I-O rather than INPUT: an overdraft-protection sweep is
      *> written to the file mid-pass (see TRY-OVERDRAFT-SWEEP).
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
                   WS-TRANS-STATUS
                               IF TRANS-ID > WS-MAX-ID-SEEN
                                   MOVE TRANS-ID TO WS-MAX-ID-SEEN
                               END-IF
      *> A sweep was applied when it was written, by this pass or
      *> by a run that stopped before its cursor moved past it.
                               IF TRANS-TYPE = "TF"
                                   AND TRANS-EXT-REF = "ODSWEEP"
                                   CONTINUE
                               ELSE
                                   PERFORM POST-ONE-TRANSACTION
                               END-IF
      *> Cursor is advanced after every transaction, not just at end
      *> of run (the same per-record bookmark habit as the writer's
      *> SAVE-CHECKPOINT), so a run that dies halfway can be

           PERFORM CLOSE-POSTING-JOURNAL
           PERFORM CLOSE-NSF-REPORT
           PERFORM CLOSE-SWEEP-REPORT
           CLOSE SUSPENSE-FILE
           PERFORM CLOSE-POSTED-FILE
           PERFORM WRITE-POSTING-CURSOR
           IF WS-HOLD-OPEN = 'Y'
               CLOSE HOLD-FILE
               MOVE 'N' TO WS-HOLD-OPEN
           END-IF
           IF WS-PN-USED > 0
               PERFORM WRITE-PENALTY-CHARGES
           END-IF
           IF WS-BV-USED > 0
               PERFORM WRITE-BACK-VALUE-ADJUSTMENTS
           END-IF
           IF WS-SF-USED > 0
               PERFORM WRITE-SWEEP-FEES
           END-IF
           IF WS-PN-USED > 0 OR WS-BV-USED > 0 OR WS-SW-COUNT > 0
               PERFORM REFRESH-TRANS-TRAILER
           END-IF
           PERFORM WRITE-BACK-VALUE-REPORT

           MOVE WS-POSTED-COUNT  TO WS-EDIT-POSTED
           MOVE WS-SKIPPED-COUNT TO WS-EDIT-SKIPPED
           MOVE WS-BRANCH-MISMATCHES TO WS-EDIT-MISMATCHES
           DISPLAY "Postings with a branch/account branch mismatch: "
               WS-EDIT-MISMATCHES
           MOVE WS-IB-COUNT TO WS-EDIT-IB-COUNT
           DISPLAY "Inter-branch settlement pairs raised: "
               WS-EDIT-IB-COUNT
           MOVE WS-FX-COUNT TO WS-EDIT-FX-COUNT
           DISPLAY "Conversions booked with an FX margin: "
               WS-EDIT-FX-COUNT
           MOVE WS-SUSP-COUNT TO WS-EDIT-SUSP
           DISPLAY "Rejected postings written to suspense.dat: "
               WS-EDIT-SUSP
           MOVE WS-STOPPED-COUNT TO WS-EDIT-STOPPED
           DISPLAY "Stopped checks sent to suspense: "
               WS-EDIT-STOPPED
           MOVE WS-BV-USED TO WS-EDIT-BV
           DISPLAY "Back-value interest adjustments generated: "
               WS-EDIT-BV
           MOVE WS-WH-RELEASED TO WS-EDIT-RELEASED
           DISPLAY "Warehoused items released for posting: "
               WS-EDIT-RELEASED
           MOVE WS-SW-COUNT TO WS-EDIT-SWEEPS
           DISPLAY "Overdraft-protection sweeps made: "
               WS-EDIT-SWEEPS
           MOVE WS-SW-DECLINED TO WS-EDIT-DECLINED
           DISPLAY "Overdraft-protection sweeps declined: "
               WS-EDIT-DECLINED
           MOVE WS-PD-WRITTEN TO WS-EDIT-PD-WRITTEN
           DISPLAY "Records written to posted_today.dat: "
               WS-EDIT-PD-WRITTEN
           PERFORM APPEND-EOD-SUMMARY
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-BV-USED TO WS-EDIT-BV
           MOVE SPACES TO EOD-LINE
           STRING "  Back-value adjustments:      "
                       DELIMITED BY SIZE
                   WS-EDIT-BV DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-WH-RELEASED TO WS-EDIT-RELEASED
           MOVE SPACES TO EOD-LINE
           STRING "  Warehoused items released:   "
                       DELIMITED BY SIZE
                   WS-EDIT-RELEASED DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-SW-COUNT TO WS-EDIT-SWEEPS
           MOVE SPACES TO EOD-LINE
           STRING "  Overdraft sweeps made:       "
                       DELIMITED BY SIZE
                   WS-EDIT-SWEEPS DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-SW-DECLINED TO WS-EDIT-DECLINED
           MOVE SPACES TO EOD-LINE
           STRING "  Overdraft sweeps declined:   "
                       DELIMITED BY SIZE
                   WS-EDIT-DECLINED DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-PD-WRITTEN TO WS-EDIT-PD-WRITTEN
           MOVE SPACES TO EOD-LINE
           STRING "  Day-file records written:    "
                       DELIMITED BY SIZE
                   WS-EDIT-PD-WRITTEN DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           CLOSE EOD-FILE.

       OPEN-SUSPENSE-FILE.
           MOVE TRANS-CHECK-NO TO SUSP-CHECK-NO
           MOVE WS-SUSP-REASON TO SUSP-REASON
           MOVE WS-SUSP-TODAY  TO SUSP-LOGGED-DATE
           PERFORM WRITE-REFUSED-ITEM
           WRITE SUSPENSE-RECORD
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "ERROR writing suspense.dat, status = "
           END-IF
           ADD 1 TO WS-SUSP-COUNT.

      *> The day file belongs to one business date: a file already
      *> headed with today's date is extended (a rerun, or a second
      *> posting run in the day) and its totals carried on; any
      *> other file is yesterday's and is replaced.
       OPEN-POSTED-FILE.
           MOVE 'N' TO WS-PD-SAME-DATE
           OPEN INPUT POSTED-FILE
           IF WS-PD-STATUS = "00"
               MOVE 'N' TO WS-PD-EOF
               READ POSTED-FILE
                   AT END
                       MOVE 'Y' TO WS-PD-EOF
               END-READ
               IF WS-PD-EOF = 'N' AND PD-REC-TYPE = "H"
                   AND PD-HDR-BUS-DATE = WS-SUSP-TODAY
                   MOVE 'Y' TO WS-PD-SAME-DATE
                   PERFORM UNTIL WS-PD-EOF = 'Y'
                       READ POSTED-FILE
                           AT END
                               MOVE 'Y' TO WS-PD-EOF
                           NOT AT END
                               IF PD-REC-TYPE = "D"
                                   PERFORM TALLY-POSTED-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE POSTED-FILE
           END-IF
           IF WS-PD-SAME-DATE = 'Y'
               OPEN EXTEND POSTED-FILE
           ELSE
               OPEN OUTPUT POSTED-FILE
           END-IF
           IF WS-PD-STATUS NOT = "00"
               DISPLAY "ERROR opening posted_today.dat, status = "
                   WS-PD-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PD-SAME-DATE = 'N'
               MOVE SPACES TO POSTED-RECORD
               MOVE "H" TO PD-REC-TYPE
               MOVE WS-SUSP-TODAY     TO PD-HDR-BUS-DATE
               MOVE WS-LAST-POSTED-ID TO PD-HDR-FROM-ID
               ACCEPT PD-HDR-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT PD-HDR-RUN-TIME FROM TIME
               PERFORM WRITE-POSTED-RECORD
           END-IF.

       TALLY-POSTED-RECORD.
           IF PD-STATUS = "P"
               ADD 1 TO WS-PD-POSTED
               ADD PD-POST-AMOUNT TO WS-PD-POSTED-AMT
               COMPUTE WS-PD-NET = WS-PD-NET
                   + PD-BAL-AFTER - PD-BAL-BEFORE
           ELSE
               ADD 1 TO WS-PD-REFUSED
           END-IF
           IF PD-LEG NOT = "C"
               ADD 1 TO WS-PD-ITEMS
               ADD PD-AMOUNT TO WS-PD-CAPTURED
           END-IF
           IF PD-TRANS-ID > WS-PD-LAST-ID
               MOVE PD-TRANS-ID TO WS-PD-LAST-ID
           END-IF.

      *> The trailer carries the date's totals to this point - a
      *> reader takes the last one on file.
       CLOSE-POSTED-FILE.
           MOVE SPACES TO POSTED-RECORD
           MOVE "T" TO PD-REC-TYPE
           MOVE WS-SUSP-TODAY    TO PD-TRL-BUS-DATE
           MOVE WS-PD-POSTED     TO PD-TRL-POSTED
           MOVE WS-PD-REFUSED    TO PD-TRL-REFUSED
           MOVE WS-PD-ITEMS      TO PD-TRL-ITEMS
           MOVE WS-PD-CAPTURED   TO PD-TRL-CAPTURED
           MOVE WS-PD-POSTED-AMT TO PD-TRL-POSTED-AMT
           MOVE WS-PD-NET        TO PD-TRL-NET
           MOVE WS-PD-LAST-ID    TO PD-TRL-LAST-ID
           PERFORM WRITE-POSTED-RECORD
           CLOSE POSTED-FILE.

      *> One posted record per balance image; the account just
      *> rewritten is in the buffer.
       WRITE-POSTED-LEG.
           PERFORM FILL-POSTED-IMAGE
           MOVE "P"               TO PD-STATUS
           MOVE WS-PD-LEG         TO PD-LEG
           MOVE WS-BAL-ACCT       TO PD-POSTED-ACCT
           MOVE WS-PD-POST-AMOUNT TO PD-POST-AMOUNT
           MOVE L-CURR            TO PD-ACCT-CURR
           MOVE WS-BAL-BEFORE     TO PD-BAL-BEFORE
           MOVE WS-BAL-AFTER      TO PD-BAL-AFTER
           PERFORM TALLY-POSTED-RECORD
           PERFORM WRITE-POSTED-RECORD.

       WRITE-REFUSED-ITEM.
           PERFORM FILL-POSTED-IMAGE
           MOVE "R"            TO PD-STATUS
           MOVE "S"            TO PD-LEG
           MOVE WS-SUSP-REASON TO PD-REASON
           PERFORM TALLY-POSTED-RECORD
           PERFORM WRITE-POSTED-RECORD.

       FILL-POSTED-IMAGE.
           MOVE SPACES TO POSTED-RECORD
           MOVE "D" TO PD-REC-TYPE
           MOVE TRANS-ID       TO PD-TRANS-ID
           MOVE TRANS-TYPE     TO PD-TRANS-TYPE
           MOVE TRANS-DATE     TO PD-TRANS-DATE
           MOVE TRANS-ACCT-ID  TO PD-ACCT-ID
           MOVE TRANS-AMOUNT   TO PD-AMOUNT
           MOVE TRANS-REF-ID   TO PD-REF-ID
           MOVE TRANS-REF-TYPE TO PD-REF-TYPE
           MOVE TRANS-CURR     TO PD-CURR
           MOVE TRANS-EXT-REF  TO PD-EXT-REF
           MOVE TRANS-BRANCH   TO PD-BRANCH
           MOVE TRANS-TO-ACCT  TO PD-TO-ACCT
           MOVE TRANS-TELLER   TO PD-TELLER
           MOVE TRANS-CHECK-NO TO PD-CHECK-NO
           MOVE ZERO TO PD-POSTED-ACCT PD-POST-AMOUNT
               PD-BAL-BEFORE PD-BAL-AFTER.

       WRITE-POSTED-RECORD.
           WRITE POSTED-RECORD
           IF WS-PD-STATUS NOT = "00"
               DISPLAY "ERROR writing posted_today.dat, status = "
                   WS-PD-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-PD-WRITTEN.

       OPEN-NSF-REPORT.
           OPEN OUTPUT NSF-FILE
           IF WS-NSF-STATUS NOT = "00"
           MOVE " to "        TO JOURNAL-LINE(37:4)
           MOVE WS-BAL-AFTER  TO WS-BAL-EDIT
           MOVE WS-BAL-EDIT   TO JOURNAL-LINE(41:17)
           PERFORM WRITE-JOURNAL-LINE
           PERFORM WRITE-POSTED-LEG.

       WRITE-JOURNAL-LINE.
           PERFORM STAMP-JOURNAL-OPERATOR
                   IF WS-PERIOD-CLOSED = 'Y'
                       PERFORM REJECT-PERIOD-POSTING
                   ELSE
                   IF (L-STATUS = "F"
                           AND TRANS-EXT-REF(1:6) NOT = "ESTATE")
                       OR L-STATUS = "C" OR L-STATUS = "M"
                       OR (L-STATUS = "W" AND TRANS-TYPE NOT = "CO"
                           AND TRANS-TYPE NOT = "RC")
      *> Frozen, closed, and matured-awaiting-instruction accounts
      *> accept no postings; the rejection is counted and journaled
      *> the same way as an unknown account so the money is never
      *> silently blended in. The one exception is an estate
      *> settlement (ESTSETTLE - interest to the date of death and
      *> the payout to the executor, external reference ESTATE),
      *> which is what a deceased customer's account is frozen
      *> waiting for. A charged-off account (CHARGEOFF) takes only
      *> its own charge-off and the recoveries COLLECT records
      *> against it - anything else the customer pays in lands in
      *> suspense for collections to take as a recovery.
                       PERFORM REJECT-STATUS-POSTING
                   ELSE
                       PERFORM APPLY-ONE-POSTING
           PERFORM WRITE-SUSPENSE-RECORD.

       APPLY-ONE-POSTING.
           MOVE 0 TO WS-LEGAL-HOLD-NO
           IF TRANS-BRANCH NOT = 0 AND L-BRANCH NOT = 0
               AND TRANS-BRANCH NOT = L-BRANCH
               ADD 1 TO WS-BRANCH-MISMATCHES
           MOVE TRANS-CURR TO WS-FROM-CURR
           MOVE L-CURR     TO WS-TO-CURR
           MOVE TRANS-DATE TO WS-RATE-DATE
           MOVE 0 TO WS-FX-MARGIN
           IF TRANS-TYPE = "DP" OR TRANS-TYPE = "WD"
               IF TRANS-TYPE = "DP"
                   MOVE "C" TO WS-FX-SIDE
               ELSE
                   MOVE "D" TO WS-FX-SIDE
               END-IF
               CALL "FXSPREAD" USING WS-FROM-CURR WS-TO-CURR
                   TRANS-AMOUNT WS-FX-SIDE WS-POST-AMOUNT
                   WS-FX-MARGIN WS-CONV-OK WS-RATE-DATE
           ELSE
               CALL "CURRCONV" USING WS-FROM-CURR WS-TO-CURR
                   TRANS-AMOUNT WS-POST-AMOUNT WS-CONV-OK
                   WS-RATE-DATE
           END-IF
           IF WS-CONV-OK NOT = 'Y'
               PERFORM REJECT-RATE-POSTING
               EXIT PARAGRAPH
           EVALUATE TRANS-TYPE
               WHEN "WD"
                   MOVE WS-POST-AMOUNT TO WS-DEBIT-AMOUNT
      *> A returned-item chargeback (RI) and the returned-item fee
      *> raised with it (an FE linked to the RI) are never refused:
      *> the deposit was not paid, so the money is already gone and
      *> the account is taken overdrawn if need be. Nor is the fee
      *> for an overdraft-protection sweep (an FE linked to the
      *> sweep's TF) - it was earned paying the customer's item,
      *> and refusing it would only sweep again for the fee.
               WHEN "FE"
                   IF TRANS-REF-TYPE NOT = "RI"
                       AND TRANS-REF-TYPE NOT = "TF"
                       MOVE WS-POST-AMOUNT TO WS-DEBIT-AMOUNT
                   END-IF
               WHEN "LI"
               WHEN "LP"
               WHEN "WT"
                   MOVE WS-POST-AMOUNT TO WS-DEBIT-AMOUNT
      *> Nor is a lost dispute's reversal of its provisional credit
      *> (DISPUTE, external reference DISPUTE): the customer was
      *> only ever lent that money.
               WHEN "RV"
                   IF TRANS-REF-TYPE NOT = "WD"
                       AND TRANS-REF-TYPE NOT = "FE"
                       AND TRANS-REF-TYPE NOT = "WT"
                       AND TRANS-REF-TYPE NOT = "RI"
                       AND TRANS-REF-TYPE NOT = "LI"
                       AND TRANS-REF-TYPE NOT = "LP"
                       AND TRANS-EXT-REF(1:7) NOT = "DISPUTE"
                       MOVE WS-POST-AMOUNT TO WS-DEBIT-AMOUNT
                   END-IF
           END-EVALUATE
           PERFORM COMPUTE-AVAILABLE-BALANCE
           IF WS-DEBIT-AMOUNT > 0
               AND WS-DEBIT-AMOUNT > WS-AVAIL-BALANCE
               MOVE TRANS-ACCT-ID TO WS-PR-CHECK-ACCT
               PERFORM FIND-PROTECTION-ACCOUNT
               IF WS-SW-PROTECT > 0
                   MOVE WS-DEBIT-AMOUNT TO WS-SW-NEED
                   PERFORM TRY-OVERDRAFT-SWEEP
               END-IF
           END-IF
           IF WS-DEBIT-AMOUNT > 0
               AND WS-DEBIT-AMOUNT > WS-AVAIL-BALANCE
               PERFORM REJECT-NSF-POSTING
      *> Available = L-PRINC less the active holds on the account
      *> (a hold is active through its expiry date inclusive, so
      *> expiry on or after the business date still counts) plus
      *> the authorized overdraft line, if any. A legal remittance
      *> against its own order hold gets no overdraft line: the
      *> order reaches only the funds on deposit, never the bank's
      *> credit.
       COMPUTE-AVAILABLE-BALANCE.
           PERFORM SUM-ACCOUNT-HOLDS
           PERFORM SET-EFFECTIVE-OD-LIMIT
           IF WS-LEGAL-HOLD-NO > 0 AND TRANS-ACCT-ID = L-ACCT-ID
               MOVE 0 TO WS-OD-LIMIT
           END-IF
           COMPUTE WS-AVAIL-BALANCE =
               L-PRINC - WS-HELD-AMOUNT + WS-OD-LIMIT.

                   CALL "PRODCAT" USING L-PRODUCT WS-PROD-METHOD
                       WS-PROD-RATE WS-PROD-FEE WS-PROD-WAIVER
                       WS-PROD-OD-LIMIT WS-PROD-OD-RATE
                       WS-PROD-WD-LIMIT WS-PROD-ACCRUAL
                       WS-PROD-FOUND
                   IF WS-PROD-FOUND = 'Y'
                       MOVE WS-PROD-OD-LIMIT TO WS-OD-LIMIT
                   END-IF
                           SUBTRACT WS-POST-AMOUNT FROM L-PRINC
                       WHEN "FE"
                           SUBTRACT WS-POST-AMOUNT FROM L-PRINC
      *> Withholding tax on interest debits like a fee, as do the
      *> loan installment collections (LI interest, LP principal)
      *> LOANBILL raises against the borrower's deposit account.
                       WHEN "LI"
                       WHEN "LP"
                       WHEN "RI"
                       WHEN "WT"
                           SUBTRACT WS-POST-AMOUNT FROM L-PRINC
      *> A reversal backs out its original posting, so it is applied
                           IF TRANS-REF-TYPE = "WD"
                               OR TRANS-REF-TYPE = "FE"
                               OR TRANS-REF-TYPE = "WT"
                               OR TRANS-REF-TYPE = "RI"
                               OR TRANS-REF-TYPE = "LI"
                               OR TRANS-REF-TYPE = "LP"
                               ADD WS-POST-AMOUNT TO L-PRINC
                           ELSE
                               SUBTRACT WS-POST-AMOUNT FROM L-PRINC
                           END-IF
      *> A charge-off (CO) credits the overdrawn balance back to
      *> zero - the loss goes to the GL, not the customer. A
      *> recovery (RC) on a charged-off account is money the bank
      *> gets back against that loss: it is journaled for the GL
      *> extract but leaves the written-off balance at zero.
                       WHEN "CO"
                           ADD WS-POST-AMOUNT TO L-PRINC
                       WHEN "RC"
                           CONTINUE
                       WHEN OTHER
                           ADD WS-POST-AMOUNT TO L-PRINC
                   END-EVALUATE
                   ELSE
                       ADD 1 TO WS-POSTED-COUNT
                       PERFORM JOURNAL-ONE-POSTING
                       PERFORM NOTE-INTERBRANCH-POSTING
                       IF WS-FX-MARGIN > 0
                           MOVE WS-POST-AMOUNT TO WS-FX-CUST-AMOUNT
                           MOVE L-CURR TO WS-FX-TO-CURR
                           PERFORM WRITE-FX-MARGIN
                       END-IF
                       MOVE L-PRINC TO WS-BAL-AFTER
                       MOVE "S" TO WS-PD-LEG
                       MOVE WS-POST-AMOUNT TO WS-PD-POST-AMOUNT
                       PERFORM WRITE-BALANCE-IMAGE
                       MOVE WS-POST-AMOUNT TO WS-BV-LEG-AMOUNT
                       PERFORM NOTE-BACK-VALUE
      *> A dispute's provisional credit is the bank's own money,
      *> usable at once - it takes no clearing hold.
                       IF TRANS-TYPE = "DP" AND WS-CLEAR-DAYS > 0
                           AND TRANS-EXT-REF(1:7) NOT = "DISPUTE"
                           PERFORM PLACE-CLEARING-HOLD
                       END-IF
      *> An interest payout (ACCRUELEDGER, INTPAY) pays only the
      *> interest the term has earned - it breaks no term.
                       IF TRANS-TYPE = "WD" AND L-MATURITY > 0
                           AND WS-SUSP-TODAY < L-MATURITY
                           AND TRANS-EXT-REF(1:6) NOT = "INTPAY"
                           PERFORM NOTE-EARLY-WITHDRAWAL
                       END-IF
                       IF TRANS-TYPE = "WD" AND WS-LEGAL-HOLD-NO > 0
                           PERFORM RELEASE-LEGAL-HOLD
                       END-IF
                   END-IF.

      *> The remittance has posted, so the order's hold on this
      *> account has done its work.
       RELEASE-LEGAL-HOLD.
           IF WS-HOLD-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LEGAL-HOLD-NO TO HOLD-NO
           MOVE WS-LEGAL-HOLD-NO TO WS-EDIT-HOLDNO
           DELETE HOLD-FILE
               INVALID KEY
                   DISPLAY "*** WARNING: legal hold " WS-EDIT-HOLDNO
                       " not released, status = " WS-HOLD-STATUS
                       " ***"
                   EXIT PARAGRAPH
           END-DELETE
           DISPLAY "  Legal hold " WS-EDIT-HOLDNO
               " released by remittance #" TRANS-ID
           MOVE 0 TO WS-LEGAL-HOLD-NO.

      *> The penalty is collected now and charged as an FE after
      *> the run - see the WS-PENALTY-RATE comment.
       NOTE-EARLY-WITHDRAWAL.

      *> After the run: the collected penalties become FE charges
      *> on transactions.dat, ids continuing past everything this
      *> run saw (so they sit above the cursor and post next run);
      *> the control trailer is then refreshed the way the
      *> generators refresh it.
       WRITE-PENALTY-CHARGES.
           PERFORM SET-GENERATED-ID-BASE
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR reopening transactions.dat for "
                   GOBACK
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-FILE.

      *> Penalties and back-value adjustments share one id run,
      *> started once above the highest id this run saw.
       SET-GENERATED-ID-BASE.
           IF WS-PEN-ID = 0
               COMPUTE WS-DAY-FLOOR = WS-SUSP-TODAY * 100000
               MOVE WS-MAX-ID-SEEN TO WS-PEN-ID
               IF WS-PEN-ID < WS-DAY-FLOOR
                   MOVE WS-DAY-FLOOR TO WS-PEN-ID
               END-IF
           END-IF.

      *> The account record in hand is the one just rewritten, and
      *> the balance image tells credit from debit. An item
      *> REPOST-SUSPENSE clears never comes through here: it was
      *> refused on its date and reaches the account only on the
      *> day it reposts, so the balances interest was worked out on
      *> were the account's true balances and nothing is owed.
       NOTE-BACK-VALUE.
           IF TRANS-DATE >= WS-SUSP-TODAY
               EXIT PARAGRAPH
           END-IF
           IF TRANS-TYPE = "IN" OR TRANS-TYPE = "WT"
               OR TRANS-REF-TYPE = "BV"
               EXIT PARAGRAPH
           END-IF
           IF TRANS-TYPE = "RV"
               AND (TRANS-REF-TYPE = "IN" OR TRANS-REF-TYPE = "WT")
               EXIT PARAGRAPH
           END-IF
           IF WS-BAL-AFTER = WS-BAL-BEFORE
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-BACK-VALUE-RATE
           IF WS-BAL-AFTER > WS-BAL-BEFORE
               MOVE WS-BV-LEG-AMOUNT TO WS-BV-SIGNED-AMOUNT
           ELSE
               COMPUTE WS-BV-SIGNED-AMOUNT = 0 - WS-BV-LEG-AMOUNT
           END-IF
           COMPUTE WS-BV-YESTERDAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-SUSP-TODAY) - 1)
           MOVE 0 TO WS-BV-C-PRODUCT
           MOVE 0 TO WS-BV-C-PERIODS
           MOVE 0 TO WS-BV-O-PRODUCT
           MOVE 0 TO WS-BV-O-PERIODS
           MOVE 0 TO WS-BV-SHOW-RATE
           DIVIDE TRANS-DATE BY 100 GIVING WS-BV-PERIOD
           PERFORM SET-BACK-VALUE-MONTH
           PERFORM UNTIL WS-BV-PERIOD-START > WS-BV-YESTERDAY
               PERFORM REPRICE-BACK-VALUE-MONTH
               DIVIDE WS-BV-PERIOD BY 100
                   GIVING WS-BV-YEAR
                   REMAINDER WS-BV-MONTH
               IF WS-BV-MONTH = 12
                   COMPUTE WS-BV-PERIOD = (WS-BV-YEAR + 1) * 100 + 1
               ELSE
                   ADD 1 TO WS-BV-PERIOD
               END-IF
               PERFORM SET-BACK-VALUE-MONTH
           END-PERFORM

           IF WS-BV-BASIS = "A"
               COMPUTE WS-BV-DELTA ROUNDED = WS-BV-C-PRODUCT / 36500
                   ON SIZE ERROR
                       MOVE 0 TO WS-BV-DELTA
               END-COMPUTE
           ELSE
               COMPUTE WS-BV-DELTA ROUNDED = WS-BV-C-PRODUCT / 1200
                   ON SIZE ERROR
                       MOVE 0 TO WS-BV-DELTA
               END-COMPUTE
           END-IF
           IF WS-BV-DELTA NOT = 0
               MOVE "C"             TO WS-BV-KIND
               MOVE WS-BV-C-PERIODS TO WS-BV-PERIODS
               PERFORM ADD-BACK-VALUE-ROW
           END-IF
           COMPUTE WS-BV-DELTA ROUNDED = WS-BV-O-PRODUCT / 1200
               ON SIZE ERROR
                   MOVE 0 TO WS-BV-DELTA
           END-COMPUTE
      *> Overdraft interest runs the other way round: a smaller
      *> overdraft is a refund to the customer.
           COMPUTE WS-BV-DELTA = 0 - WS-BV-DELTA
           IF WS-BV-DELTA NOT = 0
               MOVE "O"             TO WS-BV-KIND
               MOVE WS-BV-O-PERIODS TO WS-BV-PERIODS
               MOVE WS-BV-OD-RATE   TO WS-BV-SHOW-RATE
               PERFORM ADD-BACK-VALUE-ROW
           END-IF.

      *> WS-BV-PERIOD (YYYYMM) as dates: its 1st to its last
      *> calendar day.
       SET-BACK-VALUE-MONTH.
           COMPUTE WS-BV-PERIOD-START = WS-BV-PERIOD * 100 + 1
           DIVIDE WS-BV-PERIOD BY 100
               GIVING WS-BV-YEAR
               REMAINDER WS-BV-MONTH
           IF WS-BV-MONTH = 12
               COMPUTE WS-BV-NEXT-START =
                   (WS-BV-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-BV-NEXT-START = WS-BV-PERIOD-START + 100
           END-IF
           COMPUTE WS-BV-PERIOD-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BV-NEXT-START) - 1)
           COMPUTE WS-BV-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BV-PERIOD-END)
               - FUNCTION INTEGER-OF-DATE(WS-BV-PERIOD-START) + 1.

      *> One month of the window: its days from the posting's date
      *> (the 1st after the first month) to the month's end or
      *> last night, whichever comes first. The balance left in
      *> WS-BV-OLD-BALANCE after the walk is the month's close.
       REPRICE-BACK-VALUE-MONTH.
           MOVE 1 TO WS-BV-FIRST-DAY
           IF TRANS-DATE > WS-BV-PERIOD-START
               COMPUTE WS-BV-FIRST-DAY =
                   FUNCTION INTEGER-OF-DATE(TRANS-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-BV-PERIOD-START) + 1
           END-IF
           IF WS-BV-PERIOD-END > WS-BV-YESTERDAY
               COMPUTE WS-BV-LAST-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-BV-YESTERDAY)
                   - FUNCTION INTEGER-OF-DATE(WS-BV-PERIOD-START) + 1
           ELSE
               MOVE WS-BV-PERIOD-DAYS TO WS-BV-LAST-DAY
           END-IF
           PERFORM LOAD-BACK-VALUE-RATES
           PERFORM LOAD-BACK-VALUE-HISTORY
           PERFORM VARYING WS-BV-DAY-NO FROM 1 BY 1
                   UNTIL WS-BV-DAY-NO > WS-BV-LAST-DAY
               IF WS-BV-DAY-SEEN(WS-BV-DAY-NO) = 'Y'
                   MOVE WS-BV-DAY-BALANCE(WS-BV-DAY-NO)
                       TO WS-BV-CARRY-BALANCE
                   MOVE 'Y' TO WS-BV-CARRY-SEEN
               END-IF
               IF WS-BV-DAY-NO >= WS-BV-FIRST-DAY
                   PERFORM PRICE-BACK-VALUE-DAY
               END-IF
           END-PERFORM

           IF WS-BV-BASIS NOT = "A" AND L-LAST-ACCRUED > 0
               AND WS-BV-PERIOD <= L-LAST-ACCRUED
               PERFORM SPLIT-BACK-VALUE-CREDIT
               IF WS-BV-NEW-PART NOT = WS-BV-OLD-PART
                   MOVE 0 TO WS-BV-RATE-SUM
                   PERFORM VARYING WS-BV-DAY-NO FROM 1 BY 1
                           UNTIL WS-BV-DAY-NO > WS-BV-PERIOD-DAYS
                       ADD WS-BV-DAY-RATE(WS-BV-DAY-NO)
                           TO WS-BV-RATE-SUM
                   END-PERFORM
                   COMPUTE WS-BV-C-PRODUCT = WS-BV-C-PRODUCT
                       + (WS-BV-NEW-PART - WS-BV-OLD-PART)
                       * WS-BV-RATE-SUM / WS-BV-PERIOD-DAYS
                   ADD 1 TO WS-BV-C-PERIODS
                   IF WS-BV-SHOW-RATE = 0
                       COMPUTE WS-BV-SHOW-RATE ROUNDED =
                           WS-BV-RATE-SUM / WS-BV-PERIOD-DAYS
                   END-IF
               END-IF
           END-IF

           IF WS-BV-PERIOD <= WS-BV-OD-CHARGED AND WS-BV-OD-RATE > 0
               PERFORM SPLIT-BACK-VALUE-OVERDRAFT
               IF WS-BV-NEW-PART NOT = WS-BV-OLD-PART
                   COMPUTE WS-BV-O-PRODUCT = WS-BV-O-PRODUCT
                       + (WS-BV-NEW-PART - WS-BV-OLD-PART)
                       * WS-BV-OD-RATE
                   ADD 1 TO WS-BV-O-PERIODS
               END-IF
           END-IF.

      *> The day's balance as interest saw it (carried from the
      *> last close on record; none yet means nothing on the
      *> account; no history at all means the pre-posting
      *> balance), and - on the average-daily basis - the day's
      *> credit interest re-priced with the late amount in it.
       PRICE-BACK-VALUE-DAY.
           IF WS-BV-HIST-FOUND = 'N'
               MOVE WS-BAL-BEFORE TO WS-BV-OLD-BALANCE
           ELSE
               IF WS-BV-CARRY-SEEN = 'Y'
                   MOVE WS-BV-CARRY-BALANCE TO WS-BV-OLD-BALANCE
               ELSE
                   MOVE 0 TO WS-BV-OLD-BALANCE
               END-IF
           END-IF
           COMPUTE WS-BV-NEW-BALANCE =
               WS-BV-OLD-BALANCE + WS-BV-SIGNED-AMOUNT
           IF WS-BV-BASIS NOT = "A"
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-BACK-VALUE-CREDIT
           IF WS-BV-NEW-PART NOT = WS-BV-OLD-PART
               COMPUTE WS-BV-C-PRODUCT = WS-BV-C-PRODUCT
                   + (WS-BV-NEW-PART - WS-BV-OLD-PART)
                   * WS-BV-DAY-RATE(WS-BV-DAY-NO)
               ADD 1 TO WS-BV-C-PERIODS
               IF WS-BV-SHOW-RATE = 0
                   MOVE WS-BV-DAY-RATE(WS-BV-DAY-NO)
                       TO WS-BV-SHOW-RATE
               END-IF
           END-IF.

      *> The part of the old and new balances in credit ...
       SPLIT-BACK-VALUE-CREDIT.
           MOVE 0 TO WS-BV-OLD-PART
           MOVE 0 TO WS-BV-NEW-PART
           IF WS-BV-OLD-BALANCE > 0
               MOVE WS-BV-OLD-BALANCE TO WS-BV-OLD-PART
           END-IF
           IF WS-BV-NEW-BALANCE > 0
               MOVE WS-BV-NEW-BALANCE TO WS-BV-NEW-PART
           END-IF.

      *> ... and the part overdrawn.
       SPLIT-BACK-VALUE-OVERDRAFT.
           MOVE 0 TO WS-BV-OLD-PART
           MOVE 0 TO WS-BV-NEW-PART
           IF WS-BV-OLD-BALANCE < 0
               COMPUTE WS-BV-OLD-PART = 0 - WS-BV-OLD-BALANCE
           END-IF
           IF WS-BV-NEW-BALANCE < 0
               COMPUTE WS-BV-NEW-PART = 0 - WS-BV-NEW-BALANCE
           END-IF.

      *> Each day of the month at the credit rate in force that
      *> day, walked one product-history segment at a time as
      *> ACCRUELEDGER's LOAD-PERIOD-RATES walks it.
       LOAD-BACK-VALUE-RATES.
           PERFORM VARYING WS-BV-DAY-NO FROM 1 BY 1
                   UNTIL WS-BV-DAY-NO > 31
               MOVE WS-BV-RATE TO WS-BV-DAY-RATE(WS-BV-DAY-NO)
           END-PERFORM
           IF WS-BV-PROD-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BV-PERIOD-START TO WS-BV-SEG-DATE
           MOVE 1 TO WS-BV-DAY-NO
           PERFORM UNTIL WS-BV-DAY-NO > WS-BV-PERIOD-DAYS
               CALL "PRODRATE" USING L-PRODUCT WS-BV-SEG-DATE
                   WS-BV-SEG-RATE WS-BV-SEG-NEXT WS-BV-SEG-FOUND
               IF WS-BV-SEG-FOUND NOT = 'Y'
                   MOVE WS-BV-RATE TO WS-BV-SEG-RATE
               END-IF
               IF WS-BV-SEG-NEXT > WS-BV-PERIOD-END
                   MOVE WS-BV-PERIOD-DAYS TO WS-BV-SEG-LAST-DAY
               ELSE
                   COMPUTE WS-BV-SEG-LAST-DAY =
                       FUNCTION INTEGER-OF-DATE(WS-BV-SEG-NEXT)
                       - FUNCTION INTEGER-OF-DATE(WS-BV-PERIOD-START)
               END-IF
               PERFORM UNTIL WS-BV-DAY-NO > WS-BV-SEG-LAST-DAY
                   MOVE WS-BV-SEG-RATE TO WS-BV-DAY-RATE(WS-BV-DAY-NO)
                   ADD 1 TO WS-BV-DAY-NO
               END-PERFORM
               MOVE WS-BV-SEG-NEXT TO WS-BV-SEG-DATE
           END-PERFORM.

      *> The account's closing balances for the month's days, and
      *> its last close before the month as the balance it started
      *> with.
       LOAD-BACK-VALUE-HISTORY.
           PERFORM VARYING WS-BV-DAY-NO FROM 1 BY 1
                   UNTIL WS-BV-DAY-NO > 31
               MOVE 'N' TO WS-BV-DAY-SEEN(WS-BV-DAY-NO)
               MOVE 0   TO WS-BV-DAY-BALANCE(WS-BV-DAY-NO)
           END-PERFORM
           MOVE 'N' TO WS-BV-CARRY-SEEN
           MOVE 0   TO WS-BV-CARRY-DATE
           MOVE 0   TO WS-BV-CARRY-BALANCE
           MOVE 'N' TO WS-BV-HIST-FOUND
           MOVE 'N' TO WS-BV-HIST-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-BV-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BV-HIST-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-BV-HIST-EOF
                   NOT AT END
                       IF BH-ACCT-ID = L-ACCT-ID
                           AND BH-DATE <= WS-BV-PERIOD-END
                           PERFORM NOTE-BACK-VALUE-HISTORY-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       NOTE-BACK-VALUE-HISTORY-DAY.
           MOVE 'Y' TO WS-BV-HIST-FOUND
           IF BH-DATE < WS-BV-PERIOD-START
               IF BH-DATE >= WS-BV-CARRY-DATE
                   MOVE BH-DATE  TO WS-BV-CARRY-DATE
                   MOVE BH-PRINC TO WS-BV-CARRY-BALANCE
                   MOVE 'Y'      TO WS-BV-CARRY-SEEN
               END-IF
           ELSE
               COMPUTE WS-BV-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(BH-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-BV-PERIOD-START) + 1
               MOVE 'Y'      TO WS-BV-DAY-SEEN(WS-BV-DAY-NO)
               MOVE BH-PRINC TO WS-BV-DAY-BALANCE(WS-BV-DAY-NO)
           END-IF.

      *> One adjustment row of kind WS-BV-KIND for WS-BV-DELTA -
      *> a credit to the customer when positive, a charge when
      *> negative.
       ADD-BACK-VALUE-ROW.
           IF WS-BV-USED >= 200
               DISPLAY "*** WARNING: back-value table full (200) - "
                   "no interest adjustment for transaction #"
                   TRANS-ID " ***"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BV-USED
           SET WS-BV-IDX TO WS-BV-USED
           MOVE L-ACCT-ID      TO WS-BV-ACCT(WS-BV-IDX)
           MOVE TRANS-ID       TO WS-BV-ORIG-ID(WS-BV-IDX)
           MOVE TRANS-TYPE     TO WS-BV-ORIG-TYPE(WS-BV-IDX)
           MOVE TRANS-DATE     TO WS-BV-ORIG-DATE(WS-BV-IDX)
           MOVE WS-BV-LEG-AMOUNT TO WS-BV-AMOUNT(WS-BV-IDX)
           MOVE WS-BV-KIND     TO WS-BV-ROW-KIND(WS-BV-IDX)
           IF WS-BV-KIND = "O"
               MOVE "M"         TO WS-BV-ROW-BASIS(WS-BV-IDX)
           ELSE
               MOVE WS-BV-BASIS TO WS-BV-ROW-BASIS(WS-BV-IDX)
           END-IF
           MOVE WS-BV-PERIODS  TO WS-BV-ROW-PERIODS(WS-BV-IDX)
           MOVE WS-BV-SHOW-RATE TO WS-BV-ROW-RATE(WS-BV-IDX)
           MOVE 0              TO WS-BV-ADJ-ID(WS-BV-IDX)
           IF L-CURR = SPACES
               MOVE "USD"      TO WS-BV-CURR(WS-BV-IDX)
           ELSE
               MOVE L-CURR     TO WS-BV-CURR(WS-BV-IDX)
           END-IF
           MOVE L-BRANCH       TO WS-BV-BRANCH(WS-BV-IDX)
           IF WS-BV-DELTA > 0
               MOVE WS-BV-DELTA TO WS-BV-ADJUST
               MOVE "IN" TO WS-BV-ADJ-TYPE(WS-BV-IDX)
               ADD WS-BV-ADJUST TO WS-BV-IN-TOTAL
           ELSE
               COMPUTE WS-BV-ADJUST = 0 - WS-BV-DELTA
               MOVE "FE" TO WS-BV-ADJ-TYPE(WS-BV-IDX)
               ADD WS-BV-ADJUST TO WS-BV-FE-TOTAL
           END-IF
           MOVE WS-BV-ADJUST   TO WS-BV-ADJ-AMOUNT(WS-BV-IDX).

      *> The account's credit rate and accrual basis the way
      *> ACCRUELEDGER resolves them - the product's when the
      *> account is on the catalog, its own L-RATE and month-end
      *> otherwise - and its overdraft rate the way ODINTEREST
      *> resolves it.
       RESOLVE-BACK-VALUE-RATE.
           MOVE L-RATE TO WS-BV-RATE
           MOVE "M" TO WS-BV-BASIS
           MOVE 'N' TO WS-BV-PROD-FOUND
           MOVE WS-BV-OD-DEFAULT-RATE TO WS-BV-OD-RATE
           IF L-PRODUCT NOT = SPACES
               MOVE 'N' TO WS-PROD-FOUND
               CALL "PRODCAT" USING L-PRODUCT WS-PROD-METHOD
                   WS-PROD-RATE WS-PROD-FEE WS-PROD-WAIVER
                   WS-PROD-OD-LIMIT WS-PROD-OD-RATE
                   WS-PROD-WD-LIMIT WS-PROD-ACCRUAL
                   WS-PROD-FOUND
               IF WS-PROD-FOUND = 'Y'
                   MOVE 'Y' TO WS-BV-PROD-FOUND
                   MOVE WS-PROD-RATE TO WS-BV-RATE
                   IF WS-PROD-ACCRUAL = "A"
                       MOVE "A" TO WS-BV-BASIS
                   END-IF
                   IF WS-PROD-OD-RATE > 0
                       MOVE WS-PROD-OD-RATE TO WS-BV-OD-RATE
                   END-IF
               END-IF
           END-IF.

      *> After the run, like the penalties: each collected
      *> adjustment is written above the cursor for the next
      *> posting run, dated today. A credit-interest IN is followed
      *> by its WT and its INTPAY payout exactly as ACCRUELEDGER
      *> follows a month's IN (see WS-BV-WHT-RATE). A credit-
      *> interest FE recovers the gross over-payment from the
      *> account itself: withholding already remitted on it is
      *> not reclaimed here, and interest already paid out is not
      *> pulled back from where it went - both are for the
      *> operator, from backvalue_report.txt, as any other
      *> interest correction is.
       WRITE-BACK-VALUE-ADJUSTMENTS.
           PERFORM SET-GENERATED-ID-BASE
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR reopening transactions.dat for "
                   "back-value adjustments, status = "
                   WS-TRANS-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-BV-CUST-STATUS = "00"
               MOVE 'Y' TO WS-BV-CUST-OPEN
           END-IF
           PERFORM VARYING WS-BV-IDX FROM 1 BY 1
                   UNTIL WS-BV-IDX > WS-BV-USED
               ADD 1 TO WS-PEN-ID
               MOVE WS-PEN-ID TO WS-BV-ADJ-ID(WS-BV-IDX)
               MOVE WS-PEN-ID                   TO TRANS-ID
               MOVE WS-BV-ADJ-TYPE(WS-BV-IDX)   TO TRANS-TYPE
               MOVE WS-SUSP-TODAY               TO TRANS-DATE
               MOVE WS-BV-ACCT(WS-BV-IDX)       TO TRANS-ACCT-ID
               MOVE WS-BV-ADJ-AMOUNT(WS-BV-IDX) TO TRANS-AMOUNT
               MOVE WS-BV-ORIG-ID(WS-BV-IDX)    TO TRANS-REF-ID
               MOVE "BV"                        TO TRANS-REF-TYPE
               MOVE WS-BV-CURR(WS-BV-IDX)       TO TRANS-CURR
               IF WS-BV-ROW-KIND(WS-BV-IDX) = "O"
                   MOVE "ODINTEREST"            TO TRANS-EXT-REF
               ELSE
                   MOVE SPACES                  TO TRANS-EXT-REF
               END-IF
               MOVE WS-BV-BRANCH(WS-BV-IDX)     TO TRANS-BRANCH
               MOVE ZERO                        TO TRANS-TO-ACCT
               MOVE SPACES                      TO TRANS-TELLER
               MOVE ZERO                        TO TRANS-CHECK-NO
               WRITE TRANSACTION-RECORD
               IF WS-TRANS-STATUS NOT = "00"
                   DISPLAY "ERROR writing back-value adjustment, "
                       "status = " WS-TRANS-STATUS
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-BV-ROW-KIND(WS-BV-IDX) = "C"
                   AND WS-BV-ADJ-TYPE(WS-BV-IDX) = "IN"
                   MOVE 0 TO WS-BV-WHT-AMOUNT
                   PERFORM WRITE-BACK-VALUE-WITHHOLDING
                   PERFORM WRITE-BACK-VALUE-PAYOUT
               END-IF
           END-PERFORM
           IF WS-BV-CUST-OPEN = 'Y'
               CLOSE CUSTOMER-FILE
               MOVE 'N' TO WS-BV-CUST-OPEN
           END-IF
           CLOSE TRANSACTION-FILE.

      *> ACCRUELEDGER's GENERATE-WITHHOLDING for a back-value IN:
      *> the WT references the IN it is withheld from.
       WRITE-BACK-VALUE-WITHHOLDING.
           IF WS-BV-CUST-OPEN NOT = 'Y' OR WS-BV-WHT-RATE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BV-ACCT(WS-BV-IDX) TO C-ACCT-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF C-TAX-STATUS NOT = "W"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BV-WHT-AMOUNT ROUNDED =
               WS-BV-ADJ-AMOUNT(WS-BV-IDX) * WS-BV-WHT-RATE / 100
               ON SIZE ERROR
                   MOVE 0 TO WS-BV-WHT-AMOUNT
           END-COMPUTE
           IF WS-BV-WHT-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PEN-ID
           MOVE WS-PEN-ID                   TO TRANS-ID
           MOVE "WT"                        TO TRANS-TYPE
           MOVE WS-SUSP-TODAY               TO TRANS-DATE
           MOVE WS-BV-ACCT(WS-BV-IDX)       TO TRANS-ACCT-ID
           MOVE WS-BV-WHT-AMOUNT            TO TRANS-AMOUNT
           MOVE WS-BV-ADJ-ID(WS-BV-IDX)     TO TRANS-REF-ID
           MOVE "IN"                        TO TRANS-REF-TYPE
           MOVE WS-BV-CURR(WS-BV-IDX)       TO TRANS-CURR
           MOVE SPACES                      TO TRANS-EXT-REF
           MOVE WS-BV-BRANCH(WS-BV-IDX)     TO TRANS-BRANCH
           MOVE ZERO                        TO TRANS-TO-ACCT
           MOVE SPACES                      TO TRANS-TELLER
           MOVE ZERO                        TO TRANS-CHECK-NO
           WRITE TRANSACTION-RECORD
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR writing back-value withholding, "
                   "status = " WS-TRANS-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           ADD WS-BV-WHT-AMOUNT TO WS-BV-WT-TOTAL.

      *> ACCRUELEDGER's GENERATE-INTEREST-PAYOUT for a back-value
      *> IN: the net of it and its WT leaves for the nominated
      *> account (TF) or payee (WD), external reference INTPAY.
       WRITE-BACK-VALUE-PAYOUT.
           IF WS-BV-CUST-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BV-ACCT(WS-BV-IDX) TO C-ACCT-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF C-INT-DISP NOT = "A" AND C-INT-DISP NOT = "P"
               EXIT PARAGRAPH
           END-IF
           IF C-INT-DEST NOT NUMERIC OR C-INT-DEST = 0
               OR (C-INT-DISP = "A"
                   AND C-INT-DEST = WS-BV-ACCT(WS-BV-IDX))
               DISPLAY "*** WARNING: account " WS-BV-ACCT(WS-BV-IDX)
                   " has no usable interest destination - "
                   "back-value interest capitalized ***"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BV-NET-INTEREST =
               WS-BV-ADJ-AMOUNT(WS-BV-IDX) - WS-BV-WHT-AMOUNT
           IF WS-BV-NET-INTEREST <= 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PEN-ID
           MOVE WS-PEN-ID                   TO TRANS-ID
           MOVE WS-SUSP-TODAY               TO TRANS-DATE
           MOVE WS-BV-ACCT(WS-BV-IDX)       TO TRANS-ACCT-ID
           MOVE WS-BV-NET-INTEREST          TO TRANS-AMOUNT
           IF C-INT-DISP = "A"
               MOVE "TF"                    TO TRANS-TYPE
               MOVE WS-BV-ADJ-ID(WS-BV-IDX) TO TRANS-REF-ID
               MOVE "IN"                    TO TRANS-REF-TYPE
               MOVE C-INT-DEST              TO TRANS-TO-ACCT
           ELSE
               MOVE "WD"                    TO TRANS-TYPE
               MOVE C-INT-DEST              TO TRANS-REF-ID
               MOVE "PY"                    TO TRANS-REF-TYPE
               MOVE ZERO                    TO TRANS-TO-ACCT
           END-IF
           MOVE WS-BV-CURR(WS-BV-IDX)       TO TRANS-CURR
           MOVE "INTPAY"                    TO TRANS-EXT-REF
           MOVE WS-BV-BRANCH(WS-BV-IDX)     TO TRANS-BRANCH
           MOVE SPACES                      TO TRANS-TELLER
           MOVE ZERO                        TO TRANS-CHECK-NO
           WRITE TRANSACTION-RECORD
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR writing back-value interest payout, "
                   "status = " WS-TRANS-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           ADD WS-BV-NET-INTEREST TO WS-BV-PAID-TOTAL.

       WRITE-BACK-VALUE-REPORT.
           OPEN OUTPUT BACKVALUE-FILE
           IF WS-BV-STATUS NOT = "00"
               DISPLAY "NOTE: could not write backvalue_report.txt, "
                   "status = " WS-BV-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BACKVALUE-LINE
           STRING "BACK-VALUE INTEREST ADJUSTMENTS - BUSINESS DATE "
                       DELIMITED BY SIZE
                   WS-SUSP-TODAY DELIMITED BY SIZE
               INTO BACKVALUE-LINE
           END-STRING
           WRITE BACKVALUE-LINE
           MOVE ALL "-" TO BACKVALUE-LINE
           WRITE BACKVALUE-LINE
           MOVE SPACES TO BACKVALUE-LINE
           MOVE "ACCT"        TO BACKVALUE-LINE(1:4)
           MOVE "LATE POSTING" TO BACKVALUE-LINE(8:12)
           MOVE "TY"          TO BACKVALUE-LINE(22:2)
           MOVE "DATED"       TO BACKVALUE-LINE(25:5)
           MOVE "AMOUNT"      TO BACKVALUE-LINE(41:6)
           MOVE "RATE"        TO BACKVALUE-LINE(49:4)
           MOVE "BASIS"       TO BACKVALUE-LINE(55:5)
           MOVE "ADJUSTMENT"  TO BACKVALUE-LINE(74:10)
           WRITE BACKVALUE-LINE
           IF WS-BV-USED = 0
               MOVE "(no back-valued postings tonight)"
                   TO BACKVALUE-LINE
               WRITE BACKVALUE-LINE
           END-IF
           PERFORM VARYING WS-BV-IDX FROM 1 BY 1
                   UNTIL WS-BV-IDX > WS-BV-USED
               PERFORM WRITE-ONE-BACK-VALUE-LINE
           END-PERFORM
           MOVE ALL "-" TO BACKVALUE-LINE
           WRITE BACKVALUE-LINE
           MOVE WS-BV-IN-TOTAL TO WS-BV-EDIT-TOTAL
           MOVE SPACES TO BACKVALUE-LINE
           STRING "INTEREST CREDITED (IN): " DELIMITED BY SIZE
                   WS-BV-EDIT-TOTAL DELIMITED BY SIZE
               INTO BACKVALUE-LINE
           END-STRING
           WRITE BACKVALUE-LINE
           MOVE WS-BV-FE-TOTAL TO WS-BV-EDIT-TOTAL
           MOVE SPACES TO BACKVALUE-LINE
           STRING "INTEREST RECOVERED (FE):" DELIMITED BY SIZE
                   WS-BV-EDIT-TOTAL DELIMITED BY SIZE
               INTO BACKVALUE-LINE
           END-STRING
           WRITE BACKVALUE-LINE
           MOVE WS-BV-WT-TOTAL TO WS-BV-EDIT-TOTAL
           MOVE SPACES TO BACKVALUE-LINE
           STRING "TAX WITHHELD (WT):      " DELIMITED BY SIZE
                   WS-BV-EDIT-TOTAL DELIMITED BY SIZE
               INTO BACKVALUE-LINE
           END-STRING
           WRITE BACKVALUE-LINE
           MOVE WS-BV-PAID-TOTAL TO WS-BV-EDIT-TOTAL
           MOVE SPACES TO BACKVALUE-LINE
           STRING "NET PAID OUT (INTPAY):  " DELIMITED BY SIZE
                   WS-BV-EDIT-TOTAL DELIMITED BY SIZE
               INTO BACKVALUE-LINE
           END-STRING
           WRITE BACKVALUE-LINE
           MOVE "OD rows re-price ODINTEREST overdraft charges."
               TO BACKVALUE-LINE
           WRITE BACKVALUE-LINE
           MOVE "Adjustments post on the next POSTLEDGER run."
               TO BACKVALUE-LINE
           WRITE BACKVALUE-LINE
           CLOSE BACKVALUE-FILE.

       WRITE-ONE-BACK-VALUE-LINE.
           MOVE SPACES TO BACKVALUE-LINE
           MOVE WS-BV-ACCT(WS-BV-IDX) TO WS-BV-EDIT-ACCT
           MOVE WS-BV-EDIT-ACCT       TO BACKVALUE-LINE(1:6)
           MOVE WS-BV-ORIG-ID(WS-BV-IDX) TO BACKVALUE-LINE(8:13)
           MOVE WS-BV-ORIG-TYPE(WS-BV-IDX) TO BACKVALUE-LINE(22:2)
           MOVE WS-BV-ORIG-DATE(WS-BV-IDX) TO BACKVALUE-LINE(25:8)
           MOVE WS-BV-AMOUNT(WS-BV-IDX) TO WS-BV-EDIT-AMOUNT
           MOVE WS-BV-EDIT-AMOUNT     TO BACKVALUE-LINE(35:12)
           MOVE WS-BV-ROW-RATE(WS-BV-IDX) TO WS-BV-EDIT-RATE
           MOVE WS-BV-EDIT-RATE       TO BACKVALUE-LINE(48:6)
           MOVE WS-BV-ROW-PERIODS(WS-BV-IDX) TO WS-BV-EDIT-PERIODS
           IF WS-BV-ROW-BASIS(WS-BV-IDX) = "A"
               MOVE WS-BV-EDIT-PERIODS TO BACKVALUE-LINE(55:5)
               MOVE " days" TO BACKVALUE-LINE(60:5)
           ELSE
               MOVE WS-BV-EDIT-PERIODS TO BACKVALUE-LINE(55:5)
               MOVE " mths" TO BACKVALUE-LINE(60:5)
           END-IF
           MOVE WS-BV-ADJ-TYPE(WS-BV-IDX) TO BACKVALUE-LINE(67:2)
           MOVE WS-BV-ADJ-AMOUNT(WS-BV-IDX) TO WS-BV-EDIT-AMOUNT
           MOVE WS-BV-EDIT-AMOUNT     TO BACKVALUE-LINE(72:12)
           MOVE " " TO BACKVALUE-LINE(84:1)
           MOVE WS-BV-CURR(WS-BV-IDX) TO BACKVALUE-LINE(85:3)
           MOVE " id " TO BACKVALUE-LINE(88:4)
           MOVE WS-BV-ADJ-ID(WS-BV-IDX) TO BACKVALUE-LINE(92:13)
           IF WS-BV-ROW-KIND(WS-BV-IDX) = "O"
               MOVE "OD" TO BACKVALUE-LINE(106:2)
           END-IF
           WRITE BACKVALUE-LINE.

      *> Items whose date has come are released in three steps:
      *> each is given its TRANS-ID and warehouse.dat is rewritten
      *> with the ids marked; then the transactions are written;
      *> then warehouse.dat is rewritten without them. A run that
      *> stops after the marking finds the ids on the next run, and
      *> an item whose marked id is already on transactions.dat (the
      *> same account, type and amount) is taken as released rather
      *> than written again.
       RELEASE-WAREHOUSED-ITEMS.
           PERFORM LOAD-WAREHOUSE-FILE
           IF WS-WH-OVERFLOW = 'Y'
               DISPLAY "*** WARNING: warehouse.dat holds more than "
                   "2000 items - nothing released this run ***"
               MOVE "E" TO WS-ALERT-SEV
               MOVE "POSTLEDGER" TO WS-ALERT-PROGRAM
               MOVE "warehouse.dat over 2000 items - nothing released"
                   TO WS-ALERT-MESSAGE
               CALL "ALERTLOG" USING WS-ALERT-SEV
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-WH-DUE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-WAREHOUSE-RELEASE-ID
           IF WS-WH-MARK-HIGH > WS-WH-NEXT-ID
               MOVE WS-WH-MARK-HIGH TO WS-WH-NEXT-ID
           END-IF
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat to release "
                   "warehoused items, status = " WS-TRANS-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                   UNTIL WS-WH-IDX > WS-WH-USED
               MOVE 'N' TO WS-WH-ON-FILE(WS-WH-IDX)
               IF WT-TRANS-DATE(WS-WH-IDX) <= WS-SUSP-TODAY
                   PERFORM MARK-ONE-WAREHOUSED
               END-IF
           END-PERFORM
           PERFORM MARK-WAREHOUSE-FILE
           PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                   UNTIL WS-WH-IDX > WS-WH-USED
               IF WT-TRANS-DATE(WS-WH-IDX) <= WS-SUSP-TODAY
                   AND WS-WH-ON-FILE(WS-WH-IDX) NOT = 'Y'
                   PERFORM RELEASE-ONE-WAREHOUSED
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-FILE
           PERFORM REFRESH-TRANS-TRAILER
           PERFORM REWRITE-WAREHOUSE-FILE.

       LOAD-WAREHOUSE-FILE.
           MOVE 0 TO WS-WH-USED WS-WH-DUE
           OPEN INPUT WAREHOUSE-FILE
           IF WS-WH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-WH-EOF
           PERFORM UNTIL WS-WH-EOF = 'Y'
               READ WAREHOUSE-FILE
                   AT END
                       MOVE 'Y' TO WS-WH-EOF
                   NOT AT END
                       IF WS-WH-USED >= 2000
                           MOVE 'Y' TO WS-WH-OVERFLOW
                           MOVE 'Y' TO WS-WH-EOF
                       ELSE
                           ADD 1 TO WS-WH-USED
                           MOVE WAREHOUSE-RECORD
                               TO WS-WH-ROW(WS-WH-USED)
                           IF WH-TRANS-DATE <= WS-SUSP-TODAY
                               ADD 1 TO WS-WH-DUE
                           END-IF
                           IF WH-RELEASE-ID > WS-WH-MARK-HIGH
                               MOVE WH-RELEASE-ID TO WS-WH-MARK-HIGH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAREHOUSE-FILE.

      *> Same highest-id scan and date-plus-sequence floor as the
      *> generators use.
       FIND-WAREHOUSE-RELEASE-ID.
           COMPUTE WS-DAY-FLOOR = WS-SUSP-TODAY * 100000
           MOVE WS-DAY-FLOOR TO WS-WH-NEXT-ID
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF TRANS-ID NOT = WS-TRAILER-ID
                           AND TRANS-ID > WS-WH-NEXT-ID
                           MOVE TRANS-ID TO WS-WH-NEXT-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

      *> An id marked by an earlier run is kept unless some other
      *> posting has since taken it.
       MARK-ONE-WAREHOUSED.
           IF WT-RELEASE-ID(WS-WH-IDX) NOT = 0
               MOVE WT-RELEASE-ID(WS-WH-IDX) TO TRANS-ID
               READ TRANSACTION-FILE KEY IS TRANS-ID
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF TRANS-ACCT-ID = WT-ACCT-ID(WS-WH-IDX)
                   AND TRANS-TYPE = WT-TRANS-TYPE(WS-WH-IDX)
                   AND TRANS-AMOUNT = WT-AMOUNT(WS-WH-IDX)
                   MOVE 'Y' TO WS-WH-ON-FILE(WS-WH-IDX)
                   ADD 1 TO WS-WH-ALREADY
                   MOVE WT-ID(WS-WH-IDX) TO WS-JOURNAL-ID
                   MOVE TRANS-ID TO WS-WH-EDIT-ID
                   MOVE SPACES TO JOURNAL-LINE
                   STRING "  warehoused " DELIMITED BY SIZE
                           WS-JOURNAL-ID DELIMITED BY SIZE
                           " already released as " DELIMITED BY SIZE
                           WS-WH-EDIT-ID DELIMITED BY SIZE
                       INTO JOURNAL-LINE
                   END-STRING
                   PERFORM WRITE-JOURNAL-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-WH-NEXT-ID
           MOVE WS-WH-NEXT-ID TO WT-RELEASE-ID(WS-WH-IDX).

      *> Every item is kept, the due ones now carrying their ids.
       MARK-WAREHOUSE-FILE.
           OPEN OUTPUT WAREHOUSE-FILE
           IF WS-WH-STATUS NOT = "00"
               DISPLAY "ERROR marking warehouse.dat, status = "
                   WS-WH-STATUS " - nothing released"
               CLOSE TRANSACTION-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                   UNTIL WS-WH-IDX > WS-WH-USED
               MOVE WS-WH-ROW(WS-WH-IDX) TO WAREHOUSE-RECORD
               WRITE WAREHOUSE-RECORD
               IF WS-WH-STATUS NOT = "00"
                   DISPLAY "ERROR marking warehouse.dat, status = "
                       WS-WH-STATUS
                   CLOSE WAREHOUSE-FILE
                   CLOSE TRANSACTION-FILE
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-PERFORM
           CLOSE WAREHOUSE-FILE.

       RELEASE-ONE-WAREHOUSED.
           MOVE WT-RELEASE-ID(WS-WH-IDX)   TO TRANS-ID
           MOVE WT-TRANS-TYPE(WS-WH-IDX)   TO TRANS-TYPE
           MOVE WT-TRANS-DATE(WS-WH-IDX)   TO TRANS-DATE
           MOVE WT-ACCT-ID(WS-WH-IDX)      TO TRANS-ACCT-ID
           MOVE WT-AMOUNT(WS-WH-IDX)       TO TRANS-AMOUNT
           MOVE WT-REF-ID(WS-WH-IDX)       TO TRANS-REF-ID
           MOVE WT-REF-TYPE(WS-WH-IDX)     TO TRANS-REF-TYPE
           MOVE WT-CURR(WS-WH-IDX)         TO TRANS-CURR
           MOVE WT-EXT-REF(WS-WH-IDX)      TO TRANS-EXT-REF
           MOVE WT-BRANCH(WS-WH-IDX)       TO TRANS-BRANCH
           MOVE WT-TO-ACCT(WS-WH-IDX)      TO TRANS-TO-ACCT
           MOVE WT-TELLER(WS-WH-IDX)       TO TRANS-TELLER
           MOVE WT-CHECK-NO(WS-WH-IDX)     TO TRANS-CHECK-NO
           WRITE TRANSACTION-RECORD
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR releasing warehoused item "
                   WT-ID(WS-WH-IDX) ", status = " WS-TRANS-STATUS
               CLOSE TRANSACTION-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-WH-RELEASED
           MOVE WT-ID(WS-WH-IDX) TO WS-JOURNAL-ID
           MOVE WT-RELEASE-ID(WS-WH-IDX) TO WS-WH-EDIT-ID
           MOVE SPACES TO JOURNAL-LINE
           STRING "  released warehoused " DELIMITED BY SIZE
                   WS-JOURNAL-ID DELIMITED BY SIZE
                   " as " DELIMITED BY SIZE
                   WS-WH-EDIT-ID DELIMITED BY SIZE
               INTO JOURNAL-LINE
           END-STRING
           PERFORM WRITE-JOURNAL-LINE.

       REWRITE-WAREHOUSE-FILE.
           OPEN OUTPUT WAREHOUSE-FILE
           IF WS-WH-STATUS NOT = "00"
               DISPLAY "ERROR rewriting warehouse.dat, status = "
                   WS-WH-STATUS " - released items are still on it"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                   UNTIL WS-WH-IDX > WS-WH-USED
               IF WT-TRANS-DATE(WS-WH-IDX) > WS-SUSP-TODAY
                   MOVE WS-WH-ROW(WS-WH-IDX) TO WAREHOUSE-RECORD
                   WRITE WAREHOUSE-RECORD
               END-IF
           END-PERFORM
           CLOSE WAREHOUSE-FILE.

      *> Same control-total refresh as the generators after their
      *> appends: rescan, then rewrite the single trailer.
       REFRESH-TRANS-TRAILER.
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
           IF WS-TRANS-STATUS = "22"
               REWRITE TRANSACTION-RECORD
           END-IF
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR writing trailer to transactions.dat, "
                   "status = " WS-TRANS-STATUS
           END-IF
           CLOSE TRANSACTION-FILE.

      *> The deposit lands in L-PRINC at once but its amount stays
      *> held - unavailable to debits - until the clearing hold
      *> expires WS-CLEAR-DAYS business days on. Held in account
      *> currency, the amount that actually reached L-PRINC.
       PLACE-CLEARING-HOLD.
           IF WS-HOLD-OPEN NOT = 'Y'
               DISPLAY "*** WARNING: holds.dat not open - no "
                   "clearing hold placed for transaction #"
                   TRANS-ID " ***"
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO WS-BUSDAY-FUNCTION
           MOVE WS-CLEAR-DAYS TO WS-BUSDAY-DAYS
           CALL "BUSDAY" USING WS-BUSDAY-FUNCTION WS-SUSP-TODAY
               WS-BUSDAY-DAYS WS-HOLD-EXPIRY
           ADD 1 TO WS-NEXT-HOLDNO
           MOVE WS-NEXT-HOLDNO  TO HOLD-NO
           MOVE TRANS-ACCT-ID   TO HOLD-ACCT-ID
           MOVE WS-POST-AMOUNT  TO HOLD-AMOUNT
           MOVE "DP CLEARING"   TO HOLD-REASON
           MOVE WS-HOLD-EXPIRY  TO HOLD-EXPIRY
           MOVE WS-SUSP-TODAY   TO HOLD-PLACED-DATE
           MOVE "POSTLEDGER"    TO HOLD-PLACED-BY
           WRITE HOLD-RECORD
               INVALID KEY
                   MOVE WS-NEXT-HOLDNO TO WS-EDIT-HOLDNO
                   DISPLAY "*** WARNING: could not write hold "
                       WS-EDIT-HOLDNO " for transaction #" TRANS-ID
                       ", status = " WS-HOLD-STATUS " ***"
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-HOLDS-ADDED.

       READ-CLEAR-DAYS.
           MOVE SPACES TO WS-CLEAR-DAYS-TEXT
           ACCEPT WS-CLEAR-DAYS-TEXT
               FROM ENVIRONMENT "HOLD_CLEAR_DAYS"
           IF WS-CLEAR-DAYS-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-CLEAR-DAYS-TEXT) = 0
               COMPUTE WS-CLEAR-DAYS =
                   FUNCTION NUMVAL(WS-CLEAR-DAYS-TEXT)
           END-IF
           MOVE SPACES TO WS-PENALTY-RATE-TEXT
           ACCEPT WS-PENALTY-RATE-TEXT
               FROM ENVIRONMENT "TERM_PENALTY_RATE"
           IF WS-PENALTY-RATE-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PENALTY-RATE-TEXT) = 0
               COMPUTE WS-PENALTY-RATE =
                   FUNCTION NUMVAL(WS-PENALTY-RATE-TEXT)
           END-IF
           MOVE SPACES TO WS-BV-WHT-RATE-TEXT
           ACCEPT WS-BV-WHT-RATE-TEXT FROM ENVIRONMENT "WHT_RATE"
           IF WS-BV-WHT-RATE-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-BV-WHT-RATE-TEXT) = 0
               COMPUTE WS-BV-WHT-RATE =
                   FUNCTION NUMVAL(WS-BV-WHT-RATE-TEXT)
           END-IF
           MOVE SPACES TO WS-BV-OD-RATE-TEXT
           ACCEPT WS-BV-OD-RATE-TEXT
               FROM ENVIRONMENT "OD_ANNUAL_RATE"
           IF WS-BV-OD-RATE-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-BV-OD-RATE-TEXT) = 0
               COMPUTE WS-BV-OD-DEFAULT-RATE =
                   FUNCTION NUMVAL(WS-BV-OD-RATE-TEXT)
           END-IF
      *> The last month-end ODINTEREST charged - the months whose
      *> overdraft interest a back-valued posting can have changed.
           OPEN INPUT OD-CONTROL-FILE
           IF WS-BV-OD-STATUS = "00"
               READ OD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OD-CONTROL-LINE TO WS-BV-OD-CHARGED
               END-READ
               CLOSE OD-CONTROL-FILE
           END-IF.

      *> Opened I-O for the whole run (created empty the first
      *> time). Clearing holds continue today's hold numbering from
      *> the highest number already placed today.
       OPEN-HOLD-FILE.
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "*** WARNING: holds.dat not available, status "
                   WS-HOLD-STATUS " - holds not netted this run ***"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-HOLD-OPEN
           CALL "BUSDATE" USING WS-SUSP-TODAY
           COMPUTE WS-NEXT-HOLDNO = WS-SUSP-TODAY * 100000
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
           END-PERFORM.

      *> The active holds of the account in hand, through the
      *> account key. A legal remittance's own order hold is left
      *> out and its number kept in WS-LEGAL-HOLD-NO (see the
      *> WS-LEGAL-REASON comment).
       SUM-ACCOUNT-HOLDS.
           MOVE 0 TO WS-HELD-AMOUNT
           IF WS-HOLD-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LEGAL-REASON
           IF TRANS-ACCT-ID = L-ACCT-ID
               MOVE 0 TO WS-LEGAL-HOLD-NO
               IF TRANS-TYPE = "WD" AND TRANS-REF-TYPE = "PY"
                   AND TRANS-EXT-REF(1:5) = "LEGAL"
                   STRING "LEGAL ORD " DELIMITED BY SIZE
                           TRANS-EXT-REF(6:6) DELIMITED BY SIZE
                       INTO WS-LEGAL-REASON
                   END-STRING
               END-IF
           END-IF
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
                           IF HOLD-EXPIRY >= WS-SUSP-TODAY
                               IF WS-LEGAL-REASON NOT = SPACES
                                   AND HOLD-REASON = WS-LEGAL-REASON
                                   AND WS-LEGAL-HOLD-NO = 0
                                   MOVE HOLD-NO TO WS-LEGAL-HOLD-NO
                               ELSE
                                   ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REJECT-NSF-POSTING.
           DISPLAY "*** REJECTED: transaction #" TRANS-ID
               GOBACK
           END-IF.

      *> Overdraft protection nominations from cust_accounts.dat:
      *> the fourth field of an account's line names the account
      *> that funds it when it runs short. Where an account is
      *> linked to more than one customer, the first nomination on
      *> file stands.
       LOAD-PROTECTION-LINKS.
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-XREF-EOF = 'Y'
               READ XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-PROTECTION-LINK
               END-READ
           END-PERFORM
           CLOSE XREF-FILE.

       LOAD-ONE-PROTECTION-LINK.
           MOVE SPACES TO WS-TOKEN-XR-CUST WS-TOKEN-XR-ACCT
               WS-TOKEN-XR-ROLE WS-TOKEN-XR-PROTECT
           UNSTRING XREF-LINE DELIMITED BY ","
               INTO WS-TOKEN-XR-CUST WS-TOKEN-XR-ACCT
                   WS-TOKEN-XR-ROLE WS-TOKEN-XR-PROTECT
           END-UNSTRING
           IF WS-TOKEN-XR-PROTECT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-XR-ACCT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-XR-PROTECT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PR-CHECK-ACCT =
               FUNCTION NUMVAL(WS-TOKEN-XR-ACCT)
           COMPUTE WS-PR-CHECK-PROTECT =
               FUNCTION NUMVAL(WS-TOKEN-XR-PROTECT)
           IF WS-PR-CHECK-PROTECT = 0
               OR WS-PR-CHECK-PROTECT = WS-PR-CHECK-ACCT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PROTECTION-ACCOUNT
           IF WS-SW-PROTECT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-USED >= 500
               DISPLAY "*** WARNING: overdraft protection table full "
                   "(500), line ignored: " XREF-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PR-USED
           MOVE WS-PR-CHECK-ACCT    TO WS-PR-ACCT(WS-PR-USED)
           MOVE WS-PR-CHECK-PROTECT TO WS-PR-PROTECT(WS-PR-USED).

      *> WS-SW-PROTECT comes back as the account nominated to fund
      *> WS-PR-CHECK-ACCT, or zero when it has none.
       FIND-PROTECTION-ACCOUNT.
           MOVE 0 TO WS-SW-PROTECT
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-USED
                       OR WS-SW-PROTECT > 0
               IF WS-PR-ACCT(WS-PR-IDX) = WS-PR-CHECK-ACCT
                   MOVE WS-PR-PROTECT(WS-PR-IDX) TO WS-SW-PROTECT
               END-IF
           END-PERFORM.

       LOAD-SWEEP-FEE.
           OPEN INPUT FEE-FILE
           IF WS-FEE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FEE-EOF = 'Y'
               READ FEE-FILE
                   AT END
                       MOVE 'Y' TO WS-FEE-EOF
                   NOT AT END
                       MOVE SPACES TO WS-FEE-TOKEN-1 WS-FEE-TOKEN-2
                       UNSTRING FEE-LINE DELIMITED BY ","
                           INTO WS-FEE-TOKEN-1 WS-FEE-TOKEN-2
                       END-UNSTRING
                       IF FUNCTION UPPER-CASE(WS-FEE-TOKEN-1)
                               = "SWEEP"
                           AND FUNCTION TEST-NUMVAL(WS-FEE-TOKEN-2)
                               = 0
                           COMPUTE WS-SWEEP-FEE =
                               FUNCTION NUMVAL(WS-FEE-TOKEN-2)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-FILE.

      *> The same highest-id scan the warehouse release uses; taken
      *> before the pass opens the file, so every id above it is a
      *> sweep this pass wrote.
       FIND-SWEEP-BASE-ID.
           PERFORM FIND-WAREHOUSE-RELEASE-ID
           MOVE WS-WH-NEXT-ID TO WS-SW-BASE-ID
           MOVE WS-WH-NEXT-ID TO WS-SW-NEXT-ID.

      *> Called with the short account in the ledger buffer, its
      *> available balance worked out, WS-SW-PROTECT set and
      *> WS-SW-NEED the debit it cannot meet. Moves the shortfall
      *> across when the protection account can cover it from its
      *> own funds (its overdraft line does not count); either way
      *> the short account is back in the buffer on return with its
      *> available balance recomputed, so the caller's NSF check
      *> simply runs again.
       TRY-OVERDRAFT-SWEEP.
           MOVE L-ACCT-ID TO WS-SW-ACCT
           MOVE L-CURR    TO WS-SW-CURR
           MOVE L-BRANCH  TO WS-SW-BRANCH
           MOVE SPACES    TO WS-SW-REASON
           MOVE 0         TO WS-SW-SHORTFALL
           COMPUTE WS-SW-SHORTFALL = WS-SW-NEED - WS-AVAIL-BALANCE
               ON SIZE ERROR
                   MOVE "TOO LARGE" TO WS-SW-REASON
           END-COMPUTE
           IF WS-SW-REASON = SPACES
               AND WS-SWEEP-FEE > 0
               AND WS-SF-USED >= 200
               MOVE "SWEEP TABLE FULL" TO WS-SW-REASON
           END-IF
           IF WS-SW-REASON NOT = SPACES
               PERFORM DECLINE-OVERDRAFT-SWEEP
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SW-PROTECT TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   MOVE "NO PROTECT ACCT" TO WS-SW-REASON
           END-READ
           IF WS-SW-REASON = SPACES
               EVALUATE L-STATUS
                   WHEN "F"
                       MOVE "PROTECT FROZEN" TO WS-SW-REASON
                   WHEN "C"
                       MOVE "PROTECT CLOSED" TO WS-SW-REASON
                   WHEN "M"
                       MOVE "PROTECT MATURED" TO WS-SW-REASON
                   WHEN "W"
                       MOVE "PROTECT CHGOFF" TO WS-SW-REASON
               END-EVALUATE
           END-IF
           IF WS-SW-REASON = SPACES
               MOVE WS-SW-CURR    TO WS-FROM-CURR
               MOVE L-CURR        TO WS-TO-CURR
               MOVE WS-SUSP-TODAY TO WS-RATE-DATE
               CALL "CURRCONV" USING WS-FROM-CURR WS-TO-CURR
                   WS-SW-SHORTFALL WS-SW-DR-AMOUNT WS-CONV-OK
                   WS-RATE-DATE
               IF WS-CONV-OK NOT = 'Y'
                   MOVE "PROTECT NO RATE" TO WS-SW-REASON
               END-IF
           END-IF
           IF WS-SW-REASON = SPACES
               PERFORM COMPUTE-AVAILABLE-BALANCE
               SUBTRACT WS-OD-LIMIT FROM WS-AVAIL-BALANCE
               IF WS-SW-DR-AMOUNT > WS-AVAIL-BALANCE
                   MOVE "PROTECT NSF" TO WS-SW-REASON
               END-IF
           END-IF
           IF WS-SW-REASON NOT = SPACES
               PERFORM DECLINE-OVERDRAFT-SWEEP
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-OVERDRAFT-SWEEP.

      *> The sweep goes on file as an ordinary TF from the
      *> protection account to the short one, tagged ODSWEEP and
      *> referring to the debit it funded, and both legs post at
      *> once - the protection account is in the buffer on entry.
       APPLY-OVERDRAFT-SWEEP.
           MOVE TRANSACTION-RECORD TO WS-SW-HELD-TRANS
           ADD 1 TO WS-SW-NEXT-ID
           MOVE WS-SW-NEXT-ID   TO TRANS-ID
           MOVE "TF"            TO TRANS-TYPE
           MOVE WS-SUSP-TODAY   TO TRANS-DATE
           MOVE WS-SW-PROTECT   TO TRANS-ACCT-ID
           MOVE WS-SW-SHORTFALL TO TRANS-AMOUNT
           MOVE HT-ID           TO TRANS-REF-ID
           MOVE HT-TYPE         TO TRANS-REF-TYPE
           MOVE WS-SW-CURR      TO TRANS-CURR
           MOVE "ODSWEEP"       TO TRANS-EXT-REF
           MOVE WS-SW-BRANCH    TO TRANS-BRANCH
           MOVE WS-SW-ACCT      TO TRANS-TO-ACCT
           MOVE SPACES          TO TRANS-TELLER
           MOVE ZERO            TO TRANS-CHECK-NO
           WRITE TRANSACTION-RECORD
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR writing overdraft sweep, status = "
                   WS-TRANS-STATUS
               SUBTRACT 1 FROM WS-SW-NEXT-ID
               MOVE WS-SW-HELD-TRANS TO TRANSACTION-RECORD
               MOVE "SWEEP WRITE ERR" TO WS-SW-REASON
               PERFORM DECLINE-OVERDRAFT-SWEEP
               EXIT PARAGRAPH
           END-IF

           MOVE L-ACCT-ID TO WS-BAL-ACCT
           MOVE L-PRINC   TO WS-BAL-BEFORE
           SUBTRACT WS-SW-DR-AMOUNT FROM L-PRINC
           MOVE L-PRINC   TO WS-BAL-AFTER
           REWRITE LEDGER-ENTRY
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR posting overdraft sweep debit, "
                   "status = " WS-LEDGER-STATUS
               PERFORM STOP-HALF-APPLIED-SWEEP
           END-IF
           MOVE "D" TO WS-PD-LEG
           MOVE WS-SW-DR-AMOUNT TO WS-PD-POST-AMOUNT
           PERFORM WRITE-BALANCE-IMAGE
           IF WS-SWEEP-FEE > 0
               ADD 1 TO WS-SF-USED
               MOVE L-ACCT-ID TO WS-SF-ACCT(WS-SF-USED)
               MOVE TRANS-ID  TO WS-SF-SWEEP-ID(WS-SF-USED)
               MOVE L-CURR    TO WS-SF-CURR(WS-SF-USED)
               MOVE L-BRANCH  TO WS-SF-BRANCH(WS-SF-USED)
           END-IF
           MOVE L-BRANCH TO WS-IB-FROM-BRANCH
           MOVE WS-SW-ACCT TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE L-ACCT-ID TO WS-BAL-ACCT
           MOVE L-PRINC   TO WS-BAL-BEFORE
           ADD WS-SW-SHORTFALL TO L-PRINC
           MOVE L-PRINC   TO WS-BAL-AFTER
           REWRITE LEDGER-ENTRY
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR posting overdraft sweep credit, "
                   "status = " WS-LEDGER-STATUS
               PERFORM STOP-HALF-APPLIED-SWEEP
           END-IF
           ADD 1 TO WS-POSTED-COUNT
           ADD 1 TO WS-SW-COUNT
           PERFORM JOURNAL-ONE-TRANSFER
           PERFORM NOTE-INTERBRANCH-TRANSFER
           MOVE HT-ID TO WS-JOURNAL-ID
           MOVE SPACES TO JOURNAL-LINE
           STRING "    overdraft sweep for " DELIMITED BY SIZE
                   WS-JOURNAL-ID DELIMITED BY SIZE
               INTO JOURNAL-LINE
           END-STRING
           PERFORM WRITE-JOURNAL-LINE
           MOVE "C" TO WS-PD-LEG
           MOVE WS-SW-SHORTFALL TO WS-PD-POST-AMOUNT
           PERFORM WRITE-BALANCE-IMAGE

           MOVE TRANS-ID TO WS-SW-EDIT-ID
           MOVE HT-ID    TO WS-SW-EDIT-ITEM
           DISPLAY "Overdraft sweep #" TRANS-ID " from account "
               WS-SW-PROTECT " to " WS-SW-ACCT " covers transaction #"
               HT-ID
           PERFORM WRITE-SWEEP-ITEM-LINE
           MOVE WS-SW-HELD-TRANS TO TRANSACTION-RECORD
           PERFORM COMPUTE-AVAILABLE-BALANCE.

       DECLINE-OVERDRAFT-SWEEP.
           ADD 1 TO WS-SW-DECLINED
           MOVE ZERO     TO WS-SW-EDIT-ID
           MOVE TRANS-ID TO WS-SW-EDIT-ITEM
           PERFORM WRITE-SWEEP-ITEM-LINE
           MOVE WS-SW-ACCT TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           PERFORM COMPUTE-AVAILABLE-BALANCE.

      *> The sweep transfer is on file and its debit leg may have
      *> posted; as with a half-applied transfer, stop rather than
      *> let a rerun move the money again.
       STOP-HALF-APPLIED-SWEEP.
           DISPLAY "*** posting stopped: overdraft sweep #" TRANS-ID
               " from account " WS-SW-PROTECT " to " WS-SW-ACCT
               " did not post both legs - reconcile before "
               "rerunning ***"
           MOVE "E" TO WS-ALERT-SEV
           MOVE "POSTLEDGER" TO WS-ALERT-PROGRAM
           MOVE "overdraft sweep half-applied - reconcile first"
               TO WS-ALERT-MESSAGE
           CALL "ALERTLOG" USING WS-ALERT-SEV
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           CLOSE TRANSACTION-FILE
           CLOSE LEDGER-FILE
           MOVE 1 TO RETURN-CODE
           GOBACK.

      *> One line per sweep attempt: the sweep id when it was made,
      *> the reason when it was declined.
       WRITE-SWEEP-ITEM-LINE.
           MOVE WS-SW-ACCT      TO WS-SW-EDIT-ACCT
           MOVE WS-SW-PROTECT   TO WS-SW-EDIT-PROTECT
           MOVE WS-SW-SHORTFALL TO WS-SW-EDIT-AMOUNT
           MOVE SPACES TO SWEEP-LINE
           IF WS-SW-EDIT-ID > 0
               STRING "ACCT " DELIMITED BY SIZE
                       WS-SW-EDIT-ACCT DELIMITED BY SIZE
                       "  ITEM " DELIMITED BY SIZE
                       WS-SW-EDIT-ITEM DELIMITED BY SIZE
                       "  SHORT " DELIMITED BY SIZE
                       WS-SW-EDIT-AMOUNT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SW-CURR DELIMITED BY SIZE
                       "  FROM " DELIMITED BY SIZE
                       WS-SW-EDIT-PROTECT DELIMITED BY SIZE
                       "  SWEEP " DELIMITED BY SIZE
                       WS-SW-EDIT-ID DELIMITED BY SIZE
                   INTO SWEEP-LINE
               END-STRING
           ELSE
               STRING "ACCT " DELIMITED BY SIZE
                       WS-SW-EDIT-ACCT DELIMITED BY SIZE
                       "  ITEM " DELIMITED BY SIZE
                       WS-SW-EDIT-ITEM DELIMITED BY SIZE
                       "  SHORT " DELIMITED BY SIZE
                       WS-SW-EDIT-AMOUNT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SW-CURR DELIMITED BY SIZE
                       "  FROM " DELIMITED BY SIZE
                       WS-SW-EDIT-PROTECT DELIMITED BY SIZE
                       "  DECLINED " DELIMITED BY SIZE
                       WS-SW-REASON DELIMITED BY SIZE
                   INTO SWEEP-LINE
               END-STRING
           END-IF
           PERFORM WRITE-SWEEP-LINE.

       OPEN-SWEEP-REPORT.
           OPEN OUTPUT SWEEP-FILE
           IF WS-SWEEP-STATUS NOT = "00"
               DISPLAY "ERROR opening sweep_report.txt, "
                   "status = " WS-SWEEP-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "OVERDRAFT PROTECTION SWEEP REPORT" TO SWEEP-LINE
           PERFORM WRITE-SWEEP-LINE
           MOVE ALL "-" TO SWEEP-LINE
           PERFORM WRITE-SWEEP-LINE.

       CLOSE-SWEEP-REPORT.
           MOVE ALL "-" TO SWEEP-LINE
           PERFORM WRITE-SWEEP-LINE
           MOVE WS-SW-COUNT TO WS-EDIT-SWEEPS
           MOVE WS-SW-DECLINED TO WS-EDIT-DECLINED
           MOVE SPACES TO SWEEP-LINE
           STRING "SWEEPS MADE: " DELIMITED BY SIZE
                   WS-EDIT-SWEEPS DELIMITED BY SIZE
                   "   SWEEPS DECLINED: " DELIMITED BY SIZE
                   WS-EDIT-DECLINED DELIMITED BY SIZE
               INTO SWEEP-LINE
           END-STRING
           PERFORM WRITE-SWEEP-LINE
           CLOSE SWEEP-FILE.

       WRITE-SWEEP-LINE.
           WRITE SWEEP-LINE
           IF WS-SWEEP-STATUS NOT = "00"
               DISPLAY "ERROR writing sweep_report.txt, "
                   "status = " WS-SWEEP-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

      *> Sweep fees go to the protection account that paid out, in
      *> its own currency and branch, linked back to the sweep they
      *> charge for.
       WRITE-SWEEP-FEES.
           PERFORM SET-GENERATED-ID-BASE
           IF WS-PEN-ID < WS-SW-NEXT-ID
               MOVE WS-SW-NEXT-ID TO WS-PEN-ID
           END-IF
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR reopening transactions.dat for "
                   "sweep fees, status = " WS-TRANS-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-SF-IDX FROM 1 BY 1
                   UNTIL WS-SF-IDX > WS-SF-USED
               ADD 1 TO WS-PEN-ID
               MOVE WS-PEN-ID                 TO TRANS-ID
               MOVE "FE"                      TO TRANS-TYPE
               MOVE WS-SUSP-TODAY             TO TRANS-DATE
               MOVE WS-SF-ACCT(WS-SF-IDX)     TO TRANS-ACCT-ID
               MOVE WS-SWEEP-FEE              TO TRANS-AMOUNT
               MOVE WS-SF-SWEEP-ID(WS-SF-IDX) TO TRANS-REF-ID
               MOVE "TF"                      TO TRANS-REF-TYPE
               MOVE WS-SF-CURR(WS-SF-IDX)     TO TRANS-CURR
               MOVE SPACES                    TO TRANS-EXT-REF
               MOVE WS-SF-BRANCH(WS-SF-IDX)   TO TRANS-BRANCH
               MOVE ZERO                      TO TRANS-TO-ACCT
               MOVE SPACES                    TO TRANS-TELLER
               MOVE ZERO                      TO TRANS-CHECK-NO
               WRITE TRANSACTION-RECORD
               IF WS-TRANS-STATUS NOT = "00"
                   DISPLAY "ERROR writing sweep fee, "
                       "status = " WS-TRANS-STATUS
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       REJECT-RATE-POSTING.
           DISPLAY "*** REJECTED: transaction #" TRANS-ID
               " - no exchange rate for " TRANS-CURR
                       " - account " TRANS-ACCT-ID " is matured "
                       "awaiting instruction ***"
                   MOVE "ACCT MATURED" TO WS-SUSP-REASON
               WHEN "W"
                   DISPLAY "*** REJECTED: transaction #" TRANS-ID
                       " - account " TRANS-ACCT-ID " is charged "
                       "off ***"
                   MOVE "ACCT CHARGED OFF" TO WS-SUSP-REASON
               WHEN OTHER
                   DISPLAY "*** REJECTED: transaction #" TRANS-ID
                       " - account " TRANS-ACCT-ID " is closed ***"
               EXIT PARAGRAPH
           END-IF
           IF L-STATUS = "F" OR L-STATUS = "C" OR L-STATUS = "M"
               OR L-STATUS = "W"
               PERFORM REJECT-STATUS-POSTING
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-CURR TO WS-FROM-CURR
           MOVE L-CURR     TO WS-TO-CURR
           MOVE TRANS-DATE TO WS-RATE-DATE
           MOVE "D" TO WS-FX-SIDE
           CALL "FXSPREAD" USING WS-FROM-CURR WS-TO-CURR
               TRANS-AMOUNT WS-FX-SIDE WS-POST-AMOUNT
               WS-FX-DR-MARGIN WS-CONV-OK WS-RATE-DATE
           IF WS-CONV-OK NOT = 'Y'
               PERFORM REJECT-RATE-POSTING
               EXIT PARAGRAPH
           END-IF
           MOVE L-CURR   TO WS-FX-DR-CURR
           MOVE L-BRANCH TO WS-FX-DR-BRANCH
           MOVE WS-POST-AMOUNT TO WS-XFER-DR-AMOUNT
           PERFORM COMPUTE-AVAILABLE-BALANCE
      *> A short debit account with overdraft protection is swept
      *> only once the credit side has passed too, so a transfer
      *> that goes to suspense anyway never costs a sweep.
           MOVE 0 TO WS-SW-PROTECT
           IF WS-XFER-DR-AMOUNT > WS-AVAIL-BALANCE
               MOVE TRANS-ACCT-ID TO WS-PR-CHECK-ACCT
               PERFORM FIND-PROTECTION-ACCOUNT
               IF WS-SW-PROTECT = 0
                   PERFORM REJECT-NSF-POSTING
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE TRANS-TO-ACCT TO L-ACCT-ID
               PERFORM REJECT-XFER-CREDIT
               EXIT PARAGRAPH
           END-IF
           IF L-STATUS = "W"
               MOVE "CR ACCT CHGOFF" TO WS-SUSP-REASON
               PERFORM REJECT-XFER-CREDIT
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-CURR TO WS-FROM-CURR
           MOVE L-CURR     TO WS-TO-CURR
           MOVE TRANS-DATE TO WS-RATE-DATE
           MOVE "C" TO WS-FX-SIDE
           CALL "FXSPREAD" USING WS-FROM-CURR WS-TO-CURR
               TRANS-AMOUNT WS-FX-SIDE WS-XFER-CR-AMOUNT
               WS-FX-CR-MARGIN WS-CONV-OK WS-RATE-DATE
           IF WS-CONV-OK NOT = 'Y'
               MOVE "NO RATE CR ACCT" TO WS-SUSP-REASON
               PERFORM REJECT-XFER-CREDIT
               EXIT PARAGRAPH
           END-IF

           IF WS-SW-PROTECT > 0
               MOVE TRANS-ACCT-ID TO L-ACCT-ID
               READ LEDGER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               PERFORM COMPUTE-AVAILABLE-BALANCE
               MOVE WS-XFER-DR-AMOUNT TO WS-SW-NEED
               PERFORM TRY-OVERDRAFT-SWEEP
               IF WS-XFER-DR-AMOUNT > WS-AVAIL-BALANCE
                   PERFORM REJECT-NSF-POSTING
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *> Both legs clean - debit first, then credit.
           MOVE TRANS-ACCT-ID TO L-ACCT-ID
           READ LEDGER-FILE
               DISPLAY "ERROR posting transfer debit, status = "
                   WS-LEDGER-STATUS
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE TRANS-ID      TO WS-JOURNAL-ID
               MOVE TRANS-ACCT-ID TO WS-JOURNAL-ACCT
               MOVE SPACES TO JOURNAL-LINE
               STRING "  rejected " DELIMITED BY SIZE
                       WS-JOURNAL-ID DELIMITED BY SIZE
                       " ledger io error acct " DELIMITED BY SIZE
                       WS-JOURNAL-ACCT DELIMITED BY SIZE
                   INTO JOURNAL-LINE
               END-STRING
               PERFORM WRITE-JOURNAL-LINE
               MOVE "LEDGER IO ERROR" TO WS-SUSP-REASON
               PERFORM WRITE-SUSPENSE-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO WS-PD-LEG
           MOVE WS-XFER-DR-AMOUNT TO WS-PD-POST-AMOUNT
           PERFORM WRITE-BALANCE-IMAGE
           MOVE WS-XFER-DR-AMOUNT TO WS-BV-LEG-AMOUNT
           PERFORM NOTE-BACK-VALUE
           MOVE L-BRANCH TO WS-IB-FROM-BRANCH
           MOVE TRANS-TO-ACCT TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
           END-IF
           ADD 1 TO WS-POSTED-COUNT
           PERFORM JOURNAL-ONE-TRANSFER
           PERFORM NOTE-INTERBRANCH-TRANSFER
           PERFORM NOTE-TRANSFER-FX-MARGINS
           MOVE "C" TO WS-PD-LEG
           MOVE WS-XFER-CR-AMOUNT TO WS-PD-POST-AMOUNT
           PERFORM WRITE-BALANCE-IMAGE
           MOVE WS-XFER-CR-AMOUNT TO WS-BV-LEG-AMOUNT
           PERFORM NOTE-BACK-VALUE.

      *> One margin line per converted leg, each in its own
      *> account's currency and branch; the credit account is in
      *> the buffer.
       NOTE-TRANSFER-FX-MARGINS.
           IF WS-FX-DR-MARGIN > 0
               MOVE WS-FX-DR-MARGIN   TO WS-FX-MARGIN
               MOVE WS-XFER-DR-AMOUNT TO WS-FX-CUST-AMOUNT
               MOVE WS-FX-DR-CURR     TO WS-FX-TO-CURR
               MOVE TRANS-ACCT-ID     TO WS-FX-ACCT
               MOVE WS-FX-DR-BRANCH   TO WS-FX-BRANCH
               PERFORM WRITE-FX-MARGIN-LINE
           END-IF
           IF WS-FX-CR-MARGIN > 0
               MOVE WS-FX-CR-MARGIN   TO WS-FX-MARGIN
               MOVE WS-XFER-CR-AMOUNT TO WS-FX-CUST-AMOUNT
               MOVE L-CURR            TO WS-FX-TO-CURR
               PERFORM WRITE-FX-MARGIN
           END-IF.

      *> The posted account is in the buffer.
       WRITE-FX-MARGIN.
           MOVE L-ACCT-ID TO WS-FX-ACCT
           MOVE L-BRANCH  TO WS-FX-BRANCH
           IF WS-FX-BRANCH = 0
               MOVE TRANS-BRANCH TO WS-FX-BRANCH
           END-IF
           PERFORM WRITE-FX-MARGIN-LINE.

       WRITE-FX-MARGIN-LINE.
           IF WS-FX-BRANCH = 0
               MOVE TRANS-BRANCH TO WS-FX-BRANCH
           END-IF
           MOVE TRANS-ID TO WS-FX-ID
           CALL "FXBOOK" USING WS-FX-ID TRANS-TYPE WS-FX-BRANCH
               WS-FX-ACCT TRANS-CURR TRANS-AMOUNT WS-FX-TO-CURR
               WS-FX-CUST-AMOUNT WS-FX-MARGIN
           ADD 1 TO WS-FX-COUNT.

      *> One reason covers the whole transfer: the item lands in
      *> suspense with both accounts on it, and nothing posted.
           PERFORM WRITE-JOURNAL-LINE
           PERFORM WRITE-SUSPENSE-RECORD.

      *> A posting taken at one branch for an account held at
      *> another: money paid in leaves the taking branch owing the
      *> account's branch, money paid out leaves the account's
      *> branch owing the one that paid it. A recovery changes no
      *> balance but is still money received. The ledger record is
      *> the posted account's on entry.
       NOTE-INTERBRANCH-POSTING.
           IF TRANS-BRANCH = 0 OR L-BRANCH = 0
               OR TRANS-BRANCH = L-BRANCH
               OR TRANS-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF L-PRINC < WS-BAL-BEFORE
               MOVE L-BRANCH     TO WS-IB-DUE-TO
               MOVE TRANS-BRANCH TO WS-IB-DUE-FROM
           ELSE
               MOVE TRANS-BRANCH TO WS-IB-DUE-TO
               MOVE L-BRANCH     TO WS-IB-DUE-FROM
           END-IF
           PERFORM WRITE-INTERBRANCH-PAIR.

      *> A transfer between accounts of two branches leaves the
      *> debit account's branch owing the credit account's branch,
      *> whichever branch keyed it. WS-IB-FROM-BRANCH was taken from
      *> the debit account; the credit account is in the buffer.
       NOTE-INTERBRANCH-TRANSFER.
           IF WS-IB-FROM-BRANCH = 0 OR L-BRANCH = 0
               OR WS-IB-FROM-BRANCH = L-BRANCH
               OR TRANS-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IB-FROM-BRANCH TO WS-IB-DUE-TO
           MOVE L-BRANCH          TO WS-IB-DUE-FROM
           PERFORM WRITE-INTERBRANCH-PAIR.

       WRITE-INTERBRANCH-PAIR.
           MOVE TRANS-ID TO WS-IB-ID
           CALL "IBENTRY" USING WS-IB-ID TRANS-TYPE WS-IB-DUE-TO
               WS-IB-DUE-FROM TRANS-CURR TRANS-AMOUNT
           ADD 1 TO WS-IB-COUNT
           MOVE SPACES TO JOURNAL-LINE
           STRING "    inter-branch: branch " DELIMITED BY SIZE
                   WS-IB-DUE-TO DELIMITED BY SIZE
                   " due to branch " DELIMITED BY SIZE
                   WS-IB-DUE-FROM DELIMITED BY SIZE
               INTO JOURNAL-LINE
           END-STRING
           PERFORM WRITE-JOURNAL-LINE.

       JOURNAL-ONE-TRANSFER.
           MOVE TRANS-ID      TO WS-JOURNAL-ID
           MOVE TRANS-ACCT-ID TO WS-JOURNAL-ACCT
                           WS-JOURNAL-ACCT DELIMITED BY SIZE
                       INTO JOURNAL-LINE
                   END-STRING
               WHEN "W"
                   STRING "  rejected " DELIMITED BY SIZE
                           WS-JOURNAL-ID DELIMITED BY SIZE
                           " charged-off acct " DELIMITED BY SIZE
                           WS-JOURNAL-ACCT DELIMITED BY SIZE
                       INTO JOURNAL-LINE
                   END-STRING
               WHEN OTHER
                   STRING "  rejected " DELIMITED BY SIZE
                           WS-JOURNAL-ID DELIMITED BY SIZE
