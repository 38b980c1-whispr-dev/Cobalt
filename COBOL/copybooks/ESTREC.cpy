      *> Shared estate case line layout for estates.dat (LINE
      *> SEQUENTIAL, one line per account of a deceased customer).
      *> Written by DECEASED when a death is registered, moved on by
      *> ESTSETTLE as the estate is paid out and by DECEASED as
      *> joint accounts pass to the surviving holder, and read by
      *> the nightly estate report (ESTATERPT). A case is every line
      *> for one customer number; it stays on file once closed so
      *> the history of who was paid what, and when, survives.
      *> The deceased customer and one of their accounts.
           05 ES-CUST-NO     PIC 9(6).
           05 FILLER         PIC X.
           05 ES-ACCT        PIC 9(6).
           05 FILLER         PIC X.
      *> S sole-owned - frozen and paid out to the estate; J joint -
      *> left open, to pass to the surviving holder.
           05 ES-KIND        PIC X.
           05 FILLER         PIC X.
      *> Sole accounts: F frozen awaiting settlement, G settlement
      *> generated (interest and payout in transactions.dat,
      *> waiting on the chain to post them), P paid out and closed.
      *> Joint accounts: J awaiting transfer to the survivor,
      *> T transferred.
           05 ES-STATUS      PIC X.
           05 FILLER         PIC X.
      *> Date of death, and the business date the bank was told.
           05 ES-DEATH-DATE  PIC 9(8).
           05 FILLER         PIC X.
           05 ES-NOTIFIED    PIC 9(8).
           05 FILLER         PIC X.
      *> Executor's payee number on payees.dat (PAYEEMAINT) - the
      *> estate's money goes out through PAYOUTFILE like any other
      *> payee payment. Zero until the executor is known.
           05 ES-EXECUTOR    PIC 9(5).
           05 FILLER         PIC X.
      *> Joint accounts: the surviving holder's customer number
      *> (the first other holder on cust_accounts.dat). Zero on
      *> sole accounts.
           05 ES-SURVIVOR    PIC 9(6).
           05 FILLER         PIC X.
      *> L-LAST-ACCRUED when the account was frozen - the accrual
      *> period interest had been paid through, which is where the
      *> interest to the date of death starts from.
           05 ES-ACCRUED-THRU PIC 9(6).
           05 FILLER         PIC X.
      *> Settlement: the balance paid out and the interest to the
      *> date of death added to it, stamped at stage 1 of ESTSETTLE;
      *> the date the account closed, stamped at stage 2.
           05 ES-BALANCE     PIC 9(9)V99.
           05 FILLER         PIC X.
           05 ES-INTEREST    PIC 9(7)V99.
           05 FILLER         PIC X.
           05 ES-SETTLED     PIC 9(8).
           05 FILLER         PIC X.
      *> Operator who last moved the line on.
           05 ES-OPERATOR    PIC X(4).
