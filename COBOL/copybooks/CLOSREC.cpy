      *> Shared account-closure line layout for closures.dat (LINE
      *> SEQUENTIAL, one line per closure request). Written by
      *> WriteLedger when an operator closes an account, moved on by
      *> the nightly settlement (CLOSESETTLE) as the account is
      *> settled, and read by FEEENGINE so an account part-way
      *> through settlement is not charged the month's fee twice.
      *> A line stays on file once the account is closed, so what
      *> was paid where, and when, survives.
      *> The account to close and the business date it was asked.
           05 CS-ACCT        PIC 9(6).
           05 FILLER         PIC X.
           05 CS-REQUESTED   PIC 9(8).
           05 FILLER         PIC X.
      *> Where the net balance goes: A another account on the
      *> ledger (CS-DEST is its account id, paid by TF), P a payee
      *> on payees.dat (CS-DEST is the payee number, paid by a
      *> payee WD that PAYOUTFILE sends on).
           05 CS-DEST-KIND   PIC X.
           05 FILLER         PIC X.
           05 CS-DEST        PIC 9(6).
           05 FILLER         PIC X.
      *> R requested, waiting on the settlement run; G settlement
      *> generated (interest, fees and payout in transactions.dat,
      *> waiting on the chain to post them); P paid out and closed;
      *> X withdrawn before settlement.
           05 CS-STATUS      PIC X.
           05 FILLER         PIC X.
      *> Settlement: the balance at settlement, the interest to the
      *> closing date and the tax withheld from it, the month's fee
      *> and closing fee charged together, and the net paid away -
      *> stamped at stage 1, with any late residual swept at stage
      *> 2 added to the payout; the date the account closed.
           05 CS-BALANCE     PIC 9(9)V99.
           05 FILLER         PIC X.
           05 CS-INTEREST    PIC 9(7)V99.
           05 FILLER         PIC X.
           05 CS-WHT         PIC 9(7)V99.
           05 FILLER         PIC X.
           05 CS-FEES        PIC 9(7)V99.
           05 FILLER         PIC X.
           05 CS-PAYOUT      PIC 9(9)V99.
           05 FILLER         PIC X.
           05 CS-SETTLED     PIC 9(8).
           05 FILLER         PIC X.
      *> Operator who asked for the closure.
           05 CS-OPERATOR    PIC X(4).
