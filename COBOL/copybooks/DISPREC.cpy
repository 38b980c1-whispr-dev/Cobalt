      *> Shared dispute case line layout for disputes.dat (LINE
      *> SEQUENTIAL, one line per disputed transaction). Written and
      *> moved on by DISPUTE as a case is opened, credited, and
      *> resolved, and read by the daily dispute aging report
      *> (DISPUTERPT). The case is keyed by the TRANS-ID of the
      *> disputed debit - one case per item - and stays on file once
      *> resolved so the outcome can always be traced.
      *> The disputed item, as it stands on transactions.dat.
           05 DS-TRANS-ID    PIC 9(13).
           05 FILLER         PIC X.
           05 DS-ACCT        PIC 9(6).
           05 FILLER         PIC X.
           05 DS-ITEM-TYPE   PIC X(2).
           05 FILLER         PIC X.
           05 DS-ITEM-DATE   PIC 9(8).
           05 FILLER         PIC X.
      *> Amount in dispute, in the item's own currency - the whole
      *> item or the part of it the customer questions.
           05 DS-AMOUNT      PIC 9(7)V99.
           05 FILLER         PIC X.
           05 DS-CURR        PIC X(3).
           05 FILLER         PIC X.
      *> Dispute reason code (DISPUTE's reason table) and the date
      *> the customer reported it - the date the response deadlines
      *> run from - and the business date the case was opened.
           05 DS-REASON      PIC X(3).
           05 FILLER         PIC X.
           05 DS-REPORTED    PIC 9(8).
           05 FILLER         PIC X.
           05 DS-OPENED      PIC 9(8).
           05 FILLER         PIC X.
      *> O open, W resolved in the customer's favour (the credit
      *> stands), L resolved against the customer (the credit
      *> reversed).
           05 DS-STATUS      PIC X.
           05 FILLER         PIC X.
      *> The provisional credit: a DP on the account linked to the
      *> disputed item (TRANS-REF-ID), external reference DISPUTE.
      *> Zero until issued.
           05 DS-CREDIT-ID   PIC 9(13).
           05 FILLER         PIC X.
           05 DS-CREDIT-DATE PIC 9(8).
           05 FILLER         PIC X.
      *> Resolution date, and the RV that took the credit back when
      *> the case went against the customer (zero otherwise).
           05 DS-RESOLVED    PIC 9(8).
           05 FILLER         PIC X.
           05 DS-REVERSAL-ID PIC 9(13).
           05 FILLER         PIC X.
      *> Operator who last moved the case on.
           05 DS-OPERATOR    PIC X(4).
