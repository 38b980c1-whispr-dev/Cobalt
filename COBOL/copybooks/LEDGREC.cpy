           05 L-YEARS        PIC 9(4)      COMP-3.
           05 L-TOTAL        PIC 9(9)V99   COMP-3.
           05 L-PRIOR-TOTAL  PIC 9(9)V99   COMP-3.
      *> Account lifecycle status: "O" open, "F" frozen (no
      *> postings accepted - a disputed debit no longer freezes the
      *> account, see DISPUTE), "C" closed (no postings, no accrual;
      *> the entry stays on file so transactions.dat history never
      *> orphans), "W" charged off (the overdrawn balance written
      *> off by CHARGEOFF; takes only its charge-off and later
      *> recoveries, no accrual or fees). Anything else is treated
      *> as open so entries written before this field existed keep
      *> posting.
           05 L-STATUS       PIC X.
      *> Currency this account's L-PRINC/L-TOTAL are denominated in
      *> (ISO code). Spaces - entries written before the field
