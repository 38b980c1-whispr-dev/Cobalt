      *> Shared record layout for passbooks.dat - one record per
      *> account that carries a savings passbook, indexed on the
      *> account. COPYed into PASSBOOK (issue, print, replace) and
      *> SANDBOX (clone). The record says where the printer left
      *> off in the customer's book:
      *>   PB-LAST-TRANS-ID  the last posting printed; everything
      *>                     above it that POSTLEDGER has applied
      *>                     is "unprinted"
      *>   PB-PAGE / PB-LINE the page in use and the last line used
      *>                     on it (0 = nothing on the page yet)
      *>   PB-BALANCE        the balance shown on that last line,
      *>                     which the next entry runs on from and a
      *>                     replacement book brings forward
      *>   PB-STATUS         A in use; F full - the carried-forward
      *>                     line is printed and nothing more goes in
      *>                     this book until a replacement is issued
           05 PB-ACCT-ID       PIC 9(6)      COMP-3.
           05 PB-BOOK-NO       PIC 9(3)      COMP-3.
           05 PB-LAST-TRANS-ID PIC 9(13)     COMP-3.
           05 PB-PAGE          PIC 9(3)      COMP-3.
           05 PB-LINE          PIC 9(3)      COMP-3.
           05 PB-BALANCE       PIC S9(10)V99 COMP-3.
           05 PB-STATUS        PIC X.
      *> When this book was issued and last printed, and by whom.
           05 PB-ISSUED-DATE   PIC 9(8)      COMP-3.
           05 PB-PRINTED-DATE  PIC 9(8)      COMP-3.
           05 PB-PRINTED-BY    PIC X(4).
