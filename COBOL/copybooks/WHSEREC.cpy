      *> Shared warehouse record layout for warehouse.dat - future-
      *> dated transactions captured ahead of the day they take
      *> effect. COPYed into WHSEPUT (which files them for
      *> TRANSACTIONS-WRITER and BANKFEED), POSTLEDGER (which
      *> releases each onto transactions.dat when its date
      *> arrives), BANKFEED (whose duplicate-reference check covers
      *> waiting items too), and the warehoused-items report.
      *> WH-TRANS-TYPE through WH-CHECK-NO are a full image of the
      *> captured TRANSACTION-RECORD (TRANSREC.cpy) less its id: a
      *> warehoused item has no place on transactions.dat yet, so it
      *> is known by its own warehouse number WH-ID (capture date
      *> times 100000 plus a daily sequence, the TRANS-ID scheme)
      *> and is given a real TRANS-ID on release.
      *> WH-TRANS-DATE is the effective date the item waits for.
           05 WH-ID            PIC 9(13)     COMP-3.
           05 WH-TRANS-TYPE    PIC X(2).
           05 WH-TRANS-DATE    PIC 9(8)      COMP-3.
           05 WH-ACCT-ID       PIC 9(6)      COMP-3.
           05 WH-AMOUNT        PIC 9(7)V99   COMP-3.
           05 WH-REF-ID        PIC 9(13)     COMP-3.
           05 WH-REF-TYPE      PIC X(2).
           05 WH-CURR          PIC X(3).
           05 WH-EXT-REF       PIC X(12).
           05 WH-BRANCH        PIC 9(3)      COMP-3.
           05 WH-TO-ACCT       PIC 9(6)      COMP-3.
           05 WH-TELLER        PIC X(4).
           05 WH-CHECK-NO      PIC 9(6)      COMP-3.
      *> When and by which program the item was captured, for the
      *> report's "waiting since" column.
           05 WH-CAPTURED-DATE PIC 9(8)      COMP-3.
           05 WH-CAPTURED-BY   PIC X(20).
      *> The TRANS-ID POSTLEDGER gives the item on release, marked
      *> here before the transaction is written (zero while the item
      *> waits), so a release that stops half way is finished - not
      *> repeated - by the next run.
           05 WH-RELEASE-ID    PIC 9(13)     COMP-3.
