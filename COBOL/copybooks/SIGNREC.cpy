      *> Shared record layout for sign_waiting.dat - WD and TF items
      *> captured on an account whose signing mandate (mandates.dat,
      *> MANDMAINT) needs a second signature, held until a second,
      *> different teller authorizes them. COPYed into
      *> TRANSACTIONS-WRITER (which files them at capture and, in
      *> its authorize mode, writes them to transactions.dat or
      *> declines them) and the waiting-for-authorization report.
      *> SG-TRANS-TYPE through SG-CHECK-NO are the captured
      *> TRANSACTION-RECORD (TRANSREC.cpy) less its id - an item has
      *> no place on transactions.dat until it is authorized, so it
      *> is known by its own number SG-ID (capture date times 100000
      *> plus a daily sequence, the TRANS-ID scheme) and is given a
      *> real TRANS-ID when it is written. SG-EFF-DATE is the
      *> effective date keyed with it (zero = book on the day it is
      *> authorized); SG-TELLER is the capturing teller.
           05 SG-ID            PIC 9(13)     COMP-3.
           05 SG-TRANS-TYPE    PIC X(2).
           05 SG-EFF-DATE      PIC 9(8)      COMP-3.
           05 SG-ACCT-ID       PIC 9(6)      COMP-3.
           05 SG-AMOUNT        PIC 9(7)V99   COMP-3.
           05 SG-REF-ID        PIC 9(13)     COMP-3.
           05 SG-REF-TYPE      PIC X(2).
           05 SG-CURR          PIC X(3).
           05 SG-EXT-REF       PIC X(12).
           05 SG-BRANCH        PIC 9(3)      COMP-3.
           05 SG-TO-ACCT       PIC 9(6)      COMP-3.
           05 SG-TELLER        PIC X(4).
           05 SG-CHECK-NO      PIC 9(6)      COMP-3.
      *> When it was captured and the mandate rule that stopped it
      *> (2 any two to sign, T two over the threshold).
           05 SG-CAPTURED-DATE PIC 9(8)      COMP-3.
           05 SG-RULE          PIC X.
      *> W waiting; A authorized (SG-TRANS-ID is the id it was
      *> written under, zero when it went to the warehouse as a
      *> future-dated item); D declined. Decided items stay on file
      *> as the record of who signed what.
           05 SG-STATUS        PIC X.
           05 SG-DECIDED-BY    PIC X(4).
           05 SG-DECIDED-DATE  PIC 9(8)      COMP-3.
           05 SG-TRANS-ID      PIC 9(13)     COMP-3.
