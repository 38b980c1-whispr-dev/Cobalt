      *> Shared record layout for posted_today.dat - the day file of
      *> what POSTLEDGER did with each item it took off
      *> transactions.dat on one business date. COPYed into
      *> POSTLEDGER (which writes it) and the nightly steps that
      *> used to rescan the whole of transactions.dat for the day's
      *> work (TRANSACTIONS-READER, TELLERPROOF, GLEXTRACT,
      *> RECONCILE, STRUCTMON, TRIALBAL) plus the POSTCHECK control
      *> step that proves it against the posting journal and the
      *> ledger.
      *> One header (PD-REC-TYPE "H") opens the file for the
      *> business date; a rerun of POSTLEDGER on the same date
      *> extends it. Every run closes with a trailer ("T") of
      *> totals to date, so the last trailer on file covers all of
      *> it. Detail records ("D") follow the posting journal:
      *>   PD-STATUS P posted - one record per balance image, i.e.
      *>               per account changed; R refused - the item went
      *>               to suspense (PD-REASON is the suspense
      *>               reason) and no balance moved.
      *>   PD-LEG    S the whole item (a single-account posting or
      *>               a refused item); D / C the debit and credit
      *>               leg of a posted transfer. Every record but a
      *>               C leg stands for one item of transactions.dat,
      *>               so counting them counts the night's items.
      *> PD-TRANS-ID through PD-CHECK-NO are the TRANSACTION-RECORD
      *> image (TRANSREC.cpy) as captured, so a reader can move them
      *> back and run its old per-record logic unchanged; the
      *> exception is PD-POSTED-ACCT, the account this record moved
      *> (the credit account on a C leg). PD-POST-AMOUNT is what hit
      *> that account in its own currency PD-ACCT-CURR after
      *> conversion and spread, and the balance before and after
      *> give its movement.
           05 PD-REC-TYPE      PIC X.
           05 PD-DETAIL.
               10 PD-STATUS        PIC X.
               10 PD-LEG           PIC X.
               10 PD-TRANS-ID      PIC 9(13)     COMP-3.
               10 PD-TRANS-TYPE    PIC X(2).
               10 PD-TRANS-DATE    PIC 9(8)      COMP-3.
               10 PD-ACCT-ID       PIC 9(6)      COMP-3.
               10 PD-AMOUNT        PIC 9(7)V99   COMP-3.
               10 PD-REF-ID        PIC 9(13)     COMP-3.
               10 PD-REF-TYPE      PIC X(2).
               10 PD-CURR          PIC X(3).
               10 PD-EXT-REF       PIC X(12).
               10 PD-BRANCH        PIC 9(3)      COMP-3.
               10 PD-TO-ACCT       PIC 9(6)      COMP-3.
               10 PD-TELLER        PIC X(4).
               10 PD-CHECK-NO      PIC 9(6)      COMP-3.
               10 PD-POSTED-ACCT   PIC 9(6)      COMP-3.
               10 PD-POST-AMOUNT   PIC 9(7)V99   COMP-3.
               10 PD-ACCT-CURR     PIC X(3).
               10 PD-BAL-BEFORE    PIC S9(10)V99 COMP-3.
               10 PD-BAL-AFTER     PIC S9(10)V99 COMP-3.
               10 PD-REASON        PIC X(16).
      *> Header: the business date and the posting cursor the first
      *> run of the date started from (its journal RUN line).
           05 PD-HEADER REDEFINES PD-DETAIL.
               10 PD-HDR-BUS-DATE  PIC 9(8)      COMP-3.
               10 PD-HDR-FROM-ID   PIC 9(13)     COMP-3.
               10 PD-HDR-RUN-DATE  PIC 9(8)      COMP-3.
               10 PD-HDR-RUN-TIME  PIC 9(8)      COMP-3.
      *> Trailer: posted records, refused items, and items (every
      *> record but a C leg); the captured amount of the items, the
      *> converted amount of the posted records, and the net
      *> movement (balance after less before) they made; the
      *> highest TRANS-ID on file.
           05 PD-TRAILER REDEFINES PD-DETAIL.
               10 PD-TRL-BUS-DATE  PIC 9(8)      COMP-3.
               10 PD-TRL-POSTED    PIC 9(7)      COMP-3.
               10 PD-TRL-REFUSED   PIC 9(7)      COMP-3.
               10 PD-TRL-ITEMS     PIC 9(7)      COMP-3.
               10 PD-TRL-CAPTURED  PIC 9(11)V99  COMP-3.
               10 PD-TRL-POSTED-AMT PIC 9(11)V99 COMP-3.
               10 PD-TRL-NET       PIC S9(11)V99 COMP-3.
               10 PD-TRL-LAST-ID   PIC 9(13)     COMP-3.
