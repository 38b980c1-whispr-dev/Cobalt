      *> Shared collections case line layout for collections.dat
      *> (LINE SEQUENTIAL, one line per account). COLLQUEUE puts an
      *> account on the queue each night once it has stayed
      *> overdrawn past the entry threshold and takes it off again
      *> when the customer brings it back in credit; collections
      *> staff record contacts, promises to pay, and recoveries on
      *> it in COLLECT; and CHARGEOFF writes the balance off at
      *> month-end once the charge-off threshold has passed. The
      *> line stays on file after a cure or a charge-off, so an
      *> account's collection history is never lost.
           05 CL-ACCT        PIC 9(6).
           05 FILLER         PIC X.
      *> Q in the collections queue, C cured (back in credit - off
      *> the queue until it next falls behind), W charged off.
           05 CL-STATUS      PIC X.
           05 FILLER         PIC X.
      *> Business date the account last entered the queue.
           05 CL-ENTERED     PIC 9(8).
           05 FILLER         PIC X.
      *> As of the last nightly refresh: the overdrawn amount (in
      *> the account's currency), the days overdrawn (L-OD-DAYS),
      *> and Y when the balance is past the authorized overdraft
      *> line (an account with no line at all is always past it).
           05 CL-OVERDRAWN   PIC 9(10)V99.
           05 FILLER         PIC X.
           05 CL-OD-DAYS     PIC 9(5).
           05 FILLER         PIC X.
           05 CL-OVER-LIMIT  PIC X.
           05 FILLER         PIC X.
           05 CL-CURR        PIC X(3).
           05 FILLER         PIC X.
      *> Contact attempts recorded since the account entered the
      *> queue, and the date and outcome code of the latest (the
      *> full history is on collection_contacts.dat).
           05 CL-CONTACTS    PIC 9(3).
           05 FILLER         PIC X.
           05 CL-LAST-CONTACT PIC 9(8).
           05 FILLER         PIC X.
           05 CL-LAST-OUTCOME PIC X(2).
           05 FILLER         PIC X.
      *> Promise to pay: the amount and the date promised, and the
      *> overdrawn amount when it was given - the promise is kept
      *> once the overdraft has come down by the promised amount.
      *> O open, K kept, B broken; space when none was taken.
           05 CL-PROMISE-AMT PIC 9(7)V99.
           05 FILLER         PIC X.
           05 CL-PROMISE-DATE PIC 9(8).
           05 FILLER         PIC X.
           05 CL-PROMISE-BASE PIC 9(10)V99.
           05 FILLER         PIC X.
           05 CL-PROMISE-STATE PIC X.
           05 FILLER         PIC X.
      *> The charge-off: amount written off, business date, and the
      *> CO transaction that did it. Zero until charged off.
           05 CL-CHGOFF-AMT  PIC 9(10)V99.
           05 FILLER         PIC X.
           05 CL-CHGOFF-DATE PIC 9(8).
           05 FILLER         PIC X.
           05 CL-CHGOFF-ID   PIC 9(13).
           05 FILLER         PIC X.
      *> Recovered since the charge-off (RC postings from COLLECT)
      *> and the date of the latest recovery.
           05 CL-RECOVERED   PIC 9(10)V99.
           05 FILLER         PIC X.
           05 CL-LAST-RECOVERY PIC 9(8).
           05 FILLER         PIC X.
      *> Operator who last worked the case in COLLECT.
           05 CL-OPERATOR    PIC X(4).
