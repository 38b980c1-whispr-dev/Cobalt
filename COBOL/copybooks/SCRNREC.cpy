      *> Shared sanctions review-queue line layout for
      *> screen_queue.dat (LINE SEQUENTIAL, one hit per line).
      *> Written by SCRNQPUT for every watchlist hit SANCSCRN or
      *> BANKFEED raises, read by SANCSCRN to avoid raising the same
      *> hit twice, and decided by SANCREVIEW. Decided hits stay on
      *> file with their status, analyst, and decision date, so the
      *> examiners can see what was raised and who looked at it.
      *> Hit number: one sequence for the whole queue.
           05 SQ-HIT-NO      PIC 9(6).
           05 FILLER         PIC X.
      *> P pending review, C cleared (false match), F confirmed -
      *> the linked accounts were frozen.
           05 SQ-STATUS      PIC X.
           05 FILLER         PIC X.
      *> Business date the hit was raised.
           05 SQ-DATE        PIC 9(8).
           05 FILLER         PIC X.
      *> C customer/account name (SANCSCRN), F bank-feed
      *> counterparty (BANKFEED).
           05 SQ-SOURCE      PIC X.
           05 FILLER         PIC X.
      *> The account the hit is linked to - the named account, or
      *> the account the feed line moved money on.
           05 SQ-ACCT        PIC 9(6).
           05 FILLER         PIC X.
      *> The bank's reference for a feed hit; spaces otherwise.
           05 SQ-REF         PIC X(12).
           05 FILLER         PIC X.
      *> The name that was screened, as it stood when screened.
           05 SQ-NAME        PIC X(40).
           05 FILLER         PIC X.
      *> The watchlist entry it matched: entry id, source list,
      *> and the name as listed.
           05 SQ-ENTRY       PIC X(12).
           05 FILLER         PIC X.
           05 SQ-LIST        PIC X(10).
           05 FILLER         PIC X.
           05 SQ-LISTED-NAME PIC X(40).
           05 FILLER         PIC X.
      *> NAMEMATCH score, 100 = every word matched exactly.
           05 SQ-SCORE       PIC 9(3).
           05 FILLER         PIC X.
      *> Who decided the hit and when; spaces/zero while pending.
           05 SQ-ANALYST     PIC X(4).
           05 FILLER         PIC X.
           05 SQ-DECIDED     PIC 9(8).
