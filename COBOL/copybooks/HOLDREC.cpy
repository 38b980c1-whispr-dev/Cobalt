      *> Shared record layout for holds.dat - the funds-availability
      *> holds POSTLEDGER nets out of L-PRINC before allowing a
      *> debit. Indexed on the hold number, with the account as an
      *> alternate key (duplicates) so a program reads just the
      *> holds of the account in hand instead of loading the file.
      *> COPYed into HOLDMAINT (operator add/release), POSTLEDGER
      *> (available-balance check, deposit-clearing holds),
      *> HOLDEXPIRE (nightly expiry), REPOST-SUSPENSE, CLOSESETTLE,
      *> RETITEM, EXPOSURE, CDCEXTRACT, LEGALORD (garnishment and
      *> levy holds, reason "LEGAL ORD nnnnnn"), LEGALPROC (their
      *> remittance) and the conversion CONVHOLDS.
      *> HOLD-NO follows the TRANS-ID scheme: the business date
      *> times 100000 plus a daily sequence (holds converted from
      *> the old line file keep their small numbers). A hold is
      *> active through HOLD-EXPIRY inclusive; 99991231 = until
      *> released.
           05 HOLD-NO          PIC 9(13)     COMP-3.
           05 HOLD-ACCT-ID     PIC 9(6)      COMP-3.
           05 HOLD-AMOUNT      PIC 9(7)V99   COMP-3.
           05 HOLD-REASON      PIC X(16).
           05 HOLD-EXPIRY      PIC 9(8)      COMP-3.
      *> When the hold was placed, and by which program.
           05 HOLD-PLACED-DATE PIC 9(8)      COMP-3.
           05 HOLD-PLACED-BY   PIC X(20).
