      *> each IN into the gross credit and a WT withholding debit);
      *> space or "N" = no withholding, the pre-field default.
           05 C-TAX-STATUS   PIC X.
      *> Know-your-customer tracking, maintained once per customer
      *> in CUSTMAINT and propagated like the rest of the details.
      *> C-ID-EXPIRY is the expiry date (YYYYMMDD) of the identity
      *> document C-ID-REF names; zero = not recorded.
      *> C-RISK-RATING is H high, M medium, L low; space = not yet
      *> rated, which the periodic-review tracking (KYCCHECK) does
      *> not chase. Rating a customer counts as reviewing them.
      *> C-LAST-REVIEW is the date (YYYYMMDD) the customer's file
      *> was last reviewed; the next review falls due 1, 2, or 3
      *> years later for H, M, or L.
      *> Records written before these fields existed - no
      *> conversion was run - carry LOW-VALUES in them and in every
      *> field after them. The two dates are then not valid packed
      *> data: test them IS NUMERIC before use (not numeric = not
      *> recorded). A flag or text field holding LOW-VALUES means
      *> the same as spaces - not rated, not set, none held.
           05 C-ID-EXPIRY    PIC 9(8)      COMP-3.
           05 C-RISK-RATING  PIC X.
           05 C-LAST-REVIEW  PIC 9(8)      COMP-3.
      *> Statement preference, maintained once per customer in
      *> CUSTMAINT: "C" = the customer has opted in to one
      *> consolidated relationship statement (STATEMENT) covering
      *> every account linked to C-CUST-NO; space, LOW-VALUES or
      *> "A" = one statement per account, the pre-field default.
           05 C-STMT-MODE    PIC X.
      *> Interest disposition, kept per account (not propagated
      *> with the customer's details) and set in CUSTMAINT: space,
      *> LOW-VALUES or "C" = the monthly interest is capitalized on
      *> the account that earned it, the pre-field default, and
      *> C-INT-DEST is then unset (not necessarily numeric);
      *> "A" = ACCRUELEDGER transfers the net interest (after
      *> withholding) to C-INT-DEST, another account linked to the
      *> same customer on cust_accounts.dat; "P" = it pays the net
      *> interest out to external payee C-INT-DEST (payees.dat,
      *> PAYEEMAINT).
           05 C-INT-DISP     PIC X.
           05 C-INT-DEST     PIC 9(6)      COMP-3.
      *> E-mail contact, maintained once per customer in CUSTMAINT
      *> and propagated like the rest of the details. With C-PHONE
      *> (the SMS number) it is where CUSTALERT sends the
      *> customer's subscribed balance and activity alerts.
      *> Spaces or LOW-VALUES = none held.
           05 C-EMAIL        PIC X(40).
