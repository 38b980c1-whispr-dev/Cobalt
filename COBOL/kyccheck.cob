       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCCHECK.

      *> Callable periodic-review check in the CURRCONV mold, so the
      *> nightly review-due report (KYCRPT) and the capture
      *> programs (TRANSACTIONS-WRITER, BANKFEED) judge a customer's
      *> know-your-customer standing the same way. The review cycle
      *> follows the risk rating on CUSTREC: a high-risk customer is
      *> reviewed every year, medium every 2 years, low every 3.
      *> After the due date the customer has KYC_GRACE_DAYS
      *> (environment setting, default 30) before they count as
      *> overdue; with KYC_DEBIT_BLOCK=Y an overdue customer's new
      *> debits are refused at capture until the review is done.
      *> CALL "KYCCHECK" USING function, acct, customer, status,
      *> due-date, grace-end, id-expired, block:
      *>   function   PIC X - A look the account up on customer.dat
      *>                (customer comes back filled), E evaluate the
      *>                customer record as passed
      *>   acct       PIC 9(6) - the account (A only)
      *>   customer   CUSTREC record image
      *>   status     PIC X - N not tracked (no customer record,
      *>                or not yet rated), C current, D review due
      *>                but inside the grace period, O overdue past
      *>                the grace period
      *>   due-date   PIC 9(8) - when the next review falls due
      *>   grace-end  PIC 9(8) - the last day of the grace period
      *>   id-expired PIC X - 'Y' when the identity document's
      *>                recorded expiry date has passed
      *>   block      PIC X - 'Y' when a new debit should be
      *>                refused (overdue and KYC_DEBIT_BLOCK=Y)
      *> A rated customer with no review date on file is overdue.
      *> A due date on 29 February of a non-leap year falls on the
      *> 28th.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS C-ACCT-ID
               FILE STATUS IS WS-CUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS        PIC XX.
       01  WS-LOADED             PIC X VALUE 'N'.
       01  WS-TODAY              PIC 9(8).
       01  WS-GRACE-TEXT         PIC X(4).
       01  WS-GRACE-DAYS         PIC 9(4) VALUE 30.
       01  WS-BLOCK-TEXT         PIC X(3).
       01  WS-BLOCK-ON           PIC X VALUE 'N'.
       01  WS-CYCLE-YEARS        PIC 9.
       01  WS-DAY-NUMBER         PIC 9(7).
       01  WS-DATEVAL-OPTIONS    PIC X(2) VALUE SPACES.
       01  WS-DATEVAL-RESULT     PIC X.

       LINKAGE SECTION.
       01  LS-FUNCTION           PIC X.
       01  LS-ACCT               PIC 9(6).
       01  LS-CUSTOMER.
           COPY CUSTREC REPLACING LEADING ==C-== BY ==LC-==.
       01  LS-STATUS             PIC X.
       01  LS-DUE-DATE           PIC 9(8).
       01  LS-GRACE-END          PIC 9(8).
       01  LS-ID-EXPIRED         PIC X.
       01  LS-BLOCK              PIC X.

       PROCEDURE DIVISION USING LS-FUNCTION LS-ACCT LS-CUSTOMER
           LS-STATUS LS-DUE-DATE LS-GRACE-END LS-ID-EXPIRED
           LS-BLOCK.

       MAIN.
           IF WS-LOADED NOT = 'Y'
               PERFORM LOAD-SETTINGS
               MOVE 'Y' TO WS-LOADED
           END-IF
           MOVE "N" TO LS-STATUS
           MOVE 0   TO LS-DUE-DATE LS-GRACE-END
           MOVE 'N' TO LS-ID-EXPIRED LS-BLOCK
           CALL "BUSDATE" USING WS-TODAY

           IF LS-FUNCTION = "A"
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUST-STATUS NOT = "00"
                   GOBACK
               END-IF
               MOVE LS-ACCT TO C-ACCT-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CLOSE CUSTOMER-FILE
                       GOBACK
               END-READ
               CLOSE CUSTOMER-FILE
               MOVE CUSTOMER-RECORD TO LS-CUSTOMER
           END-IF

      *> Records written before the KYC fields existed hold no valid
      *> packed dates there - read as not recorded.
           IF LC-ID-EXPIRY IS NUMERIC
               IF LC-ID-EXPIRY > 0 AND LC-ID-EXPIRY < WS-TODAY
                   MOVE 'Y' TO LS-ID-EXPIRED
               END-IF
           END-IF

           EVALUATE LC-RISK-RATING
               WHEN "H"
                   MOVE 1 TO WS-CYCLE-YEARS
               WHEN "M"
                   MOVE 2 TO WS-CYCLE-YEARS
               WHEN "L"
                   MOVE 3 TO WS-CYCLE-YEARS
               WHEN OTHER
                   GOBACK
           END-EVALUATE

           EVALUATE TRUE
               WHEN LC-LAST-REVIEW IS NOT NUMERIC
                   MOVE "O" TO LS-STATUS
               WHEN LC-LAST-REVIEW = 0
                   MOVE "O" TO LS-STATUS
               WHEN OTHER
                   PERFORM SET-DUE-DATES
                   EVALUATE TRUE
                       WHEN WS-TODAY < LS-DUE-DATE
                           MOVE "C" TO LS-STATUS
                       WHEN WS-TODAY <= LS-GRACE-END
                           MOVE "D" TO LS-STATUS
                       WHEN OTHER
                           MOVE "O" TO LS-STATUS
                   END-EVALUATE
           END-EVALUATE
           IF LS-STATUS = "O" AND WS-BLOCK-ON = 'Y'
               MOVE 'Y' TO LS-BLOCK
           END-IF
           GOBACK.

       SET-DUE-DATES.
           COMPUTE LS-DUE-DATE =
               LC-LAST-REVIEW + WS-CYCLE-YEARS * 10000
           CALL "DATEVAL" USING LS-DUE-DATE WS-DATEVAL-OPTIONS
               WS-DATEVAL-RESULT
           IF WS-DATEVAL-RESULT NOT = 'Y'
               SUBTRACT 1 FROM LS-DUE-DATE
           END-IF
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(LS-DUE-DATE) + WS-GRACE-DAYS
           COMPUTE LS-GRACE-END =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).

       LOAD-SETTINGS.
           MOVE SPACES TO WS-GRACE-TEXT
           ACCEPT WS-GRACE-TEXT FROM ENVIRONMENT "KYC_GRACE_DAYS"
           IF WS-GRACE-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-GRACE-TEXT) = 0
               COMPUTE WS-GRACE-DAYS = FUNCTION NUMVAL(WS-GRACE-TEXT)
           END-IF
           MOVE SPACES TO WS-BLOCK-TEXT
           ACCEPT WS-BLOCK-TEXT FROM ENVIRONMENT "KYC_DEBIT_BLOCK"
           IF FUNCTION UPPER-CASE(WS-BLOCK-TEXT(1:1)) = "Y"
               MOVE 'Y' TO WS-BLOCK-ON
           END-IF.
