       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSBOOK.

      *> Teller passbook printing for savings customers who still
      *> bring a book in. Each account with a book has a record on
      *> passbooks.dat (PASSREC.cpy) saying which book it is, the
      *> page and line the printer reached, the last posting
      *> printed, and the balance printed on that line.
      *>   (I)ssue      a first book: page 1 line 1 is the balance
      *>                brought forward (L-PRINC), and every posting
      *>                POSTLEDGER applies after it is "unprinted".
      *>   (P)rint      every unprinted posting, in posting (id)
      *>                order, one line each - date, code, the
      *>                amount in the withdrawal or deposit column,
      *>                the running balance and the teller - with
      *>                the same debit/credit rules STATEMENT uses
      *>                (a transfer in shows as a deposit, a foreign
      *>                posting at its converted amount).
      *>   (R)eplace    a full or lost book: the next book number,
      *>                the last printed balance brought forward on
      *>                page 1 line 1, then the unprinted postings.
      *>   (S)how       the passbook record.
      *> Only postings POSTLEDGER has applied (at or below
      *> postledger_cursor.dat) print. A posting sitting in
      *> suspense.dat stops the print at that point - it has not
      *> touched the balance yet, and printing past it would leave
      *> it out of the book for good - and the teller is told why.
      *> When a page is full the teller is asked to turn it; the
      *> last line of the last page is kept for the balance
      *> carried forward, after which the book takes nothing more
      *> until a replacement is issued. Book size comes from
      *> PASSBOOK_LINES (lines a page, default 24) and
      *> PASSBOOK_PAGES (pages a book, default 8) in the
      *> environment. Lines go to passbook_print.txt for the
      *> passbook printer: each insertion starts with a form feed
      *> and blank lines down to the first free line. Postings
      *> moved to transactions_archive.dat by ARCHTRANS are read
      *> from there when a book is that far behind.
      *> Permission L; every issue, replacement and print is
      *> logged to ledger_audit.log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASSBOOK-FILE ASSIGN TO "passbooks.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PB-ACCT-ID
               FILE STATUS IS WS-PB-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "transactions_archive.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "suspense.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT CURSOR-FILE ASSIGN TO "postledger_cursor.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURSOR-STATUS.

           SELECT PRINT-FILE ASSIGN TO "passbook_print.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ledger_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PASSBOOK-FILE.
       01  PASSBOOK-RECORD.
           COPY PASSREC.

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

      *> Same layout as the live record, renamed so the two FDs can
      *> coexist - the single TRANSREC source keeps them in step.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           COPY TRANSREC REPLACING LEADING ==TRANS== BY ==ARCH==.

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           COPY SUSPREC.

       FD  CURSOR-FILE.
       01  CURSOR-LINE           PIC 9(13).

       FD  PRINT-FILE.
       01  PRINT-LINE            PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

      *> Operator sign-on (SIGNON/operators.dat): this function is
      *> permission L; the refusal message comes from SIGNON.
       01  WS-SIGNON-FUNCTION    PIC X VALUE "L".
       01  WS-SIGNON-OPERATOR    PIC X(4).
       01  WS-SIGNON-RESULT      PIC X.

       01  WS-PB-STATUS          PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-TRANS-STATUS       PIC XX.
       01  WS-ARCH-STATUS        PIC XX.
       01  WS-SUSP-STATUS        PIC XX.
       01  WS-CURSOR-STATUS      PIC XX.
       01  WS-PRINT-STATUS       PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-TRANS-EOF          PIC X.
       01  WS-ARCH-EOF           PIC X.
       01  WS-SUSP-EOF           PIC X.

       01  WS-CONTINUE           PIC X VALUE 'Y'.
       01  WS-ACTION             PIC X.
       01  WS-REPLY              PIC X.
       01  WS-TODAY              PIC 9(8).

       01  WS-ACCT-TEXT          PIC X(6).
       01  WS-ACCT-CHECK         PIC S9(6).
       01  WS-ACCT-OK            PIC X.
       01  WS-PB-FOUND           PIC X.

      *> Book size: entry lines a page and pages a book, from the
      *> environment when set to something usable.
       01  WS-SIZE-TEXT          PIC X(3).
       01  WS-PB-LINES           PIC 9(3) VALUE 24.
       01  WS-PB-PAGES           PIC 9(3) VALUE 8.

      *> The last posting POSTLEDGER applied, and the lowest id on
      *> the live file - a book whose last printed posting is below
      *> that may have unprinted postings in the archive.
       01  WS-LAST-POSTED-ID     PIC 9(13) VALUE 0.
       01  WS-FIRST-LIVE-ID      PIC 9(13).
       01  WS-TRAILER-ID         PIC 9(13) VALUE 9999999999999.

      *> This account's postings (either side of a transfer) that
      *> are sitting in suspense.dat, loaded for each print.
       01  WS-SUSP-IDS.
           05 WS-SI-ID OCCURS 200 TIMES INDEXED BY WS-SI-IDX
               PIC 9(13).
       01  WS-SI-USED            PIC 9(3) VALUE 0.
       01  WS-SI-HIT             PIC X.

      *> One print run: 'Y' in WS-PB-STOP ends it (suspense, no
      *> rate, book full); WS-PAGE-STARTED 'N' until the page in
      *> the printer has had its form feed and blank lines.
       01  WS-PB-STOP            PIC X.
       01  WS-PAGE-STARTED       PIC X.
       01  WS-PRINTED-COUNT      PIC 9(5).
       01  WS-PAD-COUNT          PIC 9(3).
       01  WS-XFER-IN            PIC X.
      *> D deposit column, W withdrawal column, N neither (a
      *> recovery on a charged-off account leaves the balance be).
       01  WS-DIRECTION          PIC X.

       01  WS-FROM-CURR          PIC X(3).
       01  WS-TO-CURR            PIC X(3).
       01  WS-RATE-DATE          PIC 9(8).
       01  WS-CONV-AMOUNT        PIC 9(7)V99 COMP-3.
       01  WS-CONV-OK            PIC X.
      *> A foreign-currency line is priced as POSTLEDGER posted it:
      *> a deposit, a withdrawal, or either leg of a customer's
      *> transfer at the customer side of the spread (FXSPREAD),
      *> everything else - an overdraft sweep included - at mid.
       01  WS-FX-SIDE            PIC X.
       01  WS-FX-MARGIN          PIC 9(7)V99 COMP-3.

      *> One passbook line: date, then a 29-character body holding
      *> either the code and the two amount columns or a narrative
      *> (the brought/carried forward lines), balance, teller.
       01  WS-LINE-DATE          PIC 9(8).
       01  WS-LINE-BODY          PIC X(29).
       01  WS-LINE-TELLER        PIC X(4).
       01  WS-EDIT-DATE          PIC 9999/99/99.
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-BALANCE       PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-ID            PIC 9(13).
       01  WS-EDIT-BOOK          PIC ZZ9.
       01  WS-EDIT-PAGE          PIC ZZ9.
       01  WS-EDIT-LINE          PIC ZZ9.
       01  WS-EDIT-COUNT         PIC ZZZZ9.
       01  WS-EDIT-SHOW-DATE     PIC 9(8).

       01  WS-AUDIT-DATE         PIC 9(8).
       01  WS-AUDIT-TIME         PIC 9(8).
       01  WS-AUDIT-ACCT-TEXT    PIC 9(6).
       01  WS-AUDIT-ACTION-TEXT  PIC X(8).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "SIGNON" USING WS-SIGNON-FUNCTION
               WS-SIGNON-OPERATOR WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           CALL "BUSDATE" USING WS-TODAY
           PERFORM READ-BOOK-SIZE

           OPEN I-O PASSBOOK-FILE
           IF WS-PB-STATUS = "35"
               DISPLAY "No passbooks.dat yet - starting a new "
                   "passbook file."
               OPEN OUTPUT PASSBOOK-FILE
               CLOSE PASSBOOK-FILE
               OPEN I-O PASSBOOK-FILE
           END-IF
           IF WS-PB-STATUS NOT = "00"
               DISPLAY "ERROR opening passbooks.dat, status = "
                   WS-PB-STATUS
               STOP RUN 1
           END-IF

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger.txt, status = "
                   WS-LEDGER-STATUS
               CLOSE PASSBOOK-FILE
               STOP RUN 1
           END-IF

           OPEN EXTEND PRINT-FILE
           IF WS-PRINT-STATUS = "35"
               OPEN OUTPUT PRINT-FILE
           END-IF
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR opening passbook_print.txt, status = "
                   WS-PRINT-STATUS
               CLOSE PASSBOOK-FILE LEDGER-FILE
               STOP RUN 1
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger_audit.log, status = "
                   WS-AUDIT-STATUS
               CLOSE PASSBOOK-FILE LEDGER-FILE PRINT-FILE
               STOP RUN 1
           END-IF

           PERFORM UNTIL WS-CONTINUE NOT = 'Y'
               DISPLAY "(P)rint a passbook, (I)ssue a new passbook, "
                   "(R)eplacement passbook, (S)how a passbook, or "
                   "(Q)uit? "
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "P"
                       PERFORM PRINT-PASSBOOK
                   WHEN "I"
                       PERFORM ISSUE-PASSBOOK
                   WHEN "R"
                       PERFORM REPLACE-PASSBOOK
                   WHEN "S"
                       PERFORM SHOW-PASSBOOK
                   WHEN OTHER
                       MOVE 'N' TO WS-CONTINUE
               END-EVALUATE
           END-PERFORM

           CLOSE PASSBOOK-FILE
           CLOSE LEDGER-FILE
           CLOSE PRINT-FILE
           CLOSE AUDIT-FILE
           DISPLAY "Passbook lines written to passbook_print.txt"
           STOP RUN.

       READ-BOOK-SIZE.
           MOVE SPACES TO WS-SIZE-TEXT
           ACCEPT WS-SIZE-TEXT FROM ENVIRONMENT "PASSBOOK_LINES"
           IF WS-SIZE-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-SIZE-TEXT) = 0
                   AND FUNCTION NUMVAL(WS-SIZE-TEXT) >= 3
                   COMPUTE WS-PB-LINES = FUNCTION NUMVAL(WS-SIZE-TEXT)
               ELSE
                   DISPLAY "PASSBOOK_LINES not usable, using "
                       WS-PB-LINES " lines a page"
               END-IF
           END-IF
           MOVE SPACES TO WS-SIZE-TEXT
           ACCEPT WS-SIZE-TEXT FROM ENVIRONMENT "PASSBOOK_PAGES"
           IF WS-SIZE-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-SIZE-TEXT) = 0
                   AND FUNCTION NUMVAL(WS-SIZE-TEXT) >= 1
                   COMPUTE WS-PB-PAGES = FUNCTION NUMVAL(WS-SIZE-TEXT)
               ELSE
                   DISPLAY "PASSBOOK_PAGES not usable, using "
                       WS-PB-PAGES " pages a book"
               END-IF
           END-IF.

      *> Asks for the account and reads its ledger entry; the
      *> passbook record is read by the caller.
       GET-ACCOUNT.
           MOVE 'N' TO WS-ACCT-OK
           DISPLAY "Account id: "
           MOVE SPACES TO WS-ACCT-TEXT
           ACCEPT WS-ACCT-TEXT
           IF FUNCTION TEST-NUMVAL(WS-ACCT-TEXT) NOT = 0
               DISPLAY "Invalid account id."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACCT-CHECK = FUNCTION NUMVAL(WS-ACCT-TEXT)
           IF WS-ACCT-CHECK <= 0
               DISPLAY "Invalid account id."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-CHECK TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   DISPLAY "No such account on ledger.txt."
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-OK
           END-READ.

       READ-PASSBOOK.
           MOVE L-ACCT-ID TO PB-ACCT-ID
           READ PASSBOOK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PB-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PB-FOUND
           END-READ.

       SHOW-PASSBOOK.
           PERFORM GET-ACCOUNT
           IF WS-ACCT-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PASSBOOK
           IF WS-PB-FOUND NOT = 'Y'
               DISPLAY "No passbook issued for this account."
               EXIT PARAGRAPH
           END-IF
           MOVE PB-ACCT-ID TO WS-EDIT-ACCT
           MOVE PB-BOOK-NO TO WS-EDIT-BOOK
           MOVE PB-PAGE    TO WS-EDIT-PAGE
           MOVE PB-LINE    TO WS-EDIT-LINE
           DISPLAY "  acct " WS-EDIT-ACCT " " L-NAME
           DISPLAY "  book " WS-EDIT-BOOK "  page " WS-EDIT-PAGE
               "  last line used " WS-EDIT-LINE
           MOVE PB-BALANCE TO WS-EDIT-BALANCE
           MOVE PB-LAST-TRANS-ID TO WS-EDIT-ID
           DISPLAY "  printed balance " WS-EDIT-BALANCE
               "  last posting printed " WS-EDIT-ID
           MOVE PB-ISSUED-DATE TO WS-EDIT-SHOW-DATE
           DISPLAY "  issued " WS-EDIT-SHOW-DATE
           IF PB-PRINTED-DATE > 0
               MOVE PB-PRINTED-DATE TO WS-EDIT-SHOW-DATE
               DISPLAY "  last printed " WS-EDIT-SHOW-DATE
                   " by " PB-PRINTED-BY
           END-IF
           IF PB-STATUS = "F"
               DISPLAY "  BOOK FULL - issue a replacement"
           END-IF.

      *> A first book for an account. Its opening balance is the
      *> ledger balance, which covers exactly the postings at or
      *> below the posting cursor - so an account with anything in
      *> suspense is refused until that clears, or the item would
      *> reach the balance without ever reaching the book.
       ISSUE-PASSBOOK.
           PERFORM GET-ACCOUNT
           IF WS-ACCT-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF L-STATUS = "C" OR L-STATUS = "W"
               DISPLAY "Account is closed or charged off - no "
                   "passbook issued."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PASSBOOK
           IF WS-PB-FOUND = 'Y'
               MOVE PB-BOOK-NO TO WS-EDIT-BOOK
               DISPLAY "Account already has passbook " WS-EDIT-BOOK
                   " - use (R)eplacement for a new book."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-POSTING-CURSOR
           PERFORM LOAD-ACCOUNT-SUSPENSE
           IF WS-SI-USED > 0
               DISPLAY "Account has postings in suspense - clear "
                   "them before issuing a passbook."
               EXIT PARAGRAPH
           END-IF

           MOVE L-ACCT-ID         TO PB-ACCT-ID
           MOVE 1                 TO PB-BOOK-NO
           MOVE WS-LAST-POSTED-ID TO PB-LAST-TRANS-ID
           MOVE 1                 TO PB-PAGE
           MOVE 0                 TO PB-LINE
           MOVE L-PRINC           TO PB-BALANCE
           MOVE "A"               TO PB-STATUS
           MOVE WS-TODAY          TO PB-ISSUED-DATE
           MOVE WS-TODAY          TO PB-PRINTED-DATE
           MOVE WS-SIGNON-OPERATOR TO PB-PRINTED-BY

           DISPLAY "Insert the new passbook at page 1 and press "
               "Enter."
           ACCEPT WS-REPLY
           MOVE 'N' TO WS-PAGE-STARTED
           MOVE "BALANCE BROUGHT FORWARD" TO WS-LINE-BODY
           PERFORM WRITE-BALANCE-LINE

           WRITE PASSBOOK-RECORD
               INVALID KEY
                   DISPLAY "ERROR writing passbooks.dat, status = "
                       WS-PB-STATUS
                   EXIT PARAGRAPH
           END-WRITE
           MOVE L-ACCT-ID TO WS-AUDIT-ACCT-TEXT
           MOVE "PBISSUE" TO WS-AUDIT-ACTION-TEXT
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "Passbook 1 issued.".

      *> A new book for a full or lost one. The balance brought
      *> forward is the last one printed - the old book's
      *> carried-forward line, or the last entry in a lost book -
      *> and the postings not yet printed follow it, so nothing
      *> printed twice and nothing skipped.
       REPLACE-PASSBOOK.
           PERFORM GET-ACCOUNT
           IF WS-ACCT-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PASSBOOK
           IF WS-PB-FOUND NOT = 'Y'
               DISPLAY "No passbook issued for this account - use "
                   "(I)ssue."
               EXIT PARAGRAPH
           END-IF
           MOVE PB-BOOK-NO TO WS-EDIT-BOOK
           IF PB-STATUS = "F"
               DISPLAY "Passbook " WS-EDIT-BOOK " is full."
           ELSE
               DISPLAY "Passbook " WS-EDIT-BOOK " is not full - "
                   "replace it as lost or damaged?"
           END-IF
           IF PB-BOOK-NO >= 999
               DISPLAY "Book number limit reached, nothing changed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Issue replacement book (Y/N)? "
           ACCEPT WS-REPLY
           IF FUNCTION UPPER-CASE(WS-REPLY) NOT = "Y"
               DISPLAY "Nothing changed."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO PB-BOOK-NO
           MOVE 1        TO PB-PAGE
           MOVE 0        TO PB-LINE
           MOVE "A"      TO PB-STATUS
           MOVE WS-TODAY TO PB-ISSUED-DATE
           MOVE WS-TODAY TO PB-PRINTED-DATE
           MOVE WS-SIGNON-OPERATOR TO PB-PRINTED-BY

           DISPLAY "Insert the new passbook at page 1 and press "
               "Enter."
           ACCEPT WS-REPLY
           MOVE 'N' TO WS-PAGE-STARTED
           MOVE "BALANCE BROUGHT FORWARD" TO WS-LINE-BODY
           PERFORM WRITE-BALANCE-LINE

           REWRITE PASSBOOK-RECORD
               INVALID KEY
                   DISPLAY "ERROR rewriting passbooks.dat, status = "
                       WS-PB-STATUS
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE L-ACCT-ID TO WS-AUDIT-ACCT-TEXT
           MOVE "PBREPL" TO WS-AUDIT-ACTION-TEXT
           PERFORM WRITE-AUDIT-ENTRY
           MOVE PB-BOOK-NO TO WS-EDIT-BOOK
           DISPLAY "Passbook " WS-EDIT-BOOK " issued."

           DISPLAY "Print the unprinted entries now (Y/N)? "
           ACCEPT WS-REPLY
           IF FUNCTION UPPER-CASE(WS-REPLY) = "Y"
               PERFORM PRINT-UNPRINTED-ENTRIES
           END-IF.

       PRINT-PASSBOOK.
           PERFORM GET-ACCOUNT
           IF WS-ACCT-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PASSBOOK
           IF WS-PB-FOUND NOT = 'Y'
               DISPLAY "No passbook issued for this account - use "
                   "(I)ssue."
               EXIT PARAGRAPH
           END-IF
           MOVE PB-BOOK-NO TO WS-EDIT-BOOK
           IF PB-STATUS = "F"
               DISPLAY "Passbook " WS-EDIT-BOOK " is full - issue "
                   "a (R)eplacement."
               EXIT PARAGRAPH
           END-IF
      *> A page filled at the end of the last print starts the
      *> next one now, so the book goes in at the right page.
           IF PB-LINE >= WS-PB-LINES
               ADD 1 TO PB-PAGE
               MOVE 0 TO PB-LINE
           END-IF
           MOVE PB-PAGE TO WS-EDIT-PAGE
           DISPLAY "Insert passbook " WS-EDIT-BOOK " at page "
               WS-EDIT-PAGE " and press Enter."
           ACCEPT WS-REPLY
           MOVE 'N' TO WS-PAGE-STARTED
           PERFORM PRINT-UNPRINTED-ENTRIES.

      *> Everything above PB-LAST-TRANS-ID up to the posting
      *> cursor, archive first when the book is that far behind,
      *> then the live file in id order.
       PRINT-UNPRINTED-ENTRIES.
           PERFORM READ-POSTING-CURSOR
           PERFORM LOAD-ACCOUNT-SUSPENSE
           MOVE 0   TO WS-PRINTED-COUNT
           MOVE 'N' TO WS-PB-STOP

           PERFORM FIND-FIRST-LIVE-ID
           IF PB-LAST-TRANS-ID < WS-FIRST-LIVE-ID
               PERFORM SCAN-ARCHIVE-ENTRIES
           END-IF
           IF WS-PB-STOP NOT = 'Y'
               PERFORM SCAN-LIVE-ENTRIES
           END-IF

           MOVE WS-PRINTED-COUNT TO WS-EDIT-COUNT
           MOVE PB-BOOK-NO TO WS-EDIT-BOOK
           MOVE PB-PAGE    TO WS-EDIT-PAGE
           MOVE PB-LINE    TO WS-EDIT-LINE
           DISPLAY WS-EDIT-COUNT " entries printed - book "
               WS-EDIT-BOOK " page " WS-EDIT-PAGE " line "
               WS-EDIT-LINE
           IF WS-PRINTED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY TO PB-PRINTED-DATE
           MOVE WS-SIGNON-OPERATOR TO PB-PRINTED-BY
           REWRITE PASSBOOK-RECORD
               INVALID KEY
                   DISPLAY "ERROR rewriting passbooks.dat, status = "
                       WS-PB-STATUS
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE L-ACCT-ID TO WS-AUDIT-ACCT-TEXT
           MOVE "PBPRINT" TO WS-AUDIT-ACTION-TEXT
           PERFORM WRITE-AUDIT-ENTRY.

       READ-POSTING-CURSOR.
           MOVE 0 TO WS-LAST-POSTED-ID
           OPEN INPUT CURSOR-FILE
           IF WS-CURSOR-STATUS = "00"
               READ CURSOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CURSOR-LINE TO WS-LAST-POSTED-ID
               END-READ
               CLOSE CURSOR-FILE
           END-IF.

      *> Suspense items on either side of this account; a missing
      *> file means nothing is in suspense.
       LOAD-ACCOUNT-SUSPENSE.
           MOVE 0   TO WS-SI-USED
           MOVE 'N' TO WS-SUSP-EOF
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SUSP-EOF = 'Y'
               READ SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO WS-SUSP-EOF
                   NOT AT END
                       IF SUSP-ACCT-ID = L-ACCT-ID
                           OR SUSP-TO-ACCT = L-ACCT-ID
                           IF WS-SI-USED < 200
                               ADD 1 TO WS-SI-USED
                               MOVE SUSP-TRANS-ID
                                   TO WS-SI-ID(WS-SI-USED)
                           ELSE
                               DISPLAY "*** WARNING: more than 200 "
                                   "suspense items on this account "
                                   "***"
                               MOVE 'Y' TO WS-SUSP-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE.

       CHECK-IN-SUSPENSE.
           MOVE 'N' TO WS-SI-HIT
           PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                   UNTIL WS-SI-IDX > WS-SI-USED
                       OR WS-SI-HIT = 'Y'
               IF WS-SI-ID(WS-SI-IDX) = TRANS-ID
                   MOVE 'Y' TO WS-SI-HIT
               END-IF
           END-PERFORM.

      *> Live ids are all above archived ones, so a book whose last
      *> printed posting is below the first live id is the only
      *> kind that can have unprinted postings in the archive.
       FIND-FIRST-LIVE-ID.
           MOVE WS-TRAILER-ID TO WS-FIRST-LIVE-ID
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TRANS-ID
           START TRANSACTION-FILE KEY IS >= TRANS-ID
               INVALID KEY
                   CLOSE TRANSACTION-FILE
                   EXIT PARAGRAPH
           END-START
           READ TRANSACTION-FILE NEXT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TRANS-ID TO WS-FIRST-LIVE-ID
           END-READ
           CLOSE TRANSACTION-FILE.

      *> The records stage through the live FD's record area (the
      *> live file is not open) so both passes share one path.
       SCAN-ARCHIVE-ENTRIES.
           MOVE 'N' TO WS-ARCH-EOF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions_archive.dat, "
                   "status = " WS-ARCH-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ARCH-EOF = 'Y' OR WS-PB-STOP = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-ARCH-EOF
                   NOT AT END
                       MOVE ARCHIVE-RECORD TO TRANSACTION-RECORD
                       IF TRANS-ID > PB-LAST-TRANS-ID
                           AND TRANS-ID NOT = WS-TRAILER-ID
                           PERFORM PASS-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.

       SCAN-LIVE-ENTRIES.
           MOVE 'N' TO WS-TRANS-EOF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
                   WS-TRANS-STATUS
               MOVE 'Y' TO WS-PB-STOP
               EXIT PARAGRAPH
           END-IF
           MOVE PB-LAST-TRANS-ID TO TRANS-ID
           START TRANSACTION-FILE KEY IS > TRANS-ID
               INVALID KEY
                   MOVE 'Y' TO WS-TRANS-EOF
           END-START
           PERFORM UNTIL WS-TRANS-EOF = 'Y' OR WS-PB-STOP = 'Y'
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TRANS-EOF
                   NOT AT END
                       IF TRANS-ID = WS-TRAILER-ID
                           OR TRANS-ID > WS-LAST-POSTED-ID
                           MOVE 'Y' TO WS-TRANS-EOF
                       ELSE
                           PERFORM PASS-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

      *> One posting from either file: this account's own, or the
      *> credit leg of a transfer into it.
       PASS-ONE-POSTING.
           IF TRANS-ACCT-ID = PB-ACCT-ID
               MOVE 'N' TO WS-XFER-IN
           ELSE
               IF TRANS-TYPE = "TF" AND TRANS-TO-ACCT = PB-ACCT-ID
                   MOVE 'Y' TO WS-XFER-IN
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM CHECK-IN-SUSPENSE
           IF WS-SI-HIT = 'Y'
               MOVE TRANS-ID TO WS-EDIT-ID
               DISPLAY "Posting " WS-EDIT-ID " is in suspense - "
                   "printing stops here until it is cleared."
               MOVE 'Y' TO WS-PB-STOP
               EXIT PARAGRAPH
           END-IF

           MOVE TRANS-CURR TO WS-FROM-CURR
           MOVE L-CURR     TO WS-TO-CURR
           MOVE 0 TO WS-CONV-AMOUNT
           MOVE TRANS-DATE TO WS-RATE-DATE
           MOVE SPACE TO WS-FX-SIDE
           EVALUATE TRUE
               WHEN TRANS-TYPE = "DP"
                   MOVE "C" TO WS-FX-SIDE
               WHEN TRANS-TYPE = "WD"
                   MOVE "D" TO WS-FX-SIDE
               WHEN TRANS-TYPE = "TF"
                   AND TRANS-EXT-REF NOT = "ODSWEEP"
                   IF WS-XFER-IN = 'Y'
                       MOVE "C" TO WS-FX-SIDE
                   ELSE
                       MOVE "D" TO WS-FX-SIDE
                   END-IF
           END-EVALUATE
           IF WS-FX-SIDE = SPACE
               CALL "CURRCONV" USING WS-FROM-CURR WS-TO-CURR
                   TRANS-AMOUNT WS-CONV-AMOUNT WS-CONV-OK
                   WS-RATE-DATE
           ELSE
               CALL "FXSPREAD" USING WS-FROM-CURR WS-TO-CURR
                   TRANS-AMOUNT WS-FX-SIDE WS-CONV-AMOUNT
                   WS-FX-MARGIN WS-CONV-OK WS-RATE-DATE
           END-IF
           IF WS-CONV-OK NOT = 'Y'
               MOVE TRANS-ID TO WS-EDIT-ID
               DISPLAY "No exchange rate for posting " WS-EDIT-ID
                   " (" TRANS-CURR ") - printing stops here."
               MOVE 'Y' TO WS-PB-STOP
               EXIT PARAGRAPH
           END-IF

           IF PB-LINE >= WS-PB-LINES
               PERFORM TURN-PAGE
           END-IF
           PERFORM APPLY-POSTING-TO-BALANCE

           MOVE SPACES TO WS-LINE-BODY
           MOVE TRANS-TYPE TO WS-LINE-BODY(1:2)
           MOVE WS-CONV-AMOUNT TO WS-EDIT-AMOUNT
           EVALUATE WS-DIRECTION
               WHEN "W"
                   MOVE WS-EDIT-AMOUNT TO WS-LINE-BODY(5:12)
               WHEN "D"
                   MOVE WS-EDIT-AMOUNT TO WS-LINE-BODY(18:12)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE TRANS-DATE   TO WS-LINE-DATE
           MOVE TRANS-TELLER TO WS-LINE-TELLER
           PERFORM WRITE-PASSBOOK-LINE
           MOVE TRANS-ID TO PB-LAST-TRANS-ID
           ADD 1 TO WS-PRINTED-COUNT

      *> The last line of the last page is the carried-forward line;
      *> once it is down the book is closed to further entries.
           IF PB-PAGE >= WS-PB-PAGES
               AND PB-LINE >= WS-PB-LINES - 1
               MOVE WS-TODAY TO WS-LINE-DATE
               MOVE "BALANCE CARRIED FORWARD" TO WS-LINE-BODY
               MOVE WS-SIGNON-OPERATOR TO WS-LINE-TELLER
               PERFORM WRITE-PASSBOOK-LINE
               MOVE "F" TO PB-STATUS
               MOVE 'Y' TO WS-PB-STOP
               MOVE PB-BOOK-NO TO WS-EDIT-BOOK
               DISPLAY "Passbook " WS-EDIT-BOOK " is now full - "
                   "issue a (R)eplacement for further entries."
           END-IF.

      *> Same debit/credit rules as STATEMENT's running balance.
       APPLY-POSTING-TO-BALANCE.
           EVALUATE TRANS-TYPE
               WHEN "DP"
               WHEN "IN"
                   MOVE "D" TO WS-DIRECTION
               WHEN "WD"
               WHEN "FE"
               WHEN "LI"
               WHEN "LP"
               WHEN "RI"
               WHEN "WT"
                   MOVE "W" TO WS-DIRECTION
               WHEN "TF"
                   IF WS-XFER-IN = 'Y'
                       MOVE "D" TO WS-DIRECTION
                   ELSE
                       MOVE "W" TO WS-DIRECTION
                   END-IF
               WHEN "RV"
                   IF TRANS-REF-TYPE = "WD"
                       OR TRANS-REF-TYPE = "FE"
                       OR TRANS-REF-TYPE = "WT"
                       OR TRANS-REF-TYPE = "RI"
                       OR TRANS-REF-TYPE = "LI"
                       OR TRANS-REF-TYPE = "LP"
                       MOVE "D" TO WS-DIRECTION
                   ELSE
                       MOVE "W" TO WS-DIRECTION
                   END-IF
               WHEN "RC"
                   MOVE "N" TO WS-DIRECTION
               WHEN OTHER
                   MOVE "D" TO WS-DIRECTION
           END-EVALUATE
           EVALUATE WS-DIRECTION
               WHEN "D"
                   ADD WS-CONV-AMOUNT TO PB-BALANCE
               WHEN "W"
                   SUBTRACT WS-CONV-AMOUNT FROM PB-BALANCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TURN-PAGE.
           ADD 1 TO PB-PAGE
           MOVE 0 TO PB-LINE
           MOVE PB-PAGE TO WS-EDIT-PAGE
           DISPLAY "Page full - turn to page " WS-EDIT-PAGE
               " and press Enter."
           ACCEPT WS-REPLY
           MOVE 'N' TO WS-PAGE-STARTED.

      *> The brought-forward line on page 1 line 1 of a new book.
       WRITE-BALANCE-LINE.
           MOVE WS-TODAY TO WS-LINE-DATE
           MOVE WS-SIGNON-OPERATOR TO WS-LINE-TELLER
           PERFORM WRITE-PASSBOOK-LINE.

      *> A page newly in the printer gets a form feed, then a blank
      *> line for each line already used so the next entry lands
      *> on the first free one.
       START-PRINT-PAGE.
           MOVE X"0C" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE PB-LINE TO WS-PAD-COUNT
           PERFORM WS-PAD-COUNT TIMES
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM
           MOVE 'Y' TO WS-PAGE-STARTED.

       WRITE-PASSBOOK-LINE.
           IF WS-PAGE-STARTED NOT = 'Y'
               PERFORM START-PRINT-PAGE
           END-IF
           MOVE WS-LINE-DATE TO WS-EDIT-DATE
           MOVE PB-BALANCE   TO WS-EDIT-BALANCE
           MOVE SPACES TO PRINT-LINE
           STRING WS-EDIT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LINE-BODY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-BALANCE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LINE-TELLER DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING
           WRITE PRINT-LINE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR writing passbook_print.txt, status = "
                   WS-PRINT-STATUS
           END-IF
           ADD 1 TO PB-LINE.

       WRITE-AUDIT-ENTRY.
      *> Business date for the audit date, clock for the time - the
      *> same convention as WriteLedger's audit entries.
           CALL "BUSDATE" USING WS-AUDIT-DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-DATE    DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-TIME   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-ACTION-TEXT DELIMITED BY SIZE
                   " acct=" DELIMITED BY SIZE
                   WS-AUDIT-ACCT-TEXT   DELIMITED BY SIZE
                   " op=" DELIMITED BY SIZE
                   WS-SIGNON-OPERATOR   DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR writing ledger_audit.log, status = "
                   WS-AUDIT-STATUS
           END-IF.
