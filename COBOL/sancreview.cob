       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCREVIEW.

      *> Sanctions review queue: works through the pending hits on
      *> screen_queue.dat (SCRNREC.cpy) - raised by the nightly
      *> customer screen (SANCSCRN) and by BANKFEED's counterparty
      *> check - and lets the analyst decide each one:
      *>   (C)lear   - a false match; the hit stays on file as
      *>               cleared, and the nightly screen will not
      *>               raise the same name against the same entry
      *>               again
      *>   con(F)irm - a true match; the hit account is frozen
      *>               (L-STATUS "F", which POSTLEDGER already
      *>               refuses to post to), together with every
      *>               other account held by the same customer
      *>               number on cust_accounts.dat
      *>   (S)kip    - left pending for another session
      *> Closed accounts are left closed; an account already frozen
      *> is left as it is. Every decision and every freeze is a
      *> line on ledger_audit.log with the analyst's operator id,
      *> and the analyst and date are stamped onto the queue line.
      *> Unfreezing after a confirmed match is deliberately not
      *> offered here - it goes through WriteLedger's status
      *> change and its maker-checker approval like any other.
      *> Permission L, the ledger-maintenance letter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO "screen_queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT XREF-FILE ASSIGN TO "cust_accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ledger_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           COPY SCRNREC.

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  XREF-FILE.
       01  XREF-LINE             PIC X(30).

       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

      *> Operator sign-on (SIGNON/operators.dat): freezing accounts
      *> is ledger maintenance - permission L; the analyst is
      *> stamped on every decision.
       01  WS-SIGNON-FUNCTION    PIC X VALUE "L".
       01  WS-SIGNON-OPERATOR    PIC X(4).
       01  WS-SIGNON-RESULT      PIC X.

       01  WS-QUEUE-STATUS       PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-XREF-STATUS        PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-EOF                PIC X.
       01  WS-LEDGER-OPEN        PIC X VALUE 'N'.

      *> Run lock (RUNLOCK/run_lock.dat) so freezes can never
      *> interleave with the nightly chain.
       01  WS-LOCK-ACTION        PIC X.
       01  WS-LOCK-HOLDER        PIC X(20).
       01  WS-LOCK-RESULT        PIC X.

       01  WS-TODAY              PIC 9(8).
       01  WS-ACTION             PIC X.
       01  WS-AUDIT-DATE         PIC 9(8).
       01  WS-AUDIT-TIME         PIC 9(8).
       01  WS-AUDIT-VERDICT      PIC X(8).
       01  WS-AUDIT-ACCT         PIC 9(6).

      *> The queue, loaded whole and written back whole; decided
      *> hits are kept.
       01  WS-QUEUE-TABLE.
           05 WS-QU-ROW OCCURS 5000 TIMES INDEXED BY WS-QU-IDX.
               COPY SCRNREC REPLACING ==05== BY ==10==
                   LEADING ==SQ-== BY ==SQT-==.
       01  WS-QU-USED            PIC 9(4) VALUE 0.
       01  WS-QU-PENDING         PIC 9(4) VALUE 0.

      *> Customer/account cross-reference (CUSTMAINT's layout).
       01  WS-TOKEN-CUSTNO       PIC X(6).
       01  WS-TOKEN-ACCT         PIC X(6).
       01  WS-TOKEN-ROLE         PIC X(1).
       01  WS-XREF-TABLE.
           05 WS-XR-ROW OCCURS 500 TIMES INDEXED BY WS-XR-IDX.
               10 WS-XR-CUST     PIC 9(6).
               10 WS-XR-ACCT     PIC 9(6).
       01  WS-XR-USED            PIC 9(3) VALUE 0.
       01  WS-XR-SCAN            PIC 9(3).

      *> Accounts to freeze for one confirmed hit.
       01  WS-FREEZE-TABLE.
           05 WS-FZ-ACCT OCCURS 100 TIMES INDEXED BY WS-FZ-IDX
                                 PIC 9(6).
       01  WS-FZ-USED            PIC 9(3) VALUE 0.
       01  WS-FZ-FOUND           PIC X.
       01  WS-FZ-ACCT-IN         PIC 9(6).
       01  WS-HIT-ACCT           PIC 9(6).

       01  WS-CLEARED-COUNT      PIC 9(4) VALUE 0.
       01  WS-CONFIRMED-COUNT    PIC 9(4) VALUE 0.
       01  WS-FROZEN-COUNT       PIC 9(4) VALUE 0.
       01  WS-KEPT-COUNT         PIC 9(4) VALUE 0.
       01  WS-EDIT-COUNT         PIC ZZZ9.
       01  WS-EDIT-HIT-NO        PIC 9(6).
       01  WS-EDIT-ACCT          PIC 9(6).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "SIGNON" USING WS-SIGNON-FUNCTION
               WS-SIGNON-OPERATOR WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           MOVE "T" TO WS-LOCK-ACTION
           MOVE "SANCREVIEW" TO WS-LOCK-HOLDER
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           PERFORM LOAD-QUEUE-FILE
           IF WS-QU-PENDING = 0
               DISPLAY "No watchlist hits awaiting review."
               MOVE "R" TO WS-LOCK-ACTION
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
                   WS-LOCK-RESULT
               STOP RUN
           END-IF

           CALL "BUSDATE" USING WS-TODAY
      *> Generation backup before the first mutation of the run
      *> unit (GENBACKUP rotates once per run unit).
           CALL "GENBACKUP"
           PERFORM LOAD-XREF-FILE
           PERFORM OPEN-AUDIT-FILE

           PERFORM VARYING WS-QU-IDX FROM 1 BY 1
                   UNTIL WS-QU-IDX > WS-QU-USED
               IF SQT-STATUS(WS-QU-IDX) = "P"
                   PERFORM REVIEW-ONE-HIT
               END-IF
           END-PERFORM

           IF WS-LEDGER-OPEN = 'Y'
               CLOSE LEDGER-FILE
           END-IF
           PERFORM REWRITE-QUEUE-FILE
           CLOSE AUDIT-FILE

           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT

           MOVE WS-CLEARED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Hits cleared (false match): " WS-EDIT-COUNT
           MOVE WS-CONFIRMED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Hits confirmed:             " WS-EDIT-COUNT
           MOVE WS-FROZEN-COUNT TO WS-EDIT-COUNT
           DISPLAY "Accounts frozen:            " WS-EDIT-COUNT
           MOVE WS-KEPT-COUNT TO WS-EDIT-COUNT
           DISPLAY "Hits still pending:         " WS-EDIT-COUNT
           STOP RUN.

       REVIEW-ONE-HIT.
           MOVE SQT-HIT-NO(WS-QU-IDX) TO WS-EDIT-HIT-NO
           MOVE SQT-ACCT(WS-QU-IDX) TO WS-EDIT-ACCT
           DISPLAY "----------------------------------------"
           IF SQT-SOURCE(WS-QU-IDX) = "F"
               DISPLAY "Hit " WS-EDIT-HIT-NO "  raised "
                   SQT-DATE(WS-QU-IDX) "  feed counterparty on "
                   "account " WS-EDIT-ACCT " ref "
                   SQT-REF(WS-QU-IDX)
           ELSE
               DISPLAY "Hit " WS-EDIT-HIT-NO "  raised "
                   SQT-DATE(WS-QU-IDX) "  customer account "
                   WS-EDIT-ACCT
           END-IF
           DISPLAY "  screened name: " SQT-NAME(WS-QU-IDX)
           DISPLAY "  listed name:   " SQT-LISTED-NAME(WS-QU-IDX)
           DISPLAY "  entry " SQT-ENTRY(WS-QU-IDX) "  list "
               SQT-LIST(WS-QU-IDX) "  score "
               SQT-SCORE(WS-QU-IDX)
           DISPLAY "(C)lear, con(F)irm, or (S)kip? "
           ACCEPT WS-ACTION
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           EVALUATE WS-ACTION
               WHEN "C"
                   MOVE "C" TO SQT-STATUS(WS-QU-IDX)
                   MOVE WS-SIGNON-OPERATOR
                       TO SQT-ANALYST(WS-QU-IDX)
                   MOVE WS-TODAY TO SQT-DECIDED(WS-QU-IDX)
                   MOVE "SANCCLR" TO WS-AUDIT-VERDICT
                   MOVE SQT-ACCT(WS-QU-IDX) TO WS-AUDIT-ACCT
                   PERFORM WRITE-AUDIT-ENTRY
                   ADD 1 TO WS-CLEARED-COUNT
                   DISPLAY "Cleared as a false match."
               WHEN "F"
                   PERFORM CONFIRM-ONE-HIT
               WHEN OTHER
                   ADD 1 TO WS-KEPT-COUNT
           END-EVALUATE.

      *> The hit account first, then every account sharing a
      *> customer number with it. The hit is marked confirmed
      *> only once the ledger could be opened; individual
      *> accounts that cannot be frozen are reported for manual
      *> follow-up.
       CONFIRM-ONE-HIT.
           IF WS-LEDGER-OPEN = 'N'
               OPEN I-O LEDGER-FILE
               IF WS-LEDGER-STATUS NOT = "00"
                   DISPLAY "ERROR opening ledger.txt, status = "
                       WS-LEDGER-STATUS " - hit left pending"
                   ADD 1 TO WS-KEPT-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-LEDGER-OPEN
           END-IF
           MOVE SQT-ACCT(WS-QU-IDX) TO WS-HIT-ACCT
           MOVE 0 TO WS-FZ-USED
           MOVE WS-HIT-ACCT TO WS-FZ-ACCT-IN
           PERFORM ADD-FREEZE-ACCT
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-USED
               IF WS-XR-ACCT(WS-XR-IDX) = WS-HIT-ACCT
                   PERFORM ADD-CUSTOMER-ACCOUNTS
               END-IF
           END-PERFORM

           MOVE "F" TO SQT-STATUS(WS-QU-IDX)
           MOVE WS-SIGNON-OPERATOR TO SQT-ANALYST(WS-QU-IDX)
           MOVE WS-TODAY TO SQT-DECIDED(WS-QU-IDX)
           MOVE "SANCCNF" TO WS-AUDIT-VERDICT
           MOVE WS-HIT-ACCT TO WS-AUDIT-ACCT
           PERFORM WRITE-AUDIT-ENTRY
           ADD 1 TO WS-CONFIRMED-COUNT

           PERFORM VARYING WS-FZ-IDX FROM 1 BY 1
                   UNTIL WS-FZ-IDX > WS-FZ-USED
               PERFORM FREEZE-ONE-ACCOUNT
           END-PERFORM
           DISPLAY "Confirmed - linked accounts frozen.".

       ADD-CUSTOMER-ACCOUNTS.
           PERFORM VARYING WS-XR-SCAN FROM 1 BY 1
                   UNTIL WS-XR-SCAN > WS-XR-USED
               IF WS-XR-CUST(WS-XR-SCAN) = WS-XR-CUST(WS-XR-IDX)
                   MOVE WS-XR-ACCT(WS-XR-SCAN) TO WS-FZ-ACCT-IN
                   PERFORM ADD-FREEZE-ACCT
               END-IF
           END-PERFORM.

       ADD-FREEZE-ACCT.
           MOVE 'N' TO WS-FZ-FOUND
           PERFORM VARYING WS-FZ-IDX FROM 1 BY 1
                   UNTIL WS-FZ-IDX > WS-FZ-USED
                       OR WS-FZ-FOUND = 'Y'
               IF WS-FZ-ACCT(WS-FZ-IDX) = WS-FZ-ACCT-IN
                   MOVE 'Y' TO WS-FZ-FOUND
               END-IF
           END-PERFORM
           IF WS-FZ-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-FZ-USED >= 100
               MOVE WS-FZ-ACCT-IN TO WS-EDIT-ACCT
               DISPLAY "*** More than 100 linked accounts - freeze "
                   "account " WS-EDIT-ACCT " by hand ***"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FZ-USED
           MOVE WS-FZ-ACCT-IN TO WS-FZ-ACCT(WS-FZ-USED).

       FREEZE-ONE-ACCOUNT.
           MOVE WS-FZ-ACCT(WS-FZ-IDX) TO WS-EDIT-ACCT
           MOVE WS-FZ-ACCT(WS-FZ-IDX) TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   DISPLAY "*** Account " WS-EDIT-ACCT " is not on "
                       "the ledger - nothing to freeze ***"
                   EXIT PARAGRAPH
           END-READ
           IF L-STATUS = "C"
               DISPLAY "  account " WS-EDIT-ACCT " is closed - "
                   "left closed"
               EXIT PARAGRAPH
           END-IF
           IF L-STATUS = "F"
               DISPLAY "  account " WS-EDIT-ACCT " already frozen"
               EXIT PARAGRAPH
           END-IF
           MOVE "F" TO L-STATUS
           REWRITE LEDGER-ENTRY
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR rewriting ledger.txt, status = "
                   WS-LEDGER-STATUS " - freeze account "
                   WS-EDIT-ACCT " by hand"
               EXIT PARAGRAPH
           END-IF
           MOVE "SANCFRZ" TO WS-AUDIT-VERDICT
           MOVE WS-FZ-ACCT(WS-FZ-IDX) TO WS-AUDIT-ACCT
           PERFORM WRITE-AUDIT-ENTRY
           ADD 1 TO WS-FROZEN-COUNT
           DISPLAY "  account " WS-EDIT-ACCT " frozen".

       WRITE-AUDIT-ENTRY.
           CALL "BUSDATE" USING WS-AUDIT-DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SQT-HIT-NO(WS-QU-IDX) TO WS-EDIT-HIT-NO
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-VERDICT DELIMITED BY SPACE
                   " acct=" DELIMITED BY SIZE
                   WS-AUDIT-ACCT DELIMITED BY SIZE
                   " hit=" DELIMITED BY SIZE
                   WS-EDIT-HIT-NO DELIMITED BY SIZE
                   " entry=" DELIMITED BY SIZE
                   SQT-ENTRY(WS-QU-IDX) DELIMITED BY SPACE
                   " op=" DELIMITED BY SIZE
                   WS-SIGNON-OPERATOR DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR writing ledger_audit.log, status = "
                   WS-AUDIT-STATUS
           END-IF.

       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger_audit.log, status = "
                   WS-AUDIT-STATUS
               MOVE "R" TO WS-LOCK-ACTION
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
                   WS-LOCK-RESULT
               STOP RUN 1
           END-IF.

       LOAD-QUEUE-FILE.
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-HIT
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.

      *> The queue is rewritten whole, so a queue longer than the
      *> table is refused outright rather than losing its tail.
       LOAD-ONE-HIT.
           IF WS-QU-USED >= 5000
               DISPLAY "*** screen_queue.dat holds more than 5000 "
                   "hits - archive decided hits before reviewing ***"
               MOVE "R" TO WS-LOCK-ACTION
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
                   WS-LOCK-RESULT
               STOP RUN 1
           END-IF
           ADD 1 TO WS-QU-USED
           MOVE QUEUE-RECORD TO WS-QU-ROW(WS-QU-USED)
           IF SQ-STATUS = "P"
               ADD 1 TO WS-QU-PENDING
           END-IF.

       LOAD-XREF-FILE.
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-XREF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE.

       LOAD-ONE-XREF.
           MOVE SPACES TO WS-TOKEN-CUSTNO WS-TOKEN-ACCT WS-TOKEN-ROLE
           UNSTRING XREF-LINE DELIMITED BY ","
               INTO WS-TOKEN-CUSTNO WS-TOKEN-ACCT WS-TOKEN-ROLE
           END-UNSTRING
           IF WS-TOKEN-CUSTNO IS NOT NUMERIC
               OR WS-TOKEN-ACCT IS NOT NUMERIC
               OR WS-XR-USED >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-XR-USED
           MOVE WS-TOKEN-CUSTNO TO WS-XR-CUST(WS-XR-USED)
           MOVE WS-TOKEN-ACCT   TO WS-XR-ACCT(WS-XR-USED).

       REWRITE-QUEUE-FILE.
           OPEN OUTPUT QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = "00"
               DISPLAY "ERROR rewriting screen_queue.dat, status = "
                   WS-QUEUE-STATUS
               MOVE "R" TO WS-LOCK-ACTION
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
                   WS-LOCK-RESULT
               STOP RUN 1
           END-IF
           PERFORM VARYING WS-QU-IDX FROM 1 BY 1
                   UNTIL WS-QU-IDX > WS-QU-USED
               MOVE WS-QU-ROW(WS-QU-IDX) TO QUEUE-RECORD
               WRITE QUEUE-RECORD
           END-PERFORM
           CLOSE QUEUE-FILE.
