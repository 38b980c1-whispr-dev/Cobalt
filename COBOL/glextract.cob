      *> convert every currency to base USD is refused whole with
      *> the bookmark left alone, so the fixed rerun extracts the
      *> same night cleanly.
      *> A type may carry its own offset rule instead of SETTLE -
      *> TYPE+"OFF" (e.g. LPOFF), branch-resolved the same way - so
      *> loan disbursements and principal collections land on the
      *> loan asset account and loan interest on its income
      *> account, and the GL loan book moves with loans.dat.
      *> A charge-off (CO) uses the same rule: CO maps to the
      *> overdrawn deposit account it clears and COOFF to the loss
      *> account that takes the write-off; a later recovery (RC)
      *> maps to the recoveries account against SETTLE.
      *> A posting taken at one branch for another branch's account,
      *> or a transfer between two branches' accounts, carries its
      *> due-to/due-from pair on interbranch.dat (IBENTRY). Its
      *> customer leg lands in the account's branch and its offset
      *> (cash, clearing) in the branch that took the money - a
      *> transfer's clearing debit in the debit account's branch,
      *> its clearing credit in the credit account's - and the pair
      *> adds one more balanced entry: IB (due-from asset, debited
      *> in the branch owed) against IBOFF (due-to liability,
      *> credited in the branch that owes), so every branch's own
      *> entries tie. IB and IBOFF are both required rules - there
      *> is no SETTLE fallback for money owed between branches.
      *> A conversion priced at the customer side of the spread
      *> (FXSPREAD) carries its margin over mid on fx_margin.dat
      *> (FXBOOK), in the account's currency. The customer leg
      *> above is still booked from the transaction at mid, so the
      *> deposit accounts are overstated by exactly that margin:
      *> each margin line adds one more entry of its own type, FX
      *> (FX income, credited) against FXOFF (the deposit control
      *> account, debited; SETTLE if the shop maps no FXOFF), in
      *> the account's branch - either side of the spread, money
      *> in or out, the margin always moves from deposits to
      *> income.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT POSTED-FILE ASSIGN TO "posted_today.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

           SELECT MAP-FILE ASSIGN TO "gl_map.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT IB-FILE ASSIGN TO "interbranch.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IB-STATUS.

           SELECT FX-FILE ASSIGN TO "fx_margin.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "gl_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

       FD  POSTED-FILE.
       01  POSTED-RECORD.
           COPY POSTREC.

       FD  MAP-FILE.
       01  MAP-LINE              PIC X(30).

       FD  IB-FILE.
       01  IB-LINE               PIC X(60).

       FD  FX-FILE.
       01  FX-LINE               PIC X(100).

       FD  CONTROL-FILE.
       01  CONTROL-LINE          PIC 9(7).

       01  WS-TRANS-STATUS       PIC XX.
       01  WS-MAP-STATUS         PIC XX.
       01  WS-CONTROL-STATUS     PIC XX.
       01  WS-IB-STATUS          PIC XX.
       01  WS-FX-STATUS          PIC XX.
       01  WS-EXTRACT-STATUS     PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-JOURNAL-EOF        PIC X VALUE 'N'.
       01  WS-MAP-EOF            PIC X VALUE 'N'.
       01  WS-IB-EOF             PIC X VALUE 'N'.
       01  WS-FX-EOF             PIC X VALUE 'N'.

      *> Applied ids are matched first against POSTLEDGER's day file
      *> (posted_today.dat), whose records carry the transaction
      *> image; what it does not hold - reposted suspense items,
      *> postings of an earlier date still behind the bookmark - is
      *> read from transactions.dat by key, so the history file is
      *> never scanned end to end.
       01  WS-PD-STATUS          PIC XX.
       01  WS-PD-EOF             PIC X VALUE 'N'.
       01  WS-DAY-MATCHED        PIC 9(7) VALUE 0.
       01  WS-KEY-MATCHED        PIC 9(7) VALUE 0.

       01  WS-TODAY              PIC 9(8).
       01  WS-REFUSED            PIC X VALUE 'N'.
       01  WS-CONSUMED-LINES     PIC 9(7) VALUE 0.
       01  WS-ID-TEXT            PIC X(13).

      *> Applied TRANS-IDs harvested from the journal this run;
      *> WS-AP-DONE is set on every row of an id once its
      *> transaction has been bucketed.
       01  WS-ID-TABLE.
           05 WS-AP-ROW OCCURS 2000 TIMES INDEXED BY WS-AP-IDX.
               10 WS-AP-ID       PIC 9(13) COMP-3.
               10 WS-AP-DONE     PIC X.
       01  WS-AP-USED            PIC 9(4) VALUE 0.
       01  WS-AP-FULL            PIC X VALUE 'N'.
       01  WS-BOOKMARK-STALE     PIC X VALUE 'N'.
       01  WS-GM-USED            PIC 9(3) VALUE 0.
       01  WS-SETTLE-GLACCT      PIC 9(8) VALUE 0.
       01  WS-RESOLVED-GLACCT    PIC 9(8).
       01  WS-FIND-TYPE          PIC X(6).
       01  WS-FIND-BRANCH        PIC 9(3).

      *> Inter-branch pairs (interbranch.dat) for the postings this
      *> run extracts - the others are left for their own run.
       01  WS-TOKEN-DATE         PIC X(8).
       01  WS-TOKEN-ID           PIC X(13).
       01  WS-TOKEN-IBTYPE       PIC X(2).
       01  WS-TOKEN-DUE-TO       PIC X(3).
       01  WS-TOKEN-DUE-FROM     PIC X(3).
       01  WS-IB-LOOKUP-ID       PIC 9(13) COMP-3.
       01  WS-IB-TABLE.
           05 WS-IP-ROW OCCURS 2000 TIMES INDEXED BY WS-IP-IDX.
               10 WS-IP-ID       PIC 9(13) COMP-3.
               10 WS-IP-DUE-TO   PIC 9(3).
               10 WS-IP-DUE-FROM PIC 9(3).
       01  WS-IP-USED            PIC 9(4) VALUE 0.
       01  WS-IP-HIT             PIC X.
       01  WS-IB-PAIRS           PIC 9(7) VALUE 0.

      *> FX margins (fx_margin.dat) for the postings this run
      *> extracts; a transfer converted on both legs has two.
       01  WS-TOKEN-FX-BRANCH    PIC X(3).
       01  WS-TOKEN-FX-ACCT      PIC X(6).
       01  WS-TOKEN-FX-FROM      PIC X(3).
       01  WS-TOKEN-FX-FROM-AMT  PIC X(12).
       01  WS-TOKEN-FX-CURR      PIC X(3).
       01  WS-TOKEN-FX-CUST-AMT  PIC X(12).
       01  WS-TOKEN-FX-MARGIN    PIC X(12).
       01  WS-FX-TABLE.
           05 WS-FM-ROW OCCURS 2000 TIMES INDEXED BY WS-FM-IDX.
               10 WS-FM-ID       PIC 9(13) COMP-3.
               10 WS-FM-BRANCH   PIC 9(3).
               10 WS-FM-CURR     PIC X(3).
               10 WS-FM-MARGIN   PIC 9(7)V99 COMP-3.
       01  WS-FM-USED            PIC 9(4) VALUE 0.
       01  WS-FX-MARGINS         PIC 9(7) VALUE 0.

      *> Summary buckets: one per transaction type, branch,
      *> direction, and offset branch actually seen. DR/CR is the
      *> customer-side GL entry; the settlement account takes the
      *> opposite side, in the offset branch (the same branch
      *> unless the posting crossed branches).
      *> TF nets to zero against its own mapped account - both an
      *> entry and its offset land on the transfer clearing GL.
       01  WS-BUCKET-TABLE.
           05 WS-BK-ROW OCCURS 200 TIMES INDEXED BY WS-BK-IDX.
               10 WS-BK-TYPE     PIC X(2).
               10 WS-BK-BRANCH   PIC 9(3).
               10 WS-BK-DIR      PIC X(2).
               10 WS-BK-OFF-BRANCH PIC 9(3).
               10 WS-BK-COUNT    PIC 9(7).
               10 WS-BK-TOTAL    PIC 9(11)V99.
               10 WS-BK-GLACCT   PIC 9(8).
               10 WS-BK-OFFSET   PIC 9(8).
       01  WS-BK-USED            PIC 9(3) VALUE 0.
       01  WS-ENTRY-DIR          PIC X(2).
       01  WS-BK-FOUND           PIC X.
       01  WS-ENTRY-TYPE         PIC X(2).
       01  WS-ENTRY-BRANCH       PIC 9(3).
       01  WS-ENTRY-OFF-BRANCH   PIC 9(3).

      *> Base-currency conversion: the corporate GL carries USD, so
      *> every posting converts via CURRCONV before it is summed.
       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-TOTAL         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *> Fixed-layout extract entry for the corporate GL loader.
       01  WS-GL-ENTRY.
           05 GLX-ACCT           PIC 9(8).
               GOBACK
           END-IF

           PERFORM LOAD-INTERBRANCH-PAIRS
           PERFORM LOAD-FX-MARGINS
           PERFORM BUCKET-TRANSACTIONS
           PERFORM RESOLVE-BUCKET-ACCOUNTS
           PERFORM PROVE-EXTRACT-BALANCE
               SET WS-AP-IDX TO WS-AP-USED
               MOVE FUNCTION NUMVAL(WS-ID-TEXT)
                   TO WS-AP-ID(WS-AP-IDX)
               MOVE 'N' TO WS-AP-DONE(WS-AP-IDX)
           END-IF
           MOVE WS-LINE-COUNT TO WS-CONSUMED-LINES.

       BUCKET-TRANSACTIONS.
           PERFORM BUCKET-POSTED-ACTIVITY
           MOVE WS-MATCHED-COUNT TO WS-DAY-MATCHED
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-USED
               IF WS-AP-DONE(WS-AP-IDX) = 'N'
                   MOVE WS-AP-ID(WS-AP-IDX) TO TRANS-ID
                   READ TRANSACTION-FILE
                       KEY IS TRANS-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM MATCH-ONE-TRANSACTION
                   END-READ
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-FILE
           COMPUTE WS-KEY-MATCHED =
               WS-MATCHED-COUNT - WS-DAY-MATCHED
           COMPUTE WS-UNMATCHED-COUNT =
               WS-AP-USED - WS-MATCHED-COUNT.

      *> Posted records of the day file, one per item: the whole
      *> posting (leg S) or a transfer's debit leg (D). A missing
      *> day file just leaves every id to the keyed reads.
       BUCKET-POSTED-ACTIVITY.
           OPEN INPUT POSTED-FILE
           IF WS-PD-STATUS NOT = "00"
               DISPLAY "NOTE: no posted_today.dat - applied ids "
                   "read from transactions.dat by key"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PD-EOF = 'Y'
               READ POSTED-FILE
                   AT END
                       MOVE 'Y' TO WS-PD-EOF
                   NOT AT END
                       IF PD-REC-TYPE = "D" AND PD-STATUS = "P"
                           AND PD-LEG NOT = "C"
                           PERFORM LOAD-POSTED-IMAGE
                           PERFORM MATCH-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTED-FILE.

       MATCH-ONE-TRANSACTION.
           SET WS-AP-IDX TO 1
           SEARCH WS-AP-ROW
               AT END
                   EXIT PARAGRAPH
               WHEN WS-AP-ID(WS-AP-IDX) = TRANS-ID
                   AND WS-AP-DONE(WS-AP-IDX) = 'N'
                   CONTINUE
           END-SEARCH
           PERFORM VARYING WS-AP-IDX FROM WS-AP-IDX BY 1
                   UNTIL WS-AP-IDX > WS-AP-USED
               IF WS-AP-ID(WS-AP-IDX) = TRANS-ID
                   MOVE 'Y' TO WS-AP-DONE(WS-AP-IDX)
               END-IF
           END-PERFORM
           ADD 1 TO WS-MATCHED-COUNT
           PERFORM CONVERT-TO-BASE
           IF WS-CONV-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-ENTRY-DIRECTION
           MOVE TRANS-TYPE   TO WS-ENTRY-TYPE
           MOVE TRANS-BRANCH TO WS-ENTRY-BRANCH
           MOVE TRANS-BRANCH TO WS-ENTRY-OFF-BRANCH
           MOVE TRANS-ID TO WS-IB-LOOKUP-ID
           PERFORM FIND-INTERBRANCH-PAIR
           IF WS-IP-HIT = 'Y'
               PERFORM PLACE-INTERBRANCH-LEGS
           END-IF
           PERFORM ADD-TO-BUCKET
           IF WS-IP-HIT = 'Y'
               ADD 1 TO WS-IB-PAIRS
               MOVE "IB" TO WS-ENTRY-TYPE
               MOVE "DR" TO WS-ENTRY-DIR
               MOVE WS-IP-DUE-FROM(WS-IP-IDX) TO WS-ENTRY-BRANCH
               MOVE WS-IP-DUE-TO(WS-IP-IDX) TO WS-ENTRY-OFF-BRANCH
               PERFORM ADD-TO-BUCKET
           END-IF
           IF WS-FM-USED > 0
               PERFORM VARYING WS-FM-IDX FROM 1 BY 1
                       UNTIL WS-FM-IDX > WS-FM-USED
                   IF WS-FM-ID(WS-FM-IDX) = TRANS-ID
                       PERFORM BOOK-ONE-FX-MARGIN
                   END-IF
               END-PERFORM
           END-IF.

      *> The margin is in the account's currency; it converts to
      *> base at the posting's own date like the posting itself.
       BOOK-ONE-FX-MARGIN.
           MOVE WS-FM-CURR(WS-FM-IDX) TO WS-FROM-CURR
           MOVE "USD"      TO WS-TO-CURR
           MOVE TRANS-DATE TO WS-RATE-DATE
           CALL "CURRCONV" USING WS-FROM-CURR WS-TO-CURR
               WS-FM-MARGIN(WS-FM-IDX) WS-USD-AMOUNT WS-CONV-OK
               WS-RATE-DATE
           IF WS-CONV-OK NOT = 'Y'
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE 'Y' TO WS-REFUSED
               DISPLAY "*** no USD rate for " WS-FROM-CURR
                   " (FX margin on transaction #" TRANS-ID ") ***"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FX-MARGINS
           MOVE "FX" TO WS-ENTRY-TYPE
           MOVE "CR" TO WS-ENTRY-DIR
           MOVE WS-FM-BRANCH(WS-FM-IDX) TO WS-ENTRY-BRANCH
           MOVE WS-FM-BRANCH(WS-FM-IDX) TO WS-ENTRY-OFF-BRANCH
           PERFORM ADD-TO-BUCKET.

      *> Money paid in (CR) is the account's branch's deposit and
      *> the taking branch's cash; money paid out (DR) the other
      *> way round; a transfer's clearing debit sits with the debit
      *> account's branch (the one that owes) and its credit with
      *> the credit account's.
       PLACE-INTERBRANCH-LEGS.
           IF WS-ENTRY-DIR = "CR"
               MOVE WS-IP-DUE-FROM(WS-IP-IDX) TO WS-ENTRY-BRANCH
               MOVE WS-IP-DUE-TO(WS-IP-IDX) TO WS-ENTRY-OFF-BRANCH
           ELSE
               MOVE WS-IP-DUE-TO(WS-IP-IDX) TO WS-ENTRY-BRANCH
               MOVE WS-IP-DUE-FROM(WS-IP-IDX) TO WS-ENTRY-OFF-BRANCH
           END-IF.

       FIND-INTERBRANCH-PAIR.
           MOVE 'N' TO WS-IP-HIT
           IF WS-IP-USED = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-IP-IDX TO 1
           SEARCH WS-IP-ROW
               AT END
                   CONTINUE
               WHEN WS-IP-IDX > WS-IP-USED
                   CONTINUE
               WHEN WS-IP-ID(WS-IP-IDX) = WS-IB-LOOKUP-ID
                   MOVE 'Y' TO WS-IP-HIT
           END-SEARCH.

       CONVERT-TO-BASE.
           MOVE TRANS-CURR TO WS-FROM-CURR
           MOVE "USD"      TO WS-TO-CURR
                   " (transaction #" TRANS-ID ") ***"
           END-IF.

      *> DR/CR of the customer-side entry. Deposits, interest, and
      *> loan disbursements (LD) credit the mapped account;
      *> withdrawals, fees, loan collections (LI, LP), and
      *> returned-item chargebacks (RI) debit it;
      *> a reversal takes the opposite side of what it backs out;
      *> a transfer washes through its own clearing account.
       SET-ENTRY-DIRECTION.
                   MOVE "DR" TO WS-ENTRY-DIR
               WHEN "FE"
                   MOVE "DR" TO WS-ENTRY-DIR
               WHEN "LI"
               WHEN "LP"
               WHEN "RI"
               WHEN "WT"
                   MOVE "DR" TO WS-ENTRY-DIR
               WHEN "RV"
                   IF TRANS-REF-TYPE = "WD" OR TRANS-REF-TYPE = "FE"
                       OR TRANS-REF-TYPE = "WT"
                       OR TRANS-REF-TYPE = "RI"
                       OR TRANS-REF-TYPE = "LI"
                       OR TRANS-REF-TYPE = "LP"
                       MOVE "CR" TO WS-ENTRY-DIR
                   ELSE
                       MOVE "DR" TO WS-ENTRY-DIR
                   END-IF
      *> Charge-off and recovery both credit their mapped account:
      *> the cleared overdraft and the recoveries income.
               WHEN "CO"
               WHEN "RC"
                   MOVE "CR" TO WS-ENTRY-DIR
               WHEN "TF"
                   MOVE "TF" TO WS-ENTRY-DIR
               WHEN OTHER
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-USED
                       OR WS-BK-FOUND = 'Y'
               IF WS-BK-TYPE(WS-BK-IDX) = WS-ENTRY-TYPE
                   AND WS-BK-BRANCH(WS-BK-IDX) = WS-ENTRY-BRANCH
                   AND WS-BK-DIR(WS-BK-IDX) = WS-ENTRY-DIR
                   AND WS-BK-OFF-BRANCH(WS-BK-IDX) =
                       WS-ENTRY-OFF-BRANCH
                   MOVE 'Y' TO WS-BK-FOUND
               END-IF
           END-PERFORM
               ADD 1 TO WS-BK-COUNT(WS-BK-IDX)
               ADD WS-USD-AMOUNT TO WS-BK-TOTAL(WS-BK-IDX)
           ELSE
               IF WS-BK-USED >= 200
                   DISPLAY "*** bucket table full (200) - extract "
                       "refused ***"
                   MOVE 'Y' TO WS-REFUSED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BK-USED
               SET WS-BK-IDX TO WS-BK-USED
               MOVE WS-ENTRY-TYPE TO WS-BK-TYPE(WS-BK-IDX)
               MOVE WS-ENTRY-BRANCH TO WS-BK-BRANCH(WS-BK-IDX)
               MOVE WS-ENTRY-DIR  TO WS-BK-DIR(WS-BK-IDX)
               MOVE WS-ENTRY-OFF-BRANCH
                   TO WS-BK-OFF-BRANCH(WS-BK-IDX)
               MOVE 1             TO WS-BK-COUNT(WS-BK-IDX)
               MOVE WS-USD-AMOUNT TO WS-BK-TOTAL(WS-BK-IDX)
               MOVE 0             TO WS-BK-GLACCT(WS-BK-IDX)
               MOVE 0             TO WS-BK-OFFSET(WS-BK-IDX)
           END-IF.

      *> Exact type+branch rule wins; branch 0 is the fallback; a
           END-PERFORM.

       RESOLVE-ONE-BUCKET.
           MOVE WS-BK-TYPE(WS-BK-IDX)   TO WS-FIND-TYPE
           MOVE WS-BK-BRANCH(WS-BK-IDX) TO WS-FIND-BRANCH
           PERFORM FIND-GL-MAPPING
           IF WS-RESOLVED-GLACCT = 0
               DISPLAY "*** no GL mapping for type "
                   WS-BK-TYPE(WS-BK-IDX) " branch "
                   WS-BK-BRANCH(WS-BK-IDX) " - extract refused ***"
               MOVE 'Y' TO WS-REFUSED
           ELSE
               MOVE WS-RESOLVED-GLACCT
                   TO WS-BK-GLACCT(WS-BK-IDX)
           END-IF
           PERFORM RESOLVE-ONE-OFFSET.

      *> The offset leg, resolved in the offset branch: the type's
      *> own OFF rule when it has one, else the SETTLE account
      *> every other entry offsets against. A transfer's credit
      *> side is its own clearing rule in the credit account's
      *> branch; the inter-branch pair's IBOFF has no fallback.
       RESOLVE-ONE-OFFSET.
           MOVE WS-BK-OFF-BRANCH(WS-BK-IDX) TO WS-FIND-BRANCH
           IF WS-BK-DIR(WS-BK-IDX) = "TF"
               MOVE WS-BK-TYPE(WS-BK-IDX) TO WS-FIND-TYPE
               PERFORM FIND-GL-MAPPING
               IF WS-RESOLVED-GLACCT = 0
                   DISPLAY "*** no GL mapping for type "
                       WS-BK-TYPE(WS-BK-IDX) " branch "
                       WS-BK-OFF-BRANCH(WS-BK-IDX)
                       " - extract refused ***"
                   MOVE 'Y' TO WS-REFUSED
               END-IF
               MOVE WS-RESOLVED-GLACCT TO WS-BK-OFFSET(WS-BK-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FIND-TYPE
           STRING WS-BK-TYPE(WS-BK-IDX) DELIMITED BY SIZE
                   "OFF" DELIMITED BY SIZE
               INTO WS-FIND-TYPE
           END-STRING
           PERFORM FIND-GL-MAPPING
           IF WS-RESOLVED-GLACCT = 0
               IF WS-BK-TYPE(WS-BK-IDX) = "IB"
                   DISPLAY "*** no GL mapping for type IBOFF "
                       "branch " WS-BK-OFF-BRANCH(WS-BK-IDX)
                       " - extract refused ***"
                   MOVE 'Y' TO WS-REFUSED
               END-IF
               MOVE WS-SETTLE-GLACCT TO WS-BK-OFFSET(WS-BK-IDX)
           ELSE
               MOVE WS-RESOLVED-GLACCT TO WS-BK-OFFSET(WS-BK-IDX)
           END-IF.

      *> Exact type+branch rule wins; branch 0 is the fallback.
       FIND-GL-MAPPING.
           MOVE 0 TO WS-RESOLVED-GLACCT
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > WS-GM-USED
               IF WS-GM-TYPE(WS-GM-IDX) = WS-FIND-TYPE
                   IF WS-GM-BRANCH(WS-GM-IDX) = WS-FIND-BRANCH
                       MOVE WS-GM-GLACCT(WS-GM-IDX)
                           TO WS-RESOLVED-GLACCT
                       SET WS-GM-IDX TO WS-GM-USED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> Totals are proved before anything is written: every bucket
      *> contributes one entry and one equal offset, so unequal
               MOVE "DR" TO GLX-DRCR
               MOVE WS-GL-ENTRY TO EXTRACT-LINE
               WRITE EXTRACT-LINE
               MOVE WS-BK-OFFSET(WS-BK-IDX) TO GLX-ACCT
               MOVE WS-BK-OFF-BRANCH(WS-BK-IDX) TO GLX-BRANCH
               MOVE "CR" TO GLX-DRCR
               MOVE WS-GL-ENTRY TO EXTRACT-LINE
               WRITE EXTRACT-LINE
               MOVE WS-BK-DIR(WS-BK-IDX) TO GLX-DRCR
               MOVE WS-GL-ENTRY TO EXTRACT-LINE
               WRITE EXTRACT-LINE
               MOVE WS-BK-OFFSET(WS-BK-IDX) TO GLX-ACCT
               MOVE WS-BK-OFF-BRANCH(WS-BK-IDX) TO GLX-BRANCH
               IF WS-BK-DIR(WS-BK-IDX) = "DR"
                   MOVE "CR" TO GLX-DRCR
               ELSE
               WRITE EXTRACT-LINE
           END-IF.

      *> Only margins whose posting is in this run's harvest are
      *> kept; no fx_margin.dat just means nothing was converted
      *> at a spread.
       LOAD-FX-MARGINS.
           OPEN INPUT FX-FILE
           IF WS-FX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FX-EOF = 'Y'
               READ FX-FILE
                   AT END
                       MOVE 'Y' TO WS-FX-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-FX-MARGIN
               END-READ
           END-PERFORM
           CLOSE FX-FILE.

       LOAD-ONE-FX-MARGIN.
           MOVE SPACES TO WS-TOKEN-DATE WS-TOKEN-ID WS-TOKEN-IBTYPE
               WS-TOKEN-FX-BRANCH WS-TOKEN-FX-ACCT WS-TOKEN-FX-FROM
               WS-TOKEN-FX-FROM-AMT WS-TOKEN-FX-CURR
               WS-TOKEN-FX-CUST-AMT WS-TOKEN-FX-MARGIN
           UNSTRING FX-LINE DELIMITED BY ","
               INTO WS-TOKEN-DATE WS-TOKEN-ID WS-TOKEN-IBTYPE
                   WS-TOKEN-FX-BRANCH WS-TOKEN-FX-ACCT
                   WS-TOKEN-FX-FROM WS-TOKEN-FX-FROM-AMT
                   WS-TOKEN-FX-CURR WS-TOKEN-FX-CUST-AMT
                   WS-TOKEN-FX-MARGIN
           END-UNSTRING
           IF WS-TOKEN-ID IS NOT NUMERIC
               OR WS-TOKEN-FX-BRANCH IS NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-FX-MARGIN) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOKEN-ID TO WS-IB-LOOKUP-ID
           SET WS-AP-IDX TO 1
           SEARCH WS-AP-ROW
               AT END
                   EXIT PARAGRAPH
               WHEN WS-AP-IDX > WS-AP-USED
                   EXIT PARAGRAPH
               WHEN WS-AP-ID(WS-AP-IDX) = WS-IB-LOOKUP-ID
                   CONTINUE
           END-SEARCH
           IF WS-FM-USED >= 2000
               DISPLAY "*** FX margin table full (2000) - extract "
                   "refused ***"
               MOVE 'Y' TO WS-REFUSED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FM-USED
           MOVE WS-IB-LOOKUP-ID    TO WS-FM-ID(WS-FM-USED)
           MOVE WS-TOKEN-FX-BRANCH TO WS-FM-BRANCH(WS-FM-USED)
           MOVE WS-TOKEN-FX-CURR   TO WS-FM-CURR(WS-FM-USED)
           COMPUTE WS-FM-MARGIN(WS-FM-USED) =
               FUNCTION NUMVAL(WS-TOKEN-FX-MARGIN).

      *> Only pairs whose posting is in this run's harvest are
      *> kept; no interbranch.dat just means nothing crossed
      *> branches.
       LOAD-INTERBRANCH-PAIRS.
           OPEN INPUT IB-FILE
           IF WS-IB-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-IB-EOF = 'Y'
               READ IB-FILE
                   AT END
                       MOVE 'Y' TO WS-IB-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-PAIR
               END-READ
           END-PERFORM
           CLOSE IB-FILE.

       LOAD-ONE-PAIR.
           MOVE SPACES TO WS-TOKEN-DATE WS-TOKEN-ID WS-TOKEN-IBTYPE
               WS-TOKEN-DUE-TO WS-TOKEN-DUE-FROM
           UNSTRING IB-LINE DELIMITED BY ","
               INTO WS-TOKEN-DATE WS-TOKEN-ID WS-TOKEN-IBTYPE
                   WS-TOKEN-DUE-TO WS-TOKEN-DUE-FROM
           END-UNSTRING
           IF WS-TOKEN-ID IS NOT NUMERIC
               OR WS-TOKEN-DUE-TO IS NOT NUMERIC
               OR WS-TOKEN-DUE-FROM IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOKEN-ID TO WS-IB-LOOKUP-ID
           SET WS-AP-IDX TO 1
           SEARCH WS-AP-ROW
               AT END
                   EXIT PARAGRAPH
               WHEN WS-AP-IDX > WS-AP-USED
                   EXIT PARAGRAPH
               WHEN WS-AP-ID(WS-AP-IDX) = WS-IB-LOOKUP-ID
                   CONTINUE
           END-SEARCH
           IF WS-IP-USED >= 2000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IP-USED
           MOVE WS-IB-LOOKUP-ID   TO WS-IP-ID(WS-IP-USED)
           MOVE WS-TOKEN-DUE-TO   TO WS-IP-DUE-TO(WS-IP-USED)
           MOVE WS-TOKEN-DUE-FROM TO WS-IP-DUE-FROM(WS-IP-USED).

       LOAD-MAP-FILE.
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS NOT = "00"
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-IB-PAIRS TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Inter-branch pairs booked:   "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-FX-MARGINS TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  FX margins booked:           "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-DAY-MATCHED TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Postings from day file:      "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-KEY-MATCHED TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Postings read by key:        "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           CLOSE EOD-FILE.

      *> A day-file detail back into the transaction record, so the
      *> per-record logic is the same whichever file fed it.
       LOAD-POSTED-IMAGE.
           MOVE PD-TRANS-ID   TO TRANS-ID
           MOVE PD-TRANS-TYPE TO TRANS-TYPE
           MOVE PD-TRANS-DATE TO TRANS-DATE
           MOVE PD-ACCT-ID    TO TRANS-ACCT-ID
           MOVE PD-AMOUNT     TO TRANS-AMOUNT
           MOVE PD-REF-ID     TO TRANS-REF-ID
           MOVE PD-REF-TYPE   TO TRANS-REF-TYPE
           MOVE PD-CURR       TO TRANS-CURR
           MOVE PD-EXT-REF    TO TRANS-EXT-REF
           MOVE PD-BRANCH     TO TRANS-BRANCH
           MOVE PD-TO-ACCT    TO TRANS-TO-ACCT
           MOVE PD-TELLER     TO TRANS-TELLER
           MOVE PD-CHECK-NO   TO TRANS-CHECK-NO.
