       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLQUEUE.

      *> Nightly collections queue. END-OF-DAY counts the business
      *> days each account has ended overdrawn (L-OD-DAYS) and
      *> EARLYWARN flags deteriorating accounts, but nobody was
      *> told to chase the money. This step, run after END-OF-DAY
      *> has counted tonight, keeps collections.dat (COLLREC.cpy)
      *> in step with the ledger:
      *>   - an account overdrawn for COLL_QUEUE_DAYS business days
      *>     or more (environment setting, default 30) enters the
      *>     queue - or re-enters it, its old contact and promise
      *>     history cleared, when it had been cured before;
      *>   - a queued account's overdrawn amount, days overdrawn,
      *>     and whether it is past its authorized overdraft line
      *>     are refreshed from the ledger;
      *>   - a queued account back in credit is cured and leaves
      *>     the queue;
      *>   - an open promise to pay (taken in COLLECT) is kept once
      *>     the overdraft has come down by the promised amount,
      *>     and broken when its date goes by first - a broken
      *>     promise raises a warning on the alert file, once.
      *> Charged-off accounts (CHARGEOFF, month-end) are not
      *> touched here; their recoveries are reported in a section
      *> of their own, apart from the live queue. Each queued
      *> account shows how many business days remain before the
      *> month-end charge-off picks it up (CHARGEOFF_DAYS, default
      *> 90, the setting CHARGEOFF itself reads).
      *> Output collections_report.txt plus the usual page in the
      *> end-of-day pack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTION-FILE ASSIGN TO "collections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "collections_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTION-FILE.
       01  COLLECTION-RECORD.
           COPY COLLREC.

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-COLL-STATUS        PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-EOF                PIC X.

      *> Run lock (RUNLOCK/run_lock.dat) - this step rewrites
      *> collections.dat, which COLLECT and CHARGEOFF also write.
       01  WS-LOCK-ACTION        PIC X.
       01  WS-LOCK-HOLDER        PIC X(20) VALUE "COLLQUEUE".
       01  WS-LOCK-RESULT        PIC X.

       01  WS-ALERT-SEV          PIC X.
       01  WS-ALERT-PROGRAM      PIC X(20) VALUE "COLLQUEUE".
       01  WS-ALERT-MESSAGE      PIC X(60).

       01  WS-TODAY              PIC 9(8).
       01  WS-TRAILER-ACCT       PIC 9(6) VALUE 999999.

      *> Queue-entry and charge-off thresholds, from the
      *> environment.
       01  WS-SETTING-TEXT       PIC X(5).
       01  WS-QUEUE-DAYS         PIC 9(5) VALUE 30.
       01  WS-CHGOFF-DAYS        PIC 9(5) VALUE 90.

      *> The case register, loaded whole and written back whole.
       01  WS-COLL-TABLE.
           05 WS-CL-ROW OCCURS 2000 TIMES INDEXED BY WS-CL-IDX.
               COPY COLLREC REPLACING ==05== BY ==10==
                   LEADING ==CL-== BY ==CLQ-==.
       01  WS-CL-USED            PIC 9(4) VALUE 0.
       01  WS-ROW-FOUND          PIC X.
       01  WS-ROW-NEW            PIC X.

      *> Effective overdraft line - POSTLEDGER's rule.
       01  WS-OD-LIMIT           PIC 9(7)V99.
       01  WS-OVERDRAWN          PIC 9(10)V99.
       01  WS-PROMISE-TARGET     PIC S9(10)V99.
       01  WS-PROD-METHOD        PIC X.
       01  WS-PROD-RATE          PIC 9(3)V99 COMP-3.
       01  WS-PROD-FEE           PIC 9(5)V99 COMP-3.
       01  WS-PROD-WAIVER        PIC 9(10)V99 COMP-3.
       01  WS-PROD-OD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-OD-RATE       PIC 9(3)V99 COMP-3.
       01  WS-PROD-WD-LIMIT      PIC 9(7)V99 COMP-3.
       01  WS-PROD-ACCRUAL       PIC X.
       01  WS-PROD-FOUND         PIC X.

      *> Accounts entered and cured tonight, for the report.
       01  WS-ENTERED-FLAGS.
           05 WS-EN-FLAG OCCURS 2000 TIMES PIC X.
       01  WS-DAYS-LEFT          PIC S9(5).

       01  WS-QUEUED-COUNT       PIC 9(7) VALUE 0.
       01  WS-ENTERED-COUNT      PIC 9(7) VALUE 0.
       01  WS-CURED-COUNT        PIC 9(7) VALUE 0.
       01  WS-OVER-LIMIT-COUNT   PIC 9(7) VALUE 0.
       01  WS-DUE-COUNT          PIC 9(7) VALUE 0.
       01  WS-PROMISE-OPEN-COUNT PIC 9(7) VALUE 0.
       01  WS-KEPT-COUNT         PIC 9(7) VALUE 0.
       01  WS-BROKEN-COUNT       PIC 9(7) VALUE 0.
       01  WS-CHGOFF-COUNT       PIC 9(7) VALUE 0.
       01  WS-RECOVERING-COUNT   PIC 9(7) VALUE 0.
       01  WS-NET-LOSS           PIC S9(10)V99.
       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-PROMISE       PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-DAYS          PIC ZZZZ9.
       01  WS-EDIT-LEFT          PIC -ZZZZ9.
       01  WS-EDIT-CONTACTS      PIC ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "T" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "BUSDATE" USING WS-TODAY
           PERFORM READ-THRESHOLD-SETTINGS
           PERFORM LOAD-COLLECTION-FILE
           IF RETURN-CODE NOT = 0
               PERFORM RELEASE-LOCK
               GOBACK
           END-IF
           MOVE SPACES TO WS-ENTERED-FLAGS

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger.txt, status = "
                   WS-LEDGER-STATUS
               PERFORM RELEASE-LOCK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF L-ACCT-ID NOT = WS-TRAILER-ACCT
                           PERFORM REVIEW-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-USED
               IF CLQ-STATUS(WS-CL-IDX) = "Q"
                   AND CLQ-PROMISE-STATE(WS-CL-IDX) = "O"
                   PERFORM JUDGE-ONE-PROMISE
               END-IF
           END-PERFORM

           PERFORM REWRITE-COLLECTION-FILE
           PERFORM RELEASE-LOCK

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening collections_report.txt, "
                   "status = " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-USED
               IF CLQ-STATUS(WS-CL-IDX) = "Q"
                   PERFORM WRITE-QUEUE-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-CHARGED-OFF-HEADER
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-USED
               IF CLQ-STATUS(WS-CL-IDX) = "W"
                   PERFORM WRITE-CHARGED-OFF-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           PERFORM APPEND-EOD-SUMMARY

           MOVE WS-QUEUED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Accounts in collections:    " WS-EDIT-COUNT
           MOVE WS-ENTERED-COUNT TO WS-EDIT-COUNT
           DISPLAY "  entered tonight:          " WS-EDIT-COUNT
           MOVE WS-CURED-COUNT TO WS-EDIT-COUNT
           DISPLAY "  cured tonight:            " WS-EDIT-COUNT
           MOVE WS-BROKEN-COUNT TO WS-EDIT-COUNT
           DISPLAY "  promises broken tonight:  " WS-EDIT-COUNT
           MOVE WS-DUE-COUNT TO WS-EDIT-COUNT
           DISPLAY "  due for charge-off:       " WS-EDIT-COUNT
           DISPLAY "Collections report written to "
               "collections_report.txt"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       RELEASE-LOCK.
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT.

       READ-THRESHOLD-SETTINGS.
           MOVE SPACES TO WS-SETTING-TEXT
           ACCEPT WS-SETTING-TEXT FROM ENVIRONMENT "COLL_QUEUE_DAYS"
           IF WS-SETTING-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SETTING-TEXT) = 0
               COMPUTE WS-QUEUE-DAYS =
                   FUNCTION NUMVAL(WS-SETTING-TEXT)
           END-IF
           MOVE SPACES TO WS-SETTING-TEXT
           ACCEPT WS-SETTING-TEXT FROM ENVIRONMENT "CHARGEOFF_DAYS"
           IF WS-SETTING-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SETTING-TEXT) = 0
               COMPUTE WS-CHGOFF-DAYS =
                   FUNCTION NUMVAL(WS-SETTING-TEXT)
           END-IF.

      *> One ledger entry against the queue. Closed and charged-off
      *> accounts are left alone; a frozen account that is
      *> overdrawn is still queued - the money is owed either
      *> way - though CHARGEOFF will not write it off while it
      *> stays frozen.
       REVIEW-ONE-ACCOUNT.
           IF L-STATUS = "C" OR L-STATUS = "W"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACCOUNT-ROW
           IF L-PRINC < 0
               IF WS-ROW-FOUND = 'Y'
                   AND CLQ-STATUS(WS-CL-IDX) = "Q"
                   PERFORM REFRESH-QUEUE-ROW
               ELSE
                   IF L-OD-DAYS >= WS-QUEUE-DAYS
                       PERFORM ENTER-QUEUE
                   END-IF
               END-IF
           ELSE
               IF WS-ROW-FOUND = 'Y'
                   AND CLQ-STATUS(WS-CL-IDX) = "Q"
                   PERFORM CURE-QUEUE-ROW
               END-IF
           END-IF.

      *> WS-CL-IDX is left on the account's row when found.
       FIND-ACCOUNT-ROW.
           MOVE 'N' TO WS-ROW-FOUND
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-USED
                       OR WS-ROW-FOUND = 'Y'
               IF CLQ-ACCT(WS-CL-IDX) = L-ACCT-ID
                   MOVE 'Y' TO WS-ROW-FOUND
               END-IF
           END-PERFORM
           IF WS-ROW-FOUND = 'Y'
               SET WS-CL-IDX DOWN BY 1
           END-IF.

      *> A new row, or a cured one reopened with its old contact
      *> and promise history cleared - the history of the earlier
      *> episode is still on collection_contacts.dat.
       ENTER-QUEUE.
           IF WS-ROW-FOUND NOT = 'Y'
               IF WS-CL-USED >= 2000
                   DISPLAY "*** WARNING: collections table full "
                       "(2000) - account " L-ACCT-ID " not queued "
                       "***"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CL-USED
               SET WS-CL-IDX TO WS-CL-USED
               MOVE SPACES TO WS-CL-ROW(WS-CL-IDX)
               MOVE L-ACCT-ID TO CLQ-ACCT(WS-CL-IDX)
               MOVE 0 TO CLQ-CHGOFF-AMT(WS-CL-IDX)
                   CLQ-CHGOFF-DATE(WS-CL-IDX)
                   CLQ-CHGOFF-ID(WS-CL-IDX)
                   CLQ-RECOVERED(WS-CL-IDX)
                   CLQ-LAST-RECOVERY(WS-CL-IDX)
           END-IF
           MOVE "Q"      TO CLQ-STATUS(WS-CL-IDX)
           MOVE WS-TODAY TO CLQ-ENTERED(WS-CL-IDX)
           MOVE 0 TO CLQ-CONTACTS(WS-CL-IDX)
               CLQ-LAST-CONTACT(WS-CL-IDX)
               CLQ-PROMISE-AMT(WS-CL-IDX)
               CLQ-PROMISE-DATE(WS-CL-IDX)
               CLQ-PROMISE-BASE(WS-CL-IDX)
           MOVE SPACES TO CLQ-LAST-OUTCOME(WS-CL-IDX)
               CLQ-PROMISE-STATE(WS-CL-IDX)
               CLQ-OPERATOR(WS-CL-IDX)
           MOVE "Y" TO WS-EN-FLAG(WS-CL-IDX)
           ADD 1 TO WS-ENTERED-COUNT
           PERFORM REFRESH-QUEUE-ROW.

       REFRESH-QUEUE-ROW.
           COMPUTE WS-OVERDRAWN = 0 - L-PRINC
           MOVE WS-OVERDRAWN TO CLQ-OVERDRAWN(WS-CL-IDX)
           MOVE L-OD-DAYS    TO CLQ-OD-DAYS(WS-CL-IDX)
           IF L-CURR = SPACES
               MOVE "USD" TO CLQ-CURR(WS-CL-IDX)
           ELSE
               MOVE L-CURR TO CLQ-CURR(WS-CL-IDX)
           END-IF
           PERFORM SET-EFFECTIVE-OD-LIMIT
           IF WS-OVERDRAWN > WS-OD-LIMIT
               MOVE "Y" TO CLQ-OVER-LIMIT(WS-CL-IDX)
           ELSE
               MOVE "N" TO CLQ-OVER-LIMIT(WS-CL-IDX)
           END-IF.

      *> Back in credit: off the queue, and a promise still open
      *> counts as kept.
       CURE-QUEUE-ROW.
           MOVE "C" TO CLQ-STATUS(WS-CL-IDX)
           MOVE 0   TO CLQ-OVERDRAWN(WS-CL-IDX)
           MOVE L-OD-DAYS TO CLQ-OD-DAYS(WS-CL-IDX)
           MOVE "N" TO CLQ-OVER-LIMIT(WS-CL-IDX)
           IF CLQ-PROMISE-STATE(WS-CL-IDX) = "O"
               MOVE "K" TO CLQ-PROMISE-STATE(WS-CL-IDX)
               ADD 1 TO WS-KEPT-COUNT
           END-IF
           MOVE "C" TO WS-EN-FLAG(WS-CL-IDX)
           ADD 1 TO WS-CURED-COUNT.

      *> The account's own line wins; a zero line falls back to the
      *> product's ODLIMIT; no product either means no overdraft.
       SET-EFFECTIVE-OD-LIMIT.
           MOVE 0 TO WS-OD-LIMIT
           IF L-OD-LIMIT > 0
               MOVE L-OD-LIMIT TO WS-OD-LIMIT
           ELSE
               IF L-PRODUCT NOT = SPACES
                   MOVE 'N' TO WS-PROD-FOUND
                   CALL "PRODCAT" USING L-PRODUCT WS-PROD-METHOD
                       WS-PROD-RATE WS-PROD-FEE WS-PROD-WAIVER
                       WS-PROD-OD-LIMIT WS-PROD-OD-RATE
                       WS-PROD-WD-LIMIT WS-PROD-ACCRUAL
                       WS-PROD-FOUND
                   IF WS-PROD-FOUND = 'Y'
                       MOVE WS-PROD-OD-LIMIT TO WS-OD-LIMIT
                   END-IF
               END-IF
           END-IF.

      *> Kept once the overdraft is down by the promised amount
      *> from where it stood when the promise was given; broken
      *> when the promised date has gone by without that.
       JUDGE-ONE-PROMISE.
           COMPUTE WS-PROMISE-TARGET =
               CLQ-PROMISE-BASE(WS-CL-IDX)
               - CLQ-PROMISE-AMT(WS-CL-IDX)
           IF CLQ-OVERDRAWN(WS-CL-IDX) <= WS-PROMISE-TARGET
               MOVE "K" TO CLQ-PROMISE-STATE(WS-CL-IDX)
               ADD 1 TO WS-KEPT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF CLQ-PROMISE-DATE(WS-CL-IDX) < WS-TODAY
               MOVE "B" TO CLQ-PROMISE-STATE(WS-CL-IDX)
               ADD 1 TO WS-BROKEN-COUNT
               MOVE CLQ-ACCT(WS-CL-IDX) TO WS-EDIT-ACCT
               MOVE "W" TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "Promise to pay broken: acct "
                       DELIMITED BY SIZE
                       WS-EDIT-ACCT DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               END-STRING
               CALL "ALERTLOG" USING WS-ALERT-SEV
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           END-IF.

      *>----------------------------------------------------------
      *> Report.
      *>----------------------------------------------------------
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "COLLECTIONS QUEUE - BUSINESS DATE "
                       DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "QUEUED AFTER"   TO REPORT-LINE(1:12)
           MOVE WS-QUEUE-DAYS    TO WS-EDIT-DAYS
           MOVE WS-EDIT-DAYS     TO REPORT-LINE(13:5)
           MOVE "DAYS OVERDRAWN, CHARGED OFF AT MONTH-END AFTER"
               TO REPORT-LINE(19:46)
           MOVE WS-CHGOFF-DAYS   TO WS-EDIT-DAYS
           MOVE WS-EDIT-DAYS     TO REPORT-LINE(65:5)
           MOVE "DAYS"           TO REPORT-LINE(71:4)
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "ACCT"           TO REPORT-LINE(1:4)
           MOVE "CUR"            TO REPORT-LINE(9:3)
           MOVE "OVERDRAWN"      TO REPORT-LINE(17:9)
           MOVE "DAYS"           TO REPORT-LINE(28:4)
           MOVE "LIM"            TO REPORT-LINE(33:3)
           MOVE "TO C/O"         TO REPORT-LINE(37:6)
           MOVE "ENTERED"        TO REPORT-LINE(44:7)
           MOVE "CON"            TO REPORT-LINE(53:3)
           MOVE "LAST CONT"      TO REPORT-LINE(57:9)
           MOVE "OUT"            TO REPORT-LINE(67:3)
           MOVE "PROMISED"       TO REPORT-LINE(75:8)
           MOVE "BY"             TO REPORT-LINE(84:2)
           MOVE "PROMISE"        TO REPORT-LINE(93:7)
           WRITE REPORT-LINE.

       WRITE-QUEUE-LINE.
           ADD 1 TO WS-QUEUED-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE CLQ-ACCT(WS-CL-IDX)      TO WS-EDIT-ACCT
           MOVE WS-EDIT-ACCT             TO REPORT-LINE(1:6)
           MOVE CLQ-CURR(WS-CL-IDX)      TO REPORT-LINE(9:3)
           MOVE CLQ-OVERDRAWN(WS-CL-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT           TO REPORT-LINE(13:13)
           MOVE CLQ-OD-DAYS(WS-CL-IDX)   TO WS-EDIT-DAYS
           MOVE WS-EDIT-DAYS             TO REPORT-LINE(27:5)
           IF CLQ-OVER-LIMIT(WS-CL-IDX) = "Y"
               MOVE "OVR" TO REPORT-LINE(33:3)
               ADD 1 TO WS-OVER-LIMIT-COUNT
           END-IF
           COMPUTE WS-DAYS-LEFT =
               WS-CHGOFF-DAYS - CLQ-OD-DAYS(WS-CL-IDX)
           IF WS-DAYS-LEFT <= 0
               MOVE "DUE" TO REPORT-LINE(38:3)
               ADD 1 TO WS-DUE-COUNT
           ELSE
               MOVE WS-DAYS-LEFT TO WS-EDIT-LEFT
               MOVE WS-EDIT-LEFT TO REPORT-LINE(37:6)
           END-IF
           MOVE CLQ-ENTERED(WS-CL-IDX)   TO REPORT-LINE(44:8)
           MOVE CLQ-CONTACTS(WS-CL-IDX)  TO WS-EDIT-CONTACTS
           MOVE WS-EDIT-CONTACTS         TO REPORT-LINE(53:3)
           IF CLQ-CONTACTS(WS-CL-IDX) > 0
               MOVE CLQ-LAST-CONTACT(WS-CL-IDX) TO REPORT-LINE(57:8)
               MOVE CLQ-LAST-OUTCOME(WS-CL-IDX) TO REPORT-LINE(67:2)
           ELSE
               MOVE "NONE" TO REPORT-LINE(57:4)
           END-IF
           IF CLQ-PROMISE-STATE(WS-CL-IDX) NOT = SPACE
               MOVE CLQ-PROMISE-AMT(WS-CL-IDX) TO WS-EDIT-PROMISE
               MOVE WS-EDIT-PROMISE TO REPORT-LINE(71:12)
               MOVE CLQ-PROMISE-DATE(WS-CL-IDX) TO REPORT-LINE(84:8)
               EVALUATE CLQ-PROMISE-STATE(WS-CL-IDX)
                   WHEN "O"
                       MOVE "OPEN"   TO REPORT-LINE(93:4)
                       ADD 1 TO WS-PROMISE-OPEN-COUNT
                   WHEN "K"
                       MOVE "KEPT"   TO REPORT-LINE(93:4)
                   WHEN "B"
                       MOVE "BROKEN" TO REPORT-LINE(93:6)
               END-EVALUATE
           END-IF
           IF WS-EN-FLAG(WS-CL-IDX) = "Y"
               MOVE "NEW" TO REPORT-LINE(101:3)
           END-IF
           WRITE REPORT-LINE.

       WRITE-CHARGED-OFF-HEADER.
           IF WS-QUEUED-COUNT = 0
               MOVE "  (no accounts in collections)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CHARGED-OFF ACCOUNTS AND RECOVERIES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "ACCT"           TO REPORT-LINE(1:4)
           MOVE "CUR"            TO REPORT-LINE(9:3)
           MOVE "CHARGED OFF"    TO REPORT-LINE(14:11)
           MOVE "ON"             TO REPORT-LINE(28:2)
           MOVE "RECOVERED"      TO REPORT-LINE(41:9)
           MOVE "LAST REC"       TO REPORT-LINE(52:8)
           MOVE "NET LOSS"       TO REPORT-LINE(66:8)
           WRITE REPORT-LINE.

       WRITE-CHARGED-OFF-LINE.
           ADD 1 TO WS-CHGOFF-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE CLQ-ACCT(WS-CL-IDX)       TO WS-EDIT-ACCT
           MOVE WS-EDIT-ACCT              TO REPORT-LINE(1:6)
           MOVE CLQ-CURR(WS-CL-IDX)       TO REPORT-LINE(9:3)
           MOVE CLQ-CHGOFF-AMT(WS-CL-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT            TO REPORT-LINE(12:13)
           MOVE CLQ-CHGOFF-DATE(WS-CL-IDX) TO REPORT-LINE(28:8)
           MOVE CLQ-RECOVERED(WS-CL-IDX)  TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT            TO REPORT-LINE(37:13)
           IF CLQ-RECOVERED(WS-CL-IDX) > 0
               MOVE CLQ-LAST-RECOVERY(WS-CL-IDX)
                   TO REPORT-LINE(52:8)
               ADD 1 TO WS-RECOVERING-COUNT
           END-IF
           COMPUTE WS-NET-LOSS = CLQ-CHGOFF-AMT(WS-CL-IDX)
               - CLQ-RECOVERED(WS-CL-IDX)
           MOVE WS-NET-LOSS               TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT            TO REPORT-LINE(61:13)
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           IF WS-CHGOFF-COUNT = 0
               MOVE "  (no charged-off accounts)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-QUEUED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "IN COLLECTIONS:            " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ENTERED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ENTERED TONIGHT:         " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-OVER-LIMIT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  PAST OVERDRAFT LINE:     " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  DUE FOR CHARGE-OFF:      " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-PROMISE-OPEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  PROMISES OPEN:           " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-KEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  PROMISES KEPT TONIGHT:   " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-BROKEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  PROMISES BROKEN TONIGHT: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-CURED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CURED TONIGHT:             " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-CHGOFF-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CHARGED OFF:               " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-RECOVERING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  WITH RECOVERIES:         " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *>----------------------------------------------------------
      *> Files.
      *>----------------------------------------------------------
      *> The register is rewritten whole, so one longer than the
      *> table is refused outright rather than losing its tail.
       LOAD-COLLECTION-FILE.
           OPEN INPUT COLLECTION-FILE
           IF WS-COLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ COLLECTION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CL-USED >= 2000
                           DISPLAY "*** collections.dat holds more "
                               "than 2000 accounts ***"
                           MOVE 'Y' TO WS-EOF
                           MOVE 1 TO RETURN-CODE
                       ELSE
                           ADD 1 TO WS-CL-USED
                           MOVE COLLECTION-RECORD
                               TO WS-CL-ROW(WS-CL-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLECTION-FILE.

       REWRITE-COLLECTION-FILE.
           OPEN OUTPUT COLLECTION-FILE
           IF WS-COLL-STATUS NOT = "00"
               DISPLAY "ERROR rewriting collections.dat, status = "
                   WS-COLL-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-USED
               MOVE WS-CL-ROW(WS-CL-IDX) TO COLLECTION-RECORD
               WRITE COLLECTION-RECORD
           END-PERFORM
           CLOSE COLLECTION-FILE.

       APPEND-EOD-SUMMARY.
           OPEN EXTEND EOD-FILE
           IF WS-EOD-STATUS = "35"
               OPEN OUTPUT EOD-FILE
               CLOSE EOD-FILE
               OPEN EXTEND EOD-FILE
           END-IF
           IF WS-EOD-STATUS NOT = "00"
               DISPLAY "NOTE: could not append to eod_report.txt, "
                   "status = " WS-EOD-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE "STEP: COLLQUEUE" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-QUEUED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Accounts in collections:     "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-ENTERED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Entered tonight:             "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-CURED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Cured tonight:               "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-BROKEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Promises broken tonight:     "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-DUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Due for charge-off:          "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-CHGOFF-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Charged-off accounts:        "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           CLOSE EOD-FILE.
