       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICES.

      *> Nightly customer notice letters, so a customer hears about
      *> an account event from us the day it happens rather than
      *> from the next statement. Tonight's events are:
      *>   NS - a payment refused for insufficient funds: tonight's
      *>        "INSUF FUNDS" items on suspense.dat (POSTLEDGER);
      *>   OD - a new overdraft: an account closing today below zero
      *>        that was not overdrawn at its previous close on
      *>        balance_history.dat (END-OF-DAY);
      *>   MT - a term deposit maturing within TERM_NOTICE_DAYS
      *>        (environment setting, default 7 - TERMMATURITY's
      *>        own notice window), with the instruction it will
      *>        be settled on;
      *>   DM - an account approaching dormancy: no DP or WD for
      *>        DORMANT_MONTHS (default 12) less NOTICE_DORMANT_LEAD
      *>        (default 1) months, the DORMANT test brought
      *>        forward, and not yet taken up by ESCHEAT
      *>        (escheat_control.dat).
      *> Frozen, closed, and charged-off accounts get no OD, MT or
      *> DM letter. Each letter is addressed from the account's
      *> customer.dat record and laid out from its event's template
      *> below, one letter per page on notice_letters.txt ready for
      *> the print run.
      *> notice_log.dat keeps one line per letter -
      *>   DATE,EV,ACCT,REFERENCE,STATUS,CUSTNO,POSTCODE,ADDRESS,NAME
      *> - the proof of what was sent to whom. The reference is the
      *> refused transaction for NS, the business date for OD, the
      *> maturity date for MT, and the last activity date for DM,
      *> and an event already logged as sent (S) is never sent
      *> again, so the run can be repeated safely. An account with
      *> no customer.dat address cannot be written to: the letter
      *> is logged held (H) and is tried again the next night while
      *> the event still stands.
      *> Read-only on the shop's files; a step in BATCH-CONTROL's
      *> chain after END-OF-DAY has captured tonight's closing
      *> balances.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-ACCT-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "suspense.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "balance_history.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ESCHEAT-FILE ASSIGN TO "escheat_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-STATUS.

           SELECT LOG-FILE ASSIGN TO "notice_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT LETTER-FILE ASSIGN TO "notice_letters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           COPY SUSPREC.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY BALHREC.

       FD  ESCHEAT-FILE.
       01  ESCHEAT-LINE          PIC X(40).

       FD  LOG-FILE.
       01  LOG-LINE              PIC X(120).

       FD  LETTER-FILE.
       01  LETTER-LINE           PIC X(80).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-TRANS-STATUS       PIC XX.
       01  WS-CUST-STATUS        PIC XX.
       01  WS-SUSP-STATUS        PIC XX.
       01  WS-HIST-STATUS        PIC XX.
       01  WS-ESCHEAT-STATUS     PIC XX.
       01  WS-LOG-STATUS         PIC XX.
       01  WS-LETTER-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-EOF                PIC X.
       01  WS-CUST-OPEN          PIC X VALUE 'N'.

       01  WS-TODAY              PIC 9(8).
       01  WS-TRAILER-ACCT       PIC 9(6) VALUE 999999.
       01  WS-TRAILER-ID         PIC 9(13) VALUE 9999999999999.

      *> Settings.
       01  WS-SETTING-TEXT       PIC X(8).
       01  WS-NOTICE-DAYS        PIC 9(3) VALUE 7.
       01  WS-NOTICE-LIMIT       PIC 9(8).
       01  WS-DORMANT-MONTHS     PIC 9(3) VALUE 12.
       01  WS-DORMANT-LEAD       PIC 9(3) VALUE 1.
       01  WS-WARN-MONTHS        PIC 9(3).
       01  WS-WARN-DATE          PIC 9(8).
       01  WS-WORK-YEAR          PIC 9(4).
       01  WS-WORK-MMDD          PIC 9(4).
       01  WS-WORK-MONTH         PIC 9(2).
       01  WS-WORK-DAY           PIC 9(2).

      *> Maturities roll to the business day they will be acted on,
      *> as TERMMATURITY rolls them.
       01  WS-BUSDAY-FUNCTION    PIC X VALUE "R".
       01  WS-BUSDAY-DAYS        PIC 9(3) VALUE 0.
       01  WS-TERM-MATURITY      PIC 9(8).
       01  WS-DUE-MATURITY       PIC 9(8).

      *> Last customer-initiated activity (DP/WD) per account, the
      *> DORMANT test.
       01  WS-ACTIVITY-TABLE.
           05 WS-AT-ROW OCCURS 2000 TIMES INDEXED BY WS-AT-IDX.
               10 WS-AT-ACCT     PIC 9(6).
               10 WS-AT-LAST     PIC 9(8).
       01  WS-AT-USED            PIC 9(4) VALUE 0.
       01  WS-AT-HIT             PIC X.
       01  WS-AT-FULL-WARNED     PIC X VALUE 'N'.
       01  WS-LAST-ACTIVITY      PIC 9(8).
       01  WS-LOOKUP-ACCT        PIC 9(6).

      *> Accounts ESCHEAT has already taken up.
       01  WS-TOKEN-ACCT         PIC X(6).
       01  WS-ESCHEAT-TABLE.
           05 WS-EC-ACCT OCCURS 500 TIMES INDEXED BY WS-EC-IDX
               PIC 9(6).
       01  WS-EC-USED            PIC 9(3) VALUE 0.
       01  WS-EC-HIT             PIC X.

      *> Accounts overdrawn tonight, with their previous close.
       01  WS-OVERDRAWN-TABLE.
           05 WS-OV-ROW OCCURS 1000 TIMES INDEXED BY WS-OV-IDX.
               10 WS-OV-ACCT     PIC 9(6).
               10 WS-OV-PRINC    PIC S9(10)V99.
               10 WS-OV-CURR     PIC X(3).
               10 WS-OV-PRIOR-DATE PIC 9(8).
               10 WS-OV-PRIOR-BAL PIC S9(10)V99.
       01  WS-OV-USED            PIC 9(4) VALUE 0.

      *> Tonight's events, in the order the letters print.
       01  WS-EVENT-TABLE.
           05 WS-EV-ROW OCCURS 2000 TIMES INDEXED BY WS-EV-IDX.
               10 WS-EV-TYPE     PIC X(2).
               10 WS-EV-ACCT     PIC 9(6).
               10 WS-EV-REF      PIC 9(13).
               10 WS-EV-DATE     PIC 9(8).
               10 WS-EV-AMOUNT   PIC S9(10)V99.
               10 WS-EV-CURR     PIC X(3).
               10 WS-EV-TRANS-TYPE PIC X(2).
               10 WS-EV-DISPOSITION PIC X.
       01  WS-EV-USED            PIC 9(4) VALUE 0.
       01  WS-EV-FULL-WARNED     PIC X VALUE 'N'.
       01  WS-NEW-TYPE           PIC X(2).
       01  WS-NEW-ACCT           PIC 9(6).
       01  WS-NEW-REF            PIC 9(13).

      *> Letters already sent, from notice_log.dat: every MT and DM
      *> line (those events stand for weeks) and all of tonight's.
       01  WS-TOKEN-DATE         PIC X(8).
       01  WS-TOKEN-TYPE         PIC X(2).
       01  WS-TOKEN-LOG-ACCT     PIC X(6).
       01  WS-TOKEN-REF          PIC X(13).
       01  WS-TOKEN-STATUS       PIC X(1).
       01  WS-LOG-DATE           PIC 9(8).
       01  WS-SENT-TABLE.
           05 WS-SN-ROW OCCURS 5000 TIMES INDEXED BY WS-SN-IDX.
               10 WS-SN-TYPE     PIC X(2).
               10 WS-SN-ACCT     PIC 9(6).
               10 WS-SN-REF      PIC 9(13).
       01  WS-SN-USED            PIC 9(4) VALUE 0.
       01  WS-SN-HIT             PIC X.
       01  WS-SN-FULL-WARNED     PIC X VALUE 'N'.

      *> One template per event: the heading, then the body.
       01  WS-TEMPLATE-LIST.
           05 FILLER PIC X(2) VALUE "NS".
           05 FILLER PIC X(62) VALUE
               "PAYMENT REFUSED - INSUFFICIENT FUNDS".
           05 FILLER PIC X(62) VALUE
               "We were unable to make a payment from your account".
           05 FILLER PIC X(62) VALUE
               "because there were not enough funds available to".
           05 FILLER PIC X(62) VALUE
               "cover it. The item is held and will be tried again".
           05 FILLER PIC X(62) VALUE
               "once funds are available. Please pay in enough to".
           05 FILLER PIC X(62) VALUE
               "cover it, or call your branch if it is not yours.".
           05 FILLER PIC X(2) VALUE "OD".
           05 FILLER PIC X(62) VALUE
               "YOUR ACCOUNT IS OVERDRAWN".
           05 FILLER PIC X(62) VALUE
               "Your account went overdrawn at the close of business".
           05 FILLER PIC X(62) VALUE
               "on the date below. Interest and charges may apply".
           05 FILLER PIC X(62) VALUE
               "to an overdrawn balance under your account terms.".
           05 FILLER PIC X(62) VALUE
               "Please pay in enough to bring the account back into".
           05 FILLER PIC X(62) VALUE
               "credit as soon as you can.".
           05 FILLER PIC X(2) VALUE "MT".
           05 FILLER PIC X(62) VALUE
               "YOUR TERM DEPOSIT IS DUE TO MATURE".
           05 FILLER PIC X(62) VALUE
               "Your term deposit is due to mature on the date below.".
           05 FILLER PIC X(62) VALUE
               "Unless you tell us otherwise before then, we will act".
           05 FILLER PIC X(62) VALUE
               "on the instruction we hold for the deposit, shown".
           05 FILLER PIC X(62) VALUE
               "below. Please contact your branch if you would like to".
           05 FILLER PIC X(62) VALUE
               "change it.".
           05 FILLER PIC X(2) VALUE "DM".
           05 FILLER PIC X(62) VALUE
               "YOUR ACCOUNT IS BECOMING INACTIVE".
           05 FILLER PIC X(62) VALUE
               "We have not seen a deposit or withdrawal on your".
           05 FILLER PIC X(62) VALUE
               "account for some time. An account left inactive".
           05 FILLER PIC X(62) VALUE
               "becomes dormant, and a dormant balance must in time".
           05 FILLER PIC X(62) VALUE
               "be passed to the state as unclaimed property. Any".
           05 FILLER PIC X(62) VALUE
               "deposit or withdrawal keeps your account active.".
       01  WS-TEMPLATE-TABLE REDEFINES WS-TEMPLATE-LIST.
           05 WS-TP-ROW OCCURS 4 TIMES INDEXED BY WS-TP-IDX.
               10 WS-TP-TYPE     PIC X(2).
               10 WS-TP-LINE     PIC X(62) OCCURS 6 TIMES
                   INDEXED BY WS-TL-IDX.
       01  WS-TP-HIT             PIC X.

      *> The letter being written.
       01  WS-ADDRESS-FOUND      PIC X.
       01  WS-LETTER-NAME        PIC X(20).
       01  WS-LETTER-CUST-NO     PIC 9(6).
       01  WS-LOG-STATUS-CODE    PIC X.

      *> Counts.
       01  WS-SENT-COUNT         PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT         PIC 9(5) VALUE 0.
       01  WS-ALREADY-COUNT      PIC 9(5) VALUE 0.
       01  WS-NS-COUNT           PIC 9(5) VALUE 0.
       01  WS-OD-COUNT           PIC 9(5) VALUE 0.
       01  WS-MT-COUNT           PIC 9(5) VALUE 0.
       01  WS-DM-COUNT           PIC 9(5) VALUE 0.

       01  WS-EDIT-COUNT         PIC Z(4)9.
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-CUSTNO        PIC 9(6).
       01  WS-EDIT-REF           PIC 9(13).
       01  WS-EDIT-DATE          PIC 9(8).
       01  WS-EDIT-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-INSTRUCTION   PIC X(30).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM READ-SETTINGS
           PERFORM LOAD-SENT-LOG
           PERFORM LOAD-ESCHEAT-CONTROL
           PERFORM SCAN-CUSTOMER-ACTIVITY
           PERFORM COLLECT-NSF-EVENTS
           PERFORM SWEEP-LEDGER
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM FIND-PRIOR-CLOSES
           PERFORM VARYING WS-OV-IDX FROM 1 BY 1
                   UNTIL WS-OV-IDX > WS-OV-USED
               IF WS-OV-PRIOR-DATE(WS-OV-IDX) = 0
                   OR WS-OV-PRIOR-BAL(WS-OV-IDX) >= 0
                   MOVE "OD" TO WS-NEW-TYPE
                   MOVE WS-OV-ACCT(WS-OV-IDX) TO WS-NEW-ACCT
                   MOVE WS-TODAY TO WS-NEW-REF
                   PERFORM ADD-EVENT
                   IF WS-NEW-TYPE NOT = SPACES
                       MOVE WS-TODAY TO WS-EV-DATE(WS-EV-USED)
                       MOVE WS-OV-PRINC(WS-OV-IDX)
                           TO WS-EV-AMOUNT(WS-EV-USED)
                       MOVE WS-OV-CURR(WS-OV-IDX)
                           TO WS-EV-CURR(WS-EV-USED)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM WRITE-LETTERS
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM APPEND-EOD-SUMMARY

           MOVE WS-SENT-COUNT TO WS-EDIT-COUNT
           DISPLAY "Notice letters written:      " WS-EDIT-COUNT
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
           DISPLAY "Held - no address on file:   " WS-EDIT-COUNT
           MOVE WS-ALREADY-COUNT TO WS-EDIT-COUNT
           DISPLAY "Already sent, not repeated:  " WS-EDIT-COUNT
           DISPLAY "Letters written to notice_letters.txt"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       READ-SETTINGS.
           MOVE SPACES TO WS-SETTING-TEXT
           ACCEPT WS-SETTING-TEXT FROM ENVIRONMENT "TERM_NOTICE_DAYS"
           IF WS-SETTING-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SETTING-TEXT) = 0
               COMPUTE WS-NOTICE-DAYS =
                   FUNCTION NUMVAL(WS-SETTING-TEXT)
           END-IF
           COMPUTE WS-NOTICE-LIMIT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-NOTICE-DAYS)
           MOVE SPACES TO WS-SETTING-TEXT
           ACCEPT WS-SETTING-TEXT FROM ENVIRONMENT "DORMANT_MONTHS"
           IF WS-SETTING-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SETTING-TEXT) = 0
               AND FUNCTION NUMVAL(WS-SETTING-TEXT) > 0
               COMPUTE WS-DORMANT-MONTHS =
                   FUNCTION NUMVAL(WS-SETTING-TEXT)
           END-IF
           MOVE SPACES TO WS-SETTING-TEXT
           ACCEPT WS-SETTING-TEXT
               FROM ENVIRONMENT "NOTICE_DORMANT_LEAD"
           IF WS-SETTING-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SETTING-TEXT) = 0
               COMPUTE WS-DORMANT-LEAD =
                   FUNCTION NUMVAL(WS-SETTING-TEXT)
           END-IF
      *> A last activity on or before the warning date draws the
      *> letter - DORMANT's cutoff, brought forward by the lead.
           IF WS-DORMANT-LEAD >= WS-DORMANT-MONTHS
               MOVE 0 TO WS-WARN-MONTHS
           ELSE
               COMPUTE WS-WARN-MONTHS =
                   WS-DORMANT-MONTHS - WS-DORMANT-LEAD
           END-IF
           DIVIDE WS-TODAY BY 10000 GIVING WS-WORK-YEAR
               REMAINDER WS-WORK-MMDD
           DIVIDE WS-WORK-MMDD BY 100 GIVING WS-WORK-MONTH
               REMAINDER WS-WORK-DAY
           PERFORM ROLL-BACK-ONE-MONTH WS-WARN-MONTHS TIMES
           COMPUTE WS-WARN-DATE =
               WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100
               + WS-WORK-DAY.

       ROLL-BACK-ONE-MONTH.
           SUBTRACT 1 FROM WS-WORK-MONTH
           IF WS-WORK-MONTH < 1
               MOVE 12 TO WS-WORK-MONTH
               SUBTRACT 1 FROM WS-WORK-YEAR
           END-IF.

      *>----------------------------------------------------------
      *> Tonight's events.
      *>----------------------------------------------------------
      *> Queues an event unless its letter has already gone out;
      *> WS-NEW-TYPE comes back as spaces when nothing was queued.
       ADD-EVENT.
           MOVE 'N' TO WS-SN-HIT
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SN-USED
                       OR WS-SN-HIT = 'Y'
               IF WS-SN-TYPE(WS-SN-IDX) = WS-NEW-TYPE
                   AND WS-SN-ACCT(WS-SN-IDX) = WS-NEW-ACCT
                   AND WS-SN-REF(WS-SN-IDX) = WS-NEW-REF
                   MOVE 'Y' TO WS-SN-HIT
               END-IF
           END-PERFORM
           IF WS-SN-HIT = 'Y'
               ADD 1 TO WS-ALREADY-COUNT
               MOVE SPACES TO WS-NEW-TYPE
               EXIT PARAGRAPH
           END-IF
           IF WS-EV-USED >= 2000
               IF WS-EV-FULL-WARNED = 'N'
                   DISPLAY "*** WARNING: event table full (2000) - "
                       "the rest go out on a later night ***"
                   MOVE 'Y' TO WS-EV-FULL-WARNED
               END-IF
               MOVE SPACES TO WS-NEW-TYPE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EV-USED
           MOVE WS-NEW-TYPE TO WS-EV-TYPE(WS-EV-USED)
           MOVE WS-NEW-ACCT TO WS-EV-ACCT(WS-EV-USED)
           MOVE WS-NEW-REF  TO WS-EV-REF(WS-EV-USED)
           MOVE 0      TO WS-EV-DATE(WS-EV-USED)
           MOVE 0      TO WS-EV-AMOUNT(WS-EV-USED)
           MOVE SPACES TO WS-EV-CURR(WS-EV-USED)
           MOVE SPACES TO WS-EV-TRANS-TYPE(WS-EV-USED)
           MOVE SPACE  TO WS-EV-DISPOSITION(WS-EV-USED).

      *> Refused payments: the items POSTLEDGER sent to suspense
      *> for insufficient funds tonight.
       COLLECT-NSF-EVENTS.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SUSP-REASON = "INSUF FUNDS"
                           AND SUSP-LOGGED-DATE = WS-TODAY
                           PERFORM ADD-NSF-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE.

       ADD-NSF-EVENT.
           MOVE "NS"          TO WS-NEW-TYPE
           MOVE SUSP-ACCT-ID  TO WS-NEW-ACCT
           MOVE SUSP-TRANS-ID TO WS-NEW-REF
           PERFORM ADD-EVENT
           IF WS-NEW-TYPE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SUSP-TRANS-DATE TO WS-EV-DATE(WS-EV-USED)
           MOVE SUSP-AMOUNT     TO WS-EV-AMOUNT(WS-EV-USED)
           MOVE SUSP-CURR       TO WS-EV-CURR(WS-EV-USED)
           IF SUSP-CURR = SPACES
               MOVE "USD"       TO WS-EV-CURR(WS-EV-USED)
           END-IF
           MOVE SUSP-TRANS-TYPE TO WS-EV-TRANS-TYPE(WS-EV-USED).

      *> One pass over the ledger: maturities and dormancy become
      *> events here; overdrawn accounts are noted for the history
      *> check that decides whether the overdraft is new.
       SWEEP-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger.txt, status = "
                   WS-LEDGER-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF L-ACCT-ID NOT = WS-TRAILER-ACCT
                           AND L-STATUS NOT = "C"
                           AND L-STATUS NOT = "F"
                           AND L-STATUS NOT = "W"
                           PERFORM CHECK-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       CHECK-ONE-ACCOUNT.
           IF L-PRINC < 0
               IF WS-OV-USED < 1000
                   ADD 1 TO WS-OV-USED
                   MOVE L-ACCT-ID TO WS-OV-ACCT(WS-OV-USED)
                   MOVE L-PRINC   TO WS-OV-PRINC(WS-OV-USED)
                   MOVE L-CURR    TO WS-OV-CURR(WS-OV-USED)
                   IF L-CURR = SPACES
                       MOVE "USD" TO WS-OV-CURR(WS-OV-USED)
                   END-IF
                   MOVE 0 TO WS-OV-PRIOR-DATE(WS-OV-USED)
                   MOVE 0 TO WS-OV-PRIOR-BAL(WS-OV-USED)
               ELSE
                   DISPLAY "*** WARNING: overdrawn table full "
                       "(1000) - account " L-ACCT-ID " not checked ***"
               END-IF
           END-IF

           IF L-MATURITY > 0 AND L-STATUS NOT = "M"
               MOVE L-MATURITY TO WS-TERM-MATURITY
               CALL "BUSDAY" USING WS-BUSDAY-FUNCTION
                   WS-TERM-MATURITY WS-BUSDAY-DAYS WS-DUE-MATURITY
               IF WS-DUE-MATURITY > WS-TODAY
                   AND WS-DUE-MATURITY <= WS-NOTICE-LIMIT
                   MOVE "MT"           TO WS-NEW-TYPE
                   MOVE L-ACCT-ID      TO WS-NEW-ACCT
                   MOVE WS-DUE-MATURITY TO WS-NEW-REF
                   PERFORM ADD-EVENT
                   IF WS-NEW-TYPE NOT = SPACES
                       MOVE WS-DUE-MATURITY TO WS-EV-DATE(WS-EV-USED)
                       PERFORM SET-EVENT-BALANCE
                       MOVE L-DISPOSITION
                           TO WS-EV-DISPOSITION(WS-EV-USED)
                   END-IF
               END-IF
           END-IF

      *> Never-active accounts carry no date to warn against -
      *> DORMANT lists them as never active for the branch.
           MOVE L-ACCT-ID TO WS-LOOKUP-ACCT
           PERFORM FIND-ACTIVITY-ROW
           IF WS-AT-HIT = 'Y'
               MOVE WS-AT-LAST(WS-AT-IDX) TO WS-LAST-ACTIVITY
               IF WS-LAST-ACTIVITY <= WS-WARN-DATE
                   PERFORM CHECK-ESCHEAT-CONTROL
                   IF WS-EC-HIT NOT = 'Y'
                       MOVE "DM"           TO WS-NEW-TYPE
                       MOVE L-ACCT-ID      TO WS-NEW-ACCT
                       MOVE WS-LAST-ACTIVITY TO WS-NEW-REF
                       PERFORM ADD-EVENT
                       IF WS-NEW-TYPE NOT = SPACES
                           MOVE WS-LAST-ACTIVITY
                               TO WS-EV-DATE(WS-EV-USED)
                           PERFORM SET-EVENT-BALANCE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SET-EVENT-BALANCE.
           MOVE L-PRINC TO WS-EV-AMOUNT(WS-EV-USED)
           MOVE L-CURR  TO WS-EV-CURR(WS-EV-USED)
           IF L-CURR = SPACES
               MOVE "USD" TO WS-EV-CURR(WS-EV-USED)
           END-IF.

      *> Each overdrawn account's latest close before today.
       FIND-PRIOR-CLOSES.
           IF WS-OV-USED = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BH-DATE < WS-TODAY
                           PERFORM NOTE-ONE-PRIOR-CLOSE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       NOTE-ONE-PRIOR-CLOSE.
           PERFORM VARYING WS-OV-IDX FROM 1 BY 1
                   UNTIL WS-OV-IDX > WS-OV-USED
               IF WS-OV-ACCT(WS-OV-IDX) = BH-ACCT-ID
                   AND BH-DATE >= WS-OV-PRIOR-DATE(WS-OV-IDX)
                   MOVE BH-DATE  TO WS-OV-PRIOR-DATE(WS-OV-IDX)
                   MOVE BH-PRINC TO WS-OV-PRIOR-BAL(WS-OV-IDX)
               END-IF
           END-PERFORM.

       SCAN-CUSTOMER-ACTIVITY.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRANS-ID NOT = WS-TRAILER-ID
                           AND (TRANS-TYPE = "DP"
                               OR TRANS-TYPE = "WD")
                           PERFORM NOTE-ONE-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       NOTE-ONE-ACTIVITY.
           MOVE TRANS-ACCT-ID TO WS-LOOKUP-ACCT
           PERFORM FIND-ACTIVITY-ROW
           IF WS-AT-HIT = 'Y'
               IF TRANS-DATE > WS-AT-LAST(WS-AT-IDX)
                   MOVE TRANS-DATE TO WS-AT-LAST(WS-AT-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-AT-USED >= 2000
               IF WS-AT-FULL-WARNED = 'N'
                   DISPLAY "*** WARNING: activity table full (2000) "
                       "- dormancy letters incomplete ***"
                   MOVE 'Y' TO WS-AT-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AT-USED
           MOVE WS-LOOKUP-ACCT TO WS-AT-ACCT(WS-AT-USED)
           MOVE TRANS-DATE     TO WS-AT-LAST(WS-AT-USED).

       FIND-ACTIVITY-ROW.
           MOVE 'N' TO WS-AT-HIT
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-USED
                       OR WS-AT-HIT = 'Y'
               IF WS-AT-ACCT(WS-AT-IDX) = WS-LOOKUP-ACCT
                   MOVE 'Y' TO WS-AT-HIT
               END-IF
           END-PERFORM
           IF WS-AT-HIT = 'Y'
               SET WS-AT-IDX DOWN BY 1
           END-IF.

       CHECK-ESCHEAT-CONTROL.
           MOVE 'N' TO WS-EC-HIT
           PERFORM VARYING WS-EC-IDX FROM 1 BY 1
                   UNTIL WS-EC-IDX > WS-EC-USED
                       OR WS-EC-HIT = 'Y'
               IF WS-EC-ACCT(WS-EC-IDX) = L-ACCT-ID
                   MOVE 'Y' TO WS-EC-HIT
               END-IF
           END-PERFORM.

      *>----------------------------------------------------------
      *> Letters.
      *>----------------------------------------------------------
       WRITE-LETTERS.
           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-STATUS NOT = "00"
               DISPLAY "ERROR opening notice_letters.txt, status = "
                   WS-LETTER-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
               CLOSE LOG-FILE
               OPEN EXTEND LOG-FILE
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR opening notice_log.dat, status = "
                   WS-LOG-STATUS
               CLOSE LETTER-FILE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LEDGER-FILE
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS = "00"
               MOVE 'Y' TO WS-CUST-OPEN
           ELSE
               DISPLAY "NOTE: no customer.dat - every letter is held "
                   "for want of an address."
           END-IF
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-EV-USED
               PERFORM WRITE-ONE-LETTER
           END-PERFORM
           CLOSE LEDGER-FILE
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE LOG-FILE
           CLOSE LETTER-FILE.

       WRITE-ONE-LETTER.
           MOVE WS-EV-ACCT(WS-EV-IDX) TO L-ACCT-ID
           MOVE SPACES TO WS-LETTER-NAME
           READ LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE L-NAME TO WS-LETTER-NAME
           END-READ
           MOVE 'N' TO WS-ADDRESS-FOUND
           MOVE 0 TO WS-LETTER-CUST-NO
           IF WS-CUST-OPEN = 'Y'
               MOVE WS-EV-ACCT(WS-EV-IDX) TO C-ACCT-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF C-ADDR-LINE-1 NOT = SPACES
                           MOVE 'Y' TO WS-ADDRESS-FOUND
                       END-IF
                       IF C-CUST-NO IS NUMERIC
                           MOVE C-CUST-NO TO WS-LETTER-CUST-NO
                       END-IF
               END-READ
           END-IF
           IF WS-ADDRESS-FOUND NOT = 'Y'
               MOVE SPACES TO C-ADDR-LINE-1 C-CITY C-POSTCODE
               MOVE "H" TO WS-LOG-STATUS-CODE
               ADD 1 TO WS-HELD-COUNT
               PERFORM WRITE-LOG-ENTRY
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-TP-HIT
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > 4 OR WS-TP-HIT = 'Y'
               IF WS-TP-TYPE(WS-TP-IDX) = WS-EV-TYPE(WS-EV-IDX)
                   MOVE 'Y' TO WS-TP-HIT
               END-IF
           END-PERFORM
           SET WS-TP-IDX DOWN BY 1

           PERFORM WRITE-LETTER-HEAD
           MOVE SPACES TO LETTER-LINE
           MOVE WS-TP-LINE(WS-TP-IDX, 1) TO LETTER-LINE(5:62)
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           PERFORM VARYING WS-TL-IDX FROM 2 BY 1 UNTIL WS-TL-IDX > 6
               IF WS-TP-LINE(WS-TP-IDX, WS-TL-IDX) NOT = SPACES
                   MOVE SPACES TO LETTER-LINE
                   MOVE WS-TP-LINE(WS-TP-IDX, WS-TL-IDX)
                       TO LETTER-LINE(5:62)
                   PERFORM WRITE-LETTER-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-LETTER-DETAIL
           MOVE SPACES TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "    Yours faithfully," TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "    Customer Services" TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE "S" TO WS-LOG-STATUS-CODE
           ADD 1 TO WS-SENT-COUNT
           EVALUATE WS-EV-TYPE(WS-EV-IDX)
               WHEN "NS" ADD 1 TO WS-NS-COUNT
               WHEN "OD" ADD 1 TO WS-OD-COUNT
               WHEN "MT" ADD 1 TO WS-MT-COUNT
               WHEN "DM" ADD 1 TO WS-DM-COUNT
           END-EVALUATE
           PERFORM WRITE-LOG-ENTRY.

      *> A fresh page, the date, the customer.dat address block,
      *> and the account the letter is about.
       WRITE-LETTER-HEAD.
           MOVE X"0C" TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           MOVE WS-TODAY TO WS-EDIT-DATE
           STRING "DATE " DELIMITED BY SIZE
                   WS-EDIT-DATE DELIMITED BY SIZE
               INTO LETTER-LINE(60:21)
           END-STRING
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-NAME TO LETTER-LINE(5:20)
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           MOVE C-ADDR-LINE-1 TO LETTER-LINE(5:30)
           PERFORM WRITE-LETTER-LINE
           IF C-ADDR-LINE-2 NOT = SPACES
               MOVE SPACES TO LETTER-LINE
               MOVE C-ADDR-LINE-2 TO LETTER-LINE(5:30)
               PERFORM WRITE-LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING C-CITY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   C-POSTCODE DELIMITED BY SIZE
               INTO LETTER-LINE(5:31)
           END-STRING
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE WS-EV-ACCT(WS-EV-IDX) TO WS-EDIT-ACCT
           MOVE SPACES TO LETTER-LINE
           STRING "    Account " DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "    Dear Customer," TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM WRITE-LETTER-LINE.

      *> The figures the template refers to.
       WRITE-LETTER-DETAIL.
           MOVE WS-EV-DATE(WS-EV-IDX)   TO WS-EDIT-DATE
           MOVE WS-EV-AMOUNT(WS-EV-IDX) TO WS-EDIT-AMOUNT
           MOVE SPACES TO LETTER-LINE
           EVALUATE WS-EV-TYPE(WS-EV-IDX)
               WHEN "NS"
                   MOVE WS-EV-REF(WS-EV-IDX) TO WS-EDIT-REF
                   STRING "    Payment dated " DELIMITED BY SIZE
                           WS-EDIT-DATE DELIMITED BY SIZE
                           ", amount " DELIMITED BY SIZE
                           WS-EDIT-AMOUNT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-EV-CURR(WS-EV-IDX) DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
                   PERFORM WRITE-LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   STRING "    Our reference " DELIMITED BY SIZE
                           WS-EDIT-REF DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
               WHEN "OD"
                   STRING "    Balance at close of business on "
                               DELIMITED BY SIZE
                           WS-EDIT-DATE DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           WS-EDIT-AMOUNT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-EV-CURR(WS-EV-IDX) DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
               WHEN "MT"
                   EVALUATE WS-EV-DISPOSITION(WS-EV-IDX)
                       WHEN "P"
                           MOVE "pay the balance out"
                               TO WS-EDIT-INSTRUCTION
                       WHEN "H"
                           MOVE "hold for your instructions"
                               TO WS-EDIT-INSTRUCTION
                       WHEN OTHER
                           MOVE "renew for a further term"
                               TO WS-EDIT-INSTRUCTION
                   END-EVALUATE
                   STRING "    Matures " DELIMITED BY SIZE
                           WS-EDIT-DATE DELIMITED BY SIZE
                           ", balance " DELIMITED BY SIZE
                           WS-EDIT-AMOUNT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-EV-CURR(WS-EV-IDX) DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
                   PERFORM WRITE-LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   STRING "    Instruction held: " DELIMITED BY SIZE
                           WS-EDIT-INSTRUCTION DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
               WHEN "DM"
                   STRING "    Last deposit or withdrawal "
                               DELIMITED BY SIZE
                           WS-EDIT-DATE DELIMITED BY SIZE
                           ", balance " DELIMITED BY SIZE
                           WS-EDIT-AMOUNT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-EV-CURR(WS-EV-IDX) DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-LETTER-LINE.

       WRITE-LETTER-LINE.
           WRITE LETTER-LINE
           IF WS-LETTER-STATUS NOT = "00"
               DISPLAY "ERROR writing notice_letters.txt, status = "
                   WS-LETTER-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

      *>----------------------------------------------------------
      *> Files.
      *>----------------------------------------------------------
       WRITE-LOG-ENTRY.
           MOVE WS-EV-ACCT(WS-EV-IDX) TO WS-EDIT-ACCT
           MOVE WS-EV-REF(WS-EV-IDX)  TO WS-EDIT-REF
           MOVE WS-LETTER-CUST-NO     TO WS-EDIT-CUSTNO
           MOVE SPACES TO LOG-LINE
           STRING WS-TODAY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EV-TYPE(WS-EV-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-REF DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-LOG-STATUS-CODE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-CUSTNO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   C-POSTCODE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   C-ADDR-LINE-1 DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-LETTER-NAME DELIMITED BY SIZE
               INTO LOG-LINE
           END-STRING
           WRITE LOG-LINE
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR writing notice_log.dat, status = "
                   WS-LOG-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       LOAD-SENT-LOG.
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-LOG-LINE
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

       LOAD-ONE-LOG-LINE.
           MOVE SPACES TO WS-TOKEN-DATE WS-TOKEN-TYPE
               WS-TOKEN-LOG-ACCT WS-TOKEN-REF WS-TOKEN-STATUS
           UNSTRING LOG-LINE DELIMITED BY ","
               INTO WS-TOKEN-DATE WS-TOKEN-TYPE WS-TOKEN-LOG-ACCT
                   WS-TOKEN-REF WS-TOKEN-STATUS
           END-UNSTRING
           IF WS-TOKEN-STATUS NOT = "S"
               OR WS-TOKEN-DATE IS NOT NUMERIC
               OR WS-TOKEN-LOG-ACCT IS NOT NUMERIC
               OR WS-TOKEN-REF IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOKEN-DATE TO WS-LOG-DATE
           IF WS-LOG-DATE NOT = WS-TODAY
               AND WS-TOKEN-TYPE NOT = "MT"
               AND WS-TOKEN-TYPE NOT = "DM"
               EXIT PARAGRAPH
           END-IF
           IF WS-SN-USED >= 5000
               IF WS-SN-FULL-WARNED = 'N'
                   DISPLAY "*** WARNING: sent-letter table full "
                       "(5000) - older letters may be repeated ***"
                   MOVE 'Y' TO WS-SN-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SN-USED
           MOVE WS-TOKEN-TYPE     TO WS-SN-TYPE(WS-SN-USED)
           MOVE WS-TOKEN-LOG-ACCT TO WS-SN-ACCT(WS-SN-USED)
           MOVE WS-TOKEN-REF      TO WS-SN-REF(WS-SN-USED).

       LOAD-ESCHEAT-CONTROL.
           OPEN INPUT ESCHEAT-FILE
           IF WS-ESCHEAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ESCHEAT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-TOKEN-ACCT
                       UNSTRING ESCHEAT-LINE DELIMITED BY ","
                           INTO WS-TOKEN-ACCT
                       END-UNSTRING
                       IF FUNCTION TEST-NUMVAL(WS-TOKEN-ACCT) = 0
                           AND WS-EC-USED < 500
                           ADD 1 TO WS-EC-USED
                           COMPUTE WS-EC-ACCT(WS-EC-USED) =
                               FUNCTION NUMVAL(WS-TOKEN-ACCT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ESCHEAT-FILE.

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
           MOVE "STEP: NOTICES" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-NS-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Refused-payment letters:  " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-OD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  New overdraft letters:    " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-MT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Maturity letters:         " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-DM-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Dormancy letters:         " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Held - no address:        " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           CLOSE EOD-FILE.
