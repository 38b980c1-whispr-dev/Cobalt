       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTALERT.

      *> Nightly balance and activity alerts for the messaging
      *> gateway: each customer chooses, per account, the alerts
      *> they want and whether they come by SMS or e-mail
      *> (alert_subs.dat, maintained in CUSTMAINT -
      *> ACCT,TYPE,THRESHOLD,CHANNEL), and this step tells them
      *> the same night:
      *>   LB - the account's closing balance is below the
      *>        threshold (the ledger as POSTLEDGER and END-OF-DAY
      *>        leave it);
      *>   LD - a single debit of the threshold or more posted
      *>        tonight;
      *>   CR - a deposit or credit of the threshold or more posted
      *>        tonight (threshold 0 = any credit).
      *> Tonight's activity is read from POSTLEDGER's day file
      *> (posted_today.dat) when it is for the business date:
      *> posted records only, each one's direction given by its
      *> balance before and after and its amount by what hit the
      *> account in its own currency, the currency the threshold
      *> is set in. Refused items move no balance and draw no
      *> alert - the refused-payment letter is NOTICES' business.
      *> Closed and charged-off accounts get no alerts.
      *> One message per account, alert type and channel per day:
      *> an alert already sent today (alert_log.dat) or already
      *> queued tonight is suppressed and counted, so the step can
      *> be rerun safely and a busy account is not flooded.
      *> The SMS number (C-PHONE) or e-mail address (C-EMAIL) is
      *> read from the account's customer.dat record when the
      *> message is written; with no contact held the message is
      *> logged held (H) and not sent, and goes out on a later
      *> night if the alert still stands once the contact has been
      *> captured.
      *> Messages are appended to alert_outbound.dat for the
      *> gateway in one batch per run, fixed layout like
      *> PAYOUTFILE's correspondent file: a header (H: batch =
      *> business date, creation date and time), one detail per
      *> message (D: sequence, reference "AL" + YYMMDD + the day's
      *> six-digit sequence, channel, contact, account, alert type,
      *> message text), and a trailer (T: messages, of them SMS and
      *> e-mail) for the gateway to prove the batch against. No
      *> messages, no batch.
      *> alert_log.dat keeps one line per message -
      *>   DATE,ACCT,TYPE,CHANNEL,STATUS,REF,CONTACT,MESSAGE
      *> - status S sent or H held; REF is the gateway reference
      *> of a sent message. The message is the last field and may
      *> itself hold commas.
      *> Read-only on the shop's files; a step in BATCH-CONTROL's
      *> chain after END-OF-DAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-ACCT-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT POSTED-FILE ASSIGN TO "posted_today.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

           SELECT SUB-FILE ASSIGN TO "alert_subs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.

           SELECT LOG-FILE ASSIGN TO "alert_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT OUTBOUND-FILE ASSIGN TO "alert_outbound.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  POSTED-FILE.
       01  POSTED-RECORD.
           COPY POSTREC.

       FD  SUB-FILE.
       01  SUB-LINE              PIC X(40).

       FD  LOG-FILE.
       01  LOG-LINE              PIC X(200).

      *> Fixed-layout gateway file; the three record types share
      *> the area and are told apart by the first byte.
       FD  OUTBOUND-FILE.
       01  OA-HEADER.
           05 OAH-TYPE           PIC X.
           05 FILLER             PIC X.
           05 OAH-BATCH          PIC 9(8).
           05 FILLER             PIC X.
           05 OAH-CREATED-DATE   PIC 9(8).
           05 FILLER             PIC X.
           05 OAH-CREATED-TIME   PIC 9(6).
           05 FILLER             PIC X(151).
       01  OA-DETAIL.
           05 OAD-TYPE           PIC X.
           05 FILLER             PIC X.
           05 OAD-SEQ            PIC 9(6).
           05 FILLER             PIC X.
           05 OAD-REF            PIC X(14).
           05 FILLER             PIC X.
           05 OAD-CHANNEL        PIC X.
           05 FILLER             PIC X.
           05 OAD-CONTACT        PIC X(40).
           05 FILLER             PIC X.
           05 OAD-ACCT           PIC 9(6).
           05 FILLER             PIC X.
           05 OAD-ALERT-TYPE     PIC X(2).
           05 FILLER             PIC X.
           05 OAD-MESSAGE        PIC X(100).
       01  OA-TRAILER.
           05 OAT-TYPE           PIC X.
           05 FILLER             PIC X.
           05 OAT-COUNT          PIC 9(6).
           05 FILLER             PIC X.
           05 OAT-SMS-COUNT      PIC 9(6).
           05 FILLER             PIC X.
           05 OAT-EMAIL-COUNT    PIC 9(6).
           05 FILLER             PIC X(155).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-CUST-STATUS        PIC XX.
       01  WS-PD-STATUS          PIC XX.
       01  WS-SUB-STATUS         PIC XX.
       01  WS-LOG-STATUS         PIC XX.
       01  WS-OUTBOUND-STATUS    PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-EOF                PIC X.
       01  WS-CUST-OPEN          PIC X VALUE 'N'.
       01  WS-DAY-FILE-USED      PIC X VALUE 'N'.
       01  WS-BATCH-OPEN         PIC X VALUE 'N'.

       01  WS-TODAY              PIC 9(8).
       01  WS-NOW                PIC 9(8).
       01  WS-TRAILER-ACCT       PIC 9(6) VALUE 999999.

      *> Subscriptions from alert_subs.dat.
       01  WS-TOKEN-ACCT         PIC X(6).
       01  WS-TOKEN-TYPE         PIC X(2).
       01  WS-TOKEN-THRESHOLD    PIC X(13).
       01  WS-TOKEN-CHANNEL      PIC X(1).
       01  WS-SUB-TABLE.
           05 WS-SB-ROW OCCURS 1000 TIMES INDEXED BY WS-SB-IDX.
               10 WS-SB-ACCT     PIC 9(6).
               10 WS-SB-TYPE     PIC X(2).
               10 WS-SB-THRESHOLD PIC 9(9)V99.
               10 WS-SB-CHANNEL  PIC X.
       01  WS-SB-USED            PIC 9(4) VALUE 0.

      *> Alerts already sent today, from alert_log.dat.
       01  WS-TOKEN-DATE         PIC X(8).
       01  WS-TOKEN-LOG-ACCT     PIC X(6).
       01  WS-TOKEN-LOG-TYPE     PIC X(2).
       01  WS-TOKEN-LOG-CHANNEL  PIC X(1).
       01  WS-TOKEN-STATUS       PIC X(1).
       01  WS-SENT-TABLE.
           05 WS-SN-ROW OCCURS 5000 TIMES INDEXED BY WS-SN-IDX.
               10 WS-SN-ACCT     PIC 9(6).
               10 WS-SN-TYPE     PIC X(2).
               10 WS-SN-CHANNEL  PIC X.
       01  WS-SN-USED            PIC 9(4) VALUE 0.
       01  WS-SN-FULL-WARNED     PIC X VALUE 'N'.

      *> Tonight's alerts, in the order they are written.
       01  WS-EVENT-TABLE.
           05 WS-EV-ROW OCCURS 2000 TIMES INDEXED BY WS-EV-IDX.
               10 WS-EV-ACCT     PIC 9(6).
               10 WS-EV-TYPE     PIC X(2).
               10 WS-EV-CHANNEL  PIC X.
               10 WS-EV-THRESHOLD PIC 9(9)V99.
               10 WS-EV-AMOUNT   PIC S9(10)V99.
               10 WS-EV-CURR     PIC X(3).
               10 WS-EV-REF      PIC 9(13).
       01  WS-EV-USED            PIC 9(4) VALUE 0.
       01  WS-EV-FULL-WARNED     PIC X VALUE 'N'.
       01  WS-NEW-ACCT           PIC 9(6).
       01  WS-NEW-TYPE           PIC X(2).
       01  WS-NEW-CHANNEL        PIC X.
       01  WS-NEW-THRESHOLD      PIC 9(9)V99.
       01  WS-NEW-AMOUNT         PIC S9(10)V99.
       01  WS-NEW-CURR           PIC X(3).
       01  WS-NEW-REF            PIC 9(13).
       01  WS-REPEAT-HIT         PIC X.

      *> The posting being examined.
       01  WS-POST-ACCT          PIC 9(6).
       01  WS-POST-AMOUNT        PIC 9(7)V99.
       01  WS-POST-DIRECTION     PIC X(2).
       01  WS-ACCT-ELIGIBLE      PIC X.

      *> The message being written.
       01  WS-CONTACT            PIC X(40).
       01  WS-MESSAGE            PIC X(100).
       01  WS-LOG-STATUS-CODE    PIC X.
       01  WS-OUT-SEQ            PIC 9(6) VALUE 0.
       01  WS-OUT-REF            PIC X(14).
       01  WS-TODAY-TEXT         PIC 9(8).

      *> Counts.
       01  WS-SENT-COUNT         PIC 9(5) VALUE 0.
       01  WS-SMS-COUNT          PIC 9(5) VALUE 0.
       01  WS-EMAIL-COUNT        PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT         PIC 9(5) VALUE 0.
       01  WS-REPEAT-COUNT       PIC 9(5) VALUE 0.
       01  WS-LB-COUNT           PIC 9(5) VALUE 0.
       01  WS-LD-COUNT           PIC 9(5) VALUE 0.
       01  WS-CR-COUNT           PIC 9(5) VALUE 0.

       01  WS-EDIT-COUNT         PIC Z(4)9.
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-REF           PIC 9(13).
       01  WS-EDIT-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-THRESHOLD     PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-SUBSCRIPTIONS
           PERFORM LOAD-SENT-LOG

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger.txt, status = "
                   WS-LEDGER-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SB-USED > 0
               PERFORM SCAN-POSTINGS
               PERFORM CHECK-BALANCES
           END-IF
           CLOSE LEDGER-FILE

           PERFORM WRITE-ALERTS
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM APPEND-EOD-SUMMARY

           MOVE WS-SENT-COUNT TO WS-EDIT-COUNT
           DISPLAY "Alerts sent to the gateway:  " WS-EDIT-COUNT
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
           DISPLAY "Held - no contact on file:   " WS-EDIT-COUNT
           MOVE WS-REPEAT-COUNT TO WS-EDIT-COUNT
           DISPLAY "Repeats suppressed:          " WS-EDIT-COUNT
           IF WS-SENT-COUNT > 0
               DISPLAY "Alerts written to alert_outbound.dat"
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *>----------------------------------------------------------
      *> Tonight's alerts.
      *>----------------------------------------------------------
      *> Queues an alert unless the same account, type and channel
      *> has already had one today.
       ADD-EVENT.
           MOVE 'N' TO WS-REPEAT-HIT
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SN-USED
                       OR WS-REPEAT-HIT = 'Y'
               IF WS-SN-ACCT(WS-SN-IDX) = WS-NEW-ACCT
                   AND WS-SN-TYPE(WS-SN-IDX) = WS-NEW-TYPE
                   AND WS-SN-CHANNEL(WS-SN-IDX) = WS-NEW-CHANNEL
                   MOVE 'Y' TO WS-REPEAT-HIT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-EV-USED
                       OR WS-REPEAT-HIT = 'Y'
               IF WS-EV-ACCT(WS-EV-IDX) = WS-NEW-ACCT
                   AND WS-EV-TYPE(WS-EV-IDX) = WS-NEW-TYPE
                   AND WS-EV-CHANNEL(WS-EV-IDX) = WS-NEW-CHANNEL
                   MOVE 'Y' TO WS-REPEAT-HIT
               END-IF
           END-PERFORM
           IF WS-REPEAT-HIT = 'Y'
               ADD 1 TO WS-REPEAT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-EV-USED >= 2000
               IF WS-EV-FULL-WARNED = 'N'
                   DISPLAY "*** WARNING: alert table full (2000) - "
                       "the rest are not sent tonight ***"
                   MOVE 'Y' TO WS-EV-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EV-USED
           MOVE WS-NEW-ACCT      TO WS-EV-ACCT(WS-EV-USED)
           MOVE WS-NEW-TYPE      TO WS-EV-TYPE(WS-EV-USED)
           MOVE WS-NEW-CHANNEL   TO WS-EV-CHANNEL(WS-EV-USED)
           MOVE WS-NEW-THRESHOLD TO WS-EV-THRESHOLD(WS-EV-USED)
           MOVE WS-NEW-AMOUNT    TO WS-EV-AMOUNT(WS-EV-USED)
           MOVE WS-NEW-CURR      TO WS-EV-CURR(WS-EV-USED)
           MOVE WS-NEW-REF       TO WS-EV-REF(WS-EV-USED).

      *> Debit and credit alerts from tonight's posted records.
       SCAN-POSTINGS.
           OPEN INPUT POSTED-FILE
           IF WS-PD-STATUS NOT = "00"
               DISPLAY "NOTE: no posted_today.dat - no debit or "
                   "credit alerts tonight."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           READ POSTED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF = 'Y' OR PD-REC-TYPE NOT = "H"
               OR PD-HDR-BUS-DATE NOT = WS-TODAY
               DISPLAY "NOTE: posted_today.dat is not for the "
                   "business date - no debit or credit alerts "
                   "tonight."
               CLOSE POSTED-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DAY-FILE-USED
           PERFORM UNTIL WS-EOF = 'Y'
               READ POSTED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PD-REC-TYPE = "D" AND PD-STATUS = "P"
                           AND PD-BAL-AFTER NOT = PD-BAL-BEFORE
                           PERFORM CHECK-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTED-FILE.

       CHECK-ONE-POSTING.
           MOVE PD-POSTED-ACCT TO WS-POST-ACCT
           MOVE PD-POST-AMOUNT TO WS-POST-AMOUNT
           IF PD-BAL-AFTER < PD-BAL-BEFORE
               MOVE "LD" TO WS-POST-DIRECTION
           ELSE
               MOVE "CR" TO WS-POST-DIRECTION
           END-IF
           MOVE 'N' TO WS-ACCT-ELIGIBLE
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SB-USED
               IF WS-SB-ACCT(WS-SB-IDX) = WS-POST-ACCT
                   AND WS-SB-TYPE(WS-SB-IDX) = WS-POST-DIRECTION
                   AND WS-POST-AMOUNT >= WS-SB-THRESHOLD(WS-SB-IDX)
                   IF WS-ACCT-ELIGIBLE = 'N'
                       PERFORM CHECK-ACCOUNT-ELIGIBLE
                   END-IF
                   IF WS-ACCT-ELIGIBLE = 'Y'
                       PERFORM ADD-POSTING-EVENT
                   END-IF
               END-IF
           END-PERFORM.

       ADD-POSTING-EVENT.
           MOVE WS-POST-ACCT              TO WS-NEW-ACCT
           MOVE WS-POST-DIRECTION         TO WS-NEW-TYPE
           MOVE WS-SB-CHANNEL(WS-SB-IDX)  TO WS-NEW-CHANNEL
           MOVE WS-SB-THRESHOLD(WS-SB-IDX) TO WS-NEW-THRESHOLD
           MOVE WS-POST-AMOUNT            TO WS-NEW-AMOUNT
           MOVE PD-ACCT-CURR              TO WS-NEW-CURR
           IF PD-ACCT-CURR = SPACES
               MOVE "USD"                 TO WS-NEW-CURR
           END-IF
           MOVE PD-TRANS-ID               TO WS-NEW-REF
           PERFORM ADD-EVENT.

      *> Looks the account up once per posting; 'X' = no alerts for
      *> it (not on the ledger, closed, or charged off).
       CHECK-ACCOUNT-ELIGIBLE.
           MOVE 'X' TO WS-ACCT-ELIGIBLE
           MOVE WS-POST-ACCT TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF L-STATUS NOT = "C" AND L-STATUS NOT = "W"
                       MOVE 'Y' TO WS-ACCT-ELIGIBLE
                   END-IF
           END-READ.

      *> Low-balance alerts against the closing ledger.
       CHECK-BALANCES.
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SB-USED
               IF WS-SB-TYPE(WS-SB-IDX) = "LB"
                   AND WS-SB-ACCT(WS-SB-IDX) NOT = WS-TRAILER-ACCT
                   PERFORM CHECK-ONE-BALANCE
               END-IF
           END-PERFORM.

       CHECK-ONE-BALANCE.
           MOVE WS-SB-ACCT(WS-SB-IDX) TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF L-STATUS = "C" OR L-STATUS = "W"
               EXIT PARAGRAPH
           END-IF
           IF L-PRINC NOT < WS-SB-THRESHOLD(WS-SB-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE L-ACCT-ID                 TO WS-NEW-ACCT
           MOVE "LB"                      TO WS-NEW-TYPE
           MOVE WS-SB-CHANNEL(WS-SB-IDX)  TO WS-NEW-CHANNEL
           MOVE WS-SB-THRESHOLD(WS-SB-IDX) TO WS-NEW-THRESHOLD
           MOVE L-PRINC                   TO WS-NEW-AMOUNT
           MOVE L-CURR                    TO WS-NEW-CURR
           IF L-CURR = SPACES
               MOVE "USD"                 TO WS-NEW-CURR
           END-IF
           MOVE WS-TODAY                  TO WS-NEW-REF
           PERFORM ADD-EVENT.

      *>----------------------------------------------------------
      *> The messages.
      *>----------------------------------------------------------
       WRITE-ALERTS.
           IF WS-EV-USED = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
               CLOSE LOG-FILE
               OPEN EXTEND LOG-FILE
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR opening alert_log.dat, status = "
                   WS-LOG-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS = "00"
               MOVE 'Y' TO WS-CUST-OPEN
           ELSE
               DISPLAY "NOTE: no customer.dat - every alert is held "
                   "for want of a contact."
           END-IF
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-EV-USED
               PERFORM WRITE-ONE-ALERT
           END-PERFORM
           IF WS-BATCH-OPEN = 'Y'
               PERFORM WRITE-OUTBOUND-TRAILER
               CLOSE OUTBOUND-FILE
           END-IF
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE LOG-FILE.

       WRITE-ONE-ALERT.
           MOVE SPACES TO WS-CONTACT
           IF WS-CUST-OPEN = 'Y'
               MOVE WS-EV-ACCT(WS-EV-IDX) TO C-ACCT-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-EV-CHANNEL(WS-EV-IDX) = "E"
                           IF C-EMAIL NOT = LOW-VALUES
                               MOVE C-EMAIL TO WS-CONTACT
                           END-IF
                       ELSE
                           MOVE C-PHONE TO WS-CONTACT
                       END-IF
               END-READ
           END-IF
           PERFORM BUILD-MESSAGE
           MOVE SPACES TO WS-OUT-REF
           IF WS-CONTACT = SPACES
               MOVE "H" TO WS-LOG-STATUS-CODE
               ADD 1 TO WS-HELD-COUNT
               PERFORM WRITE-LOG-ENTRY
               EXIT PARAGRAPH
           END-IF

           IF WS-BATCH-OPEN NOT = 'Y'
               PERFORM OPEN-OUTBOUND-BATCH
           END-IF
           ADD 1 TO WS-OUT-SEQ
           MOVE WS-TODAY TO WS-TODAY-TEXT
           STRING "AL" DELIMITED BY SIZE
                   WS-TODAY-TEXT(3:6) DELIMITED BY SIZE
                   WS-OUT-SEQ DELIMITED BY SIZE
               INTO WS-OUT-REF
           END-STRING
           MOVE SPACES TO OA-DETAIL
           MOVE "D"                    TO OAD-TYPE
           MOVE WS-OUT-SEQ             TO OAD-SEQ
           MOVE WS-OUT-REF             TO OAD-REF
           MOVE WS-EV-CHANNEL(WS-EV-IDX) TO OAD-CHANNEL
           MOVE WS-CONTACT             TO OAD-CONTACT
           MOVE WS-EV-ACCT(WS-EV-IDX)  TO OAD-ACCT
           MOVE WS-EV-TYPE(WS-EV-IDX)  TO OAD-ALERT-TYPE
           MOVE WS-MESSAGE             TO OAD-MESSAGE
           WRITE OA-DETAIL
           IF WS-OUTBOUND-STATUS NOT = "00"
               DISPLAY "ERROR writing alert_outbound.dat, status = "
                   WS-OUTBOUND-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "S" TO WS-LOG-STATUS-CODE
           ADD 1 TO WS-SENT-COUNT
           IF WS-EV-CHANNEL(WS-EV-IDX) = "E"
               ADD 1 TO WS-EMAIL-COUNT
           ELSE
               ADD 1 TO WS-SMS-COUNT
           END-IF
           EVALUATE WS-EV-TYPE(WS-EV-IDX)
               WHEN "LB" ADD 1 TO WS-LB-COUNT
               WHEN "LD" ADD 1 TO WS-LD-COUNT
               WHEN "CR" ADD 1 TO WS-CR-COUNT
           END-EVALUATE
           PERFORM WRITE-LOG-ENTRY.

      *> Short enough for one SMS. Only the last four digits of the
      *> account number go out over the gateway.
       BUILD-MESSAGE.
           MOVE WS-EV-ACCT(WS-EV-IDX) TO WS-EDIT-ACCT
           MOVE WS-EV-AMOUNT(WS-EV-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EV-THRESHOLD(WS-EV-IDX) TO WS-EDIT-THRESHOLD
           MOVE WS-EV-REF(WS-EV-IDX) TO WS-EDIT-REF
           MOVE SPACES TO WS-MESSAGE
           EVALUATE WS-EV-TYPE(WS-EV-IDX)
               WHEN "LB"
                   STRING "Balance on account ending "
                           DELIMITED BY SIZE
                           WS-EDIT-ACCT(3:4) DELIMITED BY SIZE
                           " is " DELIMITED BY SIZE
                           WS-EV-CURR(WS-EV-IDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-AMOUNT)
                               DELIMITED BY SIZE
                           ", below your alert level of "
                               DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-THRESHOLD)
                               DELIMITED BY SIZE
                           "." DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
               WHEN "LD"
                   STRING "A debit of " DELIMITED BY SIZE
                           WS-EV-CURR(WS-EV-IDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-AMOUNT)
                               DELIMITED BY SIZE
                           " was made from account ending "
                               DELIMITED BY SIZE
                           WS-EDIT-ACCT(3:4) DELIMITED BY SIZE
                           " today. Ref " DELIMITED BY SIZE
                           WS-EDIT-REF DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
               WHEN OTHER
                   STRING "A credit of " DELIMITED BY SIZE
                           WS-EV-CURR(WS-EV-IDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-AMOUNT)
                               DELIMITED BY SIZE
                           " was paid into account ending "
                               DELIMITED BY SIZE
                           WS-EDIT-ACCT(3:4) DELIMITED BY SIZE
                           " today. Ref " DELIMITED BY SIZE
                           WS-EDIT-REF DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
           END-EVALUATE.

      *>----------------------------------------------------------
      *> Files.
      *>----------------------------------------------------------
       OPEN-OUTBOUND-BATCH.
           OPEN EXTEND OUTBOUND-FILE
           IF WS-OUTBOUND-STATUS = "35"
               OPEN OUTPUT OUTBOUND-FILE
               CLOSE OUTBOUND-FILE
               OPEN EXTEND OUTBOUND-FILE
           END-IF
           IF WS-OUTBOUND-STATUS NOT = "00"
               DISPLAY "ERROR opening alert_outbound.dat, status = "
                   WS-OUTBOUND-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-BATCH-OPEN
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO OA-HEADER
           MOVE "H"          TO OAH-TYPE
           MOVE WS-TODAY     TO OAH-BATCH
           MOVE WS-TODAY     TO OAH-CREATED-DATE
           MOVE WS-NOW(1:6)  TO OAH-CREATED-TIME
           WRITE OA-HEADER.

       WRITE-OUTBOUND-TRAILER.
           MOVE SPACES TO OA-TRAILER
           MOVE "T"              TO OAT-TYPE
           MOVE WS-SENT-COUNT    TO OAT-COUNT
           MOVE WS-SMS-COUNT     TO OAT-SMS-COUNT
           MOVE WS-EMAIL-COUNT   TO OAT-EMAIL-COUNT
           WRITE OA-TRAILER
           IF WS-OUTBOUND-STATUS NOT = "00"
               DISPLAY "ERROR writing alert_outbound.dat, status = "
                   WS-OUTBOUND-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       WRITE-LOG-ENTRY.
           MOVE WS-EV-ACCT(WS-EV-IDX) TO WS-EDIT-ACCT
           MOVE SPACES TO LOG-LINE
           STRING WS-TODAY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EV-TYPE(WS-EV-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EV-CHANNEL(WS-EV-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-LOG-STATUS-CODE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-OUT-REF DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CONTACT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-MESSAGE DELIMITED BY SIZE
               INTO LOG-LINE
           END-STRING
           WRITE LOG-LINE
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR writing alert_log.dat, status = "
                   WS-LOG-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       LOAD-SUBSCRIPTIONS.
           OPEN INPUT SUB-FILE
           IF WS-SUB-STATUS NOT = "00"
               DISPLAY "NOTE: no alert_subs.dat - no alerts tonight."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUB-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-SUBSCRIPTION
               END-READ
           END-PERFORM
           CLOSE SUB-FILE.

       LOAD-ONE-SUBSCRIPTION.
           MOVE SPACES TO WS-TOKEN-ACCT WS-TOKEN-TYPE
               WS-TOKEN-THRESHOLD WS-TOKEN-CHANNEL
           UNSTRING SUB-LINE DELIMITED BY ","
               INTO WS-TOKEN-ACCT WS-TOKEN-TYPE WS-TOKEN-THRESHOLD
                   WS-TOKEN-CHANNEL
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-TYPE) TO WS-TOKEN-TYPE
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-CHANNEL)
               TO WS-TOKEN-CHANNEL
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-ACCT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-THRESHOLD) NOT = 0
               OR (WS-TOKEN-TYPE NOT = "LB"
                   AND WS-TOKEN-TYPE NOT = "LD"
                   AND WS-TOKEN-TYPE NOT = "CR")
               OR (WS-TOKEN-CHANNEL NOT = "S"
                   AND WS-TOKEN-CHANNEL NOT = "E")
               DISPLAY "*** WARNING: alert_subs.dat line ignored: "
                   SUB-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-SB-USED >= 1000
               DISPLAY "*** WARNING: subscription table full "
                   "(1000), line ignored: " SUB-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SB-USED
           COMPUTE WS-SB-ACCT(WS-SB-USED) =
               FUNCTION NUMVAL(WS-TOKEN-ACCT)
           MOVE WS-TOKEN-TYPE TO WS-SB-TYPE(WS-SB-USED)
           COMPUTE WS-SB-THRESHOLD(WS-SB-USED) =
               FUNCTION NUMVAL(WS-TOKEN-THRESHOLD)
           MOVE WS-TOKEN-CHANNEL TO WS-SB-CHANNEL(WS-SB-USED).

      *> Today's sent alerts, and the day's last gateway sequence
      *> so a rerun's references carry on from it.
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
           MOVE SPACES TO WS-TOKEN-DATE WS-TOKEN-LOG-ACCT
               WS-TOKEN-LOG-TYPE WS-TOKEN-LOG-CHANNEL WS-TOKEN-STATUS
           UNSTRING LOG-LINE DELIMITED BY ","
               INTO WS-TOKEN-DATE WS-TOKEN-LOG-ACCT WS-TOKEN-LOG-TYPE
                   WS-TOKEN-LOG-CHANNEL WS-TOKEN-STATUS
           END-UNSTRING
           IF WS-TOKEN-STATUS NOT = "S"
               OR WS-TOKEN-DATE IS NOT NUMERIC
               OR WS-TOKEN-LOG-ACCT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOKEN-DATE TO WS-TODAY-TEXT
           IF WS-TODAY-TEXT NOT = WS-TODAY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OUT-SEQ
           IF WS-SN-USED >= 5000
               IF WS-SN-FULL-WARNED = 'N'
                   DISPLAY "*** WARNING: sent-alert table full "
                       "(5000) - alerts may be repeated ***"
                   MOVE 'Y' TO WS-SN-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SN-USED
           MOVE WS-TOKEN-LOG-ACCT    TO WS-SN-ACCT(WS-SN-USED)
           MOVE WS-TOKEN-LOG-TYPE    TO WS-SN-TYPE(WS-SN-USED)
           MOVE WS-TOKEN-LOG-CHANNEL TO WS-SN-CHANNEL(WS-SN-USED).

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
           MOVE "STEP: CUSTALERT" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-LB-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Low-balance alerts:       " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-LD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Large-debit alerts:       " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-CR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Credit alerts:            " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-SMS-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Sent by SMS:              " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-EMAIL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Sent by e-mail:           " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Held - no contact:        " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-REPEAT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Repeats suppressed:       " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           IF WS-DAY-FILE-USED NOT = 'Y'
               MOVE "  Postings: no day file for the business date"
                   TO EOD-LINE
               WRITE EOD-LINE
           END-IF
           CLOSE EOD-FILE.
