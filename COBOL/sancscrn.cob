       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCSCRN.

      *> Nightly sanctions/watchlist screen of the bank's own
      *> customers. Every account name on ledger.txt (L-NAME - the
      *> name the account is held in; customer.dat carries address
      *> and identity details, not the name) is tested against
      *> watchlist.dat through SANCHECK, and every match lands on
      *> the review queue (screen_queue.dat, via SCRNQPUT) for
      *> SANCREVIEW, with a warning on the alert file so the morning
      *> review sees it even before the queue is opened.
      *> Two depths of screen:
      *>   FULL - every open or frozen account. Run whenever the
      *>          watchlist has changed since the last screen (a
      *>          name newly listed may already be a customer), on
      *>          the first run, and on demand with SCREEN_FULL=Y
      *>          in the environment.
      *>   INCREMENTAL - only the accounts WriteLedger and
      *>          CUSTMAINT flagged on screen_pending.dat since the
      *>          last run: new accounts and new/changed/linked
      *>          customers. The list is unchanged, so nobody else
      *>          can have started matching.
      *> "Changed" is judged on a fingerprint of watchlist.dat - its
      *> entry count and a position-weighted character checksum -
      *> kept on screen_control.dat (COUNT,CHECKSUM,LAST-FULL-DATE)
      *> alongside the date of the last full rescreen.
      *> A hit already on the queue for the same account, entry and
      *> name - pending or decided - is not raised again, so a
      *> full rescreen does not resurrect hits an analyst cleared.
      *> Closed accounts are skipped; they can no longer move money.
      *> An empty or missing watchlist is an error alert, not a
      *> clean screen, and leaves the flagged accounts waiting.
      *> Output sanctions_report.txt plus the usual page in the
      *> end-of-day pack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT WATCH-FILE ASSIGN TO "watchlist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "screen_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT SCREEN-PENDING-FILE ASSIGN TO "screen_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREEN-STATUS.

           SELECT QUEUE-FILE ASSIGN TO "screen_queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "sanctions_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  WATCH-FILE.
       01  WATCH-LINE            PIC X(80).

       FD  CONTROL-FILE.
       01  CONTROL-LINE          PIC X(40).

       FD  SCREEN-PENDING-FILE.
       01  SCREEN-PENDING-LINE   PIC X(20).

       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           COPY SCRNREC.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-WATCH-STATUS       PIC XX.
       01  WS-CONTROL-STATUS     PIC XX.
       01  WS-SCREEN-STATUS      PIC XX.
       01  WS-QUEUE-STATUS       PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-EOF                PIC X.

      *> Run lock (RUNLOCK/run_lock.dat) so two mutating programs
      *> can never touch the data files at once.
       01  WS-LOCK-ACTION        PIC X.
       01  WS-LOCK-HOLDER        PIC X(20).
       01  WS-LOCK-RESULT        PIC X.

       01  WS-ALERT-SEV          PIC X.
       01  WS-ALERT-PROGRAM      PIC X(20) VALUE "SANCSCRN".
       01  WS-ALERT-MESSAGE      PIC X(60).
       01  WS-ALERT-PREFIX       PIC X(20).

       01  WS-TODAY              PIC 9(8).
       01  WS-TRAILER-ID         PIC 9(6) VALUE 999999.
       01  WS-FULL-TEXT          PIC X(3).

      *> Screen depth and why: F full, I incremental.
       01  WS-MODE               PIC X.
       01  WS-MODE-REASON        PIC X(40).

      *> Watchlist fingerprint, this run's and the last screen's.
       01  WS-LIST-COUNT         PIC 9(7) VALUE 0.
       01  WS-LIST-CHECKSUM      PIC 9(15) VALUE 0.
       01  WS-CHAR-POS           PIC 9(3).
       01  WS-CONTROL-FOUND      PIC X VALUE 'N'.
       01  WS-LAST-COUNT         PIC 9(7) VALUE 0.
       01  WS-LAST-CHECKSUM      PIC 9(15) VALUE 0.
       01  WS-LAST-FULL-DATE     PIC 9(8) VALUE 0.
       01  WS-TOKEN-COUNT        PIC X(7).
       01  WS-TOKEN-CHECKSUM     PIC X(15).
       01  WS-TOKEN-DATE         PIC X(8).

      *> Accounts flagged for screening since the last run.
       01  WS-PENDING-TABLE.
           05 WS-PD-ACCT OCCURS 1000 TIMES INDEXED BY WS-PD-IDX
                                 PIC 9(6).
       01  WS-PD-USED            PIC 9(4) VALUE 0.
       01  WS-PD-OVERFLOW        PIC X VALUE 'N'.
       01  WS-PD-FOUND           PIC X.
       01  WS-PD-TEXT            PIC X(6).
       01  WS-PD-ACCT-IN         PIC 9(6).

      *> Customer hits already on the queue, decided or not.
       01  WS-KNOWN-TABLE.
           05 WS-KN-ROW OCCURS 5000 TIMES INDEXED BY WS-KN-IDX.
               10 WS-KN-ACCT     PIC 9(6).
               10 WS-KN-ENTRY    PIC X(12).
               10 WS-KN-NAME     PIC X(40).
       01  WS-KN-USED            PIC 9(4) VALUE 0.
       01  WS-KN-FOUND           PIC X.
       01  WS-QUEUE-PENDING      PIC 9(7) VALUE 0.

      *> One account through SANCHECK and SCRNQPUT.
       01  WS-SCREEN-NAME        PIC X(40).
       01  WS-SCREEN-ACCT        PIC 9(6).
       01  WS-HIT                PIC X.
       01  WS-HIT-ENTRY          PIC X(12).
       01  WS-HIT-LIST           PIC X(10).
       01  WS-HIT-LISTED-NAME    PIC X(40).
       01  WS-HIT-SCORE          PIC 9(3).
       01  WS-HIT-NO             PIC 9(6).
       01  WS-SOURCE-CUSTOMER    PIC X VALUE "C".
       01  WS-NO-REF             PIC X(12) VALUE SPACES.

       01  WS-SCREENED-COUNT     PIC 9(7) VALUE 0.
       01  WS-HIT-COUNT          PIC 9(7) VALUE 0.
       01  WS-NEW-HIT-COUNT      PIC 9(7) VALUE 0.
       01  WS-KNOWN-HIT-COUNT    PIC 9(7) VALUE 0.
       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-HIT-NO        PIC 9(6).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "T" TO WS-LOCK-ACTION
           MOVE "SANCSCRN" TO WS-LOCK-HOLDER
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "BUSDATE" USING WS-TODAY
           PERFORM FINGERPRINT-WATCHLIST
           PERFORM LOAD-CONTROL-FILE
           PERFORM LOAD-PENDING-FILE
           PERFORM LOAD-KNOWN-HITS
           PERFORM CHOOSE-SCREEN-MODE

           PERFORM OPEN-SANCTIONS-REPORT
           IF WS-LIST-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               STRING "  *** watchlist.dat is empty or missing - "
                           DELIMITED BY SIZE
                       "nobody was screened ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE "E" TO WS-ALERT-SEV
               MOVE "watchlist.dat empty or missing - nobody screened"
                   TO WS-ALERT-MESSAGE
               CALL "ALERTLOG" USING WS-ALERT-SEV
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           ELSE
               PERFORM SCREEN-LEDGER
           END-IF
           PERFORM CLOSE-SANCTIONS-REPORT

      *> The flags are spent and the fingerprint moves on only when
      *> there was a list to screen against.
           IF WS-LIST-COUNT > 0
               PERFORM WRITE-CONTROL-FILE
               OPEN OUTPUT SCREEN-PENDING-FILE
               CLOSE SCREEN-PENDING-FILE
           END-IF

           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT

           DISPLAY "Screen: " WS-MODE-REASON
           MOVE WS-SCREENED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Accounts screened:          " WS-EDIT-COUNT
           MOVE WS-NEW-HIT-COUNT TO WS-EDIT-COUNT
           DISPLAY "New hits queued for review: " WS-EDIT-COUNT
           MOVE WS-KNOWN-HIT-COUNT TO WS-EDIT-COUNT
           DISPLAY "Hits already on the queue:  " WS-EDIT-COUNT
           DISPLAY "Sanctions screening report written to "
               "sanctions_report.txt"
           PERFORM APPEND-EOD-SUMMARY
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> Entry count and a checksum weighting each character by its
      *> position in the line, so an added, dropped, or re-spelled
      *> entry all change the fingerprint.
       FINGERPRINT-WATCHLIST.
           OPEN INPUT WATCH-FILE
           IF WS-WATCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WATCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WATCH-LINE NOT = SPACES
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                                   UNTIL WS-CHAR-POS > 80
                               COMPUTE WS-LIST-CHECKSUM =
                                   WS-LIST-CHECKSUM + WS-CHAR-POS *
                                   FUNCTION ORD(
                                       WATCH-LINE(WS-CHAR-POS:1))
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCH-FILE.

       LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CONTROL-FILE
               AT END
                   CLOSE CONTROL-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE CONTROL-FILE
           MOVE SPACES TO WS-TOKEN-COUNT WS-TOKEN-CHECKSUM
               WS-TOKEN-DATE
           UNSTRING CONTROL-LINE DELIMITED BY ","
               INTO WS-TOKEN-COUNT WS-TOKEN-CHECKSUM WS-TOKEN-DATE
           END-UNSTRING
           IF WS-TOKEN-COUNT IS NUMERIC
               AND WS-TOKEN-CHECKSUM IS NUMERIC
               AND WS-TOKEN-DATE IS NUMERIC
               MOVE WS-TOKEN-COUNT    TO WS-LAST-COUNT
               MOVE WS-TOKEN-CHECKSUM TO WS-LAST-CHECKSUM
               MOVE WS-TOKEN-DATE     TO WS-LAST-FULL-DATE
               MOVE 'Y' TO WS-CONTROL-FOUND
           END-IF.

       LOAD-PENDING-FILE.
           OPEN INPUT SCREEN-PENDING-FILE
           IF WS-SCREEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SCREEN-PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-PENDING
               END-READ
           END-PERFORM
           CLOSE SCREEN-PENDING-FILE.

      *> An account flagged twice in a day is screened once. More
      *> flags than the table holds turns the night into a full
      *> rescreen rather than dropping anyone.
       LOAD-ONE-PENDING.
           MOVE SCREEN-PENDING-LINE(1:6) TO WS-PD-TEXT
           IF WS-PD-TEXT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PD-TEXT TO WS-PD-ACCT-IN
           PERFORM FIND-PENDING
           IF WS-PD-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-PD-USED >= 1000
               MOVE 'Y' TO WS-PD-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PD-USED
           MOVE WS-PD-ACCT-IN TO WS-PD-ACCT(WS-PD-USED).

       FIND-PENDING.
           MOVE 'N' TO WS-PD-FOUND
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-USED
                       OR WS-PD-FOUND = 'Y'
               IF WS-PD-ACCT(WS-PD-IDX) = WS-PD-ACCT-IN
                   MOVE 'Y' TO WS-PD-FOUND
               END-IF
           END-PERFORM.

       LOAD-KNOWN-HITS.
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
                       IF SQ-STATUS = "P"
                           ADD 1 TO WS-QUEUE-PENDING
                       END-IF
                       IF SQ-SOURCE = "C"
                           PERFORM ADD-KNOWN-HIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.

       ADD-KNOWN-HIT.
           IF WS-KN-USED >= 5000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-KN-USED
           MOVE SQ-ACCT  TO WS-KN-ACCT(WS-KN-USED)
           MOVE SQ-ENTRY TO WS-KN-ENTRY(WS-KN-USED)
           MOVE SQ-NAME  TO WS-KN-NAME(WS-KN-USED).

       CHOOSE-SCREEN-MODE.
           MOVE SPACES TO WS-FULL-TEXT
           ACCEPT WS-FULL-TEXT FROM ENVIRONMENT "SCREEN_FULL"
           MOVE "F" TO WS-MODE
           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(WS-FULL-TEXT(1:1)) = "Y"
                   MOVE "FULL - requested (SCREEN_FULL=Y)"
                       TO WS-MODE-REASON
               WHEN WS-CONTROL-FOUND NOT = 'Y'
                   MOVE "FULL - first screen" TO WS-MODE-REASON
               WHEN WS-LIST-COUNT NOT = WS-LAST-COUNT
                   OR WS-LIST-CHECKSUM NOT = WS-LAST-CHECKSUM
                   MOVE "FULL - watchlist changed" TO WS-MODE-REASON
               WHEN WS-PD-OVERFLOW = 'Y'
                   MOVE "FULL - more than 1000 accounts flagged"
                       TO WS-MODE-REASON
               WHEN OTHER
                   MOVE "I" TO WS-MODE
                   MOVE "INCREMENTAL - new and changed customers"
                       TO WS-MODE-REASON
           END-EVALUATE
           IF WS-MODE = "F"
               MOVE WS-TODAY TO WS-LAST-FULL-DATE
           END-IF.

       SCREEN-LEDGER.
           IF WS-MODE = "I" AND WS-PD-USED = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger.txt, status = "
                   WS-LEDGER-STATUS
               MOVE "R" TO WS-LOCK-ACTION
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
                   WS-LOCK-RESULT
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SCREEN-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       SCREEN-ONE-ACCOUNT.
           MOVE L-ACCT-ID TO WS-SCREEN-ACCT
           IF WS-SCREEN-ACCT = WS-TRAILER-ID OR L-STATUS = "C"
               OR L-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-MODE = "I"
               MOVE WS-SCREEN-ACCT TO WS-PD-ACCT-IN
               PERFORM FIND-PENDING
               IF WS-PD-FOUND NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-SCREENED-COUNT
           MOVE SPACES TO WS-SCREEN-NAME
           MOVE L-NAME TO WS-SCREEN-NAME
           CALL "SANCHECK" USING WS-SCREEN-NAME WS-HIT WS-HIT-ENTRY
               WS-HIT-LIST WS-HIT-LISTED-NAME WS-HIT-SCORE
           IF WS-HIT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIT-COUNT
           PERFORM FIND-KNOWN-HIT
           IF WS-KN-FOUND = 'Y'
               ADD 1 TO WS-KNOWN-HIT-COUNT
               MOVE 0 TO WS-HIT-NO
               PERFORM WRITE-HIT-LINE
               EXIT PARAGRAPH
           END-IF
           CALL "SCRNQPUT" USING WS-SOURCE-CUSTOMER WS-SCREEN-ACCT
               WS-NO-REF WS-SCREEN-NAME WS-HIT-ENTRY WS-HIT-LIST
               WS-HIT-LISTED-NAME WS-HIT-SCORE WS-HIT-NO
           IF WS-HIT-NO = 0
               MOVE "E" TO WS-ALERT-SEV
           ELSE
               MOVE "W" TO WS-ALERT-SEV
               ADD 1 TO WS-NEW-HIT-COUNT
               ADD 1 TO WS-QUEUE-PENDING
               PERFORM ADD-KNOWN-FROM-HIT
           END-IF
           MOVE WS-SCREEN-ACCT TO WS-EDIT-ACCT
           IF WS-HIT-NO = 0
               MOVE "hit NOT QUEUED" TO WS-ALERT-PREFIX
           ELSE
               MOVE "watchlist hit" TO WS-ALERT-PREFIX
           END-IF
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING WS-ALERT-PREFIX DELIMITED BY "  "
                   " acct " DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   " entry " DELIMITED BY SIZE
                   WS-HIT-ENTRY DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-HIT-LIST DELIMITED BY SPACE
               INTO WS-ALERT-MESSAGE
           END-STRING
           CALL "ALERTLOG" USING WS-ALERT-SEV WS-ALERT-PROGRAM
               WS-ALERT-MESSAGE
           PERFORM WRITE-HIT-LINE.

       FIND-KNOWN-HIT.
           MOVE 'N' TO WS-KN-FOUND
           PERFORM VARYING WS-KN-IDX FROM 1 BY 1
                   UNTIL WS-KN-IDX > WS-KN-USED
                       OR WS-KN-FOUND = 'Y'
               IF WS-KN-ACCT(WS-KN-IDX) = WS-SCREEN-ACCT
                   AND WS-KN-ENTRY(WS-KN-IDX) = WS-HIT-ENTRY
                   AND WS-KN-NAME(WS-KN-IDX) = WS-SCREEN-NAME
                   MOVE 'Y' TO WS-KN-FOUND
               END-IF
           END-PERFORM.

       ADD-KNOWN-FROM-HIT.
           IF WS-KN-USED >= 5000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-KN-USED
           MOVE WS-SCREEN-ACCT TO WS-KN-ACCT(WS-KN-USED)
           MOVE WS-HIT-ENTRY   TO WS-KN-ENTRY(WS-KN-USED)
           MOVE WS-SCREEN-NAME TO WS-KN-NAME(WS-KN-USED).

       OPEN-SANCTIONS-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening sanctions_report.txt, "
                   "status = " WS-REPORT-STATUS
               MOVE "R" TO WS-LOCK-ACTION
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
                   WS-LOCK-RESULT
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "SANCTIONS SCREENING - BUSINESS DATE "
                       DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SCREEN:            " DELIMITED BY SIZE
                   WS-MODE-REASON DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-LIST-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "WATCHLIST ENTRIES: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LAST FULL SCREEN:  " DELIMITED BY SIZE
                   WS-LAST-FULL-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "HIT NO"       TO REPORT-LINE(1:6)
           MOVE "ACCOUNT"      TO REPORT-LINE(9:7)
           MOVE "NAME SCREENED" TO REPORT-LINE(17:13)
           MOVE "ENTRY"        TO REPORT-LINE(38:5)
           MOVE "LIST"         TO REPORT-LINE(51:4)
           MOVE "LISTED NAME"  TO REPORT-LINE(62:11)
           MOVE "SCORE"        TO REPORT-LINE(103:5)
           WRITE REPORT-LINE.

      *> A hit number of zero means the hit was already on the
      *> queue from an earlier screen (or could not be queued -
      *> the alert says which).
       WRITE-HIT-LINE.
           MOVE SPACES TO REPORT-LINE
           IF WS-HIT-NO > 0
               MOVE WS-HIT-NO TO WS-EDIT-HIT-NO
               MOVE WS-EDIT-HIT-NO TO REPORT-LINE(1:6)
           END-IF
           MOVE WS-SCREEN-ACCT     TO WS-EDIT-ACCT
           MOVE WS-EDIT-ACCT       TO REPORT-LINE(9:6)
           MOVE WS-SCREEN-NAME(1:20) TO REPORT-LINE(17:20)
           MOVE WS-HIT-ENTRY       TO REPORT-LINE(38:12)
           MOVE WS-HIT-LIST        TO REPORT-LINE(51:10)
           MOVE WS-HIT-LISTED-NAME TO REPORT-LINE(62:40)
           MOVE WS-HIT-SCORE       TO REPORT-LINE(103:3)
           IF WS-KN-FOUND = 'Y'
               MOVE "ALREADY QUEUED" TO REPORT-LINE(108:14)
           END-IF
           WRITE REPORT-LINE.

       CLOSE-SANCTIONS-REPORT.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SCREENED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS SCREENED:      " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-HIT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "WATCHLIST HITS:         " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-NEW-HIT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "NEW HITS QUEUED:        " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-QUEUE-PENDING TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "AWAITING REVIEW:        " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "   (SANCREVIEW)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       WRITE-CONTROL-FILE.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "ERROR writing screen_control.dat, status = "
                   WS-CONTROL-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CONTROL-LINE
           STRING WS-LIST-COUNT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-LIST-CHECKSUM DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-LAST-FULL-DATE DELIMITED BY SIZE
               INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE
           CLOSE CONTROL-FILE.

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
           MOVE "STEP: SANCSCRN" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE SPACES TO EOD-LINE
           STRING "  Screen: " DELIMITED BY SIZE
                   WS-MODE-REASON DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-SCREENED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Accounts screened:           "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-NEW-HIT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  New watchlist hits queued:   "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-QUEUE-PENDING TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Hits awaiting review:        "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           IF WS-LIST-COUNT = 0
               MOVE "  *** watchlist empty - nobody screened ***"
                   TO EOD-LINE
               WRITE EOD-LINE
           END-IF
           CLOSE EOD-FILE.
