       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTERPT.

      *> Dispute aging report. Every open case on disputes.dat
      *> (DISPUTE, DISPREC.cpy) is listed with its age and the two
      *> regulatory response deadlines, both counted from the date
      *> the customer reported the dispute:
      *>   - the provisional credit must be on the account within
      *>     DISPUTE_CREDIT_DAYS business days (environment setting,
      *>     default 10; business days per BUSDAY);
      *>   - the case must be resolved within DISPUTE_RESOLVE_DAYS
      *>     calendar days (default 45).
      *> A case that has run past either deadline is marked; one
      *> that slipped past a deadline since the last run
      *> (dispute_control.dat holds that run's business date)
      *> raises a warning on the alert file, once, and the report
      *> marks it NEW. Resolved cases are counted, not listed.
      *> Output dispute_report.txt plus the usual page in the
      *> end-of-day pack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "dispute_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "dispute_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           COPY DISPREC.

       FD  CONTROL-FILE.
       01  CONTROL-LINE          PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DISPUTE-STATUS     PIC XX.
       01  WS-CONTROL-STATUS     PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-EOF                PIC X.

       01  WS-ALERT-SEV          PIC X.
       01  WS-ALERT-PROGRAM      PIC X(20) VALUE "DISPUTERPT".
       01  WS-ALERT-MESSAGE      PIC X(60).

       01  WS-TODAY              PIC 9(8).
       01  WS-LAST-RUN           PIC 9(8) VALUE 0.

      *> Response deadlines, from the environment.
       01  WS-SETTING-TEXT       PIC X(4).
       01  WS-CREDIT-DAYS        PIC 9(3) VALUE 10.
       01  WS-RESOLVE-DAYS       PIC 9(3) VALUE 45.

      *> Business-day arithmetic (BUSDAY).
       01  WS-BD-FUNCTION        PIC X VALUE "A".
       01  WS-BD-DATE            PIC 9(8).
       01  WS-BD-DAYS            PIC 9(3).
       01  WS-BD-RESULT          PIC 9(8).

      *> The case being judged.
       01  WS-CREDIT-DUE         PIC 9(8).
       01  WS-RESOLVE-DUE        PIC 9(8).
       01  WS-AGE                PIC 9(5).
       01  WS-DAYS-LEFT          PIC S9(5).
       01  WS-CREDIT-MISSED      PIC X.
       01  WS-RESOLVE-OVERDUE    PIC X.
       01  WS-NEWLY-LATE         PIC X.

       01  WS-OPEN-COUNT         PIC 9(7) VALUE 0.
       01  WS-CREDITED-COUNT     PIC 9(7) VALUE 0.
       01  WS-MISSED-COUNT       PIC 9(7) VALUE 0.
       01  WS-OVERDUE-COUNT      PIC 9(7) VALUE 0.
       01  WS-NEW-LATE-COUNT     PIC 9(7) VALUE 0.
       01  WS-WON-COUNT          PIC 9(7) VALUE 0.
       01  WS-LOST-COUNT         PIC 9(7) VALUE 0.
       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-AGE           PIC ZZZZ9.
       01  WS-EDIT-LEFT          PIC -ZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM READ-DEADLINE-SETTINGS
           PERFORM LOAD-CONTROL-FILE

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening dispute_report.txt, "
                   "status = " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-REPORT-HEADER

           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DISPUTE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-ONE-CASE
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           PERFORM WRITE-CONTROL-FILE
           PERFORM APPEND-EOD-SUMMARY

           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           DISPLAY "Open dispute cases:         " WS-EDIT-COUNT
           MOVE WS-MISSED-COUNT TO WS-EDIT-COUNT
           DISPLAY "  credit deadline missed:   " WS-EDIT-COUNT
           MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT
           DISPLAY "  past resolution deadline: " WS-EDIT-COUNT
           MOVE WS-NEW-LATE-COUNT TO WS-EDIT-COUNT
           DISPLAY "  newly late (alerted):     " WS-EDIT-COUNT
           DISPLAY "Dispute report written to dispute_report.txt"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       READ-DEADLINE-SETTINGS.
           MOVE SPACES TO WS-SETTING-TEXT
           ACCEPT WS-SETTING-TEXT
               FROM ENVIRONMENT "DISPUTE_CREDIT_DAYS"
           IF WS-SETTING-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SETTING-TEXT) = 0
               COMPUTE WS-CREDIT-DAYS =
                   FUNCTION NUMVAL(WS-SETTING-TEXT)
           END-IF
           MOVE SPACES TO WS-SETTING-TEXT
           ACCEPT WS-SETTING-TEXT
               FROM ENVIRONMENT "DISPUTE_RESOLVE_DAYS"
           IF WS-SETTING-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SETTING-TEXT) = 0
               COMPUTE WS-RESOLVE-DAYS =
                   FUNCTION NUMVAL(WS-SETTING-TEXT)
           END-IF.

       LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CONTROL-FILE
               AT END
                   MOVE SPACES TO CONTROL-LINE
           END-READ
           CLOSE CONTROL-FILE
           IF CONTROL-LINE(1:8) IS NUMERIC
               MOVE CONTROL-LINE(1:8) TO WS-LAST-RUN
           END-IF.

      *> Tonight's business date becomes the mark the next run
      *> judges "newly late" against.
       WRITE-CONTROL-FILE.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "NOTE: could not write dispute_control.dat, "
                   "status = " WS-CONTROL-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CONTROL-LINE
           MOVE WS-TODAY TO CONTROL-LINE(1:8)
           WRITE CONTROL-LINE
           CLOSE CONTROL-FILE.

       CHECK-ONE-CASE.
           EVALUATE DS-STATUS
               WHEN "W"
                   ADD 1 TO WS-WON-COUNT
                   EXIT PARAGRAPH
               WHEN "L"
                   ADD 1 TO WS-LOST-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-OPEN-COUNT
           MOVE DS-REPORTED     TO WS-BD-DATE
           MOVE WS-CREDIT-DAYS  TO WS-BD-DAYS
           CALL "BUSDAY" USING WS-BD-FUNCTION WS-BD-DATE
               WS-BD-DAYS WS-BD-RESULT
           MOVE WS-BD-RESULT TO WS-CREDIT-DUE
           COMPUTE WS-RESOLVE-DUE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DS-REPORTED)
               + WS-RESOLVE-DAYS)
           COMPUTE WS-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(DS-REPORTED)
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-RESOLVE-DUE)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY)

      *> Late means the deadline day itself has gone by; "newly"
      *> means it went by since the last run - a first run alerts
      *> every late case.
           MOVE 'N' TO WS-CREDIT-MISSED WS-RESOLVE-OVERDUE
               WS-NEWLY-LATE
           IF DS-CREDIT-ID > 0
               ADD 1 TO WS-CREDITED-COUNT
           ELSE
               IF WS-CREDIT-DUE < WS-TODAY
                   MOVE 'Y' TO WS-CREDIT-MISSED
                   ADD 1 TO WS-MISSED-COUNT
                   IF WS-CREDIT-DUE >= WS-LAST-RUN
                       MOVE 'Y' TO WS-NEWLY-LATE
                   END-IF
               END-IF
           END-IF
           IF WS-RESOLVE-DUE < WS-TODAY
               MOVE 'Y' TO WS-RESOLVE-OVERDUE
               ADD 1 TO WS-OVERDUE-COUNT
               IF WS-RESOLVE-DUE >= WS-LAST-RUN
                   MOVE 'Y' TO WS-NEWLY-LATE
               END-IF
           END-IF
           IF WS-NEWLY-LATE = 'Y'
               PERFORM RAISE-LATE-ALERT
           END-IF
           PERFORM WRITE-CASE-LINE.

       RAISE-LATE-ALERT.
           ADD 1 TO WS-NEW-LATE-COUNT
           MOVE DS-ACCT TO WS-EDIT-ACCT
           MOVE "W" TO WS-ALERT-SEV
           MOVE SPACES TO WS-ALERT-MESSAGE
           IF WS-RESOLVE-OVERDUE = 'Y'
               STRING "Dispute past resolution deadline: acct "
                       DELIMITED BY SIZE
                       WS-EDIT-ACCT DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               END-STRING
           ELSE
               STRING "Dispute credit deadline missed: acct "
                       DELIMITED BY SIZE
                       WS-EDIT-ACCT DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               END-STRING
           END-IF
           CALL "ALERTLOG" USING WS-ALERT-SEV
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "DISPUTE AGING - BUSINESS DATE " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CREDIT-DAYS TO WS-EDIT-AGE
           MOVE "CREDIT DUE IN" TO REPORT-LINE(1:13)
           MOVE WS-EDIT-AGE TO REPORT-LINE(14:5)
           MOVE "BUSINESS DAYS, RESOLUTION IN" TO REPORT-LINE(20:28)
           MOVE WS-RESOLVE-DAYS TO WS-EDIT-AGE
           MOVE WS-EDIT-AGE TO REPORT-LINE(48:5)
           MOVE "DAYS OF THE REPORT DATE" TO REPORT-LINE(54:23)
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "DISPUTED ITEM"   TO REPORT-LINE(1:13)
           MOVE "ACCT"            TO REPORT-LINE(16:4)
           MOVE "TY"              TO REPORT-LINE(24:2)
           MOVE "AMOUNT"          TO REPORT-LINE(34:6)
           MOVE "CUR"             TO REPORT-LINE(41:3)
           MOVE "RSN"             TO REPORT-LINE(45:3)
           MOVE "REPORTED"        TO REPORT-LINE(50:8)
           MOVE "AGE"             TO REPORT-LINE(61:3)
           MOVE "CREDIT DUE"      TO REPORT-LINE(66:10)
           MOVE "CREDIT"          TO REPORT-LINE(77:6)
           MOVE "RESOLVE BY"      TO REPORT-LINE(91:10)
           MOVE "LEFT"            TO REPORT-LINE(103:4)
           WRITE REPORT-LINE.

       WRITE-CASE-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE DS-TRANS-ID      TO REPORT-LINE(1:13)
           MOVE DS-ACCT          TO WS-EDIT-ACCT
           MOVE WS-EDIT-ACCT     TO REPORT-LINE(16:6)
           MOVE DS-ITEM-TYPE     TO REPORT-LINE(24:2)
           MOVE DS-AMOUNT        TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT   TO REPORT-LINE(28:12)
           MOVE DS-CURR          TO REPORT-LINE(41:3)
           MOVE DS-REASON        TO REPORT-LINE(45:3)
           MOVE DS-REPORTED      TO REPORT-LINE(50:8)
           MOVE WS-AGE           TO WS-EDIT-AGE
           MOVE WS-EDIT-AGE      TO REPORT-LINE(59:5)
           MOVE WS-CREDIT-DUE    TO REPORT-LINE(66:8)
           IF DS-CREDIT-ID > 0
               MOVE DS-CREDIT-DATE TO REPORT-LINE(77:8)
           ELSE
               IF WS-CREDIT-MISSED = 'Y'
                   MOVE "MISSED"  TO REPORT-LINE(77:6)
               ELSE
                   MOVE "NOT YET" TO REPORT-LINE(77:7)
               END-IF
           END-IF
           MOVE WS-RESOLVE-DUE   TO REPORT-LINE(91:8)
           MOVE WS-DAYS-LEFT     TO WS-EDIT-LEFT
           MOVE WS-EDIT-LEFT     TO REPORT-LINE(101:6)
           IF WS-RESOLVE-OVERDUE = 'Y'
               MOVE "OVERDUE" TO REPORT-LINE(109:7)
           END-IF
           IF WS-NEWLY-LATE = 'Y'
               MOVE "NEW" TO REPORT-LINE(118:3)
           END-IF
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           IF WS-OPEN-COUNT = 0
               MOVE "  (no open dispute cases)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "OPEN CASES:                " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-CREDITED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  PROVISIONALLY CREDITED:  " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-MISSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  CREDIT DEADLINE MISSED:  " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  PAST RESOLUTION DEADLINE:" DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-WON-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "RESOLVED FOR CUSTOMER:     " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-LOST-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "RESOLVED AGAINST CUSTOMER: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

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
           MOVE "STEP: DISPUTERPT" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Open dispute cases:          "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-MISSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Credit deadline missed:      "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Past resolution deadline:    "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-NEW-LATE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Newly late (alerted):        "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           CLOSE EOD-FILE.
