                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT POSTED-FILE ASSIGN TO "posted_today.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "structuring_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

       FD  POSTED-FILE.
       01  POSTED-RECORD.
           COPY POSTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(100).

       01  WS-REPORT-STATUS      PIC XX.
       01  WS-TRANS-EOF          PIC X VALUE 'N'.

      *> The monitor reads POSTLEDGER's day file (posted_today.dat)
      *> when there is one - the last posting date's items, posted
      *> or refused, as captured - instead of the whole history.
      *> STRUCTMON_FULL_SCAN=Y reads all of transactions.dat as
      *> before, for a look-back across earlier dates.
       01  WS-PD-STATUS          PIC XX.
       01  WS-PD-EOF             PIC X VALUE 'N'.
       01  WS-FULL-SCAN-TEXT     PIC X(4).
       01  WS-DAY-FILE-USED      PIC X VALUE 'N'.
       01  WS-DAY-FILE-DATE      PIC 9(8) VALUE 0.
       01  WS-LISTING            PIC X VALUE 'N'.

       01  WS-THRESHOLD-TEXT     PIC X(10).
       01  WS-THRESHOLD          PIC 9(7)V99 VALUE 10000.00.

                   FUNCTION NUMVAL(WS-THRESHOLD-TEXT)
           END-IF

           MOVE SPACES TO WS-FULL-SCAN-TEXT
           ACCEPT WS-FULL-SCAN-TEXT FROM ENVIRONMENT
               "STRUCTMON_FULL_SCAN"
           IF FUNCTION UPPER-CASE(WS-FULL-SCAN-TEXT) NOT = "Y"
               PERFORM CHECK-DAY-FILE
           END-IF

      *> Pass one: aggregate customer activity per account-day.
           MOVE 'N' TO WS-LISTING
           PERFORM SCAN-ACTIVITY

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-DAY-FILE-USED = 'Y'
               MOVE WS-DAY-FILE-DATE TO WS-EDIT-DATE
               STRING "ACTIVITY OF BUSINESS DATE " DELIMITED BY SIZE
                       WS-EDIT-DATE DELIMITED BY SIZE
                       " (posted_today.dat)" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "ACTIVITY OF ALL DATES ON FILE (transactions.dat)"
                   TO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

      *> flagged days are few, so the extra passes are cheaper than
      *> holding every transaction in storage.
       LIST-CONTRIBUTING-TRANS.
           MOVE 'Y' TO WS-LISTING
           PERFORM SCAN-ACTIVITY.

      *> A day file is used when it opens on its header record; the
      *> header's business date heads the report.
       CHECK-DAY-FILE.
           OPEN INPUT POSTED-FILE
           IF WS-PD-STATUS NOT = "00"
               DISPLAY "NOTE: no posted_today.dat - scanning "
                   "transactions.dat"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PD-EOF
           READ POSTED-FILE
               AT END
                   MOVE 'Y' TO WS-PD-EOF
           END-READ
           IF WS-PD-EOF = 'N' AND PD-REC-TYPE = "H"
               MOVE 'Y' TO WS-DAY-FILE-USED
               MOVE PD-HDR-BUS-DATE TO WS-DAY-FILE-DATE
           ELSE
               DISPLAY "NOTE: posted_today.dat has no header - "
                   "scanning transactions.dat"
           END-IF
           CLOSE POSTED-FILE.

      *> One pass over the chosen source: tallying (pass one) or
      *> listing the current flagged account-day (pass two). On the
      *> day file every record but a transfer's credit leg is one
      *> item.
       SCAN-ACTIVITY.
           IF WS-DAY-FILE-USED = 'Y'
               MOVE 'N' TO WS-PD-EOF
               OPEN INPUT POSTED-FILE
               IF WS-PD-STATUS NOT = "00"
                   DISPLAY "ERROR opening posted_today.dat, status = "
                       WS-PD-STATUS
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-PD-EOF = 'Y'
                   READ POSTED-FILE
                       AT END
                           MOVE 'Y' TO WS-PD-EOF
                       NOT AT END
                           IF PD-REC-TYPE = "D" AND PD-LEG NOT = "C"
                               PERFORM LOAD-POSTED-IMAGE
                               PERFORM CONSIDER-ONE-TRANS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTED-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TRANS-EOF
           OPEN INPUT TRANSACTION-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
                   WS-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
                       MOVE 'Y' TO WS-TRANS-EOF
                   NOT AT END
                       IF TRANS-ID NOT = WS-TRAILER-ID
                           PERFORM CONSIDER-ONE-TRANS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       CONSIDER-ONE-TRANS.
           IF TRANS-TYPE NOT = "DP" AND TRANS-TYPE NOT = "WD"
               EXIT PARAGRAPH
           END-IF
           IF WS-LISTING = 'N'
               PERFORM TALLY-ONE-DAY
               EXIT PARAGRAPH
           END-IF
           IF TRANS-ACCT-ID = WS-DT-ACCT(WS-DT-IDX)
               AND TRANS-DATE = WS-DT-DATE(WS-DT-IDX)
               PERFORM LIST-ONE-CONTRIBUTOR
           END-IF.

       LIST-ONE-CONTRIBUTOR.
           MOVE TRANS-ID     TO WS-EDIT-ID
           MOVE TRANS-AMOUNT TO WS-EDIT-AMOUNT
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

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
