                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT POSTED-FILE ASSIGN TO "posted_today.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "transactions_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

       FD  POSTED-FILE.
       01  POSTED-RECORD.
           COPY POSTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(80).

       01  WS-TRAILER-ID         PIC 9(13) VALUE 9999999999999.
       01  WS-TRAILER-FOUND      PIC X VALUE 'N'.
       01  WS-TRAILER-COUNT      PIC 9(7).
       01  WS-TRAILER-TOTAL      PIC 9(9)V99.

       01  WS-SEEN-IDS.
           05 WS-SEEN-ID    OCCURS 500 TIMES
       01  WS-CAT-REVERSAL       PIC 9(9)V99 VALUE 0.
       01  WS-CAT-TRANSFER       PIC 9(9)V99 VALUE 0.
       01  WS-CAT-WHT            PIC 9(9)V99 VALUE 0.
      *> Loan disbursements and installment collections (LD, LI,
      *> LP from LOANBILL) in one category of their own.
       01  WS-CAT-LOAN           PIC 9(9)V99 VALUE 0.
      *> Returned-item chargebacks (RI from RETITEM).
       01  WS-CAT-RETURN         PIC 9(9)V99 VALUE 0.
       01  WS-CAT-CHGOFF         PIC 9(9)V99 VALUE 0.
       01  WS-CAT-RECOVERY       PIC 9(9)V99 VALUE 0.
       01  WS-EDIT-CAT           PIC Z(7)9.99.
       01  WS-EDIT-REF-ID        PIC 9(13).

      *> more operator pressing Enter at 2 a.m.
       01  WS-UNATTENDED         PIC X VALUE 'N'.

      *> The nightly run (unattended, no date filter) reports the
      *> night's work from POSTLEDGER's day file (posted_today.dat)
      *> when it is for the business date, instead of the whole of
      *> transactions.dat - every item taken off the file tonight,
      *> posted or refused, with the trailer check made against the
      *> day file's own trailer. Any other run, or a night with no
      *> current day file, reads transactions.dat as before.
       01  WS-TODAY              PIC 9(8).
       01  WS-PD-STATUS          PIC XX.
       01  WS-PD-EOF             PIC X VALUE 'N'.
       01  WS-DAY-FILE-USED      PIC X VALUE 'N'.
       01  WS-EDIT-DATE          PIC 9(8).

      *> This step's page in the consolidated end-of-day pack
      *> (eod_report.txt, reset nightly by BATCH-CONTROL). The
      *> trailer-check outcome is kept here so the pack can carry it
           VALUE "trailer check not performed".
       01  WS-EOD-EDIT-COUNT     PIC Z(6)9.
       01  WS-EOD-EDIT-AMT       PIC ZZZ,ZZZ,ZZ9.99.
      *> Branch lines on the EOD page are "  Branch nnn" with the
      *> number zero-filled, the form BURST splits the pack on.
       01  WS-EOD-BRANCH         PIC 9(3).

       PROCEDURE DIVISION.
       BEGIN.
               COMPUTE WS-HV-THRESHOLD =
                   FUNCTION NUMVAL(WS-THRESHOLD-TEXT)
           END-IF
           IF WS-UNATTENDED = 'Y' AND WS-FROM-DATE = 00000000
               AND WS-TO-DATE = 99999999
               PERFORM OPEN-POSTED-ACTIVITY
           END-IF
           IF WS-DAY-FILE-USED = 'N'
               OPEN INPUT TRANSACTION-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR opening transactions.dat, status = "
                       WS-FILE-STATUS
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "---------------------------------------" TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-DAY-FILE-USED = 'Y'
               PERFORM READ-POSTED-ACTIVITY
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ TRANSACTION-FILE
                   AT END
                           MOVE TRANS-AMOUNT  TO WS-TRAILER-TOTAL
                           MOVE 'Y' TO WS-TRAILER-FOUND
                       ELSE
                           IF TRANS-DATE >= WS-FROM-DATE
                               AND TRANS-DATE <= WS-TO-DATE
                               PERFORM REPORT-ONE-TRANSACTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM PRINT-CATEGORY-TOTALS
           PERFORM PRINT-EXCEPTIONS

           IF WS-DAY-FILE-USED = 'Y'
               CLOSE POSTED-FILE
           ELSE
               CLOSE TRANSACTION-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR closing transactions.dat, status = "
                       WS-FILE-STATUS
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           CLOSE REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> One record in the reported range: console line, duplicate
      *> check, totals, and its report lines.
       REPORT-ONE-TRANSACTION.
           DISPLAY "Trnsctn #" TRANS-ID " = " TRANS-AMOUNT
           MOVE 'N' TO WS-DUP-FOUND
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-SEEN-COUNT
               IF WS-SEEN-ID(WS-SCAN-IDX) = TRANS-ID
                   MOVE 'Y' TO WS-DUP-FOUND
               END-IF
           END-PERFORM
           IF WS-DUP-FOUND = 'Y'
               DISPLAY "*** WARNING: duplicate TRANS-ID "
                   TRANS-ID " encountered ***"
           ELSE
               IF WS-SEEN-COUNT < 500
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE TRANS-ID
                       TO WS-SEEN-ID(WS-SEEN-COUNT)
               ELSE
                   IF WS-SEEN-FULL-WARNED = 'N'
                       DISPLAY "*** WARNING: "
                           "duplicate-detection table "
                           "full (500), further "
                           "duplicates may go undetected"
                       MOVE 'Y' TO WS-SEEN-FULL-WARNED
                   END-IF
               END-IF
           END-IF
           ADD TRANS-AMOUNT TO TOTAL-AMOUNT
           ADD TRANS-AMOUNT TO RUNNING-BALANCE
           ADD 1 TO RECORD-COUNT
           PERFORM TALLY-BRANCH
           EVALUATE TRANS-TYPE
               WHEN "DP"
                   ADD TRANS-AMOUNT TO WS-CAT-DEPOSIT
               WHEN "WD"
                   ADD TRANS-AMOUNT TO WS-CAT-WITHDRAWAL
               WHEN "FE"
                   ADD TRANS-AMOUNT TO WS-CAT-FEE
               WHEN "IN"
                   ADD TRANS-AMOUNT TO WS-CAT-INTEREST
               WHEN "RV"
                   ADD TRANS-AMOUNT TO WS-CAT-REVERSAL
               WHEN "TF"
                   ADD TRANS-AMOUNT TO WS-CAT-TRANSFER
               WHEN "WT"
                   ADD TRANS-AMOUNT TO WS-CAT-WHT
               WHEN "LD"
               WHEN "LI"
               WHEN "LP"
                   ADD TRANS-AMOUNT TO WS-CAT-LOAN
               WHEN "RI"
                   ADD TRANS-AMOUNT TO WS-CAT-RETURN
               WHEN "CO"
                   ADD TRANS-AMOUNT TO WS-CAT-CHGOFF
               WHEN "RC"
                   ADD TRANS-AMOUNT TO WS-CAT-RECOVERY
           END-EVALUATE
           IF TRANS-AMOUNT > WS-HV-THRESHOLD
               IF WS-HV-COUNT < 500
                   ADD 1 TO WS-HV-COUNT
                   MOVE TRANS-ID TO WS-HV-ID(WS-HV-COUNT)
                   MOVE TRANS-AMOUNT
                       TO WS-HV-AMOUNT(WS-HV-COUNT)
               ELSE
                   IF WS-HV-FULL-WARNED = 'N'
                       DISPLAY "*** WARNING: "
                           "high-value table full (500), "
                           "further exceptions won't be "
                           "listed below ***"
                       MOVE 'Y' TO WS-HV-FULL-WARNED
                   END-IF
               END-IF
           END-IF
           DISPLAY "    Running balance = " RUNNING-BALANCE
           MOVE TRANS-AMOUNT   TO WS-EDIT-AMOUNT
           MOVE RUNNING-BALANCE TO WS-EDIT-BALANCE
           MOVE WS-EDIT-AMOUNT TO WS-AMOUNT-RJ-IN
           CALL "RJUSTIFY" USING WS-AMOUNT-RJ-IN
               WS-AMOUNT-RJ-OUT
           MOVE TRANS-ID TO WS-EDIT-TRANS-ID
           MOVE SPACES TO REPORT-LINE
           STRING WS-EDIT-TRANS-ID DELIMITED BY SIZE
                  "      "        DELIMITED BY SIZE
                  WS-AMOUNT-RJ-OUT DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  TRANS-CURR      DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  WS-EDIT-BALANCE DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR writing report line, status "
                   WS-REPORT-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE REPORT-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
      *> Foreign-denominated lines show the converted side too.
           IF TRANS-CURR NOT = SPACES
               AND TRANS-CURR NOT = "USD"
               PERFORM WRITE-CONVERTED-SUBLINE
           END-IF
      *> Keep the reversal visibly linked to the posting it backs
      *> out, both on the console and on the report.
           IF TRANS-TYPE = "RV"
               MOVE TRANS-REF-ID TO WS-EDIT-REF-ID
               DISPLAY "    (reverses trans #"
                   WS-EDIT-REF-ID ")"
               MOVE SPACES TO REPORT-LINE
               STRING "       (reverses trans #"
                           DELIMITED BY SIZE
                       WS-EDIT-REF-ID DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF WS-DAY-FILE-USED = 'Y' AND PD-STATUS = "R"
               MOVE SPACES TO REPORT-LINE
               STRING "       (refused - to suspense: "
                           DELIMITED BY SIZE
                       PD-REASON DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

      *> The day file's header must be for the business date; the
      *> file is left open past it for READ-POSTED-ACTIVITY.
       OPEN-POSTED-ACTIVITY.
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT POSTED-FILE
           IF WS-PD-STATUS NOT = "00"
               DISPLAY "NOTE: no posted_today.dat - reporting "
                   "transactions.dat"
               EXIT PARAGRAPH
           END-IF
           READ POSTED-FILE
               AT END
                   MOVE 'Y' TO WS-PD-EOF
           END-READ
           IF WS-PD-EOF = 'Y' OR PD-REC-TYPE NOT = "H"
               OR PD-HDR-BUS-DATE NOT = WS-TODAY
               DISPLAY "NOTE: posted_today.dat is not for "
                   WS-TODAY " - reporting transactions.dat"
               CLOSE POSTED-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DAY-FILE-USED.

      *> Every record but a transfer's credit leg is one item; the
      *> last trailer holds the date's item count and captured
      *> total, the figures the report's own totals must tie to.
       READ-POSTED-ACTIVITY.
           MOVE WS-TODAY TO WS-EDIT-DATE
           MOVE SPACES TO REPORT-LINE
           STRING "POSTED ACTIVITY OF BUSINESS DATE " DELIMITED BY SIZE
                   WS-EDIT-DATE DELIMITED BY SIZE
                   " (posted_today.dat)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM UNTIL WS-PD-EOF = 'Y'
               READ POSTED-FILE
                   AT END
                       MOVE 'Y' TO WS-PD-EOF
                   NOT AT END
                       IF PD-REC-TYPE = "T"
                           MOVE PD-TRL-ITEMS    TO WS-TRAILER-COUNT
                           MOVE PD-TRL-CAPTURED TO WS-TRAILER-TOTAL
                           MOVE 'Y' TO WS-TRAILER-FOUND
                       END-IF
                       IF PD-REC-TYPE = "D" AND PD-LEG NOT = "C"
                           PERFORM LOAD-POSTED-IMAGE
                           PERFORM REPORT-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'Y' TO EOF-FLAG.

       APPEND-EOD-SUMMARY.
           OPEN EXTEND EOD-FILE
           IF WS-EOD-STATUS = "35"
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           IF WS-DAY-FILE-USED = 'Y'
               MOVE "  Read from:        posted_today.dat" TO EOD-LINE
           ELSE
               MOVE "  Read from:        transactions.dat" TO EOD-LINE
           END-IF
           WRITE EOD-LINE
           MOVE WS-HV-COUNT TO WS-EOD-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  High-value exceptions listed: "
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-USED
               MOVE WS-BT-BRANCH(WS-BT-IDX) TO WS-EOD-BRANCH
               MOVE WS-BT-COUNT(WS-BT-IDX)  TO WS-EOD-EDIT-COUNT
               MOVE WS-BT-AMOUNT(WS-BT-IDX) TO WS-EOD-EDIT-AMT
               MOVE SPACES TO EOD-LINE
               STRING "  Branch " DELIMITED BY SIZE
                       WS-EOD-BRANCH DELIMITED BY SIZE
                       " records:     " DELIMITED BY SIZE
                       WS-EOD-EDIT-COUNT DELIMITED BY SIZE
                       "  amount " DELIMITED BY SIZE
                       WS-EOD-EDIT-AMT DELIMITED BY SIZE
                   INTO EOD-LINE
               END-STRING
               WRITE EOD-LINE
           END-PERFORM
           CLOSE EOD-FILE.

       WRITE-CONVERTED-SUBLINE.
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-CAT-LOAN TO WS-EDIT-CAT
           DISPLAY "    Loans      = " WS-EDIT-CAT
           MOVE SPACES TO REPORT-LINE
           STRING "    Loans      = " DELIMITED BY SIZE
                  WS-EDIT-CAT         DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-CAT-RETURN TO WS-EDIT-CAT
           DISPLAY "    Returns    = " WS-EDIT-CAT
           MOVE SPACES TO REPORT-LINE
           STRING "    Returns    = " DELIMITED BY SIZE
                  WS-EDIT-CAT         DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-CAT-CHGOFF TO WS-EDIT-CAT
           DISPLAY "    Charge-offs= " WS-EDIT-CAT
           MOVE SPACES TO REPORT-LINE
           STRING "    Charge-offs= " DELIMITED BY SIZE
                  WS-EDIT-CAT         DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-CAT-RECOVERY TO WS-EDIT-CAT
           DISPLAY "    Recoveries = " WS-EDIT-CAT
           MOVE SPACES TO REPORT-LINE
           STRING "    Recoveries = " DELIMITED BY SIZE
                  WS-EDIT-CAT         DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           DISPLAY "TOTALS BY BRANCH"
           MOVE "TOTALS BY BRANCH" TO REPORT-LINE
           WRITE REPORT-LINE
                   END-IF
               END-IF
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
