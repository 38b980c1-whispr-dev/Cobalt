       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTCHECK.

      *> Control check on the day file (posted_today.dat, POSTREC.cpy)
      *> run straight after POSTLEDGER, before any report trusts it.
      *> The nightly reports read that file instead of rescanning
      *> transactions.dat, so it has to be proven to say exactly
      *> what was posted:
      *>   - its header is for the business date and its last
      *>     trailer agrees with a recount of its detail records,
      *>     with nothing written after that trailer (a posting run
      *>     that died part way leaves details with no trailer);
      *>   - it agrees with the posting journal: from the RUN line
      *>     the day's first posting run wrote (the header's
      *>     starting cursor) to the end of the journal, the
      *>     POSTLEDGER runs' "    balance " images number the
      *>     posted records and move the balances by the same net
      *>     amount, their "  applied " lines number the posted
      *>     items, and their "  rejected "/"  skipped " lines
      *>     number the refused items. Lines written between runs
      *>     (REPOST-SUSPENSE) are not POSTLEDGER's and are left out;
      *>   - it agrees with the ledger: every account it moved still
      *>     holds the balance its last posted record left it with.
      *> Any difference is listed in posting_check_report.txt,
      *> raised through ALERTLOG, and ends the step with return code
      *> 1, which stops the chain before the reports run on a day
      *> file that cannot be trusted. The step always writes its
      *> page in the end-of-day pack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-FILE ASSIGN TO "posted_today.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "posting_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "posting_check_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-FILE.
       01  POSTED-RECORD.
           COPY POSTREC.

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE          PIC X(80).

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(100).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PD-STATUS          PIC XX.
       01  WS-JOURNAL-STATUS     PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-PD-EOF             PIC X VALUE 'N'.
       01  WS-JOURNAL-EOF        PIC X VALUE 'N'.
       01  WS-TODAY              PIC 9(8).

      *> What the day file says about itself.
       01  WS-FILE-USABLE        PIC X VALUE 'N'.
       01  WS-HDR-DATE           PIC 9(8) VALUE 0.
       01  WS-HDR-FROM-ID        PIC 9(13) VALUE 0.
       01  WS-TRL-FOUND          PIC X VALUE 'N'.
       01  WS-TRL-POSTED         PIC 9(7) VALUE 0.
       01  WS-TRL-REFUSED        PIC 9(7) VALUE 0.
       01  WS-TRL-ITEMS          PIC 9(7) VALUE 0.
       01  WS-TRL-CAPTURED       PIC 9(11)V99 VALUE 0.
       01  WS-TRL-POSTED-AMT     PIC 9(11)V99 VALUE 0.
       01  WS-TRL-NET            PIC S9(11)V99 VALUE 0.

      *> The recount of its detail records.
       01  WS-RC-POSTED          PIC 9(7) VALUE 0.
       01  WS-RC-POSTED-ITEMS    PIC 9(7) VALUE 0.
       01  WS-RC-REFUSED         PIC 9(7) VALUE 0.
       01  WS-RC-ITEMS           PIC 9(7) VALUE 0.
       01  WS-RC-CAPTURED        PIC 9(11)V99 VALUE 0.
       01  WS-RC-POSTED-AMT      PIC 9(11)V99 VALUE 0.
       01  WS-RC-NET             PIC S9(11)V99 VALUE 0.
       01  WS-AFTER-TRAILER      PIC 9(7) VALUE 0.

      *> The journal's account of the same runs. A POSTLEDGER run's
      *> RUN line is "RUN " date(8) " " time(8) " posting from
      *> TRANS-ID " id(13); the anchor is the last such line for
      *> the header's starting cursor.
       01  WS-JN-LINE-NO         PIC 9(9) VALUE 0.
       01  WS-JN-ANCHOR          PIC 9(9) VALUE 0.
       01  WS-JN-IN-RUN          PIC X VALUE 'N'.
       01  WS-JN-RUN-ID          PIC X(13).
       01  WS-JN-ANCHOR-TEXT     PIC 9(13).
       01  WS-JN-BALANCES        PIC 9(7) VALUE 0.
       01  WS-JN-APPLIED         PIC 9(7) VALUE 0.
       01  WS-JN-REFUSED         PIC 9(7) VALUE 0.
       01  WS-JN-NET             PIC S9(11)V99 VALUE 0.
       01  WS-JN-BEFORE          PIC S9(10)V99.
       01  WS-JN-AFTER           PIC S9(10)V99.

      *> Each account the day file moved and the balance its last
      *> posted record left; sized well past a night's accounts,
      *> with an overflow warning.
       01  WS-ACCT-TABLE.
           05 WS-AC-ROW OCCURS 3000 TIMES INDEXED BY WS-AC-IDX.
               10 WS-AC-ACCT     PIC 9(6).
               10 WS-AC-AFTER    PIC S9(10)V99.
       01  WS-AC-USED            PIC 9(4) VALUE 0.
       01  WS-AC-HIT             PIC X.
       01  WS-AC-FULL-WARNED     PIC X VALUE 'N'.
       01  WS-LEDGER-CHECKED     PIC 9(4) VALUE 0.
       01  WS-LEDGER-DIFFS       PIC 9(4) VALUE 0.

      *> One compared pair per check line.
       01  WS-CK-LABEL           PIC X(32).
       01  WS-CK-DAYFILE         PIC S9(11)V99.
       01  WS-CK-OTHER           PIC S9(11)V99.
       01  WS-EXCEPTIONS         PIC 9(5) VALUE 0.

       01  WS-EDIT-DATE          PIC 9(8).
       01  WS-EDIT-ID            PIC 9(13).
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-LEFT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-RIGHT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-BALANCE       PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-LEDGER        PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-ALERT-SEV          PIC X.
       01  WS-ALERT-PROGRAM      PIC X(20).
       01  WS-ALERT-MESSAGE      PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "BUSDATE" USING WS-TODAY
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening posting_check_report.txt, "
                   "status = " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-TODAY TO WS-EDIT-DATE
           MOVE SPACES TO REPORT-LINE
           STRING "POSTED-ACTIVITY CONTROL CHECK - BUSINESS DATE "
                       DELIMITED BY SIZE
                   WS-EDIT-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM READ-DAY-FILE
           IF WS-FILE-USABLE = 'Y'
               PERFORM CHECK-DAY-FILE-TOTALS
               PERFORM FIND-JOURNAL-ANCHOR
               PERFORM COUNT-JOURNAL-RUNS
               PERFORM CHECK-AGAINST-JOURNAL
               PERFORM CHECK-AGAINST-LEDGER
           END-IF

           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EXCEPTIONS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           IF WS-EXCEPTIONS = 0
               STRING "CONTROL CHECK PASSED - the day file agrees "
                           DELIMITED BY SIZE
                       "with the journal and the ledger"
                           DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "*** CONTROL CHECK FAILED - " DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       " exception(s) ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           PERFORM APPEND-EOD-SUMMARY
           DISPLAY "Posting control check exceptions: " WS-EDIT-COUNT
           DISPLAY "Report written to posting_check_report.txt"
           IF WS-EXCEPTIONS > 0
               MOVE "E" TO WS-ALERT-SEV
               MOVE "POSTCHECK" TO WS-ALERT-PROGRAM
               MOVE "day file does not agree with the postings"
                   TO WS-ALERT-MESSAGE
               CALL "ALERTLOG" USING WS-ALERT-SEV
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *> Header, recount, last trailer, and each account's closing
      *> balance in one pass.
       READ-DAY-FILE.
           OPEN INPUT POSTED-FILE
           IF WS-PD-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               STRING "*** no posted_today.dat - POSTLEDGER has not "
                           DELIMITED BY SIZE
                       "written a day file ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           READ POSTED-FILE
               AT END
                   MOVE 'Y' TO WS-PD-EOF
           END-READ
           IF WS-PD-EOF = 'Y' OR PD-REC-TYPE NOT = "H"
               MOVE "*** posted_today.dat has no header record ***"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-EXCEPTIONS
               CLOSE POSTED-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE PD-HDR-BUS-DATE TO WS-HDR-DATE
           MOVE PD-HDR-FROM-ID  TO WS-HDR-FROM-ID
           IF WS-HDR-DATE NOT = WS-TODAY
               MOVE WS-HDR-DATE TO WS-EDIT-DATE
               MOVE SPACES TO REPORT-LINE
               STRING "*** day file is for business date "
                           DELIMITED BY SIZE
                       WS-EDIT-DATE DELIMITED BY SIZE
                       ", not today's - POSTLEDGER has not run "
                           DELIMITED BY SIZE
                       "for this date ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-EXCEPTIONS
               CLOSE POSTED-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FILE-USABLE
           MOVE WS-HDR-FROM-ID TO WS-EDIT-ID
           MOVE SPACES TO REPORT-LINE
           STRING "Day file header: business date " DELIMITED BY SIZE
                   WS-EDIT-DATE DELIMITED BY SIZE
                   ", posting from TRANS-ID " DELIMITED BY SIZE
                   WS-EDIT-ID DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM UNTIL WS-PD-EOF = 'Y'
               READ POSTED-FILE
                   AT END
                       MOVE 'Y' TO WS-PD-EOF
                   NOT AT END
                       EVALUATE PD-REC-TYPE
                           WHEN "D"
                               PERFORM RECOUNT-ONE-DETAIL
                           WHEN "T"
                               PERFORM TAKE-TRAILER
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE POSTED-FILE.

       RECOUNT-ONE-DETAIL.
           ADD 1 TO WS-AFTER-TRAILER
           IF PD-STATUS = "P"
               ADD 1 TO WS-RC-POSTED
               ADD PD-POST-AMOUNT TO WS-RC-POSTED-AMT
               COMPUTE WS-RC-NET = WS-RC-NET
                   + PD-BAL-AFTER - PD-BAL-BEFORE
               IF PD-LEG NOT = "C"
                   ADD 1 TO WS-RC-POSTED-ITEMS
               END-IF
               PERFORM NOTE-ACCOUNT-BALANCE
           ELSE
               ADD 1 TO WS-RC-REFUSED
           END-IF
           IF PD-LEG NOT = "C"
               ADD 1 TO WS-RC-ITEMS
               ADD PD-AMOUNT TO WS-RC-CAPTURED
           END-IF.

       TAKE-TRAILER.
           MOVE 'Y' TO WS-TRL-FOUND
           MOVE 0 TO WS-AFTER-TRAILER
           MOVE PD-TRL-POSTED     TO WS-TRL-POSTED
           MOVE PD-TRL-REFUSED    TO WS-TRL-REFUSED
           MOVE PD-TRL-ITEMS      TO WS-TRL-ITEMS
           MOVE PD-TRL-CAPTURED   TO WS-TRL-CAPTURED
           MOVE PD-TRL-POSTED-AMT TO WS-TRL-POSTED-AMT
           MOVE PD-TRL-NET        TO WS-TRL-NET.

      *> Records are in posting order, so the last one seen for an
      *> account carries the balance the ledger should now hold.
       NOTE-ACCOUNT-BALANCE.
           MOVE 'N' TO WS-AC-HIT
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-USED
                       OR WS-AC-HIT = 'Y'
               IF WS-AC-ACCT(WS-AC-IDX) = PD-POSTED-ACCT
                   MOVE 'Y' TO WS-AC-HIT
               END-IF
           END-PERFORM
           IF WS-AC-HIT = 'Y'
               SET WS-AC-IDX DOWN BY 1
           ELSE
               IF WS-AC-USED >= 3000
                   IF WS-AC-FULL-WARNED = 'N'
                       DISPLAY "*** WARNING: account table full "
                           "(3000), further accounts not checked "
                           "against the ledger ***"
                       MOVE 'Y' TO WS-AC-FULL-WARNED
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AC-USED
               SET WS-AC-IDX TO WS-AC-USED
               MOVE PD-POSTED-ACCT TO WS-AC-ACCT(WS-AC-IDX)
           END-IF
           MOVE PD-BAL-AFTER TO WS-AC-AFTER(WS-AC-IDX).

       CHECK-DAY-FILE-TOTALS.
           IF WS-TRL-FOUND = 'N'
               MOVE SPACES TO REPORT-LINE
               STRING "*** no trailer on the day file - the posting "
                           DELIMITED BY SIZE
                       "run did not finish ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           IF WS-AFTER-TRAILER > 0
               MOVE WS-AFTER-TRAILER TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "*** " DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       " record(s) after the last trailer - the "
                           DELIMITED BY SIZE
                       "last posting run did not finish ***"
                           DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-EXCEPTIONS
           END-IF
           MOVE "Trailer vs recount:" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "  posted records" TO WS-CK-LABEL
           MOVE WS-TRL-POSTED TO WS-CK-DAYFILE
           MOVE WS-RC-POSTED  TO WS-CK-OTHER
           PERFORM WRITE-CHECK-LINE
           MOVE "  refused items" TO WS-CK-LABEL
           MOVE WS-TRL-REFUSED TO WS-CK-DAYFILE
           MOVE WS-RC-REFUSED  TO WS-CK-OTHER
           PERFORM WRITE-CHECK-LINE
           MOVE "  items" TO WS-CK-LABEL
           MOVE WS-TRL-ITEMS TO WS-CK-DAYFILE
           MOVE WS-RC-ITEMS  TO WS-CK-OTHER
           PERFORM WRITE-CHECK-LINE
           MOVE "  captured amount" TO WS-CK-LABEL
           MOVE WS-TRL-CAPTURED TO WS-CK-DAYFILE
           MOVE WS-RC-CAPTURED  TO WS-CK-OTHER
           PERFORM WRITE-CHECK-LINE
           MOVE "  posted amount" TO WS-CK-LABEL
           MOVE WS-TRL-POSTED-AMT TO WS-CK-DAYFILE
           MOVE WS-RC-POSTED-AMT  TO WS-CK-OTHER
           PERFORM WRITE-CHECK-LINE
           MOVE "  net movement" TO WS-CK-LABEL
           MOVE WS-TRL-NET TO WS-CK-DAYFILE
           MOVE WS-RC-NET  TO WS-CK-OTHER
           PERFORM WRITE-CHECK-LINE.

      *> Pass one over the journal: the line number of the last RUN
      *> line for the header's starting cursor.
       FIND-JOURNAL-ANCHOR.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               MOVE "*** posting_journal.txt cannot be read ***"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HDR-FROM-ID TO WS-JN-ANCHOR-TEXT
           MOVE 'N' TO WS-JOURNAL-EOF
           MOVE 0 TO WS-JN-LINE-NO
           PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-JOURNAL-EOF
                   NOT AT END
                       ADD 1 TO WS-JN-LINE-NO
                       IF JOURNAL-LINE(1:4) = "RUN "
                           AND JOURNAL-LINE(1:7) NOT = "RUN END"
                           MOVE JOURNAL-LINE(45:13) TO WS-JN-RUN-ID
                           IF WS-JN-RUN-ID = WS-JN-ANCHOR-TEXT
                               MOVE WS-JN-LINE-NO TO WS-JN-ANCHOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF WS-JN-ANCHOR = 0
               MOVE WS-HDR-FROM-ID TO WS-EDIT-ID
               MOVE SPACES TO REPORT-LINE
               STRING "*** no journal RUN line posting from TRANS-ID "
                           DELIMITED BY SIZE
                       WS-EDIT-ID DELIMITED BY SIZE
                       " ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-EXCEPTIONS
           END-IF.

      *> Pass two: from the anchor to the end, counting only inside
      *> POSTLEDGER runs - a RUN line opens one, RUN END closes it.
       COUNT-JOURNAL-RUNS.
           IF WS-JN-ANCHOR = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-JOURNAL-EOF
           MOVE 0 TO WS-JN-LINE-NO
           PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-JOURNAL-EOF
                   NOT AT END
                       ADD 1 TO WS-JN-LINE-NO
                       IF WS-JN-LINE-NO >= WS-JN-ANCHOR
                           PERFORM COUNT-ONE-JOURNAL-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       COUNT-ONE-JOURNAL-LINE.
           IF JOURNAL-LINE(1:7) = "RUN END"
               MOVE 'N' TO WS-JN-IN-RUN
               EXIT PARAGRAPH
           END-IF
           IF JOURNAL-LINE(1:4) = "RUN "
               MOVE 'Y' TO WS-JN-IN-RUN
               EXIT PARAGRAPH
           END-IF
           IF WS-JN-IN-RUN = 'N'
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN JOURNAL-LINE(1:12) = "    balance "
                   ADD 1 TO WS-JN-BALANCES
                   COMPUTE WS-JN-BEFORE =
                       FUNCTION NUMVAL(JOURNAL-LINE(20:17))
                   COMPUTE WS-JN-AFTER =
                       FUNCTION NUMVAL(JOURNAL-LINE(41:17))
                   COMPUTE WS-JN-NET = WS-JN-NET
                       + WS-JN-AFTER - WS-JN-BEFORE
               WHEN JOURNAL-LINE(1:10) = "  applied "
                   ADD 1 TO WS-JN-APPLIED
               WHEN JOURNAL-LINE(1:11) = "  rejected "
               WHEN JOURNAL-LINE(1:10) = "  skipped "
                   ADD 1 TO WS-JN-REFUSED
           END-EVALUATE.

       CHECK-AGAINST-JOURNAL.
           IF WS-JN-ANCHOR = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Day file vs posting journal:" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "  posted records / balances" TO WS-CK-LABEL
           MOVE WS-RC-POSTED   TO WS-CK-DAYFILE
           MOVE WS-JN-BALANCES TO WS-CK-OTHER
           PERFORM WRITE-CHECK-LINE
           MOVE "  posted items / applied" TO WS-CK-LABEL
           MOVE WS-RC-POSTED-ITEMS TO WS-CK-DAYFILE
           MOVE WS-JN-APPLIED      TO WS-CK-OTHER
           PERFORM WRITE-CHECK-LINE
           MOVE "  refused items / rejected" TO WS-CK-LABEL
           MOVE WS-RC-REFUSED TO WS-CK-DAYFILE
           MOVE WS-JN-REFUSED TO WS-CK-OTHER
           PERFORM WRITE-CHECK-LINE
           MOVE "  net movement" TO WS-CK-LABEL
           MOVE WS-RC-NET TO WS-CK-DAYFILE
           MOVE WS-JN-NET TO WS-CK-OTHER
           PERFORM WRITE-CHECK-LINE.

       CHECK-AGAINST-LEDGER.
           IF WS-AC-USED = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "*** ledger.txt cannot be read ***" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           MOVE "Day file vs ledger balances:" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-USED
               PERFORM CHECK-ONE-ACCOUNT
           END-PERFORM
           CLOSE LEDGER-FILE
           MOVE WS-LEDGER-CHECKED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  accounts checked: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-LEDGER-DIFFS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  accounts differing: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-LEDGER-CHECKED
           MOVE WS-AC-ACCT(WS-AC-IDX) TO L-ACCT-ID
           MOVE WS-AC-ACCT(WS-AC-IDX) TO WS-EDIT-ACCT
           MOVE WS-AC-AFTER(WS-AC-IDX) TO WS-EDIT-BALANCE
           READ LEDGER-FILE
               INVALID KEY
                   ADD 1 TO WS-LEDGER-DIFFS
                   ADD 1 TO WS-EXCEPTIONS
                   MOVE SPACES TO REPORT-LINE
                   STRING "  *** acct " DELIMITED BY SIZE
                           WS-EDIT-ACCT DELIMITED BY SIZE
                           " posted to " DELIMITED BY SIZE
                           WS-EDIT-BALANCE DELIMITED BY SIZE
                           " is not on the ledger ***"
                               DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   EXIT PARAGRAPH
           END-READ
           IF L-PRINC NOT = WS-AC-AFTER(WS-AC-IDX)
               ADD 1 TO WS-LEDGER-DIFFS
               ADD 1 TO WS-EXCEPTIONS
               MOVE L-PRINC TO WS-EDIT-LEDGER
               MOVE SPACES TO REPORT-LINE
               STRING "  *** acct " DELIMITED BY SIZE
                       WS-EDIT-ACCT DELIMITED BY SIZE
                       " posted to " DELIMITED BY SIZE
                       WS-EDIT-BALANCE DELIMITED BY SIZE
                       " ledger holds " DELIMITED BY SIZE
                       WS-EDIT-LEDGER DELIMITED BY SIZE
                       " ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *> "label  day file  other  OK" - or MISMATCH, counted.
       WRITE-CHECK-LINE.
           MOVE WS-CK-DAYFILE TO WS-EDIT-LEFT
           MOVE WS-CK-OTHER   TO WS-EDIT-RIGHT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CK-LABEL   TO REPORT-LINE(1:32)
           MOVE WS-EDIT-LEFT  TO REPORT-LINE(33:19)
           MOVE WS-EDIT-RIGHT TO REPORT-LINE(53:19)
           IF WS-CK-DAYFILE = WS-CK-OTHER
               MOVE "OK" TO REPORT-LINE(74:2)
           ELSE
               MOVE "*** MISMATCH ***" TO REPORT-LINE(74:16)
               ADD 1 TO WS-EXCEPTIONS
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR writing posting_check_report.txt, "
                   "status = " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

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
           MOVE "STEP: POSTCHECK" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-RC-ITEMS TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Day-file items:              " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-RC-POSTED TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Posted records:              " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-RC-REFUSED TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Refused items:               " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-LEDGER-CHECKED TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Accounts proved to ledger:   " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-EXCEPTIONS TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           IF WS-EXCEPTIONS = 0
               MOVE "  Control check:               PASSED" TO EOD-LINE
           ELSE
               STRING "  Control check:               FAILED - "
                           DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       " exception(s)" DELIMITED BY SIZE
                   INTO EOD-LINE
               END-STRING
           END-IF
           WRITE EOD-LINE
           CLOSE EOD-FILE.
