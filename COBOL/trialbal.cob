                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT POSTED-FILE ASSIGN TO "posted_today.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "trial_balance_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CARRY-FILE ASSIGN TO "trial_balance_months.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

       FD  POSTED-FILE.
       01  POSTED-RECORD.
           COPY POSTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(120).

       FD  CARRY-FILE.
       01  CARRY-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-TRANS-EOF          PIC X VALUE 'N'.
       01  WS-RECORD-PERIOD      PIC 9(6).

      *> The month table is carried from run to run in
      *> trial_balance_months.dat, so a nightly run only folds in
      *> POSTLEDGER's day file (posted_today.dat) instead of
      *> rereading the whole history. Line one holds the cursor and
      *> grand totals as LASTID,COUNT,AMOUNT,NET - LASTID the highest
      *> TRANS-ID already in the table - and every further line one
      *> month as PERIOD,DP,WD,FE,IN,RV,NET. The day file's items
      *> above LASTID are folded in when its first posting run
      *> started at or below LASTID, i.e. nothing between the two is
      *> missing; otherwise - or with no carry file, no day file, or
      *> TRIALBAL_REBUILD=Y - the table is rebuilt from
      *> transactions.dat and proved against its trailer as before.
       01  WS-CARRY-STATUS       PIC XX.
       01  WS-CARRY-EOF          PIC X VALUE 'N'.
       01  WS-PD-STATUS          PIC XX.
       01  WS-PD-EOF             PIC X VALUE 'N'.
       01  WS-REBUILD-TEXT       PIC X(4).
       01  WS-CARRY-OK           PIC X VALUE 'N'.
       01  WS-LAST-ID            PIC 9(13) VALUE 0.
       01  WS-DAY-FILE-DATE      PIC 9(8) VALUE 0.
       01  WS-FOLDED-COUNT       PIC 9(7) VALUE 0.
       01  WS-DAY-ITEMS          PIC 9(7) VALUE 0.
       01  WS-DAY-CAPTURED       PIC 9(11)V99 VALUE 0.
       01  WS-TOKEN              PIC X(20) OCCURS 7 TIMES.
       01  WS-CARRY-AMT          PIC Z(8)9.99.
       01  WS-CARRY-NET          PIC -(9)9.99.
       01  WS-CARRY-COUNT        PIC Z(6)9.
       01  WS-CARRY-ID           PIC Z(12)9.

      *> One row per year-month; twenty years of months fits with
      *> room to spare, and an overflow is warned, never silent.
       01  WS-MONTH-TABLE.
       01  WS-TRAILER-ID         PIC 9(13) VALUE 9999999999999.
       01  WS-TRAILER-FOUND      PIC X VALUE 'N'.
       01  WS-TRAILER-COUNT      PIC 9(7).
       01  WS-TRAILER-TOTAL      PIC 9(11)V99.

       01  WS-EDIT-AMT           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-NET           PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE SPACES TO WS-REBUILD-TEXT
           ACCEPT WS-REBUILD-TEXT FROM ENVIRONMENT "TRIALBAL_REBUILD"
           IF FUNCTION UPPER-CASE(WS-REBUILD-TEXT) NOT = "Y"
               PERFORM LOAD-CARRIED-MONTHS
           END-IF
           IF WS-CARRY-OK = 'Y'
               PERFORM FOLD-DAY-FILE
           END-IF
           IF WS-CARRY-OK = 'N'
               PERFORM REBUILD-FROM-HISTORY
           END-IF

           PERFORM SORT-MONTH-TABLE
           PERFORM WRITE-CROSSTAB-REPORT
           PERFORM SAVE-CARRIED-MONTHS
           DISPLAY "Report written to trial_balance_report.txt"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       REBUILD-FROM-HISTORY.
           MOVE 0 TO WS-MT-USED WS-GRAND-COUNT WS-GRAND-AMOUNT
               WS-GRAND-NET WS-LAST-ID
           OPEN INPUT TRANSACTION-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
                           MOVE 'Y' TO WS-TRAILER-FOUND
                       ELSE
                           PERFORM TALLY-ONE-TRANSACTION
                           IF TRANS-ID > WS-LAST-ID
                               MOVE TRANS-ID TO WS-LAST-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

      *> Any line that does not parse throws the carry away - a
      *> rebuild is always safe, a half-read table never is.
       LOAD-CARRIED-MONTHS.
           OPEN INPUT CARRY-FILE
           IF WS-CARRY-STATUS NOT = "00"
               DISPLAY "NOTE: no trial_balance_months.dat - "
                   "rebuilding from transactions.dat"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CARRY-OK
           READ CARRY-FILE
               AT END
                   MOVE 'Y' TO WS-CARRY-EOF
                   MOVE 'N' TO WS-CARRY-OK
               NOT AT END
                   PERFORM SPLIT-CARRY-LINE
                   IF FUNCTION TEST-NUMVAL(WS-TOKEN(1)) NOT = 0
                       OR FUNCTION TEST-NUMVAL(WS-TOKEN(2)) NOT = 0
                       OR FUNCTION TEST-NUMVAL(WS-TOKEN(3)) NOT = 0
                       OR FUNCTION TEST-NUMVAL(WS-TOKEN(4)) NOT = 0
                       MOVE 'N' TO WS-CARRY-OK
                   ELSE
                       COMPUTE WS-LAST-ID =
                           FUNCTION NUMVAL(WS-TOKEN(1))
                       COMPUTE WS-GRAND-COUNT =
                           FUNCTION NUMVAL(WS-TOKEN(2))
                       COMPUTE WS-GRAND-AMOUNT =
                           FUNCTION NUMVAL(WS-TOKEN(3))
                       COMPUTE WS-GRAND-NET =
                           FUNCTION NUMVAL(WS-TOKEN(4))
                   END-IF
           END-READ
           PERFORM UNTIL WS-CARRY-EOF = 'Y' OR WS-CARRY-OK = 'N'
               READ CARRY-FILE
                   AT END
                       MOVE 'Y' TO WS-CARRY-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-CARRIED-MONTH
               END-READ
           END-PERFORM
           CLOSE CARRY-FILE
           IF WS-CARRY-OK = 'N'
               DISPLAY "*** WARNING: trial_balance_months.dat "
                   "unreadable - rebuilding from transactions.dat ***"
           END-IF.

       LOAD-ONE-CARRIED-MONTH.
           PERFORM SPLIT-CARRY-LINE
           IF FUNCTION TEST-NUMVAL(WS-TOKEN(1)) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN(2)) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN(3)) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN(4)) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN(5)) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN(6)) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN(7)) NOT = 0
               OR WS-MT-USED >= 240
               MOVE 'N' TO WS-CARRY-OK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MT-USED
           SET WS-MT-IDX TO WS-MT-USED
           COMPUTE WS-MT-PERIOD(WS-MT-IDX) =
               FUNCTION NUMVAL(WS-TOKEN(1))
           COMPUTE WS-MT-DP(WS-MT-IDX) = FUNCTION NUMVAL(WS-TOKEN(2))
           COMPUTE WS-MT-WD(WS-MT-IDX) = FUNCTION NUMVAL(WS-TOKEN(3))
           COMPUTE WS-MT-FE(WS-MT-IDX) = FUNCTION NUMVAL(WS-TOKEN(4))
           COMPUTE WS-MT-IN(WS-MT-IDX) = FUNCTION NUMVAL(WS-TOKEN(5))
           COMPUTE WS-MT-RV(WS-MT-IDX) = FUNCTION NUMVAL(WS-TOKEN(6))
           COMPUTE WS-MT-NET(WS-MT-IDX) =
               FUNCTION NUMVAL(WS-TOKEN(7)).

       SPLIT-CARRY-LINE.
           MOVE SPACES TO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
               WS-TOKEN(4) WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7)
           UNSTRING CARRY-LINE DELIMITED BY ","
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                   WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7)
           END-UNSTRING.

      *> Every day-file record but a transfer's credit leg is one
      *> item, posted or refused, with its captured amount - the
      *> basis the table has always been kept on. The whole file is
      *> counted against its trailer; only items above LASTID are
      *> folded, so a second run on the same day file adds nothing.
       FOLD-DAY-FILE.
           OPEN INPUT POSTED-FILE
           IF WS-PD-STATUS NOT = "00"
               DISPLAY "NOTE: no posted_today.dat - rebuilding from "
                   "transactions.dat"
               MOVE 'N' TO WS-CARRY-OK
               EXIT PARAGRAPH
           END-IF
           READ POSTED-FILE
               AT END
                   MOVE 'Y' TO WS-PD-EOF
           END-READ
           IF WS-PD-EOF = 'Y' OR PD-REC-TYPE NOT = "H"
               OR PD-HDR-FROM-ID > WS-LAST-ID
               DISPLAY "NOTE: posted_today.dat does not follow on "
                   "from trial_balance_months.dat - rebuilding from "
                   "transactions.dat"
               CLOSE POSTED-FILE
               MOVE 'N' TO WS-CARRY-OK
               EXIT PARAGRAPH
           END-IF
           MOVE PD-HDR-BUS-DATE TO WS-DAY-FILE-DATE
           PERFORM UNTIL WS-PD-EOF = 'Y'
               READ POSTED-FILE
                   AT END
                       MOVE 'Y' TO WS-PD-EOF
                   NOT AT END
                       PERFORM FOLD-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE POSTED-FILE.

       FOLD-ONE-RECORD.
           IF PD-REC-TYPE = "T"
               MOVE PD-TRL-ITEMS    TO WS-TRAILER-COUNT
               MOVE PD-TRL-CAPTURED TO WS-TRAILER-TOTAL
               MOVE 'Y' TO WS-TRAILER-FOUND
               EXIT PARAGRAPH
           END-IF
           IF PD-REC-TYPE NOT = "D" OR PD-LEG = "C"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DAY-ITEMS
           ADD PD-AMOUNT TO WS-DAY-CAPTURED
           IF PD-TRANS-ID > WS-LAST-ID
               PERFORM LOAD-POSTED-IMAGE
               PERFORM TALLY-ONE-TRANSACTION
               ADD 1 TO WS-FOLDED-COUNT
               MOVE PD-TRANS-ID TO WS-LAST-ID
           END-IF.

       SAVE-CARRIED-MONTHS.
           OPEN OUTPUT CARRY-FILE
           IF WS-CARRY-STATUS NOT = "00"
               DISPLAY "*** WARNING: could not write "
                   "trial_balance_months.dat, status = "
                   WS-CARRY-STATUS " - next run rebuilds ***"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LAST-ID      TO WS-CARRY-ID
           MOVE WS-GRAND-COUNT  TO WS-CARRY-COUNT
           MOVE WS-GRAND-AMOUNT TO WS-CARRY-AMT
           MOVE WS-GRAND-NET    TO WS-CARRY-NET
           MOVE SPACES TO CARRY-LINE
           STRING WS-CARRY-ID DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CARRY-COUNT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CARRY-AMT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CARRY-NET DELIMITED BY SIZE
               INTO CARRY-LINE
           END-STRING
           WRITE CARRY-LINE
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-USED
               PERFORM SAVE-ONE-MONTH
           END-PERFORM
           CLOSE CARRY-FILE.

       SAVE-ONE-MONTH.
           MOVE SPACES TO CARRY-LINE
           STRING WS-MT-PERIOD(WS-MT-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
               INTO CARRY-LINE
           END-STRING
           MOVE WS-MT-DP(WS-MT-IDX) TO WS-CARRY-AMT
           MOVE WS-CARRY-AMT TO CARRY-LINE(8:12)
           MOVE "," TO CARRY-LINE(20:1)
           MOVE WS-MT-WD(WS-MT-IDX) TO WS-CARRY-AMT
           MOVE WS-CARRY-AMT TO CARRY-LINE(21:12)
           MOVE "," TO CARRY-LINE(33:1)
           MOVE WS-MT-FE(WS-MT-IDX) TO WS-CARRY-AMT
           MOVE WS-CARRY-AMT TO CARRY-LINE(34:12)
           MOVE "," TO CARRY-LINE(46:1)
           MOVE WS-MT-IN(WS-MT-IDX) TO WS-CARRY-AMT
           MOVE WS-CARRY-AMT TO CARRY-LINE(47:12)
           MOVE "," TO CARRY-LINE(59:1)
           MOVE WS-MT-RV(WS-MT-IDX) TO WS-CARRY-AMT
           MOVE WS-CARRY-AMT TO CARRY-LINE(60:12)
           MOVE "," TO CARRY-LINE(72:1)
           MOVE WS-MT-NET(WS-MT-IDX) TO WS-CARRY-NET
           MOVE WS-CARRY-NET TO CARRY-LINE(73:13)
           WRITE CARRY-LINE.

       TALLY-ONE-TRANSACTION.
           ADD 1 TO WS-GRAND-COUNT
                   ADD TRANS-AMOUNT TO WS-MT-IN(WS-MT-IDX)
                   ADD TRANS-AMOUNT TO WS-MT-NET(WS-MT-IDX)
                   ADD TRANS-AMOUNT TO WS-GRAND-NET
      *> Withholding and loan collections debit like a fee; a
      *> transfer nets to zero across the book (debit and credit
      *> leg on one record), so it leaves the net columns alone.
               WHEN "LI"
               WHEN "LP"
               WHEN "RI"
               WHEN "WT"
                   SUBTRACT TRANS-AMOUNT FROM WS-MT-NET(WS-MT-IDX)
                   SUBTRACT TRANS-AMOUNT FROM WS-GRAND-NET
      *> A recovery leaves the charged-off balance at zero.
               WHEN "TF"
               WHEN "RC"
                   CONTINUE
               WHEN "RV"
                   ADD TRANS-AMOUNT TO WS-MT-RV(WS-MT-IDX)
                   IF TRANS-REF-TYPE = "WD" OR TRANS-REF-TYPE = "FE"
                       OR TRANS-REF-TYPE = "WT"
                       OR TRANS-REF-TYPE = "RI"
                       OR TRANS-REF-TYPE = "LI"
                       OR TRANS-REF-TYPE = "LP"
                       ADD TRANS-AMOUNT TO WS-MT-NET(WS-MT-IDX)
                       ADD TRANS-AMOUNT TO WS-GRAND-NET
                   ELSE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-CARRY-OK = 'Y'
               PERFORM WRITE-FOLD-CHECK
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAILER-FOUND = 'N'
               MOVE "*** no trailer on file - totals unverified ***"
                   TO REPORT-LINE
           END-IF
           CLOSE REPORT-FILE.

      *> A folded run is proved the way the rebuild is, one level
      *> down: every item read off the day file against the day
      *> file's own trailer.
       WRITE-FOLD-CHECK.
           MOVE WS-FOLDED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Carried months plus " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " item(s) of posted_today.dat, business date "
                       DELIMITED BY SIZE
                   WS-DAY-FILE-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-TRAILER-FOUND = 'N'
               MOVE SPACES TO REPORT-LINE
               STRING "*** no trailer on posted_today.dat - "
                           DELIMITED BY SIZE
                       "day file unverified ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAILER-COUNT = WS-DAY-ITEMS
               AND WS-TRAILER-TOTAL = WS-DAY-CAPTURED
               MOVE SPACES TO REPORT-LINE
               STRING "Day-file check OK: items tie to the "
                           DELIMITED BY SIZE
                       "posted_today.dat trailer" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "*** WARNING: day-file items do not tie to "
                           DELIMITED BY SIZE
                       "its trailer" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               DISPLAY "*** WARNING: posted_today.dat items do not "
                   "tie to its trailer ***"
           END-IF.

       WRITE-ONE-MONTH-ROW.
           MOVE SPACES TO REPORT-LINE
           STRING WS-MT-PERIOD(WS-MT-IDX) DELIMITED BY SIZE
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
