       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXINCOME.

      *> Daily FX income report. Reads the day's margin lines from
      *> fx_margin.dat (written by FXBOOK as POSTLEDGER and
      *> REPOST-SUSPENSE apply a conversion priced at the customer
      *> side of the spread) and shows:
      *>   - for every branch and currency pair converted, the
      *>     conversions, the volume in the currency taken, that
      *>     volume in base USD, and the margin earned in USD;
      *>   - the same figures by currency pair across branches;
      *>   - the day's totals, which are the FX income GLEXTRACT
      *>     books to the FX rule on gl_map.dat.
      *> The currency pair is as taken -> as booked, and the volume
      *> taken is in the first of the two: a EUR deposit to a USD
      *> account is EUR->USD, a withdrawal in USD from a EUR
      *> account USD->EUR; a transfer converted on both legs
      *> shows once per leg. Lines in a currency with no USD rate
      *> are left out of the figures and counted on the report.
      *> Runs after IBPOSITION; read-only apart from
      *> fx_income_report.txt; adds the usual page to the end-of-day
      *> pack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-FILE ASSIGN TO "fx_margin.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.

           SELECT REPORT-FILE ASSIGN TO "fx_income_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-FILE.
       01  FX-LINE               PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FX-STATUS          PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-FX-EOF             PIC X VALUE 'N'.
       01  WS-TODAY              PIC 9(8).

      *> One fx_margin.dat line:
      *>   DATE,TRANS-ID,TYPE,BRANCH,ACCT,FROM-CURR,FROM-AMOUNT,
      *>   TO-CURR,CUSTOMER-AMOUNT,MARGIN
       01  WS-TOKEN-DATE         PIC X(8).
       01  WS-TOKEN-ID           PIC X(13).
       01  WS-TOKEN-TYPE         PIC X(2).
       01  WS-TOKEN-BRANCH       PIC X(3).
       01  WS-TOKEN-ACCT         PIC X(6).
       01  WS-TOKEN-FROM-CURR    PIC X(3).
       01  WS-TOKEN-FROM-AMOUNT  PIC X(12).
       01  WS-TOKEN-TO-CURR      PIC X(3).
       01  WS-TOKEN-CUST-AMOUNT  PIC X(12).
       01  WS-TOKEN-MARGIN       PIC X(12).
       01  WS-LINE-BRANCH        PIC 9(3).
       01  WS-LINE-FROM-CURR     PIC X(3).
       01  WS-LINE-TO-CURR       PIC X(3).
       01  WS-LINE-FROM-AMOUNT   PIC 9(7)V99.
       01  WS-LINE-USD-VOLUME    PIC 9(7)V99.
       01  WS-LINE-USD-MARGIN    PIC 9(7)V99.

      *> Base-currency conversion, as GLEXTRACT converts.
       01  WS-FROM-CURR          PIC X(3).
       01  WS-TO-CURR            PIC X(3) VALUE "USD".
       01  WS-RATE-DATE          PIC 9(8).
       01  WS-ENTRY-AMOUNT       PIC 9(7)V99 COMP-3.
       01  WS-USD-AMOUNT         PIC 9(7)V99 COMP-3.
       01  WS-CONV-OK            PIC X.

      *> Branch + currency pair rows.
       01  WS-GROUP-TABLE.
           05 WS-GR-ROW OCCURS 500 TIMES INDEXED BY WS-GR-IDX.
               10 WS-GR-BRANCH    PIC 9(3).
               10 WS-GR-FROM-CURR PIC X(3).
               10 WS-GR-TO-CURR   PIC X(3).
               10 WS-GR-COUNT     PIC 9(7).
               10 WS-GR-VOLUME    PIC 9(11)V99.
               10 WS-GR-USD-VOL   PIC 9(11)V99.
               10 WS-GR-MARGIN    PIC 9(11)V99.
       01  WS-GR-USED            PIC 9(3) VALUE 0.
       01  WS-GR-FOUND           PIC X.

      *> Currency pair rows across all branches.
       01  WS-PAIR-TABLE.
           05 WS-CP-ROW OCCURS 200 TIMES INDEXED BY WS-CP-IDX.
               10 WS-CP-FROM-CURR PIC X(3).
               10 WS-CP-TO-CURR   PIC X(3).
               10 WS-CP-COUNT     PIC 9(7).
               10 WS-CP-VOLUME    PIC 9(11)V99.
               10 WS-CP-USD-VOL   PIC 9(11)V99.
               10 WS-CP-MARGIN    PIC 9(11)V99.
       01  WS-CP-USED            PIC 9(3) VALUE 0.
       01  WS-CP-FOUND           PIC X.

       01  WS-LINE-COUNT         PIC 9(7) VALUE 0.
       01  WS-NO-RATE-COUNT      PIC 9(7) VALUE 0.
       01  WS-BAD-LINE-COUNT     PIC 9(7) VALUE 0.
       01  WS-DROPPED-COUNT      PIC 9(7) VALUE 0.
       01  WS-TOTAL-USD-VOL      PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-MARGIN       PIC 9(13)V99 VALUE 0.

      *> Branch names (BRNAME).
       01  WS-BR-LOOKUP          PIC 9(3).
       01  WS-BR-NAME            PIC X(20).
       01  WS-BR-REGION          PIC X(10).
       01  WS-BR-OPEN            PIC X.
       01  WS-BR-FOUND           PIC X.
       01  WS-BR-ANY             PIC X.

       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-BRANCH        PIC 9(3).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT FX-FILE
           IF WS-FX-STATUS = "00"
               PERFORM UNTIL WS-FX-EOF = 'Y'
                   READ FX-FILE
                       AT END
                           MOVE 'Y' TO WS-FX-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-MARGIN
                   END-READ
               END-PERFORM
               CLOSE FX-FILE
           ELSE
               IF WS-FX-STATUS NOT = "35"
                   DISPLAY "ERROR opening fx_margin.dat, status = "
                       WS-FX-STATUS
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM WRITE-INCOME-REPORT
           PERFORM APPEND-EOD-SUMMARY

           MOVE WS-LINE-COUNT TO WS-EDIT-COUNT
           DISPLAY "Conversions at a spread today: " WS-EDIT-COUNT
           MOVE WS-TOTAL-MARGIN TO WS-EDIT-AMOUNT
           DISPLAY "FX margin earned (USD):   " WS-EDIT-AMOUNT
           IF WS-NO-RATE-COUNT > 0
               MOVE WS-NO-RATE-COUNT TO WS-EDIT-COUNT
               DISPLAY "*** WARNING: " WS-EDIT-COUNT " line(s) "
                   "with no USD rate left out of the report ***"
           END-IF
           IF WS-BAD-LINE-COUNT > 0
               MOVE WS-BAD-LINE-COUNT TO WS-EDIT-COUNT
               DISPLAY "*** WARNING: " WS-EDIT-COUNT " unreadable "
                   "line(s) on fx_margin.dat ignored ***"
           END-IF
           IF WS-DROPPED-COUNT > 0
               MOVE WS-DROPPED-COUNT TO WS-EDIT-COUNT
               DISPLAY "*** WARNING: " WS-EDIT-COUNT " line(s) "
                   "beyond the report tables not reported ***"
           END-IF
           DISPLAY "FX income report written to "
               "fx_income_report.txt"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> Today's lines only; a line is taken into both its branch
      *> row and its currency pair row, or into neither.
       LOAD-ONE-MARGIN.
           MOVE SPACES TO WS-TOKEN-DATE WS-TOKEN-ID WS-TOKEN-TYPE
               WS-TOKEN-BRANCH WS-TOKEN-ACCT WS-TOKEN-FROM-CURR
               WS-TOKEN-FROM-AMOUNT WS-TOKEN-TO-CURR
               WS-TOKEN-CUST-AMOUNT WS-TOKEN-MARGIN
           UNSTRING FX-LINE DELIMITED BY ","
               INTO WS-TOKEN-DATE WS-TOKEN-ID WS-TOKEN-TYPE
                   WS-TOKEN-BRANCH WS-TOKEN-ACCT WS-TOKEN-FROM-CURR
                   WS-TOKEN-FROM-AMOUNT WS-TOKEN-TO-CURR
                   WS-TOKEN-CUST-AMOUNT WS-TOKEN-MARGIN
           END-UNSTRING
           IF WS-TOKEN-DATE IS NOT NUMERIC
               OR WS-TOKEN-BRANCH IS NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-FROM-AMOUNT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-MARGIN) NOT = 0
               ADD 1 TO WS-BAD-LINE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-TOKEN-DATE NOT = WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOKEN-BRANCH    TO WS-LINE-BRANCH
           MOVE WS-TOKEN-FROM-CURR TO WS-LINE-FROM-CURR
           MOVE WS-TOKEN-TO-CURR   TO WS-LINE-TO-CURR
           IF WS-LINE-FROM-CURR = SPACES
               MOVE "USD" TO WS-LINE-FROM-CURR
           END-IF
           IF WS-LINE-TO-CURR = SPACES
               MOVE "USD" TO WS-LINE-TO-CURR
           END-IF
           COMPUTE WS-LINE-FROM-AMOUNT =
               FUNCTION NUMVAL(WS-TOKEN-FROM-AMOUNT)

      *> Volume converts from the currency taken, the margin from
      *> the currency booked.
           MOVE WS-LINE-FROM-AMOUNT TO WS-ENTRY-AMOUNT
           MOVE WS-LINE-FROM-CURR   TO WS-FROM-CURR
           MOVE WS-TODAY            TO WS-RATE-DATE
           CALL "CURRCONV" USING WS-FROM-CURR WS-TO-CURR
               WS-ENTRY-AMOUNT WS-USD-AMOUNT WS-CONV-OK WS-RATE-DATE
           IF WS-CONV-OK NOT = 'Y'
               PERFORM NOTE-NO-RATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-USD-AMOUNT TO WS-LINE-USD-VOLUME
           COMPUTE WS-ENTRY-AMOUNT =
               FUNCTION NUMVAL(WS-TOKEN-MARGIN)
           MOVE WS-LINE-TO-CURR TO WS-FROM-CURR
           CALL "CURRCONV" USING WS-FROM-CURR WS-TO-CURR
               WS-ENTRY-AMOUNT WS-USD-AMOUNT WS-CONV-OK WS-RATE-DATE
           IF WS-CONV-OK NOT = 'Y'
               PERFORM NOTE-NO-RATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-USD-AMOUNT TO WS-LINE-USD-MARGIN

           PERFORM FIND-GROUP-ROW
           IF WS-GR-FOUND NOT = 'Y'
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PAIR-ROW
           IF WS-CP-FOUND NOT = 'Y'
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-GR-COUNT(WS-GR-IDX)
           ADD WS-LINE-FROM-AMOUNT TO WS-GR-VOLUME(WS-GR-IDX)
           ADD WS-LINE-USD-VOLUME  TO WS-GR-USD-VOL(WS-GR-IDX)
           ADD WS-LINE-USD-MARGIN  TO WS-GR-MARGIN(WS-GR-IDX)
           ADD 1 TO WS-CP-COUNT(WS-CP-IDX)
           ADD WS-LINE-FROM-AMOUNT TO WS-CP-VOLUME(WS-CP-IDX)
           ADD WS-LINE-USD-VOLUME  TO WS-CP-USD-VOL(WS-CP-IDX)
           ADD WS-LINE-USD-MARGIN  TO WS-CP-MARGIN(WS-CP-IDX)
           ADD WS-LINE-USD-VOLUME  TO WS-TOTAL-USD-VOL
           ADD WS-LINE-USD-MARGIN  TO WS-TOTAL-MARGIN.

       NOTE-NO-RATE.
           ADD 1 TO WS-NO-RATE-COUNT
           DISPLAY "*** no USD rate for " WS-FROM-CURR
               " (transaction #" WS-TOKEN-ID ") ***".

      *> Finds the line's row, adding it if new; WS-GR-FOUND is 'N'
      *> only when the table is full.
       FIND-GROUP-ROW.
           MOVE 'N' TO WS-GR-FOUND
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-USED
                       OR WS-GR-FOUND = 'Y'
               IF WS-GR-BRANCH(WS-GR-IDX) = WS-LINE-BRANCH
                   AND WS-GR-FROM-CURR(WS-GR-IDX) = WS-LINE-FROM-CURR
                   AND WS-GR-TO-CURR(WS-GR-IDX) = WS-LINE-TO-CURR
                   MOVE 'Y' TO WS-GR-FOUND
               END-IF
           END-PERFORM
           IF WS-GR-FOUND = 'Y'
               SET WS-GR-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-GR-USED >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GR-USED
           SET WS-GR-IDX TO WS-GR-USED
           MOVE WS-LINE-BRANCH    TO WS-GR-BRANCH(WS-GR-IDX)
           MOVE WS-LINE-FROM-CURR TO WS-GR-FROM-CURR(WS-GR-IDX)
           MOVE WS-LINE-TO-CURR   TO WS-GR-TO-CURR(WS-GR-IDX)
           MOVE 0 TO WS-GR-COUNT(WS-GR-IDX) WS-GR-VOLUME(WS-GR-IDX)
               WS-GR-USD-VOL(WS-GR-IDX) WS-GR-MARGIN(WS-GR-IDX)
           MOVE 'Y' TO WS-GR-FOUND.

       FIND-PAIR-ROW.
           MOVE 'N' TO WS-CP-FOUND
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-USED
                       OR WS-CP-FOUND = 'Y'
               IF WS-CP-FROM-CURR(WS-CP-IDX) = WS-LINE-FROM-CURR
                   AND WS-CP-TO-CURR(WS-CP-IDX) = WS-LINE-TO-CURR
                   MOVE 'Y' TO WS-CP-FOUND
               END-IF
           END-PERFORM
           IF WS-CP-FOUND = 'Y'
               SET WS-CP-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-CP-USED >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CP-USED
           SET WS-CP-IDX TO WS-CP-USED
           MOVE WS-LINE-FROM-CURR TO WS-CP-FROM-CURR(WS-CP-IDX)
           MOVE WS-LINE-TO-CURR   TO WS-CP-TO-CURR(WS-CP-IDX)
           MOVE 0 TO WS-CP-COUNT(WS-CP-IDX) WS-CP-VOLUME(WS-CP-IDX)
               WS-CP-USD-VOL(WS-CP-IDX) WS-CP-MARGIN(WS-CP-IDX)
           MOVE 'Y' TO WS-CP-FOUND.

       WRITE-INCOME-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening fx_income_report.txt, "
                   "status = " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "FX INCOME - BUSINESS DATE " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   "   (CUSTOMER CONVERSIONS AT A SPREAD)"
                       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY BRANCH AND CURRENCY" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-GROUP-HEADING
           IF WS-GR-USED = 0
               MOVE "  (no conversions at a spread today)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-USED
               PERFORM WRITE-ONE-GROUP
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY CURRENCY, ALL BRANCHES" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-GROUP-HEADING
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-USED
               PERFORM WRITE-ONE-PAIR
           END-PERFORM
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "TOTALS" TO REPORT-LINE(1:6)
           MOVE WS-LINE-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO REPORT-LINE(44:7)
           MOVE WS-TOTAL-USD-VOL TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE(72:17)
           MOVE WS-TOTAL-MARGIN TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE(91:17)
           WRITE REPORT-LINE
           IF WS-NO-RATE-COUNT > 0
               MOVE WS-NO-RATE-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "NO USD RATE:       " DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       "   (left out of the figures above)"
                           DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF WS-DROPPED-COUNT > 0
               MOVE WS-DROPPED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "NOT REPORTED:      " DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       "   (report tables full)" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE.

       WRITE-GROUP-HEADING.
           MOVE SPACES TO REPORT-LINE
           MOVE "BRANCH"         TO REPORT-LINE(1:6)
           MOVE "CURRENCY"       TO REPORT-LINE(27:8)
           MOVE "CONVERSIONS"    TO REPORT-LINE(40:11)
           MOVE "VOLUME TAKEN"   TO REPORT-LINE(58:12)
           MOVE "VOLUME USD"     TO REPORT-LINE(79:10)
           MOVE "MARGIN USD"     TO REPORT-LINE(98:10)
           WRITE REPORT-LINE.

       WRITE-ONE-GROUP.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-GR-BRANCH(WS-GR-IDX) TO WS-BR-LOOKUP
           PERFORM LOOKUP-BRANCH-NAME
           MOVE WS-GR-BRANCH(WS-GR-IDX) TO WS-EDIT-BRANCH
           MOVE WS-EDIT-BRANCH TO REPORT-LINE(1:3)
           MOVE WS-BR-NAME TO REPORT-LINE(5:20)
           MOVE WS-GR-FROM-CURR(WS-GR-IDX) TO REPORT-LINE(27:3)
           MOVE "->" TO REPORT-LINE(30:2)
           MOVE WS-GR-TO-CURR(WS-GR-IDX) TO REPORT-LINE(32:3)
           MOVE WS-GR-COUNT(WS-GR-IDX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO REPORT-LINE(44:7)
           MOVE WS-GR-VOLUME(WS-GR-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE(53:17)
           MOVE WS-GR-USD-VOL(WS-GR-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE(72:17)
           MOVE WS-GR-MARGIN(WS-GR-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE(91:17)
           WRITE REPORT-LINE.

       WRITE-ONE-PAIR.
           MOVE SPACES TO REPORT-LINE
           MOVE "ALL" TO REPORT-LINE(1:3)
           MOVE WS-CP-FROM-CURR(WS-CP-IDX) TO REPORT-LINE(27:3)
           MOVE "->" TO REPORT-LINE(30:2)
           MOVE WS-CP-TO-CURR(WS-CP-IDX) TO REPORT-LINE(32:3)
           MOVE WS-CP-COUNT(WS-CP-IDX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO REPORT-LINE(44:7)
           MOVE WS-CP-VOLUME(WS-CP-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE(53:17)
           MOVE WS-CP-USD-VOL(WS-CP-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE(72:17)
           MOVE WS-CP-MARGIN(WS-CP-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE(91:17)
           WRITE REPORT-LINE.

       LOOKUP-BRANCH-NAME.
           MOVE SPACES TO WS-BR-NAME
           CALL "BRNAME" USING WS-BR-LOOKUP WS-BR-NAME
               WS-BR-REGION WS-BR-OPEN WS-BR-FOUND WS-BR-ANY.

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
           MOVE "STEP: FXINCOME" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-LINE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Conversions at a spread:     "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-TOTAL-USD-VOL TO WS-EDIT-AMOUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Volume converted (USD):   " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-TOTAL-MARGIN TO WS-EDIT-AMOUNT
           MOVE SPACES TO EOD-LINE
           STRING "  FX margin earned (USD):   " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           CLOSE EOD-FILE.
