       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBPOSITION.

      *> Daily inter-branch position report. Reads the day's
      *> due-to/due-from pairs from interbranch.dat (raised by
      *> IBENTRY as POSTLEDGER and REPOST-SUSPENSE apply postings
      *> that cross branches) and shows, in base USD:
      *>   - for every pair of branches that dealt with each other,
      *>     the pairs raised, what each owes the other, and the
      *>     net - which branch owes which;
      *>   - for every branch, its total due-from (owed to it), its
      *>     total due-to (owed by it), and its net position.
      *> Every pair is one branch's due-to and another's due-from,
      *> so the branch nets must sum to zero and total due-to must
      *> equal total due-from; the report proves both and raises
      *> an ALERTLOG error (return code 1) if they ever do not.
      *> The position is the business day's activity, not a running
      *> balance - settlement between branches is a GL matter.
      *> Pairs in a currency with no USD rate are left out of the
      *> figures and counted on the report. Runs after GLEXTRACT;
      *> read-only apart from interbranch_report.txt; adds the
      *> usual page to the end-of-day pack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IB-FILE ASSIGN TO "interbranch.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IB-STATUS.

           SELECT REPORT-FILE ASSIGN TO "interbranch_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IB-FILE.
       01  IB-LINE               PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-IB-STATUS          PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-IB-EOF             PIC X VALUE 'N'.
       01  WS-TODAY              PIC 9(8).

      *> One interbranch.dat line:
      *>   DATE,TRANS-ID,TYPE,DUE-TO,DUE-FROM,CURR,AMOUNT
       01  WS-TOKEN-DATE         PIC X(8).
       01  WS-TOKEN-ID           PIC X(13).
       01  WS-TOKEN-TYPE         PIC X(2).
       01  WS-TOKEN-DUE-TO       PIC X(3).
       01  WS-TOKEN-DUE-FROM     PIC X(3).
       01  WS-TOKEN-CURR         PIC X(3).
       01  WS-TOKEN-AMOUNT       PIC X(12).
       01  WS-DUE-TO             PIC 9(3).
       01  WS-DUE-FROM           PIC 9(3).

      *> Base-currency conversion, as GLEXTRACT converts.
       01  WS-FROM-CURR          PIC X(3).
       01  WS-TO-CURR            PIC X(3) VALUE "USD".
       01  WS-RATE-DATE          PIC 9(8).
       01  WS-ENTRY-AMOUNT       PIC 9(7)V99 COMP-3.
       01  WS-USD-AMOUNT         PIC 9(7)V99 COMP-3.
       01  WS-CONV-OK            PIC X.

      *> Branch pairs, low branch number first: LOW-OWES is what the
      *> low branch owes the high one, HIGH-OWES the reverse.
       01  WS-PAIR-TABLE.
           05 WS-PR-ROW OCCURS 500 TIMES INDEXED BY WS-PR-IDX.
               10 WS-PR-LOW       PIC 9(3).
               10 WS-PR-HIGH      PIC 9(3).
               10 WS-PR-COUNT     PIC 9(7).
               10 WS-PR-LOW-OWES  PIC 9(11)V99.
               10 WS-PR-HIGH-OWES PIC 9(11)V99.
       01  WS-PR-USED            PIC 9(3) VALUE 0.
       01  WS-PR-FOUND           PIC X.
       01  WS-PAIR-LOW           PIC 9(3).
       01  WS-PAIR-HIGH          PIC 9(3).

      *> Branch positions: DUE-FROM is owed to the branch (asset),
      *> DUE-TO is owed by it (liability).
       01  WS-BRANCH-TABLE.
           05 WS-BP-ROW OCCURS 999 TIMES INDEXED BY WS-BP-IDX.
               10 WS-BP-BRANCH    PIC 9(3).
               10 WS-BP-DUE-FROM  PIC 9(11)V99.
               10 WS-BP-DUE-TO    PIC 9(11)V99.
       01  WS-BP-USED            PIC 9(3) VALUE 0.
       01  WS-BP-FOUND           PIC X.
       01  WS-FIND-BRANCH        PIC 9(3).

       01  WS-PAIR-COUNT         PIC 9(7) VALUE 0.
       01  WS-NO-RATE-COUNT      PIC 9(7) VALUE 0.
       01  WS-BAD-LINE-COUNT     PIC 9(7) VALUE 0.
       01  WS-DROPPED-COUNT      PIC 9(7) VALUE 0.
       01  WS-TOTAL-DUE-TO       PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-DUE-FROM     PIC 9(13)V99 VALUE 0.
       01  WS-NET                PIC S9(13)V99.
       01  WS-NET-SUM            PIC S9(13)V99 VALUE 0.
       01  WS-PROVED             PIC X VALUE 'Y'.

      *> Branch names (BRNAME).
       01  WS-BR-LOOKUP          PIC 9(3).
       01  WS-BR-NAME            PIC X(20).
       01  WS-BR-REGION          PIC X(10).
       01  WS-BR-OPEN            PIC X.
       01  WS-BR-FOUND           PIC X.
       01  WS-BR-ANY             PIC X.

       01  WS-ALERT-SEV          PIC X.
       01  WS-ALERT-PROGRAM      PIC X(20) VALUE "IBPOSITION".
       01  WS-ALERT-MESSAGE      PIC X(60).

       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-SIGNED        PIC ---,---,---,--9.99.
       01  WS-EDIT-BRANCH        PIC 9(3).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT IB-FILE
           IF WS-IB-STATUS = "00"
               PERFORM UNTIL WS-IB-EOF = 'Y'
                   READ IB-FILE
                       AT END
                           MOVE 'Y' TO WS-IB-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-PAIR
                   END-READ
               END-PERFORM
               CLOSE IB-FILE
           ELSE
               IF WS-IB-STATUS NOT = "35"
                   DISPLAY "ERROR opening interbranch.dat, status = "
                       WS-IB-STATUS
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM PROVE-POSITIONS
           PERFORM WRITE-POSITION-REPORT
           PERFORM APPEND-EOD-SUMMARY

           MOVE WS-PAIR-COUNT TO WS-EDIT-COUNT
           DISPLAY "Inter-branch pairs today:   " WS-EDIT-COUNT
           MOVE WS-PR-USED TO WS-EDIT-COUNT
           DISPLAY "Branch pairs dealing:       " WS-EDIT-COUNT
           IF WS-NO-RATE-COUNT > 0
               MOVE WS-NO-RATE-COUNT TO WS-EDIT-COUNT
               DISPLAY "*** WARNING: " WS-EDIT-COUNT " pair(s) "
                   "with no USD rate left out of the position ***"
           END-IF
           IF WS-BAD-LINE-COUNT > 0
               MOVE WS-BAD-LINE-COUNT TO WS-EDIT-COUNT
               DISPLAY "*** WARNING: " WS-EDIT-COUNT " unreadable "
                   "line(s) on interbranch.dat ignored ***"
           END-IF
           IF WS-DROPPED-COUNT > 0
               MOVE WS-DROPPED-COUNT TO WS-EDIT-COUNT
               DISPLAY "*** WARNING: " WS-EDIT-COUNT " pair(s) "
                   "beyond the branch tables not reported ***"
           END-IF
           DISPLAY "Inter-branch position report written to "
               "interbranch_report.txt"
           IF WS-PROVED NOT = 'Y'
               DISPLAY "*** inter-branch positions do not net to "
                   "zero - see interbranch_report.txt ***"
               MOVE "E" TO WS-ALERT-SEV
               MOVE "inter-branch positions do not net to zero"
                   TO WS-ALERT-MESSAGE
               CALL "ALERTLOG" USING WS-ALERT-SEV
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> Today's pairs only; a pair is taken into both the branch
      *> pair and each branch's position, or into neither.
       LOAD-ONE-PAIR.
           MOVE SPACES TO WS-TOKEN-DATE WS-TOKEN-ID WS-TOKEN-TYPE
               WS-TOKEN-DUE-TO WS-TOKEN-DUE-FROM WS-TOKEN-CURR
               WS-TOKEN-AMOUNT
           UNSTRING IB-LINE DELIMITED BY ","
               INTO WS-TOKEN-DATE WS-TOKEN-ID WS-TOKEN-TYPE
                   WS-TOKEN-DUE-TO WS-TOKEN-DUE-FROM WS-TOKEN-CURR
                   WS-TOKEN-AMOUNT
           END-UNSTRING
           IF WS-TOKEN-DATE IS NOT NUMERIC
               OR WS-TOKEN-DUE-TO IS NOT NUMERIC
               OR WS-TOKEN-DUE-FROM IS NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-AMOUNT) NOT = 0
               ADD 1 TO WS-BAD-LINE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-TOKEN-DATE NOT = WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOKEN-DUE-TO   TO WS-DUE-TO
           MOVE WS-TOKEN-DUE-FROM TO WS-DUE-FROM
           IF WS-DUE-TO = WS-DUE-FROM
               ADD 1 TO WS-BAD-LINE-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ENTRY-AMOUNT =
               FUNCTION NUMVAL(WS-TOKEN-AMOUNT)
           MOVE WS-TOKEN-CURR TO WS-FROM-CURR
           MOVE WS-TODAY      TO WS-RATE-DATE
           CALL "CURRCONV" USING WS-FROM-CURR WS-TO-CURR
               WS-ENTRY-AMOUNT WS-USD-AMOUNT WS-CONV-OK WS-RATE-DATE
           IF WS-CONV-OK NOT = 'Y'
               ADD 1 TO WS-NO-RATE-COUNT
               DISPLAY "*** no USD rate for " WS-TOKEN-CURR
                   " (transaction #" WS-TOKEN-ID ") ***"
               EXIT PARAGRAPH
           END-IF

           IF WS-DUE-TO < WS-DUE-FROM
               MOVE WS-DUE-TO   TO WS-PAIR-LOW
               MOVE WS-DUE-FROM TO WS-PAIR-HIGH
           ELSE
               MOVE WS-DUE-FROM TO WS-PAIR-LOW
               MOVE WS-DUE-TO   TO WS-PAIR-HIGH
           END-IF
           PERFORM FIND-PAIR-ROW
           IF WS-PR-FOUND NOT = 'Y'
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DUE-FROM TO WS-FIND-BRANCH
           PERFORM FIND-BRANCH-ROW
           IF WS-BP-FOUND NOT = 'Y'
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DUE-TO TO WS-FIND-BRANCH
           PERFORM FIND-BRANCH-ROW
           IF WS-BP-FOUND NOT = 'Y'
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PAIR-COUNT
           ADD 1 TO WS-PR-COUNT(WS-PR-IDX)
           IF WS-DUE-TO = WS-PAIR-LOW
               ADD WS-USD-AMOUNT TO WS-PR-LOW-OWES(WS-PR-IDX)
           ELSE
               ADD WS-USD-AMOUNT TO WS-PR-HIGH-OWES(WS-PR-IDX)
           END-IF
           ADD WS-USD-AMOUNT TO WS-BP-DUE-TO(WS-BP-IDX)
           ADD WS-USD-AMOUNT TO WS-TOTAL-DUE-TO
           MOVE WS-DUE-FROM TO WS-FIND-BRANCH
           PERFORM FIND-BRANCH-ROW
           ADD WS-USD-AMOUNT TO WS-BP-DUE-FROM(WS-BP-IDX)
           ADD WS-USD-AMOUNT TO WS-TOTAL-DUE-FROM.

      *> Finds the pair's row, adding it if new; WS-PR-FOUND is 'N'
      *> only when the table is full.
       FIND-PAIR-ROW.
           MOVE 'N' TO WS-PR-FOUND
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-USED
                       OR WS-PR-FOUND = 'Y'
               IF WS-PR-LOW(WS-PR-IDX) = WS-PAIR-LOW
                   AND WS-PR-HIGH(WS-PR-IDX) = WS-PAIR-HIGH
                   MOVE 'Y' TO WS-PR-FOUND
               END-IF
           END-PERFORM
           IF WS-PR-FOUND = 'Y'
               SET WS-PR-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-USED >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PR-USED
           SET WS-PR-IDX TO WS-PR-USED
           MOVE WS-PAIR-LOW  TO WS-PR-LOW(WS-PR-IDX)
           MOVE WS-PAIR-HIGH TO WS-PR-HIGH(WS-PR-IDX)
           MOVE 0 TO WS-PR-COUNT(WS-PR-IDX)
               WS-PR-LOW-OWES(WS-PR-IDX) WS-PR-HIGH-OWES(WS-PR-IDX)
           MOVE 'Y' TO WS-PR-FOUND.

       FIND-BRANCH-ROW.
           MOVE 'N' TO WS-BP-FOUND
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                   UNTIL WS-BP-IDX > WS-BP-USED
                       OR WS-BP-FOUND = 'Y'
               IF WS-BP-BRANCH(WS-BP-IDX) = WS-FIND-BRANCH
                   MOVE 'Y' TO WS-BP-FOUND
               END-IF
           END-PERFORM
           IF WS-BP-FOUND = 'Y'
               SET WS-BP-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-BP-USED >= 999
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BP-USED
           SET WS-BP-IDX TO WS-BP-USED
           MOVE WS-FIND-BRANCH TO WS-BP-BRANCH(WS-BP-IDX)
           MOVE 0 TO WS-BP-DUE-FROM(WS-BP-IDX)
               WS-BP-DUE-TO(WS-BP-IDX)
           MOVE 'Y' TO WS-BP-FOUND.

      *> Each pair lands once as a due-to and once as a due-from,
      *> so both proofs hold by construction - a failure means the
      *> tables above are wrong, and the report says so.
       PROVE-POSITIONS.
           MOVE 0 TO WS-NET-SUM
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                   UNTIL WS-BP-IDX > WS-BP-USED
               COMPUTE WS-NET-SUM = WS-NET-SUM
                   + WS-BP-DUE-FROM(WS-BP-IDX)
                   - WS-BP-DUE-TO(WS-BP-IDX)
           END-PERFORM
           IF WS-NET-SUM NOT = 0
               OR WS-TOTAL-DUE-TO NOT = WS-TOTAL-DUE-FROM
               MOVE 'N' TO WS-PROVED
           END-IF.

       WRITE-POSITION-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening interbranch_report.txt, "
                   "status = " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "INTER-BRANCH POSITION - BUSINESS DATE "
                       DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   "   (AMOUNTS IN USD)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BRANCH PAIRS" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-PAIR-HEADING
           IF WS-PR-USED = 0
               MOVE "  (no postings crossed branches today)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-USED
               PERFORM WRITE-ONE-PAIR
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BRANCH POSITIONS" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-BRANCH-HEADING
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                   UNTIL WS-BP-IDX > WS-BP-USED
               PERFORM WRITE-ONE-BRANCH
           END-PERFORM
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "TOTALS" TO REPORT-LINE(1:6)
           MOVE WS-TOTAL-DUE-FROM TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE(30:17)
           MOVE WS-TOTAL-DUE-TO TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE(49:17)
           MOVE WS-NET-SUM TO WS-EDIT-SIGNED
           MOVE WS-EDIT-SIGNED TO REPORT-LINE(67:18)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-PROVED = 'Y'
               STRING "PROOF: DUE-TO EQUALS DUE-FROM AND ALL "
                           DELIMITED BY SIZE
                       "BRANCHES NET TO ZERO" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "*** PROOF FAILED: BRANCH POSITIONS DO NOT "
                           DELIMITED BY SIZE
                       "NET TO ZERO ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PAIR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PAIRS REPORTED:    " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
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
                       "   (branch tables full)" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE.

       WRITE-PAIR-HEADING.
           MOVE SPACES TO REPORT-LINE
           MOVE "BRANCH A"     TO REPORT-LINE(1:8)
           MOVE "BRANCH B"     TO REPORT-LINE(26:8)
           MOVE "PAIRS"        TO REPORT-LINE(53:5)
           MOVE "A OWES B"     TO REPORT-LINE(68:8)
           MOVE "B OWES A"     TO REPORT-LINE(86:8)
           MOVE "NET"          TO REPORT-LINE(109:3)
           WRITE REPORT-LINE.

      *> The net goes to whichever side owes more; a pair whose
      *> flows cancel is shown as even.
       WRITE-ONE-PAIR.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-PR-LOW(WS-PR-IDX) TO WS-BR-LOOKUP
           PERFORM LOOKUP-BRANCH-NAME
           MOVE WS-PR-LOW(WS-PR-IDX) TO WS-EDIT-BRANCH
           MOVE WS-EDIT-BRANCH TO REPORT-LINE(1:3)
           MOVE WS-BR-NAME TO REPORT-LINE(5:20)
           MOVE WS-PR-HIGH(WS-PR-IDX) TO WS-BR-LOOKUP
           PERFORM LOOKUP-BRANCH-NAME
           MOVE WS-PR-HIGH(WS-PR-IDX) TO WS-EDIT-BRANCH
           MOVE WS-EDIT-BRANCH TO REPORT-LINE(26:3)
           MOVE WS-BR-NAME TO REPORT-LINE(30:20)
           MOVE WS-PR-COUNT(WS-PR-IDX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO REPORT-LINE(51:7)
           MOVE WS-PR-LOW-OWES(WS-PR-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE(59:17)
           MOVE WS-PR-HIGH-OWES(WS-PR-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE(77:17)
           IF WS-PR-LOW-OWES(WS-PR-IDX) >
                   WS-PR-HIGH-OWES(WS-PR-IDX)
               COMPUTE WS-NET = WS-PR-LOW-OWES(WS-PR-IDX)
                   - WS-PR-HIGH-OWES(WS-PR-IDX)
               MOVE WS-NET TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO REPORT-LINE(95:17)
               MOVE "A OWES B" TO REPORT-LINE(113:8)
           ELSE
               IF WS-PR-HIGH-OWES(WS-PR-IDX) >
                       WS-PR-LOW-OWES(WS-PR-IDX)
                   COMPUTE WS-NET = WS-PR-HIGH-OWES(WS-PR-IDX)
                       - WS-PR-LOW-OWES(WS-PR-IDX)
                   MOVE WS-NET TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO REPORT-LINE(95:17)
                   MOVE "B OWES A" TO REPORT-LINE(113:8)
               ELSE
                   MOVE "EVEN" TO REPORT-LINE(113:4)
               END-IF
           END-IF
           WRITE REPORT-LINE.

       WRITE-BRANCH-HEADING.
           MOVE SPACES TO REPORT-LINE
           MOVE "BRANCH"       TO REPORT-LINE(1:6)
           MOVE "DUE FROM"     TO REPORT-LINE(39:8)
           MOVE "DUE TO"       TO REPORT-LINE(60:6)
           MOVE "NET POSITION" TO REPORT-LINE(73:12)
           WRITE REPORT-LINE.

      *> A positive net is owed to the branch, a negative one owed
      *> by it.
       WRITE-ONE-BRANCH.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BP-BRANCH(WS-BP-IDX) TO WS-BR-LOOKUP
           PERFORM LOOKUP-BRANCH-NAME
           MOVE WS-BP-BRANCH(WS-BP-IDX) TO WS-EDIT-BRANCH
           MOVE WS-EDIT-BRANCH TO REPORT-LINE(1:3)
           MOVE WS-BR-NAME TO REPORT-LINE(5:20)
           MOVE WS-BP-DUE-FROM(WS-BP-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE(30:17)
           MOVE WS-BP-DUE-TO(WS-BP-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE(49:17)
           COMPUTE WS-NET = WS-BP-DUE-FROM(WS-BP-IDX)
               - WS-BP-DUE-TO(WS-BP-IDX)
           MOVE WS-NET TO WS-EDIT-SIGNED
           MOVE WS-EDIT-SIGNED TO REPORT-LINE(67:18)
           IF WS-NET > 0
               MOVE "OWED TO BRANCH" TO REPORT-LINE(87:14)
           END-IF
           IF WS-NET < 0
               MOVE "OWED BY BRANCH" TO REPORT-LINE(87:14)
           END-IF
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
           MOVE "STEP: IBPOSITION" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-PAIR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Inter-branch pairs today:    "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-PR-USED TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Branch pairs dealing:        "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-TOTAL-DUE-TO TO WS-EDIT-AMOUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Due-to = due-from (USD):  "
                       DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE SPACES TO EOD-LINE
           IF WS-PROVED = 'Y'
               MOVE "  Branch positions net to zero: YES" TO EOD-LINE
           ELSE
               MOVE "  Branch positions net to zero: *** NO ***"
                   TO EOD-LINE
           END-IF
           WRITE EOD-LINE
           CLOSE EOD-FILE.
