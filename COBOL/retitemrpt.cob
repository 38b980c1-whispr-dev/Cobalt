       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETITEMRPT.

      *> Nightly returned-items report. Reads the returned-items
      *> register RETITEM keeps (returned_items.dat,
      *> DATE,RIID,ACCT,DPID,AMOUNT,CURR,REASON,FEE,OPERATOR) over a
      *> rolling 90 days ending on the business date and writes
      *> returned_items_report.txt:
      *>   - every item returned today;
      *>   - every customer with RETURN_REPEAT_COUNT or more returns
      *>     in the window (environment setting, default 2), with
      *>     the items behind the count - the list branch staff use
      *>     to cut back that customer's float.
      *> Returns are counted per customer, not per account: each
      *> account's customer number comes from customer.dat
      *> (C-CUST-NO); an account with no customer number, or no
      *> customer record, counts as its own customer. A repeat
      *> customer with a return today also raises an ALERTLOG
      *> warning, so the branch hears about it the morning after
      *> rather than at month end. Read-only apart from its
      *> report; adds the usual page to the end-of-day pack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "returned_items.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS C-ACCT-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "returned_items_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       01  RETURN-LINE           PIC X(100).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(100).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RETURN-STATUS      PIC XX.
       01  WS-CUST-STATUS        PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-RETURN-EOF         PIC X VALUE 'N'.
       01  WS-CUST-OPEN          PIC X VALUE 'N'.

       01  WS-TODAY              PIC 9(8).
       01  WS-WINDOW-START       PIC 9(8).
       01  WS-WINDOW-DAYS        PIC 9(3) VALUE 90.
       01  WS-REPEAT-COUNT       PIC 9(3) VALUE 2.
       01  WS-REPEAT-TEXT        PIC X(5).

      *> Alerts (ALERTLOG) for a repeat customer returned today.
       01  WS-ALERT-SEV          PIC X.
       01  WS-ALERT-PROGRAM      PIC X(20).
       01  WS-ALERT-MESSAGE      PIC X(60).

       01  WS-TOKEN-DATE         PIC X(9).
       01  WS-TOKEN-RIID         PIC X(14).
       01  WS-TOKEN-ACCT         PIC X(7).
       01  WS-TOKEN-DPID         PIC X(14).
       01  WS-TOKEN-AMOUNT       PIC X(12).
       01  WS-TOKEN-CURR         PIC X(4).
       01  WS-TOKEN-REASON       PIC X(4).
       01  WS-TOKEN-FEE          PIC X(10).
       01  WS-TOKEN-OPER         PIC X(5).

      *> Register items inside the window.
       01  WS-ITEM-TABLE.
           05 WS-IT-ROW OCCURS 500 TIMES INDEXED BY WS-IT-IDX.
               10 WS-IT-DATE     PIC 9(8).
               10 WS-IT-RIID     PIC 9(13).
               10 WS-IT-ACCT     PIC 9(6).
               10 WS-IT-DPID     PIC 9(13).
               10 WS-IT-AMOUNT   PIC 9(7)V99.
               10 WS-IT-CURR     PIC X(3).
               10 WS-IT-REASON   PIC X(3).
               10 WS-IT-FEE      PIC 9(5)V99.
               10 WS-IT-CUST     PIC 9(6).
       01  WS-IT-USED            PIC 9(3) VALUE 0.

      *> One row per customer (or lone account) in the window.
      *> WS-CU-KIND is "C" for a customer number, "A" for an
      *> account counted as its own customer.
       01  WS-CUST-TABLE.
           05 WS-CU-ROW OCCURS 500 TIMES INDEXED BY WS-CU-IDX.
               10 WS-CU-KIND     PIC X.
               10 WS-CU-KEY      PIC 9(6).
               10 WS-CU-COUNT    PIC 9(5).
               10 WS-CU-TODAY    PIC 9(5).
       01  WS-CU-USED            PIC 9(3) VALUE 0.
       01  WS-CU-FOUND           PIC X.
       01  WS-WORK-KIND          PIC X.
       01  WS-WORK-KEY           PIC 9(6).

       01  WS-TODAY-COUNT        PIC 9(5) VALUE 0.
       01  WS-TODAY-TOTAL        PIC 9(11)V99 VALUE 0.
       01  WS-TODAY-FEES         PIC 9(9)V99 VALUE 0.
       01  WS-WINDOW-COUNT       PIC 9(5) VALUE 0.
       01  WS-FLAGGED-COUNT      PIC 9(5) VALUE 0.
       01  WS-ALERT-COUNT        PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT         PIC ZZZZ9.
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-FEE           PIC ZZ,ZZ9.99.
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-KEY           PIC 9(6).
       01  WS-EDIT-DAYS          PIC ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           CALL "BUSDATE" USING WS-TODAY
           MOVE SPACES TO WS-REPEAT-TEXT
           ACCEPT WS-REPEAT-TEXT
               FROM ENVIRONMENT "RETURN_REPEAT_COUNT"
           IF WS-REPEAT-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-REPEAT-TEXT) = 0
               COMPUTE WS-REPEAT-COUNT =
                   FUNCTION NUMVAL(WS-REPEAT-TEXT)
           END-IF
           IF WS-REPEAT-COUNT < 1
               MOVE 2 TO WS-REPEAT-COUNT
           END-IF
      *> The window is the 90 days ending on (and including) the
      *> business date.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - WS-WINDOW-DAYS + 1)

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS = "00"
               MOVE 'Y' TO WS-CUST-OPEN
           ELSE
               DISPLAY "NOTE: customer.dat not available, status = "
                   WS-CUST-STATUS " - returns counted per account"
           END-IF

           OPEN INPUT RETURN-FILE
           IF WS-RETURN-STATUS = "00"
               PERFORM UNTIL WS-RETURN-EOF = 'Y'
                   READ RETURN-FILE
                       AT END
                           MOVE 'Y' TO WS-RETURN-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-RETURN
                   END-READ
               END-PERFORM
               CLOSE RETURN-FILE
           ELSE
               IF WS-RETURN-STATUS NOT = "35"
                   DISPLAY "ERROR opening returned_items.dat, "
                       "status = " WS-RETURN-STATUS
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF

           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CU-USED
               IF WS-CU-COUNT(WS-CU-IDX) >= WS-REPEAT-COUNT
                   ADD 1 TO WS-FLAGGED-COUNT
                   IF WS-CU-TODAY(WS-CU-IDX) > 0
                       PERFORM RAISE-REPEAT-ALERT
                   END-IF
               END-IF
           END-PERFORM

           PERFORM WRITE-RETURN-REPORT
           PERFORM APPEND-EOD-SUMMARY

           MOVE WS-TODAY-COUNT TO WS-EDIT-COUNT
           DISPLAY "Items returned today:       " WS-EDIT-COUNT
           MOVE WS-FLAGGED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Repeat-return customers:    " WS-EDIT-COUNT
           DISPLAY "Returned-items report written to "
               "returned_items_report.txt"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-ONE-RETURN.
           MOVE SPACES TO WS-TOKEN-DATE WS-TOKEN-RIID WS-TOKEN-ACCT
               WS-TOKEN-DPID WS-TOKEN-AMOUNT WS-TOKEN-CURR
               WS-TOKEN-REASON WS-TOKEN-FEE WS-TOKEN-OPER
           UNSTRING RETURN-LINE DELIMITED BY ","
               INTO WS-TOKEN-DATE WS-TOKEN-RIID WS-TOKEN-ACCT
                   WS-TOKEN-DPID WS-TOKEN-AMOUNT WS-TOKEN-CURR
                   WS-TOKEN-REASON WS-TOKEN-FEE WS-TOKEN-OPER
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-DATE) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-RIID) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-ACCT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-DPID) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-AMOUNT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-FEE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-TOKEN-DATE) < WS-WINDOW-START
               OR FUNCTION NUMVAL(WS-TOKEN-DATE) > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF WS-IT-USED >= 500
               DISPLAY "*** WARNING: item table full (500), "
                   "line ignored: " RETURN-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IT-USED
           SET WS-IT-IDX TO WS-IT-USED
           COMPUTE WS-IT-DATE(WS-IT-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-DATE)
           COMPUTE WS-IT-RIID(WS-IT-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-RIID)
           COMPUTE WS-IT-ACCT(WS-IT-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-ACCT)
           COMPUTE WS-IT-DPID(WS-IT-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-DPID)
           COMPUTE WS-IT-AMOUNT(WS-IT-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-AMOUNT)
           MOVE WS-TOKEN-CURR   TO WS-IT-CURR(WS-IT-IDX)
           MOVE WS-TOKEN-REASON TO WS-IT-REASON(WS-IT-IDX)
           COMPUTE WS-IT-FEE(WS-IT-IDX) =
               FUNCTION NUMVAL(WS-TOKEN-FEE)
           ADD 1 TO WS-WINDOW-COUNT

           MOVE "A" TO WS-WORK-KIND
           MOVE WS-IT-ACCT(WS-IT-IDX) TO WS-WORK-KEY
           IF WS-CUST-OPEN = 'Y'
               MOVE WS-IT-ACCT(WS-IT-IDX) TO C-ACCT-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF C-CUST-NO NOT = 0
                           MOVE "C" TO WS-WORK-KIND
                           MOVE C-CUST-NO TO WS-WORK-KEY
                       END-IF
               END-READ
           END-IF
           IF WS-WORK-KIND = "C"
               MOVE WS-WORK-KEY TO WS-IT-CUST(WS-IT-IDX)
           ELSE
               MOVE 0 TO WS-IT-CUST(WS-IT-IDX)
           END-IF

           IF WS-IT-DATE(WS-IT-IDX) = WS-TODAY
               ADD 1 TO WS-TODAY-COUNT
               ADD WS-IT-AMOUNT(WS-IT-IDX) TO WS-TODAY-TOTAL
               ADD WS-IT-FEE(WS-IT-IDX) TO WS-TODAY-FEES
           END-IF
           PERFORM TALLY-ONE-CUSTOMER.

       TALLY-ONE-CUSTOMER.
           MOVE 'N' TO WS-CU-FOUND
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CU-USED
                       OR WS-CU-FOUND = 'Y'
               IF WS-CU-KIND(WS-CU-IDX) = WS-WORK-KIND
                   AND WS-CU-KEY(WS-CU-IDX) = WS-WORK-KEY
                   MOVE 'Y' TO WS-CU-FOUND
               END-IF
           END-PERFORM
           IF WS-CU-FOUND = 'Y'
               SET WS-CU-IDX DOWN BY 1
           ELSE
               IF WS-CU-USED >= 500
                   DISPLAY "*** WARNING: customer table full (500), "
                       "account " WS-IT-ACCT(WS-IT-IDX)
                       " not counted ***"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CU-USED
               SET WS-CU-IDX TO WS-CU-USED
               MOVE WS-WORK-KIND TO WS-CU-KIND(WS-CU-IDX)
               MOVE WS-WORK-KEY  TO WS-CU-KEY(WS-CU-IDX)
               MOVE 0 TO WS-CU-COUNT(WS-CU-IDX)
               MOVE 0 TO WS-CU-TODAY(WS-CU-IDX)
           END-IF
           ADD 1 TO WS-CU-COUNT(WS-CU-IDX)
           IF WS-IT-DATE(WS-IT-IDX) = WS-TODAY
               ADD 1 TO WS-CU-TODAY(WS-CU-IDX)
           END-IF.

       RAISE-REPEAT-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE WS-CU-KEY(WS-CU-IDX) TO WS-EDIT-KEY
           MOVE WS-CU-COUNT(WS-CU-IDX) TO WS-EDIT-COUNT
           MOVE "W" TO WS-ALERT-SEV
           MOVE "RETITEMRPT" TO WS-ALERT-PROGRAM
           MOVE SPACES TO WS-ALERT-MESSAGE
           IF WS-CU-KIND(WS-CU-IDX) = "C"
               STRING "Repeat returns: customer " DELIMITED BY SIZE
                       WS-EDIT-KEY DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       " items in 90 days" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               END-STRING
           ELSE
               STRING "Repeat returns: account " DELIMITED BY SIZE
                       WS-EDIT-KEY DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       " items in 90 days" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               END-STRING
           END-IF
           CALL "ALERTLOG" USING WS-ALERT-SEV
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE.

       WRITE-RETURN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening returned_items_report.txt, "
                   "status = " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "RETURNED ITEMS - BUSINESS DATE "
                       DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "RETURNED TODAY" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ITEM-HEADING
           IF WS-TODAY-COUNT = 0
               MOVE "  (no items returned today)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-USED
               IF WS-IT-DATE(WS-IT-IDX) = WS-TODAY
                   PERFORM WRITE-ONE-ITEM
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-WINDOW-DAYS TO WS-EDIT-DAYS
           MOVE WS-REPEAT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REPEAT RETURNS - " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " OR MORE IN THE" DELIMITED BY SIZE
                   WS-EDIT-DAYS DELIMITED BY SIZE
                   " DAYS FROM " DELIMITED BY SIZE
                   WS-WINDOW-START DELIMITED BY SIZE
                   " - REVIEW FLOAT" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-FLAGGED-COUNT = 0
               MOVE "  (no repeat-return customers)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CU-USED
               IF WS-CU-COUNT(WS-CU-IDX) >= WS-REPEAT-COUNT
                   PERFORM WRITE-ONE-REPEAT-CUSTOMER
               END-IF
           END-PERFORM

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TODAY-COUNT TO WS-EDIT-COUNT
           MOVE WS-TODAY-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "RETURNED TODAY:    " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " items " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TODAY-FEES TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "FEES RAISED TODAY:             " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-WINDOW-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "RETURNED IN WINDOW:" DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " items" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-FLAGGED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REPEAT CUSTOMERS:  " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       WRITE-ITEM-HEADING.
           MOVE SPACES TO REPORT-LINE
           MOVE "DATE"         TO REPORT-LINE(3:4)
           MOVE "ACCOUNT"      TO REPORT-LINE(13:7)
           MOVE "DEPOSIT ID"   TO REPORT-LINE(21:10)
           MOVE "RETURN ID"    TO REPORT-LINE(36:9)
           MOVE "AMOUNT"       TO REPORT-LINE(58:6)
           MOVE "CUR"          TO REPORT-LINE(65:3)
           MOVE "RSN"          TO REPORT-LINE(69:3)
           MOVE "FEE"          TO REPORT-LINE(80:3)
           WRITE REPORT-LINE.

       WRITE-ONE-ITEM.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-IT-DATE(WS-IT-IDX)   TO REPORT-LINE(3:8)
           MOVE WS-IT-ACCT(WS-IT-IDX)   TO WS-EDIT-ACCT
           MOVE WS-EDIT-ACCT            TO REPORT-LINE(13:6)
           MOVE WS-IT-DPID(WS-IT-IDX)   TO REPORT-LINE(21:13)
           MOVE WS-IT-RIID(WS-IT-IDX)   TO REPORT-LINE(36:13)
           MOVE WS-IT-AMOUNT(WS-IT-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT          TO REPORT-LINE(51:12)
           MOVE WS-IT-CURR(WS-IT-IDX)   TO REPORT-LINE(65:3)
           MOVE WS-IT-REASON(WS-IT-IDX) TO REPORT-LINE(69:3)
           MOVE WS-IT-FEE(WS-IT-IDX)    TO WS-EDIT-FEE
           MOVE WS-EDIT-FEE             TO REPORT-LINE(74:9)
           WRITE REPORT-LINE.

       WRITE-ONE-REPEAT-CUSTOMER.
           MOVE WS-CU-KEY(WS-CU-IDX) TO WS-EDIT-KEY
           MOVE WS-CU-COUNT(WS-CU-IDX) TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           IF WS-CU-KIND(WS-CU-IDX) = "C"
               STRING "CUSTOMER " DELIMITED BY SIZE
                       WS-EDIT-KEY DELIMITED BY SIZE
                       "  RETURNS:" DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "ACCOUNT  " DELIMITED BY SIZE
                       WS-EDIT-KEY DELIMITED BY SIZE
                       "  RETURNS:" DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       "  (no customer number)" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-USED
               IF WS-CU-KIND(WS-CU-IDX) = "C"
                   IF WS-IT-CUST(WS-IT-IDX) = WS-CU-KEY(WS-CU-IDX)
                       PERFORM WRITE-ONE-ITEM
                   END-IF
               ELSE
                   IF WS-IT-CUST(WS-IT-IDX) = 0
                       AND WS-IT-ACCT(WS-IT-IDX)
                           = WS-CU-KEY(WS-CU-IDX)
                       PERFORM WRITE-ONE-ITEM
                   END-IF
               END-IF
           END-PERFORM.

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
           MOVE "STEP: RETITEMRPT" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-TODAY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Items returned today:        "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-FLAGGED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Repeat-return customers:     "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-ALERT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Repeat alerts raised:        "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           CLOSE EOD-FILE.
