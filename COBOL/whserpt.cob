       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSERPT.

      *> Warehoused-items report. Lists everything still waiting on
      *> warehouse.dat (WHSEREC.cpy) - future-dated captures and
      *> after-cut-off work filed by TRANSACTIONS-WRITER and
      *> BANKFEED - in effective-date order, with a count and total
      *> for each date, so operations can see what will post and
      *> when. Runs after POSTLEDGER in the nightly chain, so what
      *> it lists is what is still to come once tonight's releases
      *> have gone. Items the business date has already reached
      *> (a release that has not run yet) are marked DUE.
      *> Amounts are shown as captured, in the item's own currency;
      *> the per-date totals add them as keyed. Read-only apart
      *> from warehouse_report.txt; adds the usual page to the
      *> end-of-day pack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE ASSIGN TO "warehouse.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WH-STATUS.

           SELECT REPORT-FILE ASSIGN TO "warehouse_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-RECORD.
           COPY WHSEREC.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(110).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WH-STATUS          PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-WH-EOF             PIC X VALUE 'N'.
       01  WS-TODAY              PIC 9(8).

      *> The whole warehouse, the size POSTLEDGER releases from.
       01  WS-WH-TABLE.
           05 WS-WH-ROW OCCURS 2000 TIMES INDEXED BY WS-WH-IDX.
               COPY WHSEREC REPLACING ==05== BY ==10==
                   LEADING ==WH-== BY ==WT-==.
       01  WS-WH-USED            PIC 9(4) VALUE 0.
       01  WS-WH-SKIPPED         PIC 9(7) VALUE 0.

      *> Date-order walk: each pass prints the earliest effective
      *> date above the one printed last.
       01  WS-LAST-DATE          PIC 9(8).
       01  WS-NEXT-DATE          PIC 9(8).
       01  WS-HIGH-DATE          PIC 9(8) VALUE 99999999.
       01  WS-DATE-COUNT         PIC 9(7).
       01  WS-DATE-TOTAL         PIC 9(11)V99.
       01  WS-GRAND-COUNT        PIC 9(7) VALUE 0.
       01  WS-GRAND-TOTAL        PIC 9(11)V99 VALUE 0.
       01  WS-DUE-COUNT          PIC 9(7) VALUE 0.
       01  WS-DATE-GROUPS        PIC 9(7) VALUE 0.

       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-ACCT          PIC 9(6).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT WAREHOUSE-FILE
           IF WS-WH-STATUS = "00"
               PERFORM UNTIL WS-WH-EOF = 'Y'
                   READ WAREHOUSE-FILE
                       AT END
                           MOVE 'Y' TO WS-WH-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE WAREHOUSE-FILE
           ELSE
               IF WS-WH-STATUS NOT = "35"
                   DISPLAY "ERROR opening warehouse.dat, status = "
                       WS-WH-STATUS
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM WRITE-WAREHOUSE-REPORT
           PERFORM APPEND-EOD-SUMMARY

           MOVE WS-GRAND-COUNT TO WS-EDIT-COUNT
           DISPLAY "Warehoused items waiting:   " WS-EDIT-COUNT
           MOVE WS-DUE-COUNT TO WS-EDIT-COUNT
           DISPLAY "Of which already due:       " WS-EDIT-COUNT
           IF WS-WH-SKIPPED > 0
               MOVE WS-WH-SKIPPED TO WS-EDIT-COUNT
               DISPLAY "*** WARNING: " WS-EDIT-COUNT " item(s) "
                   "beyond the 2000-item table not listed ***"
           END-IF
           DISPLAY "Warehoused-items report written to "
               "warehouse_report.txt"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-ONE-ITEM.
           IF WS-WH-USED >= 2000
               ADD 1 TO WS-WH-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WH-USED
           MOVE WAREHOUSE-RECORD TO WS-WH-ROW(WS-WH-USED)
           ADD 1 TO WS-GRAND-COUNT
           ADD WH-AMOUNT TO WS-GRAND-TOTAL
           IF WH-TRANS-DATE <= WS-TODAY
               ADD 1 TO WS-DUE-COUNT
           END-IF.

       WRITE-WAREHOUSE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening warehouse_report.txt, "
                   "status = " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "WAREHOUSED ITEMS - BUSINESS DATE " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ITEM-HEADING
           IF WS-WH-USED = 0
               MOVE "  (nothing warehoused)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE 0 TO WS-LAST-DATE
           PERFORM FIND-NEXT-DATE
           PERFORM UNTIL WS-NEXT-DATE = WS-HIGH-DATE
               PERFORM WRITE-ONE-DATE
               MOVE WS-NEXT-DATE TO WS-LAST-DATE
               PERFORM FIND-NEXT-DATE
           END-PERFORM
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GRAND-COUNT TO WS-EDIT-COUNT
           MOVE WS-GRAND-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "ITEMS WAITING:  " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "   AMOUNT AS KEYED: " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DATE-GROUPS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "POSTING DATES:  " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ALREADY DUE:    " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "   (released by the next POSTLEDGER run)"
                       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       FIND-NEXT-DATE.
           MOVE WS-HIGH-DATE TO WS-NEXT-DATE
           PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                   UNTIL WS-WH-IDX > WS-WH-USED
               IF WT-TRANS-DATE(WS-WH-IDX) > WS-LAST-DATE
                   AND WT-TRANS-DATE(WS-WH-IDX) < WS-NEXT-DATE
                   MOVE WT-TRANS-DATE(WS-WH-IDX) TO WS-NEXT-DATE
               END-IF
           END-PERFORM.

       WRITE-ONE-DATE.
           ADD 1 TO WS-DATE-GROUPS
           MOVE 0 TO WS-DATE-COUNT WS-DATE-TOTAL
           PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                   UNTIL WS-WH-IDX > WS-WH-USED
               IF WT-TRANS-DATE(WS-WH-IDX) = WS-NEXT-DATE
                   PERFORM WRITE-ONE-ITEM
                   ADD 1 TO WS-DATE-COUNT
                   ADD WT-AMOUNT(WS-WH-IDX) TO WS-DATE-TOTAL
               END-IF
           END-PERFORM
           MOVE WS-DATE-COUNT TO WS-EDIT-COUNT
           MOVE WS-DATE-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "    POSTS ON " DELIMITED BY SIZE
                   WS-NEXT-DATE DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " items " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ITEM-HEADING.
           MOVE SPACES TO REPORT-LINE
           MOVE "EFFECTIVE"    TO REPORT-LINE(1:9)
           MOVE "ITEM"         TO REPORT-LINE(11:4)
           MOVE "TY"           TO REPORT-LINE(25:2)
           MOVE "ACCOUNT"      TO REPORT-LINE(28:7)
           MOVE "TO ACCT"      TO REPORT-LINE(36:7)
           MOVE "AMOUNT"       TO REPORT-LINE(51:6)
           MOVE "CUR"          TO REPORT-LINE(58:3)
           MOVE "CAPTURED"     TO REPORT-LINE(62:8)
           MOVE "BY"           TO REPORT-LINE(71:2)
           MOVE "EXT REF"      TO REPORT-LINE(92:7)
           WRITE REPORT-LINE.

       WRITE-ONE-ITEM.
           MOVE SPACES TO REPORT-LINE
           MOVE WT-TRANS-DATE(WS-WH-IDX) TO REPORT-LINE(1:8)
           MOVE WT-ID(WS-WH-IDX)         TO REPORT-LINE(11:13)
           MOVE WT-TRANS-TYPE(WS-WH-IDX) TO REPORT-LINE(25:2)
           MOVE WT-ACCT-ID(WS-WH-IDX)    TO WS-EDIT-ACCT
           MOVE WS-EDIT-ACCT             TO REPORT-LINE(28:6)
           IF WT-TO-ACCT(WS-WH-IDX) NOT = 0
               MOVE WT-TO-ACCT(WS-WH-IDX) TO WS-EDIT-ACCT
               MOVE WS-EDIT-ACCT         TO REPORT-LINE(36:6)
           END-IF
           MOVE WT-AMOUNT(WS-WH-IDX)     TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT           TO REPORT-LINE(45:12)
           MOVE WT-CURR(WS-WH-IDX)       TO REPORT-LINE(58:3)
           MOVE WT-CAPTURED-DATE(WS-WH-IDX) TO REPORT-LINE(62:8)
           MOVE WT-CAPTURED-BY(WS-WH-IDX) TO REPORT-LINE(71:20)
           MOVE WT-EXT-REF(WS-WH-IDX)    TO REPORT-LINE(92:12)
           IF WT-TRANS-DATE(WS-WH-IDX) <= WS-TODAY
               MOVE "DUE" TO REPORT-LINE(105:3)
           END-IF
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
           MOVE "STEP: WHSERPT" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-GRAND-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Warehoused items waiting:    "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-DATE-GROUPS TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Future posting dates:        "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           CLOSE EOD-FILE.
