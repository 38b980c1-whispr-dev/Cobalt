       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNRPT.

      *> Waiting-for-authorization report. Lists every withdrawal
      *> and transfer still waiting on sign_waiting.dat (SIGNREC.cpy)
      *> for a second signature - captured by TRANSACTIONS-WRITER on
      *> an account whose signing mandate (mandates.dat, MANDMAINT)
      *> needs two - grouped by the teller who keyed it, with a
      *> count and total for each, so the branch can see whose
      *> work is held and chase a second teller to sign it off.
      *> Items captured before today are marked OLD, and if there
      *> are any a warning goes through ALERTLOG so they reach the
      *> morning queue. Authorized and declined items are counted
      *> but not listed - they stay on file as the signing record.
      *> Amounts are shown as captured, in the item's own currency.
      *> Read-only apart from sign_waiting_report.txt; adds the
      *> usual page to the end-of-day pack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGN-FILE ASSIGN TO "sign_waiting.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SIGN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "sign_waiting_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGN-FILE.
       01  SIGN-RECORD.
           COPY SIGNREC.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(100).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SIGN-STATUS        PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-SIGN-EOF           PIC X VALUE 'N'.
       01  WS-TODAY              PIC 9(8).

      *> The items still waiting; decided items are only counted.
       01  WS-SG-TABLE.
           05 WS-SG-ROW OCCURS 2000 TIMES INDEXED BY WS-SG-IDX.
               COPY SIGNREC REPLACING ==05== BY ==10==
                   LEADING ==SG-== BY ==ST-==.
       01  WS-SG-USED            PIC 9(4) VALUE 0.
       01  WS-SG-SKIPPED         PIC 9(7) VALUE 0.
       01  WS-AUTH-COUNT         PIC 9(7) VALUE 0.
       01  WS-DECL-COUNT         PIC 9(7) VALUE 0.

      *> Teller-order walk: each pass prints the lowest capturing
      *> teller above the one printed last.
       01  WS-LAST-TELLER        PIC X(4).
       01  WS-NEXT-TELLER        PIC X(4).
       01  WS-HIGH-TELLER        PIC X(4) VALUE HIGH-VALUES.
       01  WS-TELLER-COUNT       PIC 9(7).
       01  WS-TELLER-TOTAL       PIC 9(11)V99.
       01  WS-GRAND-COUNT        PIC 9(7) VALUE 0.
       01  WS-GRAND-TOTAL        PIC 9(11)V99 VALUE 0.
       01  WS-OLD-COUNT          PIC 9(7) VALUE 0.
       01  WS-TELLER-GROUPS      PIC 9(7) VALUE 0.

       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-ACCT          PIC 9(6).

       01  WS-ALERT-SEV          PIC X VALUE "W".
       01  WS-ALERT-PROGRAM      PIC X(20) VALUE "SIGNRPT".
       01  WS-ALERT-MESSAGE      PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "BUSDATE" USING WS-TODAY
           OPEN INPUT SIGN-FILE
           IF WS-SIGN-STATUS = "00"
               PERFORM UNTIL WS-SIGN-EOF = 'Y'
                   READ SIGN-FILE
                       AT END
                           MOVE 'Y' TO WS-SIGN-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE SIGN-FILE
           ELSE
               IF WS-SIGN-STATUS NOT = "35"
                   DISPLAY "ERROR opening sign_waiting.dat, status = "
                       WS-SIGN-STATUS
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM WRITE-SIGN-REPORT
           PERFORM APPEND-EOD-SUMMARY

           MOVE WS-GRAND-COUNT TO WS-EDIT-COUNT
           DISPLAY "Items waiting to be signed: " WS-EDIT-COUNT
           MOVE WS-OLD-COUNT TO WS-EDIT-COUNT
           DISPLAY "Of which from before today: " WS-EDIT-COUNT
           IF WS-SG-SKIPPED > 0
               MOVE WS-SG-SKIPPED TO WS-EDIT-COUNT
               DISPLAY "*** WARNING: " WS-EDIT-COUNT " item(s) "
                   "beyond the 2000-item table not listed ***"
           END-IF
           IF WS-OLD-COUNT > 0
               MOVE WS-OLD-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-EDIT-COUNT DELIMITED BY SIZE
                       " item(s) waiting for a second signature"
                           DELIMITED BY SIZE
                       " since before today" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               END-STRING
               CALL "ALERTLOG" USING WS-ALERT-SEV
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           END-IF
           DISPLAY "Waiting-for-authorization report written to "
               "sign_waiting_report.txt"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-ONE-ITEM.
           EVALUATE SG-STATUS
               WHEN "A"
                   ADD 1 TO WS-AUTH-COUNT
                   EXIT PARAGRAPH
               WHEN "D"
                   ADD 1 TO WS-DECL-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-SG-USED >= 2000
               ADD 1 TO WS-SG-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SG-USED
           MOVE SIGN-RECORD TO WS-SG-ROW(WS-SG-USED)
           ADD 1 TO WS-GRAND-COUNT
           ADD SG-AMOUNT TO WS-GRAND-TOTAL
           IF SG-CAPTURED-DATE < WS-TODAY
               ADD 1 TO WS-OLD-COUNT
           END-IF.

       WRITE-SIGN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening sign_waiting_report.txt, "
                   "status = " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "WAITING FOR A SECOND SIGNATURE - BUSINESS DATE "
                       DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ITEM-HEADING
           IF WS-SG-USED = 0
               MOVE "  (nothing waiting)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE LOW-VALUES TO WS-LAST-TELLER
           PERFORM FIND-NEXT-TELLER
           PERFORM UNTIL WS-NEXT-TELLER = WS-HIGH-TELLER
               PERFORM WRITE-ONE-TELLER
               MOVE WS-NEXT-TELLER TO WS-LAST-TELLER
               PERFORM FIND-NEXT-TELLER
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
           MOVE WS-OLD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "BEFORE TODAY:   " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-AUTH-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "AUTHORIZED:     " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "   (to date, on file)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DECL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "DECLINED:       " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "   (to date, on file)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       FIND-NEXT-TELLER.
           MOVE WS-HIGH-TELLER TO WS-NEXT-TELLER
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-SG-USED
               IF ST-TELLER(WS-SG-IDX) > WS-LAST-TELLER
                   AND ST-TELLER(WS-SG-IDX) < WS-NEXT-TELLER
                   MOVE ST-TELLER(WS-SG-IDX) TO WS-NEXT-TELLER
               END-IF
           END-PERFORM.

       WRITE-ONE-TELLER.
           ADD 1 TO WS-TELLER-GROUPS
           MOVE 0 TO WS-TELLER-COUNT WS-TELLER-TOTAL
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-SG-USED
               IF ST-TELLER(WS-SG-IDX) = WS-NEXT-TELLER
                   PERFORM WRITE-ONE-ITEM
                   ADD 1 TO WS-TELLER-COUNT
                   ADD ST-AMOUNT(WS-SG-IDX) TO WS-TELLER-TOTAL
               END-IF
           END-PERFORM
           MOVE WS-TELLER-COUNT TO WS-EDIT-COUNT
           MOVE WS-TELLER-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           IF WS-NEXT-TELLER = SPACES
               STRING "    NO TELLER SIGNED ON:" DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       " items " DELIMITED BY SIZE
                       WS-EDIT-TOTAL DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "    KEYED BY " DELIMITED BY SIZE
                       WS-NEXT-TELLER DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       " items " DELIMITED BY SIZE
                       WS-EDIT-TOTAL DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ITEM-HEADING.
           MOVE SPACES TO REPORT-LINE
           MOVE "TELLER"       TO REPORT-LINE(1:6)
           MOVE "ITEM"         TO REPORT-LINE(8:4)
           MOVE "TY"           TO REPORT-LINE(22:2)
           MOVE "ACCOUNT"      TO REPORT-LINE(25:7)
           MOVE "TO ACCT"      TO REPORT-LINE(33:7)
           MOVE "AMOUNT"       TO REPORT-LINE(48:6)
           MOVE "CUR"          TO REPORT-LINE(55:3)
           MOVE "CAPTURED"     TO REPORT-LINE(59:8)
           MOVE "EFFECTIVE"    TO REPORT-LINE(68:9)
           MOVE "RULE"         TO REPORT-LINE(78:4)
           WRITE REPORT-LINE.

       WRITE-ONE-ITEM.
           MOVE SPACES TO REPORT-LINE
           MOVE ST-TELLER(WS-SG-IDX)     TO REPORT-LINE(1:4)
           MOVE ST-ID(WS-SG-IDX)         TO REPORT-LINE(8:13)
           MOVE ST-TRANS-TYPE(WS-SG-IDX) TO REPORT-LINE(22:2)
           MOVE ST-ACCT-ID(WS-SG-IDX)    TO WS-EDIT-ACCT
           MOVE WS-EDIT-ACCT             TO REPORT-LINE(25:6)
           IF ST-TO-ACCT(WS-SG-IDX) NOT = 0
               MOVE ST-TO-ACCT(WS-SG-IDX) TO WS-EDIT-ACCT
               MOVE WS-EDIT-ACCT         TO REPORT-LINE(33:6)
           END-IF
           MOVE ST-AMOUNT(WS-SG-IDX)     TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT           TO REPORT-LINE(42:12)
           MOVE ST-CURR(WS-SG-IDX)       TO REPORT-LINE(55:3)
           MOVE ST-CAPTURED-DATE(WS-SG-IDX) TO REPORT-LINE(59:8)
           IF ST-EFF-DATE(WS-SG-IDX) NOT = 0
               MOVE ST-EFF-DATE(WS-SG-IDX) TO REPORT-LINE(68:8)
           END-IF
           MOVE ST-RULE(WS-SG-IDX)       TO REPORT-LINE(78:1)
           IF ST-CAPTURED-DATE(WS-SG-IDX) < WS-TODAY
               MOVE "OLD" TO REPORT-LINE(83:3)
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
           MOVE "STEP: SIGNRPT" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-GRAND-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Waiting for a second signature:"
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-OLD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Of which from before today:    "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-TELLER-GROUPS TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Capturing tellers:             "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           CLOSE EOD-FILE.
