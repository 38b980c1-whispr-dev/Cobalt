       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATERPT.

      *> Estate case report. Every deceased customer registered in
      *> DECEASED is a case on estates.dat (ESTREC.cpy), one line
      *> per account; the case is open until every sole account has
      *> been paid out and closed by ESTSETTLE and every joint
      *> account transferred to the survivor. Open cases are listed
      *> account by account with where each one stands - frozen and
      *> waiting (with or without an executor), payout generated,
      *> paid out, awaiting or done transfer - and how many days the
      *> case has been open since the bank was notified; a case open
      *> longer than ESTATE_AGED_DAYS (environment setting, default
      *> 90) is marked AGED so it gets chased. Closed cases follow,
      *> one line each, with the date the last account was settled
      *> and the total paid to the estate.
      *> Output estate_report.txt plus the usual page in the
      *> end-of-day pack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTATE-FILE ASSIGN TO "estates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "estate_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTATE-FILE.
       01  ESTATE-RECORD.
           COPY ESTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESTATE-STATUS      PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-EOF                PIC X.

       01  WS-TODAY              PIC 9(8).
       01  WS-AGED-TEXT          PIC X(4).
       01  WS-AGED-DAYS          PIC 9(4) VALUE 90.
       01  WS-DAYS-OPEN          PIC 9(5).

      *> The estate register, loaded whole.
       01  WS-ESTATE-TABLE.
           05 WS-ES-ROW OCCURS 2000 TIMES INDEXED BY WS-ES-IDX.
               COPY ESTREC REPLACING ==05== BY ==10==
                   LEADING ==ES-== BY ==EST-==.
       01  WS-ES-USED            PIC 9(4) VALUE 0.
       01  WS-ES-SKIPPED         PIC 9(7) VALUE 0.

      *> One row per case (customer number), in the order the
      *> cases were registered.
       01  WS-CASE-TABLE.
           05 WS-CS-ROW OCCURS 1000 TIMES INDEXED BY WS-CS-IDX.
               10 WS-CS-CUST     PIC 9(6).
               10 WS-CS-DEATH    PIC 9(8).
               10 WS-CS-NOTIFIED PIC 9(8).
               10 WS-CS-OPEN     PIC X.
               10 WS-CS-LAST     PIC 9(8).
               10 WS-CS-PAID     PIC 9(10)V99.
               10 WS-CS-ACCTS    PIC 9(3).
       01  WS-CS-USED            PIC 9(4) VALUE 0.
       01  WS-CS-FOUND           PIC X.

       01  WS-OPEN-COUNT         PIC 9(7) VALUE 0.
       01  WS-AGED-COUNT         PIC 9(7) VALUE 0.
       01  WS-CLOSED-COUNT       PIC 9(7) VALUE 0.
       01  WS-FROZEN-COUNT       PIC 9(7) VALUE 0.
       01  WS-GEN-COUNT          PIC 9(7) VALUE 0.
       01  WS-JOINT-COUNT        PIC 9(7) VALUE 0.
       01  WS-NO-EXEC-COUNT      PIC 9(7) VALUE 0.
       01  WS-PAID-TOTAL         PIC 9(11)V99 VALUE 0.
       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-DAYS          PIC ZZZZ9.
       01  WS-EDIT-CUSTNO        PIC 9(6).
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-PARTY         PIC 9(6).
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
           CALL "BUSDATE" USING WS-TODAY
           MOVE SPACES TO WS-AGED-TEXT
           ACCEPT WS-AGED-TEXT FROM ENVIRONMENT "ESTATE_AGED_DAYS"
           IF WS-AGED-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-AGED-TEXT) = 0
               COMPUTE WS-AGED-DAYS = FUNCTION NUMVAL(WS-AGED-TEXT)
           END-IF

           PERFORM LOAD-ESTATE-FILE
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-USED
               PERFORM NOTE-ONE-LINE
           END-PERFORM
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-USED
               IF WS-CS-OPEN(WS-CS-IDX) = 'Y'
                   ADD 1 TO WS-OPEN-COUNT
               ELSE
                   ADD 1 TO WS-CLOSED-COUNT
               END-IF
           END-PERFORM

           PERFORM WRITE-ESTATE-REPORT
           PERFORM APPEND-EOD-SUMMARY

           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           DISPLAY "Estate cases open:          " WS-EDIT-COUNT
           MOVE WS-AGED-COUNT TO WS-EDIT-COUNT
           DISPLAY "  open past the aged limit: " WS-EDIT-COUNT
           MOVE WS-CLOSED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Estate cases closed:        " WS-EDIT-COUNT
           IF WS-ES-SKIPPED > 0
               MOVE WS-ES-SKIPPED TO WS-EDIT-COUNT
               DISPLAY "*** WARNING: " WS-EDIT-COUNT " estate "
                   "line(s) beyond the table not reported ***"
           END-IF
           DISPLAY "Estate report written to estate_report.txt"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-ESTATE-FILE.
           OPEN INPUT ESTATE-FILE
           IF WS-ESTATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ESTATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ES-USED >= 2000
                           ADD 1 TO WS-ES-SKIPPED
                       ELSE
                           ADD 1 TO WS-ES-USED
                           MOVE ESTATE-RECORD
                               TO WS-ES-ROW(WS-ES-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ESTATE-FILE.

      *> A case stays open while any line is short of P (paid out
      *> and closed) or T (transferred).
       NOTE-ONE-LINE.
           MOVE 'N' TO WS-CS-FOUND
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-USED
                       OR WS-CS-FOUND = 'Y'
               IF WS-CS-CUST(WS-CS-IDX) = EST-CUST-NO(WS-ES-IDX)
                   MOVE 'Y' TO WS-CS-FOUND
               END-IF
           END-PERFORM
           IF WS-CS-FOUND = 'Y'
               SET WS-CS-IDX DOWN BY 1
           ELSE
               IF WS-CS-USED >= 1000
                   ADD 1 TO WS-ES-SKIPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CS-USED
               SET WS-CS-IDX TO WS-CS-USED
               MOVE EST-CUST-NO(WS-ES-IDX) TO WS-CS-CUST(WS-CS-IDX)
               MOVE EST-DEATH-DATE(WS-ES-IDX)
                   TO WS-CS-DEATH(WS-CS-IDX)
               MOVE EST-NOTIFIED(WS-ES-IDX)
                   TO WS-CS-NOTIFIED(WS-CS-IDX)
               MOVE 'N' TO WS-CS-OPEN(WS-CS-IDX)
               MOVE 0 TO WS-CS-LAST(WS-CS-IDX)
                   WS-CS-PAID(WS-CS-IDX) WS-CS-ACCTS(WS-CS-IDX)
           END-IF
           ADD 1 TO WS-CS-ACCTS(WS-CS-IDX)
           IF EST-STATUS(WS-ES-IDX) NOT = "P"
               AND EST-STATUS(WS-ES-IDX) NOT = "T"
               MOVE 'Y' TO WS-CS-OPEN(WS-CS-IDX)
           END-IF
           IF EST-SETTLED(WS-ES-IDX) > WS-CS-LAST(WS-CS-IDX)
               MOVE EST-SETTLED(WS-ES-IDX) TO WS-CS-LAST(WS-CS-IDX)
           END-IF
           IF EST-STATUS(WS-ES-IDX) = "G"
               OR EST-STATUS(WS-ES-IDX) = "P"
               COMPUTE WS-CS-PAID(WS-CS-IDX) =
                   WS-CS-PAID(WS-CS-IDX) + EST-BALANCE(WS-ES-IDX)
                   + EST-INTEREST(WS-ES-IDX)
           END-IF.

       WRITE-ESTATE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening estate_report.txt, "
                   "status = " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "ESTATE CASES - BUSINESS DATE " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OPEN CASES" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-OPEN-COUNT = 0
               MOVE "  (no open estate cases)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-USED
               IF WS-CS-OPEN(WS-CS-IDX) = 'Y'
                   PERFORM WRITE-OPEN-CASE
               END-IF
           END-PERFORM

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CLOSED CASES" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CLOSED-COUNT = 0
               MOVE "  (no closed estate cases)" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               MOVE "CUSTNO"      TO REPORT-LINE(1:6)
               MOVE "DIED"        TO REPORT-LINE(9:4)
               MOVE "NOTIFIED"    TO REPORT-LINE(19:8)
               MOVE "CLOSED"      TO REPORT-LINE(29:6)
               MOVE "ACCTS"       TO REPORT-LINE(39:5)
               MOVE "PAID TO ESTATE" TO REPORT-LINE(50:14)
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-USED
               IF WS-CS-OPEN(WS-CS-IDX) = 'N'
                   PERFORM WRITE-CLOSED-CASE
               END-IF
           END-PERFORM

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CASES OPEN:             " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-AGED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  AGED:                 " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-FROZEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNTS FROZEN:      " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-NO-EXEC-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    NO EXECUTOR YET:    " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-GEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  PAYOUTS NOT YET DONE: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-JOINT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  JOINT TO TRANSFER:    " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-CLOSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CASES CLOSED:           " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-PAID-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "PAID TO ESTATES:  " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       WRITE-OPEN-CASE.
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(WS-CS-NOTIFIED(WS-CS-IDX))
           MOVE WS-DAYS-OPEN TO WS-EDIT-DAYS
           MOVE WS-CS-CUST(WS-CS-IDX) TO WS-EDIT-CUSTNO
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMER " DELIMITED BY SIZE
                   WS-EDIT-CUSTNO DELIMITED BY SIZE
                   "  DIED " DELIMITED BY SIZE
                   WS-CS-DEATH(WS-CS-IDX) DELIMITED BY SIZE
                   "  NOTIFIED " DELIMITED BY SIZE
                   WS-CS-NOTIFIED(WS-CS-IDX) DELIMITED BY SIZE
                   "  OPEN " DELIMITED BY SIZE
                   WS-EDIT-DAYS DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           IF WS-DAYS-OPEN > WS-AGED-DAYS
               MOVE "AGED" TO REPORT-LINE(70:4)
               ADD 1 TO WS-AGED-COUNT
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "ACCOUNT"      TO REPORT-LINE(5:7)
           MOVE "KIND"         TO REPORT-LINE(14:4)
           MOVE "STATE"        TO REPORT-LINE(21:5)
           MOVE "EXEC/SURV"    TO REPORT-LINE(50:9)
           MOVE "BALANCE"      TO REPORT-LINE(67:7)
           MOVE "INTEREST"     TO REPORT-LINE(83:8)
           MOVE "SETTLED"      TO REPORT-LINE(92:7)
           WRITE REPORT-LINE
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-USED
               IF EST-CUST-NO(WS-ES-IDX) = WS-CS-CUST(WS-CS-IDX)
                   PERFORM WRITE-CASE-ACCOUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-CASE-ACCOUNT.
           MOVE SPACES TO REPORT-LINE
           MOVE EST-ACCT(WS-ES-IDX) TO WS-EDIT-ACCT
           MOVE WS-EDIT-ACCT TO REPORT-LINE(5:6)
           IF EST-KIND(WS-ES-IDX) = "J"
               MOVE "JOINT" TO REPORT-LINE(14:5)
               MOVE EST-SURVIVOR(WS-ES-IDX) TO WS-EDIT-PARTY
           ELSE
               MOVE "SOLE"  TO REPORT-LINE(14:4)
               MOVE EST-EXECUTOR(WS-ES-IDX) TO WS-EDIT-PARTY
           END-IF
           EVALUATE EST-STATUS(WS-ES-IDX)
               WHEN "F"
                   IF EST-EXECUTOR(WS-ES-IDX) = 0
                       MOVE "FROZEN - NO EXECUTOR YET"
                           TO REPORT-LINE(21:27)
                       ADD 1 TO WS-NO-EXEC-COUNT
                   ELSE
                       MOVE "FROZEN - AWAITING PAYOUT"
                           TO REPORT-LINE(21:27)
                   END-IF
                   ADD 1 TO WS-FROZEN-COUNT
               WHEN "G"
                   MOVE "PAYOUT GENERATED" TO REPORT-LINE(21:27)
                   ADD 1 TO WS-GEN-COUNT
               WHEN "P"
                   MOVE "PAID OUT, CLOSED" TO REPORT-LINE(21:27)
               WHEN "J"
                   MOVE "AWAITING TRANSFER" TO REPORT-LINE(21:27)
                   ADD 1 TO WS-JOINT-COUNT
               WHEN "T"
                   MOVE "TRANSFERRED" TO REPORT-LINE(21:27)
               WHEN OTHER
                   MOVE "UNKNOWN STATE" TO REPORT-LINE(21:27)
           END-EVALUATE
           IF WS-EDIT-PARTY > 0
               MOVE WS-EDIT-PARTY TO REPORT-LINE(50:6)
           END-IF
           IF EST-STATUS(WS-ES-IDX) = "G"
               OR EST-STATUS(WS-ES-IDX) = "P"
               MOVE EST-BALANCE(WS-ES-IDX) TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO REPORT-LINE(58:16)
               MOVE EST-INTEREST(WS-ES-IDX) TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO REPORT-LINE(75:16)
           END-IF
           IF EST-SETTLED(WS-ES-IDX) > 0
               MOVE EST-SETTLED(WS-ES-IDX) TO REPORT-LINE(92:8)
           END-IF
           WRITE REPORT-LINE.

       WRITE-CLOSED-CASE.
           ADD WS-CS-PAID(WS-CS-IDX) TO WS-PAID-TOTAL
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CS-CUST(WS-CS-IDX) TO WS-EDIT-CUSTNO
           MOVE WS-EDIT-CUSTNO TO REPORT-LINE(1:6)
           MOVE WS-CS-DEATH(WS-CS-IDX) TO REPORT-LINE(9:8)
           MOVE WS-CS-NOTIFIED(WS-CS-IDX) TO REPORT-LINE(19:8)
           MOVE WS-CS-LAST(WS-CS-IDX) TO REPORT-LINE(29:8)
           MOVE WS-CS-ACCTS(WS-CS-IDX) TO REPORT-LINE(39:3)
           MOVE WS-CS-PAID(WS-CS-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE(48:16)
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
           MOVE "STEP: ESTATERPT" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Estate cases open:           "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-AGED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Open past the aged limit:    "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-JOINT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Joint accounts to transfer:  "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-CLOSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Estate cases closed:         "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           CLOSE EOD-FILE.
