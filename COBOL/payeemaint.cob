       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEEMAINT.

      *> Maintains the external payee master, payees.dat - the
      *> landlords, suppliers, and payroll bureaus at other banks
      *> that a WD or a standing order can now pay out to, so the
      *> payment is no longer keyed a second time into the
      *> correspondent's portal. One line per payee:
      *>     PAYEENO,NAME,ROUTING,EXTACCT,APPROVED,ADDEDBY
      *> ROUTING is the payee bank's nine-digit routing number
      *> (checked with the standard 3-7-1 check digit), EXTACCT the
      *> account at that bank, and ADDEDBY the operator who keyed
      *> the bank details. A new payee, or a change to an existing
      *> payee's bank details, is written with APPROVED N and
      *> queued on pending_approvals.dat as a PAYE item; nothing
      *> can be paid to it until a second operator releases it in
      *> APPROVE - redirected bank details are the classic payment
      *> fraud, so they always take two pairs of hands. PAYEENO is
      *> assigned here sequentially and never reused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-FILE ASSIGN TO "payees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "pending_approvals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ledger_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYEE-FILE.
       01  PAYEE-LINE            PIC X(80).

       FD  PENDING-FILE.
       01  PENDING-LINE          PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

      *> Operator sign-on (SIGNON/operators.dat): payee maintenance
      *> is ledger maintenance, permission L.
       01  WS-SIGNON-FUNCTION    PIC X VALUE "L".
       01  WS-SIGNON-OPERATOR    PIC X(4).
       01  WS-SIGNON-RESULT      PIC X.

      *> Run lock (RUNLOCK/run_lock.dat) - APPROVE rewrites the
      *> same payee file when it releases a payee.
       01  WS-LOCK-ACTION        PIC X.
       01  WS-LOCK-HOLDER        PIC X(20).
       01  WS-LOCK-RESULT        PIC X.

       01  WS-PAYEE-STATUS       PIC XX.
       01  WS-PENDING-STATUS     PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-PAYEE-EOF          PIC X VALUE 'N'.
       01  WS-PENDING-EOF        PIC X.
       01  WS-CONTINUE           PIC X VALUE 'Y'.
       01  WS-ACTION             PIC X.
       01  WS-FOUND              PIC X.
       01  WS-FIELD-OK           PIC X.
       01  WS-TODAY              PIC 9(8).

       01  WS-PY-TOKEN-NO        PIC X(5).
       01  WS-PY-TOKEN-NAME      PIC X(30).
       01  WS-PY-TOKEN-ROUTING   PIC X(9).
       01  WS-PY-TOKEN-EXTACCT   PIC X(17).
       01  WS-PY-TOKEN-APPROVED  PIC X.
       01  WS-PY-TOKEN-ADDEDBY   PIC X(4).

       01  WS-PAYEE-TABLE.
           05 WS-PY-ROW OCCURS 500 TIMES INDEXED BY WS-PY-IDX.
               10 WS-PY-NO       PIC 9(5).
               10 WS-PY-NAME     PIC X(30).
               10 WS-PY-ROUTING  PIC X(9).
               10 WS-PY-EXTACCT  PIC X(17).
               10 WS-PY-APPROVED PIC X.
               10 WS-PY-ADDEDBY  PIC X(4).
       01  WS-PY-USED            PIC 9(3) VALUE 0.
       01  WS-NEXT-PAYEENO       PIC 9(5) VALUE 1.

      *> Fields are captured into this scratch row and only moved
      *> into the table when every one validated.
       01  WS-PY-WORK.
           05 WS-WK-NO           PIC 9(5).
           05 WS-WK-NAME         PIC X(30).
           05 WS-WK-ROUTING      PIC X(9).
           05 WS-WK-EXTACCT      PIC X(17).
           05 WS-WK-APPROVED     PIC X.
           05 WS-WK-ADDEDBY      PIC X(4).

       01  WS-PAYEENO-TEXT       PIC X(5).
       01  WS-PAYEENO-CHECK      PIC S9(5).
       01  WS-NAME-TEXT          PIC X(30).
       01  WS-ROUTING-TEXT       PIC X(9).
       01  WS-EXTACCT-TEXT       PIC X(17).
       01  WS-COMMA-COUNT        PIC 9(3).

      *> Routing check digit: 3 x (d1+d4+d7) + 7 x (d2+d5+d8) +
      *> (d3+d6+d9) must be a multiple of ten.
       01  WS-ROUTING-DIGITS     PIC 9(9).
       01  WS-RD REDEFINES WS-ROUTING-DIGITS.
           05 WS-RD-DIGIT        PIC 9 OCCURS 9 TIMES.
       01  WS-RD-SUM             PIC 9(4).
       01  WS-RD-QUOT            PIC 9(4).
       01  WS-RD-REM             PIC 9(2).

       01  WS-NEXT-SEQ           PIC 9(4).
       01  WS-TOKEN-SEQ          PIC X(4).
       01  WS-EDIT-SEQ           PIC 9(4).
       01  WS-EDIT-PAYEE         PIC 9(5).
       01  WS-AUDIT-DATE         PIC 9(8).
       01  WS-AUDIT-TIME         PIC 9(8).
       01  WS-AUDIT-EVENT        PIC X(6).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "SIGNON" USING WS-SIGNON-FUNCTION
               WS-SIGNON-OPERATOR WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           MOVE "T" TO WS-LOCK-ACTION
           MOVE "PAYEEMAINT" TO WS-LOCK-HOLDER
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-PAYEE-FILE
           PERFORM LIST-PAYEE-TABLE

           PERFORM UNTIL WS-CONTINUE NOT = 'Y'
               DISPLAY "(A)dd a payee, (C)hange bank details, "
                   "or (Q)uit? "
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "A"
                       PERFORM ADD-ONE-PAYEE
                   WHEN "C"
                       PERFORM CHANGE-ONE-PAYEE
                   WHEN OTHER
                       MOVE 'N' TO WS-CONTINUE
               END-EVALUATE
           END-PERFORM

           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           DISPLAY "Payee maintenance complete."
           STOP RUN.

       LOAD-PAYEE-FILE.
           OPEN INPUT PAYEE-FILE
           IF WS-PAYEE-STATUS NOT = "00"
               DISPLAY "No payees.dat yet - starting a new payee "
                   "file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PAYEE-EOF = 'Y'
               READ PAYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-PAYEE-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-PAYEE
               END-READ
           END-PERFORM
           CLOSE PAYEE-FILE.

       LOAD-ONE-PAYEE.
           MOVE SPACES TO WS-PY-TOKEN-NO WS-PY-TOKEN-NAME
               WS-PY-TOKEN-ROUTING WS-PY-TOKEN-EXTACCT
               WS-PY-TOKEN-APPROVED WS-PY-TOKEN-ADDEDBY
           UNSTRING PAYEE-LINE DELIMITED BY ","
               INTO WS-PY-TOKEN-NO WS-PY-TOKEN-NAME
                   WS-PY-TOKEN-ROUTING WS-PY-TOKEN-EXTACCT
                   WS-PY-TOKEN-APPROVED WS-PY-TOKEN-ADDEDBY
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-PY-TOKEN-NO) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PY-USED >= 500
               DISPLAY "*** WARNING: payee table full (500), "
                   "line ignored: " PAYEE-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PY-USED
           COMPUTE WS-PY-NO(WS-PY-USED) =
               FUNCTION NUMVAL(WS-PY-TOKEN-NO)
           MOVE WS-PY-TOKEN-NAME     TO WS-PY-NAME(WS-PY-USED)
           MOVE WS-PY-TOKEN-ROUTING  TO WS-PY-ROUTING(WS-PY-USED)
           MOVE WS-PY-TOKEN-EXTACCT  TO WS-PY-EXTACCT(WS-PY-USED)
           MOVE FUNCTION UPPER-CASE(WS-PY-TOKEN-APPROVED)
               TO WS-PY-APPROVED(WS-PY-USED)
           MOVE WS-PY-TOKEN-ADDEDBY  TO WS-PY-ADDEDBY(WS-PY-USED)
           IF WS-PY-NO(WS-PY-USED) >= WS-NEXT-PAYEENO
               COMPUTE WS-NEXT-PAYEENO = WS-PY-NO(WS-PY-USED) + 1
           END-IF.

       LIST-PAYEE-TABLE.
           IF WS-PY-USED = 0
               DISPLAY "(no payees on file)"
           END-IF
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                   UNTIL WS-PY-IDX > WS-PY-USED
               PERFORM LIST-ONE-PAYEE
           END-PERFORM.

       LIST-ONE-PAYEE.
           MOVE WS-PY-NO(WS-PY-IDX) TO WS-EDIT-PAYEE
           DISPLAY "  payee " WS-EDIT-PAYEE " "
               WS-PY-NAME(WS-PY-IDX)
           IF WS-PY-APPROVED(WS-PY-IDX) = "Y"
               DISPLAY "      routing " WS-PY-ROUTING(WS-PY-IDX)
                   " account " WS-PY-EXTACCT(WS-PY-IDX)
                   " approved"
           ELSE
               DISPLAY "      routing " WS-PY-ROUTING(WS-PY-IDX)
                   " account " WS-PY-EXTACCT(WS-PY-IDX)
                   " AWAITING APPROVAL"
           END-IF.

       ADD-ONE-PAYEE.
           IF WS-PY-USED >= 500
               DISPLAY "*** Payee table full (500), cannot add ***"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-PAYEENO TO WS-WK-NO
           PERFORM CAPTURE-PAYEE-FIELDS
           IF WS-FIELD-OK NOT = 'Y'
               DISPLAY "Payee not added."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PY-USED
           SET WS-PY-IDX TO WS-PY-USED
           MOVE WS-PY-WORK TO WS-PY-ROW(WS-PY-IDX)
           ADD 1 TO WS-NEXT-PAYEENO
           PERFORM WRITE-PAYEE-FILE
           MOVE "PAYADD" TO WS-AUDIT-EVENT
           PERFORM QUEUE-PAYEE-APPROVAL
           PERFORM LIST-ONE-PAYEE.

      *> Any change to the bank details withdraws the approval and
      *> sends the payee back to the checker.
       CHANGE-ONE-PAYEE.
           PERFORM FIND-PAYEE-BY-NUMBER
           IF WS-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-ONE-PAYEE
           MOVE WS-PY-NO(WS-PY-IDX) TO WS-WK-NO
           PERFORM CAPTURE-PAYEE-FIELDS
           IF WS-FIELD-OK NOT = 'Y'
               DISPLAY "Payee left unchanged."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PY-WORK TO WS-PY-ROW(WS-PY-IDX)
           PERFORM WRITE-PAYEE-FILE
           MOVE "PAYCHG" TO WS-AUDIT-EVENT
           PERFORM QUEUE-PAYEE-APPROVAL
           PERFORM LIST-ONE-PAYEE.

       FIND-PAYEE-BY-NUMBER.
           MOVE 'N' TO WS-FOUND
           DISPLAY "Payee number: "
           ACCEPT WS-PAYEENO-TEXT
           IF FUNCTION TEST-NUMVAL(WS-PAYEENO-TEXT) NOT = 0
               DISPLAY "Invalid payee number."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PAYEENO-CHECK =
               FUNCTION NUMVAL(WS-PAYEENO-TEXT)
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                   UNTIL WS-PY-IDX > WS-PY-USED
                       OR WS-FOUND = 'Y'
               IF WS-PY-NO(WS-PY-IDX) = WS-PAYEENO-CHECK
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SET WS-PY-IDX DOWN BY 1
           ELSE
               DISPLAY "No payee " WS-PAYEENO-TEXT " on file."
           END-IF.

      *> Captures every field into the scratch row; a bad field
      *> stops the capture with WS-FIELD-OK 'N'. The payee file is
      *> comma-delimited, so no field may contain a comma.
       CAPTURE-PAYEE-FIELDS.
           MOVE 'N' TO WS-FIELD-OK
           DISPLAY "Payee name: "
           MOVE SPACES TO WS-NAME-TEXT
           ACCEPT WS-NAME-TEXT
           MOVE 0 TO WS-COMMA-COUNT
           INSPECT WS-NAME-TEXT TALLYING WS-COMMA-COUNT FOR ALL ","
           IF WS-NAME-TEXT = SPACES OR WS-COMMA-COUNT > 0
               DISPLAY "Invalid name - required, and no commas."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NAME-TEXT TO WS-WK-NAME

           DISPLAY "Payee bank routing number (9 digits): "
           MOVE SPACES TO WS-ROUTING-TEXT
           ACCEPT WS-ROUTING-TEXT
           IF WS-ROUTING-TEXT IS NOT NUMERIC
               DISPLAY "Invalid routing number - nine digits."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROUTING-TEXT TO WS-ROUTING-DIGITS
           COMPUTE WS-RD-SUM =
               3 * (WS-RD-DIGIT(1) + WS-RD-DIGIT(4)
                   + WS-RD-DIGIT(7))
               + 7 * (WS-RD-DIGIT(2) + WS-RD-DIGIT(5)
                   + WS-RD-DIGIT(8))
               + WS-RD-DIGIT(3) + WS-RD-DIGIT(6) + WS-RD-DIGIT(9)
           DIVIDE WS-RD-SUM BY 10 GIVING WS-RD-QUOT
               REMAINDER WS-RD-REM
           IF WS-RD-REM NOT = 0
               DISPLAY "Routing number fails its check digit - "
                   "re-check it against the payee's details."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROUTING-TEXT TO WS-WK-ROUTING

           DISPLAY "Account number at the payee's bank: "
           MOVE SPACES TO WS-EXTACCT-TEXT
           ACCEPT WS-EXTACCT-TEXT
           MOVE 0 TO WS-COMMA-COUNT
           INSPECT WS-EXTACCT-TEXT TALLYING WS-COMMA-COUNT
               FOR ALL ","
           IF WS-EXTACCT-TEXT = SPACES OR WS-COMMA-COUNT > 0
               DISPLAY "Invalid account - required, and no commas."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EXTACCT-TEXT TO WS-WK-EXTACCT
           MOVE "N" TO WS-WK-APPROVED
           MOVE WS-SIGNON-OPERATOR TO WS-WK-ADDEDBY
           MOVE 'Y' TO WS-FIELD-OK.

       WRITE-PAYEE-FILE.
           OPEN OUTPUT PAYEE-FILE
           IF WS-PAYEE-STATUS NOT = "00"
               DISPLAY "ERROR writing payees.dat, status = "
                   WS-PAYEE-STATUS
               STOP RUN 1
           END-IF
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                   UNTIL WS-PY-IDX > WS-PY-USED
               PERFORM WRITE-ONE-PAYEE
           END-PERFORM
           CLOSE PAYEE-FILE.

       WRITE-ONE-PAYEE.
           MOVE WS-PY-NO(WS-PY-IDX) TO WS-EDIT-PAYEE
           MOVE SPACES TO PAYEE-LINE
           STRING WS-EDIT-PAYEE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-PY-NAME(WS-PY-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-PY-ROUTING(WS-PY-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-PY-EXTACCT(WS-PY-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-PY-APPROVED(WS-PY-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-PY-ADDEDBY(WS-PY-IDX) DELIMITED BY SIZE
               INTO PAYEE-LINE
           END-STRING
           WRITE PAYEE-LINE.

      *> The payee goes to the approval queue as a PAYE item
      *> (P1 = payee number); APPROVE sets the flag once a second
      *> operator has checked the bank details. The maker is
      *> stamped into ledger_audit.log now, the checker then.
       QUEUE-PAYEE-APPROVAL.
           PERFORM FIND-NEXT-PENDING-SEQ
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN EXTEND PENDING-FILE
           END-IF
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "ERROR opening pending_approvals.dat, "
                   "status = " WS-PENDING-STATUS
               STOP RUN 1
           END-IF
           MOVE WS-NEXT-SEQ TO WS-EDIT-SEQ
           MOVE WS-PY-NO(WS-PY-IDX) TO WS-EDIT-PAYEE
           MOVE SPACES TO PENDING-LINE
           STRING WS-EDIT-SEQ DELIMITED BY SIZE
                   ",PAYE," DELIMITED BY SIZE
                   WS-SIGNON-OPERATOR DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-PAYEE DELIMITED BY SIZE
                   ",," DELIMITED BY SIZE
               INTO PENDING-LINE
           END-STRING
           WRITE PENDING-LINE
           CLOSE PENDING-FILE
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "Payee " WS-EDIT-PAYEE " queued for approval as "
               "item " WS-EDIT-SEQ " - it cannot be paid until a "
               "second operator approves it.".

       FIND-NEXT-PENDING-SEQ.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-PENDING-EOF
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PENDING-EOF = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-PENDING-EOF
                   NOT AT END
                       MOVE SPACES TO WS-TOKEN-SEQ
                       UNSTRING PENDING-LINE DELIMITED BY ","
                           INTO WS-TOKEN-SEQ
                       END-UNSTRING
                       IF FUNCTION TEST-NUMVAL(WS-TOKEN-SEQ) = 0
                           AND FUNCTION NUMVAL(WS-TOKEN-SEQ)
                               >= WS-NEXT-SEQ
                           COMPUTE WS-NEXT-SEQ =
                               FUNCTION NUMVAL(WS-TOKEN-SEQ) + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE.

       WRITE-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger_audit.log, status = "
                   WS-AUDIT-STATUS
               EXIT PARAGRAPH
           END-IF
           CALL "BUSDATE" USING WS-AUDIT-DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-EVENT DELIMITED BY SIZE
                   " payee=" DELIMITED BY SIZE
                   WS-EDIT-PAYEE DELIMITED BY SIZE
                   " op=" DELIMITED BY SIZE
                   WS-SIGNON-OPERATOR DELIMITED BY SIZE
                   " item=" DELIMITED BY SIZE
                   WS-EDIT-SEQ DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.
