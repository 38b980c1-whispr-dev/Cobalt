       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDMAINT.

      *> Maintains the signing mandates (mandates.dat) that
      *> TRANSACTIONS-WRITER enforces at capture, in the
      *> list/maintain rhythm of BRMAINT: one line per account,
      *> ACCT,RULE,THRESHOLD, kept in account order. RULE is
      *>   1 - any one to sign (the same as having no line at all)
      *>   2 - any two to sign: every WD and TF out of the account
      *>       needs a second teller's authorization
      *>   T - one signature up to THRESHOLD, two above it
      *> THRESHOLD is an amount in the transaction's own currency
      *> and only means anything on a T line. A mandate is usually
      *> set from the account-opening papers of a joint or business
      *> account; every set and delete lands in ledger_audit.log
      *> with the operator who made it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO "mandates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ledger_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-FILE.
       01  MANDATE-LINE          PIC X(40).

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

      *> Operator sign-on (SIGNON/operators.dat): mandates are
      *> account maintenance - permission L; the refusal message
      *> comes from SIGNON.
       01  WS-SIGNON-FUNCTION    PIC X VALUE "L".
       01  WS-SIGNON-OPERATOR    PIC X(4).
       01  WS-SIGNON-RESULT      PIC X.

       01  WS-MANDATE-STATUS     PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-MANDATE-EOF        PIC X VALUE 'N'.
       01  WS-CONTINUE           PIC X VALUE 'Y'.
       01  WS-RESPONSE           PIC X.
       01  WS-FOUND              PIC X.
       01  WS-LEDGER-OPEN        PIC X VALUE 'N'.

       01  WS-TOKEN-ACCT         PIC X(6).
       01  WS-TOKEN-RULE         PIC X(1).
       01  WS-TOKEN-LIMIT        PIC X(12).

       01  WS-ACCT-TEXT          PIC X(6).
       01  WS-ACCT-CHECK         PIC S9(7).
       01  WS-ACCT-IN            PIC 9(6).
       01  WS-RULE-IN            PIC X.
       01  WS-LIMIT-TEXT         PIC X(12).
       01  WS-LIMIT-CHECK        PIC S9(8)V99.
       01  WS-LIMIT-IN           PIC 9(7)V99.
       01  WS-ACTION-IN          PIC X.

       01  WS-MANDATE-TABLE.
           05 WS-MD-ROW OCCURS 1000 TIMES INDEXED BY WS-MD-IDX.
               10 WS-MD-ACCT     PIC 9(6).
               10 WS-MD-RULE     PIC X.
               10 WS-MD-LIMIT    PIC 9(7)V99.
       01  WS-MD-USED            PIC 9(4) VALUE 0.
       01  WS-MD-POS             PIC 9(4).
       01  WS-MD-MOVE            PIC 9(4).
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-LIMIT         PIC Z,ZZZ,ZZ9.99.
       01  WS-FILE-LIMIT         PIC 9(7).99.

       01  WS-AUDIT-DATE         PIC 9(8).
       01  WS-AUDIT-TIME         PIC 9(8).
       01  WS-AUDIT-ACTION-TEXT  PIC X(8).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "SIGNON" USING WS-SIGNON-FUNCTION
               WS-SIGNON-OPERATOR WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE 'Y' TO WS-LEDGER-OPEN
           ELSE
               DISPLAY "NOTE: no ledger.txt - account numbers are "
                   "not checked this session."
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger_audit.log, status = "
                   WS-AUDIT-STATUS
               STOP RUN 1
           END-IF

           PERFORM LOAD-MANDATE-FILE
           PERFORM LIST-MANDATE-FILE

           PERFORM UNTIL WS-CONTINUE NOT = 'Y'
               PERFORM CAPTURE-ONE-MANDATE
               DISPLAY "Maintain another mandate? (Y/N):"
               ACCEPT WS-RESPONSE
               IF FUNCTION UPPER-CASE(WS-RESPONSE) NOT = "Y"
                   MOVE 'N' TO WS-CONTINUE
               END-IF
           END-PERFORM

           PERFORM WRITE-MANDATE-FILE
           IF WS-LEDGER-OPEN = 'Y'
               CLOSE LEDGER-FILE
           END-IF
           CLOSE AUDIT-FILE
           DISPLAY "Signing mandates updated."
           STOP RUN.

       LOAD-MANDATE-FILE.
           OPEN INPUT MANDATE-FILE
           IF WS-MANDATE-STATUS NOT = "00"
               DISPLAY "No mandates.dat yet - starting a new "
                   "mandate file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MANDATE-EOF = 'Y'
               READ MANDATE-FILE
                   AT END
                       MOVE 'Y' TO WS-MANDATE-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-MANDATE
               END-READ
           END-PERFORM
           CLOSE MANDATE-FILE.

      *> Lines go through the same ordered insert as keyed ones, so
      *> a hand-edited file comes back out in account order.
       LOAD-ONE-MANDATE.
           MOVE SPACES TO WS-TOKEN-ACCT WS-TOKEN-RULE WS-TOKEN-LIMIT
           UNSTRING MANDATE-LINE DELIMITED BY ","
               INTO WS-TOKEN-ACCT WS-TOKEN-RULE WS-TOKEN-LIMIT
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-ACCT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MD-USED >= 1000
               DISPLAY "*** WARNING: mandate table full (1000), "
                   "line ignored: " MANDATE-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACCT-IN = FUNCTION NUMVAL(WS-TOKEN-ACCT)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-RULE) TO WS-RULE-IN
           MOVE 0 TO WS-LIMIT-IN
           IF WS-TOKEN-LIMIT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-TOKEN-LIMIT) = 0
               COMPUTE WS-LIMIT-IN = FUNCTION NUMVAL(WS-TOKEN-LIMIT)
           END-IF
           PERFORM FIND-MANDATE
           IF WS-FOUND NOT = 'Y'
               PERFORM INSERT-MANDATE
           END-IF
           MOVE WS-RULE-IN  TO WS-MD-RULE(WS-MD-POS)
           MOVE WS-LIMIT-IN TO WS-MD-LIMIT(WS-MD-POS).

       LIST-MANDATE-FILE.
           IF WS-MD-USED = 0
               DISPLAY "(no signing mandates on file)"
           END-IF
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
                   UNTIL WS-MD-IDX > WS-MD-USED
               MOVE WS-MD-ACCT(WS-MD-IDX) TO WS-EDIT-ACCT
               EVALUATE WS-MD-RULE(WS-MD-IDX)
                   WHEN "2"
                       DISPLAY "  " WS-EDIT-ACCT " any two to sign"
                   WHEN "T"
                       MOVE WS-MD-LIMIT(WS-MD-IDX) TO WS-EDIT-LIMIT
                       DISPLAY "  " WS-EDIT-ACCT " two to sign over "
                           WS-EDIT-LIMIT
                   WHEN OTHER
                       DISPLAY "  " WS-EDIT-ACCT " any one to sign"
               END-EVALUATE
           END-PERFORM.

       CAPTURE-ONE-MANDATE.
           DISPLAY "Account id: "
           ACCEPT WS-ACCT-TEXT
           IF FUNCTION TEST-NUMVAL(WS-ACCT-TEXT) NOT = 0
               DISPLAY "Invalid account id, nothing changed."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACCT-CHECK = FUNCTION NUMVAL(WS-ACCT-TEXT)
           IF WS-ACCT-CHECK <= 0 OR WS-ACCT-CHECK >= 999999
               DISPLAY "Invalid account id, nothing changed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-CHECK TO WS-ACCT-IN WS-EDIT-ACCT
           PERFORM FIND-MANDATE
           IF WS-FOUND = 'Y'
               MOVE SPACE TO WS-ACTION-IN
               PERFORM UNTIL WS-ACTION-IN = "C" OR WS-ACTION-IN = "D"
                   DISPLAY "(C)hange or (D)elete the mandate? "
                   ACCEPT WS-ACTION-IN
                   MOVE FUNCTION UPPER-CASE(WS-ACTION-IN)
                       TO WS-ACTION-IN
               END-PERFORM
               IF WS-ACTION-IN = "D"
                   PERFORM DELETE-MANDATE
                   MOVE "MANDDEL" TO WS-AUDIT-ACTION-TEXT
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Mandate deleted - any one to sign."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-LEDGER-OPEN = 'Y'
                   MOVE WS-ACCT-IN TO L-ACCT-ID
                   READ LEDGER-FILE
                       INVALID KEY
                           DISPLAY "Account " WS-EDIT-ACCT " is not "
                               "on the ledger, nothing changed."
                           EXIT PARAGRAPH
                   END-READ
                   IF L-STATUS = "C"
                       DISPLAY "Account " WS-EDIT-ACCT " is closed, "
                           "nothing changed."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF WS-MD-USED >= 1000
                   DISPLAY "*** Mandate table full (1000) ***"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACE TO WS-RULE-IN
           PERFORM UNTIL WS-RULE-IN = "1" OR WS-RULE-IN = "2"
                   OR WS-RULE-IN = "T"
               DISPLAY "Signing rule - (1) any one, (2) any two, "
                   "(T) two over an amount: "
               ACCEPT WS-RULE-IN
               MOVE FUNCTION UPPER-CASE(WS-RULE-IN) TO WS-RULE-IN
           END-PERFORM
           MOVE 0 TO WS-LIMIT-IN
           IF WS-RULE-IN = "T"
               MOVE 0 TO WS-LIMIT-CHECK
               PERFORM UNTIL WS-LIMIT-CHECK > 0
                   DISPLAY "One signature up to (amount): "
                   MOVE SPACES TO WS-LIMIT-TEXT
                   ACCEPT WS-LIMIT-TEXT
                   IF FUNCTION TEST-NUMVAL(WS-LIMIT-TEXT) = 0
                       COMPUTE WS-LIMIT-CHECK =
                           FUNCTION NUMVAL(WS-LIMIT-TEXT)
                   END-IF
                   IF WS-LIMIT-CHECK <= 0
                       OR WS-LIMIT-CHECK > 9999999.99
                       DISPLAY "Invalid amount, please enter a "
                           "positive number"
                       MOVE 0 TO WS-LIMIT-CHECK
                   END-IF
               END-PERFORM
               MOVE WS-LIMIT-CHECK TO WS-LIMIT-IN
           END-IF

           IF WS-FOUND NOT = 'Y'
               PERFORM INSERT-MANDATE
           END-IF
           MOVE WS-RULE-IN  TO WS-MD-RULE(WS-MD-POS)
           MOVE WS-LIMIT-IN TO WS-MD-LIMIT(WS-MD-POS)
           MOVE "MANDSET" TO WS-AUDIT-ACTION-TEXT
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "Mandate set.".

      *> WS-MD-POS comes back as the row holding WS-ACCT-IN when it
      *> is on file, otherwise as the row it belongs before.
       FIND-MANDATE.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-MD-POS
           PERFORM UNTIL WS-MD-POS > WS-MD-USED
                   OR WS-MD-ACCT(WS-MD-POS) >= WS-ACCT-IN
               ADD 1 TO WS-MD-POS
           END-PERFORM
           IF WS-MD-POS <= WS-MD-USED
               AND WS-MD-ACCT(WS-MD-POS) = WS-ACCT-IN
               MOVE 'Y' TO WS-FOUND
           END-IF.

       INSERT-MANDATE.
           MOVE WS-MD-USED TO WS-MD-MOVE
           PERFORM UNTIL WS-MD-MOVE < WS-MD-POS
               MOVE WS-MD-ROW(WS-MD-MOVE) TO WS-MD-ROW(WS-MD-MOVE + 1)
               SUBTRACT 1 FROM WS-MD-MOVE
           END-PERFORM
           ADD 1 TO WS-MD-USED
           MOVE WS-ACCT-IN TO WS-MD-ACCT(WS-MD-POS).

       DELETE-MANDATE.
           MOVE WS-MD-POS TO WS-MD-MOVE
           PERFORM UNTIL WS-MD-MOVE >= WS-MD-USED
               MOVE WS-MD-ROW(WS-MD-MOVE + 1) TO WS-MD-ROW(WS-MD-MOVE)
               ADD 1 TO WS-MD-MOVE
           END-PERFORM
           SUBTRACT 1 FROM WS-MD-USED.

       WRITE-MANDATE-FILE.
           OPEN OUTPUT MANDATE-FILE
           IF WS-MANDATE-STATUS NOT = "00"
               DISPLAY "ERROR writing mandates.dat, status = "
                   WS-MANDATE-STATUS
               STOP RUN 1
           END-IF
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
                   UNTIL WS-MD-IDX > WS-MD-USED
               MOVE WS-MD-ACCT(WS-MD-IDX)  TO WS-EDIT-ACCT
               MOVE WS-MD-LIMIT(WS-MD-IDX) TO WS-FILE-LIMIT
               MOVE SPACES TO MANDATE-LINE
               STRING WS-EDIT-ACCT DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-MD-RULE(WS-MD-IDX) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-FILE-LIMIT DELIMITED BY SIZE
                   INTO MANDATE-LINE
               END-STRING
               WRITE MANDATE-LINE
           END-PERFORM
           CLOSE MANDATE-FILE.

       WRITE-AUDIT-ENTRY.
           CALL "BUSDATE" USING WS-AUDIT-DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-ACTION-TEXT DELIMITED BY SPACE
                   " acct=" DELIMITED BY SIZE
                   WS-EDIT-ACCT DELIMITED BY SIZE
                   " op=" DELIMITED BY SIZE
                   WS-SIGNON-OPERATOR DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR writing ledger_audit.log, status = "
                   WS-AUDIT-STATUS
           END-IF.
