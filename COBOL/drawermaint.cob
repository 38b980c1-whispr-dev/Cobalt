       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAWERMAINT.

      *> Records what each teller's cash drawer actually held on the
      *> business date, so TELLERPROOF can balance it against what
      *> the day's DP/WD activity says it should hold. Every entry
      *> is one line on teller_drawer.dat -
      *>   DATE,BRANCH,TELLER,KIND,DENOM,PIECES,AMOUNT,OPERATOR
      *> - appended in the list/maintain rhythm of CHECKMAINT, with
      *> KIND one of:
      *>   OP - opening cash in the drawer (a later OP the same day
      *>        corrects the earlier one);
      *>   BY - cash bought from the branch vault into the drawer;
      *>   SL - cash sold from the drawer back to the vault;
      *>   CT - the closing count, one line per denomination with
      *>        the pieces counted (a recount writes a full new set
      *>        and the last set of the day stands);
      *>   VO - the branch vault's opening cash (teller blank);
      *>   VR - cash received into the vault from the cash centre;
      *>   VD - cash dispatched from the vault to the cash centre.
      *> The branch comes from the workstation's TRANS_BRANCH
      *> setting and the teller defaults to its TRANS_TELLER
      *> sign-on, as in TRANSACTIONS-WRITER; the head teller can
      *> key another teller's drawer by id.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWER-FILE ASSIGN TO "teller_drawer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAWER-FILE.
       01  DRAWER-LINE           PIC X(60).

       WORKING-STORAGE SECTION.

      *> Operator sign-on (SIGNON/operators.dat): this function is
      *> permission L; the refusal message comes from SIGNON.
       01  WS-SIGNON-FUNCTION    PIC X VALUE "L".
       01  WS-SIGNON-OPERATOR    PIC X(4).
       01  WS-SIGNON-RESULT      PIC X.

       01  WS-DRAWER-STATUS      PIC XX.
       01  WS-EOF                PIC X.
       01  WS-CONTINUE           PIC X VALUE 'Y'.
       01  WS-ACTION             PIC X.
       01  WS-CONFIRM            PIC X.
       01  WS-TODAY              PIC 9(8).

       01  WS-BRANCH             PIC 9(3) VALUE 1.
       01  WS-BRANCH-TEXT        PIC X(3).
       01  WS-BR-NAME            PIC X(20).
       01  WS-BR-REGION          PIC X(10).
       01  WS-BR-OPEN            PIC X.
       01  WS-BR-FOUND           PIC X.
       01  WS-BR-ANY             PIC X.
       01  WS-SIGNED-TELLER      PIC X(4) VALUE SPACES.
       01  WS-TELLER             PIC X(4).
       01  WS-TELLER-IN          PIC X(4).

       01  WS-AMOUNT-TEXT        PIC X(14).
       01  WS-AMOUNT             PIC S9(9)V99.
       01  WS-PIECES-TEXT        PIC X(7).
       01  WS-PIECES             PIC S9(7).

      *> The denominations a closing count is taken in.
       01  WS-DENOM-LIST.
           05 FILLER PIC 9(3)V99 VALUE 100.00.
           05 FILLER PIC 9(3)V99 VALUE 50.00.
           05 FILLER PIC 9(3)V99 VALUE 20.00.
           05 FILLER PIC 9(3)V99 VALUE 10.00.
           05 FILLER PIC 9(3)V99 VALUE 5.00.
           05 FILLER PIC 9(3)V99 VALUE 2.00.
           05 FILLER PIC 9(3)V99 VALUE 1.00.
           05 FILLER PIC 9(3)V99 VALUE 0.50.
           05 FILLER PIC 9(3)V99 VALUE 0.25.
           05 FILLER PIC 9(3)V99 VALUE 0.10.
           05 FILLER PIC 9(3)V99 VALUE 0.05.
           05 FILLER PIC 9(3)V99 VALUE 0.01.
       01  WS-DENOM-TABLE REDEFINES WS-DENOM-LIST.
           05 WS-DENOM OCCURS 12 TIMES INDEXED BY WS-DN-IDX
               PIC 9(3)V99.
       01  WS-COUNT-TABLE.
           05 WS-COUNT-PIECES OCCURS 12 TIMES PIC 9(6).
       01  WS-COUNT-TOTAL        PIC 9(9)V99.

       01  WS-KIND               PIC X(2).
       01  WS-LINE-DENOM         PIC 9(3)V99.
       01  WS-LINE-PIECES        PIC 9(6).
       01  WS-LINE-AMOUNT        PIC 9(9)V99.
       01  WS-FILE-DENOM         PIC 9(3).99.
       01  WS-FILE-AMOUNT        PIC 9(9).99.

       01  WS-TOKEN-DATE         PIC X(8).
       01  WS-TOKEN-BRANCH       PIC X(3).
       01  WS-TOKEN-TELLER       PIC X(4).
       01  WS-TOKEN-KIND         PIC X(2).
       01  WS-TOKEN-DENOM        PIC X(6).
       01  WS-TOKEN-PIECES       PIC X(6).
       01  WS-TOKEN-AMOUNT       PIC X(12).
       01  WS-TOKEN-OPERATOR     PIC X(4).
       01  WS-LIST-COUNT         PIC 9(5).

       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-DENOM         PIC ZZ9.99.
       01  WS-EDIT-PIECES        PIC ZZZ,ZZ9.
       01  WS-EDIT-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           CALL "SIGNON" USING WS-SIGNON-FUNCTION
               WS-SIGNON-OPERATOR WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF
           CALL "BUSDATE" USING WS-TODAY

           MOVE SPACES TO WS-BRANCH-TEXT
           ACCEPT WS-BRANCH-TEXT FROM ENVIRONMENT "TRANS_BRANCH"
           IF WS-BRANCH-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-BRANCH-TEXT) = 0
               COMPUTE WS-BRANCH = FUNCTION NUMVAL(WS-BRANCH-TEXT)
           END-IF
           ACCEPT WS-SIGNED-TELLER FROM ENVIRONMENT "TRANS_TELLER"
           MOVE FUNCTION UPPER-CASE(WS-SIGNED-TELLER)
               TO WS-SIGNED-TELLER
           CALL "BRNAME" USING WS-BRANCH WS-BR-NAME WS-BR-REGION
               WS-BR-OPEN WS-BR-FOUND WS-BR-ANY
           IF WS-BR-ANY = 'Y'
               AND (WS-BR-FOUND NOT = 'Y' OR WS-BR-OPEN NOT = 'Y')
               DISPLAY "*** Branch " WS-BRANCH " is not an open "
                   "branch on the master - fix TRANS_BRANCH and "
                   "retry ***"
               STOP RUN 1
           END-IF
           DISPLAY "Cash drawers for branch " WS-BRANCH " "
               WS-BR-NAME ", business date " WS-TODAY

           PERFORM UNTIL WS-CONTINUE NOT = 'Y'
               DISPLAY "(O)pening cash, (B)uy from vault, (S)ell to "
                   "vault, (C)losing count, (V)ault, (L)ist, or "
                   "(Q)uit? "
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "O"
                       MOVE "OP" TO WS-KIND
                       PERFORM RECORD-DRAWER-AMOUNT
                   WHEN "B"
                       MOVE "BY" TO WS-KIND
                       PERFORM RECORD-DRAWER-AMOUNT
                   WHEN "S"
                       MOVE "SL" TO WS-KIND
                       PERFORM RECORD-DRAWER-AMOUNT
                   WHEN "C"
                       PERFORM RECORD-CLOSING-COUNT
                   WHEN "V"
                       PERFORM RECORD-VAULT-AMOUNT
                   WHEN "L"
                       PERFORM LIST-TODAYS-ENTRIES
                   WHEN OTHER
                       MOVE 'N' TO WS-CONTINUE
               END-EVALUATE
           END-PERFORM
           DISPLAY "Drawer maintenance complete."
           STOP RUN.

       ACCEPT-TELLER.
           MOVE SPACES TO WS-TELLER-IN
           DISPLAY "Teller id (blank = " WS-SIGNED-TELLER "): "
           ACCEPT WS-TELLER-IN
           MOVE FUNCTION UPPER-CASE(WS-TELLER-IN) TO WS-TELLER-IN
           IF WS-TELLER-IN = SPACES
               MOVE WS-SIGNED-TELLER TO WS-TELLER
           ELSE
               MOVE WS-TELLER-IN TO WS-TELLER
           END-IF
           IF WS-TELLER = SPACES
               DISPLAY "No teller id - nothing changed."
           END-IF.

       ACCEPT-AMOUNT.
           MOVE 0 TO WS-AMOUNT
           ACCEPT WS-AMOUNT-TEXT
           IF FUNCTION TEST-NUMVAL(WS-AMOUNT-TEXT) NOT = 0
               DISPLAY "Invalid amount, nothing changed."
               MOVE -1 TO WS-AMOUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           IF WS-AMOUNT < 0
               DISPLAY "Amounts are never negative - enter the "
                   "opposite movement instead. Nothing changed."
           END-IF.

      *> Opening cash, and cash moved between drawer and vault.
       RECORD-DRAWER-AMOUNT.
           PERFORM ACCEPT-TELLER
           IF WS-TELLER = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-KIND
               WHEN "OP"
                   DISPLAY "Opening cash in the drawer: "
               WHEN "BY"
                   DISPLAY "Cash bought from the vault: "
               WHEN "SL"
                   DISPLAY "Cash sold back to the vault: "
           END-EVALUATE
           PERFORM ACCEPT-AMOUNT
           IF WS-AMOUNT < 0
               EXIT PARAGRAPH
           END-IF
           IF WS-AMOUNT = 0 AND WS-KIND NOT = "OP"
               DISPLAY "Zero movement, nothing changed."
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-DRAWER-EXTEND
           MOVE 0 TO WS-LINE-DENOM WS-LINE-PIECES
           MOVE WS-AMOUNT TO WS-LINE-AMOUNT
           PERFORM WRITE-DRAWER-LINE
           CLOSE DRAWER-FILE
           MOVE WS-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY "Recorded " WS-KIND " " WS-EDIT-AMOUNT
               " for teller " WS-TELLER.

      *> The closing count, denomination by denomination; written
      *> only once the teller confirms the total.
       RECORD-CLOSING-COUNT.
           PERFORM ACCEPT-TELLER
           IF WS-TELLER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-COUNT-TOTAL
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1 UNTIL WS-DN-IDX > 12
               MOVE WS-DENOM(WS-DN-IDX) TO WS-EDIT-DENOM
               DISPLAY "Pieces of " WS-EDIT-DENOM " (blank = 0): "
               MOVE SPACES TO WS-PIECES-TEXT
               ACCEPT WS-PIECES-TEXT
               MOVE 0 TO WS-PIECES
               IF WS-PIECES-TEXT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-PIECES-TEXT) NOT = 0
                       DISPLAY "Invalid count, nothing changed."
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-PIECES =
                       FUNCTION NUMVAL(WS-PIECES-TEXT)
               END-IF
               IF WS-PIECES < 0 OR WS-PIECES > 999999
                   DISPLAY "Invalid count, nothing changed."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PIECES TO WS-COUNT-PIECES(WS-DN-IDX)
               COMPUTE WS-COUNT-TOTAL = WS-COUNT-TOTAL
                   + WS-PIECES * WS-DENOM(WS-DN-IDX)
           END-PERFORM
           MOVE WS-COUNT-TOTAL TO WS-EDIT-AMOUNT
           DISPLAY "Counted total " WS-EDIT-AMOUNT " for teller "
               WS-TELLER " - record it (Y/N)? "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Count not recorded."
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-DRAWER-EXTEND
           MOVE "CT" TO WS-KIND
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1 UNTIL WS-DN-IDX > 12
               MOVE WS-DENOM(WS-DN-IDX) TO WS-LINE-DENOM
               MOVE WS-COUNT-PIECES(WS-DN-IDX) TO WS-LINE-PIECES
               COMPUTE WS-LINE-AMOUNT =
                   WS-LINE-PIECES * WS-LINE-DENOM
               PERFORM WRITE-DRAWER-LINE
           END-PERFORM
           CLOSE DRAWER-FILE
           DISPLAY "Closing count recorded.".

      *> The branch vault's own movements; tellers' buys and sells
      *> are already the other side of the vault's day.
       RECORD-VAULT-AMOUNT.
           DISPLAY "Vault (O)pening cash, (R)eceipt from cash "
               "centre, or (D)ispatch to cash centre? "
           ACCEPT WS-ACTION
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           EVALUATE WS-ACTION
               WHEN "O"
                   MOVE "VO" TO WS-KIND
               WHEN "R"
                   MOVE "VR" TO WS-KIND
               WHEN "D"
                   MOVE "VD" TO WS-KIND
               WHEN OTHER
                   DISPLAY "Nothing changed."
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Amount: "
           PERFORM ACCEPT-AMOUNT
           IF WS-AMOUNT < 0
               EXIT PARAGRAPH
           END-IF
           IF WS-AMOUNT = 0 AND WS-KIND NOT = "VO"
               DISPLAY "Zero movement, nothing changed."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TELLER
           PERFORM OPEN-DRAWER-EXTEND
           MOVE 0 TO WS-LINE-DENOM WS-LINE-PIECES
           MOVE WS-AMOUNT TO WS-LINE-AMOUNT
           PERFORM WRITE-DRAWER-LINE
           CLOSE DRAWER-FILE
           MOVE WS-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY "Recorded " WS-KIND " " WS-EDIT-AMOUNT
               " for the branch vault".

       LIST-TODAYS-ENTRIES.
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS NOT = "00"
               DISPLAY "No drawer entries yet."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DRAWER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LIST-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE DRAWER-FILE
           MOVE WS-LIST-COUNT TO WS-EDIT-COUNT
           DISPLAY WS-EDIT-COUNT " entries today for branch "
               WS-BRANCH.

       LIST-ONE-ENTRY.
           MOVE SPACES TO WS-TOKEN-DATE WS-TOKEN-BRANCH
               WS-TOKEN-TELLER WS-TOKEN-KIND WS-TOKEN-DENOM
               WS-TOKEN-PIECES WS-TOKEN-AMOUNT WS-TOKEN-OPERATOR
           UNSTRING DRAWER-LINE DELIMITED BY ","
               INTO WS-TOKEN-DATE WS-TOKEN-BRANCH WS-TOKEN-TELLER
                   WS-TOKEN-KIND WS-TOKEN-DENOM WS-TOKEN-PIECES
                   WS-TOKEN-AMOUNT WS-TOKEN-OPERATOR
           END-UNSTRING
           IF WS-TOKEN-DATE IS NOT NUMERIC
               OR WS-TOKEN-BRANCH IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-TOKEN-DATE NOT = WS-TODAY
               OR WS-TOKEN-BRANCH NOT = WS-BRANCH
               EXIT PARAGRAPH
           END-IF
      *> Empty denominations of a count are not worth a line.
           IF WS-TOKEN-KIND = "CT" AND WS-TOKEN-PIECES = "000000"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIST-COUNT
           DISPLAY WS-TOKEN-TELLER " " WS-TOKEN-KIND " "
               WS-TOKEN-DENOM " " WS-TOKEN-PIECES " "
               WS-TOKEN-AMOUNT " by " WS-TOKEN-OPERATOR.

       OPEN-DRAWER-EXTEND.
           OPEN EXTEND DRAWER-FILE
           IF WS-DRAWER-STATUS = "35"
               OPEN OUTPUT DRAWER-FILE
               CLOSE DRAWER-FILE
               OPEN EXTEND DRAWER-FILE
           END-IF
           IF WS-DRAWER-STATUS NOT = "00"
               DISPLAY "ERROR opening teller_drawer.dat, "
                   "status = " WS-DRAWER-STATUS
               STOP RUN 1
           END-IF.

       WRITE-DRAWER-LINE.
           MOVE WS-LINE-DENOM  TO WS-FILE-DENOM
           MOVE WS-LINE-AMOUNT TO WS-FILE-AMOUNT
           MOVE SPACES TO DRAWER-LINE
           STRING WS-TODAY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-BRANCH DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-TELLER DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-KIND DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-DENOM DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-LINE-PIECES DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-SIGNON-OPERATOR DELIMITED BY SIZE
               INTO DRAWER-LINE
           END-STRING
           WRITE DRAWER-LINE
           IF WS-DRAWER-STATUS NOT = "00"
               DISPLAY "ERROR writing teller_drawer.dat, "
                   "status = " WS-DRAWER-STATUS
               STOP RUN 1
           END-IF.
