
      *> Maintains the funds-availability hold file (holds.dat) that
      *> POSTLEDGER nets out of L-PRINC before allowing a debit, in
      *> the list/maintain rhythm of RATEMAINT/FEEMAINT. holds.dat
      *> is indexed on the hold number with the account as an
      *> alternate key (HOLDREC.cpy), so the listing asks for an
      *> account and shows just its holds (blank lists them all),
      *> and an add or release changes that one record in place.
      *> A hold is active through its expiry date inclusive;
      *> HOLDEXPIRE drops it the night after. Legal holds and other
      *> open-ended restraints take expiry 99991231 and stay until
      *> released here - except a garnishment or levy order's holds
      *> (reason "LEGAL ORD nnnnnn"), which LEGALORD places and
      *> releases with the order and LEGALPROC remits; that reason
      *> is refused here both ways. New holds are numbered like
      *> TRANS-IDs: the business date times 100000 plus a daily
      *> sequence.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-NO
               ALTERNATE RECORD KEY IS HOLD-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       WORKING-STORAGE SECTION.

       01  WS-HOLD-EOF           PIC X VALUE 'N'.
       01  WS-CONTINUE           PIC X VALUE 'Y'.
       01  WS-ACTION             PIC X.

       01  WS-ACCT-TEXT          PIC X(6).
       01  WS-AMOUNT-TEXT        PIC X(12).
       01  WS-REASON-IN          PIC X(16).
       01  WS-EXPIRY-TEXT        PIC X(8).
       01  WS-HOLDNO-TEXT        PIC X(13).
       01  WS-ACCT-CHECK         PIC S9(6).
       01  WS-AMOUNT-CHECK       PIC S9(7)V99.
       01  WS-EXPIRY-CHECK       PIC 9(8).
       01  WS-HOLDNO-CHECK       PIC S9(13).
       01  WS-DATE-OPTIONS       PIC X(2).
       01  WS-DATE-OK            PIC X.

       01  WS-TODAY              PIC 9(8).
       01  WS-NEXT-HOLDNO        PIC 9(13) VALUE 0.
       01  WS-LIST-ACCT          PIC 9(6).
       01  WS-LIST-ALL           PIC X.
       01  WS-LIST-COUNT         PIC 9(7).

       01  WS-EDIT-HOLDNO        PIC 9(13).
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-EXPIRY        PIC 9(8).

       PROCEDURE DIVISION.
       BEGIN.
               STOP RUN 1
           END-IF

           CALL "BUSDATE" USING WS-TODAY
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               DISPLAY "No holds.dat yet - starting a new hold "
                   "file."
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "ERROR opening holds.dat, status = "
                   WS-HOLD-STATUS
               STOP RUN 1
           END-IF

           PERFORM UNTIL WS-CONTINUE NOT = 'Y'
               DISPLAY "(L)ist holds, (A)dd a hold, (R)elease a "
                   "hold, or (Q)uit? "
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "L"
                       PERFORM LIST-HOLDS
                   WHEN "A"
                       PERFORM CAPTURE-ONE-HOLD
                   WHEN "R"
               END-EVALUATE
           END-PERFORM

           CLOSE HOLD-FILE
           DISPLAY "Hold file updated."
           STOP RUN.

      *> One account's holds through the account key, or every hold
      *> in hold-number order when no account is given.
       LIST-HOLDS.
           DISPLAY "Account id to list (blank = all holds): "
           MOVE SPACES TO WS-ACCT-TEXT
           ACCEPT WS-ACCT-TEXT
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-HOLD-EOF
           IF WS-ACCT-TEXT = SPACES
               MOVE 'Y' TO WS-LIST-ALL
               MOVE 0 TO HOLD-NO
               START HOLD-FILE KEY IS >= HOLD-NO
                   INVALID KEY
                       MOVE 'Y' TO WS-HOLD-EOF
               END-START
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-ACCT-TEXT) NOT = 0
                   DISPLAY "Invalid account id."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WS-LIST-ALL
               COMPUTE WS-LIST-ACCT = FUNCTION NUMVAL(WS-ACCT-TEXT)
               MOVE WS-LIST-ACCT TO HOLD-ACCT-ID
               START HOLD-FILE KEY IS = HOLD-ACCT-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-HOLD-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF WS-LIST-ALL NOT = 'Y'
                           AND HOLD-ACCT-ID NOT = WS-LIST-ACCT
                           MOVE 'Y' TO WS-HOLD-EOF
                       ELSE
                           PERFORM SHOW-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "(no holds on file)"
           END-IF.

       SHOW-ONE-HOLD.
           ADD 1 TO WS-LIST-COUNT
           MOVE HOLD-NO       TO WS-EDIT-HOLDNO
           MOVE HOLD-ACCT-ID  TO WS-EDIT-ACCT
           MOVE HOLD-AMOUNT   TO WS-EDIT-AMOUNT
           MOVE HOLD-EXPIRY   TO WS-EDIT-EXPIRY
           DISPLAY "  hold " WS-EDIT-HOLDNO " acct "
               WS-EDIT-ACCT " amount " WS-EDIT-AMOUNT
               " through " WS-EDIT-EXPIRY " - " HOLD-REASON.

       CAPTURE-ONE-HOLD.
           DISPLAY "Account id to hold: "
               MOVE "HOLD" TO WS-REASON-IN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-REASON-IN) TO WS-REASON-IN
           IF WS-REASON-IN(1:10) = "LEGAL ORD "
               DISPLAY "Garnishment and levy holds are placed through "
                   "LEGALORD, nothing changed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Active through date (YYYYMMDD, 99991231 = "
               "until released): "
           ACCEPT WS-EXPIRY-TEXT
               END-IF
           END-IF

           PERFORM FIND-NEXT-HOLDNO
           MOVE WS-NEXT-HOLDNO  TO HOLD-NO
           MOVE WS-ACCT-CHECK   TO HOLD-ACCT-ID
           MOVE WS-AMOUNT-CHECK TO HOLD-AMOUNT
           MOVE WS-REASON-IN    TO HOLD-REASON
           MOVE WS-EXPIRY-CHECK TO HOLD-EXPIRY
           MOVE WS-TODAY        TO HOLD-PLACED-DATE
           MOVE "HOLDMAINT"     TO HOLD-PLACED-BY
           WRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "ERROR adding hold, status = "
                       WS-HOLD-STATUS ", nothing changed."
                   EXIT PARAGRAPH
           END-WRITE
           MOVE WS-NEXT-HOLDNO  TO WS-EDIT-HOLDNO
           DISPLAY "Hold " WS-EDIT-HOLDNO " added.".

      *> Next number in today's range: the highest hold numbered
      *> from today's floor up, plus one.
       FIND-NEXT-HOLDNO.
           COMPUTE WS-NEXT-HOLDNO = WS-TODAY * 100000
           MOVE WS-NEXT-HOLDNO TO HOLD-NO
           MOVE 'N' TO WS-HOLD-EOF
           START HOLD-FILE KEY IS >= HOLD-NO
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       MOVE HOLD-NO TO WS-NEXT-HOLDNO
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-HOLDNO.

       RELEASE-ONE-HOLD.
           DISPLAY "Hold number to release: "
           ACCEPT WS-HOLDNO-TEXT
           END-IF
           COMPUTE WS-HOLDNO-CHECK =
               FUNCTION NUMVAL(WS-HOLDNO-TEXT)
           IF WS-HOLDNO-CHECK <= 0
               DISPLAY "Invalid hold number, nothing changed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOLDNO-CHECK TO HOLD-NO
           READ HOLD-FILE
               INVALID KEY
                   DISPLAY "No such hold on file, nothing changed."
                   EXIT PARAGRAPH
           END-READ
           IF HOLD-REASON(1:10) = "LEGAL ORD "
               DISPLAY "That hold belongs to a garnishment or levy "
                   "order - it goes with the order's remittance "
                   "or its withdrawal in LEGALORD, nothing changed."
               EXIT PARAGRAPH
           END-IF
           DELETE HOLD-FILE
               INVALID KEY
                   DISPLAY "ERROR releasing hold, status = "
                       WS-HOLD-STATUS ", nothing changed."
                   EXIT PARAGRAPH
           END-DELETE
           DISPLAY "Hold released.".
