       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBENTRY.

      *> Callable inter-branch settlement writer in the ALERTLOG
      *> mold. A posting applied in one branch to an account held
      *> in another - a deposit taken at the counter of branch 4 for
      *> a branch 2 account, a transfer between accounts of two
      *> branches - leaves one branch holding the cash and the
      *> other the customer's balance. Every such posting, as it is
      *> applied (POSTLEDGER, REPOST-SUSPENSE), lands here as one
      *> matching pair on interbranch.dat:
      *>   DATE,TRANS-ID,TYPE,DUE-TO,DUE-FROM,CURR,AMOUNT
      *> - the DUE-TO branch owes the amount to the DUE-FROM branch:
      *> it books a due-to (liability) and the other branch the
      *> matching due-from (asset). Money paid into an account is
      *> owed by the branch that took it to the account's branch;
      *> money paid out of an account is owed by the account's
      *> branch to the branch that paid it; a transfer's debit
      *> branch owes its credit branch. GLEXTRACT books each pair
      *> through gl_map.dat (IB due-from, IBOFF due-to) and
      *> IBPOSITION reports the day's net by branch pair.
      *> CALL "IBENTRY" USING trans-id, type, due-to, due-from,
      *>   currency, amount:
      *>   trans-id PIC 9(13)   type PIC X(2)
      *>   due-to   PIC 9(3)    due-from PIC 9(3)
      *>   currency PIC X(3)    amount PIC 9(7)V99 COMP-3, in the
      *>                        posting's own currency
      *> The date is the business date the posting was applied. A
      *> pair that cannot be written is raised through ALERTLOG -
      *> the posting itself has already been applied.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IB-FILE ASSIGN TO "interbranch.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IB-FILE.
       01  IB-LINE               PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-IB-STATUS          PIC XX.
       01  WS-TODAY              PIC 9(8).
       01  WS-FILE-AMOUNT        PIC 9(7).99.
       01  WS-EDIT-ID            PIC 9(13).
       01  WS-ALERT-SEV          PIC X VALUE "E".
       01  WS-ALERT-PROGRAM      PIC X(20) VALUE "IBENTRY".
       01  WS-ALERT-MESSAGE      PIC X(60).

       LINKAGE SECTION.
       01  LS-TRANS-ID           PIC 9(13).
       01  LS-TYPE               PIC X(2).
       01  LS-DUE-TO             PIC 9(3).
       01  LS-DUE-FROM           PIC 9(3).
       01  LS-CURR               PIC X(3).
       01  LS-AMOUNT             PIC 9(7)V99 COMP-3.

       PROCEDURE DIVISION USING LS-TRANS-ID LS-TYPE LS-DUE-TO
               LS-DUE-FROM LS-CURR LS-AMOUNT.

       MAIN.
           OPEN EXTEND IB-FILE
           IF WS-IB-STATUS = "35"
               OPEN OUTPUT IB-FILE
               CLOSE IB-FILE
               OPEN EXTEND IB-FILE
           END-IF
           IF WS-IB-STATUS NOT = "00"
               PERFORM RAISE-UNWRITTEN-PAIR
               GOBACK
           END-IF
           CALL "BUSDATE" USING WS-TODAY
           MOVE LS-AMOUNT   TO WS-FILE-AMOUNT
           MOVE LS-TRANS-ID TO WS-EDIT-ID
           MOVE SPACES TO IB-LINE
           STRING WS-TODAY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-ID DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   LS-TYPE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   LS-DUE-TO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   LS-DUE-FROM DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   LS-CURR DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT DELIMITED BY SIZE
               INTO IB-LINE
           END-STRING
           WRITE IB-LINE
           IF WS-IB-STATUS NOT = "00"
               CLOSE IB-FILE
               PERFORM RAISE-UNWRITTEN-PAIR
               GOBACK
           END-IF
           CLOSE IB-FILE
           GOBACK.

       RAISE-UNWRITTEN-PAIR.
           MOVE LS-TRANS-ID TO WS-EDIT-ID
           DISPLAY "*** ERROR: inter-branch pair for transaction #"
               WS-EDIT-ID " not written to interbranch.dat, "
               "status = " WS-IB-STATUS " ***"
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "inter-branch pair not written, trans "
                       DELIMITED BY SIZE
                   WS-EDIT-ID DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
           END-STRING
           CALL "ALERTLOG" USING WS-ALERT-SEV
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE.
