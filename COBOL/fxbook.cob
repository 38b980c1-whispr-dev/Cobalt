       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXBOOK.

      *> Callable FX-margin writer in the IBENTRY mold. Every
      *> customer posting converted at the customer side of the
      *> spread (FXSPREAD) lands here once it has been applied, as
      *> one line on fx_margin.dat:
      *>   DATE,TRANS-ID,TYPE,BRANCH,ACCT,FROM-CURR,FROM-AMOUNT,
      *>   TO-CURR,CUSTOMER-AMOUNT,MARGIN
      *> - the amount as taken, what the account was actually
      *> credited or debited in its own currency, and the margin
      *> earned against mid in that same currency. BRANCH is the
      *> account's branch, where the customer leg is booked. A
      *> transfer converted on both legs writes one line per leg.
      *> GLEXTRACT books each margin as FX income (gl_map.dat type
      *> FX) and FXINCOME reports the day's volumes and margin.
      *> CALL "FXBOOK" USING trans-id, type, branch, acct,
      *>   from-curr, from-amount, to-curr, customer-amount, margin:
      *>   trans-id PIC 9(13)   type PIC X(2)   branch PIC 9(3)
      *>   acct PIC 9(6)        currencies PIC X(3)
      *>   amounts PIC 9(7)V99 COMP-3
      *> The date is the business date the posting was applied. A
      *> line that cannot be written is raised through ALERTLOG -
      *> the posting itself has already been applied.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-FILE ASSIGN TO "fx_margin.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-FILE.
       01  FX-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FX-STATUS          PIC XX.
       01  WS-TODAY              PIC 9(8).
       01  WS-FILE-FROM-AMOUNT   PIC 9(7).99.
       01  WS-FILE-CUST-AMOUNT   PIC 9(7).99.
       01  WS-FILE-MARGIN        PIC 9(7).99.
       01  WS-EDIT-ID            PIC 9(13).
       01  WS-ALERT-SEV          PIC X VALUE "E".
       01  WS-ALERT-PROGRAM      PIC X(20) VALUE "FXBOOK".
       01  WS-ALERT-MESSAGE      PIC X(60).

       LINKAGE SECTION.
       01  LS-TRANS-ID           PIC 9(13).
       01  LS-TYPE               PIC X(2).
       01  LS-BRANCH             PIC 9(3).
       01  LS-ACCT               PIC 9(6).
       01  LS-FROM-CURR          PIC X(3).
       01  LS-FROM-AMOUNT        PIC 9(7)V99 COMP-3.
       01  LS-TO-CURR            PIC X(3).
       01  LS-CUST-AMOUNT        PIC 9(7)V99 COMP-3.
       01  LS-MARGIN             PIC 9(7)V99 COMP-3.

       PROCEDURE DIVISION USING LS-TRANS-ID LS-TYPE LS-BRANCH
               LS-ACCT LS-FROM-CURR LS-FROM-AMOUNT LS-TO-CURR
               LS-CUST-AMOUNT LS-MARGIN.

       MAIN.
           OPEN EXTEND FX-FILE
           IF WS-FX-STATUS = "35"
               OPEN OUTPUT FX-FILE
               CLOSE FX-FILE
               OPEN EXTEND FX-FILE
           END-IF
           IF WS-FX-STATUS NOT = "00"
               PERFORM RAISE-UNWRITTEN-MARGIN
               GOBACK
           END-IF
           CALL "BUSDATE" USING WS-TODAY
           MOVE LS-TRANS-ID    TO WS-EDIT-ID
           MOVE LS-FROM-AMOUNT TO WS-FILE-FROM-AMOUNT
           MOVE LS-CUST-AMOUNT TO WS-FILE-CUST-AMOUNT
           MOVE LS-MARGIN      TO WS-FILE-MARGIN
           MOVE SPACES TO FX-LINE
           STRING WS-TODAY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-ID DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   LS-TYPE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   LS-BRANCH DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   LS-ACCT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   LS-FROM-CURR DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-FROM-AMOUNT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   LS-TO-CURR DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-CUST-AMOUNT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-MARGIN DELIMITED BY SIZE
               INTO FX-LINE
           END-STRING
           WRITE FX-LINE
           IF WS-FX-STATUS NOT = "00"
               CLOSE FX-FILE
               PERFORM RAISE-UNWRITTEN-MARGIN
               GOBACK
           END-IF
           CLOSE FX-FILE
           GOBACK.

       RAISE-UNWRITTEN-MARGIN.
           MOVE LS-TRANS-ID TO WS-EDIT-ID
           DISPLAY "*** ERROR: FX margin for transaction #"
               WS-EDIT-ID " not written to fx_margin.dat, "
               "status = " WS-FX-STATUS " ***"
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "FX margin not written, trans " DELIMITED BY SIZE
                   WS-EDIT-ID DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
           END-STRING
           CALL "ALERTLOG" USING WS-ALERT-SEV
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE.
