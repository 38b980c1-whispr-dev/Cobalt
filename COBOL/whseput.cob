       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSEPUT.

      *> Callable warehouse filing in the RJUSTIFY mold: a captured
      *> transaction whose effective date is still in the future is
      *> handed here instead of being written to transactions.dat,
      *> and waits on warehouse.dat (WHSEREC.cpy) until POSTLEDGER
      *> releases it on that date. TRANSACTIONS-WRITER and BANKFEED
      *> both file through this one program so the two can never
      *> disagree about the warehouse layout or its numbering.
      *> CALL "WHSEPUT" USING transaction, captured-by, wh-id, ok:
      *>   transaction PIC X - a TRANSREC record image, TRANS-DATE
      *>               the effective date (TRANS-ID is ignored)
      *>   captured-by PIC X(20) - the capturing PROGRAM-ID
      *>   wh-id       PIC 9(13) - returned warehouse number
      *>   ok          PIC X - 'Y' when the item was filed
      *> Warehouse numbers follow the TRANS-ID scheme in their own
      *> range: the business date times 100000 plus a sequence,
      *> continuing from the highest number already waiting.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE ASSIGN TO "warehouse.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-RECORD.
           COPY WHSEREC.

       WORKING-STORAGE SECTION.
       01  WS-WH-STATUS          PIC XX.
       01  WS-WH-EOF             PIC X.
       01  WS-BUS-DATE           PIC 9(8).
       01  WS-NEXT-ID            PIC 9(13).
       01  WS-DAY-FLOOR          PIC 9(13).

       LINKAGE SECTION.
       01  LS-TRANSACTION.
           COPY TRANSREC.
       01  LS-CAPTURED-BY        PIC X(20).
       01  LS-WH-ID              PIC 9(13).
       01  LS-OK                 PIC X.

       PROCEDURE DIVISION USING LS-TRANSACTION LS-CAPTURED-BY
           LS-WH-ID LS-OK.

       MAIN.
           MOVE 'N' TO LS-OK
           MOVE 0 TO LS-WH-ID
           CALL "BUSDATE" USING WS-BUS-DATE
           PERFORM FIND-NEXT-WH-ID
           OPEN EXTEND WAREHOUSE-FILE
           IF WS-WH-STATUS = "35"
               OPEN OUTPUT WAREHOUSE-FILE
               CLOSE WAREHOUSE-FILE
               OPEN EXTEND WAREHOUSE-FILE
           END-IF
           IF WS-WH-STATUS NOT = "00"
               DISPLAY "ERROR opening warehouse.dat, status = "
                   WS-WH-STATUS
               GOBACK
           END-IF
           ADD 1 TO WS-NEXT-ID
           MOVE WS-NEXT-ID      TO WH-ID
           MOVE TRANS-TYPE      TO WH-TRANS-TYPE
           MOVE TRANS-DATE      TO WH-TRANS-DATE
           MOVE TRANS-ACCT-ID   TO WH-ACCT-ID
           MOVE TRANS-AMOUNT    TO WH-AMOUNT
           MOVE TRANS-REF-ID    TO WH-REF-ID
           MOVE TRANS-REF-TYPE  TO WH-REF-TYPE
           MOVE TRANS-CURR      TO WH-CURR
           MOVE TRANS-EXT-REF   TO WH-EXT-REF
           MOVE TRANS-BRANCH    TO WH-BRANCH
           MOVE TRANS-TO-ACCT   TO WH-TO-ACCT
           MOVE TRANS-TELLER    TO WH-TELLER
           MOVE TRANS-CHECK-NO  TO WH-CHECK-NO
           MOVE WS-BUS-DATE     TO WH-CAPTURED-DATE
           MOVE LS-CAPTURED-BY  TO WH-CAPTURED-BY
           MOVE 0               TO WH-RELEASE-ID
           WRITE WAREHOUSE-RECORD
           IF WS-WH-STATUS NOT = "00"
               DISPLAY "ERROR writing warehouse.dat, status = "
                   WS-WH-STATUS
               CLOSE WAREHOUSE-FILE
               GOBACK
           END-IF
           CLOSE WAREHOUSE-FILE
           MOVE WS-NEXT-ID TO LS-WH-ID
           MOVE 'Y' TO LS-OK
           GOBACK.

       FIND-NEXT-WH-ID.
           COMPUTE WS-DAY-FLOOR = WS-BUS-DATE * 100000
           MOVE WS-DAY-FLOOR TO WS-NEXT-ID
           OPEN INPUT WAREHOUSE-FILE
           IF WS-WH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-WH-EOF
           PERFORM UNTIL WS-WH-EOF = 'Y'
               READ WAREHOUSE-FILE
                   AT END
                       MOVE 'Y' TO WS-WH-EOF
                   NOT AT END
                       IF WH-ID > WS-NEXT-ID
                           MOVE WH-ID TO WS-NEXT-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAREHOUSE-FILE.
