      *> Return code 1 when anything failed the edit, so an
      *> end-of-day script can tell at a glance; nothing is ever
      *> changed either way.
      *> Each file is first put through INBOUNDCHK's file-level
      *> control - the header's sender, date and sequence against
      *> inbound_registry.dat and the trailer's count and amount
      *> hash against the lines - exactly as the importer will at
      *> night; a file the importer would refuse whole fails the
      *> edit too. Nothing is entered on the registry from here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  BATCH-LINE            PIC X(40).

       FD  FEED-FILE.
       01  FEED-LINE             PIC X(100).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
       01  WS-FEED-BAD-COUNT     PIC 9(7) VALUE 0.
       01  WS-EDIT-COUNT         PIC Z(6)9.

      *> File-level control (INBOUNDCHK), check only.
       01  WS-IC-ACTION          PIC X VALUE "C".
       01  WS-IC-INTERFACE       PIC X(8).
       01  WS-IC-FILE            PIC X(40).
       01  WS-IC-RESULT          PIC X.
       01  WS-IC-MESSAGE         PIC X(60).
       01  WS-FILE-REFUSED-COUNT PIC 9(7) VALUE 0.

      *> Batch-line fields, the writer's layout:
      *> ACCT,TYPE,AMOUNT,4th,5th (4th = RV original id, TF credit
      *> account, or currency; 5th = TF currency, or the check
       01  WS-ACCT-ON-LEDGER     PIC X.

      *> Feed-line fields, BANKFEED's layout:
      *> EXTREF,DATE,ACCT,TYPE,AMOUNT[,CURR[,COUNTERPARTY]] - the
      *> counterparty name is screened at import, not edited here.
       01  WS-EXT-REF-TEXT       PIC X(12).
       01  WS-DATE-TEXT          PIC X(8).
       01  WS-FEED-DATE          PIC 9(8).
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-FILE-REFUSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FILES REFUSED BY FILE CONTROL: "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           IF WS-LEDGER-OPEN = 'Y'
               CLOSE LEDGER-FILE
           DISPLAY "Feed lines passing the edit:  " WS-EDIT-COUNT
           MOVE WS-FEED-BAD-COUNT TO WS-EDIT-COUNT
           DISPLAY "Feed lines failing the edit:  " WS-EDIT-COUNT
           MOVE WS-FILE-REFUSED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Files refused by file control:" WS-EDIT-COUNT
           DISPLAY "Findings written to preedit_report.txt"
           IF WS-BATCH-BAD-COUNT > 0 OR WS-FEED-BAD-COUNT > 0
               OR WS-FILE-REFUSED-COUNT > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "BATCH" TO WS-IC-INTERFACE
           MOVE "batch_input.dat" TO WS-IC-FILE
           PERFORM CHECK-FILE-CONTROL
           PERFORM UNTIL WS-BATCH-EOF = 'Y'
               READ BATCH-FILE
                   AT END
           END-PERFORM
           CLOSE BATCH-FILE.

      *> The file as a whole, ahead of its lines: the outcome is the
      *> first line under the file's heading.
       CHECK-FILE-CONTROL.
           CALL "INBOUNDCHK" USING WS-IC-ACTION WS-IC-INTERFACE
               WS-IC-FILE WS-IC-RESULT WS-IC-MESSAGE
           MOVE SPACES TO REPORT-LINE
           IF WS-IC-RESULT = 'N'
               ADD 1 TO WS-FILE-REFUSED-COUNT
               STRING "  FILE REFUSED: " DELIMITED BY SIZE
                       WS-IC-MESSAGE DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "  file control: " DELIMITED BY SIZE
                       WS-IC-MESSAGE DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *> The writer's own batch rules, plus the ledger-existence
      *> check the writer leaves to posting time.
       EDIT-ONE-BATCH-LINE.
                   WS-REF-ID-TEXT WS-FIFTH-TEXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-TYPE) TO WS-TYPE
           IF WS-ACCT-ID-TEXT = "HDR" OR WS-ACCT-ID-TEXT = "TRL"
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(WS-ACCT-ID-TEXT) NOT = 0
               MOVE "account id not numeric" TO WS-FAULT-TEXT
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "FEED" TO WS-IC-INTERFACE
           MOVE "bank_feed.dat" TO WS-IC-FILE
           PERFORM CHECK-FILE-CONTROL
           PERFORM UNTIL WS-FEED-EOF = 'Y'
               READ FEED-FILE
                   AT END
                   WS-TYPE WS-AMOUNT-TEXT WS-CURR-TEXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-TYPE) TO WS-TYPE
           IF WS-EXT-REF-TEXT = "HDR" OR WS-EXT-REF-TEXT = "TRL"
               EXIT PARAGRAPH
           END-IF

           IF WS-EXT-REF-TEXT = SPACES
               MOVE "reference missing" TO WS-FAULT-TEXT
