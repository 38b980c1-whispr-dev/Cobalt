       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOUNDCHK.

      *> Callable file-level control for the inbound interface files
      *> in the RUNLOCK mold, so no program imports a file before
      *> the file ITSELF has been proven to be the expected one -
      *> BANKFEED's reference check and PREEDIT's line edits look
      *> at lines, and yesterday's file re-sent under a new name, a
      *> truncated transmission, or another bank's file all pass
      *> a line-by-line look.
      *> Every inbound file is framed by a header and a trailer:
      *>     HDR,SENDER,FILEDATE,SEQ
      *>     ... detail lines ...
      *>     TRL,COUNT,HASH
      *> SENDER is the sending party's id, FILEDATE YYYYMMDD, SEQ
      *> the sender's running file number; COUNT is the number of
      *> detail lines and HASH the sum of their amount fields (the
      *> fifth field on bank_feed.dat and bank_statement.dat, the
      *> third on batch_input.dat). Blank lines are not counted.
      *> CALL "INBOUNDCHK" USING action, interface, file, result,
      *> message:
      *>   action    PIC X    - "C" check the file; "R" check it
      *>                        again and, when it passes, enter it
      *>                        on the registry as received (call
      *>                        once the import has completed, so
      *>                        a restarted import is not refused
      *>                        as its own duplicate)
      *>   interface PIC X(8) - FEED, STMT or BATCH
      *>   file      PIC X(40) - the file name
      *>   result    PIC X    - 'Y' passed; 'N' refused, with the
      *>                        reason in message; 'U' unframed
      *>                        file accepted (see below)
      *>   message   PIC X(60)
      *> A file is refused when its sender is not the one expected
      *> for the interface, its SEQ was already received from that
      *> sender (duplicate), its SEQ is not the next after the last
      *> one received (gap), its date is before the last file's, or
      *> its trailer is missing or disagrees with the detail lines.
      *> The registry is inbound_registry.dat, one line per file
      *> received:
      *>     INTERFACE,SENDER,SEQ,FILEDATE,COUNT,HASH,RECEIVED,FILE
      *> The expected sender per interface comes from
      *> inbound_senders.dat (INTERFACE,SENDER); an interface not
      *> listed there expects the sender of its last registered
      *> file, and the first file from any sender starts its
      *> sequence. A file with no header at all is accepted as
      *> unframed ('U') only while its interface has neither a
      *> sender entry nor a registered file - the BRNAME bootstrap
      *> rule, so a shop whose senders are not yet framing their
      *> files keeps working until it lists them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-FILE ASSIGN USING WS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "inbound_registry.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT SENDER-FILE ASSIGN TO "inbound_senders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENDER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
       01  IN-LINE               PIC X(100).

       FD  REGISTRY-FILE.
       01  REGISTRY-LINE         PIC X(120).

       FD  SENDER-FILE.
       01  SENDER-LINE           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-IN-NAME            PIC X(40).
       01  WS-IN-STATUS          PIC XX.
       01  WS-IN-EOF             PIC X.
       01  WS-REGISTRY-STATUS    PIC XX.
       01  WS-REGISTRY-EOF       PIC X.
       01  WS-SENDER-STATUS      PIC XX.
       01  WS-SENDER-EOF         PIC X.
       01  WS-TODAY              PIC 9(8).
       01  WS-INTERFACE          PIC X(8).

      *> One comma field per slot; the amount is slot 5 on the
      *> bank's files and slot 3 on the keyed batch.
       01  WS-TOKENS.
           05 WS-TK              PIC X(20) OCCURS 8 TIMES.
       01  WS-AMOUNT-SLOT        PIC 9 VALUE 5.

      *> What the file says about itself.
       01  WS-HDR-SEEN           PIC X.
       01  WS-TRL-SEEN           PIC X.
       01  WS-AFTER-TRL          PIC X.
       01  WS-HDR-OUT-OF-PLACE   PIC X.
       01  WS-HDR-SENDER         PIC X(10).
       01  WS-HDR-DATE           PIC 9(8).
       01  WS-HDR-SEQ            PIC 9(6).
       01  WS-HDR-VALID          PIC X.
       01  WS-TRL-COUNT          PIC 9(7).
       01  WS-TRL-HASH           PIC 9(13)V99.
       01  WS-TRL-VALID          PIC X.
       01  WS-DETAIL-COUNT       PIC 9(7).
       01  WS-DETAIL-HASH        PIC 9(13)V99.
       01  WS-DATEVAL-OPTIONS    PIC X(2) VALUE SPACES.
       01  WS-DATEVAL-RESULT     PIC X.

      *> What the registry and the sender list expect.
       01  WS-EXPECT-SENDER      PIC X(10).
       01  WS-LISTED-SENDER      PIC X(10).
       01  WS-LAST-SENDER        PIC X(10).
       01  WS-IF-REGISTERED      PIC X.
       01  WS-LAST-SEQ           PIC 9(6).
       01  WS-LAST-DATE          PIC 9(8).
       01  WS-SENDER-KNOWN       PIC X.
       01  WS-DUP-FOUND          PIC X.
       01  WS-DUP-RECEIVED       PIC X(8).
       01  WS-NEXT-SEQ           PIC 9(6).
       01  WS-RG-SEQ             PIC 9(6).
       01  WS-RG-DATE            PIC 9(8).

       01  WS-EDIT-SEQ           PIC Z(5)9.
       01  WS-EDIT-NEXT          PIC Z(5)9.
       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-TRL-COUNT     PIC Z(6)9.
       01  WS-EDIT-HASH          PIC Z(12)9.99.
       01  WS-EDIT-DATE          PIC 9(8).

       LINKAGE SECTION.
       01  LS-ACTION             PIC X.
       01  LS-INTERFACE          PIC X(8).
       01  LS-FILE               PIC X(40).
       01  LS-RESULT             PIC X.
       01  LS-MESSAGE            PIC X(60).

       PROCEDURE DIVISION USING LS-ACTION LS-INTERFACE LS-FILE
               LS-RESULT LS-MESSAGE.

       MAIN.
           MOVE SPACES TO LS-MESSAGE
           MOVE FUNCTION UPPER-CASE(LS-INTERFACE) TO WS-INTERFACE
           MOVE LS-FILE TO WS-IN-NAME
           IF WS-INTERFACE = "BATCH"
               MOVE 3 TO WS-AMOUNT-SLOT
           ELSE
               MOVE 5 TO WS-AMOUNT-SLOT
           END-IF
           PERFORM CHECK-INBOUND-FILE
           IF FUNCTION UPPER-CASE(LS-ACTION) = "R"
               AND LS-RESULT = 'Y'
               PERFORM REGISTER-INBOUND-FILE
           END-IF
           GOBACK.

       CHECK-INBOUND-FILE.
           MOVE 'N' TO LS-RESULT
           PERFORM LOAD-EXPECTATIONS
           PERFORM SCAN-INBOUND-FILE
           IF WS-IN-STATUS NOT = "00" AND WS-IN-STATUS NOT = "10"
               STRING "cannot open " DELIMITED BY SIZE
                       WS-IN-NAME DELIMITED BY SPACE
                       ", status " DELIMITED BY SIZE
                       WS-IN-STATUS DELIMITED BY SIZE
                   INTO LS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF WS-HDR-SEEN NOT = 'Y'
               IF WS-LISTED-SENDER = SPACES
                   AND WS-IF-REGISTERED NOT = 'Y'
                   MOVE 'U' TO LS-RESULT
                   MOVE "no header - unframed file accepted"
                       TO LS-MESSAGE
               ELSE
                   MOVE "no HDR header line - not a framed file"
                       TO LS-MESSAGE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-HDR-OUT-OF-PLACE = 'Y'
               MOVE "HDR header is not the first line of the file"
                   TO LS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-HDR-VALID NOT = 'Y'
               MOVE "HDR header has an invalid date or sequence"
                   TO LS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-TRL-SEEN NOT = 'Y'
               MOVE "no TRL trailer - transmission truncated?"
                   TO LS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-TRL-VALID NOT = 'Y'
               MOVE "TRL trailer has an invalid count or hash"
                   TO LS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-AFTER-TRL = 'Y'
               MOVE "lines follow the TRL trailer" TO LS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-DETAIL-COUNT NOT = WS-TRL-COUNT
               MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT
               MOVE WS-TRL-COUNT TO WS-EDIT-TRL-COUNT
               STRING "trailer count " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-TRL-COUNT)
                           DELIMITED BY SIZE
                       " but " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                       " detail lines" DELIMITED BY SIZE
                   INTO LS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF WS-DETAIL-HASH NOT = WS-TRL-HASH
               MOVE WS-DETAIL-HASH TO WS-EDIT-HASH
               STRING "amount hash mismatch - detail lines total "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-HASH) DELIMITED BY SIZE
                   INTO LS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-AGAINST-REGISTRY.

      *> Sender, duplicate, sequence and date order, once the file
      *> itself is known to be whole.
       CHECK-AGAINST-REGISTRY.
           MOVE WS-HDR-SEQ TO WS-EDIT-SEQ
           IF WS-LISTED-SENDER NOT = SPACES
               MOVE WS-LISTED-SENDER TO WS-EXPECT-SENDER
           ELSE
               MOVE WS-LAST-SENDER TO WS-EXPECT-SENDER
           END-IF
           IF WS-EXPECT-SENDER NOT = SPACES
               AND WS-HDR-SENDER NOT = WS-EXPECT-SENDER
               STRING "sender " DELIMITED BY SIZE
                       WS-HDR-SENDER DELIMITED BY SPACE
                       " is not the expected " DELIMITED BY SIZE
                       WS-EXPECT-SENDER DELIMITED BY SPACE
                   INTO LS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-REGISTRY-FOR-SENDER
           IF WS-DUP-FOUND = 'Y'
               STRING "duplicate - sequence " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-SEQ) DELIMITED BY SIZE
                       " already received " DELIMITED BY SIZE
                       WS-DUP-RECEIVED DELIMITED BY SIZE
                   INTO LS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF WS-SENDER-KNOWN = 'Y'
               COMPUTE WS-NEXT-SEQ = WS-LAST-SEQ + 1
               IF WS-HDR-SEQ NOT = WS-NEXT-SEQ
                   MOVE WS-NEXT-SEQ TO WS-EDIT-NEXT
                   STRING "sequence gap - file is " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-SEQ)
                               DELIMITED BY SIZE
                           ", expected " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NEXT)
                               DELIMITED BY SIZE
                       INTO LS-MESSAGE
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
               IF WS-HDR-DATE < WS-LAST-DATE
                   MOVE WS-LAST-DATE TO WS-EDIT-DATE
                   STRING "file date is before the last file's "
                           DELIMITED BY SIZE
                           WS-EDIT-DATE DELIMITED BY SIZE
                       INTO LS-MESSAGE
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO LS-RESULT
           STRING "sender " DELIMITED BY SIZE
                   WS-HDR-SENDER DELIMITED BY SPACE
                   " sequence " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-SEQ) DELIMITED BY SIZE
                   " dated " DELIMITED BY SIZE
                   WS-HDR-DATE DELIMITED BY SIZE
                   " in order" DELIMITED BY SIZE
               INTO LS-MESSAGE
           END-STRING.

      *> The listed sender for the interface, and whether the
      *> interface has anything on the registry (and from whom last).
       LOAD-EXPECTATIONS.
           MOVE SPACES TO WS-LISTED-SENDER WS-LAST-SENDER
           MOVE 'N' TO WS-IF-REGISTERED
           MOVE 'N' TO WS-SENDER-EOF
           OPEN INPUT SENDER-FILE
           IF WS-SENDER-STATUS = "00"
               PERFORM UNTIL WS-SENDER-EOF = 'Y'
                   READ SENDER-FILE
                       AT END
                           MOVE 'Y' TO WS-SENDER-EOF
                       NOT AT END
                           MOVE SPACES TO WS-TOKENS
                           UNSTRING SENDER-LINE DELIMITED BY ","
                               INTO WS-TK(1) WS-TK(2)
                           END-UNSTRING
                           IF FUNCTION UPPER-CASE(WS-TK(1))
                                   = WS-INTERFACE
                               MOVE WS-TK(2) TO WS-LISTED-SENDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENDER-FILE
           END-IF
           MOVE 'N' TO WS-REGISTRY-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REGISTRY-EOF = 'Y'
               READ REGISTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-REGISTRY-EOF
                   NOT AT END
                       MOVE SPACES TO WS-TOKENS
                       UNSTRING REGISTRY-LINE DELIMITED BY ","
                           INTO WS-TK(1) WS-TK(2)
                       END-UNSTRING
                       IF WS-TK(1) = WS-INTERFACE
                           MOVE 'Y' TO WS-IF-REGISTERED
                           MOVE WS-TK(2) TO WS-LAST-SENDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE.

      *> Highest sequence (and its file date) already received from
      *> this sender on this interface, and whether this very
      *> sequence is among them.
       SCAN-REGISTRY-FOR-SENDER.
           MOVE 'N' TO WS-SENDER-KNOWN WS-DUP-FOUND
           MOVE 0 TO WS-LAST-SEQ WS-LAST-DATE
           MOVE 'N' TO WS-REGISTRY-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REGISTRY-EOF = 'Y'
               READ REGISTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-REGISTRY-EOF
                   NOT AT END
                       PERFORM NOTE-ONE-REGISTRY-LINE
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE.

       NOTE-ONE-REGISTRY-LINE.
           MOVE SPACES TO WS-TOKENS
           UNSTRING REGISTRY-LINE DELIMITED BY ","
               INTO WS-TK(1) WS-TK(2) WS-TK(3) WS-TK(4) WS-TK(5)
                   WS-TK(6) WS-TK(7)
           END-UNSTRING
           IF WS-TK(1) NOT = WS-INTERFACE
               OR WS-TK(2) NOT = WS-HDR-SENDER
               OR FUNCTION TEST-NUMVAL(WS-TK(3)) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TK(4)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RG-SEQ = FUNCTION NUMVAL(WS-TK(3))
           COMPUTE WS-RG-DATE = FUNCTION NUMVAL(WS-TK(4))
           MOVE 'Y' TO WS-SENDER-KNOWN
           IF WS-RG-SEQ = WS-HDR-SEQ
               MOVE 'Y' TO WS-DUP-FOUND
               MOVE WS-TK(7) TO WS-DUP-RECEIVED
           END-IF
           IF WS-RG-SEQ > WS-LAST-SEQ
               MOVE WS-RG-SEQ TO WS-LAST-SEQ
           END-IF
           IF WS-RG-DATE > WS-LAST-DATE
               MOVE WS-RG-DATE TO WS-LAST-DATE
           END-IF.

      *> One pass over the file: the header must be its first
      *> non-blank line and the trailer its last; everything in
      *> between is a detail line, counted and hashed.
       SCAN-INBOUND-FILE.
           MOVE 'N' TO WS-HDR-SEEN WS-TRL-SEEN WS-AFTER-TRL
               WS-HDR-OUT-OF-PLACE WS-HDR-VALID WS-TRL-VALID
           MOVE SPACES TO WS-HDR-SENDER
           MOVE 0 TO WS-HDR-DATE WS-HDR-SEQ WS-TRL-COUNT
               WS-TRL-HASH WS-DETAIL-COUNT WS-DETAIL-HASH
           MOVE 'N' TO WS-IN-EOF
           OPEN INPUT IN-FILE
           IF WS-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-IN-EOF = 'Y'
               READ IN-FILE
                   AT END
                       MOVE 'Y' TO WS-IN-EOF
                   NOT AT END
                       IF IN-LINE NOT = SPACES
                           PERFORM NOTE-ONE-INBOUND-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IN-FILE.

       NOTE-ONE-INBOUND-LINE.
           MOVE SPACES TO WS-TOKENS
           UNSTRING IN-LINE DELIMITED BY ","
               INTO WS-TK(1) WS-TK(2) WS-TK(3) WS-TK(4) WS-TK(5)
                   WS-TK(6) WS-TK(7) WS-TK(8)
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-TK(1)) TO WS-TK(1)
           IF WS-TRL-SEEN = 'Y'
               MOVE 'Y' TO WS-AFTER-TRL
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-TK(1) = "HDR"
                   IF WS-HDR-SEEN = 'Y' OR WS-DETAIL-COUNT > 0
                       MOVE 'Y' TO WS-HDR-OUT-OF-PLACE
                   END-IF
                   MOVE 'Y' TO WS-HDR-SEEN
                   PERFORM TAKE-HEADER
               WHEN WS-TK(1) = "TRL"
                   MOVE 'Y' TO WS-TRL-SEEN
                   PERFORM TAKE-TRAILER
               WHEN OTHER
                   IF WS-HDR-SEEN NOT = 'Y'
                       MOVE 'Y' TO WS-HDR-OUT-OF-PLACE
                   END-IF
                   ADD 1 TO WS-DETAIL-COUNT
                   IF FUNCTION TEST-NUMVAL(WS-TK(WS-AMOUNT-SLOT)) = 0
                       COMPUTE WS-DETAIL-HASH = WS-DETAIL-HASH
                           + FUNCTION NUMVAL(WS-TK(WS-AMOUNT-SLOT))
                   END-IF
           END-EVALUATE.

       TAKE-HEADER.
           MOVE FUNCTION UPPER-CASE(WS-TK(2)) TO WS-HDR-SENDER
           IF WS-HDR-SENDER = SPACES
               OR FUNCTION TEST-NUMVAL(WS-TK(3)) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TK(4)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HDR-DATE = FUNCTION NUMVAL(WS-TK(3))
           COMPUTE WS-HDR-SEQ = FUNCTION NUMVAL(WS-TK(4))
           CALL "DATEVAL" USING WS-HDR-DATE WS-DATEVAL-OPTIONS
               WS-DATEVAL-RESULT
           IF WS-DATEVAL-RESULT = 'Y' AND WS-HDR-SEQ > 0
               MOVE 'Y' TO WS-HDR-VALID
           END-IF.

       TAKE-TRAILER.
           IF FUNCTION TEST-NUMVAL(WS-TK(2)) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TK(3)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TRL-COUNT = FUNCTION NUMVAL(WS-TK(2))
           COMPUTE WS-TRL-HASH = FUNCTION NUMVAL(WS-TK(3))
           MOVE 'Y' TO WS-TRL-VALID.

      *> Received: the file goes on the registry, so the same
      *> sequence is a duplicate from now on.
       REGISTER-INBOUND-FILE.
           CALL "BUSDATE" USING WS-TODAY
           OPEN EXTEND REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "35"
               OPEN OUTPUT REGISTRY-FILE
               CLOSE REGISTRY-FILE
               OPEN EXTEND REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS NOT = "00"
               MOVE 'N' TO LS-RESULT
               STRING "cannot record on inbound_registry.dat, "
                       DELIMITED BY SIZE
                       "status " DELIMITED BY SIZE
                       WS-REGISTRY-STATUS DELIMITED BY SIZE
                   INTO LS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HDR-SEQ TO WS-EDIT-SEQ
           MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT
           MOVE WS-DETAIL-HASH TO WS-EDIT-HASH
           MOVE SPACES TO REGISTRY-LINE
           STRING WS-INTERFACE DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-HDR-SENDER DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-SEQ) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-HDR-DATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-HASH) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-IN-NAME DELIMITED BY SPACE
               INTO REGISTRY-LINE
           END-STRING
           WRITE REGISTRY-LINE
           CLOSE REGISTRY-FILE.
