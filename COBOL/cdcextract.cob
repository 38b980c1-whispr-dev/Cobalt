       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCEXTRACT.

      *> Nightly change-data extract for the data warehouse. Instead
      *> of a full copy of the masters every night, the warehouse
      *> gets cdc_extract.dat: every ledger, customer,
      *> cross-reference and hold record that was added, changed or
      *> removed since the last extract, with its values before and
      *> after - however the change was made (posting, WriteLedger,
      *> CUSTMAINT, APPROVE, HOLDMAINT, the nightly steps).
      *> It works by comparison. Each run leaves a snapshot of the
      *> four files (cdc_snap_<entity>.dat, one "KEY|IMAGE" line per
      *> record, the image being the record's fields "|"-delimited);
      *> the next business date's run rolls that snapshot to its
      *> base (cdc_base_<entity>.dat) and compares the files as they
      *> now stand against it. Ledger, customer and hold records
      *> (holds.dat, keyed by hold number) are compared in key
      *> order as they come off the indexed files; the
      *> cross-reference (cust_accounts.dat, keyed by customer and
      *> account) is compared through a table. The snapshot key is
      *> thirteen digits, wide enough for a hold number; a snapshot
      *> still in the old twelve-digit layout is read as it is.
      *> The extract is "|"-delimited, one record per line:
      *>   H|SEQ|BUSDATE|BASEDATE|MODE|RUNDATE|RUNTIME
      *>       MODE INITIAL (no base - every record comes as an add,
      *>       the warehouse's starting load) or DELTA;
      *>   D|SEQ|ENTITY|ACTION|KEY|B or A|IMAGE
      *>       ENTITY LEDGER, CUSTOMER, XREF or HOLD; ACTION A added,
      *>       C changed, R removed. An add carries its after image
      *>       (A), a removal its before image (B), a change both;
      *>   T|SEQ|BUSDATE|DETAILS|ADDED|CHANGED|REMOVED|KEYHASH
      *>       the control record: the D lines written, the records
      *>       by action and the sum of the keys of every record
      *>       reported.
      *> SEQ comes from cdc_control.dat (SEQ,BUSDATE,BASEDATE of the
      *> last extract) and goes up by one per business date, so the
      *> warehouse can see a gap (a missed file) or a number it has
      *> already loaded (a replay). A rerun on the same business
      *> date compares against the same base and rewrites the
      *> extract under the same number, i.e. replaces it. The new
      *> snapshot is built aside (cdc_new_<entity>.dat) and only
      *> becomes the snapshot, with the control file, once the
      *> extract is complete - a failed run leaves the last good
      *> state in place for the rerun. Read-only against the
      *> masters; adds the usual page to the end-of-day pack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS C-ACCT-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT XREF-FILE ASSIGN TO "cust_accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT HOLD-FILE ASSIGN TO "holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-NO
               ALTERNATE RECORD KEY IS HOLD-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT BASE-FILE ASSIGN USING WS-BASE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.

           SELECT NEW-FILE ASSIGN USING WS-NEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "cdc_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "cdc_extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  XREF-FILE.
       01  XREF-LINE             PIC X(30).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  BASE-FILE.
       01  BASE-LINE             PIC X(300).

       FD  NEW-FILE.
       01  NEW-LINE              PIC X(300).

       FD  CONTROL-FILE.
       01  CONTROL-LINE          PIC X(40).

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE          PIC X(340).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-CUST-STATUS        PIC XX.
       01  WS-XREF-STATUS        PIC XX.
       01  WS-HOLD-STATUS        PIC XX.
       01  WS-HOLD-OPEN          PIC X.
       01  WS-BASE-STATUS        PIC XX.
       01  WS-NEW-STATUS         PIC XX.
       01  WS-CONTROL-STATUS     PIC XX.
       01  WS-EXTRACT-STATUS     PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-BASE-NAME          PIC X(40).
       01  WS-NEW-NAME           PIC X(40).
       01  WS-COPY-EOF           PIC X.
       01  WS-FAILED             PIC X VALUE 'N'.

       01  WS-TODAY              PIC 9(8).
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-RUN-TIME           PIC 9(8).
       01  WS-SEQ                PIC 9(9).
       01  WS-LAST-SEQ           PIC 9(9) VALUE 0.
       01  WS-LAST-DATE          PIC 9(8) VALUE 0.
       01  WS-BASE-DATE          PIC 9(8) VALUE 0.
       01  WS-MODE               PIC X(7).
       01  WS-RERUN              PIC X VALUE 'N'.
       01  WS-TOKEN-SEQ          PIC X(10).
       01  WS-TOKEN-DATE         PIC X(10).
       01  WS-TOKEN-BASE         PIC X(10).

      *> The four entities, with the file-name stem of their
      *> snapshot, base and new-snapshot files.
       01  WS-ENTITY-NAMES.
           05 FILLER PIC X(16) VALUE "LEDGER  ledger".
           05 FILLER PIC X(16) VALUE "CUSTOMERcustomer".
           05 FILLER PIC X(16) VALUE "XREF    xref".
           05 FILLER PIC X(16) VALUE "HOLD    holds".
       01  WS-ENTITY-LIST REDEFINES WS-ENTITY-NAMES.
           05 WS-EN-ROW OCCURS 4 TIMES.
               10 WS-EN-NAME     PIC X(8).
               10 WS-EN-STEM     PIC X(8).
       01  WS-EN-NUM             PIC 9.

      *> Per-entity counts for the end-of-day page.
       01  WS-COUNT-TABLE.
           05 WS-CN-ROW OCCURS 4 TIMES.
               10 WS-CN-RECORDS  PIC 9(7).
               10 WS-CN-ADDED    PIC 9(7).
               10 WS-CN-CHANGED  PIC 9(7).
               10 WS-CN-REMOVED  PIC 9(7).

      *> The record being compared: its key (zero-filled to
      *> thirteen digits) and its image, from the file as it stands
      *> (CUR) and from the base (BASE).
       01  WS-CUR-KEY            PIC 9(13).
       01  WS-CUR-IMAGE          PIC X(286).
       01  WS-CUR-END            PIC X.
       01  WS-BASE-KEY           PIC 9(13).
       01  WS-BASE-IMAGE         PIC X(286).
       01  WS-BASE-END           PIC X.
       01  WS-HIGH-KEY           PIC 9(13)
                                 VALUE 9999999999999.

      *> The cross-reference base, loaded whole; SEEN marks the
      *> rows the file still holds.
       01  WS-BASE-TABLE.
           05 WS-BT-ROW OCCURS 3000 TIMES INDEXED BY WS-BT-IDX.
               10 WS-BT-KEY      PIC 9(13).
               10 WS-BT-IMAGE    PIC X(80).
               10 WS-BT-SEEN     PIC X.
       01  WS-BT-USED            PIC 9(4).
       01  WS-BT-HIT             PIC X.
       01  WS-TABLE-FULL         PIC X.
       01  WS-TOKEN-1            PIC X(8).
       01  WS-TOKEN-2            PIC X(8).
       01  WS-RAW-IMAGE          PIC X(80).

      *> Ledger and customer image fields, edited for the extract.
       01  WS-IM-PRINC           PIC -9(10).99.
       01  WS-IM-RATE            PIC 9(3).99.
       01  WS-IM-YEARS           PIC 9(4).
       01  WS-IM-TOTAL           PIC 9(9).99.
       01  WS-IM-PRIOR           PIC 9(9).99.
       01  WS-IM-ACCRUED         PIC 9(6).
       01  WS-IM-BRANCH          PIC 9(3).
       01  WS-IM-OD-LIMIT        PIC 9(7).99.
       01  WS-IM-OD-DAYS         PIC 9(5).
       01  WS-IM-MATURITY        PIC 9(8).
       01  WS-IM-WD-LIMIT        PIC 9(7).99.
       01  WS-IM-CUST-NO         PIC 9(6).
       01  WS-IM-ID-EXPIRY       PIC 9(8).
       01  WS-IM-REVIEW          PIC 9(8).
      *> Customer fields added after records already existed read
      *> LOW-VALUES on the older records - see CUSTREC.cpy - so the
      *> dates are taken only when numeric and the flags go out as
      *> spaces.
       01  WS-IM-RISK            PIC X.
       01  WS-IM-STMT-MODE       PIC X.
      *> A customer record's interest disposition, and after it the
      *> e-mail contact, are appended to its image only when set, so
      *> the image of an account with neither reads exactly as it did
      *> before those fields.
       01  WS-IM-INT-DEST        PIC 9(6).
       01  WS-IM-PTR             PIC 9(3).
       01  WS-IM-HOLD-ACCT       PIC 9(6).
       01  WS-IM-HOLD-AMOUNT     PIC 9(7).99.
       01  WS-IM-HOLD-EXPIRY     PIC 9(8).
       01  WS-IM-HOLD-PLACED     PIC 9(8).

       01  WS-DETAIL-COUNT       PIC 9(9) VALUE 0.
       01  WS-ADDED              PIC 9(9) VALUE 0.
       01  WS-CHANGED            PIC 9(9) VALUE 0.
       01  WS-REMOVED            PIC 9(9) VALUE 0.
       01  WS-KEY-HASH           PIC 9(18) VALUE 0.
       01  WS-ACTION             PIC X.
       01  WS-EDIT-KEY           PIC 9(13).
       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-SEQ           PIC 9(9).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "BUSDATE" USING WS-TODAY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           INITIALIZE WS-COUNT-TABLE
           PERFORM READ-CONTROL-FILE
           IF WS-LAST-DATE > WS-TODAY
               DISPLAY "ERROR: last extract was for business date "
                   WS-LAST-DATE ", after today's " WS-TODAY
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-LAST-DATE = WS-TODAY
               MOVE 'Y' TO WS-RERUN
               MOVE WS-LAST-SEQ TO WS-SEQ
               DISPLAY "Rerun for business date " WS-TODAY
                   " - extract " WS-LAST-SEQ " is replaced"
           ELSE
               COMPUTE WS-SEQ = WS-LAST-SEQ + 1
               MOVE WS-LAST-DATE TO WS-BASE-DATE
               PERFORM ROLL-SNAPSHOTS
           END-IF
           IF WS-FAILED = 'Y'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-BASE-DATE = 0
               MOVE "INITIAL" TO WS-MODE
           ELSE
               MOVE "DELTA" TO WS-MODE
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "ERROR opening cdc_extract.dat, status = "
                   WS-EXTRACT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-EXTRACT-HEADER
           MOVE 1 TO WS-EN-NUM
           PERFORM COMPARE-LEDGER
           MOVE 2 TO WS-EN-NUM
           PERFORM COMPARE-CUSTOMERS
           MOVE 3 TO WS-EN-NUM
           PERFORM COMPARE-LINE-ENTITY
           MOVE 4 TO WS-EN-NUM
           PERFORM COMPARE-HOLDS
           PERFORM WRITE-EXTRACT-TRAILER
           CLOSE EXTRACT-FILE
           IF WS-FAILED = 'Y'
               DISPLAY "*** ERROR: extract incomplete - snapshot and "
                   "sequence left as they were; rerun ***"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM COMMIT-SNAPSHOTS
           IF WS-FAILED = 'Y'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM APPEND-EOD-SUMMARY

           MOVE WS-SEQ TO WS-EDIT-SEQ
           DISPLAY "Change extract " WS-EDIT-SEQ " ("
               FUNCTION TRIM(WS-MODE)
               ") written to cdc_extract.dat"
           MOVE WS-ADDED TO WS-EDIT-COUNT
           DISPLAY "  Records added:   " WS-EDIT-COUNT
           MOVE WS-CHANGED TO WS-EDIT-COUNT
           DISPLAY "  Records changed: " WS-EDIT-COUNT
           MOVE WS-REMOVED TO WS-EDIT-COUNT
           DISPLAY "  Records removed: " WS-EDIT-COUNT
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ---------------------------------------------------------
      *> Control file and snapshots
      *> ---------------------------------------------------------
       READ-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CONTROL-FILE
               AT END
                   MOVE SPACES TO CONTROL-LINE
           END-READ
           CLOSE CONTROL-FILE
           MOVE SPACES TO WS-TOKEN-SEQ WS-TOKEN-DATE WS-TOKEN-BASE
           UNSTRING CONTROL-LINE DELIMITED BY ","
               INTO WS-TOKEN-SEQ WS-TOKEN-DATE WS-TOKEN-BASE
           END-UNSTRING
           IF WS-TOKEN-SEQ NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-TOKEN-SEQ) = 0
               COMPUTE WS-LAST-SEQ = FUNCTION NUMVAL(WS-TOKEN-SEQ)
           END-IF
           IF WS-TOKEN-DATE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-TOKEN-DATE) = 0
               COMPUTE WS-LAST-DATE = FUNCTION NUMVAL(WS-TOKEN-DATE)
           END-IF
      *> A rerun keeps the base date its first run compared against.
           IF WS-TOKEN-BASE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-TOKEN-BASE) = 0
               COMPUTE WS-BASE-DATE = FUNCTION NUMVAL(WS-TOKEN-BASE)
           END-IF.

      *> A new business date: last night's snapshot becomes the base.
      *> No snapshot yet (the first run) leaves an empty base.
       ROLL-SNAPSHOTS.
           PERFORM VARYING WS-EN-NUM FROM 1 BY 1 UNTIL WS-EN-NUM > 4
               MOVE SPACES TO WS-BASE-NAME WS-NEW-NAME
               STRING "cdc_snap_" DELIMITED BY SIZE
                       WS-EN-STEM(WS-EN-NUM) DELIMITED BY SPACE
                       ".dat" DELIMITED BY SIZE
                   INTO WS-BASE-NAME
               END-STRING
               STRING "cdc_base_" DELIMITED BY SIZE
                       WS-EN-STEM(WS-EN-NUM) DELIMITED BY SPACE
                       ".dat" DELIMITED BY SIZE
                   INTO WS-NEW-NAME
               END-STRING
               PERFORM COPY-SNAPSHOT-FILE
           END-PERFORM.

      *> The extract is complete: the new snapshots replace the old
      *> and the control file records the extract.
       COMMIT-SNAPSHOTS.
           PERFORM VARYING WS-EN-NUM FROM 1 BY 1 UNTIL WS-EN-NUM > 4
               MOVE SPACES TO WS-BASE-NAME WS-NEW-NAME
               STRING "cdc_new_" DELIMITED BY SIZE
                       WS-EN-STEM(WS-EN-NUM) DELIMITED BY SPACE
                       ".dat" DELIMITED BY SIZE
                   INTO WS-BASE-NAME
               END-STRING
               STRING "cdc_snap_" DELIMITED BY SIZE
                       WS-EN-STEM(WS-EN-NUM) DELIMITED BY SPACE
                       ".dat" DELIMITED BY SIZE
                   INTO WS-NEW-NAME
               END-STRING
               PERFORM COPY-SNAPSHOT-FILE
           END-PERFORM
           IF WS-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "ERROR writing cdc_control.dat, status = "
                   WS-CONTROL-STATUS
               MOVE 'Y' TO WS-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CONTROL-LINE
           STRING WS-SEQ DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-BASE-DATE DELIMITED BY SIZE
               INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE
           CLOSE CONTROL-FILE.

      *> Copies WS-BASE-NAME to WS-NEW-NAME line for line; a missing
      *> source gives an empty copy.
       COPY-SNAPSHOT-FILE.
           OPEN OUTPUT NEW-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "ERROR creating " WS-NEW-NAME ", status = "
                   WS-NEW-STATUS
               MOVE 'Y' TO WS-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BASE-FILE
           IF WS-BASE-STATUS = "00"
               MOVE 'N' TO WS-COPY-EOF
               PERFORM UNTIL WS-COPY-EOF = 'Y'
                   READ BASE-FILE
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                       NOT AT END
                           MOVE BASE-LINE TO NEW-LINE
                           WRITE NEW-LINE
                   END-READ
               END-PERFORM
               CLOSE BASE-FILE
           END-IF
           CLOSE NEW-FILE.

      *> Opens this entity's base for reading and its new snapshot
      *> for writing.
       OPEN-ENTITY-FILES.
           MOVE SPACES TO WS-BASE-NAME WS-NEW-NAME
           STRING "cdc_base_" DELIMITED BY SIZE
                   WS-EN-STEM(WS-EN-NUM) DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
               INTO WS-BASE-NAME
           END-STRING
           STRING "cdc_new_" DELIMITED BY SIZE
                   WS-EN-STEM(WS-EN-NUM) DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
               INTO WS-NEW-NAME
           END-STRING
           OPEN OUTPUT NEW-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "ERROR creating " WS-NEW-NAME ", status = "
                   WS-NEW-STATUS
               MOVE 'Y' TO WS-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BASE-END
           OPEN INPUT BASE-FILE
           IF WS-BASE-STATUS NOT = "00"
               MOVE 'Y' TO WS-BASE-END
           END-IF.

       CLOSE-ENTITY-FILES.
           IF WS-BASE-STATUS = "00" OR WS-BASE-STATUS = "10"
               CLOSE BASE-FILE
           END-IF
           CLOSE NEW-FILE.

      *> The next keyed line of the base; the high key at its end.
       READ-BASE-LINE.
           MOVE WS-HIGH-KEY TO WS-BASE-KEY
           MOVE SPACES TO WS-BASE-IMAGE
           PERFORM UNTIL WS-BASE-END = 'Y'
                   OR WS-BASE-KEY NOT = WS-HIGH-KEY
               READ BASE-FILE
                   AT END
                       MOVE 'Y' TO WS-BASE-END
                   NOT AT END
                       EVALUATE TRUE
                           WHEN BASE-LINE(1:13) IS NUMERIC
                               AND BASE-LINE(14:1) = "|"
                               MOVE BASE-LINE(1:13) TO WS-BASE-KEY
                               MOVE BASE-LINE(15:286)
                                   TO WS-BASE-IMAGE
                           WHEN BASE-LINE(1:12) IS NUMERIC
                               AND BASE-LINE(13:1) = "|"
                               MOVE BASE-LINE(1:12) TO WS-BASE-KEY
                               MOVE BASE-LINE(14:286)
                                   TO WS-BASE-IMAGE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       WRITE-SNAPSHOT-LINE.
           MOVE SPACES TO NEW-LINE
           MOVE WS-CUR-KEY TO NEW-LINE(1:13)
           MOVE "|" TO NEW-LINE(14:1)
           MOVE WS-CUR-IMAGE TO NEW-LINE(15:286)
           WRITE NEW-LINE.

      *> ---------------------------------------------------------
      *> Ledger, customer and holds: a merge in key order
      *> ---------------------------------------------------------
       COMPARE-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger.txt, status = "
                   WS-LEDGER-STATUS
               MOVE 'Y' TO WS-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ENTITY-FILES
           IF WS-FAILED = 'Y'
               CLOSE LEDGER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CUR-END
           PERFORM READ-LEDGER-IMAGE
           PERFORM READ-BASE-LINE
           PERFORM UNTIL WS-CUR-KEY = WS-HIGH-KEY
                   AND WS-BASE-KEY = WS-HIGH-KEY
               PERFORM COMPARE-ONE-KEY
               IF WS-ACTION NOT = "R"
                   PERFORM READ-LEDGER-IMAGE
               END-IF
               IF WS-ACTION NOT = "A"
                   PERFORM READ-BASE-LINE
               END-IF
           END-PERFORM
           PERFORM CLOSE-ENTITY-FILES
           CLOSE LEDGER-FILE.

       READ-LEDGER-IMAGE.
           MOVE WS-HIGH-KEY TO WS-CUR-KEY
           MOVE SPACES TO WS-CUR-IMAGE
           IF WS-CUR-END = 'Y'
               EXIT PARAGRAPH
           END-IF
           READ LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-CUR-END
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-CN-RECORDS(WS-EN-NUM)
           MOVE L-ACCT-ID TO WS-CUR-KEY
           MOVE L-PRINC TO WS-IM-PRINC
           MOVE L-RATE TO WS-IM-RATE
           MOVE L-YEARS TO WS-IM-YEARS
           MOVE L-TOTAL TO WS-IM-TOTAL
           MOVE L-PRIOR-TOTAL TO WS-IM-PRIOR
           MOVE L-LAST-ACCRUED TO WS-IM-ACCRUED
           MOVE L-BRANCH TO WS-IM-BRANCH
           MOVE L-OD-LIMIT TO WS-IM-OD-LIMIT
           MOVE L-OD-DAYS TO WS-IM-OD-DAYS
           MOVE L-MATURITY TO WS-IM-MATURITY
           MOVE L-WD-LIMIT TO WS-IM-WD-LIMIT
           STRING FUNCTION TRIM(L-NAME TRAILING) DELIMITED BY SIZE
                   "|" WS-IM-PRINC "|" WS-IM-RATE "|" WS-IM-YEARS
                   "|" WS-IM-TOTAL "|" WS-IM-PRIOR
                   "|" L-STATUS "|" L-CURR "|" WS-IM-ACCRUED
                   "|" WS-IM-BRANCH "|" L-PRODUCT
                   "|" WS-IM-OD-LIMIT "|" WS-IM-OD-DAYS
                   "|" WS-IM-MATURITY "|" L-DISPOSITION
                   "|" WS-IM-WD-LIMIT DELIMITED BY SIZE
               INTO WS-CUR-IMAGE
           END-STRING.

       COMPARE-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR opening customer.dat, status = "
                   WS-CUST-STATUS
               MOVE 'Y' TO WS-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ENTITY-FILES
           IF WS-FAILED = 'Y'
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CUR-END
           PERFORM READ-CUSTOMER-IMAGE
           PERFORM READ-BASE-LINE
           PERFORM UNTIL WS-CUR-KEY = WS-HIGH-KEY
                   AND WS-BASE-KEY = WS-HIGH-KEY
               PERFORM COMPARE-ONE-KEY
               IF WS-ACTION NOT = "R"
                   PERFORM READ-CUSTOMER-IMAGE
               END-IF
               IF WS-ACTION NOT = "A"
                   PERFORM READ-BASE-LINE
               END-IF
           END-PERFORM
           PERFORM CLOSE-ENTITY-FILES
           CLOSE CUSTOMER-FILE.

       READ-CUSTOMER-IMAGE.
           MOVE WS-HIGH-KEY TO WS-CUR-KEY
           MOVE SPACES TO WS-CUR-IMAGE
           IF WS-CUR-END = 'Y'
               EXIT PARAGRAPH
           END-IF
           READ CUSTOMER-FILE
               AT END
                   MOVE 'Y' TO WS-CUR-END
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-CN-RECORDS(WS-EN-NUM)
           MOVE C-ACCT-ID TO WS-CUR-KEY
           MOVE C-CUST-NO TO WS-IM-CUST-NO
           MOVE 0 TO WS-IM-ID-EXPIRY
           IF C-ID-EXPIRY IS NUMERIC
               MOVE C-ID-EXPIRY TO WS-IM-ID-EXPIRY
           END-IF
           MOVE 0 TO WS-IM-REVIEW
           IF C-LAST-REVIEW IS NUMERIC
               MOVE C-LAST-REVIEW TO WS-IM-REVIEW
           END-IF
           MOVE C-RISK-RATING TO WS-IM-RISK
           IF WS-IM-RISK = LOW-VALUES
               MOVE SPACE TO WS-IM-RISK
           END-IF
           MOVE C-STMT-MODE TO WS-IM-STMT-MODE
           IF WS-IM-STMT-MODE = LOW-VALUES
               MOVE SPACE TO WS-IM-STMT-MODE
           END-IF
           MOVE 1 TO WS-IM-PTR
           STRING FUNCTION TRIM(C-ADDR-LINE-1 TRAILING)
                   "|" FUNCTION TRIM(C-ADDR-LINE-2 TRAILING)
                   "|" FUNCTION TRIM(C-CITY TRAILING)
                   "|" FUNCTION TRIM(C-POSTCODE TRAILING)
                   "|" FUNCTION TRIM(C-PHONE TRAILING)
                   "|" FUNCTION TRIM(C-ID-REF TRAILING)
                   "|" WS-IM-CUST-NO "|" C-TAX-STATUS
                   "|" WS-IM-ID-EXPIRY "|" WS-IM-RISK
                   "|" WS-IM-REVIEW "|" WS-IM-STMT-MODE
                   DELIMITED BY SIZE
               INTO WS-CUR-IMAGE
               WITH POINTER WS-IM-PTR
           END-STRING
           IF (C-INT-DISP = "A" OR C-INT-DISP = "P")
               AND C-INT-DEST IS NUMERIC
               MOVE C-INT-DEST TO WS-IM-INT-DEST
               STRING "|" C-INT-DISP "|" WS-IM-INT-DEST
                       DELIMITED BY SIZE
                   INTO WS-CUR-IMAGE
                   WITH POINTER WS-IM-PTR
               END-STRING
           END-IF
      *> Likewise the e-mail contact, last and only when held.
           IF C-EMAIL NOT = SPACES AND C-EMAIL NOT = LOW-VALUES
               STRING "|" FUNCTION TRIM(C-EMAIL TRAILING)
                       DELIMITED BY SIZE
                   INTO WS-CUR-IMAGE
                   WITH POINTER WS-IM-PTR
               END-STRING
           END-IF.

      *> No holds.dat is no holds - every hold in the base was
      *> removed.
       COMPARE-HOLDS.
           MOVE 'N' TO WS-HOLD-OPEN
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               MOVE 'Y' TO WS-HOLD-OPEN
           ELSE
               IF WS-HOLD-STATUS NOT = "35"
                   DISPLAY "ERROR opening holds.dat, status = "
                       WS-HOLD-STATUS
                   MOVE 'Y' TO WS-FAILED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM OPEN-ENTITY-FILES
           IF WS-FAILED = 'Y'
               IF WS-HOLD-OPEN = 'Y'
                   CLOSE HOLD-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-OPEN = 'Y'
               MOVE 'N' TO WS-CUR-END
           ELSE
               MOVE 'Y' TO WS-CUR-END
           END-IF
           PERFORM READ-HOLD-IMAGE
           PERFORM READ-BASE-LINE
           PERFORM UNTIL WS-CUR-KEY = WS-HIGH-KEY
                   AND WS-BASE-KEY = WS-HIGH-KEY
               PERFORM COMPARE-ONE-KEY
               IF WS-ACTION NOT = "R"
                   PERFORM READ-HOLD-IMAGE
               END-IF
               IF WS-ACTION NOT = "A"
                   PERFORM READ-BASE-LINE
               END-IF
           END-PERFORM
           PERFORM CLOSE-ENTITY-FILES
           IF WS-HOLD-OPEN = 'Y'
               CLOSE HOLD-FILE
           END-IF.

      *> HOLDNO|ACCT|AMOUNT|REASON|EXPIRY, as the line file carried
      *> it, then when the hold was placed and by whom.
       READ-HOLD-IMAGE.
           MOVE WS-HIGH-KEY TO WS-CUR-KEY
           MOVE SPACES TO WS-CUR-IMAGE
           IF WS-CUR-END = 'Y'
               EXIT PARAGRAPH
           END-IF
           READ HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-CUR-END
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-CN-RECORDS(WS-EN-NUM)
           MOVE HOLD-NO TO WS-CUR-KEY
           MOVE HOLD-ACCT-ID TO WS-IM-HOLD-ACCT
           MOVE HOLD-AMOUNT TO WS-IM-HOLD-AMOUNT
           MOVE HOLD-EXPIRY TO WS-IM-HOLD-EXPIRY
           MOVE HOLD-PLACED-DATE TO WS-IM-HOLD-PLACED
           STRING WS-CUR-KEY
                   "|" WS-IM-HOLD-ACCT "|" WS-IM-HOLD-AMOUNT
                   "|" FUNCTION TRIM(HOLD-REASON TRAILING)
                   "|" WS-IM-HOLD-EXPIRY "|" WS-IM-HOLD-PLACED
                   "|" FUNCTION TRIM(HOLD-PLACED-BY TRAILING)
                   DELIMITED BY SIZE
               INTO WS-CUR-IMAGE
           END-STRING.

      *> One step of the merge: the lower key is an add (current
      *> only) or a removal (base only); equal keys are a change
      *> when the images differ. Every current record goes to the
      *> new snapshot.
       COMPARE-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-CUR-KEY < WS-BASE-KEY
                   MOVE "A" TO WS-ACTION
                   PERFORM WRITE-SNAPSHOT-LINE
                   PERFORM REPORT-CHANGE
               WHEN WS-CUR-KEY > WS-BASE-KEY
                   MOVE "R" TO WS-ACTION
                   PERFORM REPORT-CHANGE
               WHEN OTHER
                   MOVE "C" TO WS-ACTION
                   PERFORM WRITE-SNAPSHOT-LINE
                   IF WS-CUR-IMAGE NOT = WS-BASE-IMAGE
                       PERFORM REPORT-CHANGE
                   END-IF
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> Cross-reference: through a table of the base
      *> ---------------------------------------------------------
       COMPARE-LINE-ENTITY.
           PERFORM OPEN-ENTITY-FILES
           IF WS-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BT-USED
           MOVE 'N' TO WS-TABLE-FULL
           PERFORM READ-BASE-LINE
           PERFORM UNTIL WS-BASE-KEY = WS-HIGH-KEY
               IF WS-BT-USED < 3000
                   ADD 1 TO WS-BT-USED
                   MOVE WS-BASE-KEY TO WS-BT-KEY(WS-BT-USED)
                   MOVE WS-BASE-IMAGE TO WS-BT-IMAGE(WS-BT-USED)
                   MOVE 'N' TO WS-BT-SEEN(WS-BT-USED)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
               PERFORM READ-BASE-LINE
           END-PERFORM
           IF WS-TABLE-FULL = 'Y'
               DISPLAY "*** ERROR: " WS-EN-NAME(WS-EN-NUM)
                   " snapshot beyond the 3000-row table ***"
               MOVE 'Y' TO WS-FAILED
               PERFORM CLOSE-ENTITY-FILES
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-XREF-FILE
      *> Whatever the file no longer holds was removed.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-USED
               IF WS-BT-SEEN(WS-BT-IDX) = 'N'
                   MOVE WS-BT-KEY(WS-BT-IDX) TO WS-BASE-KEY
                   MOVE WS-BT-IMAGE(WS-BT-IDX) TO WS-BASE-IMAGE
                   MOVE "R" TO WS-ACTION
                   PERFORM REPORT-CHANGE
               END-IF
           END-PERFORM
           PERFORM CLOSE-ENTITY-FILES.

       SCAN-XREF-FILE.
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CUR-END
           PERFORM UNTIL WS-CUR-END = 'Y'
               READ XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-CUR-END
                   NOT AT END
                       MOVE XREF-LINE TO WS-RAW-IMAGE
                       PERFORM COMPARE-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE XREF-FILE.

      *> A cross-reference line is keyed by customer and account
      *> (CUSTNO,ACCT,...); the line itself, "|"-delimited, is the
      *> image.
       COMPARE-ONE-LINE.
           MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2
           UNSTRING WS-RAW-IMAGE DELIMITED BY ","
               INTO WS-TOKEN-1 WS-TOKEN-2
           END-UNSTRING
           IF WS-TOKEN-1 = SPACES
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-1) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TOKEN-2 = SPACES
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-2) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CUR-KEY = FUNCTION NUMVAL(WS-TOKEN-1)
               * 1000000 + FUNCTION NUMVAL(WS-TOKEN-2)
           ADD 1 TO WS-CN-RECORDS(WS-EN-NUM)
           INSPECT WS-RAW-IMAGE REPLACING ALL "," BY "|"
           MOVE WS-RAW-IMAGE TO WS-CUR-IMAGE
           PERFORM WRITE-SNAPSHOT-LINE
           MOVE 'N' TO WS-BT-HIT
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-USED OR WS-BT-HIT = 'Y'
               IF WS-BT-KEY(WS-BT-IDX) = WS-CUR-KEY
                   AND WS-BT-SEEN(WS-BT-IDX) = 'N'
                   MOVE 'Y' TO WS-BT-HIT
                   MOVE 'Y' TO WS-BT-SEEN(WS-BT-IDX)
                   MOVE WS-BT-IMAGE(WS-BT-IDX) TO WS-BASE-IMAGE
               END-IF
           END-PERFORM
           IF WS-BT-HIT = 'N'
               MOVE "A" TO WS-ACTION
               PERFORM REPORT-CHANGE
           ELSE
               MOVE WS-CUR-KEY TO WS-BASE-KEY
               IF WS-CUR-IMAGE NOT = WS-BASE-IMAGE
                   MOVE "C" TO WS-ACTION
                   PERFORM REPORT-CHANGE
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> The extract
      *> ---------------------------------------------------------
       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO EXTRACT-LINE
           STRING "H|" DELIMITED BY SIZE
                   WS-SEQ DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-BASE-DATE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-MODE DELIMITED BY SPACE
                   "|" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
               INTO EXTRACT-LINE
           END-STRING
           WRITE EXTRACT-LINE.

      *> The D lines for one record: its before image unless it is
      *> new, its after image unless it is gone.
       REPORT-CHANGE.
           EVALUATE WS-ACTION
               WHEN "A"
                   ADD 1 TO WS-ADDED WS-CN-ADDED(WS-EN-NUM)
                   MOVE WS-CUR-KEY TO WS-EDIT-KEY
               WHEN "C"
                   ADD 1 TO WS-CHANGED WS-CN-CHANGED(WS-EN-NUM)
                   MOVE WS-CUR-KEY TO WS-EDIT-KEY
               WHEN "R"
                   ADD 1 TO WS-REMOVED WS-CN-REMOVED(WS-EN-NUM)
                   MOVE WS-BASE-KEY TO WS-EDIT-KEY
           END-EVALUATE
           ADD WS-EDIT-KEY TO WS-KEY-HASH
               ON SIZE ERROR
                   MOVE WS-EDIT-KEY TO WS-KEY-HASH
           END-ADD
           IF WS-ACTION NOT = "A"
               MOVE SPACES TO EXTRACT-LINE
               STRING "D|" DELIMITED BY SIZE
                       WS-SEQ DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-EN-NAME(WS-EN-NUM) DELIMITED BY SPACE
                       "|" DELIMITED BY SIZE
                       WS-ACTION DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-EDIT-KEY DELIMITED BY SIZE
                       "|B|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BASE-IMAGE TRAILING)
                           DELIMITED BY SIZE
                   INTO EXTRACT-LINE
               END-STRING
               WRITE EXTRACT-LINE
               ADD 1 TO WS-DETAIL-COUNT
           END-IF
           IF WS-ACTION NOT = "R"
               MOVE SPACES TO EXTRACT-LINE
               STRING "D|" DELIMITED BY SIZE
                       WS-SEQ DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-EN-NAME(WS-EN-NUM) DELIMITED BY SPACE
                       "|" DELIMITED BY SIZE
                       WS-ACTION DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-EDIT-KEY DELIMITED BY SIZE
                       "|A|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CUR-IMAGE TRAILING)
                           DELIMITED BY SIZE
                   INTO EXTRACT-LINE
               END-STRING
               WRITE EXTRACT-LINE
               ADD 1 TO WS-DETAIL-COUNT
           END-IF
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "ERROR writing cdc_extract.dat, status = "
                   WS-EXTRACT-STATUS
               MOVE 'Y' TO WS-FAILED
           END-IF.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO EXTRACT-LINE
           STRING "T|" DELIMITED BY SIZE
                   WS-SEQ DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-DETAIL-COUNT DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-ADDED DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-CHANGED DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-REMOVED DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-KEY-HASH DELIMITED BY SIZE
               INTO EXTRACT-LINE
           END-STRING
           WRITE EXTRACT-LINE.

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
           MOVE "STEP: CDCEXTRACT" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-SEQ TO WS-EDIT-SEQ
           MOVE SPACES TO EOD-LINE
           STRING "  Extract sequence:   " DELIMITED BY SIZE
                   WS-EDIT-SEQ DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-MODE DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           IF WS-RERUN = 'Y'
               MOVE "  Rerun - replaces the extract of the same number"
                   TO EOD-LINE
               WRITE EOD-LINE
           END-IF
           MOVE "              records    added  changed  removed"
               TO EOD-LINE
           WRITE EOD-LINE
           PERFORM VARYING WS-EN-NUM FROM 1 BY 1 UNTIL WS-EN-NUM > 4
               MOVE SPACES TO EOD-LINE
               MOVE "  " TO EOD-LINE(1:2)
               MOVE WS-EN-NAME(WS-EN-NUM) TO EOD-LINE(3:8)
               MOVE WS-CN-RECORDS(WS-EN-NUM) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO EOD-LINE(13:7)
               MOVE WS-CN-ADDED(WS-EN-NUM) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO EOD-LINE(22:7)
               MOVE WS-CN-CHANGED(WS-EN-NUM) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO EOD-LINE(31:7)
               MOVE WS-CN-REMOVED(WS-EN-NUM) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO EOD-LINE(40:7)
               WRITE EOD-LINE
           END-PERFORM
           CLOSE EOD-FILE.
