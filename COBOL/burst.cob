       IDENTIFICATION DIVISION.
       PROGRAM-ID. BURST.

      *> Per-branch report bursting and distribution. Splits the
      *> branch-aware reports of the night into one copy per branch,
      *> and one per regional office with its branches combined:
      *>   TRANS     transactions_report.txt
      *>   SUSPENSE  suspense_report.txt (the latest one on file)
      *>   TELLER    teller_proof_report.txt
      *>   EOD       eod_report.txt, as it stands when this step runs
      *> Each report is read twice. The first pass works out which
      *> branch every line belongs to:
      *>   - a transaction line (its TRANS-ID leading the line, or
      *>     after "Trnsctn #" in the high-value list) goes to the
      *>     TRANS-BRANCH of that item on transactions.dat; a
      *>     suspense line whose item cannot be found there goes to
      *>     the L-BRANCH of its account on ledger.txt;
      *>   - a teller or vault row goes to the branch in its first
      *>     three columns, a "Branch nnn" totals line to nnn;
      *>   - an indented sub-line goes with the line above it.
      *> Lines that belong to no branch - headings, totals, other
      *> steps' pages - are not copied, except the report's own
      *> title block, which heads every copy, and the section
      *> heading above a run of branch lines, which is copied
      *> when the copy has a line under it. The second pass writes
      *> each copy as burst_<unit>_<report>, where the unit is Bnnn
      *> for a branch and R<region> for a regional office; a
      *> region's copy holds the lines of every branch that
      *> branches.dat puts in the region.
      *> Who receives what comes from distribution.dat (line
      *> sequential), one line per unit and report:
      *>     TYPE,CODE,REPORT,RECIPIENT
      *> TYPE B (CODE a branch number) or R (CODE a region name),
      *> REPORT one of the codes above or ALL, RECIPIENT free text
      *> for the distribution schedule. A unit may be listed more
      *> than once to reach several recipients. With no list on
      *> file every open branch on branches.dat and every region
      *> they belong to receives all four reports.
      *> Writes distribution_report.txt (the schedule: each copy,
      *> its lines and who it goes to) and burst_manifest.dat
      *> (DATE,UNIT,REPORT,FILE for every copy written), which
      *> RPTARCHIVE reads to file and catalog the copies so
      *> RPTREPRINT can bring back one branch's copy on its own.
      *> Read-only on the reports themselves; adds the usual page to
      *> the end-of-day pack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-REPORT-FILE ASSIGN USING WS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT OUT-REPORT-FILE ASSIGN USING WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS L-ACCT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "branches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT DIST-FILE ASSIGN TO "distribution.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "burst_manifest.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "distribution_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-REPORT-FILE.
       01  IN-LINE               PIC X(132).

       FD  OUT-REPORT-FILE.
       01  OUT-LINE              PIC X(132).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

       FD  LEDGER-FILE.
       01  LEDGER-ENTRY.
           COPY LEDGREC.

       FD  BRANCH-FILE.
       01  BRANCH-LINE           PIC X(80).

       FD  DIST-FILE.
       01  DIST-LINE             PIC X(80).

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE         PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS          PIC XX.
       01  WS-OUT-STATUS         PIC XX.
       01  WS-TRANS-STATUS       PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-BRANCH-STATUS      PIC XX.
       01  WS-DIST-STATUS        PIC XX.
       01  WS-MANIFEST-STATUS    PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-IN-EOF             PIC X.
       01  WS-BRANCH-EOF         PIC X VALUE 'N'.
       01  WS-DIST-EOF           PIC X VALUE 'N'.
       01  WS-TRANS-OPEN         PIC X VALUE 'N'.
       01  WS-LEDGER-OPEN        PIC X VALUE 'N'.
       01  WS-IN-NAME            PIC X(60).
       01  WS-OUT-NAME           PIC X(60).
       01  WS-TODAY              PIC 9(8).

      *> The reports burst, in the order they are processed.
       01  WS-REPORT-NAMES.
           05 FILLER PIC X(40) VALUE
               "TRANS   transactions_report.txt".
           05 FILLER PIC X(40) VALUE
               "SUSPENSEsuspense_report.txt".
           05 FILLER PIC X(40) VALUE
               "TELLER  teller_proof_report.txt".
           05 FILLER PIC X(40) VALUE
               "EOD     eod_report.txt".
       01  WS-REPORT-LIST REDEFINES WS-REPORT-NAMES.
           05 WS-RP-ROW OCCURS 4 TIMES.
               10 WS-RP-CODE     PIC X(8).
               10 WS-RP-NAME     PIC X(32).
       01  WS-RP-NUM             PIC 9.

      *> branches.dat, one row per branch number (row = number + 1).
       01  WS-BRANCH-TABLE.
           05 WS-BRX-ROW OCCURS 1000 TIMES.
               10 WS-BRX-ON      PIC X.
               10 WS-BRX-NAME    PIC X(20).
               10 WS-BRX-REGION  PIC X(10).
               10 WS-BRX-FLAG    PIC X.
       01  WS-BRX-N              PIC 9(4).
       01  WS-BRX-COUNT          PIC 9(4) VALUE 0.

       01  WS-TOKEN-NUM          PIC X(10).
       01  WS-TOKEN-NAME         PIC X(20).
       01  WS-TOKEN-ADDR         PIC X(30).
       01  WS-TOKEN-REGION       PIC X(10).
       01  WS-TOKEN-FLAG         PIC X(1).
       01  WS-TOKEN-TYPE         PIC X(8).
       01  WS-TOKEN-REPORT       PIC X(8).
       01  WS-TOKEN-RECIPIENT    PIC X(40).

      *> distribution.dat as loaded (or as defaulted).
       01  WS-DIST-TABLE.
           05 WS-DL-ROW OCCURS 500 TIMES INDEXED BY WS-DL-IDX.
               10 WS-DL-TYPE     PIC X.
               10 WS-DL-BRANCH   PIC 9(3).
               10 WS-DL-REGION   PIC X(10).
               10 WS-DL-REPORT   PIC X(8).
               10 WS-DL-RECIPIENT PIC X(40).
       01  WS-DL-COUNT           PIC 9(3) VALUE 0.
       01  WS-DL-REJECTED        PIC 9(5) VALUE 0.
       01  WS-DIST-DEFAULTED     PIC X VALUE 'N'.
       01  WS-DL-HIT             PIC X.

      *> The distinct units the list names, each with its file code.
       01  WS-UNIT-TABLE.
           05 WS-UN-ROW OCCURS 500 TIMES INDEXED BY WS-UN-IDX.
               10 WS-UN-TYPE     PIC X.
               10 WS-UN-BRANCH   PIC 9(3).
               10 WS-UN-REGION   PIC X(10).
               10 WS-UN-CODE     PIC X(12).
       01  WS-UN-COUNT           PIC 9(3) VALUE 0.
       01  WS-UN-HIT             PIC X.
       01  WS-UN-RECEIVES        PIC X.
       01  WS-REGION-LEN         PIC 9(2).

      *> One row per line of the report being burst:
      *>   KIND   H title block (heads every copy), S section
      *>          heading, D branch line, X not copied;
      *>   SHAPE  B blank, R rule (dashes or equals), P page header
      *>          ("STEP: "), T text from column 1, I indented;
      *>   BRANCH the branch of a D line, zero when none was found.
       01  WS-LINE-TABLE.
           05 WS-LN-ROW OCCURS 30000 TIMES.
               10 WS-LN-KIND     PIC X.
               10 WS-LN-SHAPE    PIC X.
               10 WS-LN-BRANCH   PIC 9(3).
       01  WS-LN-USED            PIC 9(5).
       01  WS-LN-N               PIC 9(5).
       01  WS-LN-OVER            PIC 9(7).
       01  WS-GAP-START          PIC 9(5).
       01  WS-GAP-END            PIC 9(5).
       01  WS-GAP-N              PIC 9(5).
       01  WS-GAP-STOP           PIC X.
       01  WS-GAP-MARKED         PIC 9(5).
       01  WS-PAGE-AT            PIC 9(5).
       01  WS-ANY-ROUTED         PIC X.
       01  WS-PREV-KIND          PIC X.
       01  WS-PREV-BRANCH        PIC 9(3).
       01  WS-ROUTED             PIC X.
       01  WS-CONTINUES          PIC X.
       01  WS-ROUTE-BRANCH       PIC 9(3).
       01  WS-ROUTE-ACCT         PIC 9(6).
       01  WS-ROUTE-ID           PIC 9(13).
       01  WS-UNASSIGNED         PIC 9(7).
       01  WS-REPORT-LINES       PIC 9(7).

      *> The section heading waiting for the copy's next line.
       01  WS-HEADING-TABLE.
           05 WS-HD-LINE OCCURS 20 TIMES PIC X(132).
       01  WS-HD-COUNT           PIC 9(2).
       01  WS-HD-N               PIC 9(2).

       01  WS-COPY-LINES         PIC 9(7).
       01  WS-COPY-OK            PIC X.
       01  WS-COPIES-WRITTEN     PIC 9(5) VALUE 0.
       01  WS-COPIES-FAILED      PIC 9(5) VALUE 0.
       01  WS-REPORTS-BURST      PIC 9 VALUE 0.
       01  WS-REPORTS-MISSING    PIC 9 VALUE 0.
       01  WS-TOTAL-UNASSIGNED   PIC 9(7) VALUE 0.
       01  WS-TOTAL-OVER         PIC 9(7) VALUE 0.

       01  WS-EDIT-BRANCH        PIC 9(3).
       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-DATE          PIC 9(8).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-BRANCH-MASTER
           PERFORM LOAD-DISTRIBUTION
           IF WS-DL-COUNT = 0
               PERFORM DEFAULT-DISTRIBUTION
           END-IF
           PERFORM BUILD-UNITS
           IF WS-UN-COUNT = 0
               DISPLAY "No distribution list and no open branches on "
                   "branches.dat - nothing to burst"
               PERFORM APPEND-EOD-SUMMARY
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS = "00"
               MOVE 'Y' TO WS-TRANS-OPEN
           ELSE
               DISPLAY "NOTE: transactions.dat not available, status = "
                   WS-TRANS-STATUS " - transaction lines unassigned"
           END-IF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE 'Y' TO WS-LEDGER-OPEN
           ELSE
               DISPLAY "NOTE: ledger.txt not available, status = "
                   WS-LEDGER-STATUS " - account lines unassigned"
           END-IF

           OPEN OUTPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "ERROR opening burst_manifest.dat, status = "
                   WS-MANIFEST-STATUS
               PERFORM CLOSE-LOOKUP-FILES
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR opening distribution_report.txt, "
                   "status = " WS-REPORT-STATUS
               CLOSE MANIFEST-FILE
               PERFORM CLOSE-LOOKUP-FILES
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-SCHEDULE-HEADER
           PERFORM VARYING WS-RP-NUM FROM 1 BY 1 UNTIL WS-RP-NUM > 4
               PERFORM BURST-ONE-REPORT
           END-PERFORM
           PERFORM WRITE-SCHEDULE-FOOTER

           CLOSE REPORT-FILE
           CLOSE MANIFEST-FILE
           PERFORM CLOSE-LOOKUP-FILES
           PERFORM APPEND-EOD-SUMMARY

           MOVE WS-COPIES-WRITTEN TO WS-EDIT-COUNT
           DISPLAY "Burst copies written:     " WS-EDIT-COUNT
           MOVE WS-UN-COUNT TO WS-EDIT-COUNT
           DISPLAY "Distribution units:       " WS-EDIT-COUNT
           MOVE WS-TOTAL-UNASSIGNED TO WS-EDIT-COUNT
           DISPLAY "Lines on no branch:       " WS-EDIT-COUNT
           IF WS-TOTAL-OVER > 0
               MOVE WS-TOTAL-OVER TO WS-EDIT-COUNT
               DISPLAY "*** WARNING: " WS-EDIT-COUNT " report line(s) "
                   "beyond the 30000-line table not burst ***"
           END-IF
           DISPLAY "Distribution schedule written to "
               "distribution_report.txt"
           IF WS-COPIES-FAILED > 0
               MOVE WS-COPIES-FAILED TO WS-EDIT-COUNT
               DISPLAY "*** ERROR: " WS-EDIT-COUNT " burst copy(ies) "
                   "could not be written ***"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       CLOSE-LOOKUP-FILES.
           IF WS-TRANS-OPEN = 'Y'
               CLOSE TRANSACTION-FILE
               MOVE 'N' TO WS-TRANS-OPEN
           END-IF
           IF WS-LEDGER-OPEN = 'Y'
               CLOSE LEDGER-FILE
               MOVE 'N' TO WS-LEDGER-OPEN
           END-IF.

      *> ---------------------------------------------------------
      *> Branch master and distribution list
      *> ---------------------------------------------------------
       LOAD-BRANCH-MASTER.
           PERFORM VARYING WS-BRX-N FROM 1 BY 1 UNTIL WS-BRX-N > 1000
               MOVE 'N' TO WS-BRX-ON(WS-BRX-N)
               MOVE SPACES TO WS-BRX-NAME(WS-BRX-N)
                   WS-BRX-REGION(WS-BRX-N) WS-BRX-FLAG(WS-BRX-N)
           END-PERFORM
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BRANCH-EOF = 'Y'
               READ BRANCH-FILE
                   AT END
                       MOVE 'Y' TO WS-BRANCH-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-BRANCH
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE.

       LOAD-ONE-BRANCH.
           MOVE SPACES TO WS-TOKEN-NUM WS-TOKEN-NAME WS-TOKEN-ADDR
               WS-TOKEN-REGION WS-TOKEN-FLAG
           UNSTRING BRANCH-LINE DELIMITED BY ","
               INTO WS-TOKEN-NUM WS-TOKEN-NAME WS-TOKEN-ADDR
                   WS-TOKEN-REGION WS-TOKEN-FLAG
           END-UNSTRING
           IF WS-TOKEN-NUM = SPACES
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-NUM) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-TOKEN-NUM) > 999
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BRX-N = FUNCTION NUMVAL(WS-TOKEN-NUM) + 1
           MOVE 'Y' TO WS-BRX-ON(WS-BRX-N)
           MOVE WS-TOKEN-NAME TO WS-BRX-NAME(WS-BRX-N)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-REGION)
               TO WS-BRX-REGION(WS-BRX-N)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-FLAG)
               TO WS-BRX-FLAG(WS-BRX-N)
           ADD 1 TO WS-BRX-COUNT.

       LOAD-DISTRIBUTION.
           OPEN INPUT DIST-FILE
           IF WS-DIST-STATUS NOT = "00"
               IF WS-DIST-STATUS NOT = "35"
                   DISPLAY "NOTE: distribution.dat not readable, "
                       "status = " WS-DIST-STATUS
                       " - default distribution used"
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DIST-EOF = 'Y'
               READ DIST-FILE
                   AT END
                       MOVE 'Y' TO WS-DIST-EOF
                   NOT AT END
                       IF DIST-LINE NOT = SPACES
                           PERFORM LOAD-ONE-DISTRIBUTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIST-FILE.

       LOAD-ONE-DISTRIBUTION.
           MOVE SPACES TO WS-TOKEN-TYPE WS-TOKEN-NUM WS-TOKEN-REPORT
               WS-TOKEN-RECIPIENT
           UNSTRING DIST-LINE DELIMITED BY ","
               INTO WS-TOKEN-TYPE WS-TOKEN-NUM WS-TOKEN-REPORT
                   WS-TOKEN-RECIPIENT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-TYPE) TO WS-TOKEN-TYPE
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-REPORT) TO WS-TOKEN-REPORT
           MOVE 'N' TO WS-DL-HIT
           IF WS-TOKEN-REPORT = "ALL"
               MOVE 'Y' TO WS-DL-HIT
           END-IF
           PERFORM VARYING WS-RP-NUM FROM 1 BY 1 UNTIL WS-RP-NUM > 4
               IF WS-RP-CODE(WS-RP-NUM) = WS-TOKEN-REPORT
                   MOVE 'Y' TO WS-DL-HIT
               END-IF
           END-PERFORM
           IF WS-DL-HIT = 'N'
               OR (WS-TOKEN-TYPE NOT = "B" AND WS-TOKEN-TYPE NOT = "R")
               OR WS-TOKEN-NUM = SPACES
               DISPLAY "*** WARNING: distribution line not "
                   "understood, ignored: " DIST-LINE
               ADD 1 TO WS-DL-REJECTED
               EXIT PARAGRAPH
           END-IF
           IF WS-TOKEN-TYPE = "B"
               IF FUNCTION TEST-NUMVAL(WS-TOKEN-NUM) NOT = 0
                   DISPLAY "*** WARNING: distribution branch not "
                       "numeric, ignored: " DIST-LINE
                   ADD 1 TO WS-DL-REJECTED
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(WS-TOKEN-NUM) > 999
                   DISPLAY "*** WARNING: distribution branch out of "
                       "range, ignored: " DIST-LINE
                   ADD 1 TO WS-DL-REJECTED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-DL-COUNT >= 500
               DISPLAY "*** WARNING: distribution table full (500), "
                   "line ignored: " DIST-LINE
               ADD 1 TO WS-DL-REJECTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DL-COUNT
           MOVE WS-TOKEN-TYPE TO WS-DL-TYPE(WS-DL-COUNT)
           MOVE 0 TO WS-DL-BRANCH(WS-DL-COUNT)
           MOVE SPACES TO WS-DL-REGION(WS-DL-COUNT)
           IF WS-TOKEN-TYPE = "B"
               COMPUTE WS-DL-BRANCH(WS-DL-COUNT) =
                   FUNCTION NUMVAL(WS-TOKEN-NUM)
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-TOKEN-NUM)
                   TO WS-DL-REGION(WS-DL-COUNT)
           END-IF
           MOVE WS-TOKEN-REPORT TO WS-DL-REPORT(WS-DL-COUNT)
           MOVE WS-TOKEN-RECIPIENT TO WS-DL-RECIPIENT(WS-DL-COUNT).

      *> No list on file: each open branch and each of their regions
      *> receives everything.
       DEFAULT-DISTRIBUTION.
           MOVE 'Y' TO WS-DIST-DEFAULTED
           PERFORM VARYING WS-BRX-N FROM 1 BY 1 UNTIL WS-BRX-N > 1000
               IF WS-BRX-ON(WS-BRX-N) = 'Y'
                   AND WS-BRX-FLAG(WS-BRX-N) NOT = "C"
                   AND WS-DL-COUNT < 500
                   ADD 1 TO WS-DL-COUNT
                   MOVE "B" TO WS-DL-TYPE(WS-DL-COUNT)
                   COMPUTE WS-DL-BRANCH(WS-DL-COUNT) = WS-BRX-N - 1
                   MOVE SPACES TO WS-DL-REGION(WS-DL-COUNT)
                   MOVE "ALL" TO WS-DL-REPORT(WS-DL-COUNT)
                   MOVE "BRANCH MANAGER"
                       TO WS-DL-RECIPIENT(WS-DL-COUNT)
                   IF WS-BRX-REGION(WS-BRX-N) NOT = SPACES
                       PERFORM DEFAULT-ONE-REGION
                   END-IF
               END-IF
           END-PERFORM.

       DEFAULT-ONE-REGION.
           MOVE 'N' TO WS-DL-HIT
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               IF WS-DL-TYPE(WS-DL-IDX) = "R"
                   AND WS-DL-REGION(WS-DL-IDX)
                       = WS-BRX-REGION(WS-BRX-N)
                   MOVE 'Y' TO WS-DL-HIT
               END-IF
           END-PERFORM
           IF WS-DL-HIT = 'Y' OR WS-DL-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DL-COUNT
           MOVE "R" TO WS-DL-TYPE(WS-DL-COUNT)
           MOVE 0 TO WS-DL-BRANCH(WS-DL-COUNT)
           MOVE WS-BRX-REGION(WS-BRX-N) TO WS-DL-REGION(WS-DL-COUNT)
           MOVE "ALL" TO WS-DL-REPORT(WS-DL-COUNT)
           MOVE "REGIONAL OFFICE" TO WS-DL-RECIPIENT(WS-DL-COUNT).

      *> One unit per distinct branch or region on the list, in list
      *> order; its code names the burst files.
       BUILD-UNITS.
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               MOVE 'N' TO WS-UN-HIT
               PERFORM VARYING WS-UN-IDX FROM 1 BY 1
                       UNTIL WS-UN-IDX > WS-UN-COUNT
                   IF WS-UN-TYPE(WS-UN-IDX) = WS-DL-TYPE(WS-DL-IDX)
                       AND WS-UN-BRANCH(WS-UN-IDX)
                           = WS-DL-BRANCH(WS-DL-IDX)
                       AND WS-UN-REGION(WS-UN-IDX)
                           = WS-DL-REGION(WS-DL-IDX)
                       MOVE 'Y' TO WS-UN-HIT
                   END-IF
               END-PERFORM
               IF WS-UN-HIT = 'N'
                   PERFORM ADD-ONE-UNIT
               END-IF
           END-PERFORM.

       ADD-ONE-UNIT.
           ADD 1 TO WS-UN-COUNT
           MOVE WS-DL-TYPE(WS-DL-IDX)   TO WS-UN-TYPE(WS-UN-COUNT)
           MOVE WS-DL-BRANCH(WS-DL-IDX) TO WS-UN-BRANCH(WS-UN-COUNT)
           MOVE WS-DL-REGION(WS-DL-IDX) TO WS-UN-REGION(WS-UN-COUNT)
           MOVE SPACES TO WS-UN-CODE(WS-UN-COUNT)
           IF WS-DL-TYPE(WS-DL-IDX) = "B"
               MOVE WS-DL-BRANCH(WS-DL-IDX) TO WS-EDIT-BRANCH
               STRING "B" DELIMITED BY SIZE
                       WS-EDIT-BRANCH DELIMITED BY SIZE
                   INTO WS-UN-CODE(WS-UN-COUNT)
               END-STRING
           ELSE
      *> A region name with a space in it keeps one file name.
               STRING "R" DELIMITED BY SIZE
                       WS-DL-REGION(WS-DL-IDX) DELIMITED BY SIZE
                   INTO WS-UN-CODE(WS-UN-COUNT)
               END-STRING
               COMPUTE WS-REGION-LEN = FUNCTION LENGTH(FUNCTION TRIM(
                   WS-DL-REGION(WS-DL-IDX) TRAILING))
               INSPECT WS-UN-CODE(WS-UN-COUNT)(2:WS-REGION-LEN)
                   REPLACING ALL SPACE BY "-"
           END-IF.

      *> ---------------------------------------------------------
      *> One report: classify its lines, then write each unit's copy
      *> ---------------------------------------------------------
       BURST-ONE-REPORT.
           MOVE WS-RP-NAME(WS-RP-NUM) TO WS-IN-NAME
           PERFORM CLASSIFY-REPORT
           IF WS-IN-STATUS NOT = "00"
               ADD 1 TO WS-REPORTS-MISSING
               MOVE SPACES TO REPORT-LINE
               STRING WS-RP-NAME(WS-RP-NUM) DELIMITED BY SPACE
                       " not on file - no copies" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REPORTS-BURST
           ADD WS-UNASSIGNED TO WS-TOTAL-UNASSIGNED
           ADD WS-LN-OVER TO WS-TOTAL-OVER
           PERFORM VARYING WS-UN-IDX FROM 1 BY 1
                   UNTIL WS-UN-IDX > WS-UN-COUNT
               PERFORM CHECK-UNIT-RECEIVES
               IF WS-UN-RECEIVES = 'Y'
                   PERFORM WRITE-UNIT-COPY
                   PERFORM SCHEDULE-UNIT-COPY
               END-IF
           END-PERFORM
           MOVE WS-UNASSIGNED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                   WS-RP-NAME(WS-RP-NUM) DELIMITED BY SPACE
                   ": lines on no branch " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       CHECK-UNIT-RECEIVES.
           MOVE 'N' TO WS-UN-RECEIVES
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               IF WS-DL-TYPE(WS-DL-IDX) = WS-UN-TYPE(WS-UN-IDX)
                   AND WS-DL-BRANCH(WS-DL-IDX) = WS-UN-BRANCH(WS-UN-IDX)
                   AND WS-DL-REGION(WS-DL-IDX) = WS-UN-REGION(WS-UN-IDX)
                   AND (WS-DL-REPORT(WS-DL-IDX) = "ALL"
                       OR WS-DL-REPORT(WS-DL-IDX)
                           = WS-RP-CODE(WS-RP-NUM))
                   MOVE 'Y' TO WS-UN-RECEIVES
               END-IF
           END-PERFORM.

      *> First pass. A run of lines between two branch lines is a
      *> gap; when a branch line ends one, the heading at the foot
      *> of the gap is marked S (see MARK-SECTION-HEADING). The gap
      *> before the first branch line holds the title block.
       CLASSIFY-REPORT.
           MOVE 0 TO WS-LN-USED WS-LN-OVER WS-UNASSIGNED
               WS-REPORT-LINES WS-PREV-BRANCH
           MOVE 1 TO WS-GAP-START
           MOVE 'N' TO WS-ANY-ROUTED
           MOVE SPACE TO WS-PREV-KIND
           OPEN INPUT IN-REPORT-FILE
           IF WS-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-IN-EOF
           PERFORM UNTIL WS-IN-EOF = 'Y'
               READ IN-REPORT-FILE
                   AT END
                       MOVE 'Y' TO WS-IN-EOF
                   NOT AT END
                       ADD 1 TO WS-REPORT-LINES
                       PERFORM CLASSIFY-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE IN-REPORT-FILE
           MOVE "00" TO WS-IN-STATUS
           IF WS-ANY-ROUTED = 'N'
               MOVE WS-LN-USED TO WS-GAP-END
               PERFORM MARK-TITLE-BLOCK
           END-IF.

       CLASSIFY-ONE-LINE.
           IF WS-LN-USED >= 30000
               ADD 1 TO WS-LN-OVER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LN-USED
           MOVE WS-LN-USED TO WS-LN-N
           EVALUATE TRUE
               WHEN IN-LINE = SPACES
                   MOVE "B" TO WS-LN-SHAPE(WS-LN-N)
               WHEN IN-LINE(1:6) = "STEP: "
                   MOVE "P" TO WS-LN-SHAPE(WS-LN-N)
               WHEN IN-LINE(1:4) = ALL "-"
                   OR IN-LINE(1:4) = ALL "="
                   MOVE "R" TO WS-LN-SHAPE(WS-LN-N)
               WHEN IN-LINE(1:1) NOT = SPACE
                   MOVE "T" TO WS-LN-SHAPE(WS-LN-N)
               WHEN OTHER
                   MOVE "I" TO WS-LN-SHAPE(WS-LN-N)
           END-EVALUATE
           MOVE 0 TO WS-LN-BRANCH(WS-LN-N)
           PERFORM ROUTE-LINE
           IF WS-CONTINUES = 'Y' AND WS-PREV-KIND = "D"
               MOVE 'Y' TO WS-ROUTED
               MOVE WS-PREV-BRANCH TO WS-ROUTE-BRANCH
           END-IF
           IF WS-ROUTED = 'Y'
               COMPUTE WS-GAP-END = WS-LN-N - 1
               IF WS-ANY-ROUTED = 'N'
                   MOVE 'Y' TO WS-ANY-ROUTED
                   PERFORM MARK-TITLE-BLOCK
               END-IF
               IF WS-GAP-START <= WS-GAP-END
                   PERFORM MARK-SECTION-HEADING
               END-IF
               MOVE "D" TO WS-LN-KIND(WS-LN-N)
               MOVE WS-ROUTE-BRANCH TO WS-LN-BRANCH(WS-LN-N)
               IF WS-ROUTE-BRANCH = 0
                   ADD 1 TO WS-UNASSIGNED
               END-IF
               COMPUTE WS-GAP-START = WS-LN-N + 1
           ELSE
               MOVE "X" TO WS-LN-KIND(WS-LN-N)
           END-IF
           MOVE WS-LN-KIND(WS-LN-N) TO WS-PREV-KIND
           MOVE WS-LN-BRANCH(WS-LN-N) TO WS-PREV-BRANCH.

      *> Finds the branch of one line by the report's own layout.
       ROUTE-LINE.
           MOVE 'N' TO WS-ROUTED WS-CONTINUES
           MOVE 0 TO WS-ROUTE-BRANCH
           EVALUATE WS-RP-NUM
               WHEN 1
                   EVALUATE TRUE
                       WHEN IN-LINE(1:13) IS NUMERIC
                           MOVE IN-LINE(1:13) TO WS-ROUTE-ID
                           PERFORM LOOKUP-TRANS-BRANCH
                           MOVE 'Y' TO WS-ROUTED
                       WHEN IN-LINE(1:13) = "    Trnsctn #"
                           AND IN-LINE(14:13) IS NUMERIC
                           MOVE IN-LINE(14:13) TO WS-ROUTE-ID
                           PERFORM LOOKUP-TRANS-BRANCH
                           MOVE 'Y' TO WS-ROUTED
                       WHEN IN-LINE(1:11) = "    Branch "
                           AND FUNCTION TEST-NUMVAL(IN-LINE(12:3)) = 0
                           COMPUTE WS-ROUTE-BRANCH =
                               FUNCTION NUMVAL(IN-LINE(12:3))
                           MOVE 'Y' TO WS-ROUTED
                       WHEN IN-LINE(1:8) = "       ("
                           MOVE 'Y' TO WS-CONTINUES
                   END-EVALUATE
               WHEN 2
                   IF IN-LINE(1:13) IS NUMERIC
                       MOVE IN-LINE(1:13) TO WS-ROUTE-ID
                       PERFORM LOOKUP-TRANS-BRANCH
                       IF WS-ROUTE-BRANCH = 0
                           AND IN-LINE(21:6) IS NUMERIC
                           MOVE IN-LINE(21:6) TO WS-ROUTE-ACCT
                           PERFORM LOOKUP-LEDGER-BRANCH
                       END-IF
                       MOVE 'Y' TO WS-ROUTED
                   END-IF
               WHEN 3
                   EVALUATE TRUE
                       WHEN IN-LINE(1:3) IS NUMERIC
                           AND IN-LINE(4:1) = SPACE
                           MOVE IN-LINE(1:3) TO WS-ROUTE-BRANCH
                           MOVE 'Y' TO WS-ROUTED
                       WHEN IN-LINE(1:4) = SPACES
                           AND IN-LINE(5:1) NOT = SPACE
                           MOVE 'Y' TO WS-CONTINUES
                   END-EVALUATE
               WHEN 4
                   IF IN-LINE(1:9) = "  Branch "
                       AND IN-LINE(10:3) IS NUMERIC
                       MOVE IN-LINE(10:3) TO WS-ROUTE-BRANCH
                       MOVE 'Y' TO WS-ROUTED
                   END-IF
           END-EVALUATE.

       LOOKUP-TRANS-BRANCH.
           IF WS-TRANS-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROUTE-ID TO TRANS-ID
           READ TRANSACTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TRANS-BRANCH TO WS-ROUTE-BRANCH
           END-READ.

       LOOKUP-LEDGER-BRANCH.
           IF WS-LEDGER-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROUTE-ACCT TO L-ACCT-ID
           READ LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE L-BRANCH TO WS-ROUTE-BRANCH
           END-READ.

      *> The title block is everything before the first page header
      *> (a rule followed by "STEP: ") - in a single-report file,
      *> the whole gap; in the end-of-day pack, its banner. The
      *> rest of the gap is then an ordinary one.
       MARK-TITLE-BLOCK.
           MOVE 0 TO WS-PAGE-AT
           PERFORM VARYING WS-GAP-N FROM 1 BY 1
                   UNTIL WS-GAP-N > WS-GAP-END OR WS-PAGE-AT > 0
               IF WS-LN-SHAPE(WS-GAP-N) = "R"
                   AND WS-GAP-N < WS-LN-USED
                   IF WS-LN-SHAPE(WS-GAP-N + 1) = "P"
                       MOVE WS-GAP-N TO WS-PAGE-AT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PAGE-AT = 0
               COMPUTE WS-PAGE-AT = WS-GAP-END + 1
           END-IF
           PERFORM VARYING WS-GAP-N FROM 1 BY 1
                   UNTIL WS-GAP-N >= WS-PAGE-AT
               MOVE "H" TO WS-LN-KIND(WS-GAP-N)
           END-PERFORM
           MOVE WS-PAGE-AT TO WS-GAP-START.

      *> The heading over a run of branch lines: the unbroken lines
      *> of column-1 text and rules at the foot of the gap (stopping
      *> at a blank or indented line). Where there are none - the
      *> end-of-day pack, whose branch lines sit straight under their
      *> step's page header - the last page header in the gap.
       MARK-SECTION-HEADING.
           MOVE 0 TO WS-GAP-MARKED
           MOVE 'N' TO WS-GAP-STOP
           PERFORM VARYING WS-GAP-N FROM WS-GAP-END BY -1
                   UNTIL WS-GAP-N < WS-GAP-START OR WS-GAP-STOP = 'Y'
               IF WS-LN-SHAPE(WS-GAP-N) = "T"
                   OR WS-LN-SHAPE(WS-GAP-N) = "R"
                   OR WS-LN-SHAPE(WS-GAP-N) = "P"
                   MOVE "S" TO WS-LN-KIND(WS-GAP-N)
                   ADD 1 TO WS-GAP-MARKED
               ELSE
                   MOVE 'Y' TO WS-GAP-STOP
               END-IF
               IF WS-GAP-N = 1
                   MOVE 'Y' TO WS-GAP-STOP
               END-IF
           END-PERFORM
           IF WS-GAP-MARKED > 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PAGE-AT
           PERFORM VARYING WS-GAP-N FROM WS-GAP-START BY 1
                   UNTIL WS-GAP-N > WS-GAP-END
               IF WS-LN-SHAPE(WS-GAP-N) = "P"
                   MOVE WS-GAP-N TO WS-PAGE-AT
               END-IF
           END-PERFORM
           IF WS-PAGE-AT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-LN-KIND(WS-PAGE-AT)
           IF WS-PAGE-AT > WS-GAP-START
               IF WS-LN-SHAPE(WS-PAGE-AT - 1) = "R"
                   MOVE "S" TO WS-LN-KIND(WS-PAGE-AT - 1)
               END-IF
           END-IF
           IF WS-PAGE-AT < WS-GAP-END
               IF WS-LN-SHAPE(WS-PAGE-AT + 1) = "R"
                   MOVE "S" TO WS-LN-KIND(WS-PAGE-AT + 1)
               END-IF
           END-IF.

      *> Second pass for one unit. A heading is held until a line of
      *> the unit comes under it, so a copy carries no empty
      *> sections.
       WRITE-UNIT-COPY.
           MOVE 0 TO WS-COPY-LINES WS-HD-COUNT
           MOVE 'Y' TO WS-COPY-OK
           MOVE SPACES TO WS-OUT-NAME
           STRING "burst_" DELIMITED BY SIZE
                   WS-UN-CODE(WS-UN-IDX) DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-RP-NAME(WS-RP-NUM) DELIMITED BY SPACE
               INTO WS-OUT-NAME
           END-STRING
           OPEN INPUT IN-REPORT-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "ERROR re-reading " WS-IN-NAME ", status = "
                   WS-IN-STATUS
               MOVE 'N' TO WS-COPY-OK
               ADD 1 TO WS-COPIES-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OUT-REPORT-FILE
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "ERROR creating " WS-OUT-NAME ", status = "
                   WS-OUT-STATUS
               CLOSE IN-REPORT-FILE
               MOVE 'N' TO WS-COPY-OK
               ADD 1 TO WS-COPIES-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-COPY-BANNER
           MOVE 0 TO WS-LN-N
           MOVE 'N' TO WS-IN-EOF
           PERFORM UNTIL WS-IN-EOF = 'Y'
               READ IN-REPORT-FILE
                   AT END
                       MOVE 'Y' TO WS-IN-EOF
                   NOT AT END
                       IF WS-LN-N < WS-LN-USED
                           ADD 1 TO WS-LN-N
                           PERFORM COPY-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COPY-LINES = 0
               MOVE SPACES TO OUT-LINE
               WRITE OUT-LINE
               IF WS-UN-TYPE(WS-UN-IDX) = "B"
                   MOVE "(no activity for this branch in this report)"
                       TO OUT-LINE
               ELSE
                   MOVE "(no activity for this region in this report)"
                       TO OUT-LINE
               END-IF
               WRITE OUT-LINE
           END-IF
           CLOSE IN-REPORT-FILE
           CLOSE OUT-REPORT-FILE
           ADD 1 TO WS-COPIES-WRITTEN
           MOVE SPACES TO MANIFEST-LINE
           MOVE WS-TODAY TO WS-EDIT-DATE
           STRING WS-EDIT-DATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-UN-CODE(WS-UN-IDX) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-RP-NAME(WS-RP-NUM) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-OUT-NAME DELIMITED BY SPACE
               INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE.

       WRITE-COPY-BANNER.
           MOVE SPACES TO OUT-LINE
           IF WS-UN-TYPE(WS-UN-IDX) = "B"
               MOVE WS-UN-BRANCH(WS-UN-IDX) TO WS-EDIT-BRANCH
               COMPUTE WS-BRX-N = WS-UN-BRANCH(WS-UN-IDX) + 1
               IF WS-BRX-ON(WS-BRX-N) = 'Y'
                   STRING "BRANCH " DELIMITED BY SIZE
                           WS-EDIT-BRANCH DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-BRX-NAME(WS-BRX-N) DELIMITED BY "  "
                           " - COPY OF " DELIMITED BY SIZE
                           WS-RP-NAME(WS-RP-NUM) DELIMITED BY SPACE
                       INTO OUT-LINE
                   END-STRING
               ELSE
                   STRING "BRANCH " DELIMITED BY SIZE
                           WS-EDIT-BRANCH DELIMITED BY SIZE
                           " - COPY OF " DELIMITED BY SIZE
                           WS-RP-NAME(WS-RP-NUM) DELIMITED BY SPACE
                       INTO OUT-LINE
                   END-STRING
               END-IF
           ELSE
               STRING "REGION " DELIMITED BY SIZE
                       WS-UN-REGION(WS-UN-IDX) DELIMITED BY "  "
                       " (ALL BRANCHES) - COPY OF " DELIMITED BY SIZE
                       WS-RP-NAME(WS-RP-NUM) DELIMITED BY SPACE
                   INTO OUT-LINE
               END-STRING
           END-IF
           WRITE OUT-LINE
           MOVE WS-TODAY TO WS-EDIT-DATE
           MOVE SPACES TO OUT-LINE
           STRING "BUSINESS DATE " DELIMITED BY SIZE
                   WS-EDIT-DATE DELIMITED BY SIZE
               INTO OUT-LINE
           END-STRING
           WRITE OUT-LINE
           MOVE ALL "=" TO OUT-LINE
           WRITE OUT-LINE.

       COPY-ONE-LINE.
           EVALUATE WS-LN-KIND(WS-LN-N)
               WHEN "H"
                   MOVE IN-LINE TO OUT-LINE
                   WRITE OUT-LINE
               WHEN "S"
                   IF WS-LN-N > 1
                       IF WS-LN-KIND(WS-LN-N - 1) NOT = "S"
                           MOVE 0 TO WS-HD-COUNT
                       END-IF
                   END-IF
                   IF WS-HD-COUNT < 20
                       ADD 1 TO WS-HD-COUNT
                       MOVE IN-LINE TO WS-HD-LINE(WS-HD-COUNT)
                   END-IF
               WHEN "D"
                   PERFORM CHECK-LINE-IN-UNIT
                   IF WS-UN-HIT = 'Y'
                       IF WS-HD-COUNT > 0 AND WS-COPY-LINES > 0
                           MOVE SPACES TO OUT-LINE
                           WRITE OUT-LINE
                       END-IF
                       PERFORM VARYING WS-HD-N FROM 1 BY 1
                               UNTIL WS-HD-N > WS-HD-COUNT
                           MOVE WS-HD-LINE(WS-HD-N) TO OUT-LINE
                           WRITE OUT-LINE
                       END-PERFORM
                       MOVE 0 TO WS-HD-COUNT
                       MOVE IN-LINE TO OUT-LINE
                       WRITE OUT-LINE
                       ADD 1 TO WS-COPY-LINES
                   END-IF
           END-EVALUATE.

      *> Whether the current D line belongs in the unit's copy.
       CHECK-LINE-IN-UNIT.
           MOVE 'N' TO WS-UN-HIT
           IF WS-LN-BRANCH(WS-LN-N) = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-UN-TYPE(WS-UN-IDX) = "B"
               IF WS-LN-BRANCH(WS-LN-N) = WS-UN-BRANCH(WS-UN-IDX)
                   MOVE 'Y' TO WS-UN-HIT
               END-IF
           ELSE
               COMPUTE WS-BRX-N = WS-LN-BRANCH(WS-LN-N) + 1
               IF WS-BRX-ON(WS-BRX-N) = 'Y'
                   AND WS-BRX-REGION(WS-BRX-N) = WS-UN-REGION(WS-UN-IDX)
                   MOVE 'Y' TO WS-UN-HIT
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> Distribution schedule
      *> ---------------------------------------------------------
       WRITE-SCHEDULE-HEADER.
           MOVE WS-TODAY TO WS-EDIT-DATE
           MOVE SPACES TO REPORT-LINE
           STRING "REPORT DISTRIBUTION - BUSINESS DATE "
                       DELIMITED BY SIZE
                   WS-EDIT-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-DIST-DEFAULTED = 'Y'
               STRING "(no distribution.dat - every open branch "
                           DELIMITED BY SIZE
                       "and its region receive every report)"
                           DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE WS-DL-REJECTED TO WS-EDIT-COUNT
               STRING "(distribution.dat - " DELIMITED BY SIZE
                       "lines not understood: " DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "UNIT"      TO REPORT-LINE(1:4)
           MOVE "FILE"      TO REPORT-LINE(14:4)
           MOVE "LINES"     TO REPORT-LINE(64:5)
           MOVE "SEND TO"   TO REPORT-LINE(71:7)
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

      *> One line per recipient of the copy just written.
       SCHEDULE-UNIT-COPY.
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               IF WS-DL-TYPE(WS-DL-IDX) = WS-UN-TYPE(WS-UN-IDX)
                   AND WS-DL-BRANCH(WS-DL-IDX) = WS-UN-BRANCH(WS-UN-IDX)
                   AND WS-DL-REGION(WS-DL-IDX) = WS-UN-REGION(WS-UN-IDX)
                   AND (WS-DL-REPORT(WS-DL-IDX) = "ALL"
                       OR WS-DL-REPORT(WS-DL-IDX)
                           = WS-RP-CODE(WS-RP-NUM))
                   MOVE SPACES TO REPORT-LINE
                   MOVE WS-UN-CODE(WS-UN-IDX) TO REPORT-LINE(1:12)
                   IF WS-COPY-OK = 'Y'
                       MOVE WS-OUT-NAME TO REPORT-LINE(14:48)
                       MOVE WS-COPY-LINES TO WS-EDIT-COUNT
                       MOVE WS-EDIT-COUNT TO REPORT-LINE(62:7)
                   ELSE
                       MOVE "*** NOT WRITTEN ***" TO REPORT-LINE(14:19)
                   END-IF
                   MOVE WS-DL-RECIPIENT(WS-DL-IDX)
                       TO REPORT-LINE(71:40)
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       WRITE-SCHEDULE-FOOTER.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COPIES-WRITTEN TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "COPIES WRITTEN: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-UN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "UNITS:          " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

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
           MOVE "STEP: BURST" TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "-" TO EOD-LINE
           WRITE EOD-LINE
           MOVE WS-REPORTS-BURST TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Reports burst:          " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           IF WS-REPORTS-MISSING > 0
               MOVE WS-REPORTS-MISSING TO WS-EDIT-COUNT
               MOVE SPACES TO EOD-LINE
               STRING "  Reports not on file:    " DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO EOD-LINE
               END-STRING
               WRITE EOD-LINE
           END-IF
           MOVE WS-UN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Distribution units:     " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-COPIES-WRITTEN TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Copies written:         " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-TOTAL-UNASSIGNED TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Lines on no branch:     " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           IF WS-COPIES-FAILED > 0
               MOVE WS-COPIES-FAILED TO WS-EDIT-COUNT
               MOVE SPACES TO EOD-LINE
               STRING "  *** Copies NOT written: " DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO EOD-LINE
               END-STRING
               WRITE EOD-LINE
           END-IF
           CLOSE EOD-FILE.
