      *> Nightly report filing: every report the chain overwrites
      *> the next night - the transactions listing, the fee report,
      *> the insufficient-funds exceptions, the end-of-day pack,
      *> the teller proof, the maturity report, the loan
      *> delinquency report, the outbound payment report, the
      *> payment file itself, the returned-items report and the
      *> warehouse change extract - is
      *> copied to a dated archive name (arch_YYYYMMDD_<report>)
      *> and cataloged
      *> in report_catalog.dat (DATE,REPORT,ARCHIVED-AS), so "show
      *> me Tuesday's NSF report" is a look at the catalog and a
      *> reprint (RPTREPRINT), not a hope that somebody printed it.
      *> Retention: archives older than RPT_RETAIN_DAYS (environment
      *> setting, default 90) are deleted and dropped from the
      *> catalog on each run, so the archive never grows forever.
      *> The per-branch and per-region copies BURST wrote tonight
      *> (listed in burst_manifest.dat as DATE,UNIT,REPORT,FILE) are
      *> filed the same way, as arch_YYYYMMDD_<burst file>, and
      *> cataloged with the unit as a fourth field
      *> (DATE,REPORT,ARCHIVED-AS,UNIT) - Bnnn for a branch,
      *> R<region> for a regional office - so RPTREPRINT can bring
      *> back one branch's copy on its own. The full reports carry
      *> no unit; a rerun skips a date, report and unit already
      *> cataloged.
      *> Runs as the last daily step of the chain, after the
      *> end-of-day pack is complete and BURST has run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "burst_manifest.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-REPORT-FILE.
       01  OUT-LINE              PIC X(132).

       FD  CATALOG-FILE.
       01  CATALOG-LINE          PIC X(120).

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS          PIC XX.
       01  WS-OUT-STATUS         PIC XX.
       01  WS-CATALOG-STATUS     PIC XX.
       01  WS-MANIFEST-STATUS    PIC XX.
       01  WS-COPY-EOF           PIC X.
       01  WS-CATALOG-EOF        PIC X.
       01  WS-MANIFEST-EOF       PIC X VALUE 'N'.

       01  WS-TODAY              PIC 9(8).
       01  WS-IN-NAME            PIC X(60).
       01  WS-OUT-NAME           PIC X(60).

      *> The copy being filed: its catalog name and unit (spaces
      *> for a full report).
       01  WS-FILE-REPORT        PIC X(32).
       01  WS-FILE-UNIT          PIC X(12).
       01  WS-TOKEN-UNIT         PIC X(12).
       01  WS-TOKEN-FILE         PIC X(60).

       01  WS-REPORT-LIST.
           05 FILLER PIC X(32) VALUE "transactions_report.txt".
           05 FILLER PIC X(32) VALUE "fees_report.txt".
           05 FILLER PIC X(32) VALUE "eod_report.txt".
           05 FILLER PIC X(32) VALUE "teller_proof_report.txt".
           05 FILLER PIC X(32) VALUE "maturity_report.txt".
           05 FILLER PIC X(32) VALUE
               "loan_delinquency_report.txt".
           05 FILLER PIC X(32) VALUE "payout_report.txt".
           05 FILLER PIC X(32) VALUE "outbound_payments.dat".
           05 FILLER PIC X(32) VALUE
               "returned_items_report.txt".
           05 FILLER PIC X(32) VALUE "backvalue_report.txt".
           05 FILLER PIC X(32) VALUE "warehouse_report.txt".
           05 FILLER PIC X(32) VALUE "sanctions_report.txt".
           05 FILLER PIC X(32) VALUE "kyc_review_report.txt".
           05 FILLER PIC X(32) VALUE "estate_report.txt".
           05 FILLER PIC X(32) VALUE "dispute_report.txt".
           05 FILLER PIC X(32) VALUE "collections_report.txt".
           05 FILLER PIC X(32) VALUE "sweep_report.txt".
           05 FILLER PIC X(32) VALUE "deposit_insurance_report.txt".
           05 FILLER PIC X(32) VALUE "profitability_report.txt".
           05 FILLER PIC X(32) VALUE "notice_letters.txt".
           05 FILLER PIC X(32) VALUE "interbranch_report.txt".
           05 FILLER PIC X(32) VALUE "fx_income_report.txt".
           05 FILLER PIC X(32) VALUE "new_accounts_report.txt".
           05 FILLER PIC X(32) VALUE "closing_statements.txt".
           05 FILLER PIC X(32) VALUE "sign_waiting_report.txt".
           05 FILLER PIC X(32) VALUE "rate_change_report.txt".
           05 FILLER PIC X(32) VALUE "posting_check_report.txt".
           05 FILLER PIC X(32) VALUE "cdc_extract.dat".
           05 FILLER PIC X(32) VALUE
               "sdb_delinquency_report.txt".
           05 FILLER PIC X(32) VALUE "legal_order_report.txt".
       01  WS-REPORT-TABLE REDEFINES WS-REPORT-LIST.
           05 WS-RL-NAME         PIC X(32) OCCURS 31 TIMES
               INDEXED BY WS-RL-IDX.

      *> The catalog, loaded whole so reruns and retention can both
       01  WS-TOKEN-DATE         PIC X(8).
       01  WS-TOKEN-NAME         PIC X(32).
       01  WS-TOKEN-ARCH         PIC X(60).
      *> Sized for the burst copies as well as the full reports.
       01  WS-CATALOG-TABLE.
           05 WS-CG-ROW OCCURS 9000 TIMES INDEXED BY WS-CG-IDX.
               10 WS-CG-DATE     PIC 9(8).
               10 WS-CG-NAME     PIC X(32).
               10 WS-CG-ARCH     PIC X(60).
               10 WS-CG-UNIT     PIC X(12).
               10 WS-CG-KEEP     PIC X.
       01  WS-CG-USED            PIC 9(4) VALUE 0.
       01  WS-CG-HIT             PIC X.
       01  WS-DAYS-IN-MONTH      PIC 9(2).
       01  WS-YEAR-REM           PIC 9(4).

       01  WS-FILED-COUNT        PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT      PIC 9(5) VALUE 0.
       01  WS-PURGED-COUNT       PIC 9(5) VALUE 0.
       01  WS-BURST-COUNT        PIC 9(5) VALUE 0.
       01  WS-BURST-PRIOR        PIC 9(5).
       01  WS-CATALOG-WORK       PIC X(120).
       01  WS-EDIT-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LOAD-CATALOG

           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > 31
               PERFORM FILE-ONE-REPORT
           END-PERFORM
           PERFORM FILE-BURST-COPIES

           PERFORM PURGE-OLD-ARCHIVES
           PERFORM WRITE-CATALOG

           MOVE WS-FILED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Reports filed to the archive: " WS-EDIT-COUNT
           MOVE WS-BURST-COUNT TO WS-EDIT-COUNT
           DISPLAY "  of which burst copies:      " WS-EDIT-COUNT
           MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Already filed or absent:      " WS-EDIT-COUNT
           MOVE WS-PURGED-COUNT TO WS-EDIT-COUNT
           END-EVALUATE.

       FILE-ONE-REPORT.
           MOVE WS-RL-NAME(WS-RL-IDX) TO WS-IN-NAME WS-FILE-REPORT
           MOVE SPACES TO WS-FILE-UNIT
           PERFORM FILE-ONE-COPY.

      *> Tonight's burst copies, as BURST listed them. An old
      *> manifest (BURST not run tonight) files nothing.
       FILE-BURST-COPIES.
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MANIFEST-EOF = 'Y'
               READ MANIFEST-FILE
                   AT END
                       MOVE 'Y' TO WS-MANIFEST-EOF
                   NOT AT END
                       PERFORM FILE-ONE-BURST-COPY
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE.

       FILE-ONE-BURST-COPY.
           MOVE SPACES TO WS-TOKEN-DATE WS-TOKEN-UNIT WS-TOKEN-NAME
               WS-TOKEN-FILE
           UNSTRING MANIFEST-LINE DELIMITED BY ","
               INTO WS-TOKEN-DATE WS-TOKEN-UNIT WS-TOKEN-NAME
                   WS-TOKEN-FILE
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-DATE) NOT = 0
               OR WS-TOKEN-UNIT = SPACES
               OR WS-TOKEN-FILE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-TOKEN-DATE) NOT = WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOKEN-FILE TO WS-IN-NAME
           MOVE WS-TOKEN-NAME TO WS-FILE-REPORT
           MOVE WS-TOKEN-UNIT TO WS-FILE-UNIT
           MOVE WS-FILED-COUNT TO WS-BURST-PRIOR
           PERFORM FILE-ONE-COPY
           IF WS-FILED-COUNT > WS-BURST-PRIOR
               ADD 1 TO WS-BURST-COUNT
           END-IF.

       FILE-ONE-COPY.
      *> Already cataloged for tonight = already filed.
           MOVE 'N' TO WS-CG-HIT
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > WS-CG-USED
                       OR WS-CG-HIT = 'Y'
               IF WS-CG-DATE(WS-CG-IDX) = WS-TODAY
                   AND WS-CG-NAME(WS-CG-IDX) = WS-FILE-REPORT
                   AND WS-CG-UNIT(WS-CG-IDX) = WS-FILE-UNIT
                   MOVE 'Y' TO WS-CG-HIT
               END-IF
           END-PERFORM
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUT-NAME
           STRING "arch_" DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-IN-NAME DELIMITED BY SPACE
               INTO WS-OUT-NAME
           END-STRING

           CLOSE IN-REPORT-FILE
           CLOSE OUT-REPORT-FILE

           IF WS-CG-USED < 9000
               ADD 1 TO WS-CG-USED
               SET WS-CG-IDX TO WS-CG-USED
               MOVE WS-TODAY TO WS-CG-DATE(WS-CG-IDX)
               MOVE WS-FILE-REPORT TO WS-CG-NAME(WS-CG-IDX)
               MOVE WS-OUT-NAME TO WS-CG-ARCH(WS-CG-IDX)
               MOVE WS-FILE-UNIT TO WS-CG-UNIT(WS-CG-IDX)
               MOVE 'Y' TO WS-CG-KEEP(WS-CG-IDX)
           ELSE
               DISPLAY "*** WARNING: catalog table full (9000) - "
                   "raise retention pressure ***"
           END-IF
           ADD 1 TO WS-FILED-COUNT

       LOAD-ONE-CATALOG-LINE.
           MOVE SPACES TO WS-TOKEN-DATE WS-TOKEN-NAME
               WS-TOKEN-ARCH WS-TOKEN-UNIT
           UNSTRING CATALOG-LINE DELIMITED BY ","
               INTO WS-TOKEN-DATE WS-TOKEN-NAME WS-TOKEN-ARCH
                   WS-TOKEN-UNIT
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-DATE) NOT = 0
               OR WS-TOKEN-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CG-USED >= 9000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CG-USED
               FUNCTION NUMVAL(WS-TOKEN-DATE)
           MOVE WS-TOKEN-NAME TO WS-CG-NAME(WS-CG-IDX)
           MOVE WS-TOKEN-ARCH TO WS-CG-ARCH(WS-CG-IDX)
           MOVE WS-TOKEN-UNIT TO WS-CG-UNIT(WS-CG-IDX)
           MOVE 'Y' TO WS-CG-KEEP(WS-CG-IDX).

       WRITE-CATALOG.
                               DELIMITED BY SPACE
                       INTO CATALOG-LINE
                   END-STRING
                   IF WS-CG-UNIT(WS-CG-IDX) NOT = SPACES
                       MOVE SPACES TO WS-CATALOG-WORK
                       STRING CATALOG-LINE DELIMITED BY SPACE
                               "," DELIMITED BY SIZE
                               WS-CG-UNIT(WS-CG-IDX)
                                   DELIMITED BY SPACE
                           INTO WS-CATALOG-WORK
                       END-STRING
                       MOVE WS-CATALOG-WORK TO CATALOG-LINE
                   END-IF
                   WRITE CATALOG-LINE
               END-IF
           END-PERFORM
