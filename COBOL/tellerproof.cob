      *> currency conversion at posting time).
      *> Output teller_proof_report.txt, one page per night, plus
      *> the usual page in the end-of-day pack.
      *> Drawer balancing: what each drawer actually held comes from
      *> teller_drawer.dat (DRAWERMAINT) - opening cash, cash bought
      *> from and sold to the vault, and the denomination count at
      *> close. The drawer should hold opening + bought - sold +
      *> deposits - withdrawals; the count against that is the
      *> teller's over/short. Each branch's vault position follows:
      *> vault opening + cash-centre receipts - dispatches - cash
      *> bought by tellers + cash sold back, beside the cash counted
      *> in its drawers. Every counted drawer's result is appended
      *> to drawer_balance.dat (DATE,BRANCH,TELLER,EXPECTED,
      *> COUNTED,DIFFERENCE); a teller out of balance again today
      *> on DRAWER_ALERT_COUNT (default 3) or more days within the
      *> last DRAWER_ALERT_DAYS (default 30) calendar days raises a
      *> warning through ALERTLOG. A rerun's lines for the same day
      *> supersede the earlier ones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT POSTED-FILE ASSIGN TO "posted_today.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

           SELECT DRAWER-FILE ASSIGN TO "teller_drawer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWER-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "drawer_balance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "teller_proof_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       01  TRANSACTION-RECORD.
           COPY TRANSREC.

       FD  POSTED-FILE.
       01  POSTED-RECORD.
           COPY POSTREC.

       FD  DRAWER-FILE.
       01  DRAWER-LINE           PIC X(60).

       FD  BALANCE-FILE.
       01  BALANCE-LINE          PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).
       01  WS-TRANS-STATUS       PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-EOD-STATUS         PIC XX.
       01  WS-DRAWER-STATUS      PIC XX.
       01  WS-BALANCE-STATUS     PIC XX.
       01  WS-TRANS-EOF          PIC X VALUE 'N'.
       01  WS-EOF                PIC X.

       01  WS-TODAY              PIC 9(8).
       01  WS-TRAILER-ID         PIC 9(13) VALUE 9999999999999.

      *> The day's captures come from POSTLEDGER's day file
      *> (posted_today.dat) when it is for the business date -
      *> posted and refused items alike, since the drawer took the
      *> money either way - instead of a pass over the whole of
      *> transactions.dat, which is still read when there is no
      *> current day file.
       01  WS-PD-STATUS          PIC XX.
       01  WS-PD-EOF             PIC X VALUE 'N'.
       01  WS-DAY-FILE-USED      PIC X VALUE 'N'.

      *> One proof row per branch and teller seen today.
       01  WS-PROOF-TABLE.
           05 WS-TP-ROW OCCURS 200 TIMES INDEXED BY WS-TP-IDX.
               10 WS-TP-DP-TOTAL PIC 9(11)V99.
               10 WS-TP-WD-COUNT PIC 9(7).
               10 WS-TP-WD-TOTAL PIC 9(11)V99.
               10 WS-TP-OPEN-SEEN PIC X.
               10 WS-TP-OPENING  PIC 9(9)V99.
               10 WS-TP-BUYS     PIC 9(11)V99.
               10 WS-TP-SELLS    PIC 9(11)V99.
               10 WS-TP-COUNT-SEEN PIC X.
               10 WS-TP-COUNTED  PIC 9(9)V99 OCCURS 12 TIMES.
               10 WS-TP-EXPECTED PIC S9(11)V99.
               10 WS-TP-COUNT-TOTAL PIC 9(11)V99.
               10 WS-TP-DIFF     PIC S9(11)V99.
       01  WS-TP-USED            PIC 9(3) VALUE 0.
       01  WS-TP-FOUND           PIC X.
       01  WS-WORK-TELLER        PIC X(4).
       01  WS-WORK-BRANCH        PIC 9(3).

      *> The denominations DRAWERMAINT takes a count in; a later
      *> count of a denomination replaces the earlier one.
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
       01  WS-DN-HIT             PIC X.

      *> teller_drawer.dat fields.
       01  WS-TOKEN-DATE         PIC X(8).
       01  WS-TOKEN-BRANCH       PIC X(3).
       01  WS-TOKEN-TELLER       PIC X(4).
       01  WS-TOKEN-KIND         PIC X(2).
       01  WS-TOKEN-DENOM        PIC X(6).
       01  WS-TOKEN-PIECES       PIC X(6).
       01  WS-TOKEN-AMOUNT       PIC X(16).
       01  WS-TOKEN-EXPECTED     PIC X(16).
       01  WS-TOKEN-COUNTED      PIC X(16).
       01  WS-LINE-DENOM         PIC 9(3)V99.
       01  WS-LINE-AMOUNT        PIC 9(9)V99.
       01  WS-LINE-DIFF          PIC S9(11)V99.
       01  WS-LINE-DATE          PIC 9(8).
       01  WS-FILE-AMOUNT        PIC 9(11).99.
       01  WS-FILE-EXPECTED      PIC -9(11).99.
       01  WS-FILE-DIFF          PIC -9(11).99.

      *> One vault position per branch seen on the drawer file.
       01  WS-VAULT-TABLE.
           05 WS-VT-ROW OCCURS 100 TIMES INDEXED BY WS-VT-IDX.
               10 WS-VT-BRANCH   PIC 9(3).
               10 WS-VT-OPENING  PIC 9(11)V99.
               10 WS-VT-RECEIPTS PIC 9(11)V99.
               10 WS-VT-DISPATCH PIC 9(11)V99.
               10 WS-VT-TO-TELLERS PIC 9(11)V99.
               10 WS-VT-FROM-TELLERS PIC 9(11)V99.
               10 WS-VT-DRAWERS  PIC 9(11)V99.
       01  WS-VT-USED            PIC 9(3) VALUE 0.
       01  WS-VT-FOUND           PIC X.
       01  WS-VAULT-CLOSING      PIC S9(11)V99.
      *> Per-branch proof totals for the EOD page, one "  Branch
      *> nnn" line per branch - the form BURST splits the pack on.
       01  WS-EOD-BRANCH         PIC 9(3).
       01  WS-EOD-DP-TOTAL       PIC 9(11)V99.
       01  WS-EOD-WD-TOTAL       PIC 9(11)V99.
       01  WS-EOD-SEEN           PIC X.
       01  WS-EOD-JDX            PIC 9(3).
       01  WS-EOD-EDIT-AMT       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-BRANCH-CASH        PIC S9(11)V99.

      *> Days each teller was out of balance within the window,
      *> from drawer_balance.dat; the latest line for a day stands.
       01  WS-ALERT-DAYS         PIC 9(3) VALUE 30.
       01  WS-ALERT-COUNT        PIC 9(3) VALUE 3.
       01  WS-ALERT-FROM         PIC 9(8).
       01  WS-SETTING-TEXT       PIC X(8).
       01  WS-OUT-TABLE.
           05 WS-OT-ROW OCCURS 500 TIMES INDEXED BY WS-OT-IDX.
               10 WS-OT-TELLER   PIC X(4).
               10 WS-OT-LAST-DATE PIC 9(8).
               10 WS-OT-LAST-OUT PIC X.
               10 WS-OT-DAYS     PIC 9(3).
       01  WS-OT-USED            PIC 9(3) VALUE 0.
       01  WS-OT-FOUND           PIC X.
       01  WS-ALERT-SEV          PIC X.
       01  WS-ALERT-PROGRAM      PIC X(20) VALUE "TELLERPROOF".
       01  WS-ALERT-MESSAGE      PIC X(60).

       01  WS-BALANCED-COUNT     PIC 9(5) VALUE 0.
       01  WS-OUT-COUNT          PIC 9(5) VALUE 0.
       01  WS-UNCOUNTED-COUNT    PIC 9(5) VALUE 0.
       01  WS-REPEAT-COUNT       PIC 9(5) VALUE 0.
       01  WS-SHOW-STATUS        PIC X(16).
       01  WS-EDIT-SIGNED        PIC ---,---,--9.99.
       01  WS-EDIT-DAYS          PIC ZZ9.

       01  WS-ROW-COUNT          PIC 9(7) VALUE 0.
       01  WS-TOTAL-DP           PIC 9(13)V99 VALUE 0.
       BEGIN.
           CALL "BUSDATE" USING WS-TODAY

           PERFORM SCAN-TODAYS-CAPTURES
           PERFORM READ-ALERT-SETTINGS
           PERFORM LOAD-DRAWER-FILE
           PERFORM BALANCE-DRAWERS
           PERFORM LOAD-BALANCE-HISTORY
           PERFORM CHECK-REPEAT-DIFFERENCES
           PERFORM WRITE-PROOF-REPORT
           PERFORM APPEND-BALANCE-HISTORY
           PERFORM APPEND-EOD-SUMMARY

           MOVE WS-TP-USED TO WS-EDIT-COUNT
           DISPLAY "Teller proof rows reported: " WS-EDIT-COUNT
           DISPLAY "Teller proof written to "
               "teller_proof_report.txt"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> Drawers are still balanced on a day with no file - their
      *> entries alone say what each should hold.
       SCAN-TODAYS-CAPTURES.
           PERFORM SCAN-POSTED-CAPTURES
           IF WS-DAY-FILE-USED = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NOTE: no day file for " WS-TODAY
               " - scanning transactions.dat"
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS = "35"
               DISPLAY "No transactions.dat - no activity to proof."
               EXIT PARAGRAPH
           END-IF
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR opening transactions.dat, status = "
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       SCAN-POSTED-CAPTURES.
           OPEN INPUT POSTED-FILE
           IF WS-PD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ POSTED-FILE
               AT END
                   MOVE 'Y' TO WS-PD-EOF
           END-READ
           IF WS-PD-EOF = 'Y' OR PD-REC-TYPE NOT = "H"
               OR PD-HDR-BUS-DATE NOT = WS-TODAY
               CLOSE POSTED-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DAY-FILE-USED
           PERFORM UNTIL WS-PD-EOF = 'Y'
               READ POSTED-FILE
                   AT END
                       MOVE 'Y' TO WS-PD-EOF
                   NOT AT END
                       IF PD-REC-TYPE = "D" AND PD-LEG NOT = "C"
                           AND PD-TRANS-DATE = WS-TODAY
                           AND (PD-TRANS-TYPE = "DP"
                               OR PD-TRANS-TYPE = "WD")
                           PERFORM LOAD-POSTED-IMAGE
                           PERFORM TALLY-ONE-CAPTURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTED-FILE.

       TALLY-ONE-CAPTURE.
           ADD 1 TO WS-ROW-COUNT
           MOVE TRANS-TELLER TO WS-WORK-TELLER
           MOVE TRANS-BRANCH TO WS-WORK-BRANCH
           PERFORM FIND-PROOF-ROW
           IF WS-TP-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF TRANS-TYPE = "DP"
               ADD 1 TO WS-TP-DP-COUNT(WS-TP-IDX)
               ADD TRANS-AMOUNT TO WS-TP-DP-TOTAL(WS-TP-IDX)
               ADD TRANS-AMOUNT TO WS-TOTAL-DP
           ELSE
               ADD 1 TO WS-TP-WD-COUNT(WS-TP-IDX)
               ADD TRANS-AMOUNT TO WS-TP-WD-TOTAL(WS-TP-IDX)
               ADD TRANS-AMOUNT TO WS-TOTAL-WD
           END-IF.

      *> Finds or adds the row for WS-WORK-BRANCH/WS-WORK-TELLER;
      *> WS-TP-FOUND stays 'N' only when the table is full.
       FIND-PROOF-ROW.
           MOVE 'N' TO WS-TP-FOUND
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TP-USED
                       OR WS-TP-FOUND = 'Y'
               IF WS-TP-BRANCH(WS-TP-IDX) = WS-WORK-BRANCH
                   AND WS-TP-TELLER(WS-TP-IDX) = WS-WORK-TELLER
                   MOVE 'Y' TO WS-TP-FOUND
               END-IF
           END-PERFORM
           IF WS-TP-FOUND = 'Y'
               SET WS-TP-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-TP-USED >= 200
               DISPLAY "*** WARNING: proof table full (200), "
                   "activity for branch " WS-WORK-BRANCH
                   " teller " WS-WORK-TELLER " not proofed ***"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TP-USED
           SET WS-TP-IDX TO WS-TP-USED
           MOVE 'Y' TO WS-TP-FOUND
           MOVE WS-WORK-BRANCH TO WS-TP-BRANCH(WS-TP-IDX)
           MOVE WS-WORK-TELLER TO WS-TP-TELLER(WS-TP-IDX)
           MOVE 0 TO WS-TP-DP-COUNT(WS-TP-IDX)
           MOVE 0 TO WS-TP-DP-TOTAL(WS-TP-IDX)
           MOVE 0 TO WS-TP-WD-COUNT(WS-TP-IDX)
           MOVE 0 TO WS-TP-WD-TOTAL(WS-TP-IDX)
           MOVE 'N' TO WS-TP-OPEN-SEEN(WS-TP-IDX)
           MOVE 0 TO WS-TP-OPENING(WS-TP-IDX)
           MOVE 0 TO WS-TP-BUYS(WS-TP-IDX)
           MOVE 0 TO WS-TP-SELLS(WS-TP-IDX)
           MOVE 'N' TO WS-TP-COUNT-SEEN(WS-TP-IDX)
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1 UNTIL WS-DN-IDX > 12
               MOVE 0 TO WS-TP-COUNTED(WS-TP-IDX, WS-DN-IDX)
           END-PERFORM
           MOVE 0 TO WS-TP-EXPECTED(WS-TP-IDX)
           MOVE 0 TO WS-TP-COUNT-TOTAL(WS-TP-IDX)
           MOVE 0 TO WS-TP-DIFF(WS-TP-IDX).

       FIND-VAULT-ROW.
           MOVE 'N' TO WS-VT-FOUND
           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
                   UNTIL WS-VT-IDX > WS-VT-USED
                       OR WS-VT-FOUND = 'Y'
               IF WS-VT-BRANCH(WS-VT-IDX) = WS-WORK-BRANCH
                   MOVE 'Y' TO WS-VT-FOUND
               END-IF
           END-PERFORM
           IF WS-VT-FOUND = 'Y'
               SET WS-VT-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-USED >= 100
               DISPLAY "*** WARNING: vault table full (100), "
                   "branch " WS-WORK-BRANCH " has no vault position ***"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VT-USED
           SET WS-VT-IDX TO WS-VT-USED
           MOVE 'Y' TO WS-VT-FOUND
           MOVE WS-WORK-BRANCH TO WS-VT-BRANCH(WS-VT-IDX)
           MOVE 0 TO WS-VT-OPENING(WS-VT-IDX)
           MOVE 0 TO WS-VT-RECEIPTS(WS-VT-IDX)
           MOVE 0 TO WS-VT-DISPATCH(WS-VT-IDX)
           MOVE 0 TO WS-VT-TO-TELLERS(WS-VT-IDX)
           MOVE 0 TO WS-VT-FROM-TELLERS(WS-VT-IDX)
           MOVE 0 TO WS-VT-DRAWERS(WS-VT-IDX).

       READ-ALERT-SETTINGS.
           MOVE SPACES TO WS-SETTING-TEXT
           ACCEPT WS-SETTING-TEXT FROM ENVIRONMENT "DRAWER_ALERT_DAYS"
           IF WS-SETTING-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SETTING-TEXT) = 0
               AND FUNCTION NUMVAL(WS-SETTING-TEXT) > 0
               COMPUTE WS-ALERT-DAYS =
                   FUNCTION NUMVAL(WS-SETTING-TEXT)
           END-IF
           MOVE SPACES TO WS-SETTING-TEXT
           ACCEPT WS-SETTING-TEXT
               FROM ENVIRONMENT "DRAWER_ALERT_COUNT"
           IF WS-SETTING-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SETTING-TEXT) = 0
               AND FUNCTION NUMVAL(WS-SETTING-TEXT) > 0
               COMPUTE WS-ALERT-COUNT =
                   FUNCTION NUMVAL(WS-SETTING-TEXT)
           END-IF
           COMPUTE WS-ALERT-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-ALERT-DAYS).

      *> Today's drawer and vault entries.
       LOAD-DRAWER-FILE.
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DRAWER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-DRAWER-LINE
               END-READ
           END-PERFORM
           CLOSE DRAWER-FILE.

       LOAD-ONE-DRAWER-LINE.
           MOVE SPACES TO WS-TOKEN-DATE WS-TOKEN-BRANCH
               WS-TOKEN-TELLER WS-TOKEN-KIND WS-TOKEN-DENOM
               WS-TOKEN-PIECES WS-TOKEN-AMOUNT
           UNSTRING DRAWER-LINE DELIMITED BY ","
               INTO WS-TOKEN-DATE WS-TOKEN-BRANCH WS-TOKEN-TELLER
                   WS-TOKEN-KIND WS-TOKEN-DENOM WS-TOKEN-PIECES
                   WS-TOKEN-AMOUNT
           END-UNSTRING
           IF WS-TOKEN-DATE IS NOT NUMERIC
               OR WS-TOKEN-BRANCH IS NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-AMOUNT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TOKEN-DATE NOT = WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOKEN-BRANCH TO WS-WORK-BRANCH
           COMPUTE WS-LINE-AMOUNT = FUNCTION NUMVAL(WS-TOKEN-AMOUNT)
           PERFORM FIND-VAULT-ROW
           IF WS-VT-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-TOKEN-KIND
               WHEN "VO"
                   MOVE WS-LINE-AMOUNT TO WS-VT-OPENING(WS-VT-IDX)
                   EXIT PARAGRAPH
               WHEN "VR"
                   ADD WS-LINE-AMOUNT TO WS-VT-RECEIPTS(WS-VT-IDX)
                   EXIT PARAGRAPH
               WHEN "VD"
                   ADD WS-LINE-AMOUNT TO WS-VT-DISPATCH(WS-VT-IDX)
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-TOKEN-TELLER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOKEN-TELLER TO WS-WORK-TELLER
           PERFORM FIND-PROOF-ROW
           IF WS-TP-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-TOKEN-KIND
               WHEN "OP"
                   MOVE 'Y' TO WS-TP-OPEN-SEEN(WS-TP-IDX)
                   MOVE WS-LINE-AMOUNT TO WS-TP-OPENING(WS-TP-IDX)
               WHEN "BY"
                   ADD WS-LINE-AMOUNT TO WS-TP-BUYS(WS-TP-IDX)
                   ADD WS-LINE-AMOUNT TO WS-VT-TO-TELLERS(WS-VT-IDX)
               WHEN "SL"
                   ADD WS-LINE-AMOUNT TO WS-TP-SELLS(WS-TP-IDX)
                   ADD WS-LINE-AMOUNT
                       TO WS-VT-FROM-TELLERS(WS-VT-IDX)
               WHEN "CT"
                   IF FUNCTION TEST-NUMVAL(WS-TOKEN-DENOM) = 0
                       COMPUTE WS-LINE-DENOM =
                           FUNCTION NUMVAL(WS-TOKEN-DENOM)
                       PERFORM NOTE-ONE-COUNT
                   END-IF
           END-EVALUATE.

       NOTE-ONE-COUNT.
           MOVE 'N' TO WS-DN-HIT
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > 12 OR WS-DN-HIT = 'Y'
               IF WS-DENOM(WS-DN-IDX) = WS-LINE-DENOM
                   MOVE 'Y' TO WS-DN-HIT
               END-IF
           END-PERFORM
           IF WS-DN-HIT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           SET WS-DN-IDX DOWN BY 1
           MOVE 'Y' TO WS-TP-COUNT-SEEN(WS-TP-IDX)
           MOVE WS-LINE-AMOUNT
               TO WS-TP-COUNTED(WS-TP-IDX, WS-DN-IDX).

      *> What each drawer should hold, what it held, and the
      *> difference; counted cash joins its branch's position.
       BALANCE-DRAWERS.
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TP-USED
               COMPUTE WS-TP-EXPECTED(WS-TP-IDX) =
                   WS-TP-OPENING(WS-TP-IDX) + WS-TP-BUYS(WS-TP-IDX)
                   - WS-TP-SELLS(WS-TP-IDX)
                   + WS-TP-DP-TOTAL(WS-TP-IDX)
                   - WS-TP-WD-TOTAL(WS-TP-IDX)
               MOVE 0 TO WS-TP-COUNT-TOTAL(WS-TP-IDX)
               PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                       UNTIL WS-DN-IDX > 12
                   ADD WS-TP-COUNTED(WS-TP-IDX, WS-DN-IDX)
                       TO WS-TP-COUNT-TOTAL(WS-TP-IDX)
               END-PERFORM
               COMPUTE WS-TP-DIFF(WS-TP-IDX) =
                   WS-TP-COUNT-TOTAL(WS-TP-IDX)
                   - WS-TP-EXPECTED(WS-TP-IDX)
               IF WS-TP-TELLER(WS-TP-IDX) NOT = SPACES
                   IF WS-TP-COUNT-SEEN(WS-TP-IDX) NOT = 'Y'
                       ADD 1 TO WS-UNCOUNTED-COUNT
                   ELSE
                       IF WS-TP-DIFF(WS-TP-IDX) = 0
                           ADD 1 TO WS-BALANCED-COUNT
                       ELSE
                           ADD 1 TO WS-OUT-COUNT
                       END-IF
                       MOVE WS-TP-BRANCH(WS-TP-IDX) TO WS-WORK-BRANCH
                       PERFORM FIND-VAULT-ROW
                       IF WS-VT-FOUND = 'Y'
                           ADD WS-TP-COUNT-TOTAL(WS-TP-IDX)
                               TO WS-VT-DRAWERS(WS-VT-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> Earlier days' results within the alert window; today's
      *> lines are left out, today's result being recomputed.
       LOAD-BALANCE-HISTORY.
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BALANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-BALANCE-LINE
               END-READ
           END-PERFORM
           CLOSE BALANCE-FILE.

       LOAD-ONE-BALANCE-LINE.
           MOVE SPACES TO WS-TOKEN-DATE WS-TOKEN-BRANCH
               WS-TOKEN-TELLER WS-TOKEN-EXPECTED WS-TOKEN-COUNTED
               WS-TOKEN-AMOUNT
           UNSTRING BALANCE-LINE DELIMITED BY ","
               INTO WS-TOKEN-DATE WS-TOKEN-BRANCH WS-TOKEN-TELLER
                   WS-TOKEN-EXPECTED WS-TOKEN-COUNTED WS-TOKEN-AMOUNT
           END-UNSTRING
           IF WS-TOKEN-DATE IS NOT NUMERIC
               OR WS-TOKEN-TELLER = SPACES
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-AMOUNT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOKEN-DATE TO WS-LINE-DATE
           IF WS-LINE-DATE < WS-ALERT-FROM
               OR WS-LINE-DATE >= WS-TODAY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LINE-DIFF = FUNCTION NUMVAL(WS-TOKEN-AMOUNT)
           MOVE WS-TOKEN-TELLER TO WS-WORK-TELLER
           PERFORM FIND-OUT-ROW
           IF WS-OT-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
      *> A rerun's line for a day replaces the earlier one.
           IF WS-LINE-DATE = WS-OT-LAST-DATE(WS-OT-IDX)
               IF WS-OT-LAST-OUT(WS-OT-IDX) = 'Y'
                   SUBTRACT 1 FROM WS-OT-DAYS(WS-OT-IDX)
               END-IF
           END-IF
           MOVE WS-LINE-DATE TO WS-OT-LAST-DATE(WS-OT-IDX)
           IF WS-LINE-DIFF NOT = 0
               MOVE 'Y' TO WS-OT-LAST-OUT(WS-OT-IDX)
               ADD 1 TO WS-OT-DAYS(WS-OT-IDX)
           ELSE
               MOVE 'N' TO WS-OT-LAST-OUT(WS-OT-IDX)
           END-IF.

       FIND-OUT-ROW.
           MOVE 'N' TO WS-OT-FOUND
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-USED
                       OR WS-OT-FOUND = 'Y'
               IF WS-OT-TELLER(WS-OT-IDX) = WS-WORK-TELLER
                   MOVE 'Y' TO WS-OT-FOUND
               END-IF
           END-PERFORM
           IF WS-OT-FOUND = 'Y'
               SET WS-OT-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-OT-USED >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OT-USED
           SET WS-OT-IDX TO WS-OT-USED
           MOVE 'Y' TO WS-OT-FOUND
           MOVE WS-WORK-TELLER TO WS-OT-TELLER(WS-OT-IDX)
           MOVE 0 TO WS-OT-LAST-DATE(WS-OT-IDX)
           MOVE 'N' TO WS-OT-LAST-OUT(WS-OT-IDX)
           MOVE 0 TO WS-OT-DAYS(WS-OT-IDX).

      *> A teller out of balance today, and on enough other days
      *> of the window with it, is raised for review.
       CHECK-REPEAT-DIFFERENCES.
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TP-USED
               IF WS-TP-TELLER(WS-TP-IDX) NOT = SPACES
                   AND WS-TP-COUNT-SEEN(WS-TP-IDX) = 'Y'
                   AND WS-TP-DIFF(WS-TP-IDX) NOT = 0
                   PERFORM CHECK-ONE-REPEAT
               END-IF
           END-PERFORM.

       CHECK-ONE-REPEAT.
           MOVE WS-TP-TELLER(WS-TP-IDX) TO WS-WORK-TELLER
           PERFORM FIND-OUT-ROW
           IF WS-OT-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
      *> Today once per teller, however many branches they worked.
           IF WS-OT-LAST-DATE(WS-OT-IDX) = WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY TO WS-OT-LAST-DATE(WS-OT-IDX)
           MOVE 'Y' TO WS-OT-LAST-OUT(WS-OT-IDX)
           ADD 1 TO WS-OT-DAYS(WS-OT-IDX)
           IF WS-OT-DAYS(WS-OT-IDX) < WS-ALERT-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REPEAT-COUNT
           MOVE WS-OT-DAYS(WS-OT-IDX) TO WS-EDIT-DAYS
           MOVE WS-TP-DIFF(WS-TP-IDX) TO WS-EDIT-SIGNED
           MOVE "W" TO WS-ALERT-SEV
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "Teller " DELIMITED BY SIZE
                   WS-WORK-TELLER DELIMITED BY SIZE
                   " drawer out on" DELIMITED BY SIZE
                   WS-EDIT-DAYS DELIMITED BY SIZE
                   " days, today" DELIMITED BY SIZE
                   WS-EDIT-SIGNED DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
           END-STRING
           CALL "ALERTLOG" USING WS-ALERT-SEV
               WS-ALERT-PROGRAM WS-ALERT-MESSAGE.

       APPEND-BALANCE-HISTORY.
           IF WS-BALANCED-COUNT + WS-OUT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND BALANCE-FILE
           IF WS-BALANCE-STATUS = "35"
               OPEN OUTPUT BALANCE-FILE
               CLOSE BALANCE-FILE
               OPEN EXTEND BALANCE-FILE
           END-IF
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "ERROR opening drawer_balance.dat, status = "
                   WS-BALANCE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TP-USED
               IF WS-TP-TELLER(WS-TP-IDX) NOT = SPACES
                   AND WS-TP-COUNT-SEEN(WS-TP-IDX) = 'Y'
                   PERFORM WRITE-ONE-BALANCE-LINE
               END-IF
           END-PERFORM
           CLOSE BALANCE-FILE.

       WRITE-ONE-BALANCE-LINE.
           MOVE WS-TP-BRANCH(WS-TP-IDX)      TO WS-EDIT-BRANCH
           MOVE WS-TP-EXPECTED(WS-TP-IDX)    TO WS-FILE-EXPECTED
           MOVE WS-TP-COUNT-TOTAL(WS-TP-IDX) TO WS-FILE-AMOUNT
           MOVE WS-TP-DIFF(WS-TP-IDX)        TO WS-FILE-DIFF
           MOVE SPACES TO BALANCE-LINE
           STRING WS-TODAY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-BRANCH DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-TP-TELLER(WS-TP-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-EXPECTED DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-AMOUNT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FILE-DIFF DELIMITED BY SIZE
               INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "ERROR writing drawer_balance.dat, status = "
                   WS-BALANCE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       WRITE-PROOF-REPORT.
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM WRITE-BALANCING-SECTION
           PERFORM WRITE-VAULT-SECTION
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SIGN-OFF: COUNT EACH DRAWER AGAINST ITS LINE"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BR-NAME TO REPORT-LINE(76:20)
           WRITE REPORT-LINE.

      *> Each drawer against its count.
       WRITE-BALANCING-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DRAWER BALANCING" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "BRANCH TELLER" TO REPORT-LINE(1:13)
           MOVE "OPENING"       TO REPORT-LINE(29:7)
           MOVE "VAULT NET"     TO REPORT-LINE(43:9)
           MOVE "EXPECTED"      TO REPORT-LINE(60:8)
           MOVE "COUNTED"       TO REPORT-LINE(77:7)
           MOVE "OVER/SHORT"    TO REPORT-LINE(90:10)
           MOVE "STATUS"        TO REPORT-LINE(101:6)
           WRITE REPORT-LINE
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TP-USED
               IF WS-TP-TELLER(WS-TP-IDX) NOT = SPACES
                   PERFORM WRITE-ONE-BALANCING-ROW
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BALANCED-COUNT TO WS-EDIT-COUNT
           STRING "BALANCED: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           MOVE WS-OUT-COUNT TO WS-EDIT-COUNT
           STRING "   OVER/SHORT: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE(18:22)
           END-STRING
           MOVE WS-UNCOUNTED-COUNT TO WS-EDIT-COUNT
           STRING "   NOT COUNTED: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE(40:23)
           END-STRING
           WRITE REPORT-LINE.

       WRITE-ONE-BALANCING-ROW.
           MOVE WS-TP-BRANCH(WS-TP-IDX) TO WS-EDIT-BRANCH
           MOVE SPACES TO REPORT-LINE
           MOVE WS-EDIT-BRANCH TO REPORT-LINE(1:3)
           MOVE WS-TP-TELLER(WS-TP-IDX) TO REPORT-LINE(8:4)
           MOVE WS-TP-OPENING(WS-TP-IDX) TO WS-EDIT-SIGNED
           MOVE WS-EDIT-SIGNED TO REPORT-LINE(21:15)
           COMPUTE WS-EDIT-SIGNED =
               WS-TP-BUYS(WS-TP-IDX) - WS-TP-SELLS(WS-TP-IDX)
           MOVE WS-EDIT-SIGNED TO REPORT-LINE(37:15)
           MOVE WS-TP-EXPECTED(WS-TP-IDX) TO WS-EDIT-SIGNED
           MOVE WS-EDIT-SIGNED TO REPORT-LINE(53:15)
           IF WS-TP-COUNT-SEEN(WS-TP-IDX) NOT = 'Y'
               MOVE "NOT COUNTED" TO WS-SHOW-STATUS
           ELSE
               MOVE WS-TP-COUNT-TOTAL(WS-TP-IDX) TO WS-EDIT-SIGNED
               MOVE WS-EDIT-SIGNED TO REPORT-LINE(69:15)
               MOVE WS-TP-DIFF(WS-TP-IDX) TO WS-EDIT-SIGNED
               MOVE WS-EDIT-SIGNED TO REPORT-LINE(85:15)
               EVALUATE TRUE
                   WHEN WS-TP-DIFF(WS-TP-IDX) > 0
                       MOVE "OVER" TO WS-SHOW-STATUS
                   WHEN WS-TP-DIFF(WS-TP-IDX) < 0
                       MOVE "SHORT" TO WS-SHOW-STATUS
                   WHEN OTHER
                       MOVE "BALANCED" TO WS-SHOW-STATUS
               END-EVALUATE
           END-IF
      *> Balancing from a zero opening is worth a second look.
           IF WS-TP-OPEN-SEEN(WS-TP-IDX) NOT = 'Y'
               STRING WS-SHOW-STATUS DELIMITED BY "  "
                       " - NO OPENING" DELIMITED BY SIZE
                   INTO REPORT-LINE(101:30)
               END-STRING
           ELSE
               MOVE WS-SHOW-STATUS TO REPORT-LINE(101:16)
           END-IF
           WRITE REPORT-LINE.

      *> Each branch's vault, and its cash in counted drawers.
       WRITE-VAULT-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "VAULT POSITION" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "BRANCH"        TO REPORT-LINE(1:6)
           MOVE "OPENING"       TO REPORT-LINE(29:7)
           MOVE "RECEIPTS"      TO REPORT-LINE(44:8)
           MOVE "DISPATCHED"    TO REPORT-LINE(58:10)
           MOVE "TO TELLERS"    TO REPORT-LINE(74:10)
           MOVE "FROM TELLERS"  TO REPORT-LINE(88:12)
           MOVE "CLOSING"       TO REPORT-LINE(109:7)
           WRITE REPORT-LINE
           IF WS-VT-USED = 0
               MOVE "(no drawer or vault entries today)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
                   UNTIL WS-VT-IDX > WS-VT-USED
               PERFORM WRITE-ONE-VAULT-ROW
           END-PERFORM.

       WRITE-ONE-VAULT-ROW.
           COMPUTE WS-VAULT-CLOSING =
               WS-VT-OPENING(WS-VT-IDX) + WS-VT-RECEIPTS(WS-VT-IDX)
               - WS-VT-DISPATCH(WS-VT-IDX)
               - WS-VT-TO-TELLERS(WS-VT-IDX)
               + WS-VT-FROM-TELLERS(WS-VT-IDX)
           COMPUTE WS-BRANCH-CASH =
               WS-VAULT-CLOSING + WS-VT-DRAWERS(WS-VT-IDX)
           MOVE WS-VT-BRANCH(WS-VT-IDX) TO WS-EDIT-BRANCH
           MOVE SPACES TO REPORT-LINE
           MOVE WS-EDIT-BRANCH TO REPORT-LINE(1:3)
           MOVE WS-VT-OPENING(WS-VT-IDX) TO WS-EDIT-SIGNED
           MOVE WS-EDIT-SIGNED TO REPORT-LINE(21:15)
           MOVE WS-VT-RECEIPTS(WS-VT-IDX) TO WS-EDIT-SIGNED
           MOVE WS-EDIT-SIGNED TO REPORT-LINE(37:15)
           MOVE WS-VT-DISPATCH(WS-VT-IDX) TO WS-EDIT-SIGNED
           MOVE WS-EDIT-SIGNED TO REPORT-LINE(53:15)
           MOVE WS-VT-TO-TELLERS(WS-VT-IDX) TO WS-EDIT-SIGNED
           MOVE WS-EDIT-SIGNED TO REPORT-LINE(69:15)
           MOVE WS-VT-FROM-TELLERS(WS-VT-IDX) TO WS-EDIT-SIGNED
           MOVE WS-EDIT-SIGNED TO REPORT-LINE(85:15)
           MOVE WS-VAULT-CLOSING TO WS-EDIT-SIGNED
           MOVE WS-EDIT-SIGNED TO REPORT-LINE(101:15)
           WRITE REPORT-LINE
           MOVE WS-VT-BRANCH(WS-VT-IDX) TO WS-BR-LOOKUP
           CALL "BRNAME" USING WS-BR-LOOKUP WS-BR-NAME
               WS-BR-REGION WS-BR-OPEN WS-BR-FOUND WS-BR-ANY
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BR-NAME TO REPORT-LINE(5:20)
           MOVE "CASH IN COUNTED DRAWERS" TO REPORT-LINE(27:23)
           MOVE WS-VT-DRAWERS(WS-VT-IDX) TO WS-EDIT-SIGNED
           MOVE WS-EDIT-SIGNED TO REPORT-LINE(53:15)
           MOVE "BRANCH CASH POSITION" TO REPORT-LINE(74:20)
           MOVE WS-BRANCH-CASH TO WS-EDIT-SIGNED
           MOVE WS-EDIT-SIGNED TO REPORT-LINE(101:15)
           WRITE REPORT-LINE.

       APPEND-EOD-SUMMARY.
           OPEN EXTEND EOD-FILE
           IF WS-EOD-STATUS = "35"
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           IF WS-DAY-FILE-USED = 'Y'
               MOVE "  Captures read from:          posted_today.dat"
                   TO EOD-LINE
           ELSE
               MOVE "  Captures read from:          transactions.dat"
                   TO EOD-LINE
           END-IF
           WRITE EOD-LINE
           MOVE WS-BALANCED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Drawers balanced:            "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-OUT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Drawers over/short:          "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-UNCOUNTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Drawers not counted:         "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-REPEAT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EOD-LINE
           STRING "  Repeat-difference alerts:    "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TP-USED
               PERFORM WRITE-EOD-BRANCH-LINE
           END-PERFORM
           CLOSE EOD-FILE.

      *> One line per branch, on the branch's first proof row; the
      *> totals take in every teller row of the branch.
       WRITE-EOD-BRANCH-LINE.
           MOVE 'N' TO WS-EOD-SEEN
           PERFORM VARYING WS-EOD-JDX FROM 1 BY 1
                   UNTIL WS-EOD-JDX >= WS-TP-IDX
               IF WS-TP-BRANCH(WS-EOD-JDX) = WS-TP-BRANCH(WS-TP-IDX)
                   MOVE 'Y' TO WS-EOD-SEEN
               END-IF
           END-PERFORM
           IF WS-EOD-SEEN = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOD-DP-TOTAL WS-EOD-WD-TOTAL
           PERFORM VARYING WS-EOD-JDX FROM 1 BY 1
                   UNTIL WS-EOD-JDX > WS-TP-USED
               IF WS-TP-BRANCH(WS-EOD-JDX) = WS-TP-BRANCH(WS-TP-IDX)
                   ADD WS-TP-DP-TOTAL(WS-EOD-JDX) TO WS-EOD-DP-TOTAL
                   ADD WS-TP-WD-TOTAL(WS-EOD-JDX) TO WS-EOD-WD-TOTAL
               END-IF
           END-PERFORM
           MOVE WS-TP-BRANCH(WS-TP-IDX) TO WS-EOD-BRANCH
           MOVE SPACES TO EOD-LINE
           MOVE WS-EOD-DP-TOTAL TO WS-EOD-EDIT-AMT
           STRING "  Branch " DELIMITED BY SIZE
                   WS-EOD-BRANCH DELIMITED BY SIZE
                   " deposits " DELIMITED BY SIZE
                   WS-EOD-EDIT-AMT DELIMITED BY SIZE
               INTO EOD-LINE
           END-STRING
           MOVE WS-EOD-WD-TOTAL TO WS-EOD-EDIT-AMT
           MOVE " withdrawals " TO EOD-LINE(38:13)
           MOVE WS-EOD-EDIT-AMT TO EOD-LINE(51:14)
           WRITE EOD-LINE.

      *> A day-file detail back into the transaction record, so the
      *> per-record logic is the same whichever file fed it.
       LOAD-POSTED-IMAGE.
           MOVE PD-TRANS-ID   TO TRANS-ID
           MOVE PD-TRANS-TYPE TO TRANS-TYPE
           MOVE PD-TRANS-DATE TO TRANS-DATE
           MOVE PD-ACCT-ID    TO TRANS-ACCT-ID
           MOVE PD-AMOUNT     TO TRANS-AMOUNT
           MOVE PD-REF-ID     TO TRANS-REF-ID
           MOVE PD-REF-TYPE   TO TRANS-REF-TYPE
           MOVE PD-CURR       TO TRANS-CURR
           MOVE PD-EXT-REF    TO TRANS-EXT-REF
           MOVE PD-BRANCH     TO TRANS-BRANCH
           MOVE PD-TO-ACCT    TO TRANS-TO-ACCT
           MOVE PD-TELLER     TO TRANS-TELLER
           MOVE PD-CHECK-NO   TO TRANS-CHECK-NO.
