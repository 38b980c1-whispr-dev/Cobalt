       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODRATE.

      *> Callable product-rate history lookup in the CURRCONV mold.
      *> A product's credit-interest rate is kept as a dated history
      *> in product_rates.dat (written by PRODMAINT), one line per
      *> change as CODE,RATE,EFFDATE,OPERATOR,ENTERED where RATE is
      *> the annual rate percent, EFFDATE (YYYYMMDD) the date the
      *> rate came into force (zero = in force since before history
      *> was kept), and OPERATOR and ENTERED who keyed it and on
      *> which business date - the record complaints and audits are
      *> answered from. The file is loaded on the first call and
      *> kept for the rest of the run unit.
      *> CALL "PRODRATE" USING code, as-of, rate, next, found:
      *>   rate  the rate in force on the as-of date (the latest
      *>         EFFDATE at or before it);
      *>   next  the EFFDATE of the product's next change after the
      *>         as-of date, 99999999 when none is on file - so a
      *>         caller splitting a period walks it one rate at a
      *>         time;
      *>   found 'N' when the product has no entry in force on the
      *>         date (no history at all, or only later changes) -
      *>         rate is then unchanged and the caller keeps the
      *>         product master's rate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "product_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-LINE          PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS     PIC XX.
       01  WS-HISTORY-EOF        PIC X VALUE 'N'.
       01  WS-LOADED             PIC X VALUE 'N'.
       01  WS-TOKEN-CODE         PIC X(4).
       01  WS-TOKEN-RATE         PIC X(8).
       01  WS-TOKEN-DATE         PIC X(8).

      *> Sized for history - every dated entry stays on file.
       01  WS-HISTORY-TABLE.
           05 WS-PH-ROW OCCURS 500 TIMES INDEXED BY WS-PH-IDX.
               10 WS-PH-CODE     PIC X(4).
               10 WS-PH-RATE     PIC 9(3)V99.
               10 WS-PH-EFFDATE  PIC 9(8).
       01  WS-PH-COUNT           PIC 9(3) VALUE 0.
       01  WS-BEST-DATE          PIC 9(8).

       LINKAGE SECTION.
      *> The rate is COMP-3 to match PRODCAT's LS-PROD-RATE, so a
      *> caller passes the same working field to both.
       01  LS-PROD-CODE          PIC X(4).
       01  LS-AS-OF-DATE         PIC 9(8).
       01  LS-RATE               PIC 9(3)V99   COMP-3.
       01  LS-NEXT-DATE          PIC 9(8).
       01  LS-FOUND              PIC X.

       PROCEDURE DIVISION USING LS-PROD-CODE LS-AS-OF-DATE LS-RATE
               LS-NEXT-DATE LS-FOUND.

       MAIN.
           IF WS-LOADED = 'N'
               PERFORM LOAD-HISTORY-TABLE
           END-IF
           MOVE 'N' TO LS-FOUND
           MOVE 99999999 TO LS-NEXT-DATE
           MOVE 0 TO WS-BEST-DATE
           IF LS-PROD-CODE = SPACES
               GOBACK
           END-IF
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
               IF WS-PH-CODE(WS-PH-IDX) = LS-PROD-CODE
                   IF WS-PH-EFFDATE(WS-PH-IDX) <= LS-AS-OF-DATE
      *> Later lines win a tie, so a same-day correction counts.
                       IF LS-FOUND = 'N'
                           OR WS-PH-EFFDATE(WS-PH-IDX)
                               >= WS-BEST-DATE
                           MOVE WS-PH-EFFDATE(WS-PH-IDX)
                               TO WS-BEST-DATE
                           MOVE WS-PH-RATE(WS-PH-IDX) TO LS-RATE
                           MOVE 'Y' TO LS-FOUND
                       END-IF
                   ELSE
                       IF WS-PH-EFFDATE(WS-PH-IDX) < LS-NEXT-DATE
                           MOVE WS-PH-EFFDATE(WS-PH-IDX)
                               TO LS-NEXT-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           GOBACK.

       LOAD-HISTORY-TABLE.
           MOVE 'Y' TO WS-LOADED
           MOVE 0   TO WS-PH-COUNT
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       LOAD-ONE-ENTRY.
           MOVE SPACES TO WS-TOKEN-CODE WS-TOKEN-RATE WS-TOKEN-DATE
           UNSTRING HISTORY-LINE DELIMITED BY ","
               INTO WS-TOKEN-CODE WS-TOKEN-RATE WS-TOKEN-DATE
           END-UNSTRING
           IF WS-TOKEN-CODE = SPACES
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-RATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PH-COUNT >= 500
               DISPLAY "*** WARNING: product rate history full "
                   "(500), line ignored: " HISTORY-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PH-COUNT
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-CODE)
               TO WS-PH-CODE(WS-PH-COUNT)
           COMPUTE WS-PH-RATE(WS-PH-COUNT) =
               FUNCTION NUMVAL(WS-TOKEN-RATE)
           IF WS-TOKEN-DATE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-TOKEN-DATE) = 0
               COMPUTE WS-PH-EFFDATE(WS-PH-COUNT) =
                   FUNCTION NUMVAL(WS-TOKEN-DATE)
           ELSE
               MOVE 0 TO WS-PH-EFFDATE(WS-PH-COUNT)
           END-IF.
