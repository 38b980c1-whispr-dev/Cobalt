       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDAY.

      *> Callable business-day arithmetic in the RJUSTIFY mold, so
      *> every program that asks "when is the bank next open?"
      *> answers it the same way - standing orders, maturities,
      *> deposit float, the month-end steps, and the capture
      *> cut-off used to carry their own copies of the calendar
      *> arithmetic, none of which knew about public holidays.
      *> A business day is Monday through Friday that is not on the
      *> holiday calendar (holidays.dat, maintained by HOLMAINT),
      *> one line per holiday:
      *>     YYYYMMDD,DESCRIPTION
      *> The calendar is loaded on the first call and kept for the
      *> rest of the run unit; no file means weekends only.
      *> CALL "BUSDAY" USING function, date, days, result-date:
      *>   function PIC X:
      *>     N - the first business day after date
      *>     R - date itself when it is a business day, otherwise
      *>         the next one (roll forward)
      *>     A - date plus days business days (days 0 = date as is)
      *>     L - the last business day of date's month
      *>   date     PIC 9(8) YYYYMMDD - any real calendar date
      *>   days     PIC 9(3) - business days to add (A only)
      *>   result-date PIC 9(8) - the answer; date unchanged when
      *>     date is not a real date or function is unknown
      *> The day of the week comes from the integer day number,
      *> where day 1 (1601-01-01) was a Monday: remainder 6 is a
      *> Saturday and remainder 0 a Sunday.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO "holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-LINE          PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-HOLIDAY-STATUS     PIC XX.
       01  WS-HOLIDAY-EOF        PIC X VALUE 'N'.
       01  WS-LOADED             PIC X VALUE 'N'.

       01  WS-TOKEN-DATE         PIC X(8).
       01  WS-TOKEN-DESC         PIC X(30).

       01  WS-HOLIDAY-TABLE.
           05 WS-HO-ROW OCCURS 500 TIMES INDEXED BY WS-HO-IDX.
               10 WS-HO-DATE     PIC 9(8).
       01  WS-HO-USED            PIC 9(3) VALUE 0.

       01  WS-DAY-NUMBER         PIC 9(7).
       01  WS-WEEKS              PIC 9(7).
       01  WS-WEEKDAY            PIC 9.
       01  WS-CHECK-DATE         PIC 9(8).
       01  WS-OPEN               PIC X.
       01  WS-WORK-YEAR          PIC 9(4).
       01  WS-WORK-MMDD          PIC 9(4).
       01  WS-WORK-MONTH         PIC 9(2).
       01  WS-WORK-DAY           PIC 9(2).
       01  WS-NEXT-FIRST         PIC 9(8).

       LINKAGE SECTION.
       01  LS-FUNCTION           PIC X.
       01  LS-DATE               PIC 9(8).
       01  LS-DAYS               PIC 9(3).
       01  LS-RESULT             PIC 9(8).

       PROCEDURE DIVISION USING LS-FUNCTION LS-DATE LS-DAYS
           LS-RESULT.

       MAIN.
           IF WS-LOADED NOT = 'Y'
               PERFORM LOAD-HOLIDAY-FILE
               MOVE 'Y' TO WS-LOADED
           END-IF
           MOVE LS-DATE TO LS-RESULT
           COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(LS-DATE)
           IF WS-DAY-NUMBER = 0
               GOBACK
           END-IF
           EVALUATE LS-FUNCTION
               WHEN "N"
                   PERFORM STEP-FORWARD
               WHEN "R"
                   PERFORM CHECK-DAY
                   IF WS-OPEN NOT = 'Y'
                       PERFORM STEP-FORWARD
                   END-IF
               WHEN "A"
                   PERFORM STEP-FORWARD LS-DAYS TIMES
               WHEN "L"
                   PERFORM FIND-LAST-OF-MONTH
               WHEN OTHER
                   DISPLAY "BUSDAY: unknown function " LS-FUNCTION
                   GOBACK
           END-EVALUATE
           COMPUTE LS-RESULT = FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           GOBACK.

       STEP-FORWARD.
           ADD 1 TO WS-DAY-NUMBER
           PERFORM CHECK-DAY
           PERFORM UNTIL WS-OPEN = 'Y'
               ADD 1 TO WS-DAY-NUMBER
               PERFORM CHECK-DAY
           END-PERFORM.

      *> The day before the first of the following month, then back
      *> over any weekend or holiday at the end of the month.
       FIND-LAST-OF-MONTH.
           DIVIDE LS-DATE BY 10000 GIVING WS-WORK-YEAR
               REMAINDER WS-WORK-MMDD
           DIVIDE WS-WORK-MMDD BY 100 GIVING WS-WORK-MONTH
               REMAINDER WS-WORK-DAY
           ADD 1 TO WS-WORK-MONTH
           IF WS-WORK-MONTH > 12
               MOVE 1 TO WS-WORK-MONTH
               ADD 1 TO WS-WORK-YEAR
           END-IF
           COMPUTE WS-NEXT-FIRST =
               WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100 + 1
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST)
           SUBTRACT 1 FROM WS-DAY-NUMBER
           PERFORM CHECK-DAY
           PERFORM UNTIL WS-OPEN = 'Y'
               SUBTRACT 1 FROM WS-DAY-NUMBER
               PERFORM CHECK-DAY
           END-PERFORM.

       CHECK-DAY.
           MOVE 'Y' TO WS-OPEN
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEKS
               REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               MOVE 'N' TO WS-OPEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           PERFORM VARYING WS-HO-IDX FROM 1 BY 1
                   UNTIL WS-HO-IDX > WS-HO-USED
                       OR WS-OPEN = 'N'
               IF WS-HO-DATE(WS-HO-IDX) = WS-CHECK-DATE
                   MOVE 'N' TO WS-OPEN
               END-IF
           END-PERFORM.

       LOAD-HOLIDAY-FILE.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLIDAY-EOF = 'Y'
               READ HOLIDAY-FILE
                   AT END
                       MOVE 'Y' TO WS-HOLIDAY-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-HOLIDAY
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE.

       LOAD-ONE-HOLIDAY.
           MOVE SPACES TO WS-TOKEN-DATE WS-TOKEN-DESC
           UNSTRING HOLIDAY-LINE DELIMITED BY ","
               INTO WS-TOKEN-DATE WS-TOKEN-DESC
           END-UNSTRING
           IF WS-TOKEN-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-HO-USED >= 500
               DISPLAY "*** WARNING: holiday table full (500), "
                   "line ignored: " HOLIDAY-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HO-USED
           MOVE WS-TOKEN-DATE TO WS-HO-DATE(WS-HO-USED).
