       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLMAINT.

      *> Maintains the bank-holiday calendar (holidays.dat) BUSDAY
      *> serves, in the list/maintain rhythm of BRMAINT: one line
      *> per holiday, YYYYMMDD,DESCRIPTION, kept in date order.
      *> Every business-day decision in the nightly chain - standing
      *> order and maturity rolling, deposit float, the month-end
      *> steps, the capture cut-off - reads this calendar, so next
      *> year's holidays belong on it before the year turns.
      *> A date already on the calendar can be renamed or deleted;
      *> a weekend date is refused since it is closed anyway.

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

      *> Operator sign-on (SIGNON/operators.dat): the calendar
      *> decides which dates the bank is open, the same standing as
      *> the business date itself - permission S; the refusal
      *> message comes from SIGNON.
       01  WS-SIGNON-FUNCTION    PIC X VALUE "S".
       01  WS-SIGNON-OPERATOR    PIC X(4).
       01  WS-SIGNON-RESULT      PIC X.

       01  WS-HOLIDAY-STATUS     PIC XX.
       01  WS-HOLIDAY-EOF        PIC X VALUE 'N'.
       01  WS-CONTINUE           PIC X VALUE 'Y'.
       01  WS-RESPONSE           PIC X.
       01  WS-FOUND              PIC X.

       01  WS-TOKEN-DATE         PIC X(8).
       01  WS-TOKEN-DESC         PIC X(30).

       01  WS-DATE-TEXT          PIC X(8).
       01  WS-DATE-IN            PIC 9(8).
       01  WS-DESC-IN            PIC X(30).
       01  WS-ACTION-IN          PIC X.
       01  WS-DATEVAL-OPTIONS    PIC X(2) VALUE SPACES.
       01  WS-DATEVAL-RESULT     PIC X.
       01  WS-DAY-NUMBER         PIC 9(7).
       01  WS-WEEKS              PIC 9(7).
       01  WS-WEEKDAY            PIC 9.

       01  WS-HOLIDAY-TABLE.
           05 WS-HO-ROW OCCURS 500 TIMES INDEXED BY WS-HO-IDX.
               10 WS-HO-DATE     PIC 9(8).
               10 WS-HO-DESC     PIC X(30).
       01  WS-HO-USED            PIC 9(3) VALUE 0.
       01  WS-HO-POS             PIC 9(3).
       01  WS-HO-MOVE            PIC 9(3).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "SIGNON" USING WS-SIGNON-FUNCTION
               WS-SIGNON-OPERATOR WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           PERFORM LOAD-HOLIDAY-FILE
           PERFORM LIST-HOLIDAY-FILE

           PERFORM UNTIL WS-CONTINUE NOT = 'Y'
               PERFORM CAPTURE-ONE-HOLIDAY
               DISPLAY "Maintain another holiday? (Y/N):"
               ACCEPT WS-RESPONSE
               IF FUNCTION UPPER-CASE(WS-RESPONSE) NOT = "Y"
                   MOVE 'N' TO WS-CONTINUE
               END-IF
           END-PERFORM

           PERFORM WRITE-HOLIDAY-FILE
           DISPLAY "Holiday calendar updated."
           STOP RUN.

       LOAD-HOLIDAY-FILE.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = "00"
               DISPLAY "No holidays.dat yet - starting a new "
                   "holiday calendar."
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

      *> Lines go through the same ordered insert as keyed ones, so
      *> a hand-edited file comes back out in date order.
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
           MOVE WS-TOKEN-DATE TO WS-DATE-IN
           MOVE WS-TOKEN-DESC TO WS-DESC-IN
           PERFORM FIND-HOLIDAY
           IF WS-FOUND = 'Y'
               MOVE WS-DESC-IN TO WS-HO-DESC(WS-HO-POS)
           ELSE
               PERFORM INSERT-HOLIDAY
           END-IF.

       LIST-HOLIDAY-FILE.
           IF WS-HO-USED = 0
               DISPLAY "(no holidays on file)"
           END-IF
           PERFORM VARYING WS-HO-IDX FROM 1 BY 1
                   UNTIL WS-HO-IDX > WS-HO-USED
               DISPLAY "  " WS-HO-DATE(WS-HO-IDX) " "
                   WS-HO-DESC(WS-HO-IDX)
           END-PERFORM.

       CAPTURE-ONE-HOLIDAY.
           DISPLAY "Holiday date (YYYYMMDD): "
           ACCEPT WS-DATE-TEXT
           IF WS-DATE-TEXT IS NOT NUMERIC
               DISPLAY "Invalid date, nothing changed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-TEXT TO WS-DATE-IN
           CALL "DATEVAL" USING WS-DATE-IN WS-DATEVAL-OPTIONS
               WS-DATEVAL-RESULT
           IF WS-DATEVAL-RESULT NOT = 'Y'
               DISPLAY "Not a real calendar date, nothing changed."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-HOLIDAY
           IF WS-FOUND = 'Y'
               DISPLAY "On file: " WS-HO-DESC(WS-HO-POS)
               MOVE SPACE TO WS-ACTION-IN
               PERFORM UNTIL WS-ACTION-IN = "R" OR WS-ACTION-IN = "D"
                   DISPLAY "(R)ename or (D)elete? "
                   ACCEPT WS-ACTION-IN
                   MOVE FUNCTION UPPER-CASE(WS-ACTION-IN)
                       TO WS-ACTION-IN
               END-PERFORM
               IF WS-ACTION-IN = "D"
                   PERFORM DELETE-HOLIDAY
                   DISPLAY "Holiday deleted."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(WS-DATE-IN)
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEKS
               REMAINDER WS-WEEKDAY
           IF WS-FOUND NOT = 'Y'
               AND (WS-WEEKDAY = 6 OR WS-WEEKDAY = 0)
               DISPLAY "That date is a weekend - the bank is closed "
                   "anyway, nothing changed."
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND NOT = 'Y' AND WS-HO-USED >= 500
               DISPLAY "*** Holiday table full (500) ***"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Description: "
           ACCEPT WS-DESC-IN
           INSPECT WS-DESC-IN REPLACING ALL "," BY " "
           MOVE FUNCTION UPPER-CASE(WS-DESC-IN) TO WS-DESC-IN
           IF WS-FOUND = 'Y'
               MOVE WS-DESC-IN TO WS-HO-DESC(WS-HO-POS)
               DISPLAY "Holiday renamed."
           ELSE
               PERFORM INSERT-HOLIDAY
               DISPLAY "Holiday added."
           END-IF.

      *> WS-HO-POS comes back as the row holding WS-DATE-IN when it
      *> is on file, otherwise as the row it belongs before.
       FIND-HOLIDAY.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-HO-POS
           PERFORM UNTIL WS-HO-POS > WS-HO-USED
                   OR WS-HO-DATE(WS-HO-POS) >= WS-DATE-IN
               ADD 1 TO WS-HO-POS
           END-PERFORM
           IF WS-HO-POS <= WS-HO-USED
               AND WS-HO-DATE(WS-HO-POS) = WS-DATE-IN
               MOVE 'Y' TO WS-FOUND
           END-IF.

       INSERT-HOLIDAY.
           MOVE WS-HO-USED TO WS-HO-MOVE
           PERFORM UNTIL WS-HO-MOVE < WS-HO-POS
               MOVE WS-HO-ROW(WS-HO-MOVE) TO WS-HO-ROW(WS-HO-MOVE + 1)
               SUBTRACT 1 FROM WS-HO-MOVE
           END-PERFORM
           ADD 1 TO WS-HO-USED
           MOVE WS-DATE-IN TO WS-HO-DATE(WS-HO-POS)
           MOVE WS-DESC-IN TO WS-HO-DESC(WS-HO-POS).

       DELETE-HOLIDAY.
           MOVE WS-HO-POS TO WS-HO-MOVE
           PERFORM UNTIL WS-HO-MOVE >= WS-HO-USED
               MOVE WS-HO-ROW(WS-HO-MOVE + 1) TO WS-HO-ROW(WS-HO-MOVE)
               ADD 1 TO WS-HO-MOVE
           END-PERFORM
           SUBTRACT 1 FROM WS-HO-USED.

       WRITE-HOLIDAY-FILE.
           OPEN OUTPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = "00"
               DISPLAY "ERROR writing holidays.dat, status = "
                   WS-HOLIDAY-STATUS
               STOP RUN 1
           END-IF
           PERFORM VARYING WS-HO-IDX FROM 1 BY 1
                   UNTIL WS-HO-IDX > WS-HO-USED
               MOVE SPACES TO HOLIDAY-LINE
               STRING WS-HO-DATE(WS-HO-IDX) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-HO-DESC(WS-HO-IDX) DELIMITED BY SIZE
                   INTO HOLIDAY-LINE
               END-STRING
               WRITE HOLIDAY-LINE
           END-PERFORM
           CLOSE HOLIDAY-FILE.
