       01  WS-NEW-DATE           PIC 9(8).
       01  WS-DATE-VALID         PIC X VALUE 'N'.
       01  WS-DATEVAL-OPTIONS    PIC X(2) VALUE SPACES.
       01  WS-BUSDAY-FUNCTION    PIC X VALUE "R".
       01  WS-BUSDAY-DAYS        PIC 9(3) VALUE 0.
       01  WS-OPEN-DATE          PIC 9(8).

       PROCEDURE DIVISION.
       BEGIN.
               END-IF
           END-PERFORM

      *> A weekend or bank-holiday date is allowed - a special
      *> opening is the operator's call - but never by accident.
           CALL "BUSDAY" USING WS-BUSDAY-FUNCTION WS-NEW-DATE
               WS-BUSDAY-DAYS WS-OPEN-DATE
           IF WS-OPEN-DATE NOT = WS-NEW-DATE
               DISPLAY "*** WARNING: " WS-NEW-DATE " is a weekend "
                   "or bank holiday - the next business day is "
                   WS-OPEN-DATE " ***"
           END-IF

           OPEN OUTPUT DATE-FILE
           IF WS-DATE-STATUS NOT = "00"
               DISPLAY "ERROR writing business_date.dat, status = "
