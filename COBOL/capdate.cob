       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPDATE.

      *> Callable capture date in the RJUSTIFY mold: the date an
      *> item keyed or imported right now is booked to. Normally
      *> that is the business date (BUSDATE), but once the day's
      *> capture cut-off has passed the tellers have proofed and
      *> the day is closed to new work, so anything captured later
      *> is booked to the next business day (BUSDAY) instead.
      *> CALL "CAPDATE" USING capture-date:
      *>   capture-date PIC 9(8) YYYYMMDD
      *> The cut-off is CAPTURE_CUTOFF in the environment, HHMM on
      *> the machine clock (e.g. 1630); blank or unusable means no
      *> cut-off and every item takes the business date, as before.
      *> The clock is only measured against the business date it
      *> belongs to:
      *>   clock date = business date - past the cut-off rolls on;
      *>   clock date > business date - the business day is over
      *>     and not yet advanced (after midnight), so it rolls on;
      *>   clock date < business date - the operator has already
      *>     advanced the date, so the business date stands.
      *> BATCH-CONTROL blanks CAPTURE_CUTOFF for its own steps: the
      *> nightly chain processes the business day it was started
      *> for, whatever the clock says.
      *> Not cached - a teller session that runs across the cut-off
      *> starts booking to the next day from the moment it passes.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-BUS-DATE           PIC 9(8).
       01  WS-CLOCK-DATE         PIC 9(8).
       01  WS-CLOCK-TIME         PIC 9(8).
       01  WS-CLOCK-HHMM         PIC 9(4).
       01  WS-CUTOFF-TEXT        PIC X(4).
       01  WS-CUTOFF             PIC 9(4).
       01  WS-ROLL               PIC X.
       01  WS-BUSDAY-FUNCTION    PIC X VALUE "N".
       01  WS-BUSDAY-DAYS        PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01  LS-CAPTURE-DATE       PIC 9(8).

       PROCEDURE DIVISION USING LS-CAPTURE-DATE.

       MAIN.
           CALL "BUSDATE" USING WS-BUS-DATE
           MOVE WS-BUS-DATE TO LS-CAPTURE-DATE
           MOVE SPACES TO WS-CUTOFF-TEXT
           ACCEPT WS-CUTOFF-TEXT FROM ENVIRONMENT "CAPTURE_CUTOFF"
           IF WS-CUTOFF-TEXT IS NOT NUMERIC
               GOBACK
           END-IF
           MOVE WS-CUTOFF-TEXT TO WS-CUTOFF
           IF WS-CUTOFF > 2359 OR WS-CUTOFF-TEXT(3:2) > "59"
               GOBACK
           END-IF
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE WS-CLOCK-TIME(1:4) TO WS-CLOCK-HHMM
           MOVE 'N' TO WS-ROLL
           IF WS-CLOCK-DATE > WS-BUS-DATE
               MOVE 'Y' TO WS-ROLL
           END-IF
           IF WS-CLOCK-DATE = WS-BUS-DATE
               AND WS-CLOCK-HHMM >= WS-CUTOFF
               MOVE 'Y' TO WS-ROLL
           END-IF
           IF WS-ROLL = 'Y'
               CALL "BUSDAY" USING WS-BUSDAY-FUNCTION WS-BUS-DATE
                   WS-BUSDAY-DAYS LS-CAPTURE-DATE
           END-IF
           GOBACK.
