       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRNQPUT.

      *> Callable review-queue filing in the WHSEPUT mold: every
      *> watchlist hit - a customer name from the nightly screen
      *> (SANCSCRN) or a counterparty on an imported feed line
      *> (BANKFEED) - is appended here to screen_queue.dat
      *> (SCRNREC.cpy) as a pending item for SANCREVIEW, so both
      *> raise hits with one layout and one numbering.
      *> CALL "SCRNQPUT" USING source, acct, ref, name, entry, list,
      *> listed-name, score, hit-no:
      *>   source      PIC X - C customer, F feed counterparty
      *>   acct        PIC 9(6) - the account the hit is linked to
      *>   ref         PIC X(12) - feed reference, spaces otherwise
      *>   name        PIC X(40) - the name that was screened
      *>   entry       PIC X(12) - SANCHECK's matched entry id
      *>   list        PIC X(10) - and its source list
      *>   listed-name PIC X(40) - and the name as listed
      *>   score       PIC 9(3) - the NAMEMATCH score
      *>   hit-no      PIC 9(6) - returned hit number, 0 if the
      *>               queue could not be written
      *> Hit numbers continue from the highest already on file,
      *> decided or not.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO "screen_queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           COPY SCRNREC.

       WORKING-STORAGE SECTION.
       01  WS-QUEUE-STATUS       PIC XX.
       01  WS-QUEUE-EOF          PIC X.
       01  WS-BUS-DATE           PIC 9(8).
       01  WS-NEXT-HIT           PIC 9(6).

       LINKAGE SECTION.
       01  LS-SOURCE             PIC X.
       01  LS-ACCT               PIC 9(6).
       01  LS-REF                PIC X(12).
       01  LS-NAME               PIC X(40).
       01  LS-ENTRY              PIC X(12).
       01  LS-LIST               PIC X(10).
       01  LS-LISTED-NAME        PIC X(40).
       01  LS-SCORE              PIC 9(3).
       01  LS-HIT-NO             PIC 9(6).

       PROCEDURE DIVISION USING LS-SOURCE LS-ACCT LS-REF LS-NAME
           LS-ENTRY LS-LIST LS-LISTED-NAME LS-SCORE LS-HIT-NO.

       MAIN.
           MOVE 0 TO LS-HIT-NO
           CALL "BUSDATE" USING WS-BUS-DATE
           PERFORM FIND-NEXT-HIT-NO
           OPEN EXTEND QUEUE-FILE
           IF WS-QUEUE-STATUS = "35"
               OPEN OUTPUT QUEUE-FILE
               CLOSE QUEUE-FILE
               OPEN EXTEND QUEUE-FILE
           END-IF
           IF WS-QUEUE-STATUS NOT = "00"
               DISPLAY "ERROR opening screen_queue.dat, status = "
                   WS-QUEUE-STATUS
               GOBACK
           END-IF
           ADD 1 TO WS-NEXT-HIT
           MOVE SPACES          TO QUEUE-RECORD
           MOVE WS-NEXT-HIT     TO SQ-HIT-NO
           MOVE "P"             TO SQ-STATUS
           MOVE WS-BUS-DATE     TO SQ-DATE
           MOVE LS-SOURCE       TO SQ-SOURCE
           MOVE LS-ACCT         TO SQ-ACCT
           MOVE LS-REF          TO SQ-REF
           MOVE LS-NAME         TO SQ-NAME
           MOVE LS-ENTRY        TO SQ-ENTRY
           MOVE LS-LIST         TO SQ-LIST
           MOVE LS-LISTED-NAME  TO SQ-LISTED-NAME
           MOVE LS-SCORE        TO SQ-SCORE
           MOVE SPACES          TO SQ-ANALYST
           MOVE 0               TO SQ-DECIDED
           WRITE QUEUE-RECORD
           IF WS-QUEUE-STATUS NOT = "00"
               DISPLAY "ERROR writing screen_queue.dat, status = "
                   WS-QUEUE-STATUS
               CLOSE QUEUE-FILE
               GOBACK
           END-IF
           CLOSE QUEUE-FILE
           MOVE WS-NEXT-HIT TO LS-HIT-NO
           GOBACK.

       FIND-NEXT-HIT-NO.
           MOVE 0 TO WS-NEXT-HIT
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-QUEUE-EOF
           PERFORM UNTIL WS-QUEUE-EOF = 'Y'
               READ QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-QUEUE-EOF
                   NOT AT END
                       IF SQ-HIT-NO IS NUMERIC
                           AND SQ-HIT-NO > WS-NEXT-HIT
                           MOVE SQ-HIT-NO TO WS-NEXT-HIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.
