       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-NO
               ALTERNATE RECORD KEY IS HOLD-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT EOD-FILE ASSIGN TO "eod_report.txt"
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  EOD-FILE.
       01  EOD-LINE              PIC X(80).

       01  WS-TODAY              PIC 9(8).

       01  WS-EXPIRED-COUNT      PIC 9(7) VALUE 0.
       01  WS-RELEASED-TOTAL     PIC 9(9)V99 VALUE 0.
       01  WS-REMAINING-COUNT    PIC 9(7) VALUE 0.
       01  WS-EDIT-COUNT         PIC Z(6)9.
       01  WS-EDIT-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-HOLDNO        PIC 9(13).
       01  WS-EDIT-ACCT          PIC 9(6).
       01  WS-EDIT-EXPIRY        PIC 9(8).

       PROCEDURE DIVISION.
       BEGIN.
           END-IF

           CALL "BUSDATE" USING WS-TODAY
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               PERFORM EXPIRE-DUE-HOLDS
               CLOSE HOLD-FILE
           ELSE
               IF WS-HOLD-STATUS = "35"
                   DISPLAY "No holds on file - nothing to expire."
               ELSE
                   DISPLAY "ERROR opening holds.dat, status = "
                       WS-HOLD-STATUS
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE "R" TO WS-LOCK-ACTION
           GOBACK.

      *> A hold is active through its expiry date inclusive, so only
      *> expiry strictly before the business date releases. One
      *> pass in hold-number order, deleting each lapsed hold in
      *> place.
       EXPIRE-DUE-HOLDS.
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF HOLD-EXPIRY < WS-TODAY
                           PERFORM RELEASE-ONE-HOLD
                       ELSE
                           ADD 1 TO WS-REMAINING-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-ONE-HOLD.
           MOVE HOLD-NO TO WS-EDIT-HOLDNO
           MOVE HOLD-ACCT-ID TO WS-EDIT-ACCT
           MOVE HOLD-EXPIRY TO WS-EDIT-EXPIRY
           DELETE HOLD-FILE
               INVALID KEY
                   DISPLAY "ERROR releasing hold " WS-EDIT-HOLDNO
                       ", status = " WS-HOLD-STATUS
                   ADD 1 TO WS-REMAINING-COUNT
                   EXIT PARAGRAPH
           END-DELETE
           ADD 1 TO WS-EXPIRED-COUNT
           ADD HOLD-AMOUNT TO WS-RELEASED-TOTAL
           DISPLAY "  hold " WS-EDIT-HOLDNO " acct " WS-EDIT-ACCT
               " expired " WS-EDIT-EXPIRY " - released".

       APPEND-EOD-SUMMARY.
           OPEN EXTEND EOD-FILE
