       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVHOLDS.

      *> One-time utility: reads holds.dat in its old comma-line
      *> layout (HOLDNO,ACCT,AMOUNT,REASON,EXPIRY - the file every
      *> holds program used to load whole into a 200-row table) and
      *> writes every hold in the indexed layout (COPY HOLDREC),
      *> keyed on the hold number with the account as alternate
      *> key, into holds_converted.dat. Converted holds keep their
      *> numbers; their placed date is unknown and left zero. A
      *> line that does not parse is listed and skipped. Once the
      *> counts match, the operator replaces holds.dat with the
      *> converted file; this program never touches holds.dat
      *> itself.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE ASSIGN TO "holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-FILE ASSIGN TO "holds_converted.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOLD-NO
               ALTERNATE RECORD KEY IS HOLD-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-FILE.
       01  OLD-LINE              PIC X(60).

       FD  NEW-FILE.
       01  NEW-RECORD.
           COPY HOLDREC.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS         PIC XX.
       01  WS-NEW-STATUS         PIC XX.
       01  WS-OLD-EOF            PIC X VALUE 'N'.
       01  WS-READ-COUNT         PIC 9(7) VALUE 0.
       01  WS-CONVERTED-COUNT    PIC 9(7) VALUE 0.
       01  WS-SKIPPED-COUNT      PIC 9(7) VALUE 0.
       01  WS-EDIT-COUNT         PIC Z(6)9.

       01  WS-TOKEN-HOLDNO       PIC X(13).
       01  WS-TOKEN-ACCT         PIC X(6).
       01  WS-TOKEN-AMOUNT       PIC X(12).
       01  WS-TOKEN-REASON       PIC X(16).
       01  WS-TOKEN-EXPIRY       PIC X(8).

       PROCEDURE DIVISION.
       BEGIN.
           OPEN INPUT OLD-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "ERROR opening holds.dat, status = "
                   WS-OLD-STATUS
               STOP RUN 1
           END-IF

           OPEN OUTPUT NEW-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "ERROR opening holds_converted.dat, status = "
                   WS-NEW-STATUS
               CLOSE OLD-FILE
               STOP RUN 1
           END-IF

           PERFORM UNTIL WS-OLD-EOF = 'Y'
               READ OLD-FILE
                   AT END
                       MOVE 'Y' TO WS-OLD-EOF
                   NOT AT END
                       IF OLD-LINE NOT = SPACES
                           ADD 1 TO WS-READ-COUNT
                           PERFORM CONVERT-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OLD-FILE
           CLOSE NEW-FILE

           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           DISPLAY "Hold lines read:     " WS-EDIT-COUNT
           MOVE WS-CONVERTED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Holds converted:     " WS-EDIT-COUNT
           MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT
           DISPLAY "Lines skipped:       " WS-EDIT-COUNT
           DISPLAY "Review holds_converted.dat, then replace "
               "holds.dat with it."
           IF WS-SKIPPED-COUNT > 0
               STOP RUN 1
           END-IF
           STOP RUN.

       CONVERT-ONE-HOLD.
           MOVE SPACES TO WS-TOKEN-HOLDNO WS-TOKEN-ACCT
               WS-TOKEN-AMOUNT WS-TOKEN-REASON WS-TOKEN-EXPIRY
           UNSTRING OLD-LINE DELIMITED BY ","
               INTO WS-TOKEN-HOLDNO WS-TOKEN-ACCT WS-TOKEN-AMOUNT
                   WS-TOKEN-REASON WS-TOKEN-EXPIRY
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-HOLDNO) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-ACCT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-AMOUNT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-EXPIRY) NOT = 0
               DISPLAY "  skipped, does not parse: " OLD-LINE
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE HOLD-NO = FUNCTION NUMVAL(WS-TOKEN-HOLDNO)
           COMPUTE HOLD-ACCT-ID = FUNCTION NUMVAL(WS-TOKEN-ACCT)
           COMPUTE HOLD-AMOUNT = FUNCTION NUMVAL(WS-TOKEN-AMOUNT)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-REASON) TO HOLD-REASON
           COMPUTE HOLD-EXPIRY = FUNCTION NUMVAL(WS-TOKEN-EXPIRY)
           MOVE ZERO TO HOLD-PLACED-DATE
           MOVE "CONVHOLDS" TO HOLD-PLACED-BY
           WRITE NEW-RECORD
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "  skipped, status " WS-NEW-STATUS
                   " writing hold: " OLD-LINE
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               ADD 1 TO WS-CONVERTED-COUNT
           END-IF.
