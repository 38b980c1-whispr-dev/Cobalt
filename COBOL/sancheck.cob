       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCHECK.

      *> Callable watchlist screening in the CURRCONV mold, so the
      *> nightly customer screen (SANCSCRN) and the bank-feed
      *> import (BANKFEED) test a name against the sanctions lists
      *> the same way. The lists come from watchlist.dat - the
      *> files compliance receives, loaded one entry per line:
      *>     ENTRYID,NAME,LIST
      *> e.g. SDN-10234,PETROV IVAN SERGEYEVICH,OFAC - any number
      *> of source lists side by side, told apart by LIST. Names are
      *> compared through NAMEMATCH, so word order and minor
      *> spelling differences do not hide a listed name. The file
      *> is loaded on the first call and kept for the rest of the
      *> run unit.
      *> CALL "SANCHECK" USING name, hit, entry, list, listed-name,
      *> score:
      *>   name        PIC X(40) - the name being screened
      *>   hit         PIC X - 'Y' when the name matches an entry
      *>   entry       PIC X(12) - the best-scoring matched entry
      *>   list        PIC X(10) - that entry's source list
      *>   listed-name PIC X(40) - that entry's name as listed
      *>   score       PIC 9(3) - that match's NAMEMATCH score
      *> No watchlist.dat means no hits; SANCSCRN reports an empty
      *> list so the gap is not silent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-FILE ASSIGN TO "watchlist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-FILE.
       01  WATCH-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WATCH-STATUS       PIC XX.
       01  WS-WATCH-EOF          PIC X VALUE 'N'.
       01  WS-LOADED             PIC X VALUE 'N'.

       01  WS-TOKEN-ENTRY        PIC X(12).
       01  WS-TOKEN-NAME         PIC X(40).
       01  WS-TOKEN-LIST         PIC X(10).

       01  WS-WATCH-TABLE.
           05 WS-WL-ROW OCCURS 3000 TIMES INDEXED BY WS-WL-IDX.
               10 WS-WL-ENTRY    PIC X(12).
               10 WS-WL-NAME     PIC X(40).
               10 WS-WL-LIST     PIC X(10).
       01  WS-WL-USED            PIC 9(4) VALUE 0.

       01  WS-SCORE              PIC 9(3).
       01  WS-MATCH              PIC X.

       LINKAGE SECTION.
       01  LS-NAME               PIC X(40).
       01  LS-HIT                PIC X.
       01  LS-ENTRY              PIC X(12).
       01  LS-LIST               PIC X(10).
       01  LS-LISTED-NAME        PIC X(40).
       01  LS-SCORE              PIC 9(3).

       PROCEDURE DIVISION USING LS-NAME LS-HIT LS-ENTRY LS-LIST
           LS-LISTED-NAME LS-SCORE.

       MAIN.
           IF WS-LOADED NOT = 'Y'
               PERFORM LOAD-WATCH-FILE
               MOVE 'Y' TO WS-LOADED
           END-IF
           MOVE 'N'    TO LS-HIT
           MOVE SPACES TO LS-ENTRY LS-LIST LS-LISTED-NAME
           MOVE 0      TO LS-SCORE
           IF LS-NAME = SPACES
               GOBACK
           END-IF
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-USED
               CALL "NAMEMATCH" USING LS-NAME WS-WL-NAME(WS-WL-IDX)
                   WS-SCORE WS-MATCH
               IF WS-MATCH = 'Y' AND WS-SCORE > LS-SCORE
                   MOVE 'Y' TO LS-HIT
                   MOVE WS-SCORE TO LS-SCORE
                   MOVE WS-WL-ENTRY(WS-WL-IDX) TO LS-ENTRY
                   MOVE WS-WL-LIST(WS-WL-IDX)  TO LS-LIST
                   MOVE WS-WL-NAME(WS-WL-IDX)  TO LS-LISTED-NAME
               END-IF
           END-PERFORM
           GOBACK.

       LOAD-WATCH-FILE.
           OPEN INPUT WATCH-FILE
           IF WS-WATCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-WATCH-EOF = 'Y'
               READ WATCH-FILE
                   AT END
                       MOVE 'Y' TO WS-WATCH-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE WATCH-FILE.

       LOAD-ONE-ENTRY.
           MOVE SPACES TO WS-TOKEN-ENTRY WS-TOKEN-NAME WS-TOKEN-LIST
           UNSTRING WATCH-LINE DELIMITED BY ","
               INTO WS-TOKEN-ENTRY WS-TOKEN-NAME WS-TOKEN-LIST
           END-UNSTRING
           IF WS-TOKEN-ENTRY = SPACES OR WS-TOKEN-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-WL-USED >= 3000
               DISPLAY "*** WARNING: watchlist table full (3000), "
                   "entry ignored: " WS-TOKEN-ENTRY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WL-USED
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-ENTRY)
               TO WS-WL-ENTRY(WS-WL-USED)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-NAME)
               TO WS-WL-NAME(WS-WL-USED)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-LIST)
               TO WS-WL-LIST(WS-WL-USED).
