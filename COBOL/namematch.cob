       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEMATCH.

      *> Callable name comparison in the RJUSTIFY mold, so every
      *> program that asks "is this the same person or company?"
      *> - sanctions screening first - answers it the same way.
      *> Names are compared word by word, in any order: "PETROV
      *> IVAN" and "Ivan Petrov" are the same name. A word also
      *> matches a word within minor spelling distance (one letter
      *> added, dropped, or changed in words of four to six
      *> letters; two in longer words), so MOHAMMED finds MUHAMMAD
      *> and transliteration noise does not hide a listed name.
      *> CALL "NAMEMATCH" USING name-1, name-2, score, match:
      *>   name-1, name-2 PIC X(40) - free-form names, any case
      *>   score PIC 9(3) - 0 to 100, share of the shorter name's
      *>     words found in the other (a spelling match counts 85)
      *>   match PIC X - 'Y' when every word of the shorter name is
      *>     found in the longer and there are at least two of them
      *>     (or both names are a single word)
      *> Punctuation and hyphens separate words, apostrophes are
      *> dropped (O'BRIEN = OBRIEN), and single letters - initials -
      *> are ignored. Up to eight words of a name are compared.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-NAME-IN            PIC X(40).
       01  WS-CHAR               PIC X.
       01  WS-CHAR-IDX           PIC 9(2).
       01  WS-IN-WORD            PIC X.

      *> One tokenized name; the two names being compared are kept
      *> as the shorter and the longer in the same layout.
       01  WS-TOKEN-SET.
           05 WS-TK-COUNT        PIC 9(2).
           05 WS-TK-ENTRY OCCURS 8 TIMES.
               10 WS-TK-WORD     PIC X(20).
               10 WS-TK-LEN      PIC 9(2).
               10 WS-TK-MARK     PIC X.
       01  WS-SET-1              PIC X(186).
       01  WS-SET-2              PIC X(186).
       01  WS-SHORT-SET.
           05 WS-SH-COUNT        PIC 9(2).
           05 WS-SH-ENTRY OCCURS 8 TIMES.
               10 WS-SH-WORD     PIC X(20).
               10 WS-SH-LEN      PIC 9(2).
               10 WS-SH-MARK     PIC X.
       01  WS-LONG-SET.
           05 WS-LG-COUNT        PIC 9(2).
           05 WS-LG-ENTRY OCCURS 8 TIMES.
               10 WS-LG-WORD     PIC X(20).
               10 WS-LG-LEN      PIC 9(2).
               10 WS-LG-MARK     PIC X.

       01  WS-SH-IDX             PIC 9(2).
       01  WS-LG-IDX             PIC 9(2).
       01  WS-EXACT-COUNT        PIC 9(2).
       01  WS-FUZZY-COUNT        PIC 9(2).
       01  WS-SCORE-WORK         PIC 9(5).

      *> Edit distance between two words (Levenshtein), row and
      *> column 1 standing for the empty prefix.
       01  WS-LEN-A              PIC 9(2).
       01  WS-LEN-B              PIC 9(2).
       01  WS-SHORTER-LEN        PIC 9(2).
       01  WS-LONGER-LEN         PIC 9(2).
       01  WS-ALLOWED            PIC 9.
       01  WS-DISTANCE           PIC 9(2).
       01  WS-LEN-GAP            PIC 9(2).
       01  WS-ROW                PIC 9(2).
       01  WS-COL                PIC 9(2).
       01  WS-COST               PIC 9.
       01  WS-BEST               PIC 9(2).
       01  WS-LV-TABLE.
           05 WS-LV-ROW OCCURS 21 TIMES.
               10 WS-LV-CELL     PIC 9(2) OCCURS 21 TIMES.

       LINKAGE SECTION.
       01  LS-NAME-1             PIC X(40).
       01  LS-NAME-2             PIC X(40).
       01  LS-SCORE              PIC 9(3).
       01  LS-MATCH              PIC X.

       PROCEDURE DIVISION USING LS-NAME-1 LS-NAME-2 LS-SCORE
           LS-MATCH.

       MAIN.
           MOVE 0   TO LS-SCORE
           MOVE 'N' TO LS-MATCH
           MOVE FUNCTION UPPER-CASE(LS-NAME-1) TO WS-NAME-IN
           PERFORM TOKENIZE-NAME
           MOVE WS-TOKEN-SET TO WS-SET-1
           MOVE FUNCTION UPPER-CASE(LS-NAME-2) TO WS-NAME-IN
           PERFORM TOKENIZE-NAME
           MOVE WS-TOKEN-SET TO WS-SET-2
           IF WS-SET-1(1:2) <= WS-SET-2(1:2)
               MOVE WS-SET-1 TO WS-SHORT-SET
               MOVE WS-SET-2 TO WS-LONG-SET
           ELSE
               MOVE WS-SET-2 TO WS-SHORT-SET
               MOVE WS-SET-1 TO WS-LONG-SET
           END-IF
           IF WS-SH-COUNT = 0
               GOBACK
           END-IF

      *> Exact words first, so a spelling match never takes a word
      *> an exact match elsewhere in the name needed.
           MOVE 0 TO WS-EXACT-COUNT WS-FUZZY-COUNT
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-COUNT
               PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                       UNTIL WS-LG-IDX > WS-LG-COUNT
                           OR WS-SH-MARK(WS-SH-IDX) NOT = SPACE
                   IF WS-LG-MARK(WS-LG-IDX) = SPACE
                       AND WS-LG-WORD(WS-LG-IDX)
                           = WS-SH-WORD(WS-SH-IDX)
                       MOVE "E" TO WS-SH-MARK(WS-SH-IDX)
                       MOVE "E" TO WS-LG-MARK(WS-LG-IDX)
                       ADD 1 TO WS-EXACT-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-COUNT
               PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                       UNTIL WS-LG-IDX > WS-LG-COUNT
                           OR WS-SH-MARK(WS-SH-IDX) NOT = SPACE
                   IF WS-LG-MARK(WS-LG-IDX) = SPACE
                       PERFORM MEASURE-WORD-DISTANCE
                       IF WS-DISTANCE <= WS-ALLOWED
                           MOVE "F" TO WS-SH-MARK(WS-SH-IDX)
                           MOVE "F" TO WS-LG-MARK(WS-LG-IDX)
                           ADD 1 TO WS-FUZZY-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           COMPUTE WS-SCORE-WORK =
               WS-EXACT-COUNT * 100 + WS-FUZZY-COUNT * 85
           COMPUTE LS-SCORE = WS-SCORE-WORK / WS-SH-COUNT
           IF WS-EXACT-COUNT + WS-FUZZY-COUNT = WS-SH-COUNT
               AND (WS-SH-COUNT >= 2 OR WS-LG-COUNT = 1)
               MOVE 'Y' TO LS-MATCH
           END-IF
           GOBACK.

       TOKENIZE-NAME.
           INITIALIZE WS-TOKEN-SET
           MOVE 'N' TO WS-IN-WORD
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 40
               MOVE WS-NAME-IN(WS-CHAR-IDX:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR >= "A" AND WS-CHAR <= "Z"
                       PERFORM ADD-WORD-CHAR
                   WHEN WS-CHAR = "'"
                       CONTINUE
                   WHEN OTHER
                       PERFORM END-WORD
               END-EVALUATE
           END-PERFORM
           PERFORM END-WORD.

       ADD-WORD-CHAR.
           IF WS-IN-WORD = 'N'
               IF WS-TK-COUNT >= 8
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TK-COUNT
               MOVE 'Y' TO WS-IN-WORD
           END-IF
           IF WS-TK-LEN(WS-TK-COUNT) < 20
               ADD 1 TO WS-TK-LEN(WS-TK-COUNT)
               MOVE WS-CHAR TO WS-TK-WORD(WS-TK-COUNT)
                   (WS-TK-LEN(WS-TK-COUNT):1)
           END-IF.

      *> A finished one-letter word is an initial and is dropped.
       END-WORD.
           IF WS-IN-WORD NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-IN-WORD
           IF WS-TK-LEN(WS-TK-COUNT) < 2
               MOVE SPACES TO WS-TK-WORD(WS-TK-COUNT)
               MOVE 0 TO WS-TK-LEN(WS-TK-COUNT)
               SUBTRACT 1 FROM WS-TK-COUNT
           END-IF.

      *> WS-DISTANCE for short word WS-SH-IDX against long word
      *> WS-LG-IDX, and WS-ALLOWED the most this pair may differ.
      *> Words under four letters must match exactly; a length gap
      *> beyond the allowance cannot be closed, so it is not
      *> measured.
       MEASURE-WORD-DISTANCE.
           MOVE WS-SH-LEN(WS-SH-IDX) TO WS-LEN-A
           MOVE WS-LG-LEN(WS-LG-IDX) TO WS-LEN-B
           IF WS-LEN-A < WS-LEN-B
               MOVE WS-LEN-A TO WS-SHORTER-LEN
               MOVE WS-LEN-B TO WS-LONGER-LEN
           ELSE
               MOVE WS-LEN-B TO WS-SHORTER-LEN
               MOVE WS-LEN-A TO WS-LONGER-LEN
           END-IF
           MOVE 99 TO WS-DISTANCE
           MOVE 0 TO WS-ALLOWED
           IF WS-SHORTER-LEN < 4
               EXIT PARAGRAPH
           END-IF
           IF WS-LONGER-LEN <= 6
               MOVE 1 TO WS-ALLOWED
           ELSE
               MOVE 2 TO WS-ALLOWED
           END-IF
           COMPUTE WS-LEN-GAP = WS-LONGER-LEN - WS-SHORTER-LEN
           IF WS-LEN-GAP > WS-ALLOWED
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > WS-LEN-B + 1
               COMPUTE WS-LV-CELL(1, WS-COL) = WS-COL - 1
           END-PERFORM
           PERFORM VARYING WS-ROW FROM 2 BY 1
                   UNTIL WS-ROW > WS-LEN-A + 1
               COMPUTE WS-LV-CELL(WS-ROW, 1) = WS-ROW - 1
               PERFORM VARYING WS-COL FROM 2 BY 1
                       UNTIL WS-COL > WS-LEN-B + 1
                   PERFORM MEASURE-ONE-CELL
               END-PERFORM
           END-PERFORM
           MOVE WS-LV-CELL(WS-LEN-A + 1, WS-LEN-B + 1)
               TO WS-DISTANCE.

       MEASURE-ONE-CELL.
           IF WS-SH-WORD(WS-SH-IDX)(WS-ROW - 1:1)
               = WS-LG-WORD(WS-LG-IDX)(WS-COL - 1:1)
               MOVE 0 TO WS-COST
           ELSE
               MOVE 1 TO WS-COST
           END-IF
           COMPUTE WS-BEST = WS-LV-CELL(WS-ROW - 1, WS-COL - 1)
               + WS-COST
           IF WS-LV-CELL(WS-ROW - 1, WS-COL) + 1 < WS-BEST
               COMPUTE WS-BEST = WS-LV-CELL(WS-ROW - 1, WS-COL) + 1
           END-IF
           IF WS-LV-CELL(WS-ROW, WS-COL - 1) + 1 < WS-BEST
               COMPUTE WS-BEST = WS-LV-CELL(WS-ROW, WS-COL - 1) + 1
           END-IF
           MOVE WS-BEST TO WS-LV-CELL(WS-ROW, WS-COL).
