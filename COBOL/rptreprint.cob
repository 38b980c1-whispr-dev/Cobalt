      *> RPTARCHIVE) and copies a chosen archived report to
      *> reprint_output.txt for the printer - so Tuesday's NSF
      *> report is a date and a pick, not a hunt for whoever
      *> printed it. Asked for a branch number or a region, it
      *> lists that branch's (or regional office's) own burst copies
      *> instead of the full reports - the catalog carries the unit
      *> (Bnnn / R<region>) as a fourth field on those entries.
      *> Read-only against the archive.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-PICK-TEXT          PIC X(4).
       01  WS-PICK-NUM           PIC 9(3).
       01  WS-ARCH-NAME          PIC X(60).
       01  WS-UNIT-TEXT          PIC X(10).
       01  WS-PICK-UNIT          PIC X(12).
       01  WS-PICK-BRANCH        PIC 9(3).
       01  WS-REGION-LEN         PIC 9(2).

       01  WS-TOKEN-DATE         PIC X(8).
       01  WS-TOKEN-NAME         PIC X(32).
       01  WS-TOKEN-ARCH         PIC X(60).
       01  WS-TOKEN-UNIT         PIC X(12).

      *> The catalog entries for the chosen date.
       01  WS-PICK-TABLE.
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PICK-DATE = FUNCTION NUMVAL(WS-DATE-TEXT)
           PERFORM ASK-FOR-UNIT
           PERFORM LIST-CATALOG-FOR-DATE
           IF WS-PK-USED = 0
               IF WS-PICK-UNIT = SPACES
                   DISPLAY "Nothing archived for " WS-PICK-DATE
                       " (check the retention window)."
               ELSE
                   DISPLAY "No copies for " WS-PICK-UNIT
                       " archived for " WS-PICK-DATE "."
               END-IF
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reprint which number? "
           MOVE WS-PK-ARCH(WS-PICK-NUM) TO WS-ARCH-NAME
           PERFORM COPY-ARCHIVED-REPORT.

      *> A branch number picks that branch's copies (B + three
      *> digits, as BURST names them), anything else a region's;
      *> blank keeps the full reports.
       ASK-FOR-UNIT.
           MOVE SPACES TO WS-UNIT-TEXT WS-PICK-UNIT
           DISPLAY "Branch number or region for its own copy "
               "(blank = full reports):"
           ACCEPT WS-UNIT-TEXT
           IF WS-UNIT-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-UNIT-TEXT) = 0
               COMPUTE WS-PICK-BRANCH = FUNCTION NUMVAL(WS-UNIT-TEXT)
               STRING "B" DELIMITED BY SIZE
                       WS-PICK-BRANCH DELIMITED BY SIZE
                   INTO WS-PICK-UNIT
               END-STRING
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-UNIT-TEXT) TO WS-UNIT-TEXT
               STRING "R" DELIMITED BY SIZE
                       WS-UNIT-TEXT DELIMITED BY SIZE
                   INTO WS-PICK-UNIT
               END-STRING
               COMPUTE WS-REGION-LEN = FUNCTION LENGTH(FUNCTION TRIM(
                   WS-UNIT-TEXT TRAILING))
               INSPECT WS-PICK-UNIT(2:WS-REGION-LEN)
                   REPLACING ALL SPACE BY "-"
           END-IF.

       LIST-CATALOG-FOR-DATE.
           MOVE 0 TO WS-PK-USED
           MOVE 'N' TO WS-CATALOG-EOF

       NOTE-ONE-CATALOG-LINE.
           MOVE SPACES TO WS-TOKEN-DATE WS-TOKEN-NAME
               WS-TOKEN-ARCH WS-TOKEN-UNIT
           UNSTRING CATALOG-LINE DELIMITED BY ","
               INTO WS-TOKEN-DATE WS-TOKEN-NAME WS-TOKEN-ARCH
                   WS-TOKEN-UNIT
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TOKEN-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-TOKEN-DATE) NOT = WS-PICK-DATE
               OR WS-TOKEN-UNIT NOT = WS-PICK-UNIT
               EXIT PARAGRAPH
           END-IF
           IF WS-PK-USED >= 50
