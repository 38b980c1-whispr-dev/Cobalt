      *> BATCH_DEADLINE clock time (HHMM, default 0600) - so the
      *> window shows itself shrinking weeks before it closes.
      *> Output batch_trend_report.txt; run on demand.
      *> The report closes with the day-file cutover: the average
      *> elapsed time of the steps that stopped rescanning
      *> transactions.dat for POSTLEDGER's day file, before and after
      *> the first night it was written - taken as the first night
      *> POSTCHECK appears in the log, or BATCH_TREND_CUTOVER
      *> (YYYYMMDD) when set - over every night still in the log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *> Distinct step names for the per-step averages.
       01  WS-STEP-TABLE.
           05 WS-SN-ROW OCCURS 60 TIMES INDEXED BY WS-SN-IDX.
               10 WS-SN-NAME     PIC X(20).
               10 WS-SN-COUNT    PIC 9(3).
               10 WS-SN-TOTAL    PIC 9(9).
       01  WS-EDIT-SECS          PIC ZZZ,ZZ9.
       01  WS-EDIT-COUNT         PIC ZZ9.

      *> Steps that read the day file; STRUCTMON and TRIALBAL show
      *> only when they have been run under BATCH-CONTROL's log.
       01  WS-CUTOVER-STEP-LIST.
           05 FILLER PIC X(20) VALUE "TRANSACTIONS-READER".
           05 FILLER PIC X(20) VALUE "TELLERPROOF".
           05 FILLER PIC X(20) VALUE "GLEXTRACT".
           05 FILLER PIC X(20) VALUE "RECONCILE".
           05 FILLER PIC X(20) VALUE "STRUCTMON".
           05 FILLER PIC X(20) VALUE "TRIALBAL".
       01  WS-CUTOVER-STEPS REDEFINES WS-CUTOVER-STEP-LIST.
           05 WS-CO-NAME         PIC X(20) OCCURS 6 TIMES
                                 INDEXED BY WS-CO-IDX.
       01  WS-CUTOVER-TEXT       PIC X(8).
       01  WS-CUTOVER-DATE       PIC 9(8) VALUE 0.
       01  WS-CO-BEFORE-COUNT    PIC 9(4).
       01  WS-CO-BEFORE-TOTAL    PIC 9(9).
       01  WS-CO-AFTER-COUNT     PIC 9(4).
       01  WS-CO-AFTER-TOTAL     PIC 9(9).
       01  WS-CO-BEFORE-AVG      PIC 9(7).
       01  WS-CO-AFTER-AVG       PIC 9(7).
       01  WS-CO-SAVED           PIC S9(7).
       01  WS-CO-PERCENT         PIC S9(3).
       01  WS-CO-SAVED-TOTAL     PIC S9(7) VALUE 0.
       01  WS-EDIT-SAVED         PIC -ZZZ,ZZ9.
       01  WS-EDIT-PERCENT       PIC -ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE SPACES TO WS-TREND-DAYS-TEXT
           IF WS-SN-HIT = 'Y'
               SET WS-SN-IDX DOWN BY 1
           ELSE
               IF WS-SN-USED >= 60
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SN-USED
                   UNTIL WS-SN-IDX > WS-SN-USED
               PERFORM WRITE-ONE-STEP-SUMMARY
           END-PERFORM
           PERFORM WRITE-CUTOVER-SECTION
           CLOSE REPORT-FILE.

       WRITE-CUTOVER-SECTION.
           MOVE SPACES TO WS-CUTOVER-TEXT
           ACCEPT WS-CUTOVER-TEXT
               FROM ENVIRONMENT "BATCH_TREND_CUTOVER"
           IF WS-CUTOVER-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-CUTOVER-TEXT) = 0
               COMPUTE WS-CUTOVER-DATE =
                   FUNCTION NUMVAL(WS-CUTOVER-TEXT)
           ELSE
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > WS-RT-USED
                   IF WS-RT-STEP(WS-RT-IDX) = "POSTCHECK"
                       AND (WS-CUTOVER-DATE = 0
                           OR WS-RT-BUSDATE(WS-RT-IDX)
                               < WS-CUTOVER-DATE)
                       MOVE WS-RT-BUSDATE(WS-RT-IDX)
                           TO WS-CUTOVER-DATE
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CUTOVER-DATE = 0
               MOVE SPACES TO REPORT-LINE
               STRING "DAY-FILE CUTOVER: not yet in the log "
                           DELIMITED BY SIZE
                       "(no POSTCHECK run on file)" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "DAY-FILE CUTOVER " DELIMITED BY SIZE
                   WS-CUTOVER-DATE DELIMITED BY SIZE
                   ": AVERAGE SECONDS BEFORE / AFTER"
                       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  STEP                   BEFORE    AFTER"
                       DELIMITED BY SIZE
                   "    SAVED  PCT" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > 6
               PERFORM WRITE-ONE-CUTOVER-STEP
           END-PERFORM
           MOVE WS-CO-SAVED-TOTAL TO WS-EDIT-SAVED
           MOVE SPACES TO REPORT-LINE
           STRING "  Seconds saved per night, steps above: "
                       DELIMITED BY SIZE
                   WS-EDIT-SAVED DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *> A night counts before the cutover when its business date is
      *> earlier, after it from the cutover night on.
       WRITE-ONE-CUTOVER-STEP.
           MOVE 0 TO WS-CO-BEFORE-COUNT WS-CO-BEFORE-TOTAL
               WS-CO-AFTER-COUNT WS-CO-AFTER-TOTAL
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-USED
               IF WS-RT-STEP(WS-RT-IDX) = WS-CO-NAME(WS-CO-IDX)
                   AND WS-RT-DONE(WS-RT-IDX) = 'Y'
                   IF WS-RT-BUSDATE(WS-RT-IDX) < WS-CUTOVER-DATE
                       ADD 1 TO WS-CO-BEFORE-COUNT
                       ADD WS-RT-ELAPSED(WS-RT-IDX)
                           TO WS-CO-BEFORE-TOTAL
                   ELSE
                       ADD 1 TO WS-CO-AFTER-COUNT
                       ADD WS-RT-ELAPSED(WS-RT-IDX)
                           TO WS-CO-AFTER-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CO-BEFORE-COUNT = 0 AND WS-CO-AFTER-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CO-NAME(WS-CO-IDX) TO REPORT-LINE(3:20)
           IF WS-CO-BEFORE-COUNT = 0 OR WS-CO-AFTER-COUNT = 0
               IF WS-CO-BEFORE-COUNT = 0
                   MOVE "(no runs before the cutover)"
                       TO REPORT-LINE(25:28)
               ELSE
                   MOVE "(no runs since the cutover)"
                       TO REPORT-LINE(25:27)
               END-IF
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CO-BEFORE-AVG =
               WS-CO-BEFORE-TOTAL / WS-CO-BEFORE-COUNT
           COMPUTE WS-CO-AFTER-AVG =
               WS-CO-AFTER-TOTAL / WS-CO-AFTER-COUNT
           COMPUTE WS-CO-SAVED = WS-CO-BEFORE-AVG - WS-CO-AFTER-AVG
           ADD WS-CO-SAVED TO WS-CO-SAVED-TOTAL
           IF WS-CO-BEFORE-AVG > 0
               COMPUTE WS-CO-PERCENT ROUNDED =
                   WS-CO-SAVED * 100 / WS-CO-BEFORE-AVG
           ELSE
               MOVE 0 TO WS-CO-PERCENT
           END-IF
           MOVE WS-CO-BEFORE-AVG TO WS-EDIT-SECS
           MOVE WS-EDIT-SECS TO REPORT-LINE(25:7)
           MOVE WS-CO-AFTER-AVG TO WS-EDIT-SECS
           MOVE WS-EDIT-SECS TO REPORT-LINE(34:7)
           MOVE WS-CO-SAVED TO WS-EDIT-SAVED
           MOVE WS-EDIT-SAVED TO REPORT-LINE(42:8)
           MOVE WS-CO-PERCENT TO WS-EDIT-PERCENT
           MOVE WS-EDIT-PERCENT TO REPORT-LINE(51:4)
           MOVE "%" TO REPORT-LINE(55:1)
           WRITE REPORT-LINE.

       WRITE-ONE-NIGHT.
           MOVE SPACES TO REPORT-LINE
           STRING "NIGHT " DELIMITED BY SIZE
