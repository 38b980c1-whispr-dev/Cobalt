           05 RESTART-STEP       PIC 9(2).
           05 FILLER             PIC X.
           05 RESTART-DATE       PIC 9(8).
           05 FILLER             PIC X.
           05 RESTART-VERSION    PIC 9(5).

       FD  DATE-FILE.
       01  DATE-LINE             PIC X(8).
      *> The nightly chain as a step table instead of a hard-coded
      *> sequence, so the chain can restart from the first step that
      *> did not complete and can skip steps that are not due.
      *> The table is the approved job-stream definition
      *> (job_stream.dat, proposed through JOBMAINT and approved
      *> through APPROVE), loaded and checked by JOBLOAD; until a
      *> definition has been approved, JOBLOAD's built-in stream
      *> runs. Frequencies: D = every night; W = weekly on one
      *> weekday; M, Q, Y = month-, quarter-, year-end (the last
      *> business day of the month, BUSDAY), which is how
      *> ACCRUELEDGER gets run exactly once per month without the
      *> first-of-month "did anyone run accrual?" phone call.
      *> Every night's run log names the version it ran under.
       01  WS-JOB-STREAM.
           COPY JOBTBL.
       01  WS-JOBLOAD-ACTION     PIC X.
       01  WS-JOBLOAD-FILE       PIC X(40) VALUE "job_stream.dat".
       01  WS-JOBLOAD-RESULT     PIC X.
       01  WS-JOBLOAD-MESSAGE    PIC X(60).
       01  WS-STREAM-TEXT        PIC X(53).
       01  WS-EDIT-VERSION       PIC 9(5).
       01  WS-STEP-NUM           PIC 9(2).

      *> How each step of tonight's chain went, for the steps that
      *> depend on it: C completed (or completed before a resume),
      *> N not due tonight, F failed, X skipped for a dependency.
      *> A dependency is met by C or N - a weekly step's dependents
      *> still run on the other nights.
       01  WS-STEP-STATE-TABLE.
           05 WS-STEP-STATE      PIC X OCCURS 60 TIMES.
       01  WS-STEP-DUE           PIC X.
       01  WS-DUE-TEXT           PIC X(20).
       01  WS-DEPS-MET           PIC X.
       01  WS-UNMET-DEP          PIC X(20).
       01  WS-DEP-IDX            PIC 9.
       01  WS-FIND-IDX           PIC 9(2).
       01  WS-ALERT-SEVERITY     PIC X.
       01  WS-ALERT-PROGRAM      PIC X(20) VALUE "BATCH-CONTROL".
       01  WS-ALERT-MESSAGE      PIC X(60).
       01  WS-EDIT-STEP          PIC Z9.

      *> Restart control: batch_restart.dat holds the number of the
       01  WS-RESUME-AFTER       PIC 9(2) VALUE 0.
       01  WS-FORCE-TEXT         PIC X(2).
       01  WS-FORCE-STEP         PIC 9(2) VALUE 0.
       01  WS-FORCED             PIC X.
       01  WS-VERSION-CHANGED    PIC X.
       01  WS-RESTART-VERSION    PIC 9(5).
       01  WS-CHAIN-FAILED       PIC X VALUE 'N'.

       01  WS-LOG-BUILD          PIC X(80).
       01  WS-DATES-DONE         PIC 9(3) VALUE 0.
       01  WS-EDIT-DATES         PIC ZZ9.
       01  WS-MONTH-END          PIC X VALUE 'N'.
       01  WS-QUARTER-END        PIC X VALUE 'N'.
       01  WS-YEAR-END           PIC X VALUE 'N'.
       01  WS-BUS-MONTH          PIC 9(2).
       01  WS-DAY-NUMBER         PIC 9(7).
       01  WS-WEEKS              PIC 9(7).
       01  WS-WEEKDAY            PIC 9.
       01  WS-BUSDAY-FUNCTION    PIC X.
       01  WS-BUSDAY-DAYS        PIC 9(3) VALUE 0.
       01  WS-LAST-BUS-DAY       PIC 9(8).
       01  WS-NEXT-BUS-DAY       PIC 9(8).

       PROCEDURE DIVISION.
       BEGIN.
      *> Unattended chain - select TRANSACTIONS-WRITER's batch mode
      *> and TRANSACTIONS-READER's unattended mode via the
      *> environment instead of leaving either to block on operator
           DISPLAY " " UPON ENVIRONMENT-VALUE
           DISPLAY "TRANS_READER_TO_DATE" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
      *> The chain processes the business day it was started for,
      *> so the capture cut-off (CAPDATE) is lifted for its steps -
      *> otherwise the nightly batch, run after hours by design,
      *> would book the day's own batch input to tomorrow.
           DISPLAY "CAPTURE_CUTOFF" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE

      *> Step zero: the control-file preflight. An inconsistency
      *> it would otherwise act on stops the chain before anything
           MOVE "PREFLIGHT CLEAN" TO RUN-LOG-LINE
           PERFORM APPEND-RUN-LOG

           PERFORM LOAD-JOB-STREAM
           IF WS-JOBLOAD-RESULT NOT = "Y"
               DISPLAY "BATCH-CONTROL: the job stream definition "
                   "was refused - correct it through JOBMAINT and "
                   "rerun"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-CATCHUP-RANGE
           IF WS-CATCHUP = 'Y'
               PERFORM RUN-CATCHUP-RANGE
      *> caller how it went.
       RUN-ONE-CHAIN.
           PERFORM CHECK-MONTH-END
           PERFORM CHECK-WEEKDAY
           MOVE WS-STREAM-TEXT TO RUN-LOG-LINE
           PERFORM APPEND-RUN-LOG
           MOVE SPACES TO WS-STEP-STATE-TABLE
           PERFORM READ-RESTART-POINT
           IF WS-CHAIN-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-RESUME-AFTER = 0
               PERFORM START-EOD-PACK
               PERFORM APPEND-RUN-LOG
           END-IF

           PERFORM VARYING JS-IDX FROM 1 BY 1
                   UNTIL JS-IDX > JS-STEP-COUNT
                       OR WS-CHAIN-FAILED = 'Y'
               SET WS-STEP-NUM TO JS-IDX
               PERFORM RUN-ONE-STEP
           END-PERFORM

           DISPLAY "BATCH-CONTROL: catch-up from " WS-FROM-DATE
               " through " WS-TO-DATE.

      *> Weekends and bank holidays are not business dates, so the
      *> range is walked business day by business day (BUSDAY).
       RUN-CATCHUP-RANGE.
           MOVE "R" TO WS-BUSDAY-FUNCTION
           CALL "BUSDAY" USING WS-BUSDAY-FUNCTION WS-FROM-DATE
               WS-BUSDAY-DAYS WS-CUR-DATE
           PERFORM UNTIL WS-CUR-DATE > WS-TO-DATE
                   OR WS-CHAIN-FAILED = 'Y'
               PERFORM ADVANCE-BUSINESS-DATE-FILE
           DISPLAY "BATCH-CONTROL: business date advanced to "
               WS-CUR-DATE.

       ADVANCE-CUR-DATE.
           MOVE "N" TO WS-BUSDAY-FUNCTION
           CALL "BUSDAY" USING WS-BUSDAY-FUNCTION WS-CUR-DATE
               WS-BUSDAY-DAYS WS-NEXT-BUS-DAY
           MOVE WS-NEXT-BUS-DAY TO WS-CUR-DATE.

      *> The approved definition, or the built-in stream when none
      *> has been approved yet. A definition JOBLOAD refuses stops
      *> the chain before any step, the way preflight does -
      *> guessing at half a stream would be worse than running none.
      *> The version line is built once for the run log and the
      *> pack header.
       LOAD-JOB-STREAM.
           MOVE "F" TO WS-JOBLOAD-ACTION
           CALL "JOBLOAD" USING WS-JOBLOAD-ACTION WS-JOBLOAD-FILE
               WS-JOB-STREAM WS-JOBLOAD-RESULT WS-JOBLOAD-MESSAGE
           IF WS-JOBLOAD-RESULT = "M"
               MOVE "B" TO WS-JOBLOAD-ACTION
               CALL "JOBLOAD" USING WS-JOBLOAD-ACTION
                   WS-JOBLOAD-FILE WS-JOB-STREAM WS-JOBLOAD-RESULT
                   WS-JOBLOAD-MESSAGE
           END-IF
           IF WS-JOBLOAD-RESULT NOT = "Y"
               DISPLAY "BATCH-CONTROL: job_stream.dat refused - "
                   WS-JOBLOAD-MESSAGE
               MOVE SPACES TO RUN-LOG-LINE
               STRING "JOB STREAM REFUSED: " DELIMITED BY SIZE
                       WS-JOBLOAD-MESSAGE DELIMITED BY SIZE
                   INTO RUN-LOG-LINE
               END-STRING
               PERFORM APPEND-RUN-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-STREAM-TEXT
           IF JS-VERSION = 0
               MOVE "JOB STREAM BUILT-IN (NO APPROVED DEFINITION)"
                   TO WS-STREAM-TEXT
           ELSE
               MOVE JS-VERSION TO WS-EDIT-VERSION
               STRING "JOB STREAM VERSION " DELIMITED BY SIZE
                       WS-EDIT-VERSION DELIMITED BY SIZE
                       " APPROVED " DELIMITED BY SIZE
                       JS-APPROVED-DATE DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       JS-CHECKER DELIMITED BY SIZE
                   INTO WS-STREAM-TEXT
               END-STRING
           END-IF
           DISPLAY "BATCH-CONTROL: " WS-STREAM-TEXT.

       RUN-ONE-STEP.
           IF WS-STEP-NUM <= WS-RESUME-AFTER
               DISPLAY "BATCH-CONTROL: step " JS-NAME(JS-IDX)
                   " already completed - skipped"
               MOVE "C" TO WS-STEP-STATE(WS-STEP-NUM)
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STEP-DUE
           IF WS-STEP-DUE NOT = 'Y'
               DISPLAY "BATCH-CONTROL: step " JS-NAME(JS-IDX)
                   " not due (" FUNCTION TRIM(WS-DUE-TEXT)
                   ") - skipped"
               MOVE "N" TO WS-STEP-STATE(WS-STEP-NUM)
               MOVE SPACES TO RUN-LOG-LINE
               STRING "SKIPPED (NOT DUE) " DELIMITED BY SIZE
                       JS-NAME(JS-IDX) DELIMITED BY SIZE
                   INTO RUN-LOG-LINE
               END-STRING
               PERFORM APPEND-RUN-LOG
               PERFORM WRITE-RESTART-POINT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STEP-DEPENDENCIES
           IF WS-DEPS-MET NOT = 'Y'
               PERFORM SKIP-FOR-DEPENDENCY
               EXIT PARAGRAPH
           END-IF

           DISPLAY "BATCH-CONTROL: starting " JS-NAME(JS-IDX)
           MOVE SPACES TO RUN-LOG-LINE
           STRING "START " DELIMITED BY SIZE
                   JS-NAME(JS-IDX) DELIMITED BY SIZE
               INTO RUN-LOG-LINE
           END-STRING
           PERFORM APPEND-RUN-LOG

           MOVE 0 TO RETURN-CODE
           CALL JS-NAME(JS-IDX)
           MOVE RETURN-CODE TO WS-STEP-RC
      *> Drop the step's run-unit state so the next CALL - the
      *> next catch-up date above all - re-enters it freshly
      *> initialized instead of with last night's EOF flags,
      *> counters, and tables.
           CANCEL JS-NAME(JS-IDX)

           MOVE SPACES TO RUN-LOG-LINE
           IF WS-STEP-RC = 0
               STRING "END   " DELIMITED BY SIZE
                       JS-NAME(JS-IDX) DELIMITED BY SIZE
                       " RC=0000" DELIMITED BY SIZE
                   INTO RUN-LOG-LINE
               END-STRING
               PERFORM APPEND-RUN-LOG
               MOVE "C" TO WS-STEP-STATE(WS-STEP-NUM)
               PERFORM WRITE-RESTART-POINT
               EXIT PARAGRAPH
           END-IF

           STRING "FAIL  " DELIMITED BY SIZE
                   JS-NAME(JS-IDX) DELIMITED BY SIZE
                   " RC=" DELIMITED BY SIZE
                   WS-STEP-RC DELIMITED BY SIZE
               INTO RUN-LOG-LINE
           END-STRING
           PERFORM APPEND-RUN-LOG
           MOVE "F" TO WS-STEP-STATE(WS-STEP-NUM)
      *> An alert-only step's failure goes to the morning alert
      *> review and the chain carries on past it; the restart point
      *> moves past it too, so it is rerun by hand, not by a resume.
           IF JS-ONFAIL(JS-IDX) = "A"
               DISPLAY "BATCH-CONTROL: " JS-NAME(JS-IDX)
                   " failed, return code = " WS-STEP-RC
                   " - alert raised, chain continues"
               MOVE "E" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING JS-NAME(JS-IDX) DELIMITED BY SPACE
                       " failed RC=" DELIMITED BY SIZE
                       WS-STEP-RC DELIMITED BY SIZE
                       " - chain carried on" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               END-STRING
               CALL "ALERTLOG" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
               PERFORM WRITE-RESTART-POINT
           ELSE
               DISPLAY "BATCH-CONTROL: " JS-NAME(JS-IDX)
                   " failed, return code = " WS-STEP-RC
               MOVE 'Y' TO WS-CHAIN-FAILED
           END-IF.

       CHECK-STEP-DUE.
           MOVE 'Y' TO WS-STEP-DUE
           EVALUATE JS-FREQ(JS-IDX)
               WHEN "W"
                   IF JS-WEEKDAY(JS-IDX) NOT = WS-WEEKDAY
                       MOVE 'N' TO WS-STEP-DUE
                       MOVE "weekly, not today" TO WS-DUE-TEXT
                   END-IF
               WHEN "M"
                   IF WS-MONTH-END NOT = 'Y'
                       MOVE 'N' TO WS-STEP-DUE
                       MOVE "month-end only" TO WS-DUE-TEXT
                   END-IF
               WHEN "Q"
                   IF WS-QUARTER-END NOT = 'Y'
                       MOVE 'N' TO WS-STEP-DUE
                       MOVE "quarter-end only" TO WS-DUE-TEXT
                   END-IF
               WHEN "Y"
                   IF WS-YEAR-END NOT = 'Y'
                       MOVE 'N' TO WS-STEP-DUE
                       MOVE "year-end only" TO WS-DUE-TEXT
                   END-IF
           END-EVALUATE.

      *> Every step this one names must have completed tonight, or
      *> not have been due; JOBLOAD has already made sure each
      *> names an earlier step. WS-UNMET-DEP is left on the first
      *> one that fails the test.
       CHECK-STEP-DEPENDENCIES.
           MOVE 'Y' TO WS-DEPS-MET
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > JS-DEP-COUNT(JS-IDX)
                       OR WS-DEPS-MET = 'N'
               MOVE JS-DEP(JS-IDX, WS-DEP-IDX) TO WS-UNMET-DEP
               PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                       UNTIL WS-FIND-IDX >= WS-STEP-NUM
                   IF JS-NAME(WS-FIND-IDX) = WS-UNMET-DEP
                       AND WS-STEP-STATE(WS-FIND-IDX) NOT = "C"
                       AND WS-STEP-STATE(WS-FIND-IDX) NOT = "N"
                       MOVE 'N' TO WS-DEPS-MET
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> A step whose dependency failed or was itself skipped does
      *> not run. A stop step then stops the chain as its own
      *> failure would - fix and rerun the dependency by hand
      *> before resuming, since the restart point has passed it.
      *> An alert-only step is skipped with an alert and the chain
      *> carries on.
       SKIP-FOR-DEPENDENCY.
           MOVE "X" TO WS-STEP-STATE(WS-STEP-NUM)
           MOVE SPACES TO RUN-LOG-LINE
           STRING "SKIPPED (DEPENDENCY) " DELIMITED BY SIZE
                   JS-NAME(JS-IDX) DELIMITED BY SPACE
                   " ON " DELIMITED BY SIZE
                   WS-UNMET-DEP DELIMITED BY SPACE
               INTO RUN-LOG-LINE
           END-STRING
           PERFORM APPEND-RUN-LOG
           DISPLAY "BATCH-CONTROL: " JS-NAME(JS-IDX)
               " not run - it depends on " WS-UNMET-DEP
               ", which did not complete"
           IF JS-ONFAIL(JS-IDX) = "A"
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING JS-NAME(JS-IDX) DELIMITED BY SPACE
                       " skipped - " DELIMITED BY SIZE
                       WS-UNMET-DEP DELIMITED BY SPACE
                       " did not complete" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               END-STRING
               CALL "ALERTLOG" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
               PERFORM WRITE-RESTART-POINT
           ELSE
               MOVE 'Y' TO WS-CHAIN-FAILED
           END-IF.

      *> Last business day of the month (BUSDAY) = month-end, so
      *> a month ending on a weekend or holiday closes on the last
      *> night the chain runs in it.
       CHECK-MONTH-END.
           MOVE "L" TO WS-BUSDAY-FUNCTION
           CALL "BUSDAY" USING WS-BUSDAY-FUNCTION WS-BUS-DATE
               WS-BUSDAY-DAYS WS-LAST-BUS-DAY
           MOVE 'N' TO WS-QUARTER-END WS-YEAR-END
           IF WS-BUS-DATE = WS-LAST-BUS-DAY
               MOVE 'Y' TO WS-MONTH-END
               DISPLAY "BATCH-CONTROL: business date " WS-BUS-DATE
                   " is month-end - month-end steps are due"
           ELSE
               MOVE 'N' TO WS-MONTH-END
               EXIT PARAGRAPH
           END-IF
      *> Quarter- and year-end are the month-ends of the quarter's
      *> and the year's last months.
           MOVE WS-BUS-DATE(5:2) TO WS-BUS-MONTH
           IF WS-BUS-MONTH = 3 OR 6 OR 9 OR 12
               MOVE 'Y' TO WS-QUARTER-END
               DISPLAY "BATCH-CONTROL: business date " WS-BUS-DATE
                   " is quarter-end - quarter-end steps are due"
           END-IF
           IF WS-BUS-MONTH = 12
               MOVE 'Y' TO WS-YEAR-END
               DISPLAY "BATCH-CONTROL: business date " WS-BUS-DATE
                   " is year-end - year-end steps are due"
           END-IF.

      *> Weekday as BUSDAY reckons it: day 1 (1601-01-01) was a
      *> Monday, so the remainder is 1 on Mondays .. 5 on Fridays.
       CHECK-WEEKDAY.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEKS
               REMAINDER WS-WEEKDAY.

      *> The restart point only applies to the business date it was
      *> recorded for - without that check, a chain that failed last
      *> own early steps.
       READ-RESTART-POINT.
           MOVE 0 TO WS-RESUME-AFTER
           MOVE 'N' TO WS-FORCED WS-VERSION-CHANGED
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-STATUS = "00"
               READ RESTART-FILE
                   NOT AT END
                       IF RESTART-DATE = WS-BUS-DATE
                           MOVE RESTART-STEP TO WS-RESUME-AFTER
                           PERFORM CHECK-RESTART-VERSION
                       ELSE
                           IF RESTART-STEP NOT = 0
                               DISPLAY "*** WARNING: the chain for "
               COMPUTE WS-FORCE-STEP =
                   FUNCTION NUMVAL(WS-FORCE-TEXT)
               IF WS-FORCE-STEP >= 1
                   AND WS-FORCE-STEP <= JS-STEP-COUNT
                   COMPUTE WS-RESUME-AFTER = WS-FORCE-STEP - 1
                   MOVE WS-FORCE-STEP TO WS-EDIT-STEP
                   DISPLAY "BATCH-CONTROL: forced start at step "
                       WS-EDIT-STEP
                   MOVE 'Y' TO WS-FORCED
               END-IF
           END-IF
      *> A step number means the same step only under the same
      *> definition, so a resume across an approved change to the
      *> stream is refused - the operator names the step to start
      *> from with BATCH_FORCE_STEP instead.
           IF WS-VERSION-CHANGED = 'Y' AND WS-FORCED NOT = 'Y'
               MOVE WS-RESTART-VERSION TO WS-EDIT-VERSION
               DISPLAY "BATCH-CONTROL: the interrupted chain ran "
                   "under job stream version " WS-EDIT-VERSION
                   " - a different version is now live; set "
                   "BATCH_FORCE_STEP to the step to resume from"
               MOVE SPACES TO RUN-LOG-LINE
               STRING "RESUME REFUSED - CHAIN STARTED UNDER "
                       "VERSION " DELIMITED BY SIZE
                       WS-EDIT-VERSION DELIMITED BY SIZE
                   INTO RUN-LOG-LINE
               END-STRING
               PERFORM APPEND-RUN-LOG
               MOVE 'Y' TO WS-CHAIN-FAILED
           END-IF.

      *> Restart files written before the version was carried have
      *> none, and count as the same version.
       CHECK-RESTART-VERSION.
           IF RESTART-STEP NOT = 0
               AND RESTART-VERSION IS NUMERIC
               AND RESTART-VERSION NOT = JS-VERSION
               MOVE 'Y' TO WS-VERSION-CHANGED
               MOVE RESTART-VERSION TO WS-RESTART-VERSION
           END-IF.

       WRITE-RESTART-POINT.
               MOVE SPACES TO RESTART-LINE
               MOVE WS-STEP-NUM TO RESTART-STEP
               MOVE WS-BUS-DATE TO RESTART-DATE
               MOVE JS-VERSION TO RESTART-VERSION
               WRITE RESTART-LINE
               CLOSE RESTART-FILE
           END-IF.
               MOVE SPACES TO RESTART-LINE
               MOVE 0 TO RESTART-STEP
               MOVE WS-BUS-DATE TO RESTART-DATE
               MOVE JS-VERSION TO RESTART-VERSION
               WRITE RESTART-LINE
               CLOSE RESTART-FILE
           END-IF.
               INTO EOD-LINE
           END-STRING
           WRITE EOD-LINE
           MOVE WS-STREAM-TEXT TO EOD-LINE
           WRITE EOD-LINE
           MOVE ALL "=" TO EOD-LINE
           WRITE EOD-LINE
           CLOSE EOD-FILE.
