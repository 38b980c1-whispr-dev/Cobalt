       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBMAINT.

      *> Maintains the nightly job stream BATCH-CONTROL runs -
      *> which programs, in what order, how often, after which
      *> other steps, and whether a failure stops the chain or only
      *> raises an alert. Changes are never made to the live
      *> definition, job_stream.dat: they are made to a proposal,
      *> job_stream_proposed.dat (same layout, see JOBLOAD), which
      *> starts as a copy of the live stream (or of the built-in
      *> stream while none has been approved) under the next
      *> version number. Submitting checks the proposal with the
      *> same JOBLOAD rules the chain applies and queues it on
      *> pending_approvals.dat as a JOBS item; a second operator
      *> makes it live in APPROVE, which stamps the checker and
      *> keeps a copy of every approved version as
      *> job_stream_vNNNNN.dat. A queued proposal can only be
      *> listed until the checker has decided it, and a proposal
      *> belongs to the operator who started it. Permission S.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "pending_approvals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ledger_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-LINE          PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

      *> Operator sign-on (SIGNON/operators.dat): the job stream is
      *> system operations, permission S.
       01  WS-SIGNON-FUNCTION    PIC X VALUE "S".
       01  WS-SIGNON-OPERATOR    PIC X(4).
       01  WS-SIGNON-RESULT      PIC X.

      *> Run lock (RUNLOCK/run_lock.dat) - APPROVE reads the
      *> proposal when it makes it live.
       01  WS-LOCK-ACTION        PIC X.
       01  WS-LOCK-HOLDER        PIC X(20).
       01  WS-LOCK-RESULT        PIC X.

       01  WS-PENDING-STATUS     PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-PENDING-EOF        PIC X.
       01  WS-CONTINUE           PIC X VALUE 'Y'.
       01  WS-ACTION             PIC X.
       01  WS-FOUND              PIC X.
       01  WS-FIELD-OK           PIC X.
       01  WS-TODAY              PIC 9(8).

      *> The proposal being edited, and a second copy of the layout
      *> the submit check loads the saved proposal back into.
       01  WS-JOB-STREAM.
           COPY JOBTBL.
       01  WS-CHECK-STREAM.
           COPY JOBTBL REPLACING LEADING ==JS-== BY ==CK-==.
       01  WS-JOBLOAD-ACTION     PIC X.
       01  WS-JOBLOAD-FILE       PIC X(40).
       01  WS-JOBLOAD-RESULT     PIC X.
       01  WS-JOBLOAD-MESSAGE    PIC X(60).
       01  WS-LIVE-NAME          PIC X(40) VALUE "job_stream.dat".
       01  WS-PROPOSED-NAME      PIC X(40)
               VALUE "job_stream_proposed.dat".
       01  WS-LIVE-VERSION       PIC 9(5) VALUE 0.
       01  WS-QUEUED             PIC X VALUE 'N'.

      *> One step is captured into this scratch row and only moved
      *> into the table when every field validated.
       01  WS-STEP-WORK.
           05 WS-WK-NAME         PIC X(20).
           05 WS-WK-FREQ         PIC X.
           05 WS-WK-WEEKDAY      PIC 9.
           05 WS-WK-ONFAIL       PIC X.
           05 WS-WK-DEP-COUNT    PIC 9.
           05 WS-WK-DEP          PIC X(20) OCCURS 4 TIMES.
       01  WS-NAME-TEXT          PIC X(20).
       01  WS-FREQ-TEXT          PIC X(4).
       01  WS-ONFAIL-TEXT        PIC X(2).
       01  WS-DEPS-TEXT          PIC X(90).
       01  WS-STEP-TEXT          PIC X(3).
       01  WS-STEP-NO            PIC 9(2).
       01  WS-LAST-NO            PIC 9(2).
       01  WS-MOVE-IDX           PIC S9(3).
       01  WS-FIND-IDX           PIC 9(2).
       01  WS-DEP-IDX            PIC 9.
       01  WS-BAD-COUNT          PIC 9(3).
       01  WS-DEP-SPLIT.
           05 WS-DS-NAME         PIC X(20) OCCURS 4 TIMES.

       01  WS-EDIT-STEP          PIC Z9.
       01  WS-EDIT-VERSION       PIC 9(5).
       01  WS-FREQ-SHOW          PIC X(12).
       01  WS-ONFAIL-SHOW        PIC X(5).
       01  WS-DEPS-SHOW          PIC X(90).
       01  WS-PTR                PIC 9(3).

       01  WS-NEXT-SEQ           PIC 9(4).
       01  WS-TOKEN-SEQ          PIC X(4).
       01  WS-TOKEN-KIND         PIC X(4).
       01  WS-TOKEN-MAKER        PIC X(4).
       01  WS-TOKEN-DATE         PIC X(8).
       01  WS-TOKEN-P1           PIC X(8).
       01  WS-EDIT-SEQ           PIC 9(4).
       01  WS-QUEUED-SEQ         PIC 9(4).
       01  WS-AUDIT-DATE         PIC 9(8).
       01  WS-AUDIT-TIME         PIC 9(8).
       01  WS-AUDIT-EVENT        PIC X(6).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "SIGNON" USING WS-SIGNON-FUNCTION
               WS-SIGNON-OPERATOR WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           MOVE "T" TO WS-LOCK-ACTION
           MOVE "JOBMAINT" TO WS-LOCK-HOLDER
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT NOT = 'Y'
               STOP RUN 1
           END-IF

           CALL "BUSDATE" USING WS-TODAY
           PERFORM LOAD-PROPOSAL
           PERFORM LIST-PROPOSAL

           PERFORM UNTIL WS-CONTINUE NOT = 'Y'
               IF WS-QUEUED = 'Y'
                   DISPLAY "(L)ist the steps, or (Q)uit? "
               ELSE
                   DISPLAY "(L)ist, (A)dd a step, (C)hange a step, "
                       "(D)elete a step, (S)ubmit for approval, "
                       "or (Q)uit? "
               END-IF
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
               IF WS-QUEUED = 'Y' AND WS-ACTION NOT = "L"
                   MOVE "Q" TO WS-ACTION
               END-IF
               EVALUATE WS-ACTION
                   WHEN "L"
                       PERFORM LIST-PROPOSAL
                   WHEN "A"
                       PERFORM ADD-ONE-STEP
                   WHEN "C"
                       PERFORM CHANGE-ONE-STEP
                   WHEN "D"
                       PERFORM DELETE-ONE-STEP
                   WHEN "S"
                       PERFORM SUBMIT-PROPOSAL
                   WHEN OTHER
                       MOVE 'N' TO WS-CONTINUE
               END-EVALUATE
           END-PERFORM

           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-HOLDER
               WS-LOCK-RESULT
           DISPLAY "Job stream maintenance complete."
           STOP RUN.

      *> The live version first, so a proposal it has overtaken
      *> (approved, or left behind by a later approval) is not
      *> picked up again. A proposal newer than the live stream is
      *> carried on with; anything else starts a fresh one.
       LOAD-PROPOSAL.
           MOVE WS-LIVE-NAME TO WS-JOBLOAD-FILE
           MOVE "F" TO WS-JOBLOAD-ACTION
           CALL "JOBLOAD" USING WS-JOBLOAD-ACTION WS-JOBLOAD-FILE
               WS-JOB-STREAM WS-JOBLOAD-RESULT WS-JOBLOAD-MESSAGE
           MOVE JS-VERSION TO WS-LIVE-VERSION
           EVALUATE WS-JOBLOAD-RESULT
               WHEN "M"
                   DISPLAY "No approved job_stream.dat yet - the "
                       "built-in stream is what runs tonight."
               WHEN "N"
                   DISPLAY "*** job_stream.dat is refused: "
                       WS-JOBLOAD-MESSAGE
                   DISPLAY "*** The chain will not run until a "
                       "corrected stream is approved ***"
           END-EVALUATE

           MOVE WS-PROPOSED-NAME TO WS-JOBLOAD-FILE
           CALL "JOBLOAD" USING WS-JOBLOAD-ACTION WS-JOBLOAD-FILE
               WS-JOB-STREAM WS-JOBLOAD-RESULT WS-JOBLOAD-MESSAGE
           IF WS-JOBLOAD-RESULT NOT = "Y"
               OR JS-VERSION <= WS-LIVE-VERSION
               PERFORM START-FRESH-PROPOSAL
               EXIT PARAGRAPH
           END-IF

           MOVE JS-VERSION TO WS-EDIT-VERSION
           PERFORM FIND-QUEUED-ITEM
           IF WS-QUEUED = 'Y'
               MOVE WS-QUEUED-SEQ TO WS-EDIT-SEQ
               DISPLAY "Proposed version " WS-EDIT-VERSION
                   " is queued as item " WS-EDIT-SEQ
                   " - it can only be listed until a checker "
                   "approves or rejects it."
               EXIT PARAGRAPH
           END-IF
           IF JS-MAKER NOT = WS-SIGNON-OPERATOR
               DISPLAY "Proposed version " WS-EDIT-VERSION
                   " was started by " JS-MAKER " on " JS-MADE-DATE
                   "."
               DISPLAY "(S)tart a fresh proposal in its place, or "
                   "(Q)uit? "
               ACCEPT WS-ACTION
               IF FUNCTION UPPER-CASE(WS-ACTION) NOT = "S"
                   MOVE 'Y' TO WS-QUEUED
                   MOVE 'N' TO WS-CONTINUE
                   EXIT PARAGRAPH
               END-IF
               PERFORM START-FRESH-PROPOSAL
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Continuing proposed version " WS-EDIT-VERSION
               " (live version " WS-LIVE-VERSION ").".

      *> A fresh proposal copies the live stream - or the built-in
      *> one when there is no usable live definition - under the
      *> next version number.
       START-FRESH-PROPOSAL.
           MOVE WS-LIVE-NAME TO WS-JOBLOAD-FILE
           MOVE "F" TO WS-JOBLOAD-ACTION
           CALL "JOBLOAD" USING WS-JOBLOAD-ACTION WS-JOBLOAD-FILE
               WS-JOB-STREAM WS-JOBLOAD-RESULT WS-JOBLOAD-MESSAGE
           IF WS-JOBLOAD-RESULT NOT = "Y"
               MOVE "B" TO WS-JOBLOAD-ACTION
               CALL "JOBLOAD" USING WS-JOBLOAD-ACTION
                   WS-JOBLOAD-FILE WS-JOB-STREAM WS-JOBLOAD-RESULT
                   WS-JOBLOAD-MESSAGE
           END-IF
           COMPUTE JS-VERSION = WS-LIVE-VERSION + 1
           MOVE WS-SIGNON-OPERATOR TO JS-MAKER
           MOVE WS-TODAY TO JS-MADE-DATE
           MOVE SPACES TO JS-CHECKER
           MOVE 0 TO JS-APPROVED-DATE
           MOVE 'N' TO WS-QUEUED
           PERFORM SAVE-PROPOSAL
           MOVE JS-VERSION TO WS-EDIT-VERSION
           DISPLAY "Started proposed version " WS-EDIT-VERSION
               " from the stream that runs tonight.".

       LIST-PROPOSAL.
           MOVE JS-VERSION TO WS-EDIT-VERSION
           DISPLAY "Proposed job stream version " WS-EDIT-VERSION
               " (maker " JS-MAKER "):"
           PERFORM VARYING JS-IDX FROM 1 BY 1
                   UNTIL JS-IDX > JS-STEP-COUNT
               PERFORM LIST-ONE-STEP
           END-PERFORM.

       LIST-ONE-STEP.
           SET WS-STEP-NO TO JS-IDX
           MOVE WS-STEP-NO TO WS-EDIT-STEP
           EVALUATE JS-FREQ(JS-IDX)
               WHEN "D"
                   MOVE "nightly" TO WS-FREQ-SHOW
               WHEN "W"
                   MOVE SPACES TO WS-FREQ-SHOW
                   STRING "weekly W" DELIMITED BY SIZE
                           JS-WEEKDAY(JS-IDX) DELIMITED BY SIZE
                       INTO WS-FREQ-SHOW
                   END-STRING
               WHEN "M"
                   MOVE "month-end" TO WS-FREQ-SHOW
               WHEN "Q"
                   MOVE "quarter-end" TO WS-FREQ-SHOW
               WHEN "Y"
                   MOVE "year-end" TO WS-FREQ-SHOW
           END-EVALUATE
           IF JS-ONFAIL(JS-IDX) = "A"
               MOVE "alert" TO WS-ONFAIL-SHOW
           ELSE
               MOVE "stop" TO WS-ONFAIL-SHOW
           END-IF
           MOVE SPACES TO WS-DEPS-SHOW
           MOVE 1 TO WS-PTR
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > JS-DEP-COUNT(JS-IDX)
               IF WS-DEP-IDX > 1
                   STRING "/" DELIMITED BY SIZE
                       INTO WS-DEPS-SHOW WITH POINTER WS-PTR
                   END-STRING
               END-IF
               STRING JS-DEP(JS-IDX, WS-DEP-IDX) DELIMITED BY SPACE
                   INTO WS-DEPS-SHOW WITH POINTER WS-PTR
               END-STRING
           END-PERFORM
           IF JS-DEP-COUNT(JS-IDX) = 0
               DISPLAY "  " WS-EDIT-STEP " " JS-NAME(JS-IDX) " "
                   WS-FREQ-SHOW " " WS-ONFAIL-SHOW
           ELSE
               DISPLAY "  " WS-EDIT-STEP " " JS-NAME(JS-IDX) " "
                   WS-FREQ-SHOW " " WS-ONFAIL-SHOW " after "
                   FUNCTION TRIM(WS-DEPS-SHOW)
           END-IF.

      *> A new step goes in at the position asked for; the steps
      *> from there down move one place later.
       ADD-ONE-STEP.
           IF JS-STEP-COUNT >= 60
               DISPLAY "*** The stream is full (60 steps) ***"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LAST-NO = JS-STEP-COUNT + 1
           PERFORM ASK-STEP-NUMBER
           IF WS-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Program name: "
           MOVE SPACES TO WS-NAME-TEXT
           ACCEPT WS-NAME-TEXT
           MOVE FUNCTION UPPER-CASE(WS-NAME-TEXT) TO WS-NAME-TEXT
           MOVE 0 TO WS-BAD-COUNT
           INSPECT WS-NAME-TEXT TALLYING WS-BAD-COUNT
               FOR ALL "," ALL "/"
           IF WS-NAME-TEXT = SPACES OR WS-BAD-COUNT > 0
               DISPLAY "Invalid name - required, and no commas or "
                   "slashes."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > JS-STEP-COUNT
               IF JS-NAME(WS-FIND-IDX) = WS-NAME-TEXT
                   DISPLAY "*** " FUNCTION TRIM(WS-NAME-TEXT)
                       " is already step " WS-FIND-IDX " ***"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-STEP-WORK
           MOVE WS-NAME-TEXT TO WS-WK-NAME
           MOVE 0 TO WS-WK-WEEKDAY WS-WK-DEP-COUNT
           MOVE "S" TO WS-WK-ONFAIL
           MOVE "D" TO WS-WK-FREQ
           PERFORM CAPTURE-STEP-FIELDS
           IF WS-FIELD-OK NOT = 'Y'
               DISPLAY "Step not added."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MOVE-IDX FROM JS-STEP-COUNT BY -1
                   UNTIL WS-MOVE-IDX < WS-STEP-NO
               MOVE JS-STEP(WS-MOVE-IDX) TO JS-STEP(WS-MOVE-IDX + 1)
           END-PERFORM
           ADD 1 TO JS-STEP-COUNT
           MOVE WS-STEP-WORK TO JS-STEP(WS-STEP-NO)
           PERFORM SAVE-PROPOSAL
           SET JS-IDX TO WS-STEP-NO
           PERFORM LIST-ONE-STEP.

      *> The program stays; its frequency, on-fail action and
      *> dependencies can change. A blank answer keeps what is
      *> there.
       CHANGE-ONE-STEP.
           MOVE JS-STEP-COUNT TO WS-LAST-NO
           PERFORM ASK-STEP-NUMBER
           IF WS-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           SET JS-IDX TO WS-STEP-NO
           PERFORM LIST-ONE-STEP
           MOVE JS-STEP(WS-STEP-NO) TO WS-STEP-WORK
           PERFORM CAPTURE-STEP-FIELDS
           IF WS-FIELD-OK NOT = 'Y'
               DISPLAY "Step left unchanged."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STEP-WORK TO JS-STEP(WS-STEP-NO)
           PERFORM SAVE-PROPOSAL
           SET JS-IDX TO WS-STEP-NO
           PERFORM LIST-ONE-STEP.

      *> A step another step depends on cannot go until that
      *> dependency has been changed away.
       DELETE-ONE-STEP.
           MOVE JS-STEP-COUNT TO WS-LAST-NO
           PERFORM ASK-STEP-NUMBER
           IF WS-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF JS-STEP-COUNT = 1
               DISPLAY "*** The stream needs at least one step ***"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FIND-IDX FROM WS-STEP-NO BY 1
                   UNTIL WS-FIND-IDX > JS-STEP-COUNT
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > JS-DEP-COUNT(WS-FIND-IDX)
                   IF JS-DEP(WS-FIND-IDX, WS-DEP-IDX)
                       = JS-NAME(WS-STEP-NO)
                       DISPLAY "*** " FUNCTION TRIM(
                           JS-NAME(WS-FIND-IDX))
                           " depends on it - change that step "
                           "first ***"
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY "Deleted " JS-NAME(WS-STEP-NO)
           PERFORM VARYING WS-MOVE-IDX FROM WS-STEP-NO BY 1
                   UNTIL WS-MOVE-IDX >= JS-STEP-COUNT
               MOVE JS-STEP(WS-MOVE-IDX + 1) TO JS-STEP(WS-MOVE-IDX)
           END-PERFORM
           SUBTRACT 1 FROM JS-STEP-COUNT
           PERFORM SAVE-PROPOSAL.

       ASK-STEP-NUMBER.
           MOVE 'N' TO WS-FOUND
           MOVE WS-LAST-NO TO WS-EDIT-STEP
           DISPLAY "Step number (1-" FUNCTION TRIM(WS-EDIT-STEP)
               "): "
           MOVE SPACES TO WS-STEP-TEXT
           ACCEPT WS-STEP-TEXT
           IF WS-STEP-TEXT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-STEP-TEXT) NOT = 0
               DISPLAY "Invalid step number."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STEP-NO = FUNCTION NUMVAL(WS-STEP-TEXT)
           IF WS-STEP-NO < 1 OR WS-STEP-NO > WS-LAST-NO
               DISPLAY "No such step number."
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FOUND.

      *> Captures frequency, on-fail action and dependencies into
      *> the scratch row for the step at WS-STEP-NO. A dependency
      *> must be a step ahead of WS-STEP-NO - the same rule JOBLOAD
      *> applies to the saved file.
       CAPTURE-STEP-FIELDS.
           MOVE 'N' TO WS-FIELD-OK
           DISPLAY "Frequency - D nightly, W1-W5 weekly Monday to "
               "Friday, M month-end, Q quarter-end, Y year-end: "
           MOVE SPACES TO WS-FREQ-TEXT
           ACCEPT WS-FREQ-TEXT
           MOVE FUNCTION UPPER-CASE(WS-FREQ-TEXT) TO WS-FREQ-TEXT
           EVALUATE TRUE
               WHEN WS-FREQ-TEXT = SPACES
                   CONTINUE
               WHEN WS-FREQ-TEXT = "D" OR "M" OR "Q" OR "Y"
                   MOVE WS-FREQ-TEXT(1:1) TO WS-WK-FREQ
                   MOVE 0 TO WS-WK-WEEKDAY
               WHEN WS-FREQ-TEXT(1:1) = "W"
                       AND WS-FREQ-TEXT(2:1) >= "1"
                       AND WS-FREQ-TEXT(2:1) <= "5"
                       AND WS-FREQ-TEXT(3:) = SPACES
                   MOVE "W" TO WS-WK-FREQ
                   MOVE WS-FREQ-TEXT(2:1) TO WS-WK-WEEKDAY
               WHEN OTHER
                   DISPLAY "Invalid frequency."
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY "On failure - S stop the chain, A alert and "
               "carry on: "
           MOVE SPACES TO WS-ONFAIL-TEXT
           ACCEPT WS-ONFAIL-TEXT
           MOVE FUNCTION UPPER-CASE(WS-ONFAIL-TEXT) TO WS-ONFAIL-TEXT
           EVALUATE WS-ONFAIL-TEXT
               WHEN SPACES
                   CONTINUE
               WHEN "S"
               WHEN "A"
                   MOVE WS-ONFAIL-TEXT(1:1) TO WS-WK-ONFAIL
               WHEN OTHER
                   DISPLAY "Invalid on-failure action."
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY "Runs after (up to 4 earlier programs separated "
               "by /, - for none): "
           MOVE SPACES TO WS-DEPS-TEXT
           ACCEPT WS-DEPS-TEXT
           MOVE FUNCTION UPPER-CASE(WS-DEPS-TEXT) TO WS-DEPS-TEXT
           EVALUATE WS-DEPS-TEXT
               WHEN SPACES
                   CONTINUE
               WHEN "-"
                   MOVE 0 TO WS-WK-DEP-COUNT
                   MOVE SPACES TO WS-WK-DEP(1) WS-WK-DEP(2)
                       WS-WK-DEP(3) WS-WK-DEP(4)
               WHEN OTHER
                   PERFORM CAPTURE-DEPENDENCIES
                   IF WS-FIELD-OK = 'X'
                       MOVE 'N' TO WS-FIELD-OK
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           MOVE 'Y' TO WS-FIELD-OK.

       CAPTURE-DEPENDENCIES.
           MOVE SPACES TO WS-DEP-SPLIT
           UNSTRING WS-DEPS-TEXT DELIMITED BY "/"
               INTO WS-DS-NAME(1) WS-DS-NAME(2) WS-DS-NAME(3)
                   WS-DS-NAME(4)
               ON OVERFLOW
                   DISPLAY "No more than 4 dependencies."
                   MOVE 'X' TO WS-FIELD-OK
                   EXIT PARAGRAPH
           END-UNSTRING
           MOVE 0 TO WS-WK-DEP-COUNT
           MOVE SPACES TO WS-WK-DEP(1) WS-WK-DEP(2) WS-WK-DEP(3)
               WS-WK-DEP(4)
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > 4
               IF WS-DS-NAME(WS-DEP-IDX) NOT = SPACES
                   PERFORM CHECK-ONE-DEPENDENCY
                   IF WS-FOUND NOT = 'Y'
                       DISPLAY FUNCTION TRIM(WS-DS-NAME(WS-DEP-IDX))
                           " is not a step ahead of this one."
                       MOVE 'X' TO WS-FIELD-OK
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-WK-DEP-COUNT
                   MOVE WS-DS-NAME(WS-DEP-IDX)
                       TO WS-WK-DEP(WS-WK-DEP-COUNT)
               END-IF
           END-PERFORM.

       CHECK-ONE-DEPENDENCY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX >= WS-STEP-NO
                       OR WS-FOUND = 'Y'
               IF JS-NAME(WS-FIND-IDX) = WS-DS-NAME(WS-DEP-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.

      *> Every edit is saved at once, so an interrupted session
      *> loses nothing.
       SAVE-PROPOSAL.
           MOVE WS-PROPOSED-NAME TO WS-JOBLOAD-FILE
           MOVE "W" TO WS-JOBLOAD-ACTION
           CALL "JOBLOAD" USING WS-JOBLOAD-ACTION WS-JOBLOAD-FILE
               WS-JOB-STREAM WS-JOBLOAD-RESULT WS-JOBLOAD-MESSAGE
           IF WS-JOBLOAD-RESULT NOT = "Y"
               DISPLAY "ERROR: " WS-JOBLOAD-MESSAGE
               STOP RUN 1
           END-IF.

      *> The saved proposal must pass the checks the chain itself
      *> will apply before a checker is asked to look at it.
       SUBMIT-PROPOSAL.
           PERFORM SAVE-PROPOSAL
           MOVE "F" TO WS-JOBLOAD-ACTION
           CALL "JOBLOAD" USING WS-JOBLOAD-ACTION WS-JOBLOAD-FILE
               WS-CHECK-STREAM WS-JOBLOAD-RESULT WS-JOBLOAD-MESSAGE
           IF WS-JOBLOAD-RESULT NOT = "Y"
               DISPLAY "*** Proposal refused: " WS-JOBLOAD-MESSAGE
               DISPLAY "*** Correct it and submit again ***"
               EXIT PARAGRAPH
           END-IF
           PERFORM QUEUE-JOBS-APPROVAL
           MOVE 'Y' TO WS-QUEUED.

      *> The proposal goes to the approval queue as a JOBS item
      *> (P1 = proposed version, P2 = its step count); APPROVE
      *> makes it live once a second operator has checked it. The
      *> maker is stamped into ledger_audit.log now, the checker
      *> then.
       QUEUE-JOBS-APPROVAL.
           PERFORM FIND-NEXT-PENDING-SEQ
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN EXTEND PENDING-FILE
           END-IF
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "ERROR opening pending_approvals.dat, "
                   "status = " WS-PENDING-STATUS
               STOP RUN 1
           END-IF
           MOVE WS-NEXT-SEQ TO WS-EDIT-SEQ
           MOVE JS-VERSION TO WS-EDIT-VERSION
           MOVE JS-STEP-COUNT TO WS-EDIT-STEP
           MOVE SPACES TO PENDING-LINE
           STRING WS-EDIT-SEQ DELIMITED BY SIZE
                   ",JOBS," DELIMITED BY SIZE
                   WS-SIGNON-OPERATOR DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-EDIT-VERSION DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-STEP) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
               INTO PENDING-LINE
           END-STRING
           WRITE PENDING-LINE
           CLOSE PENDING-FILE
           MOVE "JOBSUB" TO WS-AUDIT-EVENT
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "Job stream version " WS-EDIT-VERSION " queued "
               "for approval as item " WS-EDIT-SEQ " - the chain "
               "runs the current stream until a second operator "
               "approves it.".

      *> Is there a JOBS item on the queue for this version?
       FIND-QUEUED-ITEM.
           MOVE 'N' TO WS-QUEUED
           MOVE 'N' TO WS-PENDING-EOF
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PENDING-EOF = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-PENDING-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-QUEUED-ITEM
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE.

       CHECK-ONE-QUEUED-ITEM.
           MOVE SPACES TO WS-TOKEN-SEQ WS-TOKEN-KIND WS-TOKEN-MAKER
               WS-TOKEN-DATE WS-TOKEN-P1
           UNSTRING PENDING-LINE DELIMITED BY ","
               INTO WS-TOKEN-SEQ WS-TOKEN-KIND WS-TOKEN-MAKER
                   WS-TOKEN-DATE WS-TOKEN-P1
           END-UNSTRING
           IF FUNCTION UPPER-CASE(WS-TOKEN-KIND) NOT = "JOBS"
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-SEQ) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-P1) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-TOKEN-P1) = JS-VERSION
               MOVE 'Y' TO WS-QUEUED
               COMPUTE WS-QUEUED-SEQ = FUNCTION NUMVAL(WS-TOKEN-SEQ)
           END-IF.

       FIND-NEXT-PENDING-SEQ.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-PENDING-EOF
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PENDING-EOF = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-PENDING-EOF
                   NOT AT END
                       MOVE SPACES TO WS-TOKEN-SEQ
                       UNSTRING PENDING-LINE DELIMITED BY ","
                           INTO WS-TOKEN-SEQ
                       END-UNSTRING
                       IF FUNCTION TEST-NUMVAL(WS-TOKEN-SEQ) = 0
                           AND FUNCTION NUMVAL(WS-TOKEN-SEQ)
                               >= WS-NEXT-SEQ
                           COMPUTE WS-NEXT-SEQ =
                               FUNCTION NUMVAL(WS-TOKEN-SEQ) + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE.

       WRITE-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR opening ledger_audit.log, status = "
                   WS-AUDIT-STATUS
               EXIT PARAGRAPH
           END-IF
           CALL "BUSDATE" USING WS-AUDIT-DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-EVENT DELIMITED BY SIZE
                   " stream=" DELIMITED BY SIZE
                   WS-EDIT-VERSION DELIMITED BY SIZE
                   " op=" DELIMITED BY SIZE
                   WS-SIGNON-OPERATOR DELIMITED BY SIZE
                   " item=" DELIMITED BY SIZE
                   WS-EDIT-SEQ DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.
