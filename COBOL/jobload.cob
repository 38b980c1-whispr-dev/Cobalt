       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBLOAD.

      *> Callable job-stream loader in the RJUSTIFY mold, so the
      *> chain (BATCH-CONTROL), its maintenance (JOBMAINT) and the
      *> checker's approval (APPROVE) read, check and write the
      *> nightly job stream one way. The stream used to be
      *> hard-coded in BATCH-CONTROL; that list survives here as the
      *> built-in stream, run when no definition has been approved
      *> yet and the starting point for the first one.
      *> A definition file is one header line then one line per
      *> step, in run order:
      *>     VER,version,maker,made-date,checker,approved-date
      *>     STEP,program,frequency,on-fail,dependencies
      *>   frequency     D every night; W1..W5 weekly on Monday ..
      *>                 Friday; M month-end; Q quarter-end; Y
      *>                 year-end (the last business day of the
      *>                 month, of March/June/September/December,
      *>                 of December)
      *>   on-fail       S stop the chain (blank = S); A raise an
      *>                 alert and carry on with the next step
      *>   dependencies  up to four earlier programs separated by
      *>                 "/" that must have completed, or not been
      *>                 due, before this step runs; blank = none
      *> A weekly step whose weekday is a holiday waits for the next
      *> week. A file that breaks any rule is refused whole, with
      *> the first broken line named in the message.
      *> CALL "JOBLOAD" USING action, file-name, job-stream, result,
      *>     message:
      *>   action     PIC X - F load file-name; B load the built-in
      *>              stream; W write job-stream to file-name
      *>   file-name  PIC X(40)
      *>   job-stream the 01 over COPY JOBTBL
      *>   result     PIC X - Y done; M no such file (F only); N
      *>              refused or not written, message says why
      *>   message    PIC X(60)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-FILE ASSIGN USING WS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-FILE.
       01  JOB-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-NAME          PIC X(40).
       01  WS-JOB-STATUS         PIC XX.
       01  WS-JOB-EOF            PIC X.
       01  WS-HEADER-SEEN        PIC X.
       01  WS-LINE-NO            PIC 9(3).
       01  WS-EDIT-LINE          PIC ZZ9.
       01  WS-ERROR-TEXT         PIC X(50).
       01  WS-PTR                PIC 9(3).
       01  WS-DEP-IDX            PIC 9.
       01  WS-FOUND              PIC X.
       01  WS-EDIT-VERSION       PIC 9(5).

       01  WS-TOKEN-KIND         PIC X(4).
       01  WS-TOKEN-2            PIC X(20).
       01  WS-TOKEN-3            PIC X(8).
       01  WS-TOKEN-4            PIC X(8).
       01  WS-TOKEN-5            PIC X(90).
       01  WS-TOKEN-6            PIC X(8).

       01  WS-DEP-TABLE.
           05 WS-DEP-NAME        PIC X(20) OCCURS 4 TIMES.
       01  WS-NEW-NAME           PIC X(20).
       01  WS-FIND-NAME          PIC X(20).

       LINKAGE SECTION.
       01  LS-ACTION             PIC X.
       01  LS-FILE-NAME          PIC X(40).
       01  LS-JOB-STREAM.
           COPY JOBTBL.
       01  LS-RESULT             PIC X.
       01  LS-MESSAGE            PIC X(60).

       PROCEDURE DIVISION USING LS-ACTION LS-FILE-NAME LS-JOB-STREAM
           LS-RESULT LS-MESSAGE.

       MAIN.
           MOVE "Y" TO LS-RESULT
           MOVE SPACES TO LS-MESSAGE
           MOVE LS-FILE-NAME TO WS-FILE-NAME
           EVALUATE FUNCTION UPPER-CASE(LS-ACTION)
               WHEN "F"
                   PERFORM LOAD-DEFINITION-FILE
               WHEN "B"
                   PERFORM LOAD-BUILT-IN-STREAM
               WHEN "W"
                   PERFORM WRITE-DEFINITION-FILE
               WHEN OTHER
                   MOVE "N" TO LS-RESULT
                   MOVE "unknown JOBLOAD action" TO LS-MESSAGE
           END-EVALUATE
           GOBACK.

       LOAD-DEFINITION-FILE.
           INITIALIZE LS-JOB-STREAM
           OPEN INPUT JOB-FILE
           IF WS-JOB-STATUS = "35"
               MOVE "M" TO LS-RESULT
               STRING "no " DELIMITED BY SIZE
                       WS-FILE-NAME DELIMITED BY SPACE
                   INTO LS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF WS-JOB-STATUS NOT = "00"
               MOVE "N" TO LS-RESULT
               STRING "cannot open " DELIMITED BY SIZE
                       WS-FILE-NAME DELIMITED BY SPACE
                       ", status " DELIMITED BY SIZE
                       WS-JOB-STATUS DELIMITED BY SIZE
                   INTO LS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-JOB-EOF
           MOVE 'N' TO WS-HEADER-SEEN
           MOVE 0 TO WS-LINE-NO
           PERFORM UNTIL WS-JOB-EOF = 'Y' OR LS-RESULT = "N"
               READ JOB-FILE
                   AT END
                       MOVE 'Y' TO WS-JOB-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF JOB-LINE NOT = SPACES
                           PERFORM PARSE-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-FILE
           IF LS-RESULT = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-HEADER-SEEN NOT = 'Y'
               MOVE "N" TO LS-RESULT
               MOVE "no VER header line" TO LS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF JS-STEP-COUNT = 0
               MOVE "N" TO LS-RESULT
               MOVE "no STEP lines - the chain would run nothing"
                   TO LS-MESSAGE
           END-IF.

       PARSE-ONE-LINE.
           MOVE SPACES TO WS-TOKEN-KIND WS-TOKEN-2 WS-TOKEN-3
               WS-TOKEN-4 WS-TOKEN-5 WS-TOKEN-6
           UNSTRING JOB-LINE DELIMITED BY ","
               INTO WS-TOKEN-KIND WS-TOKEN-2 WS-TOKEN-3 WS-TOKEN-4
                   WS-TOKEN-5 WS-TOKEN-6
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-KIND) TO WS-TOKEN-KIND
           EVALUATE WS-TOKEN-KIND
               WHEN "VER"
                   PERFORM PARSE-HEADER-LINE
               WHEN "STEP"
                   PERFORM PARSE-STEP-LINE
               WHEN OTHER
                   MOVE "not a VER or STEP line" TO WS-ERROR-TEXT
                   PERFORM REFUSE-LINE
           END-EVALUATE.

       PARSE-HEADER-LINE.
           IF WS-HEADER-SEEN = 'Y' OR JS-STEP-COUNT > 0
               MOVE "the VER line must come first, once"
                   TO WS-ERROR-TEXT
               PERFORM REFUSE-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-TOKEN-2 = SPACES
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-2) NOT = 0
               MOVE "version is not a number" TO WS-ERROR-TEXT
               PERFORM REFUSE-LINE
               EXIT PARAGRAPH
           END-IF
           IF (WS-TOKEN-4 NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-TOKEN-4) NOT = 0)
               OR (WS-TOKEN-6 NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-TOKEN-6) NOT = 0)
               MOVE "made or approved date is not a date"
                   TO WS-ERROR-TEXT
               PERFORM REFUSE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-HEADER-SEEN
           COMPUTE JS-VERSION = FUNCTION NUMVAL(WS-TOKEN-2)
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-3) TO JS-MAKER
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-5) TO JS-CHECKER
           MOVE 0 TO JS-MADE-DATE JS-APPROVED-DATE
           IF WS-TOKEN-4 NOT = SPACES
               COMPUTE JS-MADE-DATE = FUNCTION NUMVAL(WS-TOKEN-4)
           END-IF
           IF WS-TOKEN-6 NOT = SPACES
               COMPUTE JS-APPROVED-DATE =
                   FUNCTION NUMVAL(WS-TOKEN-6)
           END-IF.

       PARSE-STEP-LINE.
           IF WS-HEADER-SEEN NOT = 'Y'
               MOVE "STEP line before the VER line" TO WS-ERROR-TEXT
               PERFORM REFUSE-LINE
               EXIT PARAGRAPH
           END-IF
           IF JS-STEP-COUNT >= 60
               MOVE "more than 60 steps" TO WS-ERROR-TEXT
               PERFORM REFUSE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-TOKEN-2) TO WS-NEW-NAME
           IF WS-NEW-NAME = SPACES
               MOVE "step has no program name" TO WS-ERROR-TEXT
               PERFORM REFUSE-LINE
               EXIT PARAGRAPH
           END-IF
      *> Dependencies and the restart point name steps, so a program
      *> may appear in the stream only once.
           MOVE WS-NEW-NAME TO WS-FIND-NAME
           PERFORM FIND-EARLIER-STEP
           IF WS-FOUND = 'Y'
               MOVE SPACES TO WS-ERROR-TEXT
               STRING WS-NEW-NAME DELIMITED BY SPACE
                       " appears twice" DELIMITED BY SIZE
                   INTO WS-ERROR-TEXT
               END-STRING
               PERFORM REFUSE-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO JS-STEP-COUNT
           SET JS-IDX TO JS-STEP-COUNT
           MOVE WS-NEW-NAME TO JS-NAME(JS-IDX)
           MOVE 0 TO JS-WEEKDAY(JS-IDX) JS-DEP-COUNT(JS-IDX)

           MOVE FUNCTION UPPER-CASE(WS-TOKEN-3) TO WS-TOKEN-3
           EVALUATE TRUE
               WHEN WS-TOKEN-3 = "D" OR "M" OR "Q" OR "Y"
                   MOVE WS-TOKEN-3(1:1) TO JS-FREQ(JS-IDX)
               WHEN WS-TOKEN-3(1:1) = "W"
                       AND WS-TOKEN-3(2:1) >= "1"
                       AND WS-TOKEN-3(2:1) <= "5"
                       AND WS-TOKEN-3(3:) = SPACES
                   MOVE "W" TO JS-FREQ(JS-IDX)
                   MOVE WS-TOKEN-3(2:1) TO JS-WEEKDAY(JS-IDX)
               WHEN OTHER
                   MOVE "frequency is not D, W1-W5, M, Q or Y"
                       TO WS-ERROR-TEXT
                   PERFORM REFUSE-LINE
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE FUNCTION UPPER-CASE(WS-TOKEN-4) TO WS-TOKEN-4
           EVALUATE WS-TOKEN-4
               WHEN SPACES
               WHEN "S"
                   MOVE "S" TO JS-ONFAIL(JS-IDX)
               WHEN "A"
                   MOVE "A" TO JS-ONFAIL(JS-IDX)
               WHEN OTHER
                   MOVE "on-fail is not S (stop) or A (alert)"
                       TO WS-ERROR-TEXT
                   PERFORM REFUSE-LINE
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-TOKEN-5 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DEP-TABLE
           UNSTRING FUNCTION UPPER-CASE(WS-TOKEN-5) DELIMITED BY "/"
               INTO WS-DEP-NAME(1) WS-DEP-NAME(2) WS-DEP-NAME(3)
                   WS-DEP-NAME(4)
               ON OVERFLOW
                   MOVE "more than 4 dependencies" TO WS-ERROR-TEXT
                   PERFORM REFUSE-LINE
                   EXIT PARAGRAPH
           END-UNSTRING
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > 4 OR LS-RESULT = "N"
               IF WS-DEP-NAME(WS-DEP-IDX) NOT = SPACES
                   PERFORM ADD-ONE-DEPENDENCY
               END-IF
           END-PERFORM.

      *> A dependency must name a step that runs earlier in the
      *> stream - a later one would never have run by then.
       ADD-ONE-DEPENDENCY.
           MOVE WS-DEP-NAME(WS-DEP-IDX) TO WS-FIND-NAME
           SUBTRACT 1 FROM JS-STEP-COUNT
           PERFORM FIND-EARLIER-STEP
           ADD 1 TO JS-STEP-COUNT
           IF WS-FOUND NOT = 'Y'
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "depends on " DELIMITED BY SIZE
                       WS-FIND-NAME DELIMITED BY SPACE
                       ", not an earlier step" DELIMITED BY SIZE
                   INTO WS-ERROR-TEXT
               END-STRING
               PERFORM REFUSE-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO JS-DEP-COUNT(JS-IDX)
           MOVE WS-FIND-NAME
               TO JS-DEP(JS-IDX, JS-DEP-COUNT(JS-IDX)).

      *> Is WS-FIND-NAME among the first JS-STEP-COUNT steps?
       FIND-EARLIER-STEP.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PTR FROM 1 BY 1
                   UNTIL WS-PTR > JS-STEP-COUNT OR WS-FOUND = 'Y'
               IF JS-NAME(WS-PTR) = WS-FIND-NAME
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.

       REFUSE-LINE.
           MOVE "N" TO LS-RESULT
           MOVE WS-LINE-NO TO WS-EDIT-LINE
           MOVE SPACES TO LS-MESSAGE
           STRING "line " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-LINE) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-ERROR-TEXT DELIMITED BY SIZE
               INTO LS-MESSAGE
           END-STRING.

       WRITE-DEFINITION-FILE.
           OPEN OUTPUT JOB-FILE
           IF WS-JOB-STATUS NOT = "00"
               MOVE "N" TO LS-RESULT
               STRING "cannot write " DELIMITED BY SIZE
                       WS-FILE-NAME DELIMITED BY SPACE
                       ", status " DELIMITED BY SIZE
                       WS-JOB-STATUS DELIMITED BY SIZE
                   INTO LS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE JS-VERSION TO WS-EDIT-VERSION
           MOVE SPACES TO JOB-LINE
           STRING "VER," DELIMITED BY SIZE
                   WS-EDIT-VERSION DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   JS-MAKER DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   JS-MADE-DATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   JS-CHECKER DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   JS-APPROVED-DATE DELIMITED BY SIZE
               INTO JOB-LINE
           END-STRING
           WRITE JOB-LINE
           PERFORM VARYING JS-IDX FROM 1 BY 1
                   UNTIL JS-IDX > JS-STEP-COUNT
               PERFORM WRITE-ONE-STEP-LINE
           END-PERFORM
           CLOSE JOB-FILE.

       WRITE-ONE-STEP-LINE.
           MOVE SPACES TO JOB-LINE
           MOVE 1 TO WS-PTR
           STRING "STEP," DELIMITED BY SIZE
                   JS-NAME(JS-IDX) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   JS-FREQ(JS-IDX) DELIMITED BY SIZE
               INTO JOB-LINE WITH POINTER WS-PTR
           END-STRING
           IF JS-FREQ(JS-IDX) = "W"
               STRING JS-WEEKDAY(JS-IDX) DELIMITED BY SIZE
                   INTO JOB-LINE WITH POINTER WS-PTR
               END-STRING
           END-IF
           STRING "," DELIMITED BY SIZE
                   JS-ONFAIL(JS-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
               INTO JOB-LINE WITH POINTER WS-PTR
           END-STRING
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > JS-DEP-COUNT(JS-IDX)
               IF WS-DEP-IDX > 1
                   STRING "/" DELIMITED BY SIZE
                       INTO JOB-LINE WITH POINTER WS-PTR
                   END-STRING
               END-IF
               STRING JS-DEP(JS-IDX, WS-DEP-IDX) DELIMITED BY SPACE
                   INTO JOB-LINE WITH POINTER WS-PTR
               END-STRING
           END-PERFORM
           WRITE JOB-LINE.

      *> The stream as it ran before definitions were maintained:
      *> every step stops the chain on failure and none names a
      *> dependency - table order alone carries the sequencing the
      *> comments below explain.
       LOAD-BUILT-IN-STREAM.
           INITIALIZE LS-JOB-STREAM
           MOVE "TRANSACTIONS-WRITER" TO JS-NAME(1)
           MOVE "D"                   TO JS-FREQ(1)
      *> Month-end charge-off of long-overdrawn accounts goes first,
      *> so the written-off accounts draw no accrual, fees, or debit
      *> interest in the steps behind it.
           MOVE "CHARGEOFF"           TO JS-NAME(2)
           MOVE "M"                   TO JS-FREQ(2)
      *> Account-closure settlements generate nightly, after the
      *> charge-off and ahead of accrual, fees and POSTLEDGER, so
      *> the closing interest, fees and payout post tonight and the
      *> month-end steps see each account already settled.
           MOVE "CLOSESETTLE"         TO JS-NAME(3)
           MOVE "D"                   TO JS-FREQ(3)
           MOVE "ACCRUELEDGER"        TO JS-NAME(4)
           MOVE "M"                   TO JS-FREQ(4)
      *> Fees, like accrual, generate month-end postings that
      *> POSTLEDGER applies the same night.
           MOVE "FEEENGINE"           TO JS-NAME(5)
           MOVE "M"                   TO JS-FREQ(5)
      *> Debit interest on overdrawn balances generates alongside
      *> the fee charges and posts the same month-end night.
           MOVE "ODINTEREST"          TO JS-NAME(6)
           MOVE "M"                   TO JS-FREQ(6)
      *> Standing orders generate nightly, ahead of POSTLEDGER so
      *> the due recurring debits and credits apply the same night.
           MOVE "STANDINGORD"         TO JS-NAME(7)
           MOVE "D"                   TO JS-FREQ(7)
      *> Loan pay-outs and due installments generate after the
      *> standing orders, ahead of POSTLEDGER, so they post tonight.
           MOVE "LOANBILL"            TO JS-NAME(8)
           MOVE "D"                   TO JS-FREQ(8)
      *> Safe deposit box rents charge beside the loan installments,
      *> ahead of POSTLEDGER, so the year's rent posts tonight.
           MOVE "SDBBILL"             TO JS-NAME(9)
           MOVE "D"                   TO JS-FREQ(9)
      *> Matured term deposits act before posting so pay-outs post
      *> the night they mature.
           MOVE "TERMMATURITY"        TO JS-NAME(10)
           MOVE "D"                   TO JS-FREQ(10)
      *> Lapsed funds-availability holds release before POSTLEDGER
      *> checks debits, so cleared deposit float spends tonight.
           MOVE "HOLDEXPIRE"          TO JS-NAME(11)
           MOVE "D"                   TO JS-FREQ(11)
      *> Garnishment and levy remittances raise after the lapsed
      *> holds have gone and ahead of POSTLEDGER, which releases
      *> each order's hold as its remittance posts tonight.
           MOVE "LEGALPROC"           TO JS-NAME(12)
           MOVE "D"                   TO JS-FREQ(12)
           MOVE "POSTLEDGER"          TO JS-NAME(13)
           MOVE "D"                   TO JS-FREQ(13)
      *> The day file is proved against the journal and the ledger
      *> before any report reads it; a failed proof stops the chain.
           MOVE "POSTCHECK"           TO JS-NAME(14)
           MOVE "D"                   TO JS-FREQ(14)
      *> The returned-items report follows posting, so tonight's
      *> chargebacks and the repeat-return flags land in one pack.
           MOVE "RETITEMRPT"          TO JS-NAME(15)
           MOVE "D"                   TO JS-FREQ(15)
      *> The warehoused-items list follows posting, so it shows
      *> what is still waiting once tonight's releases have gone.
           MOVE "WHSERPT"             TO JS-NAME(16)
           MOVE "D"                   TO JS-FREQ(16)
      *> Withdrawals and transfers still waiting for a second
      *> signature, by capturing teller; read-only.
           MOVE "SIGNRPT"             TO JS-NAME(17)
           MOVE "D"                   TO JS-FREQ(17)
      *> Product rate changes month-end accrual has still to pay,
      *> with each affected account's projected difference;
      *> read-only.
           MOVE "RATECHGRPT"          TO JS-NAME(18)
           MOVE "D"                   TO JS-FREQ(18)
      *> The watchlist screen only raises hits for review, so it
      *> never holds up the steps behind it.
           MOVE "SANCSCRN"            TO JS-NAME(19)
           MOVE "D"                   TO JS-FREQ(19)
      *> The KYC review-due report only lists and alerts; a debit
      *> block it reports is enforced at capture, not here.
           MOVE "KYCRPT"              TO JS-NAME(20)
           MOVE "D"                   TO JS-FREQ(20)
      *> Estate cases from DECEASED/ESTSETTLE - where each deceased
      *> customer's accounts stand and how long the case has run.
           MOVE "ESTATERPT"           TO JS-NAME(21)
           MOVE "D"                   TO JS-FREQ(21)
      *> Open dispute cases against the credit and resolution
      *> deadlines; lists and alerts only.
           MOVE "DISPUTERPT"          TO JS-NAME(22)
           MOVE "D"                   TO JS-FREQ(22)
      *> The GL extract summarizes what POSTLEDGER just applied, so
      *> it follows posting directly.
           MOVE "GLEXTRACT"           TO JS-NAME(23)
           MOVE "D"                   TO JS-FREQ(23)
      *> The day's inter-branch position reads the due-to/due-from
      *> pairs posting raised; it follows the GL extract that books
      *> them.
           MOVE "IBPOSITION"          TO JS-NAME(24)
           MOVE "D"                   TO JS-FREQ(24)
      *> The day's FX income report reads the margins posting
      *> booked at the customer spread; it follows the GL extract
      *> that books them as income.
           MOVE "FXINCOME"            TO JS-NAME(25)
           MOVE "D"                   TO JS-FREQ(25)
      *> New-accounts report: today's openings and anything still
      *> unfunded past the limit, per branch. After posting, so a
      *> deposit captured with the opening counts as funding.
           MOVE "NEWACCTS"            TO JS-NAME(26)
           MOVE "D"                   TO JS-FREQ(26)
      *> Outbound payments to external payees are batched once
      *> POSTLEDGER has taken the money off the paying accounts.
           MOVE "PAYOUTFILE"          TO JS-NAME(27)
           MOVE "D"                   TO JS-FREQ(27)
           MOVE "TRANSACTIONS-READER" TO JS-NAME(28)
           MOVE "D"                   TO JS-FREQ(28)
           MOVE "TELLERPROOF"         TO JS-NAME(29)
           MOVE "D"                   TO JS-FREQ(29)
           MOVE "RECONCILE"           TO JS-NAME(30)
           MOVE "D"                   TO JS-FREQ(30)
           MOVE "END-OF-DAY"          TO JS-NAME(31)
           MOVE "D"                   TO JS-FREQ(31)
      *> The collections queue follows END-OF-DAY, which counts
      *> tonight's days overdrawn that it works from.
           MOVE "COLLQUEUE"           TO JS-NAME(32)
           MOVE "D"                   TO JS-FREQ(32)
      *> Customer notice letters follow END-OF-DAY's closing
      *> balances and the collections queue, so tonight's refused
      *> payments and new overdrafts are known.
           MOVE "NOTICES"             TO JS-NAME(33)
           MOVE "D"                   TO JS-FREQ(33)
      *> Subscribed balance and activity alerts read the night's
      *> postings and END-OF-DAY's closing balances, and go out to
      *> the messaging gateway alongside the notice letters.
           MOVE "CUSTALERT"           TO JS-NAME(34)
           MOVE "D"                   TO JS-FREQ(34)
      *> Month-end FX revaluation values the non-USD book at the
      *> dated rates before the period closes.
           MOVE "FXREVAL"             TO JS-NAME(35)
           MOVE "M"                   TO JS-FREQ(35)
      *> Deposit insurance coverage is measured on the month-end
      *> book, at the same dated rates FXREVAL has just used.
           MOVE "DEPINSURE"           TO JS-NAME(36)
           MOVE "M"                   TO JS-FREQ(36)
      *> The management pack summarizes the finished month, so it
      *> runs after everything for the month has posted.
           MOVE "MGMTPACK"            TO JS-NAME(37)
           MOVE "M"                   TO JS-FREQ(37)
      *> Profitability reads the month's complete postings and the
      *> closing balances END-OF-DAY has written to
      *> balance_history.dat.
           MOVE "PROFITRPT"           TO JS-NAME(38)
           MOVE "M"                   TO JS-FREQ(38)
      *> Bursting splits the night's branch-aware reports into one
      *> copy per branch and region once the end-of-day pack is
      *> complete, ahead of the archive that catalogs the copies.
           MOVE "BURST"               TO JS-NAME(39)
           MOVE "D"                   TO JS-FREQ(39)
      *> The warehouse's change extract compares the masters as the
      *> night leaves them against last night's snapshot, and is
      *> filed with the night's reports.
           MOVE "CDCEXTRACT"          TO JS-NAME(40)
           MOVE "D"                   TO JS-FREQ(40)
      *> Tonight's reports file into the dated archive once
      *> everything that writes them has run.
           MOVE "RPTARCHIVE"          TO JS-NAME(41)
           MOVE "D"                   TO JS-FREQ(41)
      *> The month closes only after everything for it has posted
      *> and been captured - the last month-end step of the chain.
           MOVE "CLOSEPERIOD"         TO JS-NAME(42)
           MOVE "M"                   TO JS-FREQ(42)
           MOVE 42 TO JS-STEP-COUNT
           PERFORM VARYING JS-IDX FROM 1 BY 1
                   UNTIL JS-IDX > JS-STEP-COUNT
               MOVE "S" TO JS-ONFAIL(JS-IDX)
           END-PERFORM.
