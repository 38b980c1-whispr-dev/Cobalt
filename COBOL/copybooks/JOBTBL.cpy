      *> The nightly job stream as BATCH-CONTROL runs it, loaded by
      *> JOBLOAD from a definition file (job_stream.dat live, or a
      *> proposal) or from the built-in list. COPYed under an 01
      *> by JOBLOAD (as its linkage), BATCH-CONTROL, JOBMAINT and
      *> APPROVE. Steps run in table order.
      *>   JS-VERSION        definition version; 0 = built-in list
      *>   JS-MAKER / JS-MADE-DATE        who proposed it, when
      *>   JS-CHECKER / JS-APPROVED-DATE  who approved it, when
      *>   JS-FREQ     D every night; W on one weekday a week
      *>               (JS-WEEKDAY 1 = Monday .. 5 = Friday);
      *>               M month-end; Q quarter-end; Y year-end
      *>   JS-ONFAIL   S a failure stops the chain; A a failure
      *>               raises an alert and the chain carries on
      *>   JS-DEP      earlier steps that must have completed (or
      *>               not been due) tonight before this one runs
           05 JS-VERSION         PIC 9(5).
           05 JS-MAKER           PIC X(4).
           05 JS-MADE-DATE       PIC 9(8).
           05 JS-CHECKER         PIC X(4).
           05 JS-APPROVED-DATE   PIC 9(8).
           05 JS-STEP-COUNT      PIC 9(2).
           05 JS-STEP OCCURS 60 TIMES INDEXED BY JS-IDX.
               10 JS-NAME        PIC X(20).
               10 JS-FREQ        PIC X.
               10 JS-WEEKDAY     PIC 9.
               10 JS-ONFAIL      PIC X.
               10 JS-DEP-COUNT   PIC 9.
               10 JS-DEP         PIC X(20) OCCURS 4 TIMES.
