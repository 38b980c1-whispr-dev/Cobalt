               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT POSTED-LIVE ASSIGN TO "posted_today.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT POSTED-COPY ASSIGN USING WS-OUT-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT HOLD-LIVE ASSIGN TO "holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-NO
               ALTERNATE RECORD KEY IS HOLD-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-IN-STATUS.

           SELECT HOLD-COPY ASSIGN USING WS-OUT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HDC-NO
               ALTERNATE RECORD KEY IS HDC-ACCT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OUT-STATUS.

           SELECT PASSBOOK-LIVE ASSIGN TO "passbooks.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PB-ACCT-ID
               FILE STATUS IS WS-IN-STATUS.

           SELECT PASSBOOK-COPY ASSIGN USING WS-OUT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PBC-ACCT-ID
               FILE STATUS IS WS-OUT-STATUS.

           SELECT WHSE-LIVE ASSIGN TO "warehouse.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT WHSE-COPY ASSIGN USING WS-OUT-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-LINE-FILE.
       01  AC-RECORD.
           COPY TRANSREC REPLACING LEADING ==TRANS== BY ==ACPY==.

       FD  POSTED-LIVE.
       01  POSTED-RECORD.
           COPY POSTREC.

       FD  POSTED-COPY.
       01  PC-RECORD.
           COPY POSTREC REPLACING LEADING ==PD== BY ==PC==.

       FD  HOLD-LIVE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  HOLD-COPY.
       01  HDC-RECORD.
           COPY HOLDREC REPLACING LEADING ==HOLD== BY ==HDC==.

       FD  PASSBOOK-LIVE.
       01  PASSBOOK-RECORD.
           COPY PASSREC.

       FD  PASSBOOK-COPY.
       01  PBC-RECORD.
           COPY PASSREC REPLACING LEADING ==PB== BY ==PBC==.

       FD  WHSE-LIVE.
       01  WAREHOUSE-RECORD.
           COPY WHSEREC.

       FD  WHSE-COPY.
       01  WHC-RECORD.
           COPY WHSEREC REPLACING LEADING ==WH== BY ==WHC==.

       WORKING-STORAGE SECTION.

      *> Operator sign-on (SIGNON/operators.dat): this function is
           05 FILLER PIC X(30) VALUE "product_master.dat".
           05 FILLER PIC X(30) VALUE "standing_orders.dat".
           05 FILLER PIC X(30) VALUE "so_control.dat".
           05 FILLER PIC X(30) VALUE "gl_map.dat".
           05 FILLER PIC X(30) VALUE "gl_control.dat".
           05 FILLER PIC X(30) VALUE "od_control.dat".
           05 FILLER PIC X(30) VALUE "report_catalog.dat".
           05 FILLER PIC X(30) VALUE "escheat_control.dat".
           05 FILLER PIC X(30) VALUE "branches.dat".
           05 FILLER PIC X(30) VALUE "holidays.dat".
           05 FILLER PIC X(30) VALUE "watchlist.dat".
           05 FILLER PIC X(30) VALUE "screen_control.dat".
           05 FILLER PIC X(30) VALUE "screen_pending.dat".
           05 FILLER PIC X(30) VALUE "screen_queue.dat".
           05 FILLER PIC X(30) VALUE "kyc_control.dat".
           05 FILLER PIC X(30) VALUE "estates.dat".
           05 FILLER PIC X(30) VALUE "disputes.dat".
           05 FILLER PIC X(30) VALUE "dispute_control.dat".
           05 FILLER PIC X(30) VALUE "collections.dat".
           05 FILLER PIC X(30) VALUE "collection_contacts.dat".
           05 FILLER PIC X(30) VALUE "notice_log.dat".
           05 FILLER PIC X(30) VALUE "alert_subs.dat".
           05 FILLER PIC X(30) VALUE "alert_log.dat".
           05 FILLER PIC X(30) VALUE "sdb_rentals.dat".
           05 FILLER PIC X(30) VALUE "sdb_bills.dat".
           05 FILLER PIC X(30) VALUE "legal_orders.dat".
           05 FILLER PIC X(30) VALUE "teller_drawer.dat".
           05 FILLER PIC X(30) VALUE "drawer_balance.dat".
           05 FILLER PIC X(30) VALUE "interbranch.dat".
           05 FILLER PIC X(30) VALUE "fx_margin.dat".
           05 FILLER PIC X(30) VALUE "fx_spreads.dat".
           05 FILLER PIC X(30) VALUE "account_openings.dat".
           05 FILLER PIC X(30) VALUE "closures.dat".
           05 FILLER PIC X(30) VALUE "mandates.dat".
           05 FILLER PIC X(30) VALUE "sign_waiting.dat".
           05 FILLER PIC X(30) VALUE "product_rates.dat".
           05 FILLER PIC X(30) VALUE "trial_balance_months.dat".
           05 FILLER PIC X(30) VALUE "distribution.dat".
           05 FILLER PIC X(30) VALUE "cdc_control.dat".
           05 FILLER PIC X(30) VALUE "cdc_snap_ledger.dat".
           05 FILLER PIC X(30) VALUE "cdc_snap_customer.dat".
           05 FILLER PIC X(30) VALUE "cdc_snap_xref.dat".
           05 FILLER PIC X(30) VALUE "cdc_snap_holds.dat".
           05 FILLER PIC X(30) VALUE "cdc_base_ledger.dat".
           05 FILLER PIC X(30) VALUE "cdc_base_customer.dat".
           05 FILLER PIC X(30) VALUE "cdc_base_xref.dat".
           05 FILLER PIC X(30) VALUE "cdc_base_holds.dat".
           05 FILLER PIC X(30) VALUE "inbound_registry.dat".
           05 FILLER PIC X(30) VALUE "inbound_senders.dat".
           05 FILLER PIC X(30) VALUE "job_stream.dat".
           05 FILLER PIC X(30) VALUE "job_stream_proposed.dat".
           05 FILLER PIC X(30) VALUE "loans.dat".
           05 FILLER PIC X(30) VALUE "loan_schedule.dat".
           05 FILLER PIC X(30) VALUE "payees.dat".
           05 FILLER PIC X(30) VALUE "payout_cursor.dat".
           05 FILLER PIC X(30) VALUE "payout_control.dat".
           05 FILLER PIC X(30) VALUE "payout_pending.dat".
           05 FILLER PIC X(30) VALUE "payment_register.dat".
           05 FILLER PIC X(30) VALUE "returned_items.dat".
           05 FILLER PIC X(30) VALUE "sdb_boxes.dat".
           05 FILLER PIC X(30) VALUE "sdb_rates.dat".
           05 FILLER PIC X(30) VALUE "sdb_drill_log.dat".
       01  WS-CONTROL-TABLE REDEFINES WS-CONTROL-LIST.
           05 WS-CT-NAME         PIC X(30) OCCURS 85 TIMES
               INDEXED BY WS-CT-IDX.

       01  WS-CLONED-COUNT       PIC 9(3) VALUE 0.
           PERFORM CLONE-SUSPENSE-FILE
           PERFORM CLONE-HISTORY-FILE
           PERFORM CLONE-ARCHIVE-FILE
           PERFORM CLONE-POSTED-FILE
           PERFORM CLONE-HOLD-FILE
           PERFORM CLONE-PASSBOOK-FILE
           PERFORM CLONE-WAREHOUSE-FILE

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > 85
               MOVE WS-CT-NAME(WS-CT-IDX) TO WS-IN-NAME
               PERFORM CLONE-ONE-LINE-FILE
           END-PERFORM
           CLOSE ARCH-COPY
           ADD 1 TO WS-CLONED-COUNT
           DISPLAY "  cloned transactions_archive.dat".

       CLONE-POSTED-FILE.
           MOVE "posted_today.dat" TO WS-IN-NAME
           PERFORM SET-OUT-NAME
           MOVE 'N' TO WS-COPY-EOF
           OPEN INPUT POSTED-LIVE
           IF WS-IN-STATUS NOT = "00"
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT POSTED-COPY
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "ERROR creating " WS-OUT-NAME ", status = "
                   WS-OUT-STATUS
               CLOSE POSTED-LIVE
               STOP RUN 1
           END-IF
           PERFORM UNTIL WS-COPY-EOF = 'Y'
               READ POSTED-LIVE
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       MOVE POSTED-RECORD TO PC-RECORD
                       WRITE PC-RECORD
               END-READ
           END-PERFORM
           CLOSE POSTED-LIVE
           CLOSE POSTED-COPY
           ADD 1 TO WS-CLONED-COUNT
           DISPLAY "  cloned posted_today.dat".

       CLONE-HOLD-FILE.
           MOVE "holds.dat" TO WS-IN-NAME
           PERFORM SET-OUT-NAME
           MOVE 'N' TO WS-COPY-EOF
           OPEN INPUT HOLD-LIVE
           IF WS-IN-STATUS NOT = "00"
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HOLD-COPY
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "ERROR creating " WS-OUT-NAME ", status = "
                   WS-OUT-STATUS
               CLOSE HOLD-LIVE
               STOP RUN 1
           END-IF
           PERFORM UNTIL WS-COPY-EOF = 'Y'
               READ HOLD-LIVE
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       MOVE HOLD-RECORD TO HDC-RECORD
                       WRITE HDC-RECORD
               END-READ
           END-PERFORM
           CLOSE HOLD-LIVE
           CLOSE HOLD-COPY
           ADD 1 TO WS-CLONED-COUNT
           DISPLAY "  cloned holds.dat".

       CLONE-PASSBOOK-FILE.
           MOVE "passbooks.dat" TO WS-IN-NAME
           PERFORM SET-OUT-NAME
           MOVE 'N' TO WS-COPY-EOF
           OPEN INPUT PASSBOOK-LIVE
           IF WS-IN-STATUS NOT = "00"
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PASSBOOK-COPY
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "ERROR creating " WS-OUT-NAME ", status = "
                   WS-OUT-STATUS
               CLOSE PASSBOOK-LIVE
               STOP RUN 1
           END-IF
           PERFORM UNTIL WS-COPY-EOF = 'Y'
               READ PASSBOOK-LIVE
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       MOVE PASSBOOK-RECORD TO PBC-RECORD
                       WRITE PBC-RECORD
               END-READ
           END-PERFORM
           CLOSE PASSBOOK-LIVE
           CLOSE PASSBOOK-COPY
           ADD 1 TO WS-CLONED-COUNT
           DISPLAY "  cloned passbooks.dat".

       CLONE-WAREHOUSE-FILE.
           MOVE "warehouse.dat" TO WS-IN-NAME
           PERFORM SET-OUT-NAME
           MOVE 'N' TO WS-COPY-EOF
           OPEN INPUT WHSE-LIVE
           IF WS-IN-STATUS NOT = "00"
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WHSE-COPY
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "ERROR creating " WS-OUT-NAME ", status = "
                   WS-OUT-STATUS
               CLOSE WHSE-LIVE
               STOP RUN 1
           END-IF
           PERFORM UNTIL WS-COPY-EOF = 'Y'
               READ WHSE-LIVE
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       MOVE WAREHOUSE-RECORD TO WHC-RECORD
                       WRITE WHC-RECORD
               END-READ
           END-PERFORM
           CLOSE WHSE-LIVE
           CLOSE WHSE-COPY
           ADD 1 TO WS-CLONED-COUNT
           DISPLAY "  cloned warehouse.dat".
