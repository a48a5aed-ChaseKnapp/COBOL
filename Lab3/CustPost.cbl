      *     is compared against CM-CREDIT-LIMIT, and an over-limit
      *     transaction is diverted to the held-transactions file for
      *     credit to work the next morning (the CredRel program)
      *     instead of posting thousands past the limit. An item in
      *     open dispute on ARDISP.DAT is not counted as exposure
      *     while the dispute is worked. When the customer also ships
      *     through us (shipper accounts linked to the customer number
      *     on SHIPXREF.DAT), the unpaid SHIPOPEN.DAT invoices of
      *     those accounts count toward the same limit, so credit sees
      *     the combined exposure across both businesses.
      *     So a restored CUSTOMER.DAT generation can be brought
      *     forward by the recovery run, every batch ID recorded on
      *     BATCHIDS.DAT carries this run's start date and time, each
      *     requeued correction consumed is copied (with the same
      *     stamp) to CUSTPOST.RQH before CUSTPOST.RQ is removed, and
      *     the run's start and end go on RUNHIST.DAT.
      *     A transaction dated in a period closed on PERIODS.DAT is
      *     rejected (PERCLS); one dated in a soft-closed period is
      *     posted under the current period's date instead and the
      *     redirection logged (PERRDR) with the original record and,
      *     after it, the date it was posted under.
      * Input:
      *     CUSTTRAN.DAT (the day's purchase transactions)
      *     CUSTMAST.DAT (customer master, updated in place)
      *     AROPEN.DAT (open items, read for the credit check)
      *     ARDISP.DAT (disputed items, left out of the credit check)
      *     SHIPXREF.DAT (shipper account to customer links)
      *     SHIPOPEN.DAT (open shipping invoices, for the credit check)
      *     PERIODS.DAT (accounting period control)
      * Output:
      *     CUSTOMER.DAT (posted purchase records, appended)
      *     CUSTHELD.DAT (over-limit transactions held for credit)
      *     CUSTPOST.RPT (posting report with counts)
      *     CUSTPOST.TOT (run totals appended for the A/R G/L posting)
      *     EXCEPTIONS.LOG (shared exception log)
      *     CUSTPOST.RQH (requeued corrections consumed, appended)
      *     RUNHIST.DAT (run history, appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS   AR-ITEM-NO
               ALTERNATE RECORD KEY IS AR-CUST-NO WITH DUPLICATES
               FILE STATUS IS  WS-AR-STATUS.
           SELECT  DISPUTE-FILE
               ASSIGN TO "ARDISP.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  RANDOM
               RECORD KEY IS   DP-ITEM-NO
               FILE STATUS IS  WS-DISP-STATUS.
           SELECT  SHIPPER-XREF-FILE
               ASSIGN TO "SHIPXREF.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  DYNAMIC
               RECORD KEY IS   XR-ACCT-NO
               ALTERNATE RECORD KEY IS XR-CUST-NO WITH DUPLICATES
               FILE STATUS IS  WS-XREF-STATUS.
           SELECT  SHIP-OPEN-FILE
               ASSIGN TO "SHIPOPEN.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-SHIP-STATUS.
      ******************************************************************
      * Memory of batch IDs already posted, shared across the feed
      * consumers, so a re-sent file cannot post twice.
           SELECT  POST-REPORT-FILE
               ASSIGN TO "CUSTPOST.RPT"
               ORGANIZATION IS  LINE SEQUENTIAL.
      ******************************************************************
      * One totals record appended per run -- the sequence-key range
      * this run posted and the purchase/credit totals printed on
      * CUSTPOST.RPT -- which the A/R G/L posting ties its entry to
      * and retires once journaled.
      ******************************************************************
           SELECT  POST-TOTALS-FILE
               ASSIGN TO "CUSTPOST.TOT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-PTOT-STATUS.
           SELECT  EXCEPTIONS-FILE
               ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS  LINE SEQUENTIAL.
               ASSIGN TO "CUSTPOST.RQ"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-REQUEUE-STATUS.
           SELECT  REQUEUE-HISTORY-FILE
               ASSIGN TO "CUSTPOST.RQH"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-RQH-STATUS.
           SELECT  RUN-HISTORY-FILE
               ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-RUNHIST-STATUS.
           SELECT  LOCK-FILE
               ASSIGN TO "LOCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT  PERIOD-FILE
               ASSIGN TO "PERIODS.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  PER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           05  AR-ORIG-AMOUNT     PIC 9(5)V99.
           05  AR-OPEN-AMOUNT     PIC 9(5)V99.
           05  AR-TYPE            PIC X.
       FD  DISPUTE-FILE.
       01  DISPUTE-REC.
           05  DP-ITEM-NO         PIC 9(6).
           05  DP-CUST-NO         PIC X(5).
           05  DP-STATUS          PIC X.
           05  DP-DATE            PIC 9(8).
           05  DP-REASON          PIC XX.
           05  DP-NOTE            PIC X(40).
           05  DP-LOGGED-BY       PIC X(8).
           05  DP-RESOLVED-DATE   PIC 9(8).
           05  DP-RESOLVED-BY     PIC X(8).
       FD  SHIPPER-XREF-FILE.
       01  SHIPPER-XREF-REC.
           05  XR-ACCT-NO         PIC X(5).
           05  XR-CUST-NO         PIC X(5).
           05  XR-LINKED-DATE     PIC 9(8).
           05  XR-LINKED-BY       PIC X(8).
       FD  SHIP-OPEN-FILE.
       01  SHIP-OPEN-REC.
           05  SO-INVOICE-NO      PIC 9(6).
           05  FILLER             PIC X.
           05  SO-ACCT-NO         PIC X(5).
           05  FILLER             PIC X.
           05  SO-PERIOD          PIC 9(6).
           05  FILLER             PIC X.
           05  SO-TOTAL           PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X.
           05  SO-PAID-AMOUNT     PIC 9(7)V99.
           05  FILLER             PIC X.
           05  SO-PAID-DATE       PIC 9(8).
       FD  BATCH-ID-FILE.
       01  BATCH-ID-REC.
           05  BI-PROGRAM         PIC X(8).
           05  FILLER             PIC X.
           05  BI-BATCH-ID        PIC 9(6).
           05  FILLER             PIC X.
           05  BI-POSTED-DATE     PIC 9(8).
           05  FILLER             PIC X.
           05  BI-POSTED-TIME     PIC 9(6).
       FD  HELD-TRANS-FILE.
       01  HELD-TRANS-REC         PIC X(21).
       FD  POST-REPORT-FILE.
       01  POST-REPORT-REC        PIC X(80).
       FD  POST-TOTALS-FILE.
       01  POST-TOTALS-REC.
           05  PX-RUN-DATE        PIC 9(8).
           05  FILLER             PIC X.
           05  PX-FIRST-SEQ-NO    PIC 9(6).
           05  FILLER             PIC X.
           05  PX-LAST-SEQ-NO     PIC 9(6).
           05  FILLER             PIC X.
           05  PX-POSTED-COUNT    PIC 9(7).
           05  FILLER             PIC X.
           05  PX-POSTED-TOTAL    PIC 9(9)V99.
           05  FILLER             PIC X.
           05  PX-CREDIT-COUNT    PIC 9(7).
           05  FILLER             PIC X.
           05  PX-CREDIT-TOTAL    PIC 9(9)V99.
       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-OUTREC       PIC X(120).
       FD  REQUEUE-FILE.
       01  REQUEUE-REC            PIC X(21).
       FD  REQUEUE-HISTORY-FILE.
       01  REQUEUE-HISTORY-REC.
           05  RQH-DATE           PIC 9(8).
           05  FILLER             PIC X.
           05  RQH-TIME           PIC 9(6).
           05  FILLER             PIC X.
           05  RQH-RECORD         PIC X(21).
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-OUTREC     PIC X(75).
       FD  LOCK-FILE.
       01  LOCK-IOREC            PIC X(45).
       FD  PERIOD-FILE.
           COPY PERREC.
       WORKING-STORAGE SECTION.
      ******************************************************************
      * The shared exception layout is kept in WORKING-STORAGE (and
      ******************************************************************
           COPY BATCHTRL.
      ******************************************************************
      * Shared period table and period lock fields; see PERWS.
      ******************************************************************
           COPY PERWS.
      ******************************************************************
      * Shared run-lock record and work fields; see LOCKREC. The
      * lock is acquired before the master opens for update and
      * released at end of run.
      ******************************************************************
           COPY LOCKREC.
      ******************************************************************
      * Shared run-history record (see RUNHIST), and the run's start
      * stamp that also dates its batch IDs and requeue history.
      ******************************************************************
           COPY RUNHIST.
       01  WS-RUNHIST-STATUS      PIC XX.
       01  WS-RH-NOW              PIC X(21).
       01  WS-RUN-STAMP           PIC X(21).
       01  WS-RQH-STATUS          PIC XX.
       01  WS-RUN-LOCK-FIELDS.
           05  WS-LOCK-STATUS     PIC XX.
           05  WS-LOCK-EOF        PIC X     VALUE "N".
           05  WS-REJECT-COUNT    PIC 9(7)  VALUE ZERO.
           05  WS-HELD-COUNT      PIC 9(7)  VALUE ZERO.
           05  WS-NEXT-SEQ-NO     PIC 9(6)  VALUE ZERO.
           05  WS-FIRST-SEQ-NO    PIC 9(6)  VALUE ZERO.
           05  WS-PTOT-STATUS     PIC XX.
           05  WS-POSTED-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05  WS-HELD-TOTAL      PIC 9(9)V99 VALUE ZERO.
           05  WS-REJECT-REASON   PIC X(6).
           05  WS-REDIRECT-COUNT  PIC 9(7)  VALUE ZERO.
      ******************************************************************
      * Credit-limit check work fields: the open balance summed off
      * the customer's AROPEN.DAT chain, and the switches that say
           05  WS-AR-AVAILABLE    PIC X     VALUE "N".
           05  WS-AR-CHAIN-EOF    PIC X     VALUE "N".
           05  WS-OPEN-BALANCE    PIC S9(9)V99 VALUE ZERO.
           05  WS-DISP-STATUS     PIC XX.
           05  WS-DISP-AVAILABLE  PIC X     VALUE "N".
           05  WS-ITEM-DISPUTED   PIC X     VALUE "N".
           05  WS-HOLD-TRAN       PIC X     VALUE "N".
           05  WS-XREF-STATUS     PIC XX.
           05  WS-XREF-AVAILABLE  PIC X     VALUE "N".
           05  WS-XREF-EOF        PIC X     VALUE "N".
           05  WS-SHIP-STATUS     PIC XX.
           05  WS-SHIP-EOF        PIC X     VALUE "N".
           05  WS-SHIP-SUB        PIC 9(4)  VALUE ZERO.
           05  WS-SHIP-BALANCE    PIC S9(7)V99 VALUE ZERO.
      ******************************************************************
      * Credit memos counted apart from purchases so a mis-keyed
      * credit can't hide inside the purchase count.
           05  WS-REQUEUE-COUNT   PIC 9(5)  VALUE ZERO.
           05  WS-CALL-STATUS     PIC 9(9)  COMP-5.
           05  WS-REQUEUE-NAME    PIC X(30) VALUE "CUSTPOST.RQ".
      ******************************************************************
      * Unpaid shipping balance per shipper account, summed off
      * SHIPOPEN.DAT once at the start of the run.
      ******************************************************************
       01  WS-SHIP-ACCT-TABLE.
           05  WS-SHIP-ACCT-COUNT PIC 9(4)  VALUE ZERO.
           05  WS-SHIP-ACCT-ENTRY OCCURS 2000 TIMES.
               10  WS-SA-ACCT-NO  PIC X(5).
               10  WS-SA-BALANCE  PIC S9(9)V99.
       01  WS-DATE-OK             PIC X     VALUE "Y".
       01  WS-TRAN-DATE-SPLIT.
           05  WS-TRAN-YEAR       PIC 9(4).
           05  FILLER             PIC X(46) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           PERFORM 005-VERIFY-BATCH-CONTROL
           IF WS-BT-OK = "N"
               DISPLAY "CUSTTRAN.DAT REFUSED - NOTHING POSTED"
               STOP RUN
           END-IF
           PERFORM 030-OPEN-AR-FILE
           PERFORM 045-LOG-RUN-START
           OPEN OUTPUT POST-REPORT-FILE
           PERFORM 050-PRINT-TITLES
           PERFORM 040-LOAD-PERIODS
           PERFORM 020-FIND-NEXT-SEQ-NO
           COMPUTE WS-FIRST-SEQ-NO = WS-NEXT-SEQ-NO + 1
           PERFORM 100-READ-TRANSACTION UNTIL EOF = "Y"
           PERFORM 105-POST-REQUEUED-RECORDS
           PERFORM 230-WRITE-CONTROL-LINE
           PERFORM 240-WRITE-POST-TOTALS
           CLOSE TRANSACTION-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE CUSTOMER-FILE
           IF WS-AR-AVAILABLE = "Y"
               CLOSE AR-OPEN-FILE
           END-IF
           IF WS-DISP-AVAILABLE = "Y"
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-XREF-AVAILABLE = "Y"
               CLOSE SHIPPER-XREF-FILE
           END-IF
           CLOSE POST-REPORT-FILE
           PERFORM 009-RECORD-POSTED-BATCHES
           PERFORM 046-LOG-RUN-END
           PERFORM 909-RELEASE-RUN-LOCKS
           DISPLAY "POSTING COMPLETE - " WS-POSTED-COUNT " POSTED, "
               WS-REJECT-COUNT " REJECTED, " WS-HELD-COUNT " HELD"
               DISPLAY WS-BT-SKIP-COUNT " RECORDS IN ALREADY-POSTED "
                   "BATCHES SKIPPED"
           END-IF
           IF WS-REDIRECT-COUNT > ZERO
               DISPLAY WS-REDIRECT-COUNT " DATED IN A SOFT-CLOSED "
                   "PERIOD POSTED TO PERIOD " PER-CURRENT-PERIOD
           END-IF
           STOP RUN.
      ******************************************************************
      * Batch-control verification pass ahead of any posting: every
                   MOVE SPACES TO BATCH-ID-REC
                   MOVE "CUSTPOST" TO BI-PROGRAM
                   MOVE WS-BT-ID (WS-BT-SUB) TO BI-BATCH-ID
                   MOVE WS-RUN-STAMP (1:8) TO BI-POSTED-DATE
                   MOVE WS-RUN-STAMP (9:6) TO BI-POSTED-TIME
                   WRITE BATCH-ID-REC
               END-IF
           END-PERFORM
           ELSE
               DISPLAY "AROPEN.DAT NOT FOUND - OPEN BALANCES TAKEN "
                   "AS ZERO FOR THE CREDIT CHECK"
           END-IF
           OPEN INPUT DISPUTE-FILE
           IF WS-DISP-STATUS = "00"
               MOVE "Y" TO WS-DISP-AVAILABLE
           END-IF
           OPEN INPUT SHIPPER-XREF-FILE
           IF WS-XREF-STATUS = "00"
               MOVE "Y" TO WS-XREF-AVAILABLE
               PERFORM 035-LOAD-SHIPPING-BALANCES
           END-IF.
      ******************************************************************
      * Sums each shipper account's unpaid invoices off SHIPOPEN.DAT.
      * Only wanted when there are customer links to apply them to.
      ******************************************************************
       035-LOAD-SHIPPING-BALANCES.
           OPEN INPUT SHIP-OPEN-FILE
           IF WS-SHIP-STATUS = "00"
               PERFORM UNTIL WS-SHIP-EOF = "Y"
                   READ SHIP-OPEN-FILE
                       AT END
                           MOVE "Y" TO WS-SHIP-EOF
                       NOT AT END
                           COMPUTE WS-SHIP-BALANCE =
                               SO-TOTAL - SO-PAID-AMOUNT
                           IF WS-SHIP-BALANCE NOT = ZERO
                               PERFORM 036-ADD-SHIPPING-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIP-OPEN-FILE
           END-IF.
       036-ADD-SHIPPING-BALANCE.
           PERFORM VARYING WS-SHIP-SUB FROM 1 BY 1
                   UNTIL WS-SHIP-SUB > WS-SHIP-ACCT-COUNT
                      OR WS-SA-ACCT-NO (WS-SHIP-SUB) = SO-ACCT-NO
               CONTINUE
           END-PERFORM
           IF WS-SHIP-SUB > WS-SHIP-ACCT-COUNT
               IF WS-SHIP-ACCT-COUNT < 2000
                   ADD 1 TO WS-SHIP-ACCT-COUNT
                   MOVE SO-ACCT-NO TO WS-SA-ACCT-NO (WS-SHIP-SUB)
                   MOVE ZERO TO WS-SA-BALANCE (WS-SHIP-SUB)
               END-IF
           END-IF
           IF WS-SHIP-SUB <= WS-SHIP-ACCT-COUNT
               ADD WS-SHIP-BALANCE TO WS-SA-BALANCE (WS-SHIP-SUB)
           END-IF.
      ******************************************************************
      * The accounting period control, through the shared load.
      ******************************************************************
       040-LOAD-PERIODS.
           COPY PERLOAD.
           .
      ******************************************************************
      * Start and end of run on RUNHIST.DAT; the end record's written
      * count is the purchases and credit memos posted, the control
      * a recovery replay of this run is proved against.
      ******************************************************************
       045-LOG-RUN-START.
           MOVE "CUSTPOST" TO RH-PROGRAM
           MOVE ZERO TO RH-RUN-NO
           MOVE "STARTED" TO RH-STATUS
           MOVE ZERO TO RH-READ-COUNT
           MOVE ZERO TO RH-WRITTEN-COUNT
           MOVE ZERO TO RH-REJECT-COUNT
           MOVE ZERO TO RH-SKIPPED-COUNT
           PERFORM 047-WRITE-RUN-HISTORY.
       046-LOG-RUN-END.
           MOVE "COMPLETED" TO RH-STATUS
           MOVE WS-READ-COUNT TO RH-READ-COUNT
           COMPUTE RH-WRITTEN-COUNT = WS-POSTED-COUNT + WS-CREDIT-COUNT
           MOVE WS-REJECT-COUNT TO RH-REJECT-COUNT
           MOVE WS-HELD-COUNT TO RH-SKIPPED-COUNT
           PERFORM 047-WRITE-RUN-HISTORY.
       047-WRITE-RUN-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-RH-NOW
           MOVE WS-RH-NOW (1:4) TO RH-YEAR
           MOVE WS-RH-NOW (5:2) TO RH-MONTH
           MOVE WS-RH-NOW (7:2) TO RH-DAY
           MOVE WS-RH-NOW (9:6) TO RH-TIME
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           WRITE RUN-HISTORY-OUTREC FROM RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE.
       050-PRINT-TITLES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           COPY DATEMOV REPLACING ==:WS-YEAR-FLD:==     BY ==WS-YEAR==
      * Corrected rejects from the exception review post through
      * the same validation and credit-check path as the feed, then
      * the requeue file is removed so a rerun cannot post the
      * corrections twice. Each one is first copied to CUSTPOST.RQH
      * under the run's stamp, the only record of it left once the
      * requeue file is gone.
      ******************************************************************
       105-POST-REQUEUED-RECORDS.
           OPEN INPUT REQUEUE-FILE
           IF WS-REQUEUE-STATUS = "00"
               OPEN EXTEND REQUEUE-HISTORY-FILE
               IF WS-RQH-STATUS NOT = "00"
                   OPEN OUTPUT REQUEUE-HISTORY-FILE
               END-IF
               PERFORM UNTIL WS-REQUEUE-EOF = "Y"
                   READ REQUEUE-FILE
                       AT END
                           ADD 1 TO WS-READ-COUNT
                           ADD 1 TO WS-REQUEUE-COUNT
                           MOVE REQUEUE-REC TO TRANSACTION-REC
                           MOVE SPACES TO REQUEUE-HISTORY-REC
                           MOVE WS-RUN-STAMP (1:8) TO RQH-DATE
                           MOVE WS-RUN-STAMP (9:6) TO RQH-TIME
                           MOVE REQUEUE-REC TO RQH-RECORD
                           WRITE REQUEUE-HISTORY-REC
                           PERFORM 150-VALIDATE-TRANSACTION
                           IF WS-REJECT-REASON = SPACES
                               IF CREDIT-MEMO-TRAN
                   END-READ
               END-PERFORM
               CLOSE REQUEUE-FILE
               CLOSE REQUEUE-HISTORY-FILE
               CALL "CBL_DELETE_FILE" USING WS-REQUEUE-NAME
                   RETURNING WS-CALL-STATUS
               END-CALL
                           MOVE "NOMAST" TO WS-REJECT-REASON
                   END-READ
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 155-CHECK-PERIOD-LOCK
           END-IF.
      ******************************************************************
      * The period lock: a transaction dated in a closed period is
      * rejected; one dated in a soft-closed period is logged with
      * its original date and then carries the redirect date through
      * the credit check and posting.
      ******************************************************************
       155-CHECK-PERIOD-LOCK.
           COMPUTE PER-TEST-PERIOD = TR-DATE / 100
           COPY PERTEST.
           EVALUATE TRUE
               WHEN PER-CLOSED
                   MOVE "PERCLS" TO WS-REJECT-REASON
               WHEN PER-SOFT-CLOSED
                   MOVE "PERRDR" TO WS-REJECT-REASON
                   PERFORM 196-LOG-EXCEPTION
                   MOVE SPACES TO WS-REJECT-REASON
                   MOVE PER-REDIRECT-DATE TO TR-DATE
                   ADD 1 TO WS-REDIRECT-COUNT
           END-EVALUATE.
      ******************************************************************
      * The credit check: the customer's open AROPEN.DAT balance plus
      * this purchase must not pass CM-CREDIT-LIMIT. A zero limit on
      * the master means no limit was ever set (the load writes zero
               END-IF
           END-IF.
      ******************************************************************
      * Sums the open amounts on the customer's alternate-key chain,
      * then adds the shipping balances of any linked shipper accounts.
      ******************************************************************
       165-SUM-OPEN-BALANCE.
           MOVE ZERO TO WS-OPEN-BALANCE
               END-START
               PERFORM 166-ADD-NEXT-OPEN-ITEM
                   UNTIL WS-AR-CHAIN-EOF = "Y"
           END-IF
           IF WS-XREF-AVAILABLE = "Y"
               MOVE "N" TO WS-XREF-EOF
               MOVE TR-CUST-NO TO XR-CUST-NO
               START SHIPPER-XREF-FILE KEY IS = XR-CUST-NO
                   INVALID KEY
                       MOVE "Y" TO WS-XREF-EOF
               END-START
               PERFORM 168-ADD-LINKED-SHIPPING
                   UNTIL WS-XREF-EOF = "Y"
           END-IF.
      ******************************************************************
      * A "C" item is money on account owed TO the customer, so it
      * reduces the exposure the limit measures instead of adding
      * to it. An item in open dispute is not counted at all.
      ******************************************************************
       166-ADD-NEXT-OPEN-ITEM.
           READ AR-OPEN-FILE NEXT RECORD
                           SUBTRACT AR-OPEN-AMOUNT
                               FROM WS-OPEN-BALANCE
                       ELSE
                           PERFORM 167-CHECK-DISPUTED
                           IF WS-ITEM-DISPUTED = "N"
                               ADD AR-OPEN-AMOUNT TO WS-OPEN-BALANCE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       167-CHECK-DISPUTED.
           MOVE "N" TO WS-ITEM-DISPUTED
           IF WS-DISP-AVAILABLE = "Y" AND AR-OPEN-AMOUNT > ZERO
               MOVE AR-ITEM-NO TO DP-ITEM-NO
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DP-STATUS = "O"
                           MOVE "Y" TO WS-ITEM-DISPUTED
                       END-IF
               END-READ
           END-IF.
      ******************************************************************
      * Adds the unpaid shipping balance of each shipper account
      * linked to the customer.
      ******************************************************************
       168-ADD-LINKED-SHIPPING.
           READ SHIPPER-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-XREF-EOF
               NOT AT END
                   IF XR-CUST-NO NOT = TR-CUST-NO
                       MOVE "Y" TO WS-XREF-EOF
                   ELSE
                       PERFORM VARYING WS-SHIP-SUB FROM 1 BY 1
                               UNTIL WS-SHIP-SUB > WS-SHIP-ACCT-COUNT
                           IF WS-SA-ACCT-NO (WS-SHIP-SUB) = XR-ACCT-NO
                               ADD WS-SA-BALANCE (WS-SHIP-SUB)
                                   TO WS-OPEN-BALANCE
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.
      ******************************************************************
      * Diverts one over-limit transaction to CUSTHELD.DAT in the
      * transaction file's own layout (so a CredRel release feeds it
           MOVE WS-YEAR            TO EXC-YEAR
           MOVE SPACES TO EXC-RESOLVED-FLAG
           MOVE TRANSACTION-REC TO EXC-RECORD-IMAGE
           IF WS-REJECT-REASON = "PERRDR"
               MOVE PER-REDIRECT-DATE TO EXC-RECORD-IMAGE (23:8)
           END-IF
           OPEN EXTEND EXCEPTIONS-FILE
           WRITE EXCEPTION-OUTREC FROM EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.
           WRITE POST-REPORT-REC FROM HELD-CONTROL-LINE
               AFTER ADVANCING 1 LINES.
      ******************************************************************
      * Appends this run's totals record for the A/R G/L posting: the
      * sequence-key range posted (records in it are this run's
      * purchases and credit memos) and the same totals the report
      * prints, so the journal can be proved against both.
      ******************************************************************
       240-WRITE-POST-TOTALS.
           OPEN EXTEND POST-TOTALS-FILE
           IF WS-PTOT-STATUS NOT = "00"
               OPEN OUTPUT POST-TOTALS-FILE
           END-IF
           MOVE SPACES TO POST-TOTALS-REC
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  WS-DAY   DELIMITED BY SIZE
                  INTO PX-RUN-DATE
           END-STRING
           MOVE WS-FIRST-SEQ-NO TO PX-FIRST-SEQ-NO
           MOVE WS-NEXT-SEQ-NO  TO PX-LAST-SEQ-NO
           MOVE WS-POSTED-COUNT TO PX-POSTED-COUNT
           MOVE WS-POSTED-TOTAL TO PX-POSTED-TOTAL
           MOVE WS-CREDIT-COUNT TO PX-CREDIT-COUNT
           MOVE WS-CREDIT-TOTAL TO PX-CREDIT-TOTAL
           WRITE POST-TOTALS-REC
           CLOSE POST-TOTALS-FILE.
      ******************************************************************
      * Run-lock discipline: a file another run has locked refuses
      * this run with a clear message; otherwise our lock joins
      * LOCKS.DAT until 909-RELEASE-RUN-LOCKS takes it back
