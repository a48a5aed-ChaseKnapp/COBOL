      *     AROPEN.DAT (keyed by the purchase record's sequence
      *     number, so a rerun cannot double-post), and the day's
      *     payments/credits on ARPAY.DAT are applied against each
      *     customer's open items oldest first -- except that a
      *     lockbox check whose stub named its invoices (ARREMIT.DAT,
      *     written by ArLbox) pays those items first. A payment that
      *     more than covers the customer's open balance has its
      *     remainder reported as unapplied rather than silently
      *     lost -- unless the customer has bad debt written off
      *     (ArWoff's "W" items), in which case the remainder is
      *     first recorded as an "R" recovery of those dollars. This
      *     replaces the paper ledger that tracked whether customers
      *     actually paid for what the purchase report billed.
      *     Cash already in the bank cannot be refused, so a payment
      *     dated in a period closed or soft-closed on PERIODS.DAT is
      *     applied under the current period's date instead, and the
      *     redirection logged (PERRDR) with the original record and
      *     the date it was applied under.
      * Input:
      *     CUSTOMER.DAT (posted purchases)
      *     ARPAY.DAT (the day's payments: date, customer, amount)
      *     ARREMIT.DAT (stub item numbers per lockbox check; the
      *                  applied batches' entries are dropped)
      *     PERIODS.DAT (accounting period control)
      * Output:
      *     AROPEN.DAT (open items, updated in place)
      *     ARPOST.RPT (posting report with counts)
      *     ARPOST.TOT (per-batch cash and recovery totals appended
      *                 for the A/R G/L posting)
      *     ARAPPLY.DAT (one line per open item a payment paid, with
      *                  the item's date and the payment's, appended
      *                  for the credit review)
      *     CASHRCPT.DAT (each batch's cash appended as one receipt
      *                   for the bank reconciliation)
      *     EXCEPTIONS.LOG (shared exception log)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "ARPOST.RPT"
               ORGANIZATION IS  LINE SEQUENTIAL.
      ******************************************************************
      * One record appended per payment batch applied -- batch ID,
      * payment count, and cash received -- which the A/R G/L
      * posting proves against the batch's ARPAY.DAT segment and
      * retires once journaled.
      ******************************************************************
           SELECT  POST-TOTALS-FILE
               ASSIGN TO "ARPOST.TOT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-PTOT-STATUS.
      ******************************************************************
      * The receipts register: one deposit-sized line per batch of
      * cash applied, which BankRec matches against the bank
      * statement's deposits.
      ******************************************************************
           SELECT  CASH-RECEIPT-FILE
               ASSIGN TO "CASHRCPT.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-RCPT-STATUS.
      ******************************************************************
      * Stub items named on lockbox checks, by batch ID and the
      * check's position within that batch's ARPAY.DAT segment.
      ******************************************************************
           SELECT  REMITTANCE-FILE
               ASSIGN TO "ARREMIT.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-REM-STATUS.
      ******************************************************************
      * Memory of batch IDs already posted, shared across the feed
      * consumers, so a re-sent payment file cannot apply twice.
      ******************************************************************
               ASSIGN TO "BATCHIDS.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-BID-STATUS.
      ******************************************************************
      * History of which open items each cash payment paid and when,
      * kept so the credit review can measure days-to-pay (ARPAY.DAT
      * itself names only the customer).
      ******************************************************************
           SELECT  APPLY-HISTORY-FILE
               ASSIGN TO "ARAPPLY.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-APH-STATUS.
           SELECT  LOCK-FILE
               ASSIGN TO "LOCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT  PERIOD-FILE
               ASSIGN TO "PERIODS.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  PER-STATUS.
           SELECT  EXCEPTIONS-FILE
               ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS  LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
      * charge assessed by the month-end run, "C" a credit balance
      * carried on account from an overpayment (its open amount is
      * money we owe the customer, absorbed against the next
      * purchases posted), "M" a credit-memo marker, "W" a bad-debt
      * write-off and "R" a recovery of written-off dollars (both
      * record their dollars as the original amount and never have
      * anything open). Items written before the field existed
      * read as spaces.
      ******************************************************************
           05  AR-TYPE            PIC X.
       01  PAYMENT-TRAILER-REC    PIC X(27).
       FD  POST-REPORT-FILE.
       01  POST-REPORT-REC        PIC X(80).
       FD  POST-TOTALS-FILE.
       01  POST-TOTALS-REC.
           05  PX-RUN-DATE        PIC 9(8).
           05  FILLER             PIC X.
           05  PX-BATCH-ID        PIC 9(6).
           05  FILLER             PIC X.
           05  PX-PAY-COUNT       PIC 9(7).
           05  FILLER             PIC X.
           05  PX-CASH-TOTAL      PIC 9(9)V99.
           05  FILLER             PIC X.
           05  PX-RECOVERY-TOTAL  PIC 9(9)V99.
       FD  CASH-RECEIPT-FILE.
       01  CASH-RECEIPT-REC.
           05  CR-DATE            PIC 9(8).
           05  FILLER             PIC X.
           05  CR-SOURCE          PIC X(8).
           05  FILLER             PIC X.
           05  CR-REFERENCE       PIC X(10).
           05  FILLER             PIC X.
           05  CR-AMOUNT          PIC 9(9)V99.
       FD  REMITTANCE-FILE.
       01  REMITTANCE-REC.
           05  RM-BATCH-ID        PIC 9(6).
           05  FILLER             PIC X.
           05  RM-PAY-SEQ         PIC 9(4).
           05  FILLER             PIC X.
           05  RM-ITEM-NO         PIC 9(6).
           05  FILLER             PIC X.
           05  RM-CHECK-NO        PIC X(8).
       FD  BATCH-ID-FILE.
       01  BATCH-ID-REC.
           05  BI-PROGRAM         PIC X(8).
           05  FILLER             PIC X.
           05  BI-BATCH-ID        PIC 9(6).
           05  FILLER             PIC X.
           05  BI-POSTED-DATE     PIC 9(8).
           05  FILLER             PIC X.
           05  BI-POSTED-TIME     PIC 9(6).
       FD  APPLY-HISTORY-FILE.
       01  APPLY-HISTORY-REC.
           05  AH-PAY-DATE        PIC 9(8).
           05  FILLER             PIC X.
           05  AH-CUST-NO         PIC X(5).
           05  FILLER             PIC X.
           05  AH-ITEM-NO         PIC 9(6).
           05  FILLER             PIC X.
           05  AH-ITEM-DATE       PIC 9(8).
           05  FILLER             PIC X.
           05  AH-ITEM-TYPE       PIC X.
           05  FILLER             PIC X.
           05  AH-AMOUNT          PIC 9(5)V99.
       FD  LOCK-FILE.
       01  LOCK-IOREC            PIC X(45).
       FD  PERIOD-FILE.
           COPY PERREC.
       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-OUTREC       PIC X(120).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * The shared exception layout is kept in WORKING-STORAGE (and
      * written with WRITE ... FROM) so its FILLER/separator VALUE
      * clauses actually take effect.
      ******************************************************************
           COPY EXCPREC.
      ******************************************************************
      * Shared period table and period lock fields; see PERWS.
      ******************************************************************
           COPY PERWS.
      ******************************************************************
      * Shared batch-control trailer layout and the verification
      * work fields; see the BATCHTRL copybook.
      ******************************************************************
           05  WS-BT-CUR-SEG      PIC 9(3)  VALUE 1.
           05  WS-BT-SKIP-COUNT   PIC 9(7)  VALUE ZERO.
           05  WS-BT-ID-COUNT     PIC 9(3)  VALUE ZERO.
           05  WS-BT-SEG-POS      PIC 9(4)  VALUE ZERO.
           05  WS-BT-ID-ENTRY     OCCURS 50 TIMES.
               10  WS-BT-ID       PIC 9(6).
               10  WS-BT-ID-SKIP  PIC X.
               10  WS-BT-ID-PAID  PIC 9(7).
               10  WS-BT-ID-CASH  PIC 9(9)V99.
               10  WS-BT-ID-RECOV PIC 9(9)V99.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
           05  WS-ITEMS-POSTED    PIC 9(7)  VALUE ZERO.
           05  WS-ITEMS-ON-FILE   PIC 9(7)  VALUE ZERO.
           05  WS-PAY-READ        PIC 9(7)  VALUE ZERO.
           05  WS-CASH-RECEIVED   PIC 9(9)V99 VALUE ZERO.
           05  WS-PTOT-STATUS     PIC XX.
           05  WS-RCPT-STATUS     PIC XX.
           05  WS-PAY-APPLIED     PIC 9(9)V99 VALUE ZERO.
           05  WS-PAY-UNAPPLIED   PIC 9(9)V99 VALUE ZERO.
           05  WS-PAY-REMAINING   PIC 9(5)V99 VALUE ZERO.
           05  WS-ON-ACCOUNT      PIC 9(9)V99 VALUE ZERO.
           05  WS-CREDIT-MEMO-COUNT PIC 9(7)  VALUE ZERO.
           05  WS-CREDIT-MEMO-TOTAL PIC 9(9)V99 VALUE ZERO.
      ******************************************************************
      * Stub-directed application: the batch and segment position of
      * the payment being applied (zero batch for a credit memo,
      * which names no items) and the dollars that went to named
      * items this run.
      ******************************************************************
           05  WS-REM-STATUS      PIC XX.
           05  WS-REM-EOF         PIC X     VALUE "N".
           05  WS-REM-SUB         PIC 9(4)  VALUE ZERO.
           05  WS-PAY-BATCH-ID    PIC 9(6)  VALUE ZERO.
           05  WS-PAY-SEQ         PIC 9(4)  VALUE ZERO.
           05  WS-NAMED-APPLIED   PIC 9(9)V99 VALUE ZERO.
      ******************************************************************
      * Bad-debt recovery: whether the amount being applied is cash
      * (a credit memo never recovers anything), the customer's
      * written-off dollars not yet recovered, the part of this
      * payment recovering them, and the run's recoveries.
      ******************************************************************
           05  WS-PAY-IS-CASH     PIC X     VALUE "N".
           05  WS-UNRECOVERED     PIC S9(9)V99 VALUE ZERO.
           05  WS-RECOVER-AMOUNT  PIC 9(5)V99 VALUE ZERO.
           05  WS-RECOVERED       PIC 9(9)V99 VALUE ZERO.
           05  WS-APH-STATUS      PIC XX.
           05  WS-REDIRECT-COUNT  PIC 9(7)  VALUE ZERO.
       01  WS-REMIT-TABLE.
           05  WS-REM-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-REM-ENTRY       OCCURS 2000 TIMES.
               10  WS-RE-BATCH-ID PIC 9(6).
               10  WS-RE-PAY-SEQ  PIC 9(4).
               10  WS-RE-ITEM-NO  PIC 9(6).
               10  WS-RE-CHECK-NO PIC X(8).
               10  WS-RE-KEEP     PIC X.
       01  HEADING-MAIN-TITLE.
           05  FILLER             PIC X(25) VALUE SPACES.
           05  FILLER             PIC X(21) VALUE
           05  FILLER             PIC X(7)  VALUE " AS ITM".
           05  UA-ITEM-NO         PIC 9(6).
           05  FILLER             PIC X(25) VALUE SPACES.
       01  RECOVERY-DETAIL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  RV-CUST-NO         PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(32) VALUE
                                  "RECOVERY ON WRITTEN-OFF ACCOUNT:".
           05  RV-AMOUNT          PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(7)  VALUE " AS ITM".
           05  RV-ITEM-NO         PIC 9(6).
           05  FILLER             PIC X(13) VALUE SPACES.
       01  PURCHASE-CONTROL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(17) VALUE "PURCHASES READ:  ".
                                  "CREDIT BALANCES ABSORBED: ".
           05  AB-ABSORBED        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(34) VALUE SPACES.
       01  CASH-CONTROL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(15) VALUE "CASH RECEIVED: ".
           05  CR-CASH-RECEIVED   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(45) VALUE SPACES.
       01  NAMED-CONTROL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(24) VALUE
                                  "APPLIED TO STUB ITEMS:  ".
           05  NM-NAMED-APPLIED   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(36) VALUE SPACES.
       01  RECOVERY-CONTROL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(24) VALUE
                                  "BAD DEBT RECOVERED:     ".
           05  RC-RECOVERED       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(36) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE "AROPEN.DAT" TO WS-LOCK-TARGET
           PERFORM 050-PRINT-TITLES
           PERFORM 100-POST-PURCHASES UNTIL EOF = "Y"
           CLOSE CUSTOMER-FILE
           PERFORM 040-LOAD-PERIODS
           PERFORM 200-APPLY-PAYMENTS
           PERFORM 300-WRITE-CONTROL-LINES
           CLOSE AR-OPEN-FILE
           PERFORM 909-RELEASE-RUN-LOCKS
           DISPLAY "A/R POSTING COMPLETE - " WS-ITEMS-POSTED
               " NEW ITEMS, " WS-PAY-READ " PAYMENTS"
           IF WS-REDIRECT-COUNT > ZERO
               DISPLAY WS-REDIRECT-COUNT " PAYMENTS DATED IN A LOCKED "
                   "PERIOD APPLIED IN PERIOD " PER-CURRENT-PERIOD
           END-IF
           STOP RUN.
      ******************************************************************
      * Opens AROPEN.DAT for update, creating it empty first on the
               END-READ
           END-PERFORM
           MOVE "N" TO WS-CHAIN-EOF.
      ******************************************************************
      * The accounting period control, through the shared load.
      ******************************************************************
       040-LOAD-PERIODS.
           COPY PERLOAD.
           .
       050-PRINT-TITLES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           COPY DATEMOV REPLACING ==:WS-YEAR-FLD:==     BY ==WS-YEAR==
                   MOVE CUST-NO       TO PAY-CUST-NO
                   MOVE CUST-DATE     TO PAY-DATE
                   MOVE CUST-PURCHASE TO PAY-AMOUNT
                   MOVE ZERO          TO WS-PAY-BATCH-ID
                   MOVE "N"           TO WS-PAY-IS-CASH
                   PERFORM 210-APPLY-ONE-PAYMENT
           END-WRITE.
      ******************************************************************
           IF WS-PAY-STATUS NOT = "00"
               DISPLAY "ARPAY.DAT NOT FOUND - NO PAYMENTS APPLIED"
           ELSE
               PERFORM 205-LOAD-REMITTANCES
               OPEN EXTEND APPLY-HISTORY-FILE
               IF WS-APH-STATUS NOT = "00"
                   OPEN OUTPUT APPLY-HISTORY-FILE
               END-IF
               PERFORM UNTIL WS-PAY-EOF = "Y"
                   READ PAYMENT-FILE
                       AT END
                       NOT AT END
                           IF PAYMENT-REC (1:1) = "*"
                               ADD 1 TO WS-BT-CUR-SEG
                               MOVE ZERO TO WS-BT-SEG-POS
                           ELSE
                           ADD 1 TO WS-BT-SEG-POS
                           IF WS-BT-CUR-SEG <= WS-BT-ID-COUNT
                              AND WS-BT-ID-SKIP (WS-BT-CUR-SEG) = "Y"
      ******************************************************************
                               ADD 1 TO WS-BT-SKIP-COUNT
                           ELSE
                               ADD 1 TO WS-PAY-READ
                               ADD PAY-AMOUNT TO WS-CASH-RECEIVED
                               MOVE ZERO TO WS-PAY-BATCH-ID
                               IF WS-BT-CUR-SEG <= WS-BT-ID-COUNT
                                   ADD 1 TO
                                       WS-BT-ID-PAID (WS-BT-CUR-SEG)
                                   ADD PAY-AMOUNT TO
                                       WS-BT-ID-CASH (WS-BT-CUR-SEG)
                                   MOVE WS-BT-ID (WS-BT-CUR-SEG)
                                       TO WS-PAY-BATCH-ID
                                   MOVE WS-BT-SEG-POS TO WS-PAY-SEQ
                               END-IF
                               MOVE "Y" TO WS-PAY-IS-CASH
                               PERFORM 225-CHECK-PERIOD-LOCK
                               PERFORM 210-APPLY-ONE-PAYMENT
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
               CLOSE APPLY-HISTORY-FILE
               PERFORM 209-RECORD-POSTED-BATCHES
               PERFORM 206-PRUNE-REMITTANCES
               IF WS-BT-SKIP-COUNT > ZERO
                   DISPLAY WS-BT-SKIP-COUNT " PAYMENTS IN ALREADY-"
                       "POSTED BATCHES SKIPPED"
               MOVE BT-BATCH-ID TO WS-BT-ID (WS-BT-ID-COUNT)
               MOVE WS-BT-DUP-FOUND
                   TO WS-BT-ID-SKIP (WS-BT-ID-COUNT)
               MOVE ZERO TO WS-BT-ID-PAID (WS-BT-ID-COUNT)
               MOVE ZERO TO WS-BT-ID-CASH (WS-BT-ID-COUNT)
               MOVE ZERO TO WS-BT-ID-RECOV (WS-BT-ID-COUNT)
           END-IF
           MOVE ZERO TO WS-BT-SEG-COUNT
           MOVE ZERO TO WS-BT-SEG-HASH.
               DISPLAY "BATCH " BT-BATCH-ID " ALREADY POSTED - "
                   "ITS SEGMENT WILL BE SKIPPED"
           END-IF.
      ******************************************************************
      * Loads the lockbox stub items. A missing ARREMIT.DAT just
      * means every payment applies oldest-first.
      ******************************************************************
       205-LOAD-REMITTANCES.
           OPEN INPUT REMITTANCE-FILE
           IF WS-REM-STATUS = "00"
               PERFORM UNTIL WS-REM-EOF = "Y"
                   READ REMITTANCE-FILE
                       AT END
                           MOVE "Y" TO WS-REM-EOF
                       NOT AT END
                           IF WS-REM-COUNT < 2000
                               ADD 1 TO WS-REM-COUNT
                               MOVE RM-BATCH-ID
                                   TO WS-RE-BATCH-ID (WS-REM-COUNT)
                               MOVE RM-PAY-SEQ
                                   TO WS-RE-PAY-SEQ (WS-REM-COUNT)
                               MOVE RM-ITEM-NO
                                   TO WS-RE-ITEM-NO (WS-REM-COUNT)
                               MOVE RM-CHECK-NO
                                   TO WS-RE-CHECK-NO (WS-REM-COUNT)
                               MOVE "Y" TO WS-RE-KEEP (WS-REM-COUNT)
                           ELSE
                               DISPLAY "ARREMIT.DAT TABLE FULL - "
                                   "LATER STUB ITEMS PAY OLDEST-FIRST"
                               MOVE "Y" TO WS-REM-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMITTANCE-FILE
           END-IF.
      ******************************************************************
      * Every batch on ARPAY.DAT has now either applied or been
      * skipped as already posted, so its stub items are spent; only
      * entries for batches not on the file (a lockbox import that
      * landed after this run opened it) are written back.
      ******************************************************************
       206-PRUNE-REMITTANCES.
           IF WS-REM-COUNT > ZERO
               PERFORM VARYING WS-REM-SUB FROM 1 BY 1
                       UNTIL WS-REM-SUB > WS-REM-COUNT
                   PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                           UNTIL WS-BT-SUB > WS-BT-ID-COUNT
                       IF WS-BT-ID (WS-BT-SUB)
                              = WS-RE-BATCH-ID (WS-REM-SUB)
                           MOVE "N" TO WS-RE-KEEP (WS-REM-SUB)
                       END-IF
                   END-PERFORM
               END-PERFORM
               OPEN OUTPUT REMITTANCE-FILE
               PERFORM VARYING WS-REM-SUB FROM 1 BY 1
                       UNTIL WS-REM-SUB > WS-REM-COUNT
                   IF WS-RE-KEEP (WS-REM-SUB) = "Y"
                       MOVE SPACES TO REMITTANCE-REC
                       MOVE WS-RE-BATCH-ID (WS-REM-SUB) TO RM-BATCH-ID
                       MOVE WS-RE-PAY-SEQ (WS-REM-SUB)  TO RM-PAY-SEQ
                       MOVE WS-RE-ITEM-NO (WS-REM-SUB)  TO RM-ITEM-NO
                       MOVE WS-RE-CHECK-NO (WS-REM-SUB) TO RM-CHECK-NO
                       WRITE REMITTANCE-REC
                   END-IF
               END-PERFORM
               CLOSE REMITTANCE-FILE
           END-IF.
       209-RECORD-POSTED-BATCHES.
           OPEN EXTEND BATCH-ID-FILE
           IF WS-BID-STATUS NOT = "00"
               OPEN OUTPUT BATCH-ID-FILE
           END-IF
           OPEN EXTEND POST-TOTALS-FILE
           IF WS-PTOT-STATUS NOT = "00"
               OPEN OUTPUT POST-TOTALS-FILE
           END-IF
           OPEN EXTEND CASH-RECEIPT-FILE
           IF WS-RCPT-STATUS NOT = "00"
               OPEN OUTPUT CASH-RECEIPT-FILE
           END-IF
           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > WS-BT-ID-COUNT
      ******************************************************************
                   MOVE SPACES TO BATCH-ID-REC
                   MOVE "ARPOST" TO BI-PROGRAM
                   MOVE WS-BT-ID (WS-BT-SUB) TO BI-BATCH-ID
                   MOVE FUNCTION CURRENT-DATE (1:8) TO BI-POSTED-DATE
                   MOVE FUNCTION CURRENT-DATE (9:6) TO BI-POSTED-TIME
                   WRITE BATCH-ID-REC
                   PERFORM 208-WRITE-BATCH-TOTALS
               END-IF
           END-PERFORM
           CLOSE BATCH-ID-FILE
           CLOSE POST-TOTALS-FILE
           CLOSE CASH-RECEIPT-FILE.
      ******************************************************************
      * The batch's cash total goes to ARPOST.TOT for the A/R G/L
      * posting, which proves it against the ARPAY.DAT segment, and
      * to the receipts register as the day's deposit of that batch.
      ******************************************************************
       208-WRITE-BATCH-TOTALS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE SPACES TO POST-TOTALS-REC
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  WS-DAY   DELIMITED BY SIZE
                  INTO PX-RUN-DATE
           END-STRING
           MOVE WS-BT-ID (WS-BT-SUB)      TO PX-BATCH-ID
           MOVE WS-BT-ID-PAID (WS-BT-SUB) TO PX-PAY-COUNT
           MOVE WS-BT-ID-CASH (WS-BT-SUB) TO PX-CASH-TOTAL
           MOVE WS-BT-ID-RECOV (WS-BT-SUB) TO PX-RECOVERY-TOTAL
           WRITE POST-TOTALS-REC
           IF WS-BT-ID-CASH (WS-BT-SUB) > ZERO
               MOVE SPACES TO CASH-RECEIPT-REC
               MOVE PX-RUN-DATE TO CR-DATE
               MOVE "ARPOST" TO CR-SOURCE
               STRING "AR" WS-BT-ID (WS-BT-SUB) DELIMITED BY SIZE
                   INTO CR-REFERENCE
               END-STRING
               MOVE WS-BT-ID-CASH (WS-BT-SUB) TO CR-AMOUNT
               WRITE CASH-RECEIPT-REC
           END-IF.
       210-APPLY-ONE-PAYMENT.
           MOVE PAY-AMOUNT TO WS-PAY-REMAINING
           IF WS-PAY-BATCH-ID > ZERO
               PERFORM 212-APPLY-TO-NAMED-ITEM
                   VARYING WS-REM-SUB FROM 1 BY 1
                   UNTIL WS-REM-SUB > WS-REM-COUNT
                      OR WS-PAY-REMAINING = ZERO
           END-IF
           MOVE "N" TO WS-CHAIN-EOF
           MOVE PAY-CUST-NO TO AR-CUST-NO
           START AR-OPEN-FILE KEY IS = AR-CUST-NO
           END-START
           PERFORM 220-APPLY-TO-NEXT-ITEM
               UNTIL WS-CHAIN-EOF = "Y" OR WS-PAY-REMAINING = ZERO
           IF WS-PAY-REMAINING > ZERO AND WS-PAY-IS-CASH = "Y"
               PERFORM 216-RECOVER-WRITTEN-OFF
           END-IF
           IF WS-PAY-REMAINING > ZERO
               PERFORM 215-CARRY-ON-ACCOUNT
           END-IF.
           MOVE WS-PAY-REMAINING  TO UA-AMOUNT
           MOVE WS-NEXT-ITEM-NO   TO UA-ITEM-NO
           WRITE POST-REPORT-REC FROM UNAPPLIED-DETAIL-LINE.
      ******************************************************************
      * Cash left over after every open item is paid, from a
      * customer with bad debt written off, recovers that debt
      * before anything is carried on account: an "R" item records
      * up to the written-off dollars not yet recovered (the "W"
      * items' dollars less earlier "R" items'), and the batch's
      * recovery total goes to ARPOST.TOT so the A/R G/L posting can
      * move it back out of bad-debt expense.
      ******************************************************************
       216-RECOVER-WRITTEN-OFF.
           MOVE ZERO TO WS-UNRECOVERED
           MOVE "N" TO WS-CHAIN-EOF
           MOVE PAY-CUST-NO TO AR-CUST-NO
           START AR-OPEN-FILE KEY IS = AR-CUST-NO
               INVALID KEY
                   MOVE "Y" TO WS-CHAIN-EOF
           END-START
           PERFORM UNTIL WS-CHAIN-EOF = "Y"
               READ AR-OPEN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CHAIN-EOF
                   NOT AT END
                       IF AR-CUST-NO NOT = PAY-CUST-NO
                           MOVE "Y" TO WS-CHAIN-EOF
                       ELSE
                           IF AR-TYPE = "W"
                               ADD AR-ORIG-AMOUNT TO WS-UNRECOVERED
                           END-IF
                           IF AR-TYPE = "R"
                               SUBTRACT AR-ORIG-AMOUNT
                                   FROM WS-UNRECOVERED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-UNRECOVERED > ZERO
               IF WS-PAY-REMAINING < WS-UNRECOVERED
                   MOVE WS-PAY-REMAINING TO WS-RECOVER-AMOUNT
               ELSE
                   MOVE WS-UNRECOVERED TO WS-RECOVER-AMOUNT
               END-IF
               ADD 1 TO WS-NEXT-ITEM-NO
               MOVE WS-NEXT-ITEM-NO   TO AR-ITEM-NO
               MOVE PAY-CUST-NO       TO AR-CUST-NO
               MOVE PAY-DATE          TO AR-DATE
               MOVE WS-RECOVER-AMOUNT TO AR-ORIG-AMOUNT
               MOVE ZERO              TO AR-OPEN-AMOUNT
               MOVE "R"               TO AR-TYPE
               WRITE AR-OPEN-REC
                   INVALID KEY
                       DISPLAY "RECOVERY ITEM WRITE FAILED - STATUS "
                           WS-AR-STATUS
                   NOT INVALID KEY
                       SUBTRACT WS-RECOVER-AMOUNT
                           FROM WS-PAY-REMAINING
                       ADD WS-RECOVER-AMOUNT TO WS-RECOVERED
                       IF WS-BT-CUR-SEG <= WS-BT-ID-COUNT
                           ADD WS-RECOVER-AMOUNT TO
                               WS-BT-ID-RECOV (WS-BT-CUR-SEG)
                       END-IF
                       MOVE PAY-CUST-NO       TO RV-CUST-NO
                       MOVE WS-RECOVER-AMOUNT TO RV-AMOUNT
                       MOVE WS-NEXT-ITEM-NO   TO RV-ITEM-NO
                       WRITE POST-REPORT-REC FROM RECOVERY-DETAIL-LINE
               END-WRITE
           END-IF.
      ******************************************************************
      * A stub item the lockbox check named takes the payment ahead
      * of the oldest-first chain. The item is re-proved here -- it
      * must still be this customer's and still owe money -- since
      * other postings may have touched it since the import.
      ******************************************************************
       212-APPLY-TO-NAMED-ITEM.
           IF WS-RE-BATCH-ID (WS-REM-SUB) = WS-PAY-BATCH-ID
              AND WS-RE-PAY-SEQ (WS-REM-SUB) = WS-PAY-SEQ
               MOVE WS-RE-ITEM-NO (WS-REM-SUB) TO AR-ITEM-NO
               READ AR-OPEN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AR-CUST-NO = PAY-CUST-NO
                          AND AR-OPEN-AMOUNT > ZERO
                          AND AR-TYPE NOT = "C"
                          AND AR-TYPE NOT = "M"
                           IF WS-PAY-REMAINING < AR-OPEN-AMOUNT
                               MOVE WS-PAY-REMAINING TO WS-APPLY-AMOUNT
                           ELSE
                               MOVE AR-OPEN-AMOUNT TO WS-APPLY-AMOUNT
                           END-IF
                           SUBTRACT WS-APPLY-AMOUNT FROM AR-OPEN-AMOUNT
                           SUBTRACT WS-APPLY-AMOUNT
                               FROM WS-PAY-REMAINING
                           ADD WS-APPLY-AMOUNT TO WS-PAY-APPLIED
                           ADD WS-APPLY-AMOUNT TO WS-NAMED-APPLIED
                           REWRITE AR-OPEN-REC
                               INVALID KEY
                                   DISPLAY "OPEN ITEM REWRITE FAILED"
                                       " - STATUS " WS-AR-STATUS
                               NOT INVALID KEY
                                   IF WS-PAY-IS-CASH = "Y"
                                       PERFORM 218-LOG-APPLICATION
                                   END-IF
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
       220-APPLY-TO-NEXT-ITEM.
           READ AR-OPEN-FILE NEXT RECORD
               AT END
                               INVALID KEY
                                   DISPLAY "OPEN ITEM REWRITE FAILED"
                                       " - STATUS " WS-AR-STATUS
                               NOT INVALID KEY
                                   IF WS-PAY-IS-CASH = "Y"
                                       PERFORM 218-LOG-APPLICATION
                                   END-IF
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
      * Records the cash just applied against an open item -- item,
      * the item's own date and the payment's -- on ARAPPLY.DAT.
      * Credit memos are not logged; they say nothing about how
      * promptly the customer pays.
      ******************************************************************
       218-LOG-APPLICATION.
           MOVE SPACES          TO APPLY-HISTORY-REC
           MOVE PAY-DATE        TO AH-PAY-DATE
           MOVE PAY-CUST-NO     TO AH-CUST-NO
           MOVE AR-ITEM-NO      TO AH-ITEM-NO
           MOVE AR-DATE         TO AH-ITEM-DATE
           MOVE AR-TYPE         TO AH-ITEM-TYPE
           MOVE WS-APPLY-AMOUNT TO AH-AMOUNT
           WRITE APPLY-HISTORY-REC.
      ******************************************************************
      * The period lock for a payment: one dated in a closed or
      * soft-closed period is logged with its own date and applied
      * under the redirect date, which the credit item, recovery
      * item and application history then carry.
      ******************************************************************
       225-CHECK-PERIOD-LOCK.
           IF PAY-DATE IS NUMERIC
               COMPUTE PER-TEST-PERIOD = PAY-DATE / 100
               COPY PERTEST.
               IF PER-CLOSED OR PER-SOFT-CLOSED
                   PERFORM 226-LOG-EXCEPTION
                   MOVE PER-REDIRECT-DATE TO PAY-DATE
                   ADD 1 TO WS-REDIRECT-COUNT
               END-IF
           END-IF.
       226-LOG-EXCEPTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE "ARPOST"           TO EXC-SOURCE-PROGRAM
           MOVE PAY-CUST-NO        TO EXC-RECORD-KEY
           MOVE "PERRDR"           TO EXC-REASON-CODE
           MOVE WS-MONTH           TO EXC-MONTH
           MOVE WS-DAY             TO EXC-DAY
           MOVE WS-YEAR            TO EXC-YEAR
           MOVE SPACES TO EXC-RESOLVED-FLAG
           MOVE PAYMENT-REC TO EXC-RECORD-IMAGE
           MOVE PER-REDIRECT-DATE TO EXC-RECORD-IMAGE (23:8)
           OPEN EXTEND EXCEPTIONS-FILE
           WRITE EXCEPTION-OUTREC FROM EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.
      ******************************************************************
      * Prints the purchase and payment reconciliation lines.
      ******************************************************************
       300-WRITE-CONTROL-LINES.
               AFTER ADVANCING 1 LINES
           MOVE WS-CREDIT-ABSORBED TO AB-ABSORBED
           WRITE POST-REPORT-REC FROM ABSORBED-CONTROL-LINE
               AFTER ADVANCING 1 LINES
           MOVE WS-CASH-RECEIVED TO CR-CASH-RECEIVED
           WRITE POST-REPORT-REC FROM CASH-CONTROL-LINE
               AFTER ADVANCING 1 LINES
           MOVE WS-NAMED-APPLIED TO NM-NAMED-APPLIED
           WRITE POST-REPORT-REC FROM NAMED-CONTROL-LINE
               AFTER ADVANCING 1 LINES
           MOVE WS-RECOVERED TO RC-RECOVERED
           WRITE POST-REPORT-REC FROM RECOVERY-CONTROL-LINE
               AFTER ADVANCING 1 LINES.
      ******************************************************************
      * Run-lock discipline: a file another run has locked refuses
