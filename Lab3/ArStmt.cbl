      *     the balance forward derives from it -- the open amounts
      *     on file are already net of the period's oldest-first
      *     payment applications, so summing them as "previous"
      *     would count those payments twice. Bad debt written off
      *     during the period ("W" items) and written-off dollars
      *     recovered out of a payment ("R" items) print on their own
      *     lines, since both move the balance without being a
      *     purchase or an applied payment. Items in open dispute on
      *     ARDISP.DAT are still part of the closing balance, but are
      *     listed on their own below it with the amount due net of
      *     them, so the customer sees the dispute acknowledged
      *     instead of dunned. The statement period is
      *     prompted (year then month); a BATCH command-line argument
      *     takes the current month for unattended runs.
      *     A customer who also ships through us (a shipper account
      *     linked to the customer number on SHIPXREF.DAT by ShipAcct)
      *     gets one combined statement: the A/R figures above as the
      *     purchases section, the linked accounts' unpaid
      *     SHIPOPEN.DAT invoices billed through the period as the
      *     shipping-invoices section, and a single total amount due
      *     across both.
      * Input:
      *     AROPEN.DAT (open items)
      *     ARPAY.DAT (the period's payments)
      *     CUSTMAST.DAT (customer master, for the address block)
      *     ARDISP.DAT (disputed items)
      *     SHIPXREF.DAT (shipper account to customer links)
      *     SHIPOPEN.DAT (open shipping invoices)
      *     COMPANY.DAT (company profile, for the letterhead, the
      *                  remit-to block and the statement message)
      * Output:
      *     ARSTMT.RPT (one statement page per customer)
      ******************************************************************
               ACCESS MODE IS  RANDOM
               RECORD KEY IS   CM-CUST-NO
               FILE STATUS IS  WS-MAST-STATUS.
           SELECT  DISPUTE-FILE
               ASSIGN TO "ARDISP.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  RANDOM
               RECORD KEY IS   DP-ITEM-NO
               FILE STATUS IS  WS-DISP-STATUS.
           SELECT  SHIPPER-XREF-FILE
               ASSIGN TO "SHIPXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-ACCT-NO
               ALTERNATE RECORD KEY IS XR-CUST-NO WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
           SELECT  SHIP-OPEN-FILE
               ASSIGN TO "SHIPOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIP-STATUS.
           SELECT  STATEMENT-FILE
               ASSIGN TO "ARSTMT.RPT"
               ORGANIZATION IS  LINE SEQUENTIAL.
           SELECT  COMPANY-FILE
               ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  CL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-FILE.
           05  CM-CREDIT-LIMIT     PIC 9(7)V99.
           05  CM-TOTAL-PURCHASES  PIC 9(9)V99.
           05  CM-LAST-POST-DATE   PIC 9(8).
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
       FD  STATEMENT-FILE.
       01  STATEMENT-REC          PIC X(80).
       FD  COMPANY-FILE.
           COPY COMPPROF.
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           05  WS-AR-STATUS       PIC XX.
           05  WS-PAY-STATUS      PIC XX.
           05  WS-MAST-STATUS     PIC XX.
           05  WS-DISP-STATUS     PIC XX.
           05  WS-DISP-AVAILABLE  PIC X     VALUE "N".
           05  WS-PAY-EOF         PIC X     VALUE "N".
           05  WS-CMD-ARG         PIC X(8)  VALUE SPACES.
           05  WS-STMT-YEAR       PIC 9(4)  VALUE ZERO.
           05  WS-PREV-CUST-NO    PIC X(5)  VALUE SPACES.
           05  WS-STMT-COUNT      PIC 9(5)  VALUE ZERO.
           05  WS-PAY-SUB         PIC 9(4)  VALUE ZERO.
           05  WS-XREF-STATUS     PIC XX.
           05  WS-XREF-AVAILABLE  PIC X     VALUE "N".
           05  WS-XREF-EOF        PIC X     VALUE "N".
           05  WS-SHIP-STATUS     PIC XX.
           05  WS-SHIP-EOF        PIC X     VALUE "N".
           05  WS-STMT-YYYYMM     PIC 9(6)  VALUE ZERO.
           05  WS-SHIP-SUB        PIC 9(4)  VALUE ZERO.
           05  WS-LINK-SUB        PIC 99    VALUE ZERO.
           05  WS-SHIP-BALANCE    PIC S9(7)V99 VALUE ZERO.
      ******************************************************************
      * The customer's statement figures: the balance carried in from
      * before the period, the period's purchases, the period's
           05  WS-PREV-BALANCE    PIC S9(9)V99 VALUE ZERO.
           05  WS-PERIOD-PURCH    PIC 9(9)V99  VALUE ZERO.
           05  WS-PERIOD-PAID     PIC 9(9)V99  VALUE ZERO.
           05  WS-PERIOD-WOFF     PIC 9(9)V99  VALUE ZERO.
           05  WS-PERIOD-RECOV    PIC 9(9)V99  VALUE ZERO.
           05  WS-DISPUTED-TOTAL  PIC 9(9)V99  VALUE ZERO.
           05  WS-AMOUNT-DUE      PIC S9(9)V99 VALUE ZERO.
           05  WS-SHIP-TOTAL      PIC S9(9)V99 VALUE ZERO.
           05  WS-TOTAL-DUE       PIC S9(9)V99 VALUE ZERO.
           05  WS-CLOSE-BALANCE   PIC S9(9)V99 VALUE ZERO.
      ******************************************************************
      * The customer's items in open dispute, listed under the
      * closing balance.
      ******************************************************************
       01  WS-DISPUTED-TABLE.
           05  WS-DSP-COUNT       PIC 9(3)  VALUE ZERO.
           05  WS-DSP-SUB         PIC 9(3)  VALUE ZERO.
           05  WS-DSP-ENTRY       OCCURS 50 TIMES.
               10  WS-DS-ITEM-NO  PIC 9(6).
               10  WS-DS-DATE     PIC 9(8).
               10  WS-DS-AMOUNT   PIC 9(5)V99.
      ******************************************************************
      * The period's payments loaded from ARPAY.DAT so each
      * customer's paid total is a table scan instead of a file pass
      * per statement.
               10  WS-PY-DATE     PIC 9(8).
               10  WS-PY-CUST-NO  PIC X(5).
               10  WS-PY-AMOUNT   PIC 9(5)V99.
      ******************************************************************
      * Unpaid shipping invoices billed through the statement period,
      * loaded from SHIPOPEN.DAT once, and the shipper accounts
      * linked to the customer in hand.
      ******************************************************************
       01  WS-SHIP-TABLE.
           05  WS-SHIP-COUNT      PIC 9(4)  VALUE ZERO.
           05  WS-SHIP-ENTRY      OCCURS 2000 TIMES.
               10  WS-SH-ACCT-NO  PIC X(5).
               10  WS-SH-INVOICE  PIC 9(6).
               10  WS-SH-PERIOD   PIC 9(6).
               10  WS-SH-BALANCE  PIC S9(7)V99.
       01  WS-LINK-TABLE.
           05  WS-LINK-COUNT      PIC 99    VALUE ZERO.
           05  WS-LINK-ACCT-NO    PIC X(5)  OCCURS 20 TIMES.
           COPY COMPWS.
       01  STATEMENT-HEADING.
           05  FILLER             PIC X(20) VALUE SPACES.
           05  FILLER             PIC X(21) VALUE
           05  SA-LABEL           PIC X(24).
           05  SA-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(36) VALUE SPACES.
       01  DISPUTED-ITEM-LINE.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  FILLER             PIC X(5)  VALUE "ITEM ".
           05  DI-ITEM-NO         PIC 9(6).
           05  FILLER             PIC X(7)  VALUE " DATED ".
           05  DI-DATE            PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DI-AMOUNT          PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(35) VALUE SPACES.
       01  SECTION-HEADING-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  SL-TEXT            PIC X(40).
           05  FILLER             PIC X(34) VALUE SPACES.
       01  SHIP-INVOICE-LINE.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "INVOICE ".
           05  SI-INVOICE-NO      PIC 9(6).
           05  FILLER             PIC X(7)  VALUE "  ACCT ".
           05  SI-ACCT-NO         PIC X(5).
           05  FILLER             PIC X(9)  VALUE "  PERIOD ".
           05  SI-PERIOD          PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SI-BALANCE         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(15) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-INPUT-STATEMENT-PERIOD
           PERFORM 020-LOAD-PERIOD-PAYMENTS
           PERFORM 030-LOAD-SHIPPING-INVOICES
           PERFORM 050-LOAD-COMPANY-PROFILE
           SORT  SORT-FILE
               ON ASCENDING KEY SORT-CUST-NO
               ON ASCENDING KEY SORT-ITEM-NO
               CLOSE SORTED-AR-FILE
               STOP RUN
           END-IF
           OPEN INPUT DISPUTE-FILE
           IF WS-DISP-STATUS = "00"
               MOVE "Y" TO WS-DISP-AVAILABLE
           END-IF
           OPEN INPUT SHIPPER-XREF-FILE
           IF WS-XREF-STATUS = "00"
               MOVE "Y" TO WS-XREF-AVAILABLE
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           MOVE WS-STMT-MONTH TO SH-MONTH
           MOVE WS-STMT-YEAR  TO SH-YEAR
           CLOSE SORTED-AR-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE STATEMENT-FILE
           IF WS-DISP-AVAILABLE = "Y"
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-XREF-AVAILABLE = "Y"
               CLOSE SHIPPER-XREF-FILE
           END-IF
           DISPLAY "STATEMENTS GENERATED FOR " WS-STMT-COUNT
               " CUSTOMERS"
           STOP RUN.
           COMPUTE WS-PERIOD-START =
               (WS-STMT-YEAR * 10000) + (WS-STMT-MONTH * 100) + 1
           COMPUTE WS-PERIOD-END =
               (WS-STMT-YEAR * 10000) + (WS-STMT-MONTH * 100) + 31
           COMPUTE WS-STMT-YYYYMM =
               (WS-STMT-YEAR * 100) + WS-STMT-MONTH.
      ******************************************************************
      * Loads the period's payments into the table. A missing
      * ARPAY.DAT just means no payments applied this period.
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF.
      ******************************************************************
      * Loads every shipping invoice with money still owing that was
      * billed for the statement month or earlier. A missing
      * SHIPOPEN.DAT just means no shipping section on any
      * statement.
      ******************************************************************
       030-LOAD-SHIPPING-INVOICES.
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
                              AND SO-PERIOD <= WS-STMT-YYYYMM
                              AND WS-SHIP-COUNT < 2000
                               ADD 1 TO WS-SHIP-COUNT
                               MOVE SO-ACCT-NO TO
                                   WS-SH-ACCT-NO (WS-SHIP-COUNT)
                               MOVE SO-INVOICE-NO TO
                                   WS-SH-INVOICE (WS-SHIP-COUNT)
                               MOVE SO-PERIOD TO
                                   WS-SH-PERIOD (WS-SHIP-COUNT)
                               MOVE WS-SHIP-BALANCE TO
                                   WS-SH-BALANCE (WS-SHIP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIP-OPEN-FILE
           END-IF.
      ******************************************************************
      * Loads the customer business's letterhead, remit-to address
      * and statement message from the company profile.
      ******************************************************************
       050-LOAD-COMPANY-PROFILE.
           COPY COMPLOAD REPLACING ==:BUSINESS:== BY =="CUST"==.
           .
       100-READ-OPEN-ITEM.
           READ  SORTED-AR-FILE
               AT END
      * for a "C" credit item, which is money we owe the customer.
      * Purchase-side items dated inside the period also count as
      * the period's purchases at their original amounts ("C"
      * credits, "M" credit-memo markers, and "W"/"R" write-off and
      * recovery items are not purchases; the last two are summed
      * on their own).
      * Items dated after the period belong to the next statement
      * and are left out.
      ******************************************************************
                   SUBTRACT SRT-OPEN-AMOUNT FROM WS-CLOSE-BALANCE
               ELSE
                   ADD SRT-OPEN-AMOUNT TO WS-CLOSE-BALANCE
                   IF SRT-OPEN-AMOUNT > ZERO
                       PERFORM 210-CHECK-DISPUTED
                   END-IF
               END-IF
               IF SRT-DATE >= WS-PERIOD-START
                   EVALUATE SRT-TYPE
                       WHEN "C"
                       WHEN "M"
                           CONTINUE
                       WHEN "W"
                           ADD SRT-ORIG-AMOUNT TO WS-PERIOD-WOFF
                       WHEN "R"
                           ADD SRT-ORIG-AMOUNT TO WS-PERIOD-RECOV
                       WHEN OTHER
                           ADD SRT-ORIG-AMOUNT TO WS-PERIOD-PURCH
                   END-EVALUATE
               END-IF
           END-IF.
      ******************************************************************
      * An open item in open dispute is remembered for its own lines
      * under the closing balance; no ARDISP.DAT means nothing is in
      * dispute.
      ******************************************************************
       210-CHECK-DISPUTED.
           IF WS-DISP-AVAILABLE = "Y"
               MOVE SRT-ITEM-NO TO DP-ITEM-NO
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DP-STATUS = "O"
                           ADD SRT-OPEN-AMOUNT TO WS-DISPUTED-TOTAL
                           IF WS-DSP-COUNT < 50
                               ADD 1 TO WS-DSP-COUNT
                               MOVE SRT-ITEM-NO
                                   TO WS-DS-ITEM-NO (WS-DSP-COUNT)
                               MOVE SRT-DATE
                                   TO WS-DS-DATE (WS-DSP-COUNT)
                               MOVE SRT-OPEN-AMOUNT
                                   TO WS-DS-AMOUNT (WS-DSP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-IF.
      ******************************************************************
      * One statement page: address block, then previous balance,
      * purchases, payments, and the closing balance they net to.
      ******************************************************************
      ******************************************************************
      * The balance forward falls out of the identity: what was owed
      * coming in equals what is owed now, less the purchases added,
      * plus the payments that came off and the debt written off --
      * less the part of those payments that only recovered debt
      * already written off, which never came off the open items.
      ******************************************************************
           COMPUTE WS-PREV-BALANCE =
               WS-CLOSE-BALANCE - WS-PERIOD-PURCH + WS-PERIOD-PAID
                   + WS-PERIOD-WOFF - WS-PERIOD-RECOV
           MOVE WS-PREV-CUST-NO TO CM-CUST-NO
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CM-STATE
                   MOVE SPACES TO CM-ZIP
           END-READ
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC AFTER ADVANCING PAGE
           COPY COMPHEAD REPLACING ==:OUT-REC:== BY ==STATEMENT-REC==.
           WRITE STATEMENT-REC FROM STATEMENT-HEADING
           MOVE SPACES TO AD-TEXT
           STRING WS-PREV-CUST-NO DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  INTO AD-TEXT
           END-STRING
           WRITE STATEMENT-REC FROM ADDRESS-LINE
           PERFORM 310-FIND-SHIPPER-LINKS
           IF WS-LINK-COUNT > ZERO
               MOVE "PURCHASES" TO SL-TEXT
               WRITE STATEMENT-REC FROM SECTION-HEADING-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE "PREVIOUS BALANCE:       " TO SA-LABEL
           MOVE WS-PREV-BALANCE TO SA-AMOUNT
           WRITE STATEMENT-REC FROM STATEMENT-AMOUNT-LINE
           MOVE "PAYMENTS APPLIED:       " TO SA-LABEL
           MOVE WS-PERIOD-PAID TO SA-AMOUNT
           WRITE STATEMENT-REC FROM STATEMENT-AMOUNT-LINE
           IF WS-PERIOD-WOFF > ZERO
               MOVE "WRITTEN OFF:            " TO SA-LABEL
               MOVE WS-PERIOD-WOFF TO SA-AMOUNT
               WRITE STATEMENT-REC FROM STATEMENT-AMOUNT-LINE
           END-IF
           IF WS-PERIOD-RECOV > ZERO
               MOVE "WRITTEN OFF RECOVERED:  " TO SA-LABEL
               MOVE WS-PERIOD-RECOV TO SA-AMOUNT
               WRITE STATEMENT-REC FROM STATEMENT-AMOUNT-LINE
           END-IF
           MOVE "CLOSING BALANCE:        " TO SA-LABEL
           MOVE WS-CLOSE-BALANCE TO SA-AMOUNT
           WRITE STATEMENT-REC FROM STATEMENT-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-CLOSE-BALANCE TO WS-AMOUNT-DUE
           IF WS-DISPUTED-TOTAL > ZERO
               MOVE "ITEMS IN DISPUTE:       " TO SA-LABEL
               MOVE WS-DISPUTED-TOTAL TO SA-AMOUNT
               WRITE STATEMENT-REC FROM STATEMENT-AMOUNT-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WS-DSP-SUB FROM 1 BY 1
                       UNTIL WS-DSP-SUB > WS-DSP-COUNT
                   MOVE WS-DS-ITEM-NO (WS-DSP-SUB) TO DI-ITEM-NO
                   MOVE WS-DS-DATE (WS-DSP-SUB)    TO DI-DATE
                   MOVE WS-DS-AMOUNT (WS-DSP-SUB)  TO DI-AMOUNT
                   WRITE STATEMENT-REC FROM DISPUTED-ITEM-LINE
               END-PERFORM
               COMPUTE WS-AMOUNT-DUE =
                   WS-CLOSE-BALANCE - WS-DISPUTED-TOTAL
               MOVE "DUE EXCLUDING DISPUTES: " TO SA-LABEL
               MOVE WS-AMOUNT-DUE TO SA-AMOUNT
               WRITE STATEMENT-REC FROM STATEMENT-AMOUNT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           IF WS-LINK-COUNT > ZERO
               PERFORM 350-PRINT-SHIPPING-SECTION
           END-IF
           IF CL-STMT-MESSAGE NOT = SPACES
               MOVE CL-STMT-MESSAGE TO CL-PRINT-TEXT
               WRITE STATEMENT-REC FROM CL-PRINT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC
           COPY COMPREMT REPLACING ==:OUT-REC:== BY ==STATEMENT-REC==.
           MOVE ZERO TO WS-SHIP-TOTAL
           MOVE ZERO TO WS-PREV-BALANCE
           MOVE ZERO TO WS-CLOSE-BALANCE
           MOVE ZERO TO WS-PERIOD-PURCH
           MOVE ZERO TO WS-PERIOD-PAID
           MOVE ZERO TO WS-PERIOD-WOFF
           MOVE ZERO TO WS-PERIOD-RECOV
           MOVE ZERO TO WS-DISPUTED-TOTAL
           MOVE ZERO TO WS-DSP-COUNT.
      ******************************************************************
      * Collects the shipper accounts linked to the customer off the
      * SHIPXREF.DAT alternate-key chain.
      ******************************************************************
       310-FIND-SHIPPER-LINKS.
           MOVE ZERO TO WS-LINK-COUNT
           IF WS-XREF-AVAILABLE = "Y"
               MOVE "N" TO WS-XREF-EOF
               MOVE WS-PREV-CUST-NO TO XR-CUST-NO
               START SHIPPER-XREF-FILE KEY IS = XR-CUST-NO
                   INVALID KEY
                       MOVE "Y" TO WS-XREF-EOF
               END-START
               PERFORM UNTIL WS-XREF-EOF = "Y"
                   READ SHIPPER-XREF-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-XREF-EOF
                       NOT AT END
                           IF XR-CUST-NO NOT = WS-PREV-CUST-NO
                               MOVE "Y" TO WS-XREF-EOF
                           ELSE
                               IF WS-LINK-COUNT < 20
                                   ADD 1 TO WS-LINK-COUNT
                                   MOVE XR-ACCT-NO TO
                                       WS-LINK-ACCT-NO (WS-LINK-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      ******************************************************************
      * The shipping-invoices section of a combined statement: each
      * linked account's unpaid invoices, their total, and the one
      * amount due across purchases and shipping (net of any
      * purchases in dispute, as the purchases section shows it).
      ******************************************************************
       350-PRINT-SHIPPING-SECTION.
           MOVE ZERO TO WS-SHIP-TOTAL
           MOVE "SHIPPING INVOICES" TO SL-TEXT
           WRITE STATEMENT-REC FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-LINK-SUB FROM 1 BY 1
                   UNTIL WS-LINK-SUB > WS-LINK-COUNT
               PERFORM VARYING WS-SHIP-SUB FROM 1 BY 1
                       UNTIL WS-SHIP-SUB > WS-SHIP-COUNT
                   IF WS-SH-ACCT-NO (WS-SHIP-SUB)
                          = WS-LINK-ACCT-NO (WS-LINK-SUB)
                       MOVE WS-SH-INVOICE (WS-SHIP-SUB)
                           TO SI-INVOICE-NO
                       MOVE WS-SH-ACCT-NO (WS-SHIP-SUB) TO SI-ACCT-NO
                       MOVE WS-SH-PERIOD (WS-SHIP-SUB)  TO SI-PERIOD
                       MOVE WS-SH-BALANCE (WS-SHIP-SUB) TO SI-BALANCE
                       WRITE STATEMENT-REC FROM SHIP-INVOICE-LINE
                       ADD WS-SH-BALANCE (WS-SHIP-SUB) TO WS-SHIP-TOTAL
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "SHIPPING BALANCE:       " TO SA-LABEL
           MOVE WS-SHIP-TOTAL TO SA-AMOUNT
           WRITE STATEMENT-REC FROM STATEMENT-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           COMPUTE WS-TOTAL-DUE = WS-AMOUNT-DUE + WS-SHIP-TOTAL
           MOVE "TOTAL AMOUNT DUE:       " TO SA-LABEL
           MOVE WS-TOTAL-DUE TO SA-AMOUNT
           WRITE STATEMENT-REC FROM STATEMENT-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
       END PROGRAM ArStmt.
