       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArGl.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Posts the customer side of the business to the G/L
      *     journal, the way ShipGl posts shipping revenue --
      *     accounting stops re-keying CUSTPOST.RPT and ARPOST.RPT
      *     into the books every month. Three sources, each proved
      *     against the totals its own posting run appended:
      *       - purchases and credit memos CustPost posted to
      *         CUSTOMER.DAT (the sequence ranges on CUSTPOST.TOT):
      *         receivable debited and sales credited for purchases,
      *         sales debited and receivable credited for returns;
      *       - payments ArPost applied off ARPAY.DAT (one ARPOST.TOT
      *         record per batch, proved against that batch's
      *         segment): cash debited, receivable credited;
      *       - finance charges ArFin assessed as "F" items on
      *         AROPEN.DAT (the item ranges on ARFIN.TOT):
      *         receivable debited, finance-charge income credited;
      *       - bad debt ArWoff wrote off as "W" items on AROPEN.DAT
      *         (the item ranges on ARWOFF.TOT): bad-debt expense
      *         debited, receivable credited -- and the part of the
      *         payments ArPost recognized as recovering written-off
      *         debt (carried on the same ARPOST.TOT records) moves
      *         back: receivable debited, bad-debt expense credited.
      *     Accounts map through COAMAP.DAT record types added for
      *     the customer side ("U" customer receivable, "S" sales,
      *     "K" cash, "F" finance-charge income, "B" bad-debt
      *     expense; the payroll and shipping types in the same file
      *     are ignored). The whole
      *     batch is refused -- and no journal lines are left behind
      *     -- if an account is unmapped, debits do not equal
      *     credits, or any source does not tie to its totals. A
      *     posted batch retires its totals files to .PST (the
      *     GlLedger idiom), so a rerun finds nothing left to post.
      * Input:
      *     CUSTPOST.TOT, ARPOST.TOT, ARFIN.TOT, ARWOFF.TOT,
      *     CUSTOMER.DAT, ARPAY.DAT, AROPEN.DAT, COAMAP.DAT
      * Output:
      *     GLJRNL.DAT (balanced journal entry, appended)
      *     ARGL.RPT (posting register)
      *     CUSTPOST.PST, ARPOST.PST, ARFIN.PST, ARWOFF.PST
      *     (consumed totals)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PURCHASE-TOTALS-FILE
               ASSIGN TO "CUSTPOST.TOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTOT-STATUS.
           SELECT  PAYMENT-TOTALS-FILE
               ASSIGN TO "ARPOST.TOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTOT-STATUS.
           SELECT  FINANCE-TOTALS-FILE
               ASSIGN TO "ARFIN.TOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FTOT-STATUS.
           SELECT  WOFF-TOTALS-FILE
               ASSIGN TO "ARWOFF.TOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WTOT-STATUS.
           SELECT  CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  SEQUENTIAL
               RECORD KEY IS   CUST-SEQ-NO
               ALTERNATE RECORD KEY IS CUST-NO WITH DUPLICATES
               FILE STATUS IS  WS-CUST-STATUS.
           SELECT  PAYMENT-FILE
               ASSIGN TO "ARPAY.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-PAY-STATUS.
           SELECT  AR-OPEN-FILE
               ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  SEQUENTIAL
               RECORD KEY IS   AR-ITEM-NO
               ALTERNATE RECORD KEY IS AR-CUST-NO WITH DUPLICATES
               FILE STATUS IS  WS-AR-STATUS.
           SELECT  COA-MAP-FILE
               ASSIGN TO "COAMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.
           SELECT  JOURNAL-FILE
               ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT  REGISTER-FILE
               ASSIGN TO "ARGL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-TOTALS-FILE.
       01  PURCHASE-TOTALS-REC.
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
       FD  PAYMENT-TOTALS-FILE.
       01  PAYMENT-TOTALS-REC.
           05  YX-RUN-DATE        PIC 9(8).
           05  FILLER             PIC X.
           05  YX-BATCH-ID        PIC 9(6).
           05  FILLER             PIC X.
           05  YX-PAY-COUNT       PIC 9(7).
           05  FILLER             PIC X.
           05  YX-CASH-TOTAL      PIC 9(9)V99.
           05  FILLER             PIC X.
           05  YX-RECOVERY-TOTAL  PIC 9(9)V99.
       FD  FINANCE-TOTALS-FILE.
       01  FINANCE-TOTALS-REC.
           05  FX-RUN-DATE        PIC 9(8).
           05  FILLER             PIC X.
           05  FX-FIRST-ITEM-NO   PIC 9(6).
           05  FILLER             PIC X.
           05  FX-LAST-ITEM-NO    PIC 9(6).
           05  FILLER             PIC X.
           05  FX-CHARGE-COUNT    PIC 9(5).
           05  FILLER             PIC X.
           05  FX-CHARGE-TOTAL    PIC 9(9)V99.
       FD  WOFF-TOTALS-FILE.
       01  WOFF-TOTALS-REC.
           05  WX-RUN-DATE        PIC 9(8).
           05  FILLER             PIC X.
           05  WX-FIRST-ITEM-NO   PIC 9(6).
           05  FILLER             PIC X.
           05  WX-LAST-ITEM-NO    PIC 9(6).
           05  FILLER             PIC X.
           05  WX-WOFF-COUNT      PIC 9(5).
           05  FILLER             PIC X.
           05  WX-WOFF-TOTAL      PIC 9(9)V99.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-REC.
           05  CUST-NO            PIC X(5).
           05  CUST-NAME          PIC X(20).
           05  CUST-PURCHASE      PIC 9(5)V99.
           05  CUST-SEQ-NO        PIC 9(6).
           05  FILLER             PIC X(73).
           05  CUST-DATE          PIC 9(8).
           05  CUST-TRAN-TYPE     PIC X.
       FD  PAYMENT-FILE.
       01  PAYMENT-REC.
           05  PAY-DATE           PIC 9(8).
           05  PAY-CUST-NO        PIC X(5).
           05  PAY-AMOUNT         PIC 9(5)V99.
       01  PAYMENT-TRAILER-REC    PIC X(27).
       FD  AR-OPEN-FILE.
       01  AR-OPEN-REC.
           05  AR-ITEM-NO         PIC 9(6).
           05  AR-CUST-NO         PIC X(5).
           05  AR-DATE            PIC 9(8).
           05  AR-ORIG-AMOUNT     PIC 9(5)V99.
           05  AR-OPEN-AMOUNT     PIC 9(5)V99.
           05  AR-TYPE            PIC X.
      ******************************************************************
      * "U" names the customer receivable, "S" customer sales, "K"
      * cash, "F" finance-charge income, "B" bad-debt expense. The
      * payroll "E"/"L" and shipping "R"/"A" records in the same
      * file are ignored here.
      ******************************************************************
       FD  COA-MAP-FILE.
       01  COA-MAP-REC.
           05  COA-TYPE              PIC X.
           05  COA-TERRITORY-NO      PIC XX.
           05  COA-ACCOUNT           PIC X(8).
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  JR-ACCOUNT            PIC X(8).
           05  FILLER                PIC X.
           05  JR-DEBIT-CREDIT       PIC X.
           05  FILLER                PIC X.
           05  JR-AMOUNT             PIC 9(9)V99.
           05  FILLER                PIC X.
           05  JR-SOURCE             PIC X(8).
           05  FILLER                PIC X.
           05  JR-POST-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  JR-REFERENCE          PIC X(10).
           05  FILLER                PIC X.
           05  JR-DESCRIPTION        PIC X(30).
       FD  REGISTER-FILE.
       01  REGISTER-REC              PIC X(80).
       WORKING-STORAGE SECTION.
           COPY BATCHTRL.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-PTOT-STATUS     PIC XX.
           05  WS-YTOT-STATUS     PIC XX.
           05  WS-FTOT-STATUS     PIC XX.
           05  WS-WTOT-STATUS     PIC XX.
           05  WS-CUST-STATUS     PIC XX.
           05  WS-PAY-STATUS      PIC XX.
           05  WS-AR-STATUS       PIC XX.
           05  WS-COA-STATUS      PIC XX.
           05  WS-JRNL-STATUS     PIC XX.
           05  WS-COA-EOF         PIC X     VALUE "N".
           05  WS-TOT-EOF         PIC X     VALUE "N".
           05  WS-BATCH-OK        PIC X     VALUE "Y".
           05  WS-PTOT-FOUND      PIC X     VALUE "N".
           05  WS-YTOT-FOUND      PIC X     VALUE "N".
           05  WS-FTOT-FOUND      PIC X     VALUE "N".
           05  WS-WTOT-FOUND      PIC X     VALUE "N".
           05  WS-RECV-ACCOUNT    PIC X(8)  VALUE SPACES.
           05  WS-SALES-ACCOUNT   PIC X(8)  VALUE SPACES.
           05  WS-CASH-ACCOUNT    PIC X(8)  VALUE SPACES.
           05  WS-FIN-ACCOUNT     PIC X(8)  VALUE SPACES.
           05  WS-BADDEBT-ACCOUNT PIC X(8)  VALUE SPACES.
      ******************************************************************
      * Control totals (off the .TOT files) against detail totals
      * (summed off the posted records themselves).
      ******************************************************************
           05  WS-TOT-PURCHASES   PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-CREDITS     PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-CASH        PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-FINANCE     PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-WRITEOFF    PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-RECOVERY    PIC 9(9)V99 VALUE ZERO.
           05  WS-DTL-PURCHASES   PIC 9(9)V99 VALUE ZERO.
           05  WS-DTL-CREDITS     PIC 9(9)V99 VALUE ZERO.
           05  WS-DTL-CASH        PIC 9(9)V99 VALUE ZERO.
           05  WS-DTL-FINANCE     PIC 9(9)V99 VALUE ZERO.
           05  WS-DTL-WRITEOFF    PIC 9(9)V99 VALUE ZERO.
           05  WS-DEBIT-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05  WS-CREDIT-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05  WS-SEG-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-SEG-AMOUNT      PIC 9(9)V99 VALUE ZERO.
           05  WS-RANGE-SUB       PIC 9(3)  VALUE ZERO.
           05  WS-STAGE-SUB       PIC 9(3)  VALUE ZERO.
           05  WS-IN-RANGE        PIC X     VALUE "N".
           05  WS-CALL-STATUS     PIC 9(9)  COMP-5.
           05  WS-FROM-NAME       PIC X(30) VALUE SPACES.
           05  WS-TO-NAME         PIC X(30) VALUE SPACES.
      ******************************************************************
      * Sequence-key ranges off CUSTPOST.TOT and item ranges off
      * ARFIN.TOT and ARWOFF.TOT: a posted record inside one of
      * them is this batch's activity.
      ******************************************************************
       01  WS-PURCH-RANGE-TABLE.
           05  WS-PR-COUNT        PIC 9(3)  VALUE ZERO.
           05  WS-PR-ENTRY        OCCURS 100 TIMES.
               10  WS-PR-FIRST    PIC 9(6).
               10  WS-PR-LAST     PIC 9(6).
       01  WS-FIN-RANGE-TABLE.
           05  WS-FR-COUNT        PIC 9(3)  VALUE ZERO.
           05  WS-FR-ENTRY        OCCURS 100 TIMES.
               10  WS-FR-FIRST    PIC 9(6).
               10  WS-FR-LAST     PIC 9(6).
       01  WS-WOFF-RANGE-TABLE.
           05  WS-WR-COUNT        PIC 9(3)  VALUE ZERO.
           05  WS-WR-ENTRY        OCCURS 100 TIMES.
               10  WS-WR-FIRST    PIC 9(6).
               10  WS-WR-LAST     PIC 9(6).
      ******************************************************************
      * One entry per applied payment batch off ARPOST.TOT, with the
      * count and cash found on that batch's ARPAY.DAT segment.
      ******************************************************************
       01  WS-PAY-BATCH-TABLE.
           05  WS-PB-COUNT        PIC 9(3)  VALUE ZERO.
           05  WS-PB-ENTRY        OCCURS 100 TIMES.
               10  WS-PB-BATCH-ID PIC 9(6).
               10  WS-PB-TOT-COUNT PIC 9(7).
               10  WS-PB-TOT-CASH PIC 9(9)V99.
               10  WS-PB-FOUND    PIC X.
               10  WS-PB-DTL-COUNT PIC 9(7).
               10  WS-PB-DTL-CASH PIC 9(9)V99.
      ******************************************************************
      * Journal lines are staged here and only written once the
      * entry has proved in balance and tied to every source, so a
      * rejected batch leaves nothing behind.
      ******************************************************************
       01  WS-STAGE-TABLE.
           05  WS-STAGE-COUNT     PIC 9(3)  VALUE ZERO.
           05  WS-STAGE-ENTRY     OCCURS 20 TIMES.
               10  WS-SG-ACCOUNT  PIC X(8).
               10  WS-SG-DC       PIC X.
               10  WS-SG-AMOUNT   PIC 9(9)V99.
               10  WS-SG-NOTE     PIC X(20).
       01  WS-STAGE-WORK.
           05  WS-WK-ACCOUNT      PIC X(8).
           05  WS-WK-DC           PIC X.
           05  WS-WK-AMOUNT       PIC 9(9)V99.
           05  WS-WK-NOTE         PIC X(20).
       01  REGISTER-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(30) VALUE
                                  "CUSTOMER A/R G/L POSTING".
           05  FILLER             PIC X(6)  VALUE "DATE: ".
           COPY DATESTMP REPLACING ==:GRP-LVL:==         BY ==05==
                                   ==:STAMP-GRP:==       BY ==HD-DATE==
                                   ==:FLD-LVL:==         BY ==10==
                                   ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                   ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                   ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           05  FILLER             PIC X(28) VALUE SPACES.
       01  REGISTER-DETAIL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  RG-ACCOUNT         PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RG-DEBIT-CREDIT    PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RG-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RG-NOTE            PIC X(20).
           05  FILLER             PIC X(20) VALUE SPACES.
       01  REGISTER-TIE-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  RI-SOURCE          PIC X(14).
           05  FILLER             PIC X(7)  VALUE "TOTAL: ".
           05  RI-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "DETAIL: ".
           05  RI-DETAIL          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RI-FLAG            PIC X(10).
       01  REGISTER-TOTAL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "DEBITS: ".
           05  RT-DEBIT-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "CREDITS: ".
           05  RT-CREDIT-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RT-BALANCE-FLAG    PIC X(14).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-LOAD-PURCHASE-TOTALS
           PERFORM 020-LOAD-PAYMENT-TOTALS
           PERFORM 030-LOAD-FINANCE-TOTALS
           PERFORM 035-LOAD-WRITEOFF-TOTALS
           IF WS-PTOT-FOUND = "N" AND WS-YTOT-FOUND = "N"
              AND WS-FTOT-FOUND = "N" AND WS-WTOT-FOUND = "N"
               DISPLAY "NO CUSTPOST.TOT, ARPOST.TOT, ARFIN.TOT OR "
                   "ARWOFF.TOT - NOTHING TO POST"
               STOP RUN
           END-IF
           PERFORM 040-LOAD-COA-MAP
           PERFORM 100-SUM-POSTED-PURCHASES
           PERFORM 110-SUM-APPLIED-PAYMENTS
           PERFORM 120-SUM-FINANCE-CHARGES
           PERFORM 200-STAGE-JOURNAL-ENTRY
           PERFORM 300-CHECK-AND-POST
           STOP RUN.
      ******************************************************************
      * Every CustPost run since the last posting appended a totals
      * record; each contributes its sequence range and totals.
      ******************************************************************
       010-LOAD-PURCHASE-TOTALS.
           OPEN INPUT PURCHASE-TOTALS-FILE
           IF WS-PTOT-STATUS = "00"
               MOVE "N" TO WS-TOT-EOF
               PERFORM UNTIL WS-TOT-EOF = "Y"
                   READ PURCHASE-TOTALS-FILE
                       AT END
                           MOVE "Y" TO WS-TOT-EOF
                       NOT AT END
                           MOVE "Y" TO WS-PTOT-FOUND
                           ADD PX-POSTED-TOTAL TO WS-TOT-PURCHASES
                           ADD PX-CREDIT-TOTAL TO WS-TOT-CREDITS
                           IF PX-LAST-SEQ-NO >= PX-FIRST-SEQ-NO
                               IF WS-PR-COUNT < 100
                                   ADD 1 TO WS-PR-COUNT
                                   MOVE PX-FIRST-SEQ-NO
                                       TO WS-PR-FIRST (WS-PR-COUNT)
                                   MOVE PX-LAST-SEQ-NO
                                       TO WS-PR-LAST (WS-PR-COUNT)
                               ELSE
                                   DISPLAY "CUSTPOST.TOT HOLDS TOO "
                                       "MANY RUNS - BATCH REJECTED"
                                   MOVE "N" TO WS-BATCH-OK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-TOTALS-FILE
           END-IF.
      ******************************************************************
      * One ARPOST.TOT record per payment batch ArPost applied.
      ******************************************************************
       020-LOAD-PAYMENT-TOTALS.
           OPEN INPUT PAYMENT-TOTALS-FILE
           IF WS-YTOT-STATUS = "00"
               MOVE "N" TO WS-TOT-EOF
               PERFORM UNTIL WS-TOT-EOF = "Y"
                   READ PAYMENT-TOTALS-FILE
                       AT END
                           MOVE "Y" TO WS-TOT-EOF
                       NOT AT END
                           MOVE "Y" TO WS-YTOT-FOUND
                           ADD YX-CASH-TOTAL TO WS-TOT-CASH
                           ADD YX-RECOVERY-TOTAL TO WS-TOT-RECOVERY
                           IF WS-PB-COUNT < 100
                               ADD 1 TO WS-PB-COUNT
                               MOVE YX-BATCH-ID
                                   TO WS-PB-BATCH-ID (WS-PB-COUNT)
                               MOVE YX-PAY-COUNT
                                   TO WS-PB-TOT-COUNT (WS-PB-COUNT)
                               MOVE YX-CASH-TOTAL
                                   TO WS-PB-TOT-CASH (WS-PB-COUNT)
                               MOVE "N" TO WS-PB-FOUND (WS-PB-COUNT)
                               MOVE ZERO
                                   TO WS-PB-DTL-COUNT (WS-PB-COUNT)
                               MOVE ZERO
                                   TO WS-PB-DTL-CASH (WS-PB-COUNT)
                           ELSE
                               DISPLAY "ARPOST.TOT HOLDS TOO MANY "
                                   "BATCHES - BATCH REJECTED"
                               MOVE "N" TO WS-BATCH-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-TOTALS-FILE
           END-IF.
       030-LOAD-FINANCE-TOTALS.
           OPEN INPUT FINANCE-TOTALS-FILE
           IF WS-FTOT-STATUS = "00"
               MOVE "N" TO WS-TOT-EOF
               PERFORM UNTIL WS-TOT-EOF = "Y"
                   READ FINANCE-TOTALS-FILE
                       AT END
                           MOVE "Y" TO WS-TOT-EOF
                       NOT AT END
                           MOVE "Y" TO WS-FTOT-FOUND
                           ADD FX-CHARGE-TOTAL TO WS-TOT-FINANCE
                           IF FX-LAST-ITEM-NO >= FX-FIRST-ITEM-NO
                               IF WS-FR-COUNT < 100
                                   ADD 1 TO WS-FR-COUNT
                                   MOVE FX-FIRST-ITEM-NO
                                       TO WS-FR-FIRST (WS-FR-COUNT)
                                   MOVE FX-LAST-ITEM-NO
                                       TO WS-FR-LAST (WS-FR-COUNT)
                               ELSE
                                   DISPLAY "ARFIN.TOT HOLDS TOO MANY "
                                       "RUNS - BATCH REJECTED"
                                   MOVE "N" TO WS-BATCH-OK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINANCE-TOTALS-FILE
           END-IF.
       035-LOAD-WRITEOFF-TOTALS.
           OPEN INPUT WOFF-TOTALS-FILE
           IF WS-WTOT-STATUS = "00"
               MOVE "N" TO WS-TOT-EOF
               PERFORM UNTIL WS-TOT-EOF = "Y"
                   READ WOFF-TOTALS-FILE
                       AT END
                           MOVE "Y" TO WS-TOT-EOF
                       NOT AT END
                           MOVE "Y" TO WS-WTOT-FOUND
                           ADD WX-WOFF-TOTAL TO WS-TOT-WRITEOFF
                           IF WX-LAST-ITEM-NO >= WX-FIRST-ITEM-NO
                               IF WS-WR-COUNT < 100
                                   ADD 1 TO WS-WR-COUNT
                                   MOVE WX-FIRST-ITEM-NO
                                       TO WS-WR-FIRST (WS-WR-COUNT)
                                   MOVE WX-LAST-ITEM-NO
                                       TO WS-WR-LAST (WS-WR-COUNT)
                               ELSE
                                   DISPLAY "ARWOFF.TOT HOLDS TOO MANY "
                                       "RUNS - BATCH REJECTED"
                                   MOVE "N" TO WS-BATCH-OK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WOFF-TOTALS-FILE
           END-IF.
       040-LOAD-COA-MAP.
           OPEN INPUT COA-MAP-FILE
           IF WS-COA-STATUS NOT = "00"
               DISPLAY "COAMAP.DAT NOT FOUND - BATCH REJECTED"
               MOVE "N" TO WS-BATCH-OK
           ELSE
               PERFORM UNTIL WS-COA-EOF = "Y"
                   READ COA-MAP-FILE
                       AT END
                           MOVE "Y" TO WS-COA-EOF
                       NOT AT END
                           EVALUATE COA-TYPE
                               WHEN "U"
                                   MOVE COA-ACCOUNT
                                       TO WS-RECV-ACCOUNT
                               WHEN "S"
                                   MOVE COA-ACCOUNT
                                       TO WS-SALES-ACCOUNT
                               WHEN "K"
                                   MOVE COA-ACCOUNT
                                       TO WS-CASH-ACCOUNT
                               WHEN "F"
                                   MOVE COA-ACCOUNT
                                       TO WS-FIN-ACCOUNT
                               WHEN "B"
                                   MOVE COA-ACCOUNT
                                       TO WS-BADDEBT-ACCOUNT
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE COA-MAP-FILE
           END-IF.
      ******************************************************************
      * Sums the CUSTOMER.DAT records inside the posted sequence
      * ranges: a "C" record is a credit memo, anything else a
      * purchase.
      ******************************************************************
       100-SUM-POSTED-PURCHASES.
           IF WS-PR-COUNT > ZERO
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUST-STATUS NOT = "00"
                   DISPLAY "CUSTOMER.DAT NOT FOUND - BATCH REJECTED"
                   MOVE "N" TO WS-BATCH-OK
               ELSE
                   MOVE "N" TO EOF
                   PERFORM UNTIL EOF = "Y"
                       READ CUSTOMER-FILE
                           AT END
                               MOVE "Y" TO EOF
                           NOT AT END
                               PERFORM 105-CHECK-PURCHASE-RANGE
                               IF WS-IN-RANGE = "Y"
                                   IF CUST-TRAN-TYPE = "C"
                                       ADD CUST-PURCHASE
                                           TO WS-DTL-CREDITS
                                   ELSE
                                       ADD CUST-PURCHASE
                                           TO WS-DTL-PURCHASES
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF.
       105-CHECK-PURCHASE-RANGE.
           MOVE "N" TO WS-IN-RANGE
           PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
                   UNTIL WS-RANGE-SUB > WS-PR-COUNT
                      OR WS-IN-RANGE = "Y"
               IF CUST-SEQ-NO >= WS-PR-FIRST (WS-RANGE-SUB)
                  AND CUST-SEQ-NO <= WS-PR-LAST (WS-RANGE-SUB)
                   MOVE "Y" TO WS-IN-RANGE
               END-IF
           END-PERFORM.
      ******************************************************************
      * Walks ARPAY.DAT segment by segment; when a trailer closes a
      * segment whose batch ID ArPost reported, that segment's count
      * and cash become the batch's detail figures. Only the first
      * segment carrying an ID counts -- a re-sent copy behind it was
      * skipped by ArPost.
      ******************************************************************
       110-SUM-APPLIED-PAYMENTS.
           IF WS-PB-COUNT > ZERO
               OPEN INPUT PAYMENT-FILE
               IF WS-PAY-STATUS NOT = "00"
                   DISPLAY "ARPAY.DAT NOT FOUND - BATCH REJECTED"
                   MOVE "N" TO WS-BATCH-OK
               ELSE
                   MOVE "N" TO EOF
                   MOVE ZERO TO WS-SEG-COUNT
                   MOVE ZERO TO WS-SEG-AMOUNT
                   PERFORM UNTIL EOF = "Y"
                       READ PAYMENT-FILE
                           AT END
                               MOVE "Y" TO EOF
                           NOT AT END
                               IF PAYMENT-REC (1:1) = "*"
                                   MOVE PAYMENT-TRAILER-REC
                                       TO BATCH-TRAILER-RECORD
                                   PERFORM 115-MATCH-PAYMENT-BATCH
                                   MOVE ZERO TO WS-SEG-COUNT
                                   MOVE ZERO TO WS-SEG-AMOUNT
                               ELSE
                                   ADD 1 TO WS-SEG-COUNT
                                   ADD PAY-AMOUNT TO WS-SEG-AMOUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAYMENT-FILE
               END-IF
           END-IF.
       115-MATCH-PAYMENT-BATCH.
           PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
                   UNTIL WS-RANGE-SUB > WS-PB-COUNT
               IF WS-PB-BATCH-ID (WS-RANGE-SUB) = BT-BATCH-ID
                  AND WS-PB-FOUND (WS-RANGE-SUB) = "N"
                   MOVE "Y" TO WS-PB-FOUND (WS-RANGE-SUB)
                   MOVE WS-SEG-COUNT
                       TO WS-PB-DTL-COUNT (WS-RANGE-SUB)
                   MOVE WS-SEG-AMOUNT
                       TO WS-PB-DTL-CASH (WS-RANGE-SUB)
                   ADD WS-SEG-AMOUNT TO WS-DTL-CASH
               END-IF
           END-PERFORM.
      ******************************************************************
      * Sums the original amounts of the "F" items inside the ranges
      * ArFin reported -- original, not open, because payments may
      * already have been applied against them -- and of the "W"
      * items inside the ranges ArWoff reported.
      ******************************************************************
       120-SUM-FINANCE-CHARGES.
           IF WS-FR-COUNT > ZERO OR WS-WR-COUNT > ZERO
               OPEN INPUT AR-OPEN-FILE
               IF WS-AR-STATUS NOT = "00"
                   DISPLAY "AROPEN.DAT NOT FOUND - BATCH REJECTED"
                   MOVE "N" TO WS-BATCH-OK
               ELSE
                   MOVE "N" TO EOF
                   PERFORM UNTIL EOF = "Y"
                       READ AR-OPEN-FILE
                           AT END
                               MOVE "Y" TO EOF
                           NOT AT END
                               IF AR-TYPE = "F"
                                   PERFORM 125-CHECK-FINANCE-RANGE
                                   IF WS-IN-RANGE = "Y"
                                       ADD AR-ORIG-AMOUNT
                                           TO WS-DTL-FINANCE
                                   END-IF
                               END-IF
                               IF AR-TYPE = "W"
                                   PERFORM 127-CHECK-WRITEOFF-RANGE
                                   IF WS-IN-RANGE = "Y"
                                       ADD AR-ORIG-AMOUNT
                                           TO WS-DTL-WRITEOFF
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AR-OPEN-FILE
               END-IF
           END-IF.
       125-CHECK-FINANCE-RANGE.
           MOVE "N" TO WS-IN-RANGE
           PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
                   UNTIL WS-RANGE-SUB > WS-FR-COUNT
                      OR WS-IN-RANGE = "Y"
               IF AR-ITEM-NO >= WS-FR-FIRST (WS-RANGE-SUB)
                  AND AR-ITEM-NO <= WS-FR-LAST (WS-RANGE-SUB)
                   MOVE "Y" TO WS-IN-RANGE
               END-IF
           END-PERFORM.
       127-CHECK-WRITEOFF-RANGE.
           MOVE "N" TO WS-IN-RANGE
           PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
                   UNTIL WS-RANGE-SUB > WS-WR-COUNT
                      OR WS-IN-RANGE = "Y"
               IF AR-ITEM-NO >= WS-WR-FIRST (WS-RANGE-SUB)
                  AND AR-ITEM-NO <= WS-WR-LAST (WS-RANGE-SUB)
                   MOVE "Y" TO WS-IN-RANGE
               END-IF
           END-PERFORM.
      ******************************************************************
      * Stages the entry, one pair of lines per kind of activity so
      * the register reads the way the activity happened. An account
      * the activity needs but COAMAP.DAT does not name rejects the
      * batch.
      ******************************************************************
       200-STAGE-JOURNAL-ENTRY.
           IF WS-DTL-PURCHASES > ZERO
               MOVE WS-RECV-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "D" TO WS-WK-DC
               MOVE WS-DTL-PURCHASES TO WS-WK-AMOUNT
               MOVE "PURCHASES BILLED" TO WS-WK-NOTE
               PERFORM 210-STAGE-ONE-LINE
               MOVE WS-SALES-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "C" TO WS-WK-DC
               PERFORM 210-STAGE-ONE-LINE
           END-IF
           IF WS-DTL-CREDITS > ZERO
               MOVE WS-SALES-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "D" TO WS-WK-DC
               MOVE WS-DTL-CREDITS TO WS-WK-AMOUNT
               MOVE "CREDIT MEMOS" TO WS-WK-NOTE
               PERFORM 210-STAGE-ONE-LINE
               MOVE WS-RECV-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "C" TO WS-WK-DC
               PERFORM 210-STAGE-ONE-LINE
           END-IF
           IF WS-DTL-CASH > ZERO
               MOVE WS-CASH-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "D" TO WS-WK-DC
               MOVE WS-DTL-CASH TO WS-WK-AMOUNT
               MOVE "PAYMENTS RECEIVED" TO WS-WK-NOTE
               PERFORM 210-STAGE-ONE-LINE
               MOVE WS-RECV-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "C" TO WS-WK-DC
               PERFORM 210-STAGE-ONE-LINE
           END-IF
           IF WS-DTL-FINANCE > ZERO
               MOVE WS-RECV-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "D" TO WS-WK-DC
               MOVE WS-DTL-FINANCE TO WS-WK-AMOUNT
               MOVE "FINANCE CHARGES" TO WS-WK-NOTE
               PERFORM 210-STAGE-ONE-LINE
               MOVE WS-FIN-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "C" TO WS-WK-DC
               PERFORM 210-STAGE-ONE-LINE
           END-IF
           IF WS-DTL-WRITEOFF > ZERO
               MOVE WS-BADDEBT-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "D" TO WS-WK-DC
               MOVE WS-DTL-WRITEOFF TO WS-WK-AMOUNT
               MOVE "BAD DEBT WRITTEN OFF" TO WS-WK-NOTE
               PERFORM 210-STAGE-ONE-LINE
               MOVE WS-RECV-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "C" TO WS-WK-DC
               PERFORM 210-STAGE-ONE-LINE
           END-IF
      ******************************************************************
      * Recoveries are a split of payment cash already proved against
      * ARPAY.DAT above, so they carry no separate tie: the cash line
      * credited all of it to the receivable, and this pair moves the
      * recovered part over to bad-debt expense.
      ******************************************************************
           IF WS-TOT-RECOVERY > ZERO
               MOVE WS-RECV-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "D" TO WS-WK-DC
               MOVE WS-TOT-RECOVERY TO WS-WK-AMOUNT
               MOVE "BAD DEBT RECOVERED" TO WS-WK-NOTE
               PERFORM 210-STAGE-ONE-LINE
               MOVE WS-BADDEBT-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "C" TO WS-WK-DC
               PERFORM 210-STAGE-ONE-LINE
           END-IF.
       210-STAGE-ONE-LINE.
           IF WS-WK-ACCOUNT = SPACES
               DISPLAY WS-WK-NOTE " HAVE NO ACCOUNT IN COAMAP.DAT - "
                   "BATCH REJECTED"
               MOVE "N" TO WS-BATCH-OK
           ELSE
               ADD 1 TO WS-STAGE-COUNT
               MOVE WS-WK-ACCOUNT TO WS-SG-ACCOUNT (WS-STAGE-COUNT)
               MOVE WS-WK-DC      TO WS-SG-DC (WS-STAGE-COUNT)
               MOVE WS-WK-AMOUNT  TO WS-SG-AMOUNT (WS-STAGE-COUNT)
               MOVE WS-WK-NOTE    TO WS-SG-NOTE (WS-STAGE-COUNT)
               IF WS-WK-DC = "D"
                   ADD WS-WK-AMOUNT TO WS-DEBIT-TOTAL
               ELSE
                   ADD WS-WK-AMOUNT TO WS-CREDIT-TOTAL
               END-IF
           END-IF.
      ******************************************************************
      * Every source must tie to the totals its posting run reported
      * and the staged entry must balance before a single line
      * reaches GLJRNL.DAT.
      ******************************************************************
       300-CHECK-AND-POST.
           OPEN OUTPUT REGISTER-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           COPY DATEMOV REPLACING ==:WS-YEAR-FLD:==     BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:==    BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==      BY ==WS-DAY==
                                  ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                  ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                  ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           WRITE REGISTER-REC FROM REGISTER-HEADING
           MOVE "PURCHASES"     TO RI-SOURCE
           MOVE WS-TOT-PURCHASES TO RI-TOTAL
           MOVE WS-DTL-PURCHASES TO RI-DETAIL
           IF WS-TOT-PURCHASES = WS-DTL-PURCHASES
               MOVE "TIES" TO RI-FLAG
           ELSE
               MOVE "NO TIE" TO RI-FLAG
               MOVE "N" TO WS-BATCH-OK
               DISPLAY "PURCHASES DO NOT TIE TO CUSTPOST.TOT - "
                   "BATCH REJECTED"
           END-IF
           WRITE REGISTER-REC FROM REGISTER-TIE-LINE
               AFTER ADVANCING 2 LINES
           MOVE "CREDIT MEMOS"  TO RI-SOURCE
           MOVE WS-TOT-CREDITS  TO RI-TOTAL
           MOVE WS-DTL-CREDITS  TO RI-DETAIL
           IF WS-TOT-CREDITS = WS-DTL-CREDITS
               MOVE "TIES" TO RI-FLAG
           ELSE
               MOVE "NO TIE" TO RI-FLAG
               MOVE "N" TO WS-BATCH-OK
               DISPLAY "CREDIT MEMOS DO NOT TIE TO CUSTPOST.TOT - "
                   "BATCH REJECTED"
           END-IF
           WRITE REGISTER-REC FROM REGISTER-TIE-LINE
           MOVE "PAYMENTS"      TO RI-SOURCE
           MOVE WS-TOT-CASH     TO RI-TOTAL
           MOVE WS-DTL-CASH     TO RI-DETAIL
           MOVE "TIES" TO RI-FLAG
           PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
                   UNTIL WS-RANGE-SUB > WS-PB-COUNT
               IF WS-PB-FOUND (WS-RANGE-SUB) = "N"
                   DISPLAY "PAYMENT BATCH "
                       WS-PB-BATCH-ID (WS-RANGE-SUB)
                       " NOT ON ARPAY.DAT - BATCH REJECTED"
                   MOVE "NO TIE" TO RI-FLAG
                   MOVE "N" TO WS-BATCH-OK
               ELSE
                   IF WS-PB-DTL-COUNT (WS-RANGE-SUB)
                          NOT = WS-PB-TOT-COUNT (WS-RANGE-SUB)
                      OR WS-PB-DTL-CASH (WS-RANGE-SUB)
                          NOT = WS-PB-TOT-CASH (WS-RANGE-SUB)
                       DISPLAY "PAYMENT BATCH "
                           WS-PB-BATCH-ID (WS-RANGE-SUB)
                           " DOES NOT TIE TO ARPOST.TOT - "
                           "BATCH REJECTED"
                       MOVE "NO TIE" TO RI-FLAG
                       MOVE "N" TO WS-BATCH-OK
                   END-IF
               END-IF
           END-PERFORM
           WRITE REGISTER-REC FROM REGISTER-TIE-LINE
           MOVE "FINANCE CHGS"  TO RI-SOURCE
           MOVE WS-TOT-FINANCE  TO RI-TOTAL
           MOVE WS-DTL-FINANCE  TO RI-DETAIL
           IF WS-TOT-FINANCE = WS-DTL-FINANCE
               MOVE "TIES" TO RI-FLAG
           ELSE
               MOVE "NO TIE" TO RI-FLAG
               MOVE "N" TO WS-BATCH-OK
               DISPLAY "FINANCE CHARGES DO NOT TIE TO ARFIN.TOT - "
                   "BATCH REJECTED"
           END-IF
           WRITE REGISTER-REC FROM REGISTER-TIE-LINE
           MOVE "WRITE-OFFS"    TO RI-SOURCE
           MOVE WS-TOT-WRITEOFF TO RI-TOTAL
           MOVE WS-DTL-WRITEOFF TO RI-DETAIL
           IF WS-TOT-WRITEOFF = WS-DTL-WRITEOFF
               MOVE "TIES" TO RI-FLAG
           ELSE
               MOVE "NO TIE" TO RI-FLAG
               MOVE "N" TO WS-BATCH-OK
               DISPLAY "WRITE-OFFS DO NOT TIE TO ARWOFF.TOT - "
                   "BATCH REJECTED"
           END-IF
           WRITE REGISTER-REC FROM REGISTER-TIE-LINE
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE "N" TO WS-BATCH-OK
               DISPLAY "JOURNAL DEBITS DO NOT EQUAL CREDITS - "
                   "BATCH REJECTED"
           END-IF
           IF WS-BATCH-OK = "Y"
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               PERFORM VARYING WS-STAGE-SUB FROM 1 BY 1
                       UNTIL WS-STAGE-SUB > WS-STAGE-COUNT
                   MOVE SPACES TO JOURNAL-REC
                   MOVE WS-SG-ACCOUNT (WS-STAGE-SUB) TO JR-ACCOUNT
                   MOVE WS-SG-DC (WS-STAGE-SUB) TO JR-DEBIT-CREDIT
                   MOVE WS-SG-AMOUNT (WS-STAGE-SUB) TO JR-AMOUNT
                   MOVE "ARGL"    TO JR-SOURCE
                   MOVE WS-DATE   TO JR-POST-DATE
                   STRING "AR" WS-DATE DELIMITED BY SIZE
                       INTO JR-REFERENCE
                   END-STRING
                   MOVE WS-SG-NOTE (WS-STAGE-SUB) TO JR-DESCRIPTION
                   WRITE JOURNAL-REC
                   PERFORM 310-PRINT-STAGED-LINE
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE "IN BALANCE" TO RT-BALANCE-FLAG
               PERFORM 400-RETIRE-TOTALS-FILES
               DISPLAY "CUSTOMER A/R ACTIVITY POSTED TO GLJRNL.DAT"
           ELSE
               MOVE "BATCH REJECTED" TO RT-BALANCE-FLAG
               MOVE 1 TO RETURN-CODE
           END-IF
           MOVE WS-DEBIT-TOTAL  TO RT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO RT-CREDIT-TOTAL
           WRITE REGISTER-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           CLOSE REGISTER-FILE.
       310-PRINT-STAGED-LINE.
           MOVE WS-SG-ACCOUNT (WS-STAGE-SUB) TO RG-ACCOUNT
           IF WS-SG-DC (WS-STAGE-SUB) = "D"
               MOVE "DEBIT " TO RG-DEBIT-CREDIT
           ELSE
               MOVE "CREDIT" TO RG-DEBIT-CREDIT
           END-IF
           MOVE WS-SG-AMOUNT (WS-STAGE-SUB) TO RG-AMOUNT
           MOVE WS-SG-NOTE (WS-STAGE-SUB) TO RG-NOTE
           WRITE REGISTER-REC FROM REGISTER-DETAIL-LINE.
      ******************************************************************
      * The consumed totals files move aside so a rerun cannot
      * journal the same activity twice -- the CBL_COPY_FILE/
      * CBL_DELETE_FILE idiom GlLedger uses for the journal.
      ******************************************************************
       400-RETIRE-TOTALS-FILES.
           IF WS-PTOT-FOUND = "Y"
               MOVE "CUSTPOST.TOT" TO WS-FROM-NAME
               MOVE "CUSTPOST.PST" TO WS-TO-NAME
               PERFORM 410-RETIRE-ONE-FILE
           END-IF
           IF WS-YTOT-FOUND = "Y"
               MOVE "ARPOST.TOT" TO WS-FROM-NAME
               MOVE "ARPOST.PST" TO WS-TO-NAME
               PERFORM 410-RETIRE-ONE-FILE
           END-IF
           IF WS-FTOT-FOUND = "Y"
               MOVE "ARFIN.TOT" TO WS-FROM-NAME
               MOVE "ARFIN.PST" TO WS-TO-NAME
               PERFORM 410-RETIRE-ONE-FILE
           END-IF
           IF WS-WTOT-FOUND = "Y"
               MOVE "ARWOFF.TOT" TO WS-FROM-NAME
               MOVE "ARWOFF.PST" TO WS-TO-NAME
               PERFORM 410-RETIRE-ONE-FILE
           END-IF.
       410-RETIRE-ONE-FILE.
           CALL "CBL_COPY_FILE" USING WS-FROM-NAME
                                      WS-TO-NAME
               RETURNING WS-CALL-STATUS
           END-CALL
           IF WS-CALL-STATUS = ZERO
               CALL "CBL_DELETE_FILE" USING WS-FROM-NAME
                   RETURNING WS-CALL-STATUS
               END-CALL
           ELSE
               DISPLAY "WARNING: " WS-FROM-NAME " COULD NOT BE MOVED "
                   "ASIDE - DO NOT RERUN WITHOUT CHECKING"
           END-IF.
       END PROGRAM ArGl.
