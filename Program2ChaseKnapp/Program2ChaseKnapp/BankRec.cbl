       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankRec.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Monthly bank reconciliation. The bank's statement file
      *     (BANKSTMT.DAT -- a header with the statement dates and
      *     opening and closing balances, then one line per cleared
      *     item) is matched item by item against what the books say
      *     went through the account:
      *       deposits    against the receipts register CASHRCPT.DAT
      *                   (ArPost's batch cash, ShipPay's payments,
      *                   PizzaRec's counted drawers) -- one receipt of
      *                   the same amount, or failing that a whole
      *                   day's receipts, dated up to five days before
      *                   the deposit cleared;
      *       withdrawals against each pay run's PAYBANK.DAT transfer,
      *                   rebuilt from the run's bank-paid nets on
      *                   PAYHIST.DAT, within five days either side;
      *       checks      against the run's by-check nets, by amount
      *                   (the payroll checks carry no number of their
      *                   own, so the bank's check number prints
      *                   beside the match for the file).
      *     Fees, interest and anything else the books cannot account
      *     for are listed as unmatched bank items. The book items
      *     still outstanding are carried forward on BANKOUT.DAT for
      *     the next statement; the file it replaces is kept as
      *     BANKOUT.PRV, so rerunning the same statement starts from
      *     the same outstanding items instead of double counting.
      *     The report proves the statement's items to its closing
      *     balance, then shows bank balance, outstanding deposits,
      *     outstanding checks and withdrawals and the adjusted bank
      *     balance against the cash account's GLBAL.DAT balance
      *     through the statement's period (the COAMAP.DAT "K"
      *     record ArGl and PayGl post cash to). A difference the
      *     unmatched bank items do not explain, or a statement that
      *     does not foot, ends the run non-zero.
      * Input:
      *     BANKSTMT.DAT, CASHRCPT.DAT, PAYHIST.DAT, BANKOUT.DAT,
      *     COAMAP.DAT, GLBAL.DAT
      * Output:
      *     BANKREC.RPT
      *     BANKOUT.DAT (book items still outstanding), BANKOUT.PRV
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  STATEMENT-FILE
               ASSIGN TO "BANKSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT  CASH-RECEIPT-FILE
               ASSIGN TO "CASHRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.
           SELECT  PAY-HISTORY-FILE
               ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT  OUTSTANDING-FILE
               ASSIGN TO "BANKOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT  COA-MAP-FILE
               ASSIGN TO "COAMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.
           SELECT  BALANCE-FILE
               ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT  RECON-REPORT-FILE
               ASSIGN TO "BANKREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * The statement's first record is the "H" header; the items
      * follow, typed "D" deposit, "I" interest or other credit, "C"
      * check paid, "W" electronic withdrawal, "F" bank fee.
      ******************************************************************
       FD  STATEMENT-FILE.
       01  STATEMENT-REC.
           05  BS-TYPE               PIC X.
           05  FILLER                PIC X.
           05  BS-DATE               PIC 9(8).
           05  FILLER                PIC X.
           05  BS-AMOUNT             PIC 9(9)V99.
           05  FILLER                PIC X.
           05  BS-REFERENCE          PIC X(10).
           05  FILLER                PIC X.
           05  BS-DESCRIPTION        PIC X(30).
       01  STATEMENT-HEADER-REC.
           05  SH-TYPE               PIC X.
           05  FILLER                PIC X.
           05  SH-FROM-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  SH-TO-DATE            PIC 9(8).
           05  FILLER                PIC X.
           05  SH-OPEN-BAL           PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.
           05  FILLER                PIC X.
           05  SH-CLOSE-BAL          PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.
       FD  CASH-RECEIPT-FILE.
       01  CASH-RECEIPT-REC.
           05  CR-DATE               PIC 9(8).
           05  FILLER                PIC X.
           05  CR-SOURCE             PIC X(8).
           05  FILLER                PIC X.
           05  CR-REFERENCE          PIC X(10).
           05  FILLER                PIC X.
           05  CR-AMOUNT             PIC 9(9)V99.
      ******************************************************************
      * PayRun's pay-history record, as far as the net and how it
      * was paid.
      ******************************************************************
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-REC.
           05  PH-EMP-NO             PIC X(5).
           05  PH-EMP-NAME           PIC X(20).
           05  PH-RUN-DATE           PIC 9(8).
           05  PH-TERRITORY-NO       PIC XX.
           05  PH-OFFICE-NO          PIC XX.
           05  PH-GROSS              PIC 9(7)V99.
           05  PH-SUPP-GROSS         PIC 9(7)V99.
           05  PH-WH                 PIC 9(7)V99.
           05  PH-DED-TOTAL          PIC 9(7)V99.
           05  PH-NET                PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
           05  PH-PAY-METHOD         PIC X.
               88  PH-PAID-BY-BANK            VALUE "B".
               88  PH-PAID-BY-CHECK           VALUE "C".
           05  FILLER                PIC X(191).
      ******************************************************************
      * An "H" header naming the statement the items were carried out
      * of, then one line per book item outstanding: "D" deposit, "W"
      * payroll transfer, "C" payroll check.
      ******************************************************************
       FD  OUTSTANDING-FILE.
       01  OUTSTANDING-REC.
           05  BO-TYPE               PIC X.
           05  FILLER                PIC X.
           05  BO-DATE               PIC 9(8).
           05  FILLER                PIC X.
           05  BO-AMOUNT             PIC 9(9)V99.
           05  FILLER                PIC X.
           05  BO-SOURCE             PIC X(8).
           05  FILLER                PIC X.
           05  BO-REFERENCE          PIC X(10).
       FD  COA-MAP-FILE.
       01  COA-MAP-REC.
           05  COA-TYPE              PIC X.
           05  COA-TERRITORY-NO      PIC XX.
           05  COA-ACCOUNT           PIC X(8).
       FD  BALANCE-FILE.
       01  BALANCE-REC.
           05  GB-ACCOUNT            PIC X(8).
           05  FILLER                PIC X.
           05  GB-PERIOD             PIC 9(6).
           05  FILLER                PIC X.
           05  GB-DEBITS             PIC 9(11)V99.
           05  FILLER                PIC X.
           05  GB-CREDITS            PIC 9(11)V99.
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-REC          PIC X(132).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-STMT-STATUS     PIC XX.
           05  WS-RCPT-STATUS     PIC XX.
           05  WS-PAYHIST-STATUS  PIC XX.
           05  WS-OUT-STATUS      PIC XX.
           05  WS-COA-STATUS      PIC XX.
           05  WS-BAL-STATUS      PIC XX.
           05  WS-FILE-EOF        PIC X     VALUE "N".
           05  WS-OUT-FOUND       PIC X     VALUE "N".
           05  WS-CALL-STATUS     PIC S9(9) COMP-5 VALUE ZERO.
           05  WS-OUT-NAME        PIC X(30) VALUE "BANKOUT.DAT".
           05  WS-OUT-PRIOR-NAME  PIC X(30) VALUE "BANKOUT.PRV".
           05  WS-CASH-ACCOUNT    PIC X(8)  VALUE SPACES.
           05  WS-STMT-FROM-DATE  PIC 9(8)  VALUE ZERO.
           05  WS-STMT-TO-DATE    PIC 9(8)  VALUE ZERO.
           05  WS-STMT-TO-PARTS   REDEFINES WS-STMT-TO-DATE.
               10  WS-STMT-TO-YEAR  PIC 9(4).
               10  WS-STMT-TO-MONTH PIC 99.
               10  WS-STMT-TO-DAY   PIC 99.
           05  WS-STMT-TO-PERIOD  PIC 9(6)  VALUE ZERO.
           05  WS-STMT-OPEN-BAL   PIC S9(11)V99 VALUE ZERO.
           05  WS-STMT-CLOSE-BAL  PIC S9(11)V99 VALUE ZERO.
           05  WS-STMT-FOOTED     PIC S9(11)V99 VALUE ZERO.
           05  WS-STMT-FOOTS      PIC X     VALUE "Y".
           05  WS-CLEAR-DAYS      PIC 9(3)  VALUE 5.
           05  WS-DAYS-APART      PIC S9(7) VALUE ZERO.
           05  WS-DAYNUM          PIC 9(7)  VALUE ZERO.
           05  WS-WORK-DATE       PIC 9(8)  VALUE ZERO.
           05  WS-DAY-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05  WS-BI-SUB          PIC 9(4)  VALUE ZERO.
           05  WS-BK-SUB          PIC 9(4)  VALUE ZERO.
           05  WS-BK-SUB2         PIC 9(4)  VALUE ZERO.
           05  WS-BK-FOUND        PIC 9(4)  VALUE ZERO.
           05  WS-BANK-SKIPPED    PIC 9(5)  VALUE ZERO.
           05  WS-BOOK-SKIPPED    PIC 9(5)  VALUE ZERO.
           05  WS-MATCHED-COUNT   PIC 9(5)  VALUE ZERO.
           05  WS-UNMATCHED-COUNT PIC 9(5)  VALUE ZERO.
           05  WS-OUT-DEP-COUNT   PIC 9(5)  VALUE ZERO.
           05  WS-OUT-CHK-COUNT   PIC 9(5)  VALUE ZERO.
           05  WS-OUT-DEPOSITS    PIC 9(11)V99  VALUE ZERO.
           05  WS-OUT-CHECKS      PIC 9(11)V99  VALUE ZERO.
           05  WS-UNMATCHED-NET   PIC S9(11)V99 VALUE ZERO.
           05  WS-ADJUSTED-BANK   PIC S9(11)V99 VALUE ZERO.
           05  WS-GL-CASH         PIC S9(13)V99 VALUE ZERO.
           05  WS-DIFFERENCE      PIC S9(13)V99 VALUE ZERO.
           05  WS-UNEXPLAINED     PIC S9(13)V99 VALUE ZERO.
      ******************************************************************
      * The statement's items, each marked once a book item (or a
      * day's receipts) has been matched to it.
      ******************************************************************
       01  WS-BANK-TABLE.
           05  WS-BANK-COUNT      PIC 9(4)  VALUE ZERO.
           05  WS-BANK-ENTRY      OCCURS 2000 TIMES.
               10  WS-BI-TYPE     PIC X.
               10  WS-BI-DATE     PIC 9(8).
               10  WS-BI-DAYNUM   PIC 9(7).
               10  WS-BI-AMOUNT   PIC 9(9)V99.
               10  WS-BI-REFERENCE PIC X(10).
               10  WS-BI-DESC     PIC X(30).
               10  WS-BI-MATCHED  PIC X.
               10  WS-BI-MATCH-SOURCE PIC X(8).
               10  WS-BI-MATCH-REF    PIC X(10).
      ******************************************************************
      * The book items that can clear this statement: those carried
      * from the last one plus the receipts and payroll payments
      * dated within it.
      ******************************************************************
       01  WS-BOOK-TABLE.
           05  WS-BOOK-COUNT      PIC 9(4)  VALUE ZERO.
           05  WS-BOOK-ENTRY      OCCURS 3000 TIMES.
               10  WS-BK-KIND     PIC X.
               10  WS-BK-DATE     PIC 9(8).
               10  WS-BK-DAYNUM   PIC 9(7).
               10  WS-BK-AMOUNT   PIC 9(9)V99.
               10  WS-BK-SOURCE   PIC X(8).
               10  WS-BK-REFERENCE PIC X(10).
               10  WS-BK-MATCHED  PIC X.
       01  RECON-HEADING.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(32) VALUE
               "BANK RECONCILIATION   STATEMENT ".
           05  RH-FROM-DATE       PIC 9999/99/99.
           05  FILLER             PIC X(4)  VALUE " TO ".
           05  RH-TO-DATE         PIC 9999/99/99.
           05  FILLER             PIC X(17) VALUE
               "   CASH ACCOUNT: ".
           05  RH-CASH-ACCOUNT    PIC X(8).
           05  FILLER             PIC X(10) VALUE "    DATE: ".
           COPY DATESTMP REPLACING ==:GRP-LVL:==         BY ==05==
                                   ==:STAMP-GRP:==       BY ==HD-DATE==
                                   ==:FLD-LVL:==         BY ==10==
                                   ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                   ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                   ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           05  FILLER             PIC X(29) VALUE SPACES.
       01  RECON-SECTION-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RS-TITLE           PIC X(50).
           05  FILLER             PIC X(80) VALUE SPACES.
       01  RECON-COLUMN-HEADING.
           05  FILLER             PIC X(14) VALUE "  DATE".
           05  FILLER             PIC X(12) VALUE "TYPE".
           05  FILLER             PIC X(12) VALUE "REFERENCE".
           05  FILLER             PIC X(40) VALUE "DESCRIPTION".
           05  FILLER             PIC X(8)  VALUE "AMOUNT".
           05  FILLER             PIC X(46) VALUE "MATCHED TO".
       01  RECON-ITEM-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RI-DATE            PIC 9999/99/99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RI-TYPE            PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RI-REFERENCE       PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RI-DESCRIPTION     PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RI-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RI-MATCH-SOURCE    PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  RI-MATCH-REF       PIC X(10).
           05  FILLER             PIC X(27) VALUE SPACES.
       01  RECON-TOTAL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RT-LABEL           PIC X(50).
           05  FILLER             PIC X(18) VALUE SPACES.
           05  RT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RT-FLAG            PIC X(30).
           05  FILLER             PIC X(12) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           PERFORM 010-LOAD-STATEMENT
           PERFORM 020-LOAD-CASH-ACCOUNT
           PERFORM 030-LOAD-OUTSTANDING-ITEMS
           PERFORM 040-LOAD-CASH-RECEIPTS
           PERFORM 050-LOAD-PAYROLL-PAYMENTS
           PERFORM 100-MATCH-BANK-ITEM
               VARYING WS-BI-SUB FROM 1 BY 1
               UNTIL WS-BI-SUB > WS-BANK-COUNT
           PERFORM 150-SUM-CASH-BALANCE
           PERFORM 160-TOTAL-RECONCILING-ITEMS
           OPEN OUTPUT RECON-REPORT-FILE
           PERFORM 200-PRINT-RECONCILIATION
           CLOSE RECON-REPORT-FILE
           PERFORM 300-REWRITE-OUTSTANDING
           IF WS-BANK-SKIPPED > ZERO OR WS-BOOK-SKIPPED > ZERO
               DISPLAY "ITEM TABLE FULL - " WS-BANK-SKIPPED
                   " BANK AND " WS-BOOK-SKIPPED
                   " BOOK ITEMS NOT RECONCILED"
           END-IF
           DISPLAY "BANKREC.RPT GENERATED - " WS-MATCHED-COUNT
               " MATCHED, " WS-UNMATCHED-COUNT " UNMATCHED"
           IF WS-STMT-FOOTS NOT = "Y"
               DISPLAY "STATEMENT ITEMS DO NOT FOOT TO ITS CLOSING "
                   "BALANCE"
               MOVE 1 TO RETURN-CODE
           END-IF
           IF WS-UNEXPLAINED NOT = ZERO
               DISPLAY "BANK DOES NOT RECONCILE TO THE CASH ACCOUNT - "
                   "DIFFERENCE " WS-UNEXPLAINED
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      * The header must come first; without it there is no statement
      * period to reconcile. The items are footed from the opening
      * balance as they load.
      ******************************************************************
       010-LOAD-STATEMENT.
           OPEN INPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "BANKSTMT.DAT NOT FOUND - NO STATEMENT TO "
                   "RECONCILE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ STATEMENT-FILE
               AT END
                   MOVE SPACE TO SH-TYPE
           END-READ
           IF SH-TYPE NOT = "H"
              OR SH-FROM-DATE IS NOT NUMERIC
              OR SH-TO-DATE IS NOT NUMERIC
              OR SH-OPEN-BAL IS NOT NUMERIC
              OR SH-CLOSE-BAL IS NOT NUMERIC
               DISPLAY "BANKSTMT.DAT HAS NO VALID HEADER RECORD - "
                   "NOTHING RECONCILED"
               CLOSE STATEMENT-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SH-FROM-DATE TO WS-STMT-FROM-DATE
           MOVE SH-TO-DATE   TO WS-STMT-TO-DATE
           MOVE SH-OPEN-BAL  TO WS-STMT-OPEN-BAL
           MOVE SH-CLOSE-BAL TO WS-STMT-CLOSE-BAL
           COMPUTE WS-STMT-TO-PERIOD =
               (WS-STMT-TO-YEAR * 100) + WS-STMT-TO-MONTH
           MOVE WS-STMT-OPEN-BAL TO WS-STMT-FOOTED
           PERFORM UNTIL EOF = "Y"
               READ STATEMENT-FILE
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       IF BS-AMOUNT IS NUMERIC
                           PERFORM 015-KEEP-BANK-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATEMENT-FILE
           IF WS-STMT-FOOTED NOT = WS-STMT-CLOSE-BAL
               MOVE "N" TO WS-STMT-FOOTS
           END-IF.
       015-KEEP-BANK-ITEM.
           IF BS-TYPE = "D" OR BS-TYPE = "I"
               ADD BS-AMOUNT TO WS-STMT-FOOTED
           ELSE
               SUBTRACT BS-AMOUNT FROM WS-STMT-FOOTED
           END-IF
           IF WS-BANK-COUNT < 2000
               ADD 1 TO WS-BANK-COUNT
               MOVE BS-TYPE        TO WS-BI-TYPE (WS-BANK-COUNT)
               MOVE BS-DATE        TO WS-BI-DATE (WS-BANK-COUNT)
               MOVE BS-AMOUNT      TO WS-BI-AMOUNT (WS-BANK-COUNT)
               MOVE BS-REFERENCE   TO WS-BI-REFERENCE (WS-BANK-COUNT)
               MOVE BS-DESCRIPTION TO WS-BI-DESC (WS-BANK-COUNT)
               MOVE "N"            TO WS-BI-MATCHED (WS-BANK-COUNT)
               MOVE SPACES TO WS-BI-MATCH-SOURCE (WS-BANK-COUNT)
               MOVE SPACES TO WS-BI-MATCH-REF (WS-BANK-COUNT)
               MOVE BS-DATE TO WS-WORK-DATE
               PERFORM 090-DATE-TO-DAYNUM
               MOVE WS-DAYNUM TO WS-BI-DAYNUM (WS-BANK-COUNT)
           ELSE
               ADD 1 TO WS-BANK-SKIPPED
           END-IF.
       020-LOAD-CASH-ACCOUNT.
           OPEN INPUT COA-MAP-FILE
           IF WS-COA-STATUS NOT = "00"
               DISPLAY "COAMAP.DAT NOT FOUND - NO CASH ACCOUNT TO "
                   "COMPARE"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ COA-MAP-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF COA-TYPE = "K"
                               MOVE COA-ACCOUNT TO WS-CASH-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COA-MAP-FILE
               IF WS-CASH-ACCOUNT = SPACES
                   DISPLAY "NO CASH ACCOUNT (K) ON COAMAP.DAT"
               END-IF
           END-IF.
      ******************************************************************
      * BANKOUT.DAT already carried out of this statement (or a later
      * one) means the statement is being rerun: the outstanding
      * items it started from are put back from BANKOUT.PRV first.
      * Only items dated before the statement are carried in; those
      * inside it come fresh off the receipts and pay history.
      ******************************************************************
       030-LOAD-OUTSTANDING-ITEMS.
           OPEN INPUT OUTSTANDING-FILE
           IF WS-OUT-STATUS = "00"
               MOVE "Y" TO WS-OUT-FOUND
               READ OUTSTANDING-FILE
                   AT END
                       MOVE SPACE TO BO-TYPE
               END-READ
               IF BO-TYPE = "H" AND BO-DATE >= WS-STMT-FROM-DATE
                   CLOSE OUTSTANDING-FILE
                   MOVE "N" TO WS-OUT-FOUND
                   CALL "CBL_COPY_FILE" USING WS-OUT-PRIOR-NAME
                                              WS-OUT-NAME
                       RETURNING WS-CALL-STATUS
                   END-CALL
                   IF WS-CALL-STATUS = ZERO
                       DISPLAY "STATEMENT ALREADY RECONCILED - "
                           "RERUN FROM BANKOUT.PRV"
                       OPEN INPUT OUTSTANDING-FILE
                   ELSE
                       DISPLAY "STATEMENT ALREADY RECONCILED - NO "
                           "EARLIER OUTSTANDING ITEMS"
                       MOVE "99" TO WS-OUT-STATUS
                   END-IF
               ELSE
                   CLOSE OUTSTANDING-FILE
                   OPEN INPUT OUTSTANDING-FILE
               END-IF
           END-IF
           IF WS-OUT-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ OUTSTANDING-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF BO-TYPE NOT = "H"
                              AND BO-DATE < WS-STMT-FROM-DATE
                              AND BO-AMOUNT IS NUMERIC
                               MOVE BO-TYPE      TO WS-BK-KIND
                                                    (WS-BOOK-COUNT + 1)
                               MOVE BO-SOURCE    TO WS-BK-SOURCE
                                                    (WS-BOOK-COUNT + 1)
                               MOVE BO-REFERENCE TO WS-BK-REFERENCE
                                                    (WS-BOOK-COUNT + 1)
                               MOVE BO-DATE      TO WS-WORK-DATE
                               MOVE BO-AMOUNT    TO WS-DAY-TOTAL
                               PERFORM 080-ADD-BOOK-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTSTANDING-FILE
           END-IF.
       040-LOAD-CASH-RECEIPTS.
           OPEN INPUT CASH-RECEIPT-FILE
           IF WS-RCPT-STATUS NOT = "00"
               DISPLAY "CASHRCPT.DAT NOT FOUND - NO RECEIPTS TO MATCH"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ CASH-RECEIPT-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF CR-DATE >= WS-STMT-FROM-DATE
                              AND CR-DATE <= WS-STMT-TO-DATE
                              AND CR-AMOUNT IS NUMERIC
                              AND CR-AMOUNT > ZERO
                               MOVE "D"          TO WS-BK-KIND
                                                    (WS-BOOK-COUNT + 1)
                               MOVE CR-SOURCE    TO WS-BK-SOURCE
                                                    (WS-BOOK-COUNT + 1)
                               MOVE CR-REFERENCE TO WS-BK-REFERENCE
                                                    (WS-BOOK-COUNT + 1)
                               MOVE CR-DATE      TO WS-WORK-DATE
                               MOVE CR-AMOUNT    TO WS-DAY-TOTAL
                               PERFORM 080-ADD-BOOK-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-RECEIPT-FILE
           END-IF.
      ******************************************************************
      * Bank-paid nets are summed per run date into the one transfer
      * PAYBANK.DAT sent that day; each by-check net is its own item.
      ******************************************************************
       050-LOAD-PAYROLL-PAYMENTS.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "PAYHIST.DAT NOT FOUND - NO PAYROLL PAYMENTS "
                   "TO MATCH"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF PH-RUN-DATE >= WS-STMT-FROM-DATE
                              AND PH-RUN-DATE <= WS-STMT-TO-DATE
                              AND PH-NET IS NUMERIC
                              AND PH-NET > ZERO
                               PERFORM 055-KEEP-PAYROLL-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.
       055-KEEP-PAYROLL-PAYMENT.
           IF PH-PAID-BY-BANK
               MOVE ZERO TO WS-BK-FOUND
               PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                       UNTIL WS-BK-SUB > WS-BOOK-COUNT
                          OR WS-BK-FOUND > ZERO
                   IF WS-BK-KIND (WS-BK-SUB) = "W"
                      AND WS-BK-DATE (WS-BK-SUB) = PH-RUN-DATE
                      AND WS-BK-SOURCE (WS-BK-SUB) = "PAYBANK"
                       MOVE WS-BK-SUB TO WS-BK-FOUND
                   END-IF
               END-PERFORM
               IF WS-BK-FOUND > ZERO
                   ADD PH-NET TO WS-BK-AMOUNT (WS-BK-FOUND)
               ELSE
                   MOVE "W"       TO WS-BK-KIND (WS-BOOK-COUNT + 1)
                   MOVE "PAYBANK" TO WS-BK-SOURCE (WS-BOOK-COUNT + 1)
                   MOVE SPACES TO WS-BK-REFERENCE (WS-BOOK-COUNT + 1)
                   STRING "PR" PH-RUN-DATE DELIMITED BY SIZE
                       INTO WS-BK-REFERENCE (WS-BOOK-COUNT + 1)
                   END-STRING
                   MOVE PH-RUN-DATE TO WS-WORK-DATE
                   MOVE PH-NET      TO WS-DAY-TOTAL
                   PERFORM 080-ADD-BOOK-ITEM
               END-IF
           ELSE
               MOVE "C"        TO WS-BK-KIND (WS-BOOK-COUNT + 1)
               MOVE "PAYCHECK" TO WS-BK-SOURCE (WS-BOOK-COUNT + 1)
               MOVE SPACES TO WS-BK-REFERENCE (WS-BOOK-COUNT + 1)
               STRING "EMP " PH-EMP-NO DELIMITED BY SIZE
                   INTO WS-BK-REFERENCE (WS-BOOK-COUNT + 1)
               END-STRING
               MOVE PH-RUN-DATE TO WS-WORK-DATE
               MOVE PH-NET      TO WS-DAY-TOTAL
               PERFORM 080-ADD-BOOK-ITEM
           END-IF.
      ******************************************************************
      * The caller has filled in the next entry's kind, source and
      * reference; the date and amount come in WS-WORK-DATE and
      * WS-DAY-TOTAL.
      ******************************************************************
       080-ADD-BOOK-ITEM.
           IF WS-BOOK-COUNT < 3000
               ADD 1 TO WS-BOOK-COUNT
               MOVE WS-WORK-DATE TO WS-BK-DATE (WS-BOOK-COUNT)
               MOVE WS-DAY-TOTAL TO WS-BK-AMOUNT (WS-BOOK-COUNT)
               MOVE "N" TO WS-BK-MATCHED (WS-BOOK-COUNT)
               PERFORM 090-DATE-TO-DAYNUM
               MOVE WS-DAYNUM TO WS-BK-DAYNUM (WS-BOOK-COUNT)
           ELSE
               ADD 1 TO WS-BOOK-SKIPPED
           END-IF.
       090-DATE-TO-DAYNUM.
           MOVE ZERO TO WS-DAYNUM
           IF WS-WORK-DATE IS NUMERIC AND WS-WORK-DATE > 16010100
               COMPUTE WS-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           END-IF.
       100-MATCH-BANK-ITEM.
           EVALUATE WS-BI-TYPE (WS-BI-SUB)
               WHEN "D"
                   PERFORM 110-MATCH-DEPOSIT
               WHEN "W"
                   PERFORM 120-MATCH-WITHDRAWAL
               WHEN "C"
                   PERFORM 130-MATCH-CHECK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-BI-MATCHED (WS-BI-SUB) = "Y"
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF.
      ******************************************************************
      * A deposit clears the day it was made or within the clearing
      * window after. One receipt of the same amount is taken first;
      * otherwise the deposit is tried against each day's receipts
      * taken together, the way the drawer and the A/R cash go to the
      * bank in one bag.
      ******************************************************************
       110-MATCH-DEPOSIT.
           MOVE ZERO TO WS-BK-FOUND
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BOOK-COUNT
                      OR WS-BK-FOUND > ZERO
               IF WS-BK-KIND (WS-BK-SUB) = "D"
                  AND WS-BK-MATCHED (WS-BK-SUB) = "N"
                  AND WS-BK-AMOUNT (WS-BK-SUB) =
                      WS-BI-AMOUNT (WS-BI-SUB)
                   COMPUTE WS-DAYS-APART = WS-BI-DAYNUM (WS-BI-SUB)
                       - WS-BK-DAYNUM (WS-BK-SUB)
                   IF WS-DAYS-APART >= ZERO
                      AND WS-DAYS-APART <= WS-CLEAR-DAYS
                       MOVE WS-BK-SUB TO WS-BK-FOUND
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BK-FOUND > ZERO
               PERFORM 190-MARK-BOOK-MATCH
           ELSE
               PERFORM 115-MATCH-DAYS-RECEIPTS
                   VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BOOK-COUNT
                      OR WS-BI-MATCHED (WS-BI-SUB) = "Y"
           END-IF.
       115-MATCH-DAYS-RECEIPTS.
           IF WS-BK-KIND (WS-BK-SUB) = "D"
              AND WS-BK-MATCHED (WS-BK-SUB) = "N"
               COMPUTE WS-DAYS-APART = WS-BI-DAYNUM (WS-BI-SUB)
                   - WS-BK-DAYNUM (WS-BK-SUB)
               IF WS-DAYS-APART >= ZERO
                  AND WS-DAYS-APART <= WS-CLEAR-DAYS
                   MOVE WS-BK-DATE (WS-BK-SUB) TO WS-WORK-DATE
                   MOVE ZERO TO WS-DAY-TOTAL
                   PERFORM VARYING WS-BK-SUB2 FROM 1 BY 1
                           UNTIL WS-BK-SUB2 > WS-BOOK-COUNT
                       IF WS-BK-KIND (WS-BK-SUB2) = "D"
                          AND WS-BK-MATCHED (WS-BK-SUB2) = "N"
                          AND WS-BK-DATE (WS-BK-SUB2) = WS-WORK-DATE
                           ADD WS-BK-AMOUNT (WS-BK-SUB2)
                               TO WS-DAY-TOTAL
                       END-IF
                   END-PERFORM
                   IF WS-DAY-TOTAL = WS-BI-AMOUNT (WS-BI-SUB)
                       PERFORM VARYING WS-BK-SUB2 FROM 1 BY 1
                               UNTIL WS-BK-SUB2 > WS-BOOK-COUNT
                           IF WS-BK-KIND (WS-BK-SUB2) = "D"
                              AND WS-BK-MATCHED (WS-BK-SUB2) = "N"
                              AND WS-BK-DATE (WS-BK-SUB2)
                                  = WS-WORK-DATE
                               MOVE "Y" TO WS-BK-MATCHED (WS-BK-SUB2)
                           END-IF
                       END-PERFORM
                       MOVE "Y" TO WS-BI-MATCHED (WS-BI-SUB)
                       MOVE "RECEIPTS" TO WS-BI-MATCH-SOURCE (WS-BI-SUB)
                       MOVE WS-WORK-DATE TO WS-BI-MATCH-REF (WS-BI-SUB)
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * A payroll transfer may be drawn a few days either side of the
      * run that sent it.
      ******************************************************************
       120-MATCH-WITHDRAWAL.
           MOVE ZERO TO WS-BK-FOUND
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BOOK-COUNT
                      OR WS-BK-FOUND > ZERO
               IF WS-BK-KIND (WS-BK-SUB) = "W"
                  AND WS-BK-MATCHED (WS-BK-SUB) = "N"
                  AND WS-BK-AMOUNT (WS-BK-SUB) =
                      WS-BI-AMOUNT (WS-BI-SUB)
                   COMPUTE WS-DAYS-APART = WS-BI-DAYNUM (WS-BI-SUB)
                       - WS-BK-DAYNUM (WS-BK-SUB)
                   IF WS-DAYS-APART >= ZERO - WS-CLEAR-DAYS
                      AND WS-DAYS-APART <= WS-CLEAR-DAYS
                       MOVE WS-BK-SUB TO WS-BK-FOUND
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BK-FOUND > ZERO
               PERFORM 190-MARK-BOOK-MATCH
           END-IF.
      ******************************************************************
      * A check can be cashed any time after it was written; the
      * oldest outstanding check of the same amount is taken.
      ******************************************************************
       130-MATCH-CHECK.
           MOVE ZERO TO WS-BK-FOUND
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BOOK-COUNT
                      OR WS-BK-FOUND > ZERO
               IF WS-BK-KIND (WS-BK-SUB) = "C"
                  AND WS-BK-MATCHED (WS-BK-SUB) = "N"
                  AND WS-BK-AMOUNT (WS-BK-SUB) =
                      WS-BI-AMOUNT (WS-BI-SUB)
                  AND WS-BK-DATE (WS-BK-SUB) <= WS-BI-DATE (WS-BI-SUB)
                   MOVE WS-BK-SUB TO WS-BK-FOUND
               END-IF
           END-PERFORM
           IF WS-BK-FOUND > ZERO
               PERFORM 190-MARK-BOOK-MATCH
           END-IF.
      ******************************************************************
      * Cash per the ledger: the account's debits less credits for
      * every period through the statement's closing month.
      ******************************************************************
       150-SUM-CASH-BALANCE.
           OPEN INPUT BALANCE-FILE
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "GLBAL.DAT NOT FOUND - CASH BALANCE TAKEN AS "
                   "ZERO"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ BALANCE-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF GB-ACCOUNT = WS-CASH-ACCOUNT
                              AND GB-PERIOD <= WS-STMT-TO-PERIOD
                               COMPUTE WS-GL-CASH = WS-GL-CASH
                                   + GB-DEBITS - GB-CREDITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.
      ******************************************************************
      * Adjusted bank balance = statement closing balance plus the
      * deposits not yet credited less the checks and transfers not
      * yet paid. The unmatched bank items -- fees, interest, and
      * anything never entered on the books -- are what should
      * account for any difference from the ledger.
      ******************************************************************
       160-TOTAL-RECONCILING-ITEMS.
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BOOK-COUNT
               IF WS-BK-MATCHED (WS-BK-SUB) = "N"
                   IF WS-BK-KIND (WS-BK-SUB) = "D"
                       ADD 1 TO WS-OUT-DEP-COUNT
                       ADD WS-BK-AMOUNT (WS-BK-SUB) TO WS-OUT-DEPOSITS
                   ELSE
                       ADD 1 TO WS-OUT-CHK-COUNT
                       ADD WS-BK-AMOUNT (WS-BK-SUB) TO WS-OUT-CHECKS
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BI-SUB FROM 1 BY 1
                   UNTIL WS-BI-SUB > WS-BANK-COUNT
               IF WS-BI-MATCHED (WS-BI-SUB) = "N"
                   IF WS-BI-TYPE (WS-BI-SUB) = "D"
                      OR WS-BI-TYPE (WS-BI-SUB) = "I"
                       ADD WS-BI-AMOUNT (WS-BI-SUB)
                           TO WS-UNMATCHED-NET
                   ELSE
                       SUBTRACT WS-BI-AMOUNT (WS-BI-SUB)
                           FROM WS-UNMATCHED-NET
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-ADJUSTED-BANK = WS-STMT-CLOSE-BAL
               + WS-OUT-DEPOSITS - WS-OUT-CHECKS
           COMPUTE WS-DIFFERENCE = WS-ADJUSTED-BANK - WS-GL-CASH
           COMPUTE WS-UNEXPLAINED = WS-DIFFERENCE - WS-UNMATCHED-NET.
       190-MARK-BOOK-MATCH.
           MOVE "Y" TO WS-BK-MATCHED (WS-BK-FOUND)
           MOVE "Y" TO WS-BI-MATCHED (WS-BI-SUB)
           MOVE WS-BK-SOURCE (WS-BK-FOUND)
               TO WS-BI-MATCH-SOURCE (WS-BI-SUB)
           MOVE WS-BK-REFERENCE (WS-BK-FOUND)
               TO WS-BI-MATCH-REF (WS-BI-SUB).
       200-PRINT-RECONCILIATION.
           MOVE WS-STMT-FROM-DATE TO RH-FROM-DATE
           MOVE WS-STMT-TO-DATE   TO RH-TO-DATE
           MOVE WS-CASH-ACCOUNT   TO RH-CASH-ACCOUNT
           MOVE WS-MONTH          TO HD-MM
           MOVE WS-DAY            TO HD-DD
           MOVE WS-YEAR           TO HD-YEAR
           WRITE RECON-REPORT-REC FROM RECON-HEADING
           WRITE RECON-REPORT-REC FROM RECON-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE "CLEARED ITEMS MATCHED TO THE BOOKS" TO RS-TITLE
           WRITE RECON-REPORT-REC FROM RECON-SECTION-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-BI-SUB FROM 1 BY 1
                   UNTIL WS-BI-SUB > WS-BANK-COUNT
               IF WS-BI-MATCHED (WS-BI-SUB) = "Y"
                   PERFORM 210-PRINT-BANK-ITEM
               END-IF
           END-PERFORM
           MOVE "UNMATCHED BANK ITEMS" TO RS-TITLE
           WRITE RECON-REPORT-REC FROM RECON-SECTION-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-BI-SUB FROM 1 BY 1
                   UNTIL WS-BI-SUB > WS-BANK-COUNT
               IF WS-BI-MATCHED (WS-BI-SUB) = "N"
                   PERFORM 210-PRINT-BANK-ITEM
               END-IF
           END-PERFORM
           MOVE "OUTSTANDING DEPOSITS" TO RS-TITLE
           WRITE RECON-REPORT-REC FROM RECON-SECTION-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BOOK-COUNT
               IF WS-BK-MATCHED (WS-BK-SUB) = "N"
                  AND WS-BK-KIND (WS-BK-SUB) = "D"
                   PERFORM 220-PRINT-BOOK-ITEM
               END-IF
           END-PERFORM
           MOVE "OUTSTANDING CHECKS AND WITHDRAWALS" TO RS-TITLE
           WRITE RECON-REPORT-REC FROM RECON-SECTION-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BOOK-COUNT
               IF WS-BK-MATCHED (WS-BK-SUB) = "N"
                  AND WS-BK-KIND (WS-BK-SUB) NOT = "D"
                   PERFORM 220-PRINT-BOOK-ITEM
               END-IF
           END-PERFORM
           PERFORM 250-PRINT-SUMMARY.
       210-PRINT-BANK-ITEM.
           MOVE SPACES TO RECON-ITEM-LINE
           MOVE WS-BI-DATE (WS-BI-SUB)      TO RI-DATE
           EVALUATE WS-BI-TYPE (WS-BI-SUB)
               WHEN "D"
                   MOVE "DEPOSIT"    TO RI-TYPE
               WHEN "I"
                   MOVE "CREDIT"     TO RI-TYPE
               WHEN "C"
                   MOVE "CHECK"      TO RI-TYPE
               WHEN "W"
                   MOVE "WITHDRAWAL" TO RI-TYPE
               WHEN "F"
                   MOVE "BANK FEE"   TO RI-TYPE
               WHEN OTHER
                   MOVE WS-BI-TYPE (WS-BI-SUB) TO RI-TYPE
           END-EVALUATE
           MOVE WS-BI-REFERENCE (WS-BI-SUB) TO RI-REFERENCE
           MOVE WS-BI-DESC (WS-BI-SUB)      TO RI-DESCRIPTION
           MOVE WS-BI-AMOUNT (WS-BI-SUB)    TO RI-AMOUNT
           MOVE WS-BI-MATCH-SOURCE (WS-BI-SUB) TO RI-MATCH-SOURCE
           MOVE WS-BI-MATCH-REF (WS-BI-SUB) TO RI-MATCH-REF
           WRITE RECON-REPORT-REC FROM RECON-ITEM-LINE
               AFTER ADVANCING 1 LINES.
       220-PRINT-BOOK-ITEM.
           MOVE SPACES TO RECON-ITEM-LINE
           MOVE WS-BK-DATE (WS-BK-SUB)      TO RI-DATE
           EVALUATE WS-BK-KIND (WS-BK-SUB)
               WHEN "D"
                   MOVE "DEPOSIT"    TO RI-TYPE
               WHEN "W"
                   MOVE "TRANSFER"   TO RI-TYPE
               WHEN OTHER
                   MOVE "CHECK"      TO RI-TYPE
           END-EVALUATE
           MOVE WS-BK-REFERENCE (WS-BK-SUB) TO RI-REFERENCE
           MOVE WS-BK-SOURCE (WS-BK-SUB)    TO RI-DESCRIPTION
           MOVE WS-BK-AMOUNT (WS-BK-SUB)    TO RI-AMOUNT
           WRITE RECON-REPORT-REC FROM RECON-ITEM-LINE
               AFTER ADVANCING 1 LINES.
       250-PRINT-SUMMARY.
           MOVE SPACES TO RT-FLAG
           MOVE "STATEMENT OPENING BALANCE" TO RT-LABEL
           MOVE WS-STMT-OPEN-BAL TO RT-AMOUNT
           WRITE RECON-REPORT-REC FROM RECON-TOTAL-LINE
               AFTER ADVANCING 3 LINES
           MOVE "BALANCE PER BANK STATEMENT" TO RT-LABEL
           MOVE WS-STMT-CLOSE-BAL TO RT-AMOUNT
           IF WS-STMT-FOOTS NOT = "Y"
               MOVE "** ITEMS DO NOT FOOT" TO RT-FLAG
           END-IF
           WRITE RECON-REPORT-REC FROM RECON-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE SPACES TO RT-FLAG
           IF WS-STMT-FOOTS NOT = "Y"
               MOVE "STATEMENT ITEMS FOOT TO" TO RT-LABEL
               MOVE WS-STMT-FOOTED TO RT-AMOUNT
               WRITE RECON-REPORT-REC FROM RECON-TOTAL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF
           MOVE "ADD OUTSTANDING DEPOSITS" TO RT-LABEL
           MOVE WS-OUT-DEPOSITS TO RT-AMOUNT
           WRITE RECON-REPORT-REC FROM RECON-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE "LESS OUTSTANDING CHECKS AND WITHDRAWALS" TO RT-LABEL
           MOVE WS-OUT-CHECKS TO RT-AMOUNT
           WRITE RECON-REPORT-REC FROM RECON-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE "ADJUSTED BANK BALANCE" TO RT-LABEL
           MOVE WS-ADJUSTED-BANK TO RT-AMOUNT
           WRITE RECON-REPORT-REC FROM RECON-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "CASH ACCOUNT BALANCE PER GLBAL.DAT" TO RT-LABEL
           MOVE WS-GL-CASH TO RT-AMOUNT
           WRITE RECON-REPORT-REC FROM RECON-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE "DIFFERENCE" TO RT-LABEL
           MOVE WS-DIFFERENCE TO RT-AMOUNT
           WRITE RECON-REPORT-REC FROM RECON-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "UNMATCHED BANK ITEMS NOT ON THE BOOKS" TO RT-LABEL
           MOVE WS-UNMATCHED-NET TO RT-AMOUNT
           WRITE RECON-REPORT-REC FROM RECON-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE "UNEXPLAINED DIFFERENCE" TO RT-LABEL
           MOVE WS-UNEXPLAINED TO RT-AMOUNT
           IF WS-UNEXPLAINED = ZERO
               MOVE "RECONCILED" TO RT-FLAG
           ELSE
               MOVE "** DOES NOT RECONCILE" TO RT-FLAG
           END-IF
           WRITE RECON-REPORT-REC FROM RECON-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
      ******************************************************************
      * The outstanding file being replaced is kept as BANKOUT.PRV
      * (unless this run was itself started from it), then rewritten
      * with the book items still not through the bank.
      ******************************************************************
       300-REWRITE-OUTSTANDING.
           IF WS-OUT-FOUND = "Y"
               CALL "CBL_COPY_FILE" USING WS-OUT-NAME
                                          WS-OUT-PRIOR-NAME
                   RETURNING WS-CALL-STATUS
               END-CALL
               IF WS-CALL-STATUS NOT = ZERO
                   DISPLAY "WARNING: BANKOUT.DAT COULD NOT BE KEPT "
                       "AS BANKOUT.PRV"
               END-IF
           END-IF
           OPEN OUTPUT OUTSTANDING-FILE
           MOVE SPACES TO OUTSTANDING-REC
           MOVE "H" TO BO-TYPE
           MOVE WS-STMT-TO-DATE TO BO-DATE
           MOVE ZERO TO BO-AMOUNT
           WRITE OUTSTANDING-REC
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BOOK-COUNT
               IF WS-BK-MATCHED (WS-BK-SUB) = "N"
                   MOVE SPACES TO OUTSTANDING-REC
                   MOVE WS-BK-KIND (WS-BK-SUB)      TO BO-TYPE
                   MOVE WS-BK-DATE (WS-BK-SUB)      TO BO-DATE
                   MOVE WS-BK-AMOUNT (WS-BK-SUB)    TO BO-AMOUNT
                   MOVE WS-BK-SOURCE (WS-BK-SUB)    TO BO-SOURCE
                   MOVE WS-BK-REFERENCE (WS-BK-SUB) TO BO-REFERENCE
                   WRITE OUTSTANDING-REC
               END-IF
           END-PERFORM
           CLOSE OUTSTANDING-FILE.
       END PROGRAM BankRec.
