      *     the register stops being arithmetic on faith. Signed off
      *     with an OPERATOR.DAT sign-on (function "P") like the
      *     other controlled functions; the closer's ID prints on
      *     the report. The counted cash is appended to the
      *     CASHRCPT.DAT receipts register as the shift's deposit,
      *     for the bank reconciliation, and the close itself
      *     (expected and counted cash, over/short) is appended to
      *     SHIFTCLS.DAT for the shift's G/L posting (PizzaGl); a
      *     recount of the same shift appends a later close, and the
      *     last one keyed is the one posted. Voids and refunds
      *     (OrdVoid) dated the shift print as LESS lines; cash handed
      *     back comes out of the expected drawer.
      * Input:
      *     ORDERLOG.DAT, OPERATOR.DAT
      * Output:
      *     SHIFTREC.RPT, CASHRCPT.DAT, SHIFTCLS.DAT
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT  RECON-REPORT-FILE
               ASSIGN TO "SHIFTREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  CASH-RECEIPT-FILE
               ASSIGN TO "CASHRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.
           SELECT  SHIFT-CLOSE-FILE
               ASSIGN TO "SHIFTCLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
           05  OL-H-PHONE        PIC X(10).
           05  OL-H-DATE         PIC X(8).
           05  FILLER            PIC X.
           05  OL-H-CARD-TIP     PIC 9(3)V99.
           05  OL-H-REASON       PIC XX.
           05  OL-H-MANAGER      PIC X(8).
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-FUNCTIONS       PIC X(8).
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-REC          PIC X(80).
       FD  CASH-RECEIPT-FILE.
       01  CASH-RECEIPT-REC.
           05  CR-DATE            PIC 9(8).
           05  FILLER             PIC X.
           05  CR-SOURCE          PIC X(8).
           05  FILLER             PIC X.
           05  CR-REFERENCE       PIC X(10).
           05  FILLER             PIC X.
           05  CR-AMOUNT          PIC 9(9)V99.
       FD  SHIFT-CLOSE-FILE.
       01  SHIFT-CLOSE-REC.
           05  SC-SHIFT-DATE      PIC 9(8).
           05  FILLER             PIC X.
           05  SC-OPERATOR        PIC X(8).
           05  FILLER             PIC X.
           05  SC-EXPECTED-CASH   PIC 9(7)V99.
           05  FILLER             PIC X.
           05  SC-COUNTED-CASH    PIC 9(7)V99.
           05  FILLER             PIC X.
           05  SC-OVER-SHORT      PIC S9(7)V99
                                  SIGN IS LEADING SEPARATE.
       WORKING-STORAGE SECTION.
       77  WS-ORDLOG-STATUS      PIC XX.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-RCPT-STATUS        PIC XX.
       77  WS-CLOSE-STATUS       PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-MC-TOTAL           PIC 9(7)V99 VALUE ZERO.
       77  WS-OTHER-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-OTHER-TOTAL        PIC 9(7)V99 VALUE ZERO.
       77  WS-CASH-REV-COUNT     PIC 9(5)  VALUE ZERO.
       77  WS-CASH-REV-TOTAL     PIC 9(7)V99 VALUE ZERO.
       77  WS-CARD-REV-COUNT     PIC 9(5)  VALUE ZERO.
       77  WS-CARD-REV-TOTAL     PIC 9(7)V99 VALUE ZERO.
       77  WS-EXPECTED-CASH      PIC 9(7)V99 VALUE ZERO.
       77  WS-COUNTED-CASH       PIC 9(7)V99 VALUE ZERO.
       77  WS-OVER-SHORT         PIC S9(7)V99 VALUE ZERO.
       77  WS-CMD-ARG            PIC X(8)  VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "  TOTAL: ".
           05  ML-TOTAL           PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(33) VALUE SPACES.
       01  EXPECTED-CASH-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(22) VALUE "EXPECTED CASH:".
           05  FILLER             PIC X(9)  VALUE "  TOTAL: ".
           05  EC-TOTAL           PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(33) VALUE SPACES.
       01  OVER-SHORT-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(15) VALUE "COUNTED CASH:  ".
               DISPLAY "NO ORDERS ON THE LOG - NOTHING TO RECONCILE"
               STOP RUN
           END-IF
           IF WS-CASH-REV-TOTAL > WS-CASH-TOTAL
               MOVE ZERO TO WS-EXPECTED-CASH
           ELSE
               COMPUTE WS-EXPECTED-CASH =
                   WS-CASH-TOTAL - WS-CASH-REV-TOTAL
           END-IF
           DISPLAY "EXPECTED CASH: " WS-EXPECTED-CASH
           DISPLAY "ENTER COUNTED DRAWER AMOUNT"
           ACCEPT WS-COUNTED-CASH
           PERFORM UNTIL WS-COUNTED-CASH IS NUMERIC
               DISPLAY "PLEASE ENTER A NUMERIC AMOUNT"
               ACCEPT WS-COUNTED-CASH
           END-PERFORM
           COMPUTE WS-OVER-SHORT = WS-COUNTED-CASH - WS-EXPECTED-CASH
           PERFORM 300-PRINT-RECONCILIATION
           IF WS-COUNTED-CASH > ZERO
               PERFORM 400-WRITE-CASH-RECEIPT
           END-IF
           PERFORM 410-WRITE-SHIFT-CLOSE
           DISPLAY "SHIFTREC.RPT GENERATED - OVER/SHORT "
               WS-OVER-SHORT
           STOP RUN.
      * Totals every order header by payment method. Headers logged
      * before the method field existed read as spaces and count
      * under OTHER so they can't inflate the cash expectation.
      * Void ("V") and refund ("F") headers dated the shift are kept
      * apart: cash ones were paid out of the drawer, card ones go
      * back to the card.
      ******************************************************************
       100-TOTAL-THE-SHIFT.
           OPEN INPUT ORDER-LOG-FILE
                                   ADD OL-H-TOTAL TO WS-OTHER-TOTAL
                           END-EVALUATE
                       END-IF
                       IF (OL-TYPE = "V" OR OL-TYPE = "F")
                          AND OL-H-DATE = WS-SHIFT-DATE
                           IF OL-H-PAY-METHOD = "C"
                               ADD 1 TO WS-CASH-REV-COUNT
                               ADD OL-H-TOTAL TO WS-CASH-REV-TOTAL
                           ELSE
                               ADD 1 TO WS-CARD-REV-COUNT
                               ADD OL-H-TOTAL TO WS-CARD-REV-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDER-LOG-FILE.
               MOVE WS-OTHER-TOTAL TO ML-TOTAL
               WRITE RECON-REPORT-REC FROM METHOD-LINE
           END-IF
           IF WS-CASH-REV-COUNT > ZERO
               MOVE "LESS CASH RETNS:" TO ML-LABEL
               MOVE WS-CASH-REV-COUNT TO ML-COUNT
               MOVE WS-CASH-REV-TOTAL TO ML-TOTAL
               WRITE RECON-REPORT-REC FROM METHOD-LINE
           END-IF
           IF WS-CARD-REV-COUNT > ZERO
               MOVE "LESS CARD RETNS:" TO ML-LABEL
               MOVE WS-CARD-REV-COUNT TO ML-COUNT
               MOVE WS-CARD-REV-TOTAL TO ML-TOTAL
               WRITE RECON-REPORT-REC FROM METHOD-LINE
           END-IF
           MOVE WS-EXPECTED-CASH TO EC-TOTAL
           WRITE RECON-REPORT-REC FROM EXPECTED-CASH-LINE
           MOVE WS-COUNTED-CASH TO OS-COUNTED
           MOVE WS-OVER-SHORT   TO OS-OVER-SHORT
           EVALUATE TRUE
           WRITE RECON-REPORT-REC FROM OVER-SHORT-LINE
               AFTER ADVANCING 2 LINES
           CLOSE RECON-REPORT-FILE.
      ******************************************************************
      * The counted drawer, not the expected cash, is what goes to the
      * bank, so that is the receipt recorded for the shift date under
      * the closer's ID.
      ******************************************************************
       400-WRITE-CASH-RECEIPT.
           MOVE SPACES TO CASH-RECEIPT-REC
           MOVE WS-SHIFT-DATE TO CR-DATE
           MOVE "PIZZAREC" TO CR-SOURCE
           STRING "DR" WS-OPERATOR-ID DELIMITED BY SIZE
               INTO CR-REFERENCE
           END-STRING
           MOVE WS-COUNTED-CASH TO CR-AMOUNT
           OPEN EXTEND CASH-RECEIPT-FILE
           IF WS-RCPT-STATUS NOT = "00"
               OPEN OUTPUT CASH-RECEIPT-FILE
           END-IF
           WRITE CASH-RECEIPT-REC
           CLOSE CASH-RECEIPT-FILE.
       410-WRITE-SHIFT-CLOSE.
           MOVE SPACES TO SHIFT-CLOSE-REC
           MOVE WS-SHIFT-DATE   TO SC-SHIFT-DATE
           MOVE WS-OPERATOR-ID  TO SC-OPERATOR
           MOVE WS-EXPECTED-CASH TO SC-EXPECTED-CASH
           MOVE WS-COUNTED-CASH TO SC-COUNTED-CASH
           MOVE WS-OVER-SHORT   TO SC-OVER-SHORT
           OPEN EXTEND SHIFT-CLOSE-FILE
           IF WS-CLOSE-STATUS NOT = "00"
               OPEN OUTPUT SHIFT-CLOSE-FILE
           END-IF
           WRITE SHIFT-CLOSE-REC
           CLOSE SHIFT-CLOSE-FILE.
       END PROGRAM PizzaRec.
