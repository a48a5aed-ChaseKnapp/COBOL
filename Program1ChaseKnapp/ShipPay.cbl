      *     amount and date, and rewrites the file -- so which
      *     shipper accounts have actually paid stops being a mystery
      *     the month after billing. Loops until a blank invoice
      *     number is entered. A payment that leaves an account on
      *     credit hold with nothing past due releases the hold on
      *     SHIPACCT.DAT and logs the release to SHIPHOLD.LOG. Each
      *     payment is also appended to the CASHRCPT.DAT receipts
      *     register BankRec matches the bank's deposits against.
      * Input:
      *     SHIPOPEN.DAT, SHIPACCT.DAT
      * Output:
      *     SHIPOPEN.DAT (paid amounts and dates updated),
      *     SHIPACCT.DAT (credit holds released),
      *     SHIPHOLD.LOG (one entry per released account),
      *     CASHRCPT.DAT (one receipt per payment applied)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "SHIPOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.
           SELECT  SHIPPER-ACCOUNT-FILE
               ASSIGN TO "SHIPACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT  HOLD-LOG-FILE
               ASSIGN TO "SHIPHOLD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT  CASH-RECEIPT-FILE
               ASSIGN TO "CASHRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-INVOICE-FILE.
           05  SO-PAID-AMOUNT          PIC 9(7)V99.
           05  FILLER                  PIC X.
           05  SO-PAID-DATE            PIC 9(8).
       FD  SHIPPER-ACCOUNT-FILE.
       01  SHIPPER-ACCOUNT-REC.
           05  SA-ACCT-NO              PIC X(5).
           05  SA-NAME                 PIC X(15).
           05  SA-SHIP-COUNT           PIC 9(7).
           05  SA-STREET               PIC X(20).
           05  SA-CITY                 PIC X(12).
           05  SA-STATE                PIC XX.
           05  SA-ZIP                  PIC X(5).
           05  SA-TERMS-DAYS           PIC 9(3).
           05  SA-CREDIT-HOLD          PIC X.
               88  SA-ON-HOLD                 VALUE "H".
           05  SA-HOLD-DATE            PIC 9(8).
       FD  HOLD-LOG-FILE.
       01  HOLD-LOG-REC.
           05  HL-DATE                 PIC 9(8).
           05  FILLER                  PIC X.
           05  HL-ACTION               PIC X(6).
           05  FILLER                  PIC X.
           05  HL-ACCT-NO              PIC X(5).
           05  FILLER                  PIC X.
           05  HL-NAME                 PIC X(15).
           05  FILLER                  PIC X.
           05  HL-DAYS-LATE            PIC 9(4).
           05  FILLER                  PIC X.
           05  HL-PAST-DUE             PIC 9(7)V99.
           05  FILLER                  PIC X.
           05  HL-PROGRAM              PIC X(8).
       FD  CASH-RECEIPT-FILE.
       01  CASH-RECEIPT-REC.
           05  CR-DATE                 PIC 9(8).
           05  FILLER                  PIC X.
           05  CR-SOURCE               PIC X(8).
           05  FILLER                  PIC X.
           05  CR-REFERENCE            PIC X(10).
           05  FILLER                  PIC X.
           05  CR-AMOUNT               PIC 9(9)V99.
       WORKING-STORAGE SECTION.
       77  WS-OPEN-STATUS        PIC XX.
       77  WS-OPEN-EOF           PIC X     VALUE "N".
       77  WS-INV-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-FOUND-SUB          PIC 9(4)  VALUE ZERO.
       77  WS-BALANCE            PIC S9(7)V99 VALUE ZERO.
       77  WS-ACCT-STATUS        PIC XX.
       77  WS-HOLD-STATUS        PIC XX.
       77  WS-RCPT-STATUS        PIC XX.
       77  WS-PAY-ACCT-NO        PIC X(5).
       77  WS-PAST-DUE-FOUND     PIC X     VALUE "N".
       77  WS-TODAY-YMD          PIC 9(8)  VALUE ZERO.
       77  WS-TODAY-DAYNUM       PIC 9(9)  VALUE ZERO.
       77  WS-TERMS-DAYS         PIC 9(3)  VALUE 30.
       77  WS-DUE-YEAR           PIC 9(4)  VALUE ZERO.
       77  WS-DUE-MONTH          PIC 99    VALUE ZERO.
       77  WS-DUE-YMD            PIC 9(8)  VALUE ZERO.
       77  WS-DUE-DAYNUM         PIC 9(9)  VALUE ZERO.
       77  WS-LATE-DAYS          PIC S9(9) VALUE ZERO.
       77  WS-RELEASED-COUNT     PIC 9(3)  VALUE ZERO.
       01  WS-ENTRY-DATE-SPLIT.
           05  WS-ENTRY-YEAR     PIC 9(4).
           05  WS-ENTRY-MONTH    PIC 99.
               DISPLAY "NO OPEN INVOICES ON FILE"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YMD
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
               TO WS-TODAY-DAYNUM
           OPEN I-O SHIPPER-ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "SHIPACCT.DAT NOT FOUND - CREDIT HOLDS WILL "
                   "NOT BE RELEASED"
           END-IF
           PERFORM 200-APPLY-ONE-PAYMENT UNTIL WS-ENTRY-DONE = "Y"
           PERFORM 300-REWRITE-OPEN-INVOICES
           IF WS-ACCT-STATUS = "00"
               CLOSE SHIPPER-ACCOUNT-FILE
           END-IF
           DISPLAY "PAYMENT ENTRY COMPLETE"
           IF WS-RELEASED-COUNT > ZERO
               DISPLAY "CREDIT HOLDS RELEASED: " WS-RELEASED-COUNT
           END-IF
           STOP RUN.
       100-LOAD-OPEN-INVOICES.
           OPEN INPUT OPEN-INVOICE-FILE
               MOVE OPEN-INVOICE-REC TO WS-INV-ENTRY (WS-FOUND-SUB)
               COMPUTE WS-BALANCE = SO-TOTAL - SO-PAID-AMOUNT
               DISPLAY "PAYMENT APPLIED - BALANCE NOW " WS-BALANCE
               PERFORM 290-WRITE-CASH-RECEIPT
               IF WS-ACCT-STATUS = "00"
                   MOVE SO-ACCT-NO TO WS-PAY-ACCT-NO
                   PERFORM 260-CHECK-CREDIT-HOLD
               END-IF
           ELSE
               DISPLAY "NO PAYMENT APPLIED"
           END-IF.
      ******************************************************************
      * A held account is brought current once none of its invoices
      * still carries an unpaid balance past its due date; the hold
      * comes off and the release goes to SHIPHOLD.LOG for billing.
      ******************************************************************
       260-CHECK-CREDIT-HOLD.
           MOVE WS-PAY-ACCT-NO TO SA-ACCT-NO
           READ SHIPPER-ACCOUNT-FILE
               INVALID KEY
                   MOVE SPACE TO SA-CREDIT-HOLD
           END-READ
           IF SA-ON-HOLD
               MOVE 30 TO WS-TERMS-DAYS
               IF SA-TERMS-DAYS IS NUMERIC AND SA-TERMS-DAYS > ZERO
                   MOVE SA-TERMS-DAYS TO WS-TERMS-DAYS
               END-IF
               MOVE "N" TO WS-PAST-DUE-FOUND
               PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                       UNTIL WS-INV-SUB > WS-INV-COUNT
                          OR WS-PAST-DUE-FOUND = "Y"
                   MOVE WS-INV-ENTRY (WS-INV-SUB) TO OPEN-INVOICE-REC
                   IF SO-ACCT-NO = WS-PAY-ACCT-NO
                       COMPUTE WS-BALANCE = SO-TOTAL - SO-PAID-AMOUNT
                       IF WS-BALANCE > ZERO
                           PERFORM 270-COMPUTE-LATE-DAYS
                           IF WS-LATE-DAYS > ZERO
                               MOVE "Y" TO WS-PAST-DUE-FOUND
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PAST-DUE-FOUND = "Y"
                   DISPLAY "ACCOUNT " WS-PAY-ACCT-NO
                       " STILL PAST DUE - CREDIT HOLD REMAINS"
               ELSE
                   PERFORM 280-RELEASE-CREDIT-HOLD
               END-IF
           END-IF.
      ******************************************************************
      * The invoice is dated the first of the month after its billing
      * period and falls due the account's terms after that, the same
      * arithmetic ShipAge ages by.
      ******************************************************************
       270-COMPUTE-LATE-DAYS.
           MOVE SO-PERIOD (1:4) TO WS-DUE-YEAR
           MOVE SO-PERIOD (5:2) TO WS-DUE-MONTH
           IF WS-DUE-MONTH = 12
               ADD 1 TO WS-DUE-YEAR
               MOVE 1 TO WS-DUE-MONTH
           ELSE
               ADD 1 TO WS-DUE-MONTH
           END-IF
           COMPUTE WS-DUE-YMD =
               (WS-DUE-YEAR * 10000) + (WS-DUE-MONTH * 100) + 1
           COMPUTE WS-DUE-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-DUE-YMD) + WS-TERMS-DAYS
           COMPUTE WS-LATE-DAYS = WS-TODAY-DAYNUM - WS-DUE-DAYNUM.
       280-RELEASE-CREDIT-HOLD.
           MOVE SPACE TO SA-CREDIT-HOLD
           MOVE ZERO TO SA-HOLD-DATE
           REWRITE SHIPPER-ACCOUNT-REC
               INVALID KEY
                   DISPLAY "HOLD NOT RELEASED FOR " SA-ACCT-NO
                       " - STATUS " WS-ACCT-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-RELEASED-COUNT
                   DISPLAY "ACCOUNT " SA-ACCT-NO
                       " BROUGHT CURRENT - CREDIT HOLD RELEASED"
                   MOVE SPACES TO HOLD-LOG-REC
                   MOVE WS-TODAY-YMD TO HL-DATE
                   MOVE "RELEAS" TO HL-ACTION
                   MOVE SA-ACCT-NO TO HL-ACCT-NO
                   MOVE SA-NAME TO HL-NAME
                   MOVE ZERO TO HL-DAYS-LATE
                   MOVE ZERO TO HL-PAST-DUE
                   MOVE "SHIPPAY" TO HL-PROGRAM
                   OPEN EXTEND HOLD-LOG-FILE
                   IF WS-HOLD-STATUS NOT = "00"
                       OPEN OUTPUT HOLD-LOG-FILE
                   END-IF
                   WRITE HOLD-LOG-REC
                   CLOSE HOLD-LOG-FILE
           END-REWRITE.
      ******************************************************************
      * The payment goes to the receipts register dated as keyed and
      * referenced by invoice number, so the check can be found again
      * when the bank shows it deposited.
      ******************************************************************
       290-WRITE-CASH-RECEIPT.
           MOVE SPACES TO CASH-RECEIPT-REC
           MOVE WS-ENTRY-DATE TO CR-DATE
           MOVE "SHIPPAY" TO CR-SOURCE
           STRING "SH" WS-ENTRY-INVOICE-NO DELIMITED BY SIZE
               INTO CR-REFERENCE
           END-STRING
           MOVE WS-ENTRY-AMOUNT TO CR-AMOUNT
           OPEN EXTEND CASH-RECEIPT-FILE
           IF WS-RCPT-STATUS NOT = "00"
               OPEN OUTPUT CASH-RECEIPT-FILE
           END-IF
           WRITE CASH-RECEIPT-REC
           CLOSE CASH-RECEIPT-FILE.
       300-REWRITE-OPEN-INVOICES.
           OPEN OUTPUT OPEN-INVOICE-FILE
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
