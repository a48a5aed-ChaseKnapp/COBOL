      *     The billing period is prompted (year then month); a
      *     BATCH command-line argument bills the current month for
      *     unattended runs.
      *     A line billed on dimensional weight shows the weight it
      *     was billed on, from SHIPDIM.DAT, marked DIM.
      * Input:
      *     SHIPLOG.DAT
      *     SHIPDIM.DAT (package dimensions and billed weight)
      *     COMPANY.DAT (company profile, for the letterhead, the
      *                  remit-to block and the invoice message)
      * Output:
      *     SHIPINV.RPT (invoices plus summary page)
      ******************************************************************
               RECORD KEY IS SA-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
      ******************************************************************
      * Package dimensions and billed weight by tracking number, for
      * the lines Program1 billed on dimensional weight.
      ******************************************************************
           SELECT  DIMENSION-FILE
               ASSIGN TO "SHIPDIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-TRACKING-NO
               FILE STATUS IS WS-DIM-STATUS.
      ******************************************************************
      * Invoice-number control file, bumped once per invoice -- the
      * RUNNO.DAT idiom -- so every invoice leaves with a number a
      * payment can be applied against.
           SELECT  INVOICE-TOTALS-FILE
               ASSIGN TO "SHIPINV.TOT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  COMPANY-FILE
               ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIPLOG-FILE.
           05  SL-TRANSACTION-TYPE     PIC X(6).
           05  FILLER                  PIC X.
           05  SL-TRACKING-NO          PIC X(8).
           05  SL-WEIGHT-BASIS         PIC X.
           05  SL-COD-AMOUNT           PIC X(7).
           05  SL-PRICE-BASIS          PIC X.
       FD  INVOICE-FILE.
       01  INVOICE-REC                 PIC X(80).
       FD  DIMENSION-FILE.
       01  DIMENSION-REC.
           05  DM-TRACKING-NO          PIC X(8).
           05  DM-LENGTH               PIC 999.
           05  DM-WIDTH                PIC 999.
           05  DM-HEIGHT               PIC 999.
           05  DM-CUBE-FEET            PIC 9(4)V99.
           05  DM-ACTUAL-WEIGHT        PIC 999V99.
           05  DM-DIM-WEIGHT           PIC 9(5)V99.
           05  DM-BILLED-WEIGHT        PIC 9(5)V99.
           05  DM-WEIGHT-BASIS         PIC X.
       FD  SHIPPER-ACCOUNT-FILE.
       01  SHIPPER-ACCOUNT-REC.
           05  SA-ACCT-NO              PIC X(5).
           05  SA-STATE                PIC XX.
           05  SA-ZIP                  PIC X(5).
           05  SA-TERMS-DAYS           PIC 9(3).
           05  SA-CREDIT-HOLD          PIC X.
               88  SA-ON-HOLD                 VALUE "H".
           05  SA-HOLD-DATE            PIC 9(8).
       FD  INVOICE-NUMBER-FILE.
       01  INVOICE-NUMBER-REC.
           05  IV-NUMBER               PIC 9(6).
           05  SO-PAID-AMOUNT          PIC 9(7)V99.
           05  FILLER                  PIC X.
           05  SO-PAID-DATE            PIC 9(8).
       FD  COMPANY-FILE.
           COPY COMPPROF.
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-LOG-STATUS      PIC XX.
           05  WS-DIM-STATUS      PIC XX.
           05  WS-DIMS-OPEN       PIC X     VALUE "N".
           05  WS-LINE-WEIGHT     PIC 9(5)V99 VALUE ZERO.
           05  WS-CMD-ARG         PIC X(8)  VALUE SPACES.
           05  WS-BILL-YEAR       PIC 9(4)  VALUE ZERO.
           05  WS-BILL-MONTH      PIC 99    VALUE ZERO.
           05  WS-OPEN-STATUS     PIC XX.
           05  WS-INVOICE-NO      PIC 9(6)  VALUE ZERO.
           05  WS-BILL-PERIOD     PIC 9(6)  VALUE ZERO.
           COPY COMPWS.
       01  INVOICE-NUMBER-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(12) VALUE "INVOICE NO: ".
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(11) VALUE "DATE       ".
           05  FILLER             PIC X(10) VALUE "TRACK NO  ".
           05  FILLER             PIC X(13) VALUE " WEIGHT".
           05  FILLER             PIC X(6)  VALUE "ZONE  ".
           05  FILLER             PIC X(8)  VALUE "TYPE    ".
           05  FILLER             PIC X(12) VALUE "         FEE".
           05  FILLER             PIC X(14) VALUE SPACES.
       01  INVOICE-DETAIL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  DT-MM              PIC 99.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  DT-TRACKING-NO     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DT-WEIGHT          PIC ZZZ9.99.
           05  FILLER             PIC X     VALUE SPACES.
           05  DT-WEIGHT-BASIS    PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DT-ZONE            PIC X.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  DT-TYPE            PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DT-FEE             PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DT-PRICE-BASIS     PIC X(8).
           05  FILLER             PIC X(5)  VALUE SPACES.
       01  INVOICE-TOTAL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(15) VALUE "INVOICE TOTAL: ".
               ON ASCENDING KEY SORT-ACCT-NO
               USING SHIPLOG-FILE
               GIVING SORTED-LOG-FILE
           PERFORM 050-LOAD-COMPANY-PROFILE
           OPEN INPUT SORTED-LOG-FILE
           OPEN OUTPUT INVOICE-FILE
           OPEN I-O SHIPPER-ACCOUNT-FILE
           IF WS-OPEN-STATUS NOT = "00"
               OPEN OUTPUT OPEN-INVOICE-FILE
           END-IF
           OPEN INPUT DIMENSION-FILE
           IF WS-DIM-STATUS = "00"
               MOVE "Y" TO WS-DIMS-OPEN
           END-IF
           COMPUTE WS-BILL-PERIOD =
               (WS-BILL-YEAR * 100) + WS-BILL-MONTH
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
               CLOSE SHIPPER-ACCOUNT-FILE
           END-IF
           CLOSE OPEN-INVOICE-FILE
           IF WS-DIMS-OPEN = "Y"
               CLOSE DIMENSION-FILE
           END-IF
           DISPLAY "SHIPINV.RPT GENERATED - " WS-INVOICE-COUNT
               " INVOICES"
           STOP RUN.
               END-PERFORM
           END-IF.
      ******************************************************************
      * Loads the shipping business's letterhead, remit-to address
      * and invoice message from the company profile.
      ******************************************************************
       050-LOAD-COMPANY-PROFILE.
           COPY COMPLOAD REPLACING ==:BUSINESS:== BY =="SHIP"==.
           .
      ******************************************************************
      * Reads the account-sorted log, keeping only the billing
      * period's lines, breaking to a new invoice when the account
      * changes.
       200-START-INVOICE.
           ADD 1 TO WS-INVOICE-COUNT
           PERFORM 210-ASSIGN-INVOICE-NUMBER
           MOVE SPACES TO INVOICE-REC
           WRITE INVOICE-REC AFTER ADVANCING PAGE
           COPY COMPHEAD REPLACING ==:OUT-REC:== BY ==INVOICE-REC==.
           WRITE INVOICE-REC FROM INVOICE-HEADING
           MOVE WS-INVOICE-NO TO IN-INVOICE-NO
           WRITE INVOICE-REC FROM INVOICE-NUMBER-LINE
           MOVE SL-ACCT-NO   TO CU-ACCT-NO
      * Prints one shipment line. The fee comes off the log in its
      * edited print form; NUMVAL turns it back into a number, and a
      * CREDIT line already carries its trailing minus sign there, so
      * it nets against the invoice without further handling. A line
      * Program1 priced off the shipper's contract is marked CONTRACT.
      ******************************************************************
       250-PRINT-INVOICE-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE SL-MM          TO DT-MM
           MOVE SL-DD          TO DT-DD
           MOVE SL-TRACKING-NO TO DT-TRACKING-NO
           PERFORM 255-SET-BILLED-WEIGHT
           MOVE SL-ZONE        TO DT-ZONE
           MOVE SL-TRANSACTION-TYPE TO DT-TYPE
           IF SL-PRICE-BASIS = "K"
               MOVE "CONTRACT" TO DT-PRICE-BASIS
           ELSE
               MOVE SPACES TO DT-PRICE-BASIS
           END-IF
           MOVE WS-LINE-FEE    TO DT-FEE
           WRITE INVOICE-REC FROM INVOICE-DETAIL-LINE
           ADD WS-LINE-FEE TO WS-INVOICE-TOTAL
           ADD WS-LINE-FEE TO WS-GRAND-TOTAL.
      ******************************************************************
      * The weight the line was billed on: the logged actual weight,
      * or for a "D" line the dimensional weight filed in
      * SHIPDIM.DAT. A "D" line whose dimensions cannot be found
      * still shows the DIM mark over its actual weight.
      ******************************************************************
       255-SET-BILLED-WEIGHT.
           COMPUTE WS-LINE-WEIGHT = FUNCTION NUMVAL(SL-WEIGHT)
           MOVE SPACES TO DT-WEIGHT-BASIS
           IF SL-WEIGHT-BASIS = "D"
               MOVE "DIM" TO DT-WEIGHT-BASIS
               IF WS-DIMS-OPEN = "Y"
                   MOVE SL-TRACKING-NO TO DM-TRACKING-NO
                   READ DIMENSION-FILE
                       NOT INVALID KEY
                           MOVE DM-BILLED-WEIGHT TO WS-LINE-WEIGHT
                   END-READ
               END-IF
           END-IF
           MOVE WS-LINE-WEIGHT TO DT-WEIGHT.
       300-PRINT-INVOICE-TOTAL.
           MOVE WS-INVOICE-TOTAL TO TL-INVOICE-TOTAL
           WRITE INVOICE-REC FROM INVOICE-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           IF CL-INV-MESSAGE NOT = SPACES
               MOVE CL-INV-MESSAGE TO CL-PRINT-TEXT
               WRITE INVOICE-REC FROM CL-PRINT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE SPACES TO INVOICE-REC
           WRITE INVOICE-REC
           COPY COMPREMT REPLACING ==:OUT-REC:== BY ==INVOICE-REC==.
      ******************************************************************
      * The invoice joins the open-invoice file the moment it is
      * printed: number, account, period, and total, with nothing
