       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashFcst.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Shop-wide weekly cash forecast for the next eight weeks,
      *     week 1 starting on the run date. The position opens at
      *     the cash account's GLBAL.DAT balance (the COAMAP.DAT "K"
      *     account ArGl and PayGl post cash to) and each week adds
      *     what is expected in and takes off what is expected out:
      *       A/R collections   every open invoice and finance charge
      *                         on AROPEN.DAT, expected its
      *                         customer's dollar-weighted average
      *                         days-to-pay after the item date, the
      *                         same average CredRev scores off the
      *                         ARAPPLY.DAT application history. A
      *                         customer with no history pays on the
      *                         CASHFCST DEFAULT-DAYS setting (30).
      *                         Credits, unapplied cash and
      *                         write-offs bring no cash in.
      *       shipping receipts the unpaid balance of each SHIPOPEN.DAT
      *                         invoice on its due date, its account's
      *                         SA-TERMS-DAYS after the billing period
      *                         the way ShipAge ages it (30 days for
      *                         an account missing from SHIPACCT.DAT).
      *       payroll           every pay date the PAYROLL period
      *                         count puts in the eight weeks after
      *                         the last run on PAYRUN.HST, rolled
      *                         back off weekends and holidays as
      *                         PayRun does, each paying the latest
      *                         PAYRUN.TOT run's net pay out to the
      *                         employees and its gross less net --
      *                         withholding and deductions -- out to
      *                         the tax and deduction payees.
      *     Collections already past their expected date, and pay
      *     dates passed without a run, fall into week 1. Anything
      *     expected after week 8 is shown below the weeks as beyond
      *     the forecast and left out of the position.
      *     A week whose closing position is under the CASHFCST
      *     MIN-BALANCE setting is flagged on the report and raised
      *     as a CSHMIN alert on ALERTS.LOG.
      * Input:
      *     AROPEN.DAT, ARAPPLY.DAT, SHIPOPEN.DAT, SHIPACCT.DAT,
      *     PAYRUN.TOT, PAYRUN.HST, COAMAP.DAT, GLBAL.DAT,
      *     CALENDAR.DAT, SYSPARM.DAT (CASHFCST and PAYROLL settings)
      * Output:
      *     CASHFCST.RPT
      *     ALERTS.LOG (weeks under the minimum balance; missing
      *     parameters)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  AR-OPEN-FILE
               ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  SEQUENTIAL
               RECORD KEY IS   AR-ITEM-NO
               ALTERNATE RECORD KEY IS AR-CUST-NO WITH DUPLICATES
               FILE STATUS IS  WS-AR-STATUS.
           SELECT  APPLY-HISTORY-FILE
               ASSIGN TO "ARAPPLY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APH-STATUS.
           SELECT  OPEN-INVOICE-FILE
               ASSIGN TO "SHIPOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.
           SELECT  SHIPPER-ACCOUNT-FILE
               ASSIGN TO "SHIPACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT  PAY-TOTALS-FILE
               ASSIGN TO "PAYRUN.TOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-STATUS.
           SELECT  PAY-RUN-HISTORY-FILE
               ASSIGN TO "PAYRUN.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TH-STATUS.
           SELECT  COA-MAP-FILE
               ASSIGN TO "COAMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.
           SELECT  BALANCE-FILE
               ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT  CALENDAR-FILE
               ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-STATUS.
           SELECT  FORECAST-REPORT-FILE
               ASSIGN TO "CASHFCST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      * Central alert file every program writes severity-coded
      * records to through the shared ALERTREC copybook.
      ******************************************************************
           SELECT  ALERTS-FILE
               ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-FILE.
       01  AR-OPEN-REC.
           05  AR-ITEM-NO         PIC 9(6).
           05  AR-CUST-NO         PIC X(5).
           05  AR-DATE            PIC 9(8).
           05  AR-ORIG-AMOUNT     PIC 9(5)V99.
           05  AR-OPEN-AMOUNT     PIC 9(5)V99.
           05  AR-TYPE            PIC X.
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
       FD  OPEN-INVOICE-FILE.
       01  OPEN-INVOICE-REC.
           05  SO-INVOICE-NO           PIC 9(6).
           05  FILLER                  PIC X.
           05  SO-ACCT-NO              PIC X(5).
           05  FILLER                  PIC X.
           05  SO-PERIOD               PIC 9(6).
           05  FILLER                  PIC X.
           05  SO-TOTAL                PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X.
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
      ******************************************************************
      * PayRun's machine-readable totals for its latest run, and the
      * run-totals history it appends under each pay date.
      ******************************************************************
       FD  PAY-TOTALS-FILE.
       01  PAY-TOTALS-REC.
           05  PT-EMP-COUNT          PIC 9(5).
           05  FILLER                PIC X.
           05  PT-GROSS-TOTAL        PIC 9(9)V99.
           05  FILLER                PIC X.
           05  PT-WH-TOTAL           PIC 9(9)V99.
           05  FILLER                PIC X.
           05  PT-NET-TOTAL          PIC 9(9)V99.
           05  FILLER                PIC X(12).
       FD  PAY-RUN-HISTORY-FILE.
       01  PAY-RUN-HISTORY-REC.
           05  TH-RUN-DATE           PIC 9(8).
           05  FILLER                PIC X.
           05  TH-EMP-COUNT          PIC 9(5).
           05  FILLER                PIC X.
           05  TH-GROSS-TOTAL        PIC 9(9)V99.
           05  FILLER                PIC X.
           05  TH-WH-TOTAL           PIC 9(9)V99.
           05  FILLER                PIC X.
           05  TH-NET-TOTAL          PIC 9(9)V99.
           05  FILLER                PIC X.
           05  TH-RUN-TYPE           PIC X.
               88  TH-OFF-CYCLE-RUN           VALUE "O".
           05  FILLER                PIC X(12).
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
       FD  CALENDAR-FILE.
           COPY CALREC.
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-REC       PIC X(132).
       FD  ALERTS-FILE.
       01  ALERT-OUTREC              PIC X(90).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-AR-STATUS       PIC XX.
           05  WS-APH-STATUS      PIC XX.
           05  WS-OPEN-STATUS     PIC XX.
           05  WS-ACCT-STATUS     PIC XX.
           05  WS-PT-STATUS       PIC XX.
           05  WS-TH-STATUS       PIC XX.
           05  WS-COA-STATUS      PIC XX.
           05  WS-BAL-STATUS      PIC XX.
           05  WS-ALERT-STATUS    PIC XX.
           05  WS-TODAY-YMD       PIC 9(8)  VALUE ZERO.
           05  WS-TODAY-DAYNUM    PIC 9(7)  VALUE ZERO.
           05  WS-HORIZON-DAYNUM  PIC 9(7)  VALUE ZERO.
           05  WS-HORIZON-YMD     PIC 9(8)  VALUE ZERO.
           05  WS-CASH-ACCOUNT    PIC X(8)  VALUE SPACES.
           05  WS-OPEN-BALANCE    PIC S9(11)V99 VALUE ZERO.
           05  WS-MIN-BALANCE     PIC S9(9)V99  VALUE ZERO.
           05  WS-DEFAULT-DAYS    PIC 9(3)  VALUE 30.
           05  WS-PERIODS-PER-YEAR PIC 99   VALUE 24.
           05  WS-PARM-PAY-DATE   PIC 9(8)  VALUE ZERO.
      ******************************************************************
      * Where an expected date lands: WS-EXPECT-DAYNUM in, WS-BUCKET
      * out -- 1 to 8 the forecast week, 9 beyond the forecast.
      ******************************************************************
           05  WS-EXPECT-DAYNUM   PIC S9(7) VALUE ZERO.
           05  WS-BUCKET          PIC 99    VALUE ZERO.
           05  WS-DAYS-OUT        PIC S9(7) VALUE ZERO.
      ******************************************************************
      * A/R collection work fields.
      ******************************************************************
           05  WS-WORK-DAYNUM     PIC 9(7)  VALUE ZERO.
           05  WS-ITEM-DAYNUM     PIC 9(7)  VALUE ZERO.
           05  WS-DAYS-TO-PAY     PIC S9(9) VALUE ZERO.
           05  WS-AVG-DAYS        PIC 9(5)  VALUE ZERO.
           05  WS-FIND-CUST-NO    PIC X(5)  VALUE SPACES.
           05  WS-FOUND-SUB       PIC 9(4)  VALUE ZERO.
           05  WS-CUST-SUB        PIC 9(4)  VALUE ZERO.
           05  WS-AR-ITEMS        PIC 9(6)  VALUE ZERO.
           05  WS-AR-DEFAULTED    PIC 9(6)  VALUE ZERO.
           05  WS-AR-SKIPPED      PIC 9(6)  VALUE ZERO.
      ******************************************************************
      * Shipping receipt work fields.
      ******************************************************************
           05  WS-TERMS-DAYS      PIC 9(3)  VALUE 30.
           05  WS-DUE-YEAR        PIC 9(4)  VALUE ZERO.
           05  WS-DUE-MONTH       PIC 99    VALUE ZERO.
           05  WS-DUE-YMD         PIC 9(8)  VALUE ZERO.
           05  WS-BALANCE         PIC S9(7)V99 VALUE ZERO.
           05  WS-SHIP-ITEMS      PIC 9(6)  VALUE ZERO.
      ******************************************************************
      * Payroll projection work fields. WS-SCHED-DATE walks the
      * schedule; WS-PAY-DATE is that date rolled to a business day.
      ******************************************************************
           05  WS-RUN-FOUND       PIC X     VALUE "N".
           05  WS-LAST-PAY-DATE   PIC 9(8)  VALUE ZERO.
           05  WS-SCHED-DATE      PIC 9(8)  VALUE ZERO.
           05  WS-SCHED-YEAR      PIC 9(4)  VALUE ZERO.
           05  WS-SCHED-MONTH     PIC 99    VALUE ZERO.
           05  WS-SCHED-DAY       PIC 99    VALUE ZERO.
           05  WS-SCHED-DAYNUM    PIC 9(7)  VALUE ZERO.
           05  WS-MONTH-END-YMD   PIC 9(8)  VALUE ZERO.
           05  WS-STEP-DAYS       PIC 9(3)  VALUE ZERO.
           05  WS-PAY-DATE        PIC 9(8)  VALUE ZERO.
           05  WS-PAY-NET         PIC 9(9)V99 VALUE ZERO.
           05  WS-PAY-REMIT       PIC 9(9)V99 VALUE ZERO.
           05  WS-PAY-DATE-COUNT  PIC 9(3)  VALUE ZERO.
           05  WS-PAY-TRIES       PIC 9(3)  VALUE ZERO.
      ******************************************************************
      * Position roll and alert work fields.
      ******************************************************************
           05  WS-POSITION        PIC S9(11)V99 VALUE ZERO.
           05  WS-SHORT-WEEKS     PIC 9     VALUE ZERO.
           05  WS-POS-EDIT        PIC ----,---,--9.99.
           05  WS-MIN-EDIT        PIC ----,---,--9.99.
           05  WS-WEEK-EDIT       PIC 9.
      ******************************************************************
      * Customer payment habits off ARAPPLY.DAT: dollars paid and
      * dollar-days taken to pay them.
      ******************************************************************
       01  WS-CUST-TABLE.
           05  WS-CUST-COUNT      PIC 9(4)  VALUE ZERO.
           05  WS-CUST-ENTRY      OCCURS 500 TIMES.
               10  WS-CT-CUST-NO      PIC X(5).
               10  WS-CT-PAID         PIC 9(9)V99.
               10  WS-CT-DAY-DOLLARS  PIC 9(13)V99.
      ******************************************************************
      * The eight forecast weeks, and a ninth slot for what falls
      * beyond them.
      ******************************************************************
       01  WS-WEEK-TABLE.
           05  WS-WEEK-ENTRY      OCCURS 9 TIMES.
               10  WS-WK-FROM         PIC 9(8).
               10  WS-WK-TO           PIC 9(8).
               10  WS-WK-AR-IN        PIC S9(11)V99.
               10  WS-WK-SHIP-IN      PIC S9(11)V99.
               10  WS-WK-NET-PAY      PIC S9(11)V99.
               10  WS-WK-REMIT        PIC S9(11)V99.
               10  WS-WK-CHANGE       PIC S9(11)V99.
               10  WS-WK-POSITION     PIC S9(11)V99.
               10  WS-WK-PAY-DATES    PIC 9(3).
               10  WS-WK-SHORT        PIC X.
       01  WS-WEEK-SUB            PIC 99    VALUE ZERO.
       01  WS-TOTALS.
           05  WS-TOT-AR-IN       PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-SHIP-IN     PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-NET-PAY     PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-REMIT       PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-CHANGE      PIC S9(11)V99 VALUE ZERO.
      ******************************************************************
      * System parameter table and the shared alert record it
      * raises missing settings through; see PARMWS and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
      ******************************************************************
      * Shared calendar table and date logic fields; see CALWS.
      ******************************************************************
           COPY CALWS.
       01  FORECAST-HEADING-1.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(31) VALUE
                                  "EIGHT-WEEK CASH FORECAST AS OF ".
           05  FH-RUN-DATE        PIC 9(8).
           05  FILLER             PIC X(87) VALUE SPACES.
       01  FORECAST-HEADING-2.
           05  FILLER             PIC X(22) VALUE "WK  FROM     TO".
           05  FILLER             PIC X(15) VALUE "    A/R INFLOW".
           05  FILLER             PIC X(15) VALUE "   SHIP INFLOW".
           05  FILLER             PIC X(15) VALUE "       NET PAY".
           05  FILLER             PIC X(15) VALUE "   REMITTANCES".
           05  FILLER             PIC X(15) VALUE "    NET CHANGE".
           05  FILLER             PIC X(15) VALUE "      POSITION".
           05  FILLER             PIC X(20) VALUE SPACES.
       01  FORECAST-LABEL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FL-LABEL           PIC X(40).
           05  FL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FL-NOTE            PIC X(60).
           05  FILLER             PIC X(13) VALUE SPACES.
       01  FORECAST-DETAIL-LINE.
           05  FD-WEEK            PIC Z9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FD-FROM            PIC 9(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  FD-TO              PIC 9(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  FD-AR-IN           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FD-SHIP-IN         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FD-NET-PAY         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FD-REMIT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FD-CHANGE          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FD-POSITION        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FD-FLAG            PIC X(17).
           05  FILLER             PIC X     VALUE SPACE.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  WS-DAY   DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING
           MOVE FUNCTION INTEGER-OF-DATE (WS-TODAY-YMD)
               TO WS-TODAY-DAYNUM
           COMPUTE WS-HORIZON-DAYNUM = WS-TODAY-DAYNUM + 55
           COMPUTE WS-HORIZON-YMD =
               FUNCTION DATE-OF-INTEGER (WS-HORIZON-DAYNUM)
           PERFORM 010-LOAD-SETTINGS
           PERFORM 020-SET-UP-WEEKS
           PERFORM 030-LOAD-CASH-ACCOUNT
           PERFORM 040-SUM-CASH-BALANCE
           PERFORM 100-LOAD-PAY-HABITS
           PERFORM 150-SPREAD-AR-ITEMS
           PERFORM 200-SPREAD-SHIP-INVOICES
           PERFORM 300-LOAD-PAYROLL-FIGURES
           PERFORM 310-PROJECT-PAY-DATES
           PERFORM 400-ROLL-POSITION
           PERFORM 500-PRINT-FORECAST
           DISPLAY "CASHFCST.RPT GENERATED - " WS-SHORT-WEEKS
               " WEEK(S) UNDER THE MINIMUM BALANCE"
           STOP RUN.
      ******************************************************************
      * The forecast's own settings, then the PAYROLL period count
      * and pay date PayRun runs under.
      ******************************************************************
       010-LOAD-SETTINGS.
           MOVE "CASHFCST" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "MIN-BALANCE" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 1000000000
               MOVE PRM-NUMBER TO WS-MIN-BALANCE
           END-IF
           MOVE "DEFAULT-DAYS" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > ZERO
              AND PRM-NUMBER < 1000
               MOVE PRM-NUMBER TO WS-DEFAULT-DAYS
           END-IF
           MOVE "PAYROLL" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "PERIODS-YEAR" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > ZERO
              AND PRM-NUMBER < 100
               MOVE PRM-NUMBER TO WS-PERIODS-PER-YEAR
           END-IF
           MOVE "PAY-DATE" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > 19000101
              AND PRM-NUMBER < 100000000
               MOVE PRM-NUMBER TO WS-PARM-PAY-DATE
               IF FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (WS-PARM-PAY-DATE))
                  NOT = WS-PARM-PAY-DATE
                   MOVE ZERO TO WS-PARM-PAY-DATE
               END-IF
           END-IF.
       020-SET-UP-WEEKS.
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 9
               COMPUTE WS-WK-FROM (WS-WEEK-SUB) =
                   FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-DAYNUM + (WS-WEEK-SUB - 1) * 7)
               COMPUTE WS-WK-TO (WS-WEEK-SUB) =
                   FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-DAYNUM + (WS-WEEK-SUB - 1) * 7 + 6)
               MOVE ZERO TO WS-WK-AR-IN (WS-WEEK-SUB)
                            WS-WK-SHIP-IN (WS-WEEK-SUB)
                            WS-WK-NET-PAY (WS-WEEK-SUB)
                            WS-WK-REMIT (WS-WEEK-SUB)
                            WS-WK-CHANGE (WS-WEEK-SUB)
                            WS-WK-POSITION (WS-WEEK-SUB)
                            WS-WK-PAY-DATES (WS-WEEK-SUB)
               MOVE "N" TO WS-WK-SHORT (WS-WEEK-SUB)
           END-PERFORM.
       030-LOAD-CASH-ACCOUNT.
           OPEN INPUT COA-MAP-FILE
           IF WS-COA-STATUS NOT = "00"
               DISPLAY "COAMAP.DAT NOT FOUND - OPENING CASH TAKEN AS "
                   "ZERO"
           ELSE
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ COA-MAP-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           IF COA-TYPE = "K"
                               MOVE COA-ACCOUNT TO WS-CASH-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COA-MAP-FILE
               IF WS-CASH-ACCOUNT = SPACES
                   DISPLAY "NO CASH ACCOUNT (K) ON COAMAP.DAT - "
                       "OPENING CASH TAKEN AS ZERO"
               END-IF
           END-IF.
      ******************************************************************
      * Opening cash: the account's debits less credits for every
      * period on the ledger.
      ******************************************************************
       040-SUM-CASH-BALANCE.
           IF WS-CASH-ACCOUNT NOT = SPACES
               OPEN INPUT BALANCE-FILE
               IF WS-BAL-STATUS NOT = "00"
                   DISPLAY "GLBAL.DAT NOT FOUND - OPENING CASH TAKEN "
                       "AS ZERO"
               ELSE
                   MOVE "N" TO EOF
                   PERFORM UNTIL EOF = "Y"
                       READ BALANCE-FILE
                           AT END
                               MOVE "Y" TO EOF
                           NOT AT END
                               IF GB-ACCOUNT = WS-CASH-ACCOUNT
                                   COMPUTE WS-OPEN-BALANCE =
                                       WS-OPEN-BALANCE
                                       + GB-DEBITS - GB-CREDITS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BALANCE-FILE
               END-IF
           END-IF.
      ******************************************************************
      * Each customer's payment habit off the whole application
      * history, the days from item date to payment weighted by the
      * dollars paid, as CredRev figures it.
      ******************************************************************
       100-LOAD-PAY-HABITS.
           OPEN INPUT APPLY-HISTORY-FILE
           IF WS-APH-STATUS NOT = "00"
               DISPLAY "ARAPPLY.DAT NOT FOUND - EVERY CUSTOMER PAYS "
                   "ON THE DEFAULT DAYS"
           ELSE
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ APPLY-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           IF AH-PAY-DATE IS NUMERIC
                              AND AH-PAY-DATE > 19000101
                              AND AH-ITEM-DATE IS NUMERIC
                              AND AH-ITEM-DATE > 19000101
                              AND AH-AMOUNT IS NUMERIC
                               MOVE AH-CUST-NO TO WS-FIND-CUST-NO
                               PERFORM 900-FIND-CUSTOMER
                               IF WS-FOUND-SUB = ZERO
                                   PERFORM 905-ADD-CUSTOMER
                               END-IF
                               IF WS-FOUND-SUB > ZERO
                                   PERFORM 110-ADD-APPLICATION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLY-HISTORY-FILE
           END-IF.
       110-ADD-APPLICATION.
           MOVE FUNCTION INTEGER-OF-DATE (AH-PAY-DATE)
               TO WS-WORK-DAYNUM
           MOVE FUNCTION INTEGER-OF-DATE (AH-ITEM-DATE)
               TO WS-ITEM-DAYNUM
           COMPUTE WS-DAYS-TO-PAY = WS-WORK-DAYNUM - WS-ITEM-DAYNUM
           IF WS-DAYS-TO-PAY < ZERO
               MOVE ZERO TO WS-DAYS-TO-PAY
           END-IF
           ADD AH-AMOUNT TO WS-CT-PAID (WS-FOUND-SUB)
           COMPUTE WS-CT-DAY-DOLLARS (WS-FOUND-SUB) =
               WS-CT-DAY-DOLLARS (WS-FOUND-SUB)
               + AH-AMOUNT * WS-DAYS-TO-PAY.
      ******************************************************************
      * Open invoices ("F" finance charges with them) are expected
      * their customer's average days after the item date. Credit
      * memos, unapplied cash, write-offs and returned items bring
      * no cash in and are passed over.
      ******************************************************************
       150-SPREAD-AR-ITEMS.
           OPEN INPUT AR-OPEN-FILE
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "AROPEN.DAT NOT FOUND - NO A/R COLLECTIONS "
                   "FORECAST"
           ELSE
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ AR-OPEN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           IF (AR-TYPE = SPACE OR AR-TYPE = "F")
                              AND AR-OPEN-AMOUNT IS NUMERIC
                              AND AR-OPEN-AMOUNT > ZERO
                              AND AR-DATE IS NUMERIC
                              AND AR-DATE > 19000101
                               PERFORM 160-PLACE-AR-ITEM
                           ELSE
                               ADD 1 TO WS-AR-SKIPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-OPEN-FILE
           END-IF.
       160-PLACE-AR-ITEM.
           ADD 1 TO WS-AR-ITEMS
           MOVE WS-DEFAULT-DAYS TO WS-AVG-DAYS
           MOVE AR-CUST-NO TO WS-FIND-CUST-NO
           PERFORM 900-FIND-CUSTOMER
           IF WS-FOUND-SUB > ZERO
              AND WS-CT-PAID (WS-FOUND-SUB) > ZERO
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-CT-DAY-DOLLARS (WS-FOUND-SUB)
                   / WS-CT-PAID (WS-FOUND-SUB)
           ELSE
               ADD 1 TO WS-AR-DEFAULTED
           END-IF
           COMPUTE WS-EXPECT-DAYNUM =
               FUNCTION INTEGER-OF-DATE (AR-DATE) + WS-AVG-DAYS
           PERFORM 910-FIND-BUCKET
           ADD AR-OPEN-AMOUNT TO WS-WK-AR-IN (WS-BUCKET).
      ******************************************************************
      * Each shipping invoice's unpaid balance on its due date: the
      * first of the month after its billing period plus its
      * account's terms, as ShipAge ages it.
      ******************************************************************
       200-SPREAD-SHIP-INVOICES.
           OPEN INPUT SHIPPER-ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "SHIPACCT.DAT NOT FOUND - STANDARD 30-DAY "
                   "TERMS ASSUMED"
           END-IF
           OPEN INPUT OPEN-INVOICE-FILE
           IF WS-OPEN-STATUS NOT = "00"
               DISPLAY "SHIPOPEN.DAT NOT FOUND - NO SHIPPING "
                   "RECEIPTS FORECAST"
           ELSE
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OPEN-INVOICE-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           COMPUTE WS-BALANCE =
                               SO-TOTAL - SO-PAID-AMOUNT
                           IF WS-BALANCE > ZERO
                               PERFORM 210-PLACE-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-INVOICE-FILE
           END-IF
           IF WS-ACCT-STATUS = "00"
               CLOSE SHIPPER-ACCOUNT-FILE
           END-IF.
       210-PLACE-INVOICE.
           ADD 1 TO WS-SHIP-ITEMS
           MOVE 30 TO WS-TERMS-DAYS
           IF WS-ACCT-STATUS = "00"
               MOVE SO-ACCT-NO TO SA-ACCT-NO
               READ SHIPPER-ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SA-TERMS-DAYS IS NUMERIC
                          AND SA-TERMS-DAYS > ZERO
                           MOVE SA-TERMS-DAYS TO WS-TERMS-DAYS
                       END-IF
               END-READ
           END-IF
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
           COMPUTE WS-EXPECT-DAYNUM =
               FUNCTION INTEGER-OF-DATE (WS-DUE-YMD) + WS-TERMS-DAYS
           PERFORM 910-FIND-BUCKET
           ADD WS-BALANCE TO WS-WK-SHIP-IN (WS-BUCKET).
      ******************************************************************
      * What each pay date costs, off the latest run's totals: the
      * net to the employees, and gross less net -- the withholding
      * and deductions -- to the tax and deduction payees. The last
      * pay date is the latest regular run on PAYRUN.HST (an
      * off-cycle run is not on the pay schedule), else the PAYROLL
      * pay date, else the run date.
      ******************************************************************
       300-LOAD-PAYROLL-FIGURES.
           OPEN INPUT PAY-TOTALS-FILE
           IF WS-PT-STATUS NOT = "00"
               DISPLAY "PAYRUN.TOT NOT FOUND - NO PAYROLL OUTFLOWS "
                   "FORECAST"
           ELSE
               READ PAY-TOTALS-FILE
                   AT END
                       DISPLAY "PAYRUN.TOT IS EMPTY - NO PAYROLL "
                           "OUTFLOWS FORECAST"
                   NOT AT END
                       IF PT-NET-TOTAL IS NUMERIC
                          AND PT-GROSS-TOTAL IS NUMERIC
                           MOVE PT-NET-TOTAL TO WS-PAY-NET
                           IF PT-GROSS-TOTAL > PT-NET-TOTAL
                               COMPUTE WS-PAY-REMIT =
                                   PT-GROSS-TOTAL - PT-NET-TOTAL
                           END-IF
                       END-IF
               END-READ
               CLOSE PAY-TOTALS-FILE
           END-IF
           OPEN INPUT PAY-RUN-HISTORY-FILE
           IF WS-TH-STATUS = "00"
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ PAY-RUN-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           IF TH-RUN-DATE IS NUMERIC
                              AND TH-RUN-DATE > WS-LAST-PAY-DATE
                              AND NOT TH-OFF-CYCLE-RUN
                               MOVE TH-RUN-DATE TO WS-LAST-PAY-DATE
                               MOVE "Y" TO WS-RUN-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-RUN-HISTORY-FILE
           END-IF
           IF WS-RUN-FOUND = "N"
               IF WS-PARM-PAY-DATE > ZERO
                   MOVE WS-PARM-PAY-DATE TO WS-LAST-PAY-DATE
               ELSE
                   MOVE WS-TODAY-YMD TO WS-LAST-PAY-DATE
               END-IF
               DISPLAY "NO RUN ON PAYRUN.HST - PAY DATES PROJECTED "
                   "FROM " WS-LAST-PAY-DATE
           END-IF.
      ******************************************************************
      * Walks the pay schedule on from the last pay date until it
      * passes the forecast: weekly and biweekly every 7 and 14
      * days, semi-monthly the 15th and the month end, monthly the
      * month end, any other period count every 365ths of a year
      * divided by it. A paid date can have been rolled back as much
      * as four days off a weekend and holiday, so the schedule
      * restarts four days after it. Each scheduled date is rolled
      * back to a business day the way PayRun pays it.
      ******************************************************************
       310-PROJECT-PAY-DATES.
           COPY CALLOAD.
           MOVE ZERO TO WS-PAY-TRIES
           IF WS-RUN-FOUND = "N" AND WS-PARM-PAY-DATE > ZERO
               MOVE WS-PARM-PAY-DATE TO WS-SCHED-DATE
               MOVE FUNCTION INTEGER-OF-DATE (WS-SCHED-DATE)
                   TO WS-SCHED-DAYNUM
               PERFORM 330-PLACE-PAY-DATE
           END-IF
           MOVE WS-LAST-PAY-DATE TO WS-SCHED-DATE
           IF WS-PERIODS-PER-YEAR = 24 OR WS-PERIODS-PER-YEAR = 12
               COMPUTE WS-SCHED-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-LAST-PAY-DATE) + 4)
           END-IF
           PERFORM 320-NEXT-SCHEDULED-DATE
           PERFORM UNTIL WS-SCHED-DAYNUM > WS-HORIZON-DAYNUM
                      OR WS-PAY-TRIES > 400
               ADD 1 TO WS-PAY-TRIES
               PERFORM 330-PLACE-PAY-DATE
               PERFORM 320-NEXT-SCHEDULED-DATE
           END-PERFORM.
       320-NEXT-SCHEDULED-DATE.
           MOVE WS-SCHED-DATE (1:4) TO WS-SCHED-YEAR
           MOVE WS-SCHED-DATE (5:2) TO WS-SCHED-MONTH
           MOVE WS-SCHED-DATE (7:2) TO WS-SCHED-DAY
           PERFORM 325-FIND-MONTH-END
           EVALUATE WS-PERIODS-PER-YEAR
               WHEN 52
                   MOVE 7 TO WS-STEP-DAYS
               WHEN 26
                   MOVE 14 TO WS-STEP-DAYS
               WHEN 24
                   MOVE ZERO TO WS-STEP-DAYS
                   IF WS-SCHED-DAY < 15
                       COMPUTE WS-SCHED-DATE =
                           WS-SCHED-YEAR * 10000
                           + WS-SCHED-MONTH * 100 + 15
                   ELSE
                       IF WS-SCHED-DATE < WS-MONTH-END-YMD
                           MOVE WS-MONTH-END-YMD TO WS-SCHED-DATE
                       ELSE
                           COMPUTE WS-SCHED-DATE =
                               FUNCTION DATE-OF-INTEGER
                               (FUNCTION INTEGER-OF-DATE
                                   (WS-MONTH-END-YMD) + 15)
                       END-IF
                   END-IF
               WHEN 12
                   MOVE ZERO TO WS-STEP-DAYS
                   IF WS-SCHED-DATE < WS-MONTH-END-YMD
                       MOVE WS-MONTH-END-YMD TO WS-SCHED-DATE
                   ELSE
                       COMPUTE WS-SCHED-DATE =
                           FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE
                               (WS-MONTH-END-YMD) + 1)
                       MOVE WS-SCHED-DATE (1:4) TO WS-SCHED-YEAR
                       MOVE WS-SCHED-DATE (5:2) TO WS-SCHED-MONTH
                       PERFORM 325-FIND-MONTH-END
                       MOVE WS-MONTH-END-YMD TO WS-SCHED-DATE
                   END-IF
               WHEN OTHER
                   COMPUTE WS-STEP-DAYS ROUNDED =
                       365 / WS-PERIODS-PER-YEAR
           END-EVALUATE
           IF WS-STEP-DAYS > ZERO
               COMPUTE WS-SCHED-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-SCHED-DATE)
                    + WS-STEP-DAYS)
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE (WS-SCHED-DATE)
               TO WS-SCHED-DAYNUM.
      ******************************************************************
      * The last day of WS-SCHED-YEAR/WS-SCHED-MONTH: the day before
      * the first of the next month.
      ******************************************************************
       325-FIND-MONTH-END.
           IF WS-SCHED-MONTH = 12
               COMPUTE WS-MONTH-END-YMD =
                   (WS-SCHED-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-MONTH-END-YMD =
                   WS-SCHED-YEAR * 10000
                   + (WS-SCHED-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-MONTH-END-YMD = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-MONTH-END-YMD) - 1).
       330-PLACE-PAY-DATE.
           MOVE WS-SCHED-DATE TO WS-PAY-DATE
           MOVE WS-SCHED-DAYNUM TO CAL-INT
           COPY CALTEST.
           IF CAL-BUSINESS-DAY = "N"
               MOVE WS-SCHED-DATE TO CAL-DATE
               MOVE -1 TO CAL-STEP
               COPY CALNEXT.
               MOVE CAL-DATE TO WS-PAY-DATE
           END-IF
           IF WS-PAY-DATE > WS-LAST-PAY-DATE
              OR WS-PAY-TRIES = ZERO
               MOVE FUNCTION INTEGER-OF-DATE (WS-PAY-DATE)
                   TO WS-EXPECT-DAYNUM
               PERFORM 910-FIND-BUCKET
               ADD WS-PAY-NET   TO WS-WK-NET-PAY (WS-BUCKET)
               ADD WS-PAY-REMIT TO WS-WK-REMIT (WS-BUCKET)
               ADD 1 TO WS-WK-PAY-DATES (WS-BUCKET)
               ADD 1 TO WS-PAY-DATE-COUNT
           END-IF.
      ******************************************************************
      * Rolls the position week by week from the opening cash; a
      * week closing under the minimum balance is flagged and
      * raised on ALERTS.LOG.
      ******************************************************************
       400-ROLL-POSITION.
           MOVE WS-OPEN-BALANCE TO WS-POSITION
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 8
               COMPUTE WS-WK-CHANGE (WS-WEEK-SUB) =
                   WS-WK-AR-IN (WS-WEEK-SUB)
                   + WS-WK-SHIP-IN (WS-WEEK-SUB)
                   - WS-WK-NET-PAY (WS-WEEK-SUB)
                   - WS-WK-REMIT (WS-WEEK-SUB)
               ADD WS-WK-CHANGE (WS-WEEK-SUB) TO WS-POSITION
               MOVE WS-POSITION TO WS-WK-POSITION (WS-WEEK-SUB)
               ADD WS-WK-AR-IN (WS-WEEK-SUB)   TO WS-TOT-AR-IN
               ADD WS-WK-SHIP-IN (WS-WEEK-SUB) TO WS-TOT-SHIP-IN
               ADD WS-WK-NET-PAY (WS-WEEK-SUB) TO WS-TOT-NET-PAY
               ADD WS-WK-REMIT (WS-WEEK-SUB)   TO WS-TOT-REMIT
               ADD WS-WK-CHANGE (WS-WEEK-SUB)  TO WS-TOT-CHANGE
               IF WS-POSITION < WS-MIN-BALANCE
                   MOVE "Y" TO WS-WK-SHORT (WS-WEEK-SUB)
                   ADD 1 TO WS-SHORT-WEEKS
                   PERFORM 410-WRITE-SHORTFALL-ALERT
               END-IF
           END-PERFORM
           COMPUTE WS-WK-CHANGE (9) = WS-WK-AR-IN (9)
               + WS-WK-SHIP-IN (9) - WS-WK-NET-PAY (9)
               - WS-WK-REMIT (9).
       410-WRITE-SHORTFALL-ALERT.
           MOVE WS-POSITION       TO WS-POS-EDIT
           MOVE WS-WEEK-SUB       TO WS-WEEK-EDIT
           MOVE "CASHFCST"        TO ALR-SOURCE-PROGRAM
           MOVE "M"               TO ALR-SEVERITY
           MOVE "CSHMIN"          TO ALR-CODE
           MOVE WS-MONTH          TO ALR-MONTH
           MOVE WS-DAY            TO ALR-DAY
           MOVE WS-YEAR           TO ALR-YEAR
           MOVE SPACES TO ALR-TEXT
           STRING "WK " DELIMITED BY SIZE
               WS-WEEK-EDIT DELIMITED BY SIZE
               " ENDING " DELIMITED BY SIZE
               WS-WK-TO (WS-WEEK-SUB) DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               FUNCTION TRIM (WS-POS-EDIT) DELIMITED BY SIZE
               " BELOW MIN" DELIMITED BY SIZE
               INTO ALR-TEXT
           END-STRING
           OPEN EXTEND ALERTS-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERTS-FILE
           END-IF
           WRITE ALERT-OUTREC FROM ALERT-RECORD
           CLOSE ALERTS-FILE.
       500-PRINT-FORECAST.
           OPEN OUTPUT FORECAST-REPORT-FILE
           MOVE WS-TODAY-YMD TO FH-RUN-DATE
           WRITE FORECAST-REPORT-REC FROM FORECAST-HEADING-1
           MOVE SPACES TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE SPACES TO FL-NOTE
           MOVE "OPENING CASH PER GLBAL.DAT" TO FL-LABEL
           MOVE WS-OPEN-BALANCE TO FL-AMOUNT
           IF WS-CASH-ACCOUNT = SPACES
               MOVE "NO CASH ACCOUNT FOUND - TAKEN AS ZERO" TO FL-NOTE
           ELSE
               STRING "CASH ACCOUNT " DELIMITED BY SIZE
                   WS-CASH-ACCOUNT DELIMITED BY SPACE
                   INTO FL-NOTE
               END-STRING
           END-IF
           WRITE FORECAST-REPORT-REC FROM FORECAST-LABEL-LINE
           MOVE SPACES TO FL-NOTE
           MOVE "MINIMUM BALANCE" TO FL-LABEL
           MOVE WS-MIN-BALANCE TO FL-AMOUNT
           WRITE FORECAST-REPORT-REC FROM FORECAST-LABEL-LINE
           MOVE "NET PAY PER PAY DATE (LATEST RUN)" TO FL-LABEL
           MOVE WS-PAY-NET TO FL-AMOUNT
           STRING WS-PERIODS-PER-YEAR DELIMITED BY SIZE
               " PAY PERIODS A YEAR, LAST PAID " DELIMITED BY SIZE
               WS-LAST-PAY-DATE DELIMITED BY SIZE
               INTO FL-NOTE
           END-STRING
           WRITE FORECAST-REPORT-REC FROM FORECAST-LABEL-LINE
           MOVE SPACES TO FL-NOTE
           MOVE "REMITTANCES PER PAY DATE (GROSS - NET)" TO FL-LABEL
           MOVE WS-PAY-REMIT TO FL-AMOUNT
           WRITE FORECAST-REPORT-REC FROM FORECAST-LABEL-LINE
           MOVE SPACES TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC FROM FORECAST-HEADING-2
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 8
               PERFORM 510-PRINT-WEEK
           END-PERFORM
           MOVE SPACES TO FORECAST-DETAIL-LINE
           MOVE WS-TOT-AR-IN   TO FD-AR-IN
           MOVE WS-TOT-SHIP-IN TO FD-SHIP-IN
           MOVE WS-TOT-NET-PAY TO FD-NET-PAY
           MOVE WS-TOT-REMIT   TO FD-REMIT
           MOVE WS-TOT-CHANGE  TO FD-CHANGE
           MOVE WS-POSITION    TO FD-POSITION
           MOVE "EIGHT WEEKS" TO FORECAST-DETAIL-LINE (5:17)
           WRITE FORECAST-REPORT-REC FROM FORECAST-DETAIL-LINE
           MOVE SPACES TO FORECAST-DETAIL-LINE
           MOVE WS-WK-AR-IN (9)   TO FD-AR-IN
           MOVE WS-WK-SHIP-IN (9) TO FD-SHIP-IN
           MOVE WS-WK-NET-PAY (9) TO FD-NET-PAY
           MOVE WS-WK-REMIT (9)   TO FD-REMIT
           MOVE WS-WK-CHANGE (9)  TO FD-CHANGE
           MOVE "AFTER " TO FORECAST-DETAIL-LINE (5:6)
           MOVE WS-HORIZON-YMD TO FORECAST-DETAIL-LINE (11:8)
           WRITE FORECAST-REPORT-REC FROM FORECAST-DETAIL-LINE
           MOVE SPACES TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE SPACES TO FORECAST-REPORT-REC
           STRING "A/R ITEMS FORECAST: " DELIMITED BY SIZE
               WS-AR-ITEMS DELIMITED BY SIZE
               "  ON DEFAULT " DELIMITED BY SIZE
               WS-DEFAULT-DAYS DELIMITED BY SIZE
               " DAYS (NO PAYMENT HISTORY): " DELIMITED BY SIZE
               WS-AR-DEFAULTED DELIMITED BY SIZE
               "  CREDITS AND OTHER ITEMS PASSED OVER: "
                   DELIMITED BY SIZE
               WS-AR-SKIPPED DELIMITED BY SIZE
               INTO FORECAST-REPORT-REC
           END-STRING
           WRITE FORECAST-REPORT-REC
           MOVE SPACES TO FORECAST-REPORT-REC
           STRING "SHIPPING INVOICES FORECAST: " DELIMITED BY SIZE
               WS-SHIP-ITEMS DELIMITED BY SIZE
               "  PAY DATES FORECAST: " DELIMITED BY SIZE
               WS-PAY-DATE-COUNT DELIMITED BY SIZE
               INTO FORECAST-REPORT-REC
           END-STRING
           WRITE FORECAST-REPORT-REC
           MOVE SPACES TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE SPACES TO FORECAST-REPORT-REC
           IF WS-SHORT-WEEKS = ZERO
               MOVE "NO WEEK FALLS BELOW THE MINIMUM BALANCE"
                   TO FORECAST-REPORT-REC
           ELSE
               MOVE WS-MIN-BALANCE TO WS-MIN-EDIT
               STRING WS-SHORT-WEEKS DELIMITED BY SIZE
                   " WEEK(S) BELOW THE MINIMUM BALANCE OF "
                       DELIMITED BY SIZE
                   FUNCTION TRIM (WS-MIN-EDIT) DELIMITED BY SIZE
                   " - RAISED ON ALERTS.LOG" DELIMITED BY SIZE
                   INTO FORECAST-REPORT-REC
               END-STRING
           END-IF
           WRITE FORECAST-REPORT-REC
           CLOSE FORECAST-REPORT-FILE.
       510-PRINT-WEEK.
           MOVE SPACES TO FORECAST-DETAIL-LINE
           MOVE WS-WEEK-SUB                 TO FD-WEEK
           MOVE WS-WK-FROM (WS-WEEK-SUB)    TO FD-FROM
           MOVE WS-WK-TO (WS-WEEK-SUB)      TO FD-TO
           MOVE WS-WK-AR-IN (WS-WEEK-SUB)   TO FD-AR-IN
           MOVE WS-WK-SHIP-IN (WS-WEEK-SUB) TO FD-SHIP-IN
           MOVE WS-WK-NET-PAY (WS-WEEK-SUB) TO FD-NET-PAY
           MOVE WS-WK-REMIT (WS-WEEK-SUB)   TO FD-REMIT
           MOVE WS-WK-CHANGE (WS-WEEK-SUB)  TO FD-CHANGE
           MOVE WS-WK-POSITION (WS-WEEK-SUB) TO FD-POSITION
           IF WS-WK-SHORT (WS-WEEK-SUB) = "Y"
               MOVE "*** BELOW MINIMUM" TO FD-FLAG
           END-IF
           WRITE FORECAST-REPORT-REC FROM FORECAST-DETAIL-LINE.
       900-FIND-CUSTOMER.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-COUNT
                      OR WS-FOUND-SUB > ZERO
               IF WS-CT-CUST-NO (WS-CUST-SUB) = WS-FIND-CUST-NO
                   MOVE WS-CUST-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
       905-ADD-CUSTOMER.
           IF WS-CUST-COUNT >= 500
               DISPLAY "CUSTOMER TABLE FULL - " WS-FIND-CUST-NO
                   " PAYS ON THE DEFAULT DAYS"
           ELSE
               ADD 1 TO WS-CUST-COUNT
               MOVE WS-FIND-CUST-NO TO WS-CT-CUST-NO (WS-CUST-COUNT)
               MOVE ZERO TO WS-CT-PAID (WS-CUST-COUNT)
                            WS-CT-DAY-DOLLARS (WS-CUST-COUNT)
               MOVE WS-CUST-COUNT TO WS-FOUND-SUB
           END-IF.
      ******************************************************************
      * The forecast week WS-EXPECT-DAYNUM falls in: anything already
      * due counts in week 1, anything after week 8 in slot 9.
      ******************************************************************
       910-FIND-BUCKET.
           COMPUTE WS-DAYS-OUT = WS-EXPECT-DAYNUM - WS-TODAY-DAYNUM
           IF WS-DAYS-OUT < ZERO
               MOVE ZERO TO WS-DAYS-OUT
           END-IF
           IF WS-DAYS-OUT > 55
               MOVE 9 TO WS-BUCKET
           ELSE
               COMPUTE WS-BUCKET = WS-DAYS-OUT / 7 + 1
           END-IF.
       END PROGRAM CashFcst.
