      *     paid each period, off employee.dat instead of the
      *     spreadsheet. Each active employee's IN-SALARY divides
      *     into a period gross by the periods-per-year count kept
      *     on the system parameter master SYSPARM.DAT (PAYROLL
      *     PERIODS-YEAR; semi-monthly, 24, when it is missing), the
      *     LAB7TAX.DAT bracket walk estimates the period's
      *     withholding the way the raise report estimates it
      *     annually, and the register prints by territory and
      *     the employee's register line, and total by deduction
      *     code at the foot so the remittances balance straight off
      *     the report.
      *     Supplemental earnings on PAYSUPP.DAT (sales commissions
      *     from CommRun, retroactive pay from RetroPay, delivery
      *     driver tips and mileage from DrvSetl) add to the period
      *     gross ahead of withholding and deductions, so they are
      *     taxed and deposited like any other pay. Mileage ("MI") is
      *     a reimbursement, not wages: it stays out of gross and the
      *     withholding base, is added to net, and is carried in its
      *     own pay-history and run-total fields. Declared cash tips
      *     ("TC") are already in the driver's pocket, so they are
      *     taxed and then taken back out of net as deduction code
      *     TC. Each one itemizes under the employee's register line
      *     (retro pay as RETRO PAY, tips and mileage by name), and
      *     once the run balances the file moves aside to PAYSUPP.PST
      *     so it is paid only once.
      *     Every employee paid appends a pay-history record to
      *     PAYHIST.DAT -- pay date, gross, withholding, each
      *     deduction code and amount, net, and bank or check -- and
      *     the run's totals append to PAYRUN.HST under the pay date,
      *     so the quarterly wage report (QtrWage) can answer for any
      *     employee and tie back to the runs that paid them.
      *     The same records go to PAYGLFD.DAT, rewritten each run,
      *     which PayGl journals to the G/L against PAYRUN.TOT.
      *     Hourly employees (pay type "H") are paid from their
      *     approved TIMECARD.DAT card for the period ending on
      *     PAYROLL PERIOD-END date: regular hours at the hourly rate,
      *     overtime at time-and-a-half. An exceptions page ahead of
      *     the register lists every active employee with no card
      *     for the period (hourly ones are not paid), cards still
      *     awaiting approval, hourly employees with no rate, and
      *     approved cards that match no active employee. Once the
      *     run balances, the cards paid are marked "P" so a rerun
      *     cannot pay them again.
      *     The pay date is PAYROLL PAY-DATE, or the day of the run
      *     when none is on file; one that falls on a weekend or a
      *     holiday on the shop calendar CALENDAR.DAT rolls back to
      *     the business day before it. The pay date heads the
      *     register and is the date the pay-history and run-totals
      *     records are kept under, so the stubs, the bank
      *     reconciliation and the quarterly report all see the day
      *     the money actually moved.
      * Input:
      *     employee.dat (indexed), SYSPARM.DAT, LAB7TAX.DAT,
      *     DEDMAST.DAT, PAYSUPP.DAT, TIMECARD.DAT, CALENDAR.DAT
      * Output:
      *     PAYREG.RPT (payroll register)
      *     PAYRUN.TOT (machine-readable run totals)
      *     PAYBANK.DAT (direct-deposit bank transfer file)
      *     PAYHIST.DAT (per-employee pay history, appended)
      *     PAYRUN.HST (run totals by run date, appended)
      *     PAYGLFD.DAT (this run's pay records, for PayGl)
      *     TIMECARD.DAT (paid cards marked, rewritten)
      *     RUNHIST.DAT (run-history records)
      *     ALERTS.LOG (missing parameters)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT  INPUT-FILE
               ASSIGN TO "PAYRUN.SRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-STATUS.
           SELECT  ALERTS-FILE
               ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  TAX-FILE
               ASSIGN TO "LAB7TAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "DEDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-STATUS.
           SELECT  SUPPLEMENT-FILE
               ASSIGN TO "PAYSUPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT  TIMECARD-FILE
               ASSIGN TO "TIMECARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
           SELECT  CALENDAR-FILE
               ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
           SELECT  REGISTER-FILE
               ASSIGN TO "PAYREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT  PAY-HISTORY-FILE
               ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT  PAY-TOTALS-HISTORY-FILE
               ASSIGN TO "PAYRUN.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTHIST-STATUS.
           SELECT  PAY-GL-FEED-FILE
               ASSIGN TO "PAYGLFD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RAW-EMPLOYEE-FILE.
               88  EMPLOYEE-TERMINATED        VALUE "T".
           05  IN-TERM-DATE          PIC X(8).
           05  IN-HIRE-DATE          PIC X(8).
           05  IN-PAY-TYPE           PIC X.
               88  IN-HOURLY-EMPLOYEE         VALUE "H".
           05  IN-HOURLY-RATE        PIC 9(3)V99.
           05  UNUSED                PIC X(9).
           05  IN-BANK-ROUTING       PIC X(9).
           05  IN-BANK-ACCT          PIC X(11).
      ******************************************************************
      * The system parameter master: periods per year, the open
      * period's first and last days and its pay date are the
      * PAYROLL settings PERIODS-YEAR, PERIOD-START, PERIOD-END and
      * PAY-DATE. Without the period dates no timecards match the
      * run; without the pay date it is paid on the run date.
      ******************************************************************
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  ALERTS-FILE.
       01  ALERT-OUTREC              PIC X(90).
       FD  TAX-FILE.
      ******************************************************************
      * Effective-dated bracket sets (the SHIPRATE.DAT idiom); see
           05  DM-START-DATE         PIC 9(8).
           05  FILLER                PIC X.
           05  DM-STOP-DATE          PIC 9(8).
       FD  SUPPLEMENT-FILE.
       01  SUPPLEMENT-REC.
           05  SE-EMP-NO             PIC X(5).
           05  FILLER                PIC X.
           05  SE-CODE               PIC XX.
           05  FILLER                PIC X.
           05  SE-AMOUNT             PIC 9(7)V99.
           05  FILLER                PIC X.
           05  SE-PERIOD             PIC 9(6).
           05  FILLER                PIC X.
           05  SE-SOURCE             PIC X(8).
      ******************************************************************
      * TimeEnt's timecards: "E" entered, "A" approved, "P" paid.
      ******************************************************************
       FD  TIMECARD-FILE.
       01  TIMECARD-REC.
           05  TC-EMP-NO             PIC X(5).
           05  FILLER                PIC X.
           05  TC-PERIOD-END         PIC 9(8).
           05  FILLER                PIC X.
           05  TC-REG-HOURS          PIC 9(3)V99.
           05  FILLER                PIC X.
           05  TC-OT-HOURS           PIC 9(3)V99.
           05  FILLER                PIC X.
           05  TC-STATUS             PIC X.
           05  FILLER                PIC X.
           05  TC-OPERATOR           PIC X(8).
       FD  CALENDAR-FILE.
           COPY CALREC.
       FD  REGISTER-FILE.
       01  REGISTER-REC              PIC X(100).
       FD  PAY-TOTALS-FILE.
           05  PT-WH-TOTAL           PIC 9(9)V99.
           05  FILLER                PIC X.
           05  PT-NET-TOTAL          PIC 9(9)V99.
           05  FILLER                PIC X.
           05  PT-MILEAGE-TOTAL      PIC 9(9)V99.
       FD  BANK-FILE.
       01  BANK-REC                  PIC X(50).
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-OUTREC        PIC X(75).
      ******************************************************************
      * One record per employee per run. The deduction entries are
      * the ones itemized on the register, in the order taken; the
      * unused entries are blank. Mileage reimbursed is in net but
      * not in gross.
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
           05  PH-DED-COUNT          PIC 99.
           05  PH-DED-ENTRY          OCCURS 20 TIMES.
               10  PH-DED-CODE       PIC XX.
               10  PH-DED-AMOUNT     PIC 9(5)V99.
           05  PH-MILEAGE            PIC 9(7)V99.
      ******************************************************************
      * PAYRUN.TOT's record kept under its pay date, one per run.
      * The run type is left blank for a regular run (OffCycle
      * marks its own "O").
      ******************************************************************
       FD  PAY-TOTALS-HISTORY-FILE.
       01  PAY-TOTALS-HISTORY-REC.
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
           05  FILLER                PIC X.
           05  TH-MILEAGE-TOTAL      PIC 9(9)V99.
      ******************************************************************
      * The run's pay-history records again, for the G/L journal.
      ******************************************************************
       FD  PAY-GL-FEED-FILE.
       01  PAY-GL-FEED-REC           PIC X(275).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * Shared run-history record (see RUNHIST copybook) and the raw
      ******************************************************************
           COPY RUNHIST.
       01  WS-RUNHIST-STATUS         PIC XX.
       01  WS-PAYHIST-STATUS         PIC XX.
       01  WS-TOTHIST-STATUS         PIC XX.
       01  WS-RH-NOW                 PIC X(21).
       01  WS-RAW-STATUS             PIC XX.
       01  WS-TAX-STATUS             PIC XX.
       77  WS-PERIODS-PER-YEAR       PIC 99       VALUE 24.
       77  WS-PERIOD-START           PIC 9(8)     VALUE ZERO.
       77  WS-PERIOD-END             PIC 9(8)     VALUE ZERO.
       77  WS-PAY-DATE               PIC 9(8)     VALUE ZERO.
       77  WS-SCHEDULED-PAY-DATE     PIC 9(8)     VALUE ZERO.
      ******************************************************************
      * Shared system parameter table and alert record; see PARMWS
      * and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
      ******************************************************************
      * Shared calendar table and date logic fields; see CALWS.
      ******************************************************************
           COPY CALWS.
       01  WS-TAX-EOF                PIC X        VALUE "N".
       01  WS-TAX-SET-FIELDS.
           05  WS-TAX-TODAY-YMD     PIC 9(8)  VALUE ZERO.
       01  WS-DED-WORK.
           05  WS-DED-SUB            PIC 9(4)     VALUE ZERO.
           05  WS-CODE-SUB           PIC 9(3)     VALUE ZERO.
           05  WS-DED-CODE           PIC XX       VALUE SPACES.
           05  WS-DED-AMOUNT         PIC 9(5)V99  VALUE ZERO.
           05  WS-EMP-DED-TOTAL      PIC 9(7)V99  VALUE ZERO.
           05  WS-RUN-DED-TOTAL      PIC 9(9)V99  VALUE ZERO.
           05  FILLER                PIC X(9)     VALUE "  TOTAL: ".
           05  CT-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(54)    VALUE SPACES.
      ******************************************************************
      * Supplemental earnings loaded at start of run. Each entry is
      * marked paid when its employee's pay is figured; an entry
      * left unpaid (employee terminated or not on file) is listed
      * at the foot of the register for payroll to settle by hand.
      ******************************************************************
       01  WS-SUPP-STATUS            PIC XX.
       01  WS-SUPP-EOF               PIC X        VALUE "N".
       01  WS-SUPP-TABLE.
           05  WS-SUPP-COUNT         PIC 9(4)     VALUE ZERO.
           05  WS-SUPP-ENTRY         OCCURS 2000 TIMES.
               10  WS-SU-EMP-NO      PIC X(5).
               10  WS-SU-CODE        PIC XX.
               10  WS-SU-AMOUNT      PIC 9(7)V99.
               10  WS-SU-PAID        PIC X.
       01  WS-SUPP-WORK.
           05  WS-SUPP-SUB           PIC 9(4)     VALUE ZERO.
           05  WS-EMP-SUPP-TOTAL     PIC 9(7)V99  VALUE ZERO.
           05  WS-RUN-SUPP-TOTAL     PIC 9(9)V99  VALUE ZERO.
           05  WS-UNPAID-SUPP-TOTAL  PIC 9(9)V99  VALUE ZERO.
           05  WS-EMP-SUPP-COUNT     PIC 99       VALUE ZERO.
           05  WS-EMP-MILEAGE-TOTAL  PIC 9(7)V99  VALUE ZERO.
           05  WS-EMP-CASH-TIP-TOTAL PIC 9(7)V99  VALUE ZERO.
           05  WS-SUPP-NAME          PIC X(30)    VALUE "PAYSUPP.DAT".
           05  WS-SUPP-POSTED-NAME   PIC X(30)    VALUE "PAYSUPP.PST".
           05  WS-CALL-STATUS        PIC 9(9)     COMP-5.
       01  WS-EMP-SUPP-TABLE.
           05  WS-EMP-SUPP-ENTRY     OCCURS 20 TIMES.
               10  WS-EU-CODE        PIC XX.
               10  WS-EU-AMOUNT      PIC 9(7)V99.
       01  SUPPLEMENT-DETAIL-LINE.
           05  FILLER                PIC X(12)    VALUE SPACES.
           05  SD-LABEL              PIC X(11)    VALUE "SUPPLEMENT ".
           05  SD-CODE               PIC XX.
           05  FILLER                PIC X(2)     VALUE SPACES.
           05  SD-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(61)    VALUE SPACES.
       01  SUPPLEMENT-TOTAL-LINE.
           05  FILLER                PIC X(6)     VALUE SPACES.
           05  FILLER                PIC X(30)    VALUE
                                     "SUPPLEMENTAL EARNINGS PAID: ".
           05  SP-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(50)    VALUE SPACES.
       01  MILEAGE-TOTAL-LINE.
           05  FILLER                PIC X(6)     VALUE SPACES.
           05  FILLER                PIC X(30)    VALUE
                                     "  OF WHICH MILEAGE (IN NET): ".
           05  ML-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(50)    VALUE SPACES.
       01  SUPPLEMENT-UNPAID-LINE.
           05  FILLER                PIC X(6)     VALUE SPACES.
           05  FILLER                PIC X(28)    VALUE
                                     "SUPPLEMENTAL NOT PAID - EMP ".
           05  SU-EMP-NO             PIC X(5).
           05  FILLER                PIC X(7)     VALUE "  CODE ".
           05  SU-CODE               PIC XX.
           05  FILLER                PIC X(2)     VALUE SPACES.
           05  SU-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(38)    VALUE SPACES.
      ******************************************************************
      * Every card on TIMECARD.DAT is held so the file can be
      * rewritten with the paid ones marked; only cards for this
      * period's end date take part in the run.
      ******************************************************************
       01  WS-TC-STATUS              PIC XX.
       01  WS-TC-EOF                 PIC X        VALUE "N".
       01  WS-TC-TABLE.
           05  WS-TC-COUNT           PIC 9(4)     VALUE ZERO.
           05  WS-TC-ENTRY           OCCURS 2000 TIMES.
               10  WS-TE-EMP-NO      PIC X(5).
               10  WS-TE-END         PIC 9(8).
               10  WS-TE-REG         PIC 9(3)V99.
               10  WS-TE-OT          PIC 9(3)V99.
               10  WS-TE-STATUS      PIC X.
               10  WS-TE-OPERATOR    PIC X(8).
               10  WS-TE-MATCHED     PIC X.
               10  WS-TE-PAID        PIC X.
       01  WS-TC-WORK.
           05  WS-TC-SUB             PIC 9(4)     VALUE ZERO.
           05  WS-CARD-SUB           PIC 9(4)     VALUE ZERO.
           05  WS-CARDS-PAID         PIC 9(5)     VALUE ZERO.
           05  WS-TC-OVERFLOW        PIC X        VALUE "N".
           05  WS-HOURLY-UNPAID      PIC 9(5)     VALUE ZERO.
           05  WS-EXCEPTION-COUNT    PIC 9(5)     VALUE ZERO.
           05  WS-EXC-EOF            PIC X        VALUE "N".
       01  EXCEPTION-TITLE.
           05  FILLER                PIC X(6)     VALUE SPACES.
           05  FILLER                PIC X(30)    VALUE
                                     "PAY-PERIOD TIMECARD EXCEPTIONS".
           05  FILLER                PIC X(10)    VALUE "  PERIOD: ".
           05  ET-PERIOD-START       PIC 9(8).
           05  FILLER                PIC X(6)     VALUE " THRU ".
           05  ET-PERIOD-END         PIC 9(8).
           05  FILLER                PIC X(32)    VALUE SPACES.
       01  EXCEPTION-DETAIL-LINE.
           05  FILLER                PIC X(2)     VALUE SPACES.
           05  EX-EMP-NO             PIC X(5).
           05  FILLER                PIC X(2)     VALUE SPACES.
           05  EX-NAME               PIC X(20).
           05  FILLER                PIC X(2)     VALUE SPACES.
           05  EX-PAY-TYPE           PIC X(8).
           05  FILLER                PIC X(2)     VALUE SPACES.
           05  EX-MESSAGE            PIC X(40).
           05  FILLER                PIC X(19)    VALUE SPACES.
       01  EXCEPTION-TOTAL-LINE.
           05  FILLER                PIC X(6)     VALUE SPACES.
           05  FILLER                PIC X(12)    VALUE "EXCEPTIONS: ".
           05  EX-COUNT              PIC ZZ,ZZ9.
           05  FILLER                PIC X(76)    VALUE SPACES.
       01  TIMECARD-DETAIL-LINE.
           05  FILLER                PIC X(12)    VALUE SPACES.
           05  FILLER                PIC X(10)    VALUE "REG HOURS ".
           05  TD-REG-HOURS          PIC ZZ9.99.
           05  FILLER                PIC X(11)    VALUE "  OT HOURS ".
           05  TD-OT-HOURS           PIC ZZ9.99.
           05  FILLER                PIC X(9)     VALUE "  RATE: ".
           05  TD-RATE               PIC ZZ9.99.
           05  FILLER                PIC X(40)    VALUE SPACES.
       01  WS-PAY-FIELDS.
           05  WS-PERIOD-GROSS       PIC 9(7)V99  VALUE ZERO.
           05  WS-ANNUAL-PAY         PIC 9(9)V99  VALUE ZERO.
           05  WS-WH-ANNUAL-BASE     PIC 9(9)V99  VALUE ZERO.
           05  WS-ANNUAL-WH          PIC 9(7)V99  VALUE ZERO.
           05  WS-PERIOD-WH          PIC 9(7)V99  VALUE ZERO.
           05  WS-PERIOD-NET         PIC S9(7)V99 VALUE ZERO.
           05  WS-CHECK-NET-TOTAL    PIC S9(9)V99 VALUE ZERO.
           05  WS-CHECK-PAY-COUNT    PIC 9(5)     VALUE ZERO.
           05  WS-BANK-SUB           PIC 9(5)     VALUE ZERO.
           05  WS-PAY-METHOD         PIC X        VALUE "C".
       01  WS-BANK-TABLE.
           05  WS-BANK-ENTRY         OCCURS 2000 TIMES
                                     PIC X(35).
           05  WS-GROSS-TOTAL        PIC 9(9)V99  VALUE ZERO.
           05  WS-WH-TOTAL           PIC 9(9)V99  VALUE ZERO.
           05  WS-NET-TOTAL          PIC S9(9)V99 VALUE ZERO.
           05  WS-MILEAGE-TOTAL      PIC 9(9)V99  VALUE ZERO.
           05  WS-TERR-GROSS         PIC 9(9)V99  VALUE ZERO.
           05  WS-TERR-WH            PIC 9(9)V99  VALUE ZERO.
           05  WS-TERR-NET           PIC S9(9)V99 VALUE ZERO.
                                   ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           05  FILLER             PIC X(10) VALUE "  PERIODS:".
           05  HD-PERIODS         PIC Z9.
           05  FILLER             PIC X(12) VALUE "  PAY DATE: ".
           05  HD-PAY-DATE        PIC 9(8).
           05  FILLER             PIC X(16) VALUE SPACES.
       01  WORKING-DATE-ITEMS.
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-LOAD-PAY-PERIODS
           PERFORM 015-SET-PAY-DATE
           PERFORM 020-LOAD-TAX-TABLE
           PERFORM 025-LOAD-DEDUCTION-TABLE
           PERFORM 027-LOAD-SUPPLEMENTAL-PAY
           PERFORM 028-LOAD-TIMECARDS
           PERFORM 030-LOG-RUN-START
           SORT  SORT-FILE
               ON ASCENDING KEY SORT-TERRITORY-NO
               ON ASCENDING KEY SORT-EMPLOYEE-NO
           USING RAW-EMPLOYEE-FILE
           GIVING INPUT-FILE
           OPEN OUTPUT REGISTER-FILE
           PERFORM 045-PRINT-EXCEPTIONS-PAGE
           OPEN INPUT INPUT-FILE
           OPEN EXTEND PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS NOT = "00"
               OPEN OUTPUT PAY-HISTORY-FILE
           END-IF
           OPEN OUTPUT PAY-GL-FEED-FILE
           PERFORM 050-PRINT-TITLES
           PERFORM 100-PAY-NEXT-EMPLOYEE UNTIL EOF-SWITCH = 'Y'
           IF WS-PREV-TERRITORY NOT = SPACES
           PERFORM 500-PRINT-RUN-TOTALS
           PERFORM 600-WRITE-PAY-TOTALS
           PERFORM 420-WRITE-BANK-FILE
           IF RETURN-CODE = ZERO AND WS-SUPP-COUNT > ZERO
               PERFORM 430-RETIRE-SUPPLEMENTAL-PAY
           END-IF
           IF RETURN-CODE = ZERO AND WS-CARDS-PAID > ZERO
               PERFORM 435-MARK-TIMECARDS-PAID
           END-IF
           CLOSE INPUT-FILE
           CLOSE REGISTER-FILE
           CLOSE PAY-HISTORY-FILE
           CLOSE PAY-GL-FEED-FILE
           PERFORM 040-LOG-RUN-END
           DISPLAY "PAY RUN COMPLETE - " WS-PAID-COUNT " PAID, "
               WS-SKIPPED-COUNT " TERMINATED SKIPPED"
           IF WS-HOURLY-UNPAID > ZERO
               DISPLAY WS-HOURLY-UNPAID " HOURLY EMPLOYEES NOT PAID - "
                   "SEE EXCEPTIONS PAGE OF PAYREG.RPT"
           END-IF
           STOP RUN.
      ******************************************************************
      * Reads the PAYROLL settings off the system parameter master;
      * a periods-per-year not on file is raised on ALERTS.LOG and
      * the semi-monthly default kept, the same parameters Lab2
      * reads its tax rate through.
      ******************************************************************
       010-LOAD-PAY-PERIODS.
           MOVE "PAYROLL" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "PERIODS-YEAR" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > ZERO
              AND PRM-NUMBER < 100
               MOVE PRM-NUMBER TO WS-PERIODS-PER-YEAR
           END-IF
           MOVE "PERIOD-START" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > ZERO
              AND PRM-NUMBER < 100000000
               MOVE PRM-NUMBER TO WS-PERIOD-START
           END-IF
           MOVE "PERIOD-END" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > ZERO
              AND PRM-NUMBER < 100000000
               MOVE PRM-NUMBER TO WS-PERIOD-END
           END-IF
           MOVE "PAY-DATE" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > ZERO
              AND PRM-NUMBER < 100000000
               MOVE PRM-NUMBER TO WS-PAY-DATE
           END-IF.
      ******************************************************************
      * The PAYROLL pay date (the run date when there is none
      * or gives one that is not a real date), rolled back to the
      * prior business day when it is a weekend or a holiday.
      ******************************************************************
       015-SET-PAY-DATE.
           COPY CALLOAD.
           MOVE WS-PAY-DATE TO WS-SCHEDULED-PAY-DATE
           IF WS-PAY-DATE > ZERO
               IF WS-PAY-DATE < 19000101
                  OR FUNCTION DATE-OF-INTEGER
                         (FUNCTION INTEGER-OF-DATE (WS-PAY-DATE))
                     NOT = WS-PAY-DATE
                   DISPLAY "SYSPARM.DAT PAY DATE " WS-PAY-DATE
                       " IS NOT A VALID DATE - RUN DATE USED"
                   MOVE ZERO TO WS-PAY-DATE
               END-IF
           END-IF
           IF WS-PAY-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PAY-DATE
               MOVE WS-PAY-DATE TO WS-SCHEDULED-PAY-DATE
           END-IF
           COMPUTE CAL-INT = FUNCTION INTEGER-OF-DATE (WS-PAY-DATE)
           COPY CALTEST.
           IF CAL-BUSINESS-DAY = "N"
               MOVE WS-PAY-DATE TO CAL-DATE
               MOVE -1 TO CAL-STEP
               COPY CALNEXT.
               MOVE CAL-DATE TO WS-PAY-DATE
               DISPLAY "PAY DATE " WS-SCHEDULED-PAY-DATE
                   " IS NOT A BUSINESS DAY - PAID " WS-PAY-DATE
           END-IF.
      ******************************************************************
      * Loads the shared bracket table from LAB7TAX.DAT the way
               END-PERFORM
               CLOSE DEDUCTION-FILE
           END-IF.
      ******************************************************************
      * Loads the supplemental earnings waiting to be paid. No
      * PAYSUPP.DAT just means none this period.
      ******************************************************************
       027-LOAD-SUPPLEMENTAL-PAY.
           OPEN INPUT SUPPLEMENT-FILE
           IF WS-SUPP-STATUS = "00"
               PERFORM UNTIL WS-SUPP-EOF = "Y"
                   READ SUPPLEMENT-FILE
                       AT END
                           MOVE "Y" TO WS-SUPP-EOF
                       NOT AT END
                           IF SE-AMOUNT IS NUMERIC
                              AND WS-SUPP-COUNT < 2000
                               ADD 1 TO WS-SUPP-COUNT
                               MOVE SE-EMP-NO TO
                                   WS-SU-EMP-NO (WS-SUPP-COUNT)
                               MOVE SE-CODE TO
                                   WS-SU-CODE (WS-SUPP-COUNT)
                               MOVE SE-AMOUNT TO
                                   WS-SU-AMOUNT (WS-SUPP-COUNT)
                               MOVE "N" TO
                                   WS-SU-PAID (WS-SUPP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLEMENT-FILE
           END-IF.
      ******************************************************************
      * Loads TimeEnt's cards. No TIMECARD.DAT just means no hourly
      * employee can be paid this run. The file is rewritten from
      * this table once the cards are paid, so a file with more
      * cards than the table holds refuses the run before anyone is
      * paid rather than lose the cards past the end of it.
      ******************************************************************
       028-LOAD-TIMECARDS.
           OPEN INPUT TIMECARD-FILE
           IF WS-TC-STATUS = "00"
               PERFORM UNTIL WS-TC-EOF = "Y"
                   READ TIMECARD-FILE
                       AT END
                           MOVE "Y" TO WS-TC-EOF
                       NOT AT END
                           IF WS-TC-COUNT < 2000
                               ADD 1 TO WS-TC-COUNT
                               MOVE TC-EMP-NO TO
                                   WS-TE-EMP-NO (WS-TC-COUNT)
                               MOVE TC-PERIOD-END TO
                                   WS-TE-END (WS-TC-COUNT)
                               MOVE TC-REG-HOURS TO
                                   WS-TE-REG (WS-TC-COUNT)
                               MOVE TC-OT-HOURS TO
                                   WS-TE-OT (WS-TC-COUNT)
                               MOVE TC-STATUS TO
                                   WS-TE-STATUS (WS-TC-COUNT)
                               MOVE TC-OPERATOR TO
                                   WS-TE-OPERATOR (WS-TC-COUNT)
                               MOVE "N" TO WS-TE-MATCHED (WS-TC-COUNT)
                               MOVE "N" TO WS-TE-PAID (WS-TC-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TC-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMECARD-FILE
           END-IF
           IF WS-TC-OVERFLOW = "Y"
               DISPLAY "TIMECARD.DAT EXCEEDS TABLE (2000) - PAY RUN "
                   "REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       030-LOG-RUN-START.
           MOVE "PAYRUN" TO RH-PROGRAM
           MOVE ZERO TO RH-RUN-NO
           MOVE WS-READ-COUNT TO RH-READ-COUNT
           MOVE WS-PAID-COUNT TO RH-WRITTEN-COUNT
           MOVE WS-SKIPPED-COUNT TO RH-SKIPPED-COUNT
           MOVE WS-HOURLY-UNPAID TO RH-REJECT-COUNT
           PERFORM 035-WRITE-RUN-HISTORY.
       035-WRITE-RUN-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-RH-NOW
           END-IF
           WRITE RUN-HISTORY-OUTREC FROM RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE.
      ******************************************************************
      * The exceptions page prints ahead of the register, off a
      * first pass over the sorted employees: an active employee
      * with no card for the period (an hourly one goes unpaid), a
      * card not yet approved, an hourly employee with no rate, and
      * afterwards any approved card that matched no active
      * employee.
      ******************************************************************
       045-PRINT-EXCEPTIONS-PAGE.
           MOVE WS-PERIOD-START TO ET-PERIOD-START
           MOVE WS-PERIOD-END   TO ET-PERIOD-END
           WRITE REGISTER-REC FROM EXCEPTION-TITLE
           MOVE SPACES TO REGISTER-REC
           WRITE REGISTER-REC
           OPEN INPUT INPUT-FILE
           MOVE "N" TO WS-EXC-EOF
           PERFORM UNTIL WS-EXC-EOF = "Y"
               READ INPUT-FILE
                   AT END
                       MOVE "Y" TO WS-EXC-EOF
                   NOT AT END
                       IF NOT EMPLOYEE-TERMINATED
                           PERFORM 046-CHECK-ONE-TIMECARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-FILE
           PERFORM VARYING WS-TC-SUB FROM 1 BY 1
                   UNTIL WS-TC-SUB > WS-TC-COUNT
               IF WS-TE-END (WS-TC-SUB) = WS-PERIOD-END
                  AND WS-TE-STATUS (WS-TC-SUB) = "A"
                  AND WS-TE-MATCHED (WS-TC-SUB) = "N"
                   MOVE WS-TE-EMP-NO (WS-TC-SUB) TO EX-EMP-NO
                   MOVE SPACES TO EX-NAME
                   MOVE SPACES TO EX-PAY-TYPE
                   MOVE "CARD MATCHES NO ACTIVE EMPLOYEE"
                       TO EX-MESSAGE
                   PERFORM 047-WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM
           MOVE WS-EXCEPTION-COUNT TO EX-COUNT
           WRITE REGISTER-REC FROM EXCEPTION-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REGISTER-REC
           WRITE REGISTER-REC.
       046-CHECK-ONE-TIMECARD.
           PERFORM 120-FIND-PERIOD-TIMECARD
           MOVE IN-EMPLOYEE-NO   TO EX-EMP-NO
           MOVE IN-EMPLOYEE-NAME TO EX-NAME
           IF IN-HOURLY-EMPLOYEE
               MOVE "HOURLY" TO EX-PAY-TYPE
               IF IN-HOURLY-RATE IS NOT NUMERIC
                  OR IN-HOURLY-RATE = ZERO
                   MOVE "NO HOURLY RATE ON FILE - NOT PAID"
                       TO EX-MESSAGE
                   PERFORM 047-WRITE-EXCEPTION-LINE
               ELSE
                   IF WS-CARD-SUB = ZERO
                       MOVE "NO TIMECARD - NOT PAID" TO EX-MESSAGE
                       PERFORM 047-WRITE-EXCEPTION-LINE
                   ELSE
                       IF WS-TE-STATUS (WS-CARD-SUB) NOT = "A"
                           MOVE "TIMECARD NOT APPROVED - NOT PAID"
                               TO EX-MESSAGE
                           PERFORM 047-WRITE-EXCEPTION-LINE
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE "SALARIED" TO EX-PAY-TYPE
               IF WS-CARD-SUB = ZERO
                   MOVE "NO TIMECARD - PAID FROM SALARY"
                       TO EX-MESSAGE
                   PERFORM 047-WRITE-EXCEPTION-LINE
               END-IF
           END-IF.
       047-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           WRITE REGISTER-REC FROM EXCEPTION-DETAIL-LINE.
       050-PRINT-TITLES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           COPY DATEMOV REPLACING ==:WS-YEAR-FLD:==     BY ==WS-YEAR==
                  INTO WS-TODAY-YMD
           END-STRING
           MOVE WS-PERIODS-PER-YEAR TO HD-PERIODS
           MOVE WS-PAY-DATE TO HD-PAY-DATE
           WRITE REGISTER-REC FROM REGISTER-TITLE
               AFTER ADVANCING PAGE
           MOVE SPACES TO REGISTER-REC
           WRITE REGISTER-REC.
       100-PAY-NEXT-EMPLOYEE.
           READ INPUT-FILE
               AT END
                   IF EMPLOYEE-TERMINATED
                       ADD 1 TO WS-SKIPPED-COUNT
                   ELSE
                       PERFORM 110-CHECK-HOURLY-PAYABLE
                       IF WS-CARD-SUB = ZERO AND IN-HOURLY-EMPLOYEE
                           ADD 1 TO WS-HOURLY-UNPAID
                       ELSE
                           IF WS-PREV-TERRITORY NOT = SPACES
                              AND TERRITORY-NO
                                      NOT = WS-PREV-TERRITORY
                               PERFORM 450-PRINT-TERRITORY-BREAK
                           END-IF
                           PERFORM 200-COMPUTE-PERIOD-PAY
                           MOVE TERRITORY-NO TO WS-PREV-TERRITORY
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
      * An hourly employee is payable only with a rate on file and
      * an approved card for the period; WS-CARD-SUB is left zero
      * when not. Already listed on the exceptions page.
      ******************************************************************
       110-CHECK-HOURLY-PAYABLE.
           MOVE ZERO TO WS-CARD-SUB
           IF IN-HOURLY-EMPLOYEE
              AND IN-HOURLY-RATE IS NUMERIC
              AND IN-HOURLY-RATE > ZERO
               PERFORM 120-FIND-PERIOD-TIMECARD
               IF WS-CARD-SUB > ZERO
                   IF WS-TE-STATUS (WS-CARD-SUB) NOT = "A"
                       MOVE ZERO TO WS-CARD-SUB
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * The employee's card for this period, any status; zero when
      * there is none. Finding it marks it matched.
      ******************************************************************
       120-FIND-PERIOD-TIMECARD.
           MOVE ZERO TO WS-CARD-SUB
           IF WS-PERIOD-END > ZERO
               PERFORM VARYING WS-TC-SUB FROM 1 BY 1
                       UNTIL WS-TC-SUB > WS-TC-COUNT
                   IF WS-TE-EMP-NO (WS-TC-SUB) = IN-EMPLOYEE-NO
                      AND WS-TE-END (WS-TC-SUB) = WS-PERIOD-END
                      AND WS-TE-STATUS (WS-TC-SUB) NOT = "P"
                       MOVE WS-TC-SUB TO WS-CARD-SUB
                       MOVE "Y" TO WS-TE-MATCHED (WS-TC-SUB)
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      * One employee's period figures: gross is the annual salary
      * over the periods per year -- or, hourly, the card's regular
      * hours at the rate plus overtime at time-and-a-half -- plus
      * any supplemental earnings; withholding is the annual
      * bracket-walk estimate over the same periods; net is what
      * the check is cut for.
      ******************************************************************
       200-COMPUTE-PERIOD-PAY.
           ADD 1 TO WS-PAID-COUNT
           IF IN-HOURLY-EMPLOYEE
               COMPUTE WS-PERIOD-GROSS ROUNDED =
                   (WS-TE-REG (WS-CARD-SUB) * IN-HOURLY-RATE)
                 + (WS-TE-OT (WS-CARD-SUB) * IN-HOURLY-RATE * 1.5)
               COMPUTE WS-ANNUAL-PAY =
                   WS-PERIOD-GROSS * WS-PERIODS-PER-YEAR
               MOVE "Y" TO WS-TE-PAID (WS-CARD-SUB)
               ADD 1 TO WS-CARDS-PAID
           ELSE
               COMPUTE WS-PERIOD-GROSS ROUNDED =
                   IN-SALARY / WS-PERIODS-PER-YEAR
               MOVE IN-SALARY TO WS-ANNUAL-PAY
           END-IF
           PERFORM 250-ADD-SUPPLEMENTAL-PAY
           PERFORM 300-ESTIMATE-ANNUAL-WITHHOLDING
           COMPUTE WS-PERIOD-WH ROUNDED =
               WS-ANNUAL-WH / WS-PERIODS-PER-YEAR
           COMPUTE WS-PERIOD-NET =
               WS-PERIOD-GROSS - WS-PERIOD-WH + WS-EMP-MILEAGE-TOTAL
           PERFORM 350-APPLY-DEDUCTIONS
           PERFORM 400-PRINT-REGISTER-LINE
           IF IN-HOURLY-EMPLOYEE
               MOVE WS-TE-REG (WS-CARD-SUB) TO TD-REG-HOURS
               MOVE WS-TE-OT (WS-CARD-SUB)  TO TD-OT-HOURS
               MOVE IN-HOURLY-RATE          TO TD-RATE
               WRITE REGISTER-REC FROM TIMECARD-DETAIL-LINE
           END-IF
           PERFORM 380-PRINT-SUPPLEMENT-LINES
           PERFORM 370-PRINT-DEDUCTION-LINES
           ADD WS-PERIOD-GROSS TO WS-GROSS-TOTAL
           ADD WS-PERIOD-WH    TO WS-WH-TOTAL
           ADD WS-PERIOD-NET   TO WS-NET-TOTAL
           ADD WS-EMP-MILEAGE-TOTAL TO WS-MILEAGE-TOTAL
           ADD WS-PERIOD-GROSS TO WS-TERR-GROSS
           ADD WS-PERIOD-WH    TO WS-TERR-WH
           ADD WS-PERIOD-NET   TO WS-TERR-NET
           PERFORM 410-STAGE-BANK-DETAIL
           PERFORM 415-WRITE-PAY-HISTORY.
      ******************************************************************
      * The employee's supplemental earnings join the period gross
      * and are staged for itemizing under the register line.
      * Mileage is a reimbursement, so it is totaled apart and kept
      * out of gross (it is added to net); declared cash tips are
      * also totaled apart for the cash-tip deduction.
      ******************************************************************
       250-ADD-SUPPLEMENTAL-PAY.
           MOVE ZERO TO WS-EMP-SUPP-TOTAL
           MOVE ZERO TO WS-EMP-SUPP-COUNT
           MOVE ZERO TO WS-EMP-MILEAGE-TOTAL
           MOVE ZERO TO WS-EMP-CASH-TIP-TOTAL
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                   UNTIL WS-SUPP-SUB > WS-SUPP-COUNT
               IF WS-SU-EMP-NO (WS-SUPP-SUB) = IN-EMPLOYEE-NO
                  AND WS-SU-PAID (WS-SUPP-SUB) = "N"
                   MOVE "Y" TO WS-SU-PAID (WS-SUPP-SUB)
                   IF WS-SU-CODE (WS-SUPP-SUB) = "MI"
                       ADD WS-SU-AMOUNT (WS-SUPP-SUB)
                           TO WS-EMP-MILEAGE-TOTAL
                   ELSE
                       ADD WS-SU-AMOUNT (WS-SUPP-SUB)
                           TO WS-EMP-SUPP-TOTAL
                   END-IF
                   IF WS-SU-CODE (WS-SUPP-SUB) = "TC"
                       ADD WS-SU-AMOUNT (WS-SUPP-SUB)
                           TO WS-EMP-CASH-TIP-TOTAL
                   END-IF
                   IF WS-EMP-SUPP-COUNT < 20
                       ADD 1 TO WS-EMP-SUPP-COUNT
                       MOVE WS-SU-CODE (WS-SUPP-SUB)
                           TO WS-EU-CODE (WS-EMP-SUPP-COUNT)
                       MOVE WS-SU-AMOUNT (WS-SUPP-SUB)
                           TO WS-EU-AMOUNT (WS-EMP-SUPP-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           ADD WS-EMP-SUPP-TOTAL TO WS-PERIOD-GROSS
           ADD WS-EMP-SUPP-TOTAL TO WS-RUN-SUPP-TOTAL
           ADD WS-EMP-MILEAGE-TOTAL TO WS-RUN-SUPP-TOTAL.
      ******************************************************************
      * Walks the brackets to estimate the annual tax withheld from
      * the annual pay: each slice up to a bracket bound is taxed
      * at that bracket's rate (tenths of a percent), anything above
      * the last bound at the last rate -- the same marginal
      * arithmetic the raise report's withholding column uses.
      * Supplemental earnings are annualized into the base as if
      * paid every period, so they withhold at the employee's
      * marginal rate rather than the salary's average rate;
      * mileage reimbursement is not among them. An
      * hourly employee's annual pay is this period's hours pay
      * as if earned every period.
      ******************************************************************
       300-ESTIMATE-ANNUAL-WITHHOLDING.
           MOVE ZERO TO WS-ANNUAL-WH
           MOVE ZERO TO WS-WH-PREV-BOUND
           COMPUTE WS-WH-ANNUAL-BASE = WS-ANNUAL-PAY +
               (WS-EMP-SUPP-TOTAL * WS-PERIODS-PER-YEAR)
           IF WS-TAX-COUNT > ZERO
               PERFORM VARYING WS-WH-SUB FROM 1 BY 1
                       UNTIL WS-WH-SUB > WS-TAX-COUNT
                   IF WS-WH-ANNUAL-BASE > WS-WH-PREV-BOUND
                       IF WS-WH-ANNUAL-BASE < TAX-BRACKET (WS-WH-SUB)
                           COMPUTE WS-WH-PORTION =
                               WS-WH-ANNUAL-BASE - WS-WH-PREV-BOUND
                       ELSE
                           COMPUTE WS-WH-PORTION =
                               TAX-BRACKET (WS-WH-SUB)
                   END-IF
                   MOVE TAX-BRACKET (WS-WH-SUB) TO WS-WH-PREV-BOUND
               END-PERFORM
               IF WS-WH-ANNUAL-BASE > WS-WH-PREV-BOUND
                   COMPUTE WS-ANNUAL-WH = WS-ANNUAL-WH +
                       ((WS-WH-ANNUAL-BASE - WS-WH-PREV-BOUND)
                           * TAX-RATE (WS-TAX-COUNT)) / 1000
               END-IF
           END-IF.
      * between gross and net: a flat deduction takes its dollars, a
      * percent deduction takes its percent of the period gross.
      * Each one is itemized below the register line and rolled into
      * its code's remittance total. Declared cash tips, paid into
      * gross for withholding, come back out last as code TC since
      * the driver already holds the cash.
      ******************************************************************
       350-APPLY-DEDUCTIONS.
           MOVE ZERO TO WS-EMP-DED-TOTAL
                   PERFORM 360-TAKE-ONE-DEDUCTION
               END-IF
           END-PERFORM
           IF WS-EMP-CASH-TIP-TOTAL > ZERO
               MOVE "TC" TO WS-DED-CODE
               MOVE WS-EMP-CASH-TIP-TOTAL TO WS-DED-AMOUNT
               PERFORM 365-STAGE-DEDUCTION
           END-IF
           SUBTRACT WS-EMP-DED-TOTAL FROM WS-PERIOD-NET
           ADD WS-EMP-DED-TOTAL TO WS-RUN-DED-TOTAL.
       360-TAKE-ONE-DEDUCTION.
           ELSE
               MOVE WS-DE-AMOUNT (WS-DED-SUB) TO WS-DED-AMOUNT
           END-IF
           MOVE WS-DE-CODE (WS-DED-SUB) TO WS-DED-CODE
           PERFORM 365-STAGE-DEDUCTION.
       365-STAGE-DEDUCTION.
           ADD WS-DED-AMOUNT TO WS-EMP-DED-TOTAL
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > WS-CODE-COUNT
                      OR WS-CT-CODE (WS-CODE-SUB) = WS-DED-CODE
               CONTINUE
           END-PERFORM
           IF WS-CODE-SUB > WS-CODE-COUNT
              AND WS-CODE-COUNT < 100
               ADD 1 TO WS-CODE-COUNT
               MOVE WS-CODE-COUNT TO WS-CODE-SUB
               MOVE WS-DED-CODE TO WS-CT-CODE (WS-CODE-SUB)
               MOVE ZERO TO WS-CT-TOTAL (WS-CODE-SUB)
           END-IF
           IF WS-CODE-SUB <= WS-CODE-COUNT
           END-IF
           IF WS-EMP-STAGE-COUNT < 20
               ADD 1 TO WS-EMP-STAGE-COUNT
               MOVE WS-DED-CODE TO WS-ES-CODE (WS-EMP-STAGE-COUNT)
               MOVE WS-DED-AMOUNT
                   TO WS-ES-AMOUNT (WS-EMP-STAGE-COUNT)
           END-IF.
               MOVE WS-ES-AMOUNT (WS-DED-SUB) TO DD-AMOUNT
               WRITE REGISTER-REC FROM DEDUCTION-DETAIL-LINE
           END-PERFORM.
       380-PRINT-SUPPLEMENT-LINES.
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                   UNTIL WS-SUPP-SUB > WS-EMP-SUPP-COUNT
               MOVE WS-EU-CODE (WS-SUPP-SUB)   TO SD-CODE
               MOVE WS-EU-AMOUNT (WS-SUPP-SUB) TO SD-AMOUNT
               EVALUATE WS-EU-CODE (WS-SUPP-SUB)
                   WHEN "RT"
                       MOVE "RETRO PAY  " TO SD-LABEL
                   WHEN "TP"
                       MOVE "CARD TIPS  " TO SD-LABEL
                   WHEN "TC"
                       MOVE "CASH TIPS  " TO SD-LABEL
                   WHEN "MI"
                       MOVE "MILEAGE    " TO SD-LABEL
                   WHEN OTHER
                       MOVE "SUPPLEMENT " TO SD-LABEL
               END-EVALUATE
               WRITE REGISTER-REC FROM SUPPLEMENT-DETAIL-LINE
           END-PERFORM.
       400-PRINT-REGISTER-LINE.
           MOVE IN-EMPLOYEE-NO   TO RD-EMP-NO
           MOVE IN-EMPLOYEE-NAME TO RD-NAME
      * balance check can account for every net dollar either way.
      ******************************************************************
       410-STAGE-BANK-DETAIL.
           MOVE "C" TO WS-PAY-METHOD
           IF IN-BANK-ROUTING = SPACES OR WS-PERIOD-NET NOT > ZERO
               ADD 1 TO WS-CHECK-PAY-COUNT
               ADD WS-PERIOD-NET TO WS-CHECK-NET-TOTAL
                   ADD WS-PERIOD-NET TO WS-BANK-TOTAL
                   MOVE BANK-DETAIL-RECORD
                       TO WS-BANK-ENTRY (WS-BANK-COUNT)
                   MOVE "B" TO WS-PAY-METHOD
               ELSE
                   DISPLAY "BANK TABLE FULL - " IN-EMPLOYEE-NO
                       " PAID BY CHECK THIS PERIOD"
               END-IF
           END-IF.
      ******************************************************************
      * The employee's pay-history record: the register line's
      * figures, the deductions as itemized, and whether the net
      * went to the bank or on a check.
      ******************************************************************
       415-WRITE-PAY-HISTORY.
           MOVE SPACES TO PAY-HISTORY-REC
           MOVE IN-EMPLOYEE-NO    TO PH-EMP-NO
           MOVE IN-EMPLOYEE-NAME  TO PH-EMP-NAME
           MOVE WS-PAY-DATE       TO PH-RUN-DATE
           MOVE TERRITORY-NO      TO PH-TERRITORY-NO
           MOVE OFFICE-NO         TO PH-OFFICE-NO
           MOVE WS-PERIOD-GROSS   TO PH-GROSS
           MOVE WS-EMP-SUPP-TOTAL TO PH-SUPP-GROSS
           MOVE WS-PERIOD-WH      TO PH-WH
           MOVE WS-EMP-DED-TOTAL  TO PH-DED-TOTAL
           MOVE WS-PERIOD-NET     TO PH-NET
           MOVE WS-EMP-MILEAGE-TOTAL TO PH-MILEAGE
           MOVE WS-PAY-METHOD     TO PH-PAY-METHOD
           MOVE WS-EMP-STAGE-COUNT TO PH-DED-COUNT
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > WS-EMP-STAGE-COUNT
               MOVE WS-ES-CODE (WS-DED-SUB)
                   TO PH-DED-CODE (WS-DED-SUB)
               MOVE WS-ES-AMOUNT (WS-DED-SUB)
                   TO PH-DED-AMOUNT (WS-DED-SUB)
           END-PERFORM
           MOVE PAY-HISTORY-REC TO PAY-GL-FEED-REC
           WRITE PAY-HISTORY-REC
           WRITE PAY-GL-FEED-REC.
      ******************************************************************
      * The register-to-bank-file balance check: the staged bank
      * total plus the by-check nets must equal the register's net
      * total, or PAYBANK.DAT is refused outright and the run exits
               DISPLAY "PAYBANK.DAT WRITTEN - " WS-BANK-COUNT
                   " DEPOSITS, " WS-CHECK-PAY-COUNT " BY CHECK"
           END-IF.
      ******************************************************************
      * The paid supplemental file moves aside so a rerun cannot pay
      * it twice -- the CBL_COPY_FILE/CBL_DELETE_FILE idiom GlLedger
      * uses for its consumed journal.
      ******************************************************************
       430-RETIRE-SUPPLEMENTAL-PAY.
           CALL "CBL_COPY_FILE" USING WS-SUPP-NAME
                                      WS-SUPP-POSTED-NAME
               RETURNING WS-CALL-STATUS
           END-CALL
           IF WS-CALL-STATUS = ZERO
               CALL "CBL_DELETE_FILE" USING WS-SUPP-NAME
                   RETURNING WS-CALL-STATUS
               END-CALL
           ELSE
               DISPLAY "WARNING: PAYSUPP.DAT COULD NOT BE MOVED "
                   "ASIDE - DO NOT RERUN WITHOUT CHECKING"
           END-IF.
      ******************************************************************
      * The cards this run paid are marked "P" and TIMECARD.DAT is
      * rewritten from the table, so a rerun cannot pay them twice
      * and TimeEnt will no longer change them.
      ******************************************************************
       435-MARK-TIMECARDS-PAID.
           OPEN OUTPUT TIMECARD-FILE
           PERFORM VARYING WS-TC-SUB FROM 1 BY 1
                   UNTIL WS-TC-SUB > WS-TC-COUNT
               IF WS-TE-PAID (WS-TC-SUB) = "Y"
                   MOVE "P" TO WS-TE-STATUS (WS-TC-SUB)
               END-IF
               MOVE SPACES TO TIMECARD-REC
               MOVE WS-TE-EMP-NO (WS-TC-SUB)   TO TC-EMP-NO
               MOVE WS-TE-END (WS-TC-SUB)      TO TC-PERIOD-END
               MOVE WS-TE-REG (WS-TC-SUB)      TO TC-REG-HOURS
               MOVE WS-TE-OT (WS-TC-SUB)       TO TC-OT-HOURS
               MOVE WS-TE-STATUS (WS-TC-SUB)   TO TC-STATUS
               MOVE WS-TE-OPERATOR (WS-TC-SUB) TO TC-OPERATOR
               WRITE TIMECARD-REC
           END-PERFORM
           CLOSE TIMECARD-FILE.
       450-PRINT-TERRITORY-BREAK.
           MOVE WS-PREV-TERRITORY TO TB-TERRITORY
           MOVE WS-TERR-GROSS     TO TB-GROSS
               MOVE WS-CT-CODE (WS-CODE-SUB)  TO CT-CODE
               MOVE WS-CT-TOTAL (WS-CODE-SUB) TO CT-TOTAL
               WRITE REGISTER-REC FROM CODE-TOTAL-LINE
           END-PERFORM
           IF WS-SUPP-COUNT > ZERO
               MOVE WS-RUN-SUPP-TOTAL TO SP-TOTAL
               WRITE REGISTER-REC FROM SUPPLEMENT-TOTAL-LINE
               IF WS-MILEAGE-TOTAL > ZERO
                   MOVE WS-MILEAGE-TOTAL TO ML-TOTAL
                   WRITE REGISTER-REC FROM MILEAGE-TOTAL-LINE
               END-IF
               PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                       UNTIL WS-SUPP-SUB > WS-SUPP-COUNT
                   IF WS-SU-PAID (WS-SUPP-SUB) = "N"
                       MOVE WS-SU-EMP-NO (WS-SUPP-SUB) TO SU-EMP-NO
                       MOVE WS-SU-CODE (WS-SUPP-SUB)   TO SU-CODE
                       MOVE WS-SU-AMOUNT (WS-SUPP-SUB) TO SU-AMOUNT
                       WRITE REGISTER-REC FROM SUPPLEMENT-UNPAID-LINE
                       ADD WS-SU-AMOUNT (WS-SUPP-SUB)
                           TO WS-UNPAID-SUPP-TOTAL
                   END-IF
               END-PERFORM
               IF WS-UNPAID-SUPP-TOTAL > ZERO
                   DISPLAY "SUPPLEMENTAL EARNINGS NOT PAID - SEE "
                       "FOOT OF PAYREG.RPT"
               END-IF
           END-IF.
      ******************************************************************
      * The record is blanked first because the FD-level FILLER VALUE
      * separators are not initialized by the runtime.
           MOVE WS-GROSS-TOTAL TO PT-GROSS-TOTAL
           MOVE WS-WH-TOTAL    TO PT-WH-TOTAL
           MOVE WS-NET-TOTAL   TO PT-NET-TOTAL
           MOVE WS-MILEAGE-TOTAL TO PT-MILEAGE-TOTAL
           WRITE PAY-TOTALS-REC
           CLOSE PAY-TOTALS-FILE
           PERFORM 610-APPEND-TOTALS-HISTORY.
      ******************************************************************
      * PAYRUN.TOT is rewritten by every run, so the same figures
      * are also kept on PAYRUN.HST under the pay date for the
      * quarterly tie-out.
      ******************************************************************
       610-APPEND-TOTALS-HISTORY.
           OPEN EXTEND PAY-TOTALS-HISTORY-FILE
           IF WS-TOTHIST-STATUS NOT = "00"
               OPEN OUTPUT PAY-TOTALS-HISTORY-FILE
           END-IF
           MOVE SPACES TO PAY-TOTALS-HISTORY-REC
           MOVE WS-PAY-DATE  TO TH-RUN-DATE
           MOVE WS-PAID-COUNT  TO TH-EMP-COUNT
           MOVE WS-GROSS-TOTAL TO TH-GROSS-TOTAL
           MOVE WS-WH-TOTAL    TO TH-WH-TOTAL
           MOVE WS-NET-TOTAL   TO TH-NET-TOTAL
           MOVE WS-MILEAGE-TOTAL TO TH-MILEAGE-TOTAL
           WRITE PAY-TOTALS-HISTORY-REC
           CLOSE PAY-TOTALS-HISTORY-FILE.
       END PROGRAM PayRun.
