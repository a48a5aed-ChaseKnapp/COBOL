       IDENTIFICATION DIVISION.
       PROGRAM-ID. OffCycle.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Off-cycle payroll run, so final pay, bonuses and the other
      *     checks cut between regular runs go through the system
      *     instead of around it. Driven by OFFCYCLE.DAT, one
      *     transaction per employee and pay type:
      *         F - final pay, the salary from the day after the last
      *             regular PayRun run through EMP-TERM-DATE
      *         B - bonus, the amount on the transaction
      *         V - vacation payout, the terminated employee's
      *             LEAVEBAL.DAT vacation hours (the LeaveRpt PAYOUT
      *             line) at the salary's hourly rate
      *         M - manual adjustment, the amount on the transaction
      *     An employee's transactions pay together on one check.
      *     Withholding walks the LAB7TAX.DAT brackets the way PayRun
      *     does: final pay at the salary's average rate, everything
      *     else at the marginal rate on top of the salary, the
      *     PayRun supplemental-earnings rule. Percent deductions on
      *     DEDMAST.DAT take their share of every check; flat
      *     deductions are per pay period and come only out of a
      *     check carrying final pay, which stands in for the last
      *     regular check.
      *     The register prints each check with its items and
      *     deductions, the run and deduction code totals, and any
      *     transaction refused with its reason, for payroll to
      *     settle by hand. Direct-deposit employees stage to
      *     PAYBANK.DAT under PayRun's balance check. Each check
      *     appends to PAYHIST.DAT and the run's totals to PAYRUN.HST
      *     (marked off-cycle), so QtrWage and WageStmt carry the
      *     money and still tie out. The same pay records append to
      *     OFFGLFD.DAT and the run's totals add into OFFRUN.TOT,
      *     which PayGl (run with OFFCYCLE) journals to the G/L and
      *     retires, so every off-cycle check is posted however many
      *     runs go before the posting. Once the run balances the paid
      *     vacation balances are zeroed on LEAVEBAL.DAT and the
      *     transaction file moves aside to OFFCYCLE.PST, so nothing
      *     can be paid twice.
      * Input:
      *     OFFCYCLE.DAT, employee.dat (indexed), SYSPARM.DAT,
      *     LAB7TAX.DAT, DEDMAST.DAT, LEAVEBAL.DAT, PAYRUN.HST
      * Output:
      *     OFFREG.RPT (off-cycle register)
      *     PAYBANK.DAT (direct-deposit bank transfer file)
      *     PAYHIST.DAT (per-employee pay history, appended)
      *     PAYRUN.HST (run totals by run date, appended)
      *     OFFGLFD.DAT (G/L feed, appended until PayGl posts it)
      *     OFFRUN.TOT (G/L feed totals, added to until posted)
      *     LEAVEBAL.DAT (rewritten when vacation is paid out)
      *     RUNHIST.DAT (run-history records)
      *     ALERTS.LOG (missing parameters)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  TRANSACTION-FILE
               ASSIGN TO "OFFCYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT  SORT-FILE
               ASSIGN TO "TEMP.SRT".
           SELECT  SORTED-TRANSACTION-FILE
               ASSIGN TO "OFFCYCLE.SRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NO
               FILE STATUS IS WS-EMP-STATUS.
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
               FILE STATUS IS WS-TAX-STATUS.
           SELECT  DEDUCTION-FILE
               ASSIGN TO "DEDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-STATUS.
           SELECT  BALANCE-FILE
               ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT  REGISTER-FILE
               ASSIGN TO "OFFREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  BANK-FILE
               ASSIGN TO "PAYBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  RUN-HISTORY-FILE
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
           SELECT  OFF-GL-FEED-FILE
               ASSIGN TO "OFFGLFD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT  OFF-TOTALS-FILE
               ASSIGN TO "OFFRUN.TOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-REC           PIC X(38).
       SD  SORT-FILE.
       01  SORT-TRANSACTION-REC.
           05  SORT-EMP-NO           PIC X(5).
           05  FILLER                PIC X.
           05  SORT-PAY-TYPE         PIC X.
           05  FILLER                PIC X(31).
      ******************************************************************
      * One off-cycle transaction. The amount is keyed for bonuses
      * and manual adjustments; final pay and vacation payouts are
      * figured from the employee's own records and ignore it.
      ******************************************************************
       FD  SORTED-TRANSACTION-FILE.
       01  OFFCYCLE-TRANSACTION-REC.
           05  OC-EMP-NO             PIC X(5).
           05  FILLER                PIC X.
           05  OC-PAY-TYPE           PIC X.
               88  OC-FINAL-PAY               VALUE "F".
               88  OC-BONUS                   VALUE "B".
               88  OC-VACATION-PAYOUT         VALUE "V".
               88  OC-MANUAL-ADJUSTMENT       VALUE "M".
           05  FILLER                PIC X.
           05  OC-AMOUNT             PIC 9(7)V99.
           05  FILLER                PIC X.
           05  OC-REFERENCE          PIC X(20).
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-REC.
           05  EMP-NO                PIC X(5).
           05  EMP-NAME              PIC X(20).
           05  EMP-TERRITORY-NO      PIC XX.
           05  EMP-OFFICE-NO         PIC XX.
           05  EMP-SALARY            PIC 9(6).
           05  EMP-SSN               PIC X(9).
           05  EMP-NO-DEPENDENTS     PIC XX.
           05  EMP-JOB-CODE          PIC XX.
           05  EMP-STATUS            PIC X.
               88  EMP-TERMINATED             VALUE "T".
           05  EMP-TERM-DATE         PIC X(8).
           05  EMP-HIRE-DATE         PIC X(8).
           05  FILLER                PIC X(15).
           05  EMP-BANK-ROUTING      PIC X(9).
           05  EMP-BANK-ACCT         PIC X(11).
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  ALERTS-FILE.
       01  ALERT-OUTREC              PIC X(90).
       FD  TAX-FILE.
       01  TAX-REC.
           05  TAX-IN-EFF-DATE       PIC 9(8).
           05  TAX-IN-BRACKET        PIC 9(6).
           05  TAX-IN-RATE           PIC 999.
       01  TAX-REC-OLD REDEFINES TAX-REC.
           05  TAX-OLD-BRACKET       PIC 9(6).
           05  TAX-OLD-RATE          PIC 999.
           05  FILLER                PIC X(8).
       FD  DEDUCTION-FILE.
       01  DEDUCTION-REC.
           05  DM-EMP-NO             PIC X(5).
           05  FILLER                PIC X.
           05  DM-DED-CODE           PIC XX.
           05  FILLER                PIC X.
           05  DM-METHOD             PIC X.
           05  FILLER                PIC X.
           05  DM-AMOUNT             PIC 9(3)V99.
           05  FILLER                PIC X.
           05  DM-START-DATE         PIC 9(8).
           05  FILLER                PIC X.
           05  DM-STOP-DATE          PIC 9(8).
       FD  BALANCE-FILE.
       01  BALANCE-REC.
           05  LB-EMP-NO             PIC X(5).
           05  FILLER                PIC X.
           05  LB-VAC-HOURS          PIC 9(4)V99.
           05  FILLER                PIC X.
           05  LB-SICK-HOURS         PIC 9(4)V99.
       FD  REGISTER-FILE.
       01  REGISTER-REC              PIC X(100).
       FD  BANK-FILE.
       01  BANK-REC                  PIC X(50).
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-OUTREC        PIC X(75).
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
      * PayRun's record, plus the run type: "O" for an off-cycle run,
      * blank (as PayRun leaves it) for a regular one.
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
               88  TH-OFF-CYCLE-RUN           VALUE "O".
           05  FILLER                PIC X.
           05  TH-MILEAGE-TOTAL      PIC 9(9)V99.
      ******************************************************************
      * The pay records again, for PayGl, and the totals they must
      * tie to -- PayRun's PAYRUN.TOT layout, but carried forward
      * from run to run until PayGl posts and retires them.
      ******************************************************************
       FD  OFF-GL-FEED-FILE.
       01  OFF-GL-FEED-REC           PIC X(275).
       FD  OFF-TOTALS-FILE.
       01  OFF-TOTALS-REC.
           05  OT-EMP-COUNT          PIC 9(5).
           05  FILLER                PIC X.
           05  OT-GROSS-TOTAL        PIC 9(9)V99.
           05  FILLER                PIC X.
           05  OT-WH-TOTAL           PIC 9(9)V99.
           05  FILLER                PIC X.
           05  OT-NET-TOTAL          PIC 9(9)V99.
           05  FILLER                PIC X.
           05  OT-MILEAGE-TOTAL      PIC 9(9)V99.
       WORKING-STORAGE SECTION.
           COPY RUNHIST.
       01  WS-RUNHIST-STATUS         PIC XX.
       01  WS-PAYHIST-STATUS         PIC XX.
       01  WS-TOTHIST-STATUS         PIC XX.
       01  WS-FEED-STATUS            PIC XX.
       01  WS-OFFTOT-STATUS          PIC XX.
       01  WS-RH-NOW                 PIC X(21).
       01  WS-TRANS-STATUS           PIC XX.
       01  WS-EMP-STATUS             PIC XX.
       01  WS-TAX-STATUS             PIC XX.
       01  WS-BAL-STATUS             PIC XX.
       77  WS-PERIODS-PER-YEAR       PIC 99       VALUE 24.
      ******************************************************************
      * Shared system parameter table and alert record; see PARMWS
      * and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
       01  WS-TAX-EOF                PIC X        VALUE "N".
       01  WS-TAX-SET-FIELDS.
           05  WS-TAX-TODAY-YMD     PIC 9(8)  VALUE ZERO.
           05  WS-TAX-BEST-DATE     PIC 9(8)  VALUE ZERO.
           05  WS-TAX-BEST-FOUND    PIC X     VALUE "N".
           05  WS-TAX-REC-DATE      PIC 9(8)  VALUE ZERO.
           05  WS-TAX-PREV-BRACKET  PIC 9(6)  VALUE ZERO.
           05  WS-TAX-SET-OK        PIC X     VALUE "Y".
       01  WS-TAX-TABLE.
           05  WS-TAX-COUNT          PIC 9(3)     VALUE ZERO.
           05  TAX-ENTRY             OCCURS 1 TO 20 TIMES
                                     DEPENDING ON WS-TAX-COUNT
                                     INDEXED BY TAX-SUB.
               10  TAX-BRACKET       PIC 9(6).
               10  TAX-RATE          PIC 999.
       01  WS-DED-STATUS             PIC XX.
       01  WS-DED-EOF                PIC X        VALUE "N".
       01  WS-DED-TABLE.
           05  WS-DED-COUNT          PIC 9(4)     VALUE ZERO.
           05  WS-DED-ENTRY          OCCURS 2000 TIMES.
               10  WS-DE-EMP-NO      PIC X(5).
               10  WS-DE-CODE        PIC XX.
               10  WS-DE-METHOD      PIC X.
               10  WS-DE-AMOUNT      PIC 9(3)V99.
               10  WS-DE-START       PIC 9(8).
               10  WS-DE-STOP        PIC 9(8).
       01  WS-CODE-TOTALS.
           05  WS-CODE-COUNT         PIC 9(3)     VALUE ZERO.
           05  WS-CODE-ENTRY         OCCURS 100 TIMES.
               10  WS-CT-CODE        PIC XX.
               10  WS-CT-TOTAL       PIC 9(9)V99.
       01  WS-DED-WORK.
           05  WS-DED-SUB            PIC 9(4)     VALUE ZERO.
           05  WS-CODE-SUB           PIC 9(3)     VALUE ZERO.
           05  WS-DED-AMOUNT         PIC 9(5)V99  VALUE ZERO.
           05  WS-EMP-DED-TOTAL      PIC 9(7)V99  VALUE ZERO.
           05  WS-RUN-DED-TOTAL      PIC 9(9)V99  VALUE ZERO.
           05  WS-TODAY-YMD          PIC 9(8)     VALUE ZERO.
           05  WS-EMP-STAGE-COUNT    PIC 99       VALUE ZERO.
       01  WS-EMP-STAGE-TABLE.
           05  WS-EMP-STAGE-ENTRY    OCCURS 20 TIMES.
               10  WS-ES-CODE        PIC XX.
               10  WS-ES-AMOUNT      PIC 9(5)V99.
      ******************************************************************
      * Leave balances, held so the vacation paid out can be zeroed
      * and the file rewritten once the run balances (the LeaveEnt
      * rewrite).
      ******************************************************************
       01  WS-BAL-EOF                PIC X        VALUE "N".
       01  WS-BAL-TABLE.
           05  WS-BAL-COUNT          PIC 9(4)     VALUE ZERO.
           05  WS-BAL-ENTRY          OCCURS 2000 TIMES.
               10  WS-BL-EMP-NO      PIC X(5).
               10  WS-BL-VAC         PIC 9(4)V99.
               10  WS-BL-SICK        PIC 9(4)V99.
               10  WS-BL-PAID-OUT    PIC X.
       01  WS-BAL-WORK.
           05  WS-BAL-SUB            PIC 9(4)     VALUE ZERO.
           05  WS-PAYOUT-COUNT       PIC 9(5)     VALUE ZERO.
      ******************************************************************
      * Regular run dates off PAYRUN.HST: final pay starts the day
      * after the last of them on or before the termination date.
      ******************************************************************
       01  WS-TOTHIST-EOF            PIC X        VALUE "N".
       01  WS-REGULAR-RUN-TABLE.
           05  WS-RUN-DATE-COUNT     PIC 9(4)     VALUE ZERO.
           05  WS-RUN-DATE           PIC 9(8)     OCCURS 1000 TIMES.
      ******************************************************************
      * The employee in hand: the items on the check, and the figures
      * that build it.
      ******************************************************************
       01  WS-EMP-FIELDS.
           05  WS-CUR-EMP-NO         PIC X(5)     VALUE SPACES.
           05  WS-EMP-FOUND          PIC X        VALUE "N".
           05  WS-TERM-YMD           PIC 9(8)     VALUE ZERO.
           05  WS-HIRE-YMD           PIC 9(8)     VALUE ZERO.
           05  WS-PAID-THRU-YMD      PIC 9(8)     VALUE ZERO.
           05  WS-FINAL-DAYS         PIC S9(5)    VALUE ZERO.
           05  WS-RUN-SUB            PIC 9(4)     VALUE ZERO.
           05  WS-HAS-FINAL          PIC X        VALUE "N".
           05  WS-HAS-PAYOUT         PIC X        VALUE "N".
           05  WS-ITEM-AMOUNT        PIC 9(7)V99  VALUE ZERO.
           05  WS-ITEM-NOTE          PIC X(30)    VALUE SPACES.
           05  WS-REJECT-REASON      PIC X(30)    VALUE SPACES.
           05  WS-EDIT-HOURS         PIC Z,ZZ9.99.
           05  WS-EDIT-DAYS          PIC ZZZZ9.
           05  WS-ITEM-COUNT         PIC 99       VALUE ZERO.
           05  WS-ITEM-SUB           PIC 99       VALUE ZERO.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY         OCCURS 10 TIMES.
               10  WS-IT-TYPE        PIC X.
               10  WS-IT-AMOUNT      PIC 9(7)V99.
               10  WS-IT-NOTE        PIC X(30).
       01  WS-PAY-FIELDS.
           05  WS-REGULAR-GROSS      PIC 9(7)V99  VALUE ZERO.
           05  WS-SUPP-GROSS         PIC 9(7)V99  VALUE ZERO.
           05  WS-CHECK-GROSS        PIC 9(7)V99  VALUE ZERO.
           05  WS-CHECK-WH           PIC 9(7)V99  VALUE ZERO.
           05  WS-CHECK-NET          PIC S9(7)V99 VALUE ZERO.
           05  WS-SALARY-WH          PIC 9(7)V99  VALUE ZERO.
           05  WS-WH-ANNUAL-BASE     PIC 9(9)V99  VALUE ZERO.
           05  WS-ANNUAL-WH          PIC 9(7)V99  VALUE ZERO.
           05  WS-WH-PREV-BOUND      PIC 9(8)V99  VALUE ZERO.
           05  WS-WH-PORTION         PIC 9(8)V99  VALUE ZERO.
           05  WS-WH-SUB             PIC 9(3)     VALUE ZERO.
      ******************************************************************
      * Transactions refused, listed at the foot of the register.
      ******************************************************************
       01  WS-REJECT-TABLE.
           05  WS-REJECT-COUNT       PIC 9(4)     VALUE ZERO.
           05  WS-REJECT-ENTRY       OCCURS 500 TIMES.
               10  WS-RJ-EMP-NO      PIC X(5).
               10  WS-RJ-TYPE        PIC X.
               10  WS-RJ-AMOUNT      PIC 9(7)V99.
               10  WS-RJ-REASON      PIC X(30).
       01  WS-REJECT-SUB             PIC 9(4)     VALUE ZERO.
       01  BANK-DETAIL-RECORD.
           05  BD-TYPE               PIC X        VALUE "D".
           05  BD-EMP-NO             PIC X(5).
           05  BD-ROUTING            PIC X(9).
           05  BD-ACCT               PIC X(11).
           05  BD-NET                PIC 9(7)V99.
       01  BANK-TRAILER-RECORD.
           05  BT-TYPE               PIC X        VALUE "T".
           05  BT-RECORD-COUNT       PIC 9(5).
           05  BT-NET-TOTAL          PIC 9(9)V99.
       01  WS-BANK-FIELDS.
           05  WS-BANK-COUNT         PIC 9(5)     VALUE ZERO.
           05  WS-BANK-TOTAL         PIC 9(9)V99  VALUE ZERO.
           05  WS-CHECK-NET-TOTAL    PIC S9(9)V99 VALUE ZERO.
           05  WS-CHECK-PAY-COUNT    PIC 9(5)     VALUE ZERO.
           05  WS-BANK-SUB           PIC 9(5)     VALUE ZERO.
           05  WS-PAY-METHOD         PIC X        VALUE "C".
       01  WS-BANK-TABLE.
           05  WS-BANK-ENTRY         OCCURS 2000 TIMES
                                     PIC X(35).
       01  WS-RETIRE-FIELDS.
           05  WS-TRANS-NAME         PIC X(30)    VALUE "OFFCYCLE.DAT".
           05  WS-TRANS-POSTED-NAME  PIC X(30)    VALUE "OFFCYCLE.PST".
           05  WS-CALL-STATUS        PIC 9(9)     COMP-5.
       01  WORK-ITEMS.
           05  EOF-SWITCH            PIC X        VALUE 'N'.
           05  WS-READ-COUNT         PIC 9(7)     VALUE ZERO.
           05  WS-PAID-COUNT         PIC 9(7)     VALUE ZERO.
           05  WS-GROSS-TOTAL        PIC 9(9)V99  VALUE ZERO.
           05  WS-WH-TOTAL           PIC 9(9)V99  VALUE ZERO.
           05  WS-NET-TOTAL          PIC S9(9)V99 VALUE ZERO.
       01  WS-OT-FIELDS.
           05  WS-OT-EMP-COUNT       PIC 9(5)     VALUE ZERO.
           05  WS-OT-GROSS           PIC 9(9)V99  VALUE ZERO.
           05  WS-OT-WH              PIC 9(9)V99  VALUE ZERO.
           05  WS-OT-NET             PIC 9(9)V99  VALUE ZERO.
       01  REGISTER-TITLE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(26) VALUE
                                  "OFF-CYCLE PAY REGISTER".
           05  FILLER             PIC X(6)  VALUE "DATE: ".
           COPY DATESTMP REPLACING ==:GRP-LVL:==         BY ==05==
                                   ==:STAMP-GRP:==       BY ==HD-DATE==
                                   ==:FLD-LVL:==         BY ==10==
                                   ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                   ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                   ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           05  FILLER             PIC X(10) VALUE "  PERIODS:".
           05  HD-PERIODS         PIC Z9.
           05  FILLER             PIC X(36) VALUE SPACES.
       01  WORKING-DATE-ITEMS.
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
       01  REGISTER-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-EMP-NO          PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-NAME            PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-TERR            PIC XX.
           05  FILLER             PIC X     VALUE "/".
           05  RD-OFFICE          PIC XX.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(7)  VALUE "GROSS: ".
           05  RD-GROSS           PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(4)  VALUE "WH: ".
           05  RD-WH              PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(5)  VALUE "NET: ".
           05  RD-NET             PIC ZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-METHOD          PIC X(5).
           05  FILLER             PIC X(7)  VALUE SPACES.
       01  ITEM-DETAIL-LINE.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  ID-DESCRIPTION     PIC X(18).
           05  ID-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ID-NOTE            PIC X(30).
           05  FILLER             PIC X(26) VALUE SPACES.
       01  DEDUCTION-DETAIL-LINE.
           05  FILLER                PIC X(12)    VALUE SPACES.
           05  FILLER                PIC X(10)    VALUE "DEDUCTION ".
           05  DD-CODE               PIC XX.
           05  FILLER                PIC X(2)     VALUE SPACES.
           05  DD-AMOUNT             PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(65)    VALUE SPACES.
       01  CODE-TOTAL-LINE.
           05  FILLER                PIC X(6)     VALUE SPACES.
           05  FILLER                PIC X(15)    VALUE
                                     "DEDUCTION CODE ".
           05  CT-CODE               PIC XX.
           05  FILLER                PIC X(9)     VALUE "  TOTAL: ".
           05  CT-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(54)    VALUE SPACES.
       01  RUN-TOTAL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(7)  VALUE "TOTALS ".
           05  FILLER             PIC X(6)  VALUE "EMPS: ".
           05  TL-EMP-COUNT       PIC ZZ,ZZ9.
           05  FILLER             PIC X(9)  VALUE "  GROSS: ".
           05  TL-GROSS           PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(6)  VALUE "  WH: ".
           05  TL-WH              PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(7)  VALUE "  NET: ".
           05  TL-NET             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(16) VALUE SPACES.
       01  REJECT-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(14) VALUE "NOT PAID - EMP".
           05  FILLER             PIC X     VALUE SPACE.
           05  RJ-EMP-NO          PIC X(5).
           05  FILLER             PIC X(7)  VALUE "  TYPE ".
           05  RJ-TYPE            PIC X.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RJ-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RJ-REASON          PIC X(30).
           05  FILLER             PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "OFFCYCLE.DAT NOT FOUND - NOTHING TO PAY"
               STOP RUN
           END-IF
           CLOSE TRANSACTION-FILE
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "employee.dat NOT FOUND - RUN THE CONVERSION"
                   " FIRST"
               STOP RUN
           END-IF
           PERFORM 010-LOAD-PAY-PERIODS
           PERFORM 020-LOAD-TAX-TABLE
           PERFORM 025-LOAD-DEDUCTION-TABLE
           PERFORM 027-LOAD-LEAVE-BALANCES
           PERFORM 028-LOAD-REGULAR-RUN-DATES
           PERFORM 030-LOG-RUN-START
           SORT  SORT-FILE
               ON ASCENDING KEY SORT-EMP-NO
               ON ASCENDING KEY SORT-PAY-TYPE
           USING TRANSACTION-FILE
           GIVING SORTED-TRANSACTION-FILE
           OPEN INPUT SORTED-TRANSACTION-FILE
           OPEN OUTPUT REGISTER-FILE
           OPEN EXTEND PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS NOT = "00"
               OPEN OUTPUT PAY-HISTORY-FILE
           END-IF
           OPEN EXTEND OFF-GL-FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               OPEN OUTPUT OFF-GL-FEED-FILE
           END-IF
           PERFORM 050-PRINT-TITLES
           PERFORM 100-READ-NEXT-TRANSACTION UNTIL EOF-SWITCH = 'Y'
           IF WS-CUR-EMP-NO NOT = SPACES
               PERFORM 200-PAY-EMPLOYEE
           END-IF
           PERFORM 500-PRINT-RUN-TOTALS
           PERFORM 610-APPEND-TOTALS-HISTORY
           PERFORM 620-ADD-TO-GL-TOTALS
           PERFORM 420-WRITE-BANK-FILE
           IF RETURN-CODE = ZERO
               PERFORM 430-RETIRE-TRANSACTIONS
               IF WS-PAYOUT-COUNT > ZERO
                   PERFORM 440-REWRITE-BALANCE-FILE
               END-IF
           END-IF
           CLOSE SORTED-TRANSACTION-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE REGISTER-FILE
           CLOSE PAY-HISTORY-FILE
           CLOSE OFF-GL-FEED-FILE
           PERFORM 040-LOG-RUN-END
           DISPLAY "OFF-CYCLE RUN COMPLETE - " WS-PAID-COUNT " PAID, "
               WS-REJECT-COUNT " TRANSACTIONS NOT PAID"
           STOP RUN.
      ******************************************************************
      * Periods per year off the PAYROLL settings on the system
      * parameter master, the same setting PayRun divides by; one
      * not on file is raised on ALERTS.LOG and the default kept.
      ******************************************************************
       010-LOAD-PAY-PERIODS.
           MOVE "PAYROLL" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "PERIODS-YEAR" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > ZERO
              AND PRM-NUMBER < 100
               MOVE PRM-NUMBER TO WS-PERIODS-PER-YEAR
           END-IF.
      ******************************************************************
      * The bracket set in force on the run date, loaded and checked
      * exactly as PayRun's 020-LOAD-TAX-TABLE does.
      ******************************************************************
       020-LOAD-TAX-TABLE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  WS-DAY   DELIMITED BY SIZE
                  INTO WS-TAX-TODAY-YMD
           END-STRING
           PERFORM 021-PICK-BRACKET-SET
           MOVE "N" TO WS-TAX-EOF
           OPEN INPUT TAX-FILE
           IF WS-TAX-STATUS = "00"
               PERFORM UNTIL WS-TAX-EOF = "Y"
                   READ TAX-FILE
                       AT END
                           MOVE "Y" TO WS-TAX-EOF
                       NOT AT END
                           PERFORM 023-TAKE-TAX-RECORD-DATE
                           IF WS-TAX-REC-DATE = WS-TAX-BEST-DATE
                               ADD 1 TO WS-TAX-COUNT
                               SET TAX-SUB TO WS-TAX-COUNT
                               IF TAX-IN-RATE IS NUMERIC
                                   MOVE TAX-IN-BRACKET
                                       TO TAX-BRACKET (TAX-SUB)
                                   MOVE TAX-IN-RATE
                                       TO TAX-RATE (TAX-SUB)
                               ELSE
                                   MOVE TAX-OLD-BRACKET
                                       TO TAX-BRACKET (TAX-SUB)
                                   MOVE TAX-OLD-RATE
                                       TO TAX-RATE (TAX-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-FILE
               PERFORM 024-VALIDATE-BRACKET-SET
           ELSE
               DISPLAY "LAB7TAX.DAT NOT FOUND - NO WITHHOLDING "
                   "THIS RUN"
           END-IF.
       021-PICK-BRACKET-SET.
           MOVE ZERO TO WS-TAX-BEST-DATE
           MOVE "N" TO WS-TAX-BEST-FOUND
           MOVE "N" TO WS-TAX-EOF
           OPEN INPUT TAX-FILE
           IF WS-TAX-STATUS = "00"
               PERFORM UNTIL WS-TAX-EOF = "Y"
                   READ TAX-FILE
                       AT END
                           MOVE "Y" TO WS-TAX-EOF
                       NOT AT END
                           PERFORM 023-TAKE-TAX-RECORD-DATE
                           IF WS-TAX-REC-DATE <= WS-TAX-TODAY-YMD
                               IF WS-TAX-BEST-FOUND = "N"
                                  OR WS-TAX-REC-DATE
                                         > WS-TAX-BEST-DATE
                                   MOVE WS-TAX-REC-DATE
                                       TO WS-TAX-BEST-DATE
                                   MOVE "Y" TO WS-TAX-BEST-FOUND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-FILE
           END-IF
           MOVE "N" TO WS-TAX-EOF.
       023-TAKE-TAX-RECORD-DATE.
           IF TAX-IN-RATE IS NUMERIC
               MOVE TAX-IN-EFF-DATE TO WS-TAX-REC-DATE
           ELSE
               MOVE ZERO TO WS-TAX-REC-DATE
           END-IF.
       024-VALIDATE-BRACKET-SET.
           MOVE "Y" TO WS-TAX-SET-OK
           MOVE ZERO TO WS-TAX-PREV-BRACKET
           PERFORM VARYING TAX-SUB FROM 1 BY 1
                   UNTIL TAX-SUB > WS-TAX-COUNT
               IF TAX-BRACKET (TAX-SUB) <= WS-TAX-PREV-BRACKET
                   MOVE "N" TO WS-TAX-SET-OK
               END-IF
               MOVE TAX-BRACKET (TAX-SUB) TO WS-TAX-PREV-BRACKET
           END-PERFORM
           IF WS-TAX-SET-OK = "N"
               DISPLAY "BRACKET SET EFFECTIVE " WS-TAX-BEST-DATE
                   " DOES NOT ASCEND - SET REJECTED, NO "
                   "WITHHOLDING THIS RUN"
               MOVE ZERO TO WS-TAX-COUNT
           END-IF.
       025-LOAD-DEDUCTION-TABLE.
           OPEN INPUT DEDUCTION-FILE
           IF WS-DED-STATUS = "00"
               PERFORM UNTIL WS-DED-EOF = "Y"
                   READ DEDUCTION-FILE
                       AT END
                           MOVE "Y" TO WS-DED-EOF
                       NOT AT END
                           IF WS-DED-COUNT < 2000
                               ADD 1 TO WS-DED-COUNT
                               MOVE DM-EMP-NO TO
                                   WS-DE-EMP-NO (WS-DED-COUNT)
                               MOVE DM-DED-CODE TO
                                   WS-DE-CODE (WS-DED-COUNT)
                               MOVE DM-METHOD TO
                                   WS-DE-METHOD (WS-DED-COUNT)
                               MOVE DM-AMOUNT TO
                                   WS-DE-AMOUNT (WS-DED-COUNT)
                               MOVE DM-START-DATE TO
                                   WS-DE-START (WS-DED-COUNT)
                               MOVE DM-STOP-DATE TO
                                   WS-DE-STOP (WS-DED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-FILE
           END-IF.
       027-LOAD-LEAVE-BALANCES.
           OPEN INPUT BALANCE-FILE
           IF WS-BAL-STATUS = "00"
               PERFORM UNTIL WS-BAL-EOF = "Y"
                   READ BALANCE-FILE
                       AT END
                           MOVE "Y" TO WS-BAL-EOF
                       NOT AT END
                           IF WS-BAL-COUNT < 2000
                               ADD 1 TO WS-BAL-COUNT
                               MOVE LB-EMP-NO TO
                                   WS-BL-EMP-NO (WS-BAL-COUNT)
                               MOVE LB-VAC-HOURS TO
                                   WS-BL-VAC (WS-BAL-COUNT)
                               MOVE LB-SICK-HOURS TO
                                   WS-BL-SICK (WS-BAL-COUNT)
                               MOVE "N" TO
                                   WS-BL-PAID-OUT (WS-BAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.
       028-LOAD-REGULAR-RUN-DATES.
           OPEN INPUT PAY-TOTALS-HISTORY-FILE
           IF WS-TOTHIST-STATUS = "00"
               PERFORM UNTIL WS-TOTHIST-EOF = "Y"
                   READ PAY-TOTALS-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-TOTHIST-EOF
                       NOT AT END
                           IF NOT TH-OFF-CYCLE-RUN
                              AND TH-RUN-DATE IS NUMERIC
                              AND WS-RUN-DATE-COUNT < 1000
                               ADD 1 TO WS-RUN-DATE-COUNT
                               MOVE TH-RUN-DATE
                                   TO WS-RUN-DATE (WS-RUN-DATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-TOTALS-HISTORY-FILE
           END-IF.
       030-LOG-RUN-START.
           MOVE "OFFCYCLE" TO RH-PROGRAM
           MOVE ZERO TO RH-RUN-NO
           MOVE "STARTED" TO RH-STATUS
           MOVE ZERO TO RH-READ-COUNT
           MOVE ZERO TO RH-WRITTEN-COUNT
           MOVE ZERO TO RH-REJECT-COUNT
           MOVE ZERO TO RH-SKIPPED-COUNT
           PERFORM 035-WRITE-RUN-HISTORY.
       040-LOG-RUN-END.
           MOVE "COMPLETED" TO RH-STATUS
           MOVE WS-READ-COUNT TO RH-READ-COUNT
           MOVE WS-PAID-COUNT TO RH-WRITTEN-COUNT
           MOVE WS-REJECT-COUNT TO RH-REJECT-COUNT
           PERFORM 035-WRITE-RUN-HISTORY.
       035-WRITE-RUN-HISTORY.
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
                                  ==:WS-MONTH-FLD:==    BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==      BY ==WS-DAY==
                                  ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                  ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                  ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  WS-DAY   DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING
           MOVE WS-PERIODS-PER-YEAR TO HD-PERIODS
           WRITE REGISTER-REC FROM REGISTER-TITLE.
      ******************************************************************
      * Transactions arrive in employee order; a change of employee
      * pays the one before, then looks up the new one.
      ******************************************************************
       100-READ-NEXT-TRANSACTION.
           READ SORTED-TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF OC-EMP-NO NOT = WS-CUR-EMP-NO
                       IF WS-CUR-EMP-NO NOT = SPACES
                           PERFORM 200-PAY-EMPLOYEE
                       END-IF
                       PERFORM 110-START-EMPLOYEE
                   END-IF
                   PERFORM 150-TAKE-TRANSACTION
           END-READ.
       110-START-EMPLOYEE.
           MOVE OC-EMP-NO TO WS-CUR-EMP-NO
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE ZERO TO WS-REGULAR-GROSS
           MOVE ZERO TO WS-SUPP-GROSS
           MOVE "N" TO WS-HAS-FINAL
           MOVE "N" TO WS-HAS-PAYOUT
           MOVE "Y" TO WS-EMP-FOUND
           MOVE OC-EMP-NO TO EMP-NO
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "N" TO WS-EMP-FOUND
           END-READ.
      ******************************************************************
      * Validates one transaction and figures its amount. A refused
      * transaction goes on the reject list and pays nothing.
      ******************************************************************
       150-TAKE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-ITEM-NOTE
           MOVE ZERO TO WS-ITEM-AMOUNT
           IF WS-EMP-FOUND = "N"
               MOVE "NOT ON EMPLOYEE FILE" TO WS-REJECT-REASON
           ELSE
               IF WS-ITEM-COUNT NOT < 10
                   MOVE "OVER 10 ITEMS FOR ONE CHECK"
                       TO WS-REJECT-REASON
               ELSE
                   EVALUATE TRUE
                       WHEN OC-FINAL-PAY
                           PERFORM 160-FIGURE-FINAL-PAY
                       WHEN OC-VACATION-PAYOUT
                           PERFORM 170-FIGURE-VACATION-PAYOUT
                       WHEN OC-BONUS
                       WHEN OC-MANUAL-ADJUSTMENT
                           IF OC-AMOUNT IS NUMERIC
                              AND OC-AMOUNT > ZERO
                               MOVE OC-AMOUNT TO WS-ITEM-AMOUNT
                               MOVE OC-REFERENCE TO WS-ITEM-NOTE
                           ELSE
                               MOVE "NO AMOUNT" TO WS-REJECT-REASON
                           END-IF
                       WHEN OTHER
                           MOVE "UNKNOWN PAY TYPE" TO WS-REJECT-REASON
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-ITEM-COUNT
               MOVE OC-PAY-TYPE    TO WS-IT-TYPE (WS-ITEM-COUNT)
               MOVE WS-ITEM-AMOUNT TO WS-IT-AMOUNT (WS-ITEM-COUNT)
               MOVE WS-ITEM-NOTE   TO WS-IT-NOTE (WS-ITEM-COUNT)
               IF OC-FINAL-PAY
                   ADD WS-ITEM-AMOUNT TO WS-REGULAR-GROSS
               ELSE
                   ADD WS-ITEM-AMOUNT TO WS-SUPP-GROSS
               END-IF
           ELSE
               PERFORM 190-REJECT-TRANSACTION
           END-IF.
      ******************************************************************
      * Final pay: the annual salary by the day, from the day after
      * the last regular run on or before the termination date (or
      * the hire date when no regular run has paid the employee yet)
      * through the termination date.
      ******************************************************************
       160-FIGURE-FINAL-PAY.
           IF NOT EMP-TERMINATED OR EMP-TERM-DATE IS NOT NUMERIC
               MOVE "NOT TERMINATED" TO WS-REJECT-REASON
           ELSE
               IF WS-HAS-FINAL = "Y"
                   MOVE "FINAL PAY ALREADY ON THIS CHECK"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE EMP-TERM-DATE TO WS-TERM-YMD
                   MOVE ZERO TO WS-PAID-THRU-YMD
                   PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                           UNTIL WS-RUN-SUB > WS-RUN-DATE-COUNT
                       IF WS-RUN-DATE (WS-RUN-SUB) <= WS-TERM-YMD
                          AND WS-RUN-DATE (WS-RUN-SUB)
                                  > WS-PAID-THRU-YMD
                           MOVE WS-RUN-DATE (WS-RUN-SUB)
                               TO WS-PAID-THRU-YMD
                       END-IF
                   END-PERFORM
                   MOVE ZERO TO WS-HIRE-YMD
                   IF EMP-HIRE-DATE IS NUMERIC
                       MOVE EMP-HIRE-DATE TO WS-HIRE-YMD
                   END-IF
                   PERFORM 165-COUNT-FINAL-DAYS
                   IF WS-FINAL-DAYS NOT > ZERO
                       MOVE "ALREADY PAID THROUGH TERM DATE"
                           TO WS-REJECT-REASON
                   ELSE
                       COMPUTE WS-ITEM-AMOUNT ROUNDED =
                           EMP-SALARY * WS-FINAL-DAYS / 365
                       MOVE WS-FINAL-DAYS TO WS-EDIT-DAYS
                       STRING "THRU "       DELIMITED BY SIZE
                              WS-TERM-YMD   DELIMITED BY SIZE
                              " "           DELIMITED BY SIZE
                              WS-EDIT-DAYS  DELIMITED BY SIZE
                              " DAYS"       DELIMITED BY SIZE
                              INTO WS-ITEM-NOTE
                       END-STRING
                       MOVE "Y" TO WS-HAS-FINAL
                   END-IF
               END-IF
           END-IF.
       165-COUNT-FINAL-DAYS.
           IF WS-HIRE-YMD > WS-PAID-THRU-YMD
              AND WS-HIRE-YMD <= WS-TERM-YMD
               COMPUTE WS-FINAL-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TERM-YMD)
                   - FUNCTION INTEGER-OF-DATE (WS-HIRE-YMD) + 1
           ELSE
               IF WS-PAID-THRU-YMD > ZERO
                   COMPUTE WS-FINAL-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-TERM-YMD)
                       - FUNCTION INTEGER-OF-DATE (WS-PAID-THRU-YMD)
               ELSE
                   MOVE WS-TERM-YMD (7:2) TO WS-FINAL-DAYS
               END-IF
           END-IF.
      ******************************************************************
      * Vacation payout, per the LeaveRpt PAYOUT rule: a terminated
      * employee's whole vacation balance at the salary's hourly
      * rate (2080 hours a year). Sick hours lapse.
      ******************************************************************
       170-FIGURE-VACATION-PAYOUT.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-COUNT
                      OR WS-BL-EMP-NO (WS-BAL-SUB) = OC-EMP-NO
               CONTINUE
           END-PERFORM
           IF NOT EMP-TERMINATED
               MOVE "NOT TERMINATED" TO WS-REJECT-REASON
           ELSE
               IF WS-BAL-SUB > WS-BAL-COUNT
                   MOVE "NO VACATION BALANCE" TO WS-REJECT-REASON
               ELSE
                   IF WS-BL-VAC (WS-BAL-SUB) NOT > ZERO
                       MOVE "NO VACATION BALANCE" TO WS-REJECT-REASON
                   ELSE
                       IF WS-HAS-PAYOUT = "Y"
                           MOVE "PAYOUT ALREADY ON THIS CHECK"
                               TO WS-REJECT-REASON
                       ELSE
                           COMPUTE WS-ITEM-AMOUNT ROUNDED =
                               WS-BL-VAC (WS-BAL-SUB) * EMP-SALARY
                                   / 2080
                           MOVE WS-BL-VAC (WS-BAL-SUB)
                               TO WS-EDIT-HOURS
                           STRING WS-EDIT-HOURS DELIMITED BY SIZE
                                  " HOURS"      DELIMITED BY SIZE
                                  INTO WS-ITEM-NOTE
                           END-STRING
                           MOVE "Y" TO WS-BL-PAID-OUT (WS-BAL-SUB)
                           MOVE "Y" TO WS-HAS-PAYOUT
                           ADD 1 TO WS-PAYOUT-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       190-REJECT-TRANSACTION.
           IF WS-REJECT-COUNT < 500
               ADD 1 TO WS-REJECT-COUNT
               MOVE OC-EMP-NO   TO WS-RJ-EMP-NO (WS-REJECT-COUNT)
               MOVE OC-PAY-TYPE TO WS-RJ-TYPE (WS-REJECT-COUNT)
               IF OC-AMOUNT IS NUMERIC
                   MOVE OC-AMOUNT TO WS-RJ-AMOUNT (WS-REJECT-COUNT)
               ELSE
                   MOVE ZERO TO WS-RJ-AMOUNT (WS-REJECT-COUNT)
               END-IF
               MOVE WS-REJECT-REASON
                   TO WS-RJ-REASON (WS-REJECT-COUNT)
           END-IF.
      ******************************************************************
      * One check for everything the employee was paid: withholding,
      * deductions, the register lines, bank staging and history.
      ******************************************************************
       200-PAY-EMPLOYEE.
           IF WS-ITEM-COUNT > ZERO
               ADD 1 TO WS-PAID-COUNT
               COMPUTE WS-CHECK-GROSS =
                   WS-REGULAR-GROSS + WS-SUPP-GROSS
               PERFORM 300-FIGURE-WITHHOLDING
               COMPUTE WS-CHECK-NET = WS-CHECK-GROSS - WS-CHECK-WH
               PERFORM 350-APPLY-DEDUCTIONS
               PERFORM 410-STAGE-BANK-DETAIL
               PERFORM 400-PRINT-REGISTER-LINE
               PERFORM 380-PRINT-ITEM-LINES
               PERFORM 370-PRINT-DEDUCTION-LINES
               ADD WS-CHECK-GROSS TO WS-GROSS-TOTAL
               ADD WS-CHECK-WH    TO WS-WH-TOTAL
               ADD WS-CHECK-NET   TO WS-NET-TOTAL
               PERFORM 415-WRITE-PAY-HISTORY
           END-IF.
      ******************************************************************
      * Final pay withholds at the salary's average rate, the rate
      * its regular checks carried; the rest is supplemental and
      * withholds at the marginal rate on top of the salary, the
      * difference between the bracket walks with and without it
      * annualized, as PayRun treats supplemental earnings.
      ******************************************************************
       300-FIGURE-WITHHOLDING.
           MOVE ZERO TO WS-CHECK-WH
           MOVE EMP-SALARY TO WS-WH-ANNUAL-BASE
           PERFORM 310-WALK-BRACKETS
           MOVE WS-ANNUAL-WH TO WS-SALARY-WH
           IF WS-REGULAR-GROSS > ZERO AND EMP-SALARY > ZERO
               COMPUTE WS-CHECK-WH ROUNDED =
                   WS-SALARY-WH * WS-REGULAR-GROSS / EMP-SALARY
           END-IF
           IF WS-SUPP-GROSS > ZERO
               COMPUTE WS-WH-ANNUAL-BASE = EMP-SALARY +
                   (WS-SUPP-GROSS * WS-PERIODS-PER-YEAR)
               PERFORM 310-WALK-BRACKETS
               COMPUTE WS-CHECK-WH ROUNDED = WS-CHECK-WH +
                   (WS-ANNUAL-WH - WS-SALARY-WH)
                       / WS-PERIODS-PER-YEAR
           END-IF.
      ******************************************************************
      * PayRun's bracket walk over WS-WH-ANNUAL-BASE.
      ******************************************************************
       310-WALK-BRACKETS.
           MOVE ZERO TO WS-ANNUAL-WH
           MOVE ZERO TO WS-WH-PREV-BOUND
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
                                   - WS-WH-PREV-BOUND
                       END-IF
                       COMPUTE WS-ANNUAL-WH = WS-ANNUAL-WH +
                           (WS-WH-PORTION * TAX-RATE (WS-WH-SUB))
                               / 1000
                   END-IF
                   MOVE TAX-BRACKET (WS-WH-SUB) TO WS-WH-PREV-BOUND
               END-PERFORM
               IF WS-WH-ANNUAL-BASE > WS-WH-PREV-BOUND
                   COMPUTE WS-ANNUAL-WH = WS-ANNUAL-WH +
                       ((WS-WH-ANNUAL-BASE - WS-WH-PREV-BOUND)
                           * TAX-RATE (WS-TAX-COUNT)) / 1000
               END-IF
           END-IF.
      ******************************************************************
      * The employee's active deductions in file order: a percent
      * deduction takes its share of the whole check; a flat
      * deduction is a per-period charge and only comes out of a
      * check carrying final pay.
      ******************************************************************
       350-APPLY-DEDUCTIONS.
           MOVE ZERO TO WS-EMP-DED-TOTAL
           MOVE ZERO TO WS-EMP-STAGE-COUNT
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > WS-DED-COUNT
               IF WS-DE-EMP-NO (WS-DED-SUB) = WS-CUR-EMP-NO
                  AND WS-TODAY-YMD >= WS-DE-START (WS-DED-SUB)
                  AND (WS-DE-STOP (WS-DED-SUB) = ZERO
                       OR WS-TODAY-YMD <= WS-DE-STOP (WS-DED-SUB))
                  AND (WS-DE-METHOD (WS-DED-SUB) = "P"
                       OR WS-HAS-FINAL = "Y")
                   PERFORM 360-TAKE-ONE-DEDUCTION
               END-IF
           END-PERFORM
           SUBTRACT WS-EMP-DED-TOTAL FROM WS-CHECK-NET
           ADD WS-EMP-DED-TOTAL TO WS-RUN-DED-TOTAL.
       360-TAKE-ONE-DEDUCTION.
           IF WS-DE-METHOD (WS-DED-SUB) = "P"
               COMPUTE WS-DED-AMOUNT ROUNDED =
                   WS-CHECK-GROSS
                       * WS-DE-AMOUNT (WS-DED-SUB) / 100
           ELSE
               MOVE WS-DE-AMOUNT (WS-DED-SUB) TO WS-DED-AMOUNT
           END-IF
           ADD WS-DED-AMOUNT TO WS-EMP-DED-TOTAL
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > WS-CODE-COUNT
                      OR WS-CT-CODE (WS-CODE-SUB)
                             = WS-DE-CODE (WS-DED-SUB)
               CONTINUE
           END-PERFORM
           IF WS-CODE-SUB > WS-CODE-COUNT
              AND WS-CODE-COUNT < 100
               ADD 1 TO WS-CODE-COUNT
               MOVE WS-CODE-COUNT TO WS-CODE-SUB
               MOVE WS-DE-CODE (WS-DED-SUB)
                   TO WS-CT-CODE (WS-CODE-SUB)
               MOVE ZERO TO WS-CT-TOTAL (WS-CODE-SUB)
           END-IF
           IF WS-CODE-SUB <= WS-CODE-COUNT
               ADD WS-DED-AMOUNT TO WS-CT-TOTAL (WS-CODE-SUB)
           END-IF
           IF WS-EMP-STAGE-COUNT < 20
               ADD 1 TO WS-EMP-STAGE-COUNT
               MOVE WS-DE-CODE (WS-DED-SUB)
                   TO WS-ES-CODE (WS-EMP-STAGE-COUNT)
               MOVE WS-DED-AMOUNT
                   TO WS-ES-AMOUNT (WS-EMP-STAGE-COUNT)
           END-IF.
       370-PRINT-DEDUCTION-LINES.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > WS-EMP-STAGE-COUNT
               MOVE WS-ES-CODE (WS-DED-SUB)   TO DD-CODE
               MOVE WS-ES-AMOUNT (WS-DED-SUB) TO DD-AMOUNT
               WRITE REGISTER-REC FROM DEDUCTION-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM.
       380-PRINT-ITEM-LINES.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               EVALUATE WS-IT-TYPE (WS-ITEM-SUB)
                   WHEN "F"
                       MOVE "FINAL PAY"         TO ID-DESCRIPTION
                   WHEN "B"
                       MOVE "BONUS"             TO ID-DESCRIPTION
                   WHEN "V"
                       MOVE "VACATION PAYOUT"   TO ID-DESCRIPTION
                   WHEN OTHER
                       MOVE "MANUAL ADJUSTMENT" TO ID-DESCRIPTION
               END-EVALUATE
               MOVE WS-IT-AMOUNT (WS-ITEM-SUB) TO ID-AMOUNT
               MOVE WS-IT-NOTE (WS-ITEM-SUB)   TO ID-NOTE
               WRITE REGISTER-REC FROM ITEM-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM.
       400-PRINT-REGISTER-LINE.
           MOVE WS-CUR-EMP-NO    TO RD-EMP-NO
           MOVE EMP-NAME         TO RD-NAME
           MOVE EMP-TERRITORY-NO TO RD-TERR
           MOVE EMP-OFFICE-NO    TO RD-OFFICE
           MOVE WS-CHECK-GROSS   TO RD-GROSS
           MOVE WS-CHECK-WH      TO RD-WH
           MOVE WS-CHECK-NET     TO RD-NET
           IF WS-PAY-METHOD = "B"
               MOVE "BANK"  TO RD-METHOD
           ELSE
               MOVE "CHECK" TO RD-METHOD
           END-IF
           WRITE REGISTER-REC FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 1 LINES.
      ******************************************************************
      * PayRun's bank staging: bank fields on file and a positive net
      * stage a deposit; otherwise the check is cut by hand.
      ******************************************************************
       410-STAGE-BANK-DETAIL.
           MOVE "C" TO WS-PAY-METHOD
           IF EMP-BANK-ROUTING = SPACES OR WS-CHECK-NET NOT > ZERO
               ADD 1 TO WS-CHECK-PAY-COUNT
               ADD WS-CHECK-NET TO WS-CHECK-NET-TOTAL
           ELSE
               IF WS-BANK-COUNT < 2000
                   MOVE WS-CUR-EMP-NO    TO BD-EMP-NO
                   MOVE EMP-BANK-ROUTING TO BD-ROUTING
                   MOVE EMP-BANK-ACCT    TO BD-ACCT
                   MOVE WS-CHECK-NET     TO BD-NET
                   ADD 1 TO WS-BANK-COUNT
                   ADD WS-CHECK-NET TO WS-BANK-TOTAL
                   MOVE BANK-DETAIL-RECORD
                       TO WS-BANK-ENTRY (WS-BANK-COUNT)
                   MOVE "B" TO WS-PAY-METHOD
               ELSE
                   DISPLAY "BANK TABLE FULL - " WS-CUR-EMP-NO
                       " PAID BY CHECK THIS RUN"
                   ADD 1 TO WS-CHECK-PAY-COUNT
                   ADD WS-CHECK-NET TO WS-CHECK-NET-TOTAL
               END-IF
           END-IF.
       415-WRITE-PAY-HISTORY.
           MOVE SPACES TO PAY-HISTORY-REC
           MOVE WS-CUR-EMP-NO     TO PH-EMP-NO
           MOVE EMP-NAME          TO PH-EMP-NAME
           MOVE WS-TODAY-YMD      TO PH-RUN-DATE
           MOVE EMP-TERRITORY-NO  TO PH-TERRITORY-NO
           MOVE EMP-OFFICE-NO     TO PH-OFFICE-NO
           MOVE WS-CHECK-GROSS    TO PH-GROSS
           MOVE WS-SUPP-GROSS     TO PH-SUPP-GROSS
           MOVE WS-CHECK-WH       TO PH-WH
           MOVE WS-EMP-DED-TOTAL  TO PH-DED-TOTAL
           MOVE WS-CHECK-NET      TO PH-NET
           MOVE ZERO              TO PH-MILEAGE
           MOVE WS-PAY-METHOD     TO PH-PAY-METHOD
           MOVE WS-EMP-STAGE-COUNT TO PH-DED-COUNT
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > WS-EMP-STAGE-COUNT
               MOVE WS-ES-CODE (WS-DED-SUB)
                   TO PH-DED-CODE (WS-DED-SUB)
               MOVE WS-ES-AMOUNT (WS-DED-SUB)
                   TO PH-DED-AMOUNT (WS-DED-SUB)
           END-PERFORM
           WRITE PAY-HISTORY-REC
           MOVE PAY-HISTORY-REC TO OFF-GL-FEED-REC
           WRITE OFF-GL-FEED-REC.
      ******************************************************************
      * PayRun's register-to-bank-file balance check.
      ******************************************************************
       420-WRITE-BANK-FILE.
           IF WS-BANK-TOTAL + WS-CHECK-NET-TOTAL NOT = WS-NET-TOTAL
               DISPLAY "BANK FILE DOES NOT BALANCE TO THE REGISTER"
                   " - PAYBANK.DAT NOT WRITTEN"
               MOVE 1 TO RETURN-CODE
           ELSE
               IF WS-BANK-COUNT > ZERO
                   OPEN OUTPUT BANK-FILE
                   PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
                           UNTIL WS-BANK-SUB > WS-BANK-COUNT
                       MOVE WS-BANK-ENTRY (WS-BANK-SUB) TO BANK-REC
                       WRITE BANK-REC
                   END-PERFORM
                   MOVE WS-BANK-COUNT TO BT-RECORD-COUNT
                   MOVE WS-BANK-TOTAL TO BT-NET-TOTAL
                   MOVE SPACES TO BANK-REC
                   MOVE BANK-TRAILER-RECORD TO BANK-REC
                   WRITE BANK-REC
                   CLOSE BANK-FILE
               END-IF
               DISPLAY "PAYBANK.DAT WRITTEN - " WS-BANK-COUNT
                   " DEPOSITS, " WS-CHECK-PAY-COUNT " BY CHECK"
           END-IF.
      ******************************************************************
      * The paid transaction file moves aside so a rerun cannot pay
      * it twice -- PayRun's PAYSUPP.DAT idiom.
      ******************************************************************
       430-RETIRE-TRANSACTIONS.
           CALL "CBL_COPY_FILE" USING WS-TRANS-NAME
                                      WS-TRANS-POSTED-NAME
               RETURNING WS-CALL-STATUS
           END-CALL
           IF WS-CALL-STATUS = ZERO
               CALL "CBL_DELETE_FILE" USING WS-TRANS-NAME
                   RETURNING WS-CALL-STATUS
               END-CALL
           ELSE
               DISPLAY "WARNING: OFFCYCLE.DAT COULD NOT BE MOVED "
                   "ASIDE - DO NOT RERUN WITHOUT CHECKING"
           END-IF.
      ******************************************************************
      * The vacation paid out is zeroed so it cannot be paid twice;
      * the rest of the file rewrites as it was read.
      ******************************************************************
       440-REWRITE-BALANCE-FILE.
           OPEN OUTPUT BALANCE-FILE
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-COUNT
               IF WS-BL-PAID-OUT (WS-BAL-SUB) = "Y"
                   MOVE ZERO TO WS-BL-VAC (WS-BAL-SUB)
               END-IF
               MOVE SPACES TO BALANCE-REC
               MOVE WS-BL-EMP-NO (WS-BAL-SUB) TO LB-EMP-NO
               MOVE WS-BL-VAC (WS-BAL-SUB)    TO LB-VAC-HOURS
               MOVE WS-BL-SICK (WS-BAL-SUB)   TO LB-SICK-HOURS
               WRITE BALANCE-REC
           END-PERFORM
           CLOSE BALANCE-FILE
           DISPLAY "LEAVEBAL.DAT UPDATED - " WS-PAYOUT-COUNT
               " VACATION BALANCES PAID OUT".
       500-PRINT-RUN-TOTALS.
           MOVE WS-PAID-COUNT  TO TL-EMP-COUNT
           MOVE WS-GROSS-TOTAL TO TL-GROSS
           MOVE WS-WH-TOTAL    TO TL-WH
           MOVE WS-NET-TOTAL   TO TL-NET
           WRITE REGISTER-REC FROM RUN-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > WS-CODE-COUNT
               MOVE WS-CT-CODE (WS-CODE-SUB)  TO CT-CODE
               MOVE WS-CT-TOTAL (WS-CODE-SUB) TO CT-TOTAL
               WRITE REGISTER-REC FROM CODE-TOTAL-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM
           PERFORM VARYING WS-REJECT-SUB FROM 1 BY 1
                   UNTIL WS-REJECT-SUB > WS-REJECT-COUNT
               MOVE WS-RJ-EMP-NO (WS-REJECT-SUB) TO RJ-EMP-NO
               MOVE WS-RJ-TYPE (WS-REJECT-SUB)   TO RJ-TYPE
               MOVE WS-RJ-AMOUNT (WS-REJECT-SUB) TO RJ-AMOUNT
               MOVE WS-RJ-REASON (WS-REJECT-SUB) TO RJ-REASON
               IF WS-REJECT-SUB = 1
                   WRITE REGISTER-REC FROM REJECT-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   WRITE REGISTER-REC FROM REJECT-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM
           IF WS-REJECT-COUNT > ZERO
               DISPLAY "TRANSACTIONS NOT PAID - SEE FOOT OF "
                   "OFFREG.RPT"
           END-IF.
      ******************************************************************
      * The run's totals go on PAYRUN.HST under the run date, marked
      * off-cycle. PAYRUN.TOT is the regular run's and is left alone;
      * the G/L tie-out totals go on OFFRUN.TOT (620).
      ******************************************************************
       610-APPEND-TOTALS-HISTORY.
           IF WS-PAID-COUNT > ZERO
               OPEN EXTEND PAY-TOTALS-HISTORY-FILE
               IF WS-TOTHIST-STATUS NOT = "00"
                   OPEN OUTPUT PAY-TOTALS-HISTORY-FILE
               END-IF
               MOVE SPACES TO PAY-TOTALS-HISTORY-REC
               MOVE WS-TODAY-YMD   TO TH-RUN-DATE
               MOVE WS-PAID-COUNT  TO TH-EMP-COUNT
               MOVE WS-GROSS-TOTAL TO TH-GROSS-TOTAL
               MOVE WS-WH-TOTAL    TO TH-WH-TOTAL
               MOVE WS-NET-TOTAL   TO TH-NET-TOTAL
               MOVE "O"            TO TH-RUN-TYPE
               MOVE ZERO           TO TH-MILEAGE-TOTAL
               WRITE PAY-TOTALS-HISTORY-REC
               CLOSE PAY-TOTALS-HISTORY-FILE
           END-IF.
      ******************************************************************
      * OFFGLFD.DAT is appended to until PayGl posts it, so the
      * totals it ties to are the ones already on OFFRUN.TOT plus
      * this run's. No file (PayGl has retired the last one) starts
      * them from zero. Off-cycle checks carry no mileage.
      ******************************************************************
       620-ADD-TO-GL-TOTALS.
           IF WS-PAID-COUNT > ZERO
               OPEN INPUT OFF-TOTALS-FILE
               IF WS-OFFTOT-STATUS = "00"
                   READ OFF-TOTALS-FILE
                       NOT AT END
                           MOVE OT-EMP-COUNT   TO WS-OT-EMP-COUNT
                           MOVE OT-GROSS-TOTAL TO WS-OT-GROSS
                           MOVE OT-WH-TOTAL    TO WS-OT-WH
                           MOVE OT-NET-TOTAL   TO WS-OT-NET
                   END-READ
                   CLOSE OFF-TOTALS-FILE
               END-IF
               ADD WS-PAID-COUNT  TO WS-OT-EMP-COUNT
               ADD WS-GROSS-TOTAL TO WS-OT-GROSS
               ADD WS-WH-TOTAL    TO WS-OT-WH
               ADD WS-NET-TOTAL   TO WS-OT-NET
               OPEN OUTPUT OFF-TOTALS-FILE
               MOVE SPACES TO OFF-TOTALS-REC
               MOVE WS-OT-EMP-COUNT TO OT-EMP-COUNT
               MOVE WS-OT-GROSS     TO OT-GROSS-TOTAL
               MOVE WS-OT-WH        TO OT-WH-TOTAL
               MOVE WS-OT-NET       TO OT-NET-TOTAL
               MOVE ZERO            TO OT-MILEAGE-TOTAL
               WRITE OFF-TOTALS-REC
               CLOSE OFF-TOTALS-FILE
           END-IF.
       END PROGRAM OffCycle.
