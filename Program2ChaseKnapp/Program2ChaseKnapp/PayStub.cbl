       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayStub.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Earnings statements (pay stubs), run right after PayRun.
      *     One statement page per employee paid on the last regular
      *     pay run on PAYRUN.HST, off the PAYHIST.DAT pay history:
      *     the pay period (SYSPARM.DAT) and pay date, gross pay, tax
      *     withheld, each deduction taken under its DEDCODES.DAT
      *     description (DedMaint action "C"; a code without one
      *     prints as "DEDUCTION" and the code), mileage reimbursed
      *     (paid in net but not part of gross), and net pay, each
      *     with its year-to-date figure through the pay date, plus
      *     the remaining LEAVEBAL.DAT vacation and sick hours and
      *     how the pay was delivered. An off-cycle check dated the
      *     same day as the run is on the same statement.
      *     The SSN shows the last four digits only, as on the other
      *     routine outputs, so the run takes no sign-on. Statements
      *     print in office order for distribution; a control page
      *     ties the pay records behind them and their money to the
      *     PAYRUN.HST figures for the pay date.
      * Input:
      *     PAYHIST.DAT, PAYRUN.HST, SYSPARM.DAT, DEDCODES.DAT,
      *     LEAVEBAL.DAT, employee.dat (indexed)
      * Output:
      *     PAYSTUB.RPT (statements by office, control page)
      *     ALERTS.LOG (missing parameters)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PAY-HISTORY-FILE
               ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT  SORT-FILE
               ASSIGN TO "TEMP.SRT".
           SELECT  SORTED-HISTORY-FILE
               ASSIGN TO "PAYSTUB.SRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  STUB-WORK-FILE
               ASSIGN TO "PAYSTUB.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  STUB-SORT-FILE
               ASSIGN TO "TEMP2.SRT".
           SELECT  SORTED-STUB-FILE
               ASSIGN TO "PAYSTUB2.SRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  PAY-TOTALS-HISTORY-FILE
               ASSIGN TO "PAYRUN.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTHIST-STATUS.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-STATUS.
           SELECT  ALERTS-FILE
               ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  CODE-FILE
               ASSIGN TO "DEDCODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-STATUS.
           SELECT  BALANCE-FILE
               ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT  EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NO
               FILE STATUS IS WS-EMP-STATUS.
           SELECT  STUB-FILE
               ASSIGN TO "PAYSTUB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-REC           PIC X(275).
       SD  SORT-FILE.
       01  SORT-HISTORY-REC.
           05  SORT-EMP-NO           PIC X(5).
           05  FILLER                PIC X(20).
           05  SORT-RUN-DATE         PIC 9(8).
           05  FILLER                PIC X(242).
       FD  SORTED-HISTORY-FILE.
       01  SORTED-HISTORY-REC.
           05  PH-EMP-NO             PIC X(5).
           05  PH-EMP-NAME           PIC X(20).
           05  PH-RUN-DATE.
               10  PH-RUN-YEAR       PIC 9(4).
               10  PH-RUN-MONTH      PIC 99.
               10  PH-RUN-DAY        PIC 99.
           05  PH-TERRITORY-NO       PIC XX.
           05  PH-OFFICE-NO          PIC XX.
           05  PH-GROSS              PIC 9(7)V99.
           05  PH-SUPP-GROSS         PIC 9(7)V99.
           05  PH-WH                 PIC 9(7)V99.
           05  PH-DED-TOTAL          PIC 9(7)V99.
           05  PH-NET                PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
           05  PH-PAY-METHOD         PIC X.
           05  PH-DED-COUNT          PIC 99.
           05  PH-DED-ENTRY          OCCURS 20 TIMES.
               10  PH-DED-CODE       PIC XX.
               10  PH-DED-AMOUNT     PIC 9(5)V99.
           05  PH-MILEAGE            PIC 9(7)V99.
      ******************************************************************
      * One record per statement: the employee's current and year-to-
      * date figures, written by the history pass and sorted by office
      * for printing.
      ******************************************************************
       FD  STUB-WORK-FILE.
       01  STUB-WORK-REC             PIC X(474).
       SD  STUB-SORT-FILE.
       01  STUB-SORT-REC.
           05  SS-OFFICE-NO          PIC XX.
           05  SS-EMP-NO             PIC X(5).
           05  FILLER                PIC X(467).
       FD  SORTED-STUB-FILE.
       01  SORTED-STUB-REC.
           05  SK-OFFICE-NO          PIC XX.
           05  SK-EMP-NO             PIC X(5).
           05  SK-EMP-NAME           PIC X(20).
           05  SK-TERRITORY-NO       PIC XX.
           05  SK-PAY-METHOD         PIC X.
           05  SK-CUR-GROSS          PIC 9(7)V99.
           05  SK-CUR-WH             PIC 9(7)V99.
           05  SK-CUR-NET            PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
           05  SK-YTD-GROSS          PIC 9(9)V99.
           05  SK-YTD-WH             PIC 9(9)V99.
           05  SK-YTD-NET            PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.
           05  SK-DED-COUNT          PIC 99.
           05  SK-DED-ENTRY          OCCURS 20 TIMES.
               10  SK-DED-CODE       PIC XX.
               10  SK-DED-CUR        PIC 9(5)V99.
               10  SK-DED-YTD        PIC 9(7)V99.
           05  SK-CUR-MILEAGE        PIC 9(7)V99.
           05  SK-YTD-MILEAGE        PIC 9(9)V99.
       FD  PAY-TOTALS-HISTORY-FILE.
       01  PAY-TOTALS-HISTORY-REC.
           05  TH-RUN-DATE.
               10  TH-RUN-YEAR       PIC 9(4).
               10  TH-RUN-MONTH      PIC 99.
               10  TH-RUN-DAY        PIC 99.
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
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  ALERTS-FILE.
       01  ALERT-OUTREC              PIC X(90).
       FD  CODE-FILE.
       01  CODE-REC.
           05  DC-DED-CODE           PIC XX.
           05  FILLER                PIC X.
           05  DC-DESCRIPTION        PIC X(20).
       FD  BALANCE-FILE.
       01  BALANCE-REC.
           05  LB-EMP-NO             PIC X(5).
           05  FILLER                PIC X.
           05  LB-VAC-HOURS          PIC 9(4)V99.
           05  FILLER                PIC X.
           05  LB-SICK-HOURS         PIC 9(4)V99.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-REC.
           05  EMP-NO                PIC X(5).
           05  EMP-NAME              PIC X(20).
           05  EMP-TERRITORY-NO      PIC XX.
           05  EMP-OFFICE-NO         PIC XX.
           05  EMP-SALARY            PIC 9(6).
           05  EMP-SSN               PIC X(9).
           05  FILLER                PIC X(56).
       FD  STUB-FILE.
       01  STUB-REC                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-PAYHIST-STATUS     PIC XX.
       77  WS-TOTHIST-STATUS     PIC XX.
       77  WS-CODE-STATUS        PIC XX.
       77  WS-BAL-STATUS         PIC XX.
       77  WS-EMP-STATUS         PIC XX.
       77  WS-EMP-OPEN           PIC X     VALUE "N".
       77  WS-HIST-EOF           PIC X     VALUE "N".
       77  WS-STUB-EOF           PIC X     VALUE "N".
       77  WS-TOTHIST-EOF        PIC X     VALUE "N".
       77  WS-CODE-EOF           PIC X     VALUE "N".
       77  WS-BAL-EOF            PIC X     VALUE "N".
       77  WS-PAY-DATE           PIC 9(8)  VALUE ZERO.
       77  WS-PAY-YEAR           PIC 9(4)  VALUE ZERO.
       77  WS-PERIOD-START       PIC 9(8)  VALUE ZERO.
       77  WS-PERIOD-END         PIC 9(8)  VALUE ZERO.
       77  WS-PREV-EMP-NO        PIC X(5)  VALUE SPACES.
       77  WS-PREV-OFFICE-NO     PIC XX    VALUE SPACES.
       77  WS-EMP-SSN            PIC X(9)  VALUE SPACES.
       77  WS-DED-SUB            PIC 99    VALUE ZERO.
       77  WS-FOUND-SUB          PIC 99    VALUE ZERO.
       77  WS-CODE-SUB           PIC 9(3)  VALUE ZERO.
       77  WS-BAL-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-NO-SSN-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-DED-LIMIT-COUNT    PIC 9(5)  VALUE ZERO.
      ******************************************************************
      * Shared system parameter table and alert record; see PARMWS
      * and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
      ******************************************************************
      * DEDCODES.DAT descriptions and LEAVEBAL.DAT balances.
      ******************************************************************
       01  WS-CODE-TABLE.
           05  WS-CODE-COUNT         PIC 9(3)  VALUE ZERO.
           05  WS-CODE-ENTRY         OCCURS 100 TIMES.
               10  WS-DC-CODE        PIC XX.
               10  WS-DC-DESC        PIC X(20).
       01  WS-BAL-TABLE.
           05  WS-BAL-COUNT          PIC 9(4)  VALUE ZERO.
           05  WS-BAL-ENTRY          OCCURS 2000 TIMES.
               10  WS-BL-EMP-NO      PIC X(5).
               10  WS-BL-VAC         PIC 9(4)V99.
               10  WS-BL-SICK        PIC 9(4)V99.
      ******************************************************************
      * The statement being built for the employee in hand. It is
      * only written if the employee was paid on the pay date.
      ******************************************************************
       01  WS-STUB-WORK.
           05  WS-SW-OFFICE-NO       PIC XX.
           05  WS-SW-EMP-NO          PIC X(5).
           05  WS-SW-EMP-NAME        PIC X(20).
           05  WS-SW-TERRITORY-NO    PIC XX.
           05  WS-SW-PAY-METHOD      PIC X.
           05  WS-SW-CUR-GROSS       PIC 9(7)V99.
           05  WS-SW-CUR-WH          PIC 9(7)V99.
           05  WS-SW-CUR-NET         PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
           05  WS-SW-YTD-GROSS       PIC 9(9)V99.
           05  WS-SW-YTD-WH          PIC 9(9)V99.
           05  WS-SW-YTD-NET         PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.
           05  WS-SW-DED-COUNT       PIC 99.
           05  WS-SW-DED-ENTRY       OCCURS 20 TIMES.
               10  WS-SW-DED-CODE    PIC XX.
               10  WS-SW-DED-CUR     PIC 9(5)V99.
               10  WS-SW-DED-YTD     PIC 9(7)V99.
           05  WS-SW-CUR-MILEAGE     PIC 9(7)V99.
           05  WS-SW-YTD-MILEAGE     PIC 9(9)V99.
       01  WS-EMP-FIELDS.
           05  WS-EMP-PAID           PIC X        VALUE "N".
       01  WS-RUN-TOTALS.
           05  WS-STUB-COUNT         PIC 9(5)     VALUE ZERO.
           05  WS-PAY-RECORD-COUNT   PIC 9(5)     VALUE ZERO.
           05  WS-TOT-GROSS          PIC 9(9)V99  VALUE ZERO.
           05  WS-TOT-WH             PIC 9(9)V99  VALUE ZERO.
           05  WS-TOT-NET            PIC S9(9)V99 VALUE ZERO.
           05  WS-RUN-PAY-COUNT      PIC 9(5)     VALUE ZERO.
           05  WS-RUN-GROSS          PIC 9(9)V99  VALUE ZERO.
           05  WS-RUN-WH             PIC 9(9)V99  VALUE ZERO.
           05  WS-RUN-NET            PIC 9(9)V99  VALUE ZERO.
           05  WS-TIES               PIC X        VALUE "N".
       01  STUB-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(18) VALUE "EARNINGS STATEMENT".
           05  FILLER             PIC X(22) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "PAY DATE: ".
           05  SH-PAY-DATE        PIC 9(8).
           05  FILLER             PIC X(16) VALUE SPACES.
       01  STUB-PERIOD-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "PERIOD:   ".
           05  SP-PERIOD-START    PIC 9(8).
           05  FILLER             PIC X(6)  VALUE " THRU ".
           05  SP-PERIOD-END      PIC 9(8).
           05  FILLER             PIC X(42) VALUE SPACES.
       01  STUB-NAME-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "EMPLOYEE: ".
           05  SN-EMP-NO          PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SN-NAME            PIC X(20).
           05  FILLER             PIC X(10) VALUE "  OFFICE: ".
           05  SN-OFFICE-NO       PIC XX.
           05  FILLER             PIC X(13) VALUE "  TERRITORY: ".
           05  SN-TERRITORY-NO    PIC XX.
           05  FILLER             PIC X(10) VALUE SPACES.
       01  STUB-SSN-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "SSN:      ".
           05  SS-SSN             PIC X(15).
           05  FILLER             PIC X(49) VALUE SPACES.
       01  STUB-COLUMN-HEADING.
           05  FILLER             PIC X(36) VALUE SPACES.
           05  FILLER             PIC X(13) VALUE "  THIS PERIOD".
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(15) VALUE "  YEAR TO DATE ".
           05  FILLER             PIC X(12) VALUE SPACES.
       01  STUB-AMOUNT-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  SA-LABEL           PIC X(30).
           05  SA-CURRENT         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  SA-YTD             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(12) VALUE SPACES.
       01  STUB-LEAVE-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(16) VALUE "VACATION HOURS: ".
           05  SL-VAC-HOURS       PIC Z,ZZ9.99.
           05  FILLER             PIC X(16) VALUE "   SICK HOURS: ".
           05  SL-SICK-HOURS      PIC Z,ZZ9.99.
           05  FILLER             PIC X(26) VALUE SPACES.
       01  STUB-METHOD-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "PAID BY:  ".
           05  SM-METHOD          PIC X(14).
           05  FILLER             PIC X(50) VALUE SPACES.
       01  CONTROL-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(34) VALUE
               "EARNINGS STATEMENT CONTROL TOTALS ".
           05  FILLER             PIC X(10) VALUE "PAY DATE: ".
           05  CH-PAY-DATE        PIC 9(8).
           05  FILLER             PIC X(22) VALUE SPACES.
       01  CONTROL-COLUMN-HEADING.
           05  FILLER             PIC X(36) VALUE SPACES.
           05  FILLER             PIC X(13) VALUE "   STATEMENTS".
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(15) VALUE "     PAYRUN.HST".
           05  FILLER             PIC X(12) VALUE SPACES.
       01  CONTROL-COUNT-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  CC-LABEL           PIC X(30).
           05  CC-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(33) VALUE SPACES.
       01  CONTROL-RESULT-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "TIE-OUT: ".
           05  CR-RESULT          PIC X(50).
           05  FILLER             PIC X(15) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-FIND-PAY-RUN
           IF WS-PAY-DATE = ZERO
               DISPLAY "NO REGULAR PAY RUN ON PAYRUN.HST - RUN THE "
                   "PAYROLL FIRST"
               STOP RUN
           END-IF
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "PAYHIST.DAT NOT FOUND - RUN THE PAYROLL "
                   "FIRST"
               STOP RUN
           END-IF
           CLOSE PAY-HISTORY-FILE
           PERFORM 020-LOAD-PAY-PERIOD
           PERFORM 030-LOAD-CODE-DESCRIPTIONS
           PERFORM 040-LOAD-LEAVE-BALANCES
           SORT  SORT-FILE
               ON ASCENDING KEY SORT-EMP-NO
               ON ASCENDING KEY SORT-RUN-DATE
           USING PAY-HISTORY-FILE
           GIVING SORTED-HISTORY-FILE
           OPEN INPUT SORTED-HISTORY-FILE
           OPEN OUTPUT STUB-WORK-FILE
           PERFORM 200-READ-HISTORY-RECORD UNTIL WS-HIST-EOF = "Y"
           IF WS-PREV-EMP-NO NOT = SPACES
               PERFORM 300-FINISH-EMPLOYEE
           END-IF
           CLOSE SORTED-HISTORY-FILE
           CLOSE STUB-WORK-FILE
           SORT  STUB-SORT-FILE
               ON ASCENDING KEY SS-OFFICE-NO
               ON ASCENDING KEY SS-EMP-NO
           USING STUB-WORK-FILE
           GIVING SORTED-STUB-FILE
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS = "00"
               MOVE "Y" TO WS-EMP-OPEN
           ELSE
               DISPLAY "employee.dat NOT FOUND - STATEMENTS PRINT "
                   "WITHOUT SSNS"
           END-IF
           OPEN INPUT SORTED-STUB-FILE
           OPEN OUTPUT STUB-FILE
           PERFORM 400-READ-STUB-RECORD UNTIL WS-STUB-EOF = "Y"
           CLOSE SORTED-STUB-FILE
           IF WS-EMP-OPEN = "Y"
               CLOSE EMPLOYEE-FILE
           END-IF
           PERFORM 500-TIE-OUT-TO-PAY-RUN
           PERFORM 550-PRINT-CONTROL-PAGE
           CLOSE STUB-FILE
           IF WS-TIES = "N"
               DISPLAY "STATEMENTS DO NOT TIE TO PAYRUN.HST - SEE THE "
                   "CONTROL PAGE OF PAYSTUB.RPT"
               MOVE 1 TO RETURN-CODE
           END-IF
           DISPLAY "PAYSTUB.RPT GENERATED - " WS-STUB-COUNT
               " STATEMENTS FOR PAY DATE " WS-PAY-DATE
           STOP RUN.
      ******************************************************************
      * The pay date is the date of the last regular (not off-cycle)
      * run on PAYRUN.HST. The control totals take every run on that
      * date, off-cycle included, since the statements carry both.
      ******************************************************************
       010-FIND-PAY-RUN.
           OPEN INPUT PAY-TOTALS-HISTORY-FILE
           IF WS-TOTHIST-STATUS = "00"
               PERFORM UNTIL WS-TOTHIST-EOF = "Y"
                   READ PAY-TOTALS-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-TOTHIST-EOF
                       NOT AT END
                           IF NOT TH-OFF-CYCLE-RUN
                               MOVE TH-RUN-DATE TO WS-PAY-DATE
                               MOVE TH-RUN-YEAR TO WS-PAY-YEAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-TOTALS-HISTORY-FILE
           END-IF
           IF WS-PAY-DATE > ZERO
               MOVE "N" TO WS-TOTHIST-EOF
               OPEN INPUT PAY-TOTALS-HISTORY-FILE
               PERFORM UNTIL WS-TOTHIST-EOF = "Y"
                   READ PAY-TOTALS-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-TOTHIST-EOF
                       NOT AT END
                           IF TH-RUN-DATE = WS-PAY-DATE
                               ADD TH-EMP-COUNT   TO WS-RUN-PAY-COUNT
                               ADD TH-GROSS-TOTAL TO WS-RUN-GROSS
                               ADD TH-WH-TOTAL    TO WS-RUN-WH
                               ADD TH-NET-TOTAL   TO WS-RUN-NET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-TOTALS-HISTORY-FILE
           END-IF.
      ******************************************************************
      * The period PayRun just paid, off the PAYROLL settings on the
      * system parameter master. Dates not on file leave the period
      * blank on the statements.
      ******************************************************************
       020-LOAD-PAY-PERIOD.
           MOVE "PAYROLL" TO PRM-PROGRAM
           COPY PARMLOAD.
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
           IF WS-PERIOD-END = ZERO
               DISPLAY "SYSPARM.DAT HAS NO PERIOD DATES - STATEMENTS "
                   "PRINT WITHOUT THE PERIOD"
           END-IF.
       030-LOAD-CODE-DESCRIPTIONS.
           OPEN INPUT CODE-FILE
           IF WS-CODE-STATUS = "00"
               PERFORM UNTIL WS-CODE-EOF = "Y"
                   READ CODE-FILE
                       AT END
                           MOVE "Y" TO WS-CODE-EOF
                       NOT AT END
                           IF WS-CODE-COUNT < 100
                               ADD 1 TO WS-CODE-COUNT
                               MOVE DC-DED-CODE TO
                                   WS-DC-CODE (WS-CODE-COUNT)
                               MOVE DC-DESCRIPTION TO
                                   WS-DC-DESC (WS-CODE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CODE-FILE
           END-IF.
       040-LOAD-LEAVE-BALANCES.
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.
      ******************************************************************
      * History pass: everything paid in the pay date's year up to and
      * including the pay date goes to year-to-date; what was paid on
      * the pay date itself is the current column.
      ******************************************************************
       200-READ-HISTORY-RECORD.
           READ SORTED-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF
               NOT AT END
                   IF PH-RUN-YEAR = WS-PAY-YEAR
                      AND PH-RUN-DATE NOT > WS-PAY-DATE
                       PERFORM 210-TAKE-HISTORY-RECORD
                   END-IF
           END-READ.
       210-TAKE-HISTORY-RECORD.
           IF WS-PREV-EMP-NO NOT = SPACES
              AND PH-EMP-NO NOT = WS-PREV-EMP-NO
               PERFORM 300-FINISH-EMPLOYEE
           END-IF
           IF WS-PREV-EMP-NO = SPACES
               MOVE SPACES TO WS-STUB-WORK
               MOVE ZERO TO WS-SW-CUR-GROSS
               MOVE ZERO TO WS-SW-CUR-WH
               MOVE ZERO TO WS-SW-CUR-NET
               MOVE ZERO TO WS-SW-YTD-GROSS
               MOVE ZERO TO WS-SW-YTD-WH
               MOVE ZERO TO WS-SW-YTD-NET
               MOVE ZERO TO WS-SW-CUR-MILEAGE
               MOVE ZERO TO WS-SW-YTD-MILEAGE
               MOVE ZERO TO WS-SW-DED-COUNT
               MOVE "N" TO WS-EMP-PAID
           END-IF
           MOVE PH-EMP-NO   TO WS-PREV-EMP-NO
           MOVE PH-EMP-NO   TO WS-SW-EMP-NO
           MOVE PH-EMP-NAME TO WS-SW-EMP-NAME
           ADD PH-GROSS TO WS-SW-YTD-GROSS
           ADD PH-WH    TO WS-SW-YTD-WH
           ADD PH-NET   TO WS-SW-YTD-NET
           IF PH-MILEAGE IS NOT NUMERIC
               MOVE ZERO TO PH-MILEAGE
           END-IF
           ADD PH-MILEAGE TO WS-SW-YTD-MILEAGE
           IF PH-RUN-DATE = WS-PAY-DATE
               MOVE "Y" TO WS-EMP-PAID
               ADD 1 TO WS-PAY-RECORD-COUNT
               ADD PH-MILEAGE TO WS-SW-CUR-MILEAGE
               MOVE PH-OFFICE-NO    TO WS-SW-OFFICE-NO
               MOVE PH-TERRITORY-NO TO WS-SW-TERRITORY-NO
               MOVE PH-PAY-METHOD   TO WS-SW-PAY-METHOD
               ADD PH-GROSS TO WS-SW-CUR-GROSS
               ADD PH-WH    TO WS-SW-CUR-WH
               ADD PH-NET   TO WS-SW-CUR-NET
           END-IF
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > PH-DED-COUNT
                      OR WS-DED-SUB > 20
               PERFORM 220-ADD-DEDUCTION
           END-PERFORM.
      ******************************************************************
      * A code already on the statement adds to its line; a new code
      * takes the next line, up to the 20 a history record carries.
      ******************************************************************
       220-ADD-DEDUCTION.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > WS-SW-DED-COUNT
               IF WS-SW-DED-CODE (WS-CODE-SUB)
                      = PH-DED-CODE (WS-DED-SUB)
                   MOVE WS-CODE-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               IF WS-SW-DED-COUNT < 20
                   ADD 1 TO WS-SW-DED-COUNT
                   MOVE WS-SW-DED-COUNT TO WS-FOUND-SUB
                   MOVE PH-DED-CODE (WS-DED-SUB)
                       TO WS-SW-DED-CODE (WS-FOUND-SUB)
                   MOVE ZERO TO WS-SW-DED-CUR (WS-FOUND-SUB)
                   MOVE ZERO TO WS-SW-DED-YTD (WS-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-DED-LIMIT-COUNT
                   DISPLAY "MORE THAN 20 DEDUCTION CODES FOR EMPLOYEE "
                       PH-EMP-NO " - CODE " PH-DED-CODE (WS-DED-SUB)
                       " NOT SHOWN"
               END-IF
           END-IF
           IF WS-FOUND-SUB > ZERO
               ADD PH-DED-AMOUNT (WS-DED-SUB)
                   TO WS-SW-DED-YTD (WS-FOUND-SUB)
               IF PH-RUN-DATE = WS-PAY-DATE
                   ADD PH-DED-AMOUNT (WS-DED-SUB)
                       TO WS-SW-DED-CUR (WS-FOUND-SUB)
               END-IF
           END-IF.
      ******************************************************************
      * Only an employee paid on the pay date gets a statement; one
      * paid earlier in the year and not this run is skipped.
      ******************************************************************
       300-FINISH-EMPLOYEE.
           IF WS-EMP-PAID = "Y"
               MOVE WS-STUB-WORK TO STUB-WORK-REC
               WRITE STUB-WORK-REC
           END-IF
           MOVE SPACES TO WS-PREV-EMP-NO.
      ******************************************************************
      * Print pass, in office order.
      ******************************************************************
       400-READ-STUB-RECORD.
           READ SORTED-STUB-FILE
               AT END
                   MOVE "Y" TO WS-STUB-EOF
               NOT AT END
                   ADD 1 TO WS-STUB-COUNT
                   ADD SK-CUR-GROSS TO WS-TOT-GROSS
                   ADD SK-CUR-WH    TO WS-TOT-WH
                   ADD SK-CUR-NET   TO WS-TOT-NET
                   PERFORM 410-FIND-EMPLOYEE-SSN
                   PERFORM 450-PRINT-STATEMENT
           END-READ.
       410-FIND-EMPLOYEE-SSN.
           MOVE SPACES TO WS-EMP-SSN
           IF WS-EMP-OPEN = "Y"
               MOVE SK-EMP-NO TO EMP-NO
               READ EMPLOYEE-FILE
                   NOT INVALID KEY
                       MOVE EMP-SSN TO WS-EMP-SSN
               END-READ
           END-IF
           IF WS-EMP-SSN = SPACES
               ADD 1 TO WS-NO-SSN-COUNT
           END-IF.
       450-PRINT-STATEMENT.
           MOVE WS-PAY-DATE TO SH-PAY-DATE
           IF WS-STUB-COUNT = 1
               WRITE STUB-REC FROM STUB-HEADING
           ELSE
               WRITE STUB-REC FROM STUB-HEADING
                   AFTER ADVANCING PAGE
           END-IF
           MOVE WS-PERIOD-START TO SP-PERIOD-START
           MOVE WS-PERIOD-END   TO SP-PERIOD-END
           WRITE STUB-REC FROM STUB-PERIOD-LINE
               AFTER ADVANCING 1 LINES
           MOVE SK-EMP-NO       TO SN-EMP-NO
           MOVE SK-EMP-NAME     TO SN-NAME
           MOVE SK-OFFICE-NO    TO SN-OFFICE-NO
           MOVE SK-TERRITORY-NO TO SN-TERRITORY-NO
           WRITE STUB-REC FROM STUB-NAME-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO SS-SSN
           IF WS-EMP-SSN = SPACES
               MOVE "NOT ON FILE" TO SS-SSN
           ELSE
               STRING "XXXXX"           DELIMITED BY SIZE
                      WS-EMP-SSN (6:4)  DELIMITED BY SIZE
                      INTO SS-SSN
               END-STRING
           END-IF
           WRITE STUB-REC FROM STUB-SSN-LINE
               AFTER ADVANCING 1 LINES
           WRITE STUB-REC FROM STUB-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE "GROSS PAY" TO SA-LABEL
           MOVE SK-CUR-GROSS TO SA-CURRENT
           MOVE SK-YTD-GROSS TO SA-YTD
           WRITE STUB-REC FROM STUB-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE "TAX WITHHELD" TO SA-LABEL
           MOVE SK-CUR-WH TO SA-CURRENT
           MOVE SK-YTD-WH TO SA-YTD
           WRITE STUB-REC FROM STUB-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > SK-DED-COUNT
                      OR WS-DED-SUB > 20
               PERFORM 460-PRINT-DEDUCTION-LINE
           END-PERFORM
           IF SK-YTD-MILEAGE > ZERO
               MOVE "MILEAGE REIMBURSED" TO SA-LABEL
               MOVE SK-CUR-MILEAGE TO SA-CURRENT
               MOVE SK-YTD-MILEAGE TO SA-YTD
               WRITE STUB-REC FROM STUB-AMOUNT-LINE
                   AFTER ADVANCING 1 LINES
           END-IF
           MOVE "NET PAY" TO SA-LABEL
           MOVE SK-CUR-NET TO SA-CURRENT
           MOVE SK-YTD-NET TO SA-YTD
           WRITE STUB-REC FROM STUB-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE ZERO TO SL-VAC-HOURS
           MOVE ZERO TO SL-SICK-HOURS
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-COUNT
               IF WS-BL-EMP-NO (WS-BAL-SUB) = SK-EMP-NO
                   MOVE WS-BL-VAC (WS-BAL-SUB)  TO SL-VAC-HOURS
                   MOVE WS-BL-SICK (WS-BAL-SUB) TO SL-SICK-HOURS
               END-IF
           END-PERFORM
           WRITE STUB-REC FROM STUB-LEAVE-LINE
               AFTER ADVANCING 2 LINES
           IF SK-PAY-METHOD = "B"
               MOVE "DIRECT DEPOSIT" TO SM-METHOD
           ELSE
               MOVE "CHECK" TO SM-METHOD
           END-IF
           WRITE STUB-REC FROM STUB-METHOD-LINE
               AFTER ADVANCING 1 LINES.
       460-PRINT-DEDUCTION-LINE.
           MOVE SPACES TO SA-LABEL
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > WS-CODE-COUNT
               IF WS-DC-CODE (WS-CODE-SUB) = SK-DED-CODE (WS-DED-SUB)
                   MOVE WS-DC-DESC (WS-CODE-SUB) TO SA-LABEL
               END-IF
           END-PERFORM
           IF SA-LABEL = SPACES
               STRING "DEDUCTION "              DELIMITED BY SIZE
                      SK-DED-CODE (WS-DED-SUB)  DELIMITED BY SIZE
                      INTO SA-LABEL
               END-STRING
           END-IF
           MOVE SK-DED-CUR (WS-DED-SUB) TO SA-CURRENT
           MOVE SK-DED-YTD (WS-DED-SUB) TO SA-YTD
           WRITE STUB-REC FROM STUB-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
      ******************************************************************
      * The statements' money against PAYRUN.HST for the pay date.
      * The count tied is the pay records behind the statements, not
      * the statements: an employee paid by both the regular run and
      * a same-day off-cycle check is one statement but is counted
      * once in each run's PAYRUN.HST row.
      ******************************************************************
       500-TIE-OUT-TO-PAY-RUN.
           IF WS-PAY-RECORD-COUNT = WS-RUN-PAY-COUNT
              AND WS-TOT-GROSS = WS-RUN-GROSS
              AND WS-TOT-WH = WS-RUN-WH
              AND WS-TOT-NET = WS-RUN-NET
               MOVE "Y" TO WS-TIES
           ELSE
               MOVE "N" TO WS-TIES
           END-IF.
       550-PRINT-CONTROL-PAGE.
           MOVE WS-PAY-DATE TO CH-PAY-DATE
           IF WS-STUB-COUNT = ZERO
               WRITE STUB-REC FROM CONTROL-HEADING
           ELSE
               WRITE STUB-REC FROM CONTROL-HEADING
                   AFTER ADVANCING PAGE
           END-IF
           MOVE "STATEMENTS:" TO CC-LABEL
           MOVE WS-STUB-COUNT TO CC-COUNT
           WRITE STUB-REC FROM CONTROL-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE "PAY RECORDS ON STATEMENTS:" TO CC-LABEL
           MOVE WS-PAY-RECORD-COUNT TO CC-COUNT
           WRITE STUB-REC FROM CONTROL-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE "STATEMENTS WITHOUT SSN:" TO CC-LABEL
           MOVE WS-NO-SSN-COUNT TO CC-COUNT
           WRITE STUB-REC FROM CONTROL-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE "DEDUCTION CODES NOT SHOWN:" TO CC-LABEL
           MOVE WS-DED-LIMIT-COUNT TO CC-COUNT
           WRITE STUB-REC FROM CONTROL-COUNT-LINE
               AFTER ADVANCING 1 LINES
           WRITE STUB-REC FROM CONTROL-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE "GROSS PAY" TO SA-LABEL
           MOVE WS-TOT-GROSS TO SA-CURRENT
           MOVE WS-RUN-GROSS TO SA-YTD
           WRITE STUB-REC FROM STUB-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE "TAX WITHHELD" TO SA-LABEL
           MOVE WS-TOT-WH TO SA-CURRENT
           MOVE WS-RUN-WH TO SA-YTD
           WRITE STUB-REC FROM STUB-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE "NET PAY" TO SA-LABEL
           MOVE WS-TOT-NET TO SA-CURRENT
           MOVE WS-RUN-NET TO SA-YTD
           WRITE STUB-REC FROM STUB-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE "PAYRUN.HST PAID COUNT:" TO CC-LABEL
           MOVE WS-RUN-PAY-COUNT TO CC-COUNT
           WRITE STUB-REC FROM CONTROL-COUNT-LINE
               AFTER ADVANCING 2 LINES
           IF WS-TIES = "Y"
               MOVE "IN BALANCE" TO CR-RESULT
           ELSE
               MOVE "OUT OF BALANCE WITH PAYRUN.HST" TO CR-RESULT
           END-IF
           WRITE STUB-REC FROM CONTROL-RESULT-LINE
               AFTER ADVANCING 2 LINES.
       END PROGRAM PayStub.
