       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetroPay.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Retroactive pay run. A raise on SALHIST.DAT whose effective
      *     date (RAISEEFF.DAT in the salary increase run) is earlier
      *     than the run that granted it leaves pay periods already
      *     paid at the old rate. For every such raise not yet
      *     settled, each regular pay-history period (PAYHIST.DAT)
      *     from the effective date through the raise run is set
      *     against what the new salary would have paid for the
      *     period -- the new salary over the PAYROLL periods per year
      *     (SYSPARM.DAT), the same division PayRun makes -- and the
      *     shortfall is owed. What is owed goes to PAYSUPP.DAT as
      *     supplemental earnings code "RT", which the next PayRun
      *     adds to gross and itemizes as RETRO PAY. The retro
      *     register lists each raise with the employee, the periods
      *     covered, and the amount owed. Hourly, terminated, and
      *     unknown employees are listed for payroll to settle by
      *     hand. Every raise handled is remembered on RETROPD.DAT so
      *     it is never settled twice. Off-cycle checks (PAYRUN.HST
      *     run type "O") are not pay periods and are passed over.
      * Input:
      *     SALHIST.DAT, PAYHIST.DAT, PAYRUN.HST, SYSPARM.DAT,
      *     employee.dat (indexed), RETROPD.DAT
      * Output:
      *     RETRO.RPT (retro register)
      *     PAYSUPP.DAT (supplemental earnings for PayRun, appended)
      *     RETROPD.DAT (raises settled, appended)
      *     ALERTS.LOG (missing parameters)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  SALARY-HISTORY-FILE
               ASSIGN TO "SALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALHIST-STATUS.
           SELECT  PAY-HISTORY-FILE
               ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
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
           SELECT  EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NO
               FILE STATUS IS WS-EMP-STATUS.
           SELECT  SETTLED-FILE
               ASSIGN TO "RETROPD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLED-STATUS.
           SELECT  SUPPLEMENT-FILE
               ASSIGN TO "PAYSUPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT  RETRO-REPORT-FILE
               ASSIGN TO "RETRO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SALARY-HISTORY-FILE.
       01  SALARY-HISTORY-REC.
           05  SH-EMP-NO             PIC X(5).
           05  SH-RUN-NO             PIC 9(6).
           05  SH-DATE               PIC 9(8).
           05  SH-OLD-SALARY         PIC 9(6).
           05  SH-PERCENT            PIC 9V9.
           05  SH-AMOUNT             PIC 9(5)V99.
           05  SH-NEW-SALARY         PIC 9(8)V99.
           05  SH-EFFECTIVE-DATE     PIC 9(8).
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-REC.
           05  PH-EMP-NO             PIC X(5).
           05  PH-EMP-NAME           PIC X(20).
           05  PH-RUN-DATE           PIC 9(8).
           05  PH-TERRITORY-NO       PIC XX.
           05  PH-OFFICE-NO          PIC XX.
           05  PH-GROSS              PIC 9(7)V99.
           05  PH-SUPP-GROSS         PIC 9(7)V99.
           05  FILLER                PIC X(220).
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
           05  FILLER                PIC X(12).
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  ALERTS-FILE.
       01  ALERT-OUTREC              PIC X(90).
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-REC.
           05  EMP-NO                PIC X(5).
           05  EMP-NAME              PIC X(20).
           05  FILLER                PIC X(23).
           05  EMP-STATUS            PIC X.
           05  FILLER                PIC X(16).
           05  EMP-PAY-TYPE          PIC X.
           05  FILLER                PIC X(34).
      ******************************************************************
      * One record per raise settled: the raise (employee and run
      * number), the day this run settled it, and what it paid.
      ******************************************************************
       FD  SETTLED-FILE.
       01  SETTLED-REC.
           05  RP-EMP-NO             PIC X(5).
           05  FILLER                PIC X.
           05  RP-RUN-NO             PIC 9(6).
           05  FILLER                PIC X.
           05  RP-RAISE-DATE         PIC 9(8).
           05  FILLER                PIC X.
           05  RP-SETTLED-DATE       PIC 9(8).
           05  FILLER                PIC X.
           05  RP-AMOUNT             PIC 9(7)V99.
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
       FD  RETRO-REPORT-FILE.
       01  RETRO-REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-SALHIST-STATUS  PIC XX.
           05  WS-PAYHIST-STATUS  PIC XX.
           05  WS-TOTHIST-STATUS  PIC XX.
           05  WS-EMP-STATUS      PIC XX.
           05  WS-SETTLED-STATUS  PIC XX.
           05  WS-SUPP-STATUS     PIC XX.
           05  WS-SALHIST-EOF     PIC X     VALUE "N".
           05  WS-PAYHIST-EOF     PIC X     VALUE "N".
           05  WS-TOTHIST-EOF     PIC X     VALUE "N".
           05  WS-SETTLED-EOF     PIC X     VALUE "N".
           05  WS-RUN-DATES-KNOWN PIC X     VALUE "N".
           05  WS-EMP-AVAILABLE   PIC X     VALUE "N".
           05  WS-REGULAR-RUN     PIC X     VALUE "N".
           05  WS-ALREADY-SETTLED PIC X     VALUE "N".
           05  WS-TODAY           PIC 9(8)  VALUE ZERO.
           05  WS-TODAY-YYYYMM    PIC 9(6)  VALUE ZERO.
           05  WS-PERIODS-PER-YEAR PIC 99   VALUE 24.
           05  WS-PERIOD-SHORT    PIC S9(7)V99 VALUE ZERO.
           05  WS-NOTE            PIC X(50) VALUE SPACES.
      ******************************************************************
      * Shared system parameter table and alert record; see PARMWS
      * and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
       01  WS-SUBSCRIPTS.
           05  WS-RAISE-SUB       PIC 9(4)  VALUE ZERO.
           05  WS-RUN-SUB         PIC 9(4)  VALUE ZERO.
           05  WS-SETTLED-SUB     PIC 9(4)  VALUE ZERO.
       01  WS-RUN-TOTALS.
           05  WS-RAISE-COUNT-SEEN PIC 9(5)  VALUE ZERO.
           05  WS-PAID-COUNT      PIC 9(5)      VALUE ZERO.
           05  WS-HAND-COUNT      PIC 9(5)      VALUE ZERO.
           05  WS-PAID-TOTAL      PIC 9(9)V99   VALUE ZERO.
           05  WS-HAND-TOTAL      PIC 9(9)V99   VALUE ZERO.
      ******************************************************************
      * Regular pay-run dates off PAYRUN.HST. A PAYHIST.DAT record
      * dated only by an off-cycle run is a final or special check,
      * not a pay period.
      ******************************************************************
       01  WS-RUN-DATE-TABLE.
           05  WS-RUN-DATE-COUNT  PIC 9(4)  VALUE ZERO.
           05  WS-RUN-DATE-ENTRY  OCCURS 2000 TIMES.
               10  WS-RD-DATE     PIC 9(8).
       01  WS-SETTLED-TABLE.
           05  WS-SETTLED-COUNT   PIC 9(4)  VALUE ZERO.
           05  WS-SETTLED-ENTRY   OCCURS 5000 TIMES.
               10  WS-ST-EMP-NO   PIC X(5).
               10  WS-ST-RUN-NO   PIC 9(6).
      ******************************************************************
      * The retroactive raises not yet settled, in SALHIST.DAT order,
      * with the periods matched to each and the shortfall owed.
      ******************************************************************
       01  WS-RAISE-TABLE.
           05  WS-RAISE-COUNT     PIC 9(4)  VALUE ZERO.
           05  WS-RAISE-ENTRY     OCCURS 1000 TIMES.
               10  WS-RT-EMP-NO   PIC X(5).
               10  WS-RT-RUN-NO   PIC 9(6).
               10  WS-RT-RAISE-DATE PIC 9(8).
               10  WS-RT-EFF-DATE PIC 9(8).
               10  WS-RT-NEW-PERIOD PIC 9(7)V99.
               10  WS-RT-OWED     PIC 9(7)V99.
               10  WS-RT-PERIODS  PIC 9(3).
               10  WS-RT-FIRST    PIC 9(8).
               10  WS-RT-LAST     PIC 9(8).
       01  RETRO-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(26) VALUE
                                  "RETROACTIVE PAY REGISTER".
           05  FILLER             PIC X(6)  VALUE "DATE: ".
           COPY DATESTMP REPLACING ==:GRP-LVL:==         BY ==05==
                                   ==:STAMP-GRP:==       BY ==HD-DATE==
                                   ==:FLD-LVL:==         BY ==10==
                                   ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                   ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                   ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           05  FILLER             PIC X(16) VALUE
                                  "  PERIODS/YEAR: ".
           05  HD-PERIODS         PIC Z9.
           05  FILLER             PIC X(14) VALUE SPACES.
       01  RETRO-COLUMN-HEADING.
           05  FILLER             PIC X     VALUE SPACES.
           05  FILLER             PIC X(38) VALUE
                "EMP NO EMPLOYEE NAME         EFFECTIVE".
           05  FILLER             PIC X(37) VALUE
                " PERIODS COVERED      PDS AMOUNT OWED".
           05  FILLER             PIC X(4)  VALUE SPACES.
       01  RETRO-DETAIL-LINE.
           05  FILLER             PIC X     VALUE SPACES.
           05  RD-EMP-NO          PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-EMP-NAME        PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-EFF-DATE        PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-FIRST           PIC 9(8).
           05  FILLER             PIC X(3)  VALUE " - ".
           05  RD-LAST            PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-PERIODS         PIC ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-OWED            PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(4)  VALUE SPACES.
       01  RETRO-NOTE-LINE.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  RN-TEXT            PIC X(50).
           05  FILLER             PIC X(22) VALUE SPACES.
       01  RETRO-TOTAL-LINE-1.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(16) VALUE "RAISES SETTLED: ".
           05  RT-RAISE-COUNT     PIC ZZ,ZZ9.
           05  FILLER             PIC X(52) VALUE SPACES.
       01  RETRO-TOTAL-LINE-2.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(18) VALUE
                                  "SENT TO PAYROLL:  ".
           05  RT-PAID-COUNT      PIC ZZ,ZZ9.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  RT-PAID-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(32) VALUE SPACES.
       01  RETRO-TOTAL-LINE-3.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(18) VALUE
                                  "SETTLE BY HAND:   ".
           05  RT-HAND-COUNT      PIC ZZ,ZZ9.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  RT-HAND-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(32) VALUE SPACES.
       01  RETRO-NONE-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
                "NO RETROACTIVE RAISES LEFT TO SETTLE.".
           05  FILLER             PIC X(34) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-SET-RUN-DATE
           PERFORM 020-LOAD-PAY-PERIODS
           PERFORM 030-LOAD-RUN-DATES
           PERFORM 040-LOAD-SETTLED-RAISES
           PERFORM 100-LOAD-RETRO-RAISES
           IF WS-RAISE-COUNT > ZERO
               PERFORM 200-MATCH-PAY-HISTORY
           END-IF
           PERFORM 300-PRINT-REGISTER
           DISPLAY "RETRO.RPT GENERATED - " WS-PAID-COUNT
               " SENT TO PAYROLL, " WS-HAND-COUNT
               " TO SETTLE BY HAND"
           STOP RUN.
       010-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  WS-DAY   DELIMITED BY SIZE
                  INTO WS-TODAY
           END-STRING
           COMPUTE WS-TODAY-YYYYMM = (WS-YEAR * 100) + WS-MONTH.
      ******************************************************************
      * Periods per year off the PAYROLL settings on the system
      * parameter master; one not on file is raised on ALERTS.LOG
      * and the default kept.
      ******************************************************************
       020-LOAD-PAY-PERIODS.
           MOVE "PAYROLL" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "PERIODS-YEAR" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > ZERO
              AND PRM-NUMBER < 100
               MOVE PRM-NUMBER TO WS-PERIODS-PER-YEAR
           END-IF.
      ******************************************************************
      * With no PAYRUN.HST every pay-history record is taken as a
      * regular period.
      ******************************************************************
       030-LOAD-RUN-DATES.
           OPEN INPUT PAY-TOTALS-HISTORY-FILE
           IF WS-TOTHIST-STATUS = "00"
               MOVE "Y" TO WS-RUN-DATES-KNOWN
               PERFORM UNTIL WS-TOTHIST-EOF = "Y"
                   READ PAY-TOTALS-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-TOTHIST-EOF
                       NOT AT END
                           IF NOT TH-OFF-CYCLE-RUN
                              AND WS-RUN-DATE-COUNT < 2000
                               ADD 1 TO WS-RUN-DATE-COUNT
                               MOVE TH-RUN-DATE TO
                                   WS-RD-DATE (WS-RUN-DATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-TOTALS-HISTORY-FILE
           ELSE
               DISPLAY "PAYRUN.HST NOT FOUND - EVERY PAY-HISTORY "
                   "RECORD TAKEN AS A REGULAR PERIOD"
           END-IF.
       040-LOAD-SETTLED-RAISES.
           OPEN INPUT SETTLED-FILE
           IF WS-SETTLED-STATUS = "00"
               PERFORM UNTIL WS-SETTLED-EOF = "Y"
                   READ SETTLED-FILE
                       AT END
                           MOVE "Y" TO WS-SETTLED-EOF
                       NOT AT END
                           IF WS-SETTLED-COUNT < 5000
                               ADD 1 TO WS-SETTLED-COUNT
                               MOVE RP-EMP-NO TO
                                   WS-ST-EMP-NO (WS-SETTLED-COUNT)
                               MOVE RP-RUN-NO TO
                                   WS-ST-RUN-NO (WS-SETTLED-COUNT)
                           ELSE
                               DISPLAY "SETTLED TABLE FULL - RUN "
                                   "REFUSED"
                               CLOSE SETTLED-FILE
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTLED-FILE
           END-IF.
      ******************************************************************
      * A raise is retroactive when it took effect before the run
      * that granted it. Raises posted before effective dates were
      * kept took effect the day they ran and are never retroactive.
      ******************************************************************
       100-LOAD-RETRO-RAISES.
           OPEN INPUT SALARY-HISTORY-FILE
           IF WS-SALHIST-STATUS NOT = "00"
               DISPLAY "SALHIST.DAT NOT FOUND - NO RAISES TO SETTLE"
           ELSE
               PERFORM UNTIL WS-SALHIST-EOF = "Y"
                   READ SALARY-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-SALHIST-EOF
                       NOT AT END
                           IF SH-EFFECTIVE-DATE IS NUMERIC
                              AND SH-EFFECTIVE-DATE > ZERO
                              AND SH-EFFECTIVE-DATE < SH-DATE
                              AND SH-AMOUNT > ZERO
                               PERFORM 110-TAKE-RETRO-RAISE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALARY-HISTORY-FILE
           END-IF.
       110-TAKE-RETRO-RAISE.
           MOVE "N" TO WS-ALREADY-SETTLED
           PERFORM VARYING WS-SETTLED-SUB FROM 1 BY 1
                   UNTIL WS-SETTLED-SUB > WS-SETTLED-COUNT
                      OR WS-ALREADY-SETTLED = "Y"
               IF WS-ST-EMP-NO (WS-SETTLED-SUB) = SH-EMP-NO
                  AND WS-ST-RUN-NO (WS-SETTLED-SUB) = SH-RUN-NO
                   MOVE "Y" TO WS-ALREADY-SETTLED
               END-IF
           END-PERFORM
           IF WS-ALREADY-SETTLED = "N"
               IF WS-RAISE-COUNT >= 1000
                   DISPLAY "RAISE TABLE FULL - " SH-EMP-NO " RUN "
                       SH-RUN-NO " LEFT FOR THE NEXT RETRO RUN"
               ELSE
                   ADD 1 TO WS-RAISE-COUNT
                   MOVE WS-RAISE-COUNT TO WS-RAISE-SUB
                   MOVE SH-EMP-NO   TO WS-RT-EMP-NO (WS-RAISE-SUB)
                   MOVE SH-RUN-NO   TO WS-RT-RUN-NO (WS-RAISE-SUB)
                   MOVE SH-DATE     TO WS-RT-RAISE-DATE (WS-RAISE-SUB)
                   MOVE SH-EFFECTIVE-DATE
                       TO WS-RT-EFF-DATE (WS-RAISE-SUB)
                   COMPUTE WS-RT-NEW-PERIOD (WS-RAISE-SUB) ROUNDED =
                       SH-NEW-SALARY / WS-PERIODS-PER-YEAR
                   MOVE ZERO TO WS-RT-OWED (WS-RAISE-SUB)
                   MOVE ZERO TO WS-RT-PERIODS (WS-RAISE-SUB)
                   MOVE ZERO TO WS-RT-FIRST (WS-RAISE-SUB)
                   MOVE ZERO TO WS-RT-LAST (WS-RAISE-SUB)
               END-IF
           END-IF.
      ******************************************************************
      * One pass over the pay history: every regular period paid from
      * a raise's effective date through the raise run is set against
      * the new salary's period pay. The period's base pay is its
      * gross less the supplemental pay (commission, retro pay, tips,
      * mileage) paid with it. A period already paid at the new rate
      * (or more) owes nothing.
      ******************************************************************
       200-MATCH-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "PAYHIST.DAT NOT FOUND - NO PERIODS HAVE BEEN "
                   "PAID"
           ELSE
               PERFORM UNTIL WS-PAYHIST-EOF = "Y"
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-PAYHIST-EOF
                       NOT AT END
                           PERFORM 210-CHECK-REGULAR-RUN
                           IF WS-REGULAR-RUN = "Y"
                               PERFORM 220-MATCH-ONE-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.
       210-CHECK-REGULAR-RUN.
           IF WS-RUN-DATES-KNOWN = "N"
               MOVE "Y" TO WS-REGULAR-RUN
           ELSE
               MOVE "N" TO WS-REGULAR-RUN
               PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                       UNTIL WS-RUN-SUB > WS-RUN-DATE-COUNT
                          OR WS-REGULAR-RUN = "Y"
                   IF WS-RD-DATE (WS-RUN-SUB) = PH-RUN-DATE
                       MOVE "Y" TO WS-REGULAR-RUN
                   END-IF
               END-PERFORM
           END-IF.
       220-MATCH-ONE-PERIOD.
           PERFORM VARYING WS-RAISE-SUB FROM 1 BY 1
                   UNTIL WS-RAISE-SUB > WS-RAISE-COUNT
               IF WS-RT-EMP-NO (WS-RAISE-SUB) = PH-EMP-NO
                  AND PH-RUN-DATE >= WS-RT-EFF-DATE (WS-RAISE-SUB)
                  AND PH-RUN-DATE <= WS-RT-RAISE-DATE (WS-RAISE-SUB)
                   COMPUTE WS-PERIOD-SHORT =
                       WS-RT-NEW-PERIOD (WS-RAISE-SUB)
                       - (PH-GROSS - PH-SUPP-GROSS)
                   IF WS-PERIOD-SHORT > ZERO
                       ADD WS-PERIOD-SHORT TO WS-RT-OWED (WS-RAISE-SUB)
                       ADD 1 TO WS-RT-PERIODS (WS-RAISE-SUB)
                       IF WS-RT-FIRST (WS-RAISE-SUB) = ZERO
                          OR PH-RUN-DATE < WS-RT-FIRST (WS-RAISE-SUB)
                           MOVE PH-RUN-DATE
                               TO WS-RT-FIRST (WS-RAISE-SUB)
                       END-IF
                       IF PH-RUN-DATE > WS-RT-LAST (WS-RAISE-SUB)
                           MOVE PH-RUN-DATE
                               TO WS-RT-LAST (WS-RAISE-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       300-PRINT-REGISTER.
           OPEN OUTPUT RETRO-REPORT-FILE
           COPY DATEMOV REPLACING ==:WS-YEAR-FLD:==     BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:==    BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==      BY ==WS-DAY==
                                  ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                  ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                  ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           MOVE WS-PERIODS-PER-YEAR TO HD-PERIODS
           WRITE RETRO-REPORT-REC FROM RETRO-HEADING
           IF WS-RAISE-COUNT = ZERO
               WRITE RETRO-REPORT-REC FROM RETRO-NONE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE RETRO-REPORT-REC FROM RETRO-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES
               OPEN INPUT EMPLOYEE-FILE
               IF WS-EMP-STATUS = "00"
                   MOVE "Y" TO WS-EMP-AVAILABLE
               ELSE
                   DISPLAY "employee.dat NOT FOUND - NOTHING CAN BE "
                       "SENT TO PAYROLL"
               END-IF
               OPEN EXTEND SUPPLEMENT-FILE
               IF WS-SUPP-STATUS NOT = "00"
                   OPEN OUTPUT SUPPLEMENT-FILE
               END-IF
               OPEN EXTEND SETTLED-FILE
               IF WS-SETTLED-STATUS NOT = "00"
                   OPEN OUTPUT SETTLED-FILE
               END-IF
               PERFORM VARYING WS-RAISE-SUB FROM 1 BY 1
                       UNTIL WS-RAISE-SUB > WS-RAISE-COUNT
                   PERFORM 310-SETTLE-ONE-RAISE
               END-PERFORM
               CLOSE SETTLED-FILE
               CLOSE SUPPLEMENT-FILE
               IF WS-EMP-AVAILABLE = "Y"
                   CLOSE EMPLOYEE-FILE
               END-IF
           END-IF
           MOVE WS-RAISE-COUNT TO RT-RAISE-COUNT
           MOVE WS-PAID-COUNT  TO RT-PAID-COUNT
           MOVE WS-PAID-TOTAL  TO RT-PAID-TOTAL
           MOVE WS-HAND-COUNT  TO RT-HAND-COUNT
           MOVE WS-HAND-TOTAL  TO RT-HAND-TOTAL
           WRITE RETRO-REPORT-REC FROM RETRO-TOTAL-LINE-1
               AFTER ADVANCING 3 LINES
           WRITE RETRO-REPORT-REC FROM RETRO-TOTAL-LINE-2
               AFTER ADVANCING 1 LINES
           WRITE RETRO-REPORT-REC FROM RETRO-TOTAL-LINE-3
               AFTER ADVANCING 1 LINES
           CLOSE RETRO-REPORT-FILE.
      ******************************************************************
      * Lists the raise, sends what is owed to payroll when the
      * employee is active and salaried (an hourly employee's periods
      * were paid from timecards, not the salary), and marks the
      * raise settled either way.
      ******************************************************************
       310-SETTLE-ONE-RAISE.
           MOVE SPACES TO WS-NOTE
           MOVE SPACES TO RD-EMP-NAME
           IF WS-EMP-AVAILABLE = "Y"
               MOVE WS-RT-EMP-NO (WS-RAISE-SUB) TO EMP-NO
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE "** NOT ON FILE **" TO RD-EMP-NAME
                       MOVE "NOT ON EMPLOYEE FILE - SETTLE BY HAND"
                           TO WS-NOTE
                   NOT INVALID KEY
                       MOVE EMP-NAME TO RD-EMP-NAME
                       IF EMP-STATUS = "T"
                           MOVE "TERMINATED - SETTLE BY HAND"
                               TO WS-NOTE
                       END-IF
                       IF EMP-PAY-TYPE = "H"
                           MOVE "HOURLY - SETTLE BY HAND"
                               TO WS-NOTE
                       END-IF
               END-READ
           ELSE
               MOVE "EMPLOYEE FILE UNAVAILABLE - SETTLE BY HAND"
                   TO WS-NOTE
           END-IF
           MOVE WS-RT-EMP-NO (WS-RAISE-SUB)   TO RD-EMP-NO
           MOVE WS-RT-EFF-DATE (WS-RAISE-SUB) TO RD-EFF-DATE
           MOVE WS-RT-FIRST (WS-RAISE-SUB)    TO RD-FIRST
           MOVE WS-RT-LAST (WS-RAISE-SUB)     TO RD-LAST
           MOVE WS-RT-PERIODS (WS-RAISE-SUB)  TO RD-PERIODS
           MOVE WS-RT-OWED (WS-RAISE-SUB)     TO RD-OWED
           WRITE RETRO-REPORT-REC FROM RETRO-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           IF WS-RT-OWED (WS-RAISE-SUB) = ZERO
               MOVE "NO PERIODS PAID SHORT OF THE NEW RATE - NONE OWED"
                   TO RN-TEXT
               WRITE RETRO-REPORT-REC FROM RETRO-NOTE-LINE
                   AFTER ADVANCING 1 LINES
           ELSE
               IF WS-NOTE = SPACES
                   PERFORM 320-WRITE-RETRO-SUPPLEMENT
               ELSE
                   ADD 1 TO WS-HAND-COUNT
                   ADD WS-RT-OWED (WS-RAISE-SUB) TO WS-HAND-TOTAL
                   MOVE WS-NOTE TO RN-TEXT
                   WRITE RETRO-REPORT-REC FROM RETRO-NOTE-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
           END-IF
           MOVE SPACES TO SETTLED-REC
           MOVE WS-RT-EMP-NO (WS-RAISE-SUB)     TO RP-EMP-NO
           MOVE WS-RT-RUN-NO (WS-RAISE-SUB)     TO RP-RUN-NO
           MOVE WS-RT-RAISE-DATE (WS-RAISE-SUB) TO RP-RAISE-DATE
           MOVE WS-TODAY                        TO RP-SETTLED-DATE
           MOVE WS-RT-OWED (WS-RAISE-SUB)       TO RP-AMOUNT
           WRITE SETTLED-REC.
       320-WRITE-RETRO-SUPPLEMENT.
           ADD 1 TO WS-PAID-COUNT
           ADD WS-RT-OWED (WS-RAISE-SUB) TO WS-PAID-TOTAL
           MOVE SPACES TO SUPPLEMENT-REC
           MOVE WS-RT-EMP-NO (WS-RAISE-SUB) TO SE-EMP-NO
           MOVE "RT"                        TO SE-CODE
           MOVE WS-RT-OWED (WS-RAISE-SUB)   TO SE-AMOUNT
           MOVE WS-TODAY-YYYYMM             TO SE-PERIOD
           MOVE "RETROPAY"                  TO SE-SOURCE
           WRITE SUPPLEMENT-REC.
       END PROGRAM RetroPay.
