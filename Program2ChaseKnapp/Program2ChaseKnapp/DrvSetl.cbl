       IDENTIFICATION DIVISION.
       PROGRAM-ID. DrvSetl.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Pay-period delivery driver settlement. Driver tips and
      *     mileage used to be kept on a clipboard and paid out of
      *     the drawer. Every run PizzaRun put on RUNREG.DAT for a
      *     shift inside the pay period, and returned through DrvRet
      *     (status "R"), totals under its driver's EMP-NO: card
      *     tips collected on the orders, cash tips declared, and
      *     miles driven, reimbursed at the DRVSETL MILE-RATE kept on
      *     the system parameter master SYSPARM.DAT (.655 and a
      *     missing-parameter alert when it is not on file). One
      *     line per driver prints to DRVSETL.RPT, and each
      *     driver's figures go to PAYSUPP.DAT
      *     as supplemental earnings for PayRun: card tips as "TP",
      *     declared cash tips as "TC" and mileage as "MI". Runs
      *     still out (not returned) and drivers not on employee.dat
      *     or terminated print as exceptions and are left for the
      *     next settlement. The runs paid are marked "S" settled on
      *     RUNREG.DAT so they cannot be paid twice. The period is
      *     the open pay period on SYSPARM.DAT (PAYROLL PERIOD-START
      *     and PERIOD-END); with no dates on file it is prompted.
      * Input:
      *     RUNREG.DAT, SYSPARM.DAT (pay period and mileage rate),
      *     employee.dat (indexed)
      * Output:
      *     DRVSETL.RPT (driver settlement report)
      *     PAYSUPP.DAT (supplemental earnings for PayRun, appended)
      *     RUNREG.DAT (runs paid marked settled)
      *     ALERTS.LOG (missing parameters)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  RUN-REGISTER-FILE
               ASSIGN TO "RUNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNREG-STATUS.
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
           SELECT  SETTLEMENT-FILE
               ASSIGN TO "DRVSETL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      * Supplemental earnings handed to PayRun: one record per
      * employee per earnings code, paid in the next pay period and
      * then moved aside by PayRun so it cannot be paid twice.
      ******************************************************************
           SELECT  SUPPLEMENT-FILE
               ASSIGN TO "PAYSUPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-REGISTER-FILE.
       01  RUN-REGISTER-REC.
           05  RG-SHIFT-DATE         PIC 9(8).
           05  FILLER                PIC X.
           05  RG-RUN-NO             PIC 9(3).
           05  FILLER                PIC X.
           05  RG-EMP-NO             PIC X(5).
           05  FILLER                PIC X.
           05  RG-ORDERS             PIC 99.
           05  FILLER                PIC X.
           05  RG-COLLECT            PIC 9(7)V99.
           05  FILLER                PIC X.
           05  RG-CARD-TIPS          PIC 9(5)V99.
           05  FILLER                PIC X.
           05  RG-MILES              PIC 9(4)V9.
           05  FILLER                PIC X.
           05  RG-CASH-TIPS          PIC 9(5)V99.
           05  FILLER                PIC X.
           05  RG-STATUS             PIC X.
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  ALERTS-FILE.
       01  ALERT-OUTREC              PIC X(90).
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
           05  EMP-TERM-DATE         PIC X(8).
           05  EMP-HIRE-DATE         PIC X(8).
           05  EMP-UNUSED            PIC X(15).
           05  EMP-BANK-ROUTING      PIC X(9).
           05  EMP-BANK-ACCT         PIC X(11).
       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-REC            PIC X(80).
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
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-RUNREG-STATUS   PIC XX.
           05  WS-EMP-STATUS      PIC XX.
           05  WS-SUPP-STATUS     PIC XX.
           05  WS-REG-EOF         PIC X     VALUE "N".
           05  WS-EMP-AVAILABLE   PIC X     VALUE "N".
           05  WS-DATE-OK         PIC X     VALUE "Y".
           05  WS-RATE-PER-MILE   PIC 9V999 VALUE .655.
           05  WS-PERIOD-START    PIC 9(8)  VALUE ZERO.
           05  WS-PERIOD-END      PIC 9(8)  VALUE ZERO.
           05  WS-SUPP-YYYYMM     PIC 9(6)  VALUE ZERO.
      ******************************************************************
      * Shared system parameter table and alert record; see PARMWS
      * and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
       01  WS-ENTRY-DATE.
           05  WS-ENTRY-YEAR      PIC 9(4).
           05  WS-ENTRY-MONTH     PIC 99.
           05  WS-ENTRY-DAY       PIC 99.
       01  WS-ENTRY-DATE-NUM REDEFINES WS-ENTRY-DATE PIC 9(8).
      ******************************************************************
      * RUNREG.DAT held whole so the runs paid can be marked and the
      * file rewritten at the end.
      ******************************************************************
       01  WS-REG-TABLE.
           05  WS-REG-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-REG-ENTRY       OCCURS 5000 TIMES
                                  PIC X(55).
       01  WS-REG-WORK.
           05  WS-REG-SUB         PIC 9(4)  VALUE ZERO.
           05  WS-OPEN-RUNS       PIC 9(4)  VALUE ZERO.
           05  WS-SETTLED-RUNS    PIC 9(4)  VALUE ZERO.
      ******************************************************************
      * One entry per driver with returned runs in the period.
      ******************************************************************
       01  WS-DRIVER-TABLE.
           05  WS-DRV-COUNT       PIC 99    VALUE ZERO.
           05  WS-DRV-ENTRY       OCCURS 50 TIMES.
               10  WS-DV-EMP-NO   PIC X(5).
               10  WS-DV-NAME     PIC X(20).
               10  WS-DV-PAYABLE  PIC X.
               10  WS-DV-RUNS     PIC 9(3).
               10  WS-DV-MILES    PIC 9(6)V9.
               10  WS-DV-CARD     PIC 9(7)V99.
               10  WS-DV-CASH     PIC 9(7)V99.
               10  WS-DV-MILEAGE  PIC 9(7)V99.
       01  WS-DRIVER-WORK.
           05  WS-DRV-SUB         PIC 99    VALUE ZERO.
           05  WS-DRV-FOUND       PIC 99    VALUE ZERO.
           05  WS-DRV-OVERFLOW    PIC X     VALUE "N".
           05  WS-PAID-COUNT      PIC 99    VALUE ZERO.
           05  WS-HELD-COUNT      PIC 99    VALUE ZERO.
       01  WS-AMOUNT-FIELDS.
           05  WS-TOT-MILES       PIC 9(7)V9    VALUE ZERO.
           05  WS-TOT-CARD        PIC 9(9)V99   VALUE ZERO.
           05  WS-TOT-CASH        PIC 9(9)V99   VALUE ZERO.
           05  WS-TOT-MILEAGE     PIC 9(9)V99   VALUE ZERO.
           05  WS-TOT-SUPP        PIC 9(9)V99   VALUE ZERO.
       01  SETTLEMENT-TITLE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(26) VALUE
                                  "DRIVER SETTLEMENT  PERIOD ".
           05  HD-PERIOD-START    PIC 9(8).
           05  FILLER             PIC X(4)  VALUE " TO ".
           05  HD-PERIOD-END      PIC 9(8).
           05  FILLER             PIC X(8)  VALUE "  DATE: ".
           COPY DATESTMP REPLACING ==:GRP-LVL:==         BY ==05==
                                   ==:STAMP-GRP:==       BY ==HD-DATE==
                                   ==:FLD-LVL:==         BY ==10==
                                   ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                   ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                   ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           05  FILLER             PIC X(10) VALUE SPACES.
       01  RATE-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(23) VALUE
                                  "MILEAGE RATE PER MILE: ".
           05  RH-RATE            PIC 9.999.
           05  FILLER             PIC X(46) VALUE SPACES.
       01  COLUMN-HEADING.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(7)  VALUE "EMP NO".
           05  FILLER             PIC X(17) VALUE "NAME".
           05  FILLER             PIC X(5)  VALUE " RUNS".
           05  FILLER             PIC X(9)  VALUE "    MILES".
           05  FILLER             PIC X(10) VALUE " CARD TIPS".
           05  FILLER             PIC X(10) VALUE " CASH TIPS".
           05  FILLER             PIC X(10) VALUE "   MILEAGE".
           05  FILLER             PIC X(10) VALUE "    STATUS".
       01  DRIVER-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-EMP-NO          PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-NAME            PIC X(16).
           05  FILLER             PIC X     VALUE SPACES.
           05  DL-RUNS            PIC ZZZ9.
           05  DL-MILES           PIC ZZ,ZZ9.9.
           05  FILLER             PIC X     VALUE SPACES.
           05  DL-CARD            PIC ZZ,ZZ9.99.
           05  FILLER             PIC X     VALUE SPACES.
           05  DL-CASH            PIC ZZ,ZZ9.99.
           05  FILLER             PIC X     VALUE SPACES.
           05  DL-MILEAGE         PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-STATUS          PIC X(10).
       01  EXCEPTION-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "RUNS NOT RETURNED - HELD FOR NEXT SETTLEMENT".
           05  FILLER             PIC X(24) VALUE SPACES.
       01  EXCEPTION-LINE.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  FILLER             PIC X(7)  VALUE "SHIFT: ".
           05  EL-SHIFT-DATE      PIC 9(8).
           05  FILLER             PIC X(7)  VALUE "  RUN: ".
           05  EL-RUN-NO          PIC ZZ9.
           05  FILLER             PIC X(10) VALUE "  DRIVER: ".
           05  EL-EMP-NO          PIC X(10).
           05  FILLER             PIC X(10) VALUE "  ORDERS: ".
           05  EL-ORDERS          PIC Z9.
           05  FILLER             PIC X(15) VALUE SPACES.
       01  NOTE-LINE.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  NL-TEXT            PIC X(60).
           05  FILLER             PIC X(12) VALUE SPACES.
       01  RUN-TOTAL-LINE-1.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(22) VALUE "PERIOD TOTALS".
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  RT-MILES           PIC ZZZ,ZZ9.9.
           05  RT-CARD            PIC ZZZ,ZZ9.99.
           05  RT-CASH            PIC ZZZ,ZZ9.99.
           05  RT-MILEAGE         PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(12) VALUE SPACES.
       01  RUN-TOTAL-LINE-2.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(18) VALUE
                                  "SENT TO PAYROLL: ".
           05  RT-SUPP            PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(11) VALUE "  DRIVERS: ".
           05  RT-PAID-COUNT      PIC Z9.
           05  FILLER             PIC X(16) VALUE "  RUNS SETTLED: ".
           05  RT-SETTLED         PIC ZZZ9.
           05  FILLER             PIC X(15) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-INPUT-PAY-PERIOD
           PERFORM 020-LOAD-MILEAGE-RATE
           PERFORM 030-LOAD-RUN-REGISTER
           IF WS-REG-COUNT = ZERO
               DISPLAY "RUNREG.DAT NOT FOUND OR EMPTY - NO RUNS TO "
                   "SETTLE"
               STOP RUN
           END-IF
           PERFORM 100-TOTAL-RETURNED-RUNS
           IF WS-DRV-OVERFLOW = "Y"
               DISPLAY "MORE THAN 50 DRIVERS IN THE PERIOD - "
                   "SETTLEMENT REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200-LOOK-UP-DRIVERS
           OPEN OUTPUT SETTLEMENT-FILE
           PERFORM 300-PRINT-SETTLEMENT
           PERFORM 400-PRINT-OPEN-RUNS
           PERFORM 500-PRINT-RUN-TOTALS
           CLOSE SETTLEMENT-FILE
           IF WS-SETTLED-RUNS > ZERO
               PERFORM 600-REWRITE-RUN-REGISTER
           END-IF
           DISPLAY "DRVSETL.RPT GENERATED - " WS-PAID-COUNT
               " DRIVERS SENT TO PAYROLL, " WS-SETTLED-RUNS
               " RUNS SETTLED"
           IF WS-OPEN-RUNS > ZERO OR WS-HELD-COUNT > ZERO
               DISPLAY "RUNS OR DRIVERS HELD - SEE DRVSETL.RPT"
           END-IF
           STOP RUN.
      ******************************************************************
      * The open period comes off the PAYROLL settings on the system
      * parameter master, the same period PayRun pays from; with no
      * dates on file both ends are prompted.
      ******************************************************************
       010-INPUT-PAY-PERIOD.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
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
           IF WS-PERIOD-START = ZERO OR WS-PERIOD-END = ZERO
               DISPLAY "ENTER PERIOD START DATE (YYYYMMDD)"
               PERFORM 015-ACCEPT-PERIOD-DATE
               MOVE WS-ENTRY-DATE-NUM TO WS-PERIOD-START
               DISPLAY "ENTER PERIOD END DATE (YYYYMMDD)"
               PERFORM 015-ACCEPT-PERIOD-DATE
               MOVE WS-ENTRY-DATE-NUM TO WS-PERIOD-END
               PERFORM UNTIL WS-PERIOD-END >= WS-PERIOD-START
                   DISPLAY "END DATE BEFORE START - RE-ENTER END"
                   PERFORM 015-ACCEPT-PERIOD-DATE
                   MOVE WS-ENTRY-DATE-NUM TO WS-PERIOD-END
               END-PERFORM
           END-IF
           DIVIDE WS-PERIOD-END BY 100 GIVING WS-SUPP-YYYYMM.
       015-ACCEPT-PERIOD-DATE.
           MOVE ZERO TO WS-ENTRY-DATE-NUM
           ACCEPT WS-ENTRY-DATE-NUM
           COPY DATEVAL REPLACING
               ==:WS-YEAR-FLD:==    BY ==WS-ENTRY-YEAR==
               ==:WS-MONTH-FLD:==   BY ==WS-ENTRY-MONTH==
               ==:WS-DAY-FLD:==     BY ==WS-ENTRY-DAY==
               ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
           PERFORM UNTIL WS-DATE-OK = "Y"
               DISPLAY "INVALID DATE - PLEASE RE-ENTER (YYYYMMDD)"
               ACCEPT WS-ENTRY-DATE-NUM
               COPY DATEVAL REPLACING
                   ==:WS-YEAR-FLD:==    BY ==WS-ENTRY-YEAR==
                   ==:WS-MONTH-FLD:==   BY ==WS-ENTRY-MONTH==
                   ==:WS-DAY-FLD:==     BY ==WS-ENTRY-DAY==
                   ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
           END-PERFORM.
      ******************************************************************
      * Reads the rate per mile off the system parameter master; a
      * rate not on file is raised on ALERTS.LOG and the compiled-in
      * default kept, the same way Lab2 reads its tax rate.
      ******************************************************************
       020-LOAD-MILEAGE-RATE.
           MOVE "DRVSETL" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "MILE-RATE" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 10
               MOVE PRM-NUMBER TO WS-RATE-PER-MILE
           END-IF.
       030-LOAD-RUN-REGISTER.
           OPEN INPUT RUN-REGISTER-FILE
           IF WS-RUNREG-STATUS = "00"
               PERFORM UNTIL WS-REG-EOF = "Y"
                   READ RUN-REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-REG-EOF
                       NOT AT END
                           IF WS-REG-COUNT < 5000
                               ADD 1 TO WS-REG-COUNT
                               MOVE RUN-REGISTER-REC
                                   TO WS-REG-ENTRY (WS-REG-COUNT)
                           ELSE
                               DISPLAY "RUNREG.DAT HOLDS MORE THAN "
                                   "5000 RUNS - SETTLE AND ARCHIVE"
                               MOVE "Y" TO WS-REG-EOF
                               MOVE ZERO TO WS-REG-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-REGISTER-FILE
           END-IF.
      ******************************************************************
      * Every returned run with a shift date inside the period adds
      * to its driver's entry; runs still out are only counted here
      * and listed on the exceptions section.
      ******************************************************************
       100-TOTAL-RETURNED-RUNS.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               MOVE WS-REG-ENTRY (WS-REG-SUB) TO RUN-REGISTER-REC
               IF RG-SHIFT-DATE >= WS-PERIOD-START
                  AND RG-SHIFT-DATE <= WS-PERIOD-END
                   IF RG-STATUS = "R"
                       PERFORM 110-ADD-TO-DRIVER
                   END-IF
                   IF RG-STATUS = "O"
                       ADD 1 TO WS-OPEN-RUNS
                   END-IF
               END-IF
           END-PERFORM.
       110-ADD-TO-DRIVER.
           MOVE ZERO TO WS-DRV-FOUND
           PERFORM VARYING WS-DRV-SUB FROM 1 BY 1
                   UNTIL WS-DRV-SUB > WS-DRV-COUNT
                      OR WS-DRV-FOUND > ZERO
               IF WS-DV-EMP-NO (WS-DRV-SUB) = RG-EMP-NO
                   MOVE WS-DRV-SUB TO WS-DRV-FOUND
               END-IF
           END-PERFORM
           IF WS-DRV-FOUND = ZERO
               IF WS-DRV-COUNT < 50
                   ADD 1 TO WS-DRV-COUNT
                   MOVE WS-DRV-COUNT TO WS-DRV-FOUND
                   MOVE RG-EMP-NO TO WS-DV-EMP-NO (WS-DRV-FOUND)
                   MOVE SPACES TO WS-DV-NAME (WS-DRV-FOUND)
                   MOVE "N" TO WS-DV-PAYABLE (WS-DRV-FOUND)
                   MOVE ZERO TO WS-DV-RUNS (WS-DRV-FOUND)
                   MOVE ZERO TO WS-DV-MILES (WS-DRV-FOUND)
                   MOVE ZERO TO WS-DV-CARD (WS-DRV-FOUND)
                   MOVE ZERO TO WS-DV-CASH (WS-DRV-FOUND)
                   MOVE ZERO TO WS-DV-MILEAGE (WS-DRV-FOUND)
               ELSE
                   MOVE "Y" TO WS-DRV-OVERFLOW
               END-IF
           END-IF
           IF WS-DRV-FOUND > ZERO
               ADD 1            TO WS-DV-RUNS (WS-DRV-FOUND)
               ADD RG-MILES     TO WS-DV-MILES (WS-DRV-FOUND)
               ADD RG-CARD-TIPS TO WS-DV-CARD (WS-DRV-FOUND)
               ADD RG-CASH-TIPS TO WS-DV-CASH (WS-DRV-FOUND)
           END-IF.
      ******************************************************************
      * Only a driver on employee.dat and not terminated is paid;
      * anyone else's runs stay returned for the next settlement.
      ******************************************************************
       200-LOOK-UP-DRIVERS.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS = "00"
               MOVE "Y" TO WS-EMP-AVAILABLE
           ELSE
               DISPLAY "employee.dat NOT FOUND - NO DRIVER CAN BE PAID"
           END-IF
           PERFORM VARYING WS-DRV-SUB FROM 1 BY 1
                   UNTIL WS-DRV-SUB > WS-DRV-COUNT
               COMPUTE WS-DV-MILEAGE (WS-DRV-SUB) ROUNDED =
                   WS-DV-MILES (WS-DRV-SUB) * WS-RATE-PER-MILE
               MOVE "** NOT ON FILE **" TO WS-DV-NAME (WS-DRV-SUB)
               IF WS-EMP-AVAILABLE = "Y"
                   MOVE WS-DV-EMP-NO (WS-DRV-SUB) TO EMP-NO
                   READ EMPLOYEE-FILE
                       NOT INVALID KEY
                           MOVE EMP-NAME TO WS-DV-NAME (WS-DRV-SUB)
                           IF EMP-STATUS NOT = "T"
                               MOVE "Y" TO WS-DV-PAYABLE (WS-DRV-SUB)
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           IF WS-EMP-AVAILABLE = "Y"
               CLOSE EMPLOYEE-FILE
           END-IF.
       300-PRINT-SETTLEMENT.
           MOVE WS-PERIOD-START TO HD-PERIOD-START
           MOVE WS-PERIOD-END   TO HD-PERIOD-END
           COPY DATEMOV REPLACING ==:WS-YEAR-FLD:==     BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:==    BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==      BY ==WS-DAY==
                                  ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                  ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                  ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           WRITE SETTLEMENT-REC FROM SETTLEMENT-TITLE
           MOVE WS-RATE-PER-MILE TO RH-RATE
           WRITE SETTLEMENT-REC FROM RATE-HEADING
           WRITE SETTLEMENT-REC FROM COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           OPEN EXTEND SUPPLEMENT-FILE
           IF WS-SUPP-STATUS NOT = "00"
               OPEN OUTPUT SUPPLEMENT-FILE
           END-IF
           PERFORM VARYING WS-DRV-SUB FROM 1 BY 1
                   UNTIL WS-DRV-SUB > WS-DRV-COUNT
               PERFORM 310-PRINT-ONE-DRIVER
           END-PERFORM
           CLOSE SUPPLEMENT-FILE
           IF WS-DRV-COUNT = ZERO
               MOVE "NO RETURNED RUNS IN THE PERIOD" TO NL-TEXT
               WRITE SETTLEMENT-REC FROM NOTE-LINE
           END-IF.
       310-PRINT-ONE-DRIVER.
           MOVE WS-DV-EMP-NO (WS-DRV-SUB)  TO DL-EMP-NO
           MOVE WS-DV-NAME (WS-DRV-SUB)    TO DL-NAME
           MOVE WS-DV-RUNS (WS-DRV-SUB)    TO DL-RUNS
           MOVE WS-DV-MILES (WS-DRV-SUB)   TO DL-MILES
           MOVE WS-DV-CARD (WS-DRV-SUB)    TO DL-CARD
           MOVE WS-DV-CASH (WS-DRV-SUB)    TO DL-CASH
           MOVE WS-DV-MILEAGE (WS-DRV-SUB) TO DL-MILEAGE
           ADD WS-DV-MILES (WS-DRV-SUB)   TO WS-TOT-MILES
           ADD WS-DV-CARD (WS-DRV-SUB)    TO WS-TOT-CARD
           ADD WS-DV-CASH (WS-DRV-SUB)    TO WS-TOT-CASH
           ADD WS-DV-MILEAGE (WS-DRV-SUB) TO WS-TOT-MILEAGE
           IF WS-DV-PAYABLE (WS-DRV-SUB) = "Y"
               MOVE "PAID" TO DL-STATUS
               ADD 1 TO WS-PAID-COUNT
               PERFORM 320-WRITE-SUPPLEMENTS
               PERFORM 330-MARK-DRIVER-RUNS
           ELSE
               MOVE "HELD" TO DL-STATUS
               ADD 1 TO WS-HELD-COUNT
           END-IF
           WRITE SETTLEMENT-REC FROM DRIVER-DETAIL-LINE.
      ******************************************************************
      * One PAYSUPP.DAT record per earnings code with an amount.
      ******************************************************************
       320-WRITE-SUPPLEMENTS.
           MOVE SPACES TO SUPPLEMENT-REC
           MOVE WS-DV-EMP-NO (WS-DRV-SUB) TO SE-EMP-NO
           MOVE WS-SUPP-YYYYMM TO SE-PERIOD
           MOVE "DRVSETL"      TO SE-SOURCE
           IF WS-DV-CARD (WS-DRV-SUB) > ZERO
               MOVE "TP" TO SE-CODE
               MOVE WS-DV-CARD (WS-DRV-SUB) TO SE-AMOUNT
               ADD WS-DV-CARD (WS-DRV-SUB) TO WS-TOT-SUPP
               WRITE SUPPLEMENT-REC
           END-IF
           IF WS-DV-CASH (WS-DRV-SUB) > ZERO
               MOVE "TC" TO SE-CODE
               MOVE WS-DV-CASH (WS-DRV-SUB) TO SE-AMOUNT
               ADD WS-DV-CASH (WS-DRV-SUB) TO WS-TOT-SUPP
               WRITE SUPPLEMENT-REC
           END-IF
           IF WS-DV-MILEAGE (WS-DRV-SUB) > ZERO
               MOVE "MI" TO SE-CODE
               MOVE WS-DV-MILEAGE (WS-DRV-SUB) TO SE-AMOUNT
               ADD WS-DV-MILEAGE (WS-DRV-SUB) TO WS-TOT-SUPP
               WRITE SUPPLEMENT-REC
           END-IF.
       330-MARK-DRIVER-RUNS.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               MOVE WS-REG-ENTRY (WS-REG-SUB) TO RUN-REGISTER-REC
               IF RG-SHIFT-DATE >= WS-PERIOD-START
                  AND RG-SHIFT-DATE <= WS-PERIOD-END
                  AND RG-STATUS = "R"
                  AND RG-EMP-NO = WS-DV-EMP-NO (WS-DRV-SUB)
                   MOVE "S" TO RG-STATUS
                   MOVE RUN-REGISTER-REC TO WS-REG-ENTRY (WS-REG-SUB)
                   ADD 1 TO WS-SETTLED-RUNS
               END-IF
           END-PERFORM.
      ******************************************************************
      * Runs printed but never returned through DrvRet carry no
      * miles or cash tips yet and are held for the next settlement.
      ******************************************************************
       400-PRINT-OPEN-RUNS.
           IF WS-OPEN-RUNS > ZERO
               WRITE SETTLEMENT-REC FROM EXCEPTION-HEADING
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REG-COUNT
                   MOVE WS-REG-ENTRY (WS-REG-SUB) TO RUN-REGISTER-REC
                   IF RG-SHIFT-DATE >= WS-PERIOD-START
                      AND RG-SHIFT-DATE <= WS-PERIOD-END
                      AND RG-STATUS = "O"
                       MOVE RG-SHIFT-DATE TO EL-SHIFT-DATE
                       MOVE RG-RUN-NO     TO EL-RUN-NO
                       IF RG-EMP-NO = SPACES
                           MOVE "UNASSIGNED" TO EL-EMP-NO
                       ELSE
                           MOVE RG-EMP-NO TO EL-EMP-NO
                       END-IF
                       MOVE RG-ORDERS     TO EL-ORDERS
                       WRITE SETTLEMENT-REC FROM EXCEPTION-LINE
                   END-IF
               END-PERFORM
           END-IF.
       500-PRINT-RUN-TOTALS.
           MOVE WS-TOT-MILES   TO RT-MILES
           MOVE WS-TOT-CARD    TO RT-CARD
           MOVE WS-TOT-CASH    TO RT-CASH
           MOVE WS-TOT-MILEAGE TO RT-MILEAGE
           WRITE SETTLEMENT-REC FROM RUN-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES
           MOVE WS-TOT-SUPP     TO RT-SUPP
           MOVE WS-PAID-COUNT   TO RT-PAID-COUNT
           MOVE WS-SETTLED-RUNS TO RT-SETTLED
           WRITE SETTLEMENT-REC FROM RUN-TOTAL-LINE-2
           IF WS-HELD-COUNT > ZERO
               MOVE "HELD DRIVERS ARE NOT ON employee.dat OR ARE "
                   TO NL-TEXT
               WRITE SETTLEMENT-REC FROM NOTE-LINE
               MOVE "TERMINATED - THEIR RUNS STAY RETURNED, UNPAID"
                   TO NL-TEXT
               WRITE SETTLEMENT-REC FROM NOTE-LINE
           END-IF.
       600-REWRITE-RUN-REGISTER.
           OPEN OUTPUT RUN-REGISTER-FILE
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               WRITE RUN-REGISTER-REC FROM WS-REG-ENTRY (WS-REG-SUB)
           END-PERFORM
           CLOSE RUN-REGISTER-FILE.
       END PROGRAM DrvSetl.
