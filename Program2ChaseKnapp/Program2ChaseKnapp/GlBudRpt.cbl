       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlBudRpt.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Monthly budget-versus-actual report. For the report
      *     period (prompted; BATCH takes the current month) every
      *     account budgeted on GLBUDGET.DAT for the year, and every
      *     revenue or expense account with activity, prints its
      *     period and year-to-date actual off GLBAL.DAT against
      *     budget, each with the variance in dollars and percent of
      *     budget. Amounts are in the account's natural direction
      *     and variances are signed favorable-positive: a revenue
      *     account over budget is favorable, any other account over
      *     budget is not. An account whose period or year-to-date
      *     variance is beyond the GLBUDRPT tolerance on SYSPARM.DAT is
      *     flagged; an unfavorable period variance beyond the
      *     tolerance and at least the alert floor also goes to
      *     ALERTS.LOG for the morning alert page. Revenue, expense
      *     and net income totals close the report.
      * Input:
      *     GLBAL.DAT, GLACCT.DAT, GLBUDGET.DAT,
      *     SYSPARM.DAT (tolerance and alert floor)
      * Output:
      *     BUDGET.RPT, ALERTS.LOG (appended; also missing parameters)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  BALANCE-FILE
               ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT  ACCOUNT-FILE
               ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT  BUDGET-FILE
               ASSIGN TO "GLBUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-STATUS.
           SELECT  BUDGET-REPORT-FILE
               ASSIGN TO "BUDGET.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  ALERTS-FILE
               ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
       01  BALANCE-REC.
           05  GB-ACCOUNT            PIC X(8).
           05  FILLER                PIC X.
           05  GB-PERIOD             PIC 9(6).
           05  FILLER                PIC X.
           05  GB-DEBITS             PIC 9(11)V99.
           05  FILLER                PIC X.
           05  GB-CREDITS            PIC 9(11)V99.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-REC.
           05  GA-ACCOUNT         PIC X(8).
           05  FILLER             PIC X.
           05  GA-NAME            PIC X(20).
           05  FILLER             PIC X.
           05  GA-TYPE            PIC X.
       FD  BUDGET-FILE.
       01  BUDGET-REC.
           05  BU-ACCOUNT         PIC X(8).
           05  FILLER             PIC X.
           05  BU-YEAR            PIC 9(4).
           05  BU-PERIOD-GRP      OCCURS 12 TIMES.
               10  FILLER         PIC X.
               10  BU-AMOUNT      PIC 9(9)V99.
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  BUDGET-REPORT-FILE.
       01  BUDGET-REPORT-REC      PIC X(132).
       FD  ALERTS-FILE.
       01  ALERT-OUTREC           PIC X(90).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-BAL-STATUS      PIC XX.
           05  WS-ACCT-STATUS     PIC XX.
           05  WS-BUD-STATUS      PIC XX.
           05  WS-ALERT-STATUS    PIC XX.
           05  WS-ACCT-EOF        PIC X     VALUE "N".
           05  WS-BUD-EOF         PIC X     VALUE "N".
           05  WS-CMD-ARG         PIC X(8)  VALUE SPACES.
           05  WS-RPT-YEAR        PIC 9(4)  VALUE ZERO.
           05  WS-RPT-MONTH       PIC 99    VALUE ZERO.
           05  WS-RPT-PERIOD      PIC 9(6)  VALUE ZERO.
           05  WS-YEAR-START      PIC 9(6)  VALUE ZERO.
           05  WS-ACCT-SUB        PIC 9(4)  VALUE ZERO.
           05  WS-MONTH-SUB       PIC 99    VALUE ZERO.
           05  WS-COL             PIC 9     VALUE ZERO.
      ******************************************************************
      * Compiled-in settings, overridden by SYSPARM.DAT: a variance
      * beyond 10 percent of budget is flagged, and an unfavorable
      * one of 1,000.00 or more is alerted.
      ******************************************************************
           05  WS-TOLERANCE-PCT   PIC 9(3)V9    VALUE 10.0.
           05  WS-ALERT-FLOOR     PIC 9(7)V99   VALUE 1000.00.
           05  WS-FAVOR-DIR       PIC X     VALUE SPACE.
               88  WS-MORE-IS-BETTER        VALUE "R".
           05  WS-LINE-FLAGGED    PIC X     VALUE "N".
           05  WS-ALERT-DUE       PIC X     VALUE "N".
           05  WS-NEEDS-LINE      PIC X     VALUE "N".
           05  WS-ABS-PCT         PIC 9(7)V9    VALUE ZERO.
           05  WS-ABS-VARIANCE    PIC 9(11)V99  VALUE ZERO.
           05  WS-ABS-BUDGET      PIC 9(13)V99  VALUE ZERO.
           05  WS-LINES-PRINTED   PIC 9(4)  VALUE ZERO.
           05  WS-FLAGGED-COUNT   PIC 9(4)  VALUE ZERO.
           05  WS-ALERT-COUNT     PIC 9(4)  VALUE ZERO.
           05  WS-UNKNOWN-COUNT   PIC 9(4)  VALUE ZERO.
           05  WS-VAR-EDIT        PIC ZZ,ZZZ,ZZ9.99-.
      ******************************************************************
      * Column 1 is the report period, column 2 the year to date.
      * Actuals are held as debits less credits; budgets in the
      * account's natural direction.
      ******************************************************************
       01  WS-ACCT-TABLE.
           05  WS-ACCT-COUNT      PIC 9(4)  VALUE ZERO.
           05  WS-ACCT-ENTRY      OCCURS 1000 TIMES.
               10  WS-AC-ACCOUNT  PIC X(8).
               10  WS-AC-NAME     PIC X(20).
               10  WS-AC-TYPE     PIC X.
               10  WS-AC-BUDGETED PIC X.
               10  WS-AC-ACTUAL   PIC S9(13)V99 OCCURS 2 TIMES.
               10  WS-AC-BUDGET   PIC 9(11)V99  OCCURS 2 TIMES.
       01  WS-LINE-AMOUNTS.
           05  WS-LN-ACTUAL       PIC S9(13)V99 OCCURS 2 TIMES.
           05  WS-LN-BUDGET       PIC S9(13)V99 OCCURS 2 TIMES.
           05  WS-LN-VARIANCE     PIC S9(13)V99 OCCURS 2 TIMES.
           05  WS-LN-PCT          PIC S9(7)V9   OCCURS 2 TIMES.
       01  WS-REPORT-TOTALS.
           05  WS-REV-ACTUAL      PIC S9(13)V99 OCCURS 2 TIMES.
           05  WS-REV-BUDGET      PIC S9(13)V99 OCCURS 2 TIMES.
           05  WS-EXP-ACTUAL      PIC S9(13)V99 OCCURS 2 TIMES.
           05  WS-EXP-BUDGET      PIC S9(13)V99 OCCURS 2 TIMES.
      ******************************************************************
      * Shared system parameter table and alert record; see PARMWS
      * and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
       01  BUDGET-HEADING.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(30) VALUE
               "BUDGET VERSUS ACTUAL".
           05  FILLER             PIC X(14) VALUE "PERIOD ENDED  ".
           05  BH-PERIOD-MM       PIC 99.
           05  FILLER             PIC X     VALUE "/".
           05  BH-PERIOD-YYYY     PIC 9(4).
           05  FILLER             PIC X(10) VALUE "    DATE: ".
           COPY DATESTMP REPLACING ==:GRP-LVL:==         BY ==05==
                                   ==:STAMP-GRP:==       BY ==HD-DATE==
                                   ==:FLD-LVL:==         BY ==10==
                                   ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                   ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                   ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           05  FILLER             PIC X(15) VALUE "   TOLERANCE: ".
           05  BH-TOLERANCE       PIC ZZ9.9.
           05  FILLER             PIC X(39) VALUE "%".
       01  BUDGET-GROUP-HEADING.
           05  FILLER             PIC X(31) VALUE SPACES.
           05  FILLER             PIC X(45) VALUE
               "  ----------------- PERIOD ------------------".
           05  FILLER             PIC X(45) VALUE
               "  --------------- YEAR TO DATE --------------".
           05  FILLER             PIC X(11) VALUE SPACES.
       01  BUDGET-COLUMN-HEADING.
           05  FILLER             PIC X(31) VALUE
               "  ACCOUNT  NAME".
           05  FILLER             PIC X(45) VALUE
               "       ACTUAL      BUDGET    VARIANCE   VAR %".
           05  FILLER             PIC X(45) VALUE
               "       ACTUAL      BUDGET    VARIANCE   VAR %".
           05  FILLER             PIC X(11) VALUE SPACES.
       01  BUDGET-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  BD-ACCOUNT         PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  BD-NAME            PIC X(20).
           05  BD-COLUMN-GRP      OCCURS 2 TIMES.
               10  FILLER         PIC X(2).
               10  BD-ACTUAL      PIC ZZ,ZZZ,ZZ9-.
               10  FILLER         PIC X.
               10  BD-BUDGET      PIC ZZ,ZZZ,ZZ9-.
               10  FILLER         PIC X.
               10  BD-VARIANCE    PIC ZZ,ZZZ,ZZ9-.
               10  FILLER         PIC X.
               10  BD-PCT         PIC ZZZ9.9-.
               10  BD-PCT-X       REDEFINES BD-PCT PIC X(7).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  BD-FLAG            PIC X(9).
       01  BUDGET-FOOTING-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  BF-TEXT            PIC X(80).
           05  FILLER             PIC X(50) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           INITIALIZE WS-REPORT-TOTALS
           PERFORM 010-INPUT-REPORT-PERIOD
           PERFORM 015-LOAD-BUDGET-CONTROL
           PERFORM 020-LOAD-ACCOUNT-TABLE
           PERFORM 030-LOAD-BUDGET-TABLE
           OPEN INPUT BALANCE-FILE
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "GLBAL.DAT NOT FOUND - RUN THE LEDGER "
                   "POSTING FIRST"
               STOP RUN
           END-IF
           PERFORM 100-SUM-NEXT-BUCKET UNTIL EOF = "Y"
           CLOSE BALANCE-FILE
           OPEN OUTPUT BUDGET-REPORT-FILE
           PERFORM 200-PRINT-HEADINGS
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               PERFORM 210-PRINT-ONE-ACCOUNT
           END-PERFORM
           PERFORM 300-PRINT-TOTALS
           CLOSE BUDGET-REPORT-FILE
           DISPLAY "BUDGET.RPT GENERATED FOR PERIOD " WS-RPT-PERIOD
               " - " WS-FLAGGED-COUNT " FLAGGED, " WS-ALERT-COUNT
               " ALERTED"
           STOP RUN.
       010-INPUT-REPORT-PERIOD.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           IF WS-CMD-ARG = "BATCH"
               MOVE WS-YEAR  TO WS-RPT-YEAR
               MOVE WS-MONTH TO WS-RPT-MONTH
           ELSE
               DISPLAY 'ENTER REPORT YEAR (YYYY)'
               ACCEPT WS-RPT-YEAR
               DISPLAY 'ENTER REPORT MONTH (MM)'
               ACCEPT WS-RPT-MONTH
               PERFORM UNTIL WS-RPT-YEAR IS NUMERIC AND
                             WS-RPT-MONTH IS NUMERIC AND
                             WS-RPT-MONTH >= 1 AND
                             WS-RPT-MONTH <= 12
                   DISPLAY 'INVALID PERIOD - PLEASE RE-ENTER'
                   DISPLAY 'ENTER REPORT YEAR (YYYY)'
                   ACCEPT WS-RPT-YEAR
                   DISPLAY 'ENTER REPORT MONTH (MM)'
                   ACCEPT WS-RPT-MONTH
               END-PERFORM
           END-IF
           COMPUTE WS-RPT-PERIOD =
               (WS-RPT-YEAR * 100) + WS-RPT-MONTH
           COMPUTE WS-YEAR-START = (WS-RPT-YEAR * 100) + 1.
      ******************************************************************
      * Reads the variance tolerance (percent of budget) and the
      * smallest unfavorable dollar variance worth an alert off the
      * system parameter master; a setting not on file is raised on
      * ALERTS.LOG and the compiled-in one stays in force.
      ******************************************************************
       015-LOAD-BUDGET-CONTROL.
           MOVE "GLBUDRPT" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "TOLERANCE" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 1000
               MOVE PRM-NUMBER TO WS-TOLERANCE-PCT
           END-IF
           MOVE "ALERT-FLOOR" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 10000000
               MOVE PRM-NUMBER TO WS-ALERT-FLOOR
           END-IF.
       020-LOAD-ACCOUNT-TABLE.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS = "00"
               PERFORM UNTIL WS-ACCT-EOF = "Y"
                   READ ACCOUNT-FILE
                       AT END
                           MOVE "Y" TO WS-ACCT-EOF
                       NOT AT END
                           IF WS-ACCT-COUNT < 1000
                               ADD 1 TO WS-ACCT-COUNT
                               MOVE GA-ACCOUNT TO
                                   WS-AC-ACCOUNT (WS-ACCT-COUNT)
                               MOVE GA-NAME TO
                                   WS-AC-NAME (WS-ACCT-COUNT)
                               MOVE GA-TYPE TO
                                   WS-AC-TYPE (WS-ACCT-COUNT)
                               PERFORM 025-CLEAR-ACCOUNT-AMOUNTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           ELSE
               DISPLAY "GLACCT.DAT NOT FOUND - NO ACCOUNT CAN BE "
                   "REPORTED"
           END-IF.
       025-CLEAR-ACCOUNT-AMOUNTS.
           MOVE "N" TO WS-AC-BUDGETED (WS-ACCT-COUNT)
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 2
               MOVE ZERO TO WS-AC-ACTUAL (WS-ACCT-COUNT, WS-COL)
               MOVE ZERO TO WS-AC-BUDGET (WS-ACCT-COUNT, WS-COL)
           END-PERFORM.
      ******************************************************************
      * Only the report year's budgets are wanted: the report month
      * is the period budget, January through it the year to date.
      ******************************************************************
       030-LOAD-BUDGET-TABLE.
           OPEN INPUT BUDGET-FILE
           IF WS-BUD-STATUS NOT = "00"
               DISPLAY "GLBUDGET.DAT NOT FOUND - ALL BUDGETS ZERO"
           ELSE
               PERFORM UNTIL WS-BUD-EOF = "Y"
                   READ BUDGET-FILE
                       AT END
                           MOVE "Y" TO WS-BUD-EOF
                       NOT AT END
                           IF BU-YEAR = WS-RPT-YEAR
                               PERFORM 035-APPLY-ONE-BUDGET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.
       035-APPLY-ONE-BUDGET.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                      OR WS-AC-ACCOUNT (WS-ACCT-SUB) = BU-ACCOUNT
               CONTINUE
           END-PERFORM
           IF WS-ACCT-SUB > WS-ACCT-COUNT
               DISPLAY "BUDGET ACCOUNT " BU-ACCOUNT
                   " NOT ON GLACCT.DAT - IGNORED"
           ELSE
               MOVE "Y" TO WS-AC-BUDGETED (WS-ACCT-SUB)
               MOVE BU-AMOUNT (WS-RPT-MONTH)
                   TO WS-AC-BUDGET (WS-ACCT-SUB, 1)
               MOVE ZERO TO WS-AC-BUDGET (WS-ACCT-SUB, 2)
               PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                       UNTIL WS-MONTH-SUB > WS-RPT-MONTH
                   ADD BU-AMOUNT (WS-MONTH-SUB)
                       TO WS-AC-BUDGET (WS-ACCT-SUB, 2)
               END-PERFORM
           END-IF.
       100-SUM-NEXT-BUCKET.
           READ BALANCE-FILE
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   IF GB-PERIOD >= WS-YEAR-START
                      AND GB-PERIOD <= WS-RPT-PERIOD
                       PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                                  OR WS-AC-ACCOUNT (WS-ACCT-SUB)
                                         = GB-ACCOUNT
                           CONTINUE
                       END-PERFORM
                       IF WS-ACCT-SUB > WS-ACCT-COUNT
                           ADD 1 TO WS-UNKNOWN-COUNT
                       ELSE
                           COMPUTE WS-AC-ACTUAL (WS-ACCT-SUB, 2) =
                               WS-AC-ACTUAL (WS-ACCT-SUB, 2)
                               + GB-DEBITS - GB-CREDITS
                           IF GB-PERIOD = WS-RPT-PERIOD
                               COMPUTE WS-AC-ACTUAL (WS-ACCT-SUB, 1) =
                                   WS-AC-ACTUAL (WS-ACCT-SUB, 1)
                                   + GB-DEBITS - GB-CREDITS
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       200-PRINT-HEADINGS.
           MOVE WS-RPT-MONTH     TO BH-PERIOD-MM
           MOVE WS-RPT-YEAR      TO BH-PERIOD-YYYY
           MOVE WS-MONTH         TO HD-MM
           MOVE WS-DAY           TO HD-DD
           MOVE WS-YEAR          TO HD-YEAR
           MOVE WS-TOLERANCE-PCT TO BH-TOLERANCE
           WRITE BUDGET-REPORT-REC FROM BUDGET-HEADING
           WRITE BUDGET-REPORT-REC FROM BUDGET-GROUP-HEADING
               AFTER ADVANCING 2 LINES
           WRITE BUDGET-REPORT-REC FROM BUDGET-COLUMN-HEADING
               AFTER ADVANCING 1 LINES.
      ******************************************************************
      * An account prints when it is budgeted for the year or, being
      * revenue or expense, has actual activity without a budget.
      ******************************************************************
       210-PRINT-ONE-ACCOUNT.
           MOVE "N" TO WS-NEEDS-LINE
           IF WS-AC-BUDGETED (WS-ACCT-SUB) = "Y"
               MOVE "Y" TO WS-NEEDS-LINE
           END-IF
           IF (WS-AC-TYPE (WS-ACCT-SUB) = "R"
               OR WS-AC-TYPE (WS-ACCT-SUB) = "E")
              AND WS-AC-ACTUAL (WS-ACCT-SUB, 2) NOT = ZERO
               MOVE "Y" TO WS-NEEDS-LINE
           END-IF
           IF WS-NEEDS-LINE = "Y"
               MOVE WS-AC-TYPE (WS-ACCT-SUB) TO WS-FAVOR-DIR
               PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 2
                   IF WS-AC-TYPE (WS-ACCT-SUB) = "R"
                      OR WS-AC-TYPE (WS-ACCT-SUB) = "L"
                      OR WS-AC-TYPE (WS-ACCT-SUB) = "C"
                       COMPUTE WS-LN-ACTUAL (WS-COL) =
                           0 - WS-AC-ACTUAL (WS-ACCT-SUB, WS-COL)
                   ELSE
                       MOVE WS-AC-ACTUAL (WS-ACCT-SUB, WS-COL)
                           TO WS-LN-ACTUAL (WS-COL)
                   END-IF
                   MOVE WS-AC-BUDGET (WS-ACCT-SUB, WS-COL)
                       TO WS-LN-BUDGET (WS-COL)
               END-PERFORM
               MOVE SPACES TO BUDGET-DETAIL-LINE
               MOVE WS-AC-ACCOUNT (WS-ACCT-SUB) TO BD-ACCOUNT
               MOVE WS-AC-NAME (WS-ACCT-SUB)    TO BD-NAME
               PERFORM 250-FORMAT-DETAIL-LINE
               IF WS-AC-BUDGETED (WS-ACCT-SUB) NOT = "Y"
                   MOVE "NO BUDGET" TO BD-FLAG
               END-IF
               WRITE BUDGET-REPORT-REC FROM BUDGET-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-LINES-PRINTED
               IF WS-LINE-FLAGGED = "Y"
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
               IF WS-ALERT-DUE = "Y"
                   PERFORM 260-WRITE-VARIANCE-ALERT
               END-IF
               PERFORM 270-ADD-TO-TOTALS
           END-IF.
      ******************************************************************
      * Fills both column groups from the WS-LN amounts. The variance
      * is favorable-positive; its percent is of the budget's size
      * and is left blank where there is no budget to measure
      * against.
      ******************************************************************
       250-FORMAT-DETAIL-LINE.
           MOVE "N" TO WS-LINE-FLAGGED
           MOVE "N" TO WS-ALERT-DUE
           MOVE SPACES TO BD-FLAG
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 2
               IF WS-MORE-IS-BETTER
                   COMPUTE WS-LN-VARIANCE (WS-COL) =
                       WS-LN-ACTUAL (WS-COL) - WS-LN-BUDGET (WS-COL)
               ELSE
                   COMPUTE WS-LN-VARIANCE (WS-COL) =
                       WS-LN-BUDGET (WS-COL) - WS-LN-ACTUAL (WS-COL)
               END-IF
               MOVE WS-LN-ACTUAL (WS-COL)   TO BD-ACTUAL (WS-COL)
               MOVE WS-LN-BUDGET (WS-COL)   TO BD-BUDGET (WS-COL)
               MOVE WS-LN-VARIANCE (WS-COL) TO BD-VARIANCE (WS-COL)
               IF WS-LN-BUDGET (WS-COL) = ZERO
                   MOVE SPACES TO BD-PCT-X (WS-COL)
               ELSE
                   MOVE WS-LN-BUDGET (WS-COL) TO WS-ABS-BUDGET
                   COMPUTE WS-LN-PCT (WS-COL) ROUNDED =
                       (WS-LN-VARIANCE (WS-COL) * 100) / WS-ABS-BUDGET
                       ON SIZE ERROR
                           MOVE -9999.9 TO WS-LN-PCT (WS-COL)
                   END-COMPUTE
                   IF WS-LN-PCT (WS-COL) > 9999.9
                       MOVE 9999.9 TO WS-LN-PCT (WS-COL)
                   END-IF
                   IF WS-LN-PCT (WS-COL) < -9999.9
                       MOVE -9999.9 TO WS-LN-PCT (WS-COL)
                   END-IF
                   MOVE WS-LN-PCT (WS-COL) TO BD-PCT (WS-COL)
                   MOVE WS-LN-PCT (WS-COL) TO WS-ABS-PCT
                   IF WS-ABS-PCT > WS-TOLERANCE-PCT
                       MOVE "Y" TO WS-LINE-FLAGGED
                       MOVE "*OVER TOL" TO BD-FLAG
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LN-BUDGET (1) NOT = ZERO
              AND WS-LN-PCT (1) < ZERO
               MOVE WS-LN-PCT (1) TO WS-ABS-PCT
               MOVE WS-LN-VARIANCE (1) TO WS-ABS-VARIANCE
               IF WS-ABS-PCT > WS-TOLERANCE-PCT
                  AND WS-ABS-VARIANCE >= WS-ALERT-FLOOR
                   MOVE "Y" TO WS-ALERT-DUE
               END-IF
           END-IF.
      ******************************************************************
      * The unfavorable period variance goes to the central
      * ALERTS.LOG as well as the report.
      ******************************************************************
       260-WRITE-VARIANCE-ALERT.
           MOVE WS-LN-VARIANCE (1) TO WS-VAR-EDIT
           MOVE "GLBUDRPT"        TO ALR-SOURCE-PROGRAM
           MOVE "M"               TO ALR-SEVERITY
           MOVE "GLBUDV"          TO ALR-CODE
           MOVE WS-MONTH          TO ALR-MONTH
           MOVE WS-DAY            TO ALR-DAY
           MOVE WS-YEAR           TO ALR-YEAR
           MOVE SPACES TO ALR-TEXT
           STRING "ACCT " DELIMITED BY SIZE
               WS-AC-ACCOUNT (WS-ACCT-SUB) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-RPT-PERIOD DELIMITED BY SIZE
               " VAR " DELIMITED BY SIZE
               WS-VAR-EDIT DELIMITED BY SIZE
               " VS BUDGET" DELIMITED BY SIZE
               INTO ALR-TEXT
           END-STRING
           OPEN EXTEND ALERTS-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERTS-FILE
           END-IF
           WRITE ALERT-OUTREC FROM ALERT-RECORD
           CLOSE ALERTS-FILE
           ADD 1 TO WS-ALERT-COUNT.
       270-ADD-TO-TOTALS.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 2
               IF WS-AC-TYPE (WS-ACCT-SUB) = "R"
                   ADD WS-LN-ACTUAL (WS-COL) TO WS-REV-ACTUAL (WS-COL)
                   ADD WS-LN-BUDGET (WS-COL) TO WS-REV-BUDGET (WS-COL)
               END-IF
               IF WS-AC-TYPE (WS-ACCT-SUB) = "E"
                   ADD WS-LN-ACTUAL (WS-COL) TO WS-EXP-ACTUAL (WS-COL)
                   ADD WS-LN-BUDGET (WS-COL) TO WS-EXP-BUDGET (WS-COL)
               END-IF
           END-PERFORM.
       300-PRINT-TOTALS.
           MOVE SPACES TO BUDGET-DETAIL-LINE
           MOVE "R" TO WS-FAVOR-DIR
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 2
               MOVE WS-REV-ACTUAL (WS-COL) TO WS-LN-ACTUAL (WS-COL)
               MOVE WS-REV-BUDGET (WS-COL) TO WS-LN-BUDGET (WS-COL)
           END-PERFORM
           MOVE "TOTAL REVENUE" TO BD-NAME
           PERFORM 250-FORMAT-DETAIL-LINE
           WRITE BUDGET-REPORT-REC FROM BUDGET-DETAIL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "E" TO WS-FAVOR-DIR
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 2
               MOVE WS-EXP-ACTUAL (WS-COL) TO WS-LN-ACTUAL (WS-COL)
               MOVE WS-EXP-BUDGET (WS-COL) TO WS-LN-BUDGET (WS-COL)
           END-PERFORM
           MOVE SPACES TO BUDGET-DETAIL-LINE
           MOVE "TOTAL EXPENSE" TO BD-NAME
           PERFORM 250-FORMAT-DETAIL-LINE
           WRITE BUDGET-REPORT-REC FROM BUDGET-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           MOVE "R" TO WS-FAVOR-DIR
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 2
               COMPUTE WS-LN-ACTUAL (WS-COL) =
                   WS-REV-ACTUAL (WS-COL) - WS-EXP-ACTUAL (WS-COL)
               COMPUTE WS-LN-BUDGET (WS-COL) =
                   WS-REV-BUDGET (WS-COL) - WS-EXP-BUDGET (WS-COL)
           END-PERFORM
           MOVE SPACES TO BUDGET-DETAIL-LINE
           MOVE "NET INCOME" TO BD-NAME
           PERFORM 250-FORMAT-DETAIL-LINE
           WRITE BUDGET-REPORT-REC FROM BUDGET-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           MOVE SPACES TO BF-TEXT
           STRING WS-LINES-PRINTED DELIMITED BY SIZE
               " ACCOUNTS REPORTED, " DELIMITED BY SIZE
               WS-FLAGGED-COUNT DELIMITED BY SIZE
               " BEYOND TOLERANCE, " DELIMITED BY SIZE
               WS-ALERT-COUNT DELIMITED BY SIZE
               " ALERTED" DELIMITED BY SIZE
               INTO BF-TEXT
           END-STRING
           WRITE BUDGET-REPORT-REC FROM BUDGET-FOOTING-LINE
               AFTER ADVANCING 2 LINES
           IF WS-UNKNOWN-COUNT > ZERO
               MOVE SPACES TO BF-TEXT
               STRING WS-UNKNOWN-COUNT DELIMITED BY SIZE
                   " LEDGER BUCKETS FOR ACCOUNTS NOT ON GLACCT.DAT"
                       DELIMITED BY SIZE
                   " - NOT REPORTED" DELIMITED BY SIZE
                   INTO BF-TEXT
               END-STRING
               WRITE BUDGET-REPORT-REC FROM BUDGET-FOOTING-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.
       END PROGRAM GlBudRpt.
