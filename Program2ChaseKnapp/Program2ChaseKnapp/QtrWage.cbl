       IDENTIFICATION DIVISION.
       PROGRAM-ID. QtrWage.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Quarterly wage report off the PAYHIST.DAT pay history
      *     PayRun appends: one line per employee with quarter-to-
      *     date and year-to-date gross, withholding, and
      *     deductions, grouped by territory and office with office,
      *     territory, and run totals, and the quarter's deduction
      *     totals by code at the foot. The quarter's history totals
      *     are then tied back to the sum of the PAYRUN.TOT figures
      *     PayRun keeps on PAYRUN.HST for every run dated in the
      *     quarter; a tie-out that does not balance prints OUT OF
      *     BALANCE and the run exits non-zero so the chain flags it.
      *     The report quarter is prompted; a BATCH command-line
      *     argument takes the current quarter for unattended runs.
      *     An employee who moved during the year prints under each
      *     territory and office that paid them.
      * Input:
      *     PAYHIST.DAT, PAYRUN.HST
      * Output:
      *     QTRWAGE.RPT
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
               ASSIGN TO "QTRWAGE.SRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  PAY-TOTALS-HISTORY-FILE
               ASSIGN TO "PAYRUN.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTHIST-STATUS.
           SELECT  WAGE-REPORT-FILE
               ASSIGN TO "QTRWAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-REC           PIC X(275).
      ******************************************************************
      * Sort key positions mirror PayRun's PAY-HISTORY-REC: employee
      * number first, territory and office after the name and run
      * date.
      ******************************************************************
       SD  SORT-FILE.
       01  SORT-HISTORY-REC.
           05  SORT-EMP-NO           PIC X(5).
           05  FILLER                PIC X(28).
           05  SORT-TERRITORY-NO     PIC XX.
           05  SORT-OFFICE-NO        PIC XX.
           05  FILLER                PIC X(238).
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
           05  FILLER                PIC X(9).
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
           05  FILLER                PIC X(14).
       FD  WAGE-REPORT-FILE.
       01  WAGE-REPORT-REC           PIC X(110).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           05  WS-TOTHIST-EOF     PIC X     VALUE "N".
           05  WS-PAYHIST-STATUS  PIC XX.
           05  WS-TOTHIST-STATUS  PIC XX.
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-CMD-ARG         PIC X(8)  VALUE SPACES.
           05  WS-RPT-YEAR        PIC 9(4)  VALUE ZERO.
           05  WS-RPT-QUARTER     PIC 9     VALUE ZERO.
           05  WS-QTR-FIRST-MONTH PIC 99    VALUE ZERO.
           05  WS-QTR-LAST-MONTH  PIC 99    VALUE ZERO.
           05  WS-IN-QUARTER      PIC X     VALUE "N".
           05  WS-PREV-EMP-NO     PIC X(5)  VALUE SPACES.
           05  WS-PREV-EMP-NAME   PIC X(20) VALUE SPACES.
           05  WS-PREV-TERRITORY  PIC XX    VALUE SPACES.
           05  WS-PREV-OFFICE     PIC XX    VALUE SPACES.
           05  WS-EMP-COUNT       PIC 9(5)  VALUE ZERO.
           05  WS-LV-SUB          PIC 9     VALUE ZERO.
           05  WS-AMT-SUB         PIC 9     VALUE ZERO.
           05  WS-DED-SUB         PIC 99    VALUE ZERO.
           05  WS-CODE-SUB        PIC 9(3)  VALUE ZERO.
      ******************************************************************
      * Running totals at each level of the report: 1 employee,
      * 2 office, 3 territory, 4 the whole run. Amounts 1-3 are
      * quarter-to-date gross, withholding and deductions, 4-6 the
      * same year-to-date. A level rolls into the one above it when
      * it breaks.
      ******************************************************************
       01  WS-LEVEL-TOTALS.
           05  WS-LEVEL-ENTRY     OCCURS 4 TIMES.
               10  WS-LV-AMOUNT   PIC 9(9)V99 OCCURS 6 TIMES.
      ******************************************************************
      * Quarter figures for the tie-out: what the pay history says
      * the quarter paid, and what the runs' PAYRUN.TOT figures say.
      ******************************************************************
       01  WS-TIE-FIELDS.
           05  WS-QTD-PAY-COUNT   PIC 9(7)     VALUE ZERO.
           05  WS-QTD-NET         PIC S9(9)V99 VALUE ZERO.
           05  WS-RUN-COUNT       PIC 9(5)     VALUE ZERO.
           05  WS-RUN-PAY-COUNT   PIC 9(7)     VALUE ZERO.
           05  WS-RUN-GROSS       PIC 9(9)V99  VALUE ZERO.
           05  WS-RUN-WH          PIC 9(9)V99  VALUE ZERO.
           05  WS-RUN-NET         PIC S9(9)V99 VALUE ZERO.
       01  WS-CODE-TOTALS.
           05  WS-CODE-COUNT      PIC 9(3)     VALUE ZERO.
           05  WS-CODE-ENTRY      OCCURS 100 TIMES.
               10  WS-CT-CODE     PIC XX.
               10  WS-CT-QTD      PIC 9(9)V99.
               10  WS-CT-YTD      PIC 9(9)V99.
       01  REPORT-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(24) VALUE
                                  "QUARTERLY WAGE REPORT".
           05  FILLER             PIC X(6)  VALUE "YEAR: ".
           05  RH-YEAR            PIC 9(4).
           05  FILLER             PIC X(11) VALUE "  QUARTER: ".
           05  RH-QUARTER         PIC 9.
           05  FILLER             PIC X(10) VALUE "    DATE: ".
           COPY DATESTMP REPLACING ==:GRP-LVL:==         BY ==05==
                                   ==:STAMP-GRP:==       BY ==RH-DATE==
                                   ==:FLD-LVL:==         BY ==10==
                                   ==:STAMP-MONTH-FLD:== BY ==RH-MM==
                                   ==:STAMP-DAY-FLD:==   BY ==RH-DD==
                                   ==:STAMP-YEAR-FLD:==  BY ==RH-YYYY==.
           05  FILLER             PIC X(38) VALUE SPACES.
       01  COLUMN-HEADING.
           05  FILLER             PIC X(32) VALUE "  EMP    NAME".
           05  FILLER             PIC X(13) VALUE "    QTD GROSS".
           05  FILLER             PIC X(13) VALUE "       QTD WH".
           05  FILLER             PIC X(13) VALUE "      QTD DED".
           05  FILLER             PIC X(13) VALUE "    YTD GROSS".
           05  FILLER             PIC X(13) VALUE "       YTD WH".
           05  FILLER             PIC X(13) VALUE "      YTD DED".
      ******************************************************************
      * One layout serves the employee line and every total line; a
      * total line carries its label where the employee's number and
      * name would go.
      ******************************************************************
       01  WAGE-LINE.
           05  WL-KEY-AREA.
               10  FILLER         PIC X(2)  VALUE SPACES.
               10  WL-EMP-NO      PIC X(5).
               10  FILLER         PIC X(2)  VALUE SPACES.
               10  WL-NAME        PIC X(20).
               10  FILLER         PIC X(3)  VALUE SPACES.
           05  WL-LABEL-AREA REDEFINES WL-KEY-AREA.
               10  FILLER         PIC X(2).
               10  WL-LABEL       PIC X(30).
           05  WL-AMOUNT-ENTRY    OCCURS 6 TIMES.
               10  FILLER         PIC X     VALUE SPACE.
               10  WL-AMOUNT      PIC Z,ZZZ,ZZ9.99.
       01  CODE-TOTAL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(15) VALUE "DEDUCTION CODE ".
           05  CL-CODE            PIC XX.
           05  FILLER             PIC X(7)  VALUE "  QTD: ".
           05  CL-QTD             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(7)  VALUE "  YTD: ".
           05  CL-YTD             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(45) VALUE SPACES.
       01  TIE-OUT-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  TO-LABEL           PIC X(20).
           05  FILLER             PIC X(6)  VALUE "PAID: ".
           05  TO-PAID            PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(9)  VALUE "  GROSS: ".
           05  TO-GROSS           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(6)  VALUE "  WH: ".
           05  TO-WH              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(7)  VALUE "  NET: ".
           05  TO-NET             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(4)  VALUE SPACES.
       01  TIE-OUT-RESULT-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "TIE-OUT: ".
           05  TR-RESULT          PIC X(14).
           05  FILLER             PIC X(3)  VALUE " - ".
           05  TR-RUN-COUNT       PIC ZZ,ZZ9.
           05  FILLER             PIC X(30) VALUE
                                  " PAY RUNS DATED IN THE QUARTER".
           05  FILLER             PIC X(42) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-INPUT-REPORT-QUARTER
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "PAYHIST.DAT NOT FOUND - RUN THE PAYROLL "
                   "FIRST"
               STOP RUN
           END-IF
           CLOSE PAY-HISTORY-FILE
           SORT  SORT-FILE
               ON ASCENDING KEY SORT-TERRITORY-NO
               ON ASCENDING KEY SORT-OFFICE-NO
               ON ASCENDING KEY SORT-EMP-NO
           USING PAY-HISTORY-FILE
           GIVING SORTED-HISTORY-FILE
           INITIALIZE WS-LEVEL-TOTALS
           OPEN INPUT SORTED-HISTORY-FILE
           OPEN OUTPUT WAGE-REPORT-FILE
           PERFORM 050-PRINT-TITLES
           PERFORM 100-READ-HISTORY-RECORD UNTIL EOF = "Y"
           IF WS-PREV-EMP-NO NOT = SPACES
               PERFORM 300-EMPLOYEE-BREAK
               PERFORM 310-OFFICE-BREAK
               PERFORM 320-TERRITORY-BREAK
           END-IF
           PERFORM 400-PRINT-RUN-TOTALS
           PERFORM 500-TIE-OUT-TO-PAY-RUNS
           CLOSE SORTED-HISTORY-FILE
           CLOSE WAGE-REPORT-FILE
           DISPLAY "QTRWAGE.RPT GENERATED - " WS-EMP-COUNT
               " EMPLOYEE LINES"
           STOP RUN.
      ******************************************************************
      * Prompts for the report year and quarter; a BATCH command-
      * line argument takes the current quarter for unattended runs.
      ******************************************************************
       010-INPUT-REPORT-QUARTER.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           IF WS-CMD-ARG = "BATCH"
               MOVE WS-YEAR TO WS-RPT-YEAR
               COMPUTE WS-RPT-QUARTER = (WS-MONTH + 2) / 3
           ELSE
               DISPLAY 'ENTER REPORT YEAR (YYYY)'
               ACCEPT WS-RPT-YEAR
               DISPLAY 'ENTER REPORT QUARTER (1-4)'
               ACCEPT WS-RPT-QUARTER
               PERFORM UNTIL WS-RPT-YEAR IS NUMERIC AND
                             WS-RPT-QUARTER IS NUMERIC AND
                             WS-RPT-QUARTER >= 1 AND
                             WS-RPT-QUARTER <= 4
                   DISPLAY 'INVALID PERIOD - PLEASE RE-ENTER'
                   DISPLAY 'ENTER REPORT YEAR (YYYY)'
                   ACCEPT WS-RPT-YEAR
                   DISPLAY 'ENTER REPORT QUARTER (1-4)'
                   ACCEPT WS-RPT-QUARTER
               END-PERFORM
           END-IF
           COMPUTE WS-QTR-LAST-MONTH = WS-RPT-QUARTER * 3
           COMPUTE WS-QTR-FIRST-MONTH = WS-QTR-LAST-MONTH - 2.
       050-PRINT-TITLES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           COPY DATEMOV REPLACING ==:WS-YEAR-FLD:==     BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:==    BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==      BY ==WS-DAY==
                                  ==:STAMP-MONTH-FLD:== BY ==RH-MM==
                                  ==:STAMP-DAY-FLD:==   BY ==RH-DD==
                                  ==:STAMP-YEAR-FLD:==  BY ==RH-YYYY==.
           MOVE WS-RPT-YEAR    TO RH-YEAR
           MOVE WS-RPT-QUARTER TO RH-QUARTER
           WRITE WAGE-REPORT-REC FROM REPORT-HEADING
           WRITE WAGE-REPORT-REC FROM COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
      ******************************************************************
      * Only the report year's pay through the end of the quarter
      * counts; a later quarter's runs already on file are left out
      * so a rerun of an old quarter prints what it printed then.
      ******************************************************************
       100-READ-HISTORY-RECORD.
           READ  SORTED-HISTORY-FILE
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   IF PH-RUN-YEAR = WS-RPT-YEAR
                      AND PH-RUN-MONTH <= WS-QTR-LAST-MONTH
                       PERFORM 200-TAKE-HISTORY-RECORD
                   END-IF
           END-READ.
       200-TAKE-HISTORY-RECORD.
           IF WS-PREV-EMP-NO NOT = SPACES
               IF PH-TERRITORY-NO NOT = WS-PREV-TERRITORY
                   PERFORM 300-EMPLOYEE-BREAK
                   PERFORM 310-OFFICE-BREAK
                   PERFORM 320-TERRITORY-BREAK
               ELSE
                   IF PH-OFFICE-NO NOT = WS-PREV-OFFICE
                       PERFORM 300-EMPLOYEE-BREAK
                       PERFORM 310-OFFICE-BREAK
                   ELSE
                       IF PH-EMP-NO NOT = WS-PREV-EMP-NO
                           PERFORM 300-EMPLOYEE-BREAK
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE PH-EMP-NO       TO WS-PREV-EMP-NO
           MOVE PH-EMP-NAME     TO WS-PREV-EMP-NAME
           MOVE PH-TERRITORY-NO TO WS-PREV-TERRITORY
           MOVE PH-OFFICE-NO    TO WS-PREV-OFFICE
           IF PH-RUN-MONTH >= WS-QTR-FIRST-MONTH
               MOVE "Y" TO WS-IN-QUARTER
               ADD PH-GROSS     TO WS-LV-AMOUNT (1, 1)
               ADD PH-WH        TO WS-LV-AMOUNT (1, 2)
               ADD PH-DED-TOTAL TO WS-LV-AMOUNT (1, 3)
               ADD 1            TO WS-QTD-PAY-COUNT
               ADD PH-NET       TO WS-QTD-NET
           ELSE
               MOVE "N" TO WS-IN-QUARTER
           END-IF
           ADD PH-GROSS     TO WS-LV-AMOUNT (1, 4)
           ADD PH-WH        TO WS-LV-AMOUNT (1, 5)
           ADD PH-DED-TOTAL TO WS-LV-AMOUNT (1, 6)
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > PH-DED-COUNT
                      OR WS-DED-SUB > 20
               PERFORM 210-ADD-CODE-TOTAL
           END-PERFORM.
      ******************************************************************
      * Deduction totals by code for the foot of the report.
      ******************************************************************
       210-ADD-CODE-TOTAL.
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > WS-CODE-COUNT
                      OR WS-CT-CODE (WS-CODE-SUB)
                             = PH-DED-CODE (WS-DED-SUB)
               CONTINUE
           END-PERFORM
           IF WS-CODE-SUB > WS-CODE-COUNT
              AND WS-CODE-COUNT < 100
               ADD 1 TO WS-CODE-COUNT
               MOVE WS-CODE-COUNT TO WS-CODE-SUB
               MOVE PH-DED-CODE (WS-DED-SUB)
                   TO WS-CT-CODE (WS-CODE-SUB)
               MOVE ZERO TO WS-CT-QTD (WS-CODE-SUB)
               MOVE ZERO TO WS-CT-YTD (WS-CODE-SUB)
           END-IF
           IF WS-CODE-SUB <= WS-CODE-COUNT
               ADD PH-DED-AMOUNT (WS-DED-SUB)
                   TO WS-CT-YTD (WS-CODE-SUB)
               IF WS-IN-QUARTER = "Y"
                   ADD PH-DED-AMOUNT (WS-DED-SUB)
                       TO WS-CT-QTD (WS-CODE-SUB)
               END-IF
           END-IF.
       300-EMPLOYEE-BREAK.
           ADD 1 TO WS-EMP-COUNT
           MOVE SPACES           TO WL-KEY-AREA
           MOVE WS-PREV-EMP-NO   TO WL-EMP-NO
           MOVE WS-PREV-EMP-NAME TO WL-NAME
           MOVE 1 TO WS-LV-SUB
           PERFORM 350-PRINT-LEVEL-LINE
           WRITE WAGE-REPORT-REC FROM WAGE-LINE
               AFTER ADVANCING 1 LINES.
       310-OFFICE-BREAK.
           MOVE SPACES TO WL-KEY-AREA
           STRING "OFFICE "         DELIMITED BY SIZE
                  WS-PREV-TERRITORY DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WS-PREV-OFFICE    DELIMITED BY SIZE
                  " TOTAL"          DELIMITED BY SIZE
                  INTO WL-LABEL
           END-STRING
           MOVE 2 TO WS-LV-SUB
           PERFORM 350-PRINT-LEVEL-LINE
           WRITE WAGE-REPORT-REC FROM WAGE-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO WAGE-REPORT-REC
           WRITE WAGE-REPORT-REC
               AFTER ADVANCING 1 LINES.
       320-TERRITORY-BREAK.
           MOVE SPACES TO WL-KEY-AREA
           STRING "TERRITORY "      DELIMITED BY SIZE
                  WS-PREV-TERRITORY DELIMITED BY SIZE
                  " TOTAL"          DELIMITED BY SIZE
                  INTO WL-LABEL
           END-STRING
           MOVE 3 TO WS-LV-SUB
           PERFORM 350-PRINT-LEVEL-LINE
           WRITE WAGE-REPORT-REC FROM WAGE-LINE
               AFTER ADVANCING 1 LINES
           MOVE SPACES TO WAGE-REPORT-REC
           WRITE WAGE-REPORT-REC
               AFTER ADVANCING 1 LINES.
      ******************************************************************
      * Moves the level's amounts to the print line, rolls them into
      * the level above, and clears the level for the next group.
      ******************************************************************
       350-PRINT-LEVEL-LINE.
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                   UNTIL WS-AMT-SUB > 6
               MOVE WS-LV-AMOUNT (WS-LV-SUB, WS-AMT-SUB)
                   TO WL-AMOUNT (WS-AMT-SUB)
               IF WS-LV-SUB < 4
                   ADD WS-LV-AMOUNT (WS-LV-SUB, WS-AMT-SUB)
                       TO WS-LV-AMOUNT (WS-LV-SUB + 1, WS-AMT-SUB)
                   MOVE ZERO TO WS-LV-AMOUNT (WS-LV-SUB, WS-AMT-SUB)
               END-IF
           END-PERFORM.
       400-PRINT-RUN-TOTALS.
           MOVE SPACES TO WL-KEY-AREA
           MOVE "ALL TERRITORIES" TO WL-LABEL
           MOVE 4 TO WS-LV-SUB
           PERFORM 350-PRINT-LEVEL-LINE
           WRITE WAGE-REPORT-REC FROM WAGE-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > WS-CODE-COUNT
               MOVE WS-CT-CODE (WS-CODE-SUB) TO CL-CODE
               MOVE WS-CT-QTD (WS-CODE-SUB)  TO CL-QTD
               MOVE WS-CT-YTD (WS-CODE-SUB)  TO CL-YTD
               WRITE WAGE-REPORT-REC FROM CODE-TOTAL-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM.
      ******************************************************************
      * Sums the PAYRUN.TOT figures of every run dated in the
      * quarter and sets them beside the pay history's quarter
      * totals: paid count, gross, withholding and net must all
      * agree.
      ******************************************************************
       500-TIE-OUT-TO-PAY-RUNS.
           OPEN INPUT PAY-TOTALS-HISTORY-FILE
           IF WS-TOTHIST-STATUS = "00"
               PERFORM UNTIL WS-TOTHIST-EOF = "Y"
                   READ PAY-TOTALS-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-TOTHIST-EOF
                       NOT AT END
                           IF TH-RUN-YEAR = WS-RPT-YEAR
                              AND TH-RUN-MONTH >= WS-QTR-FIRST-MONTH
                              AND TH-RUN-MONTH <= WS-QTR-LAST-MONTH
                               ADD 1 TO WS-RUN-COUNT
                               ADD TH-EMP-COUNT   TO WS-RUN-PAY-COUNT
                               ADD TH-GROSS-TOTAL TO WS-RUN-GROSS
                               ADD TH-WH-TOTAL    TO WS-RUN-WH
                               ADD TH-NET-TOTAL   TO WS-RUN-NET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-TOTALS-HISTORY-FILE
           END-IF
           MOVE "PAY HISTORY QTD    " TO TO-LABEL
           MOVE WS-QTD-PAY-COUNT     TO TO-PAID
           MOVE WS-LV-AMOUNT (4, 1)  TO TO-GROSS
           MOVE WS-LV-AMOUNT (4, 2)  TO TO-WH
           MOVE WS-QTD-NET           TO TO-NET
           WRITE WAGE-REPORT-REC FROM TIE-OUT-LINE
               AFTER ADVANCING 2 LINES
           MOVE "PAYRUN.TOT RUNS    " TO TO-LABEL
           MOVE WS-RUN-PAY-COUNT     TO TO-PAID
           MOVE WS-RUN-GROSS         TO TO-GROSS
           MOVE WS-RUN-WH            TO TO-WH
           MOVE WS-RUN-NET           TO TO-NET
           WRITE WAGE-REPORT-REC FROM TIE-OUT-LINE
               AFTER ADVANCING 1 LINES
           MOVE WS-RUN-COUNT TO TR-RUN-COUNT
           IF WS-QTD-PAY-COUNT = WS-RUN-PAY-COUNT
              AND WS-LV-AMOUNT (4, 1) = WS-RUN-GROSS
              AND WS-LV-AMOUNT (4, 2) = WS-RUN-WH
              AND WS-QTD-NET = WS-RUN-NET
               MOVE "IN BALANCE"     TO TR-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO TR-RESULT
               DISPLAY "QUARTER PAY HISTORY DOES NOT TIE TO THE "
                   "PAY RUN TOTALS - SEE QTRWAGE.RPT"
               MOVE 1 TO RETURN-CODE
           END-IF
           WRITE WAGE-REPORT-REC FROM TIE-OUT-RESULT-LINE
               AFTER ADVANCING 1 LINES.
       END PROGRAM QtrWage.
