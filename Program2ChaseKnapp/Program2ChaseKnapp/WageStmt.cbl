       IDENTIFICATION DIVISION.
       PROGRAM-ID. WageStmt.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Annual wage and tax statements off the PAYHIST.DAT pay
      *     history, in place of the forms built by hand from twelve
      *     months of registers. One statement page per employee
      *     paid during the tax year on WAGESTMT.RPT: actual gross
      *     wages, the pre-tax deductions (the DEDMAST.DAT codes
      *     DedMaint marks pre-tax), taxable wages, and actual tax
      *     withheld. The fixed-format submission file WAGESUB.DAT
      *     carries one "W" record per statement and a "T" control
      *     total record; it is only written when the history's
      *     year totals tie to the PAYRUN.TOT figures PayRun kept on
      *     PAYRUN.HST for every run dated in the year -- the
      *     PAYBANK.DAT rule, so the taxing authority is never handed
      *     a file that disagrees with the registers.
      *     The run takes the year-end operator sign-on (function
      *     "Y"). The statements print the full EMP-SSN only when
      *     the operator also holds the full-SSN function "S", and
      *     that printing is logged to SSNLIST.LOG the way SsnList
      *     logs its own; otherwise they show the last four digits.
      *     The submission file always carries the full number.
      * Input:
      *     PAYHIST.DAT, PAYRUN.HST, DEDMAST.DAT,
      *     employee.dat (indexed), OPERATOR.DAT
      * Output:
      *     WAGESTMT.RPT (per-employee statements, control page)
      *     WAGESUB.DAT (submission file)
      *     SSNLIST.LOG (one audit line when full SSNs print)
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
               ASSIGN TO "WAGESTMT.SRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  PAY-TOTALS-HISTORY-FILE
               ASSIGN TO "PAYRUN.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTHIST-STATUS.
           SELECT  DEDUCTION-FILE
               ASSIGN TO "DEDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-STATUS.
           SELECT  EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NO
               FILE STATUS IS WS-EMP-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT  STATEMENT-FILE
               ASSIGN TO "WAGESTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  SUBMISSION-FILE
               ASSIGN TO "WAGESUB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  SSN-LOG-FILE
               ASSIGN TO "SSNLIST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
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
       FD  DEDUCTION-FILE.
       01  DEDUCTION-REC.
           05  DM-EMP-NO             PIC X(5).
           05  FILLER                PIC X.
           05  DM-DED-CODE           PIC XX.
           05  FILLER                PIC X(27).
           05  DM-PRE-TAX            PIC X.
               88  DM-IS-PRE-TAX              VALUE "Y".
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-REC.
           05  EMP-NO                PIC X(5).
           05  EMP-NAME              PIC X(20).
           05  EMP-TERRITORY-NO      PIC XX.
           05  EMP-OFFICE-NO         PIC XX.
           05  EMP-SALARY            PIC 9(6).
           05  EMP-SSN               PIC X(9).
           05  FILLER                PIC X(56).
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-NAME            PIC X(20).
           05  OP-FUNCTIONS       PIC X(8).
       FD  STATEMENT-FILE.
       01  STATEMENT-REC             PIC X(80).
       FD  SUBMISSION-FILE.
       01  SUBMISSION-REC            PIC X(83).
       FD  SSN-LOG-FILE.
       01  SSN-LOG-REC               PIC X(60).
       WORKING-STORAGE SECTION.
       77  WS-PAYHIST-STATUS     PIC XX.
       77  WS-TOTHIST-STATUS     PIC XX.
       77  WS-DED-STATUS         PIC XX.
       77  WS-EMP-STATUS         PIC XX.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-LOG-STATUS         PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FULL-SSN-OK        PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
       77  WS-EMP-OPEN           PIC X     VALUE "N".
       77  WS-TABLE-FULL         PIC X     VALUE "N".
       77  WS-HIST-EOF           PIC X     VALUE "N".
       77  WS-TOTHIST-EOF        PIC X     VALUE "N".
       77  WS-DED-EOF            PIC X     VALUE "N".
       77  WS-YEAR-ANSWER        PIC X(4)  VALUE SPACES.
       77  WS-TAX-YEAR           PIC 9(4)  VALUE ZERO.
       77  WS-PREV-EMP-NO        PIC X(5)  VALUE SPACES.
       77  WS-PREV-EMP-NAME      PIC X(20) VALUE SPACES.
       77  WS-EMP-SSN            PIC X(9)  VALUE SPACES.
       77  WS-DED-SUB            PIC 99    VALUE ZERO.
       77  WS-CODE-SUB           PIC 9(3)  VALUE ZERO.
       77  WS-STMT-SUB           PIC 9(5)  VALUE ZERO.
       77  WS-NO-SSN-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-SSN-PRINTED-COUNT  PIC 9(5)  VALUE ZERO.
       01  WORKING-DATE-ITEMS.
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-TODAY-YMD          PIC 9(8)  VALUE ZERO.
      ******************************************************************
      * Deduction codes marked pre-tax anywhere on DEDMAST.DAT.
      ******************************************************************
       01  WS-PRE-TAX-TABLE.
           05  WS-PRE-TAX-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-PRE-TAX-CODE       PIC XX    OCCURS 100 TIMES.
      ******************************************************************
      * The employee in hand, and the year's totals: what the
      * statements add up to and what the pay runs say was paid.
      ******************************************************************
       01  WS-EMP-FIELDS.
           05  WS-EMP-GROSS          PIC 9(9)V99  VALUE ZERO.
           05  WS-EMP-WH             PIC 9(9)V99  VALUE ZERO.
           05  WS-EMP-PRE-TAX        PIC 9(9)V99  VALUE ZERO.
           05  WS-EMP-TAXABLE        PIC 9(9)V99  VALUE ZERO.
       01  WS-YEAR-TOTALS.
           05  WS-STMT-COUNT         PIC 9(5)     VALUE ZERO.
           05  WS-HIST-PAY-COUNT     PIC 9(7)     VALUE ZERO.
           05  WS-TOT-GROSS          PIC 9(11)V99 VALUE ZERO.
           05  WS-TOT-WH             PIC 9(11)V99 VALUE ZERO.
           05  WS-TOT-PRE-TAX        PIC 9(11)V99 VALUE ZERO.
           05  WS-TOT-TAXABLE        PIC 9(11)V99 VALUE ZERO.
           05  WS-RUN-COUNT          PIC 9(5)     VALUE ZERO.
           05  WS-RUN-PAY-COUNT      PIC 9(7)     VALUE ZERO.
           05  WS-RUN-GROSS          PIC 9(11)V99 VALUE ZERO.
           05  WS-RUN-WH             PIC 9(11)V99 VALUE ZERO.
           05  WS-TIES               PIC X        VALUE "N".
      ******************************************************************
      * Submission records. The "W" records are staged here and only
      * written once the year ties, the way PayRun stages the bank
      * file.
      ******************************************************************
       01  SUBMISSION-WAGE-RECORD.
           05  SW-TYPE               PIC X        VALUE "W".
           05  SW-TAX-YEAR           PIC 9(4).
           05  SW-SSN                PIC X(9).
           05  SW-EMP-NO             PIC X(5).
           05  SW-NAME               PIC X(20).
           05  SW-GROSS              PIC 9(9)V99.
           05  SW-PRE-TAX            PIC 9(9)V99.
           05  SW-TAXABLE            PIC 9(9)V99.
           05  SW-WITHHELD           PIC 9(9)V99.
       01  SUBMISSION-TOTAL-RECORD.
           05  ST-TYPE               PIC X        VALUE "T".
           05  ST-TAX-YEAR           PIC 9(4).
           05  ST-RECORD-COUNT       PIC 9(7).
           05  ST-GROSS              PIC 9(11)V99.
           05  ST-PRE-TAX            PIC 9(11)V99.
           05  ST-TAXABLE            PIC 9(11)V99.
           05  ST-WITHHELD           PIC 9(11)V99.
       01  WS-SUBMISSION-TABLE.
           05  WS-SUB-ENTRY          OCCURS 2000 TIMES
                                     PIC X(83).
       01  STMT-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(31) VALUE
               "WAGE AND TAX STATEMENT FOR TAX ".
           05  FILLER             PIC X(5)  VALUE "YEAR ".
           05  SM-YEAR            PIC 9(4).
           05  FILLER             PIC X(34) VALUE SPACES.
       01  STMT-NAME-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "EMPLOYEE: ".
           05  SN-EMP-NO          PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SN-NAME            PIC X(20).
           05  FILLER             PIC X(37) VALUE SPACES.
       01  STMT-SSN-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "SSN:      ".
           05  SS-SSN             PIC X(15).
           05  FILLER             PIC X(49) VALUE SPACES.
       01  STMT-AMOUNT-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  SA-LABEL           PIC X(26).
           05  SA-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(34) VALUE SPACES.
       01  CONTROL-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(31) VALUE
               "SUBMISSION CONTROL TOTALS - TAX".
           05  FILLER             PIC X(6)  VALUE " YEAR ".
           05  CH-YEAR            PIC 9(4).
           05  FILLER             PIC X(33) VALUE SPACES.
       01  CONTROL-COUNT-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  CC-LABEL           PIC X(26).
           05  CC-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(37) VALUE SPACES.
       01  CONTROL-RESULT-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "TIE-OUT: ".
           05  CR-RESULT          PIC X(50).
           05  FILLER             PIC X(15) VALUE SPACES.
       01  SSN-AUDIT-LINE.
           05  FILLER             PIC X(11) VALUE "PRINTED BY ".
           05  AU-OPERATOR        PIC X(8).
           05  FILLER             PIC X(4)  VALUE " ON ".
           05  AU-DATE            PIC 9(8).
           05  FILLER             PIC X(3)  VALUE " - ".
           05  AU-COUNT           PIC ZZ,ZZ9.
           05  FILLER             PIC X(12) VALUE " SSNS LISTED".
           05  FILLER             PIC X(8)  VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  WS-DAY   DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
      ******************************************************************
      * Statements usually run in January, so the tax year is usually
      * LAST year -- never assume the run date's year.
      ******************************************************************
           DISPLAY 'ENTER THE TAX YEAR (YYYY)'
           ACCEPT WS-YEAR-ANSWER
           PERFORM UNTIL WS-YEAR-ANSWER IS NUMERIC
               DISPLAY 'PLEASE ENTER A FOUR-DIGIT YEAR'
               ACCEPT WS-YEAR-ANSWER
           END-PERFORM
           MOVE WS-YEAR-ANSWER TO WS-TAX-YEAR
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "PAYHIST.DAT NOT FOUND - RUN THE PAYROLL "
                   "FIRST"
               STOP RUN
           END-IF
           CLOSE PAY-HISTORY-FILE
           PERFORM 100-LOAD-PRE-TAX-CODES
           SORT  SORT-FILE
               ON ASCENDING KEY SORT-EMP-NO
               ON ASCENDING KEY SORT-RUN-DATE
           USING PAY-HISTORY-FILE
           GIVING SORTED-HISTORY-FILE
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS = "00"
               MOVE "Y" TO WS-EMP-OPEN
           ELSE
               DISPLAY "employee.dat NOT FOUND - STATEMENTS PRINT "
                   "WITHOUT SSNS AND WAGESUB.DAT IS NOT WRITTEN"
           END-IF
           OPEN INPUT SORTED-HISTORY-FILE
           OPEN OUTPUT STATEMENT-FILE
           PERFORM 200-READ-HISTORY-RECORD UNTIL WS-HIST-EOF = "Y"
           IF WS-PREV-EMP-NO NOT = SPACES
               PERFORM 300-FINISH-EMPLOYEE
           END-IF
           CLOSE SORTED-HISTORY-FILE
           IF WS-EMP-OPEN = "Y"
               CLOSE EMPLOYEE-FILE
           END-IF
           PERFORM 500-TIE-OUT-TO-PAY-RUNS
           PERFORM 550-PRINT-CONTROL-PAGE
           CLOSE STATEMENT-FILE
           IF WS-TIES = "Y"
               PERFORM 600-WRITE-SUBMISSION-FILE
           ELSE
               DISPLAY "WAGESUB.DAT NOT WRITTEN - SEE THE CONTROL "
                   "PAGE OF WAGESTMT.RPT"
               MOVE 1 TO RETURN-CODE
           END-IF
           IF WS-SSN-PRINTED-COUNT > ZERO
               PERFORM 700-LOG-THE-PRINTING
           END-IF
           DISPLAY "WAGESTMT.RPT GENERATED - " WS-STMT-COUNT
               " STATEMENTS FOR " WS-TAX-YEAR
           STOP RUN.
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT with
      * the year-end function "Y"; the full-SSN function "S" on the
      * same entry lets the statements print the full number. With
      * no operator file on disk yet the sign-on is not enforced and
      * the statements mask.
      ******************************************************************
       050-OPERATOR-SIGNON.
           MOVE "N" TO WS-SIGNON-OK
           MOVE "N" TO WS-FULL-SSN-OK
           DISPLAY 'ENTER OPERATOR ID'
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY 'OPERATOR.DAT NOT FOUND - SIGN-ON NOT ENFORCED'
               MOVE "Y" TO WS-SIGNON-OK
           ELSE
               PERFORM UNTIL WS-OPER-EOF = "Y"
                   READ OPERATOR-FILE
                       AT END
                           MOVE "Y" TO WS-OPER-EOF
                       NOT AT END
                           IF OP-ID = WS-OPERATOR-ID
                               MOVE "Y" TO WS-OPER-EOF
                               MOVE OP-NAME TO WS-OPERATOR-NAME
                               MOVE ZERO TO WS-FUNC-TALLY
                               INSPECT OP-FUNCTIONS TALLYING
                                   WS-FUNC-TALLY FOR ALL "Y"
                               IF WS-FUNC-TALLY > ZERO
                                   MOVE "Y" TO WS-SIGNON-OK
                               END-IF
                               MOVE ZERO TO WS-FUNC-TALLY
                               INSPECT OP-FUNCTIONS TALLYING
                                   WS-FUNC-TALLY FOR ALL "S"
                               IF WS-FUNC-TALLY > ZERO
                                   MOVE "Y" TO WS-FULL-SSN-OK
                               END-IF
                           END-IF
               END-PERFORM
               CLOSE OPERATOR-FILE
               IF WS-SIGNON-OK = "Y"
                   DISPLAY 'SIGNED ON: ' WS-OPERATOR-NAME
                   IF WS-FULL-SSN-OK = "N"
                       DISPLAY 'STATEMENTS WILL SHOW THE LAST FOUR '
                           'SSN DIGITS ONLY'
                   END-IF
               ELSE
                   DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' NOT AUTHORIZED FOR YEAR-END STATEMENTS'
               END-IF
           END-IF.
      ******************************************************************
      * Any DEDMAST.DAT record marking its code pre-tax makes the
      * code pre-tax for everyone. No DEDMAST.DAT just means no
      * pre-tax deductions.
      ******************************************************************
       100-LOAD-PRE-TAX-CODES.
           OPEN INPUT DEDUCTION-FILE
           IF WS-DED-STATUS = "00"
               PERFORM UNTIL WS-DED-EOF = "Y"
                   READ DEDUCTION-FILE
                       AT END
                           MOVE "Y" TO WS-DED-EOF
                       NOT AT END
                           IF DM-IS-PRE-TAX
                               PERFORM 110-ADD-PRE-TAX-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-FILE
           END-IF.
       110-ADD-PRE-TAX-CODE.
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > WS-PRE-TAX-COUNT
                      OR WS-PRE-TAX-CODE (WS-CODE-SUB) = DM-DED-CODE
               CONTINUE
           END-PERFORM
           IF WS-CODE-SUB > WS-PRE-TAX-COUNT
              AND WS-PRE-TAX-COUNT < 100
               ADD 1 TO WS-PRE-TAX-COUNT
               MOVE DM-DED-CODE TO WS-PRE-TAX-CODE (WS-PRE-TAX-COUNT)
           END-IF.
       200-READ-HISTORY-RECORD.
           READ SORTED-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF
               NOT AT END
                   IF PH-RUN-YEAR = WS-TAX-YEAR
                       PERFORM 210-TAKE-HISTORY-RECORD
                   END-IF
           END-READ.
       210-TAKE-HISTORY-RECORD.
           IF WS-PREV-EMP-NO NOT = SPACES
              AND PH-EMP-NO NOT = WS-PREV-EMP-NO
               PERFORM 300-FINISH-EMPLOYEE
           END-IF
           MOVE PH-EMP-NO   TO WS-PREV-EMP-NO
           MOVE PH-EMP-NAME TO WS-PREV-EMP-NAME
           ADD 1 TO WS-HIST-PAY-COUNT
           ADD PH-GROSS TO WS-EMP-GROSS
           ADD PH-WH    TO WS-EMP-WH
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > PH-DED-COUNT
                      OR WS-DED-SUB > 20
               PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                       UNTIL WS-CODE-SUB > WS-PRE-TAX-COUNT
                   IF WS-PRE-TAX-CODE (WS-CODE-SUB)
                          = PH-DED-CODE (WS-DED-SUB)
                       ADD PH-DED-AMOUNT (WS-DED-SUB)
                           TO WS-EMP-PRE-TAX
                   END-IF
               END-PERFORM
           END-PERFORM.
      ******************************************************************
      * The year is in for one employee: print the statement, stage
      * the submission record, and add to the year's totals.
      ******************************************************************
       300-FINISH-EMPLOYEE.
           ADD 1 TO WS-STMT-COUNT
           IF WS-EMP-PRE-TAX > WS-EMP-GROSS
               MOVE ZERO TO WS-EMP-TAXABLE
           ELSE
               COMPUTE WS-EMP-TAXABLE = WS-EMP-GROSS - WS-EMP-PRE-TAX
           END-IF
           PERFORM 310-FIND-EMPLOYEE-SSN
           PERFORM 350-PRINT-STATEMENT
           PERFORM 380-STAGE-SUBMISSION-RECORD
           ADD WS-EMP-GROSS   TO WS-TOT-GROSS
           ADD WS-EMP-WH      TO WS-TOT-WH
           ADD WS-EMP-PRE-TAX TO WS-TOT-PRE-TAX
           ADD WS-EMP-TAXABLE TO WS-TOT-TAXABLE
           MOVE ZERO TO WS-EMP-GROSS
           MOVE ZERO TO WS-EMP-WH
           MOVE ZERO TO WS-EMP-PRE-TAX
           MOVE ZERO TO WS-EMP-TAXABLE.
       310-FIND-EMPLOYEE-SSN.
           MOVE SPACES TO WS-EMP-SSN
           IF WS-EMP-OPEN = "Y"
               MOVE WS-PREV-EMP-NO TO EMP-NO
               READ EMPLOYEE-FILE
                   NOT INVALID KEY
                       MOVE EMP-SSN TO WS-EMP-SSN
               END-READ
           END-IF
           IF WS-EMP-SSN = SPACES
               ADD 1 TO WS-NO-SSN-COUNT
               DISPLAY "NO SSN ON FILE FOR EMPLOYEE " WS-PREV-EMP-NO
           END-IF.
       350-PRINT-STATEMENT.
           MOVE WS-TAX-YEAR TO SM-YEAR
           IF WS-STMT-COUNT = 1
               WRITE STATEMENT-REC FROM STMT-HEADING
           ELSE
               WRITE STATEMENT-REC FROM STMT-HEADING
                   AFTER ADVANCING PAGE
           END-IF
           MOVE WS-PREV-EMP-NO   TO SN-EMP-NO
           MOVE WS-PREV-EMP-NAME TO SN-NAME
           WRITE STATEMENT-REC FROM STMT-NAME-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO SS-SSN
           IF WS-EMP-SSN = SPACES
               MOVE "NOT ON FILE" TO SS-SSN
           ELSE
               IF WS-FULL-SSN-OK = "Y"
                   MOVE WS-EMP-SSN TO SS-SSN
                   ADD 1 TO WS-SSN-PRINTED-COUNT
               ELSE
                   STRING "XXXXX"           DELIMITED BY SIZE
                          WS-EMP-SSN (6:4)  DELIMITED BY SIZE
                          INTO SS-SSN
                   END-STRING
               END-IF
           END-IF
           WRITE STATEMENT-REC FROM STMT-SSN-LINE
               AFTER ADVANCING 1 LINES
           MOVE "GROSS WAGES:              " TO SA-LABEL
           MOVE WS-EMP-GROSS TO SA-AMOUNT
           WRITE STATEMENT-REC FROM STMT-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE "PRE-TAX DEDUCTIONS:       " TO SA-LABEL
           MOVE WS-EMP-PRE-TAX TO SA-AMOUNT
           WRITE STATEMENT-REC FROM STMT-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE "TAXABLE WAGES:            " TO SA-LABEL
           MOVE WS-EMP-TAXABLE TO SA-AMOUNT
           WRITE STATEMENT-REC FROM STMT-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE "TAX WITHHELD:             " TO SA-LABEL
           MOVE WS-EMP-WH TO SA-AMOUNT
           WRITE STATEMENT-REC FROM STMT-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
       380-STAGE-SUBMISSION-RECORD.
           IF WS-STMT-COUNT > 2000
               DISPLAY "SUBMISSION TABLE FULL - " WS-PREV-EMP-NO
                   " NOT STAGED"
               MOVE "Y" TO WS-TABLE-FULL
           ELSE
               MOVE WS-TAX-YEAR      TO SW-TAX-YEAR
               MOVE WS-EMP-SSN       TO SW-SSN
               MOVE WS-PREV-EMP-NO   TO SW-EMP-NO
               MOVE WS-PREV-EMP-NAME TO SW-NAME
               MOVE WS-EMP-GROSS     TO SW-GROSS
               MOVE WS-EMP-PRE-TAX   TO SW-PRE-TAX
               MOVE WS-EMP-TAXABLE   TO SW-TAXABLE
               MOVE WS-EMP-WH        TO SW-WITHHELD
               MOVE SUBMISSION-WAGE-RECORD
                   TO WS-SUB-ENTRY (WS-STMT-COUNT)
           END-IF.
      ******************************************************************
      * Sums the PAYRUN.TOT figures of every run dated in the tax
      * year. The statements' paid count, gross and withholding must
      * agree with them, and every statement must carry an SSN,
      * before the submission file is written.
      ******************************************************************
       500-TIE-OUT-TO-PAY-RUNS.
           OPEN INPUT PAY-TOTALS-HISTORY-FILE
           IF WS-TOTHIST-STATUS = "00"
               PERFORM UNTIL WS-TOTHIST-EOF = "Y"
                   READ PAY-TOTALS-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-TOTHIST-EOF
                       NOT AT END
                           IF TH-RUN-YEAR = WS-TAX-YEAR
                               ADD 1 TO WS-RUN-COUNT
                               ADD TH-EMP-COUNT   TO WS-RUN-PAY-COUNT
                               ADD TH-GROSS-TOTAL TO WS-RUN-GROSS
                               ADD TH-WH-TOTAL    TO WS-RUN-WH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-TOTALS-HISTORY-FILE
           END-IF
           IF WS-STMT-COUNT > ZERO
              AND WS-HIST-PAY-COUNT = WS-RUN-PAY-COUNT
              AND WS-TOT-GROSS = WS-RUN-GROSS
              AND WS-TOT-WH = WS-RUN-WH
              AND WS-NO-SSN-COUNT = ZERO
              AND WS-EMP-OPEN = "Y"
              AND WS-TABLE-FULL = "N"
               MOVE "Y" TO WS-TIES
           ELSE
               MOVE "N" TO WS-TIES
           END-IF.
       550-PRINT-CONTROL-PAGE.
           MOVE WS-TAX-YEAR TO CH-YEAR
           IF WS-STMT-COUNT = ZERO
               WRITE STATEMENT-REC FROM CONTROL-HEADING
           ELSE
               WRITE STATEMENT-REC FROM CONTROL-HEADING
                   AFTER ADVANCING PAGE
           END-IF
           MOVE "STATEMENTS:               " TO CC-LABEL
           MOVE WS-STMT-COUNT TO CC-COUNT
           WRITE STATEMENT-REC FROM CONTROL-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE "PAY HISTORY RECORDS:      " TO CC-LABEL
           MOVE WS-HIST-PAY-COUNT TO CC-COUNT
           WRITE STATEMENT-REC FROM CONTROL-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE "GROSS WAGES:              " TO SA-LABEL
           MOVE WS-TOT-GROSS TO SA-AMOUNT
           WRITE STATEMENT-REC FROM STMT-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE "PRE-TAX DEDUCTIONS:       " TO SA-LABEL
           MOVE WS-TOT-PRE-TAX TO SA-AMOUNT
           WRITE STATEMENT-REC FROM STMT-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE "TAXABLE WAGES:            " TO SA-LABEL
           MOVE WS-TOT-TAXABLE TO SA-AMOUNT
           WRITE STATEMENT-REC FROM STMT-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE "TAX WITHHELD:             " TO SA-LABEL
           MOVE WS-TOT-WH TO SA-AMOUNT
           WRITE STATEMENT-REC FROM STMT-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE "PAY RUNS IN THE YEAR:     " TO CC-LABEL
           MOVE WS-RUN-COUNT TO CC-COUNT
           WRITE STATEMENT-REC FROM CONTROL-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE "PAYRUN.TOT PAID COUNT:    " TO CC-LABEL
           MOVE WS-RUN-PAY-COUNT TO CC-COUNT
           WRITE STATEMENT-REC FROM CONTROL-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE "PAYRUN.TOT GROSS:         " TO SA-LABEL
           MOVE WS-RUN-GROSS TO SA-AMOUNT
           WRITE STATEMENT-REC FROM STMT-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE "PAYRUN.TOT WITHHELD:      " TO SA-LABEL
           MOVE WS-RUN-WH TO SA-AMOUNT
           WRITE STATEMENT-REC FROM STMT-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           IF WS-TIES = "Y"
               MOVE "IN BALANCE - WAGESUB.DAT WRITTEN" TO CR-RESULT
           ELSE
               IF WS-NO-SSN-COUNT > ZERO OR WS-EMP-OPEN = "N"
                   MOVE "SSNS MISSING - WAGESUB.DAT NOT WRITTEN"
                       TO CR-RESULT
               ELSE
                   IF WS-TABLE-FULL = "Y"
                       MOVE "TABLE FULL - WAGESUB.DAT NOT WRITTEN"
                           TO CR-RESULT
                   ELSE
                       MOVE "OUT OF BALANCE - WAGESUB.DAT NOT WRITTEN"
                           TO CR-RESULT
                   END-IF
               END-IF
           END-IF
           WRITE STATEMENT-REC FROM CONTROL-RESULT-LINE
               AFTER ADVANCING 2 LINES.
      ******************************************************************
      * The staged "W" records, then the "T" control total record.
      ******************************************************************
       600-WRITE-SUBMISSION-FILE.
           OPEN OUTPUT SUBMISSION-FILE
           PERFORM VARYING WS-STMT-SUB FROM 1 BY 1
                   UNTIL WS-STMT-SUB > WS-STMT-COUNT
               MOVE WS-SUB-ENTRY (WS-STMT-SUB) TO SUBMISSION-REC
               WRITE SUBMISSION-REC
           END-PERFORM
           MOVE WS-TAX-YEAR    TO ST-TAX-YEAR
           MOVE WS-STMT-COUNT  TO ST-RECORD-COUNT
           MOVE WS-TOT-GROSS   TO ST-GROSS
           MOVE WS-TOT-PRE-TAX TO ST-PRE-TAX
           MOVE WS-TOT-TAXABLE TO ST-TAXABLE
           MOVE WS-TOT-WH      TO ST-WITHHELD
           MOVE SPACES TO SUBMISSION-REC
           MOVE SUBMISSION-TOTAL-RECORD TO SUBMISSION-REC
           WRITE SUBMISSION-REC
           CLOSE SUBMISSION-FILE
           DISPLAY "WAGESUB.DAT WRITTEN - " WS-STMT-COUNT
               " WAGE RECORDS".
      ******************************************************************
      * Full SSNs went to paper: the same audit line SsnList leaves.
      ******************************************************************
       700-LOG-THE-PRINTING.
           MOVE WS-OPERATOR-ID TO AU-OPERATOR
           MOVE WS-TODAY-YMD TO AU-DATE
           MOVE WS-SSN-PRINTED-COUNT TO AU-COUNT
           OPEN EXTEND SSN-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT SSN-LOG-FILE
           END-IF
           WRITE SSN-LOG-REC FROM SSN-AUDIT-LINE
           CLOSE SSN-LOG-FILE.
       END PROGRAM WageStmt.
