               ASSIGN TO "LAB7SITE3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE3-STATUS.
      ******************************************************************
      * The department hierarchy Lab7's DeptHier maintains: each
      * department's cost center, each cost center's division and
      * site. Optional -- without it the rollup sections don't print.
      ******************************************************************
           SELECT  HIERARCHY-FILE
               ASSIGN TO "DEPTHIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIER-STATUS.
           SELECT  LOOKUP-LOG-FILE
               ASSIGN TO "DEPTLOOKUP.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO "LOCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
      ******************************************************************
      * Performance reviews kept by RevEnt. Anyone getting a raise
      * with no review completed in the last twelve months is listed
      * on REJECTS.RPT (the raise still applies). A missing file means
      * reviews are not being tracked and nothing is listed.
      ******************************************************************
           SELECT  REVIEW-FILE
               ASSIGN TO "REVIEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
      ******************************************************************
      * The date this run's raises take effect, when they were
      * approved for an earlier date than the run. It is carried on
      * every SALHIST.DAT record so RetroPay can settle the periods
      * already paid at the old rate. A missing file means the raises
      * take effect today.
      ******************************************************************
           SELECT  RAISE-EFFECTIVE-FILE
               ASSIGN TO "RAISEEFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAISEEFF-STATUS.
       DATA DIVISION.
       
       FILE SECTION.
           05  GL-TERRITORY-NO       PIC XX.
           05  GL-AMOUNT-INCREASE    PIC 9(5)V99.
           05  GL-NEW-SALARY         PIC 9(7)9V99.
           05  GL-OFFICE-NO          PIC XX.
       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-OUTREC          PIC X(120).
       FD  CSV-FILE.
       01  SITE3-DEPT-REC.
           05  S3-D-CODE             PIC X(2).
           05  S3-D-NAME             PIC X(10).
       FD  HIERARCHY-FILE.
       01  HIERARCHY-REC.
           05  HR-TYPE               PIC X.
           05  FILLER                PIC X.
           05  HR-CODE               PIC X(2).
           05  FILLER                PIC X.
           05  HR-NAME               PIC X(10).
           05  FILLER                PIC X.
           05  HR-PARENT             PIC X(2).
           05  FILLER                PIC X.
           05  HR-SITE               PIC X.
       FD  LOOKUP-LOG-FILE.
       01  LOG-REC                   PIC X(80).
       FD  TERMINATIONS-FILE.
           05  SH-PERCENT            PIC 9V9.
           05  SH-AMOUNT             PIC 9(5)V99.
           05  SH-NEW-SALARY         PIC 9(8)V99.
           05  SH-EFFECTIVE-DATE     PIC 9(8).

       FD  ALERTS-FILE.
       01  ALERT-OUTREC              PIC X(90).
       01  RUN-HISTORY-OUTREC        PIC X(75).
       FD  LOCK-FILE.
       01  LOCK-IOREC            PIC X(45).
       FD  REVIEW-FILE.
       01  REVIEW-REC.
           05  RV-EMP-NO             PIC X(5).
           05  FILLER                PIC X.
           05  RV-DUE-DATE           PIC 9(8).
           05  FILLER                PIC X.
           05  RV-DONE-DATE          PIC 9(8).
           05  FILLER                PIC X(8).
       FD  RAISE-EFFECTIVE-FILE.
       01  RAISE-EFFECTIVE-REC.
           05  RE-EFFECTIVE-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.
      ******************************************************************
                                     INDEXED BY WS-DEPT-IDX.
               10  WS-D-CODE         PIC X(2).
               10  WS-D-NAME         PIC X(10).
      ******************************************************************
      * Hierarchy rollup working storage: department-to-cost-center
      * and cost-center-to-division/site maps off DEPTHIER.DAT, and
      * the division and site accumulators they feed. The last
      * division slot and the fourth site slot collect departments
      * with no assignment, so the rollups still foot to the total.
      ******************************************************************
       01  WS-HIER-STATUS            PIC XX.
       01  WS-HIER-EOF               PIC X        VALUE "N".
       01  WS-HIER-IN-USE            PIC X        VALUE "N".
       01  WS-ROLL-COST-CTR          PIC XX       VALUE SPACES.
       01  WS-ROLL-DIV-SUB           PIC 9(3)     VALUE ZERO.
       01  WS-ROLL-SITE-SUB          PIC 9        VALUE ZERO.
       01  WS-ASSIGN-TABLE.
           05  WS-ASSIGN-COUNT       PIC 9(3)     VALUE ZERO.
           05  WS-ASSIGN-ENTRY       OCCURS 1 TO 500 TIMES
                                     DEPENDING ON WS-ASSIGN-COUNT
                                     INDEXED BY WS-ASSIGN-IDX.
               10  WS-AS-DEPT        PIC XX.
               10  WS-AS-COST-CTR    PIC XX.
       01  WS-COST-CTR-TABLE.
           05  WS-CC-COUNT           PIC 9(3)     VALUE ZERO.
           05  WS-CC-ENTRY           OCCURS 1 TO 200 TIMES
                                     DEPENDING ON WS-CC-COUNT
                                     INDEXED BY WS-CC-IDX.
               10  WS-CC-CODE        PIC XX.
               10  WS-CC-DIVISION    PIC XX.
               10  WS-CC-SITE        PIC X.
       01  WS-DIVISION-TABLE.
           05  WS-DIV-COUNT          PIC 9(3)     VALUE ZERO.
           05  WS-DIV-ENTRY          OCCURS 1 TO 51 TIMES
                                     DEPENDING ON WS-DIV-COUNT
                                     INDEXED BY WS-DIV-IDX.
               10  WS-DIV-CODE       PIC XX.
               10  WS-DIV-NAME       PIC X(10).
               10  WS-DIV-SALARY     PIC 9(9).
               10  WS-DIV-INCREASE   PIC 9(9)V99.
               10  WS-DIV-FINAL      PIC 9(9)V99.
               10  WS-DIV-HEADCOUNT  PIC 9(5).
       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY         OCCURS 4 TIMES.
               10  WS-SITE-SALARY    PIC 9(9)     VALUE ZERO.
               10  WS-SITE-INCREASE  PIC 9(9)V99  VALUE ZERO.
               10  WS-SITE-FINAL     PIC 9(9)V99  VALUE ZERO.
               10  WS-SITE-HEADCOUNT PIC 9(5)     VALUE ZERO.
       01  LOOKUP-LOG-LINE.
           05  FILLER                PIC X(6)  VALUE "CODE: ".
           05  LL-CODE               PIC X(2).
                                     INDEXED BY WS-BUDGET-IDX.
               10  WS-BUD-TERRITORY  PIC XX.
               10  WS-BUD-AMOUNT     PIC 9(9)V99.
       01  WS-RAISEEFF-STATUS        PIC XX.
       01  WS-EFFECTIVE-DATE         PIC 9(8)     VALUE ZERO.
       01  WS-EFFECTIVE-PARTS REDEFINES WS-EFFECTIVE-DATE.
           05  WS-EFF-YEAR           PIC 9(4).
           05  WS-EFF-MONTH          PIC 99.
           05  WS-EFF-DAY            PIC 99.
       01  WS-EFF-DATE-OK            PIC X        VALUE "N".
       01  WS-REVIEW-STATUS          PIC XX.
       01  WS-REVIEW-EOF             PIC X        VALUE "N".
       01  WS-REVIEW-IN-USE          PIC X        VALUE "N".
       01  WS-REVIEW-FOUND           PIC X        VALUE "N".
       01  WS-REVIEW-CUTOFF          PIC 9(8)     VALUE ZERO.
       01  WS-NOREVIEW-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-REVIEW-TABLE.
           05  WS-REVIEW-COUNT       PIC 9(4)     VALUE ZERO.
           05  WS-REVIEW-ENTRY       OCCURS 5000 TIMES
                                     INDEXED BY WS-REVIEW-IDX.
               10  WS-REV-EMP-NO     PIC X(5).
               10  WS-REV-DONE-DATE  PIC 9(8).
       01  WS-OVER-TABLE.
           05  WS-OVER-COUNT         PIC 9(3)     VALUE ZERO.
           05  WS-OVER-ENTRY         OCCURS 50 TIMES.
           05  FILLER                PIC X        VALUE "%".
           05  FILLER                PIC X(5)     VALUE "  WH:".
           05  OUT-WH-TOTAL          PIC $$$,$$$,$$9.99.
       01  ROLLUP-HEADING.
           05  FILLER                PIC X(9)     VALUE SPACES.
           05  RH-TITLE              PIC X(30).
           05  FILLER                PIC X(41)    VALUE SPACES.
       01  ROLLUP-LINE.
           05  FILLER                PIC X(9)     VALUE SPACES.
           05  RL-LABEL              PIC X(10).
           05  RL-CODE               PIC XX.
           05  FILLER                PIC X        VALUE SPACES.
           05  RL-NAME               PIC X(10).
           05  RL-ANNUAL             PIC $$$,$$$,$$9.
           05  FILLER                PIC XXX      VALUE SPACES.
           05  RL-INC                PIC $$,$$$,$$9.99.
           05  FILLER                PIC X        VALUE SPACES.
           05  RL-FINAL              PIC $$$,$$$,$$9.99.
           05  FILLER                PIC X(3)     VALUE SPACES.
           05  FILLER                PIC X(6)     VALUE "EMPS: ".
           05  RL-HEADCOUNT          PIC ZZZZ9.
       01  TERRITORY-BREAK-LINE.
           05  FILLER                PIC X(9)     VALUE SPACES.
           05  FILLER                PIC X(11)    VALUE "TERRITORY: ".
           05  FILLER                PIC X(10)    VALUE SPACES.
           05  FILLER                PIC X(24)    VALUE
                   "INVALID OFFICE/JOB CODE.".
       01  NOREVIEW-DETAIL-LINE.
           05  FILLER                PIC X        VALUE SPACES.
           05  NR-NUM                PIC X(5).
           05  FILLER                PIC XXX      VALUE SPACES.
           05  NR-NAME                PIC X(20).
           05  FILLER                PIC XXX      VALUE SPACES.
           05  NR-OFFICE              PIC XX.
           05  FILLER                PIC XXX      VALUE SPACES.
           05  NR-CODE                PIC XX.
           05  FILLER                PIC X(10)    VALUE SPACES.
           05  FILLER                PIC X(31)    VALUE
                   "RAISE - NO REVIEW IN 12 MONTHS.".
       01  YTD-LINE.
           05  FILLER                PIC X(20)    VALUE SPACES.
           05  FILLER                PIC X(10)    VALUE "YTD TOTALS".
           PERFORM 055-LOAD-RAISE-MATRIX.
           PERFORM 061-LOAD-TAX-TABLE.
           PERFORM 062-LOAD-AND-MERGE-DEPT-TABLE.
           PERFORM 090-LOAD-DEPT-HIERARCHY.
           PERFORM 060-LOAD-YTD-TOTALS.
           PERFORM 065-LOAD-TERRITORY-BUDGETS.
           PERFORM 067-LOAD-REVIEW-DATES.
           IF WS-SIM-MODE = "N"
               PERFORM 070-ARCHIVE-AND-PURGE-REPORTS
               PERFORM 080-BUMP-RUN-NUMBER
           END-IF.
           PERFORM 100-OPEN THRU 100-OPEN-EXIT.
           PERFORM 200-WRITE-HEADING.
           PERFORM 069-SET-EFFECTIVE-DATE.
           PERFORM 300-READ UNTIL EOF-SWITCH = 'Y'.
           IF WS-PREV-TERRITORY NOT = SPACES
               PERFORM 450-PRINT-TERRITORY-BREAK
           END-IF.
           PERFORM 500-TOTAL-LINE.
           IF WS-HIER-IN-USE = "Y"
               PERFORM 530-PRINT-HIERARCHY-TOTALS
           END-IF.
           PERFORM 520-PRINT-OVER-BUDGET-SUMMARY.
           PERFORM 510-WRITE-CONTROL-LINE.
           IF WS-NOREVIEW-COUNT > ZERO
               DISPLAY WS-NOREVIEW-COUNT " RAISES WITH NO REVIEW IN "
                   "12 MONTHS - SEE " WS-REJECT-FILE-NAME
           END-IF.
           IF WS-SIM-MODE = "N"
               PERFORM 560-UPDATE-YTD-TOTALS
           END-IF.
                   MOVE WS-D-NAME (WS-DEPT-IDX) TO WS-DEPT-NAME
           END-SEARCH.
      ******************************************************************
      * Loads DEPTHIER.DAT into the assignment, cost-center and
      * division tables. Divisions are loaded first-seen order; the
      * UNASSIGNED bucket is added after the last one.
      ******************************************************************
       090-LOAD-DEPT-HIERARCHY.
           OPEN INPUT HIERARCHY-FILE
           IF WS-HIER-STATUS = "00"
               MOVE "Y" TO WS-HIER-IN-USE
               PERFORM UNTIL WS-HIER-EOF = "Y"
                   READ HIERARCHY-FILE
                       AT END
                           MOVE "Y" TO WS-HIER-EOF
                       NOT AT END
                           PERFORM 091-TABLE-HIERARCHY-RECORD
                   END-READ
               END-PERFORM
               CLOSE HIERARCHY-FILE
               ADD 1 TO WS-DIV-COUNT
               SET WS-DIV-IDX TO WS-DIV-COUNT
               MOVE "**" TO WS-DIV-CODE (WS-DIV-IDX)
               MOVE "UNASSIGNED" TO WS-DIV-NAME (WS-DIV-IDX)
               MOVE ZERO TO WS-DIV-SALARY (WS-DIV-IDX)
               MOVE ZERO TO WS-DIV-INCREASE (WS-DIV-IDX)
               MOVE ZERO TO WS-DIV-FINAL (WS-DIV-IDX)
               MOVE ZERO TO WS-DIV-HEADCOUNT (WS-DIV-IDX)
           END-IF.
       091-TABLE-HIERARCHY-RECORD.
           EVALUATE HR-TYPE
               WHEN "D"
                   IF WS-ASSIGN-COUNT < 500
                       ADD 1 TO WS-ASSIGN-COUNT
                       SET WS-ASSIGN-IDX TO WS-ASSIGN-COUNT
                       MOVE HR-CODE TO WS-AS-DEPT (WS-ASSIGN-IDX)
                       MOVE HR-PARENT TO WS-AS-COST-CTR (WS-ASSIGN-IDX)
                   END-IF
               WHEN "C"
                   IF WS-CC-COUNT < 200
                       ADD 1 TO WS-CC-COUNT
                       SET WS-CC-IDX TO WS-CC-COUNT
                       MOVE HR-CODE TO WS-CC-CODE (WS-CC-IDX)
                       MOVE HR-PARENT TO WS-CC-DIVISION (WS-CC-IDX)
                       MOVE HR-SITE TO WS-CC-SITE (WS-CC-IDX)
                   END-IF
               WHEN "V"
                   IF WS-DIV-COUNT < 50
                       ADD 1 TO WS-DIV-COUNT
                       SET WS-DIV-IDX TO WS-DIV-COUNT
                       MOVE HR-CODE TO WS-DIV-CODE (WS-DIV-IDX)
                       MOVE HR-NAME TO WS-DIV-NAME (WS-DIV-IDX)
                       MOVE ZERO TO WS-DIV-SALARY (WS-DIV-IDX)
                       MOVE ZERO TO WS-DIV-INCREASE (WS-DIV-IDX)
                       MOVE ZERO TO WS-DIV-FINAL (WS-DIV-IDX)
                       MOVE ZERO TO WS-DIV-HEADCOUNT (WS-DIV-IDX)
                   END-IF
           END-EVALUATE.
      ******************************************************************
      * Loads the per-territory raise-pool budgets from TERRBUDG.DAT.
      * A missing file just means no budget lines print this run.
      ******************************************************************
               CLOSE TERRITORY-BUDGET-FILE
           END-IF.
      ******************************************************************
      * Loads every completed review date from REVIEW.DAT; open
      * cycles (no completed date) count for nothing here.
      ******************************************************************
       067-LOAD-REVIEW-DATES.
           MOVE ZERO TO WS-REVIEW-COUNT
           OPEN INPUT REVIEW-FILE
           IF WS-REVIEW-STATUS = "00"
               MOVE "Y" TO WS-REVIEW-IN-USE
               PERFORM UNTIL WS-REVIEW-EOF = "Y"
                   READ REVIEW-FILE
                       AT END
                           MOVE "Y" TO WS-REVIEW-EOF
                       NOT AT END
                           IF RV-DONE-DATE IS NUMERIC
                              AND RV-DONE-DATE > ZERO
                              AND WS-REVIEW-COUNT < 5000
                               ADD 1 TO WS-REVIEW-COUNT
                               SET WS-REVIEW-IDX TO WS-REVIEW-COUNT
                               MOVE RV-EMP-NO TO
                                   WS-REV-EMP-NO (WS-REVIEW-IDX)
                               MOVE RV-DONE-DATE TO
                                   WS-REV-DONE-DATE (WS-REVIEW-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVIEW-FILE
           END-IF.
      ******************************************************************
      * Takes the raises' effective date from RAISEEFF.DAT. A missing,
      * invalid, or future date falls back to today, which leaves
      * nothing for RetroPay to settle.
      ******************************************************************
       069-SET-EFFECTIVE-DATE.
           MOVE WS-TODAY-YMD TO WS-EFFECTIVE-DATE
           OPEN INPUT RAISE-EFFECTIVE-FILE
           IF WS-RAISEEFF-STATUS = "00"
               READ RAISE-EFFECTIVE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RE-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               END-READ
               CLOSE RAISE-EFFECTIVE-FILE
               COPY DATEVAL REPLACING
                   ==:WS-YEAR-FLD:==    BY ==WS-EFF-YEAR==
                   ==:WS-MONTH-FLD:==   BY ==WS-EFF-MONTH==
                   ==:WS-DAY-FLD:==     BY ==WS-EFF-DAY==
                   ==:DATE-VALID-FLD:== BY ==WS-EFF-DATE-OK==.
               IF WS-EFF-DATE-OK = "N"
                  OR WS-EFFECTIVE-DATE > WS-TODAY-YMD
                   DISPLAY "RAISEEFF.DAT DATE " RE-EFFECTIVE-DATE
                       " INVALID OR IN THE FUTURE - RAISES EFFECTIVE "
                       "TODAY"
                   MOVE WS-TODAY-YMD TO WS-EFFECTIVE-DATE
               ELSE
                   DISPLAY "RAISES EFFECTIVE " WS-EFFECTIVE-DATE
               END-IF
           END-IF.
      ******************************************************************
      * Loads the running year-to-date totals from YTD-TOTALS.DAT.
      * The file will not exist on the very first run, so a bad
      * FILE STATUS just means the YTD totals start at zero.
       405-VALID-SALARY-INCREASE.
           ADD 1 TO WS-HEADCOUNT
           PERFORM 315-APPLY-RAISE-PERCENTAGE
           IF WS-AMOUNT-INCREASE > ZERO AND WS-REVIEW-IN-USE = "Y"
               PERFORM 330-CHECK-LAST-REVIEW
           END-IF
           PERFORM 400-PRINT-LINE.
      ******************************************************************
      * A raise with no review completed in the twelve months up to
      * today goes on REJECTS.RPT for HR to chase. It is not a reject
      * -- the raise stands and the reject count is untouched.
      ******************************************************************
       330-CHECK-LAST-REVIEW.
           COMPUTE WS-REVIEW-CUTOFF = WS-TODAY-YMD - 10000
           MOVE "N" TO WS-REVIEW-FOUND
           PERFORM VARYING WS-REVIEW-IDX FROM 1 BY 1
                   UNTIL WS-REVIEW-IDX > WS-REVIEW-COUNT
                      OR WS-REVIEW-FOUND = "Y"
               IF WS-REV-EMP-NO (WS-REVIEW-IDX) = IN-EMPLOYEE-NO
                  AND WS-REV-DONE-DATE (WS-REVIEW-IDX)
                      >= WS-REVIEW-CUTOFF
                   MOVE "Y" TO WS-REVIEW-FOUND
               END-IF
           END-PERFORM
           IF WS-REVIEW-FOUND = "N"
               ADD 1 TO WS-NOREVIEW-COUNT
               MOVE IN-EMPLOYEE-NO TO NR-NUM
               MOVE IN-EMPLOYEE-NAME TO NR-NAME
               MOVE OFFICE-NO TO NR-OFFICE
               MOVE IN-JOB-CODE TO NR-CODE
               WRITE REJECT-OUTREC FROM NOREVIEW-DETAIL-LINE
               IF WS-SIM-MODE = "N"
                   PERFORM 335-LOG-NOREVIEW-EXCEPTION
               END-IF
           END-IF.
       335-LOG-NOREVIEW-EXCEPTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE "PROGRAM2"      TO EXC-SOURCE-PROGRAM
           MOVE IN-EMPLOYEE-NO  TO EXC-RECORD-KEY
           MOVE "NOREVW"        TO EXC-REASON-CODE
           MOVE WS-MM           TO EXC-MONTH
           MOVE WS-DD           TO EXC-DAY
           MOVE WS-YEAR         TO EXC-YEAR
           MOVE SPACES TO EXC-RESOLVED-FLAG
           MOVE INPUT-FILES TO EXC-RECORD-IMAGE
           OPEN EXTEND EXCEPTIONS-FILE
           WRITE EXCEPTION-OUTREC FROM EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.
      ******************************************************************
      * Walks the brackets to estimate the tax withheld from the new
      * salary: each slice of salary up to a bracket bound is taxed
      * at that bracket's rate (tenths of a percent), and anything
           ADD WS-AMOUNT-INCREASE TO WS-TERR-TOTAL-INCREASE
           ADD WS-NEW-SALARY TO WS-TERR-TOTAL-FINAL
           ADD 1 TO WS-WRITTEN-COUNT
           IF WS-HIER-IN-USE = "Y"
               PERFORM 403-ROLL-UP-HIERARCHY
           END-IF
           IF WS-SIM-MODE = "N"
               MOVE IN-EMPLOYEE-NO TO GL-EMPLOYEE-NO
               MOVE TERRITORY-NO TO GL-TERRITORY-NO
               MOVE WS-AMOUNT-INCREASE TO GL-AMOUNT-INCREASE
               MOVE WS-NEW-SALARY TO GL-NEW-SALARY
               MOVE OFFICE-NO TO GL-OFFICE-NO
               WRITE GLFEED-REC
               PERFORM 401-WRITE-SALARY-HISTORY
               PERFORM 402-WRITE-CSV-DETAIL
           END-IF.
      ******************************************************************
      * Rolls the printed line up through the hierarchy: department
      * to cost center to division and site. A department with no
      * assignment, or one whose cost center has gone missing, lands
      * in the UNASSIGNED division and site buckets.
      ******************************************************************
       403-ROLL-UP-HIERARCHY.
           MOVE SPACES TO WS-ROLL-COST-CTR
           MOVE WS-DIV-COUNT TO WS-ROLL-DIV-SUB
           MOVE 4 TO WS-ROLL-SITE-SUB
           SET WS-ASSIGN-IDX TO 1
           SEARCH WS-ASSIGN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AS-DEPT (WS-ASSIGN-IDX) = OFFICE-NO
                   MOVE WS-AS-COST-CTR (WS-ASSIGN-IDX)
                       TO WS-ROLL-COST-CTR
           END-SEARCH
           IF WS-ROLL-COST-CTR NOT = SPACES
               SET WS-CC-IDX TO 1
               SEARCH WS-CC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CC-CODE (WS-CC-IDX) = WS-ROLL-COST-CTR
                       IF WS-CC-SITE (WS-CC-IDX) = "1" OR "2" OR "3"
                           MOVE WS-CC-SITE (WS-CC-IDX)
                               TO WS-ROLL-SITE-SUB
                       END-IF
                       SET WS-DIV-IDX TO 1
                       SEARCH WS-DIV-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-DIV-CODE (WS-DIV-IDX)
                                    = WS-CC-DIVISION (WS-CC-IDX)
                               SET WS-ROLL-DIV-SUB TO WS-DIV-IDX
                       END-SEARCH
               END-SEARCH
           END-IF
           ADD IN-SALARY TO WS-DIV-SALARY (WS-ROLL-DIV-SUB)
           ADD WS-AMOUNT-INCREASE TO WS-DIV-INCREASE (WS-ROLL-DIV-SUB)
           ADD WS-NEW-SALARY TO WS-DIV-FINAL (WS-ROLL-DIV-SUB)
           ADD 1 TO WS-DIV-HEADCOUNT (WS-ROLL-DIV-SUB)
           ADD IN-SALARY TO WS-SITE-SALARY (WS-ROLL-SITE-SUB)
           ADD WS-AMOUNT-INCREASE TO WS-SITE-INCREASE (WS-ROLL-SITE-SUB)
           ADD WS-NEW-SALARY TO WS-SITE-FINAL (WS-ROLL-SITE-SUB)
           ADD 1 TO WS-SITE-HEADCOUNT (WS-ROLL-SITE-SUB).
      ******************************************************************
      * Appends this raise to the per-employee salary history file so
      * the before/after of every run survives the report archive.
      ******************************************************************
           MOVE WS-PERCENT-INCREASE TO SH-PERCENT
           MOVE WS-AMOUNT-INCREASE  TO SH-AMOUNT
           MOVE WS-NEW-SALARY       TO SH-NEW-SALARY
           MOVE WS-EFFECTIVE-DATE   TO SH-EFFECTIVE-DATE
           WRITE SALARY-HISTORY-REC.
      ******************************************************************
      * Writes the same detail record to employee.csv, comma-delimited,
               END-PERFORM
           END-IF.
      ******************************************************************
      * Division and site totals off the hierarchy rollup, printed
      * under the grand total. An UNASSIGNED line only prints when
      * something actually fell into it.
      ******************************************************************
       530-PRINT-HIERARCHY-TOTALS.
           MOVE "DIVISION TOTALS" TO RH-TITLE
           WRITE EMPLOYEE-OUTREC FROM ROLLUP-HEADING
                 AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-DIV-IDX FROM 1 BY 1
                   UNTIL WS-DIV-IDX > WS-DIV-COUNT
               IF WS-DIV-CODE (WS-DIV-IDX) NOT = "**"
                  OR WS-DIV-HEADCOUNT (WS-DIV-IDX) > ZERO
                   MOVE "DIVISION: " TO RL-LABEL
                   MOVE WS-DIV-CODE (WS-DIV-IDX) TO RL-CODE
                   MOVE WS-DIV-NAME (WS-DIV-IDX) TO RL-NAME
                   MOVE WS-DIV-SALARY (WS-DIV-IDX) TO RL-ANNUAL
                   MOVE WS-DIV-INCREASE (WS-DIV-IDX) TO RL-INC
                   MOVE WS-DIV-FINAL (WS-DIV-IDX) TO RL-FINAL
                   MOVE WS-DIV-HEADCOUNT (WS-DIV-IDX) TO RL-HEADCOUNT
                   WRITE EMPLOYEE-OUTREC FROM ROLLUP-LINE
                         AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM
           MOVE "SITE TOTALS" TO RH-TITLE
           WRITE EMPLOYEE-OUTREC FROM ROLLUP-HEADING
                 AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-ROLL-SITE-SUB FROM 1 BY 1
                   UNTIL WS-ROLL-SITE-SUB > 4
               IF WS-ROLL-SITE-SUB < 4
                  OR WS-SITE-HEADCOUNT (WS-ROLL-SITE-SUB) > ZERO
                   MOVE "SITE:     " TO RL-LABEL
                   IF WS-ROLL-SITE-SUB < 4
                       MOVE WS-ROLL-SITE-SUB TO RL-CODE
                       MOVE SPACES TO RL-NAME
                   ELSE
                       MOVE "**" TO RL-CODE
                       MOVE "UNASSIGNED" TO RL-NAME
                   END-IF
                   MOVE WS-SITE-SALARY (WS-ROLL-SITE-SUB) TO RL-ANNUAL
                   MOVE WS-SITE-INCREASE (WS-ROLL-SITE-SUB) TO RL-INC
                   MOVE WS-SITE-FINAL (WS-ROLL-SITE-SUB) TO RL-FINAL
                   MOVE WS-SITE-HEADCOUNT (WS-ROLL-SITE-SUB)
                       TO RL-HEADCOUNT
                   WRITE EMPLOYEE-OUTREC FROM ROLLUP-LINE
                         AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM.
      ******************************************************************
      *  Prints out the final line to outrec with all totals.
      ******************************************************************
       500-TOTAL-LINE.
