       IDENTIFICATION DIVISION.
       PROGRAM-ID. PosRpt.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Monthly position-control report: the authorized headcount
      *     on POSITION.DAT (PosMaint) against the filled positions,
      *     the active employee.dat records, for each territory,
      *     office, and job code. Every position entry prints its
      *     authorized and filled counts with the vacancies or
      *     over-hires; filled positions with no authorization at all
      *     print as over-hires of their own. An office section then
      *     sets the budgeted salary (authorized count times the
      *     position's budgeted salary) against the actual EMP-SALARY
      *     of the office's active employees, so budget season starts
      *     from the same numbers on both sides of the table. The
      *     report month is prompted; a BATCH command-line argument
      *     takes the current month.
      * Input:
      *     POSITION.DAT, employee.dat (indexed)
      * Output:
      *     POSCTL.RPT
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  POSITION-FILE
               ASSIGN TO "POSITION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
           SELECT  SORT-FILE
               ASSIGN TO "TEMP.SRT".
           SELECT  SORTED-POSITION-FILE
               ASSIGN TO "POSITION.SRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-NO
               FILE STATUS IS WS-EMP-STATUS.
           SELECT  POS-REPORT-FILE
               ASSIGN TO "POSCTL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-FILE.
       01  POSITION-REC              PIC X(20).
       SD  SORT-FILE.
       01  SORT-POSITION-REC.
           05  SORT-TERRITORY-NO     PIC XX.
           05  FILLER                PIC X.
           05  SORT-OFFICE-NO        PIC XX.
           05  FILLER                PIC X.
           05  SORT-JOB-CODE         PIC XX.
           05  FILLER                PIC X(12).
       FD  SORTED-POSITION-FILE.
       01  SORTED-POSITION-REC.
           05  PM-TERRITORY-NO       PIC XX.
           05  FILLER                PIC X.
           05  PM-OFFICE-NO          PIC XX.
           05  FILLER                PIC X.
           05  PM-JOB-CODE           PIC XX.
           05  FILLER                PIC X.
           05  PM-AUTH-COUNT         PIC 9(3).
           05  FILLER                PIC X.
           05  PM-BUDGET-SALARY      PIC 9(6).
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
           05  FILLER                PIC X(51).
       FD  POS-REPORT-FILE.
       01  POS-REPORT-REC            PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-POS-STATUS      PIC XX.
           05  WS-EMP-STATUS      PIC XX.
           05  WS-POS-EOF         PIC X     VALUE "N".
           05  WS-CMD-ARG         PIC X(8)  VALUE SPACES.
           05  WS-RPT-YEAR        PIC 9(4)  VALUE ZERO.
           05  WS-RPT-MONTH       PIC 99    VALUE ZERO.
           05  WS-POS-SUB         PIC 9(4)  VALUE ZERO.
           05  WS-OFF-SUB         PIC 9(3)  VALUE ZERO.
           05  WS-UNAUTH-COUNT    PIC 9(4)  VALUE ZERO.
           05  WS-VACANT          PIC 9(5)  VALUE ZERO.
           05  WS-OVER            PIC 9(5)  VALUE ZERO.
           05  WS-TERR-NO         PIC XX    VALUE SPACES.
           05  WS-OFFICE-NO       PIC XX    VALUE SPACES.
       01  WS-REPORT-TOTALS.
           05  WS-TOT-AUTH        PIC 9(5)     VALUE ZERO.
           05  WS-TOT-FILLED      PIC 9(5)     VALUE ZERO.
           05  WS-TOT-VACANT      PIC 9(5)     VALUE ZERO.
           05  WS-TOT-OVER        PIC 9(5)     VALUE ZERO.
           05  WS-TOT-BUDGET      PIC 9(11)    VALUE ZERO.
           05  WS-TOT-ACTUAL      PIC 9(11)    VALUE ZERO.
           05  WS-VARIANCE        PIC S9(11)   VALUE ZERO.
      ******************************************************************
      * Position entries in territory/office/job order, with the
      * active employees counted into them. Job codes filled without
      * an entry join the end of the table with no authorization.
      ******************************************************************
       01  WS-POS-TABLE.
           05  WS-POS-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-POS-ENTRY       OCCURS 600 TIMES.
               10  WS-PO-TERR     PIC XX.
               10  WS-PO-OFFICE   PIC XX.
               10  WS-PO-JOB      PIC XX.
               10  WS-PO-AUTH     PIC 9(3).
               10  WS-PO-BUDGET   PIC 9(6).
               10  WS-PO-FILLED   PIC 9(5).
               10  WS-PO-ON-FILE  PIC X.
      ******************************************************************
      * Budgeted against actual salary by territory/office pair.
      ******************************************************************
       01  WS-OFFICE-TABLE.
           05  WS-OFF-COUNT       PIC 9(3)  VALUE ZERO.
           05  WS-OFF-ENTRY       OCCURS 100 TIMES.
               10  WS-OF-TERR     PIC XX.
               10  WS-OF-OFFICE   PIC XX.
               10  WS-OF-AUTH     PIC 9(5).
               10  WS-OF-FILLED   PIC 9(5).
               10  WS-OF-BUDGET   PIC 9(9).
               10  WS-OF-ACTUAL   PIC 9(9).
       01  POS-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(26) VALUE
                                  "POSITION CONTROL REPORT - ".
           05  PH-MONTH           PIC 99.
           05  FILLER             PIC X     VALUE "/".
           05  PH-YEAR            PIC 9(4).
           05  FILLER             PIC X(41) VALUE SPACES.
       01  POS-COLUMN-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(35) VALUE
                                  "TERR  OFFICE  JOB   AUTHORIZED  FIL".
           05  FILLER             PIC X(24) VALUE
                                  "LED  VACANT  OVER-HIRED ".
           05  FILLER             PIC X(15) VALUE SPACES.
       01  POS-DETAIL-LINE.
           05  FILLER             PIC X(7)  VALUE SPACES.
           05  PD-TERR            PIC XX.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  PD-OFFICE          PIC XX.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  PD-JOB             PIC XX.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  PD-AUTH            PIC ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PD-FILLED          PIC ZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PD-VACANT          PIC ZZ,ZZ9.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  PD-OVER            PIC ZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PD-NOTE            PIC X(14).
       01  POS-TOTAL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(24) VALUE "TOTAL".
           05  PT-AUTH            PIC ZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PT-FILLED          PIC ZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PT-VACANT          PIC ZZ,ZZ9.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  PT-OVER            PIC ZZ,ZZ9.
           05  FILLER             PIC X(16) VALUE SPACES.
       01  BUDGET-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(34) VALUE
                                  "*** SALARY BUDGET BY OFFICE ***".
           05  FILLER             PIC X(40) VALUE SPACES.
       01  BUDGET-COLUMN-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(36) VALUE
                                  "TERR  OFFICE    BUDGETED SALARY    ".
           05  FILLER             PIC X(32) VALUE
                                  "ACTUAL SALARY        VARIANCE   ".
           05  FILLER             PIC X(6)  VALUE SPACES.
       01  BUDGET-DETAIL-LINE.
           05  FILLER             PIC X(7)  VALUE SPACES.
           05  BD-TERR            PIC XX.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  BD-OFFICE          PIC XX.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  BD-BUDGET          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  BD-ACTUAL          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  BD-VARIANCE        PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER             PIC X(10) VALUE SPACES.
       01  BUDGET-TOTAL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(20) VALUE "TOTAL".
           05  BT-BUDGET          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  BT-ACTUAL          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  BT-VARIANCE        PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER             PIC X(10) VALUE SPACES.
       01  BUDGET-NOTE-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "VARIANCE = BUDGETED LESS ACTUAL; MINUS IS OVER BUD".
           05  FILLER             PIC X(4)  VALUE "GET.".
           05  FILLER             PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-INPUT-REPORT-MONTH
           PERFORM 050-LOAD-POSITIONS
           PERFORM 100-SCAN-EMPLOYEE-MASTER
           PERFORM 300-PRINT-REPORT
           DISPLAY "POSCTL.RPT GENERATED - " WS-TOT-VACANT
               " VACANT, " WS-TOT-OVER " OVER-HIRED"
           STOP RUN.
       010-INPUT-REPORT-MONTH.
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
           END-IF.
      ******************************************************************
      * POSITION.DAT sorted into territory/office/job order. With no
      * positions maintained yet every filled job is an over-hire,
      * which is the report's way of saying so.
      ******************************************************************
       050-LOAD-POSITIONS.
           OPEN INPUT POSITION-FILE
           IF WS-POS-STATUS NOT = "00"
               DISPLAY "POSITION.DAT NOT FOUND - NO POSITIONS ARE "
                   "AUTHORIZED"
           ELSE
               CLOSE POSITION-FILE
               SORT  SORT-FILE
                   ON ASCENDING KEY SORT-TERRITORY-NO
                   ON ASCENDING KEY SORT-OFFICE-NO
                   ON ASCENDING KEY SORT-JOB-CODE
               USING POSITION-FILE
               GIVING SORTED-POSITION-FILE
               OPEN INPUT SORTED-POSITION-FILE
               PERFORM UNTIL WS-POS-EOF = "Y"
                   READ SORTED-POSITION-FILE
                       AT END
                           MOVE "Y" TO WS-POS-EOF
                       NOT AT END
                           PERFORM 060-TAKE-POSITION
                   END-READ
               END-PERFORM
               CLOSE SORTED-POSITION-FILE
           END-IF.
       060-TAKE-POSITION.
           IF WS-POS-COUNT >= 600
               DISPLAY "POSITION TABLE FULL - " PM-TERRITORY-NO "/"
                   PM-OFFICE-NO "/" PM-JOB-CODE " NOT REPORTED"
           ELSE
               ADD 1 TO WS-POS-COUNT
               MOVE PM-TERRITORY-NO  TO WS-PO-TERR (WS-POS-COUNT)
               MOVE PM-OFFICE-NO     TO WS-PO-OFFICE (WS-POS-COUNT)
               MOVE PM-JOB-CODE      TO WS-PO-JOB (WS-POS-COUNT)
               MOVE PM-AUTH-COUNT    TO WS-PO-AUTH (WS-POS-COUNT)
               MOVE PM-BUDGET-SALARY TO WS-PO-BUDGET (WS-POS-COUNT)
               MOVE ZERO             TO WS-PO-FILLED (WS-POS-COUNT)
               MOVE "Y"              TO WS-PO-ON-FILE (WS-POS-COUNT)
               MOVE PM-TERRITORY-NO  TO WS-TERR-NO
               MOVE PM-OFFICE-NO     TO WS-OFFICE-NO
               PERFORM 130-FIND-OFFICE
               IF WS-OFF-SUB <= WS-OFF-COUNT
                   ADD PM-AUTH-COUNT TO WS-OF-AUTH (WS-OFF-SUB)
                   COMPUTE WS-OF-BUDGET (WS-OFF-SUB) =
                       WS-OF-BUDGET (WS-OFF-SUB)
                       + (PM-AUTH-COUNT * PM-BUDGET-SALARY)
               END-IF
           END-IF.
      ******************************************************************
      * One pass over the master: each active employee fills a
      * position and adds to the office's actual salary.
      ******************************************************************
       100-SCAN-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "employee.dat NOT FOUND - RUN THE CONVERSION"
                   " FIRST"
               STOP RUN
           END-IF
           PERFORM UNTIL EOF = "Y"
               READ EMPLOYEE-FILE
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       IF EMP-STATUS NOT = "T"
                           PERFORM 110-COUNT-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.
       110-COUNT-ONE-EMPLOYEE.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
                      OR (WS-PO-TERR (WS-POS-SUB) = EMP-TERRITORY-NO
                          AND WS-PO-OFFICE (WS-POS-SUB) = EMP-OFFICE-NO
                          AND WS-PO-JOB (WS-POS-SUB) = EMP-JOB-CODE)
               CONTINUE
           END-PERFORM
           IF WS-POS-SUB > WS-POS-COUNT
               IF WS-POS-COUNT >= 600
                   DISPLAY "POSITION TABLE FULL - " EMP-TERRITORY-NO
                       "/" EMP-OFFICE-NO "/" EMP-JOB-CODE
                       " NOT REPORTED"
               ELSE
                   ADD 1 TO WS-POS-COUNT
                   ADD 1 TO WS-UNAUTH-COUNT
                   MOVE WS-POS-COUNT TO WS-POS-SUB
                   MOVE EMP-TERRITORY-NO TO WS-PO-TERR (WS-POS-SUB)
                   MOVE EMP-OFFICE-NO    TO WS-PO-OFFICE (WS-POS-SUB)
                   MOVE EMP-JOB-CODE     TO WS-PO-JOB (WS-POS-SUB)
                   MOVE ZERO             TO WS-PO-AUTH (WS-POS-SUB)
                   MOVE ZERO             TO WS-PO-BUDGET (WS-POS-SUB)
                   MOVE ZERO             TO WS-PO-FILLED (WS-POS-SUB)
                   MOVE "N"              TO WS-PO-ON-FILE (WS-POS-SUB)
               END-IF
           END-IF
           IF WS-POS-SUB <= WS-POS-COUNT
               ADD 1 TO WS-PO-FILLED (WS-POS-SUB)
           END-IF
           MOVE EMP-TERRITORY-NO TO WS-TERR-NO
           MOVE EMP-OFFICE-NO    TO WS-OFFICE-NO
           PERFORM 130-FIND-OFFICE
           IF WS-OFF-SUB <= WS-OFF-COUNT
               ADD 1 TO WS-OF-FILLED (WS-OFF-SUB)
               IF EMP-SALARY IS NUMERIC
                   ADD EMP-SALARY TO WS-OF-ACTUAL (WS-OFF-SUB)
               END-IF
           END-IF.
       130-FIND-OFFICE.
           PERFORM VARYING WS-OFF-SUB FROM 1 BY 1
                   UNTIL WS-OFF-SUB > WS-OFF-COUNT
                      OR (WS-OF-TERR (WS-OFF-SUB) = WS-TERR-NO
                          AND WS-OF-OFFICE (WS-OFF-SUB) = WS-OFFICE-NO)
               CONTINUE
           END-PERFORM
           IF WS-OFF-SUB > WS-OFF-COUNT
               IF WS-OFF-COUNT >= 100
                   DISPLAY "OFFICE TABLE FULL - " WS-TERR-NO
                       "/" WS-OFFICE-NO " NOT BROKEN OUT"
               ELSE
                   ADD 1 TO WS-OFF-COUNT
                   MOVE WS-OFF-COUNT TO WS-OFF-SUB
                   MOVE WS-TERR-NO   TO WS-OF-TERR (WS-OFF-SUB)
                   MOVE WS-OFFICE-NO TO WS-OF-OFFICE (WS-OFF-SUB)
                   MOVE ZERO         TO WS-OF-AUTH (WS-OFF-SUB)
                   MOVE ZERO         TO WS-OF-FILLED (WS-OFF-SUB)
                   MOVE ZERO         TO WS-OF-BUDGET (WS-OFF-SUB)
                   MOVE ZERO         TO WS-OF-ACTUAL (WS-OFF-SUB)
               END-IF
           END-IF.
       300-PRINT-REPORT.
           OPEN OUTPUT POS-REPORT-FILE
           MOVE WS-RPT-MONTH TO PH-MONTH
           MOVE WS-RPT-YEAR  TO PH-YEAR
           WRITE POS-REPORT-REC FROM POS-HEADING
           WRITE POS-REPORT-REC FROM POS-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
               PERFORM 310-PRINT-POSITION-LINE
           END-PERFORM
           MOVE WS-TOT-AUTH   TO PT-AUTH
           MOVE WS-TOT-FILLED TO PT-FILLED
           MOVE WS-TOT-VACANT TO PT-VACANT
           MOVE WS-TOT-OVER   TO PT-OVER
           WRITE POS-REPORT-REC FROM POS-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           WRITE POS-REPORT-REC FROM BUDGET-HEADING
               AFTER ADVANCING 3 LINES
           WRITE POS-REPORT-REC FROM BUDGET-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-OFF-SUB FROM 1 BY 1
                   UNTIL WS-OFF-SUB > WS-OFF-COUNT
               MOVE WS-OF-TERR (WS-OFF-SUB)   TO BD-TERR
               MOVE WS-OF-OFFICE (WS-OFF-SUB) TO BD-OFFICE
               MOVE WS-OF-BUDGET (WS-OFF-SUB) TO BD-BUDGET
               MOVE WS-OF-ACTUAL (WS-OFF-SUB) TO BD-ACTUAL
               COMPUTE WS-VARIANCE = WS-OF-BUDGET (WS-OFF-SUB)
                                   - WS-OF-ACTUAL (WS-OFF-SUB)
               MOVE WS-VARIANCE TO BD-VARIANCE
               ADD WS-OF-BUDGET (WS-OFF-SUB) TO WS-TOT-BUDGET
               ADD WS-OF-ACTUAL (WS-OFF-SUB) TO WS-TOT-ACTUAL
               WRITE POS-REPORT-REC FROM BUDGET-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM
           MOVE WS-TOT-BUDGET TO BT-BUDGET
           MOVE WS-TOT-ACTUAL TO BT-ACTUAL
           COMPUTE WS-VARIANCE = WS-TOT-BUDGET - WS-TOT-ACTUAL
           MOVE WS-VARIANCE TO BT-VARIANCE
           WRITE POS-REPORT-REC FROM BUDGET-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           WRITE POS-REPORT-REC FROM BUDGET-NOTE-LINE
               AFTER ADVANCING 2 LINES
           CLOSE POS-REPORT-FILE.
       310-PRINT-POSITION-LINE.
           MOVE ZERO TO WS-VACANT
           MOVE ZERO TO WS-OVER
           IF WS-PO-FILLED (WS-POS-SUB) < WS-PO-AUTH (WS-POS-SUB)
               COMPUTE WS-VACANT = WS-PO-AUTH (WS-POS-SUB)
                                 - WS-PO-FILLED (WS-POS-SUB)
           ELSE
               COMPUTE WS-OVER = WS-PO-FILLED (WS-POS-SUB)
                               - WS-PO-AUTH (WS-POS-SUB)
           END-IF
           MOVE WS-PO-TERR (WS-POS-SUB)   TO PD-TERR
           MOVE WS-PO-OFFICE (WS-POS-SUB) TO PD-OFFICE
           MOVE WS-PO-JOB (WS-POS-SUB)    TO PD-JOB
           MOVE WS-PO-AUTH (WS-POS-SUB)   TO PD-AUTH
           MOVE WS-PO-FILLED (WS-POS-SUB) TO PD-FILLED
           MOVE WS-VACANT                 TO PD-VACANT
           MOVE WS-OVER                   TO PD-OVER
           IF WS-PO-ON-FILE (WS-POS-SUB) = "N"
               MOVE "NOT AUTHORIZED" TO PD-NOTE
           ELSE
               MOVE SPACES TO PD-NOTE
           END-IF
           WRITE POS-REPORT-REC FROM POS-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           ADD WS-PO-AUTH (WS-POS-SUB)   TO WS-TOT-AUTH
           ADD WS-PO-FILLED (WS-POS-SUB) TO WS-TOT-FILLED
           ADD WS-VACANT                 TO WS-TOT-VACANT
           ADD WS-OVER                   TO WS-TOT-OVER.
       END PROGRAM PosRpt.
