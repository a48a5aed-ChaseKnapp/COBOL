       IDENTIFICATION DIVISION.
       PROGRAM-ID. RevRpt.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Monthly performance review report: every active employee
      *     whose current review (REVIEW.DAT, kept by RevEnt) is past
      *     due, or falls due within the next 30 days, listed by
      *     office with the due date, the days overdue or remaining,
      *     and the assigned reviewer's name. The due date follows
      *     RevEnt's rule -- the open cycle's due date, else the first
      *     hire anniversary after the last completed review, else a
      *     year past hire.
      *     The as-of date is prompted; a BATCH command-line argument
      *     takes today.
      * Input:
      *     employee.dat (indexed), REVIEW.DAT
      * Output:
      *     REVIEW.RPT
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  REVIEW-FILE
               ASSIGN TO "REVIEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.
           SELECT  EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-NO
               FILE STATUS IS WS-EMP-STATUS.
           SELECT  WORK-FILE
               ASSIGN TO "REVIEW.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  SORT-FILE
               ASSIGN TO "TEMP.SRT".
           SELECT  SORTED-WORK-FILE
               ASSIGN TO "REVIEW.SRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  REV-REPORT-FILE
               ASSIGN TO "REVIEW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-FILE.
       01  REVIEW-REC.
           05  RV-EMP-NO             PIC X(5).
           05  FILLER                PIC X.
           05  RV-DUE-DATE           PIC 9(8).
           05  FILLER                PIC X.
           05  RV-DONE-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  RV-REVIEWER           PIC X(5).
           05  FILLER                PIC X.
           05  RV-RATING             PIC X.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-REC.
           05  EMP-NO                PIC X(5).
           05  EMP-NAME              PIC X(20).
           05  EMP-TERRITORY-NO      PIC XX.
           05  EMP-OFFICE-NO         PIC XX.
           05  FILLER                PIC X(19).
           05  EMP-STATUS            PIC X.
           05  EMP-TERM-DATE         PIC X(8).
           05  EMP-HIRE-DATE         PIC X(8).
           05  FILLER                PIC X(35).
      ******************************************************************
      * One line per employee to report. WK-CLASS "1" is overdue and
      * "2" coming due, so each office lists its overdue reviews
      * first, oldest due date at the top.
      ******************************************************************
       FD  WORK-FILE.
       01  WORK-REC.
           05  WK-OFFICE-NO          PIC XX.
           05  WK-CLASS              PIC X.
           05  WK-DUE-DATE           PIC 9(8).
           05  WK-EMP-NO             PIC X(5).
           05  WK-EMP-NAME           PIC X(20).
           05  WK-DAYS               PIC 9(5).
           05  WK-REVIEWER           PIC X(5).
       SD  SORT-FILE.
       01  SORT-WORK-REC.
           05  SORT-OFFICE-NO        PIC XX.
           05  SORT-CLASS            PIC X.
           05  SORT-DUE-DATE         PIC 9(8).
           05  SORT-EMP-NO           PIC X(5).
           05  FILLER                PIC X(30).
       FD  SORTED-WORK-FILE.
       01  SORTED-WORK-REC.
           05  SW-OFFICE-NO          PIC XX.
           05  SW-CLASS              PIC X.
           05  SW-DUE-DATE           PIC 9(8).
           05  SW-DUE-PARTS REDEFINES SW-DUE-DATE.
               10  SW-DUE-YEAR       PIC 9(4).
               10  SW-DUE-MONTH      PIC 99.
               10  SW-DUE-DAY        PIC 99.
           05  SW-EMP-NO             PIC X(5).
           05  SW-EMP-NAME           PIC X(20).
           05  SW-DAYS               PIC 9(5).
           05  SW-REVIEWER           PIC X(5).
       FD  REV-REPORT-FILE.
       01  REV-REPORT-REC            PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-REV-STATUS      PIC XX.
           05  WS-EMP-STATUS      PIC XX.
           05  WS-REV-EOF         PIC X     VALUE "N".
           05  WS-SORT-EOF        PIC X     VALUE "N".
           05  WS-CMD-ARG         PIC X(8)  VALUE SPACES.
           05  WS-DATE-OK         PIC X     VALUE "N".
           05  WS-REV-SUB         PIC 9(4)  VALUE ZERO.
           05  WS-OPEN-SUB        PIC 9(4)  VALUE ZERO.
           05  WS-NAME-SUB        PIC 9(4)  VALUE ZERO.
           05  WS-LAST-DONE        PIC 9(8)  VALUE ZERO.
           05  WS-HORIZON         PIC 9(8)  VALUE ZERO.
           05  WS-DAYS            PIC S9(7) VALUE ZERO.
           05  WS-OFFICE-NO       PIC XX    VALUE SPACES.
           05  WS-NO-HIRE-COUNT   PIC 9(5)  VALUE ZERO.
       01  WS-ASOF-DATE           PIC 9(8)  VALUE ZERO.
       01  WS-ASOF-PARTS REDEFINES WS-ASOF-DATE.
           05  WS-ASOF-YEAR       PIC 9(4).
           05  WS-ASOF-MONTH      PIC 99.
           05  WS-ASOF-DAY        PIC 99.
       01  WS-CYCLE-DUE           PIC 9(8)  VALUE ZERO.
       01  WS-CYCLE-DUE-PARTS REDEFINES WS-CYCLE-DUE.
           05  WS-CYCLE-YEAR      PIC 9(4).
           05  WS-CYCLE-MONTH     PIC 99.
           05  WS-CYCLE-DAY       PIC 99.
       01  WS-CYCLE-DUE-MMDD REDEFINES WS-CYCLE-DUE.
           05  FILLER             PIC 9(4).
           05  WS-CYCLE-MMDD      PIC 9(4).
       01  WS-REPORT-TOTALS.
           05  WS-OFF-OVERDUE     PIC 9(5)  VALUE ZERO.
           05  WS-OFF-DUE-SOON    PIC 9(5)  VALUE ZERO.
           05  WS-TOT-OVERDUE     PIC 9(5)  VALUE ZERO.
           05  WS-TOT-DUE-SOON    PIC 9(5)  VALUE ZERO.
       01  WS-REV-TABLE.
           05  WS-REV-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-REV-ENTRY       OCCURS 5000 TIMES.
               10  WS-RV-EMP-NO   PIC X(5).
               10  WS-RV-DUE      PIC 9(8).
               10  WS-RV-DONE     PIC 9(8).
               10  WS-RV-REVIEWER PIC X(5).
      ******************************************************************
      * Every employee's name from the master pass, for the reviewer
      * column -- a terminated reviewer still prints by name.
      ******************************************************************
       01  WS-NAME-TABLE.
           05  WS-NAME-COUNT      PIC 9(4)  VALUE ZERO.
           05  WS-NAME-ENTRY      OCCURS 5000 TIMES.
               10  WS-NM-EMP-NO   PIC X(5).
               10  WS-NM-NAME     PIC X(20).
       01  REV-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(32) VALUE
                                  "PERFORMANCE REVIEWS DUE - AS OF ".
           05  RH-MONTH           PIC 99.
           05  FILLER             PIC X     VALUE "/".
           05  RH-DAY             PIC 99.
           05  FILLER             PIC X     VALUE "/".
           05  RH-YEAR            PIC 9(4).
           05  FILLER             PIC X(32) VALUE SPACES.
       01  REV-OFFICE-HEADING.
           05  FILLER             PIC X     VALUE SPACES.
           05  FILLER             PIC X(7)  VALUE "OFFICE ".
           05  RO-OFFICE          PIC XX.
           05  FILLER             PIC X(70) VALUE SPACES.
       01  REV-COLUMN-HEADING.
           05  FILLER             PIC X     VALUE SPACES.
           05  FILLER             PIC X(32) VALUE
                                  "EMP NO EMPLOYEE NAME         DUE".
           05  FILLER             PIC X(32) VALUE
                                  " DATE    STATUS   DAYS  REVIEWER".
           05  FILLER             PIC X(15) VALUE SPACES.
       01  REV-DETAIL-LINE.
           05  FILLER             PIC X     VALUE SPACES.
           05  RD-EMP-NO          PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-EMP-NAME        PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-DUE-MONTH       PIC 99.
           05  FILLER             PIC X     VALUE "/".
           05  RD-DUE-DAY         PIC 99.
           05  FILLER             PIC X     VALUE "/".
           05  RD-DUE-YEAR        PIC 9(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-STATUS          PIC X(8).
           05  FILLER             PIC X     VALUE SPACES.
           05  RD-DAYS            PIC ZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-REVIEWER        PIC X(20).
           05  FILLER             PIC X(3)  VALUE SPACES.
       01  REV-OFFICE-TOTAL-LINE.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  FILLER             PIC X(7)  VALUE "OFFICE ".
           05  RT-OFFICE          PIC XX.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  RT-OVERDUE         PIC ZZ,ZZ9.
           05  FILLER             PIC X(10) VALUE " OVERDUE  ".
           05  RT-DUE-SOON        PIC ZZ,ZZ9.
           05  FILLER             PIC X(20) VALUE
                                  " DUE IN 30 DAYS".
           05  FILLER             PIC X(18) VALUE SPACES.
       01  REV-TOTAL-LINE.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  FILLER             PIC X(12) VALUE "ALL OFFICES".
           05  GT-OVERDUE         PIC ZZ,ZZ9.
           05  FILLER             PIC X(10) VALUE " OVERDUE  ".
           05  GT-DUE-SOON        PIC ZZ,ZZ9.
           05  FILLER             PIC X(20) VALUE
                                  " DUE IN 30 DAYS".
           05  FILLER             PIC X(18) VALUE SPACES.
       01  REV-NONE-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "NO REVIEWS OVERDUE OR COMING DUE IN THE NEXT 30 DA".
           05  FILLER             PIC X(3)  VALUE "YS.".
           05  FILLER             PIC X(21) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-INPUT-AS-OF-DATE
           PERFORM 050-LOAD-REVIEWS
           PERFORM 100-SCAN-EMPLOYEE-MASTER
           SORT  SORT-FILE
               ON ASCENDING KEY SORT-OFFICE-NO
               ON ASCENDING KEY SORT-CLASS
               ON ASCENDING KEY SORT-DUE-DATE
               ON ASCENDING KEY SORT-EMP-NO
           USING WORK-FILE
           GIVING SORTED-WORK-FILE
           PERFORM 300-PRINT-REPORT
           IF WS-NO-HIRE-COUNT > ZERO
               DISPLAY WS-NO-HIRE-COUNT " ACTIVE EMPLOYEES HAVE NO "
                   "VALID HIRE DATE - NOT REPORTED"
           END-IF
           DISPLAY "REVIEW.RPT GENERATED - " WS-TOT-OVERDUE
               " OVERDUE, " WS-TOT-DUE-SOON " DUE IN 30 DAYS"
           STOP RUN.
       010-INPUT-AS-OF-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           IF WS-CMD-ARG = "BATCH"
               MOVE WS-YEAR  TO WS-ASOF-YEAR
               MOVE WS-MONTH TO WS-ASOF-MONTH
               MOVE WS-DAY   TO WS-ASOF-DAY
           ELSE
               DISPLAY 'ENTER AS-OF DATE (YYYYMMDD)'
               ACCEPT WS-ASOF-DATE
               PERFORM 020-CHECK-AS-OF-DATE
               PERFORM UNTIL WS-DATE-OK = "Y"
                   DISPLAY 'INVALID DATE - PLEASE RE-ENTER'
                   DISPLAY 'ENTER AS-OF DATE (YYYYMMDD)'
                   ACCEPT WS-ASOF-DATE
                   PERFORM 020-CHECK-AS-OF-DATE
               END-PERFORM
           END-IF
           COMPUTE WS-HORIZON = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE) + 30).
       020-CHECK-AS-OF-DATE.
           COPY DATEVAL REPLACING
               ==:WS-YEAR-FLD:==    BY ==WS-ASOF-YEAR==
               ==:WS-MONTH-FLD:==   BY ==WS-ASOF-MONTH==
               ==:WS-DAY-FLD:==     BY ==WS-ASOF-DAY==
               ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
           CONTINUE.
       050-LOAD-REVIEWS.
           OPEN INPUT REVIEW-FILE
           IF WS-REV-STATUS NOT = "00"
               DISPLAY "REVIEW.DAT NOT FOUND - ALL DUE DATES TAKEN "
                   "FROM HIRE DATES"
           ELSE
               PERFORM UNTIL WS-REV-EOF = "Y"
                   READ REVIEW-FILE
                       AT END
                           MOVE "Y" TO WS-REV-EOF
                       NOT AT END
                           IF WS-REV-COUNT < 5000
                               ADD 1 TO WS-REV-COUNT
                               MOVE RV-EMP-NO TO
                                   WS-RV-EMP-NO (WS-REV-COUNT)
                               MOVE RV-DUE-DATE TO
                                   WS-RV-DUE (WS-REV-COUNT)
                               MOVE RV-DONE-DATE TO
                                   WS-RV-DONE (WS-REV-COUNT)
                               MOVE RV-REVIEWER TO
                                   WS-RV-REVIEWER (WS-REV-COUNT)
                           ELSE
                               DISPLAY "REVIEW TABLE FULL - "
                                   RV-EMP-NO " " RV-DUE-DATE
                                   " NOT LOADED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVIEW-FILE
           END-IF.
      ******************************************************************
      * One pass over the master: every name goes into the reviewer
      * table, and each active employee whose review is overdue or
      * due by the horizon goes to the work file.
      ******************************************************************
       100-SCAN-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "employee.dat NOT FOUND - RUN THE CONVERSION"
                   " FIRST"
               STOP RUN
           END-IF
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL EOF = "Y"
               READ EMPLOYEE-FILE
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       IF WS-NAME-COUNT < 5000
                           ADD 1 TO WS-NAME-COUNT
                           MOVE EMP-NO   TO WS-NM-EMP-NO (WS-NAME-COUNT)
                           MOVE EMP-NAME TO WS-NM-NAME (WS-NAME-COUNT)
                       END-IF
                       IF EMP-STATUS NOT = "T"
                           PERFORM 110-CHECK-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           CLOSE WORK-FILE.
       110-CHECK-ONE-EMPLOYEE.
           PERFORM 150-FIND-REVIEW-CYCLE
           COPY DATEVAL REPLACING
               ==:WS-YEAR-FLD:==    BY ==WS-CYCLE-YEAR==
               ==:WS-MONTH-FLD:==   BY ==WS-CYCLE-MONTH==
               ==:WS-DAY-FLD:==     BY ==WS-CYCLE-DAY==
               ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
           IF WS-DATE-OK NOT = "Y"
               ADD 1 TO WS-NO-HIRE-COUNT
           ELSE
               IF WS-CYCLE-DUE <= WS-HORIZON
                   MOVE SPACES        TO WORK-REC
                   MOVE EMP-OFFICE-NO TO WK-OFFICE-NO
                   MOVE WS-CYCLE-DUE  TO WK-DUE-DATE
                   MOVE EMP-NO        TO WK-EMP-NO
                   MOVE EMP-NAME      TO WK-EMP-NAME
                   IF WS-CYCLE-DUE < WS-ASOF-DATE
                       MOVE "1" TO WK-CLASS
                       COMPUTE WS-DAYS =
                           FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE)
                           - FUNCTION INTEGER-OF-DATE (WS-CYCLE-DUE)
                   ELSE
                       MOVE "2" TO WK-CLASS
                       COMPUTE WS-DAYS =
                           FUNCTION INTEGER-OF-DATE (WS-CYCLE-DUE)
                           - FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE)
                   END-IF
                   MOVE WS-DAYS TO WK-DAYS
                   IF WS-OPEN-SUB > ZERO
                       MOVE WS-RV-REVIEWER (WS-OPEN-SUB)
                           TO WK-REVIEWER
                   END-IF
                   WRITE WORK-REC
               END-IF
           END-IF.
      ******************************************************************
      * Same rule RevEnt keys by: the open cycle, else the first hire
      * anniversary after the latest completed review, else a year
      * past hire. A 29 February anniversary falls due on the 28th.
      ******************************************************************
       150-FIND-REVIEW-CYCLE.
           MOVE ZERO TO WS-OPEN-SUB
           MOVE ZERO TO WS-LAST-DONE
           MOVE ZERO TO WS-CYCLE-DUE
           PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                   UNTIL WS-REV-SUB > WS-REV-COUNT
               IF WS-RV-EMP-NO (WS-REV-SUB) = EMP-NO
                   IF WS-RV-DONE (WS-REV-SUB) = ZERO
                       MOVE WS-REV-SUB TO WS-OPEN-SUB
                   ELSE
                       IF WS-RV-DONE (WS-REV-SUB) > WS-LAST-DONE
                           MOVE WS-RV-DONE (WS-REV-SUB)
                               TO WS-LAST-DONE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OPEN-SUB > ZERO
               MOVE WS-RV-DUE (WS-OPEN-SUB) TO WS-CYCLE-DUE
           ELSE
               IF EMP-HIRE-DATE IS NUMERIC
                   IF WS-LAST-DONE > ZERO
                       MOVE WS-LAST-DONE TO WS-CYCLE-DUE
                       MOVE EMP-HIRE-DATE (5:4) TO WS-CYCLE-MMDD
                       IF WS-CYCLE-DUE <= WS-LAST-DONE
                           ADD 10000 TO WS-CYCLE-DUE
                       END-IF
                   ELSE
                       MOVE EMP-HIRE-DATE TO WS-CYCLE-DUE
                       ADD 10000 TO WS-CYCLE-DUE
                   END-IF
               END-IF
               IF WS-CYCLE-MMDD = 0229
                   MOVE 0228 TO WS-CYCLE-MMDD
               END-IF
           END-IF.
       300-PRINT-REPORT.
           OPEN OUTPUT REV-REPORT-FILE
           MOVE WS-ASOF-MONTH TO RH-MONTH
           MOVE WS-ASOF-DAY   TO RH-DAY
           MOVE WS-ASOF-YEAR  TO RH-YEAR
           WRITE REV-REPORT-REC FROM REV-HEADING
           OPEN INPUT SORTED-WORK-FILE
           PERFORM UNTIL WS-SORT-EOF = "Y"
               READ SORTED-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 310-PRINT-REVIEW-LINE
               END-READ
           END-PERFORM
           CLOSE SORTED-WORK-FILE
           IF WS-OFFICE-NO = SPACES
               WRITE REV-REPORT-REC FROM REV-NONE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 320-PRINT-OFFICE-TOTAL
           END-IF
           MOVE WS-TOT-OVERDUE  TO GT-OVERDUE
           MOVE WS-TOT-DUE-SOON TO GT-DUE-SOON
           WRITE REV-REPORT-REC FROM REV-TOTAL-LINE
               AFTER ADVANCING 3 LINES
           CLOSE REV-REPORT-FILE.
       310-PRINT-REVIEW-LINE.
           IF SW-OFFICE-NO NOT = WS-OFFICE-NO
               IF WS-OFFICE-NO NOT = SPACES
                   PERFORM 320-PRINT-OFFICE-TOTAL
               END-IF
               MOVE SW-OFFICE-NO TO WS-OFFICE-NO
               MOVE SW-OFFICE-NO TO RO-OFFICE
               WRITE REV-REPORT-REC FROM REV-OFFICE-HEADING
                   AFTER ADVANCING 3 LINES
               WRITE REV-REPORT-REC FROM REV-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE SW-EMP-NO    TO RD-EMP-NO
           MOVE SW-EMP-NAME  TO RD-EMP-NAME
           MOVE SW-DUE-MONTH TO RD-DUE-MONTH
           MOVE SW-DUE-DAY   TO RD-DUE-DAY
           MOVE SW-DUE-YEAR  TO RD-DUE-YEAR
           MOVE SW-DAYS      TO RD-DAYS
           IF SW-CLASS = "1"
               MOVE "OVERDUE"  TO RD-STATUS
               ADD 1 TO WS-OFF-OVERDUE
               ADD 1 TO WS-TOT-OVERDUE
           ELSE
               MOVE "DUE SOON" TO RD-STATUS
               ADD 1 TO WS-OFF-DUE-SOON
               ADD 1 TO WS-TOT-DUE-SOON
           END-IF
           IF SW-REVIEWER = SPACES
               MOVE "NOT ASSIGNED" TO RD-REVIEWER
           ELSE
               PERFORM VARYING WS-NAME-SUB FROM 1 BY 1
                       UNTIL WS-NAME-SUB > WS-NAME-COUNT
                          OR WS-NM-EMP-NO (WS-NAME-SUB) = SW-REVIEWER
                   CONTINUE
               END-PERFORM
               IF WS-NAME-SUB > WS-NAME-COUNT
                   MOVE SPACES TO RD-REVIEWER
                   STRING SW-REVIEWER " NOT ON FILE"
                       DELIMITED BY SIZE INTO RD-REVIEWER
               ELSE
                   MOVE WS-NM-NAME (WS-NAME-SUB) TO RD-REVIEWER
               END-IF
           END-IF
           WRITE REV-REPORT-REC FROM REV-DETAIL-LINE
               AFTER ADVANCING 1 LINES.
       320-PRINT-OFFICE-TOTAL.
           MOVE WS-OFFICE-NO    TO RT-OFFICE
           MOVE WS-OFF-OVERDUE  TO RT-OVERDUE
           MOVE WS-OFF-DUE-SOON TO RT-DUE-SOON
           WRITE REV-REPORT-REC FROM REV-OFFICE-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-OFF-OVERDUE
           MOVE ZERO TO WS-OFF-DUE-SOON.
       END PROGRAM RevRpt.
