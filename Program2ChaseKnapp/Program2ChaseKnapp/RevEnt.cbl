       IDENTIFICATION DIVISION.
       PROGRAM-ID. RevEnt.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Keeps the performance review file, REVIEW.DAT: one record
      *     per review cycle per employee, carrying the review due
      *     date, the date it was completed (zero while it is still
      *     open), the reviewer's EMP-NO, and a rating of 1 to 5.
      *     The employee number is validated against employee.dat
      *     and terminated employees are refused. The cycle due date
      *     is the hire-date anniversary: a year after hire for the
      *     first review, then the first anniversary after the last
      *     review was completed. Assigning a reviewer opens the current
      *     cycle; completing it records the date, reviewer, and
      *     rating. The reviewer must be an active employee other
      *     than the one being reviewed. Loops until a blank employee
      *     number is entered.
      * Input:
      *     employee.dat (indexed), REVIEW.DAT
      * Output:
      *     REVIEW.DAT (rewritten)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NO
               FILE STATUS IS WS-EMP-STATUS.
           SELECT  REVIEW-FILE
               ASSIGN TO "REVIEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-REC.
           05  EMP-NO                PIC X(5).
           05  EMP-NAME              PIC X(20).
           05  FILLER                PIC X(23).
           05  EMP-STATUS            PIC X.
           05  EMP-TERM-DATE         PIC X(8).
           05  EMP-HIRE-DATE         PIC X(8).
           05  FILLER                PIC X(35).
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
       WORKING-STORAGE SECTION.
       77  WS-EMP-STATUS         PIC XX.
       77  WS-REV-STATUS         PIC XX.
       77  WS-REV-EOF            PIC X     VALUE "N".
       77  WS-ENTRY-DONE         PIC X     VALUE "N".
       77  WS-ENTRY-EMP-NO       PIC X(5).
       77  WS-ENTRY-NAME         PIC X(20).
       77  WS-ENTRY-HIRE-DATE    PIC X(8).
       77  WS-ENTRY-ACTION       PIC X.
       77  WS-ENTRY-REVIEWER     PIC X(5).
       77  WS-ENTRY-RATING       PIC X.
       77  WS-REVIEWER-OK        PIC X     VALUE "N".
       77  WS-REVIEWER-NAME      PIC X(20).
       77  WS-DATE-OK            PIC X     VALUE "N".
       77  WS-REV-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-OPEN-SUB           PIC 9(4)  VALUE ZERO.
       77  WS-LAST-DONE          PIC 9(8)  VALUE ZERO.
       77  WS-CHANGED            PIC X     VALUE "N".
       01  WS-DATE.
           05  WS-TODAY-YMD       PIC 9(8).
           05  FILLER             PIC X(13).
       01  WS-CYCLE-DUE           PIC 9(8)  VALUE ZERO.
       01  WS-CYCLE-DUE-PARTS REDEFINES WS-CYCLE-DUE.
           05  WS-CYCLE-YEAR      PIC 9(4).
           05  WS-CYCLE-MMDD      PIC 9(4).
       01  WS-ENTRY-DONE-DATE     PIC 9(8)  VALUE ZERO.
       01  WS-ENTRY-DONE-PARTS REDEFINES WS-ENTRY-DONE-DATE.
           05  WS-DONE-YEAR       PIC 9(4).
           05  WS-DONE-MONTH      PIC 99.
           05  WS-DONE-DAY        PIC 99.
       01  WS-REV-TABLE.
           05  WS-REV-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-REV-ENTRY       OCCURS 5000 TIMES.
               10  WS-RV-EMP-NO   PIC X(5).
               10  WS-RV-DUE      PIC 9(8).
               10  WS-RV-DONE     PIC 9(8).
               10  WS-RV-REVIEWER PIC X(5).
               10  WS-RV-RATING   PIC X.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           PERFORM 010-LOAD-REVIEW-TABLE
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "employee.dat NOT FOUND - RUN THE CONVERSION"
                   " FIRST"
               STOP RUN
           END-IF
           PERFORM 100-KEY-ONE-EMPLOYEE UNTIL WS-ENTRY-DONE = "Y"
           CLOSE EMPLOYEE-FILE
           IF WS-CHANGED = "Y"
               PERFORM 300-REWRITE-REVIEW-FILE
               DISPLAY "REVIEW FILE UPDATED"
           END-IF
           STOP RUN.
       010-LOAD-REVIEW-TABLE.
           OPEN INPUT REVIEW-FILE
           IF WS-REV-STATUS = "00"
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
                               MOVE RV-RATING TO
                                   WS-RV-RATING (WS-REV-COUNT)
                           ELSE
                               DISPLAY "REVIEW TABLE FULL - "
                                   RV-EMP-NO " " RV-DUE-DATE
                                   " NOT LOADED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVIEW-FILE
           END-IF.
       100-KEY-ONE-EMPLOYEE.
           DISPLAY "ENTER EMPLOYEE NUMBER (BLANK TO QUIT): "
           ACCEPT WS-ENTRY-EMP-NO
           IF WS-ENTRY-EMP-NO = SPACES
               MOVE "Y" TO WS-ENTRY-DONE
           ELSE
               MOVE WS-ENTRY-EMP-NO TO EMP-NO
               READ EMPLOYEE-FILE
                   INVALID KEY
                       DISPLAY "EMPLOYEE " WS-ENTRY-EMP-NO
                           " NOT ON FILE - NOTHING RECORDED"
                   NOT INVALID KEY
                       PERFORM 110-CHECK-EMPLOYEE
               END-READ
           END-IF.
       110-CHECK-EMPLOYEE.
           DISPLAY "EMPLOYEE: " EMP-NAME
           IF EMP-STATUS = "T"
               DISPLAY "EMPLOYEE TERMINATED " EMP-TERM-DATE
                   " - NOTHING RECORDED"
           ELSE
               IF EMP-HIRE-DATE IS NOT NUMERIC
                   DISPLAY "NO HIRE DATE ON FILE - CORRECT IT IN "
                       "EMPLOYEE MAINTENANCE FIRST"
               ELSE
                   MOVE EMP-NAME      TO WS-ENTRY-NAME
                   MOVE EMP-HIRE-DATE TO WS-ENTRY-HIRE-DATE
                   PERFORM 150-FIND-REVIEW-CYCLE
                   PERFORM 200-KEY-REVIEW-ACTION
               END-IF
           END-IF.
      ******************************************************************
      * Finds the employee's current cycle: the open record if there
      * is one, otherwise the first hire-date anniversary after the
      * latest completed review, otherwise a year past the hire date.
      * A 29 February anniversary falls due on the 28th.
      ******************************************************************
       150-FIND-REVIEW-CYCLE.
           MOVE ZERO TO WS-OPEN-SUB
           MOVE ZERO TO WS-LAST-DONE
           PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                   UNTIL WS-REV-SUB > WS-REV-COUNT
               IF WS-RV-EMP-NO (WS-REV-SUB) = WS-ENTRY-EMP-NO
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
               IF WS-LAST-DONE > ZERO
                   MOVE WS-LAST-DONE TO WS-CYCLE-DUE
                   MOVE WS-ENTRY-HIRE-DATE (5:4) TO WS-CYCLE-MMDD
                   IF WS-CYCLE-DUE <= WS-LAST-DONE
                       ADD 10000 TO WS-CYCLE-DUE
                   END-IF
               ELSE
                   MOVE WS-ENTRY-HIRE-DATE TO WS-CYCLE-DUE
                   ADD 10000 TO WS-CYCLE-DUE
               END-IF
               IF WS-CYCLE-MMDD = 0229
                   MOVE 0228 TO WS-CYCLE-MMDD
               END-IF
           END-IF.
       200-KEY-REVIEW-ACTION.
           IF WS-OPEN-SUB > ZERO
               AND WS-RV-REVIEWER (WS-OPEN-SUB) NOT = SPACES
               DISPLAY "REVIEW DUE: " WS-CYCLE-DUE
                   "  REVIEWER: " WS-RV-REVIEWER (WS-OPEN-SUB)
           ELSE
               DISPLAY "REVIEW DUE: " WS-CYCLE-DUE
                   "  REVIEWER: NOT ASSIGNED"
           END-IF
           DISPLAY "ENTER ACTION: A-ASSIGN REVIEWER   C-COMPLETE "
               "REVIEW   L-LIST REVIEWS"
           ACCEPT WS-ENTRY-ACTION
           PERFORM UNTIL WS-ENTRY-ACTION = "A"
                         OR WS-ENTRY-ACTION = "C"
                         OR WS-ENTRY-ACTION = "L"
               DISPLAY "PLEASE ENTER A, C, OR L"
               ACCEPT WS-ENTRY-ACTION
           END-PERFORM
           EVALUATE WS-ENTRY-ACTION
               WHEN "A"
                   PERFORM 210-ASSIGN-REVIEWER
               WHEN "C"
                   PERFORM 220-COMPLETE-REVIEW
               WHEN "L"
                   PERFORM 230-LIST-REVIEWS
           END-EVALUATE.
       210-ASSIGN-REVIEWER.
           MOVE "N" TO WS-REVIEWER-OK
           PERFORM UNTIL WS-REVIEWER-OK = "Y"
               DISPLAY "ENTER REVIEWER EMPLOYEE NUMBER"
               ACCEPT WS-ENTRY-REVIEWER
               PERFORM 250-VALIDATE-REVIEWER
           END-PERFORM
           PERFORM 260-OPEN-CYCLE-RECORD
           IF WS-OPEN-SUB > ZERO
               MOVE WS-ENTRY-REVIEWER TO WS-RV-REVIEWER (WS-OPEN-SUB)
               MOVE "Y" TO WS-CHANGED
               DISPLAY "REVIEW DUE " WS-CYCLE-DUE " ASSIGNED TO "
                   WS-REVIEWER-NAME
           END-IF.
      ******************************************************************
      * Completing the cycle: a blank reviewer keeps the one already
      * assigned, the completed date may not be in the future, and
      * the rating runs 1 (unsatisfactory) to 5 (outstanding).
      ******************************************************************
       220-COMPLETE-REVIEW.
           DISPLAY "ENTER DATE COMPLETED (YYYYMMDD)"
           ACCEPT WS-ENTRY-DONE-DATE
           PERFORM 240-CHECK-DONE-DATE
           PERFORM UNTIL WS-DATE-OK = "Y"
               DISPLAY "INVALID DATE - PLEASE RE-ENTER"
               DISPLAY "ENTER DATE COMPLETED (YYYYMMDD)"
               ACCEPT WS-ENTRY-DONE-DATE
               PERFORM 240-CHECK-DONE-DATE
           END-PERFORM
           MOVE "N" TO WS-REVIEWER-OK
           PERFORM UNTIL WS-REVIEWER-OK = "Y"
               DISPLAY "ENTER REVIEWER EMPLOYEE NUMBER (BLANK KEEPS "
                   "THE ASSIGNED REVIEWER)"
               ACCEPT WS-ENTRY-REVIEWER
               IF WS-ENTRY-REVIEWER = SPACES AND WS-OPEN-SUB > ZERO
                   MOVE WS-RV-REVIEWER (WS-OPEN-SUB)
                       TO WS-ENTRY-REVIEWER
               END-IF
               PERFORM 250-VALIDATE-REVIEWER
           END-PERFORM
           DISPLAY "ENTER RATING (1-5)"
           ACCEPT WS-ENTRY-RATING
           PERFORM UNTIL WS-ENTRY-RATING >= "1"
                         AND WS-ENTRY-RATING <= "5"
               DISPLAY "RATING MUST BE 1 THROUGH 5"
               ACCEPT WS-ENTRY-RATING
           END-PERFORM
           PERFORM 260-OPEN-CYCLE-RECORD
           IF WS-OPEN-SUB > ZERO
               MOVE WS-ENTRY-DONE-DATE TO WS-RV-DONE (WS-OPEN-SUB)
               MOVE WS-ENTRY-REVIEWER  TO WS-RV-REVIEWER (WS-OPEN-SUB)
               MOVE WS-ENTRY-RATING    TO WS-RV-RATING (WS-OPEN-SUB)
               MOVE "Y" TO WS-CHANGED
               PERFORM 150-FIND-REVIEW-CYCLE
               DISPLAY "REVIEW COMPLETED - NEXT REVIEW DUE "
                   WS-CYCLE-DUE
           END-IF.
       230-LIST-REVIEWS.
           DISPLAY "DUE DATE  COMPLETED  REVIEWER  RATING"
           PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                   UNTIL WS-REV-SUB > WS-REV-COUNT
               IF WS-RV-EMP-NO (WS-REV-SUB) = WS-ENTRY-EMP-NO
                   DISPLAY WS-RV-DUE (WS-REV-SUB) "  "
                       WS-RV-DONE (WS-REV-SUB) "   "
                       WS-RV-REVIEWER (WS-REV-SUB) "     "
                       WS-RV-RATING (WS-REV-SUB)
               END-IF
           END-PERFORM.
       240-CHECK-DONE-DATE.
           IF WS-ENTRY-DONE-DATE IS NOT NUMERIC
               MOVE "N" TO WS-DATE-OK
           ELSE
               COPY DATEVAL REPLACING
                   ==:WS-YEAR-FLD:==    BY ==WS-DONE-YEAR==
                   ==:WS-MONTH-FLD:==   BY ==WS-DONE-MONTH==
                   ==:WS-DAY-FLD:==     BY ==WS-DONE-DAY==
                   ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
               IF WS-ENTRY-DONE-DATE > WS-TODAY-YMD
                   DISPLAY "COMPLETED DATE IS IN THE FUTURE"
                   MOVE "N" TO WS-DATE-OK
               END-IF
           END-IF.
      ******************************************************************
      * The reviewer is read off the master, so the employee record
      * being keyed is carried in WS-ENTRY- fields from here on.
      ******************************************************************
       250-VALIDATE-REVIEWER.
           MOVE "N" TO WS-REVIEWER-OK
           IF WS-ENTRY-REVIEWER = SPACES
               DISPLAY "A REVIEWER IS REQUIRED"
           ELSE
               IF WS-ENTRY-REVIEWER = WS-ENTRY-EMP-NO
                   DISPLAY "AN EMPLOYEE CANNOT REVIEW THEMSELVES"
               ELSE
                   MOVE WS-ENTRY-REVIEWER TO EMP-NO
                   READ EMPLOYEE-FILE
                       INVALID KEY
                           DISPLAY "REVIEWER " WS-ENTRY-REVIEWER
                               " NOT ON FILE"
                       NOT INVALID KEY
                           IF EMP-STATUS = "T"
                               DISPLAY "REVIEWER " WS-ENTRY-REVIEWER
                                   " IS TERMINATED"
                           ELSE
                               MOVE EMP-NAME TO WS-REVIEWER-NAME
                               DISPLAY "REVIEWER: " WS-REVIEWER-NAME
                               MOVE "Y" TO WS-REVIEWER-OK
                           END-IF
                   END-READ
               END-IF
           END-IF.
       260-OPEN-CYCLE-RECORD.
           IF WS-OPEN-SUB = ZERO
               IF WS-REV-COUNT >= 5000
                   DISPLAY "REVIEW TABLE FULL - NOTHING RECORDED"
               ELSE
                   ADD 1 TO WS-REV-COUNT
                   MOVE WS-REV-COUNT    TO WS-OPEN-SUB
                   MOVE WS-ENTRY-EMP-NO TO WS-RV-EMP-NO (WS-OPEN-SUB)
                   MOVE WS-CYCLE-DUE    TO WS-RV-DUE (WS-OPEN-SUB)
                   MOVE ZERO            TO WS-RV-DONE (WS-OPEN-SUB)
                   MOVE SPACES          TO WS-RV-REVIEWER (WS-OPEN-SUB)
                   MOVE SPACE           TO WS-RV-RATING (WS-OPEN-SUB)
               END-IF
           END-IF.
       300-REWRITE-REVIEW-FILE.
           OPEN OUTPUT REVIEW-FILE
           PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                   UNTIL WS-REV-SUB > WS-REV-COUNT
               MOVE SPACES TO REVIEW-REC
               MOVE WS-RV-EMP-NO (WS-REV-SUB)   TO RV-EMP-NO
               MOVE WS-RV-DUE (WS-REV-SUB)      TO RV-DUE-DATE
               MOVE WS-RV-DONE (WS-REV-SUB)     TO RV-DONE-DATE
               MOVE WS-RV-REVIEWER (WS-REV-SUB) TO RV-REVIEWER
               MOVE WS-RV-RATING (WS-REV-SUB)   TO RV-RATING
               WRITE REVIEW-REC
           END-PERFORM
           CLOSE REVIEW-FILE.
       END PROGRAM RevEnt.
