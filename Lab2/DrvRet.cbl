       IDENTIFICATION DIVISION.
       PROGRAM-ID. DrvRet.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Driver run-return entry. For a shift date (blank takes
      *     today) each run number keyed is looked up on the run
      *     register PizzaRun writes, its driver, order count,
      *     collection and card tips shown back, and the driver's
      *     miles driven and cash tips declared are keyed against
      *     it; the run goes to status "R" returned, ready for the
      *     pay-period driver settlement (DrvSetl). A run printed
      *     unassigned takes its driver's EMP-NO here. Keying a
      *     returned run again replaces its figures; a settled run
      *     is not changed. Loops until run number zero; the
      *     register is rewritten once at the end. Signed on with an
      *     OPERATOR.DAT sign-on (function "R") like the other
      *     controlled functions.
      * Input:
      *     RUNREG.DAT, OPERATOR.DAT
      * Output:
      *     RUNREG.DAT (rewritten with the returns keyed)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  RUN-REGISTER-FILE
               ASSIGN TO "RUNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNREG-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-REGISTER-FILE.
       01  RUN-REGISTER-REC.
           05  RG-SHIFT-DATE     PIC 9(8).
           05  FILLER            PIC X.
           05  RG-RUN-NO         PIC 9(3).
           05  FILLER            PIC X.
           05  RG-EMP-NO         PIC X(5).
           05  FILLER            PIC X.
           05  RG-ORDERS         PIC 99.
           05  FILLER            PIC X.
           05  RG-COLLECT        PIC 9(7)V99.
           05  FILLER            PIC X.
           05  RG-CARD-TIPS      PIC 9(5)V99.
           05  FILLER            PIC X.
           05  RG-MILES          PIC 9(4)V9.
           05  FILLER            PIC X.
           05  RG-CASH-TIPS      PIC 9(5)V99.
           05  FILLER            PIC X.
           05  RG-STATUS         PIC X.
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-NAME            PIC X(20).
           05  OP-FUNCTIONS       PIC X(8).
       WORKING-STORAGE SECTION.
       77  WS-RUNREG-STATUS      PIC XX.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
       77  WS-REG-EOF            PIC X     VALUE "N".
       77  WS-ENTRY-DONE         PIC X     VALUE "N".
       77  WS-ENTRY-RUN-NO       PIC 9(3)  VALUE ZERO.
       77  WS-ENTRY-MILES        PIC 9(4)V9 VALUE ZERO.
       77  WS-ENTRY-CASH-TIPS    PIC 9(5)V99 VALUE ZERO.
       77  WS-ENTRY-EMP-NO       PIC X(5)  VALUE SPACES.
       77  WS-SHIFT-DATE         PIC 9(8)  VALUE ZERO.
       77  WS-DATE-OK            PIC X     VALUE "Y".
       77  WS-TODAY-YMD          PIC 9(8)  VALUE ZERO.
       77  WS-REG-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-FOUND-SUB          PIC 9(4)  VALUE ZERO.
       77  WS-RETURNED-COUNT     PIC 9(5)  VALUE ZERO.
       77  WS-SHOW-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       77  WS-SHOW-TIPS          PIC ZZ,ZZ9.99.
       77  WS-SHOW-MILES         PIC Z,ZZ9.9.
       01  WS-SHIFT-DATE-SPLIT.
           05  WS-SHIFT-YEAR     PIC 9(4).
           05  WS-SHIFT-MONTH    PIC 99.
           05  WS-SHIFT-DAY      PIC 99.
       01  WS-REG-TABLE.
           05  WS-REG-COUNT      PIC 9(4)  VALUE ZERO.
           05  WS-REG-ENTRY      OCCURS 5000 TIMES
                                 PIC X(55).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YMD
           PERFORM 100-LOAD-RUN-REGISTER
           IF WS-REG-COUNT = ZERO
               DISPLAY "RUNREG.DAT NOT FOUND OR EMPTY - NO RUNS TO "
                   "RETURN"
               STOP RUN
           END-IF
           PERFORM 150-INPUT-SHIFT-DATE
           PERFORM 200-RETURN-ONE-RUN UNTIL WS-ENTRY-DONE = "Y"
           IF WS-RETURNED-COUNT > ZERO
               PERFORM 300-REWRITE-RUN-REGISTER
           END-IF
           DISPLAY "RUN RETURNS COMPLETE - " WS-RETURNED-COUNT
               " RUNS RETURNED"
           STOP RUN.
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT with
      * function "R" among its allowed functions. With no operator
      * file on disk yet the sign-on is not enforced, only recorded,
      * so the control can be rolled out without bricking the shop.
      ******************************************************************
       050-OPERATOR-SIGNON.
           MOVE "N" TO WS-SIGNON-OK
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
                                   WS-FUNC-TALLY FOR ALL "R"
                               IF WS-FUNC-TALLY > ZERO
                                   MOVE "Y" TO WS-SIGNON-OK
                               END-IF
                           END-IF
               END-PERFORM
               CLOSE OPERATOR-FILE
               IF WS-SIGNON-OK = "Y"
                   DISPLAY 'SIGNED ON: ' WS-OPERATOR-NAME
               ELSE
                   DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' NOT AUTHORIZED FOR THIS FUNCTION'
               END-IF
           END-IF.
       100-LOAD-RUN-REGISTER.
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
       150-INPUT-SHIFT-DATE.
           DISPLAY "ENTER SHIFT DATE (YYYYMMDD, BLANK FOR TODAY)"
           MOVE ZERO TO WS-SHIFT-DATE
           ACCEPT WS-SHIFT-DATE
           IF WS-SHIFT-DATE IS NOT NUMERIC
              OR WS-SHIFT-DATE = ZERO
               MOVE WS-TODAY-YMD TO WS-SHIFT-DATE
           END-IF
           MOVE WS-SHIFT-DATE TO WS-SHIFT-DATE-SPLIT
           COPY DATEVAL REPLACING
               ==:WS-YEAR-FLD:==    BY ==WS-SHIFT-YEAR==
               ==:WS-MONTH-FLD:==   BY ==WS-SHIFT-MONTH==
               ==:WS-DAY-FLD:==     BY ==WS-SHIFT-DAY==
               ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
           PERFORM UNTIL WS-DATE-OK = "Y"
               DISPLAY "INVALID DATE - PLEASE RE-ENTER (YYYYMMDD)"
               ACCEPT WS-SHIFT-DATE
               MOVE WS-SHIFT-DATE TO WS-SHIFT-DATE-SPLIT
               COPY DATEVAL REPLACING
                   ==:WS-YEAR-FLD:==    BY ==WS-SHIFT-YEAR==
                   ==:WS-MONTH-FLD:==   BY ==WS-SHIFT-MONTH==
                   ==:WS-DAY-FLD:==     BY ==WS-SHIFT-DAY==
                   ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
           END-PERFORM.
       200-RETURN-ONE-RUN.
           DISPLAY "ENTER RUN NUMBER (0 TO QUIT): "
           MOVE ZERO TO WS-ENTRY-RUN-NO
           ACCEPT WS-ENTRY-RUN-NO
           IF WS-ENTRY-RUN-NO IS NOT NUMERIC
              OR WS-ENTRY-RUN-NO = ZERO
               MOVE "Y" TO WS-ENTRY-DONE
           ELSE
               MOVE ZERO TO WS-FOUND-SUB
               PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REG-COUNT
                          OR WS-FOUND-SUB > ZERO
                   MOVE WS-REG-ENTRY (WS-REG-SUB) TO RUN-REGISTER-REC
                   IF RG-SHIFT-DATE = WS-SHIFT-DATE
                      AND RG-RUN-NO = WS-ENTRY-RUN-NO
                       MOVE WS-REG-SUB TO WS-FOUND-SUB
                   END-IF
               END-PERFORM
               IF WS-FOUND-SUB = ZERO
                   DISPLAY "RUN " WS-ENTRY-RUN-NO " NOT ON FILE FOR "
                       WS-SHIFT-DATE
               ELSE
                   MOVE WS-REG-ENTRY (WS-FOUND-SUB)
                       TO RUN-REGISTER-REC
                   IF RG-STATUS = "S"
                       DISPLAY "RUN " WS-ENTRY-RUN-NO
                           " ALREADY SETTLED - NOT CHANGED"
                   ELSE
                       PERFORM 250-KEY-RETURN-FIELDS
                   END-IF
               END-IF
           END-IF.
       250-KEY-RETURN-FIELDS.
           DISPLAY "DRIVER:     " RG-EMP-NO "  ORDERS: " RG-ORDERS
           MOVE RG-COLLECT   TO WS-SHOW-AMOUNT
           MOVE RG-CARD-TIPS TO WS-SHOW-TIPS
           DISPLAY "COLLECTION: " WS-SHOW-AMOUNT "  CARD TIPS: "
               WS-SHOW-TIPS
           IF RG-STATUS = "R"
               MOVE RG-MILES     TO WS-SHOW-MILES
               MOVE RG-CASH-TIPS TO WS-SHOW-TIPS
               DISPLAY "ALREADY RETURNED - MILES " WS-SHOW-MILES
                   "  CASH TIPS " WS-SHOW-TIPS " - RE-KEY TO REPLACE"
           END-IF
           IF RG-EMP-NO = SPACES
               DISPLAY "RUN PRINTED UNASSIGNED - ENTER DRIVER EMP-NO"
               MOVE SPACES TO WS-ENTRY-EMP-NO
               ACCEPT WS-ENTRY-EMP-NO
               MOVE WS-ENTRY-EMP-NO TO RG-EMP-NO
           END-IF
           IF RG-EMP-NO = SPACES
               DISPLAY "NO DRIVER - RUN NOT RETURNED"
           ELSE
               DISPLAY "ENTER MILES DRIVEN (NNNN.N)"
               MOVE ZERO TO WS-ENTRY-MILES
               ACCEPT WS-ENTRY-MILES
               IF WS-ENTRY-MILES IS NOT NUMERIC
                   MOVE ZERO TO WS-ENTRY-MILES
               END-IF
               DISPLAY "ENTER CASH TIPS DECLARED (NNNNN.NN)"
               MOVE ZERO TO WS-ENTRY-CASH-TIPS
               ACCEPT WS-ENTRY-CASH-TIPS
               IF WS-ENTRY-CASH-TIPS IS NOT NUMERIC
                   MOVE ZERO TO WS-ENTRY-CASH-TIPS
               END-IF
               MOVE WS-ENTRY-MILES     TO RG-MILES
               MOVE WS-ENTRY-CASH-TIPS TO RG-CASH-TIPS
               MOVE "R" TO RG-STATUS
               MOVE RUN-REGISTER-REC TO WS-REG-ENTRY (WS-FOUND-SUB)
               ADD 1 TO WS-RETURNED-COUNT
               DISPLAY "RUN RETURNED"
           END-IF.
       300-REWRITE-RUN-REGISTER.
           OPEN OUTPUT RUN-REGISTER-FILE
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               WRITE RUN-REGISTER-REC FROM WS-REG-ENTRY (WS-REG-SUB)
           END-PERFORM
           CLOSE RUN-REGISTER-FILE.
       END PROGRAM DrvRet.
