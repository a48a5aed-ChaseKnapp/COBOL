       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlBudget.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Maintains the G/L budget GLBUDGET.DAT: one record per
      *     GLACCT.DAT account per fiscal (calendar) year holding the
      *     budget for each of the twelve periods, in the account's
      *     natural direction (revenue, liability and capital as
      *     credits, assets and expense as debits). A budget is keyed
      *     either as an annual figure spread evenly over the months
      *     (the odd cents fall in December) or month by month. The
      *     seed action builds next year's budget for every revenue
      *     and expense account from a year's actual activity on
      *     GLBAL.DAT, raised or lowered by a percentage; accounts
      *     already budgeted for the new year are replaced only when
      *     the operator says so. Load/change/rewrite, the same idiom
      *     as GlAcct.
      * Input:
      *     GLBUDGET.DAT, GLACCT.DAT, GLBAL.DAT
      * Output:
      *     GLBUDGET.DAT (rewritten)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  BUDGET-FILE
               ASSIGN TO "GLBUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.
           SELECT  ACCOUNT-FILE
               ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT  BALANCE-FILE
               ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       01  BUDGET-REC.
           05  BU-ACCOUNT         PIC X(8).
           05  FILLER             PIC X.
           05  BU-YEAR            PIC 9(4).
           05  BU-PERIOD-GRP      OCCURS 12 TIMES.
               10  FILLER         PIC X.
               10  BU-AMOUNT      PIC 9(9)V99.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-REC.
           05  GA-ACCOUNT         PIC X(8).
           05  FILLER             PIC X.
           05  GA-NAME            PIC X(20).
           05  FILLER             PIC X.
           05  GA-TYPE            PIC X.
       FD  BALANCE-FILE.
       01  BALANCE-REC.
           05  GB-ACCOUNT            PIC X(8).
           05  FILLER                PIC X.
           05  GB-PERIOD             PIC 9(6).
           05  GB-PERIOD-PARTS       REDEFINES GB-PERIOD.
               10  GB-PERIOD-YEAR    PIC 9(4).
               10  GB-PERIOD-MONTH   PIC 99.
           05  FILLER                PIC X.
           05  GB-DEBITS             PIC 9(11)V99.
           05  FILLER                PIC X.
           05  GB-CREDITS            PIC 9(11)V99.
       WORKING-STORAGE SECTION.
       77  WS-BUD-STATUS         PIC XX.
       77  WS-ACCT-STATUS        PIC XX.
       77  WS-BAL-STATUS         PIC XX.
       77  WS-BUD-EOF            PIC X     VALUE "N".
       77  WS-ACCT-EOF           PIC X     VALUE "N".
       77  WS-BAL-EOF            PIC X     VALUE "N".
       77  WS-MAINT-ACTION       PIC X.
       77  WS-MAINT-ACCOUNT      PIC X(8).
       77  WS-MAINT-YEAR         PIC 9(4).
       77  WS-MAINT-METHOD       PIC X.
       77  WS-MAINT-ANNUAL       PIC 9(9)V99.
       77  WS-MAINT-MONTH-AMT    PIC 9(9)V99.
       77  WS-SEED-FROM-YEAR     PIC 9(4).
       77  WS-SEED-TO-YEAR       PIC 9(4).
       77  WS-SEED-PERCENT       PIC 9(3)V9.
       77  WS-SEED-DIRECTION     PIC X.
       77  WS-SEED-FACTOR        PIC 9(3)V9(3).
       77  WS-REPLACE-ANSWER     PIC X     VALUE "N".
       77  WS-ACCT-SUB           PIC 9(4)  VALUE ZERO.
       77  WS-ACCT-FOUND-SUB     PIC 9(4)  VALUE ZERO.
       77  WS-BUD-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-FOUND-SUB          PIC 9(4)  VALUE ZERO.
       77  WS-MONTH-SUB          PIC 99    VALUE ZERO.
       77  WS-SPREAD-SO-FAR      PIC 9(9)V99 VALUE ZERO.
       77  WS-NATURAL-AMOUNT     PIC S9(11)V99 VALUE ZERO.
       77  WS-SEEDED-COUNT       PIC 9(4)  VALUE ZERO.
       77  WS-REPLACED-COUNT     PIC 9(4)  VALUE ZERO.
       77  WS-KEPT-COUNT         PIC 9(4)  VALUE ZERO.
       77  WS-ANNUAL-TOTAL       PIC 9(11)V99 VALUE ZERO.
       77  WS-ANNUAL-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-COUNT      PIC 9(4)  VALUE ZERO.
           05  WS-ACCT-ENTRY      OCCURS 1000 TIMES.
               10  WS-AC-ACCOUNT  PIC X(8).
               10  WS-AC-NAME     PIC X(20).
               10  WS-AC-TYPE     PIC X.
      ******************************************************************
      * Actual activity of the seed year per account and month, as
      * debits less credits.
      ******************************************************************
               10  WS-AC-ACTUAL   PIC S9(11)V99 OCCURS 12 TIMES.
       01  WS-BUD-TABLE.
           05  WS-BUD-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-BUD-ENTRY       OCCURS 3000 TIMES.
               10  WS-BU-ACCOUNT  PIC X(8).
               10  WS-BU-YEAR     PIC 9(4).
               10  WS-BU-AMOUNT   PIC 9(9)V99 OCCURS 12 TIMES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-LOAD-BUDGET-TABLE
           PERFORM 110-LOAD-ACCOUNT-TABLE
           DISPLAY 'ENTER ACTION: A-ADD/CHANGE   D-DELETE   L-LIST'
               '   S-SEED NEXT YEAR FROM ACTUALS'
           ACCEPT WS-MAINT-ACTION
           EVALUATE WS-MAINT-ACTION
               WHEN "A"
                   PERFORM 200-ADD-OR-CHANGE-BUDGET
                   PERFORM 500-REWRITE-BUDGET-FILE
               WHEN "D"
                   PERFORM 300-DELETE-BUDGET
                   PERFORM 500-REWRITE-BUDGET-FILE
               WHEN "L"
                   PERFORM 400-LIST-BUDGETS
               WHEN "S"
                   PERFORM 600-SEED-FROM-ACTUALS
               WHEN OTHER
                   DISPLAY 'INVALID ACTION - NO CHANGE MADE'
           END-EVALUATE
           STOP RUN.
       100-LOAD-BUDGET-TABLE.
           OPEN INPUT BUDGET-FILE
           IF WS-BUD-STATUS = "00"
               PERFORM UNTIL WS-BUD-EOF = "Y"
                   READ BUDGET-FILE
                       AT END
                           MOVE "Y" TO WS-BUD-EOF
                       NOT AT END
                           IF WS-BUD-COUNT < 3000
                               ADD 1 TO WS-BUD-COUNT
                               MOVE BU-ACCOUNT TO
                                   WS-BU-ACCOUNT (WS-BUD-COUNT)
                               MOVE BU-YEAR TO
                                   WS-BU-YEAR (WS-BUD-COUNT)
                               PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                                       UNTIL WS-MONTH-SUB > 12
                                   MOVE BU-AMOUNT (WS-MONTH-SUB) TO
                                       WS-BU-AMOUNT (WS-BUD-COUNT,
                                                     WS-MONTH-SUB)
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.
       110-LOAD-ACCOUNT-TABLE.
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
                               PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                                       UNTIL WS-MONTH-SUB > 12
                                   MOVE ZERO TO
                                       WS-AC-ACTUAL (WS-ACCT-COUNT,
                                                     WS-MONTH-SUB)
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           ELSE
               DISPLAY "GLACCT.DAT NOT FOUND - NO BUDGET CAN BE KEYED"
           END-IF.
       200-ADD-OR-CHANGE-BUDGET.
           DISPLAY 'ENTER ACCOUNT NUMBER'
           ACCEPT WS-MAINT-ACCOUNT
           PERFORM 260-FIND-ACCOUNT
           IF WS-ACCT-FOUND-SUB = ZERO
               DISPLAY 'ACCOUNT NOT ON GLACCT.DAT - NO CHANGE MADE'
           ELSE
               DISPLAY 'ACCOUNT: ' WS-AC-NAME (WS-ACCT-FOUND-SUB)
                   ' TYPE ' WS-AC-TYPE (WS-ACCT-FOUND-SUB)
               PERFORM 210-ENTER-BUDGET-YEAR
               PERFORM 250-FIND-BUDGET
               IF WS-FOUND-SUB = ZERO
                   IF WS-BUD-COUNT >= 3000
                       DISPLAY 'BUDGET TABLE FULL - NO CHANGE MADE'
                   ELSE
                       ADD 1 TO WS-BUD-COUNT
                       MOVE WS-BUD-COUNT TO WS-FOUND-SUB
                       MOVE WS-MAINT-ACCOUNT
                           TO WS-BU-ACCOUNT (WS-FOUND-SUB)
                       MOVE WS-MAINT-YEAR TO WS-BU-YEAR (WS-FOUND-SUB)
                       DISPLAY 'BUDGET ADDED'
                   END-IF
               ELSE
                   DISPLAY 'BUDGET ON FILE - KEYING AGAIN REPLACES IT'
               END-IF
               IF WS-FOUND-SUB > ZERO
                   PERFORM 220-KEY-BUDGET-AMOUNTS
               END-IF
           END-IF.
       210-ENTER-BUDGET-YEAR.
           DISPLAY 'ENTER FISCAL YEAR (YYYY)'
           ACCEPT WS-MAINT-YEAR
           PERFORM UNTIL WS-MAINT-YEAR IS NUMERIC
                         AND WS-MAINT-YEAR > 1900
               DISPLAY 'INVALID YEAR - PLEASE RE-ENTER'
               ACCEPT WS-MAINT-YEAR
           END-PERFORM.
       220-KEY-BUDGET-AMOUNTS.
           DISPLAY 'S-SPREAD AN ANNUAL AMOUNT EVENLY   M-KEY EACH MONTH'
           ACCEPT WS-MAINT-METHOD
           PERFORM UNTIL WS-MAINT-METHOD = "S"
                         OR WS-MAINT-METHOD = "M"
               DISPLAY 'PLEASE ENTER S OR M'
               ACCEPT WS-MAINT-METHOD
           END-PERFORM
           IF WS-MAINT-METHOD = "S"
               DISPLAY 'ENTER ANNUAL BUDGET'
               ACCEPT WS-MAINT-ANNUAL
               PERFORM UNTIL WS-MAINT-ANNUAL IS NUMERIC
                   DISPLAY 'AMOUNT MUST BE NUMERIC'
                   ACCEPT WS-MAINT-ANNUAL
               END-PERFORM
               PERFORM 230-SPREAD-ANNUAL-AMOUNT
           ELSE
               PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                       UNTIL WS-MONTH-SUB > 12
                   DISPLAY 'ENTER BUDGET FOR MONTH ' WS-MONTH-SUB
                   ACCEPT WS-MAINT-MONTH-AMT
                   PERFORM UNTIL WS-MAINT-MONTH-AMT IS NUMERIC
                       DISPLAY 'AMOUNT MUST BE NUMERIC'
                       ACCEPT WS-MAINT-MONTH-AMT
                   END-PERFORM
                   MOVE WS-MAINT-MONTH-AMT
                       TO WS-BU-AMOUNT (WS-FOUND-SUB, WS-MONTH-SUB)
               END-PERFORM
           END-IF
           DISPLAY 'BUDGET RECORDED'.
      ******************************************************************
      * Eleven equal months rounded down to the cent; December takes
      * what is left so the year adds to the annual figure.
      ******************************************************************
       230-SPREAD-ANNUAL-AMOUNT.
           MOVE ZERO TO WS-SPREAD-SO-FAR
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 11
               COMPUTE WS-BU-AMOUNT (WS-FOUND-SUB, WS-MONTH-SUB) =
                   WS-MAINT-ANNUAL / 12
               ADD WS-BU-AMOUNT (WS-FOUND-SUB, WS-MONTH-SUB)
                   TO WS-SPREAD-SO-FAR
           END-PERFORM
           COMPUTE WS-BU-AMOUNT (WS-FOUND-SUB, 12) =
               WS-MAINT-ANNUAL - WS-SPREAD-SO-FAR.
       250-FIND-BUDGET.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-BUD-SUB FROM 1 BY 1
                   UNTIL WS-BUD-SUB > WS-BUD-COUNT
                      OR WS-FOUND-SUB > ZERO
               IF WS-BU-ACCOUNT (WS-BUD-SUB) = WS-MAINT-ACCOUNT
                  AND WS-BU-YEAR (WS-BUD-SUB) = WS-MAINT-YEAR
                   MOVE WS-BUD-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
       260-FIND-ACCOUNT.
           MOVE ZERO TO WS-ACCT-FOUND-SUB
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                      OR WS-ACCT-FOUND-SUB > ZERO
               IF WS-AC-ACCOUNT (WS-ACCT-SUB) = WS-MAINT-ACCOUNT
                   MOVE WS-ACCT-SUB TO WS-ACCT-FOUND-SUB
               END-IF
           END-PERFORM.
       300-DELETE-BUDGET.
           DISPLAY 'ENTER ACCOUNT NUMBER'
           ACCEPT WS-MAINT-ACCOUNT
           PERFORM 210-ENTER-BUDGET-YEAR
           PERFORM 250-FIND-BUDGET
           IF WS-FOUND-SUB = ZERO
               DISPLAY 'BUDGET NOT FOUND - NO CHANGE MADE'
           ELSE
               PERFORM VARYING WS-BUD-SUB FROM WS-FOUND-SUB BY 1
                       UNTIL WS-BUD-SUB >= WS-BUD-COUNT
                   MOVE WS-BUD-ENTRY (WS-BUD-SUB + 1)
                       TO WS-BUD-ENTRY (WS-BUD-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-BUD-COUNT
               DISPLAY 'BUDGET DELETED'
           END-IF.
       400-LIST-BUDGETS.
           PERFORM 210-ENTER-BUDGET-YEAR
           PERFORM VARYING WS-BUD-SUB FROM 1 BY 1
                   UNTIL WS-BUD-SUB > WS-BUD-COUNT
               IF WS-BU-YEAR (WS-BUD-SUB) = WS-MAINT-YEAR
                   MOVE ZERO TO WS-ANNUAL-TOTAL
                   PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                           UNTIL WS-MONTH-SUB > 12
                       ADD WS-BU-AMOUNT (WS-BUD-SUB, WS-MONTH-SUB)
                           TO WS-ANNUAL-TOTAL
                   END-PERFORM
                   MOVE WS-ANNUAL-TOTAL TO WS-ANNUAL-ED
                   DISPLAY WS-BU-ACCOUNT (WS-BUD-SUB) " "
                       WS-BU-YEAR (WS-BUD-SUB) " ANNUAL "
                       WS-ANNUAL-ED
               END-IF
           END-PERFORM
           DISPLAY WS-BUD-COUNT " BUDGET RECORDS ON FILE".
       500-REWRITE-BUDGET-FILE.
           OPEN OUTPUT BUDGET-FILE
           PERFORM VARYING WS-BUD-SUB FROM 1 BY 1
                   UNTIL WS-BUD-SUB > WS-BUD-COUNT
               MOVE SPACES TO BUDGET-REC
               MOVE WS-BU-ACCOUNT (WS-BUD-SUB) TO BU-ACCOUNT
               MOVE WS-BU-YEAR (WS-BUD-SUB)    TO BU-YEAR
               PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                       UNTIL WS-MONTH-SUB > 12
                   MOVE WS-BU-AMOUNT (WS-BUD-SUB, WS-MONTH-SUB)
                       TO BU-AMOUNT (WS-MONTH-SUB)
               END-PERFORM
               WRITE BUDGET-REC
           END-PERFORM
           CLOSE BUDGET-FILE.
      ******************************************************************
      * Seeds the year after the one keyed: each revenue and expense
      * account's actual for each month, in its natural direction,
      * times the percentage change. A month that ran the wrong way
      * (a net credit to an expense) seeds a zero budget.
      ******************************************************************
       600-SEED-FROM-ACTUALS.
           DISPLAY 'ENTER THE YEAR OF ACTUALS TO SEED FROM (YYYY)'
           ACCEPT WS-SEED-FROM-YEAR
           PERFORM UNTIL WS-SEED-FROM-YEAR IS NUMERIC
                         AND WS-SEED-FROM-YEAR > 1900
               DISPLAY 'INVALID YEAR - PLEASE RE-ENTER'
               ACCEPT WS-SEED-FROM-YEAR
           END-PERFORM
           COMPUTE WS-SEED-TO-YEAR = WS-SEED-FROM-YEAR + 1
           DISPLAY 'ENTER PERCENT CHANGE (E.G. 3.5)'
           ACCEPT WS-SEED-PERCENT
           PERFORM UNTIL WS-SEED-PERCENT IS NUMERIC
                         AND WS-SEED-PERCENT < 100
               DISPLAY 'PERCENT MUST BE NUMERIC AND UNDER 100'
               ACCEPT WS-SEED-PERCENT
           END-PERFORM
           DISPLAY 'I-INCREASE OR D-DECREASE'
           ACCEPT WS-SEED-DIRECTION
           PERFORM UNTIL WS-SEED-DIRECTION = "I"
                         OR WS-SEED-DIRECTION = "D"
               DISPLAY 'PLEASE ENTER I OR D'
               ACCEPT WS-SEED-DIRECTION
           END-PERFORM
           IF WS-SEED-DIRECTION = "I"
               COMPUTE WS-SEED-FACTOR = 1 + (WS-SEED-PERCENT / 100)
           ELSE
               COMPUTE WS-SEED-FACTOR = 1 - (WS-SEED-PERCENT / 100)
           END-IF
           PERFORM 610-LOAD-SEED-ACTUALS
           MOVE WS-SEED-TO-YEAR TO WS-MAINT-YEAR
           MOVE ZERO TO WS-REPLACED-COUNT
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-AC-TYPE (WS-ACCT-SUB) = "R"
                  OR WS-AC-TYPE (WS-ACCT-SUB) = "E"
                   MOVE WS-AC-ACCOUNT (WS-ACCT-SUB) TO WS-MAINT-ACCOUNT
                   PERFORM 250-FIND-BUDGET
                   IF WS-FOUND-SUB > ZERO
                       ADD 1 TO WS-REPLACED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-REPLACE-ANSWER
           IF WS-REPLACED-COUNT > ZERO
               DISPLAY WS-REPLACED-COUNT ' ACCOUNTS ALREADY BUDGETED '
                   'FOR ' WS-SEED-TO-YEAR ' - REPLACE THEM? (Y/N)'
               ACCEPT WS-REPLACE-ANSWER
           END-IF
           MOVE ZERO TO WS-REPLACED-COUNT
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-AC-TYPE (WS-ACCT-SUB) = "R"
                  OR WS-AC-TYPE (WS-ACCT-SUB) = "E"
                   PERFORM 620-SEED-ONE-ACCOUNT
               END-IF
           END-PERFORM
           PERFORM 500-REWRITE-BUDGET-FILE
           DISPLAY 'BUDGET ' WS-SEED-TO-YEAR ' SEEDED FROM '
               WS-SEED-FROM-YEAR ' ACTUALS - ' WS-SEEDED-COUNT
               ' ADDED, ' WS-REPLACED-COUNT ' REPLACED, '
               WS-KEPT-COUNT ' KEPT'.
       610-LOAD-SEED-ACTUALS.
           OPEN INPUT BALANCE-FILE
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "GLBAL.DAT NOT FOUND - BUDGETS SEED AT ZERO"
           ELSE
               PERFORM UNTIL WS-BAL-EOF = "Y"
                   READ BALANCE-FILE
                       AT END
                           MOVE "Y" TO WS-BAL-EOF
                       NOT AT END
                           IF GB-PERIOD-YEAR = WS-SEED-FROM-YEAR
                              AND GB-PERIOD-MONTH >= 1
                              AND GB-PERIOD-MONTH <= 12
                               MOVE GB-ACCOUNT TO WS-MAINT-ACCOUNT
                               PERFORM 260-FIND-ACCOUNT
                               IF WS-ACCT-FOUND-SUB > ZERO
                                   COMPUTE WS-AC-ACTUAL
                                       (WS-ACCT-FOUND-SUB,
                                        GB-PERIOD-MONTH) =
                                       WS-AC-ACTUAL
                                       (WS-ACCT-FOUND-SUB,
                                        GB-PERIOD-MONTH)
                                       + GB-DEBITS - GB-CREDITS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.
       620-SEED-ONE-ACCOUNT.
           MOVE WS-AC-ACCOUNT (WS-ACCT-SUB) TO WS-MAINT-ACCOUNT
           PERFORM 250-FIND-BUDGET
           IF WS-FOUND-SUB > ZERO AND WS-REPLACE-ANSWER NOT = "Y"
               ADD 1 TO WS-KEPT-COUNT
           ELSE
               IF WS-FOUND-SUB = ZERO
                   IF WS-BUD-COUNT >= 3000
                       DISPLAY 'BUDGET TABLE FULL - '
                           WS-MAINT-ACCOUNT ' NOT SEEDED'
                   ELSE
                       ADD 1 TO WS-BUD-COUNT
                       MOVE WS-BUD-COUNT TO WS-FOUND-SUB
                       MOVE WS-MAINT-ACCOUNT
                           TO WS-BU-ACCOUNT (WS-FOUND-SUB)
                       MOVE WS-SEED-TO-YEAR
                           TO WS-BU-YEAR (WS-FOUND-SUB)
                       ADD 1 TO WS-SEEDED-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-REPLACED-COUNT
               END-IF
               IF WS-FOUND-SUB > ZERO
                   PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                           UNTIL WS-MONTH-SUB > 12
                       IF WS-AC-TYPE (WS-ACCT-SUB) = "R"
                           COMPUTE WS-NATURAL-AMOUNT = 0 -
                               WS-AC-ACTUAL (WS-ACCT-SUB, WS-MONTH-SUB)
                       ELSE
                           MOVE WS-AC-ACTUAL (WS-ACCT-SUB, WS-MONTH-SUB)
                               TO WS-NATURAL-AMOUNT
                       END-IF
                       IF WS-NATURAL-AMOUNT < ZERO
                           MOVE ZERO TO WS-NATURAL-AMOUNT
                       END-IF
                       COMPUTE WS-BU-AMOUNT (WS-FOUND-SUB, WS-MONTH-SUB)
                           ROUNDED = WS-NATURAL-AMOUNT * WS-SEED-FACTOR
                   END-PERFORM
               END-IF
           END-IF.
       END PROGRAM GlBudget.
