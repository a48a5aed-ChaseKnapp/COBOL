       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinStmt.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Financial statements off the GLBAL.DAT ledger, so they
      *     stop being built in a spreadsheet from GLTRIAL.RPT. For
      *     the statement period (prompted; BATCH takes the current
      *     month) it prints:
      *       - an income statement: revenue (type R) less expense
      *         (type E) for the period and the year to date, each
      *         with the prior year's same period beside it, down to
      *         net income;
      *       - a balance sheet as of the period's end: assets (A)
      *         against liabilities (L) plus capital (C), with the
      *         earnings of prior years and the current year's net
      *         income rolled into capital, and a non-zero exit
      *         status when the two sides do not agree.
      *     Accounts are grouped under subtotal headings from the
      *     statement-layout file FSLAYOUT.DAT: each record gives an
      *     account type, an account-number range and the heading
      *     its accounts print under, in the order they are to
      *     print. A new account inside a range joins its group on
      *     the next run; one no range covers prints under an
      *     "OTHER" group for its type so nothing drops off. Types
      *     and names come from GLACCT.DAT. The fiscal year is the
      *     calendar year of the period buckets.
      * Input:
      *     GLBAL.DAT, GLACCT.DAT, FSLAYOUT.DAT
      * Output:
      *     FINSTMT.RPT
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
           SELECT  LAYOUT-FILE
               ASSIGN TO "FSLAYOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.
           SELECT  STATEMENT-REPORT-FILE
               ASSIGN TO "FINSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
      ******************************************************************
      * One subtotal group per record: the account type it lists,
      * the first and last account numbers of its range, and the
      * heading it prints under.
      ******************************************************************
       FD  LAYOUT-FILE.
       01  LAYOUT-REC.
           05  FL-TYPE            PIC X.
           05  FILLER             PIC X.
           05  FL-ACCT-FROM       PIC X(8).
           05  FILLER             PIC X.
           05  FL-ACCT-TO         PIC X(8).
           05  FILLER             PIC X.
           05  FL-HEADING         PIC X(30).
       FD  STATEMENT-REPORT-FILE.
       01  STATEMENT-REPORT-REC      PIC X(120).
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
           05  WS-LAYOUT-STATUS   PIC XX.
           05  WS-ACCT-EOF        PIC X     VALUE "N".
           05  WS-LAYOUT-EOF      PIC X     VALUE "N".
           05  WS-CMD-ARG         PIC X(8)  VALUE SPACES.
           05  WS-STMT-YEAR       PIC 9(4)  VALUE ZERO.
           05  WS-STMT-MONTH      PIC 99    VALUE ZERO.
           05  WS-STMT-PERIOD     PIC 9(6)  VALUE ZERO.
           05  WS-YEAR-START      PIC 9(6)  VALUE ZERO.
           05  WS-PRIOR-PERIOD    PIC 9(6)  VALUE ZERO.
           05  WS-PRIOR-START     PIC 9(6)  VALUE ZERO.
           05  WS-ACCT-SUB        PIC 9(4)  VALUE ZERO.
           05  WS-GRP-SUB         PIC 9(3)  VALUE ZERO.
           05  WS-COL             PIC 9     VALUE ZERO.
           05  WS-SECT-TYPE       PIC X     VALUE SPACE.
           05  WS-STMT-KIND       PIC X     VALUE SPACE.
               88  WS-INCOME-STMT           VALUE "I".
               88  WS-BALANCE-SHEET         VALUE "B".
           05  WS-GROUP-FROM      PIC X(8)  VALUE SPACES.
           05  WS-GROUP-TO        PIC X(8)  VALUE SPACES.
           05  WS-GROUP-HEADING   PIC X(30) VALUE SPACES.
           05  WS-GROUP-LINES     PIC 9(4)  VALUE ZERO.
           05  WS-ACCT-HAS-AMOUNT PIC X     VALUE "N".
           05  WS-SHOWN-AMOUNT    PIC S9(13)V99 VALUE ZERO.
           05  WS-TOTAL-LABEL     PIC X(34) VALUE SPACES.
           05  WS-UNKNOWN-COUNT   PIC 9(4)  VALUE ZERO.
           05  WS-UNKNOWN-BAL     PIC S9(13)V99 VALUE ZERO.
      ******************************************************************
      * Amount columns, each held as debits less credits on the
      * account and as shown (credit-side types turned positive) on
      * the totals: 1 period, 2 prior-year period, 3 year to date,
      * 4 prior year to date, 5 balance at the period's end.
      ******************************************************************
       01  WS-ACCT-TABLE.
           05  WS-ACCT-COUNT      PIC 9(4)  VALUE ZERO.
           05  WS-ACCT-ENTRY      OCCURS 1000 TIMES.
               10  WS-AC-ACCOUNT  PIC X(8).
               10  WS-AC-NAME     PIC X(20).
               10  WS-AC-TYPE     PIC X.
               10  WS-AC-PRINTED  PIC X.
               10  WS-AC-AMOUNT   PIC S9(13)V99 OCCURS 5 TIMES.
       01  WS-LAYOUT-TABLE.
           05  WS-GRP-COUNT       PIC 9(3)  VALUE ZERO.
           05  WS-GRP-ENTRY       OCCURS 200 TIMES.
               10  WS-GR-TYPE     PIC X.
               10  WS-GR-FROM     PIC X(8).
               10  WS-GR-TO       PIC X(8).
               10  WS-GR-HEADING  PIC X(30).
       01  WS-STATEMENT-TOTALS.
           05  WS-GROUP-TOTAL     PIC S9(13)V99 OCCURS 5 TIMES.
           05  WS-SECT-TOTAL      PIC S9(13)V99 OCCURS 5 TIMES.
           05  WS-REVENUE-TOTAL   PIC S9(13)V99 OCCURS 5 TIMES.
           05  WS-EXPENSE-TOTAL   PIC S9(13)V99 OCCURS 5 TIMES.
           05  WS-NET-INCOME      PIC S9(13)V99 OCCURS 5 TIMES.
           05  WS-ASSET-TOTAL     PIC S9(13)V99 VALUE ZERO.
           05  WS-LIAB-TOTAL      PIC S9(13)V99 VALUE ZERO.
           05  WS-CAPITAL-TOTAL   PIC S9(13)V99 VALUE ZERO.
           05  WS-PRIOR-EARNINGS  PIC S9(13)V99 VALUE ZERO.
           05  WS-CURRENT-EARNINGS PIC S9(13)V99 VALUE ZERO.
           05  WS-LIAB-CAP-TOTAL  PIC S9(13)V99 VALUE ZERO.
       01  STATEMENT-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  SH-TITLE           PIC X(30).
           05  FILLER             PIC X(14) VALUE "PERIOD ENDED  ".
           05  SH-PERIOD-MM       PIC 99.
           05  FILLER             PIC X     VALUE "/".
           05  SH-PERIOD-YYYY     PIC 9(4).
           05  FILLER             PIC X(10) VALUE "    DATE: ".
           COPY DATESTMP REPLACING ==:GRP-LVL:==         BY ==05==
                                   ==:STAMP-GRP:==       BY ==HD-DATE==
                                   ==:FLD-LVL:==         BY ==10==
                                   ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                   ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                   ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           05  FILLER             PIC X(43) VALUE SPACES.
       01  INCOME-COLUMN-HEADING.
           05  FILLER             PIC X(36) VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               "      CURRENT PERIOD   PRIOR YEAR PERIOD".
           05  FILLER             PIC X(40) VALUE
               "        YEAR TO DATE      PRIOR YEAR YTD".
           05  FILLER             PIC X(4)  VALUE SPACES.
       01  BALANCE-COLUMN-HEADING.
           05  FILLER             PIC X(36) VALUE SPACES.
           05  FILLER             PIC X(20) VALUE
               "             BALANCE".
           05  FILLER             PIC X(64) VALUE SPACES.
       01  SECTION-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SL-TITLE           PIC X(34).
           05  FILLER             PIC X(84) VALUE SPACES.
       01  GROUP-HEADING-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  GH-HEADING         PIC X(30).
           05  FILLER             PIC X(86) VALUE SPACES.
       01  STATEMENT-DETAIL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  SD-ACCOUNT         PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SD-NAME            PIC X(20).
           05  SD-AMOUNT-GRP      OCCURS 4 TIMES.
               10  FILLER         PIC X(2).
               10  SD-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(4)  VALUE SPACES.
       01  STATEMENT-TOTAL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ST-LABEL           PIC X(34).
           05  ST-AMOUNT-GRP      OCCURS 4 TIMES.
               10  FILLER         PIC X(2).
               10  ST-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(4)  VALUE SPACES.
       01  BALANCE-CHECK-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  BC-FLAG            PIC X(60).
           05  FILLER             PIC X(58) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-INPUT-STATEMENT-PERIOD
           PERFORM 020-LOAD-ACCOUNT-TABLE
           PERFORM 030-LOAD-LAYOUT-TABLE
           OPEN INPUT BALANCE-FILE
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "GLBAL.DAT NOT FOUND - RUN THE LEDGER "
                   "POSTING FIRST"
               STOP RUN
           END-IF
           PERFORM 100-SUM-NEXT-BUCKET UNTIL EOF = "Y"
           CLOSE BALANCE-FILE
           OPEN OUTPUT STATEMENT-REPORT-FILE
           PERFORM 200-PRINT-INCOME-STATEMENT
           PERFORM 300-PRINT-BALANCE-SHEET
           CLOSE STATEMENT-REPORT-FILE
           DISPLAY "FINSTMT.RPT GENERATED FOR PERIOD " WS-STMT-PERIOD
           STOP RUN.
       010-INPUT-STATEMENT-PERIOD.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           IF WS-CMD-ARG = "BATCH"
               MOVE WS-YEAR  TO WS-STMT-YEAR
               MOVE WS-MONTH TO WS-STMT-MONTH
           ELSE
               DISPLAY 'ENTER STATEMENT YEAR (YYYY)'
               ACCEPT WS-STMT-YEAR
               DISPLAY 'ENTER STATEMENT MONTH (MM)'
               ACCEPT WS-STMT-MONTH
               PERFORM UNTIL WS-STMT-YEAR IS NUMERIC AND
                             WS-STMT-MONTH IS NUMERIC AND
                             WS-STMT-MONTH >= 1 AND
                             WS-STMT-MONTH <= 12
                   DISPLAY 'INVALID PERIOD - PLEASE RE-ENTER'
                   DISPLAY 'ENTER STATEMENT YEAR (YYYY)'
                   ACCEPT WS-STMT-YEAR
                   DISPLAY 'ENTER STATEMENT MONTH (MM)'
                   ACCEPT WS-STMT-MONTH
               END-PERFORM
           END-IF
           COMPUTE WS-STMT-PERIOD =
               (WS-STMT-YEAR * 100) + WS-STMT-MONTH
           COMPUTE WS-YEAR-START = (WS-STMT-YEAR * 100) + 1
           COMPUTE WS-PRIOR-PERIOD = WS-STMT-PERIOD - 100
           COMPUTE WS-PRIOR-START = WS-YEAR-START - 100.
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
                   "PLACED ON THE STATEMENTS"
           END-IF.
       025-CLEAR-ACCOUNT-AMOUNTS.
           MOVE "N" TO WS-AC-PRINTED (WS-ACCT-COUNT)
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 5
               MOVE ZERO TO WS-AC-AMOUNT (WS-ACCT-COUNT, WS-COL)
           END-PERFORM.
       030-LOAD-LAYOUT-TABLE.
           OPEN INPUT LAYOUT-FILE
           IF WS-LAYOUT-STATUS = "00"
               PERFORM UNTIL WS-LAYOUT-EOF = "Y"
                   READ LAYOUT-FILE
                       AT END
                           MOVE "Y" TO WS-LAYOUT-EOF
                       NOT AT END
                           IF WS-GRP-COUNT < 200
                               ADD 1 TO WS-GRP-COUNT
                               MOVE FL-TYPE TO
                                   WS-GR-TYPE (WS-GRP-COUNT)
                               MOVE FL-ACCT-FROM TO
                                   WS-GR-FROM (WS-GRP-COUNT)
                               MOVE FL-ACCT-TO TO
                                   WS-GR-TO (WS-GRP-COUNT)
                               MOVE FL-HEADING TO
                                   WS-GR-HEADING (WS-GRP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAYOUT-FILE
           ELSE
               DISPLAY "FSLAYOUT.DAT NOT FOUND - ACCOUNTS PRINT UNDER "
                   "ONE GROUP PER TYPE"
           END-IF.
      ******************************************************************
      * Each bucket lands in every column its period falls in. A
      * ledger account the master does not know is counted apart
      * and reported under the balance sheet.
      ******************************************************************
       100-SUM-NEXT-BUCKET.
           READ BALANCE-FILE
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                           UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                              OR WS-AC-ACCOUNT (WS-ACCT-SUB)
                                     = GB-ACCOUNT
                       CONTINUE
                   END-PERFORM
                   IF WS-ACCT-SUB > WS-ACCT-COUNT
                       IF GB-PERIOD <= WS-STMT-PERIOD
                           COMPUTE WS-UNKNOWN-BAL = WS-UNKNOWN-BAL
                               + GB-DEBITS - GB-CREDITS
                           ADD 1 TO WS-UNKNOWN-COUNT
                       END-IF
                   ELSE
                       PERFORM 110-APPLY-BUCKET
                   END-IF
           END-READ.
       110-APPLY-BUCKET.
           IF GB-PERIOD = WS-STMT-PERIOD
               COMPUTE WS-AC-AMOUNT (WS-ACCT-SUB, 1) =
                   WS-AC-AMOUNT (WS-ACCT-SUB, 1)
                   + GB-DEBITS - GB-CREDITS
           END-IF
           IF GB-PERIOD = WS-PRIOR-PERIOD
               COMPUTE WS-AC-AMOUNT (WS-ACCT-SUB, 2) =
                   WS-AC-AMOUNT (WS-ACCT-SUB, 2)
                   + GB-DEBITS - GB-CREDITS
           END-IF
           IF GB-PERIOD >= WS-YEAR-START
              AND GB-PERIOD <= WS-STMT-PERIOD
               COMPUTE WS-AC-AMOUNT (WS-ACCT-SUB, 3) =
                   WS-AC-AMOUNT (WS-ACCT-SUB, 3)
                   + GB-DEBITS - GB-CREDITS
           END-IF
           IF GB-PERIOD >= WS-PRIOR-START
              AND GB-PERIOD <= WS-PRIOR-PERIOD
               COMPUTE WS-AC-AMOUNT (WS-ACCT-SUB, 4) =
                   WS-AC-AMOUNT (WS-ACCT-SUB, 4)
                   + GB-DEBITS - GB-CREDITS
           END-IF
           IF GB-PERIOD <= WS-STMT-PERIOD
               COMPUTE WS-AC-AMOUNT (WS-ACCT-SUB, 5) =
                   WS-AC-AMOUNT (WS-ACCT-SUB, 5)
                   + GB-DEBITS - GB-CREDITS
           END-IF.
      ******************************************************************
      * Revenue sections, expense sections, and net income as
      * revenue less expense in each of the four columns.
      ******************************************************************
       200-PRINT-INCOME-STATEMENT.
           SET WS-INCOME-STMT TO TRUE
           MOVE "INCOME STATEMENT" TO SH-TITLE
           PERFORM 290-WRITE-STATEMENT-HEADING
           WRITE STATEMENT-REPORT-REC FROM INCOME-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE "R" TO WS-SECT-TYPE
           MOVE "REVENUE" TO SL-TITLE
           PERFORM 250-PRINT-TYPE-SECTION
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 5
               MOVE WS-SECT-TOTAL (WS-COL)
                   TO WS-REVENUE-TOTAL (WS-COL)
           END-PERFORM
           MOVE "TOTAL REVENUE" TO WS-TOTAL-LABEL
           PERFORM 280-WRITE-TOTAL-LINE
           MOVE "E" TO WS-SECT-TYPE
           MOVE "EXPENSE" TO SL-TITLE
           PERFORM 250-PRINT-TYPE-SECTION
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 5
               MOVE WS-SECT-TOTAL (WS-COL)
                   TO WS-EXPENSE-TOTAL (WS-COL)
               COMPUTE WS-NET-INCOME (WS-COL) =
                   WS-REVENUE-TOTAL (WS-COL)
                   - WS-EXPENSE-TOTAL (WS-COL)
           END-PERFORM
           MOVE "TOTAL EXPENSE" TO WS-TOTAL-LABEL
           PERFORM 280-WRITE-TOTAL-LINE
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 5
               MOVE WS-NET-INCOME (WS-COL) TO WS-SECT-TOTAL (WS-COL)
           END-PERFORM
           MOVE "NET INCOME" TO WS-TOTAL-LABEL
           PERFORM 280-WRITE-TOTAL-LINE.
      ******************************************************************
      * Prints one account type: each layout group for the type in
      * file order, then any account of the type no group took.
      * Leaves the section's totals in WS-SECT-TOTAL.
      ******************************************************************
       250-PRINT-TYPE-SECTION.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 5
               MOVE ZERO TO WS-SECT-TOTAL (WS-COL)
           END-PERFORM
           WRITE STATEMENT-REPORT-REC FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-COUNT
               IF WS-GR-TYPE (WS-GRP-SUB) = WS-SECT-TYPE
                   MOVE WS-GR-FROM (WS-GRP-SUB)    TO WS-GROUP-FROM
                   MOVE WS-GR-TO (WS-GRP-SUB)      TO WS-GROUP-TO
                   MOVE WS-GR-HEADING (WS-GRP-SUB) TO WS-GROUP-HEADING
                   PERFORM 260-PRINT-GROUP
               END-IF
           END-PERFORM
           MOVE LOW-VALUES  TO WS-GROUP-FROM
           MOVE HIGH-VALUES TO WS-GROUP-TO
           MOVE SPACES TO WS-GROUP-HEADING
           STRING "OTHER " DELIMITED BY SIZE
                  SL-TITLE DELIMITED BY "  "
                  INTO WS-GROUP-HEADING
           END-STRING
           PERFORM 260-PRINT-GROUP.
      ******************************************************************
      * A group prints only when it has an account with an amount
      * to show; its accounts are marked so no later group repeats
      * them.
      ******************************************************************
       260-PRINT-GROUP.
           MOVE ZERO TO WS-GROUP-LINES
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 5
               MOVE ZERO TO WS-GROUP-TOTAL (WS-COL)
           END-PERFORM
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-AC-TYPE (WS-ACCT-SUB) = WS-SECT-TYPE
                  AND WS-AC-PRINTED (WS-ACCT-SUB) = "N"
                  AND WS-AC-ACCOUNT (WS-ACCT-SUB) >= WS-GROUP-FROM
                  AND WS-AC-ACCOUNT (WS-ACCT-SUB) <= WS-GROUP-TO
                   MOVE "Y" TO WS-AC-PRINTED (WS-ACCT-SUB)
                   PERFORM 270-PRINT-ACCOUNT-LINE
               END-IF
           END-PERFORM
           IF WS-GROUP-LINES > ZERO
               PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 5
                   ADD WS-GROUP-TOTAL (WS-COL)
                       TO WS-SECT-TOTAL (WS-COL)
               END-PERFORM
               MOVE SPACES TO STATEMENT-TOTAL-LINE
               STRING "  TOTAL " DELIMITED BY SIZE
                      WS-GROUP-HEADING DELIMITED BY SIZE
                      INTO ST-LABEL
               END-STRING
               PERFORM 275-MOVE-GROUP-AMOUNTS
               WRITE STATEMENT-REPORT-REC FROM STATEMENT-TOTAL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.
      ******************************************************************
      * Credit-side types (revenue, liability, capital) show their
      * credit balance as positive.
      ******************************************************************
       270-PRINT-ACCOUNT-LINE.
           MOVE "N" TO WS-ACCT-HAS-AMOUNT
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 5
               IF (WS-INCOME-STMT AND WS-COL < 5
                   AND WS-AC-AMOUNT (WS-ACCT-SUB, WS-COL) NOT = ZERO)
                  OR (WS-BALANCE-SHEET AND WS-COL = 5
                   AND WS-AC-AMOUNT (WS-ACCT-SUB, WS-COL) NOT = ZERO)
                   MOVE "Y" TO WS-ACCT-HAS-AMOUNT
               END-IF
           END-PERFORM
           IF WS-ACCT-HAS-AMOUNT = "Y"
               IF WS-GROUP-LINES = ZERO
                   MOVE WS-GROUP-HEADING TO GH-HEADING
                   WRITE STATEMENT-REPORT-REC FROM GROUP-HEADING-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
               ADD 1 TO WS-GROUP-LINES
               MOVE SPACES TO STATEMENT-DETAIL-LINE
               MOVE WS-AC-ACCOUNT (WS-ACCT-SUB) TO SD-ACCOUNT
               MOVE WS-AC-NAME (WS-ACCT-SUB)    TO SD-NAME
               PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 5
                   IF WS-SECT-TYPE = "R" OR WS-SECT-TYPE = "L"
                      OR WS-SECT-TYPE = "C"
                       COMPUTE WS-SHOWN-AMOUNT =
                           0 - WS-AC-AMOUNT (WS-ACCT-SUB, WS-COL)
                   ELSE
                       MOVE WS-AC-AMOUNT (WS-ACCT-SUB, WS-COL)
                           TO WS-SHOWN-AMOUNT
                   END-IF
                   ADD WS-SHOWN-AMOUNT TO WS-GROUP-TOTAL (WS-COL)
                   IF WS-INCOME-STMT AND WS-COL < 5
                       MOVE WS-SHOWN-AMOUNT TO SD-AMOUNT (WS-COL)
                   END-IF
                   IF WS-BALANCE-SHEET AND WS-COL = 5
                       MOVE WS-SHOWN-AMOUNT TO SD-AMOUNT (1)
                   END-IF
               END-PERFORM
               WRITE STATEMENT-REPORT-REC FROM STATEMENT-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.
       275-MOVE-GROUP-AMOUNTS.
           IF WS-INCOME-STMT
               PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
                   MOVE WS-GROUP-TOTAL (WS-COL) TO ST-AMOUNT (WS-COL)
               END-PERFORM
           ELSE
               MOVE WS-GROUP-TOTAL (5) TO ST-AMOUNT (1)
           END-IF.
      ******************************************************************
      * Writes WS-TOTAL-LABEL with the totals in WS-SECT-TOTAL.
      ******************************************************************
       280-WRITE-TOTAL-LINE.
           MOVE SPACES TO STATEMENT-TOTAL-LINE
           MOVE WS-TOTAL-LABEL TO ST-LABEL
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 5
               MOVE WS-SECT-TOTAL (WS-COL) TO WS-GROUP-TOTAL (WS-COL)
           END-PERFORM
           PERFORM 275-MOVE-GROUP-AMOUNTS
           WRITE STATEMENT-REPORT-REC FROM STATEMENT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
       290-WRITE-STATEMENT-HEADING.
           COPY DATEMOV REPLACING ==:WS-YEAR-FLD:==     BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:==    BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==      BY ==WS-DAY==
                                  ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                  ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                  ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           MOVE WS-STMT-MONTH TO SH-PERIOD-MM
           MOVE WS-STMT-YEAR  TO SH-PERIOD-YYYY
           IF WS-INCOME-STMT
               WRITE STATEMENT-REPORT-REC FROM STATEMENT-HEADING
           ELSE
               WRITE STATEMENT-REPORT-REC FROM STATEMENT-HEADING
                   AFTER ADVANCING PAGE
           END-IF.
      ******************************************************************
      * Assets against liabilities plus capital. Revenue and expense
      * accounts carry their balances until closed, so their
      * earnings come into capital here: those of the years before
      * the statement year, and the statement year's net income.
      ******************************************************************
       300-PRINT-BALANCE-SHEET.
           SET WS-BALANCE-SHEET TO TRUE
           MOVE "BALANCE SHEET" TO SH-TITLE
           PERFORM 290-WRITE-STATEMENT-HEADING
           WRITE STATEMENT-REPORT-REC FROM BALANCE-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE "A" TO WS-SECT-TYPE
           MOVE "ASSETS" TO SL-TITLE
           PERFORM 250-PRINT-TYPE-SECTION
           MOVE WS-SECT-TOTAL (5) TO WS-ASSET-TOTAL
           MOVE "TOTAL ASSETS" TO WS-TOTAL-LABEL
           PERFORM 280-WRITE-TOTAL-LINE
           MOVE "L" TO WS-SECT-TYPE
           MOVE "LIABILITIES" TO SL-TITLE
           PERFORM 250-PRINT-TYPE-SECTION
           MOVE WS-SECT-TOTAL (5) TO WS-LIAB-TOTAL
           MOVE "TOTAL LIABILITIES" TO WS-TOTAL-LABEL
           PERFORM 280-WRITE-TOTAL-LINE
           MOVE "C" TO WS-SECT-TYPE
           MOVE "CAPITAL" TO SL-TITLE
           PERFORM 250-PRINT-TYPE-SECTION
           PERFORM 310-ROLL-IN-EARNINGS
           COMPUTE WS-CAPITAL-TOTAL = WS-SECT-TOTAL (5)
               + WS-PRIOR-EARNINGS + WS-CURRENT-EARNINGS
           MOVE "PRIOR YEARS EARNINGS" TO WS-TOTAL-LABEL
           MOVE WS-PRIOR-EARNINGS TO WS-SECT-TOTAL (5)
           PERFORM 280-WRITE-TOTAL-LINE
           MOVE "CURRENT YEAR NET INCOME" TO WS-TOTAL-LABEL
           MOVE WS-CURRENT-EARNINGS TO WS-SECT-TOTAL (5)
           PERFORM 280-WRITE-TOTAL-LINE
           MOVE "TOTAL CAPITAL" TO WS-TOTAL-LABEL
           MOVE WS-CAPITAL-TOTAL TO WS-SECT-TOTAL (5)
           PERFORM 280-WRITE-TOTAL-LINE
           COMPUTE WS-LIAB-CAP-TOTAL = WS-LIAB-TOTAL + WS-CAPITAL-TOTAL
           MOVE "TOTAL LIABILITIES AND CAPITAL" TO WS-TOTAL-LABEL
           MOVE WS-LIAB-CAP-TOTAL TO WS-SECT-TOTAL (5)
           PERFORM 280-WRITE-TOTAL-LINE
           IF WS-UNKNOWN-COUNT > ZERO
               MOVE "LEDGER ACCOUNTS NOT ON GLACCT.DAT"
                   TO WS-TOTAL-LABEL
               MOVE WS-UNKNOWN-BAL TO WS-SECT-TOTAL (5)
               PERFORM 280-WRITE-TOTAL-LINE
               DISPLAY "GLBAL.DAT HAS " WS-UNKNOWN-COUNT
                   " BUCKETS FOR ACCOUNTS NOT ON GLACCT.DAT - LEFT "
                   "OFF THE STATEMENTS"
           END-IF
           IF WS-ASSET-TOTAL = WS-LIAB-CAP-TOTAL
               MOVE "BALANCE SHEET IN BALANCE" TO BC-FLAG
           ELSE
               MOVE "BALANCE SHEET OUT OF BALANCE" TO BC-FLAG
               DISPLAY "BALANCE SHEET OUT OF BALANCE - ASSETS "
                   WS-ASSET-TOTAL " LIABILITIES AND CAPITAL "
                   WS-LIAB-CAP-TOTAL
               MOVE 1 TO RETURN-CODE
           END-IF
           WRITE STATEMENT-REPORT-REC FROM BALANCE-CHECK-LINE
               AFTER ADVANCING 2 LINES.
      ******************************************************************
      * Earnings are credits less debits on the revenue and expense
      * accounts: the year to date is this year's net income, the
      * rest of the balance is earned in earlier years.
      ******************************************************************
       310-ROLL-IN-EARNINGS.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-AC-TYPE (WS-ACCT-SUB) = "R"
                  OR WS-AC-TYPE (WS-ACCT-SUB) = "E"
                   COMPUTE WS-CURRENT-EARNINGS = WS-CURRENT-EARNINGS
                       - WS-AC-AMOUNT (WS-ACCT-SUB, 3)
                   COMPUTE WS-PRIOR-EARNINGS = WS-PRIOR-EARNINGS
                       - WS-AC-AMOUNT (WS-ACCT-SUB, 5)
                       + WS-AC-AMOUNT (WS-ACCT-SUB, 3)
               END-IF
           END-PERFORM.
       END PROGRAM FinStmt.
