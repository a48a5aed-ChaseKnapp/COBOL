       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlActRpt.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Account activity report, for answering "what made up this
      *     balance". For one account and a range of posting dates
      *     (prompted) it lists every line GlLedger posted to the
      *     account in the periods the range covers, in the order
      *     they were posted, each with its source program, batch or
      *     entry reference and description off GLDETAIL.DAT, and a
      *     running balance between the opening and closing balances.
      *     The closing balance is the account's GLBAL.DAT balance
      *     through the period of the last date, less any line in
      *     that period dated after it; the opening balance is the
      *     closing balance less the lines listed, so the report
      *     always ties to the ledger -- brought-forward balances and
      *     activity posted before the detail history was kept are
      *     carried in the opening figure. Balances are debits less
      *     credits, a credit balance printing with a trailing minus.
      * Input:
      *     GLDETAIL.DAT, GLBAL.DAT, GLACCT.DAT
      * Output:
      *     GLACT.RPT
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  DETAIL-FILE
               ASSIGN TO "GLDETAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.
           SELECT  BALANCE-FILE
               ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT  ACCOUNT-FILE
               ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT  ACTIVITY-REPORT-FILE
               ASSIGN TO "GLACT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DETAIL-FILE.
       01  DETAIL-REC.
           05  GD-ACCOUNT            PIC X(8).
           05  FILLER                PIC X.
           05  GD-PERIOD             PIC 9(6).
           05  FILLER                PIC X.
           05  GD-DEBIT-CREDIT       PIC X.
           05  FILLER                PIC X.
           05  GD-AMOUNT             PIC 9(9)V99.
           05  FILLER                PIC X.
           05  GD-SOURCE             PIC X(8).
           05  FILLER                PIC X.
           05  GD-POST-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  GD-REFERENCE          PIC X(10).
           05  FILLER                PIC X.
           05  GD-DESCRIPTION        PIC X(30).
           05  FILLER                PIC X.
           05  GD-LEDGER-DATE        PIC 9(8).
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
       FD  ACTIVITY-REPORT-FILE.
       01  ACTIVITY-REPORT-REC       PIC X(132).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-DTL-STATUS      PIC XX.
           05  WS-BAL-STATUS      PIC XX.
           05  WS-ACCT-STATUS     PIC XX.
           05  WS-ACCT-EOF        PIC X     VALUE "N".
           05  WS-BAL-EOF         PIC X     VALUE "N".
           05  WS-RPT-ACCOUNT     PIC X(8)  VALUE SPACES.
           05  WS-RPT-NAME        PIC X(20) VALUE SPACES.
           05  WS-FROM-DATE       PIC 9(8)  VALUE ZERO.
           05  WS-FROM-PARTS      REDEFINES WS-FROM-DATE.
               10  WS-FROM-YEAR   PIC 9(4).
               10  WS-FROM-MONTH  PIC 99.
               10  WS-FROM-DAY    PIC 99.
           05  WS-TO-DATE         PIC 9(8)  VALUE ZERO.
           05  WS-TO-PARTS        REDEFINES WS-TO-DATE.
               10  WS-TO-YEAR     PIC 9(4).
               10  WS-TO-MONTH    PIC 99.
               10  WS-TO-DAY      PIC 99.
           05  WS-FROM-PERIOD     PIC 9(6)  VALUE ZERO.
           05  WS-TO-PERIOD       PIC 9(6)  VALUE ZERO.
           05  WS-DATE-OK         PIC X     VALUE "N".
           05  WS-LEDGER-BAL      PIC S9(13)V99 VALUE ZERO.
           05  WS-LATER-NET       PIC S9(13)V99 VALUE ZERO.
           05  WS-LISTED-NET      PIC S9(13)V99 VALUE ZERO.
           05  WS-OPENING-BAL     PIC S9(13)V99 VALUE ZERO.
           05  WS-CLOSING-BAL     PIC S9(13)V99 VALUE ZERO.
           05  WS-RUNNING-BAL     PIC S9(13)V99 VALUE ZERO.
           05  WS-DEBIT-TOTAL     PIC 9(13)V99  VALUE ZERO.
           05  WS-CREDIT-TOTAL    PIC 9(13)V99  VALUE ZERO.
           05  WS-DTL-SUB         PIC 9(5)  VALUE ZERO.
           05  WS-SKIPPED-COUNT   PIC 9(5)  VALUE ZERO.
      ******************************************************************
      * The account's posted lines inside the range, as read.
      ******************************************************************
       01  WS-DTL-TABLE.
           05  WS-DTL-COUNT       PIC 9(5)  VALUE ZERO.
           05  WS-DTL-ENTRY       OCCURS 5000 TIMES.
               10  WS-DT-PERIOD   PIC 9(6).
               10  WS-DT-DC       PIC X.
               10  WS-DT-AMOUNT   PIC 9(9)V99.
               10  WS-DT-SOURCE   PIC X(8).
               10  WS-DT-DATE     PIC 9(8).
               10  WS-DT-REFERENCE PIC X(10).
               10  WS-DT-DESC     PIC X(30).
       01  ACTIVITY-HEADING.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(26) VALUE
               "ACCOUNT ACTIVITY REPORT   ".
           05  AH-ACCOUNT         PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  AH-NAME            PIC X(20).
           05  FILLER             PIC X(7)  VALUE "  FROM ".
           05  AH-FROM-DATE       PIC 9999/99/99.
           05  FILLER             PIC X(4)  VALUE " TO ".
           05  AH-TO-DATE         PIC 9999/99/99.
           05  FILLER             PIC X(10) VALUE "    DATE: ".
           COPY DATESTMP REPLACING ==:GRP-LVL:==         BY ==05==
                                   ==:STAMP-GRP:==       BY ==HD-DATE==
                                   ==:FLD-LVL:==         BY ==10==
                                   ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                   ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                   ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           05  FILLER             PIC X(24) VALUE SPACES.
       01  ACTIVITY-COLUMN-HEADING.
           05  FILLER             PIC X(41) VALUE
               "  POST DATE   PERIOD  SOURCE    REFERENCE".
           05  FILLER             PIC X(33) VALUE
               "   DESCRIPTION".
           05  FILLER             PIC X(37) VALUE
               "              DEBIT            CREDIT".
           05  FILLER             PIC X(21) VALUE
               "           BALANCE".
       01  ACTIVITY-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AD-POST-DATE       PIC 9999/99/99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AD-PERIOD          PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AD-SOURCE          PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AD-REFERENCE       PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AD-DESCRIPTION     PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AD-DEBIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  AD-DEBIT-X         REDEFINES AD-DEBIT PIC X(17).
           05  FILLER             PIC X     VALUE SPACE.
           05  AD-CREDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  AD-CREDIT-X        REDEFINES AD-CREDIT PIC X(17).
           05  FILLER             PIC X     VALUE SPACE.
           05  AD-BALANCE         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
       01  ACTIVITY-BALANCE-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AB-LABEL           PIC X(40).
           05  FILLER             PIC X(34) VALUE SPACES.
           05  AB-DEBIT-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  AB-DEBIT-X         REDEFINES AB-DEBIT-TOTAL PIC X(17).
           05  FILLER             PIC X     VALUE SPACE.
           05  AB-CREDIT-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  AB-CREDIT-X        REDEFINES AB-CREDIT-TOTAL PIC X(17).
           05  FILLER             PIC X     VALUE SPACE.
           05  AB-BALANCE         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-INPUT-SELECTION
           PERFORM 020-LOOKUP-ACCOUNT-NAME
           OPEN INPUT DETAIL-FILE
           IF WS-DTL-STATUS NOT = "00"
               DISPLAY "GLDETAIL.DAT NOT FOUND - NO POSTED DETAIL "
                   "TO REPORT"
               STOP RUN
           END-IF
           PERFORM 100-SELECT-NEXT-DETAIL UNTIL EOF = "Y"
           CLOSE DETAIL-FILE
           PERFORM 150-SUM-LEDGER-BALANCE
           COMPUTE WS-CLOSING-BAL = WS-LEDGER-BAL - WS-LATER-NET
           COMPUTE WS-OPENING-BAL = WS-CLOSING-BAL - WS-LISTED-NET
           OPEN OUTPUT ACTIVITY-REPORT-FILE
           PERFORM 200-PRINT-ACTIVITY
           CLOSE ACTIVITY-REPORT-FILE
           IF WS-SKIPPED-COUNT > ZERO
               DISPLAY "DETAIL TABLE FULL - " WS-SKIPPED-COUNT
                   " LINES NOT LISTED; BALANCES STILL TIE"
           END-IF
           DISPLAY "GLACT.RPT GENERATED FOR ACCOUNT " WS-RPT-ACCOUNT
               " - " WS-DTL-COUNT " LINES"
           STOP RUN.
       010-INPUT-SELECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           DISPLAY 'ENTER ACCOUNT NUMBER'
           ACCEPT WS-RPT-ACCOUNT
           MOVE "N" TO WS-DATE-OK
           PERFORM UNTIL WS-DATE-OK = "Y"
               DISPLAY 'ENTER FROM DATE (YYYYMMDD)'
               ACCEPT WS-FROM-DATE
               COPY DATEVAL REPLACING
                   ==:WS-YEAR-FLD:==    BY ==WS-FROM-YEAR==
                   ==:WS-MONTH-FLD:==   BY ==WS-FROM-MONTH==
                   ==:WS-DAY-FLD:==     BY ==WS-FROM-DAY==
                   ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
               IF WS-DATE-OK NOT = "Y"
                   DISPLAY 'INVALID DATE - PLEASE RE-ENTER'
               END-IF
           END-PERFORM
           MOVE "N" TO WS-DATE-OK
           PERFORM UNTIL WS-DATE-OK = "Y"
               DISPLAY 'ENTER TO DATE (YYYYMMDD)'
               ACCEPT WS-TO-DATE
               COPY DATEVAL REPLACING
                   ==:WS-YEAR-FLD:==    BY ==WS-TO-YEAR==
                   ==:WS-MONTH-FLD:==   BY ==WS-TO-MONTH==
                   ==:WS-DAY-FLD:==     BY ==WS-TO-DAY==
                   ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
               IF WS-DATE-OK = "Y" AND WS-TO-DATE < WS-FROM-DATE
                   MOVE "N" TO WS-DATE-OK
               END-IF
               IF WS-DATE-OK NOT = "Y"
                   DISPLAY 'INVALID DATE OR BEFORE FROM DATE - '
                       'PLEASE RE-ENTER'
               END-IF
           END-PERFORM
           COMPUTE WS-FROM-PERIOD =
               (WS-FROM-YEAR * 100) + WS-FROM-MONTH
           COMPUTE WS-TO-PERIOD = (WS-TO-YEAR * 100) + WS-TO-MONTH.
       020-LOOKUP-ACCOUNT-NAME.
           MOVE "NOT ON GLACCT.DAT" TO WS-RPT-NAME
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS = "00"
               PERFORM UNTIL WS-ACCT-EOF = "Y"
                   READ ACCOUNT-FILE
                       AT END
                           MOVE "Y" TO WS-ACCT-EOF
                       NOT AT END
                           IF GA-ACCOUNT = WS-RPT-ACCOUNT
                               MOVE GA-NAME TO WS-RPT-NAME
                               MOVE "Y" TO WS-ACCT-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF.
      ******************************************************************
      * A line in the range's periods is listed when its posting date
      * is in the range; one dated after the range is held out of the
      * closing balance. One dated before it is left in the opening
      * balance.
      ******************************************************************
       100-SELECT-NEXT-DETAIL.
           READ DETAIL-FILE
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   IF GD-ACCOUNT = WS-RPT-ACCOUNT
                      AND GD-PERIOD >= WS-FROM-PERIOD
                      AND GD-PERIOD <= WS-TO-PERIOD
                       IF GD-POST-DATE > WS-TO-DATE
                           IF GD-DEBIT-CREDIT = "D"
                               ADD GD-AMOUNT TO WS-LATER-NET
                           ELSE
                               SUBTRACT GD-AMOUNT FROM WS-LATER-NET
                           END-IF
                       ELSE
                           IF GD-POST-DATE >= WS-FROM-DATE
                               PERFORM 110-KEEP-DETAIL-LINE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       110-KEEP-DETAIL-LINE.
           IF GD-DEBIT-CREDIT = "D"
               ADD GD-AMOUNT TO WS-LISTED-NET
               ADD GD-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               SUBTRACT GD-AMOUNT FROM WS-LISTED-NET
               ADD GD-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           IF WS-DTL-COUNT < 5000
               ADD 1 TO WS-DTL-COUNT
               MOVE GD-PERIOD       TO WS-DT-PERIOD (WS-DTL-COUNT)
               MOVE GD-DEBIT-CREDIT TO WS-DT-DC (WS-DTL-COUNT)
               MOVE GD-AMOUNT       TO WS-DT-AMOUNT (WS-DTL-COUNT)
               MOVE GD-SOURCE       TO WS-DT-SOURCE (WS-DTL-COUNT)
               MOVE GD-POST-DATE    TO WS-DT-DATE (WS-DTL-COUNT)
               MOVE GD-REFERENCE    TO WS-DT-REFERENCE (WS-DTL-COUNT)
               MOVE GD-DESCRIPTION  TO WS-DT-DESC (WS-DTL-COUNT)
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.
       150-SUM-LEDGER-BALANCE.
           OPEN INPUT BALANCE-FILE
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "GLBAL.DAT NOT FOUND - BALANCES FROM DETAIL ONLY"
           ELSE
               PERFORM UNTIL WS-BAL-EOF = "Y"
                   READ BALANCE-FILE
                       AT END
                           MOVE "Y" TO WS-BAL-EOF
                       NOT AT END
                           IF GB-ACCOUNT = WS-RPT-ACCOUNT
                              AND GB-PERIOD <= WS-TO-PERIOD
                               COMPUTE WS-LEDGER-BAL = WS-LEDGER-BAL
                                   + GB-DEBITS - GB-CREDITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.
       200-PRINT-ACTIVITY.
           MOVE WS-RPT-ACCOUNT TO AH-ACCOUNT
           MOVE WS-RPT-NAME    TO AH-NAME
           MOVE WS-FROM-DATE   TO AH-FROM-DATE
           MOVE WS-TO-DATE     TO AH-TO-DATE
           MOVE WS-MONTH       TO HD-MM
           MOVE WS-DAY         TO HD-DD
           MOVE WS-YEAR        TO HD-YEAR
           WRITE ACTIVITY-REPORT-REC FROM ACTIVITY-HEADING
           WRITE ACTIVITY-REPORT-REC FROM ACTIVITY-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO AB-DEBIT-X
           MOVE SPACES TO AB-CREDIT-X
           MOVE "OPENING BALANCE" TO AB-LABEL
           MOVE WS-OPENING-BAL TO AB-BALANCE
           WRITE ACTIVITY-REPORT-REC FROM ACTIVITY-BALANCE-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-OPENING-BAL TO WS-RUNNING-BAL
           PERFORM VARYING WS-DTL-SUB FROM 1 BY 1
                   UNTIL WS-DTL-SUB > WS-DTL-COUNT
               PERFORM 210-PRINT-DETAIL-LINE
           END-PERFORM
           MOVE WS-DEBIT-TOTAL  TO AB-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO AB-CREDIT-TOTAL
           MOVE "CLOSING BALANCE" TO AB-LABEL
           MOVE WS-CLOSING-BAL TO AB-BALANCE
           WRITE ACTIVITY-REPORT-REC FROM ACTIVITY-BALANCE-LINE
               AFTER ADVANCING 2 LINES.
       210-PRINT-DETAIL-LINE.
           MOVE WS-DT-DATE (WS-DTL-SUB)      TO AD-POST-DATE
           MOVE WS-DT-PERIOD (WS-DTL-SUB)    TO AD-PERIOD
           MOVE WS-DT-SOURCE (WS-DTL-SUB)    TO AD-SOURCE
           MOVE WS-DT-REFERENCE (WS-DTL-SUB) TO AD-REFERENCE
           MOVE WS-DT-DESC (WS-DTL-SUB)      TO AD-DESCRIPTION
           IF WS-DT-DC (WS-DTL-SUB) = "D"
               MOVE WS-DT-AMOUNT (WS-DTL-SUB) TO AD-DEBIT
               MOVE SPACES TO AD-CREDIT-X
               ADD WS-DT-AMOUNT (WS-DTL-SUB) TO WS-RUNNING-BAL
           ELSE
               MOVE SPACES TO AD-DEBIT-X
               MOVE WS-DT-AMOUNT (WS-DTL-SUB) TO AD-CREDIT
               SUBTRACT WS-DT-AMOUNT (WS-DTL-SUB) FROM WS-RUNNING-BAL
           END-IF
           MOVE WS-RUNNING-BAL TO AD-BALANCE
           WRITE ACTIVITY-REPORT-REC FROM ACTIVITY-DETAIL-LINE
               AFTER ADVANCING 1 LINES.
       END PROGRAM GlActRpt.
