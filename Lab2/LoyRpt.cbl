       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoyRpt.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Monthly loyalty points report off the delivery-customer
      *     master and the points ledger. The month is prompted
      *     (BATCH takes the current month). First the expiry pass:
      *     every caller holding points whose last order is older
      *     than the LOYALTY expiry months on SYSPARM.DAT (counted
      *     back from the month end, or from today for the current
      *     month) forfeits the balance, written to the ledger as
      *     expired and zeroed on DELCUST.DAT. Then each caller's
      *     points earned, redeemed, and expired in the month print
      *     with the balance outstanding and its dollar value, and
      *     the totals close with the outstanding liability at the
      *     LOYALTY point value, the same settings the cashier
      *     program (Lab2) earns and redeems at.
      * Input:
      *     DELCUST.DAT, LOYLEDG.DAT, SYSPARM.DAT (loyalty rates)
      * Output:
      *     LOYALTY.RPT; expired balances zeroed on DELCUST.DAT and
      *     appended to LOYLEDG.DAT; ALERTS.LOG (missing parameters)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  DELIVERY-CUSTOMER-FILE
               ASSIGN TO "DELCUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DC-PHONE
               FILE STATUS IS WS-DELCUST-STATUS.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-STATUS.
           SELECT  ALERTS-FILE
               ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  LOYALTY-LEDGER-FILE
               ASSIGN TO "LOYLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOYLEDG-STATUS.
           SELECT  LOYALTY-REPORT-FILE
               ASSIGN TO "LOYALTY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DELIVERY-CUSTOMER-FILE.
       01  DELIVERY-CUSTOMER-REC.
           05  DC-PHONE          PIC X(10).
           05  DC-NAME           PIC X(20).
           05  DC-ADDR           PIC X(30).
           05  DC-ORDER-COUNT    PIC 9(5).
           05  DC-LAST-ORDER-NO  PIC 9(6).
           05  DC-POINTS-BALANCE PIC 9(7).
           05  DC-LAST-ORDER-DATE PIC 9(8).
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  ALERTS-FILE.
       01  ALERT-OUTREC          PIC X(90).
       FD  LOYALTY-LEDGER-FILE.
       01  LOYALTY-LEDGER-REC.
           05  LY-DATE           PIC 9(8).
           05  FILLER            PIC X.
           05  LY-PHONE          PIC X(10).
           05  FILLER            PIC X.
           05  LY-ORDER-NO       PIC 9(6).
           05  FILLER            PIC X.
           05  LY-TYPE           PIC X.
           05  FILLER            PIC X.
           05  LY-POINTS         PIC 9(7).
           05  FILLER            PIC X.
           05  LY-AMOUNT         PIC 9(5)V99.
       FD  LOYALTY-REPORT-FILE.
       01  LOYALTY-REPORT-REC    PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-DELCUST-STATUS     PIC XX.
       77  WS-DELCUST-EOF        PIC X     VALUE "N".
       77  WS-LOYLEDG-STATUS     PIC XX.
       77  WS-LEDGER-EOF         PIC X     VALUE "N".
       77  WS-RH-NOW             PIC X(21).
       77  WS-TODAY-YMD          PIC 9(8)  VALUE ZERO.
       77  WS-CMD-ARG            PIC X(8)  VALUE SPACES.
       77  WS-RPT-YEAR           PIC 9(4)  VALUE ZERO.
       77  WS-RPT-MONTH          PIC 99    VALUE ZERO.
       77  WS-RPT-PERIOD         PIC 9(6)  VALUE ZERO.
       77  WS-CURRENT-PERIOD     PIC 9(6)  VALUE ZERO.
       77  WS-LEDGER-PERIOD      PIC 9(6)  VALUE ZERO.
       77  WS-AS-OF-DATE         PIC 9(8)  VALUE ZERO.
       77  WS-MONTH-DAYS         PIC 99    VALUE ZERO.
       77  WS-LEAP-REM           PIC 9(3)  VALUE ZERO.
       77  WS-LEAP-QUOT          PIC 9(4)  VALUE ZERO.
       77  WS-POINT-VALUE        PIC 9V9999 VALUE .0500.
       77  WS-EXPIRE-MONTHS      PIC 9(3)  VALUE 12.
       77  WS-EXPIRE-CUTOFF      PIC 9(8)  VALUE ZERO.
       77  WS-CUTOFF-MONTHS      PIC 9(7)  VALUE ZERO.
       77  WS-CUTOFF-YEAR        PIC 9(4)  VALUE ZERO.
       77  WS-CUTOFF-MONTH       PIC 99    VALUE ZERO.
       77  WS-CUTOFF-MMDD        PIC 9(4)  VALUE ZERO.
       77  WS-CUTOFF-DAY         PIC 99    VALUE ZERO.
       77  WS-EXPIRED-COUNT      PIC 9(5)  VALUE ZERO.
       77  WS-LY-SUB             PIC 9(4)  VALUE ZERO.
       77  WS-LY-HIT             PIC 9(4)  VALUE ZERO.
       77  WS-LIABILITY          PIC 9(7)V99 VALUE ZERO.
       77  WS-TOTAL-EARNED       PIC 9(9)  VALUE ZERO.
       77  WS-TOTAL-REDEEMED     PIC 9(9)  VALUE ZERO.
       77  WS-TOTAL-EXPIRED      PIC 9(9)  VALUE ZERO.
       77  WS-TOTAL-BALANCE      PIC 9(9)  VALUE ZERO.
       77  WS-TOTAL-LIABILITY    PIC 9(9)V99 VALUE ZERO.
       77  WS-LINES-PRINTED      PIC 9(5)  VALUE ZERO.
       01  WS-MONTH-DAYS-TABLE.
           05  FILLER            PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-DAYS-ENTRIES REDEFINES WS-MONTH-DAYS-TABLE.
           05  WS-MD-DAYS        PIC 99    OCCURS 12 TIMES.
      ******************************************************************
      * Shared system parameter table and alert record; see PARMWS
      * and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
      ******************************************************************
      * One entry per caller on the master, plus any phone found only
      * on the ledger, with the month's activity by ledger type.
      ******************************************************************
       01  WS-LOYALTY-TABLE.
           05  WS-LY-COUNT        PIC 9(4)  VALUE ZERO.
           05  WS-LY-ENTRY        OCCURS 2000 TIMES.
               10  WS-LT-PHONE    PIC X(10).
               10  WS-LT-NAME     PIC X(20).
               10  WS-LT-EARNED   PIC 9(7).
               10  WS-LT-REDEEMED PIC 9(7).
               10  WS-LT-EXPIRED  PIC 9(7).
               10  WS-LT-BALANCE  PIC 9(7).
       01  LOYALTY-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(30) VALUE
                                  "LOYALTY POINTS REPORT - MONTH ".
           05  LH-PERIOD          PIC 9(6).
           05  FILLER             PIC X(38) VALUE SPACES.
       01  LOYALTY-COLUMN-HEADING.
           05  FILLER             PIC X(28) VALUE
                                  "PHONE      NAME".
           05  FILLER             PIC X(26) VALUE
                                  " EARNED REDEEM EXPIRED".
           05  FILLER             PIC X(26) VALUE
                                  "   BALANCE  LIABILITY".
       01  LOYALTY-DETAIL-LINE.
           05  LD-PHONE           PIC X(10).
           05  FILLER             PIC X     VALUE SPACE.
           05  LD-NAME            PIC X(16).
           05  FILLER             PIC X     VALUE SPACE.
           05  LD-EARNED          PIC ZZZZZZ9.
           05  FILLER             PIC X     VALUE SPACE.
           05  LD-REDEEMED        PIC ZZZZZZ9.
           05  FILLER             PIC X     VALUE SPACE.
           05  LD-EXPIRED         PIC ZZZZZZ9.
           05  FILLER             PIC X     VALUE SPACE.
           05  LD-BALANCE         PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X     VALUE SPACE.
           05  LD-LIABILITY       PIC $ZZ,ZZ9.99.
           05  FILLER             PIC X(8)  VALUE SPACES.
       01  LOYALTY-TOTAL-LINE.
           05  FILLER             PIC X(20) VALUE
                                  "MONTH TOTALS  EARNED".
           05  LT-EARNED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(10) VALUE "  REDEEMED".
           05  LT-REDEEMED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(9)  VALUE "  EXPIRED".
           05  LT-EXPIRED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(8)  VALUE SPACES.
       01  LOYALTY-LIABILITY-LINE.
           05  FILLER             PIC X(20) VALUE
                                  "POINTS OUTSTANDING  ".
           05  LL-BALANCE         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(15) VALUE "  LIABILITY AT ".
           05  LL-POINT-VALUE     PIC 9.9999.
           05  FILLER             PIC X(2)  VALUE ": ".
           05  LL-LIABILITY       PIC $ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(6)  VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-INPUT-REPORT-MONTH
           PERFORM 020-LOAD-LOYALTY-CONTROL
           OPEN I-O DELIVERY-CUSTOMER-FILE
           IF WS-DELCUST-STATUS NOT = "00"
               DISPLAY "DELCUST.DAT NOT FOUND - NO DELIVERY "
                   "CUSTOMERS ON FILE"
               STOP RUN
           END-IF
           OPEN EXTEND LOYALTY-LEDGER-FILE
           IF WS-LOYLEDG-STATUS NOT = "00"
               OPEN OUTPUT LOYALTY-LEDGER-FILE
           END-IF
           PERFORM 100-EXPIRE-AND-LOAD UNTIL WS-DELCUST-EOF = "Y"
           CLOSE LOYALTY-LEDGER-FILE
           CLOSE DELIVERY-CUSTOMER-FILE
           OPEN INPUT LOYALTY-LEDGER-FILE
           PERFORM 200-TOTAL-LEDGER-ENTRY UNTIL WS-LEDGER-EOF = "Y"
           CLOSE LOYALTY-LEDGER-FILE
           PERFORM 300-PRINT-LOYALTY-REPORT
           DISPLAY "LOYALTY.RPT GENERATED - " WS-LINES-PRINTED
               " CUSTOMERS, " WS-EXPIRED-COUNT " BALANCES EXPIRED"
           STOP RUN.
      ******************************************************************
      * Report month prompted; BATCH takes the current month. A month
      * still ahead of us is refused -- expiring against it would
      * take points the callers still hold. The as-of date is the
      * month end, or today for the current month.
      ******************************************************************
       010-INPUT-REPORT-MONTH.
           MOVE FUNCTION CURRENT-DATE TO WS-RH-NOW
           MOVE WS-RH-NOW (1:8) TO WS-TODAY-YMD
           DIVIDE WS-TODAY-YMD BY 100 GIVING WS-CURRENT-PERIOD
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           IF WS-CMD-ARG = "BATCH"
               DIVIDE WS-CURRENT-PERIOD BY 100 GIVING WS-RPT-YEAR
                   REMAINDER WS-RPT-MONTH
           ELSE
               DISPLAY 'ENTER REPORT YEAR (YYYY)'
               ACCEPT WS-RPT-YEAR
               DISPLAY 'ENTER REPORT MONTH (MM)'
               ACCEPT WS-RPT-MONTH
               PERFORM UNTIL WS-RPT-YEAR IS NUMERIC AND
                             WS-RPT-MONTH IS NUMERIC AND
                             WS-RPT-MONTH >= 1 AND
                             WS-RPT-MONTH <= 12 AND
                             (WS-RPT-YEAR * 100) + WS-RPT-MONTH
                                 <= WS-CURRENT-PERIOD
                   DISPLAY 'INVALID MONTH - PLEASE RE-ENTER'
                   DISPLAY 'ENTER REPORT YEAR (YYYY)'
                   ACCEPT WS-RPT-YEAR
                   DISPLAY 'ENTER REPORT MONTH (MM)'
                   ACCEPT WS-RPT-MONTH
               END-PERFORM
           END-IF
           COMPUTE WS-RPT-PERIOD =
               (WS-RPT-YEAR * 100) + WS-RPT-MONTH
           IF WS-RPT-PERIOD = WS-CURRENT-PERIOD
               MOVE WS-TODAY-YMD TO WS-AS-OF-DATE
           ELSE
               MOVE WS-MD-DAYS (WS-RPT-MONTH) TO WS-MONTH-DAYS
               IF WS-RPT-MONTH = 2
                   DIVIDE WS-RPT-YEAR BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 29 TO WS-MONTH-DAYS
                       DIVIDE WS-RPT-YEAR BY 100 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = ZERO
                           DIVIDE WS-RPT-YEAR BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM NOT = ZERO
                               MOVE 28 TO WS-MONTH-DAYS
                           END-IF
                       END-IF
                   END-IF
               END-IF
               COMPUTE WS-AS-OF-DATE =
                   WS-RPT-PERIOD * 100 + WS-MONTH-DAYS
           END-IF.
      ******************************************************************
      * Loads the point value and expiry months off the LOYALTY
      * settings on the system parameter master, the ones the
      * cashier program reads (a setting not on file is raised on
      * ALERTS.LOG and its VALUE clause stands), and counts the
      * expiry cutoff back from the as-of date, the same way the
      * cashier program counts it back from today.
      ******************************************************************
       020-LOAD-LOYALTY-CONTROL.
           MOVE "LOYALTY" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "POINT-VALUE" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 10
               MOVE PRM-NUMBER TO WS-POINT-VALUE
           END-IF
           MOVE "EXPIRE-MONTH" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 1000
               MOVE PRM-NUMBER TO WS-EXPIRE-MONTHS
           END-IF
           DIVIDE WS-AS-OF-DATE BY 10000 GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MMDD
           DIVIDE WS-CUTOFF-MMDD BY 100 GIVING WS-CUTOFF-MONTH
               REMAINDER WS-CUTOFF-DAY
           COMPUTE WS-CUTOFF-MONTHS =
               WS-CUTOFF-YEAR * 12 + WS-CUTOFF-MONTH - 1
                   - WS-EXPIRE-MONTHS
           DIVIDE WS-CUTOFF-MONTHS BY 12 GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH
           ADD 1 TO WS-CUTOFF-MONTH
           COMPUTE WS-EXPIRE-CUTOFF =
               WS-CUTOFF-YEAR * 10000 + WS-CUTOFF-MONTH * 100
                   + WS-CUTOFF-DAY.
      ******************************************************************
      * Expires one caller's stale balance (ledger entry dated the
      * as-of date, balance zeroed) and loads the caller into the
      * table with the balance left standing.
      ******************************************************************
       100-EXPIRE-AND-LOAD.
           READ DELIVERY-CUSTOMER-FILE
               AT END
                   MOVE "Y" TO WS-DELCUST-EOF
               NOT AT END
                   IF DC-POINTS-BALANCE > ZERO
                      AND DC-LAST-ORDER-DATE < WS-EXPIRE-CUTOFF
                       MOVE SPACES            TO LOYALTY-LEDGER-REC
                       MOVE WS-AS-OF-DATE     TO LY-DATE
                       MOVE DC-PHONE          TO LY-PHONE
                       MOVE ZERO              TO LY-ORDER-NO
                       MOVE "X"               TO LY-TYPE
                       MOVE DC-POINTS-BALANCE TO LY-POINTS
                       MOVE ZERO              TO LY-AMOUNT
                       WRITE LOYALTY-LEDGER-REC
                       MOVE ZERO TO DC-POINTS-BALANCE
                       REWRITE DELIVERY-CUSTOMER-REC
                           INVALID KEY
                               DISPLAY "DELIVERY CUSTOMER UPDATE "
                                   "FAILED - STATUS " WS-DELCUST-STATUS
                       END-REWRITE
                       ADD 1 TO WS-EXPIRED-COUNT
                   END-IF
                   IF WS-LY-COUNT < 2000
                       ADD 1 TO WS-LY-COUNT
                       MOVE DC-PHONE TO WS-LT-PHONE (WS-LY-COUNT)
                       MOVE DC-NAME  TO WS-LT-NAME (WS-LY-COUNT)
                       MOVE ZERO TO WS-LT-EARNED (WS-LY-COUNT)
                       MOVE ZERO TO WS-LT-REDEEMED (WS-LY-COUNT)
                       MOVE ZERO TO WS-LT-EXPIRED (WS-LY-COUNT)
                       MOVE DC-POINTS-BALANCE
                           TO WS-LT-BALANCE (WS-LY-COUNT)
                   END-IF
           END-READ.
      ******************************************************************
      * Totals one ledger entry from the report month onto its
      * caller by type.
      ******************************************************************
       200-TOTAL-LEDGER-ENTRY.
           READ LOYALTY-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-LEDGER-EOF
               NOT AT END
                   DIVIDE LY-DATE BY 100 GIVING WS-LEDGER-PERIOD
                   IF WS-LEDGER-PERIOD = WS-RPT-PERIOD
                       PERFORM 210-FIND-LEDGER-PHONE
                       IF WS-LY-HIT > ZERO
                           EVALUATE LY-TYPE
                               WHEN "E"
                                   ADD LY-POINTS
                                       TO WS-LT-EARNED (WS-LY-HIT)
                               WHEN "R"
                                   ADD LY-POINTS
                                       TO WS-LT-REDEEMED (WS-LY-HIT)
                               WHEN "X"
                                   ADD LY-POINTS
                                       TO WS-LT-EXPIRED (WS-LY-HIT)
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.
       210-FIND-LEDGER-PHONE.
           MOVE ZERO TO WS-LY-HIT
           PERFORM VARYING WS-LY-SUB FROM 1 BY 1
                   UNTIL WS-LY-SUB > WS-LY-COUNT OR WS-LY-HIT > ZERO
               IF WS-LT-PHONE (WS-LY-SUB) = LY-PHONE
                   MOVE WS-LY-SUB TO WS-LY-HIT
               END-IF
           END-PERFORM
           IF WS-LY-HIT = ZERO AND WS-LY-COUNT < 2000
               ADD 1 TO WS-LY-COUNT
               MOVE WS-LY-COUNT TO WS-LY-HIT
               MOVE LY-PHONE TO WS-LT-PHONE (WS-LY-HIT)
               MOVE "NOT ON DELCUST.DAT" TO WS-LT-NAME (WS-LY-HIT)
               MOVE ZERO TO WS-LT-EARNED (WS-LY-HIT)
               MOVE ZERO TO WS-LT-REDEEMED (WS-LY-HIT)
               MOVE ZERO TO WS-LT-EXPIRED (WS-LY-HIT)
               MOVE ZERO TO WS-LT-BALANCE (WS-LY-HIT)
           END-IF.
      ******************************************************************
      * One line per caller with activity in the month or points
      * outstanding, then the month totals and the liability.
      ******************************************************************
       300-PRINT-LOYALTY-REPORT.
           OPEN OUTPUT LOYALTY-REPORT-FILE
           MOVE WS-RPT-PERIOD TO LH-PERIOD
           WRITE LOYALTY-REPORT-REC FROM LOYALTY-HEADING
           MOVE SPACES TO LOYALTY-REPORT-REC
           WRITE LOYALTY-REPORT-REC
           WRITE LOYALTY-REPORT-REC FROM LOYALTY-COLUMN-HEADING
           PERFORM VARYING WS-LY-SUB FROM 1 BY 1
                   UNTIL WS-LY-SUB > WS-LY-COUNT
               IF WS-LT-EARNED (WS-LY-SUB) > ZERO
                  OR WS-LT-REDEEMED (WS-LY-SUB) > ZERO
                  OR WS-LT-EXPIRED (WS-LY-SUB) > ZERO
                  OR WS-LT-BALANCE (WS-LY-SUB) > ZERO
                   COMPUTE WS-LIABILITY ROUNDED =
                       WS-LT-BALANCE (WS-LY-SUB) * WS-POINT-VALUE
                   MOVE WS-LT-PHONE (WS-LY-SUB)    TO LD-PHONE
                   MOVE WS-LT-NAME (WS-LY-SUB)     TO LD-NAME
                   MOVE WS-LT-EARNED (WS-LY-SUB)   TO LD-EARNED
                   MOVE WS-LT-REDEEMED (WS-LY-SUB) TO LD-REDEEMED
                   MOVE WS-LT-EXPIRED (WS-LY-SUB)  TO LD-EXPIRED
                   MOVE WS-LT-BALANCE (WS-LY-SUB)  TO LD-BALANCE
                   MOVE WS-LIABILITY               TO LD-LIABILITY
                   WRITE LOYALTY-REPORT-REC FROM LOYALTY-DETAIL-LINE
                   ADD 1 TO WS-LINES-PRINTED
                   ADD WS-LT-EARNED (WS-LY-SUB)   TO WS-TOTAL-EARNED
                   ADD WS-LT-REDEEMED (WS-LY-SUB) TO WS-TOTAL-REDEEMED
                   ADD WS-LT-EXPIRED (WS-LY-SUB)  TO WS-TOTAL-EXPIRED
                   ADD WS-LT-BALANCE (WS-LY-SUB)  TO WS-TOTAL-BALANCE
               END-IF
           END-PERFORM
           COMPUTE WS-TOTAL-LIABILITY ROUNDED =
               WS-TOTAL-BALANCE * WS-POINT-VALUE
           MOVE SPACES TO LOYALTY-REPORT-REC
           WRITE LOYALTY-REPORT-REC
           MOVE WS-TOTAL-EARNED   TO LT-EARNED
           MOVE WS-TOTAL-REDEEMED TO LT-REDEEMED
           MOVE WS-TOTAL-EXPIRED  TO LT-EXPIRED
           WRITE LOYALTY-REPORT-REC FROM LOYALTY-TOTAL-LINE
           MOVE WS-TOTAL-BALANCE   TO LL-BALANCE
           MOVE WS-POINT-VALUE     TO LL-POINT-VALUE
           MOVE WS-TOTAL-LIABILITY TO LL-LIABILITY
           WRITE LOYALTY-REPORT-REC FROM LOYALTY-LIABILITY-LINE
           CLOSE LOYALTY-REPORT-FILE.
       END PROGRAM LoyRpt.
