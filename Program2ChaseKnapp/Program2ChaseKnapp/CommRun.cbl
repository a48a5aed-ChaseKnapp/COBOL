       IDENTIFICATION DIVISION.
       PROGRAM-ID. CommRun.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Monthly sales commission run. Commissions used to be
      *     figured on a calculator from CUSTRANK.RPT and added to
      *     pay by hand. Each customer's salesperson comes from the
      *     CUSTREP.DAT assignments CustRep maintains; every purchase
      *     posted to CUSTOMER.DAT in the commission month counts
      *     toward that salesperson, with credit memos ("C" records)
      *     netted against them. The rate comes from COMMRATE.DAT: a
      *     rate for the salesperson's own employee number wins over
      *     the rate for the salesperson's job code. One statement
      *     per salesperson prints to COMMSTMT.RPT with the customers
      *     behind the figure, and every commission due goes to
      *     PAYSUPP.DAT as supplemental earnings, which PayRun adds to
      *     the next period's gross ahead of withholding and
      *     deductions. A month can only be run once; COMMHIST.DAT
      *     remembers the months already paid. The month is prompted;
      *     a BATCH command-line argument takes last month.
      * Input:
      *     CUSTOMER.DAT (indexed), CUSTREP.DAT (indexed),
      *     employee.dat (indexed), COMMRATE.DAT, COMMHIST.DAT
      * Output:
      *     COMMSTMT.RPT (commission statements)
      *     PAYSUPP.DAT (supplemental earnings for PayRun, appended)
      *     COMMHIST.DAT (months run, appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  SEQUENTIAL
               RECORD KEY IS   CUST-SEQ-NO
               ALTERNATE RECORD KEY IS CUST-NO WITH DUPLICATES
               FILE STATUS IS  WS-CUST-STATUS.
           SELECT  ASSIGNMENT-FILE
               ASSIGN TO "CUSTREP.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  RANDOM
               RECORD KEY IS   SR-CUST-NO
               FILE STATUS IS  WS-REP-STATUS.
           SELECT  EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NO
               FILE STATUS IS WS-EMP-STATUS.
      ******************************************************************
      * Commission rates, hand-maintained: "E" records carry a rate
      * for one salesperson's employee number, "J" records a rate
      * for everyone in a job code. The rate is a percent of net
      * sales.
      ******************************************************************
           SELECT  RATE-FILE
               ASSIGN TO "COMMRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT  HISTORY-FILE
               ASSIGN TO "COMMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT  SORT-FILE
               ASSIGN TO "TEMP.SRT".
      ******************************************************************
      * Pass 1: the month's purchase records tagged with their
      * salesperson. Pass 2 reads them back grouped by salesperson
      * and customer.
      ******************************************************************
           SELECT  WORK-FILE
               ASSIGN TO "COMMWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  SORTED-FILE
               ASSIGN TO "COMMRUN.SRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  STATEMENT-FILE
               ASSIGN TO "COMMSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      * Supplemental earnings handed to PayRun: one record per
      * employee per earnings code, paid in the next pay period and
      * then moved aside by PayRun so it cannot be paid twice.
      ******************************************************************
           SELECT  SUPPLEMENT-FILE
               ASSIGN TO "PAYSUPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-REC.
           05  CUST-NO            PIC X(5).
           05  CUST-NAME          PIC X(20).
           05  CUST-PURCHASE      PIC 9(5)V99.
           05  CUST-SEQ-NO        PIC 9(6).
           05  CUST-STREET        PIC X(20).
           05  CUST-CITY          PIC X(12).
           05  CUST-STATE         PIC XX.
           05  CUST-ZIP           PIC X(5).
           05  CUST-PHONE         PIC X(10).
           05  CUST-CONTACT       PIC X(15).
           05  CUST-CREDIT-LIMIT  PIC 9(7)V99.
           05  CUST-DATE          PIC 9(8).
           05  CUST-TRAN-TYPE     PIC X.
       FD  ASSIGNMENT-FILE.
       01  ASSIGNMENT-REC.
           05  SR-CUST-NO         PIC X(5).
           05  SR-EMP-NO          PIC X(5).
           05  SR-ASSIGNED-DATE   PIC 9(8).
           05  SR-ASSIGNED-BY     PIC X(8).
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
           05  EMP-TERM-DATE         PIC X(8).
           05  EMP-HIRE-DATE         PIC X(8).
           05  EMP-UNUSED            PIC X(15).
           05  EMP-BANK-ROUTING      PIC X(9).
           05  EMP-BANK-ACCT         PIC X(11).
       FD  RATE-FILE.
       01  RATE-REC.
           05  CR-TYPE               PIC X.
           05  FILLER                PIC X.
           05  CR-KEY                PIC X(5).
           05  FILLER                PIC X.
           05  CR-RATE               PIC 99V99.
       FD  HISTORY-FILE.
       01  HISTORY-REC.
           05  CH-YYYYMM             PIC 9(6).
           05  FILLER                PIC X.
           05  CH-RUN-DATE           PIC 9(8).
           05  FILLER                PIC X.
           05  CH-PAID-COUNT         PIC 9(5).
           05  FILLER                PIC X.
           05  CH-COMM-TOTAL         PIC 9(9)V99.
       SD  SORT-FILE.
       01  SORT-WORK-REC.
           05  SW-EMP-NO             PIC X(5).
           05  SW-CUST-NO            PIC X(5).
           05  FILLER                PIC X(28).
       FD  WORK-FILE.
       01  WORK-REC.
           05  CW-EMP-NO             PIC X(5).
           05  CW-CUST-NO            PIC X(5).
           05  CW-CUST-NAME          PIC X(20).
           05  CW-TRAN-TYPE          PIC X.
           05  CW-AMOUNT             PIC 9(5)V99.
       FD  SORTED-FILE.
       01  SORTED-REC.
           05  SO-EMP-NO             PIC X(5).
           05  SO-CUST-NO            PIC X(5).
           05  SO-CUST-NAME          PIC X(20).
           05  SO-TRAN-TYPE          PIC X.
           05  SO-AMOUNT             PIC 9(5)V99.
       FD  STATEMENT-FILE.
       01  STATEMENT-REC             PIC X(80).
       FD  SUPPLEMENT-FILE.
       01  SUPPLEMENT-REC.
           05  SE-EMP-NO             PIC X(5).
           05  FILLER                PIC X.
           05  SE-CODE               PIC XX.
           05  FILLER                PIC X.
           05  SE-AMOUNT             PIC 9(7)V99.
           05  FILLER                PIC X.
           05  SE-PERIOD             PIC 9(6).
           05  FILLER                PIC X.
           05  SE-SOURCE             PIC X(8).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-CUST-STATUS     PIC XX.
           05  WS-REP-STATUS      PIC XX.
           05  WS-EMP-STATUS      PIC XX.
           05  WS-RATE-STATUS     PIC XX.
           05  WS-HIST-STATUS     PIC XX.
           05  WS-SUPP-STATUS     PIC XX.
           05  WS-RATE-EOF        PIC X     VALUE "N".
           05  WS-HIST-EOF        PIC X     VALUE "N".
           05  WS-SORT-EOF        PIC X     VALUE "N".
           05  WS-REP-AVAILABLE   PIC X     VALUE "N".
           05  WS-EMP-AVAILABLE   PIC X     VALUE "N".
           05  WS-CMD-ARG         PIC X(8)  VALUE SPACES.
           05  WS-TODAY           PIC 9(8)  VALUE ZERO.
           05  WS-COMM-YEAR       PIC 9(4)  VALUE ZERO.
           05  WS-COMM-MONTH      PIC 99    VALUE ZERO.
           05  WS-COMM-YYYYMM     PIC 9(6)  VALUE ZERO.
           05  WS-REC-YYYYMM      PIC 9(6)  VALUE ZERO.
      ******************************************************************
      * The salesperson and customer in hand during the statement
      * pass, and what is known about the salesperson.
      ******************************************************************
       01  WS-BREAK-FIELDS.
           05  WS-CUR-EMP-NO      PIC X(5)  VALUE SPACES.
           05  WS-CUR-CUST-NO     PIC X(5)  VALUE SPACES.
           05  WS-CUR-CUST-NAME   PIC X(20) VALUE SPACES.
           05  WS-CUR-EMP-NAME    PIC X(20) VALUE SPACES.
           05  WS-CUR-JOB-CODE    PIC XX    VALUE SPACES.
           05  WS-EMP-FOUND       PIC X     VALUE "N".
           05  WS-EMP-TERMINATED  PIC X     VALUE "N".
           05  WS-RATE-FOUND      PIC X     VALUE "N".
           05  WS-CUR-RATE        PIC 99V99 VALUE ZERO.
       01  WS-AMOUNT-FIELDS.
           05  WS-CUST-PURCHASES  PIC 9(9)V99   VALUE ZERO.
           05  WS-CUST-CREDITS    PIC 9(9)V99   VALUE ZERO.
           05  WS-CUST-NET        PIC S9(9)V99  VALUE ZERO.
           05  WS-REP-NET         PIC S9(9)V99  VALUE ZERO.
           05  WS-COMMISSION      PIC 9(7)V99   VALUE ZERO.
           05  WS-SALES-COUNT     PIC 9(5)      VALUE ZERO.
           05  WS-PAID-COUNT      PIC 9(5)      VALUE ZERO.
           05  WS-RECORD-COUNT    PIC 9(7)      VALUE ZERO.
           05  WS-ASSIGNED-NET    PIC S9(11)V99 VALUE ZERO.
           05  WS-UNASSIGNED-NET  PIC S9(11)V99 VALUE ZERO.
           05  WS-COMM-TOTAL      PIC 9(9)V99   VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-RATE-ENTRY      OCCURS 200 TIMES
                                  INDEXED BY WS-RATE-IDX.
               10  WS-RT-TYPE     PIC X.
               10  WS-RT-KEY      PIC X(5).
               10  WS-RT-RATE     PIC 99V99.
       01  STATEMENT-TITLE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(28) VALUE
                                  "SALES COMMISSION STATEMENTS".
           05  FILLER             PIC X(7)  VALUE "MONTH: ".
           05  HD-COMM-MONTH      PIC 99.
           05  FILLER             PIC X     VALUE "/".
           05  HD-COMM-YEAR       PIC 9(4).
           05  FILLER             PIC X(8)  VALUE "  DATE: ".
           COPY DATESTMP REPLACING ==:GRP-LVL:==         BY ==05==
                                   ==:STAMP-GRP:==       BY ==HD-DATE==
                                   ==:FLD-LVL:==         BY ==10==
                                   ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                   ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                   ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           05  FILLER             PIC X(14) VALUE SPACES.
       01  SALESPERSON-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(13) VALUE "SALESPERSON: ".
           05  SH-EMP-NO          PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SH-NAME            PIC X(20).
           05  FILLER             PIC X(7)  VALUE "  JOB: ".
           05  SH-JOB             PIC XX.
           05  FILLER             PIC X(25) VALUE SPACES.
       01  UNASSIGNED-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
                               "UNASSIGNED CUSTOMERS - NO COMMISSION".
           05  FILLER             PIC X(34) VALUE SPACES.
       01  COLUMN-HEADING.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  FILLER             PIC X(7)  VALUE "CUST NO".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(20) VALUE "CUSTOMER NAME".
           05  FILLER             PIC X(12) VALUE "   PURCHASES".
           05  FILLER             PIC X(12) VALUE "     CREDITS".
           05  FILLER             PIC X(12) VALUE "         NET".
           05  FILLER             PIC X(7)  VALUE SPACES.
       01  CUSTOMER-DETAIL-LINE.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  CL-CUST-NO         PIC X(5).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  CL-NAME            PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CL-PURCHASES       PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CL-CREDITS         PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X     VALUE SPACES.
           05  CL-NET             PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(7)  VALUE SPACES.
       01  SALESPERSON-TOTAL-LINE.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  FILLER             PIC X(11) VALUE "NET SALES: ".
           05  ST-NET             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(8)  VALUE "  RATE: ".
           05  ST-RATE            PIC Z9.99.
           05  FILLER             PIC X     VALUE "%".
           05  FILLER             PIC X(14) VALUE "  COMMISSION: ".
           05  ST-COMMISSION      PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(9)  VALUE SPACES.
       01  NOTE-LINE.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  NL-TEXT            PIC X(50).
           05  FILLER             PIC X(22) VALUE SPACES.
       01  RUN-TOTAL-LINE-1.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(13) VALUE "SALESPEOPLE: ".
           05  RT-SALES-COUNT     PIC ZZ,ZZ9.
           05  FILLER             PIC X(13) VALUE "  NET SALES: ".
           05  RT-NET             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(24) VALUE SPACES.
       01  RUN-TOTAL-LINE-2.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(18) VALUE
                                  "COMMISSION TOTAL: ".
           05  RT-COMM            PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(14) VALUE "  TO PAYROLL: ".
           05  RT-PAID-COUNT      PIC ZZ,ZZ9.
           05  FILLER             PIC X(24) VALUE SPACES.
       01  RUN-TOTAL-LINE-3.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(22) VALUE
                                  "UNASSIGNED NET SALES: ".
           05  RT-UNASSIGNED      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(34) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-INPUT-COMMISSION-MONTH
           PERFORM 020-CHECK-MONTH-NOT-RUN
           PERFORM 030-LOAD-RATE-TABLE
           PERFORM 100-TAG-MONTH-PURCHASES
           SORT  SORT-FILE
               ON ASCENDING KEY SW-EMP-NO
               ON ASCENDING KEY SW-CUST-NO
           USING WORK-FILE
           GIVING SORTED-FILE
           PERFORM 200-PRINT-STATEMENTS
           PERFORM 500-PRINT-RUN-TOTALS
           PERFORM 600-LOG-COMMISSION-MONTH
           CLOSE STATEMENT-FILE
           DISPLAY "COMMSTMT.RPT GENERATED - " WS-SALES-COUNT
               " SALESPEOPLE, " WS-PAID-COUNT " SENT TO PAYROLL"
           STOP RUN.
      ******************************************************************
      * The commission month is prompted; in BATCH the month just
      * closed is taken, since commissions are run after month end.
      ******************************************************************
       010-INPUT-COMMISSION-MONTH.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  WS-DAY   DELIMITED BY SIZE
                  INTO WS-TODAY
           END-STRING
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           IF WS-CMD-ARG = "BATCH"
               MOVE WS-YEAR  TO WS-COMM-YEAR
               MOVE WS-MONTH TO WS-COMM-MONTH
               IF WS-COMM-MONTH = 1
                   MOVE 12 TO WS-COMM-MONTH
                   SUBTRACT 1 FROM WS-COMM-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-COMM-MONTH
               END-IF
           ELSE
               DISPLAY 'ENTER COMMISSION YEAR (YYYY)'
               ACCEPT WS-COMM-YEAR
               DISPLAY 'ENTER COMMISSION MONTH (MM)'
               ACCEPT WS-COMM-MONTH
               PERFORM UNTIL WS-COMM-YEAR IS NUMERIC AND
                             WS-COMM-MONTH IS NUMERIC AND
                             WS-COMM-MONTH >= 1 AND
                             WS-COMM-MONTH <= 12
                   DISPLAY 'INVALID PERIOD - PLEASE RE-ENTER'
                   DISPLAY 'ENTER COMMISSION YEAR (YYYY)'
                   ACCEPT WS-COMM-YEAR
                   DISPLAY 'ENTER COMMISSION MONTH (MM)'
                   ACCEPT WS-COMM-MONTH
               END-PERFORM
           END-IF
           COMPUTE WS-COMM-YYYYMM =
               (WS-COMM-YEAR * 100) + WS-COMM-MONTH.
      ******************************************************************
      * A month already on COMMHIST.DAT has been sent to payroll;
      * running it again would pay the same commissions twice, so
      * the run is refused.
      ******************************************************************
       020-CHECK-MONTH-NOT-RUN.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-HIST-EOF = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-HIST-EOF
                       NOT AT END
                           IF CH-YYYYMM = WS-COMM-YYYYMM
                               DISPLAY "COMMISSIONS FOR "
                                   WS-COMM-YYYYMM " ALREADY RUN ON "
                                   CH-RUN-DATE " - RUN REFUSED"
                               CLOSE HISTORY-FILE
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
      ******************************************************************
      * Loads COMMRATE.DAT. With no file there are no rates, every
      * statement says so, and nothing goes to payroll.
      ******************************************************************
       030-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = "00"
               PERFORM UNTIL WS-RATE-EOF = "Y"
                   READ RATE-FILE
                       AT END
                           MOVE "Y" TO WS-RATE-EOF
                       NOT AT END
                           IF (CR-TYPE = "E" OR CR-TYPE = "J")
                              AND CR-RATE IS NUMERIC
                              AND WS-RATE-COUNT < 200
                               ADD 1 TO WS-RATE-COUNT
                               MOVE CR-TYPE TO
                                   WS-RT-TYPE (WS-RATE-COUNT)
                               MOVE CR-KEY TO
                                   WS-RT-KEY (WS-RATE-COUNT)
                               MOVE CR-RATE TO
                                   WS-RT-RATE (WS-RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           ELSE
               DISPLAY "COMMRATE.DAT NOT FOUND - NO COMMISSION RATES"
           END-IF.
      ******************************************************************
      * Pass 1: every CUSTOMER.DAT record posted in the commission
      * month is written to the work file under the customer's
      * salesperson (spaces when the customer is unassigned).
      ******************************************************************
       100-TAG-MONTH-PURCHASES.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUSTOMER.DAT NOT FOUND - NO PURCHASES TO "
                   "COMMISSION"
               STOP RUN
           END-IF
           OPEN INPUT ASSIGNMENT-FILE
           IF WS-REP-STATUS = "00"
               MOVE "Y" TO WS-REP-AVAILABLE
           ELSE
               DISPLAY "CUSTREP.DAT NOT FOUND - ALL CUSTOMERS "
                   "UNASSIGNED"
           END-IF
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL EOF = "Y"
               READ CUSTOMER-FILE
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE CUST-DATE (1:6) TO WS-REC-YYYYMM
                       IF WS-REC-YYYYMM = WS-COMM-YYYYMM
                           PERFORM 110-WRITE-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           CLOSE WORK-FILE
           IF WS-REP-AVAILABLE = "Y"
               CLOSE ASSIGNMENT-FILE
           END-IF.
       110-WRITE-WORK-RECORD.
           ADD 1 TO WS-RECORD-COUNT
           MOVE SPACES TO WORK-REC
           IF WS-REP-AVAILABLE = "Y"
               MOVE CUST-NO TO SR-CUST-NO
               READ ASSIGNMENT-FILE
                   INVALID KEY
                       MOVE SPACES TO CW-EMP-NO
                   NOT INVALID KEY
                       MOVE SR-EMP-NO TO CW-EMP-NO
               END-READ
           END-IF
           MOVE CUST-NO        TO CW-CUST-NO
           MOVE CUST-NAME      TO CW-CUST-NAME
           MOVE CUST-TRAN-TYPE TO CW-TRAN-TYPE
           MOVE CUST-PURCHASE  TO CW-AMOUNT
           WRITE WORK-REC.
      ******************************************************************
      * Pass 2: the sorted work file breaks on salesperson, and
      * within salesperson on customer. Unassigned customers sort
      * first and print as their own section.
      ******************************************************************
       200-PRINT-STATEMENTS.
           OPEN OUTPUT STATEMENT-FILE
           MOVE WS-COMM-MONTH TO HD-COMM-MONTH
           MOVE WS-COMM-YEAR  TO HD-COMM-YEAR
           COPY DATEMOV REPLACING ==:WS-YEAR-FLD:==     BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:==    BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==      BY ==WS-DAY==
                                  ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                  ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                  ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           WRITE STATEMENT-REC FROM STATEMENT-TITLE
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS = "00"
               MOVE "Y" TO WS-EMP-AVAILABLE
           ELSE
               DISPLAY "employee.dat NOT FOUND - NO SALESPERSON "
                   "CAN BE PAID"
           END-IF
           OPEN EXTEND SUPPLEMENT-FILE
           IF WS-SUPP-STATUS NOT = "00"
               OPEN OUTPUT SUPPLEMENT-FILE
           END-IF
           OPEN INPUT SORTED-FILE
           PERFORM 210-READ-SORTED
           PERFORM UNTIL WS-SORT-EOF = "Y"
               PERFORM 220-START-SALESPERSON
               PERFORM UNTIL WS-SORT-EOF = "Y"
                          OR SO-EMP-NO NOT = WS-CUR-EMP-NO
                   PERFORM 230-TOTAL-ONE-CUSTOMER
               END-PERFORM
               PERFORM 250-FINISH-SALESPERSON
           END-PERFORM
           CLOSE SORTED-FILE
           CLOSE SUPPLEMENT-FILE
           IF WS-EMP-AVAILABLE = "Y"
               CLOSE EMPLOYEE-FILE
           END-IF.
       210-READ-SORTED.
           READ SORTED-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF
           END-READ.
       220-START-SALESPERSON.
           MOVE SO-EMP-NO TO WS-CUR-EMP-NO
           MOVE ZERO TO WS-REP-NET
           MOVE "N" TO WS-EMP-FOUND
           MOVE "N" TO WS-EMP-TERMINATED
           MOVE SPACES TO WS-CUR-EMP-NAME
           MOVE SPACES TO WS-CUR-JOB-CODE
           IF WS-CUR-EMP-NO = SPACES
               WRITE STATEMENT-REC FROM UNASSIGNED-HEADING
                   AFTER ADVANCING 2 LINES
           ELSE
               IF WS-EMP-AVAILABLE = "Y"
                   MOVE WS-CUR-EMP-NO TO EMP-NO
                   READ EMPLOYEE-FILE
                       INVALID KEY
                           MOVE "** NOT ON FILE **"
                               TO WS-CUR-EMP-NAME
                       NOT INVALID KEY
                           MOVE "Y" TO WS-EMP-FOUND
                           MOVE EMP-NAME     TO WS-CUR-EMP-NAME
                           MOVE EMP-JOB-CODE TO WS-CUR-JOB-CODE
                           IF EMP-STATUS = "T"
                               MOVE "Y" TO WS-EMP-TERMINATED
                           END-IF
                   END-READ
               END-IF
               MOVE WS-CUR-EMP-NO   TO SH-EMP-NO
               MOVE WS-CUR-EMP-NAME TO SH-NAME
               MOVE WS-CUR-JOB-CODE TO SH-JOB
               WRITE STATEMENT-REC FROM SALESPERSON-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF
           WRITE STATEMENT-REC FROM COLUMN-HEADING.
      ******************************************************************
      * One customer's records for the month: purchases add, credit
      * memos subtract, and the customer prints one line.
      ******************************************************************
       230-TOTAL-ONE-CUSTOMER.
           MOVE SO-CUST-NO   TO WS-CUR-CUST-NO
           MOVE SO-CUST-NAME TO WS-CUR-CUST-NAME
           MOVE ZERO TO WS-CUST-PURCHASES
           MOVE ZERO TO WS-CUST-CREDITS
           PERFORM UNTIL WS-SORT-EOF = "Y"
                      OR SO-EMP-NO NOT = WS-CUR-EMP-NO
                      OR SO-CUST-NO NOT = WS-CUR-CUST-NO
               IF SO-TRAN-TYPE = "C"
                   ADD SO-AMOUNT TO WS-CUST-CREDITS
               ELSE
                   ADD SO-AMOUNT TO WS-CUST-PURCHASES
               END-IF
               PERFORM 210-READ-SORTED
           END-PERFORM
           COMPUTE WS-CUST-NET = WS-CUST-PURCHASES - WS-CUST-CREDITS
           ADD WS-CUST-NET TO WS-REP-NET
           MOVE WS-CUR-CUST-NO    TO CL-CUST-NO
           MOVE WS-CUR-CUST-NAME  TO CL-NAME
           MOVE WS-CUST-PURCHASES TO CL-PURCHASES
           MOVE WS-CUST-CREDITS   TO CL-CREDITS
           MOVE WS-CUST-NET       TO CL-NET
           WRITE STATEMENT-REC FROM CUSTOMER-DETAIL-LINE.
      ******************************************************************
      * Foot of one statement: the rate and commission on the net
      * sales, and the supplemental-earnings record for payroll. A
      * salesperson who cannot be paid through payroll -- not on
      * employee.dat, terminated, or with no rate -- gets a note
      * saying why instead, and nothing goes to PAYSUPP.DAT.
      ******************************************************************
       250-FINISH-SALESPERSON.
           IF WS-CUR-EMP-NO = SPACES
               ADD WS-REP-NET TO WS-UNASSIGNED-NET
               MOVE WS-REP-NET TO ST-NET
               MOVE ZERO TO ST-RATE
               MOVE ZERO TO ST-COMMISSION
               WRITE STATEMENT-REC FROM SALESPERSON-TOTAL-LINE
           ELSE
               ADD 1 TO WS-SALES-COUNT
               ADD WS-REP-NET TO WS-ASSIGNED-NET
               PERFORM 260-FIND-RATE
               MOVE ZERO TO WS-COMMISSION
               IF WS-REP-NET > ZERO
                   COMPUTE WS-COMMISSION ROUNDED =
                       WS-REP-NET * WS-CUR-RATE / 100
               END-IF
               MOVE WS-REP-NET    TO ST-NET
               MOVE WS-CUR-RATE   TO ST-RATE
               MOVE WS-COMMISSION TO ST-COMMISSION
               WRITE STATEMENT-REC FROM SALESPERSON-TOTAL-LINE
               MOVE SPACES TO NL-TEXT
               EVALUATE TRUE
                   WHEN WS-EMP-FOUND = "N"
                       MOVE "NOT ON employee.dat - NOT PAID"
                           TO NL-TEXT
                   WHEN WS-EMP-TERMINATED = "Y"
                       MOVE "TERMINATED - NOT SENT TO PAYROLL"
                           TO NL-TEXT
                   WHEN WS-RATE-FOUND = "N"
                       MOVE "NO RATE ON COMMRATE.DAT - NOT PAID"
                           TO NL-TEXT
                   WHEN WS-COMMISSION = ZERO
                       MOVE "NO COMMISSION EARNED THIS MONTH"
                           TO NL-TEXT
                   WHEN OTHER
                       PERFORM 270-WRITE-SUPPLEMENT
                       MOVE "COMMISSION SENT TO PAYROLL" TO NL-TEXT
               END-EVALUATE
               WRITE STATEMENT-REC FROM NOTE-LINE
           END-IF.
      ******************************************************************
      * A rate for the salesperson's own employee number wins; the
      * job-code rate applies otherwise.
      ******************************************************************
       260-FIND-RATE.
           MOVE "N" TO WS-RATE-FOUND
           MOVE ZERO TO WS-CUR-RATE
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                      OR WS-RATE-FOUND = "Y"
               IF WS-RT-TYPE (WS-RATE-IDX) = "E"
                  AND WS-RT-KEY (WS-RATE-IDX) = WS-CUR-EMP-NO
                   MOVE "Y" TO WS-RATE-FOUND
                   MOVE WS-RT-RATE (WS-RATE-IDX) TO WS-CUR-RATE
               END-IF
           END-PERFORM
           IF WS-RATE-FOUND = "N" AND WS-CUR-JOB-CODE NOT = SPACES
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WS-RATE-COUNT
                          OR WS-RATE-FOUND = "Y"
                   IF WS-RT-TYPE (WS-RATE-IDX) = "J"
                      AND WS-RT-KEY (WS-RATE-IDX) = WS-CUR-JOB-CODE
                       MOVE "Y" TO WS-RATE-FOUND
                       MOVE WS-RT-RATE (WS-RATE-IDX) TO WS-CUR-RATE
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      * The record is blanked first because the FD-level FILLER
      * separators are not initialized by the runtime.
      ******************************************************************
       270-WRITE-SUPPLEMENT.
           MOVE SPACES TO SUPPLEMENT-REC
           MOVE WS-CUR-EMP-NO  TO SE-EMP-NO
           MOVE "CM"           TO SE-CODE
           MOVE WS-COMMISSION  TO SE-AMOUNT
           MOVE WS-COMM-YYYYMM TO SE-PERIOD
           MOVE "COMMRUN"      TO SE-SOURCE
           WRITE SUPPLEMENT-REC
           ADD 1 TO WS-PAID-COUNT
           ADD WS-COMMISSION TO WS-COMM-TOTAL.
       500-PRINT-RUN-TOTALS.
           MOVE WS-SALES-COUNT    TO RT-SALES-COUNT
           MOVE WS-ASSIGNED-NET   TO RT-NET
           WRITE STATEMENT-REC FROM RUN-TOTAL-LINE-1
               AFTER ADVANCING 3 LINES
           MOVE WS-COMM-TOTAL     TO RT-COMM
           MOVE WS-PAID-COUNT     TO RT-PAID-COUNT
           WRITE STATEMENT-REC FROM RUN-TOTAL-LINE-2
           MOVE WS-UNASSIGNED-NET TO RT-UNASSIGNED
           WRITE STATEMENT-REC FROM RUN-TOTAL-LINE-3.
      ******************************************************************
      * The month goes on COMMHIST.DAT once its commissions are on
      * PAYSUPP.DAT, closing it against a second run.
      ******************************************************************
       600-LOG-COMMISSION-MONTH.
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           MOVE SPACES TO HISTORY-REC
           MOVE WS-COMM-YYYYMM TO CH-YYYYMM
           MOVE WS-TODAY       TO CH-RUN-DATE
           MOVE WS-PAID-COUNT  TO CH-PAID-COUNT
           MOVE WS-COMM-TOTAL  TO CH-COMM-TOTAL
           WRITE HISTORY-REC
           CLOSE HISTORY-FILE.
       END PROGRAM CommRun.
