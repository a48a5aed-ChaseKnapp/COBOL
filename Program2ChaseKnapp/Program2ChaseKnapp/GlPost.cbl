      *     -- and no journal file is left behind -- if any territory
      *     is unmapped, if debits do not equal credits, or if the
      *     entry does not balance to PAYROLL.TOT's increase total.
      *     Run with COSTCTR on the command line, the increases are
      *     instead summed per cost center -- each feed record's
      *     department mapped to its cost center through DEPTHIER.DAT
      *     -- and debited to the cost center's expense account ("J"
      *     records, cost-center code in the territory field). A
      *     department with no cost center rejects the batch.
      *     The run date's period is checked on PERIODS.DAT: a
      *     closed period rejects the batch (PERCLS); in a
      *     soft-closed period the journal lines are dated into the
      *     current period instead and the redirection logged
      *     (PERRDR).
      * Input:
      *     GLFEED.DAT, COAMAP.DAT, PAYROLL.TOT,
      *     DEPTHIER.DAT (COSTCTR runs only),
      *     PERIODS.DAT (accounting period control)
      * Output:
      *     GLJRNL.DAT (balanced journal entry file)
      *     GLPOST.RPT (posting register)
      *     EXCEPTIONS.LOG (shared exception log)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "COAMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.
           SELECT  HIERARCHY-FILE
               ASSIGN TO "DEPTHIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIER-STATUS.
           SELECT  PAYROLL-TOTALS-FILE
               ASSIGN TO "PAYROLL.TOT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT  REGISTER-FILE
               ASSIGN TO "GLPOST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  PERIOD-FILE
               ASSIGN TO "PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PER-STATUS.
           SELECT  EXCEPTIONS-FILE
               ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GLFEED-FILE.
           05  GL-TERRITORY-NO       PIC XX.
           05  GL-AMOUNT-INCREASE    PIC 9(5)V99.
           05  GL-NEW-SALARY         PIC 9(7)9V99.
           05  GL-OFFICE-NO          PIC XX.
      ******************************************************************
      * "E" records map a territory to its payroll expense account,
      * "J" records a cost center to its payroll expense account;
      * the single "L" record names the offsetting liability account.
      * Records of any other type belong to other postings.
      ******************************************************************
       FD  COA-MAP-FILE.
       01  COA-MAP-REC.
           05  COA-TYPE              PIC X.
           05  COA-TERRITORY-NO      PIC XX.
           05  COA-ACCOUNT           PIC X(8).
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
       FD  PAYROLL-TOTALS-FILE.
       01  PAYROLL-TOTALS-REC.
           05  PT-TOTAL-SALARY       PIC 9(9).
           05  JR-DEBIT-CREDIT       PIC X.
           05  FILLER                PIC X.
           05  JR-AMOUNT             PIC 9(9)V99.
           05  FILLER                PIC X.
           05  JR-SOURCE             PIC X(8).
           05  FILLER                PIC X.
           05  JR-POST-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  JR-REFERENCE          PIC X(10).
           05  FILLER                PIC X.
           05  JR-DESCRIPTION        PIC X(30).
       FD  REGISTER-FILE.
       01  REGISTER-REC              PIC X(80).
       FD  PERIOD-FILE.
           COPY PERREC.
       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-OUTREC          PIC X(120).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * The shared exception layout is kept in WORKING-STORAGE (and
      * written with WRITE ... FROM) so its FILLER/separator VALUE
      * clauses actually take effect.
      ******************************************************************
           COPY EXCPREC.
      ******************************************************************
      * Shared period table and period lock fields; see PERWS.
      ******************************************************************
           COPY PERWS.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
           05  WS-MAP-ACCOUNT     PIC X(8)  VALUE SPACES.
           05  WS-CALL-STATUS     PIC 9(9)  COMP-5.
           05  WS-JOURNAL-NAME    PIC X(30) VALUE "GLJRNL.DAT".
           05  WS-CMD-ARG         PIC X(8)  VALUE SPACES.
           05  WS-POST-BY         PIC X     VALUE "T".
           05  WS-MAP-TYPE        PIC X     VALUE "E".
           05  WS-KEY-LABEL       PIC X(11) VALUE "TERRITORY".
           05  WS-KEY-TEXT        PIC X(14) VALUE SPACES.
           05  WS-FEED-KEY        PIC XX    VALUE SPACES.
           05  WS-HIER-STATUS     PIC XX.
           05  WS-HIER-EOF        PIC X     VALUE "N".
           05  WS-JRNL-DATE       PIC 9(8)  VALUE ZERO.
      ******************************************************************
      * Department-to-cost-center assignments off DEPTHIER.DAT, for
      * COSTCTR runs.
      ******************************************************************
       01  WS-ASSIGN-TABLE.
           05  WS-ASSIGN-COUNT    PIC 9(3)  VALUE ZERO.
           05  WS-ASSIGN-ENTRY    OCCURS 1 TO 500 TIMES
                                  DEPENDING ON WS-ASSIGN-COUNT
                                  INDEXED BY WS-ASSIGN-IDX.
               10  WS-AS-DEPT     PIC XX.
               10  WS-AS-COST-CTR PIC XX.
      ******************************************************************
      * Per-territory (or per-cost-center) increase totals
      * accumulated off the feed, and the matching expense-account
      * map loaded from COAMAP.DAT.
      ******************************************************************
       01  WS-TERRITORY-TABLE.
           05  WS-TERR-COUNT      PIC 9(3)  VALUE ZERO.
           05  RT-BALANCE-FLAG    PIC X(14).
       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           IF WS-CMD-ARG = "COSTCTR"
               MOVE "C" TO WS-POST-BY
               MOVE "J" TO WS-MAP-TYPE
               MOVE "COST CENTER" TO WS-KEY-LABEL
           END-IF
           OPEN INPUT GLFEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "GLFEED.DAT NOT FOUND - NOTHING TO POST"
           END-IF
           PERFORM 010-LOAD-COA-MAP
           PERFORM 020-LOAD-PAYROLL-TOTAL
           IF WS-POST-BY = "C"
               PERFORM 030-LOAD-DEPT-ASSIGNMENTS
           END-IF
           OPEN OUTPUT REGISTER-FILE
           PERFORM 050-PRINT-TITLES
           PERFORM 060-CHECK-PERIOD-LOCK
           PERFORM 100-READ-FEED-RECORD UNTIL EOF = "Y"
           CLOSE GLFEED-FILE
           PERFORM 200-BUILD-JOURNAL-ENTRY
           STOP RUN.
      ******************************************************************
      * Loads the chart-of-accounts map: expense account per
      * territory ("E"), or per cost center ("J") on a COSTCTR run,
      * plus the one liability account.
      ******************************************************************
       010-LOAD-COA-MAP.
           OPEN INPUT COA-MAP-FILE
                       NOT AT END
                           IF COA-TYPE = "L"
                               MOVE COA-ACCOUNT TO WS-LIAB-ACCOUNT
                           END-IF
                           IF COA-TYPE = WS-MAP-TYPE
                               ADD 1 TO WS-COA-COUNT
                               SET WS-COA-IDX TO WS-COA-COUNT
                               MOVE COA-TERRITORY-NO TO
               DISPLAY "PAYROLL.TOT NOT FOUND - BATCH REJECTED"
               MOVE "N" TO WS-BATCH-OK
           END-IF.
      ******************************************************************
      * Loads the department assignments ("D" records) from
      * DEPTHIER.DAT; with no hierarchy on file there is nothing to
      * map a department by, so the batch is rejected.
      ******************************************************************
       030-LOAD-DEPT-ASSIGNMENTS.
           OPEN INPUT HIERARCHY-FILE
           IF WS-HIER-STATUS NOT = "00"
               DISPLAY "DEPTHIER.DAT NOT FOUND - BATCH REJECTED"
               MOVE "N" TO WS-BATCH-OK
           ELSE
               PERFORM UNTIL WS-HIER-EOF = "Y"
                   READ HIERARCHY-FILE
                       AT END
                           MOVE "Y" TO WS-HIER-EOF
                       NOT AT END
                           IF HR-TYPE = "D"
                              AND WS-ASSIGN-COUNT < 500
                               ADD 1 TO WS-ASSIGN-COUNT
                               SET WS-ASSIGN-IDX TO WS-ASSIGN-COUNT
                               MOVE HR-CODE TO
                                   WS-AS-DEPT (WS-ASSIGN-IDX)
                               MOVE HR-PARENT TO
                                   WS-AS-COST-CTR (WS-ASSIGN-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIERARCHY-FILE
           END-IF.
       050-PRINT-TITLES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           COPY DATEMOV REPLACING ==:WS-YEAR-FLD:==     BY ==WS-YEAR==
                                  ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           WRITE REGISTER-REC FROM REGISTER-HEADING.
      ******************************************************************
      * The journal is dated on the run date unless its period is
      * locked: a closed period rejects the batch and a soft-closed
      * one dates the lines into the current period.
      ******************************************************************
       060-CHECK-PERIOD-LOCK.
           COPY PERLOAD.
           MOVE WS-DATE TO WS-JRNL-DATE
           COMPUTE PER-TEST-PERIOD = WS-JRNL-DATE / 100
           COPY PERTEST.
           EVALUATE TRUE
               WHEN PER-CLOSED
                   DISPLAY "PERIOD " PER-TEST-PERIOD " IS CLOSED - "
                       "BATCH REJECTED"
                   MOVE "N" TO WS-BATCH-OK
                   MOVE "PERCLS" TO EXC-REASON-CODE
                   PERFORM 070-LOG-EXCEPTION
               WHEN PER-SOFT-CLOSED
                   MOVE PER-REDIRECT-DATE TO WS-JRNL-DATE
                   DISPLAY "PERIOD " PER-TEST-PERIOD " IS SOFT-CLOSED"
                       " - JOURNAL DATED " WS-JRNL-DATE
           END-EVALUATE.
       070-LOG-EXCEPTION.
           MOVE "GLPOST"           TO EXC-SOURCE-PROGRAM
           MOVE SPACES             TO EXC-RECORD-KEY
           STRING "GP" WS-DATE DELIMITED BY SIZE INTO EXC-RECORD-KEY
           END-STRING
           MOVE WS-MONTH           TO EXC-MONTH
           MOVE WS-DAY             TO EXC-DAY
           MOVE WS-YEAR            TO EXC-YEAR
           MOVE SPACES TO EXC-RESOLVED-FLAG
           MOVE SPACES TO EXC-RECORD-IMAGE
           MOVE WS-DATE TO EXC-RECORD-IMAGE (1:8)
           MOVE WS-JRNL-DATE TO EXC-RECORD-IMAGE (23:8)
           OPEN EXTEND EXCEPTIONS-FILE
           WRITE EXCEPTION-OUTREC FROM EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.
      ******************************************************************
      * Accumulates the feed's increase amounts per territory, or per
      * cost center on a COSTCTR run.
      ******************************************************************
       100-READ-FEED-RECORD.
           READ  GLFEED-FILE
                   MOVE "Y" TO EOF
               NOT AT END
                   ADD 1 TO WS-FEED-COUNT
                   PERFORM 110-SET-FEED-KEY
                   SET WS-TERR-IDX TO 1
                   SEARCH WS-TERR-ENTRY
                       AT END
                           ADD 1 TO WS-TERR-COUNT
                           SET WS-TERR-IDX TO WS-TERR-COUNT
                           MOVE WS-FEED-KEY TO
                               WS-TERR-NO (WS-TERR-IDX)
                           MOVE GL-AMOUNT-INCREASE TO
                               WS-TERR-AMOUNT (WS-TERR-IDX)
                       WHEN WS-TERR-NO (WS-TERR-IDX)
                                = WS-FEED-KEY
                           ADD GL-AMOUNT-INCREASE TO
                               WS-TERR-AMOUNT (WS-TERR-IDX)
                   END-SEARCH
           END-READ.
      ******************************************************************
      * The posting key is the territory, or on a COSTCTR run the
      * cost center the record's department is assigned to. A
      * department with no assignment rejects the batch; its amount
      * is still carried (under the department code) so the register
      * shows what went unmapped.
      ******************************************************************
       110-SET-FEED-KEY.
           IF WS-POST-BY = "T"
               MOVE GL-TERRITORY-NO TO WS-FEED-KEY
           ELSE
               MOVE GL-OFFICE-NO TO WS-FEED-KEY
               SET WS-ASSIGN-IDX TO 1
               SEARCH WS-ASSIGN-ENTRY
                   AT END
                       DISPLAY "EMPLOYEE " GL-EMPLOYEE-NO
                           " DEPARTMENT " GL-OFFICE-NO
                           " HAS NO COST CENTER - BATCH REJECTED"
                       MOVE "N" TO WS-BATCH-OK
                   WHEN WS-AS-DEPT (WS-ASSIGN-IDX) = GL-OFFICE-NO
                       MOVE WS-AS-COST-CTR (WS-ASSIGN-IDX)
                           TO WS-FEED-KEY
               END-SEARCH
           END-IF.
      ******************************************************************
      * Writes the journal: one debit per territory (or cost center)
      * to its mapped expense account, one credit for the whole batch
      * to the liability account. An unmapped key rejects the batch.
      ******************************************************************
       200-BUILD-JOURNAL-ENTRY.
           OPEN OUTPUT JOURNAL-FILE
           PERFORM VARYING WS-TERR-IDX FROM 1 BY 1
                   UNTIL WS-TERR-IDX > WS-TERR-COUNT
               MOVE SPACES TO WS-MAP-ACCOUNT
               MOVE SPACES TO WS-KEY-TEXT
               STRING WS-KEY-LABEL DELIMITED BY "  "
                   " " WS-TERR-NO (WS-TERR-IDX)
                   DELIMITED BY SIZE INTO WS-KEY-TEXT
               END-STRING
               SET WS-COA-IDX TO 1
               SEARCH WS-COA-ENTRY
                   AT END
                       DISPLAY FUNCTION TRIM(WS-KEY-TEXT)
                           " NOT IN COAMAP.DAT - BATCH REJECTED"
                       MOVE "N" TO WS-BATCH-OK
                   WHEN WS-COA-TERR (WS-COA-IDX)
                   MOVE WS-MAP-ACCOUNT TO JR-ACCOUNT
                   MOVE "D" TO JR-DEBIT-CREDIT
                   MOVE WS-TERR-AMOUNT (WS-TERR-IDX) TO JR-AMOUNT
                   PERFORM 210-STAMP-JOURNAL-LINE
                   STRING "RAISES - " WS-KEY-TEXT
                       DELIMITED BY SIZE INTO JR-DESCRIPTION
                   END-STRING
                   WRITE JOURNAL-REC
                   ADD WS-TERR-AMOUNT (WS-TERR-IDX) TO WS-DEBIT-TOTAL
                   MOVE WS-MAP-ACCOUNT TO RG-ACCOUNT
                   MOVE "DEBIT " TO RG-DEBIT-CREDIT
                   MOVE WS-TERR-AMOUNT (WS-TERR-IDX) TO RG-AMOUNT
                   MOVE WS-KEY-TEXT TO RG-NOTE
                   WRITE REGISTER-REC FROM REGISTER-DETAIL-LINE
               END-IF
           END-PERFORM
           MOVE WS-LIAB-ACCOUNT TO JR-ACCOUNT
           MOVE "C" TO JR-DEBIT-CREDIT
           MOVE WS-CREDIT-TOTAL TO JR-AMOUNT
           PERFORM 210-STAMP-JOURNAL-LINE
           MOVE "PAYROLL LIABILITY" TO JR-DESCRIPTION
           WRITE JOURNAL-REC
           CLOSE JOURNAL-FILE
           MOVE WS-LIAB-ACCOUNT TO RG-ACCOUNT
           MOVE "PAYROLL LIABILITY" TO RG-NOTE
           WRITE REGISTER-REC FROM REGISTER-DETAIL-LINE.
      ******************************************************************
      * Every journal line carries where it came from, so the ledger
      * detail can trace a balance back to this run: the batch
      * reference is the run date.
      ******************************************************************
       210-STAMP-JOURNAL-LINE.
           MOVE "GLPOST"  TO JR-SOURCE
           MOVE WS-JRNL-DATE TO JR-POST-DATE
           STRING "GP" WS-DATE DELIMITED BY SIZE INTO JR-REFERENCE
           END-STRING.
      ******************************************************************
      * The entry must balance within itself and to the payroll
      * run's increase total; otherwise the whole batch is rejected
      * and the journal file is removed so accounting can never pick
               MOVE "IN BALANCE" TO RT-BALANCE-FLAG
               DISPLAY "G/L JOURNAL POSTED - " WS-FEED-COUNT
                   " FEED RECORDS"
               IF WS-JRNL-DATE NOT = WS-DATE
                   MOVE "PERRDR" TO EXC-REASON-CODE
                   PERFORM 070-LOG-EXCEPTION
               END-IF
           ELSE
               MOVE "BATCH REJECTED" TO RT-BALANCE-FLAG
               CALL "CBL_DELETE_FILE" USING WS-JOURNAL-NAME
