      *     batch is refused -- and no journal lines are left behind
      *     -- if a zone is unmapped, debits do not equal credits, or
      *     the entry does not tie to the invoice run's grand total.
      *     The billed period is checked on PERIODS.DAT: a closed
      *     period refuses the batch (PERCLS); a soft-closed one
      *     posts the entry dated into the current period and logs
      *     the redirection (PERRDR).
      * Input:
      *     SHIPLOG.DAT, SHIPINV.TOT, COAMAP.DAT,
      *     PERIODS.DAT (accounting period control)
      * Output:
      *     GLJRNL.DAT (balanced journal entry, appended)
      *     SHIPGL.RPT (posting register)
      *     EXCEPTIONS.LOG (shared exception log)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT  REGISTER-FILE
               ASSIGN TO "SHIPGL.RPT"
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
       FD  SHIPLOG-FILE.
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
           05  WS-ZONE-SUB        PIC 9(3)  VALUE ZERO.
           05  WS-COA-SUB         PIC 9(3)  VALUE ZERO.
           05  WS-JRNL-DATE       PIC 9(8)  VALUE ZERO.
           05  WS-REDIRECTED      PIC X     VALUE "N".
      ******************************************************************
      * Journal lines are staged here and only written once the
      * entry has proved in balance and tied to the invoice run, so
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-LOAD-INVOICE-TOTALS
           PERFORM 030-CHECK-PERIOD-LOCK
           PERFORM 020-LOAD-COA-MAP
           PERFORM 100-SUM-PERIOD-CHARGES
           PERFORM 200-STAGE-JOURNAL-ENTRY
               END-IF
           END-IF.
      ******************************************************************
      * Revenue for a closed period is refused outright; for a
      * soft-closed period it is posted, dated into the current
      * period.
      ******************************************************************
       030-CHECK-PERIOD-LOCK.
           COPY PERLOAD.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-DATE TO WS-JRNL-DATE
           MOVE ST-PERIOD TO PER-TEST-PERIOD
           COPY PERTEST.
           EVALUATE TRUE
               WHEN PER-CLOSED
                   DISPLAY "PERIOD " PER-TEST-PERIOD " IS CLOSED - "
                       "BATCH REJECTED"
                   MOVE "N" TO WS-BATCH-OK
                   MOVE "PERCLS" TO EXC-REASON-CODE
                   PERFORM 040-LOG-EXCEPTION
               WHEN PER-SOFT-CLOSED
                   MOVE PER-REDIRECT-DATE TO WS-JRNL-DATE
                   MOVE "Y" TO WS-REDIRECTED
                   DISPLAY "PERIOD " PER-TEST-PERIOD " IS SOFT-CLOSED"
                       " - JOURNAL DATED " WS-JRNL-DATE
           END-EVALUATE.
       040-LOG-EXCEPTION.
           MOVE "SHIPGL"           TO EXC-SOURCE-PROGRAM
           MOVE SPACES             TO EXC-RECORD-KEY
           STRING "SH" ST-PERIOD DELIMITED BY SIZE INTO EXC-RECORD-KEY
           END-STRING
           MOVE WS-MONTH           TO EXC-MONTH
           MOVE WS-DAY             TO EXC-DAY
           MOVE WS-YEAR            TO EXC-YEAR
           MOVE SPACES TO EXC-RESOLVED-FLAG
           MOVE SPACES TO EXC-RECORD-IMAGE
           MOVE INVOICE-TOTALS-REC (1:18) TO EXC-RECORD-IMAGE (1:18)
           MOVE WS-JRNL-DATE TO EXC-RECORD-IMAGE (23:8)
           OPEN EXTEND EXCEPTIONS-FILE
           WRITE EXCEPTION-OUTREC FROM EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.
      ******************************************************************
      * Sums the billed period's fees per zone off the log, credits
      * already carrying their minus sign in the edited fee field.
      ******************************************************************
                   MOVE WS-SG-ACCOUNT (WS-ZONE-SUB) TO JR-ACCOUNT
                   MOVE WS-SG-DC (WS-ZONE-SUB) TO JR-DEBIT-CREDIT
                   MOVE WS-SG-AMOUNT (WS-ZONE-SUB) TO JR-AMOUNT
                   MOVE "SHIPGL"  TO JR-SOURCE
                   MOVE WS-JRNL-DATE TO JR-POST-DATE
                   STRING "SH" RH-PERIOD DELIMITED BY SIZE
                       INTO JR-REFERENCE
                   END-STRING
                   IF WS-SG-DC (WS-ZONE-SUB) = "D"
                       MOVE "SHIPPING RECEIVABLE" TO JR-DESCRIPTION
                   ELSE
                       MOVE "SHIPPING REVENUE" TO JR-DESCRIPTION
                   END-IF
                   WRITE JOURNAL-REC
                   MOVE WS-SG-ACCOUNT (WS-ZONE-SUB) TO RG-ACCOUNT
                   IF WS-SG-DC (WS-ZONE-SUB) = "D"
               CLOSE JOURNAL-FILE
               MOVE "IN BALANCE" TO RT-BALANCE-FLAG
               DISPLAY "SHIPPING REVENUE POSTED TO GLJRNL.DAT"
               IF WS-REDIRECTED = "Y"
                   MOVE "PERRDR" TO EXC-REASON-CODE
                   PERFORM 040-LOG-EXCEPTION
               END-IF
           ELSE
               MOVE "BATCH REJECTED" TO RT-BALANCE-FLAG
               MOVE 1 TO RETURN-CODE
