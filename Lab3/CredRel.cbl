      *     batch control belongs to the entry side), Deny (dropped,
      *     with the denial on the report), or Keep (left on the
      *     held file for another day). The audit report accounts
      *     for every held transaction worked, and every release or
      *     denial is also appended to a standing history that the
      *     credit review counts against the customer.
      * Input:
      *     CUSTHELD.DAT (held transactions)
      *     CUSTMAST.DAT (customer master, read only)
      *     CUSTPOST.RQ (released transactions, appended)
      *     CUSTHELD.DAT (rewritten with the kept transactions)
      *     CREDREL.RPT (release/deny audit report)
      *     CREDREL.HST (release/deny history, appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT  RELEASE-REPORT-FILE
               ASSIGN TO "CREDREL.RPT"
               ORGANIZATION IS  LINE SEQUENTIAL.
           SELECT  RELEASE-HISTORY-FILE
               ASSIGN TO "CREDREL.HST"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELD-TRANS-FILE.
           05  OP-FUNCTIONS       PIC X(8).
       FD  RELEASE-REPORT-FILE.
       01  RELEASE-REPORT-REC     PIC X(80).
      ******************************************************************
      * One line per release or denial, kept across runs; the
      * report file is replaced every morning.
      ******************************************************************
       FD  RELEASE-HISTORY-FILE.
       01  RELEASE-HISTORY-REC.
           05  RH-DECIDED-DATE    PIC 9(8).
           05  FILLER             PIC X.
           05  RH-CUST-NO         PIC X(5).
           05  FILLER             PIC X.
           05  RH-TRAN-DATE       PIC 9(8).
           05  FILLER             PIC X.
           05  RH-AMOUNT          PIC 9(5)V99.
           05  FILLER             PIC X.
           05  RH-DISPOSITION     PIC X(8).
           05  FILLER             PIC X.
           05  RH-OPERATOR        PIC X(8).
       WORKING-STORAGE SECTION.
       77  WS-RELEASED-TOTAL     PIC 9(11)V99 VALUE ZERO.
       77  WS-HELD-STATUS        PIC XX.
       77  WS-RELEASED-COUNT     PIC 9(4)  VALUE ZERO.
       77  WS-DENIED-COUNT       PIC 9(4)  VALUE ZERO.
       77  WS-KEPT-COUNT         PIC 9(4)  VALUE ZERO.
       77  WS-HIST-STATUS        PIC XX.
       77  WS-RUN-NOW            PIC X(21) VALUE SPACES.
      ******************************************************************
      * The whole held file loaded for review; the kept entries are
      * written back at the end, the same load/rewrite idiom the
           END-IF
           OPEN OUTPUT RELEASE-REPORT-FILE
           WRITE RELEASE-REPORT-REC FROM HEADING-MAIN-TITLE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-NOW
           OPEN EXTEND RELEASE-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT RELEASE-HISTORY-FILE
           END-IF
           PERFORM 200-WORK-ONE-HELD-TRAN
               VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-HELD-COUNT
               AFTER ADVANCING 2 LINES
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE RELEASE-REPORT-FILE
           CLOSE RELEASE-HISTORY-FILE
           DISPLAY "RELEASE RUN COMPLETE - " WS-RELEASED-COUNT
               " RELEASED, " WS-DENIED-COUNT " DENIED, "
               WS-KEPT-COUNT " KEPT"
                   MOVE "N" TO WS-HE-KEEP (WS-HELD-SUB)
                   MOVE "DENIED  " TO RL-DISPOSITION
                   WRITE RELEASE-REPORT-REC FROM RELEASE-DETAIL-LINE
                   PERFORM 220-WRITE-HISTORY
               WHEN OTHER
                   ADD 1 TO WS-KEPT-COUNT
                   MOVE "KEPT    " TO RL-DISPOSITION
           WRITE REQUEUE-REC FROM HELD-TRANS-REC
           CLOSE REQUEUE-FILE
           MOVE "RELEASED" TO RL-DISPOSITION
           WRITE RELEASE-REPORT-REC FROM RELEASE-DETAIL-LINE
           PERFORM 220-WRITE-HISTORY.
      ******************************************************************
      * Appends the decision just reported to CREDREL.HST. A kept
      * transaction is not a decision and is not recorded.
      ******************************************************************
       220-WRITE-HISTORY.
           MOVE SPACES              TO RELEASE-HISTORY-REC
           MOVE WS-RUN-NOW (1:8)    TO RH-DECIDED-DATE
           MOVE HT-CUST-NO          TO RH-CUST-NO
           MOVE HT-DATE             TO RH-TRAN-DATE
           MOVE HT-AMOUNT           TO RH-AMOUNT
           MOVE RL-DISPOSITION      TO RH-DISPOSITION
           MOVE WS-OPERATOR-ID      TO RH-OPERATOR
           WRITE RELEASE-HISTORY-REC.
      ******************************************************************
      * Rewrites CUSTHELD.DAT with only the kept transactions, so the
      * file holds exactly what still needs credit's attention.
