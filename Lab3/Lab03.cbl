               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-TOT-STATUS.
      ******************************************************************
      * Run-over-run variance limit, kept on the system parameter
      * master the way Lab2 keeps its tax rate, so the alarm threshold
      * can be changed without a recompile. A limit missing from it
      * is raised on ALERTS.LOG and the WS-VARIANCE-LIMIT default
      * used.
      ******************************************************************
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS PRM-STATUS.
      ******************************************************************
      * Question 41 (added): shared run-number control file, bumped by
      * every report program in the shop, so each report heading can
           05  CT-RECORD-COUNT     PIC 9(7).
           05  FILLER              PIC X     VALUE SPACE.
           05  CT-GRAND-TOTAL      PIC 9(9)V99.
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  RUN-NUMBER-FILE.
       01  RUN-NUMBER-REC.
           05  RN-NUMBER           PIC 9(6).
      ******************************************************************
           COPY ALERTREC.
      ******************************************************************
      * Shared system parameter table; see PARMWS.
      ******************************************************************
           COPY PARMWS.
      ******************************************************************
      * Shared run-history record (see RUNHIST copybook) and the raw
      * CURRENT-DATE capture its date/time stamp is cut from.
      ******************************************************************
      ******************************************************************
       01  WS-VARIANCE-FIELDS.
           05  WS-CUST-TOT-STATUS    PIC XX.
           05  WS-PRIOR-FOUND        PIC X       VALUE "N".
           05  WS-PRIOR-RECORD-COUNT PIC 9(7)    VALUE ZERO.
           05  WS-PRIOR-GRAND-TOTAL  PIC 9(9)V99 VALUE ZERO.
               CLOSE CUSTOMER-TOTALS-FILE
           END-IF.
      ******************************************************************
      * Reads the variance alarm threshold, LAB3 VARIANCE-PCT on the
      * system parameter master; a limit not on file is raised on
      * ALERTS.LOG and the WS-VARIANCE-LIMIT default kept, the same
      * parameters Lab2 reads its tax rate through.
      ******************************************************************
       012-LOAD-VARIANCE-LIMIT.
           MOVE "LAB3" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "VARIANCE-PCT" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 100
               MOVE PRM-NUMBER TO WS-VARIANCE-LIMIT
           END-IF.
      ******************************************************************
      * Compares this run's record count and grand total against the
