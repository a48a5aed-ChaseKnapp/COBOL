      *     average percent and amount, and the spread between the
      *     highest and lowest percent granted. A second section
      *     lists active employees who have gone more than the
      *     configurable number of raise runs (COMPRPT STALE-RUNS
      *     on SYSPARM.DAT; default 3) with no raise at all -- the
      *     people budget season always asks about.
      * Input:
      *     SALHIST.DAT, employee.dat (indexed), SYSPARM.DAT
      * Output:
      *     COMPRPT.RPT
      *     ALERTS.LOG (missing parameters)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NO
               FILE STATUS IS WS-EMP-STATUS.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-STATUS.
           SELECT  ALERTS-FILE
               ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  COMP-REPORT-FILE
               ASSIGN TO "COMPRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  EMP-UNUSED            PIC X(15).
           05  EMP-BANK-ROUTING      PIC X(9).
           05  EMP-BANK-ACCT         PIC X(11).
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  ALERTS-FILE.
       01  ALERT-OUTREC              PIC X(90).
       FD  COMP-REPORT-FILE.
       01  COMP-REPORT-REC           PIC X(90).
       WORKING-STORAGE SECTION.
           05  EOF                PIC X     VALUE "N".
           05  WS-SALHIST-STATUS  PIC XX.
           05  WS-EMP-STATUS      PIC XX.
           05  WS-EMP-AVAILABLE   PIC X     VALUE "N".
           05  WS-GRP-SUB         PIC 9(4)  VALUE ZERO.
           05  WS-EMP-SUB         PIC 9(4)  VALUE ZERO.
           05  WS-STALE-COUNT     PIC 9(4)  VALUE ZERO.
       77  WS-STALE-RUNS         PIC 9(3)  VALUE 3.
      ******************************************************************
      * Shared system parameter table and alert record; see PARMWS
      * and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
      ******************************************************************
      * One roll-up row per office/job/year combination.
      ******************************************************************
       01  WS-GROUP-TABLE.
               " ROLL-UP ROWS, " WS-STALE-COUNT " WITHOUT RAISES"
           STOP RUN.
      ******************************************************************
      * Reads the stale-runs threshold off the system parameter
      * master; a threshold not on file is raised on ALERTS.LOG and
      * the compiled-in default kept, the same parameters Lab2 reads
      * its tax rate through.
      ******************************************************************
       010-LOAD-STALE-CONTROL.
           MOVE "COMPRPT" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "STALE-RUNS" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > ZERO
              AND PRM-NUMBER < 1000
               MOVE PRM-NUMBER TO WS-STALE-RUNS
           END-IF.
       100-ROLL-UP-HISTORY.
           OPEN INPUT SALARY-HISTORY-FILE
