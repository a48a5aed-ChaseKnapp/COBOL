      *     record, computes the elapsed time per program per night,
      *     trends it against that program's average across the log,
      *     and flags runs exceeding their norm by the configurable
      *     percentage (BATCHWIN FLAG-PCT on SYSPARM.DAT). The total
      *     chain duration per night (first start to last
      *     completion) is tracked against the window target minutes
      *     (BATCHWIN WINDOW-MINS), so the chain colliding with the
      *     morning shift shows up on paper first.
      * Input:
      *     RUNHIST.DAT, SYSPARM.DAT
      * Output:
      *     BATCHWIN.RPT
      *     ALERTS.LOG (missing parameters)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-STATUS.
           SELECT  ALERTS-FILE
               ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  WINDOW-REPORT-FILE
               ASSIGN TO "BATCHWIN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-INREC         PIC X(75).
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  ALERTS-FILE.
       01  ALERT-OUTREC              PIC X(90).
       FD  WINDOW-REPORT-FILE.
       01  WINDOW-REPORT-REC         PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RUNHIST.
      ******************************************************************
      * Shared system parameter table and alert record; see PARMWS
      * and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
       01  WORKING-ITEMS.
           05  HIST-EOF           PIC X     VALUE "N".
           05  WS-HIST-STATUS     PIC XX.
           05  WS-STAMP-SECS      PIC 9(11) VALUE ZERO.
           05  WS-ELAPSED-SECS    PIC S9(9) VALUE ZERO.
           05  WS-ELAPSED-MINS    PIC 9(5)V9 VALUE ZERO.
               " RUNS OVER " WS-NIGHT-COUNT " NIGHTS"
           STOP RUN.
      ******************************************************************
      * Reads the flag percentage and window target off the system
      * parameter master; a setting not on file is raised on
      * ALERTS.LOG and its compiled-in default kept, the same
      * parameters Lab2 reads its tax rate through.
      ******************************************************************
       010-LOAD-WINDOW-CONTROL.
           MOVE "BATCHWIN" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "FLAG-PCT" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > ZERO
              AND PRM-NUMBER < 1000
               MOVE PRM-NUMBER TO WS-FLAG-PCT
           END-IF
           MOVE "WINDOW-MINS" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > ZERO
              AND PRM-NUMBER < 10000
               MOVE PRM-NUMBER TO WS-WINDOW-MINUTES
           END-IF.
      ******************************************************************
      * Walks the chronological log pairing each program's STARTED
