      *     file and only ever grew; every nightly sort and scan paid
      *     for every purchase since the split. Posted records whose
      *     IN-CUST-DATE is older than the configurable cutoff
      *     (CUSTARCH CUTOFF-DAYS on SYSPARM.DAT; a missing setting
      *     is raised on ALERTS.LOG and the compiled-in default
      *     used) are moved into a yearly
      *     CUSTHIST.<YYYY>.DAT archive file and deleted from the
      *     live file, leaving it carrying only the open period. Each
      *     archive file is recorded in CUSTHIST.IDX (the
      *     a customer into the archives.
      * Input:
      *     CUSTOMER.DAT (updated in place)
      *     SYSPARM.DAT (cutoff days parameter)
      * Output:
      *     CUSTHIST.<YYYY>.DAT (archived records, appended by year)
      *     CUSTHIST.IDX (archive file index, rewritten)
      *     CUSTARCH.RPT (roll report with counts)
      *     ALERTS.LOG (missing parameters)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS   CUST-SEQ-NO
               ALTERNATE RECORD KEY IS CUST-NO WITH DUPLICATES
               FILE STATUS IS  WS-CUST-STATUS.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  PRM-STATUS.
           SELECT  ALERTS-FILE
               ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS  LINE SEQUENTIAL.
           SELECT  HISTORY-FILE
               ASSIGN USING WS-HIST-FILE-NAME
               ORGANIZATION IS  LINE SEQUENTIAL
           05  FILLER             PIC X(73).
           05  CUST-DATE          PIC 9(8).
           05  CUST-TRAN-TYPE     PIC X.
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  ALERTS-FILE.
       01  ALERT-OUTREC           PIC X(90).
       FD  HISTORY-FILE.
       01  HISTORY-REC            PIC X(120).
       FD  ARCHIVE-INDEX-FILE.
       FD  ROLL-REPORT-FILE.
       01  ROLL-REPORT-REC        PIC X(80).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * Shared system parameter table and alert record; see PARMWS
      * and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-CUST-STATUS     PIC XX.
           05  WS-HIST-STATUS     PIC XX.
           05  WS-IDX-STATUS      PIC XX.
           05  WS-IDX-EOF         PIC X     VALUE "N".
               " MOVED, " WS-KEPT-COUNT " KEPT LIVE"
           STOP RUN.
      ******************************************************************
      * Reads the cutoff off the system parameter master; a cutoff
      * not on file is raised on ALERTS.LOG and the compiled-in
      * default (one year) kept, the same parameters Lab2 reads its
      * tax rate through.
      ******************************************************************
       010-LOAD-CUTOFF.
           MOVE "CUSTARCH" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "CUTOFF-DAYS" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > ZERO
              AND PRM-NUMBER < 10000
               MOVE PRM-NUMBER TO WS-CUTOFF-DAYS
           END-IF.
       020-LOAD-ARCHIVE-INDEX.
           OPEN INPUT ARCHIVE-INDEX-FILE
