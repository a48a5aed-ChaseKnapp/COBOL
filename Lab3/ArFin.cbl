      *     because nothing on AROPEN.DAT ever accrued interest. This
      *     run walks the open items the way ArAge does, sums each
      *     customer's balance past the grace period, computes a
      *     finance charge at the monthly rate kept on the system
      *     parameter master (ARFIN MONTHLY-RATE and GRACE-DAYS on
      *     SYSPARM.DAT -- a missing setting is raised on ALERTS.LOG
      *     and its compiled-in default used), writes the
      *     charge back to AROPEN.DAT as a new "F" open item so
      *     ArPost's oldest-first payment application picks it up
      *     naturally, and prints a register of charges assessed.
      *     A customer already carrying an "F" item dated in the run
      *     month is skipped, so a rerun cannot double-charge. An
      *     item in open dispute on ARDISP.DAT (logged through
      *     ArDisp) accrues nothing until the dispute is resolved.
      *     The run date's period is checked on PERIODS.DAT: a
      *     closed period refuses the run (PERCLS); in a soft-closed
      *     period the charges are dated into the current period
      *     instead and the redirection logged once (PERRDR).
      * Input:
      *     AROPEN.DAT (open items, updated in place)
      *     SYSPARM.DAT (monthly rate and grace days)
      *     ARDISP.DAT (disputed items)
      *     PERIODS.DAT (accounting period control)
      * Output:
      *     AROPEN.DAT (finance-charge items appended)
      *     ARFIN.RPT (register of charges assessed)
      *     ARFIN.TOT (run totals appended for the A/R G/L posting)
      *     EXCEPTIONS.LOG (shared exception log)
      *     ALERTS.LOG (missing parameters)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS   AR-ITEM-NO
               ALTERNATE RECORD KEY IS AR-CUST-NO WITH DUPLICATES
               FILE STATUS IS  WS-AR-STATUS.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  PRM-STATUS.
           SELECT  DISPUTE-FILE
               ASSIGN TO "ARDISP.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  RANDOM
               RECORD KEY IS   DP-ITEM-NO
               FILE STATUS IS  WS-DISP-STATUS.
           SELECT  REGISTER-FILE
               ASSIGN TO "ARFIN.RPT"
               ORGANIZATION IS  LINE SEQUENTIAL.
      ******************************************************************
      * One totals record appended per run -- the item-number range
      * the new "F" items were written under and the register's
      * charge total -- which the A/R G/L posting ties to and retires
      * once journaled.
      ******************************************************************
           SELECT  FIN-TOTALS-FILE
               ASSIGN TO "ARFIN.TOT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-FTOT-STATUS.
           SELECT  PERIOD-FILE
               ASSIGN TO "PERIODS.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  PER-STATUS.
           SELECT  EXCEPTIONS-FILE
               ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS  LINE SEQUENTIAL.
           SELECT  ALERTS-FILE
               ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS  LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-FILE.
           05  AR-ORIG-AMOUNT     PIC 9(5)V99.
           05  AR-OPEN-AMOUNT     PIC 9(5)V99.
           05  AR-TYPE            PIC X.
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  DISPUTE-FILE.
       01  DISPUTE-REC.
           05  DP-ITEM-NO         PIC 9(6).
           05  DP-CUST-NO         PIC X(5).
           05  DP-STATUS          PIC X.
           05  DP-DATE            PIC 9(8).
           05  DP-REASON          PIC XX.
           05  DP-NOTE            PIC X(40).
           05  DP-LOGGED-BY       PIC X(8).
           05  DP-RESOLVED-DATE   PIC 9(8).
           05  DP-RESOLVED-BY     PIC X(8).
       FD  REGISTER-FILE.
       01  REGISTER-REC           PIC X(80).
       FD  FIN-TOTALS-FILE.
       01  FIN-TOTALS-REC.
           05  FX-RUN-DATE        PIC 9(8).
           05  FILLER             PIC X.
           05  FX-FIRST-ITEM-NO   PIC 9(6).
           05  FILLER             PIC X.
           05  FX-LAST-ITEM-NO    PIC 9(6).
           05  FILLER             PIC X.
           05  FX-CHARGE-COUNT    PIC 9(5).
           05  FILLER             PIC X.
           05  FX-CHARGE-TOTAL    PIC 9(9)V99.
       FD  PERIOD-FILE.
           COPY PERREC.
       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-OUTREC       PIC X(120).
       FD  ALERTS-FILE.
       01  ALERT-OUTREC           PIC X(90).
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
           05  WS-AR-STATUS       PIC XX.
           05  WS-TODAY-YMD       PIC 9(8)  VALUE ZERO.
           05  WS-CHARGE-DATE     PIC 9(8)  VALUE ZERO.
           05  WS-MONTH-START     PIC 9(8)  VALUE ZERO.
           05  WS-TODAY-DAYNUM    PIC 9(9)  VALUE ZERO.
           05  WS-ITEM-DAYNUM     PIC 9(9)  VALUE ZERO.
           05  WS-CHARGE-COUNT    PIC 9(5)  VALUE ZERO.
           05  WS-CHARGE-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05  WS-CUST-SUB        PIC 9(4)  VALUE ZERO.
           05  WS-FIRST-ITEM-NO   PIC 9(6)  VALUE ZERO.
           05  WS-FTOT-STATUS     PIC XX.
           05  WS-DISP-STATUS     PIC XX.
           05  WS-DISP-AVAILABLE  PIC X     VALUE "N".
           05  WS-ITEM-DISPUTED   PIC X     VALUE "N".
      ******************************************************************
      * Compiled-in defaults, overridden by SYSPARM.DAT: 1.5% per
      * month on balances more than 30 days past the item date.
      ******************************************************************
       77  WS-MONTHLY-RATE       PIC 9V999 VALUE .015.
               (WS-TODAY-YMD / 100) * 100 + 1
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
               TO WS-TODAY-DAYNUM
           PERFORM 020-CHECK-PERIOD-LOCK
           IF PER-CLOSED
               DISPLAY "PERIOD " PER-TEST-PERIOD " IS CLOSED - NO "
                   "FINANCE CHARGES ASSESSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 010-LOAD-FINANCE-RATE
           OPEN I-O AR-OPEN-FILE
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "AROPEN.DAT NOT FOUND - NOTHING TO CHARGE"
               STOP RUN
           END-IF
           OPEN INPUT DISPUTE-FILE
           IF WS-DISP-STATUS = "00"
               MOVE "Y" TO WS-DISP-AVAILABLE
           END-IF
           OPEN OUTPUT REGISTER-FILE
           WRITE REGISTER-REC FROM HEADING-MAIN-TITLE
           PERFORM 100-SCAN-OPEN-ITEMS UNTIL EOF = "Y"
           COMPUTE WS-FIRST-ITEM-NO = WS-NEXT-ITEM-NO + 1
           PERFORM 300-ASSESS-CHARGES
               VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
               AFTER ADVANCING 2 LINES
           CLOSE AR-OPEN-FILE
           CLOSE REGISTER-FILE
           IF WS-DISP-AVAILABLE = "Y"
               CLOSE DISPUTE-FILE
           END-IF
           PERFORM 400-WRITE-FIN-TOTALS
           DISPLAY "FINANCE CHARGE RUN COMPLETE - " WS-CHARGE-COUNT
               " CHARGES, TOTAL " WS-CHARGE-TOTAL
           STOP RUN.
      ******************************************************************
      * Reads the monthly rate and grace days off the system parameter
      * master; a setting not on file is raised on ALERTS.LOG and its
      * compiled-in default kept, the same parameters Lab2 reads its
      * tax rate through.
      ******************************************************************
       010-LOAD-FINANCE-RATE.
           MOVE "ARFIN" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "MONTHLY-RATE" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 1
               MOVE PRM-NUMBER TO WS-MONTHLY-RATE
           END-IF
           MOVE "GRACE-DAYS" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 1000
               MOVE PRM-NUMBER TO WS-GRACE-DAYS
           END-IF.
      ******************************************************************
      * The charges are dated on the run date unless its period is
      * locked: a closed period refuses the run and a soft-closed one
      * dates the charges into the current period. Either is logged
      * once against the run date.
      ******************************************************************
       020-CHECK-PERIOD-LOCK.
           COPY PERLOAD.
           MOVE WS-TODAY-YMD TO WS-CHARGE-DATE
           COMPUTE PER-TEST-PERIOD = WS-TODAY-YMD / 100
           COPY PERTEST.
           EVALUATE TRUE
               WHEN PER-CLOSED
                   MOVE "PERCLS" TO EXC-REASON-CODE
                   PERFORM 025-LOG-EXCEPTION
               WHEN PER-SOFT-CLOSED
                   MOVE PER-REDIRECT-DATE TO WS-CHARGE-DATE
                   MOVE "PERRDR" TO EXC-REASON-CODE
                   PERFORM 025-LOG-EXCEPTION
                   DISPLAY "PERIOD " PER-TEST-PERIOD " IS SOFT-CLOSED"
                       " - CHARGES DATED " WS-CHARGE-DATE
           END-EVALUATE.
       025-LOG-EXCEPTION.
           MOVE "ARFIN"            TO EXC-SOURCE-PROGRAM
           MOVE WS-TODAY-YMD       TO EXC-RECORD-KEY
           MOVE WS-MONTH           TO EXC-MONTH
           MOVE WS-DAY             TO EXC-DAY
           MOVE WS-YEAR            TO EXC-YEAR
           MOVE SPACES TO EXC-RESOLVED-FLAG
           MOVE SPACES TO EXC-RECORD-IMAGE
           MOVE WS-TODAY-YMD TO EXC-RECORD-IMAGE (1:8)
           MOVE WS-CHARGE-DATE TO EXC-RECORD-IMAGE (23:8)
           OPEN EXTEND EXCEPTIONS-FILE
           WRITE EXCEPTION-OUTREC FROM EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.
      ******************************************************************
      * First pass: every open item past the grace period adds its
      * open amount to its customer's past-due balance; the highest
      * item number on file is remembered so the new charge items
                           MOVE 999 TO WS-AGE-DAYS
                       END-IF
                       IF WS-AGE-DAYS > WS-GRACE-DAYS
                           PERFORM 160-CHECK-DISPUTED
                           IF WS-ITEM-DISPUTED = "N"
                               PERFORM 200-ADD-TO-CUSTOMER-BALANCE
                           END-IF
                       END-IF
                   END-IF
                   END-IF
       150-FLAG-ALREADY-CHARGED.
           PERFORM 250-FIND-OR-ADD-CUSTOMER
           MOVE "Y" TO WS-CU-CHARGED (WS-CUST-SUB).
      ******************************************************************
      * An item in open dispute stays out of the past-due balance;
      * no ARDISP.DAT means nothing is in dispute.
      ******************************************************************
       160-CHECK-DISPUTED.
           MOVE "N" TO WS-ITEM-DISPUTED
           IF WS-DISP-AVAILABLE = "Y"
               MOVE AR-ITEM-NO TO DP-ITEM-NO
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DP-STATUS = "O"
                           MOVE "Y" TO WS-ITEM-DISPUTED
                       END-IF
               END-READ
           END-IF.
       200-ADD-TO-CUSTOMER-BALANCE.
           PERFORM 250-FIND-OR-ADD-CUSTOMER
           ADD AR-OPEN-AMOUNT TO WS-CU-BALANCE (WS-CUST-SUB).
                   ADD 1 TO WS-NEXT-ITEM-NO
                   MOVE WS-NEXT-ITEM-NO TO AR-ITEM-NO
                   MOVE WS-CU-CUST-NO (WS-CUST-SUB) TO AR-CUST-NO
                   MOVE WS-CHARGE-DATE  TO AR-DATE
                   MOVE WS-CHARGE-AMOUNT TO AR-ORIG-AMOUNT
                   MOVE WS-CHARGE-AMOUNT TO AR-OPEN-AMOUNT
                   MOVE "F" TO AR-TYPE
                   END-WRITE
               END-IF
           END-IF.
      ******************************************************************
      * Appends the run's totals for the A/R G/L posting: every "F"
      * item in the item range below was assessed by this run.
      ******************************************************************
       400-WRITE-FIN-TOTALS.
           OPEN EXTEND FIN-TOTALS-FILE
           IF WS-FTOT-STATUS NOT = "00"
               OPEN OUTPUT FIN-TOTALS-FILE
           END-IF
           MOVE SPACES TO FIN-TOTALS-REC
           MOVE WS-TODAY-YMD     TO FX-RUN-DATE
           MOVE WS-FIRST-ITEM-NO TO FX-FIRST-ITEM-NO
           MOVE WS-NEXT-ITEM-NO  TO FX-LAST-ITEM-NO
           MOVE WS-CHARGE-COUNT  TO FX-CHARGE-COUNT
           MOVE WS-CHARGE-TOTAL  TO FX-CHARGE-TOTAL
           WRITE FIN-TOTALS-REC
           CLOSE FIN-TOTALS-FILE.
       END PROGRAM ArFin.
