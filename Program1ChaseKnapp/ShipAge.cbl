      *     billing period (an account missing from SHIPACCT.DAT ages
      *     on the standard 30 days), so the aging knows when an
      *     invoice is actually late, not just old.
      *     The same pass puts an account on credit hold once its
      *     oldest unpaid invoice is more than the SHIPAGE HOLD-DAYS
      *     setting on the system parameter master SYSPARM.DAT past
      *     due (a setting not on file is raised on ALERTS.LOG and
      *     30 days used), and logs each newly held account to
      *     SHIPHOLD.LOG for the daily held/released list.
      * Input:
      *     SHIPOPEN.DAT, SHIPACCT.DAT,
      *     SYSPARM.DAT (hold-days setting)
      * Output:
      *     SHIPAGE.RPT, SHIPACCT.DAT (credit holds set),
      *     SHIPHOLD.LOG (one entry per newly held account),
      *     ALERTS.LOG (missing parameters)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT  AGING-REPORT-FILE
               ASSIGN TO "SHIPAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-STATUS.
           SELECT  ALERTS-FILE
               ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  HOLD-LOG-FILE
               ASSIGN TO "SHIPHOLD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-INVOICE-FILE.
           05  SA-STATE                PIC XX.
           05  SA-ZIP                  PIC X(5).
           05  SA-TERMS-DAYS           PIC 9(3).
           05  SA-CREDIT-HOLD          PIC X.
               88  SA-ON-HOLD                 VALUE "H".
           05  SA-HOLD-DATE            PIC 9(8).
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-REC            PIC X(90).
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  ALERTS-FILE.
       01  ALERT-OUTREC                PIC X(90).
       FD  HOLD-LOG-FILE.
       01  HOLD-LOG-REC.
           05  HL-DATE                 PIC 9(8).
           05  FILLER                  PIC X.
           05  HL-ACTION               PIC X(6).
           05  FILLER                  PIC X.
           05  HL-ACCT-NO              PIC X(5).
           05  FILLER                  PIC X.
           05  HL-NAME                 PIC X(15).
           05  FILLER                  PIC X.
           05  HL-DAYS-LATE            PIC 9(4).
           05  FILLER                  PIC X.
           05  HL-PAST-DUE             PIC 9(7)V99.
           05  FILLER                  PIC X.
           05  HL-PROGRAM              PIC X(8).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           05  WS-TERMS-DAYS      PIC 9(3)  VALUE 30.
           05  WS-BALANCE         PIC S9(7)V99 VALUE ZERO.
           05  WS-ACCT-SUB        PIC 9(3)  VALUE ZERO.
           05  WS-HOLD-STATUS     PIC XX.
           05  WS-HELD-COUNT      PIC 9(3)  VALUE ZERO.
      ******************************************************************
      * Compiled-in hold-days setting, overridden by SYSPARM.DAT: an
      * account goes on credit hold once its oldest unpaid invoice
      * is more than 30 days past due.
      ******************************************************************
           05  WS-HOLD-DAYS       PIC 9(3)  VALUE 30.
      ******************************************************************
      * Shared system parameter table and alert record; see PARMWS
      * and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
      ******************************************************************
      * Per-account buckets accumulated across the file, printed one
      * line per account at the end.
               10  WS-AC-30       PIC S9(9)V99.
               10  WS-AC-60       PIC S9(9)V99.
               10  WS-AC-90       PIC S9(9)V99.
               10  WS-AC-OLDEST-LATE PIC S9(9).
               10  WS-AC-PAST-DUE PIC S9(9)V99.
       01  WS-TOTAL-BUCKETS.
           05  WS-TOT-CURRENT     PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-30          PIC S9(9)V99 VALUE ZERO.
           END-STRING
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
               TO WS-TODAY-DAYNUM
           PERFORM 010-LOAD-HOLD-CONTROL
           OPEN I-O SHIPPER-ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "SHIPACCT.DAT NOT FOUND - STANDARD 30-DAY "
           PERFORM 100-AGE-NEXT-INVOICE UNTIL EOF = "Y"
           CLOSE OPEN-INVOICE-FILE
           IF WS-ACCT-STATUS = "00"
               PERFORM 200-APPLY-CREDIT-HOLDS
               CLOSE SHIPPER-ACCOUNT-FILE
           END-IF
           PERFORM 300-PRINT-AGING-REPORT
           DISPLAY "SHIPAGE.RPT GENERATED - " WS-ACCT-COUNT
               " ACCOUNTS"
           DISPLAY "ACCOUNTS NEWLY ON CREDIT HOLD: " WS-HELD-COUNT
           STOP RUN.
      ******************************************************************
      * Reads the hold-days setting off the system parameter master;
      * a setting not on file is raised on ALERTS.LOG and the
      * compiled-in one kept.
      ******************************************************************
       010-LOAD-HOLD-CONTROL.
           MOVE "SHIPAGE" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "HOLD-DAYS" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 1000
               MOVE PRM-NUMBER TO WS-HOLD-DAYS
           END-IF.
      ******************************************************************
      * One invoice: the unpaid balance lands in a bucket by how far
      * past its due date (period end plus the account's terms) today
      * is. A fully paid invoice ages nothing.
                   MOVE ZERO TO WS-AC-30 (WS-ACCT-SUB)
                   MOVE ZERO TO WS-AC-60 (WS-ACCT-SUB)
                   MOVE ZERO TO WS-AC-90 (WS-ACCT-SUB)
                   MOVE ZERO TO WS-AC-OLDEST-LATE (WS-ACCT-SUB)
                   MOVE ZERO TO WS-AC-PAST-DUE (WS-ACCT-SUB)
               END-IF
           END-IF
           IF WS-ACCT-SUB <= WS-ACCT-COUNT
                       ADD WS-BALANCE TO WS-AC-90 (WS-ACCT-SUB)
                       ADD WS-BALANCE TO WS-TOT-90
               END-EVALUATE
               IF WS-BALANCE > ZERO
                  AND WS-LATE-DAYS > WS-AC-OLDEST-LATE (WS-ACCT-SUB)
                   MOVE WS-LATE-DAYS TO WS-AC-OLDEST-LATE (WS-ACCT-SUB)
               END-IF
               IF WS-LATE-DAYS > ZERO
                   ADD WS-BALANCE TO WS-AC-PAST-DUE (WS-ACCT-SUB)
               END-IF
           END-IF.
      ******************************************************************
      * Credit hold: every aged account whose oldest unpaid invoice
      * is past the hold-days setting and is not already held is
      * flagged on SHIPACCT.DAT with today's date. Releasing the
      * hold is left to ShipPay, once a payment brings the account
      * current.
      ******************************************************************
       200-APPLY-CREDIT-HOLDS.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-AC-OLDEST-LATE (WS-ACCT-SUB) > WS-HOLD-DAYS
                  AND WS-AC-PAST-DUE (WS-ACCT-SUB) > ZERO
                   PERFORM 210-HOLD-ONE-ACCOUNT
               END-IF
           END-PERFORM.
       210-HOLD-ONE-ACCOUNT.
           MOVE WS-AC-ACCT-NO (WS-ACCT-SUB) TO SA-ACCT-NO
           READ SHIPPER-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT " WS-AC-ACCT-NO (WS-ACCT-SUB)
                       " NOT ON SHIPACCT.DAT - NOT HELD"
               NOT INVALID KEY
                   IF NOT SA-ON-HOLD
                       MOVE "H" TO SA-CREDIT-HOLD
                       MOVE WS-TODAY-YMD TO SA-HOLD-DATE
                       REWRITE SHIPPER-ACCOUNT-REC
                           INVALID KEY
                               DISPLAY "HOLD NOT SET FOR " SA-ACCT-NO
                                   " - STATUS " WS-ACCT-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-HELD-COUNT
                               DISPLAY "CREDIT HOLD SET: " SA-ACCT-NO
                                   " " SA-NAME
                               PERFORM 220-LOG-HOLD
                       END-REWRITE
                   END-IF
           END-READ.
      ******************************************************************
      * Appends the newly held account to SHIPHOLD.LOG, which ShipPay
      * also writes its releases to and ShipHold lists from.
      ******************************************************************
       220-LOG-HOLD.
           MOVE SPACES TO HOLD-LOG-REC
           MOVE WS-TODAY-YMD TO HL-DATE
           MOVE "HOLD  " TO HL-ACTION
           MOVE SA-ACCT-NO TO HL-ACCT-NO
           MOVE SA-NAME TO HL-NAME
           IF WS-AC-OLDEST-LATE (WS-ACCT-SUB) > 9999
               MOVE 9999 TO HL-DAYS-LATE
           ELSE
               MOVE WS-AC-OLDEST-LATE (WS-ACCT-SUB) TO HL-DAYS-LATE
           END-IF
           MOVE WS-AC-PAST-DUE (WS-ACCT-SUB) TO HL-PAST-DUE
           MOVE "SHIPAGE" TO HL-PROGRAM
           OPEN EXTEND HOLD-LOG-FILE
           IF WS-HOLD-STATUS NOT = "00"
               OPEN OUTPUT HOLD-LOG-FILE
           END-IF
           WRITE HOLD-LOG-REC
           CLOSE HOLD-LOG-FILE.
       300-PRINT-AGING-REPORT.
           OPEN OUTPUT AGING-REPORT-FILE
           WRITE AGING-REPORT-REC FROM HEADING-MAIN-TITLE
