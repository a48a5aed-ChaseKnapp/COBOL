       IDENTIFICATION DIVISION.
       PROGRAM-ID. CredAppr.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Second-operator review of credit-limit increases. CustMaint
      *     holds any increase of more than the CREDIT threshold
      *     on CREDPEND.DAT instead of applying it; this program walks
      *     the pending changes one at a time, shows the customer, the
      *     limit in force and the one requested, and who asked for
      *     it, and lets a signed-on credit operator Approve (the new
      *     limit goes onto the CUSTMAST.DAT master and the CUSTOMER.DAT
      *     record it was keyed against), Reject (dropped), or Keep
      *     (left pending). The operator who requested a change can
      *     never be the one who approves it. Every approval and
      *     rejection goes to MNTAUDIT.LOG under the reviewer's ID,
      *     with the pending change -- and so the requester's ID -- as
      *     the before image.
      *     Run with the BATCH argument (the daily chain does), it
      *     prompts for nothing and instead raises an alert on
      *     ALERTS.LOG for every change pending longer than the
      *     CREDIT STALE-DAYS setting on the system parameter master
      *     SYSPARM.DAT, so it shows up on the morning ALERTS.RPT. A
      *     setting missing from SYSPARM.DAT is raised on ALERTS.LOG
      *     and the compiled-in one used.
      * Input:
      *     CREDPEND.DAT (pending limit increases from CustMaint)
      *     SYSPARM.DAT (stale-days setting)
      *     OPERATOR.DAT (operator sign-on, function "C")
      * Output:
      *     CUSTMAST.DAT (approved limits, updated in place)
      *     CUSTOMER.DAT (approved limits, updated in place)
      *     CREDPEND.DAT (rewritten with the kept changes)
      *     MNTAUDIT.LOG (approvals and rejections, appended)
      *     ALERTS.LOG (stale pending changes, BATCH run only;
      *     missing parameters)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PENDING-CHANGE-FILE
               ASSIGN TO "CREDPEND.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-PEND-STATUS.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  PRM-STATUS.
           SELECT  CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  RANDOM
               RECORD KEY IS   CM-CUST-NO
               FILE STATUS IS  WS-MAST-STATUS.
           SELECT  CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  DYNAMIC
               RECORD KEY IS   CUST-SEQ-NO
               ALTERNATE RECORD KEY IS CUST-NO WITH DUPLICATES
               FILE STATUS IS  WS-CUST-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-OPER-STATUS.
           SELECT  MAINT-AUDIT-FILE
               ASSIGN TO "MNTAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.
           SELECT  ALERTS-FILE
               ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT  LOCK-FILE
               ASSIGN TO "LOCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGE-FILE.
       01  PENDING-CHANGE-REC.
           05  PD-CUST-NO         PIC X(5).
           05  FILLER             PIC X.
           05  PD-SEQ-NO          PIC 9(6).
           05  FILLER             PIC X.
           05  PD-OLD-LIMIT       PIC 9(7)V99.
           05  FILLER             PIC X.
           05  PD-NEW-LIMIT       PIC 9(7)V99.
           05  FILLER             PIC X.
           05  PD-REQUESTED-BY    PIC X(8).
           05  FILLER             PIC X.
           05  PD-REQ-DATE        PIC 9(8).
           05  FILLER             PIC X.
           05  PD-REQ-TIME        PIC 9(6).
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-REC.
           05  CM-CUST-NO          PIC X(5).
           05  CM-NAME             PIC X(20).
           05  CM-STREET           PIC X(20).
           05  CM-CITY             PIC X(12).
           05  CM-STATE            PIC XX.
           05  CM-ZIP              PIC X(5).
           05  CM-PHONE            PIC X(10).
           05  CM-CONTACT          PIC X(15).
           05  CM-CREDIT-LIMIT     PIC 9(7)V99.
           05  CM-TOTAL-PURCHASES  PIC 9(9)V99.
           05  CM-LAST-POST-DATE   PIC 9(8).
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
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-NAME            PIC X(20).
           05  OP-FUNCTIONS       PIC X(8).
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-OUTREC    PIC X(320).
       FD  ALERTS-FILE.
       01  ALERT-OUTREC          PIC X(90).
       FD  LOCK-FILE.
       01  LOCK-IOREC            PIC X(45).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * Shared maintenance-audit record and work fields; see
      * MNTAUDIT.
      ******************************************************************
           COPY MNTAUDIT.
       01  WS-MAUD-FIELDS.
           05  WS-MAUD-STATUS     PIC XX.
           05  WS-MAUD-NOW        PIC X(21) VALUE SPACES.
      ******************************************************************
      * Shared alert layout, kept in WORKING-STORAGE so its FILLER
      * separator VALUE clauses take effect, and the shared system
      * parameter table; see ALERTREC and PARMWS.
      ******************************************************************
           COPY ALERTREC.
           COPY PARMWS.
      ******************************************************************
      * Shared run-lock record and work fields; see LOCKREC. The
      * locks are acquired before the masters open for update and
      * released at end of run.
      ******************************************************************
           COPY LOCKREC.
       01  WS-RUN-LOCK-FIELDS.
           05  WS-LOCK-STATUS     PIC XX.
           05  WS-LOCK-EOF        PIC X     VALUE "N".
           05  WS-LOCK-BUSY       PIC X     VALUE "N".
           05  WS-LOCK-TARGET     PIC X(20) VALUE SPACES.
           05  WS-LOCK-NOW        PIC X(21) VALUE SPACES.
           05  WS-LOCK-SUB        PIC 9(3)  VALUE ZERO.
       01  WS-HELD-LOCK-TABLE.
           05  WS-HLOCK-COUNT     PIC 9(3)  VALUE ZERO.
           05  WS-HLOCK-ENTRY     OCCURS 100 TIMES.
               10  WS-HL-RECORD   PIC X(45).
               10  WS-HL-MINE     PIC X.

       77  WS-PEND-STATUS        PIC XX.
       77  WS-MAST-STATUS        PIC XX.
       77  WS-CUST-STATUS        PIC XX.
       77  WS-ALERT-STATUS       PIC XX.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
       77  WS-CMD-ARG            PIC X(8)  VALUE SPACES.
       77  WS-PEND-EOF           PIC X     VALUE "N".
       77  WS-WORK-ANSWER        PIC X.
       77  WS-MAST-AVAILABLE     PIC X     VALUE "N".
       77  WS-CUST-AVAILABLE     PIC X     VALUE "N".
       77  WS-MAST-FOUND         PIC X     VALUE "N".
       77  WS-PEND-SUB           PIC 9(4)  VALUE ZERO.
       77  WS-APPROVED-COUNT     PIC 9(4)  VALUE ZERO.
       77  WS-REJECTED-COUNT     PIC 9(4)  VALUE ZERO.
       77  WS-KEPT-COUNT         PIC 9(4)  VALUE ZERO.
       77  WS-STALE-COUNT        PIC 9(4)  VALUE ZERO.
       77  WS-TODAY-YMD          PIC 9(8)  VALUE ZERO.
       77  WS-TODAY-DAYNUM       PIC 9(9)  VALUE ZERO.
       77  WS-PEND-DAYNUM        PIC 9(9)  VALUE ZERO.
       77  WS-DAYS-PENDING       PIC S9(9) VALUE ZERO.
       77  WS-DAYS-EDIT          PIC ZZZ9.
      ******************************************************************
      * Compiled-in stale-days setting, overridden by SYSPARM.DAT: a
      * change still pending after 3 days is raised as an alert.
      ******************************************************************
       77  WS-STALE-DAYS         PIC 9(3)  VALUE 3.
      ******************************************************************
      * The whole pending file loaded for review; the kept entries
      * are written back at the end, the same load/rewrite idiom
      * CredRel uses on the held-transactions file.
      ******************************************************************
       01  WS-PEND-TABLE.
           05  WS-PEND-COUNT      PIC 9(4)  VALUE ZERO.
           05  WS-PEND-ENTRY      OCCURS 1000 TIMES.
               10  WS-PE-RECORD   PIC X(57).
               10  WS-PE-KEEP     PIC X.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-MAUD-NOW
           MOVE WS-MAUD-NOW (1:8) TO WS-TODAY-YMD
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
               TO WS-TODAY-DAYNUM
           PERFORM 010-LOAD-CREDIT-CONTROL
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           IF WS-CMD-ARG = "BATCH"
               PERFORM 400-ALERT-STALE-CHANGES
               STOP RUN
           END-IF
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           PERFORM 100-LOAD-PENDING-TABLE
           IF WS-PEND-COUNT = ZERO
               DISPLAY "NO PENDING CREDIT-LIMIT CHANGES TO REVIEW"
               STOP RUN
           END-IF
           MOVE "CUSTOMER.DAT" TO WS-LOCK-TARGET
           PERFORM 907-ACQUIRE-ONE-LOCK
           MOVE "CUSTMAST.DAT" TO WS-LOCK-TARGET
           PERFORM 907-ACQUIRE-ONE-LOCK
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-MAST-STATUS = "00"
               MOVE "Y" TO WS-MAST-AVAILABLE
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-AVAILABLE
           END-IF
           PERFORM 200-REVIEW-ONE-CHANGE
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT
           PERFORM 300-REWRITE-PENDING-FILE
           IF WS-MAST-AVAILABLE = "Y"
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           IF WS-CUST-AVAILABLE = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           PERFORM 909-RELEASE-RUN-LOCKS
           DISPLAY "CREDIT APPROVAL COMPLETE - " WS-APPROVED-COUNT
               " APPROVED, " WS-REJECTED-COUNT " REJECTED, "
               WS-KEPT-COUNT " KEPT"
           STOP RUN.
      ******************************************************************
      * Reads the stale-days setting off the system parameter
      * master, under the CREDIT settings CustMaint shares; a
      * setting not on file is raised on ALERTS.LOG and the
      * compiled-in one kept.
      ******************************************************************
       010-LOAD-CREDIT-CONTROL.
           MOVE "CREDIT" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "STALE-DAYS" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 1000
               MOVE PRM-NUMBER TO WS-STALE-DAYS
           END-IF.
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT with
      * function "C" among its allowed functions. With no operator
      * file on disk yet the sign-on is not enforced, only recorded,
      * so the control can be rolled out without bricking the shop.
      ******************************************************************
       050-OPERATOR-SIGNON.
           MOVE "N" TO WS-SIGNON-OK
           DISPLAY 'ENTER OPERATOR ID'
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY 'OPERATOR.DAT NOT FOUND - SIGN-ON NOT ENFORCED'
               MOVE "Y" TO WS-SIGNON-OK
           ELSE
               MOVE "N" TO WS-OPER-EOF
               PERFORM UNTIL WS-OPER-EOF = "Y"
                   READ OPERATOR-FILE
                       AT END
                           MOVE "Y" TO WS-OPER-EOF
                       NOT AT END
                           IF OP-ID = WS-OPERATOR-ID
                               MOVE "Y" TO WS-OPER-EOF
                               MOVE OP-NAME TO WS-OPERATOR-NAME
                               MOVE ZERO TO WS-FUNC-TALLY
                               INSPECT OP-FUNCTIONS TALLYING
                                   WS-FUNC-TALLY FOR ALL "C"
                               IF WS-FUNC-TALLY > ZERO
                                   MOVE "Y" TO WS-SIGNON-OK
                               END-IF
                           END-IF
               END-PERFORM
               CLOSE OPERATOR-FILE
               IF WS-SIGNON-OK = "Y"
                   DISPLAY 'SIGNED ON: ' WS-OPERATOR-NAME
               ELSE
                   DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' NOT AUTHORIZED FOR THIS FUNCTION'
               END-IF
           END-IF.
       100-LOAD-PENDING-TABLE.
           MOVE ZERO TO WS-PEND-COUNT
           MOVE "N" TO WS-PEND-EOF
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PEND-STATUS = "00"
               PERFORM UNTIL WS-PEND-EOF = "Y"
                   READ PENDING-CHANGE-FILE
                       AT END
                           MOVE "Y" TO WS-PEND-EOF
                       NOT AT END
                           IF WS-PEND-COUNT < 1000
                               ADD 1 TO WS-PEND-COUNT
                               MOVE PENDING-CHANGE-REC TO
                                   WS-PE-RECORD (WS-PEND-COUNT)
                               MOVE "Y" TO
                                   WS-PE-KEEP (WS-PEND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGE-FILE
           END-IF.
      ******************************************************************
      * Shows one pending change with the master's name and current
      * limit and takes the reviewer's decision: A approves it, R
      * rejects it, any other answer keeps it pending. A change the
      * signed-on operator requested is shown but always kept.
      ******************************************************************
       200-REVIEW-ONE-CHANGE.
           MOVE WS-PE-RECORD (WS-PEND-SUB) TO PENDING-CHANGE-REC
           MOVE "N" TO WS-MAST-FOUND
           MOVE SPACES TO CM-NAME
           IF WS-MAST-AVAILABLE = "Y"
               MOVE PD-CUST-NO TO CM-CUST-NO
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO CM-NAME
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MAST-FOUND
               END-READ
           END-IF
           DISPLAY " "
           DISPLAY "CUSTOMER:     " PD-CUST-NO " " CM-NAME
           DISPLAY "LIMIT NOW:    " PD-OLD-LIMIT
               "  REQUESTED: " PD-NEW-LIMIT
           IF WS-MAST-FOUND = "Y"
               DISPLAY "ON MASTER:    " CM-CREDIT-LIMIT
           END-IF
           DISPLAY "REQUESTED BY: " PD-REQUESTED-BY
               " ON " PD-REQ-DATE " " PD-REQ-TIME
           IF PD-REQUESTED-BY = WS-OPERATOR-ID
               DISPLAY "REQUESTED BY YOU - A DIFFERENT OPERATOR MUST"
                   " REVIEW IT"
               ADD 1 TO WS-KEPT-COUNT
           ELSE
               DISPLAY "A-APPROVE   R-REJECT   K-KEEP PENDING"
               ACCEPT WS-WORK-ANSWER
               EVALUATE WS-WORK-ANSWER
                   WHEN "A"
                       PERFORM 210-APPROVE-CHANGE
                   WHEN "R"
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE "N" TO WS-PE-KEEP (WS-PEND-SUB)
                       MOVE "REJECT" TO MA-ACTION
                       MOVE PD-CUST-NO TO MA-KEY
                       MOVE PENDING-CHANGE-REC TO MA-BEFORE-IMAGE
                       MOVE SPACES TO MA-AFTER-IMAGE
                       PERFORM 905-LOG-MAINT-AUDIT
                   WHEN OTHER
                       ADD 1 TO WS-KEPT-COUNT
               END-EVALUATE
           END-IF.
      ******************************************************************
      * An approved limit goes onto the master, where the posting
      * run's credit check reads it, and onto the CUSTOMER.DAT record
      * CustMaint was changing when it was held. The audit entry is
      * logged under the approver, with the pending change (and the
      * requester's ID on it) as the before image and the master
      * record as changed as the after image.
      ******************************************************************
       210-APPROVE-CHANGE.
           ADD 1 TO WS-APPROVED-COUNT
           MOVE "N" TO WS-PE-KEEP (WS-PEND-SUB)
           MOVE PENDING-CHANGE-REC TO MA-BEFORE-IMAGE
           MOVE SPACES TO MA-AFTER-IMAGE
           IF WS-CUST-AVAILABLE = "Y"
               MOVE PD-SEQ-NO TO CUST-SEQ-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-NO = PD-CUST-NO
                           MOVE PD-NEW-LIMIT TO CUST-CREDIT-LIMIT
                           REWRITE CUSTOMER-REC
                               INVALID KEY
                                   DISPLAY "CUSTOMER REWRITE FAILED"
                                       " - STATUS " WS-CUST-STATUS
                               NOT INVALID KEY
                                   MOVE CUSTOMER-REC TO MA-AFTER-IMAGE
                           END-REWRITE
                       END-IF
               END-READ
           END-IF
           IF WS-MAST-FOUND = "Y"
               MOVE PD-NEW-LIMIT TO CM-CREDIT-LIMIT
               REWRITE CUSTOMER-MASTER-REC
                   INVALID KEY
                       DISPLAY "MASTER REWRITE FAILED - STATUS "
                           WS-MAST-STATUS
                   NOT INVALID KEY
                       MOVE CUSTOMER-MASTER-REC TO MA-AFTER-IMAGE
               END-REWRITE
           END-IF
           DISPLAY "APPROVED - LIMIT NOW " PD-NEW-LIMIT
           MOVE "APPROV" TO MA-ACTION
           MOVE PD-CUST-NO TO MA-KEY
           PERFORM 905-LOG-MAINT-AUDIT.
      ******************************************************************
      * Rewrites CREDPEND.DAT with only the kept changes, so the file
      * holds exactly what still needs a reviewer.
      ******************************************************************
       300-REWRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-CHANGE-FILE
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
               IF WS-PE-KEEP (WS-PEND-SUB) = "Y"
                   MOVE WS-PE-RECORD (WS-PEND-SUB)
                       TO PENDING-CHANGE-REC
                   WRITE PENDING-CHANGE-REC
               END-IF
           END-PERFORM
           CLOSE PENDING-CHANGE-FILE.
      ******************************************************************
      * BATCH run: one "M" alert per change that has waited the
      * stale-days setting or longer. A missing CREDPEND.DAT means
      * nothing is pending.
      ******************************************************************
       400-ALERT-STALE-CHANGES.
           MOVE "N" TO WS-PEND-EOF
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PEND-STATUS = "00"
               PERFORM UNTIL WS-PEND-EOF = "Y"
                   READ PENDING-CHANGE-FILE
                       AT END
                           MOVE "Y" TO WS-PEND-EOF
                       NOT AT END
                           PERFORM 410-CHECK-ONE-STALE
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGE-FILE
           END-IF
           DISPLAY "PENDING CREDIT-LIMIT CHECK COMPLETE - "
               WS-STALE-COUNT " STALE".
       410-CHECK-ONE-STALE.
           IF PD-REQ-DATE IS NUMERIC AND PD-REQ-DATE > 19000101
               MOVE FUNCTION INTEGER-OF-DATE(PD-REQ-DATE)
                   TO WS-PEND-DAYNUM
               COMPUTE WS-DAYS-PENDING =
                   WS-TODAY-DAYNUM - WS-PEND-DAYNUM
           ELSE
               MOVE 999 TO WS-DAYS-PENDING
           END-IF
           IF WS-DAYS-PENDING >= WS-STALE-DAYS
               ADD 1 TO WS-STALE-COUNT
               MOVE WS-DAYS-PENDING TO WS-DAYS-EDIT
               MOVE "CREDAPPR"        TO ALR-SOURCE-PROGRAM
               MOVE "M"               TO ALR-SEVERITY
               MOVE "CRPEND"          TO ALR-CODE
               MOVE WS-MAUD-NOW (5:2) TO ALR-MONTH
               MOVE WS-MAUD-NOW (7:2) TO ALR-DAY
               MOVE WS-MAUD-NOW (1:4) TO ALR-YEAR
               MOVE SPACES TO ALR-TEXT
               STRING "LIMIT INCR " DELIMITED BY SIZE
                   PD-CUST-NO DELIMITED BY SIZE
                   " PENDING " DELIMITED BY SIZE
                   WS-DAYS-EDIT DELIMITED BY SIZE
                   " DAYS REQ BY " DELIMITED BY SIZE
                   PD-REQUESTED-BY DELIMITED BY SIZE
                   INTO ALR-TEXT
               END-STRING
               OPEN EXTEND ALERTS-FILE
               IF WS-ALERT-STATUS NOT = "00"
                   OPEN OUTPUT ALERTS-FILE
               END-IF
               WRITE ALERT-OUTREC FROM ALERT-RECORD
               CLOSE ALERTS-FILE
           END-IF.
      ******************************************************************
      * Appends one maintenance action to the shared MNTAUDIT.LOG:
      * the caller has set MA-ACTION, MA-KEY, and the before/after
      * images; this stamps the program, operator, and timestamp.
      ******************************************************************
       905-LOG-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-MAUD-NOW
           MOVE "CREDAPPR" TO MA-PROGRAM
           MOVE WS-OPERATOR-ID TO MA-OPERATOR
           MOVE WS-MAUD-NOW (5:2)  TO MA-MONTH
           MOVE WS-MAUD-NOW (7:2)  TO MA-DAY
           MOVE WS-MAUD-NOW (1:4)  TO MA-YEAR
           MOVE WS-MAUD-NOW (9:6)  TO MA-TIME
           OPEN EXTEND MAINT-AUDIT-FILE
           IF WS-MAUD-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           WRITE MAINT-AUDIT-OUTREC FROM MAINT-AUDIT-RECORD
           CLOSE MAINT-AUDIT-FILE.
      ******************************************************************
      * Run-lock discipline: a file another run has locked refuses
      * this run with a clear message; otherwise our lock joins
      * LOCKS.DAT until 909-RELEASE-RUN-LOCKS takes it back
      * out at end of run. LockUtil lists and clears stale locks
      * left by a crash.
      ******************************************************************
       907-ACQUIRE-ONE-LOCK.
           MOVE "N" TO WS-LOCK-BUSY
           MOVE "N" TO WS-LOCK-EOF
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               PERFORM UNTIL WS-LOCK-EOF = "Y"
                   READ LOCK-FILE
                       AT END
                           MOVE "Y" TO WS-LOCK-EOF
                       NOT AT END
                           MOVE LOCK-IOREC TO LOCK-RECORD
                           IF LK-FILE-NAME = WS-LOCK-TARGET
                               MOVE "Y" TO WS-LOCK-BUSY
                               MOVE "Y" TO WS-LOCK-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-FILE
           END-IF
           IF WS-LOCK-BUSY = "Y"
               DISPLAY WS-LOCK-TARGET " IS LOCKED BY " LK-PROGRAM
                   " SINCE " LK-DATE " " LK-TIME
                   " - RUN REFUSED (SEE LOCKUTIL)"
               MOVE 1 TO RETURN-CODE
               PERFORM 909-RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-LOCK-NOW
           MOVE WS-LOCK-TARGET     TO LK-FILE-NAME
           MOVE "CREDAPPR" TO LK-PROGRAM
           MOVE WS-LOCK-NOW (1:8)  TO LK-DATE
           MOVE WS-LOCK-NOW (9:6)  TO LK-TIME
           OPEN EXTEND LOCK-FILE
           IF WS-LOCK-STATUS NOT = "00"
               OPEN OUTPUT LOCK-FILE
           END-IF
           WRITE LOCK-IOREC FROM LOCK-RECORD
           CLOSE LOCK-FILE.
       909-RELEASE-RUN-LOCKS.
           MOVE ZERO TO WS-HLOCK-COUNT
           MOVE "N" TO WS-LOCK-EOF
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               PERFORM UNTIL WS-LOCK-EOF = "Y"
                   READ LOCK-FILE
                       AT END
                           MOVE "Y" TO WS-LOCK-EOF
                       NOT AT END
                           IF WS-HLOCK-COUNT < 100
                               ADD 1 TO WS-HLOCK-COUNT
                               MOVE LOCK-IOREC TO
                                   WS-HL-RECORD (WS-HLOCK-COUNT)
                               MOVE LOCK-IOREC TO LOCK-RECORD
                               IF LK-PROGRAM = "CREDAPPR"
                                   MOVE "Y" TO
                                       WS-HL-MINE (WS-HLOCK-COUNT)
                               ELSE
                                   MOVE "N" TO
                                       WS-HL-MINE (WS-HLOCK-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-FILE
               OPEN OUTPUT LOCK-FILE
               PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
                       UNTIL WS-LOCK-SUB > WS-HLOCK-COUNT
                   IF WS-HL-MINE (WS-LOCK-SUB) = "N"
                       MOVE WS-HL-RECORD (WS-LOCK-SUB)
                           TO LOCK-IOREC
                       WRITE LOCK-IOREC
                   END-IF
               END-PERFORM
               CLOSE LOCK-FILE
           END-IF.
       END PROGRAM CredAppr.
