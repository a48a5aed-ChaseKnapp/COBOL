       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustRep.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Salesperson assignment maintenance. Every customer on
      *     CUSTMAST.DAT can be assigned to the salesperson who
      *     carries the account, so CommRun can pay commission on
      *     the customer's purchases instead of someone working it
      *     out on a calculator from CUSTRANK.RPT. The clerk signs on
      *     against OPERATOR.DAT (function "M", customer
      *     maintenance), keys the customer number, and keys the
      *     salesperson's employee number; the employee must be on
      *     employee.dat and not terminated. Keying a blank employee
      *     number takes the assignment off. Every assignment made,
      *     changed, or removed goes to MNTAUDIT.LOG.
      * Input:
      *     CUSTMAST.DAT (customer master, read only)
      *     employee.dat (employee master, read only)
      *     OPERATOR.DAT (operator sign-on, function "M")
      * Output:
      *     CUSTREP.DAT (one assignment record per customer)
      *     MNTAUDIT.LOG (one entry per assignment change)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  RANDOM
               RECORD KEY IS   CM-CUST-NO
               FILE STATUS IS  WS-MAST-STATUS.
           SELECT  EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NO
               FILE STATUS IS WS-EMP-STATUS.
      ******************************************************************
      * The assignment rides on a companion file keyed by the same
      * customer number as CUSTMAST.DAT, so the master layout every
      * customer program shares is left alone; a customer with no
      * record here is unassigned.
      ******************************************************************
           SELECT  ASSIGNMENT-FILE
               ASSIGN TO "CUSTREP.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  RANDOM
               RECORD KEY IS   SR-CUST-NO
               FILE STATUS IS  WS-REP-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT  MAINT-AUDIT-FILE
               ASSIGN TO "MNTAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.
           SELECT  LOCK-FILE
               ASSIGN TO "LOCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-REC.
           05  EMP-NO                PIC X(5).
           05  EMP-NAME              PIC X(20).
           05  EMP-TERRITORY-NO      PIC XX.
           05  EMP-OFFICE-NO         PIC XX.
           05  EMP-SALARY            PIC 9(6).
           05  EMP-SSN               PIC X(9).
           05  EMP-NO-DEPENDENTS     PIC XX.
           05  EMP-JOB-CODE          PIC XX.
           05  EMP-STATUS            PIC X.
           05  EMP-TERM-DATE         PIC X(8).
           05  EMP-HIRE-DATE         PIC X(8).
           05  EMP-UNUSED            PIC X(15).
           05  EMP-BANK-ROUTING      PIC X(9).
           05  EMP-BANK-ACCT         PIC X(11).
       FD  ASSIGNMENT-FILE.
       01  ASSIGNMENT-REC.
           05  SR-CUST-NO         PIC X(5).
           05  SR-EMP-NO          PIC X(5).
           05  SR-ASSIGNED-DATE   PIC 9(8).
           05  SR-ASSIGNED-BY     PIC X(8).
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-NAME            PIC X(20).
           05  OP-FUNCTIONS       PIC X(8).
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-OUTREC    PIC X(320).
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
      * Shared run-lock record and work fields; see LOCKREC. The
      * lock is acquired before the assignment file opens for
      * update and released at end of run.
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
       77  WS-MAST-STATUS        PIC XX.
       77  WS-EMP-STATUS         PIC XX.
       77  WS-REP-STATUS         PIC XX.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
       77  WS-ENTRY-DONE         PIC X     VALUE "N".
       77  WS-CONFIRM-ANSWER     PIC X     VALUE "N".
       77  WS-SEL-CUST-NO        PIC X(5)  VALUE SPACES.
       77  WS-SEL-EMP-NO         PIC X(5)  VALUE SPACES.
       77  WS-EMP-OK             PIC X     VALUE "N".
       77  WS-REP-ON-FILE        PIC X     VALUE "N".
       77  WS-ASSIGNED-COUNT     PIC 9(5)  VALUE ZERO.
       77  WS-REMOVED-COUNT      PIC 9(5)  VALUE ZERO.
       01  WORKING-ITEMS.
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-TODAY           PIC 9(8)  VALUE ZERO.
       01  CUSTOMER-DISPLAY.
           05  FILLER             PIC X(10) VALUE "CUSTOMER: ".
           05  CD-CUST-NO         PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CD-NAME            PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CD-CITY            PIC X(12).
           05  FILLER             PIC X     VALUE SPACES.
           05  CD-STATE           PIC XX.
       01  ASSIGNMENT-DISPLAY.
           05  FILLER             PIC X(17) VALUE "SALESPERSON NOW: ".
           05  AD-EMP-NO          PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AD-EMP-NAME        PIC X(20).
           05  FILLER             PIC X(7)  VALUE " SINCE ".
           05  AD-DATE            PIC 9(8).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
               DISPLAY "CUSTMAST.DAT NOT FOUND - NO CUSTOMERS TO "
                   "ASSIGN"
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "employee.dat NOT FOUND - NO SALESPEOPLE TO "
                   "ASSIGN"
               CLOSE CUSTOMER-MASTER-FILE
               STOP RUN
           END-IF
           MOVE "CUSTREP.DAT" TO WS-LOCK-TARGET
           PERFORM 907-ACQUIRE-ONE-LOCK
           PERFORM 010-OPEN-OR-CREATE-ASSIGNMENTS
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  WS-DAY   DELIMITED BY SIZE
                  INTO WS-TODAY
           END-STRING
           PERFORM 100-SELECT-CUSTOMER UNTIL WS-ENTRY-DONE = "Y"
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE ASSIGNMENT-FILE
           PERFORM 909-RELEASE-RUN-LOCKS
           DISPLAY "ASSIGNMENTS MADE: " WS-ASSIGNED-COUNT
               "  REMOVED: " WS-REMOVED-COUNT
           STOP RUN.
      ******************************************************************
      * Opens CUSTREP.DAT for update, creating it empty first the
      * very first time a salesperson is assigned.
      ******************************************************************
       010-OPEN-OR-CREATE-ASSIGNMENTS.
           OPEN I-O ASSIGNMENT-FILE
           IF WS-REP-STATUS NOT = "00"
               OPEN OUTPUT ASSIGNMENT-FILE
               CLOSE ASSIGNMENT-FILE
               OPEN I-O ASSIGNMENT-FILE
           END-IF.
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT with
      * function "M" (customer maintenance) among its allowed
      * functions. With no operator file on disk yet the sign-on is
      * not enforced, only recorded.
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
                                   WS-FUNC-TALLY FOR ALL "M"
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
                       ' NOT AUTHORIZED FOR CUSTOMER MAINTENANCE'
               END-IF
           END-IF.
      ******************************************************************
      * One customer at a time: the current assignment, if any, is
      * shown and a new salesperson keyed over it. A blank customer
      * number ends the session.
      ******************************************************************
       100-SELECT-CUSTOMER.
           DISPLAY " "
           DISPLAY "ENTER CUSTOMER NUMBER (BLANK TO END)"
           MOVE SPACES TO WS-SEL-CUST-NO
           ACCEPT WS-SEL-CUST-NO
           IF WS-SEL-CUST-NO = SPACES
               MOVE "Y" TO WS-ENTRY-DONE
           ELSE
               MOVE WS-SEL-CUST-NO TO CM-CUST-NO
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       DISPLAY "CUSTOMER " WS-SEL-CUST-NO
                           " NOT ON CUSTMAST.DAT"
                   NOT INVALID KEY
                       MOVE CM-CUST-NO TO CD-CUST-NO
                       MOVE CM-NAME    TO CD-NAME
                       MOVE CM-CITY    TO CD-CITY
                       MOVE CM-STATE   TO CD-STATE
                       DISPLAY CUSTOMER-DISPLAY
                       PERFORM 150-SHOW-ASSIGNMENT
                       PERFORM 200-ACCEPT-SALESPERSON
               END-READ
           END-IF.
       150-SHOW-ASSIGNMENT.
           MOVE WS-SEL-CUST-NO TO SR-CUST-NO
           READ ASSIGNMENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-REP-ON-FILE
                   DISPLAY "SALESPERSON NOW: NONE"
               NOT INVALID KEY
                   MOVE "Y" TO WS-REP-ON-FILE
                   MOVE SR-EMP-NO        TO AD-EMP-NO
                   MOVE SR-ASSIGNED-DATE TO AD-DATE
                   MOVE SR-EMP-NO TO EMP-NO
                   READ EMPLOYEE-FILE
                       INVALID KEY
                           MOVE "** NOT ON FILE **" TO AD-EMP-NAME
                       NOT INVALID KEY
                           MOVE EMP-NAME TO AD-EMP-NAME
                   END-READ
                   DISPLAY ASSIGNMENT-DISPLAY
           END-READ.
      ******************************************************************
      * The salesperson keyed must be an active employee on
      * employee.dat; a terminated one cannot take on accounts. A
      * blank number removes the current assignment.
      ******************************************************************
       200-ACCEPT-SALESPERSON.
           DISPLAY "ENTER SALESPERSON EMP-NO (BLANK TO REMOVE)"
           MOVE SPACES TO WS-SEL-EMP-NO
           ACCEPT WS-SEL-EMP-NO
           IF WS-SEL-EMP-NO = SPACES
               IF WS-REP-ON-FILE = "Y"
                   PERFORM 300-REMOVE-ASSIGNMENT
               ELSE
                   DISPLAY "NO ASSIGNMENT TO REMOVE"
               END-IF
           ELSE
               MOVE "N" TO WS-EMP-OK
               MOVE WS-SEL-EMP-NO TO EMP-NO
               READ EMPLOYEE-FILE
                   INVALID KEY
                       DISPLAY "EMPLOYEE " WS-SEL-EMP-NO
                           " NOT ON employee.dat - NOT ASSIGNED"
                   NOT INVALID KEY
                       IF EMP-STATUS = "T"
                           DISPLAY "EMPLOYEE " WS-SEL-EMP-NO
                               " IS TERMINATED - NOT ASSIGNED"
                       ELSE
                           MOVE "Y" TO WS-EMP-OK
                       END-IF
               END-READ
               IF WS-EMP-OK = "Y"
                   DISPLAY "ASSIGN TO " EMP-NAME "? (Y/N)"
                   ACCEPT WS-CONFIRM-ANSWER
                   IF WS-CONFIRM-ANSWER = "Y"
                       PERFORM 250-WRITE-ASSIGNMENT
                   END-IF
               END-IF
           END-IF.
       250-WRITE-ASSIGNMENT.
           IF WS-REP-ON-FILE = "Y"
               MOVE ASSIGNMENT-REC TO MA-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO MA-BEFORE-IMAGE
           END-IF
           MOVE WS-SEL-CUST-NO TO SR-CUST-NO
           MOVE WS-SEL-EMP-NO  TO SR-EMP-NO
           MOVE WS-TODAY       TO SR-ASSIGNED-DATE
           MOVE WS-OPERATOR-ID TO SR-ASSIGNED-BY
           IF WS-REP-ON-FILE = "Y"
               REWRITE ASSIGNMENT-REC
                   INVALID KEY
                       DISPLAY "ASSIGNMENT REWRITE FAILED - STATUS "
                           WS-REP-STATUS
                   NOT INVALID KEY
                       PERFORM 260-AUDIT-ASSIGNMENT
               END-REWRITE
           ELSE
               WRITE ASSIGNMENT-REC
                   INVALID KEY
                       DISPLAY "ASSIGNMENT WRITE FAILED - STATUS "
                           WS-REP-STATUS
                   NOT INVALID KEY
                       PERFORM 260-AUDIT-ASSIGNMENT
               END-WRITE
           END-IF.
       260-AUDIT-ASSIGNMENT.
           ADD 1 TO WS-ASSIGNED-COUNT
           MOVE ASSIGNMENT-REC TO MA-AFTER-IMAGE
           MOVE "ASSIGN" TO MA-ACTION
           MOVE WS-SEL-CUST-NO TO MA-KEY
           PERFORM 905-LOG-MAINT-AUDIT
           DISPLAY "CUSTOMER " WS-SEL-CUST-NO " ASSIGNED TO "
               WS-SEL-EMP-NO.
       300-REMOVE-ASSIGNMENT.
           DISPLAY "REMOVE THE SALESPERSON FROM THIS CUSTOMER? (Y/N)"
           ACCEPT WS-CONFIRM-ANSWER
           IF WS-CONFIRM-ANSWER = "Y"
               MOVE ASSIGNMENT-REC TO MA-BEFORE-IMAGE
               DELETE ASSIGNMENT-FILE
                   INVALID KEY
                       DISPLAY "ASSIGNMENT DELETE FAILED - STATUS "
                           WS-REP-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-REMOVED-COUNT
                       MOVE SPACES TO MA-AFTER-IMAGE
                       MOVE "UNASGN" TO MA-ACTION
                       MOVE WS-SEL-CUST-NO TO MA-KEY
                       PERFORM 905-LOG-MAINT-AUDIT
                       DISPLAY "CUSTOMER " WS-SEL-CUST-NO
                           " IS NOW UNASSIGNED"
               END-DELETE
           END-IF.
      ******************************************************************
      * Appends one maintenance action to the shared MNTAUDIT.LOG:
      * the caller has set MA-ACTION, MA-KEY, and the before/after
      * images; this stamps the program, operator, and timestamp.
      ******************************************************************
       905-LOG-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-MAUD-NOW
           MOVE "CUSTREP" TO MA-PROGRAM
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
           MOVE "CUSTREP" TO LK-PROGRAM
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
                               IF LK-PROGRAM = "CUSTREP"
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
       END PROGRAM CustRep.
