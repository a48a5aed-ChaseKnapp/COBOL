       IDENTIFICATION DIVISION.
       PROGRAM-ID. TimeEnt.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Timecard entry for the open pay period, so the hourly
      *     dock and kitchen staff stop being paid off paper.
      *     Supervisors (operator function "T") key each employee's
      *     regular and overtime hours for the period: the employee
      *     number is validated against employee.dat (on file, not
      *     terminated before the period opened, not hired after it
      *     closed) and the period ending date must be the open
      *     period's end date (PAYROLL PERIOD-END on SYSPARM.DAT).
      *     Regular hours are held to 40 a week across the period's
      *     days; anything more is overtime. A card the supervisor
      *     approves is marked "A" and PayRun pays it; one left
      *     unapproved stays "E" until it is keyed again and
      *     approved. Cards PayRun has paid ("P") can no longer be
      *     changed. One card per employee per period -- keying it
      *     again replaces the hours. The file is loaded into a table
      *     and rewritten (the LeaveEnt idiom).
      *     Loops until a blank employee number is entered.
      * Input:
      *     employee.dat (indexed), SYSPARM.DAT, TIMECARD.DAT,
      *     OPERATOR.DAT
      * Output:
      *     TIMECARD.DAT (rewritten)
      *     ALERTS.LOG (missing parameters)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NO
               FILE STATUS IS WS-EMP-STATUS.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-STATUS.
           SELECT  ALERTS-FILE
               ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  TIMECARD-FILE
               ASSIGN TO "TIMECARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-REC.
           05  EMP-NO                PIC X(5).
           05  EMP-NAME              PIC X(20).
           05  FILLER                PIC X(23).
           05  EMP-STATUS            PIC X.
               88  EMP-TERMINATED             VALUE "T".
           05  EMP-TERM-DATE         PIC X(8).
           05  EMP-HIRE-DATE         PIC X(8).
           05  EMP-PAY-TYPE          PIC X.
               88  EMP-HOURLY                 VALUE "H".
           05  FILLER                PIC X(34).
      ******************************************************************
      * The system parameter master; the open period's first and
      * last days are its PAYROLL PERIOD-START and PERIOD-END.
      ******************************************************************
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  ALERTS-FILE.
       01  ALERT-OUTREC              PIC X(90).
      ******************************************************************
      * One card per employee per period: "E" entered, awaiting
      * approval; "A" approved for PayRun; "P" paid.
      ******************************************************************
       FD  TIMECARD-FILE.
       01  TIMECARD-REC.
           05  TC-EMP-NO             PIC X(5).
           05  FILLER                PIC X.
           05  TC-PERIOD-END         PIC 9(8).
           05  FILLER                PIC X.
           05  TC-REG-HOURS          PIC 9(3)V99.
           05  FILLER                PIC X.
           05  TC-OT-HOURS           PIC 9(3)V99.
           05  FILLER                PIC X.
           05  TC-STATUS             PIC X.
           05  FILLER                PIC X.
           05  TC-OPERATOR           PIC X(8).
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-NAME            PIC X(20).
           05  OP-FUNCTIONS       PIC X(8).
       WORKING-STORAGE SECTION.
       77  WS-EMP-STATUS         PIC XX.
       77  WS-TC-STATUS          PIC XX.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
       77  WS-TC-EOF             PIC X     VALUE "N".
       77  WS-TC-OVERFLOW        PIC X     VALUE "N".
       77  WS-ENTRY-DONE         PIC X     VALUE "N".
       77  WS-ENTRY-EMP-NO       PIC X(5).
       77  WS-ENTRY-END-DATE     PIC 9(8).
       77  WS-ENTRY-REG-HOURS    PIC 9(3)V99.
       77  WS-ENTRY-OT-HOURS     PIC 9(3)V99.
       77  WS-ENTRY-APPROVE      PIC X.
       77  WS-ENTRY-OK           PIC X     VALUE "Y".
       77  WS-TC-SUB             PIC 9(4)  VALUE ZERO.
       77  WS-CHANGED            PIC X     VALUE "N".
       77  WS-PERIOD-START       PIC 9(8)  VALUE ZERO.
       77  WS-PERIOD-END         PIC 9(8)  VALUE ZERO.
       77  WS-PERIOD-DAYS        PIC 9(3)  VALUE ZERO.
       77  WS-REG-LIMIT          PIC 9(3)V99 VALUE ZERO.
       77  WS-REG-LIMIT-ED       PIC ZZ9.99.
      ******************************************************************
      * Shared system parameter table and alert record; see PARMWS
      * and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
       01  WS-TC-TABLE.
           05  WS-TC-COUNT        PIC 9(4)  VALUE ZERO.
           05  WS-TC-ENTRY        OCCURS 2000 TIMES.
               10  WS-TE-EMP-NO   PIC X(5).
               10  WS-TE-END      PIC 9(8).
               10  WS-TE-REG      PIC 9(3)V99.
               10  WS-TE-OT       PIC 9(3)V99.
               10  WS-TE-STATUS   PIC X.
               10  WS-TE-OPERATOR PIC X(8).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           PERFORM 010-LOAD-PAY-PERIOD
           IF WS-PERIOD-END = ZERO
               DISPLAY "SYSPARM.DAT CARRIES NO PAY PERIOD DATES - "
                   "NO TIMECARDS TAKEN"
               STOP RUN
           END-IF
           PERFORM 020-LOAD-TIMECARD-TABLE
           IF WS-TC-OVERFLOW = "Y"
               DISPLAY "TIMECARD.DAT EXCEEDS TABLE (2000) - NO "
                   "TIMECARDS TAKEN"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "employee.dat NOT FOUND - RUN THE CONVERSION"
                   " FIRST"
               STOP RUN
           END-IF
           DISPLAY "OPEN PAY PERIOD: " WS-PERIOD-START " THRU "
               WS-PERIOD-END "  REGULAR HOURS LIMIT: " WS-REG-LIMIT-ED
           PERFORM 100-KEY-ONE-TIMECARD UNTIL WS-ENTRY-DONE = "Y"
           CLOSE EMPLOYEE-FILE
           IF WS-CHANGED = "Y"
               PERFORM 300-REWRITE-TIMECARD-FILE
               DISPLAY "TIMECARDS UPDATED"
           END-IF
           STOP RUN.
      ******************************************************************
      * The open period's dates, and the straight-time limit they
      * allow: 40 hours for every seven days in the period.
      ******************************************************************
       010-LOAD-PAY-PERIOD.
           MOVE "PAYROLL" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "PERIOD-START" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > ZERO
              AND PRM-NUMBER < 100000000
               MOVE PRM-NUMBER TO WS-PERIOD-START
           END-IF
           MOVE "PERIOD-END" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND WS-PERIOD-START > ZERO
              AND PRM-NUMBER >= WS-PERIOD-START
              AND PRM-NUMBER < 100000000
               MOVE PRM-NUMBER TO WS-PERIOD-END
           END-IF
           IF WS-PERIOD-END > ZERO
               COMPUTE WS-PERIOD-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-PERIOD-END)
                 - FUNCTION INTEGER-OF-DATE (WS-PERIOD-START) + 1
               COMPUTE WS-REG-LIMIT ROUNDED =
                   WS-PERIOD-DAYS * 40 / 7
               MOVE WS-REG-LIMIT TO WS-REG-LIMIT-ED
           END-IF.
      ******************************************************************
      * The whole file is held, since it is rewritten from the table;
      * a file with more cards than the table holds is flagged so
      * the session is refused rather than lose the cards past the
      * end of the table.
      ******************************************************************
       020-LOAD-TIMECARD-TABLE.
           OPEN INPUT TIMECARD-FILE
           IF WS-TC-STATUS = "00"
               PERFORM UNTIL WS-TC-EOF = "Y"
                   READ TIMECARD-FILE
                       AT END
                           MOVE "Y" TO WS-TC-EOF
                       NOT AT END
                           IF WS-TC-COUNT < 2000
                               ADD 1 TO WS-TC-COUNT
                               MOVE TC-EMP-NO TO
                                   WS-TE-EMP-NO (WS-TC-COUNT)
                               MOVE TC-PERIOD-END TO
                                   WS-TE-END (WS-TC-COUNT)
                               MOVE TC-REG-HOURS TO
                                   WS-TE-REG (WS-TC-COUNT)
                               MOVE TC-OT-HOURS TO
                                   WS-TE-OT (WS-TC-COUNT)
                               MOVE TC-STATUS TO
                                   WS-TE-STATUS (WS-TC-COUNT)
                               MOVE TC-OPERATOR TO
                                   WS-TE-OPERATOR (WS-TC-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TC-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMECARD-FILE
           END-IF.
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT with
      * function "T" among its allowed functions. With no operator
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
                                   WS-FUNC-TALLY FOR ALL "T"
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
       100-KEY-ONE-TIMECARD.
           DISPLAY "ENTER EMPLOYEE NUMBER (BLANK TO QUIT): "
           ACCEPT WS-ENTRY-EMP-NO
           IF WS-ENTRY-EMP-NO = SPACES
               MOVE "Y" TO WS-ENTRY-DONE
           ELSE
               MOVE WS-ENTRY-EMP-NO TO EMP-NO
               READ EMPLOYEE-FILE
                   INVALID KEY
                       DISPLAY "EMPLOYEE " WS-ENTRY-EMP-NO
                           " NOT ON FILE - NOTHING RECORDED"
                   NOT INVALID KEY
                       DISPLAY "EMPLOYEE: " EMP-NAME
                       PERFORM 150-CHECK-EMPLOYEE-IN-PERIOD
                       IF WS-ENTRY-OK = "Y"
                           PERFORM 200-KEY-TIMECARD-FIELDS
                       END-IF
               END-READ
           END-IF.
      ******************************************************************
      * An employee terminated before the period opened, or hired
      * after it closed, cannot have worked in it.
      ******************************************************************
       150-CHECK-EMPLOYEE-IN-PERIOD.
           MOVE "Y" TO WS-ENTRY-OK
           IF EMP-TERMINATED
              AND EMP-TERM-DATE IS NUMERIC
              AND EMP-TERM-DATE < WS-PERIOD-START
               DISPLAY "EMPLOYEE TERMINATED " EMP-TERM-DATE
                   " BEFORE THE PERIOD OPENED - NOTHING RECORDED"
               MOVE "N" TO WS-ENTRY-OK
           END-IF
           IF EMP-HIRE-DATE IS NUMERIC
              AND EMP-HIRE-DATE > WS-PERIOD-END
               DISPLAY "EMPLOYEE HIRED " EMP-HIRE-DATE
                   " AFTER THE PERIOD CLOSED - NOTHING RECORDED"
               MOVE "N" TO WS-ENTRY-OK
           END-IF
           IF WS-ENTRY-OK = "Y" AND NOT EMP-HOURLY
               DISPLAY "NOTE: SALARIED EMPLOYEE - CARD IS KEPT FOR "
                   "THE RECORD, PAY STILL COMES FROM SALARY"
           END-IF.
       200-KEY-TIMECARD-FIELDS.
           PERFORM VARYING WS-TC-SUB FROM 1 BY 1
                   UNTIL WS-TC-SUB > WS-TC-COUNT
                      OR (WS-TE-EMP-NO (WS-TC-SUB) = WS-ENTRY-EMP-NO
                          AND WS-TE-END (WS-TC-SUB) = WS-PERIOD-END)
               CONTINUE
           END-PERFORM
           IF WS-TC-SUB <= WS-TC-COUNT
               IF WS-TE-STATUS (WS-TC-SUB) = "P"
                   DISPLAY "TIMECARD ALREADY PAID - NO CHANGE MADE"
                   MOVE "N" TO WS-ENTRY-OK
               ELSE
                   DISPLAY "CARD ON FILE - REGULAR: "
                       WS-TE-REG (WS-TC-SUB) "  OVERTIME: "
                       WS-TE-OT (WS-TC-SUB) "  STATUS: "
                       WS-TE-STATUS (WS-TC-SUB)
                       " - KEYING AGAIN REPLACES IT"
               END-IF
           ELSE
               IF WS-TC-COUNT >= 2000
                   DISPLAY "TIMECARD TABLE FULL - NOTHING RECORDED"
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF
           IF WS-ENTRY-OK = "Y"
               DISPLAY "ENTER PERIOD ENDING DATE (YYYYMMDD)"
               ACCEPT WS-ENTRY-END-DATE
               PERFORM UNTIL WS-ENTRY-END-DATE IS NUMERIC
                             AND WS-ENTRY-END-DATE = WS-PERIOD-END
                   DISPLAY "NOT THE OPEN PAY PERIOD - PERIOD ENDS "
                       WS-PERIOD-END
                   ACCEPT WS-ENTRY-END-DATE
               END-PERFORM
               DISPLAY "ENTER REGULAR HOURS"
               ACCEPT WS-ENTRY-REG-HOURS
               PERFORM UNTIL WS-ENTRY-REG-HOURS IS NUMERIC
                             AND WS-ENTRY-REG-HOURS <= WS-REG-LIMIT
                   DISPLAY "REGULAR HOURS MUST BE 0 TO " WS-REG-LIMIT-ED
                       " - KEY THE EXCESS AS OVERTIME"
                   ACCEPT WS-ENTRY-REG-HOURS
               END-PERFORM
               DISPLAY "ENTER OVERTIME HOURS"
               ACCEPT WS-ENTRY-OT-HOURS
               PERFORM UNTIL WS-ENTRY-OT-HOURS IS NUMERIC
                   DISPLAY "OVERTIME HOURS MUST BE NUMERIC"
                   ACCEPT WS-ENTRY-OT-HOURS
               END-PERFORM
               DISPLAY "APPROVE THIS TIMECARD FOR PAYMENT? (Y/N)"
               ACCEPT WS-ENTRY-APPROVE
               PERFORM UNTIL WS-ENTRY-APPROVE = "Y"
                             OR WS-ENTRY-APPROVE = "N"
                   DISPLAY "PLEASE ENTER Y OR N"
                   ACCEPT WS-ENTRY-APPROVE
               END-PERFORM
               PERFORM 250-STORE-TIMECARD
               MOVE "Y" TO WS-CHANGED
           END-IF.
       250-STORE-TIMECARD.
           IF WS-TC-SUB > WS-TC-COUNT
               ADD 1 TO WS-TC-COUNT
               MOVE WS-TC-COUNT TO WS-TC-SUB
               MOVE WS-ENTRY-EMP-NO TO WS-TE-EMP-NO (WS-TC-SUB)
               MOVE WS-PERIOD-END   TO WS-TE-END (WS-TC-SUB)
           END-IF
           MOVE WS-ENTRY-REG-HOURS TO WS-TE-REG (WS-TC-SUB)
           MOVE WS-ENTRY-OT-HOURS  TO WS-TE-OT (WS-TC-SUB)
           MOVE WS-OPERATOR-ID     TO WS-TE-OPERATOR (WS-TC-SUB)
           IF WS-ENTRY-APPROVE = "Y"
               MOVE "A" TO WS-TE-STATUS (WS-TC-SUB)
               DISPLAY "TIMECARD APPROVED"
           ELSE
               MOVE "E" TO WS-TE-STATUS (WS-TC-SUB)
               DISPLAY "TIMECARD RECORDED - NOT APPROVED, WILL NOT "
                   "BE PAID UNTIL APPROVED"
           END-IF.
       300-REWRITE-TIMECARD-FILE.
           OPEN OUTPUT TIMECARD-FILE
           PERFORM VARYING WS-TC-SUB FROM 1 BY 1
                   UNTIL WS-TC-SUB > WS-TC-COUNT
               MOVE SPACES TO TIMECARD-REC
               MOVE WS-TE-EMP-NO (WS-TC-SUB)   TO TC-EMP-NO
               MOVE WS-TE-END (WS-TC-SUB)      TO TC-PERIOD-END
               MOVE WS-TE-REG (WS-TC-SUB)      TO TC-REG-HOURS
               MOVE WS-TE-OT (WS-TC-SUB)       TO TC-OT-HOURS
               MOVE WS-TE-STATUS (WS-TC-SUB)   TO TC-STATUS
               MOVE WS-TE-OPERATOR (WS-TC-SUB) TO TC-OPERATOR
               WRITE TIMECARD-REC
           END-PERFORM
           CLOSE TIMECARD-FILE.
       END PROGRAM TimeEnt.
