       IDENTIFICATION DIVISION.
       PROGRAM-ID. PerMaint.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Maintains the accounting period control file PERIODS.DAT
      *     that every posting program checks an item's date
      *     against: each fiscal period (YYYYMM) is open, soft-closed
      *     (only adjusting journal entries post; regular activity is
      *     redirected to the current period) or closed (nothing
      *     posts). A period with no record is open unless it falls
      *     at or before the latest closed period. Set status keeps
      *     the file in period order and asks before a closed period
      *     is reopened; list shows every period on file with the
      *     current period that redirected activity lands in; query
      *     answers for one period the way the posting programs see
      *     it. GlClose marks the periods it closes, so this is for
      *     the soft close ahead of month end and the rare reopen.
      *     The file is loaded into a table, changed, and rewritten,
      *     behind the year-end operator sign-on (function "Y"), and
      *     every status change goes to the shared MNTAUDIT.LOG.
      * Input:
      *     PERIODS.DAT, OPERATOR.DAT
      * Output:
      *     PERIODS.DAT (rewritten)
      *     MNTAUDIT.LOG (before/after images, appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PERIOD-FILE
               ASSIGN TO "PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PER-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT  MAINT-AUDIT-FILE
               ASSIGN TO "MNTAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
           COPY PERREC.
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-NAME            PIC X(20).
           05  OP-FUNCTIONS       PIC X(8).
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-OUTREC    PIC X(320).
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
      * Shared period table and period lock fields; see PERWS.
      ******************************************************************
           COPY PERWS.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
       77  WS-MAINT-ACTION       PIC X.
       77  WS-NEW-STATUS         PIC X     VALUE SPACE.
       77  WS-STATUS-OK          PIC X     VALUE "N".
       77  WS-CONFIRM-ANSWER     PIC X     VALUE "N".
       77  WS-KEY-YEAR           PIC 9(4)  VALUE ZERO.
       77  WS-KEY-MONTH          PIC 99    VALUE ZERO.
       77  WS-KEY-PERIOD         PIC 9(6)  VALUE ZERO.
       77  WS-FOUND-SUB          PIC 9(4)  VALUE ZERO.
       77  WS-INSERT-SUB         PIC 9(4)  VALUE ZERO.
       77  WS-LIST-SUB           PIC 9(4)  VALUE ZERO.
       77  WS-OPEN-COUNT         PIC 9(4)  VALUE ZERO.
       77  WS-SOFT-COUNT         PIC 9(4)  VALUE ZERO.
       77  WS-CLOSED-COUNT       PIC 9(4)  VALUE ZERO.
       77  WS-LOWER-CASE         PIC X(26) VALUE
                                 "abcdefghijklmnopqrstuvwxyz".
       77  WS-UPPER-CASE         PIC X(26) VALUE
                                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-STATE-NAME         PIC X(11) VALUE SPACES.
       01  LIST-LINE.
           05  LL-PERIOD         PIC 9(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LL-STATE          PIC X(11).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LL-CHANGED        PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LL-OPERATOR       PIC X(8).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           PERFORM 100-LOAD-PERIOD-TABLE
           DISPLAY 'ENTER ACTION: S-SET STATUS   L-LIST   Q-QUERY'
           ACCEPT WS-MAINT-ACTION
           INSPECT WS-MAINT-ACTION
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           EVALUATE WS-MAINT-ACTION
               WHEN "S"
                   PERFORM 200-SET-PERIOD-STATUS
               WHEN "L"
                   PERFORM 400-LIST-PERIODS
               WHEN "Q"
                   PERFORM 450-QUERY-PERIOD
               WHEN OTHER
                   DISPLAY 'INVALID ACTION - NO CHANGE MADE'
           END-EVALUATE
           STOP RUN.
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT with
      * function "Y" among its allowed functions, the same control
      * as the ledger close. With no operator file on disk yet the
      * sign-on is not enforced, only recorded.
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
                                   WS-FUNC-TALLY FOR ALL "Y"
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
                       ' NOT AUTHORIZED FOR PERIOD CONTROL'
               END-IF
           END-IF.
      ******************************************************************
      * The whole control file through the shared load, which also
      * works out the current period.
      ******************************************************************
       100-LOAD-PERIOD-TABLE.
           COPY PERLOAD.
           .
       140-KEY-PERIOD.
           DISPLAY 'ENTER PERIOD YEAR (YYYY)'
           ACCEPT WS-KEY-YEAR
           DISPLAY 'ENTER PERIOD MONTH (MM)'
           ACCEPT WS-KEY-MONTH
           PERFORM UNTIL WS-KEY-YEAR IS NUMERIC AND
                         WS-KEY-YEAR > 1900 AND
                         WS-KEY-MONTH IS NUMERIC AND
                         WS-KEY-MONTH >= 1 AND
                         WS-KEY-MONTH <= 12
               DISPLAY 'INVALID PERIOD - PLEASE RE-ENTER'
               DISPLAY 'ENTER PERIOD YEAR (YYYY)'
               ACCEPT WS-KEY-YEAR
               DISPLAY 'ENTER PERIOD MONTH (MM)'
               ACCEPT WS-KEY-MONTH
           END-PERFORM
           COMPUTE WS-KEY-PERIOD =
               (WS-KEY-YEAR * 100) + WS-KEY-MONTH.
       150-KEY-STATUS.
           MOVE "N" TO WS-STATUS-OK
           PERFORM UNTIL WS-STATUS-OK = "Y"
               DISPLAY 'ENTER STATUS: O-OPEN  S-SOFT-CLOSED  C-CLOSED'
               ACCEPT WS-NEW-STATUS
               INSPECT WS-NEW-STATUS
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               IF WS-NEW-STATUS = "O" OR "S" OR "C"
                   MOVE "Y" TO WS-STATUS-OK
               ELSE
                   DISPLAY 'STATUS MUST BE O, S OR C'
               END-IF
           END-PERFORM.
       160-FIND-PERIOD.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING PER-SUB FROM 1 BY 1
                   UNTIL PER-SUB > PER-COUNT
               IF PER-E-PERIOD (PER-SUB) = WS-KEY-PERIOD
                   MOVE PER-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
       170-NAME-STATE.
           EVALUATE TRUE
               WHEN PER-OPEN
                   MOVE "OPEN" TO WS-STATE-NAME
               WHEN PER-SOFT-CLOSED
                   MOVE "SOFT-CLOSED" TO WS-STATE-NAME
               WHEN PER-CLOSED
                   MOVE "CLOSED" TO WS-STATE-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATE-NAME
           END-EVALUATE.
      ******************************************************************
      * Sets one period's status. The period's status as the posting
      * programs see it now is the before-state; reopening a closed
      * period needs confirming, because GlClose has already rolled
      * its balances forward. A period not on file gets a record in
      * period order.
      ******************************************************************
       200-SET-PERIOD-STATUS.
           PERFORM 140-KEY-PERIOD
           MOVE WS-KEY-PERIOD TO PER-TEST-PERIOD
           COPY PERTEST.
           PERFORM 170-NAME-STATE
           DISPLAY 'PERIOD ' WS-KEY-PERIOD ' IS NOW ' WS-STATE-NAME
           PERFORM 150-KEY-STATUS
           MOVE "Y" TO WS-CONFIRM-ANSWER
           IF PER-CLOSED AND WS-NEW-STATUS NOT = "C"
               DISPLAY 'PERIOD ' WS-KEY-PERIOD ' IS CLOSED AND ITS '
                   'BALANCES ROLLED FORWARD - REOPEN IT? (Y/N)'
               ACCEPT WS-CONFIRM-ANSWER
               INSPECT WS-CONFIRM-ANSWER
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           END-IF
           PERFORM 160-FIND-PERIOD
           EVALUATE TRUE
               WHEN WS-CONFIRM-ANSWER NOT = "Y"
                   DISPLAY 'NO CHANGE MADE'
               WHEN WS-FOUND-SUB > ZERO
                AND PER-E-STATUS (WS-FOUND-SUB) = WS-NEW-STATUS
                   DISPLAY 'PERIOD ' WS-KEY-PERIOD
                       ' ALREADY HAS THAT STATUS - NO CHANGE MADE'
               WHEN WS-FOUND-SUB = ZERO AND PER-COUNT >= 600
                   DISPLAY 'PERIOD TABLE FULL - NO CHANGE MADE'
               WHEN WS-FOUND-SUB > ZERO
                   PERFORM 210-CHANGE-PERIOD
                   PERFORM 500-REWRITE-PERIOD-FILE
               WHEN OTHER
                   PERFORM 220-ADD-PERIOD
                   PERFORM 500-REWRITE-PERIOD-FILE
           END-EVALUATE.
       210-CHANGE-PERIOD.
           MOVE SPACES TO PERIOD-REC
           MOVE PER-E-PERIOD (WS-FOUND-SUB)   TO PE-PERIOD
           MOVE PER-E-STATUS (WS-FOUND-SUB)   TO PE-STATUS
           MOVE PER-E-CHANGED (WS-FOUND-SUB)  TO PE-CHANGED-DATE
           MOVE PER-E-OPERATOR (WS-FOUND-SUB) TO PE-OPERATOR
           MOVE PERIOD-REC TO MA-BEFORE-IMAGE
           MOVE WS-NEW-STATUS  TO PER-E-STATUS (WS-FOUND-SUB)
           MOVE PER-TODAY      TO PER-E-CHANGED (WS-FOUND-SUB)
           MOVE WS-OPERATOR-ID TO PER-E-OPERATOR (WS-FOUND-SUB)
           MOVE WS-NEW-STATUS  TO PE-STATUS
           MOVE PER-TODAY      TO PE-CHANGED-DATE
           MOVE WS-OPERATOR-ID TO PE-OPERATOR
           MOVE PERIOD-REC TO MA-AFTER-IMAGE
           MOVE "CHANGE" TO MA-ACTION
           PERFORM 905-LOG-MAINT-AUDIT
           MOVE WS-NEW-STATUS TO PER-STATE
           PERFORM 170-NAME-STATE
           DISPLAY 'PERIOD ' WS-KEY-PERIOD ' SET ' WS-STATE-NAME.
       220-ADD-PERIOD.
           MOVE 1 TO WS-INSERT-SUB
           PERFORM UNTIL WS-INSERT-SUB > PER-COUNT
                      OR PER-E-PERIOD (WS-INSERT-SUB) > WS-KEY-PERIOD
               ADD 1 TO WS-INSERT-SUB
           END-PERFORM
           PERFORM VARYING PER-SUB FROM PER-COUNT BY -1
                   UNTIL PER-SUB < WS-INSERT-SUB
               MOVE PER-ENTRY (PER-SUB) TO PER-ENTRY (PER-SUB + 1)
           END-PERFORM
           ADD 1 TO PER-COUNT
           MOVE WS-KEY-PERIOD  TO PER-E-PERIOD (WS-INSERT-SUB)
           MOVE WS-NEW-STATUS  TO PER-E-STATUS (WS-INSERT-SUB)
           MOVE PER-TODAY      TO PER-E-CHANGED (WS-INSERT-SUB)
           MOVE WS-OPERATOR-ID TO PER-E-OPERATOR (WS-INSERT-SUB)
           MOVE SPACES TO PERIOD-REC
           MOVE WS-KEY-PERIOD  TO PE-PERIOD
           MOVE WS-NEW-STATUS  TO PE-STATUS
           MOVE PER-TODAY      TO PE-CHANGED-DATE
           MOVE WS-OPERATOR-ID TO PE-OPERATOR
           MOVE SPACES TO MA-BEFORE-IMAGE
           MOVE PERIOD-REC TO MA-AFTER-IMAGE
           MOVE "ADD   " TO MA-ACTION
           PERFORM 905-LOG-MAINT-AUDIT
           MOVE WS-NEW-STATUS TO PER-STATE
           PERFORM 170-NAME-STATE
           DISPLAY 'PERIOD ' WS-KEY-PERIOD ' SET ' WS-STATE-NAME.
      ******************************************************************
      * Every period on file with a count of each status, then the
      * closed-through period and the current period.
      ******************************************************************
       400-LIST-PERIODS.
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                   UNTIL WS-LIST-SUB > PER-COUNT
               PERFORM 410-LIST-ONE-PERIOD
           END-PERFORM
           DISPLAY PER-COUNT ' PERIODS ON FILE: ' WS-OPEN-COUNT
               ' OPEN, ' WS-SOFT-COUNT ' SOFT-CLOSED, '
               WS-CLOSED-COUNT ' CLOSED'
           IF PER-CLOSED-THRU > ZERO
               DISPLAY 'CLOSED THROUGH PERIOD ' PER-CLOSED-THRU
           END-IF
           DISPLAY 'CURRENT PERIOD ' PER-CURRENT-PERIOD
               ' - REDIRECTED ACTIVITY IS DATED ' PER-REDIRECT-DATE.
       410-LIST-ONE-PERIOD.
           MOVE PER-E-STATUS (WS-LIST-SUB) TO PER-STATE
           PERFORM 170-NAME-STATE
           EVALUATE TRUE
               WHEN PER-OPEN
                   ADD 1 TO WS-OPEN-COUNT
               WHEN PER-SOFT-CLOSED
                   ADD 1 TO WS-SOFT-COUNT
               WHEN PER-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
           END-EVALUATE
           MOVE PER-E-PERIOD (WS-LIST-SUB)   TO LL-PERIOD
           MOVE WS-STATE-NAME                TO LL-STATE
           MOVE PER-E-CHANGED (WS-LIST-SUB)  TO LL-CHANGED
           MOVE PER-E-OPERATOR (WS-LIST-SUB) TO LL-OPERATOR
           DISPLAY LIST-LINE.
      ******************************************************************
      * Answers for one period the way the posting programs see it.
      ******************************************************************
       450-QUERY-PERIOD.
           PERFORM 140-KEY-PERIOD
           MOVE WS-KEY-PERIOD TO PER-TEST-PERIOD
           COPY PERTEST.
           PERFORM 170-NAME-STATE
           DISPLAY 'PERIOD ' WS-KEY-PERIOD ' IS ' WS-STATE-NAME
           EVALUATE TRUE
               WHEN PER-SOFT-CLOSED
                   DISPLAY '    ADJUSTING ENTRIES POST; OTHER ACTIVITY'
                       ' GOES TO PERIOD ' PER-CURRENT-PERIOD
               WHEN PER-CLOSED
                   DISPLAY '    ACTIVITY DATED IN IT IS REFUSED'
           END-EVALUATE
           PERFORM 160-FIND-PERIOD
           IF WS-FOUND-SUB = ZERO
               DISPLAY '    NO RECORD ON FILE'
           ELSE
               DISPLAY '    LAST CHANGED '
                   PER-E-CHANGED (WS-FOUND-SUB) ' BY '
                   PER-E-OPERATOR (WS-FOUND-SUB)
           END-IF.
       500-REWRITE-PERIOD-FILE.
           OPEN OUTPUT PERIOD-FILE
           PERFORM VARYING PER-SUB FROM 1 BY 1
                   UNTIL PER-SUB > PER-COUNT
               MOVE SPACES TO PERIOD-REC
               MOVE PER-E-PERIOD (PER-SUB)   TO PE-PERIOD
               MOVE PER-E-STATUS (PER-SUB)   TO PE-STATUS
               MOVE PER-E-CHANGED (PER-SUB)  TO PE-CHANGED-DATE
               MOVE PER-E-OPERATOR (PER-SUB) TO PE-OPERATOR
               WRITE PERIOD-REC
           END-PERFORM
           CLOSE PERIOD-FILE.
       905-LOG-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-MAUD-NOW
           MOVE "PERMAINT" TO MA-PROGRAM
           MOVE WS-OPERATOR-ID TO MA-OPERATOR
           MOVE SPACES TO MA-KEY
           MOVE WS-KEY-PERIOD TO MA-KEY
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
       END PROGRAM PerMaint.
